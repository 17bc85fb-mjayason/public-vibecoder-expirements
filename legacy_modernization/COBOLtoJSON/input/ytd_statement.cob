000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPYTDST.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   04/12/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPYTDST                                                      *
000900*  YEAR-END EARNINGS STATEMENTS.  READS THE YEAR-TO-DATE         *
001000*  EARNINGS FILE, EMPYTD.DAT, POSTED BY THE EMPPAYCL PAYROLL     *
001100*  CLOSE, AND PRINTS ONE STATEMENT PAGE PER EMPLOYEE PAID IN     *
001200*  THE REQUESTED YEAR -- ACTIVE OR TERMINATED -- FOLLOWED BY A   *
001300*  COMPANY TOTAL PAGE THAT TIES THE SUM OF THE STATEMENTS TO     *
001400*  THE SUM OF THAT YEAR'S DEBIT LINES ON THE GL HISTORY FILE,    *
001500*  EMPGLHST.DAT (EVERY CLOSED PERIOD'S EMPGLINT.DAT LINES).  THE *
001600*  REPORT GOES TO EMPYTDST.DAT.                                  *
001700*                                                                *
001800*  RUN PARAMETER (OPTIONAL):                                     *
001900*      1  TAX YEAR, CCYY.  DEFAULT IS THE CURRENT YEAR.  AFTER   *
002000*         THE FIRST CLOSE OF A NEW YEAR THE OLD YEAR IS STILL    *
002100*         PRINTED FROM THE PRIOR-YEAR FIELDS OF EACH RECORD.     *
002200*                                                                *
002300*  EACH STATEMENT SHOWS WHETHER THE EMPLOYEE IS STILL ON         *
002400*  EMPLOYEE.DAT OR, IF NOT, THE LAST TERMINATION DATE ON THE     *
002500*  EMPTERM.DAT ARCHIVE.  A COMPANY TOTAL THAT DOES NOT TIE TO    *
002600*  THE GL HISTORY ENDS WITH RETURN CODE 8 SO THE STATEMENTS ARE  *
002700*  NOT MAILED.                                                   *
002800*----------------------------------------------------------------*
002900*  MODIFICATION HISTORY                                          *
003000*  DATE       BY   DESCRIPTION                                   *
003100*  04/12/1999 RWB  ORIGINAL YEAR-END STATEMENT PROGRAM.          *
003200*================================================================*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT YTD-FILE ASSIGN TO 'EMPYTD.DAT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS YTD-EMP-ID
004000         FILE STATUS IS WS-YTD-FILE-STATUS.
004100
004200     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-ID
004600         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
004700         FILE STATUS IS WS-EMP-FILE-STATUS.
004800
004900     SELECT TERM-FILE ASSIGN TO 'EMPTERM.DAT'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-TERM-FILE-STATUS.
005200
005300     SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS DEPT-CODE
005700         FILE STATUS IS WS-DEPT-FILE-STATUS.
005800
005900     SELECT GLH-FILE ASSIGN TO 'EMPGLHST.DAT'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-GLH-FILE-STATUS.
006200
006300     SELECT REPORT-FILE ASSIGN TO 'EMPYTDST.DAT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-FILE-STATUS.
006600
006700     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RCTL-FILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  YTD-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 COPY EMPYTD.
007600
007700 FD  EMP-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 COPY EMPREC.
008000
008100 FD  TERM-FILE
008200     LABEL RECORDS ARE STANDARD.
008300 COPY EMPTERM.
008400
008500 FD  DEPT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 COPY DEPTREC.
008800
008900 FD  GLH-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 COPY EMPGLINT REPLACING LEADING ==GL== BY ==GLH==.
009200
009300 FD  REPORT-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  REPORT-RECORD                PIC X(132).
009600
009700 FD  RCTL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY RUNCTL.
010000
010100 WORKING-STORAGE SECTION.
010200*----------------------------------------------------------------*
010300*    FILE STATUS AND END-OF-FILE SWITCHES                        *
010400*----------------------------------------------------------------*
010500 01  WS-YTD-FILE-STATUS      PIC X(02).
010600     88  YTD-FILE-OK                 VALUE '00'.
010700
010800 01  WS-YTD-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
010900     88  YTD-FILE-OPEN               VALUE 'Y'.
011000
011100 01  WS-EMP-FILE-STATUS      PIC X(02).
011200     88  EMP-FILE-OK                 VALUE '00'.
011300
011400 01  WS-EMP-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
011500     88  EMP-FILE-OPEN               VALUE 'Y'.
011600
011700 01  WS-TERM-FILE-STATUS     PIC X(02).
011800     88  TERM-FILE-OK                VALUE '00'.
011900
012000 01  WS-TERM-EOF-SW          PIC X(01) VALUE 'N'.
012100     88  TERM-EOF                    VALUE 'Y'.
012200
012300 01  WS-DEPT-FILE-STATUS     PIC X(02).
012400     88  DEPT-FILE-OK                VALUE '00'.
012500
012600 01  WS-DEPT-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
012700     88  DEPT-FILE-OPEN              VALUE 'Y'.
012800
012900 01  WS-GLH-FILE-STATUS      PIC X(02).
013000     88  GLH-FILE-OK                 VALUE '00'.
013100     88  GLH-FILE-MISSING            VALUE '35'.
013200
013300 01  WS-GLH-EOF-SW           PIC X(01) VALUE 'N'.
013400     88  GLH-EOF                     VALUE 'Y'.
013500
013600 01  WS-REPORT-FILE-STATUS   PIC X(02).
013700     88  REPORT-FILE-OK              VALUE '00'.
013800
013900 01  WS-REPORT-FILE-OPEN-SW  PIC X(01) VALUE 'N'.
014000     88  REPORT-FILE-OPEN            VALUE 'Y'.
014100
014200 01  WS-RCTL-FILE-STATUS     PIC X(02).
014300     88  RCTL-FILE-OK                VALUE '00'.
014400     88  RCTL-FILE-MISSING           VALUE '35'.
014500
014600 01  WS-RCTL-ACQUIRED-SW     PIC X(01) VALUE 'N'.
014700     88  RCTL-ACQUIRED               VALUE 'Y'.
014800 01  WS-SAVED-MAINT-DONE     PIC X(01) VALUE 'N'.
014900 01  WS-SAVED-MAINT-DATE     PIC 9(08) VALUE ZERO.
015000
015100 01  EOF-FLAG                PIC X(01) VALUE 'N'.
015200     88  END-OF-FILE                 VALUE 'Y'.
015300
015400 01  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
015500     88  RUN-REFUSED                 VALUE 'Y'.
015600
015700*----------------------------------------------------------------*
015800*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
015900*----------------------------------------------------------------*
016000 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
016100 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
016200
016300 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
016400 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
016500     05  WS-RUN-CCYY             PIC 9(04).
016600     05  WS-RUN-MM               PIC 9(02).
016700     05  WS-RUN-DD               PIC 9(02).
016800 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
016900 01  WS-RUN-ID.
017000     05  WS-RUN-ID-DATE          PIC 9(08).
017100     05  WS-RUN-ID-TIME          PIC 9(06).
017200
017300*----------------------------------------------------------------*
017400*    RUN PARAMETER                                               *
017500*----------------------------------------------------------------*
017600 01  WS-YEAR-X               PIC X(04) VALUE SPACES.
017700 01  WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
017800
017900*----------------------------------------------------------------*
018000*    THE STATEMENT BEING PRINTED                                 *
018100*----------------------------------------------------------------*
018200 01  WS-STMT-GROSS           PIC 9(09)V99 COMP-3 VALUE ZERO.
018300 01  WS-STMT-PERIODS         PIC 9(02) VALUE ZERO.
018400 01  WS-STMT-LAST-PERIOD     PIC 9(06) VALUE ZERO.
018500 01  WS-STMT-LAST-PERIOD-X REDEFINES WS-STMT-LAST-PERIOD.
018600     05  WS-STMT-LAST-CCYY       PIC 9(04).
018700     05  WS-STMT-LAST-MM         PIC 9(02).
018800 01  WS-STMT-STATUS          PIC X(30) VALUE SPACES.
018900 01  WS-DEPT-NAME-OUT        PIC X(20) VALUE SPACES.
019000 01  WS-LAST-TERM-DATE       PIC 9(08) VALUE ZERO.
019100 01  WS-LAST-TERM-DATE-X REDEFINES WS-LAST-TERM-DATE.
019200     05  WS-LAST-TERM-CCYY       PIC 9(04).
019300     05  WS-LAST-TERM-MM         PIC 9(02).
019400     05  WS-LAST-TERM-DD         PIC 9(02).
019500
019600*----------------------------------------------------------------*
019700*    COMPANY TOTALS AND THE GL TIE-OUT                           *
019800*----------------------------------------------------------------*
019900 01  WS-STMT-COUNT           PIC 9(07) VALUE ZERO.
020000 01  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZERO.
020100 01  WS-TERMED-COUNT         PIC 9(07) VALUE ZERO.
020200 01  WS-COMP-GROSS-TOTAL     PIC 9(11)V99 COMP-3 VALUE ZERO.
020300 01  WS-GL-DEBIT-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
020400 01  WS-GL-DEBIT-COUNT       PIC 9(07) VALUE ZERO.
020500 01  WS-GL-DIFFERENCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
020600 01  WS-GL-READ-SW           PIC X(01) VALUE 'N'.
020700     88  GL-HISTORY-READ             VALUE 'Y'.
020800
020900*----------------------------------------------------------------*
021000*    EDITED PRINT FIELDS                                         *
021100*----------------------------------------------------------------*
021200 01  WS-COUNT-ED             PIC Z,ZZZ,ZZ9.
021300 01  WS-PERIODS-ED           PIC Z9.
021400 01  WS-AMOUNT-ED            PIC ZZZ,ZZZ,ZZ9.99.
021500 01  WS-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021600 01  WS-DIFF-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
021700
021800 PROCEDURE DIVISION.
021900*================================================================*
022000 0000-MAINLINE.
022100*================================================================*
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT
022400     PERFORM 2000-PRINT-STATEMENT
022500         THRU 2000-PRINT-STATEMENT-EXIT
022600         UNTIL END-OF-FILE
022700     IF NOT RUN-REFUSED
022800         PERFORM 3000-TOTAL-GL-HISTORY
022900             THRU 3000-TOTAL-GL-HISTORY-EXIT
023000         PERFORM 4000-WRITE-COMPANY-TOTALS
023100             THRU 4000-WRITE-COMPANY-TOTALS-EXIT
023200     END-IF
023300     PERFORM 9000-TERMINATE
023400         THRU 9000-TERMINATE-EXIT
023500     STOP RUN.
023600
023700*================================================================*
023800 1000-INITIALIZE.
023900*================================================================*
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024100     ACCEPT WS-RUN-TIME FROM TIME
024200     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
024300     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
024400
024500*    A MISTYPED YEAR REFUSES THE RUN RATHER THAN PRINTING THE
024600*    WRONG YEAR'S STATEMENTS.
024700     ACCEPT WS-YEAR-X FROM ARGUMENT-VALUE
024800     IF WS-YEAR-X = SPACES
024900         MOVE WS-RUN-CCYY TO WS-TAX-YEAR
025000     ELSE
025100         IF WS-YEAR-X NUMERIC
025200             MOVE WS-YEAR-X TO WS-TAX-YEAR
025300         ELSE
025400             DISPLAY 'EMPYTDST: TAX YEAR "' WS-YEAR-X
025500                 '" IS NOT CCYY; RUN REFUSED'
025600             MOVE 'Y' TO WS-REFUSED-SW
025700             MOVE 'Y' TO EOF-FLAG
025800             MOVE 8 TO RETURN-CODE
025900             GO TO 1000-INITIALIZE-EXIT
026000         END-IF
026100     END-IF
026200     DISPLAY 'EMPYTDST: TAX YEAR ' WS-TAX-YEAR
026300
026400     PERFORM 1500-ACQUIRE-RUN-CONTROL
026500         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
026600     IF NOT RCTL-ACQUIRED
026700         MOVE 'Y' TO WS-REFUSED-SW
026800         MOVE 'Y' TO EOF-FLAG
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF
027100
027200     OPEN INPUT YTD-FILE
027300     IF NOT YTD-FILE-OK
027400         DISPLAY 'EMPYTDST: CANNOT OPEN EMPYTD.DAT, STATUS '
027500             WS-YTD-FILE-STATUS
027600         MOVE 'Y' TO WS-REFUSED-SW
027700         MOVE 'Y' TO EOF-FLAG
027800         MOVE 8 TO RETURN-CODE
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF
028100     MOVE 'Y' TO WS-YTD-FILE-OPEN-SW
028200
028300     OPEN INPUT EMP-FILE
028400     IF NOT EMP-FILE-OK
028500         DISPLAY 'EMPYTDST: CANNOT OPEN EMPLOYEE.DAT, STATUS '
028600             WS-EMP-FILE-STATUS
028700         MOVE 'Y' TO WS-REFUSED-SW
028800         MOVE 'Y' TO EOF-FLAG
028900         MOVE 8 TO RETURN-CODE
029000         CLOSE YTD-FILE
029100         MOVE 'N' TO WS-YTD-FILE-OPEN-SW
029200         GO TO 1000-INITIALIZE-EXIT
029300     END-IF
029400     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
029500
029600     OPEN OUTPUT REPORT-FILE
029700     IF NOT REPORT-FILE-OK
029800         DISPLAY 'EMPYTDST: CANNOT OPEN EMPYTDST.DAT, STATUS '
029900             WS-REPORT-FILE-STATUS
030000         MOVE 'Y' TO WS-REFUSED-SW
030100         MOVE 'Y' TO EOF-FLAG
030200         MOVE 8 TO RETURN-CODE
030300         CLOSE YTD-FILE
030400         MOVE 'N' TO WS-YTD-FILE-OPEN-SW
030500         CLOSE EMP-FILE
030600         MOVE 'N' TO WS-EMP-FILE-OPEN-SW
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF
030900     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
031000
031100*    THE DEPARTMENT REFERENCE FILE ONLY FEEDS THE DEPARTMENT
031200*    NAME ON EACH STATEMENT, SO A MISSING DEPTMAST.DAT IS
031300*    REPORTED BUT DOES NOT STOP THE RUN.
031400     OPEN INPUT DEPT-FILE
031500     IF DEPT-FILE-OK
031600         MOVE 'Y' TO WS-DEPT-FILE-OPEN-SW
031700     ELSE
031800         DISPLAY 'EMPYTDST: CANNOT OPEN DEPTMAST.DAT, STATUS '
031900             WS-DEPT-FILE-STATUS ' - DEPT NAMES UNAVAILABLE'
032000     END-IF
032100
032200     PERFORM 2100-READ-NEXT-YTD
032300         THRU 2100-READ-NEXT-YTD-EXIT.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600
032700*================================================================*
032800 1500-ACQUIRE-RUN-CONTROL.
032900*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE MASTER,
033000*    LIKE EVERY OTHER PROGRAM THAT OPENS IT.  NO FILE AT ALL
033100*    JUST MEANS THE FIRST RUN EVER.
033200*================================================================*
033300     MOVE SPACES TO RCTL-RECORD
033400     MOVE 'F' TO RCTL-STATE
033500     MOVE ZERO TO RCTL-BUSINESS-DATE
033600     MOVE ZERO TO RCTL-MAINT-DATE
033700     MOVE 'N' TO RCTL-MAINT-DONE-SW
033800
033900     OPEN INPUT RCTL-FILE
034000     IF RCTL-FILE-OK
034100         READ RCTL-FILE
034200             AT END
034300                 MOVE SPACES TO RCTL-RECORD
034400                 MOVE 'F' TO RCTL-STATE
034500                 MOVE ZERO TO RCTL-BUSINESS-DATE
034600                 MOVE ZERO TO RCTL-MAINT-DATE
034700                 MOVE 'N' TO RCTL-MAINT-DONE-SW
034800         END-READ
034900         CLOSE RCTL-FILE
035000     ELSE
035100         IF NOT RCTL-FILE-MISSING
035200             DISPLAY 'EMPYTDST: CANNOT READ RUNCTL.DAT, STATUS '
035300                 WS-RCTL-FILE-STATUS
035400             MOVE 8 TO RETURN-CODE
035500             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
035600         END-IF
035700     END-IF
035800
035900     IF RCTL-IN-USE
036000         DISPLAY 'EMPYTDST: EMPLOYEE.DAT IS HELD BY '
036100             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
036200         DISPLAY 'EMPYTDST: IF THAT RUN ABENDED, INSPECT AND '
036300             'RESET THE RUN CONTROL WITH RUNCTLRS'
036400         MOVE 8 TO RETURN-CODE
036500         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
036600     END-IF
036700
036800     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
036900     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
037000
037100     OPEN OUTPUT RCTL-FILE
037200     IF NOT RCTL-FILE-OK
037300         DISPLAY 'EMPYTDST: CANNOT STAMP RUNCTL.DAT, STATUS '
037400             WS-RCTL-FILE-STATUS
037500         MOVE 8 TO RETURN-CODE
037600         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
037700     END-IF
037800     MOVE 'U' TO RCTL-STATE
037900     MOVE 'EMPYTDST' TO RCTL-HOLDER
038000     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
038100     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
038200     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
038300     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
038400     WRITE RCTL-RECORD
038500     CLOSE RCTL-FILE
038600     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
038700 1500-ACQUIRE-RUN-CONTROL-EXIT.
038800     EXIT.
038900
039000*================================================================*
039100 2000-PRINT-STATEMENT.
039200*    A RECORD WHOSE CURRENT YEAR IS THE TAX YEAR PRINTS FROM
039300*    THE CURRENT FIELDS; ONE ALREADY ROLLED INTO A NEW YEAR
039400*    PRINTS FROM THE PRIOR-YEAR FIELDS.  ANYONE NOT PAID IN THE
039500*    TAX YEAR GETS NO STATEMENT.
039600*================================================================*
039700     IF YTD-YEAR = WS-TAX-YEAR
039800         MOVE YTD-GROSS TO WS-STMT-GROSS
039900         MOVE YTD-PERIODS-PAID TO WS-STMT-PERIODS
040000         MOVE YTD-LAST-PERIOD TO WS-STMT-LAST-PERIOD
040100     ELSE
040200         IF YTD-PRIOR-YEAR = WS-TAX-YEAR
040300             MOVE YTD-PRIOR-GROSS TO WS-STMT-GROSS
040400             MOVE YTD-PRIOR-PERIODS TO WS-STMT-PERIODS
040500             MOVE ZERO TO WS-STMT-LAST-PERIOD
040600         ELSE
040700             GO TO 2000-PRINT-STATEMENT-NEXT
040800         END-IF
040900     END-IF
041000
041100     PERFORM 2200-GET-STATUS
041200         THRU 2200-GET-STATUS-EXIT
041300     PERFORM 2400-GET-DEPT-NAME
041400         THRU 2400-GET-DEPT-NAME-EXIT
041500     PERFORM 2500-WRITE-STATEMENT
041600         THRU 2500-WRITE-STATEMENT-EXIT
041700
041800     ADD 1 TO WS-STMT-COUNT
041900     ADD WS-STMT-GROSS TO WS-COMP-GROSS-TOTAL.
042000 2000-PRINT-STATEMENT-NEXT.
042100     PERFORM 2100-READ-NEXT-YTD
042200         THRU 2100-READ-NEXT-YTD-EXIT.
042300 2000-PRINT-STATEMENT-EXIT.
042400     EXIT.
042500
042600*================================================================*
042700 2100-READ-NEXT-YTD.
042800*================================================================*
042900     READ YTD-FILE NEXT RECORD
043000         AT END
043100             MOVE 'Y' TO EOF-FLAG
043200     END-READ.
043300 2100-READ-NEXT-YTD-EXIT.
043400     EXIT.
043500
043600*================================================================*
043700 2200-GET-STATUS.
043800*    STILL ON THE MASTER IS ACTIVE.  OTHERWISE THE LATEST
043900*    TERMINATION FOR THE EMP-ID ON THE ARCHIVE GIVES THE DATE.
044000*================================================================*
044100     MOVE YTD-EMP-ID TO EMP-ID
044200     READ EMP-FILE
044300         INVALID KEY
044400             CONTINUE
044500         NOT INVALID KEY
044600             MOVE 'ACTIVE' TO WS-STMT-STATUS
044700             ADD 1 TO WS-ACTIVE-COUNT
044800             GO TO 2200-GET-STATUS-EXIT
044900     END-READ
045000
045100     ADD 1 TO WS-TERMED-COUNT
045200     MOVE ZERO TO WS-LAST-TERM-DATE
045300     OPEN INPUT TERM-FILE
045400     IF TERM-FILE-OK
045500         MOVE 'N' TO WS-TERM-EOF-SW
045600         PERFORM 2300-SCAN-TERM-ARCHIVE
045700             THRU 2300-SCAN-TERM-ARCHIVE-EXIT
045800             UNTIL TERM-EOF
045900         CLOSE TERM-FILE
046000     END-IF
046100     IF WS-LAST-TERM-DATE = ZERO
046200         MOVE 'NOT ON FILE' TO WS-STMT-STATUS
046300     ELSE
046400         MOVE SPACES TO WS-STMT-STATUS
046500         STRING 'TERMINATED '       DELIMITED BY SIZE
046600                 WS-LAST-TERM-MM '/' WS-LAST-TERM-DD '/'
046700                 WS-LAST-TERM-CCYY  DELIMITED BY SIZE
046800             INTO WS-STMT-STATUS
046900         END-STRING
047000     END-IF.
047100 2200-GET-STATUS-EXIT.
047200     EXIT.
047300
047400*================================================================*
047500 2300-SCAN-TERM-ARCHIVE.
047600*================================================================*
047700     READ TERM-FILE
047800         AT END
047900             MOVE 'Y' TO WS-TERM-EOF-SW
048000             GO TO 2300-SCAN-TERM-ARCHIVE-EXIT
048100     END-READ
048200     IF TERM-EMP-ID = YTD-EMP-ID
048300     AND TERM-DATE > WS-LAST-TERM-DATE
048400         MOVE TERM-DATE TO WS-LAST-TERM-DATE
048500     END-IF.
048600 2300-SCAN-TERM-ARCHIVE-EXIT.
048700     EXIT.
048800
048900*================================================================*
049000 2400-GET-DEPT-NAME.
049100*    SAME CONVENTION AS THE MASTER LISTING: A CODE NOT ON THE
049200*    REFERENCE FILE, OR NO REFERENCE FILE AT ALL, PRINTS AS
049300*    '*UNKNOWN*'.
049400*================================================================*
049500     MOVE '*UNKNOWN*' TO WS-DEPT-NAME-OUT
049600     IF DEPT-FILE-OPEN
049700         MOVE YTD-DEPT-CODE TO DEPT-CODE
049800         READ DEPT-FILE
049900             INVALID KEY
050000                 CONTINUE
050100             NOT INVALID KEY
050200                 MOVE DEPT-NAME TO WS-DEPT-NAME-OUT
050300         END-READ
050400     END-IF.
050500 2400-GET-DEPT-NAME-EXIT.
050600     EXIT.
050700
050800*================================================================*
050900 2500-WRITE-STATEMENT.
051000*    ONE PAGE PER EMPLOYEE SO THE STATEMENTS CAN BE BURST AND
051100*    MAILED.
051200*================================================================*
051300     PERFORM 5000-WRITE-REPORT-HEADERS
051400         THRU 5000-WRITE-REPORT-HEADERS-EXIT
051500
051600     MOVE SPACES TO REPORT-RECORD
051700     STRING 'TAX YEAR:           ' DELIMITED BY SIZE
051800             WS-TAX-YEAR           DELIMITED BY SIZE
051900         INTO REPORT-RECORD
052000     END-STRING
052100     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
052200
052300     MOVE SPACES TO REPORT-RECORD
052400     STRING 'EMPLOYEE:           ' DELIMITED BY SIZE
052500             YTD-EMP-ID            DELIMITED BY SIZE
052600             '  '                  DELIMITED BY SIZE
052700             YTD-EMP-NAME          DELIMITED BY SIZE
052800         INTO REPORT-RECORD
052900     END-STRING
053000     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
053100
053200     MOVE SPACES TO REPORT-RECORD
053300     STRING 'DEPARTMENT:         ' DELIMITED BY SIZE
053400             YTD-DEPT-CODE         DELIMITED BY SIZE
053500             '  '                  DELIMITED BY SIZE
053600             WS-DEPT-NAME-OUT      DELIMITED BY SIZE
053700         INTO REPORT-RECORD
053800     END-STRING
053900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
054000
054100     MOVE SPACES TO REPORT-RECORD
054200     STRING 'STATUS:             ' DELIMITED BY SIZE
054300             WS-STMT-STATUS        DELIMITED BY SIZE
054400         INTO REPORT-RECORD
054500     END-STRING
054600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
054700
054800     MOVE WS-STMT-PERIODS TO WS-PERIODS-ED
054900     MOVE SPACES TO REPORT-RECORD
055000     STRING 'PAY PERIODS PAID:   ' DELIMITED BY SIZE
055100             WS-PERIODS-ED         DELIMITED BY SIZE
055200         INTO REPORT-RECORD
055300     END-STRING
055400     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
055500
055600     IF WS-STMT-LAST-PERIOD NOT = ZERO
055700         MOVE SPACES TO REPORT-RECORD
055800         STRING 'LAST PERIOD PAID:   ' DELIMITED BY SIZE
055900                 WS-STMT-LAST-MM '/' WS-STMT-LAST-CCYY
056000                                       DELIMITED BY SIZE
056100             INTO REPORT-RECORD
056200         END-STRING
056300         WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
056400     END-IF
056500
056600     MOVE WS-STMT-GROSS TO WS-AMOUNT-ED
056700     MOVE SPACES TO REPORT-RECORD
056800     STRING 'YTD GROSS EARNINGS: ' DELIMITED BY SIZE
056900             WS-AMOUNT-ED          DELIMITED BY SIZE
057000         INTO REPORT-RECORD
057100     END-STRING
057200     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
057300 2500-WRITE-STATEMENT-EXIT.
057400     EXIT.
057500
057600*================================================================*
057700 3000-TOTAL-GL-HISTORY.
057800*    SUM EVERY DEBIT LINE ON THE GL HISTORY WHOSE REGISTER RUN
057900*    DATE FALLS IN THE TAX YEAR.
058000*================================================================*
058100     OPEN INPUT GLH-FILE
058200     IF NOT GLH-FILE-OK
058300         IF GLH-FILE-MISSING
058400             DISPLAY 'EMPYTDST: NO EMPGLHST.DAT - NO PERIOD HAS '
058500                 'BEEN CLOSED'
058600         ELSE
058700             DISPLAY 'EMPYTDST: CANNOT OPEN EMPGLHST.DAT, '
058800                 'STATUS ' WS-GLH-FILE-STATUS
058900         END-IF
059000         GO TO 3000-TOTAL-GL-HISTORY-EXIT
059100     END-IF
059200     MOVE 'Y' TO WS-GL-READ-SW
059300
059400     MOVE 'N' TO WS-GLH-EOF-SW
059500     PERFORM 3100-TOTAL-GL-LINE
059600         THRU 3100-TOTAL-GL-LINE-EXIT
059700         UNTIL GLH-EOF
059800     CLOSE GLH-FILE.
059900 3000-TOTAL-GL-HISTORY-EXIT.
060000     EXIT.
060100
060200*================================================================*
060300 3100-TOTAL-GL-LINE.
060400*================================================================*
060500     READ GLH-FILE
060600         AT END
060700             MOVE 'Y' TO WS-GLH-EOF-SW
060800             GO TO 3100-TOTAL-GL-LINE-EXIT
060900     END-READ
061000     IF GLH-RUN-DATE(1:4) = WS-TAX-YEAR
061100     AND GLH-DR-CR = 'DR'
061200         ADD GLH-AMOUNT TO WS-GL-DEBIT-TOTAL
061300         ADD 1 TO WS-GL-DEBIT-COUNT
061400     END-IF.
061500 3100-TOTAL-GL-LINE-EXIT.
061600     EXIT.
061700
061800*================================================================*
061900 4000-WRITE-COMPANY-TOTALS.
062000*    COMPANY TOTALS ON THEIR OWN PAGE: THE STATEMENT COUNT AND
062100*    GROSS, AND THE TIE-OUT TO THE YEAR'S GL DEBITS.
062200*================================================================*
062300     PERFORM 5000-WRITE-REPORT-HEADERS
062400         THRU 5000-WRITE-REPORT-HEADERS-EXIT
062500
062600     MOVE SPACES TO REPORT-RECORD
062700     STRING 'COMPANY TOTALS FOR TAX YEAR ' DELIMITED BY SIZE
062800             WS-TAX-YEAR                   DELIMITED BY SIZE
062900         INTO REPORT-RECORD
063000     END-STRING
063100     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
063200
063300     MOVE WS-STMT-COUNT TO WS-COUNT-ED
063400     MOVE SPACES TO REPORT-RECORD
063500     STRING '    STATEMENTS:         ' DELIMITED BY SIZE
063600             WS-COUNT-ED               DELIMITED BY SIZE
063700         INTO REPORT-RECORD
063800     END-STRING
063900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
064000
064100     MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
064200     MOVE SPACES TO REPORT-RECORD
064300     STRING '      ACTIVE:           ' DELIMITED BY SIZE
064400             WS-COUNT-ED               DELIMITED BY SIZE
064500         INTO REPORT-RECORD
064600     END-STRING
064700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
064800
064900     MOVE WS-TERMED-COUNT TO WS-COUNT-ED
065000     MOVE SPACES TO REPORT-RECORD
065100     STRING '      NOT ON MASTER:    ' DELIMITED BY SIZE
065200             WS-COUNT-ED               DELIMITED BY SIZE
065300         INTO REPORT-RECORD
065400     END-STRING
065500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
065600
065700     MOVE WS-COMP-GROSS-TOTAL TO WS-TOTAL-ED
065800     MOVE SPACES TO REPORT-RECORD
065900     STRING '    YTD GROSS EARNINGS: ' DELIMITED BY SIZE
066000             WS-TOTAL-ED               DELIMITED BY SIZE
066100         INTO REPORT-RECORD
066200     END-STRING
066300     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
066400
066500     MOVE WS-GL-DEBIT-TOTAL TO WS-TOTAL-ED
066600     MOVE SPACES TO REPORT-RECORD
066700     STRING '    GL HISTORY DEBITS:  ' DELIMITED BY SIZE
066800             WS-TOTAL-ED               DELIMITED BY SIZE
066900         INTO REPORT-RECORD
067000     END-STRING
067100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
067200
067300     MOVE WS-GL-DEBIT-COUNT TO WS-COUNT-ED
067400     MOVE SPACES TO REPORT-RECORD
067500     STRING '    GL DEBIT LINES:     ' DELIMITED BY SIZE
067600             WS-COUNT-ED               DELIMITED BY SIZE
067700         INTO REPORT-RECORD
067800     END-STRING
067900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
068000
068100     COMPUTE WS-GL-DIFFERENCE =
068200         WS-COMP-GROSS-TOTAL - WS-GL-DEBIT-TOTAL
068300     MOVE WS-GL-DIFFERENCE TO WS-DIFF-ED
068400     MOVE SPACES TO REPORT-RECORD
068500     STRING '    DIFFERENCE:         ' DELIMITED BY SIZE
068600             WS-DIFF-ED                DELIMITED BY SIZE
068700         INTO REPORT-RECORD
068800     END-STRING
068900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
069000
069100     MOVE SPACES TO REPORT-RECORD
069200     IF WS-GL-DIFFERENCE = ZERO
069300     AND GL-HISTORY-READ
069400         MOVE '    STATEMENTS IN BALANCE WITH THE GL'
069500             TO REPORT-RECORD
069600     ELSE
069700         MOVE '    *** OUT OF BALANCE - DO NOT MAIL ***'
069800             TO REPORT-RECORD
069900     END-IF
070000     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
070100
070200     DISPLAY 'EMPYTDST: STATEMENTS        ' WS-STMT-COUNT
070300     MOVE WS-COMP-GROSS-TOTAL TO WS-TOTAL-ED
070400     DISPLAY 'EMPYTDST: YTD GROSS         ' WS-TOTAL-ED
070500     MOVE WS-GL-DEBIT-TOTAL TO WS-TOTAL-ED
070600     DISPLAY 'EMPYTDST: GL HISTORY DEBITS ' WS-TOTAL-ED
070700     IF WS-GL-DIFFERENCE = ZERO
070800     AND GL-HISTORY-READ
070900         DISPLAY 'EMPYTDST: STATEMENTS IN BALANCE WITH THE GL'
071000     ELSE
071100         DISPLAY 'EMPYTDST: STATEMENTS OUT OF BALANCE WITH THE '
071200             'GL - DO NOT MAIL'
071300         MOVE 8 TO RETURN-CODE
071400     END-IF.
071500 4000-WRITE-COMPANY-TOTALS-EXIT.
071600     EXIT.
071700
071800*================================================================*
071900 5000-WRITE-REPORT-HEADERS.
072000*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER) AND AN UNDERLINE,
072100*    SAME STYLE AS THE MASTER LISTING HEADERS.
072200*================================================================*
072300     ADD 1 TO WS-PAGE-COUNT
072400     MOVE ZERO TO WS-LINE-COUNT
072500
072600     MOVE SPACES TO REPORT-RECORD
072700     STRING 'YEAR-END EARNINGS STATEMENT' DELIMITED BY SIZE
072800             '      RUN DATE: '           DELIMITED BY SIZE
072900             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
073000                                          DELIMITED BY SIZE
073100             '     PAGE: '                DELIMITED BY SIZE
073200             WS-PAGE-COUNT                DELIMITED BY SIZE
073300         INTO REPORT-RECORD
073400     END-STRING
073500     IF WS-PAGE-COUNT = 1
073600         WRITE REPORT-RECORD
073700     ELSE
073800         WRITE REPORT-RECORD AFTER ADVANCING PAGE
073900     END-IF
074000
074100     MOVE SPACES TO REPORT-RECORD
074200     MOVE '----------------------------------------' TO
074300         REPORT-RECORD
074400     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
074500     ADD 2 TO WS-LINE-COUNT.
074600 5000-WRITE-REPORT-HEADERS-EXIT.
074700     EXIT.
074800
074900*================================================================*
075000 8500-RELEASE-RUN-CONTROL.
075100*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
075200*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
075300*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
075400*    TO FIND.
075500*================================================================*
075600     IF NOT RCTL-ACQUIRED
075700         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
075800     END-IF
075900
076000     OPEN OUTPUT RCTL-FILE
076100     IF NOT RCTL-FILE-OK
076200         DISPLAY 'EMPYTDST: CANNOT RESTAMP RUNCTL.DAT, STATUS '
076300             WS-RCTL-FILE-STATUS
076400         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
076500     END-IF
076600     MOVE SPACES TO RCTL-RECORD
076700     MOVE 'F' TO RCTL-STATE
076800     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
076900     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
077000     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
077100     WRITE RCTL-RECORD
077200     CLOSE RCTL-FILE.
077300 8500-RELEASE-RUN-CONTROL-EXIT.
077400     EXIT.
077500
077600*================================================================*
077700 9000-TERMINATE.
077800*================================================================*
077900     IF YTD-FILE-OPEN
078000         CLOSE YTD-FILE
078100     END-IF
078200     IF EMP-FILE-OPEN
078300         CLOSE EMP-FILE
078400     END-IF
078500     IF DEPT-FILE-OPEN
078600         CLOSE DEPT-FILE
078700     END-IF
078800     IF REPORT-FILE-OPEN
078900         CLOSE REPORT-FILE
079000     END-IF
079100
079200     PERFORM 8500-RELEASE-RUN-CONTROL
079300         THRU 8500-RELEASE-RUN-CONTROL-EXIT.
079400 9000-TERMINATE-EXIT.
079500     EXIT.
