000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPPOSVR.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   04/26/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPPOSVR                                                      *
000900*  POSITION CONTROL BUDGET-VERSUS-ACTUAL VARIANCE REPORT.        *
001000*  READS THE POSITION CONTROL FILE, DEPTPOS.DAT, AND THE         *
001100*  EMPLOYEE MASTER, EMPLOYEE.DAT, SORTED TOGETHER INTO           *
001200*  DEPARTMENT SEQUENCE, AND PRINTS ONE LINE PER DEPARTMENT --    *
001300*  AUTHORIZED HEADCOUNT, ACTUAL HEADCOUNT, OPEN POSITIONS,       *
001400*  POSITIONS OVERFILLED, ANNUAL SALARY BUDGET, ANNUAL SALARY     *
001500*  SPEND (THE SUM OF EMP-SALARY FOR EVERYONE IN THE DEPARTMENT)  *
001600*  AND THE VARIANCE BETWEEN THEM -- FLAGGING EVERY DEPARTMENT    *
001700*  OVERFILLED OR OVER BUDGET, FOLLOWED BY A COMPANY GRAND-TOTAL  *
001800*  PAGE.  A CONTROLLED DEPARTMENT WITH NO ONE IN IT STILL        *
001900*  PRINTS, WITH EVERY POSITION OPEN; A DEPARTMENT WITH PEOPLE    *
002000*  BUT NO DEPTPOS.DAT RECORD PRINTS ITS ACTUALS AND IS FLAGGED   *
002100*  AS HAVING NO POSITION CONTROL.  THE REPORT GOES TO            *
002200*  EMPPOSVR.DAT IN THE DEPTSUM HEADER STYLE.                     *
002300*----------------------------------------------------------------*
002400*  MODIFICATION HISTORY                                          *
002500*  DATE       BY   DESCRIPTION                                   *
002600*  04/26/1999 RWB  ORIGINAL VARIANCE REPORT.                     *
002700*================================================================*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS EMP-ID
003500         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
003600         FILE STATUS IS WS-EMP-FILE-STATUS.
003700
003800     SELECT POS-FILE ASSIGN TO 'DEPTPOS.DAT'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS POS-DEPT-CODE
004200         FILE STATUS IS WS-POS-FILE-STATUS.
004300
004400     SELECT REPORT-FILE ASSIGN TO 'EMPPOSVR.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REPORT-FILE-STATUS.
004700
004800     SELECT SORT-FILE ASSIGN TO 'SORTWORK.DAT'.
004900
005000     SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS DEPT-CODE
005400         FILE STATUS IS WS-DEPT-FILE-STATUS.
005500
005600     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RCTL-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  EMP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY EMPREC.
006500
006600 FD  POS-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY DEPTPOS.
006900
007000 FD  REPORT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  REPORT-RECORD                PIC X(132).
007300
007400*    ONE SORT RECORD PER DEPTPOS.DAT RECORD (TYPE 1) AND PER
007500*    EMPLOYEE (TYPE 2); THE TYPE IS A MINOR KEY SO EACH
007600*    DEPARTMENT'S POSITION CONTROL ARRIVES AHEAD OF ITS PEOPLE.
007700 SD  SORT-FILE.
007800 01  SORT-RECORD.
007900     05  SRT-DEPT-CODE            PIC X(04).
008000     05  SRT-REC-TYPE             PIC X(01).
008100         88  SRT-POSITION                 VALUE '1'.
008200         88  SRT-EMPLOYEE                 VALUE '2'.
008300     05  SRT-AUTH-HEADCOUNT       PIC 9(05).
008400     05  SRT-AMOUNT               PIC 9(09)V99 COMP-3.
008500
008600 FD  DEPT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 COPY DEPTREC.
008900
009000 FD  RCTL-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 COPY RUNCTL.
009300
009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------*
009600*    FILE STATUS AND END-OF-FILE SWITCHES                        *
009700*----------------------------------------------------------------*
009800 01  WS-EMP-FILE-STATUS      PIC X(02).
009900     88  EMP-FILE-OK                 VALUE '00'.
010000
010100 01  WS-POS-FILE-STATUS      PIC X(02).
010200     88  POS-FILE-OK                 VALUE '00'.
010300     88  POS-FILE-MISSING            VALUE '35'.
010400
010500 01  WS-POS-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
010600     88  POS-FILE-OPEN               VALUE 'Y'.
010700
010800 01  WS-REPORT-FILE-STATUS   PIC X(02).
010900     88  REPORT-FILE-OK              VALUE '00'.
011000
011100 01  WS-REPORT-FILE-OPEN-SW  PIC X(01) VALUE 'N'.
011200     88  REPORT-FILE-OPEN            VALUE 'Y'.
011300
011400 01  WS-DEPT-FILE-STATUS     PIC X(02).
011500     88  DEPT-FILE-OK                VALUE '00'.
011600
011700 01  WS-DEPT-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
011800     88  DEPT-FILE-OPEN              VALUE 'Y'.
011900
012000 01  WS-RCTL-FILE-STATUS     PIC X(02).
012100     88  RCTL-FILE-OK                VALUE '00'.
012200     88  RCTL-FILE-MISSING           VALUE '35'.
012300
012400 01  WS-RCTL-ACQUIRED-SW     PIC X(01) VALUE 'N'.
012500     88  RCTL-ACQUIRED               VALUE 'Y'.
012600 01  WS-SAVED-MAINT-DONE     PIC X(01) VALUE 'N'.
012700 01  WS-SAVED-MAINT-DATE     PIC 9(08) VALUE ZERO.
012800
012900 01  EOF-FLAG                PIC X(01) VALUE 'N'.
013000     88  END-OF-FILE                 VALUE 'Y'.
013100 01  POS-EOF-FLAG            PIC X(01) VALUE 'N'.
013200     88  POS-END-OF-FILE             VALUE 'Y'.
013300
013400*----------------------------------------------------------------*
013500*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
013600*----------------------------------------------------------------*
013700 01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
013800 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
013900 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
014000
014100 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
014200 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
014300     05  WS-RUN-CCYY             PIC 9(04).
014400     05  WS-RUN-MM               PIC 9(02).
014500     05  WS-RUN-DD               PIC 9(02).
014600 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
014700 01  WS-RUN-ID.
014800     05  WS-RUN-ID-DATE          PIC 9(08).
014900     05  WS-RUN-ID-TIME          PIC 9(06).
015000
015100*----------------------------------------------------------------*
015200*    DEPARTMENT CONTROL-BREAK ACCUMULATORS                       *
015300*----------------------------------------------------------------*
015400 01  WS-CURRENT-DEPT         PIC X(04) VALUE SPACES.
015500 01  WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
015600     88  FIRST-RECORD                VALUE 'Y'.
015700 01  WS-DEPT-CONTROLLED-SW   PIC X(01) VALUE 'N'.
015800     88  DEPT-CONTROLLED             VALUE 'Y'.
015900
016000 01  WS-DEPT-AUTH            PIC 9(07) COMP VALUE ZERO.
016100 01  WS-DEPT-HEADCOUNT       PIC 9(07) COMP VALUE ZERO.
016200 01  WS-DEPT-OPEN            PIC 9(07) COMP VALUE ZERO.
016300 01  WS-DEPT-OVER            PIC 9(07) COMP VALUE ZERO.
016400 01  WS-DEPT-BUDGET          PIC 9(11)V99 COMP-3 VALUE ZERO.
016500 01  WS-DEPT-SPEND           PIC 9(11)V99 COMP-3 VALUE ZERO.
016600 01  WS-DEPT-VARIANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
016700
016800*----------------------------------------------------------------*
016900*    COMPANY GRAND TOTALS.  AUTHORIZED, OPEN, OVERFILLED,        *
017000*    BUDGET, AND VARIANCE COVER THE CONTROLLED DEPARTMENTS ONLY; *
017100*    HEADCOUNT AND SPEND ARE SPLIT BETWEEN CONTROLLED AND        *
017200*    UNCONTROLLED SO THE TWO HALVES ADD BACK TO THE MASTER.      *
017300*----------------------------------------------------------------*
017400 01  WS-DEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
017500 01  WS-CTL-DEPT-COUNT       PIC 9(05) COMP VALUE ZERO.
017600 01  WS-OVERFILL-DEPT-COUNT  PIC 9(05) COMP VALUE ZERO.
017700 01  WS-OVERBUDGET-DEPT-COUNT
017800                             PIC 9(05) COMP VALUE ZERO.
017900 01  WS-COMP-AUTH            PIC 9(07) COMP VALUE ZERO.
018000 01  WS-COMP-CTL-HEADCOUNT   PIC 9(07) COMP VALUE ZERO.
018100 01  WS-COMP-UNCTL-HEADCOUNT PIC 9(07) COMP VALUE ZERO.
018200 01  WS-COMP-OPEN            PIC 9(07) COMP VALUE ZERO.
018300 01  WS-COMP-OVER            PIC 9(07) COMP VALUE ZERO.
018400 01  WS-COMP-BUDGET          PIC 9(11)V99 COMP-3 VALUE ZERO.
018500 01  WS-COMP-CTL-SPEND       PIC 9(11)V99 COMP-3 VALUE ZERO.
018600 01  WS-COMP-UNCTL-SPEND     PIC 9(11)V99 COMP-3 VALUE ZERO.
018700 01  WS-COMP-VARIANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
018800
018900*----------------------------------------------------------------*
019000*    EDITED PRINT FIELDS.  A NEGATIVE VARIANCE IS OVER BUDGET.   *
019100*----------------------------------------------------------------*
019200 01  WS-HEADCOUNT-ED         PIC Z,ZZZ,ZZ9.
019300 01  WS-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019400 01  WS-SIGNED-TOTAL-ED      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
019500 01  WS-DEPT-COUNT-ED        PIC ZZ,ZZ9.
019600 01  WS-AUTH-ED              PIC ZZ,ZZ9.
019700 01  WS-ACTUAL-ED            PIC ZZ,ZZ9.
019800 01  WS-OPEN-ED              PIC ZZ,ZZ9.
019900 01  WS-OVER-ED              PIC ZZ,ZZ9.
020000 01  WS-BUDGET-ED            PIC ZZZ,ZZZ,ZZ9.99.
020100 01  WS-SPEND-ED             PIC ZZZ,ZZZ,ZZ9.99.
020200 01  WS-VARIANCE-ED          PIC ZZZ,ZZZ,ZZ9.99-.
020300 01  WS-STATUS-TAG           PIC X(22) VALUE SPACES.
020400
020500 01  WS-DEPT-NAME-OUT        PIC X(20) VALUE SPACES.
020600
020700 PROCEDURE DIVISION.
020800*================================================================*
020900 0000-MAINLINE.
021000*================================================================*
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-INITIALIZE-EXIT
021300     IF NOT END-OF-FILE
021400         SORT SORT-FILE
021500             ON ASCENDING KEY SRT-DEPT-CODE SRT-REC-TYPE
021600             INPUT PROCEDURE IS 2000-SORT-INPUT
021700             OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
021800     END-IF
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT
022100     STOP RUN.
022200
022300*================================================================*
022400 1000-INITIALIZE.
022500*================================================================*
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022700     ACCEPT WS-RUN-TIME FROM TIME
022800     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
022900     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
023000
023100     PERFORM 1500-ACQUIRE-RUN-CONTROL
023200         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
023300     IF NOT RCTL-ACQUIRED
023400         MOVE 'Y' TO EOF-FLAG
023500         GO TO 1000-INITIALIZE-EXIT
023600     END-IF
023700
023800     OPEN INPUT EMP-FILE
023900     IF NOT EMP-FILE-OK
024000         DISPLAY 'EMPPOSVR: CANNOT OPEN EMPLOYEE.DAT, STATUS '
024100             WS-EMP-FILE-STATUS
024200         MOVE 8 TO RETURN-CODE
024300         MOVE 'Y' TO EOF-FLAG
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF
024600
024700*    NO POSITION CONTROL ON FILE JUST MEANS NO DEPARTMENT HAS
024800*    BEEN GIVEN ANY YET; THE REPORT STILL PRINTS THE ACTUALS.
024900*    ANY OTHER FAILURE WOULD PRINT A MISLEADING REPORT, SO IT
025000*    STOPS THE RUN.
025100     OPEN INPUT POS-FILE
025200     IF POS-FILE-OK
025300         MOVE 'Y' TO WS-POS-FILE-OPEN-SW
025400     ELSE
025500         IF POS-FILE-MISSING
025600             DISPLAY 'EMPPOSVR: NO DEPTPOS.DAT ON FILE - NO '
025700                 'DEPARTMENT HAS POSITION CONTROL'
025800         ELSE
025900             DISPLAY 'EMPPOSVR: CANNOT OPEN DEPTPOS.DAT, STATUS '
026000                 WS-POS-FILE-STATUS
026100             MOVE 8 TO RETURN-CODE
026200             MOVE 'Y' TO EOF-FLAG
026300             CLOSE EMP-FILE
026400             GO TO 1000-INITIALIZE-EXIT
026500         END-IF
026600     END-IF
026700
026800     OPEN OUTPUT REPORT-FILE
026900     IF NOT REPORT-FILE-OK
027000         DISPLAY 'EMPPOSVR: CANNOT OPEN EMPPOSVR.DAT, STATUS '
027100             WS-REPORT-FILE-STATUS
027200         MOVE 8 TO RETURN-CODE
027300         MOVE 'Y' TO EOF-FLAG
027400         CLOSE EMP-FILE
027500         IF POS-FILE-OPEN
027600             CLOSE POS-FILE
027700             MOVE 'N' TO WS-POS-FILE-OPEN-SW
027800         END-IF
027900         GO TO 1000-INITIALIZE-EXIT
028000     END-IF
028100     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
028200
028300*    THE DEPARTMENT REFERENCE FILE ONLY FEEDS THE DEPARTMENT
028400*    NAME ON EACH LINE, SO A MISSING DEPTMAST.DAT IS REPORTED
028500*    BUT DOES NOT STOP THE REPORT.
028600     OPEN INPUT DEPT-FILE
028700     IF DEPT-FILE-OK
028800         MOVE 'Y' TO WS-DEPT-FILE-OPEN-SW
028900     ELSE
029000         DISPLAY 'EMPPOSVR: CANNOT OPEN DEPTMAST.DAT, STATUS '
029100             WS-DEPT-FILE-STATUS ' - DEPT NAMES UNAVAILABLE'
029200     END-IF
029300
029400     PERFORM 5000-WRITE-REPORT-HEADERS
029500         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800
029900*================================================================*
030000 1500-ACQUIRE-RUN-CONTROL.
030100*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE MASTER,
030200*    LIKE EVERY OTHER PROGRAM THAT OPENS IT, SO THE REPORT
030300*    CANNOT READ A HALF-UPDATED FILE.  NO FILE AT ALL JUST
030400*    MEANS THE FIRST RUN EVER.
030500*================================================================*
030600     MOVE SPACES TO RCTL-RECORD
030700     MOVE 'F' TO RCTL-STATE
030800     MOVE ZERO TO RCTL-BUSINESS-DATE
030900     MOVE ZERO TO RCTL-MAINT-DATE
031000     MOVE 'N' TO RCTL-MAINT-DONE-SW
031100
031200     OPEN INPUT RCTL-FILE
031300     IF RCTL-FILE-OK
031400         READ RCTL-FILE
031500             AT END
031600                 MOVE SPACES TO RCTL-RECORD
031700                 MOVE 'F' TO RCTL-STATE
031800                 MOVE ZERO TO RCTL-BUSINESS-DATE
031900                 MOVE ZERO TO RCTL-MAINT-DATE
032000                 MOVE 'N' TO RCTL-MAINT-DONE-SW
032100         END-READ
032200         CLOSE RCTL-FILE
032300     ELSE
032400         IF NOT RCTL-FILE-MISSING
032500             DISPLAY 'EMPPOSVR: CANNOT READ RUNCTL.DAT, STATUS '
032600                 WS-RCTL-FILE-STATUS
032700             MOVE 8 TO RETURN-CODE
032800             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
032900         END-IF
033000     END-IF
033100
033200     IF RCTL-IN-USE
033300         DISPLAY 'EMPPOSVR: EMPLOYEE.DAT IS HELD BY '
033400             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
033500         DISPLAY 'EMPPOSVR: IF THAT RUN ABENDED, INSPECT AND '
033600             'RESET THE RUN CONTROL WITH RUNCTLRS'
033700         MOVE 8 TO RETURN-CODE
033800         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
033900     END-IF
034000
034100     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
034200     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
034300
034400     OPEN OUTPUT RCTL-FILE
034500     IF NOT RCTL-FILE-OK
034600         DISPLAY 'EMPPOSVR: CANNOT STAMP RUNCTL.DAT, STATUS '
034700             WS-RCTL-FILE-STATUS
034800         MOVE 8 TO RETURN-CODE
034900         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
035000     END-IF
035100     MOVE 'U' TO RCTL-STATE
035200     MOVE 'EMPPOSVR' TO RCTL-HOLDER
035300     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
035400     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
035500     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
035600     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
035700     WRITE RCTL-RECORD
035800     CLOSE RCTL-FILE
035900     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
036000 1500-ACQUIRE-RUN-CONTROL-EXIT.
036100     EXIT.
036200
036300*================================================================*
036400 2000-SORT-INPUT.
036500*    RELEASE EVERY DEPTPOS.DAT RECORD, THEN EVERY EMPLOYEE ON
036600*    THE MASTER, TO THE SORT KEYED ON DEPARTMENT THEN TYPE.
036700*================================================================*
036800     IF POS-FILE-OPEN
036900         PERFORM 2300-RELEASE-POSITION
037000             THRU 2300-RELEASE-POSITION-EXIT
037100             UNTIL POS-END-OF-FILE
037200         CLOSE POS-FILE
037300         MOVE 'N' TO WS-POS-FILE-OPEN-SW
037400     END-IF
037500
037600     PERFORM 2100-READ-NEXT-EMPLOYEE
037700         THRU 2100-READ-NEXT-EMPLOYEE-EXIT
037800     PERFORM 2200-RELEASE-SORT-RECORD
037900         THRU 2200-RELEASE-SORT-RECORD-EXIT
038000         UNTIL END-OF-FILE
038100     CLOSE EMP-FILE.
038200 2000-SORT-INPUT-EXIT.
038300     EXIT.
038400
038500*================================================================*
038600 2100-READ-NEXT-EMPLOYEE.
038700*================================================================*
038800     READ EMP-FILE NEXT RECORD
038900         AT END
039000             MOVE 'Y' TO EOF-FLAG
039100     END-READ.
039200 2100-READ-NEXT-EMPLOYEE-EXIT.
039300     EXIT.
039400
039500*================================================================*
039600 2200-RELEASE-SORT-RECORD.
039700*================================================================*
039800     MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE
039900     MOVE '2'           TO SRT-REC-TYPE
040000     MOVE ZERO          TO SRT-AUTH-HEADCOUNT
040100     MOVE EMP-SALARY    TO SRT-AMOUNT
040200     RELEASE SORT-RECORD
040300     PERFORM 2100-READ-NEXT-EMPLOYEE
040400         THRU 2100-READ-NEXT-EMPLOYEE-EXIT.
040500 2200-RELEASE-SORT-RECORD-EXIT.
040600     EXIT.
040700
040800*================================================================*
040900 2300-RELEASE-POSITION.
041000*    A RECORD WITH A NON-NUMERIC HEADCOUNT IS REPORTED AND LEFT
041100*    OUT, SO ITS DEPARTMENT PRINTS AS UNCONTROLLED -- THE SAME
041200*    WAY EMPEDIT SKIPS IT.
041300*================================================================*
041400     READ POS-FILE NEXT RECORD
041500         AT END
041600             MOVE 'Y' TO POS-EOF-FLAG
041700             GO TO 2300-RELEASE-POSITION-EXIT
041800     END-READ
041900     IF POS-AUTH-HEADCOUNT NOT NUMERIC
042000         DISPLAY 'EMPPOSVR: DEPTPOS.DAT DEPARTMENT '
042100             POS-DEPT-CODE ' HAS A NON-NUMERIC HEADCOUNT; '
042200             'SKIPPED'
042300         GO TO 2300-RELEASE-POSITION-EXIT
042400     END-IF
042500     MOVE POS-DEPT-CODE      TO SRT-DEPT-CODE
042600     MOVE '1'                TO SRT-REC-TYPE
042700     MOVE POS-AUTH-HEADCOUNT TO SRT-AUTH-HEADCOUNT
042800     MOVE POS-SALARY-BUDGET  TO SRT-AMOUNT
042900     RELEASE SORT-RECORD.
043000 2300-RELEASE-POSITION-EXIT.
043100     EXIT.
043200
043300*================================================================*
043400 3000-SORT-OUTPUT.
043500*    RETURN THE SORTED RECORDS AND BREAK ON EVERY CHANGE OF
043600*    DEPARTMENT CODE; EACH BREAK PRINTS THE FINISHED
043700*    DEPARTMENT'S LINE, AND END-OF-FILE PRINTS THE LAST LINE
043800*    AND THEN THE COMPANY GRAND-TOTAL PAGE.
043900*================================================================*
044000     MOVE 'N' TO EOF-FLAG
044100     PERFORM 3100-RETURN-NEXT-SORTED
044200         THRU 3100-RETURN-NEXT-SORTED-EXIT
044300     PERFORM 3200-PROCESS-SORTED
044400         THRU 3200-PROCESS-SORTED-EXIT
044500         UNTIL END-OF-FILE
044600
044700     IF NOT FIRST-RECORD
044800         PERFORM 4000-WRITE-DEPT-LINE
044900             THRU 4000-WRITE-DEPT-LINE-EXIT
045000     END-IF
045100     PERFORM 4500-WRITE-COMPANY-TOTALS
045200         THRU 4500-WRITE-COMPANY-TOTALS-EXIT.
045300 3000-SORT-OUTPUT-EXIT.
045400     EXIT.
045500
045600*================================================================*
045700 3100-RETURN-NEXT-SORTED.
045800*================================================================*
045900     RETURN SORT-FILE
046000         AT END
046100             MOVE 'Y' TO EOF-FLAG
046200     END-RETURN.
046300 3100-RETURN-NEXT-SORTED-EXIT.
046400     EXIT.
046500
046600*================================================================*
046700 3200-PROCESS-SORTED.
046800*================================================================*
046900     IF FIRST-RECORD
047000         MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT
047100         MOVE 'N' TO WS-FIRST-RECORD-SW
047200         PERFORM 3300-CLEAR-DEPT-TOTALS
047300             THRU 3300-CLEAR-DEPT-TOTALS-EXIT
047400     ELSE
047500         IF SRT-DEPT-CODE NOT = WS-CURRENT-DEPT
047600             PERFORM 4000-WRITE-DEPT-LINE
047700                 THRU 4000-WRITE-DEPT-LINE-EXIT
047800             MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT
047900             PERFORM 3300-CLEAR-DEPT-TOTALS
048000                 THRU 3300-CLEAR-DEPT-TOTALS-EXIT
048100         END-IF
048200     END-IF
048300
048400     IF SRT-POSITION
048500         MOVE 'Y' TO WS-DEPT-CONTROLLED-SW
048600         MOVE SRT-AUTH-HEADCOUNT TO WS-DEPT-AUTH
048700         MOVE SRT-AMOUNT TO WS-DEPT-BUDGET
048800     ELSE
048900         ADD 1 TO WS-DEPT-HEADCOUNT
049000         ADD SRT-AMOUNT TO WS-DEPT-SPEND
049100     END-IF
049200
049300     PERFORM 3100-RETURN-NEXT-SORTED
049400         THRU 3100-RETURN-NEXT-SORTED-EXIT.
049500 3200-PROCESS-SORTED-EXIT.
049600     EXIT.
049700
049800*================================================================*
049900 3300-CLEAR-DEPT-TOTALS.
050000*================================================================*
050100     MOVE 'N' TO WS-DEPT-CONTROLLED-SW
050200     MOVE ZERO TO WS-DEPT-AUTH
050300     MOVE ZERO TO WS-DEPT-HEADCOUNT
050400     MOVE ZERO TO WS-DEPT-OPEN
050500     MOVE ZERO TO WS-DEPT-OVER
050600     MOVE ZERO TO WS-DEPT-BUDGET
050700     MOVE ZERO TO WS-DEPT-SPEND
050800     MOVE ZERO TO WS-DEPT-VARIANCE.
050900 3300-CLEAR-DEPT-TOTALS-EXIT.
051000     EXIT.
051100
051200*================================================================*
051300 4000-WRITE-DEPT-LINE.
051400*    ONE LINE PER FINISHED DEPARTMENT UNDER THE COLUMN HEADINGS
051500*    5000 PRINTS.  OPEN AND OVERFILLED POSITIONS ARE THE GAP
051600*    BETWEEN AUTHORIZED AND ACTUAL HEADCOUNT EITHER WAY; THE
051700*    VARIANCE IS BUDGET LESS SPEND, NEGATIVE WHEN OVER BUDGET.
051800*    AN UNCONTROLLED DEPARTMENT PRINTS ITS ACTUALS ONLY.
051900*================================================================*
052000     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
052100         PERFORM 5000-WRITE-REPORT-HEADERS
052200             THRU 5000-WRITE-REPORT-HEADERS-EXIT
052300     END-IF
052400
052500     PERFORM 4100-GET-DEPT-NAME
052600         THRU 4100-GET-DEPT-NAME-EXIT
052700     ADD 1 TO WS-DEPT-COUNT
052800     MOVE WS-DEPT-HEADCOUNT TO WS-ACTUAL-ED
052900     MOVE WS-DEPT-SPEND TO WS-SPEND-ED
053000
053100     IF NOT DEPT-CONTROLLED
053200         ADD WS-DEPT-HEADCOUNT TO WS-COMP-UNCTL-HEADCOUNT
053300         ADD WS-DEPT-SPEND TO WS-COMP-UNCTL-SPEND
053400         MOVE SPACES TO REPORT-RECORD
053500         STRING WS-CURRENT-DEPT        DELIMITED BY SIZE
053600                 '  '                  DELIMITED BY SIZE
053700                 WS-DEPT-NAME-OUT      DELIMITED BY SIZE
053800                 '          '          DELIMITED BY SIZE
053900                 WS-ACTUAL-ED          DELIMITED BY SIZE
054000                 '                  '  DELIMITED BY SIZE
054100                 '                '    DELIMITED BY SIZE
054200                 WS-SPEND-ED           DELIMITED BY SIZE
054300                 '                   ' DELIMITED BY SIZE
054400                 'NO POSITION CONTROL' DELIMITED BY SIZE
054500             INTO REPORT-RECORD
054600         END-STRING
054700         WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
054800         ADD 1 TO WS-LINE-COUNT
054900         GO TO 4000-WRITE-DEPT-LINE-EXIT
055000     END-IF
055100
055200     IF WS-DEPT-HEADCOUNT < WS-DEPT-AUTH
055300         SUBTRACT WS-DEPT-HEADCOUNT FROM WS-DEPT-AUTH
055400             GIVING WS-DEPT-OPEN
055500     END-IF
055600     IF WS-DEPT-HEADCOUNT > WS-DEPT-AUTH
055700         SUBTRACT WS-DEPT-AUTH FROM WS-DEPT-HEADCOUNT
055800             GIVING WS-DEPT-OVER
055900     END-IF
056000     SUBTRACT WS-DEPT-SPEND FROM WS-DEPT-BUDGET
056100         GIVING WS-DEPT-VARIANCE
056200
056300     MOVE SPACES TO WS-STATUS-TAG
056400     IF WS-DEPT-OVER > ZERO
056500         ADD 1 TO WS-OVERFILL-DEPT-COUNT
056600         IF WS-DEPT-VARIANCE < ZERO
056700             MOVE 'OVERFILLED/OVER BUDGET' TO WS-STATUS-TAG
056800         ELSE
056900             MOVE 'OVERFILLED' TO WS-STATUS-TAG
057000         END-IF
057100     ELSE
057200         IF WS-DEPT-VARIANCE < ZERO
057300             MOVE 'OVER BUDGET' TO WS-STATUS-TAG
057400         END-IF
057500     END-IF
057600     IF WS-DEPT-VARIANCE < ZERO
057700         ADD 1 TO WS-OVERBUDGET-DEPT-COUNT
057800     END-IF
057900
058000     MOVE WS-DEPT-AUTH TO WS-AUTH-ED
058100     MOVE WS-DEPT-OPEN TO WS-OPEN-ED
058200     MOVE WS-DEPT-OVER TO WS-OVER-ED
058300     MOVE WS-DEPT-BUDGET TO WS-BUDGET-ED
058400     MOVE WS-DEPT-VARIANCE TO WS-VARIANCE-ED
058500     MOVE SPACES TO REPORT-RECORD
058600     STRING WS-CURRENT-DEPT        DELIMITED BY SIZE
058700             '  '                  DELIMITED BY SIZE
058800             WS-DEPT-NAME-OUT      DELIMITED BY SIZE
058900             '  '                  DELIMITED BY SIZE
059000             WS-AUTH-ED            DELIMITED BY SIZE
059100             '  '                  DELIMITED BY SIZE
059200             WS-ACTUAL-ED          DELIMITED BY SIZE
059300             '  '                  DELIMITED BY SIZE
059400             WS-OPEN-ED            DELIMITED BY SIZE
059500             '  '                  DELIMITED BY SIZE
059600             WS-OVER-ED            DELIMITED BY SIZE
059700             '  '                  DELIMITED BY SIZE
059800             WS-BUDGET-ED          DELIMITED BY SIZE
059900             '  '                  DELIMITED BY SIZE
060000             WS-SPEND-ED           DELIMITED BY SIZE
060100             '  '                  DELIMITED BY SIZE
060200             WS-VARIANCE-ED        DELIMITED BY SIZE
060300             '  '                  DELIMITED BY SIZE
060400             WS-STATUS-TAG         DELIMITED BY SIZE
060500         INTO REPORT-RECORD
060600     END-STRING
060700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
060800     ADD 1 TO WS-LINE-COUNT
060900
061000     ADD 1 TO WS-CTL-DEPT-COUNT
061100     ADD WS-DEPT-AUTH TO WS-COMP-AUTH
061200     ADD WS-DEPT-HEADCOUNT TO WS-COMP-CTL-HEADCOUNT
061300     ADD WS-DEPT-OPEN TO WS-COMP-OPEN
061400     ADD WS-DEPT-OVER TO WS-COMP-OVER
061500     ADD WS-DEPT-BUDGET TO WS-COMP-BUDGET
061600     ADD WS-DEPT-SPEND TO WS-COMP-CTL-SPEND.
061700 4000-WRITE-DEPT-LINE-EXIT.
061800     EXIT.
061900
062000*================================================================*
062100 4100-GET-DEPT-NAME.
062200*    SAME CONVENTION AS THE MASTER LISTING: A CODE NOT ON THE
062300*    REFERENCE FILE, OR NO REFERENCE FILE AT ALL, PRINTS AS
062400*    '*UNKNOWN*'.
062500*================================================================*
062600     MOVE '*UNKNOWN*' TO WS-DEPT-NAME-OUT
062700     IF DEPT-FILE-OPEN
062800         MOVE WS-CURRENT-DEPT TO DEPT-CODE
062900         READ DEPT-FILE
063000             INVALID KEY
063100                 CONTINUE
063200             NOT INVALID KEY
063300                 MOVE DEPT-NAME TO WS-DEPT-NAME-OUT
063400         END-READ
063500     END-IF.
063600 4100-GET-DEPT-NAME-EXIT.
063700     EXIT.
063800
063900*================================================================*
064000 4500-WRITE-COMPANY-TOTALS.
064100*    COMPANY GRAND TOTALS ON THEIR OWN PAGE, ECHOED TO SYSOUT
064200*    THE SAME WAY DEPTSUM ECHOES ITS TOTALS.
064300*================================================================*
064400     PERFORM 5000-WRITE-REPORT-HEADERS
064500         THRU 5000-WRITE-REPORT-HEADERS-EXIT
064600     SUBTRACT WS-COMP-CTL-SPEND FROM WS-COMP-BUDGET
064700         GIVING WS-COMP-VARIANCE
064800
064900     MOVE SPACES TO REPORT-RECORD
065000     MOVE 'COMPANY TOTALS' TO REPORT-RECORD
065100     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
065200
065300     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED
065400     MOVE SPACES TO REPORT-RECORD
065500     STRING '    DEPARTMENTS:                 ' DELIMITED BY SIZE
065600             WS-DEPT-COUNT-ED                   DELIMITED BY SIZE
065700         INTO REPORT-RECORD
065800     END-STRING
065900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
066000
066100     MOVE WS-CTL-DEPT-COUNT TO WS-DEPT-COUNT-ED
066200     MOVE SPACES TO REPORT-RECORD
066300     STRING '    UNDER POSITION CONTROL:      ' DELIMITED BY SIZE
066400             WS-DEPT-COUNT-ED                   DELIMITED BY SIZE
066500         INTO REPORT-RECORD
066600     END-STRING
066700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
066800
066900     MOVE WS-OVERFILL-DEPT-COUNT TO WS-DEPT-COUNT-ED
067000     MOVE SPACES TO REPORT-RECORD
067100     STRING '    OVERFILLED:                  ' DELIMITED BY SIZE
067200             WS-DEPT-COUNT-ED                   DELIMITED BY SIZE
067300         INTO REPORT-RECORD
067400     END-STRING
067500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
067600
067700     MOVE WS-OVERBUDGET-DEPT-COUNT TO WS-DEPT-COUNT-ED
067800     MOVE SPACES TO REPORT-RECORD
067900     STRING '    OVER BUDGET:                 ' DELIMITED BY SIZE
068000             WS-DEPT-COUNT-ED                   DELIMITED BY SIZE
068100         INTO REPORT-RECORD
068200     END-STRING
068300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
068400
068500     MOVE WS-COMP-AUTH TO WS-HEADCOUNT-ED
068600     MOVE SPACES TO REPORT-RECORD
068700     STRING '    AUTHORIZED HEADCOUNT:     ' DELIMITED BY SIZE
068800             WS-HEADCOUNT-ED                 DELIMITED BY SIZE
068900         INTO REPORT-RECORD
069000     END-STRING
069100     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
069200
069300     MOVE WS-COMP-CTL-HEADCOUNT TO WS-HEADCOUNT-ED
069400     MOVE SPACES TO REPORT-RECORD
069500     STRING '    ACTUAL HEADCOUNT:         ' DELIMITED BY SIZE
069600             WS-HEADCOUNT-ED                 DELIMITED BY SIZE
069700         INTO REPORT-RECORD
069800     END-STRING
069900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
070000
070100     MOVE WS-COMP-OPEN TO WS-HEADCOUNT-ED
070200     MOVE SPACES TO REPORT-RECORD
070300     STRING '    OPEN POSITIONS:           ' DELIMITED BY SIZE
070400             WS-HEADCOUNT-ED                 DELIMITED BY SIZE
070500         INTO REPORT-RECORD
070600     END-STRING
070700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
070800
070900     MOVE WS-COMP-OVER TO WS-HEADCOUNT-ED
071000     MOVE SPACES TO REPORT-RECORD
071100     STRING '    POSITIONS OVERFILLED:     ' DELIMITED BY SIZE
071200             WS-HEADCOUNT-ED                 DELIMITED BY SIZE
071300         INTO REPORT-RECORD
071400     END-STRING
071500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
071600
071700     MOVE WS-COMP-BUDGET TO WS-TOTAL-ED
071800     MOVE SPACES TO REPORT-RECORD
071900     STRING '    SALARY BUDGET:    ' DELIMITED BY SIZE
072000             WS-TOTAL-ED             DELIMITED BY SIZE
072100         INTO REPORT-RECORD
072200     END-STRING
072300     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
072400
072500     MOVE WS-COMP-CTL-SPEND TO WS-TOTAL-ED
072600     MOVE SPACES TO REPORT-RECORD
072700     STRING '    SALARY SPEND:     ' DELIMITED BY SIZE
072800             WS-TOTAL-ED             DELIMITED BY SIZE
072900         INTO REPORT-RECORD
073000     END-STRING
073100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
073200
073300     MOVE WS-COMP-VARIANCE TO WS-SIGNED-TOTAL-ED
073400     MOVE SPACES TO REPORT-RECORD
073500     STRING '    VARIANCE:         ' DELIMITED BY SIZE
073600             WS-SIGNED-TOTAL-ED      DELIMITED BY SIZE
073700         INTO REPORT-RECORD
073800     END-STRING
073900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
074000
074100     MOVE WS-COMP-UNCTL-HEADCOUNT TO WS-HEADCOUNT-ED
074200     MOVE SPACES TO REPORT-RECORD
074300     STRING '    HEADCOUNT WITH NO CONTROL:' DELIMITED BY SIZE
074400             WS-HEADCOUNT-ED                 DELIMITED BY SIZE
074500         INTO REPORT-RECORD
074600     END-STRING
074700     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
074800
074900     MOVE WS-COMP-UNCTL-SPEND TO WS-TOTAL-ED
075000     MOVE SPACES TO REPORT-RECORD
075100     STRING '    SPEND WITH NO CONTROL:' DELIMITED BY SIZE
075200             WS-TOTAL-ED                 DELIMITED BY SIZE
075300         INTO REPORT-RECORD
075400     END-STRING
075500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
075600
075700     DISPLAY 'EMPPOSVR: DEPARTMENTS       ' WS-DEPT-COUNT
075800     DISPLAY 'EMPPOSVR: CONTROLLED        ' WS-CTL-DEPT-COUNT
075900     DISPLAY 'EMPPOSVR: OVERFILLED        '
076000         WS-OVERFILL-DEPT-COUNT
076100     DISPLAY 'EMPPOSVR: OVER BUDGET       '
076200         WS-OVERBUDGET-DEPT-COUNT
076300     DISPLAY 'EMPPOSVR: AUTHORIZED        ' WS-COMP-AUTH
076400     DISPLAY 'EMPPOSVR: ACTUAL            '
076500         WS-COMP-CTL-HEADCOUNT
076600     DISPLAY 'EMPPOSVR: OPEN POSITIONS    ' WS-COMP-OPEN
076700     DISPLAY 'EMPPOSVR: SALARY BUDGET     ' WS-COMP-BUDGET
076800     DISPLAY 'EMPPOSVR: SALARY SPEND      ' WS-COMP-CTL-SPEND.
076900 4500-WRITE-COMPANY-TOTALS-EXIT.
077000     EXIT.
077100
077200*================================================================*
077300 5000-WRITE-REPORT-HEADERS.
077400*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER), AN UNDERLINE,
077500*    AND THE COLUMN HEADINGS, SAME STYLE AS THE MASTER LISTING
077600*    HEADERS.
077700*================================================================*
077800     ADD 1 TO WS-PAGE-COUNT
077900     MOVE ZERO TO WS-LINE-COUNT
078000
078100     MOVE SPACES TO REPORT-RECORD
078200     STRING 'POSITION CONTROL VARIANCE' DELIMITED BY SIZE
078300             '        RUN DATE: '       DELIMITED BY SIZE
078400             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
078500                                        DELIMITED BY SIZE
078600             '     PAGE: '              DELIMITED BY SIZE
078700             WS-PAGE-COUNT              DELIMITED BY SIZE
078800         INTO REPORT-RECORD
078900     END-STRING
079000     IF WS-PAGE-COUNT = 1
079100         WRITE REPORT-RECORD
079200     ELSE
079300         WRITE REPORT-RECORD AFTER ADVANCING PAGE
079400     END-IF
079500
079600     MOVE SPACES TO REPORT-RECORD
079700     MOVE '----------------------------------------' TO
079800         REPORT-RECORD
079900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
080000
080100     MOVE SPACES TO REPORT-RECORD
080200     STRING 'DEPT  NAME                    '  DELIMITED BY SIZE
080300             'AUTH  ACTUAL    OPEN    OVER'   DELIMITED BY SIZE
080400             '          BUDGET           '    DELIMITED BY SIZE
080500             'SPEND         VARIANCE  STATUS' DELIMITED BY SIZE
080600         INTO REPORT-RECORD
080700     END-STRING
080800     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
080900     ADD 4 TO WS-LINE-COUNT.
081000 5000-WRITE-REPORT-HEADERS-EXIT.
081100     EXIT.
081200
081300*================================================================*
081400 8500-RELEASE-RUN-CONTROL.
081500*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
081600*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
081700*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
081800*    TO FIND.
081900*================================================================*
082000     IF NOT RCTL-ACQUIRED
082100         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
082200     END-IF
082300
082400     OPEN OUTPUT RCTL-FILE
082500     IF NOT RCTL-FILE-OK
082600         DISPLAY 'EMPPOSVR: CANNOT RESTAMP RUNCTL.DAT, STATUS '
082700             WS-RCTL-FILE-STATUS
082800         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
082900     END-IF
083000     MOVE SPACES TO RCTL-RECORD
083100     MOVE 'F' TO RCTL-STATE
083200     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
083300     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
083400     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
083500     WRITE RCTL-RECORD
083600     CLOSE RCTL-FILE.
083700 8500-RELEASE-RUN-CONTROL-EXIT.
083800     EXIT.
083900
084000*================================================================*
084100 9000-TERMINATE.
084200*================================================================*
084300     IF DEPT-FILE-OPEN
084400         CLOSE DEPT-FILE
084500     END-IF
084600     IF REPORT-FILE-OPEN
084700         CLOSE REPORT-FILE
084800     END-IF
084900
085000     PERFORM 8500-RELEASE-RUN-CONTROL
085100         THRU 8500-RELEASE-RUN-CONTROL-EXIT.
085200 9000-TERMINATE-EXIT.
085300     EXIT.
