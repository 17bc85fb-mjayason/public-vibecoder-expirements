000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPNEWHR.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/24/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPNEWHR                                                      *
000900*  STATE NEW-HIRE REPORTING.  THE STATE REQUIRES EVERY NEW HIRE  *
001000*  AND REHIRE TO BE REPORTED WITHIN 20 DAYS.  THIS OUTBOUND      *
001100*  INTERFACE PICKS UP EVERY ADD ('A') AND REHIRE ('R') EMPMAINT  *
001200*  HAS JOURNALLED ON EMPJRNL.DAT SINCE THE LAST SUCCESSFUL       *
001300*  TRANSMISSION AND WRITES THEM TO EMPNHIRE.DAT IN THE STATE'S   *
001400*  FIXED-WIDTH LAYOUT (EMPNHIRE.CPY), A HEADER FIRST AND A       *
001500*  TRAILER OF COUNTS LAST.  THE NEWEST RUN SENT IS KEPT IN ITS   *
001600*  OWN MARKER, EMPNHMRK.DAT, THE SAME WAY EMPJMARK.DAT WORKS FOR *
001700*  THE PORTAL: A RUN THAT FAILS LEAVES THE MARKER ALONE, SO THE  *
001800*  NEXT RUN CATCHES UP EVERY MAINTENANCE RUN SINCE.  EMPJCLOS    *
001900*  KEEPS ANY RUN NEWER THAN THIS MARKER ON THE JOURNAL.          *
002000*                                                                *
002100*  THE HIRE DATE SENT FOR AN ADD IS THE HIRE DATE ON THE MASTER. *
002200*  A REHIRE KEEPS THE ORIGINAL HIRE DATE ON THE MASTER, SO THE   *
002300*  DATE SENT FOR IT IS THE DATE OF THE MAINTENANCE RUN THAT PUT  *
002400*  THE EMPLOYEE BACK ON FILE.  AN ADD JOURNALLED BY EMPBKOUT IS  *
002500*  A REVERSED DELETE, NOT A HIRE, AND IS NOT SENT.  A HIRE THAT  *
002600*  EMPBKOUT HAS REVERSED BEFORE IT COULD BE SENT IS DROPPED.     *
002700*                                                                *
002800*  THE TRANSMITTAL REPORT, EMPNHRPT.DAT, LISTS EVERY HIRE SENT,  *
002900*  FLAGGING ANY WHOSE HIRE DATE IS ALREADY MORE THAN 20 DAYS     *
003000*  BEFORE TODAY, AND THEN EVERY HIRE SENT ON AN EARLIER NIGHT    *
003100*  THAT EMPBKOUT HAS SINCE REVERSED, FOR A MANUAL CORRECTION TO  *
003200*  THE STATE.  EACH SUCH CORRECTION IS LISTED ONCE, BY THE RUN   *
003300*  THAT FIRST SEES THE REVERSAL.                                 *
003400*                                                                *
003500*  RUN PARAMETER: THE EMPLOYER'S NINE-DIGIT FEIN, CARRIED ON     *
003600*  EVERY RECORD.  EMPNHIRE.DAT IS REWRITTEN EVERY RUN; WHEN      *
003700*  THERE IS NOTHING TO SEND IT IS LEFT EMPTY, SO A FILE ALREADY  *
003800*  SENT CAN NEVER GO TWICE.  LIKE EVERY READER OF THE JOURNAL    *
003900*  THAT MOVES A MARKER, THE RUN HOLDS THE RUN CONTROL, SO IT     *
004000*  NEVER READS A MAINTENANCE RUN THAT IS STILL BEING WRITTEN.    *
004100*----------------------------------------------------------------*
004200*  MODIFICATION HISTORY                                          *
004300*  DATE       BY   DESCRIPTION                                   *
004400*  05/24/1999 RWB  ORIGINAL STATE NEW-HIRE INTERFACE.            *
004500*================================================================*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT JRNL-FILE ASSIGN TO 'EMPJRNL.DAT'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-FILE-STATUS.
005200
005300     SELECT MARK-FILE ASSIGN TO 'EMPNHMRK.DAT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-MARK-FILE-STATUS.
005600
005700     SELECT NHIRE-FILE ASSIGN TO 'EMPNHIRE.DAT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-NHIRE-FILE-STATUS.
006000
006100     SELECT REPORT-FILE ASSIGN TO 'EMPNHRPT.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-FILE-STATUS.
006400
006500     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RCTL-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  JRNL-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 COPY EMPJRNL.
007400
007500 FD  MARK-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  MARK-RECORD.
007800     05  MARK-RUN-ID             PIC X(14).
007900
008000 FD  NHIRE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY EMPNHIRE.
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORT-RECORD                PIC X(132).
008700
008800 FD  RCTL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RUNCTL.
009100
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------*
009400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
009500*----------------------------------------------------------------*
009600 01  WS-JRNL-FILE-STATUS      PIC X(02).
009700     88  JRNL-FILE-OK                 VALUE '00'.
009800     88  JRNL-FILE-MISSING            VALUE '35'.
009900
010000 01  WS-MARK-FILE-STATUS      PIC X(02).
010100     88  MARK-FILE-OK                 VALUE '00'.
010200
010300 01  WS-NHIRE-FILE-STATUS     PIC X(02).
010400     88  NHIRE-FILE-OK                VALUE '00'.
010500
010600 01  WS-REPORT-FILE-STATUS    PIC X(02).
010700     88  REPORT-FILE-OK               VALUE '00'.
010800
010900 01  WS-RCTL-FILE-STATUS      PIC X(02).
011000     88  RCTL-FILE-OK                 VALUE '00'.
011100     88  RCTL-FILE-MISSING            VALUE '35'.
011200
011300 01  WS-JRNL-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
011400     88  JRNL-FILE-OPEN               VALUE 'Y'.
011500 01  WS-NHIRE-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
011600     88  NHIRE-FILE-OPEN              VALUE 'Y'.
011700 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
011800     88  REPORT-FILE-OPEN             VALUE 'Y'.
011900
012000 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
012100     88  END-OF-FILE                  VALUE 'Y'.
012200 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
012300     88  RUN-REFUSED                  VALUE 'Y'.
012400 01  WS-NO-JOURNAL-SW         PIC X(01) VALUE 'N'.
012500     88  NO-JOURNAL                   VALUE 'Y'.
012600
012700*----------------------------------------------------------------*
012800*    RUN IDENTIFICATION AND RUN-CONTROL STATE                    *
012900*----------------------------------------------------------------*
013000 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
013100 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
013200     05  WS-RUN-CCYY             PIC 9(04).
013300     05  WS-RUN-MM               PIC 9(02).
013400     05  WS-RUN-DD               PIC 9(02).
013500 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
013600 01  WS-RUN-ID.
013700     05  WS-RUN-ID-DATE          PIC 9(08).
013800     05  WS-RUN-ID-TIME          PIC 9(06).
013900 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
014000     88  RCTL-ACQUIRED                VALUE 'Y'.
014100 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
014200 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
014300
014400*----------------------------------------------------------------*
014500*    THE EMPLOYER FEIN, FROM THE RUN PARAMETER.  ONE LONGER      *
014600*    THAN NINE DIGITS IS REFUSED, NOT CUT SHORT.                 *
014700*----------------------------------------------------------------*
014800 01  WS-FEIN-X                PIC X(12) VALUE SPACES.
014900 01  WS-FEIN                  PIC 9(09) VALUE ZERO.
015000
015100*----------------------------------------------------------------*
015200*    THE NEWEST RUN ALREADY SENT (NO MARKER MEANS NOTHING HAS    *
015300*    BEEN, SO EVERY RUN IS NEWER THAN IT), AND THE HIGHEST RUN   *
015400*    ON THE JOURNAL THIS TIME, THE MARKER TO SET IF THIS RUN     *
015500*    SUCCEEDS.                                                   *
015600*----------------------------------------------------------------*
015700 01  WS-LAST-RUN-ID           PIC X(14) VALUE SPACES.
015800 01  WS-HIGHEST-RUN-ID        PIC X(14) VALUE SPACES.
015900
016000*----------------------------------------------------------------*
016100*    LATE DATE: TODAY LESS THE 20 DAYS THE STATE ALLOWS, WORKED  *
016200*    BACK A DAY AT A TIME ACROSS MONTH AND YEAR ENDS THE SAME    *
016300*    WAY EMPJCLOS SETS ITS BACKOUT WINDOW.  A HIRE DATED BEFORE  *
016400*    THIS DATE IS ALREADY LATE WHEN IT IS SENT.                  *
016500*----------------------------------------------------------------*
016600 01  WS-LATE-DAYS             PIC 9(03) VALUE 20.
016700 01  WS-LATE-DATE             PIC 9(08) VALUE ZERO.
016800 01  WS-LATE-DATE-R REDEFINES WS-LATE-DATE.
016900     05  WS-LATE-CCYY            PIC 9(04).
017000     05  WS-LATE-MM              PIC 9(02).
017100     05  WS-LATE-DD              PIC 9(02).
017200 01  WS-DAY-IDX               PIC 9(03) COMP VALUE ZERO.
017300 01  WS-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
017400 01  WS-LEAP-REMAINDER        PIC 9(04) VALUE ZERO.
017500 01  WS-LEAP-QUOTIENT         PIC 9(04) VALUE ZERO.
017600 01  WS-LEAP-YEAR-SW          PIC X(01) VALUE 'N'.
017700     88  LEAP-YEAR                    VALUE 'Y'.
017800
017900*----------------------------------------------------------------*
018000*    EVERY HIRE ON THE JOURNAL, IN JOURNAL ORDER, SENT OR NOT,   *
018100*    SO A LATER EMPBKOUT REVERSAL CAN BE MATCHED BACK TO THE     *
018200*    HIRE IT UNDID.  THE JOURNAL IS TRIMMED BY EMPJCLOS, SO 5000 *
018300*    IS GENEROUS; A JOURNAL WITH MORE HIRES THAN THAT IS         *
018400*    REFUSED RATHER THAN HALF-SENT.                              *
018500*----------------------------------------------------------------*
018600 01  WS-HIRE-MAX              PIC 9(05) COMP VALUE 5000.
018700 01  WS-HIRE-COUNT            PIC 9(05) COMP VALUE ZERO.
018800 01  WS-HIRE-IDX              PIC S9(05) COMP VALUE ZERO.
018900 01  WS-HIRE-HIT              PIC S9(05) COMP VALUE ZERO.
019000 01  WS-HIRE-TABLE.
019100     05  WS-HIRE-ENTRY OCCURS 5000 TIMES.
019200         10  HT-EMP-ID           PIC X(05).
019300         10  HT-RUN-ID           PIC X(14).
019400         10  HT-ACTION           PIC X(01).
019500             88  HT-REHIRE           VALUE 'R'.
019600         10  HT-HIRE-DATE        PIC 9(08).
019700         10  HT-AFTER            PIC X(52).
019800         10  HT-SENT-SW          PIC X(01).
019900             88  HT-SENT-BEFORE      VALUE 'Y'.
020000         10  HT-BACKED-OUT-SW    PIC X(01).
020100             88  HT-BACKED-OUT       VALUE 'Y'.
020200         10  HT-BKOUT-RUN-ID     PIC X(14).
020300         10  HT-BKOUT-OPERATOR   PIC X(08).
020400
020500*    THE AFTER-IMAGE OF THE HIRE BEING SENT OR PRINTED.
020600 COPY EMPREC REPLACING LEADING ==EMP== BY ==NHA==.
020700
020800*----------------------------------------------------------------*
020900*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
021000*----------------------------------------------------------------*
021100 01  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
021200 01  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
021300 01  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
021400 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
021500 01  WS-AFTER-DESC            PIC X(18) VALUE SPACES.
021600 01  WS-THRU-DESC             PIC X(14) VALUE SPACES.
021700
021800*----------------------------------------------------------------*
021900*    EDITED PRINT FIELDS                                         *
022000*----------------------------------------------------------------*
022100 01  WS-FMT-DATE              PIC 9(08) VALUE ZERO.
022200 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
022300     05  WS-FMT-CCYY             PIC 9(04).
022400     05  WS-FMT-MM               PIC 9(02).
022500     05  WS-FMT-DD               PIC 9(02).
022600 01  WS-FMT-DATE-ED           PIC X(10) VALUE SPACES.
022700 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.
022800
022900*----------------------------------------------------------------*
023000*    RUN TOTALS                                                  *
023100*----------------------------------------------------------------*
023200 01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
023300 01  WS-SENT-COUNT            PIC 9(07) VALUE ZERO.
023400 01  WS-SENT-NEW-COUNT        PIC 9(07) VALUE ZERO.
023500 01  WS-SENT-REHIRE-COUNT     PIC 9(07) VALUE ZERO.
023600 01  WS-LATE-COUNT            PIC 9(07) VALUE ZERO.
023700 01  WS-DROPPED-COUNT         PIC 9(07) VALUE ZERO.
023800 01  WS-CORRECTION-COUNT      PIC 9(07) VALUE ZERO.
023900 01  WS-NH-RECORD-COUNT       PIC 9(07) VALUE ZERO.
024000
024100 PROCEDURE DIVISION.
024200*================================================================*
024300 0000-MAINLINE.
024400*================================================================*
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT
024700     PERFORM 2000-LOAD-HIRE
024800         THRU 2000-LOAD-HIRE-EXIT
024900         UNTIL END-OF-FILE
025000     PERFORM 3000-WRITE-STATE-FILE
025100         THRU 3000-WRITE-STATE-FILE-EXIT
025200     PERFORM 4000-PRINT-REPORT
025300         THRU 4000-PRINT-REPORT-EXIT
025400     PERFORM 9000-TERMINATE
025500         THRU 9000-TERMINATE-EXIT
025600     STOP RUN.
025700
025800*================================================================*
025900 1000-INITIALIZE.
026000*================================================================*
026100     ACCEPT WS-FEIN-X FROM ARGUMENT-VALUE
026200     IF WS-FEIN-X(1:9) NOT NUMERIC
026300         OR WS-FEIN-X(10:3) NOT = SPACES
026400         DISPLAY 'EMPNEWHR: PASS THE EMPLOYER FEIN AS NINE '
026500             'DIGITS; RUN REFUSED'
026600         MOVE 'Y' TO EOF-FLAG
026700         MOVE 'Y' TO WS-REFUSED-SW
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF
027000     MOVE WS-FEIN-X(1:9) TO WS-FEIN
027100
027200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027300     ACCEPT WS-RUN-TIME FROM TIME
027400     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
027500     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
027600     DISPLAY 'EMPNEWHR: RUN-ID ' WS-RUN-ID
027700
027800     PERFORM 1200-SET-LATE-DATE
027900         THRU 1200-SET-LATE-DATE-EXIT
028000
028100     PERFORM 1500-ACQUIRE-RUN-CONTROL
028200         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
028300     IF NOT RCTL-ACQUIRED
028400         MOVE 'Y' TO EOF-FLAG
028500         MOVE 'Y' TO WS-REFUSED-SW
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF
028800
028900     PERFORM 1300-READ-MARKER
029000         THRU 1300-READ-MARKER-EXIT
029100     DISPLAY 'EMPNEWHR: LAST RUN SENT ' WS-LAST-RUN-ID
029200         ', LATE IF HIRED BEFORE ' WS-LATE-DATE
029300
029400*    NO JOURNAL AT ALL JUST MEANS NO HIRES TO SEND.
029500     OPEN INPUT JRNL-FILE
029600     IF JRNL-FILE-MISSING
029700         DISPLAY 'EMPNEWHR: NO JOURNAL ON FILE; NOTHING TO SEND'
029800         MOVE 'Y' TO WS-NO-JOURNAL-SW
029900         MOVE 'Y' TO EOF-FLAG
030000     ELSE
030100         IF NOT JRNL-FILE-OK
030200             DISPLAY 'EMPNEWHR: CANNOT OPEN EMPJRNL.DAT, STATUS '
030300                 WS-JRNL-FILE-STATUS
030400             MOVE 'Y' TO EOF-FLAG
030500             MOVE 'Y' TO WS-REFUSED-SW
030600             GO TO 1000-INITIALIZE-EXIT
030700         END-IF
030800         MOVE 'Y' TO WS-JRNL-FILE-OPEN-SW
030900     END-IF
031000
031100*    THE STATE FILE IS OPENED EVEN WHEN NOTHING WILL BE SENT,
031200*    SO LAST NIGHT'S FILE IS NEVER LEFT BEHIND TO GO TWICE.
031300     OPEN OUTPUT NHIRE-FILE
031400     IF NOT NHIRE-FILE-OK
031500         DISPLAY 'EMPNEWHR: CANNOT OPEN EMPNHIRE.DAT, STATUS '
031600             WS-NHIRE-FILE-STATUS
031700         MOVE 'Y' TO EOF-FLAG
031800         MOVE 'Y' TO WS-REFUSED-SW
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF
032100     MOVE 'Y' TO WS-NHIRE-FILE-OPEN-SW
032200
032300     OPEN OUTPUT REPORT-FILE
032400     IF NOT REPORT-FILE-OK
032500         DISPLAY 'EMPNEWHR: CANNOT OPEN EMPNHRPT.DAT, STATUS '
032600             WS-REPORT-FILE-STATUS
032700         MOVE 'Y' TO EOF-FLAG
032800         MOVE 'Y' TO WS-REFUSED-SW
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF
033100     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
033200
033300     IF JRNL-FILE-OPEN
033400         PERFORM 2100-READ-NEXT-JOURNAL
033500             THRU 2100-READ-NEXT-JOURNAL-EXIT
033600     END-IF.
033700 1000-INITIALIZE-EXIT.
033800     EXIT.
033900
034000*================================================================*
034100 1200-SET-LATE-DATE.
034200*    START FROM TODAY AND STEP BACK ONE DAY PER DAY ALLOWED.
034300*================================================================*
034400     MOVE WS-RUN-DATE TO WS-LATE-DATE
034500     PERFORM 1250-BACK-UP-ONE-DAY
034600         THRU 1250-BACK-UP-ONE-DAY-EXIT
034700         VARYING WS-DAY-IDX FROM 1 BY 1
034800         UNTIL WS-DAY-IDX > WS-LATE-DAYS.
034900 1200-SET-LATE-DATE-EXIT.
035000     EXIT.
035100
035200*================================================================*
035300 1250-BACK-UP-ONE-DAY.
035400*    THE FIRST OF A MONTH BACKS UP TO THE LAST DAY OF THE
035500*    MONTH BEFORE, AND JANUARY 1 TO DECEMBER 31 OF THE YEAR
035600*    BEFORE.
035700*================================================================*
035800     IF WS-LATE-DD > 1
035900         SUBTRACT 1 FROM WS-LATE-DD
036000         GO TO 1250-BACK-UP-ONE-DAY-EXIT
036100     END-IF
036200     IF WS-LATE-MM > 1
036300         SUBTRACT 1 FROM WS-LATE-MM
036400     ELSE
036500         MOVE 12 TO WS-LATE-MM
036600         SUBTRACT 1 FROM WS-LATE-CCYY
036700     END-IF
036800     PERFORM 1260-SET-DAYS-IN-MONTH
036900         THRU 1260-SET-DAYS-IN-MONTH-EXIT
037000     MOVE WS-DAYS-IN-MONTH TO WS-LATE-DD.
037100 1250-BACK-UP-ONE-DAY-EXIT.
037200     EXIT.
037300
037400*================================================================*
037500 1260-SET-DAYS-IN-MONTH.
037600*    SET WS-DAYS-IN-MONTH FOR WS-LATE-MM/WS-LATE-CCYY, THE SAME
037700*    RULE EMPEDIT EDITS ITS DATES WITH.
037800*================================================================*
037900     EVALUATE WS-LATE-MM
038000         WHEN 01
038100         WHEN 03
038200         WHEN 05
038300         WHEN 07
038400         WHEN 08
038500         WHEN 10
038600         WHEN 12
038700             MOVE 31 TO WS-DAYS-IN-MONTH
038800         WHEN 04
038900         WHEN 06
039000         WHEN 09
039100         WHEN 11
039200             MOVE 30 TO WS-DAYS-IN-MONTH
039300         WHEN 02
039400             PERFORM 1270-CHECK-LEAP-YEAR
039500                 THRU 1270-CHECK-LEAP-YEAR-EXIT
039600             IF LEAP-YEAR
039700                 MOVE 29 TO WS-DAYS-IN-MONTH
039800             ELSE
039900                 MOVE 28 TO WS-DAYS-IN-MONTH
040000             END-IF
040100     END-EVALUATE.
040200 1260-SET-DAYS-IN-MONTH-EXIT.
040300     EXIT.
040400
040500*================================================================*
040600 1270-CHECK-LEAP-YEAR.
040700*================================================================*
040800     MOVE 'N' TO WS-LEAP-YEAR-SW
040900     DIVIDE WS-LATE-CCYY BY 4
041000         GIVING WS-LEAP-QUOTIENT
041100         REMAINDER WS-LEAP-REMAINDER
041200     IF WS-LEAP-REMAINDER = ZERO
041300         MOVE 'Y' TO WS-LEAP-YEAR-SW
041400     END-IF
041500     DIVIDE WS-LATE-CCYY BY 100
041600         GIVING WS-LEAP-QUOTIENT
041700         REMAINDER WS-LEAP-REMAINDER
041800     IF WS-LEAP-REMAINDER = ZERO
041900         MOVE 'N' TO WS-LEAP-YEAR-SW
042000         DIVIDE WS-LATE-CCYY BY 400
042100             GIVING WS-LEAP-QUOTIENT
042200             REMAINDER WS-LEAP-REMAINDER
042300         IF WS-LEAP-REMAINDER = ZERO
042400             MOVE 'Y' TO WS-LEAP-YEAR-SW
042500         END-IF
042600     END-IF.
042700 1270-CHECK-LEAP-YEAR-EXIT.
042800     EXIT.
042900
043000*================================================================*
043100 1300-READ-MARKER.
043200*    EMPNHMRK.DAT HOLDS THE RUN-ID OF THE NEWEST MAINTENANCE RUN
043300*    WHOSE HIRES HAVE BEEN SENT TO THE STATE.  NO MARKER FILE
043400*    JUST MEANS NOTHING HAS BEEN SENT YET.
043500*================================================================*
043600     OPEN INPUT MARK-FILE
043700     IF NOT MARK-FILE-OK
043800         GO TO 1300-READ-MARKER-EXIT
043900     END-IF
044000     READ MARK-FILE
044100         AT END
044200             CONTINUE
044300         NOT AT END
044400             MOVE MARK-RUN-ID TO WS-LAST-RUN-ID
044500     END-READ
044600     CLOSE MARK-FILE.
044700 1300-READ-MARKER-EXIT.
044800     EXIT.
044900
045000*================================================================*
045100 1500-ACQUIRE-RUN-CONTROL.
045200*    CHECK AND STAMP RUNCTL.DAT BEFORE READING THE JOURNAL.  A
045300*    MAINTENANCE RUN STILL EXTENDING IT WOULD BE HALF SENT AND
045400*    THE MARKER MOVED PAST THE REST.  UNLIKE EMPJSON, THE RUN
045500*    DOES NOT NEED TONIGHT'S MAINTENANCE TO HAVE COMPLETED: IT
045600*    SENDS WHATEVER RUNS ARE ON THE JOURNAL.  NO FILE AT ALL
045700*    JUST MEANS THE FIRST RUN EVER.
045800*================================================================*
045900     MOVE SPACES TO RCTL-RECORD
046000     MOVE 'F' TO RCTL-STATE
046100     MOVE ZERO TO RCTL-BUSINESS-DATE
046200     MOVE ZERO TO RCTL-MAINT-DATE
046300     MOVE 'N' TO RCTL-MAINT-DONE-SW
046400
046500     OPEN INPUT RCTL-FILE
046600     IF RCTL-FILE-OK
046700         READ RCTL-FILE
046800             AT END
046900                 MOVE SPACES TO RCTL-RECORD
047000                 MOVE 'F' TO RCTL-STATE
047100                 MOVE ZERO TO RCTL-BUSINESS-DATE
047200                 MOVE ZERO TO RCTL-MAINT-DATE
047300                 MOVE 'N' TO RCTL-MAINT-DONE-SW
047400         END-READ
047500         CLOSE RCTL-FILE
047600     ELSE
047700         IF NOT RCTL-FILE-MISSING
047800             DISPLAY 'EMPNEWHR: CANNOT READ RUNCTL.DAT, STATUS '
047900                 WS-RCTL-FILE-STATUS
048000             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
048100         END-IF
048200     END-IF
048300
048400     IF RCTL-IN-USE
048500         DISPLAY 'EMPNEWHR: EMPLOYEE.DAT IS HELD BY '
048600             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
048700         DISPLAY 'EMPNEWHR: IF THAT RUN ABENDED, INSPECT AND '
048800             'RESET THE RUN CONTROL WITH RUNCTLRS'
048900         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
049000     END-IF
049100
049200     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
049300     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
049400
049500     OPEN OUTPUT RCTL-FILE
049600     IF NOT RCTL-FILE-OK
049700         DISPLAY 'EMPNEWHR: CANNOT STAMP RUNCTL.DAT, STATUS '
049800             WS-RCTL-FILE-STATUS
049900         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
050000     END-IF
050100     MOVE 'U' TO RCTL-STATE
050200     MOVE 'EMPNEWHR' TO RCTL-HOLDER
050300     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
050400     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
050500     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
050600     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
050700     WRITE RCTL-RECORD
050800     CLOSE RCTL-FILE
050900     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
051000 1500-ACQUIRE-RUN-CONTROL-EXIT.
051100     EXIT.
051200
051300*================================================================*
051400 2000-LOAD-HIRE.
051500*    ONE PASS OVER THE JOURNAL: TRACK THE HIGHEST RUN-ID ON IT,
051600*    HOLD EVERY HIRE, AND MATCH EVERY EMPBKOUT REVERSAL OF A
051700*    HIRE (A 'D' WRITTEN BY EMPBKOUT) BACK TO THE HIRE IT UNDID.
051800*    RUNS ARE APPENDED IN ORDER, SO A REVERSAL ALWAYS COMES
051900*    AFTER ITS HIRE.
052000*================================================================*
052100     ADD 1 TO WS-READ-COUNT
052200     IF JRNL-RUN-ID > WS-HIGHEST-RUN-ID
052300         MOVE JRNL-RUN-ID TO WS-HIGHEST-RUN-ID
052400     END-IF
052500
052600     EVALUATE TRUE
052700         WHEN JRNL-SOURCE-BACKOUT
052800             IF JRNL-ACTION-DELETE
052900                 PERFORM 2300-MATCH-BACKOUT
053000                     THRU 2300-MATCH-BACKOUT-EXIT
053100             END-IF
053200         WHEN JRNL-ACTION-ADD
053300         WHEN JRNL-ACTION-REHIRE
053400             PERFORM 2200-POST-HIRE
053500                 THRU 2200-POST-HIRE-EXIT
053600         WHEN OTHER
053700             CONTINUE
053800     END-EVALUATE
053900     IF RUN-REFUSED
054000         GO TO 2000-LOAD-HIRE-EXIT
054100     END-IF
054200
054300     PERFORM 2100-READ-NEXT-JOURNAL
054400         THRU 2100-READ-NEXT-JOURNAL-EXIT.
054500 2000-LOAD-HIRE-EXIT.
054600     EXIT.
054700
054800*================================================================*
054900 2100-READ-NEXT-JOURNAL.
055000*================================================================*
055100     READ JRNL-FILE
055200         AT END
055300             MOVE 'Y' TO EOF-FLAG
055400     END-READ.
055500 2100-READ-NEXT-JOURNAL-EXIT.
055600     EXIT.
055700
055800*================================================================*
055900 2200-POST-HIRE.
056000*    ONE TABLE ENTRY PER HIRE.  A HIRE IN A RUN NO NEWER THAN
056100*    THE MARKER HAS ALREADY GONE TO THE STATE.
056200*================================================================*
056300     IF WS-HIRE-COUNT >= WS-HIRE-MAX
056400         DISPLAY 'EMPNEWHR: MORE THAN ' WS-HIRE-MAX
056500             ' HIRES ON EMPJRNL.DAT; RUN EMPJCLOS TO ARCHIVE '
056600             'THE RUNS ALREADY SENT, THEN RERUN'
056700         MOVE 'Y' TO WS-REFUSED-SW
056800         MOVE 'Y' TO EOF-FLAG
056900         GO TO 2200-POST-HIRE-EXIT
057000     END-IF
057100     ADD 1 TO WS-HIRE-COUNT
057200     MOVE JRNL-AFTER-IMAGE TO NHA-RECORD
057300     MOVE NHA-ID TO HT-EMP-ID (WS-HIRE-COUNT)
057400     MOVE JRNL-RUN-ID TO HT-RUN-ID (WS-HIRE-COUNT)
057500     MOVE JRNL-ACTION-CODE TO HT-ACTION (WS-HIRE-COUNT)
057600     MOVE JRNL-AFTER-IMAGE TO HT-AFTER (WS-HIRE-COUNT)
057700     IF JRNL-ACTION-REHIRE
057800         MOVE JRNL-RUN-ID(1:8) TO HT-HIRE-DATE (WS-HIRE-COUNT)
057900     ELSE
058000         MOVE NHA-HIRE-DATE TO HT-HIRE-DATE (WS-HIRE-COUNT)
058100     END-IF
058200     IF JRNL-RUN-ID > WS-LAST-RUN-ID
058300         MOVE 'N' TO HT-SENT-SW (WS-HIRE-COUNT)
058400     ELSE
058500         MOVE 'Y' TO HT-SENT-SW (WS-HIRE-COUNT)
058600     END-IF
058700     MOVE 'N' TO HT-BACKED-OUT-SW (WS-HIRE-COUNT)
058800     MOVE SPACES TO HT-BKOUT-RUN-ID (WS-HIRE-COUNT)
058900     MOVE SPACES TO HT-BKOUT-OPERATOR (WS-HIRE-COUNT).
059000 2200-POST-HIRE-EXIT.
059100     EXIT.
059200
059300*================================================================*
059400 2300-MATCH-BACKOUT.
059500*    EMPBKOUT JOURNALS A REVERSED HIRE AS A 'D' WHOSE BEFORE-
059600*    IMAGE IS THE HIRE'S AFTER-IMAGE.  THE LATEST HIRE OF THE
059700*    SAME EMP-ID WITH THAT IMAGE, NOT ALREADY MATCHED, IS THE
059800*    ONE IT UNDID.  A 'D' THAT MATCHES NO HIRE UNDID ONE IN A
059900*    RUN EMPJCLOS HAS SINCE ARCHIVED, AND IS PASSED OVER.
060000*================================================================*
060100     MOVE ZERO TO WS-HIRE-HIT
060200     PERFORM 2310-CHECK-BACKOUT
060300         THRU 2310-CHECK-BACKOUT-EXIT
060400         VARYING WS-HIRE-IDX FROM WS-HIRE-COUNT BY -1
060500         UNTIL WS-HIRE-IDX < 1
060600             OR WS-HIRE-HIT > ZERO
060700     IF WS-HIRE-HIT = ZERO
060800         GO TO 2300-MATCH-BACKOUT-EXIT
060900     END-IF
061000
061100     MOVE 'Y' TO HT-BACKED-OUT-SW (WS-HIRE-HIT)
061200     MOVE JRNL-RUN-ID TO HT-BKOUT-RUN-ID (WS-HIRE-HIT)
061300     MOVE JRNL-ORIGINATOR TO HT-BKOUT-OPERATOR (WS-HIRE-HIT).
061400 2300-MATCH-BACKOUT-EXIT.
061500     EXIT.
061600
061700*================================================================*
061800 2310-CHECK-BACKOUT.
061900*================================================================*
062000     IF HT-AFTER (WS-HIRE-IDX) = JRNL-BEFORE-IMAGE
062100         AND NOT HT-BACKED-OUT (WS-HIRE-IDX)
062200         MOVE WS-HIRE-IDX TO WS-HIRE-HIT
062300     END-IF.
062400 2310-CHECK-BACKOUT-EXIT.
062500     EXIT.
062600
062700*================================================================*
062800 3000-WRITE-STATE-FILE.
062900*    ONE DETAIL RECORD PER HIRE NOT YET SENT AND NOT REVERSED,
063000*    IN JOURNAL ORDER.  THE HEADER GOES OUT AHEAD OF THE FIRST
063100*    DETAIL AND THE TRAILER AFTER THE LAST, SO A NIGHT WITH
063200*    NOTHING TO SEND LEAVES THE FILE EMPTY.
063300*================================================================*
063400     IF RUN-REFUSED
063500         GO TO 3000-WRITE-STATE-FILE-EXIT
063600     END-IF
063700
063800     PERFORM 3100-WRITE-DETAIL
063900         THRU 3100-WRITE-DETAIL-EXIT
064000         VARYING WS-HIRE-IDX FROM 1 BY 1
064100         UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
064200     IF WS-SENT-COUNT = ZERO
064300         GO TO 3000-WRITE-STATE-FILE-EXIT
064400     END-IF
064500
064600     ADD 1 TO WS-NH-RECORD-COUNT
064700     MOVE SPACES TO NH-RECORD
064800     MOVE 'T' TO NH-RECORD-TYPE
064900     MOVE WS-FEIN TO NHT-FEIN
065000     MOVE WS-SENT-COUNT TO NHT-DETAIL-COUNT
065100     MOVE WS-SENT-NEW-COUNT TO NHT-NEW-HIRE-COUNT
065200     MOVE WS-SENT-REHIRE-COUNT TO NHT-REHIRE-COUNT
065300     MOVE WS-NH-RECORD-COUNT TO NHT-RECORD-COUNT
065400     WRITE NH-RECORD.
065500 3000-WRITE-STATE-FILE-EXIT.
065600     EXIT.
065700
065800*================================================================*
065900 3100-WRITE-DETAIL.
066000*================================================================*
066100     IF HT-SENT-BEFORE (WS-HIRE-IDX)
066200         GO TO 3100-WRITE-DETAIL-EXIT
066300     END-IF
066400     IF HT-BACKED-OUT (WS-HIRE-IDX)
066500         ADD 1 TO WS-DROPPED-COUNT
066600         GO TO 3100-WRITE-DETAIL-EXIT
066700     END-IF
066800
066900     IF WS-SENT-COUNT = ZERO
067000         PERFORM 3200-WRITE-HEADER
067100             THRU 3200-WRITE-HEADER-EXIT
067200     END-IF
067300
067400     MOVE HT-AFTER (WS-HIRE-IDX) TO NHA-RECORD
067500     MOVE SPACES TO NH-RECORD
067600     MOVE 'D' TO NH-RECORD-TYPE
067700     IF HT-REHIRE (WS-HIRE-IDX)
067800         MOVE 'R' TO NHD-HIRE-TYPE
067900         ADD 1 TO WS-SENT-REHIRE-COUNT
068000     ELSE
068100         MOVE 'N' TO NHD-HIRE-TYPE
068200         ADD 1 TO WS-SENT-NEW-COUNT
068300     END-IF
068400     MOVE WS-FEIN TO NHD-FEIN
068500     MOVE NHA-ID TO NHD-EMP-ID
068600     MOVE NHA-NAME TO NHD-NAME
068700     MOVE HT-HIRE-DATE (WS-HIRE-IDX) TO NHD-HIRE-DATE
068800     MOVE NHA-DEPT-CODE TO NHD-DEPT-CODE
068900     MOVE NHA-SALARY TO NHD-SALARY
069000     WRITE NH-RECORD
069100     ADD 1 TO WS-NH-RECORD-COUNT
069200     ADD 1 TO WS-SENT-COUNT.
069300 3100-WRITE-DETAIL-EXIT.
069400     EXIT.
069500
069600*================================================================*
069700 3200-WRITE-HEADER.
069800*================================================================*
069900     MOVE SPACES TO NH-RECORD
070000     MOVE 'H' TO NH-RECORD-TYPE
070100     MOVE WS-FEIN TO NHH-FEIN
070200     MOVE WS-RUN-DATE TO NHH-CREATE-DATE
070300     MOVE WS-LAST-RUN-ID TO NHH-AFTER-RUN-ID
070400     MOVE WS-HIGHEST-RUN-ID TO NHH-THRU-RUN-ID
070500     WRITE NH-RECORD
070600     ADD 1 TO WS-NH-RECORD-COUNT.
070700 3200-WRITE-HEADER-EXIT.
070800     EXIT.
070900
071000*================================================================*
071100 4000-PRINT-REPORT.
071200*    THE HIRES SENT, EACH LATE ONE FLAGGED; THEN THE HIRES SENT
071300*    EARLIER AND SINCE REVERSED, FOR CORRECTION WITH THE STATE;
071400*    THEN THE TOTALS.
071500*================================================================*
071600     IF RUN-REFUSED
071700         GO TO 4000-PRINT-REPORT-EXIT
071800     END-IF
071900
072000     IF WS-LAST-RUN-ID = SPACES
072100         MOVE '(START OF JOURNAL)' TO WS-AFTER-DESC
072200     ELSE
072300         MOVE WS-LAST-RUN-ID TO WS-AFTER-DESC
072400     END-IF
072500     IF WS-HIGHEST-RUN-ID = SPACES
072600         MOVE '(NONE)' TO WS-THRU-DESC
072700     ELSE
072800         MOVE WS-HIGHEST-RUN-ID TO WS-THRU-DESC
072900     END-IF
073000     PERFORM 5000-WRITE-REPORT-HEADERS
073100         THRU 5000-WRITE-REPORT-HEADERS-EXIT
073200
073300     MOVE 'HIRES SENT TO THE STATE' TO WS-PRINT-LINE
073400     PERFORM 5100-PRINT-LINE
073500         THRU 5100-PRINT-LINE-EXIT
073600     IF WS-SENT-COUNT = ZERO
073700         MOVE '  NO NEW HIRES OR REHIRES TO SEND; EMPNHIRE.DAT '
073800             TO WS-PRINT-LINE
073900         MOVE 'LEFT EMPTY' TO WS-PRINT-LINE(49:)
074000         PERFORM 5100-PRINT-LINE
074100             THRU 5100-PRINT-LINE-EXIT
074200     ELSE
074300         PERFORM 4100-PRINT-SENT
074400             THRU 4100-PRINT-SENT-EXIT
074500             VARYING WS-HIRE-IDX FROM 1 BY 1
074600             UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
074700     END-IF
074800     PERFORM 5100-PRINT-LINE
074900         THRU 5100-PRINT-LINE-EXIT
075000
075100     MOVE 'SENT EARLIER AND SINCE BACKED OUT BY EMPBKOUT - '
075200         TO WS-PRINT-LINE
075300     MOVE 'REPORT A CORRECTION TO THE STATE'
075400         TO WS-PRINT-LINE(49:)
075500     PERFORM 5100-PRINT-LINE
075600         THRU 5100-PRINT-LINE-EXIT
075700     PERFORM 4200-PRINT-CORRECTION
075800         THRU 4200-PRINT-CORRECTION-EXIT
075900         VARYING WS-HIRE-IDX FROM 1 BY 1
076000         UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
076100     IF WS-CORRECTION-COUNT = ZERO
076200         MOVE '  NONE' TO WS-PRINT-LINE
076300         PERFORM 5100-PRINT-LINE
076400             THRU 5100-PRINT-LINE-EXIT
076500     END-IF
076600     PERFORM 5100-PRINT-LINE
076700         THRU 5100-PRINT-LINE-EXIT
076800
076900     PERFORM 4300-PRINT-TOTALS
077000         THRU 4300-PRINT-TOTALS-EXIT.
077100 4000-PRINT-REPORT-EXIT.
077200     EXIT.
077300
077400*================================================================*
077500 4100-PRINT-SENT.
077600*    THE SAME HIRES 3100 WROTE TO THE STATE FILE.
077700*================================================================*
077800     IF HT-SENT-BEFORE (WS-HIRE-IDX)
077900         OR HT-BACKED-OUT (WS-HIRE-IDX)
078000         GO TO 4100-PRINT-SENT-EXIT
078100     END-IF
078200     PERFORM 4500-FORMAT-HIRE
078300         THRU 4500-FORMAT-HIRE-EXIT
078400     IF HT-HIRE-DATE (WS-HIRE-IDX) < WS-LATE-DATE
078500         MOVE 'LATE - OVER 20 DAYS' TO WS-PRINT-LINE(75:19)
078600         ADD 1 TO WS-LATE-COUNT
078700     END-IF
078800     PERFORM 5100-PRINT-LINE
078900         THRU 5100-PRINT-LINE-EXIT.
079000 4100-PRINT-SENT-EXIT.
079100     EXIT.
079200
079300*================================================================*
079400 4200-PRINT-CORRECTION.
079500*    A HIRE SENT ON AN EARLIER NIGHT WHOSE REVERSAL IS NEWER
079600*    THAN THE MARKER.  A REVERSAL NO NEWER THAN THE MARKER WAS
079700*    LISTED BY THE RUN THAT FIRST SAW IT.
079800*================================================================*
079900     IF NOT HT-SENT-BEFORE (WS-HIRE-IDX)
080000         OR NOT HT-BACKED-OUT (WS-HIRE-IDX)
080100         GO TO 4200-PRINT-CORRECTION-EXIT
080200     END-IF
080300     IF HT-BKOUT-RUN-ID (WS-HIRE-IDX) NOT > WS-LAST-RUN-ID
080400         GO TO 4200-PRINT-CORRECTION-EXIT
080500     END-IF
080600     PERFORM 4500-FORMAT-HIRE
080700         THRU 4500-FORMAT-HIRE-EXIT
080800     STRING 'BACKED OUT RUN '            DELIMITED BY SIZE
080900             HT-BKOUT-RUN-ID (WS-HIRE-IDX)
081000                                         DELIMITED BY SIZE
081100             ' BY '                      DELIMITED BY SIZE
081200             HT-BKOUT-OPERATOR (WS-HIRE-IDX)
081300                                         DELIMITED BY SIZE
081400         INTO WS-PRINT-LINE(75:41)
081500     END-STRING
081600     ADD 1 TO WS-CORRECTION-COUNT
081700     PERFORM 5100-PRINT-LINE
081800         THRU 5100-PRINT-LINE-EXIT.
081900 4200-PRINT-CORRECTION-EXIT.
082000     EXIT.
082100
082200*================================================================*
082300 4300-PRINT-TOTALS.
082400*================================================================*
082500     MOVE 'NEW HIRES SENT' TO WS-PRINT-LINE
082600     MOVE WS-SENT-NEW-COUNT TO WS-COUNT-ED
082700     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
082800     PERFORM 5100-PRINT-LINE
082900         THRU 5100-PRINT-LINE-EXIT
083000     MOVE 'REHIRES SENT' TO WS-PRINT-LINE
083100     MOVE WS-SENT-REHIRE-COUNT TO WS-COUNT-ED
083200     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
083300     PERFORM 5100-PRINT-LINE
083400         THRU 5100-PRINT-LINE-EXIT
083500     MOVE 'TOTAL SENT' TO WS-PRINT-LINE
083600     MOVE WS-SENT-COUNT TO WS-COUNT-ED
083700     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
083800     PERFORM 5100-PRINT-LINE
083900         THRU 5100-PRINT-LINE-EXIT
084000     MOVE '  SENT MORE THAN 20 DAYS AFTER HIRE' TO WS-PRINT-LINE
084100     MOVE WS-LATE-COUNT TO WS-COUNT-ED
084200     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
084300     PERFORM 5100-PRINT-LINE
084400         THRU 5100-PRINT-LINE-EXIT
084500     MOVE 'BACKED OUT BEFORE SENDING, NOT SENT' TO WS-PRINT-LINE
084600     MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
084700     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
084800     PERFORM 5100-PRINT-LINE
084900         THRU 5100-PRINT-LINE-EXIT
085000     MOVE 'CORRECTIONS TO REPORT TO THE STATE' TO WS-PRINT-LINE
085100     MOVE WS-CORRECTION-COUNT TO WS-COUNT-ED
085200     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
085300     PERFORM 5100-PRINT-LINE
085400         THRU 5100-PRINT-LINE-EXIT
085500     MOVE 'STATE FILE RECORDS WRITTEN' TO WS-PRINT-LINE
085600     MOVE WS-NH-RECORD-COUNT TO WS-COUNT-ED
085700     MOVE WS-COUNT-ED TO WS-PRINT-LINE(41:9)
085800     PERFORM 5100-PRINT-LINE
085900         THRU 5100-PRINT-LINE-EXIT.
086000 4300-PRINT-TOTALS-EXIT.
086100     EXIT.
086200
086300*================================================================*
086400 4500-FORMAT-HIRE.
086500*    THE COLUMNS EVERY HIRE LINE SHARES, INTO WS-PRINT-LINE.
086600*================================================================*
086700     MOVE HT-AFTER (WS-HIRE-IDX) TO NHA-RECORD
086800     MOVE NHA-ID TO WS-PRINT-LINE(1:5)
086900     MOVE NHA-NAME TO WS-PRINT-LINE(9:20)
087000     IF HT-REHIRE (WS-HIRE-IDX)
087100         MOVE 'REHIRE' TO WS-PRINT-LINE(31:8)
087200     ELSE
087300         MOVE 'NEW HIRE' TO WS-PRINT-LINE(31:8)
087400     END-IF
087500     MOVE HT-HIRE-DATE (WS-HIRE-IDX) TO WS-FMT-DATE
087600     PERFORM 7900-FORMAT-DATE
087700         THRU 7900-FORMAT-DATE-EXIT
087800     MOVE WS-FMT-DATE-ED TO WS-PRINT-LINE(41:10)
087900     MOVE NHA-DEPT-CODE TO WS-PRINT-LINE(53:4)
088000     MOVE HT-RUN-ID (WS-HIRE-IDX) TO WS-PRINT-LINE(59:14).
088100 4500-FORMAT-HIRE-EXIT.
088200     EXIT.
088300
088400*================================================================*
088500 5000-WRITE-REPORT-HEADERS.
088600*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER), THE FEIN AND
088700*    THE RUNS COVERED, COLUMN HEADINGS, AND AN UNDERLINE, SAME
088800*    STYLE AS THE EMPJRPT HEADERS.
088900*================================================================*
089000     ADD 1 TO WS-PAGE-COUNT
089100     MOVE ZERO TO WS-LINE-COUNT
089200
089300     MOVE SPACES TO REPORT-RECORD
089400     STRING 'STATE NEW-HIRE TRANSMITTAL'
089500                                       DELIMITED BY SIZE
089600             '  RUN DATE: '            DELIMITED BY SIZE
089700             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
089800                                       DELIMITED BY SIZE
089900             '     PAGE: '             DELIMITED BY SIZE
090000             WS-PAGE-COUNT             DELIMITED BY SIZE
090100         INTO REPORT-RECORD
090200     END-STRING
090300     IF WS-PAGE-COUNT = 1
090400         WRITE REPORT-RECORD
090500     ELSE
090600         WRITE REPORT-RECORD AFTER ADVANCING PAGE
090700     END-IF
090800
090900     MOVE SPACES TO REPORT-RECORD
091000     STRING 'EMPLOYER FEIN '   DELIMITED BY SIZE
091100             WS-FEIN           DELIMITED BY SIZE
091200             '   RUNS AFTER '  DELIMITED BY SIZE
091300             WS-AFTER-DESC     DELIMITED BY SIZE
091400             ' THRU '          DELIMITED BY SIZE
091500             WS-THRU-DESC      DELIMITED BY SIZE
091600         INTO REPORT-RECORD
091700     END-STRING
091800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
091900
092000     MOVE SPACES TO REPORT-RECORD
092100     MOVE 'EMP-ID' TO REPORT-RECORD(1:6)
092200     MOVE 'NAME' TO REPORT-RECORD(9:4)
092300     MOVE 'TYPE' TO REPORT-RECORD(31:4)
092400     MOVE 'HIRE DATE' TO REPORT-RECORD(41:9)
092500     MOVE 'DEPT' TO REPORT-RECORD(53:4)
092600     MOVE 'HIRED IN RUN' TO REPORT-RECORD(59:12)
092700     MOVE 'NOTE' TO REPORT-RECORD(75:4)
092800     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
092900
093000     MOVE SPACES TO REPORT-RECORD
093100     MOVE ALL '-' TO REPORT-RECORD(1:6)
093200     MOVE ALL '-' TO REPORT-RECORD(9:20)
093300     MOVE ALL '-' TO REPORT-RECORD(31:8)
093400     MOVE ALL '-' TO REPORT-RECORD(41:10)
093500     MOVE ALL '-' TO REPORT-RECORD(53:4)
093600     MOVE ALL '-' TO REPORT-RECORD(59:14)
093700     MOVE ALL '-' TO REPORT-RECORD(75:41)
093800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
093900     ADD 5 TO WS-LINE-COUNT.
094000 5000-WRITE-REPORT-HEADERS-EXIT.
094100     EXIT.
094200
094300*================================================================*
094400 5100-PRINT-LINE.
094500*    WRITE WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THIS ONE
094600*    IS FULL.
094700*================================================================*
094800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
094900         PERFORM 5000-WRITE-REPORT-HEADERS
095000             THRU 5000-WRITE-REPORT-HEADERS-EXIT
095100     END-IF
095200     MOVE WS-PRINT-LINE TO REPORT-RECORD
095300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
095400     ADD 1 TO WS-LINE-COUNT
095500     MOVE SPACES TO WS-PRINT-LINE.
095600 5100-PRINT-LINE-EXIT.
095700     EXIT.
095800
095900*================================================================*
096000 7900-FORMAT-DATE.
096100*    WS-FMT-DATE (CCYYMMDD) AS MM/DD/CCYY IN WS-FMT-DATE-ED.
096200*================================================================*
096300     MOVE SPACES TO WS-FMT-DATE-ED
096400     STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-CCYY
096500         DELIMITED BY SIZE
096600         INTO WS-FMT-DATE-ED
096700     END-STRING.
096800 7900-FORMAT-DATE-EXIT.
096900     EXIT.
097000
097100*================================================================*
097200 8000-WRITE-MARKER.
097300*    THE STATE FILE AND THE REPORT ARE COMPLETE, SO EVERY
097400*    MAINTENANCE RUN UP TO WS-HIGHEST-RUN-ID HAS BEEN SENT;
097500*    RECORD THAT AS THE NEW MARKER.  A RUN THAT DIES BEFORE
097600*    THIS POINT LEAVES THE OLD MARKER, AND THE NEXT RUN SENDS
097700*    THE SAME HIRES AGAIN.
097800*================================================================*
097900     IF WS-HIGHEST-RUN-ID NOT > WS-LAST-RUN-ID
098000         GO TO 8000-WRITE-MARKER-EXIT
098100     END-IF
098200     OPEN OUTPUT MARK-FILE
098300     IF NOT MARK-FILE-OK
098400         DISPLAY 'EMPNEWHR: CANNOT WRITE EMPNHMRK.DAT, STATUS '
098500             WS-MARK-FILE-STATUS
098600         MOVE 'Y' TO WS-REFUSED-SW
098700         GO TO 8000-WRITE-MARKER-EXIT
098800     END-IF
098900     MOVE WS-HIGHEST-RUN-ID TO MARK-RUN-ID
099000     WRITE MARK-RECORD
099100     CLOSE MARK-FILE.
099200 8000-WRITE-MARKER-EXIT.
099300     EXIT.
099400
099500*================================================================*
099600 8500-RELEASE-RUN-CONTROL.
099700*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
099800*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
099900*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
100000*    TO FIND.
100100*================================================================*
100200     IF NOT RCTL-ACQUIRED
100300         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
100400     END-IF
100500
100600     OPEN OUTPUT RCTL-FILE
100700     IF NOT RCTL-FILE-OK
100800         DISPLAY 'EMPNEWHR: CANNOT RESTAMP RUNCTL.DAT, STATUS '
100900             WS-RCTL-FILE-STATUS
101000         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
101100     END-IF
101200     MOVE SPACES TO RCTL-RECORD
101300     MOVE 'F' TO RCTL-STATE
101400     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
101500     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
101600     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
101700     WRITE RCTL-RECORD
101800     CLOSE RCTL-FILE.
101900 8500-RELEASE-RUN-CONTROL-EXIT.
102000     EXIT.
102100
102200*================================================================*
102300 9000-TERMINATE.
102400*================================================================*
102500     IF JRNL-FILE-OPEN
102600         CLOSE JRNL-FILE
102700     END-IF
102800     IF NHIRE-FILE-OPEN
102900         CLOSE NHIRE-FILE
103000     END-IF
103100     IF REPORT-FILE-OPEN
103200         CLOSE REPORT-FILE
103300     END-IF
103400
103500*    THE MARKER ONLY MOVES ONCE BOTH FILES ARE SAFELY CLOSED.
103600     IF NOT RUN-REFUSED
103700         PERFORM 8000-WRITE-MARKER
103800             THRU 8000-WRITE-MARKER-EXIT
103900     END-IF
104000     PERFORM 8500-RELEASE-RUN-CONTROL
104100         THRU 8500-RELEASE-RUN-CONTROL-EXIT
104200
104300     IF RUN-REFUSED
104400         DISPLAY 'EMPNEWHR: RUN REFUSED; NOTHING SENT AND THE '
104500             'MARKER IS UNCHANGED'
104600     ELSE
104700         DISPLAY 'EMPNEWHR: RUNS SENT THROUGH  ' WS-THRU-DESC
104800     END-IF
104900     DISPLAY 'EMPNEWHR: JOURNAL RECORDS READ ' WS-READ-COUNT
105000     DISPLAY 'EMPNEWHR: NEW HIRES SENT       ' WS-SENT-NEW-COUNT
105100     DISPLAY 'EMPNEWHR: REHIRES SENT         '
105200         WS-SENT-REHIRE-COUNT
105300     DISPLAY 'EMPNEWHR: SENT LATE            ' WS-LATE-COUNT
105400     DISPLAY 'EMPNEWHR: CORRECTIONS TO REPORT '
105500         WS-CORRECTION-COUNT
105600     IF RUN-REFUSED
105700         MOVE 8 TO RETURN-CODE
105800     END-IF.
105900 9000-TERMINATE-EXIT.
106000     EXIT.
