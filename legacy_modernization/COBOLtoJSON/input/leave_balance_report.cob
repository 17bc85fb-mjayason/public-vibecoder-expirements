000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPLVRPT.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   04/19/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPLVRPT                                                      *
000900*  VACATION BALANCE STATEMENT BY DEPARTMENT.  READS THE          *
001000*  EMPLOYEE MASTER, EMPLOYEE.DAT, SORTED INTO DEPARTMENT THEN    *
001100*  EMP-ID SEQUENCE THE SAME WAY DEPTSUM ORDERS IT, AND PRINTS    *
001200*  ONE LINE PER EMPLOYEE FROM THE BALANCE FILE EMPLEAVE.DAT --   *
001300*  HIRE DATE, COMPLETED YEARS OF SERVICE, THE MONTHLY RATE THE   *
001400*  LEAVRATE.DAT TABLE GIVES THOSE YEARS, THE CURRENT BALANCE,    *
001500*  AND THE YEAR'S HOURS ACCRUED, TAKEN, AND FORFEITED -- WITH A  *
001600*  TOTAL SECTION PER DEPARTMENT AND A COMPANY GRAND-TOTAL PAGE.  *
001700*  YTD FIGURES FROM AN EARLIER YEAR THAN THE RUN DATE PRINT AS   *
001800*  ZERO.  AN EMPLOYEE WITH NO LEAVE RECORD YET (NOT ELIGIBLE, OR *
001900*  HIRED SINCE THE LAST ACCRUAL) PRINTS WITH ZERO HOURS AND IS   *
002000*  FLAGGED.  THE REPORT GOES TO EMPLVRPT.DAT.                    *
002100*----------------------------------------------------------------*
002200*  MODIFICATION HISTORY                                          *
002300*  DATE       BY   DESCRIPTION                                   *
002400*  04/19/1999 RWB  ORIGINAL BALANCE STATEMENT.                   *
002500*================================================================*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS EMP-ID
003300         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
003400         FILE STATUS IS WS-EMP-FILE-STATUS.
003500
003600     SELECT LEAVE-FILE ASSIGN TO 'EMPLEAVE.DAT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS LV-EMP-ID
004000         FILE STATUS IS WS-LEAVE-FILE-STATUS.
004100
004200     SELECT RATE-FILE ASSIGN TO 'LEAVRATE.DAT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RATE-FILE-STATUS.
004500
004600     SELECT REPORT-FILE ASSIGN TO 'EMPLVRPT.DAT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-FILE-STATUS.
004900
005000     SELECT SORT-FILE ASSIGN TO 'SORTWORK.DAT'.
005100
005200     SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DEPT-CODE
005600         FILE STATUS IS WS-DEPT-FILE-STATUS.
005700
005800     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RCTL-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  EMP-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 COPY EMPREC.
006700
006800 FD  LEAVE-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY EMPLEAVE.
007100
007200 FD  RATE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY LEAVRATE.
007500
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-RECORD                PIC X(132).
007900
008000 SD  SORT-FILE.
008100 01  SORT-RECORD.
008200     05  SRT-DEPT-CODE            PIC X(04).
008300     05  SRT-ID                   PIC X(05).
008400     05  SRT-NAME                 PIC X(20).
008500     05  SRT-HIRE-DATE            PIC 9(08).
008600     05  SRT-HIRE-DATE-X REDEFINES SRT-HIRE-DATE.
008700         10  SRT-HIRE-CCYY        PIC 9(04).
008800         10  SRT-HIRE-MM          PIC 9(02).
008900         10  SRT-HIRE-DD          PIC 9(02).
009000     05  SRT-YEARS                PIC 9(03).
009100     05  SRT-RATE                 PIC 9(03)V99 COMP-3.
009200     05  SRT-BALANCE              PIC 9(05)V99 COMP-3.
009300     05  SRT-YTD-ACCRUED          PIC 9(05)V99 COMP-3.
009400     05  SRT-YTD-TAKEN            PIC 9(05)V99 COMP-3.
009500     05  SRT-YTD-FORFEITED        PIC 9(05)V99 COMP-3.
009600     05  SRT-LEAVE-SW             PIC X(01).
009700         88  SRT-HAS-LEAVE                VALUE 'Y'.
009800
009900 FD  DEPT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 COPY DEPTREC.
010200
010300 FD  RCTL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 COPY RUNCTL.
010600
010700 WORKING-STORAGE SECTION.
010800*----------------------------------------------------------------*
010900*    FILE STATUS AND END-OF-FILE SWITCHES                        *
011000*----------------------------------------------------------------*
011100 01  WS-EMP-FILE-STATUS      PIC X(02).
011200     88  EMP-FILE-OK                 VALUE '00'.
011300
011400 01  WS-LEAVE-FILE-STATUS    PIC X(02).
011500     88  LEAVE-FILE-OK               VALUE '00'.
011600     88  LEAVE-FILE-MISSING          VALUE '35'.
011700
011800 01  WS-LEAVE-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
011900     88  LEAVE-FILE-OPEN             VALUE 'Y'.
012000
012100 01  WS-RATE-FILE-STATUS     PIC X(02).
012200     88  RATE-FILE-OK                VALUE '00'.
012300     88  RATE-FILE-MISSING           VALUE '35'.
012400
012500 01  WS-REPORT-FILE-STATUS   PIC X(02).
012600     88  REPORT-FILE-OK              VALUE '00'.
012700
012800 01  WS-REPORT-FILE-OPEN-SW  PIC X(01) VALUE 'N'.
012900     88  REPORT-FILE-OPEN            VALUE 'Y'.
013000
013100 01  WS-DEPT-FILE-STATUS     PIC X(02).
013200     88  DEPT-FILE-OK                VALUE '00'.
013300
013400 01  WS-DEPT-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
013500     88  DEPT-FILE-OPEN              VALUE 'Y'.
013600
013700 01  WS-RCTL-FILE-STATUS     PIC X(02).
013800     88  RCTL-FILE-OK                VALUE '00'.
013900     88  RCTL-FILE-MISSING           VALUE '35'.
014000
014100 01  WS-RCTL-ACQUIRED-SW     PIC X(01) VALUE 'N'.
014200     88  RCTL-ACQUIRED               VALUE 'Y'.
014300 01  WS-SAVED-MAINT-DONE     PIC X(01) VALUE 'N'.
014400 01  WS-SAVED-MAINT-DATE     PIC 9(08) VALUE ZERO.
014500
014600 01  EOF-FLAG                PIC X(01) VALUE 'N'.
014700     88  END-OF-FILE                 VALUE 'Y'.
014800 01  RATE-EOF-FLAG           PIC X(01) VALUE 'N'.
014900     88  RATE-END-OF-FILE            VALUE 'Y'.
015000
015100*----------------------------------------------------------------*
015200*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
015300*----------------------------------------------------------------*
015400 01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
015500 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
015600 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
015700
015800 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
015900 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
016000     05  WS-RUN-CCYY             PIC 9(04).
016100     05  WS-RUN-MM               PIC 9(02).
016200     05  WS-RUN-DD               PIC 9(02).
016300 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
016400 01  WS-RUN-ID.
016500     05  WS-RUN-ID-DATE          PIC 9(08).
016600     05  WS-RUN-ID-TIME          PIC 9(06).
016700
016800*----------------------------------------------------------------*
016900*    THE ACCRUAL RATE TABLE, LOADED FROM LEAVRATE.DAT THE SAME   *
017000*    WAY EMPLVACR LOADS IT                                       *
017100*----------------------------------------------------------------*
017200 01  WS-RATE-MAX             PIC 9(03) COMP VALUE 20.
017300 01  WS-RATE-COUNT           PIC 9(03) COMP VALUE ZERO.
017400 01  WS-RATE-IDX             PIC 9(03) COMP VALUE ZERO.
017500 01  WS-RATE-HIT             PIC 9(03) COMP VALUE ZERO.
017600 01  WS-RATE-TABLE.
017700     05  WS-RATE-ENTRY OCCURS 20 TIMES.
017800         10  WS-RT-MIN-YEARS      PIC 9(02).
017900         10  WS-RT-HOURS          PIC 9(03)V99 COMP-3.
018000         10  WS-RT-MAX-CARRY      PIC 9(05)V99 COMP-3.
018100 01  WS-SERVICE-YEARS        PIC 9(03) VALUE ZERO.
018200
018300*----------------------------------------------------------------*
018400*    DEPARTMENT CONTROL-BREAK ACCUMULATORS                       *
018500*----------------------------------------------------------------*
018600 01  WS-CURRENT-DEPT         PIC X(04) VALUE SPACES.
018700 01  WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
018800     88  FIRST-RECORD                VALUE 'Y'.
018900
019000 01  WS-DEPT-HEADCOUNT       PIC 9(07) COMP VALUE ZERO.
019100 01  WS-DEPT-BALANCE         PIC 9(09)V99 COMP-3 VALUE ZERO.
019200 01  WS-DEPT-ACCRUED         PIC 9(09)V99 COMP-3 VALUE ZERO.
019300 01  WS-DEPT-TAKEN           PIC 9(09)V99 COMP-3 VALUE ZERO.
019400 01  WS-DEPT-FORFEITED       PIC 9(09)V99 COMP-3 VALUE ZERO.
019500
019600*----------------------------------------------------------------*
019700*    COMPANY GRAND TOTALS                                        *
019800*----------------------------------------------------------------*
019900 01  WS-COMP-HEADCOUNT       PIC 9(07) COMP VALUE ZERO.
020000 01  WS-COMP-BALANCE         PIC 9(09)V99 COMP-3 VALUE ZERO.
020100 01  WS-COMP-ACCRUED         PIC 9(09)V99 COMP-3 VALUE ZERO.
020200 01  WS-COMP-TAKEN           PIC 9(09)V99 COMP-3 VALUE ZERO.
020300 01  WS-COMP-FORFEITED       PIC 9(09)V99 COMP-3 VALUE ZERO.
020400 01  WS-NO-LEAVE-COUNT       PIC 9(07) COMP VALUE ZERO.
020500 01  WS-DEPT-COUNT           PIC 9(05) COMP VALUE ZERO.
020600
020700*----------------------------------------------------------------*
020800*    EDITED PRINT FIELDS                                         *
020900*----------------------------------------------------------------*
021000 01  WS-HEADCOUNT-ED         PIC Z,ZZZ,ZZ9.
021100 01  WS-TOTAL-ED             PIC ZZZ,ZZZ,ZZ9.99.
021200 01  WS-DEPT-COUNT-ED        PIC ZZ,ZZ9.
021300 01  WS-YEARS-ED             PIC ZZ9.
021400 01  WS-RATE-ED              PIC ZZ9.99.
021500 01  WS-BALANCE-ED           PIC ZZ,ZZ9.99.
021600 01  WS-ACCRUED-ED           PIC ZZ,ZZ9.99.
021700 01  WS-TAKEN-ED             PIC ZZ,ZZ9.99.
021800 01  WS-FORFEITED-ED         PIC ZZ,ZZ9.99.
021900 01  WS-NO-LEAVE-TAG         PIC X(17) VALUE SPACES.
022000
022100 01  WS-DEPT-NAME-OUT        PIC X(20) VALUE SPACES.
022200
022300 PROCEDURE DIVISION.
022400*================================================================*
022500 0000-MAINLINE.
022600*================================================================*
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT
022900     IF NOT END-OF-FILE
023000         SORT SORT-FILE
023100             ON ASCENDING KEY SRT-DEPT-CODE SRT-ID
023200             INPUT PROCEDURE IS 2000-SORT-INPUT
023300             OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
023400     END-IF
023500     PERFORM 9000-TERMINATE
023600         THRU 9000-TERMINATE-EXIT
023700     STOP RUN.
023800
023900*================================================================*
024000 1000-INITIALIZE.
024100*================================================================*
024200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024300     ACCEPT WS-RUN-TIME FROM TIME
024400     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
024500     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
024600
024700*    THE RATE TABLE ONLY FEEDS THE RATE COLUMN, SO A MISSING
024800*    LEAVRATE.DAT IS REPORTED BUT DOES NOT STOP THE STATEMENT.
024900     PERFORM 1300-LOAD-RATE-TABLE
025000         THRU 1300-LOAD-RATE-TABLE-EXIT
025100     IF WS-RATE-COUNT = ZERO
025200         DISPLAY 'EMPLVRPT: NO ACCRUAL RATES LOADED - RATES '
025300             'PRINT AS ZERO'
025400     END-IF
025500
025600     PERFORM 1500-ACQUIRE-RUN-CONTROL
025700         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
025800     IF NOT RCTL-ACQUIRED
025900         MOVE 'Y' TO EOF-FLAG
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF
026200
026300     OPEN INPUT EMP-FILE
026400     IF NOT EMP-FILE-OK
026500         DISPLAY 'EMPLVRPT: CANNOT OPEN EMPLOYEE.DAT, STATUS '
026600             WS-EMP-FILE-STATUS
026700         MOVE 'Y' TO EOF-FLAG
026800         MOVE 8 TO RETURN-CODE
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF
027100
027200*    NO BALANCE FILE AT ALL MEANS EMPLVACR HAS NEVER RUN; THERE
027300*    IS NOTHING TO STATE.
027400     OPEN INPUT LEAVE-FILE
027500     IF NOT LEAVE-FILE-OK
027600         IF LEAVE-FILE-MISSING
027700             DISPLAY 'EMPLVRPT: NO EMPLEAVE.DAT - RUN EMPLVACR '
027800                 'BEFORE THE STATEMENT'
027900         ELSE
028000             DISPLAY 'EMPLVRPT: CANNOT OPEN EMPLEAVE.DAT, '
028100                 'STATUS ' WS-LEAVE-FILE-STATUS
028200         END-IF
028300         MOVE 'Y' TO EOF-FLAG
028400         MOVE 8 TO RETURN-CODE
028500         CLOSE EMP-FILE
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF
028800     MOVE 'Y' TO WS-LEAVE-FILE-OPEN-SW
028900
029000     OPEN OUTPUT REPORT-FILE
029100     IF NOT REPORT-FILE-OK
029200         DISPLAY 'EMPLVRPT: CANNOT OPEN EMPLVRPT.DAT, STATUS '
029300             WS-REPORT-FILE-STATUS
029400         MOVE 'Y' TO EOF-FLAG
029500         MOVE 8 TO RETURN-CODE
029600         CLOSE EMP-FILE
029700         CLOSE LEAVE-FILE
029800         MOVE 'N' TO WS-LEAVE-FILE-OPEN-SW
029900         GO TO 1000-INITIALIZE-EXIT
030000     END-IF
030100     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
030200
030300*    THE DEPARTMENT REFERENCE FILE ONLY FEEDS THE DEPARTMENT
030400*    NAME ON EACH HEADING, SO A MISSING DEPTMAST.DAT IS
030500*    REPORTED BUT DOES NOT STOP THE REPORT.
030600     OPEN INPUT DEPT-FILE
030700     IF DEPT-FILE-OK
030800         MOVE 'Y' TO WS-DEPT-FILE-OPEN-SW
030900     ELSE
031000         DISPLAY 'EMPLVRPT: CANNOT OPEN DEPTMAST.DAT, STATUS '
031100             WS-DEPT-FILE-STATUS ' - DEPT NAMES UNAVAILABLE'
031200     END-IF
031300
031400     PERFORM 5000-WRITE-REPORT-HEADERS
031500         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
031600 1000-INITIALIZE-EXIT.
031700     EXIT.
031800
031900*================================================================*
032000 1300-LOAD-RATE-TABLE.
032100*    LOAD THE SERVICE BANDS FROM LEAVRATE.DAT, THE SAME WAY
032200*    EMPLVACR LOADS THEM.
032300*================================================================*
032400     OPEN INPUT RATE-FILE
032500     IF RATE-FILE-MISSING
032600         DISPLAY 'EMPLVRPT: NO LEAVRATE.DAT ON FILE'
032700         GO TO 1300-LOAD-RATE-TABLE-EXIT
032800     END-IF
032900     IF NOT RATE-FILE-OK
033000         DISPLAY 'EMPLVRPT: CANNOT OPEN LEAVRATE.DAT, STATUS '
033100             WS-RATE-FILE-STATUS
033200         GO TO 1300-LOAD-RATE-TABLE-EXIT
033300     END-IF
033400
033500     PERFORM 1310-LOAD-ONE-RATE
033600         THRU 1310-LOAD-ONE-RATE-EXIT
033700         UNTIL RATE-END-OF-FILE.
033800 1300-LOAD-RATE-TABLE-EXIT.
033900     EXIT.
034000
034100*================================================================*
034200 1310-LOAD-ONE-RATE.
034300*================================================================*
034400     READ RATE-FILE
034500         AT END
034600             MOVE 'Y' TO RATE-EOF-FLAG
034700             CLOSE RATE-FILE
034800             GO TO 1310-LOAD-ONE-RATE-EXIT
034900     END-READ
035000     IF LVR-MIN-YEARS NOT NUMERIC
035100         OR LVR-MONTHLY-HOURS NOT NUMERIC
035200         OR LVR-MAX-CARRYOVER NOT NUMERIC
035300         GO TO 1310-LOAD-ONE-RATE-EXIT
035400     END-IF
035500     IF WS-RATE-COUNT > ZERO
035600         IF LVR-MIN-YEARS NOT > WS-RT-MIN-YEARS (WS-RATE-COUNT)
035700             GO TO 1310-LOAD-ONE-RATE-EXIT
035800         END-IF
035900     END-IF
036000     IF WS-RATE-COUNT >= WS-RATE-MAX
036100         MOVE 'Y' TO RATE-EOF-FLAG
036200         CLOSE RATE-FILE
036300         GO TO 1310-LOAD-ONE-RATE-EXIT
036400     END-IF
036500     ADD 1 TO WS-RATE-COUNT
036600     MOVE LVR-MIN-YEARS TO WS-RT-MIN-YEARS (WS-RATE-COUNT)
036700     MOVE LVR-MONTHLY-HOURS TO WS-RT-HOURS (WS-RATE-COUNT)
036800     MOVE LVR-MAX-CARRYOVER TO WS-RT-MAX-CARRY (WS-RATE-COUNT).
036900 1310-LOAD-ONE-RATE-EXIT.
037000     EXIT.
037100
037200*================================================================*
037300 1500-ACQUIRE-RUN-CONTROL.
037400*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE MASTER,
037500*    LIKE EVERY OTHER PROGRAM THAT OPENS IT, SO THE STATEMENT
037600*    CANNOT READ A HALF-UPDATED FILE.  NO FILE AT ALL JUST
037700*    MEANS THE FIRST RUN EVER.
037800*================================================================*
037900     MOVE SPACES TO RCTL-RECORD
038000     MOVE 'F' TO RCTL-STATE
038100     MOVE ZERO TO RCTL-BUSINESS-DATE
038200     MOVE ZERO TO RCTL-MAINT-DATE
038300     MOVE 'N' TO RCTL-MAINT-DONE-SW
038400
038500     OPEN INPUT RCTL-FILE
038600     IF RCTL-FILE-OK
038700         READ RCTL-FILE
038800             AT END
038900                 MOVE SPACES TO RCTL-RECORD
039000                 MOVE 'F' TO RCTL-STATE
039100                 MOVE ZERO TO RCTL-BUSINESS-DATE
039200                 MOVE ZERO TO RCTL-MAINT-DATE
039300                 MOVE 'N' TO RCTL-MAINT-DONE-SW
039400         END-READ
039500         CLOSE RCTL-FILE
039600     ELSE
039700         IF NOT RCTL-FILE-MISSING
039800             DISPLAY 'EMPLVRPT: CANNOT READ RUNCTL.DAT, STATUS '
039900                 WS-RCTL-FILE-STATUS
040000             MOVE 8 TO RETURN-CODE
040100             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
040200         END-IF
040300     END-IF
040400
040500     IF RCTL-IN-USE
040600         DISPLAY 'EMPLVRPT: EMPLOYEE.DAT IS HELD BY '
040700             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
040800         DISPLAY 'EMPLVRPT: IF THAT RUN ABENDED, INSPECT AND '
040900             'RESET THE RUN CONTROL WITH RUNCTLRS'
041000         MOVE 8 TO RETURN-CODE
041100         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
041200     END-IF
041300
041400     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
041500     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
041600
041700     OPEN OUTPUT RCTL-FILE
041800     IF NOT RCTL-FILE-OK
041900         DISPLAY 'EMPLVRPT: CANNOT STAMP RUNCTL.DAT, STATUS '
042000             WS-RCTL-FILE-STATUS
042100         MOVE 8 TO RETURN-CODE
042200         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
042300     END-IF
042400     MOVE 'U' TO RCTL-STATE
042500     MOVE 'EMPLVRPT' TO RCTL-HOLDER
042600     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
042700     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
042800     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
042900     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
043000     WRITE RCTL-RECORD
043100     CLOSE RCTL-FILE
043200     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
043300 1500-ACQUIRE-RUN-CONTROL-EXIT.
043400     EXIT.
043500
043600*================================================================*
043700 2000-SORT-INPUT.
043800*    READ EMPLOYEE.DAT TOP TO BOTTOM, PICK UP EACH EMPLOYEE'S
043900*    LEAVE RECORD AND RATE, AND RELEASE THEM TO THE SORT KEYED
044000*    ON DEPARTMENT THEN EMP-ID.
044100*================================================================*
044200     PERFORM 2100-READ-NEXT-EMPLOYEE
044300         THRU 2100-READ-NEXT-EMPLOYEE-EXIT
044400     PERFORM 2200-RELEASE-SORT-RECORD
044500         THRU 2200-RELEASE-SORT-RECORD-EXIT
044600         UNTIL END-OF-FILE
044700     CLOSE EMP-FILE.
044800 2000-SORT-INPUT-EXIT.
044900     EXIT.
045000
045100*================================================================*
045200 2100-READ-NEXT-EMPLOYEE.
045300*================================================================*
045400     READ EMP-FILE NEXT RECORD
045500         AT END
045600             MOVE 'Y' TO EOF-FLAG
045700     END-READ.
045800 2100-READ-NEXT-EMPLOYEE-EXIT.
045900     EXIT.
046000
046100*================================================================*
046200 2200-RELEASE-SORT-RECORD.
046300*    YEARS OF SERVICE ARE COMPLETED YEARS AS OF THE RUN DATE,
046400*    COUNTED THE SAME WAY EMPLVACR COUNTS THEM.  YTD FIGURES
046500*    STILL BELONGING TO AN EARLIER YEAR ARE NOT THIS YEAR'S.
046600*================================================================*
046700     MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE
046800     MOVE EMP-ID        TO SRT-ID
046900     MOVE EMP-NAME      TO SRT-NAME
047000     MOVE ZERO          TO SRT-HIRE-DATE
047100     MOVE ZERO          TO SRT-YEARS
047200     MOVE ZERO          TO SRT-RATE
047300     MOVE ZERO          TO SRT-BALANCE
047400     MOVE ZERO          TO SRT-YTD-ACCRUED
047500     MOVE ZERO          TO SRT-YTD-TAKEN
047600     MOVE ZERO          TO SRT-YTD-FORFEITED
047700     MOVE 'N'           TO SRT-LEAVE-SW
047800
047900     IF EMP-HIRE-DATE NUMERIC
048000         MOVE EMP-HIRE-DATE TO SRT-HIRE-DATE
048100         IF EMP-HIRE-DATE NOT > WS-RUN-DATE
048200             COMPUTE WS-SERVICE-YEARS =
048300                 WS-RUN-CCYY - EMP-HIRE-CCYY
048400             IF WS-RUN-MM < EMP-HIRE-MM
048500                 SUBTRACT 1 FROM WS-SERVICE-YEARS
048600             END-IF
048700             MOVE WS-SERVICE-YEARS TO SRT-YEARS
048800             MOVE ZERO TO WS-RATE-HIT
048900             PERFORM 2500-SCAN-RATE-TABLE
049000                 THRU 2500-SCAN-RATE-TABLE-EXIT
049100                 VARYING WS-RATE-IDX FROM 1 BY 1
049200                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
049300             IF WS-RATE-HIT > ZERO
049400                 MOVE WS-RT-HOURS (WS-RATE-HIT) TO SRT-RATE
049500             END-IF
049600         END-IF
049700     END-IF
049800
049900     MOVE EMP-ID TO LV-EMP-ID
050000     READ LEAVE-FILE
050100         INVALID KEY
050200             CONTINUE
050300         NOT INVALID KEY
050400             MOVE 'Y' TO SRT-LEAVE-SW
050500             MOVE LV-BALANCE TO SRT-BALANCE
050600             IF LV-YEAR = WS-RUN-CCYY
050700                 MOVE LV-YTD-ACCRUED TO SRT-YTD-ACCRUED
050800                 MOVE LV-YTD-TAKEN TO SRT-YTD-TAKEN
050900                 MOVE LV-YTD-FORFEITED TO SRT-YTD-FORFEITED
051000             END-IF
051100     END-READ
051200
051300     RELEASE SORT-RECORD
051400     PERFORM 2100-READ-NEXT-EMPLOYEE
051500         THRU 2100-READ-NEXT-EMPLOYEE-EXIT.
051600 2200-RELEASE-SORT-RECORD-EXIT.
051700     EXIT.
051800
051900*================================================================*
052000 2500-SCAN-RATE-TABLE.
052100*    THE TABLE IS ASCENDING, SO THE LAST BAND THE SERVICE
052200*    REACHES IS THE ONE THAT APPLIES.
052300*================================================================*
052400     IF WS-RT-MIN-YEARS (WS-RATE-IDX) NOT > WS-SERVICE-YEARS
052500         MOVE WS-RATE-IDX TO WS-RATE-HIT
052600     END-IF.
052700 2500-SCAN-RATE-TABLE-EXIT.
052800     EXIT.
052900
053000*================================================================*
053100 3000-SORT-OUTPUT.
053200*    RETURN THE SORTED RECORDS AND BREAK ON EVERY CHANGE OF
053300*    DEPARTMENT CODE; EACH BREAK PRINTS THE FINISHED
053400*    DEPARTMENT'S TOTALS, AND END-OF-FILE PRINTS THE LAST
053500*    DEPARTMENT'S AND THEN THE COMPANY GRAND-TOTAL PAGE.
053600*================================================================*
053700     MOVE 'N' TO EOF-FLAG
053800     PERFORM 3100-RETURN-NEXT-SORTED
053900         THRU 3100-RETURN-NEXT-SORTED-EXIT
054000     PERFORM 3200-PROCESS-EMPLOYEE
054100         THRU 3200-PROCESS-EMPLOYEE-EXIT
054200         UNTIL END-OF-FILE
054300
054400     IF NOT FIRST-RECORD
054500         PERFORM 4000-WRITE-DEPT-TOTALS
054600             THRU 4000-WRITE-DEPT-TOTALS-EXIT
054700     END-IF
054800     PERFORM 4500-WRITE-COMPANY-TOTALS
054900         THRU 4500-WRITE-COMPANY-TOTALS-EXIT.
055000 3000-SORT-OUTPUT-EXIT.
055100     EXIT.
055200
055300*================================================================*
055400 3100-RETURN-NEXT-SORTED.
055500*================================================================*
055600     RETURN SORT-FILE
055700         AT END
055800             MOVE 'Y' TO EOF-FLAG
055900     END-RETURN.
056000 3100-RETURN-NEXT-SORTED-EXIT.
056100     EXIT.
056200
056300*================================================================*
056400 3200-PROCESS-EMPLOYEE.
056500*================================================================*
056600     IF FIRST-RECORD
056700         MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT
056800         MOVE 'N' TO WS-FIRST-RECORD-SW
056900         PERFORM 3300-CLEAR-DEPT-TOTALS
057000             THRU 3300-CLEAR-DEPT-TOTALS-EXIT
057100         PERFORM 4200-WRITE-DEPT-HEADING
057200             THRU 4200-WRITE-DEPT-HEADING-EXIT
057300     ELSE
057400         IF SRT-DEPT-CODE NOT = WS-CURRENT-DEPT
057500             PERFORM 4000-WRITE-DEPT-TOTALS
057600                 THRU 4000-WRITE-DEPT-TOTALS-EXIT
057700             MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT
057800             PERFORM 3300-CLEAR-DEPT-TOTALS
057900                 THRU 3300-CLEAR-DEPT-TOTALS-EXIT
058000             PERFORM 4200-WRITE-DEPT-HEADING
058100                 THRU 4200-WRITE-DEPT-HEADING-EXIT
058200         END-IF
058300     END-IF
058400
058500     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
058600         PERFORM 5000-WRITE-REPORT-HEADERS
058700             THRU 5000-WRITE-REPORT-HEADERS-EXIT
058800         PERFORM 4200-WRITE-DEPT-HEADING
058900             THRU 4200-WRITE-DEPT-HEADING-EXIT
059000     END-IF
059100     PERFORM 3400-WRITE-DETAIL-LINE
059200         THRU 3400-WRITE-DETAIL-LINE-EXIT
059300
059400     ADD 1 TO WS-DEPT-HEADCOUNT
059500     ADD SRT-BALANCE TO WS-DEPT-BALANCE
059600     ADD SRT-YTD-ACCRUED TO WS-DEPT-ACCRUED
059700     ADD SRT-YTD-TAKEN TO WS-DEPT-TAKEN
059800     ADD SRT-YTD-FORFEITED TO WS-DEPT-FORFEITED
059900     IF NOT SRT-HAS-LEAVE
060000         ADD 1 TO WS-NO-LEAVE-COUNT
060100     END-IF
060200
060300     PERFORM 3100-RETURN-NEXT-SORTED
060400         THRU 3100-RETURN-NEXT-SORTED-EXIT.
060500 3200-PROCESS-EMPLOYEE-EXIT.
060600     EXIT.
060700
060800*================================================================*
060900 3300-CLEAR-DEPT-TOTALS.
061000*================================================================*
061100     MOVE ZERO TO WS-DEPT-HEADCOUNT
061200     MOVE ZERO TO WS-DEPT-BALANCE
061300     MOVE ZERO TO WS-DEPT-ACCRUED
061400     MOVE ZERO TO WS-DEPT-TAKEN
061500     MOVE ZERO TO WS-DEPT-FORFEITED.
061600 3300-CLEAR-DEPT-TOTALS-EXIT.
061700     EXIT.
061800
061900*================================================================*
062000 3400-WRITE-DETAIL-LINE.
062100*    ONE LINE PER EMPLOYEE UNDER THE COLUMN HEADINGS 4200
062200*    PRINTS.
062300*================================================================*
062400     MOVE SRT-YEARS TO WS-YEARS-ED
062500     MOVE SRT-RATE TO WS-RATE-ED
062600     MOVE SRT-BALANCE TO WS-BALANCE-ED
062700     MOVE SRT-YTD-ACCRUED TO WS-ACCRUED-ED
062800     MOVE SRT-YTD-TAKEN TO WS-TAKEN-ED
062900     MOVE SRT-YTD-FORFEITED TO WS-FORFEITED-ED
063000     IF SRT-HAS-LEAVE
063100         MOVE SPACES TO WS-NO-LEAVE-TAG
063200     ELSE
063300         MOVE '  NO LEAVE RECORD' TO WS-NO-LEAVE-TAG
063400     END-IF
063500
063600     MOVE SPACES TO REPORT-RECORD
063700     STRING '  '              DELIMITED BY SIZE
063800             SRT-ID           DELIMITED BY SIZE
063900             '  '             DELIMITED BY SIZE
064000             SRT-NAME         DELIMITED BY SIZE
064100             '  '             DELIMITED BY SIZE
064200             SRT-HIRE-MM '/' SRT-HIRE-DD '/' SRT-HIRE-CCYY
064300                              DELIMITED BY SIZE
064400             '  '             DELIMITED BY SIZE
064500             WS-YEARS-ED      DELIMITED BY SIZE
064600             '  '             DELIMITED BY SIZE
064700             WS-RATE-ED       DELIMITED BY SIZE
064800             '  '             DELIMITED BY SIZE
064900             WS-BALANCE-ED    DELIMITED BY SIZE
065000             '  '             DELIMITED BY SIZE
065100             WS-ACCRUED-ED    DELIMITED BY SIZE
065200             '  '             DELIMITED BY SIZE
065300             WS-TAKEN-ED      DELIMITED BY SIZE
065400             '  '             DELIMITED BY SIZE
065500             WS-FORFEITED-ED  DELIMITED BY SIZE
065600             WS-NO-LEAVE-TAG  DELIMITED BY SIZE
065700         INTO REPORT-RECORD
065800     END-STRING
065900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
066000     ADD 1 TO WS-LINE-COUNT.
066100 3400-WRITE-DETAIL-LINE-EXIT.
066200     EXIT.
066300
066400*================================================================*
066500 4000-WRITE-DEPT-TOTALS.
066600*    TOTALS FOR THE FINISHED DEPARTMENT: EMPLOYEES, BALANCE
066700*    OUTSTANDING, AND THE YEAR'S HOURS ACCRUED, TAKEN, AND
066800*    FORFEITED.
066900*================================================================*
067000*    SIX LINES INCLUDING THE SPACER; BREAK TO A NEW PAGE WHEN
067100*    THE CURRENT PAGE CANNOT HOLD THEM ALL.
067200     IF WS-LINE-COUNT > 44
067300         PERFORM 5000-WRITE-REPORT-HEADERS
067400             THRU 5000-WRITE-REPORT-HEADERS-EXIT
067500     END-IF
067600
067700     MOVE WS-DEPT-HEADCOUNT TO WS-HEADCOUNT-ED
067800     MOVE SPACES TO REPORT-RECORD
067900     STRING '    DEPARTMENT ' DELIMITED BY SIZE
068000             WS-CURRENT-DEPT  DELIMITED BY SIZE
068100             ' EMPLOYEES:   ' DELIMITED BY SIZE
068200             WS-HEADCOUNT-ED  DELIMITED BY SIZE
068300         INTO REPORT-RECORD
068400     END-STRING
068500     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
068600
068700     MOVE WS-DEPT-BALANCE TO WS-TOTAL-ED
068800     MOVE SPACES TO REPORT-RECORD
068900     STRING '    BALANCE HOURS:       ' DELIMITED BY SIZE
069000             WS-TOTAL-ED                DELIMITED BY SIZE
069100         INTO REPORT-RECORD
069200     END-STRING
069300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
069400
069500     MOVE WS-DEPT-ACCRUED TO WS-TOTAL-ED
069600     MOVE SPACES TO REPORT-RECORD
069700     STRING '    YTD HOURS ACCRUED:   ' DELIMITED BY SIZE
069800             WS-TOTAL-ED                DELIMITED BY SIZE
069900         INTO REPORT-RECORD
070000     END-STRING
070100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
070200
070300     MOVE WS-DEPT-TAKEN TO WS-TOTAL-ED
070400     MOVE SPACES TO REPORT-RECORD
070500     STRING '    YTD HOURS TAKEN:     ' DELIMITED BY SIZE
070600             WS-TOTAL-ED                DELIMITED BY SIZE
070700         INTO REPORT-RECORD
070800     END-STRING
070900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
071000
071100     MOVE WS-DEPT-FORFEITED TO WS-TOTAL-ED
071200     MOVE SPACES TO REPORT-RECORD
071300     STRING '    YTD HOURS FORFEITED: ' DELIMITED BY SIZE
071400             WS-TOTAL-ED                DELIMITED BY SIZE
071500         INTO REPORT-RECORD
071600     END-STRING
071700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
071800     ADD 6 TO WS-LINE-COUNT
071900
072000     ADD WS-DEPT-HEADCOUNT TO WS-COMP-HEADCOUNT
072100     ADD WS-DEPT-BALANCE TO WS-COMP-BALANCE
072200     ADD WS-DEPT-ACCRUED TO WS-COMP-ACCRUED
072300     ADD WS-DEPT-TAKEN TO WS-COMP-TAKEN
072400     ADD WS-DEPT-FORFEITED TO WS-COMP-FORFEITED
072500     ADD 1 TO WS-DEPT-COUNT.
072600 4000-WRITE-DEPT-TOTALS-EXIT.
072700     EXIT.
072800
072900*================================================================*
073000 4100-GET-DEPT-NAME.
073100*    SAME CONVENTION AS THE MASTER LISTING: A CODE NOT ON THE
073200*    REFERENCE FILE, OR NO REFERENCE FILE AT ALL, PRINTS AS
073300*    '*UNKNOWN*'.
073400*================================================================*
073500     MOVE '*UNKNOWN*' TO WS-DEPT-NAME-OUT
073600     IF DEPT-FILE-OPEN
073700         MOVE WS-CURRENT-DEPT TO DEPT-CODE
073800         READ DEPT-FILE
073900             INVALID KEY
074000                 CONTINUE
074100             NOT INVALID KEY
074200                 MOVE DEPT-NAME TO WS-DEPT-NAME-OUT
074300         END-READ
074400     END-IF.
074500 4100-GET-DEPT-NAME-EXIT.
074600     EXIT.
074700
074800*================================================================*
074900 4200-WRITE-DEPT-HEADING.
075000*    DEPARTMENT CODE AND NAME, THEN THE COLUMN HEADINGS.  ALSO
075100*    REPEATED AT THE TOP OF A PAGE WHEN A DEPARTMENT RUNS ONTO
075200*    A NEW ONE.
075300*================================================================*
075400     IF WS-LINE-COUNT > 45
075500         PERFORM 5000-WRITE-REPORT-HEADERS
075600             THRU 5000-WRITE-REPORT-HEADERS-EXIT
075700     END-IF
075800
075900     PERFORM 4100-GET-DEPT-NAME
076000         THRU 4100-GET-DEPT-NAME-EXIT
076100
076200     MOVE SPACES TO REPORT-RECORD
076300     STRING 'DEPARTMENT: '   DELIMITED BY SIZE
076400             WS-CURRENT-DEPT  DELIMITED BY SIZE
076500             '  '             DELIMITED BY SIZE
076600             WS-DEPT-NAME-OUT DELIMITED BY SIZE
076700         INTO REPORT-RECORD
076800     END-STRING
076900     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
077000
077100     MOVE SPACES TO REPORT-RECORD
077200     STRING '  ID     NAME                  '  DELIMITED BY SIZE
077300             'HIRED       YRS    RATE    '     DELIMITED BY SIZE
077400             'BALANCE    ACCRUED      TAKEN  ' DELIMITED BY SIZE
077500             'FORFEITED'                       DELIMITED BY SIZE
077600         INTO REPORT-RECORD
077700     END-STRING
077800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
077900     ADD 3 TO WS-LINE-COUNT.
078000 4200-WRITE-DEPT-HEADING-EXIT.
078100     EXIT.
078200
078300*================================================================*
078400 4500-WRITE-COMPANY-TOTALS.
078500*    COMPANY GRAND TOTALS ON THEIR OWN PAGE, ECHOED TO SYSOUT
078600*    THE SAME WAY DEPTSUM ECHOES ITS TOTALS.
078700*================================================================*
078800     PERFORM 5000-WRITE-REPORT-HEADERS
078900         THRU 5000-WRITE-REPORT-HEADERS-EXIT
079000
079100     MOVE SPACES TO REPORT-RECORD
079200     MOVE 'COMPANY TOTALS' TO REPORT-RECORD
079300     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
079400
079500     MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-ED
079600     MOVE SPACES TO REPORT-RECORD
079700     STRING '    DEPARTMENTS:         ' DELIMITED BY SIZE
079800             WS-DEPT-COUNT-ED           DELIMITED BY SIZE
079900         INTO REPORT-RECORD
080000     END-STRING
080100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
080200
080300     MOVE WS-COMP-HEADCOUNT TO WS-HEADCOUNT-ED
080400     MOVE SPACES TO REPORT-RECORD
080500     STRING '    EMPLOYEES:           ' DELIMITED BY SIZE
080600             WS-HEADCOUNT-ED            DELIMITED BY SIZE
080700         INTO REPORT-RECORD
080800     END-STRING
080900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
081000
081100     MOVE WS-NO-LEAVE-COUNT TO WS-HEADCOUNT-ED
081200     MOVE SPACES TO REPORT-RECORD
081300     STRING '    NO LEAVE RECORD:     ' DELIMITED BY SIZE
081400             WS-HEADCOUNT-ED            DELIMITED BY SIZE
081500         INTO REPORT-RECORD
081600     END-STRING
081700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
081800
081900     MOVE WS-COMP-BALANCE TO WS-TOTAL-ED
082000     MOVE SPACES TO REPORT-RECORD
082100     STRING '    BALANCE HOURS:       ' DELIMITED BY SIZE
082200             WS-TOTAL-ED                DELIMITED BY SIZE
082300         INTO REPORT-RECORD
082400     END-STRING
082500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
082600
082700     MOVE WS-COMP-ACCRUED TO WS-TOTAL-ED
082800     MOVE SPACES TO REPORT-RECORD
082900     STRING '    YTD HOURS ACCRUED:   ' DELIMITED BY SIZE
083000             WS-TOTAL-ED                DELIMITED BY SIZE
083100         INTO REPORT-RECORD
083200     END-STRING
083300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
083400
083500     MOVE WS-COMP-TAKEN TO WS-TOTAL-ED
083600     MOVE SPACES TO REPORT-RECORD
083700     STRING '    YTD HOURS TAKEN:     ' DELIMITED BY SIZE
083800             WS-TOTAL-ED                DELIMITED BY SIZE
083900         INTO REPORT-RECORD
084000     END-STRING
084100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
084200
084300     MOVE WS-COMP-FORFEITED TO WS-TOTAL-ED
084400     MOVE SPACES TO REPORT-RECORD
084500     STRING '    YTD HOURS FORFEITED: ' DELIMITED BY SIZE
084600             WS-TOTAL-ED                DELIMITED BY SIZE
084700         INTO REPORT-RECORD
084800     END-STRING
084900     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
085000
085100     DISPLAY 'EMPLVRPT: DEPARTMENTS     ' WS-DEPT-COUNT
085200     DISPLAY 'EMPLVRPT: EMPLOYEES       ' WS-COMP-HEADCOUNT
085300     DISPLAY 'EMPLVRPT: NO LEAVE RECORD ' WS-NO-LEAVE-COUNT
085400     MOVE WS-COMP-BALANCE TO WS-TOTAL-ED
085500     DISPLAY 'EMPLVRPT: BALANCE HOURS   ' WS-TOTAL-ED.
085600 4500-WRITE-COMPANY-TOTALS-EXIT.
085700     EXIT.
085800
085900*================================================================*
086000 5000-WRITE-REPORT-HEADERS.
086100*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER) AND AN UNDERLINE,
086200*    SAME STYLE AS THE MASTER LISTING HEADERS.
086300*================================================================*
086400     ADD 1 TO WS-PAGE-COUNT
086500     MOVE ZERO TO WS-LINE-COUNT
086600
086700     MOVE SPACES TO REPORT-RECORD
086800     STRING 'VACATION BALANCE STATEMENT' DELIMITED BY SIZE
086900             '       RUN DATE: '         DELIMITED BY SIZE
087000             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
087100                                         DELIMITED BY SIZE
087200             '     PAGE: '               DELIMITED BY SIZE
087300             WS-PAGE-COUNT               DELIMITED BY SIZE
087400         INTO REPORT-RECORD
087500     END-STRING
087600     IF WS-PAGE-COUNT = 1
087700         WRITE REPORT-RECORD
087800     ELSE
087900         WRITE REPORT-RECORD AFTER ADVANCING PAGE
088000     END-IF
088100
088200     MOVE SPACES TO REPORT-RECORD
088300     MOVE '----------------------------------------' TO
088400         REPORT-RECORD
088500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
088600     ADD 2 TO WS-LINE-COUNT.
088700 5000-WRITE-REPORT-HEADERS-EXIT.
088800     EXIT.
088900
089000*================================================================*
089100 8500-RELEASE-RUN-CONTROL.
089200*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
089300*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
089400*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
089500*    TO FIND.
089600*================================================================*
089700     IF NOT RCTL-ACQUIRED
089800         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
089900     END-IF
090000
090100     OPEN OUTPUT RCTL-FILE
090200     IF NOT RCTL-FILE-OK
090300         DISPLAY 'EMPLVRPT: CANNOT RESTAMP RUNCTL.DAT, STATUS '
090400             WS-RCTL-FILE-STATUS
090500         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
090600     END-IF
090700     MOVE SPACES TO RCTL-RECORD
090800     MOVE 'F' TO RCTL-STATE
090900     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
091000     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
091100     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
091200     WRITE RCTL-RECORD
091300     CLOSE RCTL-FILE.
091400 8500-RELEASE-RUN-CONTROL-EXIT.
091500     EXIT.
091600
091700*================================================================*
091800 9000-TERMINATE.
091900*================================================================*
092000     IF LEAVE-FILE-OPEN
092100         CLOSE LEAVE-FILE
092200     END-IF
092300     IF DEPT-FILE-OPEN
092400         CLOSE DEPT-FILE
092500     END-IF
092600     IF REPORT-FILE-OPEN
092700         CLOSE REPORT-FILE
092800     END-IF
092900
093000     PERFORM 8500-RELEASE-RUN-CONTROL
093100         THRU 8500-RELEASE-RUN-CONTROL-EXIT.
093200 9000-TERMINATE-EXIT.
093300     EXIT.
