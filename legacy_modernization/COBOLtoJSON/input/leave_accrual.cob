000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPLVACR.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   04/19/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPLVACR                                                      *
000900*  MONTHLY VACATION ACCRUAL.  CREDITS EVERY EMPLOYEE ON          *
001000*  EMPLOYEE.DAT WITH ONE MONTH'S LEAVE ON THE BALANCE FILE       *
001100*  EMPLEAVE.DAT (SEE EMPLEAVE.CPY), AT THE LEAVRATE.DAT RATE     *
001200*  FOR THE YEARS OF SERVICE THEY HAVE COMPLETED BY THE ACCRUAL   *
001300*  MONTH, COUNTED FROM EMP-HIRE-DATE.  THE DECEMBER ACCRUAL      *
001400*  ALSO CAPS EACH BALANCE AT THE RATE'S MAXIMUM CARRYOVER; THE   *
001500*  HOURS OVER THE CAP ARE FORFEITED AND KEPT IN THE YEAR'S       *
001600*  FORFEITED TOTAL ON THE LEAVE RECORD.                          *
001700*                                                                *
001800*  THE RUN PARAMETER IS THE ACCRUAL MONTH, CCYYMM.  WITH NO      *
001900*  PARAMETER THE RUN DATE'S MONTH IS ACCRUED.  A MONTH LATER     *
002000*  THAN THE RUN DATE IS REFUSED.                                 *
002100*                                                                *
002200*  A MONTH IS ACCRUED ONCE.  EVERY COMPLETED RUN IS RECORDED ON  *
002300*  THE ACCRUAL LEDGER, EMPLVLDG.DAT, AND A SECOND RUN FOR THE    *
002400*  SAME MONTH -- OR FOR ANY MONTH EARLIER THAN THE LAST ONE      *
002500*  ACCRUED -- IS REFUSED WITH RETURN CODE 8 BEFORE ANYTHING IS   *
002600*  CREDITED, THE SAME WAY EMPPAYCL GUARDS ITS PERIODS.  THE      *
002700*  RUN IS SAFE TO RESTART AFTER AN ABEND: A LEAVE RECORD WHOSE   *
002800*  LAST ACCRUAL MONTH IS ALREADY THIS ONE IS LEFT ALONE, AND     *
002900*  THE LEDGER RECORD IS ONLY WRITTEN WHEN EVERY RECORD WAS       *
003000*  UPDATED, SO AN INTERRUPTED RUN IS SIMPLY RUN AGAIN.           *
003100*----------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                          *
003300*  DATE       BY   DESCRIPTION                                   *
003400*  04/19/1999 RWB  ORIGINAL MONTHLY ACCRUAL.                     *
003500*================================================================*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS EMP-ID
004300         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
004400         FILE STATUS IS WS-EMP-FILE-STATUS.
004500
004600     SELECT LEAVE-FILE ASSIGN TO 'EMPLEAVE.DAT'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LV-EMP-ID
005000         FILE STATUS IS WS-LEAVE-FILE-STATUS.
005100
005200     SELECT RATE-FILE ASSIGN TO 'LEAVRATE.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RATE-FILE-STATUS.
005500
005600     SELECT LDG-FILE ASSIGN TO 'EMPLVLDG.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-LDG-FILE-STATUS.
005900
006000     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RCTL-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  EMP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 COPY EMPREC.
006900
007000 FD  LEAVE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 COPY EMPLEAVE.
007300
007400 FD  RATE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 COPY LEAVRATE.
007700
007800*    ONE LINE PER ACCRUED MONTH: THE MONTH, THE RUN-ID THAT
007900*    ACCRUED IT, AND THAT RUN'S CONTROL TOTALS.
008000 FD  LDG-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  LDG-RECORD.
008300     05  LDG-PERIOD               PIC 9(06).
008400     05  FILLER                   PIC X(02).
008500     05  LDG-RUN-ID               PIC X(14).
008600     05  FILLER                   PIC X(02).
008700     05  LDG-EMP-COUNT            PIC 9(07).
008800     05  FILLER                   PIC X(02).
008900     05  LDG-HOURS-ACCRUED        PIC 9(09)V99.
009000     05  FILLER                   PIC X(02).
009100     05  LDG-HOURS-FORFEITED      PIC 9(09)V99.
009200
009300 FD  RCTL-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 COPY RUNCTL.
009600
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------*
009900*    FILE STATUS AND END-OF-FILE SWITCHES                        *
010000*----------------------------------------------------------------*
010100 01  WS-EMP-FILE-STATUS       PIC X(02).
010200     88  EMP-FILE-OK                  VALUE '00'.
010300
010400 01  WS-LEAVE-FILE-STATUS     PIC X(02).
010500     88  LEAVE-FILE-OK                VALUE '00'.
010600     88  LEAVE-FILE-MISSING           VALUE '35'.
010700
010800 01  WS-RATE-FILE-STATUS      PIC X(02).
010900     88  RATE-FILE-OK                 VALUE '00'.
011000     88  RATE-FILE-MISSING            VALUE '35'.
011100
011200 01  WS-LDG-FILE-STATUS       PIC X(02).
011300     88  LDG-FILE-OK                  VALUE '00'.
011400     88  LDG-FILE-MISSING             VALUE '35'.
011500
011600 01  WS-RCTL-FILE-STATUS      PIC X(02).
011700     88  RCTL-FILE-OK                 VALUE '00'.
011800     88  RCTL-FILE-MISSING            VALUE '35'.
011900
012000 01  WS-EMP-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
012100     88  EMP-FILE-OPEN                VALUE 'Y'.
012200 01  WS-LEAVE-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
012300     88  LEAVE-FILE-OPEN              VALUE 'Y'.
012400
012500 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
012600     88  END-OF-FILE                  VALUE 'Y'.
012700 01  RATE-EOF-FLAG            PIC X(01) VALUE 'N'.
012800     88  RATE-END-OF-FILE             VALUE 'Y'.
012900 01  LDG-EOF-FLAG             PIC X(01) VALUE 'N'.
013000     88  LDG-END-OF-FILE              VALUE 'Y'.
013100
013200*    SET BY ANY CHECK THAT REFUSES THE RUN; NOTHING IS CREDITED
013300*    ONCE IT IS ON.
013400 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
013500     88  RUN-REFUSED                  VALUE 'Y'.
013600 01  WS-NEW-LEAVE-SW          PIC X(01) VALUE 'N'.
013700     88  NEW-LEAVE-RECORD             VALUE 'Y'.
013800
013900*----------------------------------------------------------------*
014000*    RUN-CONTROL STATE AND RUN IDENTIFICATION                    *
014100*----------------------------------------------------------------*
014200 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
014300     88  RCTL-ACQUIRED                VALUE 'Y'.
014400 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
014500 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
014600
014700 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
014800 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
014900     05  WS-RUN-CCYYMM           PIC 9(06).
015000     05  WS-RUN-DD               PIC 9(02).
015100 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
015200 01  WS-RUN-ID.
015300     05  WS-RUN-ID-DATE          PIC 9(08).
015400     05  WS-RUN-ID-TIME          PIC 9(06).
015500
015600*----------------------------------------------------------------*
015700*    THE MONTH BEING ACCRUED, FROM THE RUN PARAMETER             *
015800*----------------------------------------------------------------*
015900 01  WS-PERIOD-X              PIC X(06) VALUE SPACES.
016000 01  WS-ACCR-PERIOD           PIC 9(06) VALUE ZERO.
016100 01  WS-ACCR-PERIOD-X REDEFINES WS-ACCR-PERIOD.
016200     05  WS-ACCR-CCYY            PIC 9(04).
016300     05  WS-ACCR-MM              PIC 9(02).
016400 01  WS-LAST-ACCR-PERIOD      PIC 9(06) VALUE ZERO.
016500
016600*----------------------------------------------------------------*
016700*    THE ACCRUAL RATE TABLE, LOADED FROM LEAVRATE.DAT AT         *
016800*    START-UP IN ASCENDING ORDER OF MINIMUM YEARS                *
016900*----------------------------------------------------------------*
017000 01  WS-RATE-MAX              PIC 9(03) COMP VALUE 20.
017100 01  WS-RATE-COUNT            PIC 9(03) COMP VALUE ZERO.
017200 01  WS-RATE-IDX              PIC 9(03) COMP VALUE ZERO.
017300 01  WS-RATE-HIT              PIC 9(03) COMP VALUE ZERO.
017400 01  WS-RATE-TABLE.
017500     05  WS-RATE-ENTRY OCCURS 20 TIMES.
017600         10  WS-RT-MIN-YEARS      PIC 9(02).
017700         10  WS-RT-HOURS          PIC 9(03)V99 COMP-3.
017800         10  WS-RT-MAX-CARRY      PIC 9(05)V99 COMP-3.
017900
018000*----------------------------------------------------------------*
018100*    PER-EMPLOYEE WORK AREAS                                     *
018200*----------------------------------------------------------------*
018300 01  WS-SERVICE-YEARS         PIC 9(03) VALUE ZERO.
018400 01  WS-EXCESS-HOURS          PIC 9(05)V99 COMP-3 VALUE ZERO.
018500
018600*----------------------------------------------------------------*
018700*    RUN TOTALS                                                  *
018800*----------------------------------------------------------------*
018900 01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
019000 01  WS-ACCRUED-COUNT         PIC 9(07) VALUE ZERO.
019100 01  WS-CREATED-COUNT         PIC 9(07) VALUE ZERO.
019200 01  WS-SKIPPED-COUNT         PIC 9(07) VALUE ZERO.
019300 01  WS-INELIGIBLE-COUNT      PIC 9(07) VALUE ZERO.
019400 01  WS-CAPPED-COUNT          PIC 9(07) VALUE ZERO.
019500 01  WS-ERROR-COUNT           PIC 9(07) VALUE ZERO.
019600 01  WS-HOURS-ACCRUED         PIC 9(09)V99 COMP-3 VALUE ZERO.
019700 01  WS-HOURS-FORFEITED       PIC 9(09)V99 COMP-3 VALUE ZERO.
019800
019900 01  WS-HOURS-ED              PIC ZZZ,ZZZ,ZZ9.99.
020000
020100 PROCEDURE DIVISION.
020200*================================================================*
020300 0000-MAINLINE.
020400*================================================================*
020500     PERFORM 1000-INITIALIZE
020600         THRU 1000-INITIALIZE-EXIT
020700     PERFORM 2000-ACCRUE-EMPLOYEE
020800         THRU 2000-ACCRUE-EMPLOYEE-EXIT
020900         UNTIL END-OF-FILE
021000     IF NOT RUN-REFUSED
021100         PERFORM 6000-WRITE-LEDGER
021200             THRU 6000-WRITE-LEDGER-EXIT
021300     END-IF
021400     PERFORM 9000-TERMINATE
021500         THRU 9000-TERMINATE-EXIT
021600     STOP RUN.
021700
021800*================================================================*
021900 1000-INITIALIZE.
022000*================================================================*
022100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022200     ACCEPT WS-RUN-TIME FROM TIME
022300     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
022400     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
022500
022600*    A MISTYPED MONTH REFUSES THE RUN RATHER THAN CREDITING THE
022700*    WRONG ONE.
022800     ACCEPT WS-PERIOD-X FROM ARGUMENT-VALUE
022900     IF WS-PERIOD-X = SPACES
023000         MOVE WS-RUN-CCYYMM TO WS-ACCR-PERIOD
023100     ELSE
023200         IF WS-PERIOD-X NUMERIC
023300             MOVE WS-PERIOD-X TO WS-ACCR-PERIOD
023400         ELSE
023500             MOVE ZERO TO WS-ACCR-PERIOD
023600         END-IF
023700     END-IF
023800     IF WS-ACCR-MM < 1 OR WS-ACCR-MM > 12
023900         DISPLAY 'EMPLVACR: ACCRUAL MONTH "' WS-PERIOD-X
024000             '" IS NOT CCYYMM; ACCRUAL REFUSED'
024100         MOVE 'Y' TO WS-REFUSED-SW
024200         MOVE 'Y' TO EOF-FLAG
024300         MOVE 8 TO RETURN-CODE
024400         GO TO 1000-INITIALIZE-EXIT
024500     END-IF
024600     IF WS-ACCR-PERIOD > WS-RUN-CCYYMM
024700         DISPLAY 'EMPLVACR: ACCRUAL MONTH ' WS-ACCR-PERIOD
024800             ' IS LATER THAN THE RUN DATE; ACCRUAL REFUSED'
024900         MOVE 'Y' TO WS-REFUSED-SW
025000         MOVE 'Y' TO EOF-FLAG
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF
025400     DISPLAY 'EMPLVACR: ACCRUAL MONTH ' WS-ACCR-PERIOD
025500         ' RUN ' WS-RUN-ID
025600
025700     PERFORM 1200-CHECK-LEDGER
025800         THRU 1200-CHECK-LEDGER-EXIT
025900     IF RUN-REFUSED
026000         MOVE 'Y' TO EOF-FLAG
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF
026300
026400     PERFORM 1300-LOAD-RATE-TABLE
026500         THRU 1300-LOAD-RATE-TABLE-EXIT
026600     IF WS-RATE-COUNT = ZERO
026700         DISPLAY 'EMPLVACR: NO ACCRUAL RATES LOADED; ACCRUAL '
026800             'REFUSED'
026900         MOVE 'Y' TO WS-REFUSED-SW
027000         MOVE 'Y' TO EOF-FLAG
027100         MOVE 8 TO RETURN-CODE
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF
027400
027500     PERFORM 1500-ACQUIRE-RUN-CONTROL
027600         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
027700     IF NOT RCTL-ACQUIRED
027800         MOVE 'Y' TO EOF-FLAG
027900         MOVE 'Y' TO WS-REFUSED-SW
028000         GO TO 1000-INITIALIZE-EXIT
028100     END-IF
028200
028300     OPEN INPUT EMP-FILE
028400     IF NOT EMP-FILE-OK
028500         DISPLAY 'EMPLVACR: CANNOT OPEN EMPLOYEE.DAT, STATUS '
028600             WS-EMP-FILE-STATUS
028700         MOVE 'Y' TO EOF-FLAG
028800         MOVE 'Y' TO WS-REFUSED-SW
028900         MOVE 8 TO RETURN-CODE
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF
029200     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
029300
029400*    STATUS '35' JUST MEANS THIS IS THE FIRST ACCRUAL EVER;
029500*    CREATE THE BALANCE FILE EMPTY AND CARRY ON.
029600     OPEN I-O LEAVE-FILE
029700     IF LEAVE-FILE-MISSING
029800         OPEN OUTPUT LEAVE-FILE
029900         IF LEAVE-FILE-OK
030000             CLOSE LEAVE-FILE
030100             OPEN I-O LEAVE-FILE
030200         END-IF
030300     END-IF
030400     IF NOT LEAVE-FILE-OK
030500         DISPLAY 'EMPLVACR: CANNOT OPEN EMPLEAVE.DAT, STATUS '
030600             WS-LEAVE-FILE-STATUS
030700         MOVE 'Y' TO EOF-FLAG
030800         MOVE 'Y' TO WS-REFUSED-SW
030900         MOVE 8 TO RETURN-CODE
031000         CLOSE EMP-FILE
031100         MOVE 'N' TO WS-EMP-FILE-OPEN-SW
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF
031400     MOVE 'Y' TO WS-LEAVE-FILE-OPEN-SW
031500
031600     PERFORM 2100-READ-NEXT-EMPLOYEE
031700         THRU 2100-READ-NEXT-EMPLOYEE-EXIT.
031800 1000-INITIALIZE-EXIT.
031900     EXIT.
032000
032100*================================================================*
032200 1200-CHECK-LEDGER.
032300*    READ THE ACCRUAL LEDGER.  A MONTH ALREADY ON IT, OR ONE
032400*    EARLIER THAN THE LAST MONTH ACCRUED, IS REFUSED.  NO
032500*    LEDGER AT ALL JUST MEANS THIS IS THE FIRST ACCRUAL EVER.
032600*================================================================*
032700     OPEN INPUT LDG-FILE
032800     IF LDG-FILE-MISSING
032900         GO TO 1200-CHECK-LEDGER-EXIT
033000     END-IF
033100     IF NOT LDG-FILE-OK
033200         DISPLAY 'EMPLVACR: CANNOT READ EMPLVLDG.DAT, STATUS '
033300             WS-LDG-FILE-STATUS
033400         MOVE 'Y' TO WS-REFUSED-SW
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 1200-CHECK-LEDGER-EXIT
033700     END-IF
033800
033900     PERFORM 1250-CHECK-LEDGER-RECORD
034000         THRU 1250-CHECK-LEDGER-RECORD-EXIT
034100         UNTIL LDG-END-OF-FILE
034200         OR RUN-REFUSED
034300     CLOSE LDG-FILE
034400
034500     IF NOT RUN-REFUSED
034600     AND WS-ACCR-PERIOD < WS-LAST-ACCR-PERIOD
034700         DISPLAY 'EMPLVACR: MONTH ' WS-ACCR-PERIOD
034800             ' IS EARLIER THAN THE LAST MONTH ACCRUED, '
034900             WS-LAST-ACCR-PERIOD '; ACCRUAL REFUSED'
035000         MOVE 'Y' TO WS-REFUSED-SW
035100         MOVE 8 TO RETURN-CODE
035200     END-IF.
035300 1200-CHECK-LEDGER-EXIT.
035400     EXIT.
035500
035600*================================================================*
035700 1250-CHECK-LEDGER-RECORD.
035800*================================================================*
035900     READ LDG-FILE
036000         AT END
036100             MOVE 'Y' TO LDG-EOF-FLAG
036200             GO TO 1250-CHECK-LEDGER-RECORD-EXIT
036300     END-READ
036400     IF LDG-PERIOD = WS-ACCR-PERIOD
036500         DISPLAY 'EMPLVACR: MONTH ' WS-ACCR-PERIOD
036600             ' WAS ALREADY ACCRUED BY RUN ' LDG-RUN-ID
036700             '; ACCRUAL REFUSED'
036800         MOVE 'Y' TO WS-REFUSED-SW
036900         MOVE 8 TO RETURN-CODE
037000         GO TO 1250-CHECK-LEDGER-RECORD-EXIT
037100     END-IF
037200     IF LDG-PERIOD > WS-LAST-ACCR-PERIOD
037300         MOVE LDG-PERIOD TO WS-LAST-ACCR-PERIOD
037400     END-IF.
037500 1250-CHECK-LEDGER-RECORD-EXIT.
037600     EXIT.
037700
037800*================================================================*
037900 1300-LOAD-RATE-TABLE.
038000*    LOAD THE SERVICE BANDS FROM LEAVRATE.DAT.  THE BANDS MUST
038100*    BE IN ASCENDING ORDER OF MINIMUM YEARS; ONE OUT OF ORDER
038200*    IS SKIPPED RATHER THAN GUESSED AT.
038300*================================================================*
038400     OPEN INPUT RATE-FILE
038500     IF RATE-FILE-MISSING
038600         DISPLAY 'EMPLVACR: NO LEAVRATE.DAT ON FILE'
038700         GO TO 1300-LOAD-RATE-TABLE-EXIT
038800     END-IF
038900     IF NOT RATE-FILE-OK
039000         DISPLAY 'EMPLVACR: CANNOT OPEN LEAVRATE.DAT, STATUS '
039100             WS-RATE-FILE-STATUS
039200         GO TO 1300-LOAD-RATE-TABLE-EXIT
039300     END-IF
039400
039500     PERFORM 1310-LOAD-ONE-RATE
039600         THRU 1310-LOAD-ONE-RATE-EXIT
039700         UNTIL RATE-END-OF-FILE
039800     DISPLAY 'EMPLVACR: ACCRUAL RATES LOADED ' WS-RATE-COUNT.
039900 1300-LOAD-RATE-TABLE-EXIT.
040000     EXIT.
040100
040200*================================================================*
040300 1310-LOAD-ONE-RATE.
040400*================================================================*
040500     READ RATE-FILE
040600         AT END
040700             MOVE 'Y' TO RATE-EOF-FLAG
040800             CLOSE RATE-FILE
040900             GO TO 1310-LOAD-ONE-RATE-EXIT
041000     END-READ
041100     IF LVR-MIN-YEARS NOT NUMERIC
041200         OR LVR-MONTHLY-HOURS NOT NUMERIC
041300         OR LVR-MAX-CARRYOVER NOT NUMERIC
041400         DISPLAY 'EMPLVACR: LEAVRATE.DAT BAND ' LVR-MIN-YEARS
041500             ' HAS NON-NUMERIC AMOUNTS; SKIPPED'
041600         GO TO 1310-LOAD-ONE-RATE-EXIT
041700     END-IF
041800     IF WS-RATE-COUNT > ZERO
041900         IF LVR-MIN-YEARS NOT > WS-RT-MIN-YEARS (WS-RATE-COUNT)
042000             DISPLAY 'EMPLVACR: LEAVRATE.DAT BAND '
042100                 LVR-MIN-YEARS ' IS OUT OF ORDER; SKIPPED'
042200             GO TO 1310-LOAD-ONE-RATE-EXIT
042300         END-IF
042400     END-IF
042500     IF WS-RATE-COUNT >= WS-RATE-MAX
042600         DISPLAY 'EMPLVACR: MORE THAN ' WS-RATE-MAX
042700             ' ACCRUAL RATES; EXTRAS SKIPPED'
042800         MOVE 'Y' TO RATE-EOF-FLAG
042900         CLOSE RATE-FILE
043000         GO TO 1310-LOAD-ONE-RATE-EXIT
043100     END-IF
043200     ADD 1 TO WS-RATE-COUNT
043300     MOVE LVR-MIN-YEARS TO WS-RT-MIN-YEARS (WS-RATE-COUNT)
043400     MOVE LVR-MONTHLY-HOURS TO WS-RT-HOURS (WS-RATE-COUNT)
043500     MOVE LVR-MAX-CARRYOVER TO WS-RT-MAX-CARRY (WS-RATE-COUNT).
043600 1310-LOAD-ONE-RATE-EXIT.
043700     EXIT.
043800
043900*================================================================*
044000 1500-ACQUIRE-RUN-CONTROL.
044100*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE MASTER,
044200*    LIKE EVERY OTHER PROGRAM THAT OPENS IT.  NO FILE AT ALL
044300*    JUST MEANS THE FIRST RUN EVER.
044400*================================================================*
044500     MOVE SPACES TO RCTL-RECORD
044600     MOVE 'F' TO RCTL-STATE
044700     MOVE ZERO TO RCTL-BUSINESS-DATE
044800     MOVE ZERO TO RCTL-MAINT-DATE
044900     MOVE 'N' TO RCTL-MAINT-DONE-SW
045000
045100     OPEN INPUT RCTL-FILE
045200     IF RCTL-FILE-OK
045300         READ RCTL-FILE
045400             AT END
045500                 MOVE SPACES TO RCTL-RECORD
045600                 MOVE 'F' TO RCTL-STATE
045700                 MOVE ZERO TO RCTL-BUSINESS-DATE
045800                 MOVE ZERO TO RCTL-MAINT-DATE
045900                 MOVE 'N' TO RCTL-MAINT-DONE-SW
046000         END-READ
046100         CLOSE RCTL-FILE
046200     ELSE
046300         IF NOT RCTL-FILE-MISSING
046400             DISPLAY 'EMPLVACR: CANNOT READ RUNCTL.DAT, STATUS '
046500                 WS-RCTL-FILE-STATUS
046600             MOVE 8 TO RETURN-CODE
046700             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
046800         END-IF
046900     END-IF
047000
047100     IF RCTL-IN-USE
047200         DISPLAY 'EMPLVACR: EMPLOYEE.DAT IS HELD BY '
047300             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
047400         DISPLAY 'EMPLVACR: IF THAT RUN ABENDED, INSPECT AND '
047500             'RESET THE RUN CONTROL WITH RUNCTLRS'
047600         MOVE 8 TO RETURN-CODE
047700         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
047800     END-IF
047900
048000     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
048100     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
048200
048300     OPEN OUTPUT RCTL-FILE
048400     IF NOT RCTL-FILE-OK
048500         DISPLAY 'EMPLVACR: CANNOT STAMP RUNCTL.DAT, STATUS '
048600             WS-RCTL-FILE-STATUS
048700         MOVE 8 TO RETURN-CODE
048800         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
048900     END-IF
049000     MOVE 'U' TO RCTL-STATE
049100     MOVE 'EMPLVACR' TO RCTL-HOLDER
049200     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
049300     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
049400     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
049500     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
049600     WRITE RCTL-RECORD
049700     CLOSE RCTL-FILE
049800     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
049900 1500-ACQUIRE-RUN-CONTROL-EXIT.
050000     EXIT.
050100
050200*================================================================*
050300 2000-ACCRUE-EMPLOYEE.
050400*    CREDIT ONE EMPLOYEE FOR THE MONTH.  SOMEONE HIRED AFTER
050500*    THE ACCRUAL MONTH, OR SHORT OF THE FIRST SERVICE BAND,
050600*    ACCRUES NOTHING.  A LEAVE RECORD STILL CARRYING A
050700*    TERMINATION IS A REHIRE: THE OLD TERMINATION IS CLEARED
050800*    AND ACCRUAL STARTS AGAIN FROM THE ZERO BALANCE EMPMAINT
050900*    LEFT.  THE FIRST ACCRUAL OF A NEW YEAR STARTS THE YTD
051000*    FIGURES AGAIN FROM ZERO.
051100*================================================================*
051200     ADD 1 TO WS-READ-COUNT
051300
051400     IF EMP-HIRE-DATE NOT NUMERIC
051500         ADD 1 TO WS-INELIGIBLE-COUNT
051600         GO TO 2000-ACCRUE-EMPLOYEE-NEXT
051700     END-IF
051800     IF EMP-HIRE-CCYY > WS-ACCR-CCYY
051900         ADD 1 TO WS-INELIGIBLE-COUNT
052000         GO TO 2000-ACCRUE-EMPLOYEE-NEXT
052100     END-IF
052200     IF EMP-HIRE-CCYY = WS-ACCR-CCYY
052300     AND EMP-HIRE-MM > WS-ACCR-MM
052400         ADD 1 TO WS-INELIGIBLE-COUNT
052500         GO TO 2000-ACCRUE-EMPLOYEE-NEXT
052600     END-IF
052700
052800*    COMPLETED YEARS AS OF THE ACCRUAL MONTH; THE ANNIVERSARY
052900*    MONTH ITSELF COUNTS AS COMPLETED.
053000     COMPUTE WS-SERVICE-YEARS = WS-ACCR-CCYY - EMP-HIRE-CCYY
053100     IF WS-ACCR-MM < EMP-HIRE-MM
053200         SUBTRACT 1 FROM WS-SERVICE-YEARS
053300     END-IF
053400
053500     MOVE ZERO TO WS-RATE-HIT
053600     PERFORM 2500-SCAN-RATE-TABLE
053700         THRU 2500-SCAN-RATE-TABLE-EXIT
053800         VARYING WS-RATE-IDX FROM 1 BY 1
053900         UNTIL WS-RATE-IDX > WS-RATE-COUNT
054000     IF WS-RATE-HIT = ZERO
054100         ADD 1 TO WS-INELIGIBLE-COUNT
054200         GO TO 2000-ACCRUE-EMPLOYEE-NEXT
054300     END-IF
054400
054500     MOVE 'N' TO WS-NEW-LEAVE-SW
054600     MOVE EMP-ID TO LV-EMP-ID
054700     READ LEAVE-FILE
054800         INVALID KEY
054900             MOVE 'Y' TO WS-NEW-LEAVE-SW
055000     END-READ
055100
055200     IF NEW-LEAVE-RECORD
055300         MOVE SPACES TO LV-RECORD
055400         MOVE EMP-ID TO LV-EMP-ID
055500         MOVE ZERO TO LV-BALANCE
055600         MOVE ZERO TO LV-ACCRUAL-PERIOD
055700         MOVE ZERO TO LV-LAST-ACCRUED
055800         MOVE WS-ACCR-CCYY TO LV-YEAR
055900         MOVE ZERO TO LV-YTD-ACCRUED
056000         MOVE ZERO TO LV-YTD-TAKEN
056100         MOVE ZERO TO LV-YTD-FORFEITED
056200         MOVE ZERO TO LV-LAST-TAKEN-DATE
056300         MOVE ZERO TO LV-TERM-DATE
056400         MOVE ZERO TO LV-TERM-BALANCE
056500     ELSE
056600         IF LV-ACCRUAL-PERIOD NOT < WS-ACCR-PERIOD
056700             ADD 1 TO WS-SKIPPED-COUNT
056800             GO TO 2000-ACCRUE-EMPLOYEE-NEXT
056900         END-IF
057000     END-IF
057100
057200     IF LV-TERM-DATE NOT = ZERO
057300         MOVE ZERO TO LV-TERM-DATE
057400         MOVE ZERO TO LV-TERM-BALANCE
057500     END-IF
057600     IF LV-YEAR < WS-ACCR-CCYY
057700         MOVE WS-ACCR-CCYY TO LV-YEAR
057800         MOVE ZERO TO LV-YTD-ACCRUED
057900         MOVE ZERO TO LV-YTD-TAKEN
058000         MOVE ZERO TO LV-YTD-FORFEITED
058100     END-IF
058200
058300     ADD WS-RT-HOURS (WS-RATE-HIT) TO LV-BALANCE
058400     ADD WS-RT-HOURS (WS-RATE-HIT) TO LV-YTD-ACCRUED
058500     MOVE WS-RT-HOURS (WS-RATE-HIT) TO LV-LAST-ACCRUED
058600     MOVE WS-ACCR-PERIOD TO LV-ACCRUAL-PERIOD
058700
058800*    DECEMBER CLOSES THE LEAVE YEAR: ANYTHING OVER THE BAND'S
058900*    MAXIMUM CARRYOVER IS FORFEITED.
059000     MOVE ZERO TO WS-EXCESS-HOURS
059100     IF WS-ACCR-MM = 12
059200     AND LV-BALANCE > WS-RT-MAX-CARRY (WS-RATE-HIT)
059300         COMPUTE WS-EXCESS-HOURS =
059400             LV-BALANCE - WS-RT-MAX-CARRY (WS-RATE-HIT)
059500         MOVE WS-RT-MAX-CARRY (WS-RATE-HIT) TO LV-BALANCE
059600         ADD WS-EXCESS-HOURS TO LV-YTD-FORFEITED
059700     END-IF
059800
059900     IF NEW-LEAVE-RECORD
060000         WRITE LV-RECORD
060100             INVALID KEY
060200                 DISPLAY 'EMPLVACR: CANNOT ADD LEAVE RECORD FOR '
060300                     LV-EMP-ID ', STATUS ' WS-LEAVE-FILE-STATUS
060400                 ADD 1 TO WS-ERROR-COUNT
060500                 GO TO 2000-ACCRUE-EMPLOYEE-NEXT
060600         END-WRITE
060700         ADD 1 TO WS-CREATED-COUNT
060800     ELSE
060900         REWRITE LV-RECORD
061000             INVALID KEY
061100                 DISPLAY 'EMPLVACR: CANNOT UPDATE LEAVE RECORD '
061200                     'FOR ' LV-EMP-ID ', STATUS '
061300                     WS-LEAVE-FILE-STATUS
061400                 ADD 1 TO WS-ERROR-COUNT
061500                 GO TO 2000-ACCRUE-EMPLOYEE-NEXT
061600         END-REWRITE
061700     END-IF
061800
061900     ADD 1 TO WS-ACCRUED-COUNT
062000     ADD WS-RT-HOURS (WS-RATE-HIT) TO WS-HOURS-ACCRUED
062100     IF WS-EXCESS-HOURS > ZERO
062200         ADD 1 TO WS-CAPPED-COUNT
062300         ADD WS-EXCESS-HOURS TO WS-HOURS-FORFEITED
062400     END-IF.
062500 2000-ACCRUE-EMPLOYEE-NEXT.
062600     PERFORM 2100-READ-NEXT-EMPLOYEE
062700         THRU 2100-READ-NEXT-EMPLOYEE-EXIT.
062800 2000-ACCRUE-EMPLOYEE-EXIT.
062900     EXIT.
063000
063100*================================================================*
063200 2100-READ-NEXT-EMPLOYEE.
063300*================================================================*
063400     READ EMP-FILE NEXT RECORD
063500         AT END
063600             MOVE 'Y' TO EOF-FLAG
063700     END-READ.
063800 2100-READ-NEXT-EMPLOYEE-EXIT.
063900     EXIT.
064000
064100*================================================================*
064200 2500-SCAN-RATE-TABLE.
064300*    THE TABLE IS ASCENDING, SO THE LAST BAND THE SERVICE
064400*    REACHES IS THE ONE THAT APPLIES.
064500*================================================================*
064600     IF WS-RT-MIN-YEARS (WS-RATE-IDX) NOT > WS-SERVICE-YEARS
064700         MOVE WS-RATE-IDX TO WS-RATE-HIT
064800     END-IF.
064900 2500-SCAN-RATE-TABLE-EXIT.
065000     EXIT.
065100
065200*================================================================*
065300 6000-WRITE-LEDGER.
065400*    RECORD THE MONTH AS ACCRUED.  A RUN THAT COULD NOT UPDATE
065500*    EVERY RECORD IS NOT RECORDED, SO IT CAN SIMPLY BE RUN
065600*    AGAIN ONCE THE CAUSE IS FIXED.
065700*================================================================*
065800     IF WS-ERROR-COUNT > ZERO
065900         DISPLAY 'EMPLVACR: ' WS-ERROR-COUNT
066000             ' LEAVE RECORDS NOT UPDATED; MONTH NOT RECORDED '
066100             'AS ACCRUED - RERUN WHEN CORRECTED'
066200         MOVE 8 TO RETURN-CODE
066300         GO TO 6000-WRITE-LEDGER-EXIT
066400     END-IF
066500
066600     OPEN EXTEND LDG-FILE
066700     IF LDG-FILE-MISSING
066800         OPEN OUTPUT LDG-FILE
066900     END-IF
067000     IF NOT LDG-FILE-OK
067100         DISPLAY 'EMPLVACR: CANNOT OPEN EMPLVLDG.DAT, STATUS '
067200             WS-LDG-FILE-STATUS ' - MONTH NOT RECORDED'
067300         MOVE 8 TO RETURN-CODE
067400         GO TO 6000-WRITE-LEDGER-EXIT
067500     END-IF
067600     MOVE SPACES TO LDG-RECORD
067700     MOVE WS-ACCR-PERIOD TO LDG-PERIOD
067800     MOVE WS-RUN-ID TO LDG-RUN-ID
067900     MOVE WS-ACCRUED-COUNT TO LDG-EMP-COUNT
068000     MOVE WS-HOURS-ACCRUED TO LDG-HOURS-ACCRUED
068100     MOVE WS-HOURS-FORFEITED TO LDG-HOURS-FORFEITED
068200     WRITE LDG-RECORD
068300     CLOSE LDG-FILE.
068400 6000-WRITE-LEDGER-EXIT.
068500     EXIT.
068600
068700*================================================================*
068800 8500-RELEASE-RUN-CONTROL.
068900*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
069000*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
069100*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
069200*    TO FIND.
069300*================================================================*
069400     IF NOT RCTL-ACQUIRED
069500         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
069600     END-IF
069700
069800     OPEN OUTPUT RCTL-FILE
069900     IF NOT RCTL-FILE-OK
070000         DISPLAY 'EMPLVACR: CANNOT RESTAMP RUNCTL.DAT, STATUS '
070100             WS-RCTL-FILE-STATUS
070200         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
070300     END-IF
070400     MOVE SPACES TO RCTL-RECORD
070500     MOVE 'F' TO RCTL-STATE
070600     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
070700     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
070800     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
070900     WRITE RCTL-RECORD
071000     CLOSE RCTL-FILE.
071100 8500-RELEASE-RUN-CONTROL-EXIT.
071200     EXIT.
071300
071400*================================================================*
071500 9000-TERMINATE.
071600*================================================================*
071700     IF EMP-FILE-OPEN
071800         CLOSE EMP-FILE
071900     END-IF
072000     IF LEAVE-FILE-OPEN
072100         CLOSE LEAVE-FILE
072200     END-IF
072300
072400     IF RUN-REFUSED
072500         DISPLAY 'EMPLVACR: NO LEAVE ACCRUED'
072600     ELSE
072700         DISPLAY 'EMPLVACR: EMPLOYEES READ     ' WS-READ-COUNT
072800         DISPLAY 'EMPLVACR: ACCRUED            '
072900             WS-ACCRUED-COUNT
073000         DISPLAY 'EMPLVACR: NEW LEAVE RECORDS  '
073100             WS-CREATED-COUNT
073200         DISPLAY 'EMPLVACR: ALREADY ACCRUED    '
073300             WS-SKIPPED-COUNT
073400         DISPLAY 'EMPLVACR: NOT YET ELIGIBLE   '
073500             WS-INELIGIBLE-COUNT
073600         DISPLAY 'EMPLVACR: CAPPED AT CARRYOVER'
073700             WS-CAPPED-COUNT
073800         DISPLAY 'EMPLVACR: NOT UPDATED        '
073900             WS-ERROR-COUNT
074000         MOVE WS-HOURS-ACCRUED TO WS-HOURS-ED
074100         DISPLAY 'EMPLVACR: HOURS ACCRUED      ' WS-HOURS-ED
074200         MOVE WS-HOURS-FORFEITED TO WS-HOURS-ED
074300         DISPLAY 'EMPLVACR: HOURS FORFEITED    ' WS-HOURS-ED
074400     END-IF
074500
074600     PERFORM 8500-RELEASE-RUN-CONTROL
074700         THRU 8500-RELEASE-RUN-CONTROL-EXIT.
074800 9000-TERMINATE-EXIT.
074900     EXIT.
