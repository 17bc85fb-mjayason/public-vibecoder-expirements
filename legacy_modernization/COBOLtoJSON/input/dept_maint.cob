001200*  IS THE ONE PLACE A DEPARTMENT CODE AND ITS FULL NAME ARE      *
001300*  KEPT; EMPMAINT CHECKS EVERY EMPLOYEE DEPARTMENT CODE AGAINST  *
001400*  IT AND FILETEST PRINTS THE NAME FROM IT.                      *
001410*                                                                *
001420*  A DEPARTMENT STILL IN USE -- ANYONE ON EMPLOYEE.DAT CARRYING  *
001430*  THE CODE, OR ANY TRANSACTION FOR IT WAITING ON EMPPEND.DAT -- *
001440*  CANNOT BE DELETED OR HAVE ITS SALARY GRADE CODE BLANKED OR    *
001450*  SWAPPED; THE TRANSACTION IS LOGGED 'INUSE' WITH THE NUMBER    *
001460*  OF PEOPLE STILL ASSIGNED.  EVERY APPLIED ADD, CHANGE, AND     *
001470*  DELETE IS JOURNALED TO DEPTJRNL.DAT (SEE DEPTJRNL.CPY).       *
001473*                                                                *
001476*  THE 'P' ACTION SETS A DEPARTMENT'S POSITION CONTROL -- ITS    *
001479*  AUTHORIZED HEADCOUNT AND ANNUAL SALARY BUDGET -- ON           *
001482*  DEPTPOS.DAT (SEE DEPTPOS.CPY), ADDING THE RECORD THE FIRST    *
001485*  TIME AND REPLACING IT AFTER THAT, AND JOURNALS IT AS ACTION   *
001488*  'P' WITH DEPTPOS IMAGES.  DELETING A DEPARTMENT DROPS ITS     *
001491*  POSITION CONTROL WITH IT.                                     *
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                          *
001700*  DATE       BY   DESCRIPTION                                   *
001920*                  DEPTREC.CPY AND DEPTTRAN.CPY) ON ADDS AND    *
001930*                  CHANGES.  BLANK IS ALLOWED AND MEANS NO      *
001940*                  BAND IS ENFORCED FOR THE DEPARTMENT.         *
001944*  04/05/1999 RWB  REFUSE A DELETE, OR A CHANGE THAT BLANKS OR  *
001948*                  SWAPS THE GRADE CODE, WHILE EMPLOYEE.DAT OR  *
001952*                  EMPPEND.DAT STILL CARRIES THE DEPARTMENT,    *
001956*                  LOGGING 'INUSE' AND THE COUNT STILL          *
001960*                  ASSIGNED -- A RETIRED CODE WAS ORPHANING     *
001964*                  EMPLOYEES.  JOURNAL EVERY APPLIED ADD,       *
001968*                  CHANGE, AND DELETE TO DEPTJRNL.DAT WITH      *
001972*                  BEFORE/AFTER IMAGES AND A RUN-ID, LIKE       *
001976*                  EMPJRNL.DAT.  CHECK AND STAMP RUNCTL.DAT     *
001980*                  LIKE EVERY OTHER PROGRAM THAT OPENS THE      *
001984*                  MASTER, SO THE COUNT IS NOT TAKEN FROM A     *
001988*                  HALF-UPDATED FILE.                           *
001990*  04/26/1999 RWB  NEW ACTION 'P' SETS THE AUTHORIZED           *
001992*                  HEADCOUNT AND ANNUAL SALARY BUDGET ON THE    *
001994*                  NEW POSITION CONTROL FILE, DEPTPOS.DAT,      *
001996*                  JOURNALED AS ACTION 'P'.  A DELETE DROPS     *
001998*                  THE DEPARTMENT'S POSITION CONTROL TOO.       *
002000*================================================================*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003400     SELECT LOG-FILE ASSIGN TO 'DEPTMLOG.DAT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-LOG-FILE-STATUS.
003604
003608     SELECT DJRNL-FILE ASSIGN TO 'DEPTJRNL.DAT'
003612         ORGANIZATION IS SEQUENTIAL
003616         FILE STATUS IS WS-DJRNL-FILE-STATUS.
003620
003624*    THE EMPLOYEE MASTER AND THE PENDING-TRANSACTION FILE ARE
003628*    ONLY READ, OPENED AND CLOSED AROUND EACH IN-USE COUNT.
003632     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
003636         ORGANIZATION IS INDEXED
003640         ACCESS MODE IS DYNAMIC
003644         RECORD KEY IS EMP-ID
003648         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
003652         FILE STATUS IS WS-EMP-FILE-STATUS.
003656
003660     SELECT PEND-FILE ASSIGN TO 'EMPPEND.DAT'
003664         ORGANIZATION IS LINE SEQUENTIAL
003668         FILE STATUS IS WS-PEND-FILE-STATUS.
003672
003676     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
003680         ORGANIZATION IS LINE SEQUENTIAL
003684         FILE STATUS IS WS-RCTL-FILE-STATUS.
003686
003688     SELECT POS-FILE ASSIGN TO 'DEPTPOS.DAT'
003690         ORGANIZATION IS INDEXED
003692         ACCESS MODE IS DYNAMIC
003694         RECORD KEY IS POS-DEPT-CODE
003696         FILE STATUS IS WS-POS-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004800 FD  LOG-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  LOG-RECORD                  PIC X(80).
005005
005010 FD  DJRNL-FILE
005015     LABEL RECORDS ARE STANDARD.
005020 COPY DEPTJRNL.
005025
005030 FD  EMP-FILE
005035     LABEL RECORDS ARE STANDARD.
005040 COPY EMPREC.
005045
005050 FD  PEND-FILE
005055     LABEL RECORDS ARE STANDARD.
005060 COPY EMPTRAN.
005065
005070 FD  RCTL-FILE
005075     LABEL RECORDS ARE STANDARD.
005080 COPY RUNCTL.
005084
005088 FD  POS-FILE
005092     LABEL RECORDS ARE STANDARD.
005096 COPY DEPTPOS.
005100
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------*
006200 01  WS-LOG-FILE-STATUS       PIC X(02).
006300     88  LOG-FILE-OK                  VALUE '00'.
006400
006405 01  WS-DJRNL-FILE-STATUS     PIC X(02).
006410     88  DJRNL-FILE-OK                VALUE '00'.
006415     88  DJRNL-FILE-MISSING           VALUE '35'.
006420
006425 01  WS-EMP-FILE-STATUS       PIC X(02).
006430     88  EMP-FILE-OK                  VALUE '00'.
006435     88  EMP-FILE-MISSING             VALUE '35'.
006440
006445 01  WS-PEND-FILE-STATUS      PIC X(02).
006450     88  PEND-FILE-OK                 VALUE '00'.
006455     88  PEND-FILE-MISSING            VALUE '35'.
006460
006465 01  WS-RCTL-FILE-STATUS      PIC X(02).
006470     88  RCTL-FILE-OK                 VALUE '00'.
006475     88  RCTL-FILE-MISSING            VALUE '35'.
006476
006477 01  WS-POS-FILE-STATUS       PIC X(02).
006478     88  POS-FILE-OK                  VALUE '00'.
006479     88  POS-FILE-MISSING             VALUE '35'.
006480
006500*----------------------------------------------------------------*
006600*    FILE OPEN SWITCHES, SO 9000-TERMINATE ONLY CLOSES WHAT      *
006700*    1000-INITIALIZE ACTUALLY LEFT OPEN                         *
007200     88  DEPT-FILE-OPEN               VALUE 'Y'.
007300 01  WS-LOG-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
007400     88  LOG-FILE-OPEN                VALUE 'Y'.
007430 01  WS-DJRNL-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
007460     88  DJRNL-FILE-OPEN              VALUE 'Y'.
007470 01  WS-POS-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
007480     88  POS-FILE-OPEN                VALUE 'Y'.
007500
007600 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
007700     88  END-OF-FILE                  VALUE 'Y'.
007710
007720*----------------------------------------------------------------*
007730*    RUN-CONTROL STATE: WHETHER THIS RUN HOLDS THE MASTER, AND  *
007740*    THE MAINTENANCE-COMPLETE FIELDS CARRIED ACROSS THE STAMP   *
007750*----------------------------------------------------------------*
007760 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
007770     88  RCTL-ACQUIRED                VALUE 'Y'.
007780 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
007790 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
007800
007900*----------------------------------------------------------------*
008000*    RUN TOTALS                                                 *
008300 01  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
008400 01  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
008500 01  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
008506 01  WS-INUSE-COUNT           PIC 9(07) VALUE ZERO.
008509 01  WS-POSITION-COUNT        PIC 9(07) VALUE ZERO.
008512
008518*----------------------------------------------------------------*
008524*    IN-USE COUNT FOR THE DEPARTMENT ON THE CURRENT TRANSACTION: *
008530*    PEOPLE ON THE MASTER, AND TRANSACTIONS WAITING ON           *
008536*    EMPPEND.DAT.  A FILE THAT CANNOT BE READ (OTHER THAN ONE    *
008542*    THAT DOES NOT EXIST YET) LEAVES THE COUNT UNPROVEN, AND AN  *
008548*    UNPROVEN COUNT REFUSES THE TRANSACTION.                     *
008554*----------------------------------------------------------------*
008560 01  WS-ASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
008566 01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
008572 01  WS-COUNT-FAILED-SW       PIC X(01) VALUE 'N'.
008578     88  COUNT-FAILED                 VALUE 'Y'.
008584 01  WS-SCAN-EOF-FLAG         PIC X(01) VALUE 'N'.
008590     88  SCAN-END-OF-FILE             VALUE 'Y'.
008600
008700*----------------------------------------------------------------*
008800*    LOG LINE BUILD AREA                                        *
008900*----------------------------------------------------------------*
009000 01  WS-LOG-STATUS            PIC X(10).
009005 01  WS-LOG-DETAIL            PIC X(40) VALUE SPACES.
009010
009015*----------------------------------------------------------------*
009020*    PER-RUN JOURNAL IDENTIFICATION AND IMAGE WORK AREA, SAME    *
009025*    RUN-ID CONVENTION AS THE EMPMAINT JOURNAL                   *
009030*----------------------------------------------------------------*
009035 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
009040 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
009045 01  WS-RUN-ID.
009050     05  WS-RUN-ID-DATE          PIC 9(08).
009055     05  WS-RUN-ID-TIME          PIC 9(06).
009060
009065 01  WS-JRNL-SEQ              PIC 9(07) VALUE ZERO.
009070 01  WS-JRNL-ACTION           PIC X(01) VALUE SPACE.
009075 01  WS-BEFORE-IMAGE          PIC X(30) VALUE SPACES.
009080 01  WS-AFTER-IMAGE           PIC X(30) VALUE SPACES.
009100
009200 PROCEDURE DIVISION.
009300*================================================================*
010500*================================================================*
010600 1000-INITIALIZE.
010700*================================================================*
010707     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010714     ACCEPT WS-RUN-TIME FROM TIME
010721     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
010728     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
010735     DISPLAY 'DEPTMNT: RUN-ID ' WS-RUN-ID
010742
010749     PERFORM 1500-ACQUIRE-RUN-CONTROL
010756         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
010763     IF NOT RCTL-ACQUIRED
010770         MOVE 'Y' TO EOF-FLAG
010777         GO TO 1000-INITIALIZE-EXIT
010784     END-IF
010791
010800     OPEN INPUT DTRAN-FILE
010900     IF NOT DTRAN-FILE-OK
011000         DISPLAY 'DEPTMNT: CANNOT OPEN DEPTTRAN.DAT, STATUS '
014700     END-IF
014800     MOVE 'Y' TO WS-LOG-FILE-OPEN-SW
014900
014902*    THE JOURNAL IS EXTENDED, NEVER TRUNCATED, SO EVERY RUN'S
014904*    BEFORE/AFTER IMAGES STAY ON FILE FOR AUDIT.  STATUS '35'
014906*    JUST MEANS NO JOURNAL EXISTS YET; CREATE IT AND CARRY ON.
014908     OPEN EXTEND DJRNL-FILE
014910     IF DJRNL-FILE-MISSING
014912         OPEN OUTPUT DJRNL-FILE
014914     END-IF
014916     IF NOT DJRNL-FILE-OK
014918         DISPLAY 'DEPTMNT: CANNOT OPEN DEPTJRNL.DAT, STATUS '
014920             WS-DJRNL-FILE-STATUS
014922         MOVE 'Y' TO EOF-FLAG
014924         CLOSE DTRAN-FILE
014926         MOVE 'N' TO WS-DTRAN-FILE-OPEN-SW
014928         CLOSE DEPT-FILE
014930         MOVE 'N' TO WS-DEPT-FILE-OPEN-SW
014932         CLOSE LOG-FILE
014934         MOVE 'N' TO WS-LOG-FILE-OPEN-SW
014936         GO TO 1000-INITIALIZE-EXIT
014938     END-IF
014940     MOVE 'Y' TO WS-DJRNL-FILE-OPEN-SW
014942
014944*    STATUS '35' JUST MEANS NO DEPARTMENT HAS BEEN GIVEN
014946*    POSITION CONTROL YET; CREATE THE FILE SO THE FIRST 'P'
014948*    TRANSACTION WORKS.
014950     OPEN I-O POS-FILE
014952     IF POS-FILE-MISSING
014954         OPEN OUTPUT POS-FILE
014956         CLOSE POS-FILE
014958         OPEN I-O POS-FILE
014960     END-IF
014962     IF NOT POS-FILE-OK
014964         DISPLAY 'DEPTMNT: CANNOT OPEN DEPTPOS.DAT, STATUS '
014966             WS-POS-FILE-STATUS
014968         MOVE 'Y' TO EOF-FLAG
014970         CLOSE DTRAN-FILE
014972         MOVE 'N' TO WS-DTRAN-FILE-OPEN-SW
014974         CLOSE DEPT-FILE
014976         MOVE 'N' TO WS-DEPT-FILE-OPEN-SW
014978         CLOSE LOG-FILE
014980         MOVE 'N' TO WS-LOG-FILE-OPEN-SW
014982         CLOSE DJRNL-FILE
014984         MOVE 'N' TO WS-DJRNL-FILE-OPEN-SW
014986         GO TO 1000-INITIALIZE-EXIT
014988     END-IF
014990     MOVE 'Y' TO WS-POS-FILE-OPEN-SW
014992
015000     PERFORM 2100-READ-NEXT-TRANSACTION
015100         THRU 2100-READ-NEXT-TRANSACTION-EXIT.
015200 1000-INITIALIZE-EXIT.
015300     EXIT.
015301
015302*================================================================*
015303 1500-ACQUIRE-RUN-CONTROL.
015304*    CHECK AND STAMP RUNCTL.DAT BEFORE THE IN-USE COUNTS READ
015305*    THE MASTER, LIKE EVERY OTHER PROGRAM THAT OPENS IT.  AN
015306*    IN-USE RECORD MEANS ANOTHER PROGRAM HOLDS THE MASTER;
015307*    REFUSE TO START AND NAME THE HOLDER.  NO FILE AT ALL JUST
015308*    MEANS THE FIRST RUN EVER.
015309*================================================================*
015310     MOVE SPACES TO RCTL-RECORD
015311     MOVE 'F' TO RCTL-STATE
015312     MOVE ZERO TO RCTL-BUSINESS-DATE
015313     MOVE ZERO TO RCTL-MAINT-DATE
015314     MOVE 'N' TO RCTL-MAINT-DONE-SW
015315
015316     OPEN INPUT RCTL-FILE
015317     IF RCTL-FILE-OK
015318         READ RCTL-FILE
015319             AT END
015320*                AN EMPTY FILE COUNTS AS FREE; THE RECORD AREA
015321*                IS NOT GUARANTEED AFTER AT END, SO RESET IT.
015322                 MOVE SPACES TO RCTL-RECORD
015323                 MOVE 'F' TO RCTL-STATE
015324                 MOVE ZERO TO RCTL-BUSINESS-DATE
015325                 MOVE ZERO TO RCTL-MAINT-DATE
015326                 MOVE 'N' TO RCTL-MAINT-DONE-SW
015327         END-READ
015328         CLOSE RCTL-FILE
015329     ELSE
015330         IF NOT RCTL-FILE-MISSING
015331             DISPLAY 'DEPTMNT: CANNOT READ RUNCTL.DAT, STATUS '
015332                 WS-RCTL-FILE-STATUS
015333             MOVE 8 TO RETURN-CODE
015334             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
015335         END-IF
015336     END-IF
015337
015338     IF RCTL-IN-USE
015339         DISPLAY 'DEPTMNT: EMPLOYEE.DAT IS HELD BY '
015340             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
015341         DISPLAY 'DEPTMNT: IF THAT RUN ABENDED, INSPECT AND '
015342             'RESET THE RUN CONTROL WITH RUNCTLRS'
015343         MOVE 8 TO RETURN-CODE
015344         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
015345     END-IF
015346
015347     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
015348     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
015349
015350     OPEN OUTPUT RCTL-FILE
015351     IF NOT RCTL-FILE-OK
015352         DISPLAY 'DEPTMNT: CANNOT STAMP RUNCTL.DAT, STATUS '
015353             WS-RCTL-FILE-STATUS
015354         MOVE 8 TO RETURN-CODE
015355         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
015356     END-IF
015357     MOVE 'U' TO RCTL-STATE
015358     MOVE 'DEPTMNT' TO RCTL-HOLDER
015359     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
015360     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
015361     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
015362     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
015363     WRITE RCTL-RECORD
015364     CLOSE RCTL-FILE
015365     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
015366 1500-ACQUIRE-RUN-CONTROL-EXIT.
015367     EXIT.
015400
015500*================================================================*
015600 2000-PROCESS-TRANSACTION.
016500         WHEN DTRAN-ACTION-DELETE
016600             PERFORM 5000-DELETE-DEPARTMENT
016700                 THRU 5000-DELETE-DEPARTMENT-EXIT
016720         WHEN DTRAN-ACTION-POSITION
016740             PERFORM 6500-SET-POSITION-CONTROL
016760                 THRU 6500-SET-POSITION-CONTROL-EXIT
016800         WHEN OTHER
016900             PERFORM 6000-REJECT-TRANSACTION
017000                 THRU 6000-REJECT-TRANSACTION-EXIT
018400     END-READ.
018500 2100-READ-NEXT-TRANSACTION-EXIT.
018600     EXIT.
018601
018602*================================================================*
018603 2500-COUNT-ASSIGNED.
018604*    COUNT WHAT STILL DEPENDS ON THE TRANSACTION'S DEPARTMENT:
018605*    EVERY EMPLOYEE ON EMPLOYEE.DAT CARRYING THE CODE, AND
018606*    EVERY TRANSACTION WAITING ON EMPPEND.DAT THAT NAMES IT.
018607*    BOTH FILES ARE WALKED FRONT TO BACK, OPENED AND CLOSED
018608*    AROUND EACH COUNT THE WAY EMPMAINT SCANS ITS ARCHIVE;
018609*    DEPARTMENT MAINTENANCE IS LOW VOLUME.  A FILE THAT DOES
018610*    NOT EXIST YET COUNTS AS EMPTY.  DEPT-RECORD IS NOT
018611*    TOUCHED, SO THE CALLER'S RECORD AREA SURVIVES THE COUNT.
018612*================================================================*
018613     MOVE ZERO TO WS-ASSIGNED-COUNT
018614     MOVE ZERO TO WS-PENDING-COUNT
018615     MOVE 'N' TO WS-COUNT-FAILED-SW
018616
018617     OPEN INPUT EMP-FILE
018618     IF EMP-FILE-OK
018619         MOVE 'N' TO WS-SCAN-EOF-FLAG
018620         PERFORM 2510-COUNT-ONE-EMPLOYEE
018621             THRU 2510-COUNT-ONE-EMPLOYEE-EXIT
018622             UNTIL SCAN-END-OF-FILE
018623         CLOSE EMP-FILE
018624     ELSE
018625         IF NOT EMP-FILE-MISSING
018626             DISPLAY 'DEPTMNT: CANNOT READ EMPLOYEE.DAT, STATUS '
018627                 WS-EMP-FILE-STATUS
018628             MOVE 'Y' TO WS-COUNT-FAILED-SW
018629         END-IF
018630     END-IF
018631
018632     OPEN INPUT PEND-FILE
018633     IF PEND-FILE-OK
018634         MOVE 'N' TO WS-SCAN-EOF-FLAG
018635         PERFORM 2520-COUNT-ONE-PENDING
018636             THRU 2520-COUNT-ONE-PENDING-EXIT
018637             UNTIL SCAN-END-OF-FILE
018638         CLOSE PEND-FILE
018639     ELSE
018640         IF NOT PEND-FILE-MISSING
018641             DISPLAY 'DEPTMNT: CANNOT READ EMPPEND.DAT, STATUS '
018642                 WS-PEND-FILE-STATUS
018643             MOVE 'Y' TO WS-COUNT-FAILED-SW
018644         END-IF
018645     END-IF.
018646 2500-COUNT-ASSIGNED-EXIT.
018647     EXIT.
018648
018649*================================================================*
018650 2510-COUNT-ONE-EMPLOYEE.
018651*================================================================*
018652     READ EMP-FILE NEXT RECORD
018653         AT END
018654             MOVE 'Y' TO WS-SCAN-EOF-FLAG
018655             GO TO 2510-COUNT-ONE-EMPLOYEE-EXIT
018656     END-READ
018657     IF EMP-DEPT-CODE = DTRAN-DEPT-CODE
018658         ADD 1 TO WS-ASSIGNED-COUNT
018659     END-IF.
018660 2510-COUNT-ONE-EMPLOYEE-EXIT.
018661     EXIT.
018662
018663*================================================================*
018664 2520-COUNT-ONE-PENDING.
018665*================================================================*
018666     READ PEND-FILE
018667         AT END
018668             MOVE 'Y' TO WS-SCAN-EOF-FLAG
018669             GO TO 2520-COUNT-ONE-PENDING-EXIT
018670     END-READ
018671     IF TRAN-DEPT-CODE = DTRAN-DEPT-CODE
018672         ADD 1 TO WS-PENDING-COUNT
018673     END-IF.
018674 2520-COUNT-ONE-PENDING-EXIT.
018675     EXIT.
018700
018703*================================================================*
018706 2600-REFUSE-IN-USE.
018709*    LOG AN 'INUSE' REFUSAL WITH THE COUNTS 2500-COUNT-ASSIGNED
018712*    LEFT, SO THE REQUESTER KNOWS HOW MANY PEOPLE MUST BE MOVED
018715*    FIRST.  AN UNPROVEN COUNT IS LOGGED 'NOCHECK' INSTEAD, AND
018716*    COUNTS ONLY AS A REJECT, NOT AS IN USE.
018718*================================================================*
018721     IF COUNT-FAILED
018724         MOVE 'NOCHECK' TO WS-LOG-STATUS
018727         MOVE 'EMPLOYEE/PENDING FILES UNREADABLE'
018730             TO WS-LOG-DETAIL
018733     ELSE
018736         MOVE 'INUSE' TO WS-LOG-STATUS
018739         STRING WS-ASSIGNED-COUNT   DELIMITED BY SIZE
018742                 ' ASSIGNED, '      DELIMITED BY SIZE
018745                 WS-PENDING-COUNT    DELIMITED BY SIZE
018748                 ' PENDING'          DELIMITED BY SIZE
018751             INTO WS-LOG-DETAIL
018754         END-STRING
018755         ADD 1 TO WS-INUSE-COUNT
018757     END-IF
018760     PERFORM 7000-WRITE-LOG-RECORD
018763         THRU 7000-WRITE-LOG-RECORD-EXIT
018766     ADD 1 TO WS-REJECT-COUNT.
018772 2600-REFUSE-IN-USE-EXIT.
018775     EXIT.
018778
018800*================================================================*
018900 3000-ADD-DEPARTMENT.
019000*    ADD A NEW DEPARTMENT TO DEPTMAST.DAT.  REJECTED IF THE
020200     MOVE DTRAN-DEPT-CODE TO DEPT-CODE
020300     MOVE DTRAN-DEPT-NAME TO DEPT-NAME
020350     MOVE DTRAN-GRADE-CODE TO DEPT-GRADE-CODE
020360*    IMAGES ARE CAPTURED AHEAD OF THE WRITE; THE RECORD AREA IS
020370*    NOT GUARANTEED AFTER A SUCCESSFUL WRITE.
020380     MOVE SPACES TO WS-BEFORE-IMAGE
020390     MOVE DEPT-RECORD TO WS-AFTER-IMAGE
020400     WRITE DEPT-RECORD
020500         INVALID KEY
020600             MOVE 'DUPLICATE' TO WS-LOG-STATUS
021200             PERFORM 7000-WRITE-LOG-RECORD
021300                 THRU 7000-WRITE-LOG-RECORD-EXIT
021400             ADD 1 TO WS-ADD-COUNT
021420             MOVE 'A' TO WS-JRNL-ACTION
021440             PERFORM 7500-WRITE-JOURNAL-RECORD
021460                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
021500     END-WRITE.
021600 3000-ADD-DEPARTMENT-EXIT.
021700     EXIT.
022000 4000-CHANGE-DEPARTMENT.
022100*    CHANGE DEPT-NAME FOR A DEPARTMENT ALREADY ON FILE.  REJECTED
022200*    IF THE DEPT-CODE IS NOT FOUND OR THE NEW NAME IS BLANK.
022210*    A CHANGE THAT BLANKS OR SWAPS AN EXISTING GRADE CODE WOULD
022220*    MOVE THE SALARY BAND OUT FROM UNDER EVERYONE ALREADY IN
022230*    THE DEPARTMENT, SO IT IS REFUSED WHILE ANYONE IS STILL
022240*    ASSIGNED.  GIVING A GRADE TO A DEPARTMENT THAT HAD NONE,
022250*    OR A RENAME THAT KEEPS THE GRADE, IS ALWAYS ALLOWED.
022300*================================================================*
022400     IF DTRAN-DEPT-NAME = SPACES
022500         MOVE 'BADFIELD' TO WS-LOG-STATUS
023900             GO TO 4000-CHANGE-DEPARTMENT-EXIT
024000     END-READ
024100
024106     IF DEPT-GRADE-CODE NOT = SPACES
024112         AND DTRAN-GRADE-CODE NOT = DEPT-GRADE-CODE
024118         PERFORM 2500-COUNT-ASSIGNED
024124             THRU 2500-COUNT-ASSIGNED-EXIT
024130         IF COUNT-FAILED
024136             OR WS-ASSIGNED-COUNT > ZERO
024142             OR WS-PENDING-COUNT > ZERO
024148             PERFORM 2600-REFUSE-IN-USE
024154                 THRU 2600-REFUSE-IN-USE-EXIT
024160             GO TO 4000-CHANGE-DEPARTMENT-EXIT
024166         END-IF
024172     END-IF
024178
024184     MOVE DEPT-RECORD TO WS-BEFORE-IMAGE
024200     MOVE DTRAN-DEPT-NAME TO DEPT-NAME
024250     MOVE DTRAN-GRADE-CODE TO DEPT-GRADE-CODE
024260*    THE AFTER-IMAGE IS CAPTURED AHEAD OF THE REWRITE; THE
024270*    RECORD AREA IS NOT GUARANTEED AFTER A SUCCESSFUL REWRITE.
024280     MOVE DEPT-RECORD TO WS-AFTER-IMAGE
024300     REWRITE DEPT-RECORD
024400         INVALID KEY
024500             MOVE 'REJECTED' TO WS-LOG-STATUS
025100             PERFORM 7000-WRITE-LOG-RECORD
025200                 THRU 7000-WRITE-LOG-RECORD-EXIT
025300             ADD 1 TO WS-CHANGE-COUNT
025320             MOVE 'C' TO WS-JRNL-ACTION
025340             PERFORM 7500-WRITE-JOURNAL-RECORD
025360                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
025400     END-REWRITE.
025500 4000-CHANGE-DEPARTMENT-EXIT.
025600     EXIT.
025900 5000-DELETE-DEPARTMENT.
026000*    REMOVE A RETIRED DEPARTMENT CODE FROM DEPTMAST.DAT.
026100*    REJECTED IF THE DEPT-CODE IS NOT FOUND.
026120*    REFUSED WHILE ANYONE ON THE MASTER STILL CARRIES THE CODE
026140*    OR A PENDING TRANSACTION STILL NAMES IT -- DELETING IT
026160*    WOULD ORPHAN THEM.  THE RECORD IS READ FIRST SO ITS
026180*    BEFORE-IMAGE CAN GO TO THE JOURNAL.  ITS POSITION CONTROL,
026190*    IF ANY, GOES WITH IT.
026200*================================================================*
026300     MOVE DTRAN-DEPT-CODE TO DEPT-CODE
026304     READ DEPT-FILE
026308         INVALID KEY
026312             MOVE 'NOTFOUND' TO WS-LOG-STATUS
026316             PERFORM 7000-WRITE-LOG-RECORD
026320                 THRU 7000-WRITE-LOG-RECORD-EXIT
026324             ADD 1 TO WS-REJECT-COUNT
026328             GO TO 5000-DELETE-DEPARTMENT-EXIT
026332     END-READ
026336
026340     PERFORM 2500-COUNT-ASSIGNED
026344         THRU 2500-COUNT-ASSIGNED-EXIT
026348     IF COUNT-FAILED
026352         OR WS-ASSIGNED-COUNT > ZERO
026356         OR WS-PENDING-COUNT > ZERO
026360         PERFORM 2600-REFUSE-IN-USE
026364             THRU 2600-REFUSE-IN-USE-EXIT
026368         GO TO 5000-DELETE-DEPARTMENT-EXIT
026372     END-IF
026376
026380     MOVE DEPT-RECORD TO WS-BEFORE-IMAGE
026384     MOVE SPACES TO WS-AFTER-IMAGE
026400     DELETE DEPT-FILE RECORD
026500         INVALID KEY
026600             MOVE 'NOTFOUND' TO WS-LOG-STATUS
027200             PERFORM 7000-WRITE-LOG-RECORD
027300                 THRU 7000-WRITE-LOG-RECORD-EXIT
027400             ADD 1 TO WS-DELETE-COUNT
027420             MOVE 'D' TO WS-JRNL-ACTION
027440             PERFORM 7500-WRITE-JOURNAL-RECORD
027460                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
027470             PERFORM 5100-DROP-POSITION-CONTROL
027480                 THRU 5100-DROP-POSITION-CONTROL-EXIT
027500     END-DELETE.
027600 5000-DELETE-DEPARTMENT-EXIT.
027700     EXIT.
027703
027706*================================================================*
027709 5100-DROP-POSITION-CONTROL.
027712*    A DELETED DEPARTMENT'S DEPTPOS.DAT RECORD IS DELETED WITH
027715*    IT AND JOURNALED AS A 'P' WITH NO AFTER-IMAGE, SO A CODE
027718*    RE-ADDED LATER DOES NOT INHERIT AN OLD HEADCOUNT.  A
027721*    DEPARTMENT THAT NEVER HAD POSITION CONTROL HAS NOTHING TO
027724*    DROP.
027727*================================================================*
027730     MOVE DTRAN-DEPT-CODE TO POS-DEPT-CODE
027733     READ POS-FILE
027736         INVALID KEY
027739             GO TO 5100-DROP-POSITION-CONTROL-EXIT
027742     END-READ
027745
027748     MOVE POS-RECORD TO WS-BEFORE-IMAGE
027751     MOVE SPACES TO WS-AFTER-IMAGE
027754     DELETE POS-FILE RECORD
027757         INVALID KEY
027760             DISPLAY 'DEPTMNT: CANNOT DROP DEPTPOS.DAT RECORD '
027763                 'FOR ' DTRAN-DEPT-CODE ', STATUS '
027766                 WS-POS-FILE-STATUS
027769         NOT INVALID KEY
027772             MOVE 'P' TO WS-JRNL-ACTION
027775             PERFORM 7500-WRITE-JOURNAL-RECORD
027778                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
027781     END-DELETE.
027784 5100-DROP-POSITION-CONTROL-EXIT.
027787     EXIT.
027800
027900*================================================================*
028000 6000-REJECT-TRANSACTION.
028100*    ACTION CODE WAS NOT A, C, D, OR P.                          *
028200*================================================================*
028300     MOVE 'BADCODE' TO WS-LOG-STATUS
028400     PERFORM 7000-WRITE-LOG-RECORD
028600     ADD 1 TO WS-REJECT-COUNT.
028700 6000-REJECT-TRANSACTION-EXIT.
028800     EXIT.
028801
028802*================================================================*
028803 6500-SET-POSITION-CONTROL.
028804*    SET THE AUTHORIZED HEADCOUNT AND ANNUAL SALARY BUDGET FOR
028805*    A DEPARTMENT ALREADY ON DEPTMAST.DAT.  THE DEPTPOS.DAT
028806*    RECORD IS ADDED THE FIRST TIME AND REPLACED AFTER THAT.
028807*    REJECTED IF THE DEPARTMENT IS NOT FOUND OR EITHER AMOUNT
028808*    IS NOT NUMERIC.  A HEADCOUNT BELOW THE NUMBER ALREADY
028809*    ASSIGNED IS ALLOWED -- NO ONE IS MOVED OUT, THE DEPARTMENT
028810*    JUST SHOWS OVERFILLED ON EMPPOSVR AND TAKES NO MORE HIRES
028811*    OR TRANSFERS IN UNTIL IT IS BACK UNDER.
028812*================================================================*
028813     IF DTRAN-AUTH-HEADCOUNT NOT NUMERIC
028814         OR DTRAN-SALARY-BUDGET NOT NUMERIC
028815         MOVE 'BADFIELD' TO WS-LOG-STATUS
028816         PERFORM 7000-WRITE-LOG-RECORD
028817             THRU 7000-WRITE-LOG-RECORD-EXIT
028818         ADD 1 TO WS-REJECT-COUNT
028819         GO TO 6500-SET-POSITION-CONTROL-EXIT
028820     END-IF
028821
028822     MOVE DTRAN-DEPT-CODE TO DEPT-CODE
028823     READ DEPT-FILE
028824         INVALID KEY
028825             MOVE 'NOTFOUND' TO WS-LOG-STATUS
028826             PERFORM 7000-WRITE-LOG-RECORD
028827                 THRU 7000-WRITE-LOG-RECORD-EXIT
028828             ADD 1 TO WS-REJECT-COUNT
028829             GO TO 6500-SET-POSITION-CONTROL-EXIT
028830     END-READ
028831
028832     MOVE DTRAN-DEPT-CODE TO POS-DEPT-CODE
028833     READ POS-FILE
028834         INVALID KEY
028835             MOVE SPACES TO WS-BEFORE-IMAGE
028836             MOVE SPACES TO POS-RECORD
028837             MOVE DTRAN-DEPT-CODE TO POS-DEPT-CODE
028838         NOT INVALID KEY
028839             MOVE POS-RECORD TO WS-BEFORE-IMAGE
028840     END-READ
028841
028842     MOVE DTRAN-AUTH-HEADCOUNT TO POS-AUTH-HEADCOUNT
028843     MOVE DTRAN-SALARY-BUDGET TO POS-SALARY-BUDGET
028844     MOVE WS-RUN-DATE TO POS-CHANGED-DATE
028845*    THE AFTER-IMAGE IS CAPTURED AHEAD OF THE WRITE OR REWRITE;
028846*    THE RECORD AREA IS NOT GUARANTEED AFTER EITHER ONE.
028847     MOVE POS-RECORD TO WS-AFTER-IMAGE
028848     STRING 'HEADCOUNT '          DELIMITED BY SIZE
028849             DTRAN-AUTH-HEADCOUNT DELIMITED BY SIZE
028850         INTO WS-LOG-DETAIL
028851     END-STRING
028852
028853     IF WS-BEFORE-IMAGE = SPACES
028854         WRITE POS-RECORD
028855             INVALID KEY
028856                 MOVE 'REJECTED' TO WS-LOG-STATUS
028857             NOT INVALID KEY
028858                 MOVE 'POSITION' TO WS-LOG-STATUS
028859         END-WRITE
028860     ELSE
028861         REWRITE POS-RECORD
028862             INVALID KEY
028863                 MOVE 'REJECTED' TO WS-LOG-STATUS
028864             NOT INVALID KEY
028865                 MOVE 'POSITION' TO WS-LOG-STATUS
028866         END-REWRITE
028867     END-IF
028868
028869     PERFORM 7000-WRITE-LOG-RECORD
028870         THRU 7000-WRITE-LOG-RECORD-EXIT
028871     IF WS-LOG-STATUS = 'REJECTED'
028872         ADD 1 TO WS-REJECT-COUNT
028873         GO TO 6500-SET-POSITION-CONTROL-EXIT
028874     END-IF
028875     ADD 1 TO WS-POSITION-COUNT
028876     MOVE 'P' TO WS-JRNL-ACTION
028877     PERFORM 7500-WRITE-JOURNAL-RECORD
028878         THRU 7500-WRITE-JOURNAL-RECORD-EXIT.
028879 6500-SET-POSITION-CONTROL-EXIT.
028880     EXIT.
028900
029000*================================================================*
029100 7000-WRITE-LOG-RECORD.
029130*    THE DETAIL (THE IN-USE COUNTS ON A REFUSAL) IS CLEARED
029160*    ONCE WRITTEN SO IT NEVER LEAKS ONTO THE NEXT LINE.
029200*================================================================*
029300     MOVE SPACES TO LOG-RECORD
029400     STRING DTRAN-ACTION-CODE  DELIMITED BY SIZE
029800             DTRAN-DEPT-NAME   DELIMITED BY SIZE
029900             ' '               DELIMITED BY SIZE
030000             WS-LOG-STATUS     DELIMITED BY SIZE
030030             ' '               DELIMITED BY SIZE
030060             WS-LOG-DETAIL     DELIMITED BY SIZE
030100         INTO LOG-RECORD
030200     END-STRING
030300     WRITE LOG-RECORD
030350     MOVE SPACES TO WS-LOG-DETAIL.
030400 7000-WRITE-LOG-RECORD-EXIT.
030500     EXIT.
030502
030504*================================================================*
030506 7500-WRITE-JOURNAL-RECORD.
030508*    ONE JOURNAL RECORD PER APPLIED UPDATE: THE RUN IDENTIFIER,
030510*    A SEQUENCE NUMBER WITHIN THE RUN, THE ACTION, AND THE FULL
030512*    BEFORE- AND AFTER-IMAGES SET UP BY THE CALLER.
030514*================================================================*
030516     ADD 1 TO WS-JRNL-SEQ
030518     MOVE WS-RUN-ID       TO DJRNL-RUN-ID
030520     MOVE WS-JRNL-SEQ     TO DJRNL-SEQ
030522     MOVE WS-JRNL-ACTION  TO DJRNL-ACTION-CODE
030524     MOVE WS-BEFORE-IMAGE TO DJRNL-BEFORE-IMAGE
030526     MOVE WS-AFTER-IMAGE  TO DJRNL-AFTER-IMAGE
030528     WRITE DJRNL-RECORD.
030530 7500-WRITE-JOURNAL-RECORD-EXIT.
030532     EXIT.
030534
030536*================================================================*
030538 8500-RELEASE-RUN-CONTROL.
030540*    STAMP OUT OF RUNCTL.DAT, CARRYING THE MAINTENANCE-COMPLETE
030542*    FIELDS THROUGH UNCHANGED.  A RUN THAT ABENDS NEVER GETS
030544*    HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR.
030546*================================================================*
030548     IF NOT RCTL-ACQUIRED
030550         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
030552     END-IF
030554
030556     OPEN OUTPUT RCTL-FILE
030558     IF NOT RCTL-FILE-OK
030560         DISPLAY 'DEPTMNT: CANNOT RESTAMP RUNCTL.DAT, STATUS '
030562             WS-RCTL-FILE-STATUS
030564         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
030566     END-IF
030568     MOVE SPACES TO RCTL-RECORD
030570     MOVE 'F' TO RCTL-STATE
030572     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
030574     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
030576     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
030578     WRITE RCTL-RECORD
030580     CLOSE RCTL-FILE.
030582 8500-RELEASE-RUN-CONTROL-EXIT.
030584     EXIT.
030600
030700*================================================================*
030800 9000-TERMINATE.
031600     IF LOG-FILE-OPEN
031700         CLOSE LOG-FILE
031800     END-IF
031820     IF DJRNL-FILE-OPEN
031840         CLOSE DJRNL-FILE
031860     END-IF
031870     IF POS-FILE-OPEN
031880         CLOSE POS-FILE
031890     END-IF
031900
032000     DISPLAY 'DEPTMNT: ADDED    ' WS-ADD-COUNT
032100     DISPLAY 'DEPTMNT: CHANGED  ' WS-CHANGE-COUNT
032200     DISPLAY 'DEPTMNT: DELETED  ' WS-DELETE-COUNT
032300     DISPLAY 'DEPTMNT: REJECTED ' WS-REJECT-COUNT
032320     DISPLAY 'DEPTMNT: IN USE   ' WS-INUSE-COUNT
032330     DISPLAY 'DEPTMNT: POSITION ' WS-POSITION-COUNT
032340
032360     PERFORM 8500-RELEASE-RUN-CONTROL
032380         THRU 8500-RELEASE-RUN-CONTROL-EXIT.
032400 9000-TERMINATE-EXIT.
032500     EXIT.
