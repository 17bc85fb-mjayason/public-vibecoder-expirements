001500*  CODE SO THE HR CLERKS CAN CORRECT AND RESUBMIT THEM.          *
001600*                                                                *
001700*  EDITS APPLIED, FIRST FAILURE WINS:                            *
001800*    BADACT   ACTION CODE NOT A, C, D, R, OR L                   *
001900*    BADID    BLANK EMP-ID                                       *
001920*    BADORIG  SOURCE CODE NOT H (HR EXTRACT) OR S (SUSPENSE      *
001940*             RECYCLE), OR NO ORIGINATOR ID -- NOTHING ELSE      *
001960*             FEEDS THIS STREAM                                  *
002000*    BADNAME  BLANK EMP-NAME ON AN ADD, CHANGE, OR REHIRE        *
002100*    BADDATE  HIRE DATE NOT NUMERIC OR NOT A CALENDAR DATE       *
002200*             (ADD/CHANGE ONLY; A REHIRE'S HIRE DATE IS NOT      *
002460*             DEPARTMENT'S GRADE (ADD, CHANGE, AND REHIRE; A     *
002470*             DEPARTMENT WITH NO GRADE CODE HAS NO BAND          *
002480*             ENFORCED)                                          *
002482*    BADLVDT  LEAVE DATE NOT NUMERIC, NOT A CALENDAR DATE, OR   *
002484*             LATER THAN THE DATE THE ITEM TAKES EFFECT (LEAVE   *
002486*             ONLY; LEAVE CANNOT BE POSTED BEFORE IT IS TAKEN)   *
002488*    BADHRS   LEAVE HOURS NOT NUMERIC, ZERO, OR OVER THE LIMIT   *
002490*             FOR ONE ITEM (LEAVE ONLY)                          *
002491*    OVERHC   THE ITEM WOULD TAKE A DEPARTMENT WITH POSITION     *
002492*             CONTROL ON DEPTPOS.DAT OVER ITS AUTHORIZED         *
002493*             HEADCOUNT (ADD, REHIRE, AND A CHANGE THAT          *
002494*             TRANSFERS THE EMPLOYEE IN FROM ANOTHER             *
002495*             DEPARTMENT)                                        *
002500*  A DELETE ONLY NEEDS ITS ACTION CODE, EMP-ID, AND EFFECTIVE    *
002600*  DATE; THE OTHER FIELDS ARE PASSED THROUGH UNEXAMINED.  A      *
002605*  LEAVE-TAKEN ITEM NEEDS ITS ACTION CODE, EMP-ID, LEAVE DATE,   *
002607*  HOURS, AND EFFECTIVE DATE; NAME AND DEPARTMENT ARE PASSED     *
002608*  THROUGH FOR THE LOG, AND NO SALARY OR BAND EDIT APPLIES.      *
002610*                                                                *
002620*  A PASSING TRANSACTION WHOSE EFFECTIVE DATE IS STILL IN THE    *
002630*  FUTURE (PAST THE RUNCTL.DAT BUSINESS DATE) DOES NOT GO TO     *
002664*  TRAVEL ON THE SEPARATE RECYCLE FILE, EMPSRCYC.DAT, WHICH      *
002665*  THIS PROGRAM READS THROUGH THE SAME EDITS BEHIND THE MAIN     *
002666*  FILE AND THEN EMPTIES, SO A CORRECTION RUNS EXACTLY ONCE.     *
002669*                                                                *
002672*  THE HEADCOUNT EDIT COUNTS EACH CONTROLLED DEPARTMENT FROM     *
002675*  EMPLOYEE.DAT AT START-UP AND KEEPS THE COUNT CURRENT AS       *
002678*  TONIGHT'S ITEMS PASS TO EMPCLEAN.DAT -- A HIRE OR TRANSFER    *
002681*  IN ADDS ONE, A TERMINATION OR TRANSFER OUT TAKES ONE OFF --   *
002684*  SO TWO HIRES ON THE SAME NIGHT CANNOT BOTH TAKE THE LAST      *
002687*  OPEN POSITION.  AN ITEM HELD ON EMPPEND.DAT COUNTS TOO:       *
002688*  EVERY HIRE, REHIRE, OR TRANSFER IN STILL WAITING THERE IS     *
002689*  COUNTED AT START-UP, AND ONE HELD TONIGHT IS ADDED WHEN IT    *
002690*  IS HELD, SO A FUTURE-DATED ITEM KEEPS ITS POSITION.           *
002691*                                                                *
002692*  EVERY ITEM SENT TO SUSPENSE IS ALSO LOGGED, WITH ITS SOURCE,  *
002693*  ORIGINATOR, AND REASON CODE, ON THE ACTIVITY LOG,             *
002694*  EMPACTLG.DAT (EXTENDED, NEVER TRUNCATED), FOR THE EMPORIGR    *
002695*  REPORT.                                                       *
002700*----------------------------------------------------------------*
002800*  MODIFICATION HISTORY                                          *
002900*  DATE       BY   DESCRIPTION                                   *
003107*                  EMPCSVIN REBUILD TRUNCATED THEM UNSEEN.    *
003108*                  9000-TERMINATE NOW ALSO CLOSES THE         *
003109*                  DEPARTMENT REFERENCE FILE IT LEFT OPEN.    *
003113*  04/19/1999 RWB  ACCEPT THE NEW LEAVE-TAKEN ACTION 'L' (SEE  *
003117*                  EMPTRAN.CPY) WITH ITS OWN EDITS, BADLVDT    *
003121*                  AND BADHRS, SO A BAD LEAVE ITEM SUSPENDS    *
003125*                  AND RECYCLES LIKE ANY OTHER TRANSACTION.    *
003129*  04/26/1999 RWB  POSITION CONTROL: SUSPEND (OVERHC) ANY      *
003133*                  HIRE, REHIRE, OR TRANSFER IN THAT WOULD     *
003137*                  TAKE A DEPARTMENT OVER ITS DEPTPOS.DAT      *
003141*                  AUTHORIZED HEADCOUNT, COUNTING EMPLOYEE.DAT *
003145*                  PLUS TONIGHT'S EARLIER CLEAN ITEMS.  THE    *
003149*                  MASTER IS NOW READ, SO RUNCTL.DAT IS        *
003153*                  CHECKED AND STAMPED LIKE EVERY OTHER        *
003157*                  PROGRAM THAT OPENS IT.                      *
003161*  05/17/1999 RWB  TRANSACTIONS NOW CARRY A SOURCE CODE AND    *
003165*                  ORIGINATOR (SEE EMPTRAN.CPY), PASSED        *
003169*                  THROUGH TO EVERY OUTPUT FILE.  NEW EDIT     *
003173*                  BADORIG, AND EACH SUSPENDED ITEM IS LOGGED  *
003177*                  ON THE NEW ACTIVITY LOG, EMPACTLG.DAT, FOR  *
003181*                  EMPORIGR.                                   *
003186*  06/14/1999 RWB  ITEMS HELD ON EMPPEND.DAT NOW COUNT AGAINST   *
003187*                  THEIR DEPARTMENT'S AUTHORIZED HEADCOUNT,      *
003188*                  SO A PENDING HIRE CANNOT BE RELEASED INTO     *
003189*                  A POSITION ALREADY TAKEN.                     *
003199*================================================================*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004593         ORGANIZATION IS LINE SEQUENTIAL
004594         FILE STATUS IS WS-RCYC-FILE-STATUS.
004600
004605     SELECT ACTL-FILE ASSIGN TO 'EMPACTLG.DAT'
004610         ORGANIZATION IS LINE SEQUENTIAL
004615         FILE STATUS IS WS-ACTL-FILE-STATUS.
004620
004625*    THE EMPLOYEE MASTER AND THE POSITION CONTROL FILE ARE ONLY
004630*    READ, FOR THE HEADCOUNT EDIT.
004635     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
004640         ORGANIZATION IS INDEXED
004645         ACCESS MODE IS DYNAMIC
004650         RECORD KEY IS EMP-ID
004655         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
004660         FILE STATUS IS WS-EMP-FILE-STATUS.
004665
004670     SELECT POS-FILE ASSIGN TO 'DEPTPOS.DAT'
004675         ORGANIZATION IS INDEXED
004680         ACCESS MODE IS DYNAMIC
004685         RECORD KEY IS POS-DEPT-CODE
004690         FILE STATUS IS WS-POS-FILE-STATUS.
004695
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRAN-FILE
005200
005300 FD  CLEAN-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  CLEAN-RECORD                PIC X(60).
005600
005700 FD  SUSP-FILE
005800     LABEL RECORDS ARE STANDARD.
006210
006220 FD  PEND-FILE
006230     LABEL RECORDS ARE STANDARD.
006240 01  PEND-RECORD                 PIC X(60).
006250
006260 FD  RCTL-FILE
006270     LABEL RECORDS ARE STANDARD.
006289
006290 FD  RCYC-FILE
006291     LABEL RECORDS ARE STANDARD.
006292 01  RCYC-RECORD                 PIC X(60).
006300
006307 FD  EMP-FILE
006314     LABEL RECORDS ARE STANDARD.
006321 COPY EMPREC.
006328
006335 FD  POS-FILE
006342     LABEL RECORDS ARE STANDARD.
006349 COPY DEPTPOS.
006356
006363 FD  ACTL-FILE
006370     LABEL RECORDS ARE STANDARD.
006377 COPY EMPACTLG.
006384
006400 WORKING-STORAGE SECTION.
006500*----------------------------------------------------------------*
006600*    FILE STATUS AND END-OF-FILE SWITCHES                       *
007590     88  RCYC-FILE-OK                 VALUE '00'.
007591     88  RCYC-FILE-MISSING            VALUE '35'.
007600
007611 01  WS-EMP-FILE-STATUS       PIC X(02).
007621     88  EMP-FILE-OK                  VALUE '00'.
007631     88  EMP-FILE-MISSING             VALUE '35'.
007641
007651 01  WS-POS-FILE-STATUS       PIC X(02).
007661     88  POS-FILE-OK                  VALUE '00'.
007671     88  POS-FILE-MISSING             VALUE '35'.
007673
007675 01  WS-ACTL-FILE-STATUS      PIC X(02).
007677     88  ACTL-FILE-OK                 VALUE '00'.
007679     88  ACTL-FILE-MISSING            VALUE '35'.
007681
007700*----------------------------------------------------------------*
007800*    FILE OPEN SWITCHES, SO 9000-TERMINATE ONLY CLOSES WHAT      *
007900*    1000-INITIALIZE ACTUALLY LEFT OPEN                         *
008400     88  CLEAN-FILE-OPEN              VALUE 'Y'.
008500 01  WS-SUSP-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
008600     88  SUSP-FILE-OPEN               VALUE 'Y'.
008602 01  WS-EMP-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
008604     88  EMP-FILE-OPEN                VALUE 'Y'.
008606 01  WS-ACTL-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
008608     88  ACTL-FILE-OPEN               VALUE 'Y'.
008610 01  WS-PEND-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
008620     88  PEND-FILE-OPEN               VALUE 'Y'.
008621 01  WS-DEPT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
008800 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
008900     88  END-OF-FILE                  VALUE 'Y'.
009000
009002*----------------------------------------------------------------*
009004*    RUN-CONTROL STATE: WHETHER THIS RUN HOLDS THE MASTER, AND   *
009006*    THE MAINTENANCE-COMPLETE FIELDS CARRIED ACROSS THE STAMP    *
009008*----------------------------------------------------------------*
009010 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
009012 01  WS-RUN-ID.
009014     05  WS-RUN-ID-DATE          PIC 9(08).
009016     05  WS-RUN-ID-TIME          PIC 9(06).
009018 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
009020     88  RCTL-ACQUIRED                VALUE 'Y'.
009022 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
009024 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
009026
009028*----------------------------------------------------------------*
009030*    THE POSITION CONTROL TABLE, LOADED FROM DEPTPOS.DAT AT      *
009032*    START-UP, WITH EACH CONTROLLED DEPARTMENT'S HEADCOUNT       *
009034*    COUNTED FROM EMPLOYEE.DAT AND FROM THE ITEMS WAITING ON     *
009035*    EMPPEND.DAT, AND KEPT CURRENT AS ITEMS PASS TO EMPCLEAN.DAT *
009036*    OR ARE HELD.  THE FROM/TO ENTRIES SET BY THE EDIT ARE THE   *
009038*    DEPARTMENTS THE CURRENT ITEM TAKES ONE OUT OF AND PUTS ONE  *
009040*    INTO (ZERO WHEN NOT CONTROLLED OR NOT MOVING).              *
009042*----------------------------------------------------------------*
009044 01  WS-POS-MAX               PIC 9(03) COMP VALUE 200.
009046 01  WS-POS-COUNT             PIC 9(03) COMP VALUE ZERO.
009048 01  WS-POS-IDX               PIC 9(03) COMP VALUE ZERO.
009050 01  WS-POS-HIT               PIC 9(03) COMP VALUE ZERO.
009052 01  WS-POS-TABLE.
009054     05  WS-POS-ENTRY OCCURS 200 TIMES.
009056         10  WS-PT-CODE           PIC X(04).
009058         10  WS-PT-AUTH           PIC 9(05).
009060         10  WS-PT-ACTUAL         PIC 9(05).
009062 01  WS-POS-SEARCH-CODE       PIC X(04) VALUE SPACES.
009064 01  WS-POS-FOUND-SW          PIC X(01) VALUE 'N'.
009066     88  POS-FOUND                    VALUE 'Y'.
009068 01  WS-HC-EDIT-SW            PIC X(01) VALUE 'N'.
009070     88  HEADCOUNT-EDIT-ON            VALUE 'Y'.
009072 01  WS-HC-FROM-IDX           PIC 9(03) COMP VALUE ZERO.
009074 01  WS-HC-TO-IDX             PIC 9(03) COMP VALUE ZERO.
009076 01  WS-EMP-FOUND-SW          PIC X(01) VALUE 'N'.
009078     88  EMP-FOUND                    VALUE 'Y'.
009080 01  POS-EOF-FLAG             PIC X(01) VALUE 'N'.
009082     88  POS-END-OF-FILE              VALUE 'Y'.
009084 01  EMP-EOF-FLAG             PIC X(01) VALUE 'N'.
009086     88  EMP-END-OF-FILE              VALUE 'Y'.
009087 01  PEND-EOF-FLAG            PIC X(01) VALUE 'N'.
009088     88  PEND-END-OF-FILE             VALUE 'Y'.
009089 01  WS-PEND-HELD-COUNT       PIC 9(07) VALUE ZERO.
009090
009100*----------------------------------------------------------------*
009200*    EDIT RESULT SWITCH AND REASON CODE                         *
009300*----------------------------------------------------------------*
010400*----------------------------------------------------------------*
010500 01  WS-SALARY-MIN            PIC 9(07)V99 VALUE 1.00.
010600 01  WS-SALARY-MAX            PIC 9(07)V99 VALUE 1000000.00.
010610
010620*----------------------------------------------------------------*
010630*    LEAVE-TAKEN LIMITS.  ONE ITEM OVER SIX WEEKS OF HOURS IS A  *
010640*    KEYING ERROR; LONGER ABSENCES ARE KEYED A MONTH AT A TIME.  *
010650*    THE POSTING DATE IS WHEN THE ITEM TAKES EFFECT: ITS         *
010660*    EFFECTIVE DATE, OR THE BUSINESS DATE WHEN THAT IS ZERO.     *
010670*----------------------------------------------------------------*
010680 01  WS-LEAVE-HOURS-MAX       PIC 9(07)V99 VALUE 240.00.
010690 01  WS-LEAVE-POST-DATE       PIC 9(08) VALUE ZERO.
010700
010800*----------------------------------------------------------------*
010900*    HIRE DATE CALENDAR CHECK WORK AREA                         *
014410     PERFORM 1200-GET-BUSINESS-DATE
014420         THRU 1200-GET-BUSINESS-DATE-EXIT
014430
014435     ACCEPT WS-RUN-TIME FROM TIME
014440     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
014445     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
014450
014455     PERFORM 1500-ACQUIRE-RUN-CONTROL
014460         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
014465     IF NOT RCTL-ACQUIRED
014470         MOVE 'Y' TO EOF-FLAG
014475         GO TO 1000-INITIALIZE-EXIT
014480     END-IF
014485
014500     OPEN INPUT TRAN-FILE
014600     IF NOT TRAN-FILE-OK
014700         DISPLAY 'EMPEDIT: CANNOT OPEN EMPTRAN.DAT, STATUS '
017500     END-IF
017600     MOVE 'Y' TO WS-SUSP-FILE-OPEN-SW
017610
017611*    THE POSITION CONTROL TABLE IS LOADED BEFORE EMPPEND.DAT IS
017612*    OPENED FOR EXTEND, SO THE ITEMS ALREADY WAITING ON IT CAN
017613*    BE READ AND COUNTED.
017614     PERFORM 1400-LOAD-POSITION-TABLE
017615         THRU 1400-LOAD-POSITION-TABLE-EXIT
017616     PERFORM 1430-COUNT-PENDING-ITEMS
017617         THRU 1430-COUNT-PENDING-ITEMS-EXIT
017618
017620*    THE PENDING FILE IS EXTENDED, NEVER TRUNCATED: ITEMS WAIT
017630*    ON IT ACROSS AS MANY NIGHTS AS IT TAKES FOR THEIR
017640*    EFFECTIVE DATE TO FALL DUE.  STATUS '35' JUST MEANS NO
017690     PERFORM 1300-LOAD-GRADE-TABLE
017691         THRU 1300-LOAD-GRADE-TABLE-EXIT
017700
017703*    THE ACTIVITY LOG IS EXTENDED, NEVER TRUNCATED, LIKE THE
017706*    SUSPENSE FILE IT SHADOWS; STATUS '35' JUST MEANS NOTHING
017709*    HAS BEEN LOGGED YET.
017712     OPEN EXTEND ACTL-FILE
017715     IF ACTL-FILE-MISSING
017718         OPEN OUTPUT ACTL-FILE
017721     END-IF
017724     IF NOT ACTL-FILE-OK
017727         DISPLAY 'EMPEDIT: CANNOT OPEN EMPACTLG.DAT, STATUS '
017730             WS-ACTL-FILE-STATUS
017733         MOVE 'Y' TO EOF-FLAG
017736         CLOSE TRAN-FILE
017739         MOVE 'N' TO WS-TRAN-FILE-OPEN-SW
017742         CLOSE CLEAN-FILE
017745         MOVE 'N' TO WS-CLEAN-FILE-OPEN-SW
017748         CLOSE SUSP-FILE
017751         MOVE 'N' TO WS-SUSP-FILE-OPEN-SW
017754         CLOSE PEND-FILE
017757         MOVE 'N' TO WS-PEND-FILE-OPEN-SW
017760         IF DEPT-FILE-OPEN
017763             CLOSE DEPT-FILE
017766             MOVE 'N' TO WS-DEPT-FILE-OPEN-SW
017769         END-IF
017772         GO TO 1000-INITIALIZE-EXIT
017775     END-IF
017778     MOVE 'Y' TO WS-ACTL-FILE-OPEN-SW
017781
017800     PERFORM 2100-READ-NEXT-TRANSACTION
017900         THRU 2100-READ-NEXT-TRANSACTION-EXIT.
018000 1000-INITIALIZE-EXIT.
021900*================================================================*
022000     MOVE 'Y' TO WS-TRAN-VALID-SW
022100     MOVE SPACES TO WS-REASON-CODE
022130     MOVE ZERO TO WS-HC-FROM-IDX
022160     MOVE ZERO TO WS-HC-TO-IDX
022200
022300     IF NOT TRAN-ACTION-ADD
022400         AND NOT TRAN-ACTION-CHANGE
022500         AND NOT TRAN-ACTION-DELETE
022510         AND NOT TRAN-ACTION-REHIRE
022520         AND NOT TRAN-ACTION-LEAVE
022600         MOVE 'N' TO WS-TRAN-VALID-SW
022700         MOVE 'BADACT' TO WS-REASON-CODE
022800         GO TO 3000-VALIDATE-FIELDS-EXIT
023400         GO TO 3000-VALIDATE-FIELDS-EXIT
023500     END-IF
023600
023604*    EVERY ITEM IN THIS STREAM COMES FROM THE HR EXTRACT OR A
023608*    SUSPENSE RECYCLE, AND SAYS WHO ORIGINATED IT.
023612     IF NOT TRAN-SOURCE-HR
023616         AND NOT TRAN-SOURCE-RECYCLE
023620         MOVE 'N' TO WS-TRAN-VALID-SW
023624         MOVE 'BADORIG' TO WS-REASON-CODE
023628         GO TO 3000-VALIDATE-FIELDS-EXIT
023632     END-IF
023636     IF TRAN-ORIGINATOR = SPACES
023640         MOVE 'N' TO WS-TRAN-VALID-SW
023644         MOVE 'BADORIG' TO WS-REASON-CODE
023648         GO TO 3000-VALIDATE-FIELDS-EXIT
023652     END-IF
023656
023660*    A LEAVE-TAKEN ITEM HAS ITS OWN EDITS; THE NAME, DEPARTMENT,
023664*    AND SALARY EDITS BELOW DO NOT APPLY TO IT.
023668     IF TRAN-ACTION-LEAVE
023672         PERFORM 3170-VALIDATE-LEAVE
023676             THRU 3170-VALIDATE-LEAVE-EXIT
023680         GO TO 3000-VALIDATE-FIELDS-EXIT
023684     END-IF
023688
023700*    A DELETE ONLY NEEDS ITS ACTION CODE, EMP-ID, AND EFFECTIVE
023710*    DATE -- A TERMINATION CAN BE APPROVED AHEAD OF TIME TOO.
023800     IF TRAN-ACTION-DELETE
023810         PERFORM 3120-VALIDATE-EFF-DATE
023820             THRU 3120-VALIDATE-EFF-DATE-EXIT
023830         IF TRAN-VALID
023840             PERFORM 3180-VALIDATE-HEADCOUNT
023850                 THRU 3180-VALIDATE-HEADCOUNT-EXIT
023860         END-IF
023900         GO TO 3000-VALIDATE-FIELDS-EXIT
024000     END-IF
024100
026306     END-IF
026310
026320     PERFORM 3120-VALIDATE-EFF-DATE
026330         THRU 3120-VALIDATE-EFF-DATE-EXIT
026340     IF TRAN-INVALID
026350         GO TO 3000-VALIDATE-FIELDS-EXIT
026360     END-IF
026370
026380     PERFORM 3180-VALIDATE-HEADCOUNT
026390         THRU 3180-VALIDATE-HEADCOUNT-EXIT.
026400 3000-VALIDATE-FIELDS-EXIT.
026500     EXIT.
026600
035100     END-IF.
035200 3160-CHECK-LEAP-YEAR-EXIT.
035300     EXIT.
035301
035302*================================================================*
035303 3170-VALIDATE-LEAVE.
035304*    A LEAVE-TAKEN ITEM: THE LEAVE DATE MUST BE A REAL CALENDAR
035305*    DATE, THE HOURS A SENSIBLE AMOUNT, AND THE EFFECTIVE DATE
035306*    GOOD.  LEAVE CANNOT BE POSTED BEFORE IT IS TAKEN, SO THE
035307*    LEAVE DATE MAY NOT BE LATER THAN THE DATE THE ITEM TAKES
035308*    EFFECT; LEAVE APPROVED AHEAD OF TIME IS SENT WITH AN
035309*    EFFECTIVE DATE AND WAITS ON EMPPEND.DAT UNTIL THEN.  THE
035310*    BALANCE ITSELF IS CHECKED BY EMPMAINT WHEN IT POSTS.
035311*================================================================*
035312     IF TRAN-LEAVE-DATE NOT NUMERIC
035313         MOVE 'N' TO WS-TRAN-VALID-SW
035314         MOVE 'BADLVDT' TO WS-REASON-CODE
035315         GO TO 3170-VALIDATE-LEAVE-EXIT
035316     END-IF
035317
035318     MOVE TRAN-LEAVE-DATE TO WS-EDIT-DATE
035319     IF WS-EDIT-CCYY < 1900 OR WS-EDIT-CCYY > 2099
035320         OR WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
035321         OR WS-EDIT-DD < 01
035322         MOVE 'N' TO WS-TRAN-VALID-SW
035323         MOVE 'BADLVDT' TO WS-REASON-CODE
035324         GO TO 3170-VALIDATE-LEAVE-EXIT
035325     END-IF
035326     PERFORM 3150-SET-DAYS-IN-MONTH
035327         THRU 3150-SET-DAYS-IN-MONTH-EXIT
035328     IF WS-EDIT-DD > WS-DAYS-IN-MONTH
035329         MOVE 'N' TO WS-TRAN-VALID-SW
035330         MOVE 'BADLVDT' TO WS-REASON-CODE
035331         GO TO 3170-VALIDATE-LEAVE-EXIT
035332     END-IF
035333
035334     IF TRAN-LEAVE-HOURS NOT NUMERIC
035335         MOVE 'N' TO WS-TRAN-VALID-SW
035336         MOVE 'BADHRS' TO WS-REASON-CODE
035337         GO TO 3170-VALIDATE-LEAVE-EXIT
035338     END-IF
035339     IF TRAN-LEAVE-HOURS = ZERO
035340         OR TRAN-LEAVE-HOURS > WS-LEAVE-HOURS-MAX
035341         MOVE 'N' TO WS-TRAN-VALID-SW
035342         MOVE 'BADHRS' TO WS-REASON-CODE
035343         GO TO 3170-VALIDATE-LEAVE-EXIT
035344     END-IF
035345
035346     PERFORM 3120-VALIDATE-EFF-DATE
035347         THRU 3120-VALIDATE-EFF-DATE-EXIT
035348     IF TRAN-INVALID
035349         GO TO 3170-VALIDATE-LEAVE-EXIT
035350     END-IF
035351
035352     IF TRAN-EFF-DATE = ZERO
035353         MOVE WS-BUSINESS-DATE TO WS-LEAVE-POST-DATE
035354     ELSE
035355         MOVE TRAN-EFF-DATE TO WS-LEAVE-POST-DATE
035356     END-IF
035357     IF TRAN-LEAVE-DATE > WS-LEAVE-POST-DATE
035358         MOVE 'N' TO WS-TRAN-VALID-SW
035359         MOVE 'BADLVDT' TO WS-REASON-CODE
035360     END-IF.
035361 3170-VALIDATE-LEAVE-EXIT.
035362     EXIT.
035400
035401*================================================================*
035402 3180-VALIDATE-HEADCOUNT.
035403*    WORK OUT WHICH CONTROLLED DEPARTMENT, IF ANY, THE ITEM
035404*    TAKES SOMEONE OUT OF AND PUTS SOMEONE INTO, AND REFUSE IT
035405*    (OVERHC) WHEN THE DEPARTMENT IT PUTS SOMEONE INTO IS
035406*    ALREADY AT ITS AUTHORIZED HEADCOUNT.  AN ADD OR REHIRE
035407*    PUTS SOMEONE IN; A DELETE TAKES SOMEONE OUT; A CHANGE TO
035408*    A DIFFERENT DEPARTMENT DOES BOTH.  AN ITEM EMPMAINT WILL
035409*    REJECT ANYWAY (AN ADD OR REHIRE ALREADY ON THE MASTER, A
035410*    CHANGE OR DELETE NOT ON IT) MOVES NO ONE.  THE COUNTS
035411*    THEMSELVES ARE ONLY MOVED BY 4000-WRITE-CLEAN.
035412*================================================================*
035413     IF NOT HEADCOUNT-EDIT-ON
035414         GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035415     END-IF
035416
035417     MOVE 'N' TO WS-EMP-FOUND-SW
035418     IF EMP-FILE-OPEN
035419         MOVE TRAN-EMP-ID TO EMP-ID
035420         READ EMP-FILE
035421             INVALID KEY
035422                 MOVE 'N' TO WS-EMP-FOUND-SW
035423             NOT INVALID KEY
035424                 MOVE 'Y' TO WS-EMP-FOUND-SW
035425         END-READ
035426     END-IF
035427
035428     IF TRAN-ACTION-DELETE
035429         OR TRAN-ACTION-CHANGE
035430         IF NOT EMP-FOUND
035431             GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035432         END-IF
035433         IF TRAN-ACTION-CHANGE
035434             AND EMP-DEPT-CODE = TRAN-DEPT-CODE
035435             GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035436         END-IF
035437         MOVE EMP-DEPT-CODE TO WS-POS-SEARCH-CODE
035438         PERFORM 3190-FIND-POSITION
035439             THRU 3190-FIND-POSITION-EXIT
035440         IF POS-FOUND
035441             MOVE WS-POS-HIT TO WS-HC-FROM-IDX
035442         END-IF
035443         IF TRAN-ACTION-DELETE
035444             GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035445         END-IF
035446     ELSE
035447         IF EMP-FOUND
035448             GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035449         END-IF
035450     END-IF
035451
035452     MOVE TRAN-DEPT-CODE TO WS-POS-SEARCH-CODE
035453     PERFORM 3190-FIND-POSITION
035454         THRU 3190-FIND-POSITION-EXIT
035455     IF NOT POS-FOUND
035456         GO TO 3180-VALIDATE-HEADCOUNT-EXIT
035457     END-IF
035458     MOVE WS-POS-HIT TO WS-HC-TO-IDX
035459
035460     IF WS-PT-ACTUAL (WS-HC-TO-IDX) >= WS-PT-AUTH (WS-HC-TO-IDX)
035461         MOVE 'N' TO WS-TRAN-VALID-SW
035462         MOVE 'OVERHC' TO WS-REASON-CODE
035463     END-IF.
035464 3180-VALIDATE-HEADCOUNT-EXIT.
035465     EXIT.
035466
035467*================================================================*
035468 3190-FIND-POSITION.
035469*    LOOK WS-POS-SEARCH-CODE UP IN THE POSITION CONTROL TABLE;
035470*    POS-FOUND AND WS-POS-HIT SAY WHETHER AND WHERE.
035471*================================================================*
035472     MOVE 'N' TO WS-POS-FOUND-SW
035473     PERFORM 3195-SCAN-POSITION-TABLE
035474         THRU 3195-SCAN-POSITION-TABLE-EXIT
035475         VARYING WS-POS-IDX FROM 1 BY 1
035476         UNTIL WS-POS-IDX > WS-POS-COUNT
035477             OR POS-FOUND.
035478 3190-FIND-POSITION-EXIT.
035479     EXIT.
035480
035481*================================================================*
035482 3195-SCAN-POSITION-TABLE.
035483*    THE PERFORM VARYING BUMPS THE INDEX PAST THE MATCH BEFORE
035484*    IT STOPS, SO THE MATCHED ENTRY NUMBER IS SAVED HERE.
035485*================================================================*
035486     IF WS-PT-CODE (WS-POS-IDX) = WS-POS-SEARCH-CODE
035487         MOVE 'Y' TO WS-POS-FOUND-SW
035488         MOVE WS-POS-IDX TO WS-POS-HIT
035489     END-IF.
035490 3195-SCAN-POSITION-TABLE-EXIT.
035491     EXIT.
035492
035500*================================================================*
035600 4000-WRITE-CLEAN.
035620*    AN ITEM GOING TO EMPMAINT TONIGHT MOVES THE HEADCOUNT OF
035640*    ANY CONTROLLED DEPARTMENT IT TAKES SOMEONE OUT OF OR PUTS
035660*    SOMEONE INTO, SO LATER ITEMS ARE EDITED AGAINST IT.
035700*================================================================*
035800     MOVE TRAN-RECORD TO CLEAN-RECORD
035900     WRITE CLEAN-RECORD
035910     IF WS-HC-FROM-IDX > ZERO
035920         IF WS-PT-ACTUAL (WS-HC-FROM-IDX) > ZERO
035930             SUBTRACT 1 FROM WS-PT-ACTUAL (WS-HC-FROM-IDX)
035940         END-IF
035950     END-IF
035960     IF WS-HC-TO-IDX > ZERO
035970         ADD 1 TO WS-PT-ACTUAL (WS-HC-TO-IDX)
035980     END-IF
036000     ADD 1 TO WS-CLEAN-COUNT.
036100 4000-WRITE-CLEAN-EXIT.
036200     EXIT.
036240*    A PASSING TRANSACTION WHOSE EFFECTIVE DATE IS STILL PAST
036250*    THE BUSINESS DATE: HOLD THE FULL IMAGE ON EMPPEND.DAT FOR
036260*    EMPPREL TO RELEASE ON THE NIGHT IT FALLS DUE.
036261*    A HIRE, REHIRE, OR TRANSFER IN TAKES ITS PLACE IN THE
036262*    DEPARTMENT'S COUNT NOW, SO LATER ITEMS CANNOT TAKE THE
036263*    POSITION IT WILL FILL.
036270*================================================================*
036280     MOVE TRAN-RECORD TO PEND-RECORD
036290     WRITE PEND-RECORD
036291     IF WS-HC-TO-IDX > ZERO
036292         ADD 1 TO WS-PT-ACTUAL (WS-HC-TO-IDX)
036293     END-IF
036294     ADD 1 TO WS-PEND-COUNT.
036295 4500-WRITE-PENDING-EXIT.
036296     EXIT.
036300
036400*================================================================*
036500 5000-WRITE-SUSPENSE.
036600*    THE FULL TRANSACTION IMAGE GOES OUT FIRST SO A CORRECTED
036700*    SUSPENSE LINE CAN BE CLIPPED STRAIGHT BACK INTO THE NEXT
036800*    NIGHT'S EMPTRAN.DAT; THE REASON CODE FOLLOWS IT.  THE ITEM
036850*    IS LOGGED ON EMPACTLG.DAT UNDER ITS OWN ORIGINATOR.
036900*================================================================*
037000     MOVE SPACES TO SUSP-RECORD
037100     MOVE TRAN-RECORD TO SUSP-TRAN-IMAGE
037200     MOVE WS-REASON-CODE TO SUSP-REASON-CODE
037210     MOVE WS-RUN-DATE TO SUSP-DATE-ADDED
037217
037224     MOVE SPACES TO ACTL-RECORD
037231     MOVE WS-RUN-DATE TO ACTL-DATE
037238     MOVE 'S' TO ACTL-EVENT
037245     MOVE TRAN-SOURCE-CODE TO ACTL-SOURCE-CODE
037252     MOVE TRAN-ORIGINATOR TO ACTL-ORIGINATOR
037259     MOVE WS-REASON-CODE TO ACTL-REASON-CODE
037266     MOVE TRAN-ACTION-CODE TO ACTL-ACTION-CODE
037273     MOVE TRAN-EMP-ID TO ACTL-EMP-ID
037280     WRITE ACTL-RECORD
037287
037300     WRITE SUSP-RECORD
037400     ADD 1 TO WS-SUSP-COUNT.
037500 5000-WRITE-SUSPENSE-EXIT.
038940     IF DEPT-FILE-OPEN
038950         CLOSE DEPT-FILE
038960     END-IF
038964     IF ACTL-FILE-OPEN
038968         CLOSE ACTL-FILE
038972     END-IF
038976     IF EMP-FILE-OPEN
038980         CLOSE EMP-FILE
038984     END-IF
038988
038992     PERFORM 8500-RELEASE-RUN-CONTROL
038996         THRU 8500-RELEASE-RUN-CONTROL-EXIT
039000
039100     DISPLAY 'EMPEDIT: TRANSACTIONS READ ' WS-READ-COUNT
039110     DISPLAY 'EMPEDIT: RECYCLED ITEMS READ '
039300     DISPLAY 'EMPEDIT: SENT TO SUSPENSE  ' WS-SUSP-COUNT.
039400 9000-TERMINATE-EXIT.
039500     EXIT.
039600
039700*================================================================*
039800 1400-LOAD-POSITION-TABLE.
039900*    LOAD EVERY CONTROLLED DEPARTMENT FROM DEPTPOS.DAT, THEN
040000*    WALK EMPLOYEE.DAT ONCE TO COUNT WHO IS IN EACH OF THEM.
040100*    NO POSITION CONTROL ON FILE MEANS NOTHING TO ENFORCE; NO
040200*    MASTER YET MEANS EVERY COUNT STARTS AT ZERO.  EITHER FILE
040300*    BEING UNREADABLE IS REPORTED AND THE HEADCOUNT EDIT
040400*    SKIPPED, LIKE THE OTHER REFERENCE-FILE EDITS; THE EMPPOSVR
040500*    VARIANCE REPORT STILL SHOWS ANY DEPARTMENT OVER ITS COUNT.
040600*    THE MASTER IS LEFT OPEN FOR THE EDIT TO LOOK UP WHERE A
040700*    CHANGE OR DELETE IS MOVING SOMEONE FROM.
040800*================================================================*
040900     OPEN INPUT POS-FILE
041000     IF POS-FILE-MISSING
041100         DISPLAY 'EMPEDIT: NO DEPTPOS.DAT ON FILE - HEADCOUNT '
041200             'EDIT SKIPPED'
041300         GO TO 1400-LOAD-POSITION-TABLE-EXIT
041400     END-IF
041500     IF NOT POS-FILE-OK
041600         DISPLAY 'EMPEDIT: CANNOT OPEN DEPTPOS.DAT, STATUS '
041700             WS-POS-FILE-STATUS ' - HEADCOUNT EDIT SKIPPED'
041800         GO TO 1400-LOAD-POSITION-TABLE-EXIT
041900     END-IF
042000
042100     PERFORM 1410-LOAD-ONE-POSITION
042200         THRU 1410-LOAD-ONE-POSITION-EXIT
042300         UNTIL POS-END-OF-FILE
042400     DISPLAY 'EMPEDIT: CONTROLLED DEPARTMENTS ' WS-POS-COUNT
042500     IF WS-POS-COUNT = ZERO
042600         GO TO 1400-LOAD-POSITION-TABLE-EXIT
042700     END-IF
042800
042900     OPEN INPUT EMP-FILE
043000     IF EMP-FILE-MISSING
043100         MOVE 'Y' TO WS-HC-EDIT-SW
043200         GO TO 1400-LOAD-POSITION-TABLE-EXIT
043300     END-IF
043400     IF NOT EMP-FILE-OK
043500         DISPLAY 'EMPEDIT: CANNOT OPEN EMPLOYEE.DAT, STATUS '
043600             WS-EMP-FILE-STATUS ' - HEADCOUNT EDIT SKIPPED'
043700         GO TO 1400-LOAD-POSITION-TABLE-EXIT
043800     END-IF
043900     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
044000
044100     PERFORM 1420-COUNT-ONE-EMPLOYEE
044200         THRU 1420-COUNT-ONE-EMPLOYEE-EXIT
044300         UNTIL EMP-END-OF-FILE
044400     MOVE 'Y' TO WS-HC-EDIT-SW.
044500 1400-LOAD-POSITION-TABLE-EXIT.
044600     EXIT.
044700
044800*================================================================*
044900 1410-LOAD-ONE-POSITION.
045000*================================================================*
045100     READ POS-FILE NEXT RECORD
045200         AT END
045300             MOVE 'Y' TO POS-EOF-FLAG
045400             CLOSE POS-FILE
045500             GO TO 1410-LOAD-ONE-POSITION-EXIT
045600     END-READ
045700     IF POS-AUTH-HEADCOUNT NOT NUMERIC
045800         DISPLAY 'EMPEDIT: DEPTPOS.DAT DEPARTMENT ' POS-DEPT-CODE
045900             ' HAS A NON-NUMERIC HEADCOUNT; SKIPPED'
046000         GO TO 1410-LOAD-ONE-POSITION-EXIT
046100     END-IF
046200     IF WS-POS-COUNT >= WS-POS-MAX
046300         DISPLAY 'EMPEDIT: MORE THAN ' WS-POS-MAX
046400             ' CONTROLLED DEPARTMENTS; EXTRAS SKIPPED'
046500         MOVE 'Y' TO POS-EOF-FLAG
046600         CLOSE POS-FILE
046700         GO TO 1410-LOAD-ONE-POSITION-EXIT
046800     END-IF
046900     ADD 1 TO WS-POS-COUNT
047000     MOVE POS-DEPT-CODE TO WS-PT-CODE (WS-POS-COUNT)
047100     MOVE POS-AUTH-HEADCOUNT TO WS-PT-AUTH (WS-POS-COUNT)
047200     MOVE ZERO TO WS-PT-ACTUAL (WS-POS-COUNT).
047300 1410-LOAD-ONE-POSITION-EXIT.
047400     EXIT.
047500
047600*================================================================*
047700 1420-COUNT-ONE-EMPLOYEE.
047800*================================================================*
047900     READ EMP-FILE NEXT RECORD
048000         AT END
048100             MOVE 'Y' TO EMP-EOF-FLAG
048200             GO TO 1420-COUNT-ONE-EMPLOYEE-EXIT
048300     END-READ
048400     MOVE EMP-DEPT-CODE TO WS-POS-SEARCH-CODE
048500     PERFORM 3190-FIND-POSITION
048600         THRU 3190-FIND-POSITION-EXIT
048700     IF POS-FOUND
048800         ADD 1 TO WS-PT-ACTUAL (WS-POS-HIT)
048900     END-IF.
049000 1420-COUNT-ONE-EMPLOYEE-EXIT.
049100     EXIT.
049200
049201*================================================================*
049202 1430-COUNT-PENDING-ITEMS.
049203*    READ EMPPEND.DAT ONCE AND PUT EVERY ITEM WAITING THERE
049204*    INTO THE COUNT OF THE CONTROLLED DEPARTMENT IT WILL PUT
049205*    SOMEONE INTO, JUDGED BY THE SAME RULES AS TONIGHT'S ITEMS
049206*    (3180).  A DEPARTMENT IT WILL TAKE SOMEONE OUT OF IS LEFT
049207*    ALONE UNTIL IT IS APPLIED.  NO PENDING FILE YET MEANS
049208*    NOTHING IS WAITING.
049209*================================================================*
049210     IF NOT HEADCOUNT-EDIT-ON
049211         GO TO 1430-COUNT-PENDING-ITEMS-EXIT
049212     END-IF
049213     OPEN INPUT PEND-FILE
049214     IF PEND-FILE-MISSING
049215         GO TO 1430-COUNT-PENDING-ITEMS-EXIT
049216     END-IF
049217     IF NOT PEND-FILE-OK
049218         DISPLAY 'EMPEDIT: CANNOT READ EMPPEND.DAT, STATUS '
049219             WS-PEND-FILE-STATUS ' - HEADCOUNT EDIT SKIPPED'
049220         MOVE 'N' TO WS-HC-EDIT-SW
049221         GO TO 1430-COUNT-PENDING-ITEMS-EXIT
049222     END-IF
049223
049224     PERFORM 1440-COUNT-ONE-PENDING
049225         THRU 1440-COUNT-ONE-PENDING-EXIT
049226         UNTIL PEND-END-OF-FILE
049227     CLOSE PEND-FILE
049228     DISPLAY 'EMPEDIT: PENDING ITEMS COUNTED  '
049229         WS-PEND-HELD-COUNT.
049230 1430-COUNT-PENDING-ITEMS-EXIT.
049231     EXIT.
049232
049233*================================================================*
049234 1440-COUNT-ONE-PENDING.
049235*================================================================*
049236     READ PEND-FILE
049237         AT END
049238             MOVE 'Y' TO PEND-EOF-FLAG
049239             GO TO 1440-COUNT-ONE-PENDING-EXIT
049240     END-READ
049241     MOVE PEND-RECORD TO TRAN-RECORD
049242     MOVE ZERO TO WS-HC-FROM-IDX
049243     MOVE ZERO TO WS-HC-TO-IDX
049244     PERFORM 3180-VALIDATE-HEADCOUNT
049245         THRU 3180-VALIDATE-HEADCOUNT-EXIT
049246     IF WS-HC-TO-IDX > ZERO
049247         ADD 1 TO WS-PT-ACTUAL (WS-HC-TO-IDX)
049248         ADD 1 TO WS-PEND-HELD-COUNT
049249     END-IF.
049250 1440-COUNT-ONE-PENDING-EXIT.
049251     EXIT.
049252
049300*================================================================*
049400 1500-ACQUIRE-RUN-CONTROL.
049500*    CHECK AND STAMP RUNCTL.DAT BEFORE THE HEADCOUNT EDIT READS
049600*    THE MASTER, LIKE EVERY OTHER PROGRAM THAT OPENS IT.  AN
049700*    IN-USE RECORD MEANS ANOTHER PROGRAM HOLDS THE MASTER;
049800*    REFUSE TO START AND NAME THE HOLDER.  NO FILE AT ALL JUST
049900*    MEANS THE FIRST RUN EVER.  THE STAMP CARRIES THE BUSINESS
050000*    DATE THIS RUN EDITED AGAINST, SO EMPPREL BEHIND IT
050100*    RELEASES AGAINST THE SAME ONE.
050200*================================================================*
050300     MOVE SPACES TO RCTL-RECORD
050400     MOVE 'F' TO RCTL-STATE
050500     MOVE ZERO TO RCTL-BUSINESS-DATE
050600     MOVE ZERO TO RCTL-MAINT-DATE
050700     MOVE 'N' TO RCTL-MAINT-DONE-SW
050800
050900     OPEN INPUT RCTL-FILE
051000     IF RCTL-FILE-OK
051100         READ RCTL-FILE
051200             AT END
051300*                AN EMPTY FILE COUNTS AS FREE; THE RECORD AREA
051400*                IS NOT GUARANTEED AFTER AT END, SO RESET IT.
051500                 MOVE SPACES TO RCTL-RECORD
051600                 MOVE 'F' TO RCTL-STATE
051700                 MOVE ZERO TO RCTL-BUSINESS-DATE
051800                 MOVE ZERO TO RCTL-MAINT-DATE
051900                 MOVE 'N' TO RCTL-MAINT-DONE-SW
052000         END-READ
052100         CLOSE RCTL-FILE
052200     ELSE
052300         IF NOT RCTL-FILE-MISSING
052400             DISPLAY 'EMPEDIT: CANNOT READ RUNCTL.DAT, STATUS '
052500                 WS-RCTL-FILE-STATUS
052600             MOVE 8 TO RETURN-CODE
052700             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
052800         END-IF
052900     END-IF
053000
053100     IF RCTL-IN-USE
053200         DISPLAY 'EMPEDIT: EMPLOYEE.DAT IS HELD BY '
053300             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
053400         DISPLAY 'EMPEDIT: IF THAT RUN ABENDED, INSPECT AND '
053500             'RESET THE RUN CONTROL WITH RUNCTLRS'
053600         MOVE 8 TO RETURN-CODE
053700         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
053800     END-IF
053900
054000     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
054100     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
054200
054300     OPEN OUTPUT RCTL-FILE
054400     IF NOT RCTL-FILE-OK
054500         DISPLAY 'EMPEDIT: CANNOT STAMP RUNCTL.DAT, STATUS '
054600             WS-RCTL-FILE-STATUS
054700         MOVE 8 TO RETURN-CODE
054800         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
054900     END-IF
055000     MOVE 'U' TO RCTL-STATE
055100     MOVE 'EMPEDIT' TO RCTL-HOLDER
055200     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
055300     MOVE WS-BUSINESS-DATE TO RCTL-BUSINESS-DATE
055400     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
055500     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
055600     WRITE RCTL-RECORD
055700     CLOSE RCTL-FILE
055800     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
055900 1500-ACQUIRE-RUN-CONTROL-EXIT.
056000     EXIT.
056100
056200*================================================================*
056300 8500-RELEASE-RUN-CONTROL.
056400*    STAMP OUT OF RUNCTL.DAT, CARRYING THE BUSINESS DATE AND THE
056500*    MAINTENANCE-COMPLETE FIELDS THROUGH UNCHANGED.  A RUN THAT
056600*    ABENDS NEVER GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR
056700*    THE OPERATOR.
056800*================================================================*
056900     IF NOT RCTL-ACQUIRED
057000         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
057100     END-IF
057200
057300     OPEN OUTPUT RCTL-FILE
057400     IF NOT RCTL-FILE-OK
057500         DISPLAY 'EMPEDIT: CANNOT RESTAMP RUNCTL.DAT, STATUS '
057600             WS-RCTL-FILE-STATUS
057700         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
057800     END-IF
057900     MOVE SPACES TO RCTL-RECORD
058000     MOVE 'F' TO RCTL-STATE
058100     MOVE WS-BUSINESS-DATE TO RCTL-BUSINESS-DATE
058200     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
058300     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
058400     WRITE RCTL-RECORD
058500     CLOSE RCTL-FILE.
058600 8500-RELEASE-RUN-CONTROL-EXIT.
058700     EXIT.
