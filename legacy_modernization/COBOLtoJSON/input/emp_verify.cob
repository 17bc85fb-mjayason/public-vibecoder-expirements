000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPVERIF.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/10/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPVERIF                                                      *
000900*  EMPLOYMENT VERIFICATION INQUIRY.  ANSWERS A BANK'S OR A       *
001000*  FORMER EMPLOYEE'S "CONFIRM DATES OF EMPLOYMENT AND SALARY ON  *
001100*  THIS DATE" WITHOUT ANYONE DIGGING THROUGH THE FILES BY HAND.  *
001200*  FOR ONE EMP-ID IT REBUILDS THE WHOLE HISTORY IN DATE ORDER    *
001300*  FROM THE MAINTENANCE JOURNAL -- EMPJARCH.DAT FIRST WHEN THE   *
001400*  EMPJCLOS JOURNAL CLOSE HAS ARCHIVED ANY OF IT, THEN           *
001500*  EMPJRNL.DAT -- AND THE TERMINATED-EMPLOYEE ARCHIVE,           *
001600*  EMPTERM.DAT: THE HIRE, EVERY DEPARTMENT MOVE AND SALARY       *
001700*  CHANGE (FROM THE BEFORE/AFTER IMAGES), AND EACH TERMINATION   *
001800*  AND REHIRE.  IT THEN STATES THE VALUES IN EFFECT ON THE       *
001900*  AS-OF DATE, CHECKED AGAINST THE MONTH-END SNAPSHOTS ON        *
002000*  EMPHIST.DAT, AND THE CURRENT MASTER, EMPLOYEE.DAT.            *
002100*                                                                *
002200*  THE STATEMENT NEVER GUESSES.  A VALUE THE FILES ON HAND       *
002300*  CANNOT PROVE IS PRINTED AS NOT DETERMINABLE, AND THE RECORD   *
002400*  LIMITATIONS SECTION NAMES EVERY GAP: JOURNAL HISTORY BEFORE   *
002500*  THE EARLIEST RECORD ON FILE, AN ARCHIVE THAT CANNOT BE READ,  *
002600*  A MISSING MONTH-END SNAPSHOT, AND ANY SNAPSHOT THAT DISAGREES *
002700*  WITH THE JOURNAL (A RUN BACKED OUT BEFORE EMPBKOUT JOURNALLED *
002800*  ITS REVERSALS SHOWS UP THIS WAY).  A JOURNALLED EMPBKOUT      *
002830*  REVERSAL IS LISTED AS BACKED OUT, NEVER AS A TERMINATION OR   *
002860*  A REHIRE.                                                     *
002900*                                                                *
003000*  RUN PARAMETERS: THE EMP-ID, THEN THE AS-OF DATE AS CCYYMMDD   *
003100*  (BLANK MEANS TODAY).  THE STATEMENT GOES TO EMPVERIF.DAT.     *
003200*  LIKE EVERY READER OF THE MASTER AND THE JOURNAL, THE INQUIRY  *
003300*  HOLDS THE RUN CONTROL WHILE IT READS THEM.                    *
003400*----------------------------------------------------------------*
003500*  MODIFICATION HISTORY                                          *
003600*  DATE       BY   DESCRIPTION                                   *
003700*  05/10/1999 RWB  ORIGINAL VERIFICATION INQUIRY.                *
003720*  05/17/1999 RWB  EMPBKOUT REVERSALS, NOW JOURNALLED WITH       *
003740*                  SOURCE 'B', ARE LISTED AS BACKED OUT AND A    *
003760*                  REVERSED ADD LEAVES THE EMPLOYEE NOT EMPLOYED *
003780*                  RATHER THAN TERMINATED.                       *
003785*  05/24/1999 RWB  A REHIRE IS NOW JOURNALLED AS ACTION 'R'.  IT *
003790*                  IS LISTED AS A REHIRE, AND ITS EMPBKOUT       *
003795*                  REVERSAL AS A HIRE REVERSED.                  *
003796*  06/14/1999 RWB  THE SLOT SEARCH FOR AN EMPTERM.DAT EVENT NO   *
003797*                  LONGER LOOKS BELOW THE FIRST TABLE ENTRY.     *
003798*  06/14/1999 RWB  A SNAPSHOT DATE THE JOURNAL CANNOT SPEAK FOR  *
003799*                  IS NO LONGER CONFIRMED AS AGREEING.           *
003800*================================================================*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EMP-ID
004600         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
004700         FILE STATUS IS WS-EMP-FILE-STATUS.
004800
004900     SELECT JRNL-FILE ASSIGN TO 'EMPJRNL.DAT'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-FILE-STATUS.
005200
005300     SELECT ARCH-FILE ASSIGN TO 'EMPJARCH.DAT'
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ARCH-FILE-STATUS.
005600
005700     SELECT JCLG-FILE ASSIGN TO 'EMPJCLDG.DAT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JCLG-FILE-STATUS.
006000
006100     SELECT TERM-FILE ASSIGN TO 'EMPTERM.DAT'
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-TERM-FILE-STATUS.
006400
006500     SELECT HIST-FILE ASSIGN TO 'EMPHIST.DAT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-HIST-FILE-STATUS.
006800
006900     SELECT REPORT-FILE ASSIGN TO 'EMPVERIF.DAT'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-FILE-STATUS.
007200
007300     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RCTL-FILE-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  EMP-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 COPY EMPREC.
008200
008300 FD  JRNL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY EMPJRNL.
008600
008700 FD  ARCH-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 COPY EMPJARCH.
009000
009100 FD  JCLG-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 COPY EMPJCLDG.
009400
009500 FD  TERM-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 COPY EMPTERM.
009800
009900 FD  HIST-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 COPY EMPHIST.
010200
010300 FD  REPORT-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  REPORT-RECORD                PIC X(132).
010600
010700 FD  RCTL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 COPY RUNCTL.
011000
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------*
011300*    FILE STATUS AND END-OF-FILE SWITCHES                        *
011400*----------------------------------------------------------------*
011500 01  WS-EMP-FILE-STATUS      PIC X(02).
011600     88  EMP-FILE-OK                 VALUE '00'.
011700
011800 01  WS-JRNL-FILE-STATUS     PIC X(02).
011900     88  JRNL-FILE-OK                VALUE '00'.
012000
012100 01  WS-ARCH-FILE-STATUS     PIC X(02).
012200     88  ARCH-FILE-OK                VALUE '00'.
012300
012400 01  WS-JCLG-FILE-STATUS     PIC X(02).
012500     88  JCLG-FILE-OK                VALUE '00'.
012600     88  JCLG-FILE-MISSING           VALUE '35'.
012700
012800 01  WS-TERM-FILE-STATUS     PIC X(02).
012900     88  TERM-FILE-OK                VALUE '00'.
013000
013100 01  WS-HIST-FILE-STATUS     PIC X(02).
013200     88  HIST-FILE-OK                VALUE '00'.
013300
013400 01  WS-REPORT-FILE-STATUS   PIC X(02).
013500     88  REPORT-FILE-OK              VALUE '00'.
013600
013700 01  WS-EMP-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
013800     88  EMP-FILE-OPEN               VALUE 'Y'.
013900 01  WS-JRNL-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
014000     88  JRNL-FILE-OPEN              VALUE 'Y'.
014100 01  WS-ARCH-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
014200     88  ARCH-FILE-OPEN              VALUE 'Y'.
014300 01  WS-REPORT-FILE-OPEN-SW  PIC X(01) VALUE 'N'.
014400     88  REPORT-FILE-OPEN            VALUE 'Y'.
014500
014600 01  WS-RCTL-FILE-STATUS     PIC X(02).
014700     88  RCTL-FILE-OK                VALUE '00'.
014800     88  RCTL-FILE-MISSING           VALUE '35'.
014900
015000 01  WS-RCTL-ACQUIRED-SW     PIC X(01) VALUE 'N'.
015100     88  RCTL-ACQUIRED               VALUE 'Y'.
015200 01  WS-SAVED-MAINT-DONE     PIC X(01) VALUE 'N'.
015300 01  WS-SAVED-MAINT-DATE     PIC 9(08) VALUE ZERO.
015400
015500 01  EOF-FLAG                PIC X(01) VALUE 'N'.
015600     88  END-OF-FILE                 VALUE 'Y'.
015700 01  WS-JCLG-EOF-SW          PIC X(01) VALUE 'N'.
015800     88  JCLG-END-OF-FILE            VALUE 'Y'.
015900
016000 01  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
016100     88  RUN-REFUSED                 VALUE 'Y'.
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
017400*    RUN PARAMETERS                                              *
017500*----------------------------------------------------------------*
017600 01  WS-EMP-ID-ARG           PIC X(05) VALUE SPACES.
017700 01  WS-AS-OF-DATE-X         PIC X(08) VALUE SPACES.
017800 01  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
017900 01  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
018000     05  WS-AS-OF-CCYYMM         PIC 9(06).
018100     05  WS-AS-OF-CCYYMM-R REDEFINES WS-AS-OF-CCYYMM.
018200         10  WS-AS-OF-CCYY           PIC 9(04).
018300         10  WS-AS-OF-MM             PIC 9(02).
018400     05  WS-AS-OF-DD             PIC 9(02).
018500
018600*----------------------------------------------------------------*
018700*    JOURNAL COVERAGE.  THE ARCHIVE CUTOFF IS THE LATEST ONE ON  *
018800*    A COMPLETED CLOSE LEDGER LINE; THE COVER DATE IS THE RUN    *
018900*    DATE OF THE EARLIEST JOURNAL RECORD ACTUALLY READ, SO EVERY *
019000*    CHANGE FROM THAT DATE ON IS KNOWN TO BE IN THE HISTORY.     *
019100*----------------------------------------------------------------*
019200 01  WS-ARCH-CUTOFF          PIC 9(08) VALUE ZERO.
019300 01  WS-LDG-STATE            PIC X(01) VALUE SPACE.
019400     88  LDG-INCOMPLETE              VALUE 'S' 'A'.
019500 01  WS-LDG-CLOSE-RUN-ID     PIC X(14) VALUE SPACES.
019600 01  WS-READING-ARCHIVE-SW   PIC X(01) VALUE 'N'.
019700     88  READING-ARCHIVE             VALUE 'Y'.
019800 01  WS-ARCH-UNAVAIL-SW      PIC X(01) VALUE 'N'.
019900     88  ARCHIVE-UNAVAILABLE         VALUE 'Y'.
020000 01  WS-JRNL-MISSING-SW      PIC X(01) VALUE 'N'.
020100     88  JOURNAL-MISSING             VALUE 'Y'.
020200 01  WS-TERM-MISSING-SW      PIC X(01) VALUE 'N'.
020300     88  TERM-ARCHIVE-MISSING        VALUE 'Y'.
020400 01  WS-HIST-MISSING-SW      PIC X(01) VALUE 'N'.
020500     88  SNAPSHOTS-MISSING           VALUE 'Y'.
020600 01  WS-COVER-DATE           PIC 9(08) VALUE 99999999.
020700 01  WS-JRNL-READ-COUNT      PIC 9(07) VALUE ZERO.
020800
020900*----------------------------------------------------------------*
021000*    THE EMPLOYEE'S HISTORY EVENTS, IN RUN-ID ORDER.  JOURNAL    *
021100*    RECORDS ARRIVE IN ORDER; A TERMINATION FOUND ONLY ON        *
021200*    EMPTERM.DAT (TYPE T) IS SLOTTED IN BY ITS RUN-ID.  THE      *
021300*    IMAGES ARE EMP-RECORD SHAPED (SEE EMPREC.CPY).              *
021400*----------------------------------------------------------------*
021500 01  WS-EVT-MAX              PIC 9(04) COMP VALUE 500.
021600 01  WS-EVT-COUNT            PIC 9(04) COMP VALUE ZERO.
021700 01  WS-EVT-IDX              PIC 9(04) COMP VALUE ZERO.
021800 01  WS-EVT-POS              PIC 9(04) COMP VALUE ZERO.
021900 01  WS-SHIFT-IDX            PIC 9(04) COMP VALUE ZERO.
021910 01  WS-SLOT-FOUND-SW        PIC X(01) VALUE 'N'.
021920     88  SLOT-FOUND                  VALUE 'Y'.
022000 01  WS-EVT-FULL-SW          PIC X(01) VALUE 'N'.
022100     88  EVENT-TABLE-FULL            VALUE 'Y'.
022200 01  WS-EVT-TABLE.
022300     05  WS-EVT-ENTRY OCCURS 500 TIMES.
022400         10  VE-DATE             PIC 9(08).
022500         10  VE-RUN-ID           PIC X(14).
022600         10  VE-SEQ              PIC 9(07).
022700         10  VE-TYPE             PIC X(01).
022750             88  VE-ADD              VALUE 'A'.
022800             88  VE-REHIRE           VALUE 'R'.
022850             88  VE-ONTO-FILE        VALUE 'A' 'R'.
022900             88  VE-CHANGE           VALUE 'C'.
023000             88  VE-DELETE           VALUE 'D'.
023100             88  VE-TERM-ONLY        VALUE 'T'.
023200             88  VE-LEAVES-FILE      VALUE 'D' 'T'.
023230         10  VE-SOURCE           PIC X(01).
023260             88  VE-BACKOUT          VALUE 'B'.
023300         10  VE-BEFORE           PIC X(52).
023400         10  VE-AFTER            PIC X(52).
023500 01  WS-NEW-EVENT.
023600     05  WS-NEW-DATE             PIC 9(08).
023700     05  WS-NEW-RUN-ID           PIC X(14).
023800     05  WS-NEW-SEQ              PIC 9(07).
023900     05  WS-NEW-TYPE             PIC X(01).
023950     05  WS-NEW-SOURCE           PIC X(01).
024000     05  WS-NEW-BEFORE           PIC X(52).
024100     05  WS-NEW-AFTER            PIC X(52).
024200 01  WS-TERM-MATCHED-SW      PIC X(01) VALUE 'N'.
024300     88  TERM-MATCHED                VALUE 'Y'.
024400 01  WS-THIS-EMP-ID          PIC X(05) VALUE SPACES.
024500
024600*    THE IMAGES, WORKED ON IN EMP-RECORD SHAPE.
024700 COPY EMPREC REPLACING LEADING ==EMP== BY ==VBEF==.
024800 COPY EMPREC REPLACING LEADING ==EMP== BY ==VAFT==.
024900*    THE VALUES 4000 FINDS IN EFFECT ON ITS TARGET DATE, AND
025000*    THE ONES IT FOUND FOR THE AS-OF DATE ITSELF.
025100 COPY EMPREC REPLACING LEADING ==EMP== BY ==VST==.
025200 COPY EMPREC REPLACING LEADING ==EMP== BY ==VAS==.
025300*    THE CURRENT MASTER RECORD, IF THE EMPLOYEE IS ON FILE.
025400 COPY EMPREC REPLACING LEADING ==EMP== BY ==VMST==.
025500 01  WS-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
025600     88  MASTER-FOUND                VALUE 'Y'.
025700 01  WS-ORIG-HIRE-DATE       PIC 9(08) VALUE ZERO.
025800 01  WS-ORIG-HIRE-DATE-R REDEFINES WS-ORIG-HIRE-DATE.
025900     05  WS-ORIG-HIRE-CCYYMM     PIC 9(06).
026000     05  WS-ORIG-HIRE-DD         PIC 9(02).
026100 01  WS-EMP-NAME             PIC X(20) VALUE SPACES.
026200 01  WS-TERM-RECORDS-FOUND   PIC 9(05) VALUE ZERO.
026300
026400*----------------------------------------------------------------*
026500*    STATE ON A TARGET DATE, SET BY 4000-SET-STATE-AT-DATE       *
026600*----------------------------------------------------------------*
026700 01  WS-TGT-DATE             PIC 9(08) VALUE ZERO.
026800 01  WS-ST-RESULT            PIC X(01) VALUE SPACE.
026900     88  ST-ACTIVE                   VALUE 'A'.
027000     88  ST-TERMINATED               VALUE 'T'.
027100     88  ST-NOT-YET-HIRED            VALUE 'N'.
027200     88  ST-UNKNOWN                  VALUE 'U'.
027300     88  ST-NOT-ON-FILE              VALUE 'O'.
027350     88  ST-REVERSED                 VALUE 'V'.
027400     88  ST-DETERMINED               VALUE 'A' 'T' 'N' 'V'.
027500 01  WS-ST-BASIS             PIC X(60) VALUE SPACES.
027600 01  WS-ST-LAST-IDX          PIC 9(04) COMP VALUE ZERO.
027700 01  WS-ST-RUN-ID            PIC X(14) VALUE SPACES.
027800 01  WS-AS-RESULT            PIC X(01) VALUE SPACE.
027900     88  AS-ACTIVE                   VALUE 'A'.
028000     88  AS-TERMINATED               VALUE 'T'.
028100     88  AS-NOT-YET-HIRED            VALUE 'N'.
028200     88  AS-UNKNOWN                  VALUE 'U'.
028300     88  AS-NOT-ON-FILE              VALUE 'O'.
028350     88  AS-REVERSED                 VALUE 'V'.
028400 01  WS-AS-BASIS             PIC X(60) VALUE SPACES.
028500
028600*----------------------------------------------------------------*
028700*    MONTH-END SNAPSHOTS.  EVERY SNAPSHOT DATE ON EMPHIST.DAT    *
028800*    (ONE PER MONTH, IN ORDER), AND THIS EMPLOYEE'S ROW ON EACH. *
028900*----------------------------------------------------------------*
029000 01  WS-SNAP-MAX             PIC 9(04) COMP VALUE 600.
029100 01  WS-SNAP-COUNT           PIC 9(04) COMP VALUE ZERO.
029200 01  WS-SNAP-IDX             PIC 9(04) COMP VALUE ZERO.
029300 01  WS-SNAP-TABLE.
029400     05  WS-SNAP-DATE OCCURS 600 TIMES
029500                             PIC 9(08).
029600 01  WS-ESNAP-COUNT          PIC 9(04) COMP VALUE ZERO.
029700 01  WS-ESNAP-IDX            PIC 9(04) COMP VALUE ZERO.
029800 01  WS-ESNAP-TABLE.
029900     05  WS-ESNAP-ENTRY OCCURS 600 TIMES.
030000         10  WS-ESNAP-DATE       PIC 9(08).
030100         10  WS-ESNAP-DEPT       PIC X(04).
030200         10  WS-ESNAP-SALARY     PIC 9(07)V99 COMP-3.
030300 01  WS-SNAP-FULL-SW         PIC X(01) VALUE 'N'.
030400     88  SNAP-TABLE-FULL             VALUE 'Y'.
030500 01  WS-LAST-SNAP-DATE       PIC 9(08) VALUE ZERO.
030600 01  WS-ESNAP-FOUND-SW       PIC X(01) VALUE 'N'.
030700     88  ESNAP-FOUND                 VALUE 'Y'.
030800 01  WS-ESNAP-HIT            PIC 9(04) COMP VALUE ZERO.
030900 01  WS-CONFIRM-SW           PIC X(01) VALUE SPACE.
031000     88  CONFIRM-AGREES              VALUE 'Y'.
031100     88  CONFIRM-DISAGREES           VALUE 'N'.
031200     88  CONFIRM-NO-SNAPSHOT         VALUE SPACE.
031300 01  WS-CONFIRM-DATE         PIC 9(08) VALUE ZERO.
031400
031500*    MISSING-MONTH WALK, A CALENDAR MONTH AT A TIME.
031600 01  WS-CHK-MONTH            PIC 9(06) VALUE ZERO.
031700 01  WS-CHK-MONTH-R REDEFINES WS-CHK-MONTH.
031800     05  WS-CHK-CCYY             PIC 9(04).
031900     05  WS-CHK-MM               PIC 9(02).
032000 01  WS-END-MONTH            PIC 9(06) VALUE ZERO.
032100 01  WS-END-MONTH-R REDEFINES WS-END-MONTH.
032200     05  WS-END-CCYY             PIC 9(04).
032300     05  WS-END-MM               PIC 9(02).
032400 01  WS-FIRST-SNAP-MONTH     PIC 9(06) VALUE ZERO.
032500 01  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
032600 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
032700     05  WS-WORK-CCYYMM          PIC 9(06).
032800     05  WS-WORK-DD              PIC 9(02).
032900
033000*----------------------------------------------------------------*
033100*    STATEMENT PRINTING                                          *
033200*----------------------------------------------------------------*
033300 01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
033400 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
033500 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
033600 01  WS-PRINT-LINE           PIC X(132) VALUE SPACES.
033700 01  WS-ADVANCE              PIC 9(01) VALUE 1.
033800 01  WS-IN-HISTORY-SW        PIC X(01) VALUE 'N'.
033900     88  IN-HISTORY                  VALUE 'Y'.
034000 01  WS-PRIOR-TERM-SW        PIC X(01) VALUE 'N'.
034100     88  PRIOR-TERM-SEEN             VALUE 'Y'.
034200 01  WS-LIMIT-COUNT          PIC 9(05) VALUE ZERO.
034250 01  WS-MAX-ED               PIC ZZZ9.
034300
034400 01  WS-EVENT-NAME           PIC X(10) VALUE SPACES.
034500 01  WS-EVENT-DETAIL         PIC X(50) VALUE SPACES.
034600 01  WS-EVENT-DEPT           PIC X(04) VALUE SPACES.
034700 01  WS-EVENT-SALARY         PIC 9(07)V99 COMP-3 VALUE ZERO.
034800 01  WS-EVENT-LINES          PIC 9(02) VALUE ZERO.
034900
035000 01  WS-FMT-DATE             PIC 9(08) VALUE ZERO.
035100 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
035200     05  WS-FMT-CCYY             PIC 9(04).
035300     05  WS-FMT-MM               PIC 9(02).
035400     05  WS-FMT-DD               PIC 9(02).
035500 01  WS-FMT-DATE-ED          PIC X(10) VALUE SPACES.
035600 01  WS-DATE-ED-1            PIC X(10) VALUE SPACES.
035700 01  WS-DATE-ED-2            PIC X(10) VALUE SPACES.
035800 01  WS-SAL-ED-1             PIC Z,ZZZ,ZZ9.99.
035900 01  WS-SAL-ED-2             PIC Z,ZZZ,ZZ9.99.
036000
036100 PROCEDURE DIVISION.
036200*================================================================*
036300 0000-MAINLINE.
036400*================================================================*
036500     PERFORM 1000-INITIALIZE
036600         THRU 1000-INITIALIZE-EXIT
036700     IF NOT RUN-REFUSED
036800         PERFORM 2000-LOAD-JOURNAL
036900             THRU 2000-LOAD-JOURNAL-EXIT
037000         PERFORM 2500-LOAD-TERMINATIONS
037100             THRU 2500-LOAD-TERMINATIONS-EXIT
037200         PERFORM 2700-LOAD-SNAPSHOTS
037300             THRU 2700-LOAD-SNAPSHOTS-EXIT
037400         PERFORM 2900-FIND-CURRENT-VALUES
037500             THRU 2900-FIND-CURRENT-VALUES-EXIT
037600         PERFORM 3000-PRINT-HISTORY
037700             THRU 3000-PRINT-HISTORY-EXIT
037800         PERFORM 6000-PRINT-AS-OF-VALUES
037900             THRU 6000-PRINT-AS-OF-VALUES-EXIT
038000         PERFORM 7000-PRINT-LIMITATIONS
038100             THRU 7000-PRINT-LIMITATIONS-EXIT
038200     END-IF
038300     PERFORM 9000-TERMINATE
038400         THRU 9000-TERMINATE-EXIT
038500     STOP RUN.
038600
038700*================================================================*
038800 1000-INITIALIZE.
038900*    EDIT THE PARAMETERS, TAKE THE RUN CONTROL, CHECK THE CLOSE
039000*    LEDGER, AND OPEN THE MASTER AND THE STATEMENT.
039100*================================================================*
039200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
039300     ACCEPT WS-RUN-TIME FROM TIME
039400     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
039500     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
039600
039700     PERFORM 1100-EDIT-PARAMETERS
039800         THRU 1100-EDIT-PARAMETERS-EXIT
039900     IF RUN-REFUSED
040000         MOVE 8 TO RETURN-CODE
040100         GO TO 1000-INITIALIZE-EXIT
040200     END-IF
040300     DISPLAY 'EMPVERIF: EMP-ID ' WS-EMP-ID-ARG
040400         ' AS OF ' WS-AS-OF-DATE
040500
040600     PERFORM 1500-ACQUIRE-RUN-CONTROL
040700         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
040800     IF NOT RCTL-ACQUIRED
040900         MOVE 'Y' TO WS-REFUSED-SW
041000         GO TO 1000-INITIALIZE-EXIT
041100     END-IF
041200
041300     PERFORM 1300-CHECK-ARCHIVE
041400         THRU 1300-CHECK-ARCHIVE-EXIT
041500     IF RUN-REFUSED
041600         MOVE 8 TO RETURN-CODE
041700         GO TO 1000-INITIALIZE-EXIT
041800     END-IF
041900
042000     OPEN INPUT EMP-FILE
042100     IF EMP-FILE-OK
042200         MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
042300     ELSE
042400         DISPLAY 'EMPVERIF: CANNOT OPEN EMPLOYEE.DAT, STATUS '
042500             WS-EMP-FILE-STATUS
042600         MOVE 8 TO RETURN-CODE
042700         MOVE 'Y' TO WS-REFUSED-SW
042800         GO TO 1000-INITIALIZE-EXIT
042900     END-IF
043000
043100     OPEN OUTPUT REPORT-FILE
043200     IF NOT REPORT-FILE-OK
043300         DISPLAY 'EMPVERIF: CANNOT OPEN EMPVERIF.DAT, STATUS '
043400             WS-REPORT-FILE-STATUS
043500         MOVE 8 TO RETURN-CODE
043600         MOVE 'Y' TO WS-REFUSED-SW
043700         GO TO 1000-INITIALIZE-EXIT
043800     END-IF
043900     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW.
044000 1000-INITIALIZE-EXIT.
044100     EXIT.
044200
044300*================================================================*
044400 1100-EDIT-PARAMETERS.
044500*    THE EMP-ID IS REQUIRED.  A BLANK AS-OF DATE MEANS TODAY;
044600*    ONE THAT IS NOT A REAL CCYYMMDD OR IS LATER THAN TODAY
044700*    REFUSES THE RUN RATHER THAN VERIFYING A DIFFERENT DATE.
044800*================================================================*
044900     ACCEPT WS-EMP-ID-ARG FROM ARGUMENT-VALUE
045000     DISPLAY 2 UPON ARGUMENT-NUMBER
045100     ACCEPT WS-AS-OF-DATE-X FROM ARGUMENT-VALUE
045200
045300     IF WS-EMP-ID-ARG = SPACES
045400         DISPLAY 'EMPVERIF: NO EMP-ID PARAMETER GIVEN; RUN '
045500             'REFUSED'
045600         MOVE 'Y' TO WS-REFUSED-SW
045700         GO TO 1100-EDIT-PARAMETERS-EXIT
045800     END-IF
045900
046000     IF WS-AS-OF-DATE-X = SPACES
046100         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
046200         GO TO 1100-EDIT-PARAMETERS-EXIT
046300     END-IF
046400     IF WS-AS-OF-DATE-X NOT NUMERIC
046500         DISPLAY 'EMPVERIF: AS-OF DATE "' WS-AS-OF-DATE-X
046600             '" IS NOT CCYYMMDD; RUN REFUSED'
046700         MOVE 'Y' TO WS-REFUSED-SW
046800         GO TO 1100-EDIT-PARAMETERS-EXIT
046900     END-IF
047000     MOVE WS-AS-OF-DATE-X TO WS-AS-OF-DATE
047100     IF WS-AS-OF-MM < 01 OR WS-AS-OF-MM > 12
047200         OR WS-AS-OF-DD < 01 OR WS-AS-OF-DD > 31
047300         DISPLAY 'EMPVERIF: AS-OF DATE "' WS-AS-OF-DATE-X
047400             '" IS NOT CCYYMMDD; RUN REFUSED'
047500         MOVE 'Y' TO WS-REFUSED-SW
047600         GO TO 1100-EDIT-PARAMETERS-EXIT
047700     END-IF
047800     IF WS-AS-OF-DATE > WS-RUN-DATE
047900         DISPLAY 'EMPVERIF: AS-OF DATE ' WS-AS-OF-DATE
048000             ' IS LATER THAN TODAY; RUN REFUSED'
048100         MOVE 'Y' TO WS-REFUSED-SW
048200     END-IF.
048300 1100-EDIT-PARAMETERS-EXIT.
048400     EXIT.
048500
048600*================================================================*
048700 1300-CHECK-ARCHIVE.
048800*    READ THE CLOSE LEDGER THROUGH, AS EMPJRPT DOES.  NO LEDGER
048900*    MEANS NO CLOSE HAS EVER RUN.  AN UNFINISHED CLOSE REFUSES
049000*    THE INQUIRY, SINCE THE ARCHIVE AND THE JOURNAL DO NOT YET
049100*    AGREE.  ANY COMPLETED CLOSE MEANS THE FRONT OF THE HISTORY
049200*    IS ON THE ARCHIVE; IF THE ARCHIVE CANNOT BE OPENED THE
049300*    STATEMENT GOES ON WITHOUT IT AND SAYS SO.
049400*================================================================*
049500     OPEN INPUT JCLG-FILE
049600     IF NOT JCLG-FILE-OK
049700         IF JCLG-FILE-MISSING
049800             GO TO 1300-CHECK-ARCHIVE-EXIT
049900         END-IF
050000         DISPLAY 'EMPVERIF: CANNOT OPEN EMPJCLDG.DAT, STATUS '
050100             WS-JCLG-FILE-STATUS
050200         MOVE 'Y' TO WS-REFUSED-SW
050300         GO TO 1300-CHECK-ARCHIVE-EXIT
050400     END-IF
050500     PERFORM 1350-READ-LEDGER-RECORD
050600         THRU 1350-READ-LEDGER-RECORD-EXIT
050700         UNTIL JCLG-END-OF-FILE
050800     CLOSE JCLG-FILE
050900
051000     IF LDG-INCOMPLETE
051100         DISPLAY 'EMPVERIF: JOURNAL CLOSE ' WS-LDG-CLOSE-RUN-ID
051200             ' IS NOT COMPLETE; RUN EMPJCLOS TO FINISH IT '
051300             'BEFORE VERIFYING'
051400         MOVE 'Y' TO WS-REFUSED-SW
051500         GO TO 1300-CHECK-ARCHIVE-EXIT
051600     END-IF
051700     IF WS-ARCH-CUTOFF = ZERO
051800         GO TO 1300-CHECK-ARCHIVE-EXIT
051900     END-IF
052000
052100     OPEN INPUT ARCH-FILE
052200     IF NOT ARCH-FILE-OK
052300         DISPLAY 'EMPVERIF: EMPJARCH.DAT CANNOT BE OPENED, '
052400             'STATUS ' WS-ARCH-FILE-STATUS
052500             '; HISTORY BEFORE ' WS-ARCH-CUTOFF
052600             ' WILL BE REPORTED AS UNAVAILABLE'
052700         MOVE 'Y' TO WS-ARCH-UNAVAIL-SW
052800         GO TO 1300-CHECK-ARCHIVE-EXIT
052900     END-IF
053000     MOVE 'Y' TO WS-ARCH-FILE-OPEN-SW
053100     MOVE 'Y' TO WS-READING-ARCHIVE-SW.
053200 1300-CHECK-ARCHIVE-EXIT.
053300     EXIT.
053400
053500*================================================================*
053600 1350-READ-LEDGER-RECORD.
053700*================================================================*
053800     READ JCLG-FILE
053900         AT END
054000             MOVE 'Y' TO WS-JCLG-EOF-SW
054100             GO TO 1350-READ-LEDGER-RECORD-EXIT
054200     END-READ
054300     MOVE JCLG-STATE TO WS-LDG-STATE
054400     MOVE JCLG-CLOSE-RUN-ID TO WS-LDG-CLOSE-RUN-ID
054500     IF JCLG-COMPLETE
054600         AND JCLG-CUTOFF-DATE > WS-ARCH-CUTOFF
054700         MOVE JCLG-CUTOFF-DATE TO WS-ARCH-CUTOFF
054800     END-IF.
054900 1350-READ-LEDGER-RECORD-EXIT.
055000     EXIT.
055100
055200*================================================================*
055300 1500-ACQUIRE-RUN-CONTROL.
055400*    CHECK AND STAMP RUNCTL.DAT BEFORE READING THE MASTER AND
055500*    THE JOURNAL, SO NO MAINTENANCE RUN OR JOURNAL CLOSE CHANGES
055600*    THEM PART WAY THROUGH THE INQUIRY.  NO FILE AT ALL JUST
055700*    MEANS THE FIRST RUN EVER.
055800*================================================================*
055900     MOVE SPACES TO RCTL-RECORD
056000     MOVE 'F' TO RCTL-STATE
056100     MOVE ZERO TO RCTL-BUSINESS-DATE
056200     MOVE ZERO TO RCTL-MAINT-DATE
056300     MOVE 'N' TO RCTL-MAINT-DONE-SW
056400
056500     OPEN INPUT RCTL-FILE
056600     IF RCTL-FILE-OK
056700         READ RCTL-FILE
056800             AT END
056900                 MOVE SPACES TO RCTL-RECORD
057000                 MOVE 'F' TO RCTL-STATE
057100                 MOVE ZERO TO RCTL-BUSINESS-DATE
057200                 MOVE ZERO TO RCTL-MAINT-DATE
057300                 MOVE 'N' TO RCTL-MAINT-DONE-SW
057400         END-READ
057500         CLOSE RCTL-FILE
057600     ELSE
057700         IF NOT RCTL-FILE-MISSING
057800             DISPLAY 'EMPVERIF: CANNOT READ RUNCTL.DAT, STATUS '
057900                 WS-RCTL-FILE-STATUS
058000             MOVE 8 TO RETURN-CODE
058100             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
058200         END-IF
058300     END-IF
058400
058500     IF RCTL-IN-USE
058600         DISPLAY 'EMPVERIF: EMPLOYEE.DAT IS HELD BY '
058700             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
058800         DISPLAY 'EMPVERIF: IF THAT RUN ABENDED, INSPECT AND '
058900             'RESET THE RUN CONTROL WITH RUNCTLRS'
059000         MOVE 8 TO RETURN-CODE
059100         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
059200     END-IF
059300
059400     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
059500     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
059600
059700     OPEN OUTPUT RCTL-FILE
059800     IF NOT RCTL-FILE-OK
059900         DISPLAY 'EMPVERIF: CANNOT STAMP RUNCTL.DAT, STATUS '
060000             WS-RCTL-FILE-STATUS
060100         MOVE 8 TO RETURN-CODE
060200         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
060300     END-IF
060400     MOVE 'U' TO RCTL-STATE
060500     MOVE 'EMPVERIF' TO RCTL-HOLDER
060600     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
060700     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
060800     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
060900     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
061000     WRITE RCTL-RECORD
061100     CLOSE RCTL-FILE
061200     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
061300 1500-ACQUIRE-RUN-CONTROL-EXIT.
061400     EXIT.
061500
061600*================================================================*
061700 2000-LOAD-JOURNAL.
061800*    ONE PASS OVER THE ARCHIVE (IF OPEN) AND THEN THE JOURNAL,
061900*    KEEPING EVERY RECORD FOR THIS EMP-ID.
062000*================================================================*
062100     OPEN INPUT JRNL-FILE
062200     IF JRNL-FILE-OK
062300         MOVE 'Y' TO WS-JRNL-FILE-OPEN-SW
062400     ELSE
062500         DISPLAY 'EMPVERIF: CANNOT OPEN EMPJRNL.DAT, STATUS '
062600             WS-JRNL-FILE-STATUS
062700         MOVE 'Y' TO WS-JRNL-MISSING-SW
062800     END-IF
062900
063000     MOVE 'N' TO EOF-FLAG
063100     PERFORM 2100-READ-NEXT-JOURNAL
063200         THRU 2100-READ-NEXT-JOURNAL-EXIT
063300     PERFORM 2200-LOAD-JOURNAL-RECORD
063400         THRU 2200-LOAD-JOURNAL-RECORD-EXIT
063500         UNTIL END-OF-FILE
063600
063700     IF JRNL-FILE-OPEN
063800         CLOSE JRNL-FILE
063900         MOVE 'N' TO WS-JRNL-FILE-OPEN-SW
064000     END-IF.
064100 2000-LOAD-JOURNAL-EXIT.
064200     EXIT.
064300
064400*================================================================*
064500 2100-READ-NEXT-JOURNAL.
064600*    ARCHIVED RUNS ARE OLDER THAN ANY RUN STILL ON THE JOURNAL,
064700*    SO THE ARCHIVE IS READ TO ITS END FIRST, EACH RECORD HANDED
064800*    ON IN JRNL-RECORD, AND THEN THE JOURNAL ITSELF.
064900*================================================================*
065000     IF READING-ARCHIVE
065100         READ ARCH-FILE
065200             AT END
065300                 MOVE 'N' TO WS-READING-ARCHIVE-SW
065400                 CLOSE ARCH-FILE
065500                 MOVE 'N' TO WS-ARCH-FILE-OPEN-SW
065600             NOT AT END
065700                 MOVE JARC-JRNL-IMAGE TO JRNL-RECORD
065800                 GO TO 2100-READ-NEXT-JOURNAL-EXIT
065900         END-READ
066000     END-IF
066100
066200     IF NOT JRNL-FILE-OPEN
066300         MOVE 'Y' TO EOF-FLAG
066400         GO TO 2100-READ-NEXT-JOURNAL-EXIT
066500     END-IF
066600     READ JRNL-FILE
066700         AT END
066800             MOVE 'Y' TO EOF-FLAG
066900     END-READ.
067000 2100-READ-NEXT-JOURNAL-EXIT.
067100     EXIT.
067200
067300*================================================================*
067400 2200-LOAD-JOURNAL-RECORD.
067500*    THE FIRST RECORD READ FIXES THE COVER DATE.  AN ADD'S OR A
067600*    REHIRE'S EMP-ID IS ONLY IN ITS AFTER-IMAGE; EVERY OTHER
067700*    ACTION CARRIES IT IN THE BEFORE-IMAGE.
067800*================================================================*
067900     ADD 1 TO WS-JRNL-READ-COUNT
068000     IF WS-JRNL-READ-COUNT = 1
068100         MOVE JRNL-RUN-ID(1:8) TO WS-COVER-DATE
068200     END-IF
068300
068400     MOVE JRNL-BEFORE-IMAGE TO VBEF-RECORD
068500     MOVE JRNL-AFTER-IMAGE TO VAFT-RECORD
068600     IF JRNL-ACTION-ADD OR JRNL-ACTION-REHIRE
068700         MOVE VAFT-ID TO WS-THIS-EMP-ID
068800     ELSE
068900         MOVE VBEF-ID TO WS-THIS-EMP-ID
069000     END-IF
069100     IF WS-THIS-EMP-ID NOT = WS-EMP-ID-ARG
069200         GO TO 2200-LOAD-JOURNAL-NEXT
069300     END-IF
069400
069500     MOVE JRNL-RUN-ID(1:8) TO WS-NEW-DATE
069600     MOVE JRNL-RUN-ID TO WS-NEW-RUN-ID
069700     MOVE JRNL-SEQ TO WS-NEW-SEQ
069800     MOVE JRNL-ACTION-CODE TO WS-NEW-TYPE
069850     MOVE JRNL-SOURCE-CODE TO WS-NEW-SOURCE
069900     MOVE JRNL-BEFORE-IMAGE TO WS-NEW-BEFORE
070000     MOVE JRNL-AFTER-IMAGE TO WS-NEW-AFTER
070100     PERFORM 2400-INSERT-EVENT
070200         THRU 2400-INSERT-EVENT-EXIT
070300
070400     IF JRNL-ACTION-ADD OR JRNL-ACTION-REHIRE
070500         PERFORM 2250-NOTE-AFTER-IMAGE
070600             THRU 2250-NOTE-AFTER-IMAGE-EXIT
070700     ELSE
070800         IF WS-ORIG-HIRE-DATE = ZERO
070900             MOVE VBEF-HIRE-DATE TO WS-ORIG-HIRE-DATE
071000         END-IF
071100         IF JRNL-ACTION-CHANGE
071200             PERFORM 2250-NOTE-AFTER-IMAGE
071300                 THRU 2250-NOTE-AFTER-IMAGE-EXIT
071400         ELSE
071500             MOVE VBEF-NAME TO WS-EMP-NAME
071600         END-IF
071700     END-IF.
071800
071900 2200-LOAD-JOURNAL-NEXT.
072000     PERFORM 2100-READ-NEXT-JOURNAL
072100         THRU 2100-READ-NEXT-JOURNAL-EXIT.
072200 2200-LOAD-JOURNAL-RECORD-EXIT.
072300     EXIT.
072400
072500*================================================================*
072600 2250-NOTE-AFTER-IMAGE.
072700*    THE LATEST NAME ON FILE, AND THE HIRE DATE IF NONE HAS
072800*    BEEN SEEN YET.  A REHIRE CARRIES THE ORIGINAL HIRE DATE.
072900*================================================================*
073000     MOVE VAFT-NAME TO WS-EMP-NAME
073100     IF WS-ORIG-HIRE-DATE = ZERO
073200         MOVE VAFT-HIRE-DATE TO WS-ORIG-HIRE-DATE
073300     END-IF.
073400 2250-NOTE-AFTER-IMAGE-EXIT.
073500     EXIT.
073600
073700*================================================================*
073800 2400-INSERT-EVENT.
073900*    SLOT WS-NEW-EVENT INTO THE TABLE IN RUN-ID AND SEQUENCE
074000*    ORDER.  JOURNAL RECORDS ALWAYS LAND AT THE END; ONLY A
074100*    TERMINATION FOUND SOLELY ON EMPTERM.DAT MAY NEED SLOTTING
074200*    IN AHEAD OF LATER ENTRIES.
074300*================================================================*
074400     IF WS-EVT-COUNT >= WS-EVT-MAX
074500         IF NOT EVENT-TABLE-FULL
074600             DISPLAY 'EMPVERIF: MORE THAN ' WS-EVT-MAX
074700                 ' HISTORY EVENTS FOR ' WS-EMP-ID-ARG
074800             MOVE 'Y' TO WS-EVT-FULL-SW
074900         END-IF
075000         GO TO 2400-INSERT-EVENT-EXIT
075100     END-IF
075200
075300     MOVE WS-EVT-COUNT TO WS-EVT-POS
075400     MOVE 'N' TO WS-SLOT-FOUND-SW
075500     PERFORM 2450-FIND-SLOT
075600         THRU 2450-FIND-SLOT-EXIT
075700         UNTIL WS-EVT-POS < 1
075800             OR SLOT-FOUND
076000     ADD 1 TO WS-EVT-POS
076100     ADD 1 TO WS-EVT-COUNT
076200     MOVE WS-NEW-DATE   TO VE-DATE (WS-EVT-POS)
076300     MOVE WS-NEW-RUN-ID TO VE-RUN-ID (WS-EVT-POS)
076400     MOVE WS-NEW-SEQ    TO VE-SEQ (WS-EVT-POS)
076500     MOVE WS-NEW-TYPE   TO VE-TYPE (WS-EVT-POS)
076550     MOVE WS-NEW-SOURCE TO VE-SOURCE (WS-EVT-POS)
076600     MOVE WS-NEW-BEFORE TO VE-BEFORE (WS-EVT-POS)
076700     MOVE WS-NEW-AFTER  TO VE-AFTER (WS-EVT-POS).
076800 2400-INSERT-EVENT-EXIT.
076900     EXIT.
077000
077100*================================================================*
077200 2450-FIND-SLOT.
077300*    WORKING UP FROM THE LAST ENTRY, STOP AT THE FIRST ONE NOT
077320*    LATER THAN THE NEW EVENT; EACH ENTRY LATER THAN IT MOVES
077340*    DOWN ONE PLACE.
077400*================================================================*
077410     IF VE-RUN-ID (WS-EVT-POS) < WS-NEW-RUN-ID
077420         OR (VE-RUN-ID (WS-EVT-POS) = WS-NEW-RUN-ID
077430             AND VE-SEQ (WS-EVT-POS) NOT > WS-NEW-SEQ)
077440         MOVE 'Y' TO WS-SLOT-FOUND-SW
077450         GO TO 2450-FIND-SLOT-EXIT
077460     END-IF
077500     COMPUTE WS-SHIFT-IDX = WS-EVT-POS + 1
077600     MOVE WS-EVT-ENTRY (WS-EVT-POS)
077700         TO WS-EVT-ENTRY (WS-SHIFT-IDX)
077750     SUBTRACT 1 FROM WS-EVT-POS.
077800 2450-FIND-SLOT-EXIT.
077900     EXIT.
078000
078100*================================================================*
078200 2500-LOAD-TERMINATIONS.
078300*    EVERY TERMINATION IS ON EMPTERM.DAT.  ONE THE JOURNAL
078400*    ALREADY HOLDS (A DELETE FROM THE SAME RUN) ADDS NOTHING;
078500*    ONE IT DOES NOT -- FROM BEFORE THE JOURNAL ON FILE BEGINS,
078600*    OR ON AN ARCHIVE THAT CANNOT BE READ -- IS ADDED AS A
078700*    TYPE T EVENT, ITS BEFORE-IMAGE BUILT FROM THE ARCHIVE ROW.
078800*================================================================*
078900     OPEN INPUT TERM-FILE
079000     IF NOT TERM-FILE-OK
079100         DISPLAY 'EMPVERIF: CANNOT OPEN EMPTERM.DAT, STATUS '
079200             WS-TERM-FILE-STATUS
079300         MOVE 'Y' TO WS-TERM-MISSING-SW
079400         GO TO 2500-LOAD-TERMINATIONS-EXIT
079500     END-IF
079600
079700     MOVE 'N' TO EOF-FLAG
079800     PERFORM 2550-LOAD-TERM-RECORD
079900         THRU 2550-LOAD-TERM-RECORD-EXIT
080000         UNTIL END-OF-FILE
080100     CLOSE TERM-FILE.
080200 2500-LOAD-TERMINATIONS-EXIT.
080300     EXIT.
080400
080500*================================================================*
080600 2550-LOAD-TERM-RECORD.
080700*================================================================*
080800     READ TERM-FILE
080900         AT END
081000             MOVE 'Y' TO EOF-FLAG
081100             GO TO 2550-LOAD-TERM-RECORD-EXIT
081200     END-READ
081300     IF TERM-EMP-ID NOT = WS-EMP-ID-ARG
081400         GO TO 2550-LOAD-TERM-RECORD-EXIT
081500     END-IF
081600     ADD 1 TO WS-TERM-RECORDS-FOUND
081700     IF WS-ORIG-HIRE-DATE = ZERO
081800         MOVE TERM-HIRE-DATE TO WS-ORIG-HIRE-DATE
081900     END-IF
082000     IF WS-EMP-NAME = SPACES
082100         MOVE TERM-EMP-NAME TO WS-EMP-NAME
082200     END-IF
082300
082400     MOVE 'N' TO WS-TERM-MATCHED-SW
082500     PERFORM 2560-MATCH-TERM-EVENT
082600         THRU 2560-MATCH-TERM-EVENT-EXIT
082700         VARYING WS-EVT-IDX FROM 1 BY 1
082800         UNTIL WS-EVT-IDX > WS-EVT-COUNT
082900             OR TERM-MATCHED
083000     IF TERM-MATCHED
083100         GO TO 2550-LOAD-TERM-RECORD-EXIT
083200     END-IF
083300
083400     MOVE SPACES TO VBEF-RECORD
083500     MOVE TERM-EMP-ID TO VBEF-ID
083600     MOVE TERM-EMP-NAME TO VBEF-NAME
083700     MOVE TERM-DEPT-CODE TO VBEF-DEPT-CODE
083800     MOVE TERM-HIRE-DATE TO VBEF-HIRE-DATE
083900     MOVE TERM-SALARY TO VBEF-SALARY
084000     MOVE TERM-DATE TO WS-NEW-DATE
084100     MOVE TERM-RUN-ID TO WS-NEW-RUN-ID
084200     MOVE 9999999 TO WS-NEW-SEQ
084300     MOVE 'T' TO WS-NEW-TYPE
084350     MOVE SPACE TO WS-NEW-SOURCE
084400     MOVE VBEF-RECORD TO WS-NEW-BEFORE
084500     MOVE SPACES TO WS-NEW-AFTER
084600     PERFORM 2400-INSERT-EVENT
084700         THRU 2400-INSERT-EVENT-EXIT.
084800 2550-LOAD-TERM-RECORD-EXIT.
084900     EXIT.
085000
085100*================================================================*
085200 2560-MATCH-TERM-EVENT.
085300*================================================================*
085400     IF VE-DELETE (WS-EVT-IDX)
085500         AND VE-RUN-ID (WS-EVT-IDX) = TERM-RUN-ID
085600         MOVE 'Y' TO WS-TERM-MATCHED-SW
085700     END-IF.
085800 2560-MATCH-TERM-EVENT-EXIT.
085900     EXIT.
086000
086100*================================================================*
086200 2700-LOAD-SNAPSHOTS.
086300*    EVERY SNAPSHOT DATE ON EMPHIST.DAT, AND THIS EMPLOYEE'S
086400*    ROWS.  EMPSNAP WRITES A WHOLE MONTH AT A TIME, SO A CHANGE
086500*    OF DATE IS A NEW SNAPSHOT.
086600*================================================================*
086700     OPEN INPUT HIST-FILE
086800     IF NOT HIST-FILE-OK
086900         DISPLAY 'EMPVERIF: CANNOT OPEN EMPHIST.DAT, STATUS '
087000             WS-HIST-FILE-STATUS
087100         MOVE 'Y' TO WS-HIST-MISSING-SW
087200         GO TO 2700-LOAD-SNAPSHOTS-EXIT
087300     END-IF
087400
087500     MOVE 'N' TO EOF-FLAG
087600     PERFORM 2750-LOAD-SNAPSHOT-RECORD
087700         THRU 2750-LOAD-SNAPSHOT-RECORD-EXIT
087800         UNTIL END-OF-FILE
087900     CLOSE HIST-FILE.
088000 2700-LOAD-SNAPSHOTS-EXIT.
088100     EXIT.
088200
088300*================================================================*
088400 2750-LOAD-SNAPSHOT-RECORD.
088500*================================================================*
088600     READ HIST-FILE
088700         AT END
088800             MOVE 'Y' TO EOF-FLAG
088900             GO TO 2750-LOAD-SNAPSHOT-RECORD-EXIT
089000     END-READ
089100
089200     IF HIST-SNAP-DATE NOT = WS-LAST-SNAP-DATE
089300         MOVE HIST-SNAP-DATE TO WS-LAST-SNAP-DATE
089400         IF WS-SNAP-COUNT < WS-SNAP-MAX
089500             ADD 1 TO WS-SNAP-COUNT
089600             MOVE HIST-SNAP-DATE TO WS-SNAP-DATE (WS-SNAP-COUNT)
089700         ELSE
089800             MOVE 'Y' TO WS-SNAP-FULL-SW
089900         END-IF
090000     END-IF
090100
090200     IF HIST-EMP-ID = WS-EMP-ID-ARG
090300         AND WS-ESNAP-COUNT < WS-SNAP-MAX
090400         ADD 1 TO WS-ESNAP-COUNT
090500         MOVE HIST-SNAP-DATE TO WS-ESNAP-DATE (WS-ESNAP-COUNT)
090600         MOVE HIST-DEPT-CODE TO WS-ESNAP-DEPT (WS-ESNAP-COUNT)
090700         MOVE HIST-SALARY TO WS-ESNAP-SALARY (WS-ESNAP-COUNT)
090800     END-IF.
090900 2750-LOAD-SNAPSHOT-RECORD-EXIT.
091000     EXIT.
091100
091200*================================================================*
091300 2900-FIND-CURRENT-VALUES.
091400*    THE CURRENT MASTER RECORD, IF THE EMPLOYEE IS ON FILE
091500*    TODAY; IT SUPPLIES TODAY'S VALUES AND THE NAME AND HIRE
091600*    DATE FOR THE STATEMENT HEADING.  THEN THE VALUES IN
091700*    EFFECT ON THE AS-OF DATE ARE WORKED OUT ONCE AND KEPT.
091800*================================================================*
091900     MOVE WS-EMP-ID-ARG TO EMP-ID
092000     READ EMP-FILE
092100         INVALID KEY
092200             CONTINUE
092300         NOT INVALID KEY
092400             MOVE 'Y' TO WS-MASTER-FOUND-SW
092500             MOVE EMP-RECORD TO VMST-RECORD
092600             MOVE EMP-NAME TO WS-EMP-NAME
092700             IF EMP-HIRE-DATE NOT = ZERO
092800                 MOVE EMP-HIRE-DATE TO WS-ORIG-HIRE-DATE
092900             END-IF
093000     END-READ
093100
093200     MOVE WS-AS-OF-DATE TO WS-TGT-DATE
093300     PERFORM 4000-SET-STATE-AT-DATE
093400         THRU 4000-SET-STATE-AT-DATE-EXIT
093500     MOVE WS-ST-RESULT TO WS-AS-RESULT
093600     MOVE WS-ST-BASIS TO WS-AS-BASIS
093700     MOVE VST-RECORD TO VAS-RECORD.
093800 2900-FIND-CURRENT-VALUES-EXIT.
093900     EXIT.
094000
094100*================================================================*
094200 3000-PRINT-HISTORY.
094300*    THE STATEMENT HEADING AND ONE OR MORE LINES PER EVENT, IN
094400*    DATE ORDER.  EVENTS AFTER THE AS-OF DATE ARE LISTED TOO,
094500*    MARKED AS SUCH, SO THE WHOLE HISTORY IS ON ONE PAGE SET.
094600*================================================================*
094700     PERFORM 5000-WRITE-REPORT-HEADERS
094800         THRU 5000-WRITE-REPORT-HEADERS-EXIT
094900
095000     MOVE 'EMPLOYMENT HISTORY' TO WS-PRINT-LINE
095100     PERFORM 5100-PRINT-LINE
095200         THRU 5100-PRINT-LINE-EXIT
095300     MOVE 'Y' TO WS-IN-HISTORY-SW
095400     PERFORM 5200-WRITE-COLUMN-HEADINGS
095500         THRU 5200-WRITE-COLUMN-HEADINGS-EXIT
095600
095700     IF WS-EVT-COUNT = ZERO
095800         MOVE '  NO JOURNALLED HISTORY FOR THIS EMP-ID'
095900             TO WS-PRINT-LINE
096000         PERFORM 5100-PRINT-LINE
096100             THRU 5100-PRINT-LINE-EXIT
096200     END-IF
096300     MOVE 'N' TO WS-PRIOR-TERM-SW
096400     PERFORM 3100-PRINT-EVENT
096500         THRU 3100-PRINT-EVENT-EXIT
096600         VARYING WS-EVT-IDX FROM 1 BY 1
096700         UNTIL WS-EVT-IDX > WS-EVT-COUNT
096800     MOVE 'N' TO WS-IN-HISTORY-SW.
096900 3000-PRINT-HISTORY-EXIT.
097000     EXIT.
097100
097200*================================================================*
097300 3100-PRINT-EVENT.
097360*    AN ADD IS A HIRE, OR A REHIRE ONCE A TERMINATION HAS BEEN
097420*    SEEN; A REHIRE IS ALWAYS A REHIRE.  A CHANGE PRINTS A LINE
097480*    FOR EACH VERIFIED FIELD IT MOVED: DEPARTMENT, SALARY, NAME,
097540*    AND HIRE DATE.  AN EMPBKOUT REVERSAL IS NEITHER; IT IS
097600*    PRINTED AS WHAT IT UNDID.
097700*================================================================*
097800     MOVE VE-BEFORE (WS-EVT-IDX) TO VBEF-RECORD
097900     MOVE VE-AFTER (WS-EVT-IDX) TO VAFT-RECORD
098000     MOVE ZERO TO WS-EVENT-LINES
098100
098200     EVALUATE TRUE
098220         WHEN VE-BACKOUT (WS-EVT-IDX)
098240             PERFORM 3150-PRINT-BACKOUT-EVENT
098260                 THRU 3150-PRINT-BACKOUT-EVENT-EXIT
098340         WHEN VE-ONTO-FILE (WS-EVT-IDX)
098420             IF VE-REHIRE (WS-EVT-IDX) OR PRIOR-TERM-SEEN
098500                 MOVE 'REHIRED' TO WS-EVENT-NAME
098600             ELSE
098700                 MOVE 'HIRED' TO WS-EVENT-NAME
098800             END-IF
098900             MOVE VAFT-HIRE-DATE TO WS-FMT-DATE
099000             PERFORM 7900-FORMAT-DATE
099100                 THRU 7900-FORMAT-DATE-EXIT
099200             MOVE SPACES TO WS-EVENT-DETAIL
099300             STRING 'HIRE DATE ' WS-FMT-DATE-ED
099400                 DELIMITED BY SIZE
099500                 INTO WS-EVENT-DETAIL
099600             END-STRING
099700             MOVE VAFT-DEPT-CODE TO WS-EVENT-DEPT
099800             MOVE VAFT-SALARY TO WS-EVENT-SALARY
099900             PERFORM 3200-PRINT-EVENT-LINE
100000                 THRU 3200-PRINT-EVENT-LINE-EXIT
100100         WHEN VE-LEAVES-FILE (WS-EVT-IDX)
100200             MOVE 'TERMINATED' TO WS-EVENT-NAME
100300             IF VE-TERM-ONLY (WS-EVT-IDX)
100400                 MOVE 'FROM EMPTERM.DAT; NOT ON THE JOURNAL READ'
100500                     TO WS-EVENT-DETAIL
100600             ELSE
100700                 MOVE 'LAST VALUES BEFORE TERMINATION'
100800                     TO WS-EVENT-DETAIL
100900             END-IF
101000             MOVE VBEF-DEPT-CODE TO WS-EVENT-DEPT
101100             MOVE VBEF-SALARY TO WS-EVENT-SALARY
101200             PERFORM 3200-PRINT-EVENT-LINE
101300                 THRU 3200-PRINT-EVENT-LINE-EXIT
101400             MOVE 'Y' TO WS-PRIOR-TERM-SW
101500         WHEN OTHER
101600             PERFORM 3300-PRINT-CHANGE-LINES
101700                 THRU 3300-PRINT-CHANGE-LINES-EXIT
101800     END-EVALUATE.
101900 3100-PRINT-EVENT-EXIT.
102000     EXIT.
102100
102103*================================================================*
102106 3150-PRINT-BACKOUT-EVENT.
102109*    A REVERSED ADD TAKES THE EMPLOYEE BACK OFF FILE; A REVERSED
102112*    DELETE PUTS THE RECORD BACK, SO THE TERMINATION IT UNDID NO
102115*    LONGER MAKES A LATER ADD A REHIRE; A REVERSED CHANGE PUTS
102118*    THE EARLIER VALUES BACK.
102121*================================================================*
102124     MOVE 'BACKED OUT' TO WS-EVENT-NAME
102127     EVALUATE TRUE
102130         WHEN VE-DELETE (WS-EVT-IDX)
102133             MOVE 'HIRE REVERSED BY EMPBKOUT; RECORD REMOVED'
102136                 TO WS-EVENT-DETAIL
102139             MOVE VBEF-DEPT-CODE TO WS-EVENT-DEPT
102142             MOVE VBEF-SALARY TO WS-EVENT-SALARY
102145         WHEN VE-ADD (WS-EVT-IDX)
102148             MOVE 'DELETE REVERSED BY EMPBKOUT; RECORD RESTORED'
102151                 TO WS-EVENT-DETAIL
102154             MOVE VAFT-DEPT-CODE TO WS-EVENT-DEPT
102157             MOVE VAFT-SALARY TO WS-EVENT-SALARY
102160             MOVE 'N' TO WS-PRIOR-TERM-SW
102163         WHEN OTHER
102166             MOVE 'CHANGE REVERSED BY EMPBKOUT'
102169                 TO WS-EVENT-DETAIL
102172             MOVE VAFT-DEPT-CODE TO WS-EVENT-DEPT
102175             MOVE VAFT-SALARY TO WS-EVENT-SALARY
102178     END-EVALUATE
102181     PERFORM 3200-PRINT-EVENT-LINE
102184         THRU 3200-PRINT-EVENT-LINE-EXIT.
102187 3150-PRINT-BACKOUT-EVENT-EXIT.
102190     EXIT.
102193
102200*================================================================*
102300 3200-PRINT-EVENT-LINE.
102400*    DATE, RUN-ID, EVENT, DEPARTMENT AND SALARY AFTER THE EVENT,
102500*    AND THE DETAIL.  ONLY THE FIRST LINE OF AN EVENT CARRIES
102600*    THE DATE AND RUN-ID.
102700*================================================================*
102800     MOVE SPACES TO WS-DATE-ED-1
102900     IF WS-EVENT-LINES = ZERO
103000         MOVE VE-DATE (WS-EVT-IDX) TO WS-FMT-DATE
103100         PERFORM 7900-FORMAT-DATE
103200             THRU 7900-FORMAT-DATE-EXIT
103300         MOVE WS-FMT-DATE-ED TO WS-DATE-ED-1
103400     END-IF
103500     MOVE WS-EVENT-SALARY TO WS-SAL-ED-1
103600     IF WS-EVENT-LINES = ZERO
103700         STRING WS-DATE-ED-1           DELIMITED BY SIZE
103800                 '  '                  DELIMITED BY SIZE
103900                 VE-RUN-ID (WS-EVT-IDX)
104000                                       DELIMITED BY SIZE
104100                 '  '                  DELIMITED BY SIZE
104200             INTO WS-PRINT-LINE
104300         END-STRING
104400     END-IF
104500     MOVE WS-EVENT-NAME TO WS-PRINT-LINE(29:10)
104600     MOVE WS-EVENT-DEPT TO WS-PRINT-LINE(41:4)
104700     MOVE WS-SAL-ED-1 TO WS-PRINT-LINE(47:12)
104800     MOVE WS-EVENT-DETAIL TO WS-PRINT-LINE(61:50)
104900     IF VE-DATE (WS-EVT-IDX) > WS-AS-OF-DATE
105000         MOVE '(AFTER AS-OF DATE)' TO WS-PRINT-LINE(112:18)
105100     END-IF
105200     PERFORM 5100-PRINT-LINE
105300         THRU 5100-PRINT-LINE-EXIT
105400     ADD 1 TO WS-EVENT-LINES.
105500 3200-PRINT-EVENT-LINE-EXIT.
105600     EXIT.
105700
105800*================================================================*
105900 3300-PRINT-CHANGE-LINES.
106000*================================================================*
106100     MOVE VAFT-DEPT-CODE TO WS-EVENT-DEPT
106200     MOVE VAFT-SALARY TO WS-EVENT-SALARY
106300
106400     IF VBEF-DEPT-CODE NOT = VAFT-DEPT-CODE
106500         MOVE 'TRANSFER' TO WS-EVENT-NAME
106600         MOVE SPACES TO WS-EVENT-DETAIL
106700         STRING 'DEPARTMENT ' VBEF-DEPT-CODE ' -> '
106800                 VAFT-DEPT-CODE
106900             DELIMITED BY SIZE
107000             INTO WS-EVENT-DETAIL
107100         END-STRING
107200         PERFORM 3200-PRINT-EVENT-LINE
107300             THRU 3200-PRINT-EVENT-LINE-EXIT
107400     END-IF
107500     IF VBEF-SALARY NOT = VAFT-SALARY
107600         MOVE 'SALARY' TO WS-EVENT-NAME
107700         MOVE VBEF-SALARY TO WS-SAL-ED-2
107800         MOVE SPACES TO WS-EVENT-DETAIL
107900         STRING 'PREVIOUS SALARY' WS-SAL-ED-2
108000             DELIMITED BY SIZE
108100             INTO WS-EVENT-DETAIL
108200         END-STRING
108300         PERFORM 3200-PRINT-EVENT-LINE
108400             THRU 3200-PRINT-EVENT-LINE-EXIT
108500     END-IF
108600     IF VBEF-NAME NOT = VAFT-NAME
108700         MOVE 'NAME' TO WS-EVENT-NAME
108800         MOVE SPACES TO WS-EVENT-DETAIL
108900         STRING 'FORMERLY ' VBEF-NAME
109000             DELIMITED BY SIZE
109100             INTO WS-EVENT-DETAIL
109200         END-STRING
109300         PERFORM 3200-PRINT-EVENT-LINE
109400             THRU 3200-PRINT-EVENT-LINE-EXIT
109500     END-IF
109600     IF VBEF-HIRE-DATE NOT = VAFT-HIRE-DATE
109700         MOVE 'HIRE DATE' TO WS-EVENT-NAME
109800         MOVE VBEF-HIRE-DATE TO WS-FMT-DATE
109900         PERFORM 7900-FORMAT-DATE
110000             THRU 7900-FORMAT-DATE-EXIT
110100         MOVE WS-FMT-DATE-ED TO WS-DATE-ED-2
110200         MOVE VAFT-HIRE-DATE TO WS-FMT-DATE
110300         PERFORM 7900-FORMAT-DATE
110400             THRU 7900-FORMAT-DATE-EXIT
110500         MOVE SPACES TO WS-EVENT-DETAIL
110600         STRING 'CORRECTED ' WS-DATE-ED-2 ' -> '
110700                 WS-FMT-DATE-ED
110800             DELIMITED BY SIZE
110900             INTO WS-EVENT-DETAIL
111000         END-STRING
111100         PERFORM 3200-PRINT-EVENT-LINE
111200             THRU 3200-PRINT-EVENT-LINE-EXIT
111300     END-IF
111400
111500*    A CHANGE THAT MOVED NONE OF THE VERIFIED FIELDS STILL
111600*    GETS ITS LINE, SO EVERY JOURNAL RECORD IS ACCOUNTED FOR.
111700     IF WS-EVENT-LINES = ZERO
111800         MOVE 'CHANGE' TO WS-EVENT-NAME
111900         MOVE 'NO CHANGE TO A VERIFIED FIELD'
112000             TO WS-EVENT-DETAIL
112100         PERFORM 3200-PRINT-EVENT-LINE
112200             THRU 3200-PRINT-EVENT-LINE-EXIT
112300     END-IF.
112400 3300-PRINT-CHANGE-LINES-EXIT.
112500     EXIT.
112600
112700*================================================================*
112800 4000-SET-STATE-AT-DATE.
112900*    THE VALUES IN EFFECT ON WS-TGT-DATE, INTO VST-RECORD, WITH
113000*    THE RESULT IN WS-ST-RESULT AND WHAT PROVES IT IN
113100*    WS-ST-BASIS.  A CHANGE TAKES EFFECT ON ITS RUN DATE.
113200*    THE RULES, IN ORDER:
113300*      TODAY: THE MASTER, OR THE LAST TERMINATION IF OFF FILE.
113400*      BEFORE THE ORIGINAL HIRE DATE: NOT YET HIRED.
113500*      AN EVENT ON OR BEFORE THE DATE: ITS AFTER-IMAGE, OR
113600*        TERMINATED IF IT TOOK THE EMPLOYEE OFF FILE (REMOVED,
113650*        IF THAT WAS AN EMPBKOUT REVERSAL OF AN ADD).
113700*      OTHERWISE, BEFORE THE COVER DATE: NOT DETERMINABLE.
113800*      OTHERWISE THE FIRST LATER EVENT'S BEFORE-IMAGE (NOTHING
113900*        CHANGED BETWEEN THE COVER DATE AND IT), OR, FOR A
113960*        FIRST HIRE KEYED AFTER ITS HIRE DATE, ITS AFTER-IMAGE,
114020*        OR NOT DETERMINABLE IF IT IS A REHIRE.
114100*      NO EVENTS AT ALL: THE MASTER, UNCHANGED SINCE THE COVER
114200*        DATE, OR NOT ON FILE.
114300*================================================================*
114400     MOVE SPACES TO VST-RECORD
114500     MOVE SPACES TO WS-ST-BASIS
114600     MOVE 'U' TO WS-ST-RESULT
114700
114800     IF WS-TGT-DATE NOT < WS-RUN-DATE
114900         PERFORM 4100-FIND-LAST-EVENT
115000             THRU 4100-FIND-LAST-EVENT-EXIT
115100         EVALUATE TRUE
115200             WHEN MASTER-FOUND
115300                 MOVE 'A' TO WS-ST-RESULT
115400                 MOVE VMST-RECORD TO VST-RECORD
115500                 MOVE 'CURRENT EMPLOYEE MASTER RECORD'
115600                     TO WS-ST-BASIS
115610             WHEN WS-ST-LAST-IDX > ZERO
115620                 AND VE-LEAVES-FILE (WS-ST-LAST-IDX)
115630                 AND VE-BACKOUT (WS-ST-LAST-IDX)
115640                 MOVE 'V' TO WS-ST-RESULT
115650                 MOVE VE-RUN-ID (WS-ST-LAST-IDX) TO WS-ST-RUN-ID
115660                 STRING 'EMPBKOUT REVERSAL, RUN ' WS-ST-RUN-ID
115670                     DELIMITED BY SIZE
115680                     INTO WS-ST-BASIS
115690                 END-STRING
115700             WHEN WS-ST-LAST-IDX > ZERO
115800                 AND VE-LEAVES-FILE (WS-ST-LAST-IDX)
115900                 MOVE 'T' TO WS-ST-RESULT
116000                 MOVE VE-BEFORE (WS-ST-LAST-IDX) TO VST-RECORD
116100                 MOVE VE-RUN-ID (WS-ST-LAST-IDX) TO WS-ST-RUN-ID
116200                 STRING 'TERMINATION, RUN ' WS-ST-RUN-ID
116300                     DELIMITED BY SIZE
116400                     INTO WS-ST-BASIS
116500                 END-STRING
116600             WHEN OTHER
116700                 MOVE 'O' TO WS-ST-RESULT
116800         END-EVALUATE
116900         GO TO 4000-SET-STATE-AT-DATE-EXIT
117000     END-IF
117100
117200     IF WS-ORIG-HIRE-DATE NOT = ZERO
117300         AND WS-TGT-DATE < WS-ORIG-HIRE-DATE
117400         MOVE 'N' TO WS-ST-RESULT
117500         MOVE 'ORIGINAL HIRE DATE IS LATER' TO WS-ST-BASIS
117600         GO TO 4000-SET-STATE-AT-DATE-EXIT
117700     END-IF
117800     IF EVENT-TABLE-FULL
117900         MOVE 'HISTORY TOO LONG TO REBUILD' TO WS-ST-BASIS
118000         GO TO 4000-SET-STATE-AT-DATE-EXIT
118100     END-IF
118200
118300     PERFORM 4100-FIND-LAST-EVENT
118400         THRU 4100-FIND-LAST-EVENT-EXIT
118500     IF WS-ST-LAST-IDX > ZERO
118600         MOVE VE-RUN-ID (WS-ST-LAST-IDX) TO WS-ST-RUN-ID
118610         IF VE-LEAVES-FILE (WS-ST-LAST-IDX)
118620             AND VE-BACKOUT (WS-ST-LAST-IDX)
118630             MOVE 'V' TO WS-ST-RESULT
118640             STRING 'EMPBKOUT REVERSAL, RUN ' WS-ST-RUN-ID
118650                 DELIMITED BY SIZE
118660                 INTO WS-ST-BASIS
118670             END-STRING
118680             GO TO 4000-SET-STATE-AT-DATE-EXIT
118690         END-IF
118700         IF VE-LEAVES-FILE (WS-ST-LAST-IDX)
118800             MOVE 'T' TO WS-ST-RESULT
118900             MOVE VE-BEFORE (WS-ST-LAST-IDX) TO VST-RECORD
119000             STRING 'TERMINATION, RUN ' WS-ST-RUN-ID
119100                 DELIMITED BY SIZE
119200                 INTO WS-ST-BASIS
119300             END-STRING
119400         ELSE
119500             MOVE 'A' TO WS-ST-RESULT
119600             MOVE VE-AFTER (WS-ST-LAST-IDX) TO VST-RECORD
119700             STRING 'JOURNAL AFTER-IMAGE, RUN ' WS-ST-RUN-ID
119800                 DELIMITED BY SIZE
119900                 INTO WS-ST-BASIS
120000             END-STRING
120100         END-IF
120200         GO TO 4000-SET-STATE-AT-DATE-EXIT
120300     END-IF
120400
120500     IF WS-TGT-DATE < WS-COVER-DATE
120600         MOVE 'EARLIER THAN THE JOURNAL ON FILE' TO WS-ST-BASIS
120700         GO TO 4000-SET-STATE-AT-DATE-EXIT
120800     END-IF
120900
121000     IF WS-EVT-COUNT > ZERO
121100         MOVE VE-RUN-ID (1) TO WS-ST-RUN-ID
121200         MOVE 'A' TO WS-ST-RESULT
121208*        A REHIRE AS THE FIRST EVENT MEANS THE EMPLOYEE WAS OFF
121216*        FILE UNTIL IT, TERMINATED BEFORE THE JOURNAL BEGAN, SO
121224*        THERE ARE NO VALUES ON HAND TO STATE FOR THE DATE.
121232         IF VE-REHIRE (1)
121240             MOVE 'U' TO WS-ST-RESULT
121248             STRING 'OFF FILE UNTIL THE REHIRE, RUN ' WS-ST-RUN-ID
121256                 DELIMITED BY SIZE
121264                 INTO WS-ST-BASIS
121272             END-STRING
121280             GO TO 4000-SET-STATE-AT-DATE-EXIT
121288         END-IF
121300         IF VE-ADD (1)
121400             MOVE VE-AFTER (1) TO VST-RECORD
121500             STRING 'HIRE DATE ON THE ADD, RUN ' WS-ST-RUN-ID
121600                 DELIMITED BY SIZE
121700                 INTO WS-ST-BASIS
121800             END-STRING
121900         ELSE
122000             MOVE VE-BEFORE (1) TO VST-RECORD
122100             STRING 'JOURNAL BEFORE-IMAGE, RUN ' WS-ST-RUN-ID
122200                 DELIMITED BY SIZE
122300                 INTO WS-ST-BASIS
122400             END-STRING
122500         END-IF
122600         GO TO 4000-SET-STATE-AT-DATE-EXIT
122700     END-IF
122800
122900     IF MASTER-FOUND
123000         MOVE 'A' TO WS-ST-RESULT
123100         MOVE VMST-RECORD TO VST-RECORD
123200         MOVE 'EMPLOYEE MASTER, UNCHANGED SINCE THE JOURNAL BEGAN'
123300             TO WS-ST-BASIS
123400     ELSE
123500         MOVE 'O' TO WS-ST-RESULT
123600     END-IF.
123700 4000-SET-STATE-AT-DATE-EXIT.
123800     EXIT.
123900
124000*================================================================*
124100 4100-FIND-LAST-EVENT.
124200*    WS-ST-LAST-IDX := THE LAST EVENT DATED ON OR BEFORE THE
124300*    TARGET DATE, OR ZERO.  THE TABLE IS IN DATE ORDER.
124400*================================================================*
124500     MOVE ZERO TO WS-ST-LAST-IDX
124600     PERFORM 4150-CHECK-EVENT-DATE
124700         THRU 4150-CHECK-EVENT-DATE-EXIT
124800         VARYING WS-EVT-POS FROM 1 BY 1
124900         UNTIL WS-EVT-POS > WS-EVT-COUNT
125000             OR VE-DATE (WS-EVT-POS) > WS-TGT-DATE.
125100 4100-FIND-LAST-EVENT-EXIT.
125200     EXIT.
125300
125400*================================================================*
125500 4150-CHECK-EVENT-DATE.
125600*================================================================*
125700     MOVE WS-EVT-POS TO WS-ST-LAST-IDX.
125800 4150-CHECK-EVENT-DATE-EXIT.
125900     EXIT.
126000
126100*================================================================*
126200 4500-FIND-EMP-SNAPSHOT.
126300*    IS THIS EMPLOYEE ON THE SNAPSHOT DATED WS-TGT-DATE?
126400*================================================================*
126500     MOVE 'N' TO WS-ESNAP-FOUND-SW
126600     MOVE ZERO TO WS-ESNAP-HIT
126700     PERFORM 4550-CHECK-EMP-SNAPSHOT
126800         THRU 4550-CHECK-EMP-SNAPSHOT-EXIT
126900         VARYING WS-ESNAP-IDX FROM 1 BY 1
127000         UNTIL WS-ESNAP-IDX > WS-ESNAP-COUNT
127100             OR ESNAP-FOUND.
127200 4500-FIND-EMP-SNAPSHOT-EXIT.
127300     EXIT.
127400
127500*================================================================*
127600 4550-CHECK-EMP-SNAPSHOT.
127700*================================================================*
127800     IF WS-ESNAP-DATE (WS-ESNAP-IDX) = WS-TGT-DATE
127900         MOVE 'Y' TO WS-ESNAP-FOUND-SW
128000         MOVE WS-ESNAP-IDX TO WS-ESNAP-HIT
128100     END-IF.
128200 4550-CHECK-EMP-SNAPSHOT-EXIT.
128300     EXIT.
128400
128500*================================================================*
128600 5000-WRITE-REPORT-HEADERS.
128700*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER) AND THE
128800*    EMPLOYEE AND AS-OF DATE, SAME STYLE AS THE MASTER LISTING
128900*    HEADERS; THE HISTORY COLUMN HEADINGS REPEAT ON A PAGE THAT
129000*    BREAKS INSIDE THE HISTORY.
129100*================================================================*
129200     ADD 1 TO WS-PAGE-COUNT
129300     MOVE ZERO TO WS-LINE-COUNT
129400
129500     MOVE SPACES TO REPORT-RECORD
129600     STRING 'EMPLOYMENT VERIFICATION STATEMENT'
129700                                       DELIMITED BY SIZE
129800             '     RUN DATE: '         DELIMITED BY SIZE
129900             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
130000                                       DELIMITED BY SIZE
130100             '     PAGE: '             DELIMITED BY SIZE
130200             WS-PAGE-COUNT             DELIMITED BY SIZE
130300         INTO REPORT-RECORD
130400     END-STRING
130500     IF WS-PAGE-COUNT = 1
130600         WRITE REPORT-RECORD
130700     ELSE
130800         WRITE REPORT-RECORD AFTER ADVANCING PAGE
130900     END-IF
131000
131100     MOVE WS-AS-OF-DATE TO WS-FMT-DATE
131200     PERFORM 7900-FORMAT-DATE
131300         THRU 7900-FORMAT-DATE-EXIT
131400     MOVE SPACES TO REPORT-RECORD
131500     STRING 'EMP-ID '                  DELIMITED BY SIZE
131600             WS-EMP-ID-ARG             DELIMITED BY SIZE
131700             '  '                      DELIMITED BY SIZE
131800             WS-EMP-NAME               DELIMITED BY SIZE
131900             '  AS OF '                DELIMITED BY SIZE
132000             WS-FMT-DATE-ED            DELIMITED BY SIZE
132100         INTO REPORT-RECORD
132200     END-STRING
132300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
132400     ADD 2 TO WS-LINE-COUNT
132500     MOVE 2 TO WS-ADVANCE
132600
132700     IF IN-HISTORY
132800         PERFORM 5200-WRITE-COLUMN-HEADINGS
132900             THRU 5200-WRITE-COLUMN-HEADINGS-EXIT
133000     END-IF.
133100 5000-WRITE-REPORT-HEADERS-EXIT.
133200     EXIT.
133300
133400*================================================================*
133500 5100-PRINT-LINE.
133600*    WRITE WS-PRINT-LINE AFTER WS-ADVANCE LINES, STARTING A NEW
133700*    PAGE FIRST IF THIS ONE IS FULL.
133800*================================================================*
133900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
134000         MOVE WS-PRINT-LINE TO REPORT-RECORD
134100         PERFORM 5000-WRITE-REPORT-HEADERS
134200             THRU 5000-WRITE-REPORT-HEADERS-EXIT
134300         MOVE REPORT-RECORD TO WS-PRINT-LINE
134400     END-IF
134500     MOVE WS-PRINT-LINE TO REPORT-RECORD
134600     WRITE REPORT-RECORD AFTER ADVANCING WS-ADVANCE LINES
134700     ADD WS-ADVANCE TO WS-LINE-COUNT
134800     MOVE 1 TO WS-ADVANCE
134900     MOVE SPACES TO WS-PRINT-LINE.
135000 5100-PRINT-LINE-EXIT.
135100     EXIT.
135200
135300*================================================================*
135400 5200-WRITE-COLUMN-HEADINGS.
135500*================================================================*
135600     MOVE SPACES TO REPORT-RECORD
135700     STRING 'DATE        RUN-ID          EVENT       DEPT  '
135800             DELIMITED BY SIZE
135900             '      SALARY  DETAIL'
136000             DELIMITED BY SIZE
136100         INTO REPORT-RECORD
136200     END-STRING
136300     WRITE REPORT-RECORD AFTER ADVANCING WS-ADVANCE LINES
136400
136500     MOVE SPACES TO REPORT-RECORD
136600     STRING '----------  --------------  ----------  ----  '
136700             DELIMITED BY SIZE
136800             '------------  ------------------------------'
136900             DELIMITED BY SIZE
137000         INTO REPORT-RECORD
137100     END-STRING
137200     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
137300     ADD WS-ADVANCE TO WS-LINE-COUNT
137400     ADD 1 TO WS-LINE-COUNT
137500     MOVE 1 TO WS-ADVANCE.
137600 5200-WRITE-COLUMN-HEADINGS-EXIT.
137700     EXIT.
137800
137900*================================================================*
138000 6000-PRINT-AS-OF-VALUES.
138100*    THE VALUES IN EFFECT ON THE AS-OF DATE, WHAT THEY REST ON,
138200*    AND WHETHER THE LATEST MONTH-END SNAPSHOT ON OR BEFORE THAT
138300*    DATE AGREES.  WHEN THEY CANNOT BE DETERMINED THE SNAPSHOT
138400*    IS SHOWN FOR REFERENCE ONLY, CLEARLY NOT AS THE ANSWER.
138500*================================================================*
138600     MOVE WS-AS-OF-DATE TO WS-FMT-DATE
138700     PERFORM 7900-FORMAT-DATE
138800         THRU 7900-FORMAT-DATE-EXIT
138900     MOVE 2 TO WS-ADVANCE
139000     STRING 'VALUES IN EFFECT ON ' WS-FMT-DATE-ED
139100         DELIMITED BY SIZE
139200         INTO WS-PRINT-LINE
139300     END-STRING
139400     PERFORM 5100-PRINT-LINE
139500         THRU 5100-PRINT-LINE-EXIT
139600
139700     MOVE '  EMPLOYMENT STATUS    ' TO WS-PRINT-LINE
139800     EVALUATE TRUE
139900         WHEN AS-ACTIVE
140000             MOVE 'ACTIVE' TO WS-PRINT-LINE(24:)
140100         WHEN AS-TERMINATED
140200             MOVE 'NOT EMPLOYED (TERMINATED)'
140300                 TO WS-PRINT-LINE(24:)
140320         WHEN AS-REVERSED
140340             MOVE 'NOT EMPLOYED (RECORD REMOVED BY EMPBKOUT)'
140360                 TO WS-PRINT-LINE(24:)
140400         WHEN AS-NOT-YET-HIRED
140500             MOVE 'NOT YET HIRED' TO WS-PRINT-LINE(24:)
140600         WHEN AS-NOT-ON-FILE
140700             MOVE 'NO RECORD OF THIS EMP-ID ON ANY FILE'
140800                 TO WS-PRINT-LINE(24:)
140900         WHEN OTHER
141000             MOVE 'NOT DETERMINABLE FROM THE FILES ON HAND'
141100                 TO WS-PRINT-LINE(24:)
141200     END-EVALUATE
141300     PERFORM 5100-PRINT-LINE
141400         THRU 5100-PRINT-LINE-EXIT
141500
141600     MOVE WS-ORIG-HIRE-DATE TO WS-FMT-DATE
141700     PERFORM 7900-FORMAT-DATE
141800         THRU 7900-FORMAT-DATE-EXIT
141900     STRING '  ORIGINAL HIRE DATE   ' WS-FMT-DATE-ED
142000         DELIMITED BY SIZE
142100         INTO WS-PRINT-LINE
142200     END-STRING
142300     PERFORM 5100-PRINT-LINE
142400         THRU 5100-PRINT-LINE-EXIT
142500
142600     IF AS-ACTIVE OR AS-TERMINATED
142700         PERFORM 6100-PRINT-AS-OF-DETAIL
142800             THRU 6100-PRINT-AS-OF-DETAIL-EXIT
142900     END-IF
143000     IF WS-AS-BASIS NOT = SPACES
143100         STRING '  BASIS                ' WS-AS-BASIS
143200             DELIMITED BY SIZE
143300             INTO WS-PRINT-LINE
143400         END-STRING
143500         PERFORM 5100-PRINT-LINE
143600             THRU 5100-PRINT-LINE-EXIT
143700     END-IF
143800
143900     PERFORM 6200-PRINT-CONFIRMATION
144000         THRU 6200-PRINT-CONFIRMATION-EXIT.
144100 6000-PRINT-AS-OF-VALUES-EXIT.
144200     EXIT.
144300
144400*================================================================*
144500 6100-PRINT-AS-OF-DETAIL.
144600*    FOR A TERMINATED EMPLOYEE THESE ARE THE LAST VALUES HELD.
144700*================================================================*
144800     IF AS-TERMINATED
144900         MOVE '  (LAST VALUES HELD BEFORE TERMINATION)'
145000             TO WS-PRINT-LINE
145100         PERFORM 5100-PRINT-LINE
145200             THRU 5100-PRINT-LINE-EXIT
145300     END-IF
145400     STRING '  NAME                 ' VAS-NAME
145500         DELIMITED BY SIZE
145600         INTO WS-PRINT-LINE
145700     END-STRING
145800     PERFORM 5100-PRINT-LINE
145900         THRU 5100-PRINT-LINE-EXIT
146000     STRING '  DEPARTMENT           ' VAS-DEPT-CODE
146100         DELIMITED BY SIZE
146200         INTO WS-PRINT-LINE
146300     END-STRING
146400     PERFORM 5100-PRINT-LINE
146500         THRU 5100-PRINT-LINE-EXIT
146600     MOVE VAS-SALARY TO WS-SAL-ED-1
146700     STRING '  ANNUAL SALARY        ' WS-SAL-ED-1
146800         DELIMITED BY SIZE
146900         INTO WS-PRINT-LINE
147000     END-STRING
147100     PERFORM 5100-PRINT-LINE
147200         THRU 5100-PRINT-LINE-EXIT.
147300 6100-PRINT-AS-OF-DETAIL-EXIT.
147400     EXIT.
147500
147600*================================================================*
147700 6200-PRINT-CONFIRMATION.
147800*    THE LATEST SNAPSHOT DATED ON OR BEFORE THE AS-OF DATE.
147900*================================================================*
148000     MOVE ZERO TO WS-CONFIRM-DATE
148100     PERFORM 6250-CHECK-SNAPSHOT-DATE
148200         THRU 6250-CHECK-SNAPSHOT-DATE-EXIT
148300         VARYING WS-SNAP-IDX FROM 1 BY 1
148400         UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
148500             OR WS-SNAP-DATE (WS-SNAP-IDX) > WS-AS-OF-DATE
148600     IF WS-CONFIRM-DATE = ZERO
148700         MOVE '  MONTH-END SNAPSHOT   NONE ON FILE ON OR BEFORE '
148800             TO WS-PRINT-LINE
148900         MOVE 'THE AS-OF DATE' TO WS-PRINT-LINE(51:)
149000         PERFORM 5100-PRINT-LINE
149100             THRU 5100-PRINT-LINE-EXIT
149200         GO TO 6200-PRINT-CONFIRMATION-EXIT
149300     END-IF
149400
149500     MOVE WS-CONFIRM-DATE TO WS-TGT-DATE
149600     PERFORM 4500-FIND-EMP-SNAPSHOT
149700         THRU 4500-FIND-EMP-SNAPSHOT-EXIT
149800     MOVE WS-CONFIRM-DATE TO WS-FMT-DATE
149900     PERFORM 7900-FORMAT-DATE
150000         THRU 7900-FORMAT-DATE-EXIT
150100
150200     IF AS-UNKNOWN
150300         IF ESNAP-FOUND
150400             MOVE WS-ESNAP-SALARY (WS-ESNAP-HIT) TO WS-SAL-ED-1
150500             STRING '  MONTH-END SNAPSHOT   ' WS-FMT-DATE-ED
150600                     ' SHOWED DEPARTMENT '
150700                     WS-ESNAP-DEPT (WS-ESNAP-HIT)
150800                     ' SALARY ' WS-SAL-ED-1
150900                     ' (FOR REFERENCE; NOT THE AS-OF VALUE)'
151000                 DELIMITED BY SIZE
151100                 INTO WS-PRINT-LINE
151200             END-STRING
151300         ELSE
151400             STRING '  MONTH-END SNAPSHOT   ' WS-FMT-DATE-ED
151500                     ' DOES NOT LIST THIS EMP-ID'
151600                 DELIMITED BY SIZE
151700                 INTO WS-PRINT-LINE
151800             END-STRING
151900         END-IF
152000         PERFORM 5100-PRINT-LINE
152100             THRU 5100-PRINT-LINE-EXIT
152200         GO TO 6200-PRINT-CONFIRMATION-EXIT
152300     END-IF
152400
152500     PERFORM 7300-CHECK-ONE-SNAPSHOT
152600         THRU 7300-CHECK-ONE-SNAPSHOT-EXIT
152700     EVALUATE TRUE
152710         WHEN CONFIRM-DISAGREES
152800             STRING '  MONTH-END SNAPSHOT   *** ' WS-FMT-DATE-ED
152900                     ' DISAGREES WITH THE JOURNAL; SEE RECORD '
153000                     'LIMITATIONS ***'
153100                 DELIMITED BY SIZE
153200                 INTO WS-PRINT-LINE
153300             END-STRING
153400         WHEN CONFIRM-AGREES
153500             STRING '  MONTH-END SNAPSHOT   ' WS-FMT-DATE-ED
153600                     ' AGREES WITH THE JOURNAL'
153700                 DELIMITED BY SIZE
153800                 INTO WS-PRINT-LINE
153900             END-STRING
153910         WHEN OTHER
153920             STRING '  MONTH-END SNAPSHOT   ' WS-FMT-DATE-ED
153930                     ' NOT CHECKED; THE JOURNAL DOES NOT COVER '
153940                     'THAT DATE'
153950                 DELIMITED BY SIZE
153960                 INTO WS-PRINT-LINE
153970             END-STRING
154000     END-EVALUATE
154100     PERFORM 5100-PRINT-LINE
154200         THRU 5100-PRINT-LINE-EXIT.
154300 6200-PRINT-CONFIRMATION-EXIT.
154400     EXIT.
154500
154600*================================================================*
154700 6250-CHECK-SNAPSHOT-DATE.
154800*================================================================*
154900     MOVE WS-SNAP-DATE (WS-SNAP-IDX) TO WS-CONFIRM-DATE.
155000 6250-CHECK-SNAPSHOT-DATE-EXIT.
155100     EXIT.
155200
155300*================================================================*
155400 7000-PRINT-LIMITATIONS.
155500*    EVERY REASON THE HISTORY ABOVE MAY BE INCOMPLETE, OR A
155600*    LINE SAYING THERE IS NONE.
155700*================================================================*
155800     MOVE 2 TO WS-ADVANCE
155900     MOVE 'RECORD LIMITATIONS' TO WS-PRINT-LINE
156000     PERFORM 5100-PRINT-LINE
156100         THRU 5100-PRINT-LINE-EXIT
156200
156300     IF ARCHIVE-UNAVAILABLE
156400         MOVE WS-ARCH-CUTOFF TO WS-FMT-DATE
156500         PERFORM 7900-FORMAT-DATE
156600             THRU 7900-FORMAT-DATE-EXIT
156700         STRING '  JOURNAL HISTORY BEFORE ' WS-FMT-DATE-ED
156800                 ' HAS BEEN ARCHIVED TO EMPJARCH.DAT, WHICH '
156900                 'COULD NOT BE READ; IT IS NOT SHOWN'
157000             DELIMITED BY SIZE
157100             INTO WS-PRINT-LINE
157200         END-STRING
157300         PERFORM 7800-PRINT-LIMIT-LINE
157400             THRU 7800-PRINT-LIMIT-LINE-EXIT
157500     END-IF
157600     IF JOURNAL-MISSING
157700         MOVE '  EMPJRNL.DAT COULD NOT BE READ; NO CHANGES SINCE '
157800             TO WS-PRINT-LINE
157900         MOVE 'THE LAST JOURNAL CLOSE ARE SHOWN'
158000             TO WS-PRINT-LINE(52:)
158100         PERFORM 7800-PRINT-LIMIT-LINE
158200             THRU 7800-PRINT-LIMIT-LINE-EXIT
158300     END-IF
158400     IF WS-COVER-DATE = 99999999
158500         MOVE '  NO JOURNAL RECORDS ARE ON FILE AT ALL'
158600             TO WS-PRINT-LINE
158700         PERFORM 7800-PRINT-LIMIT-LINE
158800             THRU 7800-PRINT-LIMIT-LINE-EXIT
158900     ELSE
159000         IF WS-ORIG-HIRE-DATE = ZERO
159100             OR WS-ORIG-HIRE-DATE < WS-COVER-DATE
159200             MOVE WS-COVER-DATE TO WS-FMT-DATE
159300             PERFORM 7900-FORMAT-DATE
159400                 THRU 7900-FORMAT-DATE-EXIT
159500             STRING '  THE JOURNAL ON FILE BEGINS '
159600                     WS-FMT-DATE-ED
159700                     '; CHANGES BEFORE THAT DATE ARE NOT ON FILE'
159800                 DELIMITED BY SIZE
159900                 INTO WS-PRINT-LINE
160000             END-STRING
160100             PERFORM 7800-PRINT-LIMIT-LINE
160200                 THRU 7800-PRINT-LIMIT-LINE-EXIT
160300         END-IF
160400     END-IF
160500     IF TERM-ARCHIVE-MISSING
160600         MOVE '  EMPTERM.DAT COULD NOT BE READ; TERMINATIONS NOT '
160700             TO WS-PRINT-LINE
160800         MOVE 'ON THE JOURNAL ARE NOT SHOWN' TO WS-PRINT-LINE(52:)
160900         PERFORM 7800-PRINT-LIMIT-LINE
161000             THRU 7800-PRINT-LIMIT-LINE-EXIT
161100     END-IF
161200     IF EVENT-TABLE-FULL
161250         MOVE WS-EVT-MAX TO WS-MAX-ED
161300         STRING '  MORE THAN ' WS-MAX-ED
161400                 ' HISTORY EVENTS; LATER EVENTS ARE NOT SHOWN'
161500             DELIMITED BY SIZE
161600             INTO WS-PRINT-LINE
161700         END-STRING
161800         PERFORM 7800-PRINT-LIMIT-LINE
161900             THRU 7800-PRINT-LIMIT-LINE-EXIT
162000     END-IF
162100
162200     PERFORM 7100-CHECK-SNAPSHOTS
162300         THRU 7100-CHECK-SNAPSHOTS-EXIT
162400
162500     IF WS-LIMIT-COUNT = ZERO
162600         MOVE '  NONE - THE HISTORY ABOVE IS COMPLETE FROM THE '
162700             TO WS-PRINT-LINE
162800         MOVE 'FILES ON HAND' TO WS-PRINT-LINE(50:)
162900         PERFORM 5100-PRINT-LINE
163000             THRU 5100-PRINT-LINE-EXIT
163100     END-IF.
163200 7000-PRINT-LIMITATIONS-EXIT.
163300     EXIT.
163400
163500*================================================================*
163600 7100-CHECK-SNAPSHOTS.
163700*    NO SNAPSHOTS AT ALL IS ONE LIMITATION.  OTHERWISE EVERY
163800*    CALENDAR MONTH FROM THE LATER OF THE FIRST SNAPSHOT AND
163900*    THE HIRE MONTH UP TO THE MONTH BEFORE THE AS-OF DATE MUST
164000*    HAVE ONE, AND EVERY SNAPSHOT IN THAT SPAN MUST AGREE WITH
164100*    WHAT THE JOURNAL SAYS WAS IN EFFECT ON ITS DATE.
164200*================================================================*
164300     IF SNAPSHOTS-MISSING OR WS-SNAP-COUNT = ZERO
164400         MOVE '  NO MONTH-END SNAPSHOTS (EMPHIST.DAT) ARE ON FILE'
164500             TO WS-PRINT-LINE
164600         PERFORM 7800-PRINT-LIMIT-LINE
164700             THRU 7800-PRINT-LIMIT-LINE-EXIT
164800         GO TO 7100-CHECK-SNAPSHOTS-EXIT
164900     END-IF
165000     IF SNAP-TABLE-FULL
165050         MOVE WS-SNAP-MAX TO WS-MAX-ED
165100         STRING '  MORE THAN ' WS-MAX-ED
165200                 ' MONTH-END SNAPSHOTS; LATER ONES NOT CHECKED'
165300             DELIMITED BY SIZE
165400             INTO WS-PRINT-LINE
165500         END-STRING
165600         PERFORM 7800-PRINT-LIMIT-LINE
165700             THRU 7800-PRINT-LIMIT-LINE-EXIT
165800     END-IF
165900
166000*    THE SPAN OF MONTHS THAT MUST EACH HAVE A SNAPSHOT.
166100     MOVE WS-SNAP-DATE (1) TO WS-WORK-DATE
166200     MOVE WS-WORK-CCYYMM TO WS-FIRST-SNAP-MONTH
166300     MOVE WS-FIRST-SNAP-MONTH TO WS-CHK-MONTH
166400     IF WS-ORIG-HIRE-CCYYMM > WS-CHK-MONTH
166500         MOVE WS-ORIG-HIRE-CCYYMM TO WS-CHK-MONTH
166600     END-IF
166700     MOVE WS-AS-OF-CCYYMM TO WS-END-MONTH
166800     IF WS-END-MM = 01
166900         MOVE 12 TO WS-END-MM
167000         SUBTRACT 1 FROM WS-END-CCYY
167100     ELSE
167200         SUBTRACT 1 FROM WS-END-MM
167300     END-IF
167400
167500     MOVE 1 TO WS-SNAP-IDX
167600     PERFORM 7200-CHECK-ONE-MONTH
167700         THRU 7200-CHECK-ONE-MONTH-EXIT
167800         UNTIL WS-CHK-MONTH > WS-END-MONTH
167900
168000     PERFORM 7250-CHECK-SNAPSHOT-AT
168100         THRU 7250-CHECK-SNAPSHOT-AT-EXIT
168200         VARYING WS-SNAP-IDX FROM 1 BY 1
168300         UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
168400             OR WS-SNAP-DATE (WS-SNAP-IDX) > WS-AS-OF-DATE.
168500 7100-CHECK-SNAPSHOTS-EXIT.
168600     EXIT.
168700
168800*================================================================*
168900 7200-CHECK-ONE-MONTH.
169000*    SNAPSHOT DATES ARE IN ORDER, ONE PER MONTH, SO WS-SNAP-IDX
169100*    ONLY EVER MOVES FORWARD AS THE MONTHS ARE WALKED.
169200*================================================================*
169300     PERFORM 7210-SKIP-EARLIER-SNAPSHOT
169400         THRU 7210-SKIP-EARLIER-SNAPSHOT-EXIT
169500         UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
169600             OR WS-SNAP-DATE (WS-SNAP-IDX)(1:6) NOT <
169700                 WS-CHK-MONTH
169800     IF WS-SNAP-IDX > WS-SNAP-COUNT
169900         OR WS-SNAP-DATE (WS-SNAP-IDX)(1:6) NOT = WS-CHK-MONTH
170000         STRING '  MONTH-END SNAPSHOT FOR ' WS-CHK-MM '/'
170100                 WS-CHK-CCYY ' IS NOT ON FILE'
170200             DELIMITED BY SIZE
170300             INTO WS-PRINT-LINE
170400         END-STRING
170500         PERFORM 7800-PRINT-LIMIT-LINE
170600             THRU 7800-PRINT-LIMIT-LINE-EXIT
170700     END-IF
170800
170900     IF WS-CHK-MM = 12
171000         MOVE 01 TO WS-CHK-MM
171100         ADD 1 TO WS-CHK-CCYY
171200     ELSE
171300         ADD 1 TO WS-CHK-MM
171400     END-IF.
171500 7200-CHECK-ONE-MONTH-EXIT.
171600     EXIT.
171700
171800*================================================================*
171900 7210-SKIP-EARLIER-SNAPSHOT.
172000*================================================================*
172100     ADD 1 TO WS-SNAP-IDX.
172200 7210-SKIP-EARLIER-SNAPSHOT-EXIT.
172300     EXIT.
172400
172500*================================================================*
172600 7250-CHECK-SNAPSHOT-AT.
172700*    ONE SNAPSHOT ON OR BEFORE THE AS-OF DATE.  SNAPSHOTS FROM
172800*    BEFORE THE HIRE, OR ON A DATE THE JOURNAL CANNOT SPEAK
172900*    FOR, PROVE NOTHING EITHER WAY AND ARE PASSED OVER.
173000*================================================================*
173100     MOVE WS-SNAP-DATE (WS-SNAP-IDX) TO WS-CONFIRM-DATE
173200     IF WS-CONFIRM-DATE < WS-ORIG-HIRE-DATE
173300         GO TO 7250-CHECK-SNAPSHOT-AT-EXIT
173400     END-IF
173500     MOVE WS-CONFIRM-DATE TO WS-TGT-DATE
173600     PERFORM 4500-FIND-EMP-SNAPSHOT
173700         THRU 4500-FIND-EMP-SNAPSHOT-EXIT
173800     PERFORM 4000-SET-STATE-AT-DATE
173900         THRU 4000-SET-STATE-AT-DATE-EXIT
174000     IF NOT ST-DETERMINED
174100         GO TO 7250-CHECK-SNAPSHOT-AT-EXIT
174200     END-IF
174300     PERFORM 7300-CHECK-ONE-SNAPSHOT
174400         THRU 7300-CHECK-ONE-SNAPSHOT-EXIT
174500     IF NOT CONFIRM-DISAGREES
174600         GO TO 7250-CHECK-SNAPSHOT-AT-EXIT
174700     END-IF
174800
174900     MOVE WS-CONFIRM-DATE TO WS-FMT-DATE
175000     PERFORM 7900-FORMAT-DATE
175100         THRU 7900-FORMAT-DATE-EXIT
175200     EVALUATE TRUE
175300         WHEN ST-ACTIVE AND NOT ESNAP-FOUND
175400             STRING '  MONTH-END SNAPSHOT ' WS-FMT-DATE-ED
175500                     ' DOES NOT LIST THIS EMP-ID, BUT THE '
175600                     'JOURNAL SHOWS IT ACTIVE'
175700                 DELIMITED BY SIZE
175800                 INTO WS-PRINT-LINE
175900             END-STRING
176000         WHEN ST-ACTIVE
176100             MOVE VST-SALARY TO WS-SAL-ED-1
176200             MOVE WS-ESNAP-SALARY (WS-ESNAP-HIT) TO WS-SAL-ED-2
176300             STRING '  MONTH-END SNAPSHOT ' WS-FMT-DATE-ED
176400                     ' SHOWS ' WS-ESNAP-DEPT (WS-ESNAP-HIT)
176500                     WS-SAL-ED-2 '; THE JOURNAL GIVES '
176600                     VST-DEPT-CODE WS-SAL-ED-1
176700                 DELIMITED BY SIZE
176800                 INTO WS-PRINT-LINE
176900             END-STRING
177000         WHEN OTHER
177100             STRING '  MONTH-END SNAPSHOT ' WS-FMT-DATE-ED
177200                     ' LISTS THIS EMP-ID, BUT THE JOURNAL '
177300                     'SHOWS IT NOT EMPLOYED'
177400                 DELIMITED BY SIZE
177500                 INTO WS-PRINT-LINE
177600             END-STRING
177700     END-EVALUATE
177800     PERFORM 7800-PRINT-LIMIT-LINE
177900         THRU 7800-PRINT-LIMIT-LINE-EXIT.
178000 7250-CHECK-SNAPSHOT-AT-EXIT.
178100     EXIT.
178200
178300*================================================================*
178400 7300-CHECK-ONE-SNAPSHOT.
178500*    COMPARE THE STATE 4000 LAST SET WITH THE SNAPSHOT 4500
178600*    LAST FOUND (OR DID NOT FIND).  FOR THE AS-OF CONFIRMATION
178700*    THE STATE IS THE ONE ON THE SNAPSHOT DATE, NOT THE AS-OF
178800*    DATE, SO IT IS WORKED OUT HERE FIRST.
178900*================================================================*
179000     MOVE WS-CONFIRM-DATE TO WS-TGT-DATE
179100     PERFORM 4000-SET-STATE-AT-DATE
179200         THRU 4000-SET-STATE-AT-DATE-EXIT
179300     MOVE 'Y' TO WS-CONFIRM-SW
179400     IF NOT ST-DETERMINED
179500         MOVE SPACE TO WS-CONFIRM-SW
179600         GO TO 7300-CHECK-ONE-SNAPSHOT-EXIT
179700     END-IF
179800     IF ST-ACTIVE
179900         IF NOT ESNAP-FOUND
180000             MOVE 'N' TO WS-CONFIRM-SW
180100         ELSE
180200             IF WS-ESNAP-DEPT (WS-ESNAP-HIT) NOT = VST-DEPT-CODE
180300                 OR WS-ESNAP-SALARY (WS-ESNAP-HIT)
180400                     NOT = VST-SALARY
180500                 MOVE 'N' TO WS-CONFIRM-SW
180600             END-IF
180700         END-IF
180800     ELSE
180900         IF ESNAP-FOUND
181000             MOVE 'N' TO WS-CONFIRM-SW
181100         END-IF
181200     END-IF.
181300 7300-CHECK-ONE-SNAPSHOT-EXIT.
181400     EXIT.
181500
181600*================================================================*
181700 7800-PRINT-LIMIT-LINE.
181800*================================================================*
181900     ADD 1 TO WS-LIMIT-COUNT
182000     PERFORM 5100-PRINT-LINE
182100         THRU 5100-PRINT-LINE-EXIT.
182200 7800-PRINT-LIMIT-LINE-EXIT.
182300     EXIT.
182400
182500*================================================================*
182600 7900-FORMAT-DATE.
182700*    WS-FMT-DATE (CCYYMMDD) AS MM/DD/CCYY IN WS-FMT-DATE-ED.
182800*================================================================*
182900     IF WS-FMT-DATE = ZERO
183000         MOVE 'UNKNOWN' TO WS-FMT-DATE-ED
183100     ELSE
183200         MOVE SPACES TO WS-FMT-DATE-ED
183300         STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-CCYY
183400             DELIMITED BY SIZE
183500             INTO WS-FMT-DATE-ED
183600         END-STRING
183700     END-IF.
183800 7900-FORMAT-DATE-EXIT.
183900     EXIT.
184000
184100*================================================================*
184200 8500-RELEASE-RUN-CONTROL.
184300*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
184400*    COMPLETE FIELDS EMPMAINT OWNS.
184500*================================================================*
184600     IF NOT RCTL-ACQUIRED
184700         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
184800     END-IF
184900
185000     OPEN OUTPUT RCTL-FILE
185100     IF NOT RCTL-FILE-OK
185200         DISPLAY 'EMPVERIF: CANNOT RESTAMP RUNCTL.DAT, STATUS '
185300             WS-RCTL-FILE-STATUS
185400         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
185500     END-IF
185600     MOVE SPACES TO RCTL-RECORD
185700     MOVE 'F' TO RCTL-STATE
185800     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
185900     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
186000     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
186100     WRITE RCTL-RECORD
186200     CLOSE RCTL-FILE.
186300 8500-RELEASE-RUN-CONTROL-EXIT.
186400     EXIT.
186500
186600*================================================================*
186700 9000-TERMINATE.
186800*================================================================*
186900     IF EMP-FILE-OPEN
187000         CLOSE EMP-FILE
187100     END-IF
187200     IF ARCH-FILE-OPEN
187300         CLOSE ARCH-FILE
187400     END-IF
187500     IF REPORT-FILE-OPEN
187600         CLOSE REPORT-FILE
187700     END-IF
187800     PERFORM 8500-RELEASE-RUN-CONTROL
187900         THRU 8500-RELEASE-RUN-CONTROL-EXIT
188000
188100     IF NOT RUN-REFUSED
188200         DISPLAY 'EMPVERIF: JOURNAL RECORDS READ '
188300             WS-JRNL-READ-COUNT
188400         DISPLAY 'EMPVERIF: HISTORY EVENTS       ' WS-EVT-COUNT
188500         DISPLAY 'EMPVERIF: RECORD LIMITATIONS   '
188600             WS-LIMIT-COUNT
188700         DISPLAY 'EMPVERIF: STATUS ON AS-OF DATE '
188800             WS-AS-RESULT
188900     END-IF.
189000 9000-TERMINATE-EXIT.
189100     EXIT.
