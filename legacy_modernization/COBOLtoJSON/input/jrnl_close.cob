000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPJCLOS.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/03/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPJCLOS                                                      *
000900*  JOURNAL CLOSE.  EMPJRNL.DAT IS EXTENDED BY EMPMAINT AND       *
001000*  EMPMASS AND WAS NEVER TRIMMED, SO EMPJSON, EMPJRPT, AND       *
001100*  EMPBKOUT READ A LONGER FILE EVERY NIGHT.  THIS UTILITY MOVES  *
001200*  EVERY RUN OLDER THAN A RETENTION CUTOFF OUT OF THE JOURNAL    *
001300*  AND ONTO THE ARCHIVE, EMPJARCH.DAT, EACH ARCHIVED RECORD      *
001400*  DATED WITH THIS CLOSE'S RUN-ID.  A RUN STAYS ON THE JOURNAL,  *
001500*  WHATEVER ITS AGE, IF IT IS:                                   *
001560*    NEWER THAN THE EMPJMARK.DAT MARKER (EMPJSON HAS NOT YET     *
001620*    SHIPPED IT, AND A DELTA EXPORT STILL NEEDS IT) OR THE       *
001680*    EMPNHMRK.DAT MARKER (EMPNEWHR HAS NOT YET SENT ITS HIRES    *
001740*    TO THE STATE), OR                                           *
001800*    INSIDE THE BACKOUT WINDOW (EMPBKOUT MAY STILL BE ASKED TO   *
001900*    REVERSE IT), OR                                             *
002000*    LATER IN THE JOURNAL THAN A RUN ALREADY KEPT, SO THE        *
002100*    ARCHIVE IS ALWAYS THE FRONT OF THE JOURNAL, IN ORDER.       *
002200*                                                                *
002300*  RUN PARAMETERS: THE CUTOFF AS CCYYMMDD (RUNS DATED BEFORE IT  *
002400*  ARE ELIGIBLE), THEN THE BACKOUT WINDOW IN DAYS (DEFAULT 7;    *
002500*  A RUN DATED LATER THAN TODAY LESS THE WINDOW IS INSIDE IT).   *
002600*                                                                *
002700*  THE CONTROL REPORT, EMPJCLOS.DAT, LISTS EVERY RUN-ID ON THE   *
002800*  JOURNAL WITH ITS RECORDS IN, KEPT, AND ARCHIVED AND WHY, AND  *
002900*  PROVES RECORDS IN = RECORDS KEPT + RECORDS ARCHIVED BEFORE    *
003000*  ANYTHING IS MOVED.  THE CLOSE RUNS IN THREE STEPS -- SPLIT    *
003100*  THE JOURNAL INTO EMPJKEEP.DAT AND EMPJSTG.DAT, APPEND THE     *
003200*  STAGED RUNS TO THE ARCHIVE, REWRITE THE JOURNAL FROM THE      *
003300*  KEPT RUNS -- AND RECORDS EACH STEP ON THE CLOSE LEDGER,       *
003400*  EMPJCLDG.DAT.  A CLOSE THAT ABENDS PART WAY IS FINISHED BY    *
003500*  SIMPLY RUNNING EMPJCLOS AGAIN; IT PICKS UP AT THE STEP AFTER  *
003600*  THE LAST ONE ON THE LEDGER, WITHOUT ARCHIVING ANY RECORD      *
003700*  TWICE, AND REFUSES IF THE JOURNAL HAS CHANGED SINCE.          *
003800*                                                                *
003900*  THE JOURNAL IS REWRITTEN, SO THE CLOSE HOLDS THE RUN CONTROL  *
004000*  LIKE THE PROGRAMS THAT WRITE AND READ IT.                     *
004100*----------------------------------------------------------------*
004200*  MODIFICATION HISTORY                                          *
004300*  DATE       BY   DESCRIPTION                                   *
004400*  05/03/1999 RWB  ORIGINAL JOURNAL CLOSE.                       *
004420*  05/24/1999 RWB  A RUN NEWER THAN THE EMPNHMRK.DAT MARKER IS   *
004440*                  ALSO KEPT, UNTIL EMPNEWHR HAS SENT ITS HIRES  *
004460*                  TO THE STATE.                                 *
004500*================================================================*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT JRNL-FILE ASSIGN TO 'EMPJRNL.DAT'
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-JRNL-FILE-STATUS.
005200
005300     SELECT KEEP-FILE ASSIGN TO 'EMPJKEEP.DAT'
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-KEEP-FILE-STATUS.
005600
005700     SELECT STG-FILE ASSIGN TO 'EMPJSTG.DAT'
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-STG-FILE-STATUS.
006000
006100     SELECT ARCH-FILE ASSIGN TO 'EMPJARCH.DAT'
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-ARCH-FILE-STATUS.
006400
006500     SELECT JCLG-FILE ASSIGN TO 'EMPJCLDG.DAT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-JCLG-FILE-STATUS.
006800
006900     SELECT MARK-FILE ASSIGN TO 'EMPJMARK.DAT'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-MARK-FILE-STATUS.
007120
007140     SELECT NHMK-FILE ASSIGN TO 'EMPNHMRK.DAT'
007160         ORGANIZATION IS LINE SEQUENTIAL
007180         FILE STATUS IS WS-NHMK-FILE-STATUS.
007200
007300     SELECT REPORT-FILE ASSIGN TO 'EMPJCLOS.DAT'
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-REPORT-FILE-STATUS.
007600
007700     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RCTL-FILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  JRNL-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 COPY EMPJRNL.
008600
008700*    THE RUNS STAYING ON THE JOURNAL, AND THE RUNS ON THEIR WAY
008800*    TO THE ARCHIVE, EACH IN THE JOURNAL'S OWN LAYOUT.
008900 FD  KEEP-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 COPY EMPJRNL REPLACING LEADING ==JRNL== BY ==JKEEP==.
009200
009300 FD  STG-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 COPY EMPJRNL REPLACING LEADING ==JRNL== BY ==JSTG==.
009600
009700 FD  ARCH-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 COPY EMPJARCH.
010000
010100 FD  JCLG-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 COPY EMPJCLDG.
010400
010500 FD  MARK-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  MARK-RECORD.
010800     05  MARK-RUN-ID             PIC X(14).
010810
010820 FD  NHMK-FILE
010830     LABEL RECORDS ARE STANDARD.
010840 01  NHMK-RECORD.
010850     05  NHMK-RUN-ID             PIC X(14).
010900
011000 FD  REPORT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  REPORT-RECORD                PIC X(132).
011300
011400 FD  RCTL-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 COPY RUNCTL.
011700
011800 WORKING-STORAGE SECTION.
011900*----------------------------------------------------------------*
012000*    FILE STATUS AND END-OF-FILE SWITCHES                        *
012100*----------------------------------------------------------------*
012200 01  WS-JRNL-FILE-STATUS     PIC X(02).
012300     88  JRNL-FILE-OK                VALUE '00'.
012400     88  JRNL-FILE-MISSING           VALUE '35'.
012500
012600 01  WS-KEEP-FILE-STATUS     PIC X(02).
012700     88  KEEP-FILE-OK                VALUE '00'.
012800
012900 01  WS-STG-FILE-STATUS      PIC X(02).
013000     88  STG-FILE-OK                 VALUE '00'.
013100
013200 01  WS-ARCH-FILE-STATUS     PIC X(02).
013300     88  ARCH-FILE-OK                VALUE '00'.
013400     88  ARCH-FILE-MISSING           VALUE '35'.
013500
013600 01  WS-JCLG-FILE-STATUS     PIC X(02).
013700     88  JCLG-FILE-OK                VALUE '00'.
013800     88  JCLG-FILE-MISSING           VALUE '35'.
013900
014000 01  WS-MARK-FILE-STATUS     PIC X(02).
014100     88  MARK-FILE-OK                VALUE '00'.
014120
014140 01  WS-NHMK-FILE-STATUS     PIC X(02).
014160     88  NHMK-FILE-OK                VALUE '00'.
014200
014300 01  WS-REPORT-FILE-STATUS   PIC X(02).
014400     88  REPORT-FILE-OK              VALUE '00'.
014500
014600 01  WS-REPORT-FILE-OPEN-SW  PIC X(01) VALUE 'N'.
014700     88  REPORT-FILE-OPEN            VALUE 'Y'.
014800
014900 01  WS-RCTL-FILE-STATUS     PIC X(02).
015000     88  RCTL-FILE-OK                VALUE '00'.
015100     88  RCTL-FILE-MISSING           VALUE '35'.
015200
015300 01  WS-RCTL-ACQUIRED-SW     PIC X(01) VALUE 'N'.
015400     88  RCTL-ACQUIRED               VALUE 'Y'.
015500 01  WS-SAVED-MAINT-DONE     PIC X(01) VALUE 'N'.
015600 01  WS-SAVED-MAINT-DATE     PIC 9(08) VALUE ZERO.
015700
015800 01  EOF-FLAG                PIC X(01) VALUE 'N'.
015900     88  END-OF-FILE                 VALUE 'Y'.
016000 01  KEEP-EOF-FLAG           PIC X(01) VALUE 'N'.
016100     88  KEEP-END-OF-FILE            VALUE 'Y'.
016200
016300*    SET BY ANY CHECK THAT REFUSES THE CLOSE; NO FURTHER STEP
016400*    IS TAKEN ONCE IT IS ON.
016500 01  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
016600     88  CLOSE-REFUSED               VALUE 'Y'.
016700*    SET WHEN THE SPLIT FINDS NO RUN ELIGIBLE TO MOVE; THE
016800*    JOURNAL IS LEFT EXACTLY AS IT WAS AND NOTHING IS LEDGERED.
016900 01  WS-NOTHING-SW           PIC X(01) VALUE 'N'.
017000     88  NOTHING-TO-ARCHIVE          VALUE 'Y'.
017100 01  WS-COMPLETE-SW          PIC X(01) VALUE 'N'.
017200     88  CLOSE-COMPLETE              VALUE 'Y'.
017300
017400*    BLANK FOR A NEW CLOSE; OTHERWISE THE LEDGER STATE OF THE
017500*    UNFINISHED CLOSE BEING RESUMED.
017600 01  WS-RESUME-STATE         PIC X(01) VALUE SPACE.
017700     88  NEW-CLOSE                   VALUE SPACE.
017800     88  RESUME-FROM-STAGED          VALUE 'S'.
017900     88  RESUME-FROM-ARCHIVED        VALUE 'A'.
018000
018100 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
018200 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
018300     05  WS-RUN-CCYY             PIC 9(04).
018400     05  WS-RUN-MM               PIC 9(02).
018500     05  WS-RUN-DD               PIC 9(02).
018600 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
018700 01  WS-RUN-ID.
018800     05  WS-RUN-ID-DATE          PIC 9(08).
018900     05  WS-RUN-ID-TIME          PIC 9(06).
019000
019100*    THE CLOSE BEING RUN: THIS RUN'S ID FOR A NEW CLOSE, THE
019200*    ORIGINAL CLOSE'S ID WHEN AN UNFINISHED ONE IS RESUMED.
019300 01  WS-CLOSE-RUN-ID         PIC X(14) VALUE SPACES.
019400
019500*----------------------------------------------------------------*
019600*    RUN PARAMETERS.  THE WINDOW ARRIVES LEFT-JUSTIFIED AND IS   *
019700*    ACCUMULATED A DIGIT AT A TIME, THE SAME WAY EMPJRPT         *
019800*    ACCUMULATES ITS THRESHOLD.                                  *
019900*----------------------------------------------------------------*
020000 01  WS-CUTOFF-DATE-X        PIC X(08) VALUE SPACES.
020100 01  WS-WINDOW-X             PIC X(03) VALUE SPACES.
020200 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
020300 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
020400     05  WS-CUTOFF-CCYY          PIC 9(04).
020500     05  WS-CUTOFF-MM            PIC 9(02).
020600     05  WS-CUTOFF-DD            PIC 9(02).
020700 01  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.
020800 01  WS-WIN-IDX              PIC 9(02) COMP VALUE ZERO.
020900 01  WS-DIGIT-X              PIC X(01) VALUE SPACE.
021000 01  WS-DIGIT-9 REDEFINES WS-DIGIT-X
021100                             PIC 9(01).
021200
021300*----------------------------------------------------------------*
021400*    BACKOUT WINDOW: TODAY LESS THE WINDOW DAYS, WORKED BACK A   *
021500*    DAY AT A TIME ACROSS MONTH AND YEAR ENDS.  A RUN DATED      *
021600*    LATER THAN THIS DATE IS INSIDE THE WINDOW.                  *
021700*----------------------------------------------------------------*
021800 01  WS-WINDOW-DATE          PIC 9(08) VALUE ZERO.
021900 01  WS-WINDOW-DATE-R REDEFINES WS-WINDOW-DATE.
022000     05  WS-WIN-CCYY             PIC 9(04).
022100     05  WS-WIN-MM               PIC 9(02).
022200     05  WS-WIN-DD               PIC 9(02).
022300 01  WS-DAY-IDX              PIC 9(03) COMP VALUE ZERO.
022400 01  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZERO.
022500 01  WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
022600 01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
022700 01  WS-LEAP-YEAR-SW         PIC X(01) VALUE 'N'.
022800     88  LEAP-YEAR                   VALUE 'Y'.
022900
023000*    THE NEWEST RUN EMPJSON HAS SHIPPED.  NO MARKER MEANS
023100*    NOTHING HAS BEEN, SO EVERY RUN IS NEWER THAN IT.
023150*    THE STATE NEW-HIRE MARKER TAKES ITS PLACE WHEN LOWER.
023200 01  WS-MARK-RUN-ID          PIC X(14) VALUE SPACES.
023260 01  WS-NH-MARK-RUN-ID       PIC X(14) VALUE SPACES.
023300
023400*----------------------------------------------------------------*
023500*    THE LAST LINE ON THE CLOSE LEDGER                           *
023600*----------------------------------------------------------------*
023700 01  WS-LDG-STATE            PIC X(01) VALUE SPACE.
023800     88  LDG-INCOMPLETE              VALUE 'S' 'A'.
023900 01  WS-LDG-CLOSE-RUN-ID     PIC X(14) VALUE SPACES.
024000 01  WS-LDG-CUTOFF-DATE      PIC 9(08) VALUE ZERO.
024100 01  WS-LDG-WINDOW-DATE      PIC 9(08) VALUE ZERO.
024200 01  WS-LDG-MARK-RUN-ID      PIC X(14) VALUE SPACES.
024300 01  WS-LDG-IN-COUNT         PIC 9(07) VALUE ZERO.
024400 01  WS-LDG-KEPT-COUNT       PIC 9(07) VALUE ZERO.
024500 01  WS-LDG-ARCHIVED-COUNT   PIC 9(07) VALUE ZERO.
024600 01  WS-LDG-HIGH-ARCH-RUN-ID PIC X(14) VALUE SPACES.
024700 01  WS-LDG-NEW-STATE        PIC X(01) VALUE SPACE.
024800
024900*----------------------------------------------------------------*
025000*    RUN-ID CONTROL BREAK.  EVERY RECORD OF A RUN GOES THE SAME  *
025100*    WAY; ONCE ONE RUN IS KEPT, EVERY LATER RUN IS KEPT TOO.     *
025200*----------------------------------------------------------------*
025300 01  WS-CURRENT-RUN-ID       PIC X(14) VALUE SPACES.
025400 01  WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
025500     88  FIRST-RECORD                VALUE 'Y'.
025600 01  WS-ARCHIVE-RUN-SW       PIC X(01) VALUE 'N'.
025700     88  ARCHIVE-RUN                 VALUE 'Y'.
025800 01  WS-KEEPING-SW           PIC X(01) VALUE 'N'.
025900     88  KEEPING-THE-REST            VALUE 'Y'.
026000 01  WS-RUN-DISPOSITION      PIC X(30) VALUE SPACES.
026100 01  WS-RUN-IN-COUNT         PIC 9(07) VALUE ZERO.
026200 01  WS-RUN-KEPT-COUNT       PIC 9(07) VALUE ZERO.
026300 01  WS-RUN-ARCHIVED-COUNT   PIC 9(07) VALUE ZERO.
026400
026500*----------------------------------------------------------------*
026600*    CONTROL TOTALS                                              *
026700*----------------------------------------------------------------*
026800 01  WS-IN-COUNT             PIC 9(07) VALUE ZERO.
026900 01  WS-KEPT-COUNT           PIC 9(07) VALUE ZERO.
027000 01  WS-ARCHIVED-COUNT       PIC 9(07) VALUE ZERO.
027100 01  WS-RUNS-KEPT            PIC 9(07) VALUE ZERO.
027200 01  WS-RUNS-ARCHIVED        PIC 9(07) VALUE ZERO.
027300 01  WS-HIGH-ARCH-RUN-ID     PIC X(14) VALUE SPACES.
027400 01  WS-PROOF-TOTAL          PIC 9(08) VALUE ZERO.
027500 01  WS-STAGED-COUNT         PIC 9(07) VALUE ZERO.
027600 01  WS-ALREADY-POSTED       PIC 9(07) VALUE ZERO.
027700 01  WS-POSTED-COUNT         PIC 9(07) VALUE ZERO.
027800 01  WS-CHECK-COUNT          PIC 9(07) VALUE ZERO.
027900 01  WS-REWRITTEN-COUNT      PIC 9(07) VALUE ZERO.
028000 01  WS-PREFIX-MISMATCH-SW   PIC X(01) VALUE 'N'.
028100     88  PREFIX-MISMATCH             VALUE 'Y'.
028200
028300*----------------------------------------------------------------*
028400*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
028500*----------------------------------------------------------------*
028600 01  WS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
028700 01  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
028800 01  WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
028900
029000 01  WS-IN-ED                PIC Z,ZZZ,ZZ9.
029100 01  WS-KEPT-ED              PIC Z,ZZZ,ZZ9.
029200 01  WS-ARCHIVED-ED          PIC Z,ZZZ,ZZ9.
029300 01  WS-COUNT-ED             PIC Z,ZZZ,ZZ9.
029350 01  WS-RUNS-ED              PIC Z,ZZZ,ZZ9.
029400
029500 PROCEDURE DIVISION.
029600*================================================================*
029700 0000-MAINLINE.
029800*================================================================*
029900     PERFORM 1000-INITIALIZE
030000         THRU 1000-INITIALIZE-EXIT
030100     IF NOT CLOSE-REFUSED AND NEW-CLOSE
030200         PERFORM 2000-SPLIT-JOURNAL
030300             THRU 2000-SPLIT-JOURNAL-EXIT
030400         IF NOT CLOSE-REFUSED AND NOT NOTHING-TO-ARCHIVE
030500             MOVE 'S' TO WS-LDG-NEW-STATE
030600             PERFORM 3000-WRITE-LEDGER
030700                 THRU 3000-WRITE-LEDGER-EXIT
030800         END-IF
030900     END-IF
031000     IF NOT CLOSE-REFUSED AND NOT NOTHING-TO-ARCHIVE
031100         AND NOT RESUME-FROM-ARCHIVED
031200         PERFORM 4000-POST-ARCHIVE
031300             THRU 4000-POST-ARCHIVE-EXIT
031400         IF NOT CLOSE-REFUSED
031500             MOVE 'A' TO WS-LDG-NEW-STATE
031600             PERFORM 3000-WRITE-LEDGER
031700                 THRU 3000-WRITE-LEDGER-EXIT
031800         END-IF
031900     END-IF
032000     IF NOT CLOSE-REFUSED AND NOT NOTHING-TO-ARCHIVE
032100         PERFORM 4500-REWRITE-JOURNAL
032200             THRU 4500-REWRITE-JOURNAL-EXIT
032300         IF NOT CLOSE-REFUSED
032400             MOVE 'C' TO WS-LDG-NEW-STATE
032500             PERFORM 3000-WRITE-LEDGER
032600                 THRU 3000-WRITE-LEDGER-EXIT
032700         END-IF
032800     END-IF
032900     PERFORM 9000-TERMINATE
033000         THRU 9000-TERMINATE-EXIT
033100     STOP RUN.
033200
033300*================================================================*
033400 1000-INITIALIZE.
033500*    TAKE THE RUN CONTROL, THEN READ THE LEDGER: AN UNFINISHED
033600*    CLOSE ON IT IS RESUMED WITH ITS OWN CUTOFF AND COUNTS, AND
033700*    THIS RUN'S PARAMETERS ARE IGNORED.  ONLY A NEW CLOSE EDITS
033800*    THE PARAMETERS, WORKS OUT THE WINDOW, AND READS THE MARKER.
033900*================================================================*
034000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
034100     ACCEPT WS-RUN-TIME FROM TIME
034200     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
034300     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
034400     DISPLAY 'EMPJCLOS: JOURNAL CLOSE RUN ' WS-RUN-ID
034500
034600     PERFORM 1500-ACQUIRE-RUN-CONTROL
034700         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
034800     IF NOT RCTL-ACQUIRED
034900         MOVE 'Y' TO WS-REFUSED-SW
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF
035200
035300     PERFORM 1400-CHECK-LEDGER
035400         THRU 1400-CHECK-LEDGER-EXIT
035500     IF CLOSE-REFUSED
035600         GO TO 1000-INITIALIZE-EXIT
035700     END-IF
035800
035900     IF LDG-INCOMPLETE
036000         MOVE WS-LDG-STATE TO WS-RESUME-STATE
036100         MOVE WS-LDG-CLOSE-RUN-ID TO WS-CLOSE-RUN-ID
036200         MOVE WS-LDG-CUTOFF-DATE TO WS-CUTOFF-DATE
036300         MOVE WS-LDG-WINDOW-DATE TO WS-WINDOW-DATE
036400         MOVE WS-LDG-MARK-RUN-ID TO WS-MARK-RUN-ID
036500         MOVE WS-LDG-IN-COUNT TO WS-IN-COUNT
036600         MOVE WS-LDG-KEPT-COUNT TO WS-KEPT-COUNT
036700         MOVE WS-LDG-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT
036800         MOVE WS-LDG-HIGH-ARCH-RUN-ID TO WS-HIGH-ARCH-RUN-ID
036900         DISPLAY 'EMPJCLOS: RESUMING UNFINISHED CLOSE '
037000             WS-CLOSE-RUN-ID ' FROM LEDGER STATE '
037100             WS-RESUME-STATE '; RUN PARAMETERS IGNORED'
037200     ELSE
037300         MOVE WS-RUN-ID TO WS-CLOSE-RUN-ID
037400         PERFORM 1100-EDIT-PARAMETERS
037500             THRU 1100-EDIT-PARAMETERS-EXIT
037600         IF CLOSE-REFUSED
037700             MOVE 8 TO RETURN-CODE
037800             GO TO 1000-INITIALIZE-EXIT
037900         END-IF
038000         PERFORM 1200-SET-WINDOW-DATE
038100             THRU 1200-SET-WINDOW-DATE-EXIT
038200         PERFORM 1300-READ-MARKER
038300             THRU 1300-READ-MARKER-EXIT
038400     END-IF
038500     DISPLAY 'EMPJCLOS: CUTOFF ' WS-CUTOFF-DATE
038600         ', BACKOUT WINDOW AFTER ' WS-WINDOW-DATE
038700         ', MARKER ' WS-MARK-RUN-ID
038800
038900     OPEN OUTPUT REPORT-FILE
039000     IF NOT REPORT-FILE-OK
039100         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJCLOS.DAT, STATUS '
039200             WS-REPORT-FILE-STATUS
039300         MOVE 8 TO RETURN-CODE
039400         MOVE 'Y' TO WS-REFUSED-SW
039500         GO TO 1000-INITIALIZE-EXIT
039600     END-IF
039700     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
039800     PERFORM 5000-WRITE-REPORT-HEADERS
039900         THRU 5000-WRITE-REPORT-HEADERS-EXIT.
040000 1000-INITIALIZE-EXIT.
040100     EXIT.
040200
040300*================================================================*
040400 1100-EDIT-PARAMETERS.
040500*    THE CUTOFF IS REQUIRED AND MAY NOT BE LATER THAN TODAY; A
040600*    MISTYPED CUTOFF OR WINDOW REFUSES THE CLOSE RATHER THAN
040700*    MOVING RUNS AGAINST A SUBSTITUTED VALUE.
040800*================================================================*
040900     ACCEPT WS-CUTOFF-DATE-X FROM ARGUMENT-VALUE
041000     DISPLAY 2 UPON ARGUMENT-NUMBER
041100     ACCEPT WS-WINDOW-X FROM ARGUMENT-VALUE
041200
041300     IF WS-CUTOFF-DATE-X = SPACES
041400         DISPLAY 'EMPJCLOS: NO CUTOFF DATE PARAMETER GIVEN; '
041500             'PASS THE RETENTION CUTOFF AS CCYYMMDD'
041600         MOVE 'Y' TO WS-REFUSED-SW
041700         GO TO 1100-EDIT-PARAMETERS-EXIT
041800     END-IF
041900     IF WS-CUTOFF-DATE-X NOT NUMERIC
042000         DISPLAY 'EMPJCLOS: CUTOFF "' WS-CUTOFF-DATE-X
042100             '" IS NOT CCYYMMDD; CLOSE REFUSED'
042200         MOVE 'Y' TO WS-REFUSED-SW
042300         GO TO 1100-EDIT-PARAMETERS-EXIT
042400     END-IF
042500     MOVE WS-CUTOFF-DATE-X TO WS-CUTOFF-DATE
042600     IF WS-CUTOFF-MM < 01 OR WS-CUTOFF-MM > 12
042700         OR WS-CUTOFF-DD < 01 OR WS-CUTOFF-DD > 31
042800         DISPLAY 'EMPJCLOS: CUTOFF "' WS-CUTOFF-DATE-X
042900             '" IS NOT CCYYMMDD; CLOSE REFUSED'
043000         MOVE 'Y' TO WS-REFUSED-SW
043100         GO TO 1100-EDIT-PARAMETERS-EXIT
043200     END-IF
043300     IF WS-CUTOFF-DATE > WS-RUN-DATE
043400         DISPLAY 'EMPJCLOS: CUTOFF ' WS-CUTOFF-DATE
043500             ' IS LATER THAN TODAY; CLOSE REFUSED'
043600         MOVE 'Y' TO WS-REFUSED-SW
043700         GO TO 1100-EDIT-PARAMETERS-EXIT
043800     END-IF
043900
044000     IF WS-WINDOW-X = SPACES
044100         GO TO 1100-EDIT-PARAMETERS-EXIT
044200     END-IF
044300     MOVE ZERO TO WS-WINDOW-DAYS
044400     PERFORM 1150-CONVERT-WINDOW-DIGIT
044500         THRU 1150-CONVERT-WINDOW-DIGIT-EXIT
044600         VARYING WS-WIN-IDX FROM 1 BY 1
044700         UNTIL WS-WIN-IDX > 3
044800             OR WS-WINDOW-X(WS-WIN-IDX:1) = SPACE
044900             OR CLOSE-REFUSED
045000
045100*    THE DIGIT LOOP STOPS AT THE FIRST SPACE; ANYTHING OTHER
045200*    THAN SPACES AFTER IT ('1 5') IS A REJECT TOO.
045300     IF NOT CLOSE-REFUSED
045400         AND WS-WIN-IDX NOT > 3
045500         AND WS-WINDOW-X(WS-WIN-IDX:) NOT = SPACES
045600         DISPLAY 'EMPJCLOS: BACKOUT WINDOW "' WS-WINDOW-X
045700             '" IS NOT A WHOLE NUMBER OF DAYS; CLOSE REFUSED'
045800         MOVE 'Y' TO WS-REFUSED-SW
045900     END-IF.
046000 1100-EDIT-PARAMETERS-EXIT.
046100     EXIT.
046200
046300*================================================================*
046400 1150-CONVERT-WINDOW-DIGIT.
046500*================================================================*
046600     MOVE WS-WINDOW-X(WS-WIN-IDX:1) TO WS-DIGIT-X
046700     IF WS-DIGIT-X NOT NUMERIC
046800         DISPLAY 'EMPJCLOS: BACKOUT WINDOW "' WS-WINDOW-X
046900             '" IS NOT A WHOLE NUMBER OF DAYS; CLOSE REFUSED'
047000         MOVE 'Y' TO WS-REFUSED-SW
047100     ELSE
047200         COMPUTE WS-WINDOW-DAYS =
047300             WS-WINDOW-DAYS * 10 + WS-DIGIT-9
047400     END-IF.
047500 1150-CONVERT-WINDOW-DIGIT-EXIT.
047600     EXIT.
047700
047800*================================================================*
047900 1200-SET-WINDOW-DATE.
048000*    START FROM TODAY AND STEP BACK ONE DAY PER WINDOW DAY.
048100*================================================================*
048200     MOVE WS-RUN-DATE TO WS-WINDOW-DATE
048300     PERFORM 1250-BACK-UP-ONE-DAY
048400         THRU 1250-BACK-UP-ONE-DAY-EXIT
048500         VARYING WS-DAY-IDX FROM 1 BY 1
048600         UNTIL WS-DAY-IDX > WS-WINDOW-DAYS.
048700 1200-SET-WINDOW-DATE-EXIT.
048800     EXIT.
048900
049000*================================================================*
049100 1250-BACK-UP-ONE-DAY.
049200*    THE FIRST OF A MONTH BACKS UP TO THE LAST DAY OF THE
049300*    MONTH BEFORE, AND JANUARY 1 TO DECEMBER 31 OF THE YEAR
049400*    BEFORE.
049500*================================================================*
049600     IF WS-WIN-DD > 1
049700         SUBTRACT 1 FROM WS-WIN-DD
049800         GO TO 1250-BACK-UP-ONE-DAY-EXIT
049900     END-IF
050000     IF WS-WIN-MM > 1
050100         SUBTRACT 1 FROM WS-WIN-MM
050200     ELSE
050300         MOVE 12 TO WS-WIN-MM
050400         SUBTRACT 1 FROM WS-WIN-CCYY
050500     END-IF
050600     PERFORM 1260-SET-DAYS-IN-MONTH
050700         THRU 1260-SET-DAYS-IN-MONTH-EXIT
050800     MOVE WS-DAYS-IN-MONTH TO WS-WIN-DD.
050900 1250-BACK-UP-ONE-DAY-EXIT.
051000     EXIT.
051100
051200*================================================================*
051300 1260-SET-DAYS-IN-MONTH.
051400*    SET WS-DAYS-IN-MONTH FOR WS-WIN-MM/WS-WIN-CCYY, THE SAME
051500*    RULE EMPEDIT EDITS ITS DATES WITH.
051600*================================================================*
051700     EVALUATE WS-WIN-MM
051800         WHEN 01
051900         WHEN 03
052000         WHEN 05
052100         WHEN 07
052200         WHEN 08
052300         WHEN 10
052400         WHEN 12
052500             MOVE 31 TO WS-DAYS-IN-MONTH
052600         WHEN 04
052700         WHEN 06
052800         WHEN 09
052900         WHEN 11
053000             MOVE 30 TO WS-DAYS-IN-MONTH
053100         WHEN 02
053200             PERFORM 1270-CHECK-LEAP-YEAR
053300                 THRU 1270-CHECK-LEAP-YEAR-EXIT
053400             IF LEAP-YEAR
053500                 MOVE 29 TO WS-DAYS-IN-MONTH
053600             ELSE
053700                 MOVE 28 TO WS-DAYS-IN-MONTH
053800             END-IF
053900     END-EVALUATE.
054000 1260-SET-DAYS-IN-MONTH-EXIT.
054100     EXIT.
054200
054300*================================================================*
054400 1270-CHECK-LEAP-YEAR.
054500*================================================================*
054600     MOVE 'N' TO WS-LEAP-YEAR-SW
054700     DIVIDE WS-WIN-CCYY BY 4
054800         GIVING WS-LEAP-QUOTIENT
054900         REMAINDER WS-LEAP-REMAINDER
055000     IF WS-LEAP-REMAINDER = ZERO
055100         MOVE 'Y' TO WS-LEAP-YEAR-SW
055200     END-IF
055300     DIVIDE WS-WIN-CCYY BY 100
055400         GIVING WS-LEAP-QUOTIENT
055500         REMAINDER WS-LEAP-REMAINDER
055600     IF WS-LEAP-REMAINDER = ZERO
055700         MOVE 'N' TO WS-LEAP-YEAR-SW
055800         DIVIDE WS-WIN-CCYY BY 400
055900             GIVING WS-LEAP-QUOTIENT
056000             REMAINDER WS-LEAP-REMAINDER
056100         IF WS-LEAP-REMAINDER = ZERO
056200             MOVE 'Y' TO WS-LEAP-YEAR-SW
056300         END-IF
056400     END-IF.
056500 1270-CHECK-LEAP-YEAR-EXIT.
056600     EXIT.
056700
056800*================================================================*
056900 1300-READ-MARKER.
056980*    EMPJMARK.DAT HOLDS THE RUN-ID OF THE NEWEST MAINTENANCE RUN
057060*    THE PORTAL HAS SUCCESSFULLY RECEIVED.  NO MARKER FILE MEANS
057140*    NOTHING HAS EVER BEEN CONFIRMED EXPORTED, SO NO RUN CAN BE
057220*    ARCHIVED YET.  THE STATE NEW-HIRE MARKER IS THEN READ AND
057300*    THE LOWER OF THE TWO KEPT.
057400*================================================================*
057500     OPEN INPUT MARK-FILE
057600     IF NOT MARK-FILE-OK
057700         DISPLAY 'EMPJCLOS: NO EMPJMARK.DAT MARKER - NO RUN HAS '
057800             'BEEN EXPORTED, SO NONE CAN BE ARCHIVED'
057900         GO TO 1300-READ-MARKER-EXIT
058000     END-IF
058100     READ MARK-FILE
058200         AT END
058300             CONTINUE
058400         NOT AT END
058500             MOVE MARK-RUN-ID TO WS-MARK-RUN-ID
058600     END-READ
058650     CLOSE MARK-FILE
058700     PERFORM 1350-READ-NEWHIRE-MARKER
058750         THRU 1350-READ-NEWHIRE-MARKER-EXIT.
058800 1300-READ-MARKER-EXIT.
058900     EXIT.
058903
058906*================================================================*
058909 1350-READ-NEWHIRE-MARKER.
058912*    EMPNHMRK.DAT HOLDS THE NEWEST RUN EMPNEWHR HAS SENT TO THE
058915*    STATE.  A RUN THE STATE HAS NOT HAD YET MUST STAY ON THE
058918*    JOURNAL JUST AS ONE THE PORTAL HAS NOT HAD, SO THE LOWER OF
058921*    THE TWO MARKERS GOVERNS.  NO MARKER FILE MEANS NO HIRE HAS
058924*    BEEN SENT, SO AGAIN NO RUN CAN BE ARCHIVED YET.
058927*================================================================*
058930     OPEN INPUT NHMK-FILE
058933     IF NOT NHMK-FILE-OK
058936         DISPLAY 'EMPJCLOS: NO EMPNHMRK.DAT MARKER - NO HIRE HAS '
058939             'BEEN SENT TO THE STATE, SO NO RUN CAN BE ARCHIVED'
058942         MOVE SPACES TO WS-MARK-RUN-ID
058945         GO TO 1350-READ-NEWHIRE-MARKER-EXIT
058948     END-IF
058951     READ NHMK-FILE
058954         AT END
058957             MOVE SPACES TO WS-NH-MARK-RUN-ID
058960         NOT AT END
058963             MOVE NHMK-RUN-ID TO WS-NH-MARK-RUN-ID
058966     END-READ
058969     CLOSE NHMK-FILE
058972     IF WS-NH-MARK-RUN-ID < WS-MARK-RUN-ID
058975         MOVE WS-NH-MARK-RUN-ID TO WS-MARK-RUN-ID
058978     END-IF.
058981 1350-READ-NEWHIRE-MARKER-EXIT.
058984     EXIT.
059000
059100*================================================================*
059200 1400-CHECK-LEDGER.
059300*    READ THE CLOSE LEDGER THROUGH TO ITS LAST LINE.  NO LEDGER
059400*    AT ALL JUST MEANS THIS IS THE FIRST CLOSE EVER.
059500*================================================================*
059600     OPEN INPUT JCLG-FILE
059700     IF NOT JCLG-FILE-OK
059800         IF JCLG-FILE-MISSING
059900             GO TO 1400-CHECK-LEDGER-EXIT
060000         END-IF
060100         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJCLDG.DAT, STATUS '
060200             WS-JCLG-FILE-STATUS
060300         MOVE 8 TO RETURN-CODE
060400         MOVE 'Y' TO WS-REFUSED-SW
060500         GO TO 1400-CHECK-LEDGER-EXIT
060600     END-IF
060700
060800     MOVE 'N' TO EOF-FLAG
060900     PERFORM 1450-READ-LEDGER-RECORD
061000         THRU 1450-READ-LEDGER-RECORD-EXIT
061100         UNTIL END-OF-FILE
061200     CLOSE JCLG-FILE.
061300 1400-CHECK-LEDGER-EXIT.
061400     EXIT.
061500
061600*================================================================*
061700 1450-READ-LEDGER-RECORD.
061800*================================================================*
061900     READ JCLG-FILE
062000         AT END
062100             MOVE 'Y' TO EOF-FLAG
062200             GO TO 1450-READ-LEDGER-RECORD-EXIT
062300     END-READ
062400     MOVE JCLG-STATE TO WS-LDG-STATE
062500     MOVE JCLG-CLOSE-RUN-ID TO WS-LDG-CLOSE-RUN-ID
062600     MOVE JCLG-CUTOFF-DATE TO WS-LDG-CUTOFF-DATE
062700     MOVE JCLG-WINDOW-DATE TO WS-LDG-WINDOW-DATE
062800     MOVE JCLG-MARK-RUN-ID TO WS-LDG-MARK-RUN-ID
062900     MOVE JCLG-IN-COUNT TO WS-LDG-IN-COUNT
063000     MOVE JCLG-KEPT-COUNT TO WS-LDG-KEPT-COUNT
063100     MOVE JCLG-ARCHIVED-COUNT TO WS-LDG-ARCHIVED-COUNT
063200     MOVE JCLG-HIGH-ARCH-RUN-ID TO WS-LDG-HIGH-ARCH-RUN-ID.
063300 1450-READ-LEDGER-RECORD-EXIT.
063400     EXIT.
063500
063600*================================================================*
063700 1500-ACQUIRE-RUN-CONTROL.
063800*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE JOURNAL, SO
063900*    NO EMPMAINT OR EMPMASS RUN CAN EXTEND IT, AND NO BACKOUT OR
064000*    EXPORT CAN READ IT, WHILE IT IS BEING SPLIT AND REWRITTEN.
064100*    NO FILE AT ALL JUST MEANS THE FIRST RUN EVER.
064200*================================================================*
064300     MOVE SPACES TO RCTL-RECORD
064400     MOVE 'F' TO RCTL-STATE
064500     MOVE ZERO TO RCTL-BUSINESS-DATE
064600     MOVE ZERO TO RCTL-MAINT-DATE
064700     MOVE 'N' TO RCTL-MAINT-DONE-SW
064800
064900     OPEN INPUT RCTL-FILE
065000     IF RCTL-FILE-OK
065100         READ RCTL-FILE
065200             AT END
065300                 MOVE SPACES TO RCTL-RECORD
065400                 MOVE 'F' TO RCTL-STATE
065500                 MOVE ZERO TO RCTL-BUSINESS-DATE
065600                 MOVE ZERO TO RCTL-MAINT-DATE
065700                 MOVE 'N' TO RCTL-MAINT-DONE-SW
065800         END-READ
065900         CLOSE RCTL-FILE
066000     ELSE
066100         IF NOT RCTL-FILE-MISSING
066200             DISPLAY 'EMPJCLOS: CANNOT READ RUNCTL.DAT, STATUS '
066300                 WS-RCTL-FILE-STATUS
066400             MOVE 8 TO RETURN-CODE
066500             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
066600         END-IF
066700     END-IF
066800
066900     IF RCTL-IN-USE
067000         DISPLAY 'EMPJCLOS: EMPLOYEE.DAT IS HELD BY '
067100             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
067200         DISPLAY 'EMPJCLOS: IF THAT RUN ABENDED, INSPECT AND '
067300             'RESET THE RUN CONTROL WITH RUNCTLRS'
067400         MOVE 8 TO RETURN-CODE
067500         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
067600     END-IF
067700
067800     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
067900     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
068000
068100     OPEN OUTPUT RCTL-FILE
068200     IF NOT RCTL-FILE-OK
068300         DISPLAY 'EMPJCLOS: CANNOT STAMP RUNCTL.DAT, STATUS '
068400             WS-RCTL-FILE-STATUS
068500         MOVE 8 TO RETURN-CODE
068600         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
068700     END-IF
068800     MOVE 'U' TO RCTL-STATE
068900     MOVE 'EMPJCLOS' TO RCTL-HOLDER
069000     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
069100     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
069200     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
069300     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
069400     WRITE RCTL-RECORD
069500     CLOSE RCTL-FILE
069600     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
069700 1500-ACQUIRE-RUN-CONTROL-EXIT.
069800     EXIT.
069900
070000*================================================================*
070100 2000-SPLIT-JOURNAL.
070200*    ONE PASS OVER THE JOURNAL: EVERY RECORD GOES TO EMPJKEEP.DAT
070300*    OR EMPJSTG.DAT BY ITS RUN'S DISPOSITION, AND EVERY RUN-ID
070400*    GETS A LINE ON THE CONTROL REPORT.  NOTHING IS MOVED ON
070500*    UNLESS RECORDS IN = RECORDS KEPT + RECORDS ARCHIVED.
070600*================================================================*
070700     OPEN INPUT JRNL-FILE
070800     IF NOT JRNL-FILE-OK
070900         IF JRNL-FILE-MISSING
071000             DISPLAY 'EMPJCLOS: NO EMPJRNL.DAT ON FILE - '
071100                 'NOTHING TO CLOSE'
071200             MOVE 'Y' TO WS-NOTHING-SW
071300         ELSE
071400             DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJRNL.DAT, STATUS '
071500                 WS-JRNL-FILE-STATUS
071600             MOVE 8 TO RETURN-CODE
071700             MOVE 'Y' TO WS-REFUSED-SW
071800         END-IF
071900         GO TO 2000-SPLIT-JOURNAL-EXIT
072000     END-IF
072100
072200     OPEN OUTPUT KEEP-FILE
072300     IF NOT KEEP-FILE-OK
072400         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJKEEP.DAT, STATUS '
072500             WS-KEEP-FILE-STATUS
072600         MOVE 8 TO RETURN-CODE
072700         MOVE 'Y' TO WS-REFUSED-SW
072800         CLOSE JRNL-FILE
072900         GO TO 2000-SPLIT-JOURNAL-EXIT
073000     END-IF
073100     OPEN OUTPUT STG-FILE
073200     IF NOT STG-FILE-OK
073300         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJSTG.DAT, STATUS '
073400             WS-STG-FILE-STATUS
073500         MOVE 8 TO RETURN-CODE
073600         MOVE 'Y' TO WS-REFUSED-SW
073700         CLOSE JRNL-FILE
073800         CLOSE KEEP-FILE
073900         GO TO 2000-SPLIT-JOURNAL-EXIT
074000     END-IF
074100
074200     MOVE 'N' TO EOF-FLAG
074300     PERFORM 2100-READ-NEXT-JOURNAL
074400         THRU 2100-READ-NEXT-JOURNAL-EXIT
074500     PERFORM 2200-SPLIT-RECORD
074600         THRU 2200-SPLIT-RECORD-EXIT
074700         UNTIL END-OF-FILE
074800     IF NOT FIRST-RECORD
074900         PERFORM 2400-WRITE-RUN-LINE
075000             THRU 2400-WRITE-RUN-LINE-EXIT
075100     END-IF
075200     CLOSE JRNL-FILE
075300     CLOSE KEEP-FILE
075400     CLOSE STG-FILE
075500
075600     ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT GIVING WS-PROOF-TOTAL
075700     IF WS-PROOF-TOTAL NOT = WS-IN-COUNT
075800         DISPLAY 'EMPJCLOS: RECORDS IN ' WS-IN-COUNT
075900             ' DO NOT EQUAL KEPT ' WS-KEPT-COUNT
076000             ' PLUS ARCHIVED ' WS-ARCHIVED-COUNT
076100             '; CLOSE REFUSED'
076200         MOVE 8 TO RETURN-CODE
076300         MOVE 'Y' TO WS-REFUSED-SW
076400         GO TO 2000-SPLIT-JOURNAL-EXIT
076500     END-IF
076600     IF WS-ARCHIVED-COUNT = ZERO
076700         DISPLAY 'EMPJCLOS: NO RUN IS ELIGIBLE TO ARCHIVE; '
076800             'JOURNAL LEFT AS IT WAS'
076900         MOVE 'Y' TO WS-NOTHING-SW
077000     END-IF.
077100 2000-SPLIT-JOURNAL-EXIT.
077200     EXIT.
077300
077400*================================================================*
077500 2100-READ-NEXT-JOURNAL.
077600*================================================================*
077700     READ JRNL-FILE
077800         AT END
077900             MOVE 'Y' TO EOF-FLAG
078000     END-READ.
078100 2100-READ-NEXT-JOURNAL-EXIT.
078200     EXIT.
078300
078400*================================================================*
078500 2200-SPLIT-RECORD.
078600*    A CHANGE OF RUN-ID PRINTS THE FINISHED RUN'S LINE AND
078700*    DECIDES THE NEW RUN'S DISPOSITION; THE RECORD THEN GOES
078800*    WHEREVER ITS RUN IS GOING.
078900*================================================================*
079000     IF FIRST-RECORD
079100         MOVE 'N' TO WS-FIRST-RECORD-SW
079200         PERFORM 2300-DECIDE-RUN
079300             THRU 2300-DECIDE-RUN-EXIT
079400     ELSE
079500         IF JRNL-RUN-ID NOT = WS-CURRENT-RUN-ID
079600             PERFORM 2400-WRITE-RUN-LINE
079700                 THRU 2400-WRITE-RUN-LINE-EXIT
079800             PERFORM 2300-DECIDE-RUN
079900                 THRU 2300-DECIDE-RUN-EXIT
080000         END-IF
080100     END-IF
080200
080300     ADD 1 TO WS-IN-COUNT
080400     ADD 1 TO WS-RUN-IN-COUNT
080500     IF ARCHIVE-RUN
080600         MOVE JRNL-RECORD TO JSTG-RECORD
080700         WRITE JSTG-RECORD
080800         ADD 1 TO WS-ARCHIVED-COUNT
080900         ADD 1 TO WS-RUN-ARCHIVED-COUNT
081000     ELSE
081100         MOVE JRNL-RECORD TO JKEEP-RECORD
081200         WRITE JKEEP-RECORD
081300         ADD 1 TO WS-KEPT-COUNT
081400         ADD 1 TO WS-RUN-KEPT-COUNT
081500     END-IF
081600
081700     PERFORM 2100-READ-NEXT-JOURNAL
081800         THRU 2100-READ-NEXT-JOURNAL-EXIT.
081900 2200-SPLIT-RECORD-EXIT.
082000     EXIT.
082100
082200*================================================================*
082300 2300-DECIDE-RUN.
082400*    A RUN IS ARCHIVED ONLY IF IT IS DATED BEFORE THE CUTOFF,
082500*    IS NO NEWER THAN THE EXPORT MARKER OR THE NEW-HIRE MARKER,
082550*    IS DATED ON OR BEFORE THE START OF THE BACKOUT WINDOW, AND
082600*    NO EARLIER RUN HAS BEEN KEPT.  THE RUN DATE IS THE FIRST
082700*    EIGHT BYTES OF THE RUN-ID.
082900*================================================================*
083000     MOVE JRNL-RUN-ID TO WS-CURRENT-RUN-ID
083100     MOVE ZERO TO WS-RUN-IN-COUNT
083200     MOVE ZERO TO WS-RUN-KEPT-COUNT
083300     MOVE ZERO TO WS-RUN-ARCHIVED-COUNT
083400     MOVE 'N' TO WS-ARCHIVE-RUN-SW
083500
083600     EVALUATE TRUE
083700         WHEN KEEPING-THE-REST
083800             MOVE 'KEPT - FOLLOWS A KEPT RUN'
083900                 TO WS-RUN-DISPOSITION
084000         WHEN JRNL-RUN-ID(1:8) NOT < WS-CUTOFF-DATE
084100             MOVE 'KEPT - NOT BEFORE CUTOFF'
084200                 TO WS-RUN-DISPOSITION
084300         WHEN JRNL-RUN-ID > WS-MARK-RUN-ID
084400             MOVE 'KEPT - NOT YET EXPORTED/SENT'
084500                 TO WS-RUN-DISPOSITION
084600         WHEN JRNL-RUN-ID(1:8) > WS-WINDOW-DATE
084700             MOVE 'KEPT - INSIDE BACKOUT WINDOW'
084800                 TO WS-RUN-DISPOSITION
084900         WHEN OTHER
085000             MOVE 'ARCHIVED' TO WS-RUN-DISPOSITION
085100             MOVE 'Y' TO WS-ARCHIVE-RUN-SW
085200     END-EVALUATE
085300
085400     IF ARCHIVE-RUN
085500         ADD 1 TO WS-RUNS-ARCHIVED
085600         MOVE JRNL-RUN-ID TO WS-HIGH-ARCH-RUN-ID
085700     ELSE
085800         ADD 1 TO WS-RUNS-KEPT
085900         MOVE 'Y' TO WS-KEEPING-SW
086000     END-IF.
086100 2300-DECIDE-RUN-EXIT.
086200     EXIT.
086300
086400*================================================================*
086500 2400-WRITE-RUN-LINE.
086600*    ONE CONTROL-REPORT LINE PER RUN-ID: RECORDS IN, KEPT,
086700*    ARCHIVED, AND WHY.
086800*================================================================*
086900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087000         PERFORM 5000-WRITE-REPORT-HEADERS
087100             THRU 5000-WRITE-REPORT-HEADERS-EXIT
087200     END-IF
087300
087400     MOVE WS-RUN-IN-COUNT TO WS-IN-ED
087500     MOVE WS-RUN-KEPT-COUNT TO WS-KEPT-ED
087600     MOVE WS-RUN-ARCHIVED-COUNT TO WS-ARCHIVED-ED
087700     MOVE SPACES TO REPORT-RECORD
087800     STRING WS-CURRENT-RUN-ID  DELIMITED BY SIZE
087900             '  '              DELIMITED BY SIZE
088000             WS-IN-ED          DELIMITED BY SIZE
088100             '  '              DELIMITED BY SIZE
088200             WS-KEPT-ED        DELIMITED BY SIZE
088300             '  '              DELIMITED BY SIZE
088400             WS-ARCHIVED-ED    DELIMITED BY SIZE
088500             '  '              DELIMITED BY SIZE
088600             WS-RUN-DISPOSITION
088700                               DELIMITED BY SIZE
088800         INTO REPORT-RECORD
088900     END-STRING
089000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
089100     ADD 1 TO WS-LINE-COUNT.
089200 2400-WRITE-RUN-LINE-EXIT.
089300     EXIT.
089400
089500*================================================================*
089600 3000-WRITE-LEDGER.
089700*    APPEND ONE LEDGER LINE FOR THE STEP JUST FINISHED, IN
089800*    STATE WS-LDG-NEW-STATE.  A LEDGER THAT CANNOT BE WRITTEN
089900*    STOPS THE CLOSE, SINCE A RESTART COULD NOT THEN TELL
090000*    WHERE IT HAD GOT TO.
090100*================================================================*
090200     OPEN EXTEND JCLG-FILE
090300     IF JCLG-FILE-MISSING
090400         OPEN OUTPUT JCLG-FILE
090500     END-IF
090600     IF NOT JCLG-FILE-OK
090700         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJCLDG.DAT, STATUS '
090800             WS-JCLG-FILE-STATUS
090900         MOVE 8 TO RETURN-CODE
091000         MOVE 'Y' TO WS-REFUSED-SW
091100         GO TO 3000-WRITE-LEDGER-EXIT
091200     END-IF
091300
091400     MOVE SPACES TO JCLG-RECORD
091500     MOVE WS-CLOSE-RUN-ID TO JCLG-CLOSE-RUN-ID
091600     MOVE WS-LDG-NEW-STATE TO JCLG-STATE
091700     MOVE WS-CUTOFF-DATE TO JCLG-CUTOFF-DATE
091800     MOVE WS-WINDOW-DATE TO JCLG-WINDOW-DATE
091900     MOVE WS-MARK-RUN-ID TO JCLG-MARK-RUN-ID
092000     MOVE WS-IN-COUNT TO JCLG-IN-COUNT
092100     MOVE WS-KEPT-COUNT TO JCLG-KEPT-COUNT
092200     MOVE WS-ARCHIVED-COUNT TO JCLG-ARCHIVED-COUNT
092300     MOVE WS-HIGH-ARCH-RUN-ID TO JCLG-HIGH-ARCH-RUN-ID
092400     WRITE JCLG-RECORD
092500     CLOSE JCLG-FILE
092600     IF WS-LDG-NEW-STATE = 'C'
092700         MOVE 'Y' TO WS-COMPLETE-SW
092800     END-IF.
092900 3000-WRITE-LEDGER-EXIT.
093000     EXIT.
093100
093200*================================================================*
093300 4000-POST-ARCHIVE.
093400*    APPEND THE STAGED RUNS TO THE ARCHIVE, EACH RECORD DATED
093500*    WITH THE CLOSE RUN-ID.  RESUMING A CLOSE THAT STOPPED PART
093600*    WAY THROUGH THIS STEP, THE RECORDS IT ALREADY APPENDED ARE
093700*    COUNTED FIRST AND THAT MANY STAGED RECORDS SKIPPED, SO NO
093800*    RECORD REACHES THE ARCHIVE TWICE.
093900*================================================================*
094000     IF RESUME-FROM-STAGED
094100         PERFORM 4600-CHECK-JOURNAL-UNCHANGED
094200             THRU 4600-CHECK-JOURNAL-UNCHANGED-EXIT
094300         IF CLOSE-REFUSED
094400             GO TO 4000-POST-ARCHIVE-EXIT
094500         END-IF
094600         PERFORM 4100-COUNT-ALREADY-POSTED
094700             THRU 4100-COUNT-ALREADY-POSTED-EXIT
094800         IF CLOSE-REFUSED
094900             GO TO 4000-POST-ARCHIVE-EXIT
095000         END-IF
095100     END-IF
095200
095300     OPEN INPUT STG-FILE
095400     IF NOT STG-FILE-OK
095500         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJSTG.DAT, STATUS '
095600             WS-STG-FILE-STATUS
095700         MOVE 8 TO RETURN-CODE
095800         MOVE 'Y' TO WS-REFUSED-SW
095900         GO TO 4000-POST-ARCHIVE-EXIT
096000     END-IF
096100     OPEN EXTEND ARCH-FILE
096200     IF ARCH-FILE-MISSING
096300         OPEN OUTPUT ARCH-FILE
096400     END-IF
096500     IF NOT ARCH-FILE-OK
096600         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJARCH.DAT, STATUS '
096700             WS-ARCH-FILE-STATUS
096800         MOVE 8 TO RETURN-CODE
096900         MOVE 'Y' TO WS-REFUSED-SW
097000         CLOSE STG-FILE
097100         GO TO 4000-POST-ARCHIVE-EXIT
097200     END-IF
097300
097400     MOVE 'N' TO EOF-FLAG
097500     PERFORM 4200-POST-STAGED-RECORD
097600         THRU 4200-POST-STAGED-RECORD-EXIT
097700         UNTIL END-OF-FILE
097800     CLOSE STG-FILE
097900     CLOSE ARCH-FILE
098000
098100     IF WS-STAGED-COUNT NOT = WS-ARCHIVED-COUNT
098200         DISPLAY 'EMPJCLOS: EMPJSTG.DAT HOLDS ' WS-STAGED-COUNT
098300             ' RECORDS BUT ' WS-ARCHIVED-COUNT
098400             ' WERE STAGED; CLOSE STOPPED'
098500         MOVE 8 TO RETURN-CODE
098600         MOVE 'Y' TO WS-REFUSED-SW
098700     END-IF.
098800 4000-POST-ARCHIVE-EXIT.
098900     EXIT.
099000
099100*================================================================*
099200 4100-COUNT-ALREADY-POSTED.
099300*    COUNT THE ARCHIVE RECORDS ALREADY DATED WITH THIS CLOSE.
099400*================================================================*
099500     OPEN INPUT ARCH-FILE
099600     IF NOT ARCH-FILE-OK
099700         IF ARCH-FILE-MISSING
099800             GO TO 4100-COUNT-ALREADY-POSTED-EXIT
099900         END-IF
100000         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJARCH.DAT, STATUS '
100100             WS-ARCH-FILE-STATUS
100200         MOVE 8 TO RETURN-CODE
100300         MOVE 'Y' TO WS-REFUSED-SW
100400         GO TO 4100-COUNT-ALREADY-POSTED-EXIT
100500     END-IF
100600
100700     MOVE 'N' TO EOF-FLAG
100800     PERFORM 4150-COUNT-ARCHIVE-RECORD
100900         THRU 4150-COUNT-ARCHIVE-RECORD-EXIT
101000         UNTIL END-OF-FILE
101100     CLOSE ARCH-FILE
101200     DISPLAY 'EMPJCLOS: ' WS-ALREADY-POSTED
101300         ' RECORDS ALREADY ON THE ARCHIVE FOR THIS CLOSE'.
101400 4100-COUNT-ALREADY-POSTED-EXIT.
101500     EXIT.
101600
101700*================================================================*
101800 4150-COUNT-ARCHIVE-RECORD.
101900*================================================================*
102000     READ ARCH-FILE
102100         AT END
102200             MOVE 'Y' TO EOF-FLAG
102300             GO TO 4150-COUNT-ARCHIVE-RECORD-EXIT
102400     END-READ
102500     IF JARC-CLOSE-RUN-ID = WS-CLOSE-RUN-ID
102600         ADD 1 TO WS-ALREADY-POSTED
102700     END-IF.
102800 4150-COUNT-ARCHIVE-RECORD-EXIT.
102900     EXIT.
103000
103100*================================================================*
103200 4200-POST-STAGED-RECORD.
103300*================================================================*
103400     READ STG-FILE
103500         AT END
103600             MOVE 'Y' TO EOF-FLAG
103700             GO TO 4200-POST-STAGED-RECORD-EXIT
103800     END-READ
103900     ADD 1 TO WS-STAGED-COUNT
104000     IF WS-STAGED-COUNT > WS-ALREADY-POSTED
104100         MOVE WS-CLOSE-RUN-ID TO JARC-CLOSE-RUN-ID
104200         MOVE JSTG-RECORD TO JARC-JRNL-IMAGE
104300         WRITE JARC-RECORD
104400         ADD 1 TO WS-POSTED-COUNT
104500     END-IF.
104600 4200-POST-STAGED-RECORD-EXIT.
104700     EXIT.
104800
104900*================================================================*
105000 4500-REWRITE-JOURNAL.
105100*    REPLACE EMPJRNL.DAT WITH THE KEPT RUNS.  RESUMING, THE
105200*    JOURNAL IS FIRST CHECKED TO BE EITHER EXACTLY AS THE SPLIT
105300*    LEFT IT OR A PARTLY REWRITTEN COPY OF THE KEPT RUNS.
105400*================================================================*
105500     IF RESUME-FROM-ARCHIVED
105600         PERFORM 4600-CHECK-JOURNAL-UNCHANGED
105700             THRU 4600-CHECK-JOURNAL-UNCHANGED-EXIT
105800         IF CLOSE-REFUSED
105900             GO TO 4500-REWRITE-JOURNAL-EXIT
106000         END-IF
106100     END-IF
106200
106300     OPEN INPUT KEEP-FILE
106400     IF NOT KEEP-FILE-OK
106500         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJKEEP.DAT, STATUS '
106600             WS-KEEP-FILE-STATUS
106700         MOVE 8 TO RETURN-CODE
106800         MOVE 'Y' TO WS-REFUSED-SW
106900         GO TO 4500-REWRITE-JOURNAL-EXIT
107000     END-IF
107100     OPEN OUTPUT JRNL-FILE
107200     IF NOT JRNL-FILE-OK
107300         DISPLAY 'EMPJCLOS: CANNOT REWRITE EMPJRNL.DAT, STATUS '
107400             WS-JRNL-FILE-STATUS
107500         MOVE 8 TO RETURN-CODE
107600         MOVE 'Y' TO WS-REFUSED-SW
107700         CLOSE KEEP-FILE
107800         GO TO 4500-REWRITE-JOURNAL-EXIT
107900     END-IF
108000
108100     MOVE 'N' TO KEEP-EOF-FLAG
108200     PERFORM 4550-COPY-KEPT-RECORD
108300         THRU 4550-COPY-KEPT-RECORD-EXIT
108400         UNTIL KEEP-END-OF-FILE
108500     CLOSE KEEP-FILE
108600     CLOSE JRNL-FILE
108700
108800     IF WS-REWRITTEN-COUNT NOT = WS-KEPT-COUNT
108900         DISPLAY 'EMPJCLOS: ' WS-REWRITTEN-COUNT
109000             ' RECORDS REWRITTEN BUT ' WS-KEPT-COUNT
109100             ' WERE KEPT; CLOSE STOPPED'
109200         MOVE 8 TO RETURN-CODE
109300         MOVE 'Y' TO WS-REFUSED-SW
109400     END-IF.
109500 4500-REWRITE-JOURNAL-EXIT.
109600     EXIT.
109700
109800*================================================================*
109900 4550-COPY-KEPT-RECORD.
110000*================================================================*
110100     READ KEEP-FILE
110200         AT END
110300             MOVE 'Y' TO KEEP-EOF-FLAG
110400             GO TO 4550-COPY-KEPT-RECORD-EXIT
110500     END-READ
110600     MOVE JKEEP-RECORD TO JRNL-RECORD
110700     WRITE JRNL-RECORD
110800     ADD 1 TO WS-REWRITTEN-COUNT.
110900 4550-COPY-KEPT-RECORD-EXIT.
111000     EXIT.
111100
111200*================================================================*
111300 4600-CHECK-JOURNAL-UNCHANGED.
111400*    AN UNFINISHED CLOSE MAY ONLY BE RESUMED AGAINST THE JOURNAL
111500*    IT SPLIT.  THE JOURNAL IS READ ALONGSIDE EMPJKEEP.DAT: IT
111600*    MUST STILL HOLD THE SAME NUMBER OF RECORDS THE SPLIT READ
111700*    OR -- ONLY ONCE THE ARCHIVE IS POSTED -- BE A RECORD-FOR-
111800*    RECORD COPY OF THE FRONT OF THE KEPT RUNS, AS A REWRITE
111900*    INTERRUPTED PART WAY LEAVES IT.  ANYTHING ELSE MEANS SOME
112000*    OTHER RUN HAS WRITTEN TO IT SINCE, AND THE CLOSE IS
112100*    REFUSED FOR THE OPERATOR TO RECONCILE.
112200*================================================================*
112300     MOVE ZERO TO WS-CHECK-COUNT
112400     MOVE 'N' TO WS-PREFIX-MISMATCH-SW
112500     OPEN INPUT KEEP-FILE
112600     IF NOT KEEP-FILE-OK
112700         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJKEEP.DAT, STATUS '
112800             WS-KEEP-FILE-STATUS
112900         MOVE 8 TO RETURN-CODE
113000         MOVE 'Y' TO WS-REFUSED-SW
113100         GO TO 4600-CHECK-JOURNAL-UNCHANGED-EXIT
113200     END-IF
113300     OPEN INPUT JRNL-FILE
113400     IF NOT JRNL-FILE-OK
113500         DISPLAY 'EMPJCLOS: CANNOT OPEN EMPJRNL.DAT, STATUS '
113600             WS-JRNL-FILE-STATUS
113700         MOVE 8 TO RETURN-CODE
113800         MOVE 'Y' TO WS-REFUSED-SW
113900         CLOSE KEEP-FILE
114000         GO TO 4600-CHECK-JOURNAL-UNCHANGED-EXIT
114100     END-IF
114200
114300     MOVE 'N' TO EOF-FLAG
114400     MOVE 'N' TO KEEP-EOF-FLAG
114500     PERFORM 4650-COMPARE-JOURNAL-RECORD
114600         THRU 4650-COMPARE-JOURNAL-RECORD-EXIT
114700         UNTIL END-OF-FILE
114800     CLOSE JRNL-FILE
114900     CLOSE KEEP-FILE
115000
115100     IF WS-CHECK-COUNT = WS-IN-COUNT
115200         GO TO 4600-CHECK-JOURNAL-UNCHANGED-EXIT
115300     END-IF
115400     IF RESUME-FROM-ARCHIVED
115500         AND NOT PREFIX-MISMATCH
115600         AND WS-CHECK-COUNT NOT > WS-KEPT-COUNT
115700         GO TO 4600-CHECK-JOURNAL-UNCHANGED-EXIT
115800     END-IF
115900     DISPLAY 'EMPJCLOS: EMPJRNL.DAT HAS CHANGED SINCE CLOSE '
116000         WS-CLOSE-RUN-ID ' SPLIT IT (' WS-CHECK-COUNT
116100         ' RECORDS, ' WS-IN-COUNT ' EXPECTED); RECONCILE IT '
116200         'BEFORE RESUMING'
116300     MOVE 8 TO RETURN-CODE
116400     MOVE 'Y' TO WS-REFUSED-SW.
116500 4600-CHECK-JOURNAL-UNCHANGED-EXIT.
116600     EXIT.
116700
116800*================================================================*
116900 4650-COMPARE-JOURNAL-RECORD.
117000*================================================================*
117100     READ JRNL-FILE
117200         AT END
117300             MOVE 'Y' TO EOF-FLAG
117400             GO TO 4650-COMPARE-JOURNAL-RECORD-EXIT
117500     END-READ
117600     ADD 1 TO WS-CHECK-COUNT
117700     IF KEEP-END-OF-FILE
117800         MOVE 'Y' TO WS-PREFIX-MISMATCH-SW
117900         GO TO 4650-COMPARE-JOURNAL-RECORD-EXIT
118000     END-IF
118100     READ KEEP-FILE
118200         AT END
118300             MOVE 'Y' TO KEEP-EOF-FLAG
118400             MOVE 'Y' TO WS-PREFIX-MISMATCH-SW
118500             GO TO 4650-COMPARE-JOURNAL-RECORD-EXIT
118600     END-READ
118700     IF JRNL-RECORD NOT = JKEEP-RECORD
118800         MOVE 'Y' TO WS-PREFIX-MISMATCH-SW
118900     END-IF.
119000 4650-COMPARE-JOURNAL-RECORD-EXIT.
119100     EXIT.
119200
119300*================================================================*
119400 5000-WRITE-REPORT-HEADERS.
119500*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER), THE CLOSE'S
119600*    LIMITS, COLUMN HEADINGS, AND AN UNDERLINE, SAME STYLE AS
119700*    THE MASTER LISTING HEADERS.
119800*================================================================*
119900     ADD 1 TO WS-PAGE-COUNT
120000     MOVE ZERO TO WS-LINE-COUNT
120100
120200     MOVE SPACES TO REPORT-RECORD
120300     STRING 'JOURNAL CLOSE CONTROL REPORT' DELIMITED BY SIZE
120400             '     RUN DATE: '             DELIMITED BY SIZE
120500             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
120600                                           DELIMITED BY SIZE
120700             '     PAGE: '                 DELIMITED BY SIZE
120800             WS-PAGE-COUNT                 DELIMITED BY SIZE
120900         INTO REPORT-RECORD
121000     END-STRING
121100     IF WS-PAGE-COUNT = 1
121200         WRITE REPORT-RECORD
121300     ELSE
121400         WRITE REPORT-RECORD AFTER ADVANCING PAGE
121500     END-IF
121600
121700     MOVE SPACES TO REPORT-RECORD
121800     STRING 'CLOSE '                DELIMITED BY SIZE
121900             WS-CLOSE-RUN-ID        DELIMITED BY SIZE
122000             '  CUTOFF '            DELIMITED BY SIZE
122100             WS-CUTOFF-DATE         DELIMITED BY SIZE
122200             '  WINDOW AFTER '      DELIMITED BY SIZE
122300             WS-WINDOW-DATE         DELIMITED BY SIZE
122400             '  MARKER '            DELIMITED BY SIZE
122500             WS-MARK-RUN-ID         DELIMITED BY SIZE
122600         INTO REPORT-RECORD
122700     END-STRING
122800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
122900
123000     MOVE SPACES TO REPORT-RECORD
123100     STRING 'RUN-ID          RECORDS IN       KEPT   ARCHIVED'
123200             DELIMITED BY SIZE
123300             '  DISPOSITION'
123400             DELIMITED BY SIZE
123500         INTO REPORT-RECORD
123600     END-STRING
123700     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
123800
123900     MOVE SPACES TO REPORT-RECORD
124000     STRING '--------------  ----------  ---------  ---------'
124100             DELIMITED BY SIZE
124200             '  ------------------------------'
124300             DELIMITED BY SIZE
124400         INTO REPORT-RECORD
124500     END-STRING
124600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
124700     ADD 5 TO WS-LINE-COUNT.
124800 5000-WRITE-REPORT-HEADERS-EXIT.
124900     EXIT.
125000
125100*================================================================*
125200 6000-WRITE-CONTROL-TOTALS.
125300*    THE PROOF: RECORDS IN, KEPT, AND ARCHIVED, WHETHER THEY
125400*    BALANCE, WHAT REACHED THE ARCHIVE AND THE JOURNAL, AND
125500*    WHETHER THE CLOSE FINISHED.  ECHOED TO SYSOUT.
125600*================================================================*
125700     IF NOT NEW-CLOSE
125800         MOVE SPACES TO REPORT-RECORD
125900         STRING 'RESUMED FROM LEDGER STATE '
126000                                   DELIMITED BY SIZE
126100                 WS-RESUME-STATE   DELIMITED BY SIZE
126200                 '; THE RUN-ID LINES ARE ON THE ORIGINAL '
126300                                   DELIMITED BY SIZE
126400                 'CLOSE''S REPORT'  DELIMITED BY SIZE
126500             INTO REPORT-RECORD
126600         END-STRING
126700         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
126800     END-IF
126900
127000     MOVE WS-IN-COUNT TO WS-COUNT-ED
127100     MOVE SPACES TO REPORT-RECORD
127200     STRING 'RECORDS IN               ' DELIMITED BY SIZE
127300             WS-COUNT-ED                DELIMITED BY SIZE
127400         INTO REPORT-RECORD
127500     END-STRING
127600     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
127700
127800     MOVE WS-KEPT-COUNT TO WS-COUNT-ED
127850     MOVE WS-RUNS-KEPT TO WS-RUNS-ED
127900     MOVE SPACES TO REPORT-RECORD
128000     STRING 'RECORDS KEPT             ' DELIMITED BY SIZE
128100             WS-COUNT-ED                DELIMITED BY SIZE
128200             '   RUNS '                 DELIMITED BY SIZE
128300             WS-RUNS-ED                 DELIMITED BY SIZE
128400         INTO REPORT-RECORD
128500     END-STRING
128600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
128700
128800     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-ED
128850     MOVE WS-RUNS-ARCHIVED TO WS-RUNS-ED
128900     MOVE SPACES TO REPORT-RECORD
129000     STRING 'RECORDS ARCHIVED         ' DELIMITED BY SIZE
129100             WS-COUNT-ED                DELIMITED BY SIZE
129200             '   RUNS '                 DELIMITED BY SIZE
129300             WS-RUNS-ED                 DELIMITED BY SIZE
129400         INTO REPORT-RECORD
129500     END-STRING
129600     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
129700
129800     ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT GIVING WS-PROOF-TOTAL
129900     MOVE SPACES TO REPORT-RECORD
130000     IF WS-PROOF-TOTAL = WS-IN-COUNT
130100         MOVE 'IN = KEPT + ARCHIVED     BALANCED'
130200             TO REPORT-RECORD
130300     ELSE
130400         MOVE 'IN = KEPT + ARCHIVED     *** OUT OF BALANCE ***'
130500             TO REPORT-RECORD
130600     END-IF
130700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
130800
130900     MOVE WS-POSTED-COUNT TO WS-COUNT-ED
131000     MOVE SPACES TO REPORT-RECORD
131100     STRING 'ARCHIVE RECORDS POSTED   ' DELIMITED BY SIZE
131200             WS-COUNT-ED                DELIMITED BY SIZE
131300         INTO REPORT-RECORD
131400     END-STRING
131500     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
131600
131700     MOVE WS-REWRITTEN-COUNT TO WS-COUNT-ED
131800     MOVE SPACES TO REPORT-RECORD
131900     STRING 'JOURNAL RECORDS WRITTEN  ' DELIMITED BY SIZE
132000             WS-COUNT-ED                DELIMITED BY SIZE
132100         INTO REPORT-RECORD
132200     END-STRING
132300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
132400
132500     MOVE SPACES TO REPORT-RECORD
132600     EVALUATE TRUE
132700         WHEN CLOSE-COMPLETE
132800             MOVE 'CLOSE COMPLETE' TO REPORT-RECORD
132900         WHEN NOTHING-TO-ARCHIVE
133000             MOVE 'NOTHING ARCHIVED - JOURNAL UNCHANGED'
133100                 TO REPORT-RECORD
133200         WHEN OTHER
133300             MOVE '*** CLOSE NOT COMPLETE ***' TO REPORT-RECORD
133400     END-EVALUATE
133500     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
133600
133700     DISPLAY 'EMPJCLOS: RECORDS IN       ' WS-IN-COUNT
133800     DISPLAY 'EMPJCLOS: RECORDS KEPT     ' WS-KEPT-COUNT
133900     DISPLAY 'EMPJCLOS: RECORDS ARCHIVED ' WS-ARCHIVED-COUNT
134000     DISPLAY 'EMPJCLOS: ARCHIVE POSTED   ' WS-POSTED-COUNT
134100     DISPLAY 'EMPJCLOS: JOURNAL WRITTEN  ' WS-REWRITTEN-COUNT.
134200 6000-WRITE-CONTROL-TOTALS-EXIT.
134300     EXIT.
134400
134500*================================================================*
134600 8500-RELEASE-RUN-CONTROL.
134700*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
134800*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
134900*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
135000*    TO FIND.
135100*================================================================*
135200     IF NOT RCTL-ACQUIRED
135300         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
135400     END-IF
135500
135600     OPEN OUTPUT RCTL-FILE
135700     IF NOT RCTL-FILE-OK
135800         DISPLAY 'EMPJCLOS: CANNOT RESTAMP RUNCTL.DAT, STATUS '
135900             WS-RCTL-FILE-STATUS
136000         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
136100     END-IF
136200     MOVE SPACES TO RCTL-RECORD
136300     MOVE 'F' TO RCTL-STATE
136400     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
136500     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
136600     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
136700     WRITE RCTL-RECORD
136800     CLOSE RCTL-FILE.
136900 8500-RELEASE-RUN-CONTROL-EXIT.
137000     EXIT.
137100
137200*================================================================*
137300 9000-TERMINATE.
137400*    A CLOSE THAT STOPPED PART WAY ENDS WITH RETURN CODE 8 AND
137500*    TELLS THE OPERATOR THAT RUNNING EMPJCLOS AGAIN FINISHES IT.
137600*================================================================*
137700     IF REPORT-FILE-OPEN
137800         PERFORM 6000-WRITE-CONTROL-TOTALS
137900             THRU 6000-WRITE-CONTROL-TOTALS-EXIT
138000         CLOSE REPORT-FILE
138100     END-IF
138200
138300     PERFORM 8500-RELEASE-RUN-CONTROL
138400         THRU 8500-RELEASE-RUN-CONTROL-EXIT
138500
138600     IF CLOSE-REFUSED
138700         MOVE 8 TO RETURN-CODE
138800         IF WS-CLOSE-RUN-ID NOT = SPACES
138900             AND NOT NOTHING-TO-ARCHIVE
139000             DISPLAY 'EMPJCLOS: CLOSE ' WS-CLOSE-RUN-ID
139100                 ' NOT COMPLETE; CORRECT THE CAUSE AND RUN '
139200                 'EMPJCLOS AGAIN TO FINISH IT'
139300         END-IF
139400     ELSE
139500         IF CLOSE-COMPLETE
139600             DISPLAY 'EMPJCLOS: CLOSE ' WS-CLOSE-RUN-ID
139700                 ' COMPLETE'
139800         END-IF
139900     END-IF.
140000 9000-TERMINATE-EXIT.
140100     EXIT.
