000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPRECOV.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/31/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPRECOV                                                      *
000900*  FORWARD RECOVERY OF THE EMPLOYEE MASTER, FOR WHEN             *
001000*  EMPLOYEE.DAT ITSELF IS DAMAGED AND EMPBKOUT CANNOT HELP.      *
001100*  RELOADS ONE GENERATION THAT EMPGENBK TOOK ON EMPGENS.DAT      *
001200*  (FIRST RUN PARAMETER, THE GENERATION NUMBER) AND THEN         *
001300*  RE-APPLIES EVERY JOURNAL UPDATE WRITTEN SINCE THAT BACKUP -   *
001400*  EVERY RECORD ON EMPJRNL.DAT, AND ON EMPJARCH.DAT WHEN THE     *
001500*  JOURNAL CLOSE HAS ALREADY MOVED SOME OF THEM THERE, WHOSE     *
001600*  RUN-ID IS HIGHER THAN THE GENERATION'S - SORTED INTO RUN-ID   *
001700*  AND SEQUENCE ORDER:                                           *
001800*    AN ADD OR A REHIRE WRITES ITS AFTER-IMAGE,                  *
001900*    A CHANGE REWRITES ITS AFTER-IMAGE,                          *
002000*    A DELETE DELETES THE RECORD.                                *
002100*  THE RE-APPLIED UPDATES ARE NOT JOURNALLED AGAIN; THEY ARE     *
002200*  ALREADY ON THE JOURNAL.  AN UPDATE THAT DOES NOT FIND THE     *
002300*  MASTER THE WAY ITS BEFORE-IMAGE SAYS IT WAS (AN ADD OF A      *
002400*  RECORD ALREADY THERE, A CHANGE OR DELETE OF ONE MISSING OR    *
002500*  DIFFERENT) IS STILL APPLIED, SO THE MASTER ENDS AS THE        *
002600*  JOURNAL SAYS, BUT IS LISTED AS AN EXCEPTION.                  *
002700*                                                                *
002800*  THE REBUILT MASTER'S CLOSING CONTROL TOTALS ARE THEN          *
002900*  PROVED AGAINST THE EMPRECON SNAPSHOT, EMPPRIOR.DAT, ROLLED    *
003000*  FORWARD BY EVERY JOURNAL RUN DATED AFTER THE SNAPSHOT, THE    *
003100*  SAME WAY EMPRECON ROLLS IT FORWARD BY A NIGHT'S MAINTENANCE:  *
003200*                                                                *
003300*    EXPECTED COUNT = PRIOR COUNT + ADDS - DELETES               *
003400*    EXPECTED HASH  = PRIOR HASH + HASH ADDED - HASH DELETED     *
003500*                     (MODULO 10**9)                             *
003600*                                                                *
003700*  THE RECOVERY HOLDS THE RUN CONTROL, RUNCTL.DAT, FROM START    *
003800*  TO FINISH.  IT IS RELEASED ONLY WHEN THE REBUILT MASTER       *
003900*  BALANCES WITH NO EXCEPTIONS; OTHERWISE IT IS LEFT HELD BY     *
004000*  EMPRECOV AND THE RUN ENDS WITH RETURN-CODE 8, SO NOTHING ELSE *
004100*  IN THE STREAM TOUCHES THE MASTER UNTIL THE REPORT,            *
004200*  EMPRECOV.DAT, HAS BEEN WORKED AND THE RUN CONTROL RESET WITH  *
004300*  RUNCTLRS.  A RECOVERY REFUSED BEFORE THE RELOAD STARTS        *
004400*  LEAVES EMPLOYEE.DAT AS IT WAS AND RELEASES THE RUN CONTROL.   *
004500*----------------------------------------------------------------*
004600*  MODIFICATION HISTORY                                          *
004700*  DATE       BY   DESCRIPTION                                   *
004800*  05/31/1999 RWB  ORIGINAL FORWARD RECOVERY PROGRAM.            *
004900*================================================================*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EMP-ID
005700         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
005800         FILE STATUS IS WS-EMP-FILE-STATUS.
005900
006000     SELECT GENS-FILE ASSIGN TO 'EMPGENS.DAT'
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-GENS-FILE-STATUS.
006300
006400     SELECT GCAT-FILE ASSIGN TO 'EMPGENCT.DAT'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-GCAT-FILE-STATUS.
006700
006800     SELECT JRNL-FILE ASSIGN TO 'EMPJRNL.DAT'
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-FILE-STATUS.
007100
007200     SELECT ARCH-FILE ASSIGN TO 'EMPJARCH.DAT'
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ARCH-FILE-STATUS.
007500
007600     SELECT JCLG-FILE ASSIGN TO 'EMPJCLDG.DAT'
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-JCLG-FILE-STATUS.
007900
008000     SELECT PRIOR-FILE ASSIGN TO 'EMPPRIOR.DAT'
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-PRIOR-FILE-STATUS.
008300
008400     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RCTL-FILE-STATUS.
008700
008800     SELECT REPORT-FILE ASSIGN TO 'EMPRECOV.DAT'
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-REPORT-FILE-STATUS.
009100
009200     SELECT SORT-FILE ASSIGN TO 'SORTWORK.DAT'.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  EMP-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 COPY EMPREC.
009900
010000 FD  GENS-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  GENS-RECORD                 PIC X(60).
010300
010400 FD  GCAT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 COPY EMPGENCT.
010700
010800 FD  JRNL-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  JRNL-FILE-RECORD            PIC X(135).
011100
011200 FD  ARCH-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 COPY EMPJARCH.
011500
011600 FD  JCLG-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 COPY EMPJCLDG.
011900
012000 FD  PRIOR-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  PRIOR-RECORD.
012300     05  PRIOR-RUN-DATE          PIC 9(08).
012400     05  PRIOR-RECORD-COUNT      PIC 9(07).
012500     05  PRIOR-HASH-TOTAL        PIC 9(09).
012600
012700 FD  RCTL-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 COPY RUNCTL.
013000
013100 FD  REPORT-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  REPORT-RECORD               PIC X(132).
013400
013500*    THE JOURNAL RECORD, SORTED ON ITS RUN-ID AND SEQUENCE.
013600 SD  SORT-FILE.
013700 01  SORT-RECORD.
013800     05  SRT-RUN-ID              PIC X(14).
013900     05  SRT-SEQ                 PIC 9(07).
014000     05  FILLER                  PIC X(114).
014100
014200 WORKING-STORAGE SECTION.
014300*----------------------------------------------------------------*
014400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
014500*----------------------------------------------------------------*
014600 01  WS-EMP-FILE-STATUS       PIC X(02).
014700     88  EMP-FILE-OK                  VALUE '00'.
014800
014900 01  WS-GENS-FILE-STATUS      PIC X(02).
015000     88  GENS-FILE-OK                 VALUE '00'.
015100
015200 01  WS-GCAT-FILE-STATUS      PIC X(02).
015300     88  GCAT-FILE-OK                 VALUE '00'.
015400     88  GCAT-FILE-MISSING            VALUE '35'.
015500
015600 01  WS-JRNL-FILE-STATUS      PIC X(02).
015700     88  JRNL-FILE-OK                 VALUE '00'.
015800     88  JRNL-FILE-MISSING            VALUE '35'.
015900
016000 01  WS-ARCH-FILE-STATUS      PIC X(02).
016100     88  ARCH-FILE-OK                 VALUE '00'.
016200
016300 01  WS-JCLG-FILE-STATUS      PIC X(02).
016400     88  JCLG-FILE-OK                 VALUE '00'.
016500     88  JCLG-FILE-MISSING            VALUE '35'.
016600
016700 01  WS-PRIOR-FILE-STATUS     PIC X(02).
016800     88  PRIOR-FILE-OK                VALUE '00'.
016900
017000 01  WS-RCTL-FILE-STATUS      PIC X(02).
017100     88  RCTL-FILE-OK                 VALUE '00'.
017200     88  RCTL-FILE-MISSING            VALUE '35'.
017300
017400 01  WS-REPORT-FILE-STATUS    PIC X(02).
017500     88  REPORT-FILE-OK               VALUE '00'.
017600
017700 01  WS-EMP-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
017800     88  EMP-FILE-OPEN                VALUE 'Y'.
017900 01  WS-GENS-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
018000     88  GENS-FILE-OPEN               VALUE 'Y'.
018100 01  WS-JRNL-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
018200     88  JRNL-FILE-OPEN               VALUE 'Y'.
018300 01  WS-ARCH-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
018400     88  ARCH-FILE-OPEN               VALUE 'Y'.
018500 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
018600     88  REPORT-FILE-OPEN             VALUE 'Y'.
018700
018800 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
018900     88  END-OF-FILE                  VALUE 'Y'.
019000 01  WS-JCLG-EOF-SW           PIC X(01) VALUE 'N'.
019100     88  JCLG-END-OF-FILE             VALUE 'Y'.
019200 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
019300     88  RUN-REFUSED                  VALUE 'Y'.
019400
019500*    SET THE MOMENT EMPLOYEE.DAT IS OPENED FOR THE RELOAD.  FROM
019600*    THEN ON THE OLD MASTER IS GONE, AND ANY FAILURE LEAVES THE
019700*    RUN CONTROL HELD.
019800 01  WS-MASTER-TOUCHED-SW     PIC X(01) VALUE 'N'.
019900     88  MASTER-TOUCHED               VALUE 'Y'.
020000
020100*----------------------------------------------------------------*
020200*    RUN IDENTIFICATION AND RUN-CONTROL STATE                    *
020300*----------------------------------------------------------------*
020400 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
020500 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
020600     05  WS-RUN-CCYY             PIC 9(04).
020700     05  WS-RUN-MM               PIC 9(02).
020800     05  WS-RUN-DD               PIC 9(02).
020900 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
021000 01  WS-RUN-ID.
021100     05  WS-RUN-ID-DATE          PIC 9(08).
021200     05  WS-RUN-ID-TIME          PIC 9(06).
021300 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
021400     88  RCTL-ACQUIRED                VALUE 'Y'.
021500 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
021600 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
021700
021800*    THE CATALOG, AS READ AT START-UP.
021900 01  WS-CAT-STATE             PIC X(01) VALUE SPACE.
022000     88  CAT-COMPLETE                 VALUE 'C'.
022100 01  WS-CAT-OLDEST-GEN        PIC 9(07) VALUE ZERO.
022200 01  WS-CAT-NEWEST-GEN        PIC 9(07) VALUE ZERO.
022300
022400*----------------------------------------------------------------*
022500*    THE GENERATION TO RELOAD (FIRST RUN PARAMETER).  IT ARRIVES *
022600*    LEFT-JUSTIFIED AND IS ACCUMULATED A DIGIT AT A TIME THE     *
022700*    WAY EMPJRPT ACCUMULATES ITS THRESHOLD.                      *
022800*----------------------------------------------------------------*
022900 01  WS-GEN-X                 PIC X(08) VALUE SPACES.
023000 01  WS-GEN-WANTED            PIC 9(07) VALUE ZERO.
023100 01  WS-GEN-IDX               PIC 9(02) COMP VALUE ZERO.
023200 01  WS-DIGIT-X               PIC X(01) VALUE SPACE.
023300 01  WS-DIGIT-9 REDEFINES WS-DIGIT-X
023400                              PIC 9(01).
023500
023600*    THE GENERATION RECORD, READ INTO HERE (SEE EMPGEN.CPY).
023700 COPY EMPGEN.
023800
023900*----------------------------------------------------------------*
024000*    WHAT THE GENERATION SAYS ABOUT ITSELF, AND WHAT IS ACTUALLY *
024100*    IN IT                                                       *
024200*----------------------------------------------------------------*
024300 01  WS-GEN-HEADER-SW         PIC X(01) VALUE 'N'.
024400     88  GEN-HEADER-FOUND             VALUE 'Y'.
024500 01  WS-GEN-TRAILER-SW        PIC X(01) VALUE 'N'.
024600     88  GEN-TRAILER-FOUND            VALUE 'Y'.
024700 01  WS-GEN-RUN-ID            PIC X(14) VALUE SPACES.
024800 01  WS-GEN-RUN-DATE          PIC 9(08) VALUE ZERO.
024900 01  WS-GEN-TRAILER-COUNT     PIC 9(07) VALUE ZERO.
025000 01  WS-GEN-TRAILER-HASH      PIC 9(09) VALUE ZERO.
025100 01  WS-GEN-COUNT             PIC 9(07) VALUE ZERO.
025200 01  WS-GEN-HASH              PIC 9(09) COMP VALUE ZERO.
025300 01  WS-RELOAD-COUNT          PIC 9(07) VALUE ZERO.
025400
025500*----------------------------------------------------------------*
025600*    JOURNAL ARCHIVE.  THE CUTOFF IS THE LATEST ONE ON A         *
025700*    COMPLETED LINE OF THE CLOSE LEDGER (SEE EMPJRPT).  THE      *
025800*    ARCHIVE IS READ FIRST WHEN EITHER THE GENERATION OR THE     *
025900*    SNAPSHOT IS OLDER THAN IT.                                  *
026000*----------------------------------------------------------------*
026100 01  WS-ARCH-CUTOFF           PIC 9(08) VALUE ZERO.
026200 01  WS-LDG-STATE             PIC X(01) VALUE SPACE.
026300     88  LDG-INCOMPLETE               VALUE 'S' 'A'.
026400 01  WS-LDG-CLOSE-RUN-ID      PIC X(14) VALUE SPACES.
026500 01  WS-READING-ARCHIVE-SW    PIC X(01) VALUE 'N'.
026600     88  READING-ARCHIVE              VALUE 'Y'.
026700 01  WS-NEEDED-FROM           PIC 9(08) VALUE ZERO.
026800
026900*    THE JOURNAL RECORD, READ INTO HERE AND RETURNED FROM THE
027000*    SORT INTO HERE (SEE EMPJRNL.CPY).
027100 COPY EMPJRNL.
027200
027300*----------------------------------------------------------------*
027400*    THE PRIOR SNAPSHOT AND THE JOURNAL RUNS DATED AFTER IT      *
027500*----------------------------------------------------------------*
027600 01  WS-PRIOR-FOUND-SW        PIC X(01) VALUE 'N'.
027700     88  PRIOR-FOUND                  VALUE 'Y'.
027800 01  WS-PRIOR-DATE            PIC 9(08) VALUE ZERO.
027900 01  WS-PRIOR-COUNT           PIC 9(07) VALUE ZERO.
028000 01  WS-PRIOR-HASH            PIC 9(09) VALUE ZERO.
028100 01  WS-SNAP-ADD-COUNT        PIC 9(07) VALUE ZERO.
028200 01  WS-SNAP-DELETE-COUNT     PIC 9(07) VALUE ZERO.
028300 01  WS-SNAP-HASH-ADDED       PIC 9(11) COMP VALUE ZERO.
028400 01  WS-SNAP-HASH-DELETED     PIC 9(11) COMP VALUE ZERO.
028500
028600 01  WS-EXPECTED-COUNT        PIC S9(08) COMP VALUE ZERO.
028700 01  WS-EXPECTED-HASH         PIC S9(12) COMP VALUE ZERO.
028800 01  WS-HASH-QUOTIENT         PIC S9(04) COMP VALUE ZERO.
028900 01  WS-HASH-REMAINDER        PIC S9(10) COMP VALUE ZERO.
029000
029100 01  WS-BALANCE-SW            PIC X(01) VALUE 'N'.
029200     88  IN-BALANCE                   VALUE 'Y'.
029300
029400*----------------------------------------------------------------*
029500*    CONTROL TOTALS, KEPT THE SAME WAY FILETEST KEEPS THEM       *
029600*    (NUMERIC EMP-IDS ONLY IN THE HASH)                          *
029700*----------------------------------------------------------------*
029800 01  WS-THIS-EMP-ID           PIC X(05) VALUE SPACES.
029900 01  WS-EMP-ID-NUMERIC        PIC 9(05) VALUE ZERO.
030000 01  WS-REBUILT-COUNT         PIC 9(07) VALUE ZERO.
030100 01  WS-REBUILT-HASH          PIC 9(09) COMP VALUE ZERO.
030200
030300*----------------------------------------------------------------*
030400*    ROLL-FORWARD TOTALS                                         *
030500*----------------------------------------------------------------*
030600 01  WS-JRNL-READ-COUNT       PIC 9(07) VALUE ZERO.
030700 01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE ZERO.
030800 01  WS-RELEASED-COUNT        PIC 9(07) VALUE ZERO.
030900 01  WS-ADD-APPLIED           PIC 9(07) VALUE ZERO.
031000 01  WS-REHIRE-APPLIED        PIC 9(07) VALUE ZERO.
031100 01  WS-CHANGE-APPLIED        PIC 9(07) VALUE ZERO.
031200 01  WS-DELETE-APPLIED        PIC 9(07) VALUE ZERO.
031300 01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
031400 01  WS-EXC-REASON            PIC X(40) VALUE SPACES.
031500
031600*----------------------------------------------------------------*
031700*    EDITED PRINT FIELDS                                         *
031800*----------------------------------------------------------------*
031900 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.
032000 01  WS-HASH-ED               PIC ZZZ,ZZZ,ZZ9.
032100 01  WS-SEQ-ED                PIC Z(06)9.
032200
032300 PROCEDURE DIVISION.
032400*================================================================*
032500 0000-MAINLINE.
032600*================================================================*
032700     PERFORM 1000-INITIALIZE
032800         THRU 1000-INITIALIZE-EXIT
032900     PERFORM 2000-VERIFY-GENERATION
033000         THRU 2000-VERIFY-GENERATION-EXIT
033100     PERFORM 2500-READ-PRIOR-SNAPSHOT
033200         THRU 2500-READ-PRIOR-SNAPSHOT-EXIT
033300     PERFORM 2600-CHECK-ARCHIVE
033400         THRU 2600-CHECK-ARCHIVE-EXIT
033500     PERFORM 3000-RELOAD-GENERATION
033600         THRU 3000-RELOAD-GENERATION-EXIT
033700     PERFORM 4000-ROLL-FORWARD
033800         THRU 4000-ROLL-FORWARD-EXIT
033900     PERFORM 5000-READ-REBUILT-TOTALS
034000         THRU 5000-READ-REBUILT-TOTALS-EXIT
034100     PERFORM 6000-RECONCILE
034200         THRU 6000-RECONCILE-EXIT
034300     PERFORM 9000-TERMINATE
034400         THRU 9000-TERMINATE-EXIT
034500     STOP RUN.
034600
034700*================================================================*
034800 1000-INITIALIZE.
034900*================================================================*
035000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035100     ACCEPT WS-RUN-TIME FROM TIME
035200     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
035300     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
035400     DISPLAY 'EMPRECOV: RUN-ID ' WS-RUN-ID
035500
035600     PERFORM 1200-READ-CATALOG
035700         THRU 1200-READ-CATALOG-EXIT
035800     IF RUN-REFUSED
035900         GO TO 1000-INITIALIZE-EXIT
036000     END-IF
036100
036200     ACCEPT WS-GEN-X FROM ARGUMENT-VALUE
036300     PERFORM 1100-CONVERT-GENERATION
036400         THRU 1100-CONVERT-GENERATION-EXIT
036500     IF RUN-REFUSED
036600         DISPLAY 'EMPRECOV: PASS THE NUMBER OF THE GENERATION '
036700             'TO RELOAD; GENERATIONS HELD ARE '
036800             WS-CAT-OLDEST-GEN ' THRU ' WS-CAT-NEWEST-GEN
036900         GO TO 1000-INITIALIZE-EXIT
037000     END-IF
037100     IF WS-GEN-WANTED < WS-CAT-OLDEST-GEN
037200         OR WS-GEN-WANTED > WS-CAT-NEWEST-GEN
037300         DISPLAY 'EMPRECOV: GENERATION ' WS-GEN-WANTED
037400             ' IS NOT HELD; GENERATIONS HELD ARE '
037500             WS-CAT-OLDEST-GEN ' THRU ' WS-CAT-NEWEST-GEN
037600         MOVE 'Y' TO WS-REFUSED-SW
037700         GO TO 1000-INITIALIZE-EXIT
037800     END-IF
037900     DISPLAY 'EMPRECOV: RELOADING GENERATION ' WS-GEN-WANTED
038000
038100     PERFORM 1500-ACQUIRE-RUN-CONTROL
038200         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
038300     IF NOT RCTL-ACQUIRED
038400         MOVE 'Y' TO WS-REFUSED-SW
038500         GO TO 1000-INITIALIZE-EXIT
038600     END-IF
038700
038800     OPEN OUTPUT REPORT-FILE
038900     IF NOT REPORT-FILE-OK
039000         DISPLAY 'EMPRECOV: CANNOT OPEN EMPRECOV.DAT, STATUS '
039100             WS-REPORT-FILE-STATUS
039200         MOVE 'Y' TO WS-REFUSED-SW
039300         GO TO 1000-INITIALIZE-EXIT
039400     END-IF
039500     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
039600     PERFORM 7000-WRITE-REPORT-HEADER
039700         THRU 7000-WRITE-REPORT-HEADER-EXIT.
039800 1000-INITIALIZE-EXIT.
039900     EXIT.
040000
040100*================================================================*
040200 1100-CONVERT-GENERATION.
040300*    ACCUMULATE THE GENERATION NUMBER A DIGIT AT A TIME UP TO
040400*    THE FIRST SPACE.  BLANK, A NON-DIGIT, OR MORE THAN SEVEN
040500*    DIGITS REFUSES THE RUN; THERE IS NO DEFAULT GENERATION.
040600*================================================================*
040700     IF WS-GEN-X = SPACES
040800         DISPLAY 'EMPRECOV: NO GENERATION PARAMETER GIVEN'
040900         MOVE 'Y' TO WS-REFUSED-SW
041000         GO TO 1100-CONVERT-GENERATION-EXIT
041100     END-IF
041200
041300     MOVE ZERO TO WS-GEN-WANTED
041400     PERFORM 1150-CONVERT-GENERATION-DIGIT
041500         THRU 1150-CONVERT-GENERATION-DIGIT-EXIT
041600         VARYING WS-GEN-IDX FROM 1 BY 1
041700         UNTIL WS-GEN-IDX > 7
041800             OR WS-GEN-X(WS-GEN-IDX:1) = SPACE
041900             OR RUN-REFUSED
042000
042100*    THE DIGIT LOOP STOPS AT THE FIRST SPACE; ANYTHING OTHER
042200*    THAN SPACES AFTER IT IS A REJECT TOO.
042300     IF NOT RUN-REFUSED
042400         AND WS-GEN-X(WS-GEN-IDX:) NOT = SPACES
042500         DISPLAY 'EMPRECOV: GENERATION "' WS-GEN-X
042600             '" IS NOT A GENERATION NUMBER'
042700         MOVE 'Y' TO WS-REFUSED-SW
042800     END-IF.
042900 1100-CONVERT-GENERATION-EXIT.
043000     EXIT.
043100
043200*================================================================*
043300 1150-CONVERT-GENERATION-DIGIT.
043400*================================================================*
043500     MOVE WS-GEN-X(WS-GEN-IDX:1) TO WS-DIGIT-X
043600     IF WS-DIGIT-X NOT NUMERIC
043700         DISPLAY 'EMPRECOV: GENERATION "' WS-GEN-X
043800             '" IS NOT A GENERATION NUMBER'
043900         MOVE 'Y' TO WS-REFUSED-SW
044000     ELSE
044100         COMPUTE WS-GEN-WANTED =
044200             WS-GEN-WANTED * 10 + WS-DIGIT-9
044300     END-IF.
044400 1150-CONVERT-GENERATION-DIGIT-EXIT.
044500     EXIT.
044600
044700*================================================================*
044800 1200-READ-CATALOG.
044900*    NO CATALOG MEANS NO GENERATION WAS EVER TAKEN.  ONE LEFT IN
045000*    STATE W IS A BACKUP STILL BEING COPIED BACK TO EMPGENS.DAT;
045100*    THE NEXT EMPGENBK RUN FINISHES IT, AND UNTIL THEN THE FILE
045200*    CANNOT BE TRUSTED.
045300*================================================================*
045400     OPEN INPUT GCAT-FILE
045500     IF NOT GCAT-FILE-OK
045600         IF GCAT-FILE-MISSING
045700             DISPLAY 'EMPRECOV: NO EMPGENCT.DAT; NO GENERATION '
045800                 'HAS EVER BEEN TAKEN'
045900         ELSE
046000             DISPLAY 'EMPRECOV: CANNOT READ EMPGENCT.DAT, STATUS '
046100                 WS-GCAT-FILE-STATUS
046200         END-IF
046300         MOVE 'Y' TO WS-REFUSED-SW
046400         GO TO 1200-READ-CATALOG-EXIT
046500     END-IF
046600     READ GCAT-FILE
046700         AT END
046800             DISPLAY 'EMPRECOV: EMPGENCT.DAT IS EMPTY'
046900             MOVE 'Y' TO WS-REFUSED-SW
047000         NOT AT END
047100             MOVE GCAT-STATE TO WS-CAT-STATE
047200             MOVE GCAT-OLDEST-GEN TO WS-CAT-OLDEST-GEN
047300             MOVE GCAT-NEWEST-GEN TO WS-CAT-NEWEST-GEN
047400     END-READ
047500     CLOSE GCAT-FILE
047600     IF RUN-REFUSED
047700         GO TO 1200-READ-CATALOG-EXIT
047800     END-IF
047900
048000     IF NOT CAT-COMPLETE
048100         DISPLAY 'EMPRECOV: GENERATION ' WS-CAT-NEWEST-GEN
048200             ' IS STILL BEING COPIED TO EMPGENS.DAT; RUN '
048300             'EMPGENBK TO FINISH IT BEFORE RECOVERING'
048400         MOVE 'Y' TO WS-REFUSED-SW
048500     END-IF.
048600 1200-READ-CATALOG-EXIT.
048700     EXIT.
048800
048900*================================================================*
049000 1500-ACQUIRE-RUN-CONTROL.
049100*    CHECK AND STAMP RUNCTL.DAT BEFORE TOUCHING THE MASTER.  NO
049200*    FILE AT ALL JUST MEANS THE FIRST RUN EVER.
049300*================================================================*
049400     MOVE SPACES TO RCTL-RECORD
049500     MOVE 'F' TO RCTL-STATE
049600     MOVE ZERO TO RCTL-BUSINESS-DATE
049700     MOVE ZERO TO RCTL-MAINT-DATE
049800     MOVE 'N' TO RCTL-MAINT-DONE-SW
049900
050000     OPEN INPUT RCTL-FILE
050100     IF RCTL-FILE-OK
050200         READ RCTL-FILE
050300             AT END
050400                 MOVE SPACES TO RCTL-RECORD
050500                 MOVE 'F' TO RCTL-STATE
050600                 MOVE ZERO TO RCTL-BUSINESS-DATE
050700                 MOVE ZERO TO RCTL-MAINT-DATE
050800                 MOVE 'N' TO RCTL-MAINT-DONE-SW
050900         END-READ
051000         CLOSE RCTL-FILE
051100     ELSE
051200         IF NOT RCTL-FILE-MISSING
051300             DISPLAY 'EMPRECOV: CANNOT READ RUNCTL.DAT, STATUS '
051400                 WS-RCTL-FILE-STATUS
051500             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
051600         END-IF
051700     END-IF
051800
051900     IF RCTL-IN-USE
052000         DISPLAY 'EMPRECOV: EMPLOYEE.DAT IS HELD BY '
052100             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
052200         DISPLAY 'EMPRECOV: IF THAT RUN ABENDED, INSPECT AND '
052300             'RESET THE RUN CONTROL WITH RUNCTLRS'
052400         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
052500     END-IF
052600
052700     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
052800     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
052900
053000     OPEN OUTPUT RCTL-FILE
053100     IF NOT RCTL-FILE-OK
053200         DISPLAY 'EMPRECOV: CANNOT STAMP RUNCTL.DAT, STATUS '
053300             WS-RCTL-FILE-STATUS
053400         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
053500     END-IF
053600     MOVE 'U' TO RCTL-STATE
053700     MOVE 'EMPRECOV' TO RCTL-HOLDER
053800     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
053900     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
054000     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
054100     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
054200     WRITE RCTL-RECORD
054300     CLOSE RCTL-FILE
054400     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
054500 1500-ACQUIRE-RUN-CONTROL-EXIT.
054600     EXIT.
054700
054800*================================================================*
054900 2000-VERIFY-GENERATION.
055000*    FIRST PASS OVER EMPGENS.DAT, BEFORE THE MASTER IS TOUCHED:
055100*    THE GENERATION MUST HAVE ITS HEADER AND TRAILER, AND ITS
055200*    RECORDS MUST ADD UP TO THE TRAILER'S COUNT AND HASH TOTAL.
055300*================================================================*
055400     IF RUN-REFUSED
055500         GO TO 2000-VERIFY-GENERATION-EXIT
055600     END-IF
055700
055800     OPEN INPUT GENS-FILE
055900     IF NOT GENS-FILE-OK
056000         DISPLAY 'EMPRECOV: CANNOT OPEN EMPGENS.DAT, STATUS '
056100             WS-GENS-FILE-STATUS
056200         MOVE 'Y' TO WS-REFUSED-SW
056300         GO TO 2000-VERIFY-GENERATION-EXIT
056400     END-IF
056500     MOVE 'Y' TO WS-GENS-FILE-OPEN-SW
056600
056700     MOVE 'N' TO EOF-FLAG
056800     PERFORM 2100-CHECK-GENERATION-RECORD
056900         THRU 2100-CHECK-GENERATION-RECORD-EXIT
057000         UNTIL END-OF-FILE
057100     CLOSE GENS-FILE
057200     MOVE 'N' TO WS-GENS-FILE-OPEN-SW
057300
057400     IF NOT GEN-HEADER-FOUND
057500         OR NOT GEN-TRAILER-FOUND
057600         DISPLAY 'EMPRECOV: GENERATION ' WS-GEN-WANTED
057700             ' IS NOT COMPLETE ON EMPGENS.DAT'
057800         MOVE 'Y' TO WS-REFUSED-SW
057900         GO TO 2000-VERIFY-GENERATION-EXIT
058000     END-IF
058100     IF WS-GEN-COUNT NOT = WS-GEN-TRAILER-COUNT
058200         OR WS-GEN-HASH NOT = WS-GEN-TRAILER-HASH
058300         DISPLAY 'EMPRECOV: GENERATION ' WS-GEN-WANTED
058400             ' DOES NOT AGREE WITH ITS TRAILER: COUNT '
058500             WS-GEN-COUNT ' VS ' WS-GEN-TRAILER-COUNT
058600             ', HASH ' WS-GEN-HASH ' VS ' WS-GEN-TRAILER-HASH
058700         MOVE 'Y' TO WS-REFUSED-SW
058800         GO TO 2000-VERIFY-GENERATION-EXIT
058900     END-IF
059000     DISPLAY 'EMPRECOV: GENERATION ' WS-GEN-WANTED
059100         ' TAKEN BY RUN ' WS-GEN-RUN-ID ' VERIFIED, '
059200         WS-GEN-COUNT ' RECORDS'.
059300 2000-VERIFY-GENERATION-EXIT.
059400     EXIT.
059500
059600*================================================================*
059700 2100-CHECK-GENERATION-RECORD.
059800*    GENERATIONS ARE HELD OLDEST FIRST, SO THE PASS STOPS AT THE
059900*    FIRST RECORD OF A LATER ONE.
060000*================================================================*
060100     READ GENS-FILE INTO GEN-RECORD
060200         AT END
060300             MOVE 'Y' TO EOF-FLAG
060400             GO TO 2100-CHECK-GENERATION-RECORD-EXIT
060500     END-READ
060600     IF GEN-NUMBER < WS-GEN-WANTED
060700         GO TO 2100-CHECK-GENERATION-RECORD-EXIT
060800     END-IF
060900     IF GEN-NUMBER > WS-GEN-WANTED
061000         MOVE 'Y' TO EOF-FLAG
061100         GO TO 2100-CHECK-GENERATION-RECORD-EXIT
061200     END-IF
061300
061400     EVALUATE TRUE
061500         WHEN GEN-HEADER
061600             MOVE 'Y' TO WS-GEN-HEADER-SW
061700             MOVE GENH-RUN-ID TO WS-GEN-RUN-ID
061800             MOVE GENH-RUN-DATE TO WS-GEN-RUN-DATE
061900         WHEN GEN-DETAIL
062000             ADD 1 TO WS-GEN-COUNT
062100             MOVE GEN-DATA(1:5) TO WS-THIS-EMP-ID
062200             IF WS-THIS-EMP-ID IS NUMERIC
062300                 MOVE WS-THIS-EMP-ID TO WS-EMP-ID-NUMERIC
062400                 ADD WS-EMP-ID-NUMERIC TO WS-GEN-HASH
062500             END-IF
062600         WHEN GEN-TRAILER
062700             MOVE 'Y' TO WS-GEN-TRAILER-SW
062800             MOVE GENT-RECORD-COUNT TO WS-GEN-TRAILER-COUNT
062900             MOVE GENT-HASH-TOTAL TO WS-GEN-TRAILER-HASH
063000     END-EVALUATE.
063100 2100-CHECK-GENERATION-RECORD-EXIT.
063200     EXIT.
063300
063400*================================================================*
063500 2500-READ-PRIOR-SNAPSHOT.
063600*    NO SNAPSHOT IS NOT A REFUSAL; THE MASTER CAN STILL BE
063700*    REBUILT, BUT IT CANNOT BE PROVED (SEE 6000).
063800*================================================================*
063900     IF RUN-REFUSED
064000         GO TO 2500-READ-PRIOR-SNAPSHOT-EXIT
064100     END-IF
064200
064300     OPEN INPUT PRIOR-FILE
064400     IF NOT PRIOR-FILE-OK
064500         DISPLAY 'EMPRECOV: NO EMPPRIOR.DAT SNAPSHOT; THE '
064600             'REBUILT MASTER CANNOT BE PROVED'
064700         GO TO 2500-READ-PRIOR-SNAPSHOT-EXIT
064800     END-IF
064900     READ PRIOR-FILE
065000         AT END
065100             CONTINUE
065200         NOT AT END
065300             MOVE 'Y' TO WS-PRIOR-FOUND-SW
065400             MOVE PRIOR-RUN-DATE TO WS-PRIOR-DATE
065500             MOVE PRIOR-RECORD-COUNT TO WS-PRIOR-COUNT
065600             MOVE PRIOR-HASH-TOTAL TO WS-PRIOR-HASH
065700     END-READ
065800     CLOSE PRIOR-FILE.
065900 2500-READ-PRIOR-SNAPSHOT-EXIT.
066000     EXIT.
066100
066200*================================================================*
066300 2600-CHECK-ARCHIVE.
066400*    READ THE CLOSE LEDGER THROUGH, AS EMPJRPT DOES.  NO LEDGER
066500*    MEANS THE JOURNAL IS COMPLETE; AN UNFINISHED LAST CLOSE
066600*    REFUSES THE RUN.  THE ARCHIVE IS OPENED, TO BE READ AHEAD
066700*    OF THE JOURNAL, ONLY WHEN THE GENERATION OR THE SNAPSHOT IS
066800*    DATED BEFORE THE CUTOFF.
066900*================================================================*
067000     IF RUN-REFUSED
067100         GO TO 2600-CHECK-ARCHIVE-EXIT
067200     END-IF
067300
067400     OPEN INPUT JCLG-FILE
067500     IF NOT JCLG-FILE-OK
067600         IF JCLG-FILE-MISSING
067700             GO TO 2600-CHECK-ARCHIVE-EXIT
067800         END-IF
067900         DISPLAY 'EMPRECOV: CANNOT OPEN EMPJCLDG.DAT, STATUS '
068000             WS-JCLG-FILE-STATUS
068100         MOVE 'Y' TO WS-REFUSED-SW
068200         GO TO 2600-CHECK-ARCHIVE-EXIT
068300     END-IF
068400     PERFORM 2650-READ-LEDGER-RECORD
068500         THRU 2650-READ-LEDGER-RECORD-EXIT
068600         UNTIL JCLG-END-OF-FILE
068700     CLOSE JCLG-FILE
068800
068900     IF LDG-INCOMPLETE
069000         DISPLAY 'EMPRECOV: JOURNAL CLOSE ' WS-LDG-CLOSE-RUN-ID
069100             ' IS NOT COMPLETE; RUN EMPJCLOS TO FINISH IT '
069200             'BEFORE RECOVERING'
069300         MOVE 'Y' TO WS-REFUSED-SW
069400         GO TO 2600-CHECK-ARCHIVE-EXIT
069500     END-IF
069600
069700     MOVE WS-GEN-RUN-DATE TO WS-NEEDED-FROM
069800     IF PRIOR-FOUND
069900         AND WS-PRIOR-DATE < WS-NEEDED-FROM
070000         MOVE WS-PRIOR-DATE TO WS-NEEDED-FROM
070100     END-IF
070200     IF WS-NEEDED-FROM NOT < WS-ARCH-CUTOFF
070300         GO TO 2600-CHECK-ARCHIVE-EXIT
070400     END-IF
070500
070600     OPEN INPUT ARCH-FILE
070700     IF NOT ARCH-FILE-OK
070800         DISPLAY 'EMPRECOV: RECOVERY REACHES BACK BEFORE THE '
070900             'JOURNAL CLOSE CUTOFF ' WS-ARCH-CUTOFF ' BUT '
071000             'EMPJARCH.DAT CANNOT BE OPENED, STATUS '
071100             WS-ARCH-FILE-STATUS
071200         MOVE 'Y' TO WS-REFUSED-SW
071300         GO TO 2600-CHECK-ARCHIVE-EXIT
071400     END-IF
071500     MOVE 'Y' TO WS-ARCH-FILE-OPEN-SW
071600     MOVE 'Y' TO WS-READING-ARCHIVE-SW
071700     DISPLAY 'EMPRECOV: RECOVERY REACHES BACK BEFORE CLOSE '
071800         'CUTOFF ' WS-ARCH-CUTOFF '; READING EMPJARCH.DAT FIRST'.
071900 2600-CHECK-ARCHIVE-EXIT.
072000     EXIT.
072100
072200*================================================================*
072300 2650-READ-LEDGER-RECORD.
072400*================================================================*
072500     READ JCLG-FILE
072600         AT END
072700             MOVE 'Y' TO WS-JCLG-EOF-SW
072800             GO TO 2650-READ-LEDGER-RECORD-EXIT
072900     END-READ
073000     MOVE JCLG-STATE TO WS-LDG-STATE
073100     MOVE JCLG-CLOSE-RUN-ID TO WS-LDG-CLOSE-RUN-ID
073200     IF JCLG-COMPLETE
073300         AND JCLG-CUTOFF-DATE > WS-ARCH-CUTOFF
073400         MOVE JCLG-CUTOFF-DATE TO WS-ARCH-CUTOFF
073500     END-IF.
073600 2650-READ-LEDGER-RECORD-EXIT.
073700     EXIT.
073800
073900*================================================================*
074000 3000-RELOAD-GENERATION.
074100*    SECOND PASS: EMPLOYEE.DAT IS RECREATED FROM THE VERIFIED
074200*    GENERATION.  THE OLD MASTER IS GONE FROM HERE ON.
074300*================================================================*
074400     IF RUN-REFUSED
074500         GO TO 3000-RELOAD-GENERATION-EXIT
074600     END-IF
074700
074800     OPEN INPUT GENS-FILE
074900     IF NOT GENS-FILE-OK
075000         DISPLAY 'EMPRECOV: CANNOT OPEN EMPGENS.DAT, STATUS '
075100             WS-GENS-FILE-STATUS
075200         MOVE 'Y' TO WS-REFUSED-SW
075300         GO TO 3000-RELOAD-GENERATION-EXIT
075400     END-IF
075500     MOVE 'Y' TO WS-GENS-FILE-OPEN-SW
075600
075700     OPEN OUTPUT EMP-FILE
075800     MOVE 'Y' TO WS-MASTER-TOUCHED-SW
075900     IF NOT EMP-FILE-OK
076000         DISPLAY 'EMPRECOV: CANNOT CREATE EMPLOYEE.DAT, STATUS '
076100             WS-EMP-FILE-STATUS
076200         MOVE 'Y' TO WS-REFUSED-SW
076300         GO TO 3000-RELOAD-GENERATION-EXIT
076400     END-IF
076500     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
076600
076700     MOVE 'N' TO EOF-FLAG
076800     PERFORM 3100-RELOAD-ONE-RECORD
076900         THRU 3100-RELOAD-ONE-RECORD-EXIT
077000         UNTIL END-OF-FILE
077100             OR RUN-REFUSED
077200     CLOSE GENS-FILE
077300     MOVE 'N' TO WS-GENS-FILE-OPEN-SW
077400     CLOSE EMP-FILE
077500     MOVE 'N' TO WS-EMP-FILE-OPEN-SW
077600     IF RUN-REFUSED
077700         GO TO 3000-RELOAD-GENERATION-EXIT
077800     END-IF
077900     DISPLAY 'EMPRECOV: ' WS-RELOAD-COUNT ' RECORDS RELOADED '
078000         'FROM GENERATION ' WS-GEN-WANTED.
078100 3000-RELOAD-GENERATION-EXIT.
078200     EXIT.
078300
078400*================================================================*
078500 3100-RELOAD-ONE-RECORD.
078600*================================================================*
078700     READ GENS-FILE INTO GEN-RECORD
078800         AT END
078900             MOVE 'Y' TO EOF-FLAG
079000             GO TO 3100-RELOAD-ONE-RECORD-EXIT
079100     END-READ
079200     IF GEN-NUMBER > WS-GEN-WANTED
079300         MOVE 'Y' TO EOF-FLAG
079400         GO TO 3100-RELOAD-ONE-RECORD-EXIT
079500     END-IF
079600     IF GEN-NUMBER < WS-GEN-WANTED
079700         OR NOT GEN-DETAIL
079800         GO TO 3100-RELOAD-ONE-RECORD-EXIT
079900     END-IF
080000
080100     MOVE GEN-DATA TO EMP-RECORD
080200     WRITE EMP-RECORD
080300         INVALID KEY
080400             DISPLAY 'EMPRECOV: CANNOT RELOAD ' EMP-ID
080500                 ', STATUS ' WS-EMP-FILE-STATUS
080600             MOVE 'Y' TO WS-REFUSED-SW
080700         NOT INVALID KEY
080800             ADD 1 TO WS-RELOAD-COUNT
080900     END-WRITE.
081000 3100-RELOAD-ONE-RECORD-EXIT.
081100     EXIT.
081200
081300*================================================================*
081400 4000-ROLL-FORWARD.
081500*    SORT THE JOURNAL INTO RUN-ID AND SEQUENCE ORDER AND APPLY
081600*    EVERY RECORD WRITTEN SINCE THE GENERATION WAS TAKEN.  THE
081700*    ARCHIVE (WHEN 2600 OPENED IT) AND THE JOURNAL ARE CLOSED BY
081800*    4100-SORT-INPUT ONCE EVERY RECORD HAS BEEN RELEASED.
081900*================================================================*
082000     IF RUN-REFUSED
082100         GO TO 4000-ROLL-FORWARD-EXIT
082200     END-IF
082300
082400     OPEN INPUT JRNL-FILE
082500     IF JRNL-FILE-OK
082600         MOVE 'Y' TO WS-JRNL-FILE-OPEN-SW
082700     ELSE
082800         IF NOT JRNL-FILE-MISSING
082900             DISPLAY 'EMPRECOV: CANNOT OPEN EMPJRNL.DAT, STATUS '
083000                 WS-JRNL-FILE-STATUS
083100             MOVE 'Y' TO WS-REFUSED-SW
083200             GO TO 4000-ROLL-FORWARD-EXIT
083300         END-IF
083400         DISPLAY 'EMPRECOV: NO EMPJRNL.DAT ON FILE'
083500     END-IF
083600
083700     OPEN I-O EMP-FILE
083800     IF NOT EMP-FILE-OK
083900         DISPLAY 'EMPRECOV: CANNOT OPEN EMPLOYEE.DAT, STATUS '
084000             WS-EMP-FILE-STATUS
084100         MOVE 'Y' TO WS-REFUSED-SW
084200         GO TO 4000-ROLL-FORWARD-EXIT
084300     END-IF
084400     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
084500
084600     SORT SORT-FILE
084700         ON ASCENDING KEY SRT-RUN-ID SRT-SEQ
084800         INPUT PROCEDURE IS 4100-SORT-INPUT
084900         OUTPUT PROCEDURE IS 4200-SORT-OUTPUT
085000
085100     CLOSE EMP-FILE
085200     MOVE 'N' TO WS-EMP-FILE-OPEN-SW
085300     DISPLAY 'EMPRECOV: ' WS-RELEASED-COUNT ' JOURNAL UPDATES '
085400         'RE-APPLIED, ' WS-EXCEPTION-COUNT ' EXCEPTIONS'.
085500 4000-ROLL-FORWARD-EXIT.
085600     EXIT.
085700
085800*================================================================*
085900 4100-SORT-INPUT.
086000*    THE SORT'S INPUT PROCEDURE: READ THE ARCHIVE, THEN THE
086100*    JOURNAL, AND RELEASE EVERY RECORD NEWER THAN THE
086200*    GENERATION.  THE SNAPSHOT'S ROLL-FORWARD IS TAKEN HERE TOO,
086300*    FROM EVERY RECORD DATED AFTER THE SNAPSHOT, WHETHER OR NOT
086400*    THE GENERATION ALREADY HOLDS IT.
086500*================================================================*
086600     MOVE 'N' TO EOF-FLAG
086700     PERFORM 4160-READ-NEXT-JOURNAL
086800         THRU 4160-READ-NEXT-JOURNAL-EXIT
086900     PERFORM 4150-RELEASE-JOURNAL-RECORD
087000         THRU 4150-RELEASE-JOURNAL-RECORD-EXIT
087100         UNTIL END-OF-FILE
087200     IF JRNL-FILE-OPEN
087300         CLOSE JRNL-FILE
087400         MOVE 'N' TO WS-JRNL-FILE-OPEN-SW
087500     END-IF.
087600 4100-SORT-INPUT-EXIT.
087700     EXIT.
087800
087900*================================================================*
088000 4150-RELEASE-JOURNAL-RECORD.
088100*    AN ADD'S OR A REHIRE'S EMP-ID IS ONLY IN ITS AFTER-IMAGE; A
088200*    DELETE'S IS IN ITS BEFORE-IMAGE.  A CHANGE NEVER MOVES THE
088300*    KEY, SO IT LEAVES THE COUNT AND THE HASH ALONE.
088400*================================================================*
088500     IF PRIOR-FOUND
088600         AND JRNL-RUN-ID(1:8) > WS-PRIOR-DATE
088700         EVALUATE TRUE
088800             WHEN JRNL-ACTION-ADD
088900             WHEN JRNL-ACTION-REHIRE
089000                 ADD 1 TO WS-SNAP-ADD-COUNT
089100                 MOVE JRNL-AFTER-IMAGE(1:5) TO WS-THIS-EMP-ID
089200                 IF WS-THIS-EMP-ID IS NUMERIC
089300                     MOVE WS-THIS-EMP-ID TO WS-EMP-ID-NUMERIC
089400                     ADD WS-EMP-ID-NUMERIC TO WS-SNAP-HASH-ADDED
089500                 END-IF
089600             WHEN JRNL-ACTION-DELETE
089700                 ADD 1 TO WS-SNAP-DELETE-COUNT
089800                 MOVE JRNL-BEFORE-IMAGE(1:5) TO WS-THIS-EMP-ID
089900                 IF WS-THIS-EMP-ID IS NUMERIC
090000                     MOVE WS-THIS-EMP-ID TO WS-EMP-ID-NUMERIC
090100                     ADD WS-EMP-ID-NUMERIC
090200                         TO WS-SNAP-HASH-DELETED
090300                 END-IF
090400         END-EVALUATE
090500     END-IF
090600
090700     IF JRNL-RUN-ID > WS-GEN-RUN-ID
090800         RELEASE SORT-RECORD FROM JRNL-RECORD
090900         ADD 1 TO WS-RELEASED-COUNT
091000     END-IF
091100
091200     PERFORM 4160-READ-NEXT-JOURNAL
091300         THRU 4160-READ-NEXT-JOURNAL-EXIT.
091400 4150-RELEASE-JOURNAL-RECORD-EXIT.
091500     EXIT.
091600
091700*================================================================*
091800 4160-READ-NEXT-JOURNAL.
091900*    THE ARCHIVE IS READ TO ITS END FIRST, EACH RECORD HANDED ON
092000*    IN JRNL-RECORD, AND THEN THE JOURNAL ITSELF.
092100*================================================================*
092200     IF READING-ARCHIVE
092300         READ ARCH-FILE
092400             AT END
092500                 MOVE 'N' TO WS-READING-ARCHIVE-SW
092600                 CLOSE ARCH-FILE
092700                 MOVE 'N' TO WS-ARCH-FILE-OPEN-SW
092800             NOT AT END
092900                 ADD 1 TO WS-ARCH-READ-COUNT
093000                 MOVE JARC-JRNL-IMAGE TO JRNL-RECORD
093100                 GO TO 4160-READ-NEXT-JOURNAL-EXIT
093200         END-READ
093300     END-IF
093400
093500     IF NOT JRNL-FILE-OPEN
093600         MOVE 'Y' TO EOF-FLAG
093700         GO TO 4160-READ-NEXT-JOURNAL-EXIT
093800     END-IF
093900     READ JRNL-FILE INTO JRNL-RECORD
094000         AT END
094100             MOVE 'Y' TO EOF-FLAG
094200         NOT AT END
094300             ADD 1 TO WS-JRNL-READ-COUNT
094400     END-READ.
094500 4160-READ-NEXT-JOURNAL-EXIT.
094600     EXIT.
094700
094800*================================================================*
094900 4200-SORT-OUTPUT.
095000*    THE SORT'S OUTPUT PROCEDURE: APPLY EACH SORTED RECORD TO
095100*    THE RELOADED MASTER.
095200*================================================================*
095300     MOVE 'N' TO EOF-FLAG
095400     PERFORM 4250-RETURN-NEXT-SORTED
095500         THRU 4250-RETURN-NEXT-SORTED-EXIT
095600     PERFORM 4300-APPLY-ONE-ENTRY
095700         THRU 4300-APPLY-ONE-ENTRY-EXIT
095800         UNTIL END-OF-FILE.
095900 4200-SORT-OUTPUT-EXIT.
096000     EXIT.
096100
096200*================================================================*
096300 4250-RETURN-NEXT-SORTED.
096400*================================================================*
096500     RETURN SORT-FILE INTO JRNL-RECORD
096600         AT END
096700             MOVE 'Y' TO EOF-FLAG
096800     END-RETURN.
096900 4250-RETURN-NEXT-SORTED-EXIT.
097000     EXIT.
097100
097200*================================================================*
097300 4300-APPLY-ONE-ENTRY.
097400*================================================================*
097500     EVALUATE TRUE
097600         WHEN JRNL-ACTION-ADD
097700         WHEN JRNL-ACTION-REHIRE
097800             PERFORM 4400-APPLY-ADD
097900                 THRU 4400-APPLY-ADD-EXIT
098000         WHEN JRNL-ACTION-CHANGE
098100             PERFORM 4500-APPLY-CHANGE
098200                 THRU 4500-APPLY-CHANGE-EXIT
098300         WHEN JRNL-ACTION-DELETE
098400             PERFORM 4600-APPLY-DELETE
098500                 THRU 4600-APPLY-DELETE-EXIT
098600         WHEN OTHER
098700             MOVE JRNL-BEFORE-IMAGE(1:5) TO WS-THIS-EMP-ID
098800             MOVE 'UNRECOGNIZED ACTION; NOT APPLIED'
098900                 TO WS-EXC-REASON
099000             PERFORM 4700-WRITE-EXCEPTION
099100                 THRU 4700-WRITE-EXCEPTION-EXIT
099200     END-EVALUATE
099300
099400     PERFORM 4250-RETURN-NEXT-SORTED
099500         THRU 4250-RETURN-NEXT-SORTED-EXIT.
099600 4300-APPLY-ONE-ENTRY-EXIT.
099700     EXIT.
099800
099900*================================================================*
100000 4400-APPLY-ADD.
100100*    AN ADD OR A REHIRE WRITES ITS AFTER-IMAGE.  ONE ALREADY ON
100200*    FILE IS REPLACED BY IT, AND LISTED.
100250*    AN UPDATE THE MASTER REFUSES IS LISTED AS APPLY FAILED.
100300*================================================================*
100400     MOVE JRNL-AFTER-IMAGE TO EMP-RECORD
100500     MOVE EMP-ID TO WS-THIS-EMP-ID
100600     WRITE EMP-RECORD
100700         INVALID KEY
100800             MOVE 'ALREADY ON FILE; AFTER-IMAGE REWRITTEN'
100900                 TO WS-EXC-REASON
101000             PERFORM 4700-WRITE-EXCEPTION
101100                 THRU 4700-WRITE-EXCEPTION-EXIT
101200             MOVE JRNL-AFTER-IMAGE TO EMP-RECORD
101300             REWRITE EMP-RECORD
101400                 INVALID KEY
101500                     MOVE 'APPLY FAILED, STATUS' TO WS-EXC-REASON
101550                     MOVE WS-EMP-FILE-STATUS
101600                         TO WS-EXC-REASON(22:2)
101700                     PERFORM 4700-WRITE-EXCEPTION
101750                         THRU 4700-WRITE-EXCEPTION-EXIT
101800                     GO TO 4400-APPLY-ADD-EXIT
101900             END-REWRITE
102000     END-WRITE
102100
102200     IF JRNL-ACTION-REHIRE
102300         ADD 1 TO WS-REHIRE-APPLIED
102400     ELSE
102500         ADD 1 TO WS-ADD-APPLIED
102600     END-IF.
102700 4400-APPLY-ADD-EXIT.
102800     EXIT.
102900
103000*================================================================*
103100 4500-APPLY-CHANGE.
103200*    A CHANGE REWRITES ITS AFTER-IMAGE.  THE RECORD ON FILE
103300*    SHOULD MATCH THE BEFORE-IMAGE; ONE THAT DOES NOT, OR IS NOT
103400*    ON FILE AT ALL, IS LISTED AND THE AFTER-IMAGE PUT ON FILE.
103450*    AN UPDATE THE MASTER REFUSES IS LISTED AS APPLY FAILED.
103500*================================================================*
103600     MOVE JRNL-AFTER-IMAGE TO EMP-RECORD
103700     MOVE EMP-ID TO WS-THIS-EMP-ID
103800     READ EMP-FILE
103900         INVALID KEY
104000             MOVE 'NOT ON FILE; AFTER-IMAGE WRITTEN'
104100                 TO WS-EXC-REASON
104200             PERFORM 4700-WRITE-EXCEPTION
104300                 THRU 4700-WRITE-EXCEPTION-EXIT
104400             MOVE JRNL-AFTER-IMAGE TO EMP-RECORD
104500             WRITE EMP-RECORD
104600                 INVALID KEY
104700                     MOVE 'APPLY FAILED, STATUS' TO WS-EXC-REASON
104750                     MOVE WS-EMP-FILE-STATUS
104800                         TO WS-EXC-REASON(22:2)
104900                     PERFORM 4700-WRITE-EXCEPTION
104950                         THRU 4700-WRITE-EXCEPTION-EXIT
105000                     GO TO 4500-APPLY-CHANGE-EXIT
105100             END-WRITE
105200             ADD 1 TO WS-CHANGE-APPLIED
105300             GO TO 4500-APPLY-CHANGE-EXIT
105400     END-READ
105500
105600     IF EMP-RECORD NOT = JRNL-BEFORE-IMAGE
105700         MOVE 'ON FILE DIFFERS FROM BEFORE-IMAGE'
105800             TO WS-EXC-REASON
105900         PERFORM 4700-WRITE-EXCEPTION
106000             THRU 4700-WRITE-EXCEPTION-EXIT
106100     END-IF
106200     MOVE JRNL-AFTER-IMAGE TO EMP-RECORD
106300     REWRITE EMP-RECORD
106400         INVALID KEY
106500             MOVE 'APPLY FAILED, STATUS' TO WS-EXC-REASON
106550             MOVE WS-EMP-FILE-STATUS TO WS-EXC-REASON(22:2)
106600             PERFORM 4700-WRITE-EXCEPTION
106650                 THRU 4700-WRITE-EXCEPTION-EXIT
106700             GO TO 4500-APPLY-CHANGE-EXIT
106800     END-REWRITE
106900     ADD 1 TO WS-CHANGE-APPLIED.
107000 4500-APPLY-CHANGE-EXIT.
107100     EXIT.
107200
107300*================================================================*
107400 4600-APPLY-DELETE.
107500*    A DELETE TAKES THE RECORD OFF.  ONE NOT ON FILE, OR NOT
107600*    MATCHING THE BEFORE-IMAGE, IS LISTED.
107650*    AN UPDATE THE MASTER REFUSES IS LISTED AS APPLY FAILED.
107700*================================================================*
107800     MOVE JRNL-BEFORE-IMAGE TO EMP-RECORD
107900     MOVE EMP-ID TO WS-THIS-EMP-ID
108000     READ EMP-FILE
108100         INVALID KEY
108200             MOVE 'NOT ON FILE; NOTHING TO DELETE'
108300                 TO WS-EXC-REASON
108400             PERFORM 4700-WRITE-EXCEPTION
108500                 THRU 4700-WRITE-EXCEPTION-EXIT
108600             GO TO 4600-APPLY-DELETE-EXIT
108700     END-READ
108800
108900     IF EMP-RECORD NOT = JRNL-BEFORE-IMAGE
109000         MOVE 'ON FILE DIFFERS FROM BEFORE-IMAGE'
109100             TO WS-EXC-REASON
109200         PERFORM 4700-WRITE-EXCEPTION
109300             THRU 4700-WRITE-EXCEPTION-EXIT
109400     END-IF
109500     DELETE EMP-FILE RECORD
109600         INVALID KEY
109700             MOVE 'APPLY FAILED, STATUS' TO WS-EXC-REASON
109750             MOVE WS-EMP-FILE-STATUS TO WS-EXC-REASON(22:2)
109800             PERFORM 4700-WRITE-EXCEPTION
109850                 THRU 4700-WRITE-EXCEPTION-EXIT
109900             GO TO 4600-APPLY-DELETE-EXIT
110000     END-DELETE
110100     ADD 1 TO WS-DELETE-APPLIED.
110200 4600-APPLY-DELETE-EXIT.
110300     EXIT.
110400
110500*================================================================*
110600 4700-WRITE-EXCEPTION.
110700*    ONE REPORT LINE PER EXCEPTION: THE JOURNAL RECORD'S RUN-ID,
110800*    SEQUENCE AND ACTION, THE EMP-ID, AND WHAT WAS WRONG.
110900*================================================================*
111000     ADD 1 TO WS-EXCEPTION-COUNT
111100     DISPLAY 'EMPRECOV: RUN ' JRNL-RUN-ID ' SEQ ' JRNL-SEQ
111200         ' ' JRNL-ACTION-CODE ' ' WS-THIS-EMP-ID ' '
111300         WS-EXC-REASON
111400     IF NOT REPORT-FILE-OPEN
111500         GO TO 4700-WRITE-EXCEPTION-EXIT
111600     END-IF
111700     MOVE JRNL-SEQ TO WS-SEQ-ED
111800     MOVE SPACES TO REPORT-RECORD
111900     STRING 'EXCEPTION: RUN '            DELIMITED BY SIZE
112000             JRNL-RUN-ID                 DELIMITED BY SIZE
112100             ' SEQ '                     DELIMITED BY SIZE
112200             WS-SEQ-ED                   DELIMITED BY SIZE
112300             '  ACTION '                 DELIMITED BY SIZE
112400             JRNL-ACTION-CODE            DELIMITED BY SIZE
112500             '  EMP-ID '                 DELIMITED BY SIZE
112600             WS-THIS-EMP-ID              DELIMITED BY SIZE
112700             '  '                        DELIMITED BY SIZE
112800             WS-EXC-REASON               DELIMITED BY SIZE
112900         INTO REPORT-RECORD
113000     END-STRING
113100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES.
113200 4700-WRITE-EXCEPTION-EXIT.
113300     EXIT.
113400
113500*================================================================*
113600 5000-READ-REBUILT-TOTALS.
113700*    THE REBUILT MASTER'S CLOSING CONTROL TOTALS, TAKEN FROM THE
113800*    FILE ITSELF.
113900*================================================================*
114000     IF RUN-REFUSED
114100         GO TO 5000-READ-REBUILT-TOTALS-EXIT
114200     END-IF
114300
114400     OPEN INPUT EMP-FILE
114500     IF NOT EMP-FILE-OK
114600         DISPLAY 'EMPRECOV: CANNOT OPEN EMPLOYEE.DAT, STATUS '
114700             WS-EMP-FILE-STATUS
114800         MOVE 'Y' TO WS-REFUSED-SW
114900         GO TO 5000-READ-REBUILT-TOTALS-EXIT
115000     END-IF
115100     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
115200
115300     MOVE 'N' TO EOF-FLAG
115400     PERFORM 5100-COUNT-ONE-RECORD
115500         THRU 5100-COUNT-ONE-RECORD-EXIT
115600         UNTIL END-OF-FILE
115700     CLOSE EMP-FILE
115800     MOVE 'N' TO WS-EMP-FILE-OPEN-SW.
115900 5000-READ-REBUILT-TOTALS-EXIT.
116000     EXIT.
116100
116200*================================================================*
116300 5100-COUNT-ONE-RECORD.
116400*================================================================*
116500     READ EMP-FILE NEXT RECORD
116600         AT END
116700             MOVE 'Y' TO EOF-FLAG
116800             GO TO 5100-COUNT-ONE-RECORD-EXIT
116900     END-READ
117000     ADD 1 TO WS-REBUILT-COUNT
117100     IF EMP-ID IS NUMERIC
117200         MOVE EMP-ID TO WS-EMP-ID-NUMERIC
117300         ADD WS-EMP-ID-NUMERIC TO WS-REBUILT-HASH
117400     END-IF.
117500 5100-COUNT-ONE-RECORD-EXIT.
117600     EXIT.
117700
117800*================================================================*
117900 6000-RECONCILE.
118000*    PROVE THE REBUILT MASTER AGAINST THE SNAPSHOT ROLLED
118100*    FORWARD BY THE JOURNAL.  NO SNAPSHOT LEAVES IT UNPROVED,
118200*    WHICH IS TREATED AS OUT OF BALANCE.
118300*================================================================*
118400     IF RUN-REFUSED
118500         GO TO 6000-RECONCILE-EXIT
118600     END-IF
118700
118800     IF PRIOR-FOUND
118900         COMPUTE WS-EXPECTED-COUNT =
119000             WS-PRIOR-COUNT + WS-SNAP-ADD-COUNT
119100                 - WS-SNAP-DELETE-COUNT
119200         COMPUTE WS-EXPECTED-HASH =
119300             WS-PRIOR-HASH + WS-SNAP-HASH-ADDED
119400                 - WS-SNAP-HASH-DELETED
119500         DIVIDE WS-EXPECTED-HASH BY 1000000000
119600             GIVING WS-HASH-QUOTIENT
119700             REMAINDER WS-HASH-REMAINDER
119800         IF WS-HASH-REMAINDER < ZERO
119900             ADD 1000000000 TO WS-HASH-REMAINDER
120000         END-IF
120100         MOVE WS-HASH-REMAINDER TO WS-EXPECTED-HASH
120200         IF WS-EXPECTED-COUNT = WS-REBUILT-COUNT
120300             AND WS-EXPECTED-HASH = WS-REBUILT-HASH
120400             MOVE 'Y' TO WS-BALANCE-SW
120500         END-IF
120600     END-IF
120700
120800     PERFORM 7100-WRITE-RECOVERY-DETAIL
120900         THRU 7100-WRITE-RECOVERY-DETAIL-EXIT.
121000 6000-RECONCILE-EXIT.
121100     EXIT.
121200
121300*================================================================*
121400 7000-WRITE-REPORT-HEADER.
121500*================================================================*
121600     MOVE SPACES TO REPORT-RECORD
121700     STRING 'MASTER FILE RECOVERY'       DELIMITED BY SIZE
121800             '             RUN DATE: '   DELIMITED BY SIZE
121900             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
122000                                         DELIMITED BY SIZE
122100         INTO REPORT-RECORD
122200     END-STRING
122300     WRITE REPORT-RECORD
122400     MOVE SPACES TO REPORT-RECORD
122500     MOVE '----------------------------------------' TO
122600         REPORT-RECORD
122700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES.
122800 7000-WRITE-REPORT-HEADER-EXIT.
122900     EXIT.
123000
123100*================================================================*
123200 7100-WRITE-RECOVERY-DETAIL.
123300*================================================================*
123400     IF NOT REPORT-FILE-OPEN
123500         GO TO 7100-WRITE-RECOVERY-DETAIL-EXIT
123600     END-IF
123700
123800     MOVE WS-GEN-COUNT TO WS-COUNT-ED
123900     MOVE WS-GEN-HASH TO WS-HASH-ED
124000     MOVE SPACES TO REPORT-RECORD
124100     STRING 'GENERATION '                DELIMITED BY SIZE
124200             WS-GEN-WANTED               DELIMITED BY SIZE
124300             ' RELOADED, TAKEN BY RUN '  DELIMITED BY SIZE
124400             WS-GEN-RUN-ID               DELIMITED BY SIZE
124500         INTO REPORT-RECORD
124600     END-STRING
124700     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
124800     MOVE SPACES TO REPORT-RECORD
124900     STRING 'GENERATION TOTALS:   COUNT ' DELIMITED BY SIZE
125000             WS-COUNT-ED                  DELIMITED BY SIZE
125100             '   HASH '                   DELIMITED BY SIZE
125200             WS-HASH-ED                   DELIMITED BY SIZE
125300         INTO REPORT-RECORD
125400     END-STRING
125500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
125600
125700     MOVE WS-ARCH-READ-COUNT TO WS-COUNT-ED
125800     MOVE SPACES TO REPORT-RECORD
125900     STRING 'ARCHIVE READ:        COUNT ' DELIMITED BY SIZE
126000             WS-COUNT-ED                  DELIMITED BY SIZE
126100         INTO REPORT-RECORD
126200     END-STRING
126300     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
126400     MOVE WS-JRNL-READ-COUNT TO WS-COUNT-ED
126500     MOVE SPACES TO REPORT-RECORD
126600     STRING 'JOURNAL READ:        COUNT ' DELIMITED BY SIZE
126700             WS-COUNT-ED                  DELIMITED BY SIZE
126800         INTO REPORT-RECORD
126900     END-STRING
127000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
127100     MOVE WS-ADD-APPLIED TO WS-COUNT-ED
127200     MOVE SPACES TO REPORT-RECORD
127300     STRING 'RE-APPLIED ADDS:     COUNT ' DELIMITED BY SIZE
127400             WS-COUNT-ED                  DELIMITED BY SIZE
127500         INTO REPORT-RECORD
127600     END-STRING
127700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
127800     MOVE WS-REHIRE-APPLIED TO WS-COUNT-ED
127900     MOVE SPACES TO REPORT-RECORD
128000     STRING 'RE-APPLIED REHIRES:  COUNT ' DELIMITED BY SIZE
128100             WS-COUNT-ED                  DELIMITED BY SIZE
128200         INTO REPORT-RECORD
128300     END-STRING
128400     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
128500     MOVE WS-CHANGE-APPLIED TO WS-COUNT-ED
128600     MOVE SPACES TO REPORT-RECORD
128700     STRING 'RE-APPLIED CHANGES:  COUNT ' DELIMITED BY SIZE
128800             WS-COUNT-ED                  DELIMITED BY SIZE
128900         INTO REPORT-RECORD
129000     END-STRING
129100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
129200     MOVE WS-DELETE-APPLIED TO WS-COUNT-ED
129300     MOVE SPACES TO REPORT-RECORD
129400     STRING 'RE-APPLIED DELETES:  COUNT ' DELIMITED BY SIZE
129500             WS-COUNT-ED                  DELIMITED BY SIZE
129600         INTO REPORT-RECORD
129700     END-STRING
129800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
129900     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
130000     MOVE SPACES TO REPORT-RECORD
130100     STRING 'EXCEPTIONS:          COUNT ' DELIMITED BY SIZE
130200             WS-COUNT-ED                  DELIMITED BY SIZE
130300         INTO REPORT-RECORD
130400     END-STRING
130500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
130600
130700     IF NOT PRIOR-FOUND
130800         MOVE SPACES TO REPORT-RECORD
130900         MOVE 'NO EMPPRIOR.DAT SNAPSHOT TO PROVE AGAINST'
131000             TO REPORT-RECORD
131100         WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
131200         GO TO 7100-WRITE-RECOVERY-TOTALS
131300     END-IF
131400
131500     MOVE WS-PRIOR-COUNT TO WS-COUNT-ED
131600     MOVE WS-PRIOR-HASH TO WS-HASH-ED
131700     MOVE SPACES TO REPORT-RECORD
131800     STRING 'PRIOR SNAPSHOT:      COUNT ' DELIMITED BY SIZE
131900             WS-COUNT-ED                  DELIMITED BY SIZE
132000             '   HASH '                   DELIMITED BY SIZE
132100             WS-HASH-ED                   DELIMITED BY SIZE
132200             '   OF '                     DELIMITED BY SIZE
132300             WS-PRIOR-DATE                DELIMITED BY SIZE
132400         INTO REPORT-RECORD
132500     END-STRING
132600     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
132700     MOVE WS-SNAP-ADD-COUNT TO WS-COUNT-ED
132800     MOVE SPACES TO REPORT-RECORD
132900     STRING 'JRNL ADDS SINCE:     COUNT ' DELIMITED BY SIZE
133000             WS-COUNT-ED                  DELIMITED BY SIZE
133100         INTO REPORT-RECORD
133200     END-STRING
133300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
133400     MOVE WS-SNAP-DELETE-COUNT TO WS-COUNT-ED
133500     MOVE SPACES TO REPORT-RECORD
133600     STRING 'JRNL DELETES SINCE:  COUNT ' DELIMITED BY SIZE
133700             WS-COUNT-ED                  DELIMITED BY SIZE
133800         INTO REPORT-RECORD
133900     END-STRING
134000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
134100     MOVE WS-EXPECTED-COUNT TO WS-COUNT-ED
134200     MOVE WS-EXPECTED-HASH TO WS-HASH-ED
134300     MOVE SPACES TO REPORT-RECORD
134400     STRING 'EXPECTED:            COUNT ' DELIMITED BY SIZE
134500             WS-COUNT-ED                  DELIMITED BY SIZE
134600             '   HASH '                   DELIMITED BY SIZE
134700             WS-HASH-ED                   DELIMITED BY SIZE
134800         INTO REPORT-RECORD
134900     END-STRING
135000     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES.
135100
135200 7100-WRITE-RECOVERY-TOTALS.
135300     MOVE WS-REBUILT-COUNT TO WS-COUNT-ED
135400     MOVE WS-REBUILT-HASH TO WS-HASH-ED
135500     MOVE SPACES TO REPORT-RECORD
135600     STRING 'REBUILT MASTER:      COUNT ' DELIMITED BY SIZE
135700             WS-COUNT-ED                  DELIMITED BY SIZE
135800             '   HASH '                   DELIMITED BY SIZE
135900             WS-HASH-ED                   DELIMITED BY SIZE
136000         INTO REPORT-RECORD
136100     END-STRING
136200     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
136300
136400     MOVE SPACES TO REPORT-RECORD
136500     EVALUATE TRUE
136600         WHEN NOT PRIOR-FOUND
136700             MOVE 'RESULT: NOT PROVED' TO REPORT-RECORD
136800         WHEN NOT IN-BALANCE
136900             MOVE 'RESULT: OUT OF BALANCE' TO REPORT-RECORD
137000         WHEN WS-EXCEPTION-COUNT > ZERO
137100             MOVE 'RESULT: IN BALANCE WITH EXCEPTIONS'
137200                 TO REPORT-RECORD
137300         WHEN OTHER
137400             MOVE 'RESULT: IN BALANCE' TO REPORT-RECORD
137500     END-EVALUATE
137600     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
137700 7100-WRITE-RECOVERY-DETAIL-EXIT.
137800     EXIT.
137900
138000*================================================================*
138100 8500-RELEASE-RUN-CONTROL.
138200*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
138300*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
138400*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
138500*    TO FIND.
138600*================================================================*
138700     IF NOT RCTL-ACQUIRED
138800         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
138900     END-IF
139000
139100     OPEN OUTPUT RCTL-FILE
139200     IF NOT RCTL-FILE-OK
139300         DISPLAY 'EMPRECOV: CANNOT RESTAMP RUNCTL.DAT, STATUS '
139400             WS-RCTL-FILE-STATUS
139500         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
139600     END-IF
139700     MOVE SPACES TO RCTL-RECORD
139800     MOVE 'F' TO RCTL-STATE
139900     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
140000     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
140100     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
140200     WRITE RCTL-RECORD
140300     CLOSE RCTL-FILE.
140400 8500-RELEASE-RUN-CONTROL-EXIT.
140500     EXIT.
140600
140700*================================================================*
140800 9000-TERMINATE.
140900*    A REFUSAL BEFORE THE RELOAD LEAVES THE MASTER AS IT WAS AND
141000*    RELEASES THE RUN CONTROL.  ONCE THE RELOAD HAS STARTED, THE
141100*    RUN CONTROL IS RELEASED ONLY FOR A MASTER PROVED IN BALANCE
141200*    WITH NO EXCEPTIONS.
141300*================================================================*
141400     IF EMP-FILE-OPEN
141500         CLOSE EMP-FILE
141600     END-IF
141700     IF GENS-FILE-OPEN
141800         CLOSE GENS-FILE
141900     END-IF
142000     IF JRNL-FILE-OPEN
142100         CLOSE JRNL-FILE
142200     END-IF
142300     IF ARCH-FILE-OPEN
142400         CLOSE ARCH-FILE
142500     END-IF
142600     IF REPORT-FILE-OPEN
142700         CLOSE REPORT-FILE
142800     END-IF
142900
143000     IF RUN-REFUSED
143100         AND NOT MASTER-TOUCHED
143200         PERFORM 8500-RELEASE-RUN-CONTROL
143300             THRU 8500-RELEASE-RUN-CONTROL-EXIT
143400         DISPLAY 'EMPRECOV: RECOVERY REFUSED; EMPLOYEE.DAT IS '
143500             'AS IT WAS'
143600         MOVE 8 TO RETURN-CODE
143700         GO TO 9000-TERMINATE-EXIT
143800     END-IF
143900
144000     IF RUN-REFUSED
144100         OR NOT IN-BALANCE
144200         OR WS-EXCEPTION-COUNT > ZERO
144300         DISPLAY 'EMPRECOV: REBUILT MASTER NOT PROVED - STREAM '
144400             'MUST NOT CONTINUE'
144500         DISPLAY 'EMPRECOV: EMPLOYEE.DAT LEFT HELD BY EMPRECOV; '
144600             'WORK EMPRECOV.DAT, THEN RESET WITH RUNCTLRS'
144700         MOVE 8 TO RETURN-CODE
144800         GO TO 9000-TERMINATE-EXIT
144900     END-IF
145000
145100     PERFORM 8500-RELEASE-RUN-CONTROL
145200         THRU 8500-RELEASE-RUN-CONTROL-EXIT
145300     DISPLAY 'EMPRECOV: EMPLOYEE.DAT REBUILT FROM GENERATION '
145400         WS-GEN-WANTED ' AND IN BALANCE, ' WS-REBUILT-COUNT
145500         ' RECORDS'.
145600 9000-TERMINATE-EXIT.
145700     EXIT.
