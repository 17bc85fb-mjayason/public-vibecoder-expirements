000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPORIGR.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/17/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPORIGR                                                      *
000900*  TRANSACTION ACTIVITY BY SOURCE AND ORIGINATOR, FOR THE        *
001000*  AUDITORS' PERIODIC REVIEW OF WHERE MASTER CHANGES COME FROM.  *
001100*  FOR THE REQUESTED DATE RANGE IT PRINTS ONE LINE PER SOURCE    *
001200*  AND ORIGINATOR WITH:                                          *
001300*                                                                *
001400*    APPLIED    JOURNAL RECORDS ON EMPJRNL.DAT (AND EMPJARCH.DAT *
001500*               WHEN THE RANGE REACHES BACK PAST THE CLOSE       *
001600*               CUTOFF) WHOSE RUN DATE FALLS IN THE RANGE        *
001700*    SUSPENDED  ITEMS EMPEDIT SENT TO SUSPENSE, FROM THE         *
001800*               ACTIVITY LOG EMPACTLG.DAT, WITH ONE LINE BELOW   *
001900*               FOR EACH REASON CODE                             *
002000*    RECYCLED   SUSPENDED ITEMS A CLERK CORRECTED AND RECYCLED   *
002100*               THROUGH EMPSUSPW (THE CORRECTION ITSELF IS       *
002200*               APPLIED UNDER SOURCE S AND THE CLERK'S ID)       *
002300*    SUSP RATE  SUSPENDED AS A PERCENT OF APPLIED PLUS           *
002400*               SUSPENDED                                        *
002500*                                                                *
002600*  SOURCES ARE H (HR EXTRACT THROUGH EMPCSVIN), S (CLERK         *
002700*  RECYCLE THROUGH EMPSUSPW), M (EMPMASS) AND B (EMPBKOUT).      *
002800*  JOURNAL RECORDS WRITTEN BEFORE THE SOURCE AND ORIGINATOR      *
002900*  WERE CARRIED PRINT AS NOT RECORDED.  LEAVE POSTINGS ARE NOT   *
003000*  JOURNALLED AND SO ARE NOT COUNTED AS APPLIED.  EACH SOURCE    *
003100*  IS SUBTOTALLED AND THE REPORT ENDS WITH A GRAND TOTAL.        *
003200*                                                                *
003300*  RUN PARAMETERS: FROM-DATE AND TO-DATE AS CCYYMMDD (A BLANK    *
003400*  FROM-DATE OPENS THE RANGE AT THE BOTTOM, A BLANK TO-DATE AT   *
003500*  THE TOP).  THE REPORT GOES TO EMPORIGR.DAT IN THE SAME        *
003600*  HEADER STYLE AS EMPJRPT, AND LIKE EMPJRPT THE RUN IS REFUSED  *
003700*  WHILE A JOURNAL CLOSE IS UNFINISHED.                          *
003800*----------------------------------------------------------------*
003900*  MODIFICATION HISTORY                                          *
004000*  DATE       BY   DESCRIPTION                                   *
004100*  05/17/1999 RWB  ORIGINAL ORIGINATOR ACTIVITY REPORT.          *
004200*================================================================*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT JRNL-FILE ASSIGN TO 'EMPJRNL.DAT'
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-JRNL-FILE-STATUS.
004900
005000     SELECT ARCH-FILE ASSIGN TO 'EMPJARCH.DAT'
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ARCH-FILE-STATUS.
005300
005400     SELECT JCLG-FILE ASSIGN TO 'EMPJCLDG.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-JCLG-FILE-STATUS.
005700
005800     SELECT ACTL-FILE ASSIGN TO 'EMPACTLG.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ACTL-FILE-STATUS.
006100
006200     SELECT REPORT-FILE ASSIGN TO 'EMPORIGR.DAT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  JRNL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY EMPJRNL.
007100
007200 FD  ARCH-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY EMPJARCH.
007500
007600 FD  JCLG-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY EMPJCLDG.
007900
008000 FD  ACTL-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 COPY EMPACTLG.
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  REPORT-RECORD                PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------*
009000*    FILE STATUS AND END-OF-FILE SWITCHES                        *
009100*----------------------------------------------------------------*
009200 01  WS-JRNL-FILE-STATUS      PIC X(02).
009300     88  JRNL-FILE-OK                 VALUE '00'.
009400
009500 01  WS-ARCH-FILE-STATUS      PIC X(02).
009600     88  ARCH-FILE-OK                 VALUE '00'.
009700
009800 01  WS-JCLG-FILE-STATUS      PIC X(02).
009900     88  JCLG-FILE-OK                 VALUE '00'.
010000     88  JCLG-FILE-MISSING            VALUE '35'.
010100
010200 01  WS-ACTL-FILE-STATUS      PIC X(02).
010300     88  ACTL-FILE-OK                 VALUE '00'.
010400     88  ACTL-FILE-MISSING            VALUE '35'.
010500
010600 01  WS-REPORT-FILE-STATUS    PIC X(02).
010700     88  REPORT-FILE-OK               VALUE '00'.
010800
010900 01  WS-JRNL-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
011000     88  JRNL-FILE-OPEN               VALUE 'Y'.
011100 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
011200     88  REPORT-FILE-OPEN             VALUE 'Y'.
011300 01  WS-ARCH-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
011400     88  ARCH-FILE-OPEN               VALUE 'Y'.
011500
011600 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
011700     88  END-OF-FILE                  VALUE 'Y'.
011800 01  WS-JCLG-EOF-SW           PIC X(01) VALUE 'N'.
011900     88  JCLG-END-OF-FILE             VALUE 'Y'.
012000 01  WS-ACTL-EOF-SW           PIC X(01) VALUE 'N'.
012100     88  ACTL-END-OF-FILE             VALUE 'Y'.
012200 01  WS-ACTL-MISSING-SW       PIC X(01) VALUE 'N'.
012300     88  ACTL-LOG-MISSING             VALUE 'Y'.
012400
012500*----------------------------------------------------------------*
012600*    JOURNAL ARCHIVE, EXACTLY AS EMPJRPT READS IT: THE CUTOFF    *
012700*    IS THE LATEST ONE ON A COMPLETED LINE OF THE CLOSE LEDGER,  *
012800*    AND WHILE THE ARCHIVE IS BEING READ 2100 HANDS ITS RECORDS  *
012900*    ON AS IF THEY WERE JOURNAL RECORDS.                         *
013000*----------------------------------------------------------------*
013100 01  WS-ARCH-CUTOFF           PIC 9(08) VALUE ZERO.
013200 01  WS-LDG-STATE             PIC X(01) VALUE SPACE.
013300     88  LDG-INCOMPLETE               VALUE 'S' 'A'.
013400 01  WS-LDG-CLOSE-RUN-ID      PIC X(14) VALUE SPACES.
013500 01  WS-READING-ARCHIVE-SW    PIC X(01) VALUE 'N'.
013600     88  READING-ARCHIVE              VALUE 'Y'.
013700 01  WS-ARCH-NOTE             PIC X(24) VALUE SPACES.
013800
013900*----------------------------------------------------------------*
014000*    REQUESTED DATE RANGE, FROM THE RUN PARAMETERS               *
014100*----------------------------------------------------------------*
014200 01  WS-FROM-DATE-X           PIC X(08) VALUE SPACES.
014300 01  WS-TO-DATE-X             PIC X(08) VALUE SPACES.
014400 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
014500 01  WS-TO-DATE               PIC 9(08) VALUE 99999999.
014600 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
014700     88  RUN-REFUSED                  VALUE 'Y'.
014800
014900*----------------------------------------------------------------*
015000*    ONE ENTRY PER SOURCE AND ORIGINATOR SEEN, KEPT IN KEY       *
015100*    ORDER AS IT IS BUILT SO THE REPORT PRINTS BY SOURCE.  500   *
015200*    ORIGINATORS IS FAR MORE THAN THE HR AND CLERK STAFF; ANY    *
015300*    BEYOND THAT ARE REPORTED AND LEFT OUT OF THE DETAIL.        *
015400*----------------------------------------------------------------*
015500 01  WS-KEY.
015600     05  WS-KEY-SOURCE           PIC X(01).
015700     05  WS-KEY-ORIGINATOR       PIC X(08).
015800 01  WS-OT-MAX                PIC 9(04) COMP VALUE 500.
015900 01  WS-OT-COUNT              PIC 9(04) COMP VALUE ZERO.
016000 01  WS-OT-IDX                PIC 9(04) COMP VALUE ZERO.
016100 01  WS-OT-POS                PIC 9(04) COMP VALUE ZERO.
016200 01  WS-OT-HIT                PIC 9(04) COMP VALUE ZERO.
016300 01  WS-SHIFT-IDX             PIC 9(04) COMP VALUE ZERO.
016400 01  WS-SHIFT-TO              PIC 9(04) COMP VALUE ZERO.
016500 01  WS-OT-STOP-SW            PIC X(01) VALUE 'N'.
016600     88  OT-POSITION-FOUND            VALUE 'Y'.
016700 01  WS-OT-FULL-SW            PIC X(01) VALUE 'N'.
016800     88  OT-TABLE-FULL                VALUE 'Y'.
016900 01  WS-OT-TABLE.
017000     05  WS-OT-ENTRY OCCURS 500 TIMES.
017100         10  OT-KEY.
017200             15  OT-SOURCE           PIC X(01).
017300             15  OT-ORIGINATOR       PIC X(08).
017400         10  OT-APPLIED          PIC 9(07).
017500         10  OT-SUSPENDED        PIC 9(07).
017600         10  OT-RECYCLED         PIC 9(07).
017700
017800*----------------------------------------------------------------*
017900*    SUSPENSE REASON TALLIES, ONE ENTRY PER SOURCE, ORIGINATOR   *
018000*    AND REASON CODE, IN THE ORDER FIRST SEEN                    *
018100*----------------------------------------------------------------*
018200 01  WS-RT-MAX                PIC 9(04) COMP VALUE 2000.
018300 01  WS-RT-COUNT              PIC 9(04) COMP VALUE ZERO.
018400 01  WS-RT-IDX                PIC 9(04) COMP VALUE ZERO.
018500 01  WS-RT-HIT                PIC 9(04) COMP VALUE ZERO.
018600 01  WS-RT-FULL-SW            PIC X(01) VALUE 'N'.
018700     88  RT-TABLE-FULL                VALUE 'Y'.
018800 01  WS-RT-TABLE.
018900     05  WS-RT-ENTRY OCCURS 2000 TIMES.
019000         10  RT-KEY              PIC X(09).
019100         10  RT-REASON-CODE      PIC X(08).
019200         10  RT-COUNT            PIC 9(07).
019300
019400*----------------------------------------------------------------*
019500*    SUBTOTALS BY SOURCE AND THE GRAND TOTAL                     *
019600*----------------------------------------------------------------*
019700 01  WS-PREV-SOURCE           PIC X(01) VALUE SPACE.
019800 01  WS-SRC-APPLIED           PIC 9(07) VALUE ZERO.
019900 01  WS-SRC-SUSPENDED         PIC 9(07) VALUE ZERO.
020000 01  WS-SRC-RECYCLED          PIC 9(07) VALUE ZERO.
020100 01  WS-TOT-APPLIED           PIC 9(07) VALUE ZERO.
020200 01  WS-TOT-SUSPENDED         PIC 9(07) VALUE ZERO.
020300 01  WS-TOT-RECYCLED          PIC 9(07) VALUE ZERO.
020400
020500*----------------------------------------------------------------*
020600*    ONE PRINT LINE'S FIGURES, SET BEFORE 3400 FORMATS THEM      *
020700*----------------------------------------------------------------*
020800 01  WS-LINE-APPLIED          PIC 9(07) VALUE ZERO.
020900 01  WS-LINE-SUSPENDED        PIC 9(07) VALUE ZERO.
021000 01  WS-LINE-RECYCLED         PIC 9(07) VALUE ZERO.
021100 01  WS-SUBMITTED             PIC 9(08) VALUE ZERO.
021200 01  WS-SUSP-RATE             PIC 9(03)V9 VALUE ZERO.
021300 01  WS-SOURCE-DESC           PIC X(14) VALUE SPACES.
021400
021500*----------------------------------------------------------------*
021600*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
021700*----------------------------------------------------------------*
021800 01  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
021900 01  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
022000 01  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
022100 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
022200
022300 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
022400 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
022500     05  WS-RUN-CCYY             PIC 9(04).
022600     05  WS-RUN-MM               PIC 9(02).
022700     05  WS-RUN-DD               PIC 9(02).
022800
022900*----------------------------------------------------------------*
023000*    EDITED PRINT FIELDS                                         *
023100*----------------------------------------------------------------*
023200 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.
023300 01  WS-RATE-ED               PIC ZZ9.9.
023400
023500*----------------------------------------------------------------*
023600*    RUN TOTALS                                                  *
023700*----------------------------------------------------------------*
023800 01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
023900 01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE ZERO.
024000 01  WS-RANGE-COUNT           PIC 9(07) VALUE ZERO.
024100 01  WS-ACTL-READ-COUNT       PIC 9(07) VALUE ZERO.
024200 01  WS-ACTL-RANGE-COUNT      PIC 9(07) VALUE ZERO.
024300 01  WS-DROPPED-COUNT         PIC 9(07) VALUE ZERO.
024400
024500 PROCEDURE DIVISION.
024600*================================================================*
024700 0000-MAINLINE.
024800*================================================================*
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-INITIALIZE-EXIT
025100     PERFORM 2000-TALLY-JOURNAL-RECORD
025200         THRU 2000-TALLY-JOURNAL-RECORD-EXIT
025300         UNTIL END-OF-FILE
025400     PERFORM 2500-TALLY-ACTIVITY-LOG
025500         THRU 2500-TALLY-ACTIVITY-LOG-EXIT
025600     PERFORM 3000-PRINT-REPORT
025700         THRU 3000-PRINT-REPORT-EXIT
025800     PERFORM 9000-TERMINATE
025900         THRU 9000-TERMINATE-EXIT
026000     STOP RUN.
026100
026200*================================================================*
026300 1000-INITIALIZE.
026400*================================================================*
026500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026600
026700     ACCEPT WS-FROM-DATE-X FROM ARGUMENT-VALUE
026800     DISPLAY 2 UPON ARGUMENT-NUMBER
026900     ACCEPT WS-TO-DATE-X FROM ARGUMENT-VALUE
027000
027100*    A MISTYPED DATE REFUSES THE RUN, AS IT DOES IN EMPJRPT;
027200*    AN AUDIT COUNT OVER A SILENTLY SUBSTITUTED RANGE IS WORSE
027300*    THAN NO COUNT AT ALL.
027400     IF WS-FROM-DATE-X NOT = SPACES
027500         IF WS-FROM-DATE-X NUMERIC
027600             MOVE WS-FROM-DATE-X TO WS-FROM-DATE
027700         ELSE
027800             DISPLAY 'EMPORIGR: FROM-DATE "' WS-FROM-DATE-X
027900                 '" IS NOT CCYYMMDD; RUN REFUSED'
028000             MOVE 'Y' TO WS-REFUSED-SW
028100         END-IF
028200     END-IF
028300     IF WS-TO-DATE-X NOT = SPACES
028400         IF WS-TO-DATE-X NUMERIC
028500             MOVE WS-TO-DATE-X TO WS-TO-DATE
028600         ELSE
028700             DISPLAY 'EMPORIGR: TO-DATE "' WS-TO-DATE-X
028800                 '" IS NOT CCYYMMDD; RUN REFUSED'
028900             MOVE 'Y' TO WS-REFUSED-SW
029000         END-IF
029100     END-IF
029200     IF RUN-REFUSED
029300         MOVE 'Y' TO EOF-FLAG
029400         MOVE 8 TO RETURN-CODE
029500         GO TO 1000-INITIALIZE-EXIT
029600     END-IF
029700     DISPLAY 'EMPORIGR: RANGE ' WS-FROM-DATE ' THRU ' WS-TO-DATE
029800
029900     PERFORM 1300-CHECK-ARCHIVE
030000         THRU 1300-CHECK-ARCHIVE-EXIT
030100     IF RUN-REFUSED
030200         MOVE 'Y' TO EOF-FLAG
030300         MOVE 8 TO RETURN-CODE
030400         GO TO 1000-INITIALIZE-EXIT
030500     END-IF
030600
030700*    WITHOUT THE JOURNAL THERE ARE NO APPLIED COUNTS, AND A
030800*    REPORT OF SUSPENSE ALONE WOULD READ AS A PERFECT RECORD.
030900     OPEN INPUT JRNL-FILE
031000     IF NOT JRNL-FILE-OK
031100         DISPLAY 'EMPORIGR: CANNOT OPEN EMPJRNL.DAT, STATUS '
031200             WS-JRNL-FILE-STATUS '; RUN REFUSED'
031300         MOVE 'Y' TO EOF-FLAG
031400         MOVE 'Y' TO WS-REFUSED-SW
031500         MOVE 8 TO RETURN-CODE
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF
031800     MOVE 'Y' TO WS-JRNL-FILE-OPEN-SW
031900
032000     OPEN OUTPUT REPORT-FILE
032100     IF NOT REPORT-FILE-OK
032200         DISPLAY 'EMPORIGR: CANNOT OPEN EMPORIGR.DAT, STATUS '
032300             WS-REPORT-FILE-STATUS
032400         MOVE 'Y' TO EOF-FLAG
032500         MOVE 'Y' TO WS-REFUSED-SW
032600         MOVE 8 TO RETURN-CODE
032700         CLOSE JRNL-FILE
032800         MOVE 'N' TO WS-JRNL-FILE-OPEN-SW
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF
033100     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
033200
033300     PERFORM 2100-READ-NEXT-JOURNAL
033400         THRU 2100-READ-NEXT-JOURNAL-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700
033800*================================================================*
033900 1300-CHECK-ARCHIVE.
034000*    READ THE CLOSE LEDGER THROUGH.  NO LEDGER MEANS NO CLOSE HAS
034100*    EVER RUN AND THE JOURNAL IS COMPLETE.  AN UNFINISHED LAST
034200*    CLOSE REFUSES THE RUN.  OTHERWISE THE ARCHIVE IS OPENED,
034300*    TO BE READ AHEAD OF THE JOURNAL, ONLY WHEN THE RANGE STARTS
034400*    BEFORE THE CUTOFF.
034500*================================================================*
034600     OPEN INPUT JCLG-FILE
034700     IF NOT JCLG-FILE-OK
034800         IF JCLG-FILE-MISSING
034900             GO TO 1300-CHECK-ARCHIVE-EXIT
035000         END-IF
035100         DISPLAY 'EMPORIGR: CANNOT OPEN EMPJCLDG.DAT, STATUS '
035200             WS-JCLG-FILE-STATUS
035300         MOVE 'Y' TO WS-REFUSED-SW
035400         GO TO 1300-CHECK-ARCHIVE-EXIT
035500     END-IF
035600     PERFORM 1350-READ-LEDGER-RECORD
035700         THRU 1350-READ-LEDGER-RECORD-EXIT
035800         UNTIL JCLG-END-OF-FILE
035900     CLOSE JCLG-FILE
036000
036100     IF LDG-INCOMPLETE
036200         DISPLAY 'EMPORIGR: JOURNAL CLOSE ' WS-LDG-CLOSE-RUN-ID
036300             ' IS NOT COMPLETE; RUN EMPJCLOS TO FINISH IT '
036400             'BEFORE REPORTING'
036500         MOVE 'Y' TO WS-REFUSED-SW
036600         GO TO 1300-CHECK-ARCHIVE-EXIT
036700     END-IF
036800     IF WS-FROM-DATE NOT < WS-ARCH-CUTOFF
036900         GO TO 1300-CHECK-ARCHIVE-EXIT
037000     END-IF
037100
037200     OPEN INPUT ARCH-FILE
037300     IF NOT ARCH-FILE-OK
037400         DISPLAY 'EMPORIGR: RANGE STARTS BEFORE THE JOURNAL '
037500             'CLOSE CUTOFF ' WS-ARCH-CUTOFF ' BUT EMPJARCH.DAT '
037600             'CANNOT BE OPENED, STATUS ' WS-ARCH-FILE-STATUS
037700         MOVE 'Y' TO WS-REFUSED-SW
037800         GO TO 1300-CHECK-ARCHIVE-EXIT
037900     END-IF
038000     MOVE 'Y' TO WS-ARCH-FILE-OPEN-SW
038100     MOVE 'Y' TO WS-READING-ARCHIVE-SW
038200     MOVE ', EMPJARCH.DAT INCLUDED' TO WS-ARCH-NOTE
038300     DISPLAY 'EMPORIGR: RANGE STARTS BEFORE CLOSE CUTOFF '
038400         WS-ARCH-CUTOFF '; READING EMPJARCH.DAT FIRST'.
038500 1300-CHECK-ARCHIVE-EXIT.
038600     EXIT.
038700
038800*================================================================*
038900 1350-READ-LEDGER-RECORD.
039000*================================================================*
039100     READ JCLG-FILE
039200         AT END
039300             MOVE 'Y' TO WS-JCLG-EOF-SW
039400             GO TO 1350-READ-LEDGER-RECORD-EXIT
039500     END-READ
039600     MOVE JCLG-STATE TO WS-LDG-STATE
039700     MOVE JCLG-CLOSE-RUN-ID TO WS-LDG-CLOSE-RUN-ID
039800     IF JCLG-COMPLETE
039900         AND JCLG-CUTOFF-DATE > WS-ARCH-CUTOFF
040000         MOVE JCLG-CUTOFF-DATE TO WS-ARCH-CUTOFF
040100     END-IF.
040200 1350-READ-LEDGER-RECORD-EXIT.
040300     EXIT.
040400
040500*================================================================*
040600 2000-TALLY-JOURNAL-RECORD.
040700*    ONE JOURNAL RECORD IN THE RANGE IS ONE UPDATE APPLIED TO
040800*    THE MASTER, CREDITED TO THE SOURCE AND ORIGINATOR STAMPED
040900*    ON IT.
041000*================================================================*
041100     ADD 1 TO WS-READ-COUNT
041200
041300     IF JRNL-RUN-ID(1:8) < WS-FROM-DATE
041400         OR JRNL-RUN-ID(1:8) > WS-TO-DATE
041500         GO TO 2000-TALLY-JOURNAL-NEXT
041600     END-IF
041700     ADD 1 TO WS-RANGE-COUNT
041800
041900     MOVE JRNL-SOURCE-CODE TO WS-KEY-SOURCE
042000     MOVE JRNL-ORIGINATOR TO WS-KEY-ORIGINATOR
042100     PERFORM 4000-FIND-ORIGINATOR
042200         THRU 4000-FIND-ORIGINATOR-EXIT
042300     IF WS-OT-HIT > ZERO
042400         ADD 1 TO OT-APPLIED (WS-OT-HIT)
042500     END-IF.
042600
042700 2000-TALLY-JOURNAL-NEXT.
042800     PERFORM 2100-READ-NEXT-JOURNAL
042900         THRU 2100-READ-NEXT-JOURNAL-EXIT.
043000 2000-TALLY-JOURNAL-RECORD-EXIT.
043100     EXIT.
043200
043300*================================================================*
043400 2100-READ-NEXT-JOURNAL.
043500*    ARCHIVED RUNS ARE OLDER THAN ANY RUN STILL ON THE JOURNAL,
043600*    SO THE ARCHIVE IS READ TO ITS END FIRST, EACH RECORD HANDED
043700*    ON IN JRNL-RECORD, AND THEN THE JOURNAL ITSELF.
043800*================================================================*
043900     IF READING-ARCHIVE
044000         READ ARCH-FILE
044100             AT END
044200                 MOVE 'N' TO WS-READING-ARCHIVE-SW
044300                 CLOSE ARCH-FILE
044400                 MOVE 'N' TO WS-ARCH-FILE-OPEN-SW
044500             NOT AT END
044600                 ADD 1 TO WS-ARCH-READ-COUNT
044700                 MOVE JARC-JRNL-IMAGE TO JRNL-RECORD
044800                 GO TO 2100-READ-NEXT-JOURNAL-EXIT
044900         END-READ
045000     END-IF
045100
045200     READ JRNL-FILE
045300         AT END
045400             MOVE 'Y' TO EOF-FLAG
045500     END-READ.
045600 2100-READ-NEXT-JOURNAL-EXIT.
045700     EXIT.
045800
045900*================================================================*
046000 2500-TALLY-ACTIVITY-LOG.
046100*    THE SUSPENSE AND RECYCLE SIDE COMES FROM EMPACTLG.DAT.  NO
046200*    LOG AT ALL JUST MEANS NOTHING HAS BEEN SUSPENDED SINCE IT
046300*    WAS STARTED; THE REPORT SAYS SO RATHER THAN REFUSING.
046400*================================================================*
046500     IF RUN-REFUSED
046600         GO TO 2500-TALLY-ACTIVITY-LOG-EXIT
046700     END-IF
046800
046900     OPEN INPUT ACTL-FILE
047000     IF NOT ACTL-FILE-OK
047100         IF NOT ACTL-FILE-MISSING
047200             DISPLAY 'EMPORIGR: CANNOT OPEN EMPACTLG.DAT, '
047300                 'STATUS ' WS-ACTL-FILE-STATUS
047400         END-IF
047500         MOVE 'Y' TO WS-ACTL-MISSING-SW
047600         GO TO 2500-TALLY-ACTIVITY-LOG-EXIT
047700     END-IF
047800     PERFORM 2600-TALLY-ACTIVITY-RECORD
047900         THRU 2600-TALLY-ACTIVITY-RECORD-EXIT
048000         UNTIL ACTL-END-OF-FILE
048100     CLOSE ACTL-FILE.
048200 2500-TALLY-ACTIVITY-LOG-EXIT.
048300     EXIT.
048400
048500*================================================================*
048600 2600-TALLY-ACTIVITY-RECORD.
048700*    A SUSPENSION COUNTS AGAINST THE ITEM'S ORIGINATOR UNDER ITS
048800*    REASON CODE; A RECYCLE COUNTS AGAINST THE SAME ORIGINATOR,
048900*    WHOSE ITEM IT WAS.
049000*================================================================*
049100     READ ACTL-FILE
049200         AT END
049300             MOVE 'Y' TO WS-ACTL-EOF-SW
049400             GO TO 2600-TALLY-ACTIVITY-RECORD-EXIT
049500     END-READ
049600     ADD 1 TO WS-ACTL-READ-COUNT
049700
049800     IF ACTL-DATE < WS-FROM-DATE
049900         OR ACTL-DATE > WS-TO-DATE
050000         GO TO 2600-TALLY-ACTIVITY-RECORD-EXIT
050100     END-IF
050200     ADD 1 TO WS-ACTL-RANGE-COUNT
050300
050400     MOVE ACTL-SOURCE-CODE TO WS-KEY-SOURCE
050500     MOVE ACTL-ORIGINATOR TO WS-KEY-ORIGINATOR
050600     PERFORM 4000-FIND-ORIGINATOR
050700         THRU 4000-FIND-ORIGINATOR-EXIT
050800     IF WS-OT-HIT = ZERO
050900         GO TO 2600-TALLY-ACTIVITY-RECORD-EXIT
051000     END-IF
051100
051200     EVALUATE TRUE
051300         WHEN ACTL-SUSPENDED
051400             ADD 1 TO OT-SUSPENDED (WS-OT-HIT)
051500             PERFORM 4200-TALLY-REASON
051600                 THRU 4200-TALLY-REASON-EXIT
051700         WHEN ACTL-RECYCLED
051800             ADD 1 TO OT-RECYCLED (WS-OT-HIT)
051900         WHEN OTHER
052000             CONTINUE
052100     END-EVALUATE.
052200 2600-TALLY-ACTIVITY-RECORD-EXIT.
052300     EXIT.
052400
052500*================================================================*
052600 3000-PRINT-REPORT.
052700*    ONE LINE PER SOURCE AND ORIGINATOR, ITS REASON CODES BELOW
052800*    IT, A SUBTOTAL AT EACH CHANGE OF SOURCE, THEN THE GRAND
052900*    TOTAL AND ANY NOTES ON WHAT THE REPORT COULD NOT COUNT.
053000*================================================================*
053100     IF RUN-REFUSED
053200         GO TO 3000-PRINT-REPORT-EXIT
053300     END-IF
053400
053500     PERFORM 5000-WRITE-REPORT-HEADERS
053600         THRU 5000-WRITE-REPORT-HEADERS-EXIT
053700
053800     IF WS-OT-COUNT = ZERO
053900         MOVE 'NO ACTIVITY IN THE REQUESTED RANGE'
054000             TO WS-PRINT-LINE
054100         PERFORM 5100-PRINT-LINE
054200             THRU 5100-PRINT-LINE-EXIT
054230         PERFORM 5100-PRINT-LINE
054260             THRU 5100-PRINT-LINE-EXIT
054300     ELSE
054400         MOVE OT-SOURCE (1) TO WS-PREV-SOURCE
054500         PERFORM 3100-PRINT-ORIGINATOR
054600             THRU 3100-PRINT-ORIGINATOR-EXIT
054700             VARYING WS-OT-IDX FROM 1 BY 1
054800             UNTIL WS-OT-IDX > WS-OT-COUNT
054900         PERFORM 3300-PRINT-SOURCE-TOTAL
055000             THRU 3300-PRINT-SOURCE-TOTAL-EXIT
055100     END-IF
055300
055500     MOVE 'ALL SOURCES' TO WS-PRINT-LINE
055600     MOVE 'TOTAL' TO WS-PRINT-LINE(17:8)
055700     MOVE WS-TOT-APPLIED TO WS-LINE-APPLIED
055800     MOVE WS-TOT-SUSPENDED TO WS-LINE-SUSPENDED
055900     MOVE WS-TOT-RECYCLED TO WS-LINE-RECYCLED
056000     PERFORM 3400-FORMAT-FIGURES
056100         THRU 3400-FORMAT-FIGURES-EXIT
056200     PERFORM 5100-PRINT-LINE
056300         THRU 5100-PRINT-LINE-EXIT
056400
056500     IF ACTL-LOG-MISSING
056600         PERFORM 5100-PRINT-LINE
056700             THRU 5100-PRINT-LINE-EXIT
056800         MOVE 'NOTE: EMPACTLG.DAT NOT AVAILABLE; SUSPENDED AND '
056900             TO WS-PRINT-LINE
057000         MOVE 'RECYCLED COUNTS ARE NOT INCLUDED'
057100             TO WS-PRINT-LINE(49:)
057200         PERFORM 5100-PRINT-LINE
057300             THRU 5100-PRINT-LINE-EXIT
057400     END-IF
057500     IF WS-DROPPED-COUNT > ZERO
057600         PERFORM 5100-PRINT-LINE
057700             THRU 5100-PRINT-LINE-EXIT
057800         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
057900         STRING 'NOTE: ' WS-COUNT-ED ' RECORDS FROM ORIGINATORS '
058000                 'BEYOND THE FIRST 500 ARE NOT IN THE DETAIL '
058100                 'OR THE TOTALS'
058200             DELIMITED BY SIZE
058300             INTO WS-PRINT-LINE
058400         END-STRING
058500         PERFORM 5100-PRINT-LINE
058600             THRU 5100-PRINT-LINE-EXIT
058700     END-IF.
058800 3000-PRINT-REPORT-EXIT.
058900     EXIT.
059000
059100*================================================================*
059200 3100-PRINT-ORIGINATOR.
059300*================================================================*
059400     IF OT-SOURCE (WS-OT-IDX) NOT = WS-PREV-SOURCE
059500         PERFORM 3300-PRINT-SOURCE-TOTAL
059600             THRU 3300-PRINT-SOURCE-TOTAL-EXIT
059700         MOVE OT-SOURCE (WS-OT-IDX) TO WS-PREV-SOURCE
059800     END-IF
059900
060000     ADD OT-APPLIED (WS-OT-IDX) TO WS-SRC-APPLIED
060100     ADD OT-SUSPENDED (WS-OT-IDX) TO WS-SRC-SUSPENDED
060200     ADD OT-RECYCLED (WS-OT-IDX) TO WS-SRC-RECYCLED
060300
060400     MOVE OT-SOURCE (WS-OT-IDX) TO WS-KEY-SOURCE
060500     PERFORM 3500-DESCRIBE-SOURCE
060600         THRU 3500-DESCRIBE-SOURCE-EXIT
060700     MOVE WS-SOURCE-DESC TO WS-PRINT-LINE
060800     IF OT-ORIGINATOR (WS-OT-IDX) = SPACES
060900         MOVE '(NONE)' TO WS-PRINT-LINE(17:8)
061000     ELSE
061100         MOVE OT-ORIGINATOR (WS-OT-IDX) TO WS-PRINT-LINE(17:8)
061200     END-IF
061300     MOVE OT-APPLIED (WS-OT-IDX) TO WS-LINE-APPLIED
061400     MOVE OT-SUSPENDED (WS-OT-IDX) TO WS-LINE-SUSPENDED
061500     MOVE OT-RECYCLED (WS-OT-IDX) TO WS-LINE-RECYCLED
061600     PERFORM 3400-FORMAT-FIGURES
061700         THRU 3400-FORMAT-FIGURES-EXIT
061800     PERFORM 5100-PRINT-LINE
061900         THRU 5100-PRINT-LINE-EXIT
062000
062100     PERFORM 3200-PRINT-REASON
062200         THRU 3200-PRINT-REASON-EXIT
062300         VARYING WS-RT-IDX FROM 1 BY 1
062400         UNTIL WS-RT-IDX > WS-RT-COUNT.
062500 3100-PRINT-ORIGINATOR-EXIT.
062600     EXIT.
062700
062800*================================================================*
062900 3200-PRINT-REASON.
063000*    ONE LINE FOR EACH REASON CODE THIS ORIGINATOR'S ITEMS WERE
063100*    SUSPENDED FOR, ITS COUNT UNDER THE SUSPENDED COLUMN.
063200*================================================================*
063300     IF RT-KEY (WS-RT-IDX) NOT = OT-KEY (WS-OT-IDX)
063400         GO TO 3200-PRINT-REASON-EXIT
063500     END-IF
063600     MOVE 'SUSPENDED FOR' TO WS-PRINT-LINE(17:13)
063700     MOVE RT-REASON-CODE (WS-RT-IDX) TO WS-PRINT-LINE(31:8)
063800     MOVE RT-COUNT (WS-RT-IDX) TO WS-COUNT-ED
063900     MOVE WS-COUNT-ED TO WS-PRINT-LINE(40:9)
064000     PERFORM 5100-PRINT-LINE
064100         THRU 5100-PRINT-LINE-EXIT.
064200 3200-PRINT-REASON-EXIT.
064300     EXIT.
064400
064500*================================================================*
064600 3300-PRINT-SOURCE-TOTAL.
064700*    SUBTOTAL FOR THE SOURCE JUST FINISHED, ROLLED INTO THE
064800*    GRAND TOTAL AND CLEARED FOR THE NEXT.
064900*================================================================*
065000     MOVE WS-PREV-SOURCE TO WS-KEY-SOURCE
065100     PERFORM 3500-DESCRIBE-SOURCE
065200         THRU 3500-DESCRIBE-SOURCE-EXIT
065300     MOVE WS-SOURCE-DESC TO WS-PRINT-LINE
065400     MOVE 'SUBTOTAL' TO WS-PRINT-LINE(17:8)
065500     MOVE WS-SRC-APPLIED TO WS-LINE-APPLIED
065600     MOVE WS-SRC-SUSPENDED TO WS-LINE-SUSPENDED
065700     MOVE WS-SRC-RECYCLED TO WS-LINE-RECYCLED
065800     PERFORM 3400-FORMAT-FIGURES
065900         THRU 3400-FORMAT-FIGURES-EXIT
066000     PERFORM 5100-PRINT-LINE
066100         THRU 5100-PRINT-LINE-EXIT
066200     PERFORM 5100-PRINT-LINE
066300         THRU 5100-PRINT-LINE-EXIT
066400
066500     ADD WS-SRC-APPLIED TO WS-TOT-APPLIED
066600     ADD WS-SRC-SUSPENDED TO WS-TOT-SUSPENDED
066700     ADD WS-SRC-RECYCLED TO WS-TOT-RECYCLED
066800     MOVE ZERO TO WS-SRC-APPLIED
066900     MOVE ZERO TO WS-SRC-SUSPENDED
067000     MOVE ZERO TO WS-SRC-RECYCLED.
067100 3300-PRINT-SOURCE-TOTAL-EXIT.
067200     EXIT.
067300
067400*================================================================*
067500 3400-FORMAT-FIGURES.
067600*    THE THREE COUNTS AND THE SUSPENSE RATE INTO THEIR COLUMNS
067700*    OF WS-PRINT-LINE.  WITH NOTHING APPLIED OR SUSPENDED IN
067800*    THE RANGE THERE IS NO RATE TO STATE.
067900*================================================================*
068000     MOVE WS-LINE-APPLIED TO WS-COUNT-ED
068100     MOVE WS-COUNT-ED TO WS-PRINT-LINE(28:9)
068200     MOVE WS-LINE-SUSPENDED TO WS-COUNT-ED
068300     MOVE WS-COUNT-ED TO WS-PRINT-LINE(40:9)
068400     MOVE WS-LINE-RECYCLED TO WS-COUNT-ED
068500     MOVE WS-COUNT-ED TO WS-PRINT-LINE(52:9)
068600
068700     COMPUTE WS-SUBMITTED = WS-LINE-APPLIED + WS-LINE-SUSPENDED
068800     IF WS-SUBMITTED = ZERO
068900         GO TO 3400-FORMAT-FIGURES-EXIT
069000     END-IF
069100     COMPUTE WS-SUSP-RATE ROUNDED =
069200         WS-LINE-SUSPENDED * 100 / WS-SUBMITTED
069300     MOVE WS-SUSP-RATE TO WS-RATE-ED
069400     MOVE WS-RATE-ED TO WS-PRINT-LINE(65:5)
069500     MOVE '%' TO WS-PRINT-LINE(70:1).
069600 3400-FORMAT-FIGURES-EXIT.
069700     EXIT.
069800
069900*================================================================*
070000 3500-DESCRIBE-SOURCE.
070100*================================================================*
070200     MOVE SPACES TO WS-SOURCE-DESC
070300     EVALUATE WS-KEY-SOURCE
070400         WHEN 'H'
070500             MOVE 'H HR EXTRACT' TO WS-SOURCE-DESC
070600         WHEN 'S'
070700             MOVE 'S SUSP RECYCLE' TO WS-SOURCE-DESC
070800         WHEN 'M'
070900             MOVE 'M MASS CHANGE' TO WS-SOURCE-DESC
071000         WHEN 'B'
071100             MOVE 'B BACKOUT' TO WS-SOURCE-DESC
071200         WHEN SPACE
071300             MOVE '  NOT RECORDED' TO WS-SOURCE-DESC
071400         WHEN OTHER
071500             STRING WS-KEY-SOURCE ' UNKNOWN'
071600                 DELIMITED BY SIZE
071700                 INTO WS-SOURCE-DESC
071800             END-STRING
071900     END-EVALUATE.
072000 3500-DESCRIBE-SOURCE-EXIT.
072100     EXIT.
072200
072300*================================================================*
072400 4000-FIND-ORIGINATOR.
072500*    WS-OT-HIT := THE TABLE ENTRY FOR WS-KEY, ADDED IN KEY ORDER
072600*    IF IT IS NOT THERE YET, OR ZERO ONCE THE TABLE IS FULL.
072700*================================================================*
072800     MOVE ZERO TO WS-OT-HIT
072900     COMPUTE WS-OT-POS = WS-OT-COUNT + 1
073000     MOVE 'N' TO WS-OT-STOP-SW
073100     PERFORM 4010-SCAN-ORIGINATOR
073200         THRU 4010-SCAN-ORIGINATOR-EXIT
073300         VARYING WS-OT-IDX FROM 1 BY 1
073400         UNTIL WS-OT-IDX > WS-OT-COUNT
073500             OR OT-POSITION-FOUND
073600
073700     IF WS-OT-POS NOT > WS-OT-COUNT
073800         IF OT-KEY (WS-OT-POS) = WS-KEY
073900             MOVE WS-OT-POS TO WS-OT-HIT
074000             GO TO 4000-FIND-ORIGINATOR-EXIT
074100         END-IF
074200     END-IF
074300
074400     IF WS-OT-COUNT >= WS-OT-MAX
074500         IF NOT OT-TABLE-FULL
074600             DISPLAY 'EMPORIGR: MORE THAN ' WS-OT-MAX
074700                 ' ORIGINATORS IN THE RANGE; THE REST ARE '
074800                 'COUNTED AS DROPPED'
074900             MOVE 'Y' TO WS-OT-FULL-SW
075000         END-IF
075100         ADD 1 TO WS-DROPPED-COUNT
075200         GO TO 4000-FIND-ORIGINATOR-EXIT
075300     END-IF
075400
075500     PERFORM 4050-SHIFT-ORIGINATOR
075600         THRU 4050-SHIFT-ORIGINATOR-EXIT
075700         VARYING WS-SHIFT-IDX FROM WS-OT-COUNT BY -1
075800         UNTIL WS-SHIFT-IDX < WS-OT-POS
075900     ADD 1 TO WS-OT-COUNT
076000     MOVE WS-KEY TO OT-KEY (WS-OT-POS)
076100     MOVE ZERO TO OT-APPLIED (WS-OT-POS)
076200     MOVE ZERO TO OT-SUSPENDED (WS-OT-POS)
076300     MOVE ZERO TO OT-RECYCLED (WS-OT-POS)
076400     MOVE WS-OT-POS TO WS-OT-HIT.
076500 4000-FIND-ORIGINATOR-EXIT.
076600     EXIT.
076700
076800*================================================================*
076900 4010-SCAN-ORIGINATOR.
077000*    THE FIRST ENTRY NOT BELOW THE KEY IS EITHER THE MATCH OR
077100*    THE PLACE A NEW ENTRY GOES.
077200*================================================================*
077300     IF OT-KEY (WS-OT-IDX) NOT < WS-KEY
077400         MOVE WS-OT-IDX TO WS-OT-POS
077500         MOVE 'Y' TO WS-OT-STOP-SW
077600     END-IF.
077700 4010-SCAN-ORIGINATOR-EXIT.
077800     EXIT.
077900
078000*================================================================*
078100 4050-SHIFT-ORIGINATOR.
078200*    EACH ENTRY FROM THE INSERT POSITION ON MOVES DOWN ONE.
078300*================================================================*
078400     COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1
078500     MOVE WS-OT-ENTRY (WS-SHIFT-IDX)
078600         TO WS-OT-ENTRY (WS-SHIFT-TO).
078700 4050-SHIFT-ORIGINATOR-EXIT.
078800     EXIT.
078900
079000*================================================================*
079100 4200-TALLY-REASON.
079200*    ADD ONE TO THIS ORIGINATOR'S COUNT FOR THE REASON CODE ON
079300*    THE LOG RECORD, STARTING A NEW TALLY THE FIRST TIME.
079400*================================================================*
079500     MOVE ZERO TO WS-RT-HIT
079600     PERFORM 4210-SCAN-REASON
079700         THRU 4210-SCAN-REASON-EXIT
079800         VARYING WS-RT-IDX FROM 1 BY 1
079900         UNTIL WS-RT-IDX > WS-RT-COUNT
080000             OR WS-RT-HIT > ZERO
080100     IF WS-RT-HIT > ZERO
080200         ADD 1 TO RT-COUNT (WS-RT-HIT)
080300         GO TO 4200-TALLY-REASON-EXIT
080400     END-IF
080500
080600     IF WS-RT-COUNT >= WS-RT-MAX
080700         IF NOT RT-TABLE-FULL
080800             DISPLAY 'EMPORIGR: MORE THAN ' WS-RT-MAX
080900                 ' ORIGINATOR AND REASON PAIRS; LATER REASON '
081000                 'LINES ARE NOT PRINTED'
081100             MOVE 'Y' TO WS-RT-FULL-SW
081200         END-IF
081300         GO TO 4200-TALLY-REASON-EXIT
081400     END-IF
081500     ADD 1 TO WS-RT-COUNT
081600     MOVE WS-KEY TO RT-KEY (WS-RT-COUNT)
081700     MOVE ACTL-REASON-CODE TO RT-REASON-CODE (WS-RT-COUNT)
081800     MOVE 1 TO RT-COUNT (WS-RT-COUNT).
081900 4200-TALLY-REASON-EXIT.
082000     EXIT.
082100
082200*================================================================*
082300 4210-SCAN-REASON.
082400*================================================================*
082500     IF RT-KEY (WS-RT-IDX) = WS-KEY
082600         AND RT-REASON-CODE (WS-RT-IDX) = ACTL-REASON-CODE
082700         MOVE WS-RT-IDX TO WS-RT-HIT
082800     END-IF.
082900 4210-SCAN-REASON-EXIT.
083000     EXIT.
083100
083200*================================================================*
083300 5000-WRITE-REPORT-HEADERS.
083400*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER), THE REQUESTED
083500*    RANGE, COLUMN HEADINGS, AND AN UNDERLINE, SAME STYLE AS
083600*    THE EMPJRPT HEADERS.
083700*================================================================*
083800     ADD 1 TO WS-PAGE-COUNT
083900     MOVE ZERO TO WS-LINE-COUNT
084000
084100     MOVE SPACES TO REPORT-RECORD
084200     STRING 'ORIGINATOR ACTIVITY REPORT'
084300                                       DELIMITED BY SIZE
084400             '  RUN DATE: '            DELIMITED BY SIZE
084500             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
084600                                       DELIMITED BY SIZE
084700             '     PAGE: '             DELIMITED BY SIZE
084800             WS-PAGE-COUNT             DELIMITED BY SIZE
084900         INTO REPORT-RECORD
085000     END-STRING
085100     IF WS-PAGE-COUNT = 1
085200         WRITE REPORT-RECORD
085300     ELSE
085400         WRITE REPORT-RECORD AFTER ADVANCING PAGE
085500     END-IF
085600
085700     MOVE SPACES TO REPORT-RECORD
085800     STRING 'ACTIVITY RANGE '  DELIMITED BY SIZE
085900             WS-FROM-DATE      DELIMITED BY SIZE
086000             ' THRU '          DELIMITED BY SIZE
086100             WS-TO-DATE        DELIMITED BY SIZE
086200             WS-ARCH-NOTE      DELIMITED BY SIZE
086300         INTO REPORT-RECORD
086400     END-STRING
086500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
086600
086700     MOVE SPACES TO REPORT-RECORD
086800     MOVE 'SOURCE' TO REPORT-RECORD(1:6)
086900     MOVE 'ORIGINATOR' TO REPORT-RECORD(17:10)
087000     MOVE 'APPLIED' TO REPORT-RECORD(30:7)
087100     MOVE 'SUSPENDED' TO REPORT-RECORD(40:9)
087200     MOVE 'RECYCLED' TO REPORT-RECORD(53:8)
087300     MOVE 'SUSP RATE' TO REPORT-RECORD(62:9)
087400     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
087500
087600     MOVE SPACES TO REPORT-RECORD
087700     MOVE ALL '-' TO REPORT-RECORD(1:14)
087800     MOVE ALL '-' TO REPORT-RECORD(17:10)
087900     MOVE ALL '-' TO REPORT-RECORD(28:9)
088000     MOVE ALL '-' TO REPORT-RECORD(40:9)
088100     MOVE ALL '-' TO REPORT-RECORD(52:9)
088200     MOVE ALL '-' TO REPORT-RECORD(62:9)
088300     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
088400     ADD 5 TO WS-LINE-COUNT.
088500 5000-WRITE-REPORT-HEADERS-EXIT.
088600     EXIT.
088700
088800*================================================================*
088900 5100-PRINT-LINE.
089000*    WRITE WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THIS ONE
089100*    IS FULL.
089200*================================================================*
089300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
089400         PERFORM 5000-WRITE-REPORT-HEADERS
089500             THRU 5000-WRITE-REPORT-HEADERS-EXIT
089600     END-IF
089700     MOVE WS-PRINT-LINE TO REPORT-RECORD
089800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
089900     ADD 1 TO WS-LINE-COUNT
090000     MOVE SPACES TO WS-PRINT-LINE.
090100 5100-PRINT-LINE-EXIT.
090200     EXIT.
090300
090400*================================================================*
090500 9000-TERMINATE.
090600*================================================================*
090700     IF JRNL-FILE-OPEN
090800         CLOSE JRNL-FILE
090900     END-IF
091000     IF ARCH-FILE-OPEN
091100         CLOSE ARCH-FILE
091200     END-IF
091300     IF REPORT-FILE-OPEN
091400         CLOSE REPORT-FILE
091500     END-IF
091600
091700     DISPLAY 'EMPORIGR: JOURNAL RECORDS READ ' WS-READ-COUNT
091800     DISPLAY 'EMPORIGR:   FROM EMPJARCH.DAT  ' WS-ARCH-READ-COUNT
091900     DISPLAY 'EMPORIGR: APPLIED IN RANGE     ' WS-RANGE-COUNT
092000     DISPLAY 'EMPORIGR: LOG RECORDS READ     ' WS-ACTL-READ-COUNT
092100     DISPLAY 'EMPORIGR: LOG RECORDS IN RANGE '
092200         WS-ACTL-RANGE-COUNT
092300     DISPLAY 'EMPORIGR: ORIGINATORS LISTED   ' WS-OT-COUNT.
092400 9000-TERMINATE-EXIT.
092500     EXIT.
