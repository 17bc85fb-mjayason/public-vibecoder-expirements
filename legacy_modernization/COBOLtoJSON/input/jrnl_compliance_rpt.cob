002600*  THE TOP), THEN THE THRESHOLD.  THE REPORT GOES TO             *
002700*  EMPJRPT.DAT WITH THE SAME RUN-DATE/PAGE-NUMBER HEADER STYLE   *
002800*  AS THE MASTER LISTING.                                        *
002810*                                                                *
002820*  RUNS THE EMPJCLOS JOURNAL CLOSE HAS MOVED OFF THE JOURNAL ARE *
002830*  ON EMPJARCH.DAT.  WHEN THE FROM-DATE IS EARLIER THAN THE      *
002840*  LATEST CLOSE CUTOFF ON THE CLOSE LEDGER, EMPJCLDG.DAT, THE    *
002850*  ARCHIVE IS READ FIRST AND THEN THE JOURNAL, SO THE REVIEW     *
002860*  STILL COVERS THE WHOLE PERIOD.  WHILE A CLOSE IS UNFINISHED   *
002870*  THE TWO FILES DO NOT AGREE, AND THE RUN IS REFUSED.           *
002900*----------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                          *
003100*  DATE       BY   DESCRIPTION                                   *
003250*                  '015'), AND A NON-NUMERIC THRESHOLD OR DATE   *
003260*                  REFUSES THE RUN RATHER THAN REPORTING         *
003270*                  AGAINST A SUBSTITUTED VALUE.                  *
003280*  05/03/1999 RWB  READS EMPJARCH.DAT AHEAD OF THE JOURNAL WHEN  *
003290*                  THE RANGE GOES BACK PAST THE CLOSE CUTOFF.    *
003293*  05/24/1999 RWB  A REHIRE, NOW JOURNALLED AS ACTION 'R', TAKES *
003296*                  ITS EMP-ID FROM THE AFTER-IMAGE LIKE AN ADD.  *
003300*================================================================*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-JRNL-FILE-STATUS.
004000
004010     SELECT ARCH-FILE ASSIGN TO 'EMPJARCH.DAT'
004020         ORGANIZATION IS SEQUENTIAL
004030         FILE STATUS IS WS-ARCH-FILE-STATUS.
004040
004050     SELECT JCLG-FILE ASSIGN TO 'EMPJCLDG.DAT'
004060         ORGANIZATION IS LINE SEQUENTIAL
004070         FILE STATUS IS WS-JCLG-FILE-STATUS.
004080
004100     SELECT REPORT-FILE ASSIGN TO 'EMPJRPT.DAT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-FILE-STATUS.
004800     LABEL RECORDS ARE STANDARD.
004900 COPY EMPJRNL.
005000
005010 FD  ARCH-FILE
005020     LABEL RECORDS ARE STANDARD.
005030 COPY EMPJARCH.
005040
005050 FD  JCLG-FILE
005060     LABEL RECORDS ARE STANDARD.
005070 COPY EMPJCLDG.
005080
005100 FD  REPORT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  REPORT-RECORD                PIC X(132).
005900 01  WS-JRNL-FILE-STATUS      PIC X(02).
006000     88  JRNL-FILE-OK                 VALUE '00'.
006100
006110 01  WS-ARCH-FILE-STATUS      PIC X(02).
006120     88  ARCH-FILE-OK                 VALUE '00'.
006130
006140 01  WS-JCLG-FILE-STATUS      PIC X(02).
006150     88  JCLG-FILE-OK                 VALUE '00'.
006160     88  JCLG-FILE-MISSING            VALUE '35'.
006170
006200 01  WS-REPORT-FILE-STATUS    PIC X(02).
006300     88  REPORT-FILE-OK               VALUE '00'.
006400
006600     88  JRNL-FILE-OPEN               VALUE 'Y'.
006700 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
006800     88  REPORT-FILE-OPEN             VALUE 'Y'.
006830 01  WS-ARCH-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
006860     88  ARCH-FILE-OPEN               VALUE 'Y'.
006900
007000 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
007100     88  END-OF-FILE                  VALUE 'Y'.
007105 01  WS-JCLG-EOF-SW           PIC X(01) VALUE 'N'.
007110     88  JCLG-END-OF-FILE             VALUE 'Y'.
007115
007120*----------------------------------------------------------------*
007125*    JOURNAL ARCHIVE.  THE CUTOFF IS THE LATEST ONE ON A        *
007130*    COMPLETED LINE OF THE CLOSE LEDGER: EVERY RUN DATED BEFORE *
007135*    IT MAY BE ON THE ARCHIVE RATHER THAN THE JOURNAL.  WHILE   *
007140*    THE ARCHIVE IS BEING READ, 2100 HANDS ITS RECORDS ON AS IF *
007145*    THEY WERE JOURNAL RECORDS.                                 *
007150*----------------------------------------------------------------*
007155 01  WS-ARCH-CUTOFF           PIC 9(08) VALUE ZERO.
007160 01  WS-LDG-STATE             PIC X(01) VALUE SPACE.
007165     88  LDG-INCOMPLETE               VALUE 'S' 'A'.
007170 01  WS-LDG-CLOSE-RUN-ID      PIC X(14) VALUE SPACES.
007175 01  WS-READING-ARCHIVE-SW    PIC X(01) VALUE 'N'.
007180     88  READING-ARCHIVE              VALUE 'Y'.
007185 01  WS-ARCH-NOTE             PIC X(24) VALUE SPACES.
007200
007300*----------------------------------------------------------------*
007400*    REQUESTED DATE RANGE AND THRESHOLD, FROM THE RUN            *
015400 01  WS-SALARY-FLAG-COUNT     PIC 9(07) VALUE ZERO.
015500 01  WS-DEPT-FLAG-COUNT       PIC 9(07) VALUE ZERO.
015600 01  WS-MULTI-FLAG-COUNT      PIC 9(07) VALUE ZERO.
015650 01  WS-ARCH-READ-COUNT       PIC 9(07) VALUE ZERO.
015700
015800 PROCEDURE DIVISION.
015900*================================================================*
019040     END-IF
019100     DISPLAY 'EMPJRPT: RANGE ' WS-FROM-DATE ' THRU ' WS-TO-DATE
019200         ', THRESHOLD ' WS-THRESHOLD-PCT ' PERCENT'
019210
019220     PERFORM 1300-CHECK-ARCHIVE
019230         THRU 1300-CHECK-ARCHIVE-EXIT
019240     IF RUN-REFUSED
019250         MOVE 'Y' TO EOF-FLAG
019260         MOVE 8 TO RETURN-CODE
019270         GO TO 1000-INITIALIZE-EXIT
019280     END-IF
019300
019400     OPEN INPUT JRNL-FILE
019500     IF NOT JRNL-FILE-OK
022128     END-IF.
022129 1150-CONVERT-THRESHOLD-DIGIT-EXIT.
022131     EXIT.
022132
022133*================================================================*
022134 1300-CHECK-ARCHIVE.
022135*    READ THE CLOSE LEDGER THROUGH.  NO LEDGER MEANS NO CLOSE HAS
022136*    EVER RUN AND THE JOURNAL IS COMPLETE.  AN UNFINISHED LAST
022137*    CLOSE REFUSES THE RUN.  OTHERWISE THE ARCHIVE IS OPENED,
022138*    TO BE READ AHEAD OF THE JOURNAL, ONLY WHEN THE RANGE STARTS
022139*    BEFORE THE CUTOFF.
022140*================================================================*
022141     OPEN INPUT JCLG-FILE
022142     IF NOT JCLG-FILE-OK
022143         IF JCLG-FILE-MISSING
022144             GO TO 1300-CHECK-ARCHIVE-EXIT
022145         END-IF
022146         DISPLAY 'EMPJRPT: CANNOT OPEN EMPJCLDG.DAT, STATUS '
022147             WS-JCLG-FILE-STATUS
022148         MOVE 'Y' TO WS-REFUSED-SW
022149         GO TO 1300-CHECK-ARCHIVE-EXIT
022150     END-IF
022151     PERFORM 1350-READ-LEDGER-RECORD
022152         THRU 1350-READ-LEDGER-RECORD-EXIT
022153         UNTIL JCLG-END-OF-FILE
022154     CLOSE JCLG-FILE
022155
022156     IF LDG-INCOMPLETE
022157         DISPLAY 'EMPJRPT: JOURNAL CLOSE ' WS-LDG-CLOSE-RUN-ID
022158             ' IS NOT COMPLETE; RUN EMPJCLOS TO FINISH IT '
022159             'BEFORE REPORTING'
022160         MOVE 'Y' TO WS-REFUSED-SW
022161         GO TO 1300-CHECK-ARCHIVE-EXIT
022162     END-IF
022163     IF WS-FROM-DATE NOT < WS-ARCH-CUTOFF
022164         GO TO 1300-CHECK-ARCHIVE-EXIT
022165     END-IF
022166
022167     OPEN INPUT ARCH-FILE
022168     IF NOT ARCH-FILE-OK
022169         DISPLAY 'EMPJRPT: RANGE STARTS BEFORE THE JOURNAL CLOSE '
022170             'CUTOFF ' WS-ARCH-CUTOFF ' BUT EMPJARCH.DAT CANNOT '
022171             'BE OPENED, STATUS ' WS-ARCH-FILE-STATUS
022172         MOVE 'Y' TO WS-REFUSED-SW
022173         GO TO 1300-CHECK-ARCHIVE-EXIT
022174     END-IF
022175     MOVE 'Y' TO WS-ARCH-FILE-OPEN-SW
022176     MOVE 'Y' TO WS-READING-ARCHIVE-SW
022177     MOVE ', EMPJARCH.DAT INCLUDED' TO WS-ARCH-NOTE
022178     DISPLAY 'EMPJRPT: RANGE STARTS BEFORE CLOSE CUTOFF '
022179         WS-ARCH-CUTOFF '; READING EMPJARCH.DAT FIRST'.
022180 1300-CHECK-ARCHIVE-EXIT.
022181     EXIT.
022182
022183*================================================================*
022184 1350-READ-LEDGER-RECORD.
022185*================================================================*
022186     READ JCLG-FILE
022187         AT END
022188             MOVE 'Y' TO WS-JCLG-EOF-SW
022189             GO TO 1350-READ-LEDGER-RECORD-EXIT
022190     END-READ
022191     MOVE JCLG-STATE TO WS-LDG-STATE
022192     MOVE JCLG-CLOSE-RUN-ID TO WS-LDG-CLOSE-RUN-ID
022193     IF JCLG-COMPLETE
022194         AND JCLG-CUTOFF-DATE > WS-ARCH-CUTOFF
022195         MOVE JCLG-CUTOFF-DATE TO WS-ARCH-CUTOFF
022196     END-IF.
022197 1350-READ-LEDGER-RECORD-EXIT.
022198     EXIT.
022200
022210*================================================================*
022300 2000-CHECK-JOURNAL-RECORD.
025400
025500*================================================================*
025600 2100-READ-NEXT-JOURNAL.
025620*    ARCHIVED RUNS ARE OLDER THAN ANY RUN STILL ON THE JOURNAL,
025640*    SO THE ARCHIVE IS READ TO ITS END FIRST, EACH RECORD HANDED
025660*    ON IN JRNL-RECORD, AND THEN THE JOURNAL ITSELF.
025700*================================================================*
025707     IF READING-ARCHIVE
025714         READ ARCH-FILE
025721             AT END
025728                 MOVE 'N' TO WS-READING-ARCHIVE-SW
025735                 CLOSE ARCH-FILE
025742                 MOVE 'N' TO WS-ARCH-FILE-OPEN-SW
025749             NOT AT END
025756                 ADD 1 TO WS-ARCH-READ-COUNT
025763                 MOVE JARC-JRNL-IMAGE TO JRNL-RECORD
025770                 GO TO 2100-READ-NEXT-JOURNAL-EXIT
025777         END-READ
025784     END-IF
025791
025800     READ JRNL-FILE
025900         AT END
026000             MOVE 'Y' TO EOF-FLAG
026600 3000-CHECK-MULTIPLE-UPDATE.
026700*    FLAG ANY EMP-ID THE SAME RUN TOUCHED MORE THAN ONCE.  RUNS
026800*    ARE APPENDED TO THE JOURNAL IN ORDER, SO THE SEEN TABLE IS
026900*    CLEARED WHENEVER THE RUN-ID CHANGES.  AN ADD'S OR A
027000*    REHIRE'S EMP-ID IS ONLY IN ITS AFTER-IMAGE; EVERY OTHER
027100*    ACTION CARRIES IT IN THE BEFORE-IMAGE.
027200*================================================================*
027300     IF JRNL-RUN-ID NOT = WS-CURRENT-RUN-ID
027400         MOVE JRNL-RUN-ID TO WS-CURRENT-RUN-ID
027600         MOVE 'N' TO WS-SEEN-FULL-SW
027700     END-IF
027800
027900     IF JRNL-ACTION-ADD OR JRNL-ACTION-REHIRE
028000         MOVE WS-AFT-ID TO WS-THIS-EMP-ID
028100     ELSE
028200         MOVE WS-BEF-ID TO WS-THIS-EMP-ID
046600             ', THRESHOLD '    DELIMITED BY SIZE
046700             WS-THRESHOLD-PCT  DELIMITED BY SIZE
046800             ' PERCENT'        DELIMITED BY SIZE
046850             WS-ARCH-NOTE      DELIMITED BY SIZE
046900         INTO REPORT-RECORD
047000     END-STRING
047100     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
049700     IF JRNL-FILE-OPEN
049800         CLOSE JRNL-FILE
049900     END-IF
049920     IF ARCH-FILE-OPEN
049940         CLOSE ARCH-FILE
049960     END-IF
050000     IF REPORT-FILE-OPEN
050100         CLOSE REPORT-FILE
050200     END-IF
050300
050400     DISPLAY 'EMPJRPT: JOURNAL RECORDS READ ' WS-READ-COUNT
050450     DISPLAY 'EMPJRPT:   FROM EMPJARCH.DAT  ' WS-ARCH-READ-COUNT
050500     DISPLAY 'EMPJRPT: RECORDS IN RANGE     ' WS-RANGE-COUNT
050600     DISPLAY 'EMPJRPT: SALARY FLAGS         '
050700         WS-SALARY-FLAG-COUNT
