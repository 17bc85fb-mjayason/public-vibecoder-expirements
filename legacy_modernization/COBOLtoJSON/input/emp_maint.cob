003113*                  AND SHOW REHIRES SEPARATELY FROM PLAIN ADDS *
003114*                  IN THE RUN TOTALS.  FOR THE JOURNAL AND THE *
003115*                  EMPRECON ROLL-FORWARD A REHIRE IS AN ADD.   *
003117*  04/19/1999 RWB  POST THE NEW LEAVE-TAKEN ACTION 'L' AGAINST *
003118*                  THE VACATION BALANCE ON EMPLEAVE.DAT,       *
003119*                  REJECTING WITH 'NOBAL' WHEN THE HOURS       *
003120*                  EXCEED IT.  A DELETE NOW CARRIES THE        *
003121*                  REMAINING BALANCE ONTO THE EMPTERM.DAT      *
003122*                  ARCHIVE RECORD FOR THE PAYOUT AND ZEROES    *
003123*                  IT ON EMPLEAVE.DAT.                         *
003136*  05/17/1999 RWB  STAMP EACH JOURNAL RECORD WITH THE SOURCE   *
003149*                  CODE AND ORIGINATOR CARRIED ON THE          *
003162*                  TRANSACTION THAT MADE THE UPDATE (SEE       *
003175*                  EMPTRAN.CPY AND EMPJRNL.CPY).               *
003178*  05/24/1999 RWB  JOURNAL A REHIRE AS ACTION 'R', NOT 'A', SO *
003181*                  THE STATE NEW-HIRE REPORTING CAN TELL A     *
003184*                  REHIRE FROM A NEW HIRE.  EMPRECON STILL     *
003187*                  COUNTS A REHIRE AS AN ADD.                  *
003190*================================================================*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
004770     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
004773         ORGANIZATION IS LINE SEQUENTIAL
004776         FILE STATUS IS WS-RCTL-FILE-STATUS.
004777
004778     SELECT LEAVE-FILE ASSIGN TO 'EMPLEAVE.DAT'
004779         ORGANIZATION IS INDEXED
004780         ACCESS MODE IS DYNAMIC
004781         RECORD KEY IS LV-EMP-ID
004782         FILE STATUS IS WS-LEAVE-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006161 FD  RCTL-FILE
006164     LABEL RECORDS ARE STANDARD.
006167 COPY RUNCTL.
006170
006173 FD  LEAVE-FILE
006176     LABEL RECORDS ARE STANDARD.
006179 COPY EMPLEAVE.
006200
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------*
007479 01  WS-RCTL-FILE-STATUS      PIC X(02).
007485     88  RCTL-FILE-OK                 VALUE '00'.
007491     88  RCTL-FILE-MISSING            VALUE '35'.
007492
007493 01  WS-LEAVE-FILE-STATUS     PIC X(02).
007494     88  LEAVE-FILE-OK                VALUE '00'.
007495     88  LEAVE-FILE-MISSING           VALUE '35'.
007497
007600*----------------------------------------------------------------*
007700*    FILE OPEN SWITCHES, SO 9000-TERMINATE ONLY CLOSES WHAT      *
008540     88  JRNL-FILE-OPEN               VALUE 'Y'.
008550 01  WS-TERM-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
008560     88  TERM-FILE-OPEN               VALUE 'Y'.
008565 01  WS-LEAVE-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
008566     88  LEAVE-FILE-OPEN              VALUE 'Y'.
008570
008571*----------------------------------------------------------------*
008572*    RUN-CONTROL STATE: WHETHER THIS RUN HOLDS THE MASTER, AND  *
009400 01  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
009500 01  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
009550 01  WS-REHIRE-COUNT          PIC 9(07) VALUE ZERO.
009560 01  WS-LEAVE-COUNT           PIC 9(07) VALUE ZERO.
009600 01  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
009610
009620*----------------------------------------------------------------*
010140*    RUN-ID CONVENTION AS THE FILETEST AUDIT TRAIL               *
010150*----------------------------------------------------------------*
010160 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
010165 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
010166     05  WS-RUN-CCYY             PIC 9(04).
010167     05  FILLER                  PIC 9(04).
010170 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
010180 01  WS-RUN-ID.
010190     05  WS-RUN-ID-DATE          PIC 9(08).
015125     END-IF
015126     MOVE 'Y' TO WS-TERM-FILE-OPEN-SW
015127
015130*    THE VACATION BALANCE FILE TAKES THE LEAVE-TAKEN POSTINGS AND
015131*    GIVES UP A LEAVER'S BALANCE TO THE ARCHIVE.  STATUS '35'
015132*    JUST MEANS NO ACCRUAL HAS EVER RUN; CREATE IT EMPTY SO EVERY
015133*    LEAVE ITEM REJECTS CLEANLY AS 'NOBAL'.
015134     OPEN I-O LEAVE-FILE
015135     IF LEAVE-FILE-MISSING
015136         OPEN OUTPUT LEAVE-FILE
015137         IF LEAVE-FILE-OK
015138             CLOSE LEAVE-FILE
015139             OPEN I-O LEAVE-FILE
015140         END-IF
015141     END-IF
015142     IF NOT LEAVE-FILE-OK
015143         DISPLAY 'EMPMAINT: CANNOT OPEN EMPLEAVE.DAT, STATUS '
015144             WS-LEAVE-FILE-STATUS
015145         MOVE 'Y' TO EOF-FLAG
015146         CLOSE TRAN-FILE
015147         MOVE 'N' TO WS-TRAN-FILE-OPEN-SW
015148         CLOSE EMP-FILE
015149         MOVE 'N' TO WS-EMP-FILE-OPEN-SW
015150         CLOSE LOG-FILE
015151         MOVE 'N' TO WS-LOG-FILE-OPEN-SW
015152         CLOSE DEPT-FILE
015153         MOVE 'N' TO WS-DEPT-FILE-OPEN-SW
015154         CLOSE JRNL-FILE
015155         MOVE 'N' TO WS-JRNL-FILE-OPEN-SW
015156         CLOSE TERM-FILE
015157         MOVE 'N' TO WS-TERM-FILE-OPEN-SW
015158         GO TO 1000-INITIALIZE-EXIT
015159     END-IF
015160     MOVE 'Y' TO WS-LEAVE-FILE-OPEN-SW
015161
015190     MOVE 'Y' TO WS-INIT-OK-SW
015200     PERFORM 2100-READ-NEXT-TRANSACTION
015300         THRU 2100-READ-NEXT-TRANSACTION-EXIT.
015400 1000-INITIALIZE-EXIT.
016910         WHEN TRAN-ACTION-REHIRE
016920             PERFORM 3500-REHIRE-EMPLOYEE
016930                 THRU 3500-REHIRE-EMPLOYEE-EXIT
016940         WHEN TRAN-ACTION-LEAVE
016950             PERFORM 5500-POST-LEAVE-TAKEN
016960                 THRU 5500-POST-LEAVE-TAKEN-EXIT
017000         WHEN OTHER
017100             PERFORM 6000-REJECT-TRANSACTION
017200                 THRU 6000-REJECT-TRANSACTION-EXIT
021369                 MOVE TRAN-EMP-ID TO WS-EMP-ID-NUMERIC
021370                 ADD WS-EMP-ID-NUMERIC TO WS-HASH-ADDED
021371             END-IF
021372             MOVE 'R' TO WS-JRNL-ACTION
021373             PERFORM 7500-WRITE-JOURNAL-RECORD
021374                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
021375     END-WRITE.
025460             ADD 1 TO WS-REJECT-COUNT
025470             GO TO 5000-DELETE-EMPLOYEE-EXIT
025480     END-READ
025481
025482*    THE ARCHIVE RECORD IS STAGED FROM A CLEARED RECORD, SO ITS
025483*    FILLER NEVER CARRIES WHAT THE LAST ONE LEFT THERE.
025484     MOVE SPACES TO TERM-RECORD
025490
025491     MOVE EMP-RECORD TO WS-BEFORE-IMAGE
025492
026520             MOVE SPACES TO WS-AFTER-IMAGE
026530             PERFORM 7500-WRITE-JOURNAL-RECORD
026540                 THRU 7500-WRITE-JOURNAL-RECORD-EXIT
026545             PERFORM 5100-ARCHIVE-LEAVE-BALANCE
026547                 THRU 5100-ARCHIVE-LEAVE-BALANCE-EXIT
026550             WRITE TERM-RECORD
026600     END-DELETE.
026700 5000-DELETE-EMPLOYEE-EXIT.
026800     EXIT.
026805
026806*================================================================*
026807 5100-ARCHIVE-LEAVE-BALANCE.
026808*    THE UNUSED VACATION BALANCE GOES ONTO THE ARCHIVE RECORD
026809*    FOR THE PAYOUT; NO LEAVE RECORD AT ALL ARCHIVES AS ZERO
026810*    HOURS.  THE BALANCE NOW LIVES ON THE ARCHIVE RECORD, SO
026811*    IT IS ZEROED HERE, WITH THE TERMINATION DATE AND THE HOURS
026812*    CARRIED OUT KEPT ON THE LEAVE RECORD FOR AUDIT.  A REHIRE
026813*    STARTS ACCRUING AGAIN FROM ZERO.
026814*================================================================*
026815     MOVE ZERO TO TERM-LEAVE-BALANCE
026816     MOVE TERM-EMP-ID TO LV-EMP-ID
026817     READ LEAVE-FILE
026818         INVALID KEY
026819             GO TO 5100-ARCHIVE-LEAVE-BALANCE-EXIT
026820     END-READ
026821     MOVE LV-BALANCE  TO TERM-LEAVE-BALANCE
026822     MOVE LV-BALANCE  TO LV-TERM-BALANCE
026823     MOVE WS-RUN-DATE TO LV-TERM-DATE
026824     MOVE ZERO        TO LV-BALANCE
026825     REWRITE LV-RECORD
026826         INVALID KEY
026827             DISPLAY 'EMPMAINT: CANNOT CLOSE LEAVE BALANCE FOR '
026828                 LV-EMP-ID ', STATUS ' WS-LEAVE-FILE-STATUS
026829     END-REWRITE.
026830 5100-ARCHIVE-LEAVE-BALANCE-EXIT.
026831     EXIT.
026832
026833*================================================================*
026834 5500-POST-LEAVE-TAKEN.
026835*    CHARGE A LEAVE-TAKEN ITEM AGAINST THE EMPLOYEE'S VACATION
026836*    BALANCE.  REJECTED 'NOTFOUND' IF THE EMP-ID IS NOT ON THE
026837*    MASTER, AND 'NOBAL' IF THERE IS NO LEAVE RECORD OR THE
026838*    HOURS EXCEED THE BALANCE -- THE BALANCE NEVER GOES BELOW
026839*    ZERO.  THE FIRST POSTING OF A NEW YEAR STARTS THE YTD
026840*    FIGURES AGAIN FROM ZERO, THE SAME WAY THE ACCRUAL DOES.
026841*    NOTHING IS JOURNALLED: EMPJRNL.DAT CARRIES MASTER IMAGES
026842*    ONLY, AND THE MASTER IS NOT TOUCHED, SO AN EMPBKOUT OF THE
026843*    RUN DOES NOT GIVE THE HOURS BACK.
026844*================================================================*
026845     MOVE TRAN-EMP-ID TO EMP-ID
026846     READ EMP-FILE
026847         INVALID KEY
026848             MOVE 'NOTFOUND' TO WS-LOG-STATUS
026849             PERFORM 7000-WRITE-LOG-RECORD
026850                 THRU 7000-WRITE-LOG-RECORD-EXIT
026851             ADD 1 TO WS-REJECT-COUNT
026852             GO TO 5500-POST-LEAVE-TAKEN-EXIT
026853     END-READ
026854
026855     MOVE TRAN-EMP-ID TO LV-EMP-ID
026856     READ LEAVE-FILE
026857         INVALID KEY
026858             MOVE 'NOBAL' TO WS-LOG-STATUS
026859             PERFORM 7000-WRITE-LOG-RECORD
026860                 THRU 7000-WRITE-LOG-RECORD-EXIT
026861             ADD 1 TO WS-REJECT-COUNT
026862             GO TO 5500-POST-LEAVE-TAKEN-EXIT
026863     END-READ
026864
026865     IF TRAN-LEAVE-HOURS > LV-BALANCE
026866         MOVE 'NOBAL' TO WS-LOG-STATUS
026867         PERFORM 7000-WRITE-LOG-RECORD
026868             THRU 7000-WRITE-LOG-RECORD-EXIT
026869         ADD 1 TO WS-REJECT-COUNT
026870         GO TO 5500-POST-LEAVE-TAKEN-EXIT
026871     END-IF
026872
026873     IF LV-YEAR < WS-RUN-CCYY
026874         MOVE WS-RUN-CCYY TO LV-YEAR
026875         MOVE ZERO TO LV-YTD-ACCRUED
026876         MOVE ZERO TO LV-YTD-TAKEN
026877         MOVE ZERO TO LV-YTD-FORFEITED
026878     END-IF
026879     SUBTRACT TRAN-LEAVE-HOURS FROM LV-BALANCE
026880     ADD TRAN-LEAVE-HOURS TO LV-YTD-TAKEN
026881     IF TRAN-LEAVE-DATE > LV-LAST-TAKEN-DATE
026882         MOVE TRAN-LEAVE-DATE TO LV-LAST-TAKEN-DATE
026883     END-IF
026884     REWRITE LV-RECORD
026885         INVALID KEY
026886             MOVE 'REJECTED' TO WS-LOG-STATUS
026887             PERFORM 7000-WRITE-LOG-RECORD
026888                 THRU 7000-WRITE-LOG-RECORD-EXIT
026889             ADD 1 TO WS-REJECT-COUNT
026890         NOT INVALID KEY
026891             MOVE 'LEAVE' TO WS-LOG-STATUS
026892             PERFORM 7000-WRITE-LOG-RECORD
026893                 THRU 7000-WRITE-LOG-RECORD-EXIT
026894             ADD 1 TO WS-LEAVE-COUNT
026895     END-REWRITE.
026896 5500-POST-LEAVE-TAKEN-EXIT.
026897     EXIT.
026900
027000*================================================================*
027100 6000-REJECT-TRANSACTION.
027200*    ACTION CODE WAS NOT A, C, D, R, OR L.                       *
027300*================================================================*
027400     MOVE 'BADCODE' TO WS-LOG-STATUS
027500     PERFORM 7000-WRITE-LOG-RECORD
029630 7500-WRITE-JOURNAL-RECORD.
029640*    ONE JOURNAL RECORD PER APPLIED UPDATE: THE RUN IDENTIFIER,
029650*    A SEQUENCE NUMBER WITHIN THE RUN, THE ACTION, AND THE FULL
029660*    BEFORE- AND AFTER-IMAGES SET UP BY THE CALLER, AND THE
029663*    SOURCE CODE AND ORIGINATOR OF THE TRANSACTION BEING
029666*    APPLIED.
029670*================================================================*
029680     ADD 1 TO WS-JRNL-SEQ
029684     MOVE TRAN-SOURCE-CODE TO JRNL-SOURCE-CODE
029686     MOVE TRAN-ORIGINATOR  TO JRNL-ORIGINATOR
029690     MOVE WS-RUN-ID       TO JRNL-RUN-ID
029691     MOVE WS-JRNL-SEQ     TO JRNL-SEQ
029692     MOVE WS-JRNL-ACTION  TO JRNL-ACTION-CODE
030970     IF TERM-FILE-OPEN
030980         CLOSE TERM-FILE
030990     END-IF
030995     IF LEAVE-FILE-OPEN
030996         CLOSE LEAVE-FILE
030997     END-IF
031000
031001*    A RUN REFUSED BY THE RUN CONTROL NEVER TOUCHED THE MASTER,
031002*    SO IT MUST NOT OVERWRITE THE COUNTS A REAL RUN LEFT FOR
031200     DISPLAY 'EMPMAINT: CHANGED  ' WS-CHANGE-COUNT
031300     DISPLAY 'EMPMAINT: DELETED  ' WS-DELETE-COUNT
031310     DISPLAY 'EMPMAINT: REHIRED  ' WS-REHIRE-COUNT
031320     DISPLAY 'EMPMAINT: LEAVE    ' WS-LEAVE-COUNT
031400     DISPLAY 'EMPMAINT: REJECTED ' WS-REJECT-COUNT
031410
031420     PERFORM 8500-RELEASE-RUN-CONTROL
