002640*                     NIGHT AS STEP 1 OF EMPNIGHT; NOTHING       *
002650*                     RECYCLED DURING THE DAY WOULD SURVIVE ON   *
002660*                     IT, WHICH IS WHY THE RECYCLE FILE EXISTS.  *
002664*                                                                *
002668*                     THE SECOND RUN PARAMETER IS THE RECYCLING  *
002672*                     CLERK'S ORIGINATOR ID, AND IS REQUIRED:    *
002676*                     EACH CORRECTION GOES OUT STAMPED WITH      *
002680*                     SOURCE CODE S AND THAT ID (SEE             *
002684*                     EMPTRAN.CPY), AND EACH RECYCLE IS LOGGED   *
002688*                     ON EMPACTLG.DAT AGAINST THE ORIGINATOR AND *
002692*                     REASON CODE OF THE ITEM IT REPLACES.       *
002700*    PURGE            DROP EVERY ITEM OLDER THAN THE CUTOFF      *
002800*                     (SECOND RUN PARAMETER, DAYS, DEFAULT 30)   *
002900*                     TO THE DROPPED-ITEMS REPORT, EMPSDROP.DAT, *
004195*                  OF SILENTLY PURGING AT THE DEFAULT OF 30,     *
004196*                  AND THE CUTOFF IN USE IS ECHOED TO THE        *
004197*                  CONSOLE BEFORE ANYTHING IS DROPPED.           *
004209*  05/17/1999 RWB  RECYCLE NOW TAKES THE CLERK'S ORIGINATOR ID   *
004221*                  AS ITS SECOND PARAMETER AND STAMPS IT, WITH   *
004233*                  SOURCE CODE S, ON EVERY RECYCLED CORRECTION;  *
004245*                  EACH RECYCLE IS LOGGED ON THE NEW ACTIVITY    *
004257*                  LOG, EMPACTLG.DAT.  IMAGES WIDENED TO 60 AND  *
004269*                  THE LISTING SHOWS EACH ITEM'S ORIGINATOR.     *
004281*================================================================*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
006600     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RCTL-FILE-STATUS.
006820
006840     SELECT ACTL-FILE ASSIGN TO 'EMPACTLG.DAT'
006860         ORGANIZATION IS LINE SEQUENTIAL
006880         FILE STATUS IS WS-ACTL-FILE-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007500
007600 FD  CORR-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  CORR-RECORD                 PIC X(60).
007900
008000 FD  RCYC-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  RCYC-RECORD                 PIC X(60).
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
009200 FD  RCTL-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 COPY RUNCTL.
009420
009440 FD  ACTL-FILE
009460     LABEL RECORDS ARE STANDARD.
009480 COPY EMPACTLG.
009500
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------------*
011800 01  WS-RCTL-FILE-STATUS      PIC X(02).
011900     88  RCTL-FILE-OK                 VALUE '00'.
012000     88  RCTL-FILE-MISSING            VALUE '35'.
012020
012040 01  WS-ACTL-FILE-STATUS      PIC X(02).
012060     88  ACTL-FILE-OK                 VALUE '00'.
012080     88  ACTL-FILE-MISSING            VALUE '35'.
012100
012200 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
012300     88  REPORT-FILE-OPEN             VALUE 'Y'.
014380 01  WS-DIGIT-X               PIC X(01) VALUE SPACE.
014390 01  WS-DIGIT-9 REDEFINES WS-DIGIT-X
014391                              PIC 9(01).
014392
014393*    A RECYCLE IS SIGNED BY THE CLERK RUNNING IT.  THE ID IS
014394*    RECEIVED WIDE SO AN OVER-LENGTH ONE IS REFUSED, NOT
014395*    TRUNCATED TO SOMEONE ELSE'S.
014396 01  WS-CLERK-ID-X            PIC X(12) VALUE SPACES.
014397 01  WS-CLERK-ID              PIC X(08) VALUE SPACES.
014400
014500*----------------------------------------------------------------*
014600*    THE BUSINESS DATE ITEM AGES ARE MEASURED AGAINST, SAME      *
017900 01  WS-ITEM-IDX              PIC 9(05) COMP VALUE ZERO.
018000 01  WS-SUSP-TABLE.
018100     05  WS-SUS-ENTRY OCCURS 5000 TIMES.
018200         10  WS-SUS-IMAGE         PIC X(60).
018300         10  WS-SUS-REASON        PIC X(08).
018400         10  WS-SUS-DATE          PIC 9(08).
018500         10  WS-SUS-AGE           PIC S9(05) COMP.
019700 01  WS-CORR-IDX              PIC 9(03) COMP VALUE ZERO.
019800 01  WS-CORR-TABLE.
019900     05  WS-CORR-ENTRY OCCURS 500 TIMES.
020000         10  WS-CORR-IMAGE        PIC X(60).
020100         10  WS-CORR-MATCHED-SW   PIC X(01).
020200             88  CORR-MATCHED         VALUE 'Y'.
020300 01  WS-MATCH-FOUND-SW        PIC X(01) VALUE 'N'.
020400     88  MATCH-FOUND                  VALUE 'Y'.
020410 01  WS-ITEM-HIT              PIC 9(05) COMP VALUE ZERO.
020420
020430*    THE CORRECTION BEING RECYCLED, LAID OUT AS A TRANSACTION SO
020440*    THE SOURCE CODE AND ORIGINATOR CAN BE STAMPED ON IT
020450 COPY EMPTRAN.
020500
020600*----------------------------------------------------------------*
020700*    PER-REASON SUMMARY FOR THE LISTING                          *
027000*================================================================*
027100     ACCEPT WS-MODE FROM ARGUMENT-VALUE
027200     DISPLAY 2 UPON ARGUMENT-NUMBER
027210*    THE SECOND PARAMETER IS THE CLERK'S ORIGINATOR ID ON A
027220*    RECYCLE AND THE PURGE CUTOFF OTHERWISE.
027230     IF MODE-RECYCLE
027240         ACCEPT WS-CLERK-ID-X FROM ARGUMENT-VALUE
027250         PERFORM 1160-CHECK-CLERK-ID
027260             THRU 1160-CHECK-CLERK-ID-EXIT
027270     ELSE
027280         ACCEPT WS-CUTOFF-X FROM ARGUMENT-VALUE
027290         PERFORM 1100-CONVERT-CUTOFF
027300             THRU 1100-CONVERT-CUTOFF-EXIT
027310     END-IF
027420     IF RUN-REFUSED
027430         MOVE 'Y' TO EOF-FLAG
027440         MOVE 8 TO RETURN-CODE
032963     END-IF.
032964 1150-CONVERT-CUTOFF-DIGIT-EXIT.
032965     EXIT.
032966
032967*================================================================*
032968 1160-CHECK-CLERK-ID.
032969*    EVERY RECYCLED CORRECTION CARRIES THE ID OF THE CLERK WHO
032970*    SENT IT, SO A RECYCLE WITHOUT ONE -- OR WITH ONE TOO LONG
032971*    FOR TRAN-ORIGINATOR -- IS REFUSED.
032972*================================================================*
032973     IF WS-CLERK-ID-X = SPACES
032974         DISPLAY 'EMPSUSPW: RECYCLE NEEDS THE CLERK ORIGINATOR '
032975             'ID AS ITS SECOND PARAMETER; RUN REFUSED'
032976         MOVE 'Y' TO WS-REFUSED-SW
032977         GO TO 1160-CHECK-CLERK-ID-EXIT
032978     END-IF
032979     IF WS-CLERK-ID-X(9:4) NOT = SPACES
032980         DISPLAY 'EMPSUSPW: ORIGINATOR ID "' WS-CLERK-ID-X
032981             '" IS LONGER THAN 8; RUN REFUSED'
032982         MOVE 'Y' TO WS-REFUSED-SW
032983         GO TO 1160-CHECK-CLERK-ID-EXIT
032984     END-IF
032985     MOVE WS-CLERK-ID-X(1:8) TO WS-CLERK-ID
032986     DISPLAY 'EMPSUSPW: RECYCLING AS ' WS-CLERK-ID.
032987 1160-CHECK-CLERK-ID-EXIT.
032988     EXIT.
033000
033100*================================================================*
033200 1200-GET-BUSINESS-DATE.
045700         MOVE 8 TO RETURN-CODE
045800         GO TO 3000-PROCESS-RECYCLE-EXIT
045900     END-IF
045906
045912*    EVERY RECYCLE IS LOGGED FOR EMPORIGR; THE LOG IS EXTENDED,
045918*    NEVER TRUNCATED, AND STATUS '35' JUST MEANS NOTHING HAS
045924*    BEEN LOGGED YET.
045930     OPEN EXTEND ACTL-FILE
045936     IF ACTL-FILE-MISSING
045942         OPEN OUTPUT ACTL-FILE
045948     END-IF
045954     IF NOT ACTL-FILE-OK
045960         DISPLAY 'EMPSUSPW: CANNOT OPEN EMPACTLG.DAT, STATUS '
045966             WS-ACTL-FILE-STATUS '; RECYCLE REFUSED'
045972         MOVE 8 TO RETURN-CODE
045978         CLOSE RCYC-FILE
045984         GO TO 3000-PROCESS-RECYCLE-EXIT
045990     END-IF
046000
046100     PERFORM 3200-RECYCLE-ONE-CORRECTION
046200         THRU 3200-RECYCLE-ONE-CORRECTION-EXIT
046300         VARYING WS-CORR-IDX FROM 1 BY 1
046400         UNTIL WS-CORR-IDX > WS-CORR-COUNT
046500
046560     CLOSE RCYC-FILE
046620     CLOSE ACTL-FILE.
046700 3000-PROCESS-RECYCLE-EXIT.
046800     EXIT.
046900
049400
049500*================================================================*
049600 3200-RECYCLE-ONE-CORRECTION.
049630*    A MATCHED CORRECTION GOES OUT UNDER THE RECYCLING CLERK'S
049660*    NAME, SOURCE CODE S, WHATEVER THE CLIPPED IMAGE CARRIED.
049700*================================================================*
049800     MOVE 'N' TO WS-MATCH-FOUND-SW
049900     PERFORM 3300-MATCH-ONE-SUSPENSE
050300             OR MATCH-FOUND
050400
050500     IF MATCH-FOUND
050600         MOVE WS-CORR-IMAGE (WS-CORR-IDX) TO TRAN-RECORD
050620         MOVE 'S' TO TRAN-SOURCE-CODE
050640         MOVE WS-CLERK-ID TO TRAN-ORIGINATOR
050660         MOVE TRAN-RECORD TO RCYC-RECORD
050700         WRITE RCYC-RECORD
050730         PERFORM 3250-LOG-RECYCLE
050760             THRU 3250-LOG-RECYCLE-EXIT
050800         MOVE 'Y' TO WS-CORR-MATCHED-SW (WS-CORR-IDX)
050900         ADD 1 TO WS-RECYCLED-COUNT
051000     ELSE
051600 3200-RECYCLE-ONE-CORRECTION-EXIT.
051700     EXIT.
051800
051805*================================================================*
051810 3250-LOG-RECYCLE.
051815*    THE LOG LINE CARRIES THE SOURCE, ORIGINATOR, AND REASON
051820*    CODE OF THE SUSPENSE ITEM BEING REPLACED, SO EMPORIGR
051825*    CREDITS THE RECYCLE TO WHOEVER SENT THE BAD ITEM, AND THE
051830*    CLERK WHO FIXED IT.
051835*================================================================*
051840     MOVE SPACES TO ACTL-RECORD
051845     MOVE WS-RUN-DATE TO ACTL-DATE
051850     MOVE 'R' TO ACTL-EVENT
051855     MOVE WS-SUS-IMAGE (WS-ITEM-HIT) (52:1) TO ACTL-SOURCE-CODE
051860     MOVE WS-SUS-IMAGE (WS-ITEM-HIT) (53:8) TO ACTL-ORIGINATOR
051865     MOVE WS-SUS-REASON (WS-ITEM-HIT) TO ACTL-REASON-CODE
051870     MOVE WS-SUS-IMAGE (WS-ITEM-HIT) (1:1) TO ACTL-ACTION-CODE
051875     MOVE WS-SUS-IMAGE (WS-ITEM-HIT) (2:5) TO ACTL-EMP-ID
051880     MOVE WS-CLERK-ID TO ACTL-BY-ORIGINATOR
051885     WRITE ACTL-RECORD.
051890 3250-LOG-RECYCLE-EXIT.
051895     EXIT.
051900*================================================================*
052000 3300-MATCH-ONE-SUSPENSE.
052100*    FIRST STILL-KEPT SUSPENSE ITEM WITH THE SAME EMP-ID WINS,
052700             WS-CORR-IMAGE (WS-CORR-IDX) (2:5)
052800         MOVE 'Y' TO WS-MATCH-FOUND-SW
052900         MOVE 'R' TO WS-SUS-DISP (WS-ITEM-IDX)
052950         MOVE WS-ITEM-IDX TO WS-ITEM-HIT
053000     END-IF.
053100 3300-MATCH-ONE-SUSPENSE-EXIT.
053200     EXIT.
064700             '  '             DELIMITED BY SIZE
064800             WS-SUS-IMAGE (WS-ITEM-IDX) (7:20)
064900                              DELIMITED BY SIZE
064920             '  '             DELIMITED BY SIZE
064940             WS-SUS-IMAGE (WS-ITEM-IDX) (53:8)
064960                              DELIMITED BY SIZE
065000             '  '             DELIMITED BY SIZE
065100             WS-DISP-TAG      DELIMITED BY SIZE
065200         INTO REPORT-RECORD
