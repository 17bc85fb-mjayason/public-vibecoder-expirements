001200*    1  EMPCSVIN   HR EXTRACT BRIDGE                             *
001300*    2  EMPEDIT    TRANSACTION EDIT                              *
001400*    3  EMPPREL    PENDING-TRANSACTION RELEASE                   *
001500*    4  EMPGENBK   MASTER GENERATION BACKUP                      *
001600*    5  EMPMAINT   MASTER MAINTENANCE                            *
001700*    6  FILETEST   MASTER LISTING AND CONTROL TOTALS             *
001800*    7  EMPJSON    PORTAL EXPORT                                 *
001900*    8  DEPTSUM    DEPARTMENT SALARY SUMMARY                     *
001950*    9  EMPRECON   MASTER RECONCILIATION                         *
002000*                                                                *
002100*  BEFORE EACH STEP THE DRIVER CHECKS THAT RUNCTL.DAT IS FREE    *
002200*  (AN IN-USE STAMP MEANS THE PREVIOUS STEP ABENDED WITHOUT      *
002500*  MESSAGE NAMING THE FAILED STEP SO THE 2 AM DECISION OF WHAT   *
002600*  IS SAFE TO RERUN IS NEVER MADE BLIND.  THE MORNING STATUS     *
002700*  REPORT, EMPNIGHT.DAT, SHOWS EVERY STEP'S START AND END TIME,  *
002800*  ITS RETURN CODE AND VERDICT, THE BACKUP GENERATION TAKEN,     *
002900*  THE MAINTENANCE AND LISTING CONTROL COUNTS, AND A ONE-LINE    *
003000*  WENT-CLEAN/NEEDS-ATTENTION VERDICT FOR THE NIGHT.             *
003100*----------------------------------------------------------------*
003200*  MODIFICATION HISTORY                                          *
003300*  DATE       BY   DESCRIPTION                                   *
003400*  12/14/1998 RWB  ORIGINAL DRIVER.                              *
003410*  05/31/1999 RWB  ADDED EMPGENBK AHEAD OF EMPMAINT, SO EVERY    *
003420*                  NIGHT'S MAINTENANCE STARTS FROM A MASTER      *
003430*                  GENERATION EMPRECOV CAN RELOAD, AND THE       *
003440*                  GENERATION'S CONTROL TOTALS TO THE MORNING    *
003450*                  REPORT.                                       *
003460*  06/14/1999 RWB  THE MORNING REPORT NOW SAYS SO WHEN NO BACKUP *
003470*                  GENERATION WAS TAKEN TONIGHT, INSTEAD OF      *
003480*                  LEAVING THE BACKUP SECTION OUT.               *
003500*================================================================*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005100     SELECT CHECKPOINT-FILE ASSIGN TO 'CHKPOINT.DAT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
005310
005320     SELECT GCAT-FILE ASSIGN TO 'EMPGENCT.DAT'
005330         ORGANIZATION IS LINE SEQUENTIAL
005340         FILE STATUS IS WS-GCAT-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
006900 FD  CHECKPOINT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 COPY CHKPOINT.
007110
007120 FD  GCAT-FILE
007130     LABEL RECORDS ARE STANDARD.
007140 COPY EMPGENCT.
007200
007300 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------*
008600
008700 01  WS-CHECKPOINT-FILE-STATUS PIC X(02).
008800     88  CHECKPOINT-FILE-OK          VALUE '00'.
008810
008820 01  WS-GCAT-FILE-STATUS      PIC X(02).
008830     88  GCAT-FILE-OK                 VALUE '00'.
008900
009000 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
009100     88  REPORT-FILE-OPEN             VALUE 'Y'.
009400*    THE STEP SEQUENCE.  THE ORDER IS THE WHOLE POINT OF THIS    *
009500*    PROGRAM; CHANGE IT ONLY WITH THE FLOW DIAGRAM IN HAND.      *
009600*----------------------------------------------------------------*
009700 01  WS-STEP-MAX              PIC 9(02) COMP VALUE 9.
009800 01  WS-STEP-NAMES-INIT.
009900     05  FILLER               PIC X(08) VALUE 'EMPCSVIN'.
010000     05  FILLER               PIC X(08) VALUE 'EMPEDIT'.
010100     05  FILLER               PIC X(08) VALUE 'EMPPREL'.
010150     05  FILLER               PIC X(08) VALUE 'EMPGENBK'.
010200     05  FILLER               PIC X(08) VALUE 'EMPMAINT'.
010300     05  FILLER               PIC X(08) VALUE 'FILETEST'.
010400     05  FILLER               PIC X(08) VALUE 'EMPJSON'.
010500     05  FILLER               PIC X(08) VALUE 'DEPTSUM'.
010600     05  FILLER               PIC X(08) VALUE 'EMPRECON'.
010700 01  WS-STEP-NAMES REDEFINES WS-STEP-NAMES-INIT.
010800     05  WS-STEP-NAME OCCURS 9 TIMES
010900                              PIC X(08).
011000
011100*----------------------------------------------------------------*
011200*    PER-STEP OUTCOME: STATUS, RETURN CODE, AND START/END TIMES  *
011300*----------------------------------------------------------------*
011400 01  WS-STEP-STATE.
011500     05  WS-STEP OCCURS 9 TIMES.
011600         10  WS-STEP-STATUS       PIC X(01).
011700             88  STEP-WENT-CLEAN      VALUE 'C'.
011800             88  STEP-FAILED          VALUE 'F'.
012500 01  WS-STOP-SW               PIC X(01) VALUE 'N'.
012600     88  CHAIN-STOPPED                VALUE 'Y'.
012700 01  WS-FAILED-STEP-NAME      PIC X(08) VALUE SPACES.
012710 01  WS-GEN-TONIGHT-SW        PIC X(01) VALUE 'N'.
012720     88  GEN-TAKEN-TONIGHT            VALUE 'Y'.
012800
012900*----------------------------------------------------------------*
013000*    COMMAND AREA FOR THE OPERATING-SYSTEM CALL THAT RUNS EACH   *
016300*----------------------------------------------------------------*
016400 01  WS-RC-ED                 PIC ZZZ9.
016500 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.
016550 01  WS-HASH-ED               PIC ZZZ,ZZZ,ZZ9.
016600 01  WS-STEP-NO-ED            PIC 9(01).
016700
016800 PROCEDURE DIVISION.
030000 8000-WRITE-STATUS-REPORT.
030100*    THE ONE-PAGE MORNING REPORT: ONE LINE PER STEP WITH START
030200*    AND END TIMES, RETURN CODE, AND VERDICT, THEN THE CONTROL
030300*    COUNTS THE BACKUP, MAINTENANCE AND LISTING STEPS LEFT
030400*    BEHIND, AND THE VERDICT FOR THE NIGHT.
030500*================================================================*
030600     OPEN OUTPUT REPORT-FILE
030700     IF NOT REPORT-FILE-OK
033900         VARYING WS-STEP-IDX FROM 1 BY 1
034000         UNTIL WS-STEP-IDX > WS-STEP-MAX
034100
034150     PERFORM 8250-WRITE-BACKUP-COUNTS
034170         THRU 8250-WRITE-BACKUP-COUNTS-EXIT
034200     PERFORM 8300-WRITE-MAINT-COUNTS
034300         THRU 8300-WRITE-MAINT-COUNTS-EXIT
034400     PERFORM 8400-WRITE-LISTING-COUNTS
042200 8200-FORMAT-TIME-EXIT.
042300     EXIT.
042400
042401*================================================================*
042402 8250-WRITE-BACKUP-COUNTS.
042403*    THE GENERATION EMPGENBK TOOK TONIGHT, FROM THE CATALOG IT
042404*    LEFT IN EMPGENCT.DAT.  NO CATALOG, ONE STILL IN STATE W (A
042405*    BACKUP THAT DID NOT FINISH), OR ONE FROM AN EARLIER NIGHT
042406*    ALL MEAN TONIGHT'S MAINTENANCE HAS NO GENERATION TO FALL
042407*    BACK ON, AND THE REPORT SAYS SO.
042408*================================================================*
042409     MOVE 'N' TO WS-GEN-TONIGHT-SW
042410     OPEN INPUT GCAT-FILE
042411     IF GCAT-FILE-OK
042412         READ GCAT-FILE
042413             AT END
042414                 MOVE SPACES TO GCAT-RECORD
042415         END-READ
042416         CLOSE GCAT-FILE
042417         IF GCAT-NEWEST-RUN-ID(1:8) = WS-RUN-DATE-X
042418             AND GCAT-COMPLETE
042419             MOVE 'Y' TO WS-GEN-TONIGHT-SW
042420         END-IF
042421     END-IF
042422
042423     MOVE SPACES TO REPORT-RECORD
042424     MOVE 'BACKUP GENERATION (EMPGENBK):' TO REPORT-RECORD
042425     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
042426
042427     IF NOT GEN-TAKEN-TONIGHT
042428         MOVE SPACES TO REPORT-RECORD
042429         MOVE '    NO GENERATION TAKEN TONIGHT' TO REPORT-RECORD
042430         WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
042431         GO TO 8250-WRITE-BACKUP-COUNTS-EXIT
042432     END-IF
042433
042434     MOVE GCAT-NEWEST-GEN TO WS-COUNT-ED
042435     MOVE SPACES TO REPORT-RECORD
042436     STRING '    GENERATION:        ' DELIMITED BY SIZE
042437             WS-COUNT-ED              DELIMITED BY SIZE
042438         INTO REPORT-RECORD
042439     END-STRING
042440     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
042441
042442     MOVE GCAT-NEWEST-COUNT TO WS-COUNT-ED
042443     MOVE SPACES TO REPORT-RECORD
042444     STRING '    RECORDS UNLOADED:  ' DELIMITED BY SIZE
042445             WS-COUNT-ED              DELIMITED BY SIZE
042446         INTO REPORT-RECORD
042447     END-STRING
042448     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
042449
042450     MOVE GCAT-NEWEST-HASH TO WS-HASH-ED
042451     MOVE SPACES TO REPORT-RECORD
042452     STRING '    EMP-ID HASH TOTAL: ' DELIMITED BY SIZE
042453             WS-HASH-ED               DELIMITED BY SIZE
042454         INTO REPORT-RECORD
042455     END-STRING
042456     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES.
042457 8250-WRITE-BACKUP-COUNTS-EXIT.
042458     EXIT.
042459
042500*================================================================*
042600 8300-WRITE-MAINT-COUNTS.
042700*    THE MAINTENANCE COUNTS EMPMAINT LEFT IN EMPMCNT.DAT, IF
