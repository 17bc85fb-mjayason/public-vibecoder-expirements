000100*================================================================*
000200*  EMPJCLDG.CPY                                                  *
000300*  RECORD LAYOUT FOR THE JOURNAL CLOSE LEDGER, EMPJCLDG.DAT.     *
000400*  EMPJCLOS APPENDS A LINE AS EACH CLOSE PASSES A STEP:          *
000500*    S  THE JOURNAL HAS BEEN SPLIT INTO KEPT AND STAGED RUNS     *
000600*       AND THE SPLIT BALANCES                                   *
000700*    A  THE STAGED RUNS HAVE BEEN APPENDED TO EMPJARCH.DAT       *
000800*    C  EMPJRNL.DAT HAS BEEN REWRITTEN WITH THE KEPT RUNS; THE   *
000900*       CLOSE IS COMPLETE                                        *
001000*  A LAST LINE IN STATE S OR A IS A CLOSE THAT DID NOT FINISH;   *
001100*  EMPJCLOS RESUMES IT, AND READERS OF THE ARCHIVE REFUSE TO     *
001200*  RUN UNTIL IT HAS.  THE CUTOFF ON THE COMPLETED LINES TELLS A  *
001300*  READER HOW FAR BACK THE LIVE JOURNAL STILL REACHES.           *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                          *
001600*  DATE       BY   DESCRIPTION                                   *
001700*  05/03/1999 RWB  ORIGINAL LAYOUT FOR EMPJCLOS AND EMPJRPT.     *
001800*================================================================*
001900 01  JCLG-RECORD.
002000     05  JCLG-CLOSE-RUN-ID       PIC X(14).
002100     05  FILLER                  PIC X(02).
002200     05  JCLG-STATE              PIC X(01).
002300         88  JCLG-STAGED              VALUE 'S'.
002400         88  JCLG-ARCHIVED            VALUE 'A'.
002500         88  JCLG-COMPLETE            VALUE 'C'.
002600     05  FILLER                  PIC X(02).
002700     05  JCLG-CUTOFF-DATE        PIC 9(08).
002800     05  FILLER                  PIC X(02).
002900     05  JCLG-WINDOW-DATE        PIC 9(08).
003000     05  FILLER                  PIC X(02).
003100     05  JCLG-MARK-RUN-ID        PIC X(14).
003200     05  FILLER                  PIC X(02).
003300     05  JCLG-IN-COUNT           PIC 9(07).
003400     05  FILLER                  PIC X(02).
003500     05  JCLG-KEPT-COUNT         PIC 9(07).
003600     05  FILLER                  PIC X(02).
003700     05  JCLG-ARCHIVED-COUNT     PIC 9(07).
003800     05  FILLER                  PIC X(02).
003900     05  JCLG-HIGH-ARCH-RUN-ID   PIC X(14).
