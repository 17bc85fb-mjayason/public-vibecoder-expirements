000100*================================================================*
000200*  EMPGENCT.CPY                                                  *
000300*  RECORD LAYOUT FOR THE GENERATION CATALOG, EMPGENCT.DAT, ONE   *
000400*  RECORD REWRITTEN BY EVERY EMPGENBK BACKUP.  IT NAMES THE      *
000500*  OLDEST AND NEWEST GENERATIONS ON EMPGENS.DAT AND CARRIES THE  *
000600*  NEWEST ONE'S RUN-ID AND CONTROL TOTALS.                       *
000700*    W  THE NEW GENERATION IS COMPLETE ON THE WORK FILE,         *
000800*       EMPGENWK.DAT, AND IS BEING COPIED OVER EMPGENS.DAT       *
000900*    C  EMPGENS.DAT IS COMPLETE                                  *
001000*  A CATALOG LEFT IN STATE W IS A BACKUP THAT DID NOT FINISH;    *
001100*  EMPGENBK FINISHES THE COPY FROM THE WORK FILE WHEN NEXT RUN,  *
001200*  AND EMPRECOV REFUSES TO RELOAD UNTIL IT HAS.                  *
001300*----------------------------------------------------------------*
001400*  MODIFICATION HISTORY                                          *
001500*  DATE       BY   DESCRIPTION                                   *
001600*  05/31/1999 RWB  ORIGINAL LAYOUT FOR EMPGENBK AND EMPRECOV.    *
001700*================================================================*
001800 01  GCAT-RECORD.
001900     05  GCAT-STATE              PIC X(01).
002000         88  GCAT-COPYING            VALUE 'W'.
002100         88  GCAT-COMPLETE           VALUE 'C'.
002200     05  FILLER                  PIC X(02).
002300     05  GCAT-OLDEST-GEN         PIC 9(07).
002400     05  FILLER                  PIC X(02).
002500     05  GCAT-NEWEST-GEN         PIC 9(07).
002600     05  FILLER                  PIC X(02).
002700     05  GCAT-NEWEST-RUN-ID      PIC X(14).
002800     05  FILLER                  PIC X(02).
002900     05  GCAT-NEWEST-COUNT       PIC 9(07).
003000     05  FILLER                  PIC X(02).
003100     05  GCAT-NEWEST-HASH        PIC 9(09).
