000100*================================================================*
000200*  EMPACTLG.CPY                                                  *
000300*  RECORD LAYOUT FOR THE TRANSACTION ACTIVITY LOG, EMPACTLG.DAT. *
000400*  ONE LINE IS APPENDED EVERY TIME A TRANSACTION CHANGES HANDS   *
000500*  OUTSIDE THE JOURNAL:                                          *
000600*    S  EMPEDIT SENT IT TO SUSPENSE, WITH THE REASON CODE        *
000700*    R  EMPSUSPW RECYCLED A CORRECTION FOR IT; THE REASON CODE   *
000800*       IS THE ONE IT WAS SUSPENDED FOR, AND THE CLERK WHO       *
000900*       RECYCLED IT IS IN ACTL-BY-ORIGINATOR                     *
001000*  THE SOURCE CODE AND ORIGINATOR ARE THOSE OF THE SUSPENDED     *
001100*  ITEM ITSELF (SEE EMPTRAN.CPY), SO EMPORIGR CAN COUNT EACH     *
001200*  ORIGINATOR'S SUSPENSE AND RECYCLE ACTIVITY BESIDE THE ITEMS   *
001300*  THE JOURNAL SHOWS APPLIED.  THE FILE IS EXTENDED, NEVER       *
001400*  TRUNCATED.                                                    *
001500*----------------------------------------------------------------*
001600*  MODIFICATION HISTORY                                          *
001700*  DATE       BY   DESCRIPTION                                   *
001800*  05/17/1999 RWB  ORIGINAL LAYOUT FOR EMPEDIT, EMPSUSPW, AND    *
001900*                  EMPORIGR.                                     *
002000*================================================================*
002100 01  ACTL-RECORD.
002200     05  ACTL-DATE               PIC 9(08).
002300     05  FILLER                  PIC X(02).
002400     05  ACTL-EVENT              PIC X(01).
002500         88  ACTL-SUSPENDED           VALUE 'S'.
002600         88  ACTL-RECYCLED            VALUE 'R'.
002700     05  FILLER                  PIC X(02).
002800     05  ACTL-SOURCE-CODE        PIC X(01).
002900     05  FILLER                  PIC X(01).
003000     05  ACTL-ORIGINATOR         PIC X(08).
003100     05  FILLER                  PIC X(02).
003200     05  ACTL-REASON-CODE        PIC X(08).
003300     05  FILLER                  PIC X(02).
003400     05  ACTL-ACTION-CODE        PIC X(01).
003500     05  FILLER                  PIC X(01).
003600     05  ACTL-EMP-ID             PIC X(05).
003700     05  FILLER                  PIC X(02).
003800     05  ACTL-BY-ORIGINATOR      PIC X(08).
