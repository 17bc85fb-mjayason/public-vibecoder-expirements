001200*  MODIFICATION HISTORY                                          *
001300*  DATE       BY   DESCRIPTION                                   *
001400*  08/17/1998 RWB  ORIGINAL LAYOUT FOR EMPMAINT AND EMPBKOUT.    *
001450*  05/03/1999 RWB  EMPJCLOS MOVES OLD RUNS TO EMPJARCH.DAT.      *
001458*  05/17/1999 RWB  ADDED THE SOURCE CODE AND ORIGINATOR OF THE   *
001466*                  TRANSACTION THAT MADE EACH UPDATE (SEE        *
001474*                  EMPTRAN.CPY); EMPMASS AND EMPBKOUT STAMP      *
001482*                  THEIR OWN.  EMPBKOUT NOW JOURNALS ITS         *
001490*                  REVERSALS UNDER A RUN-ID OF ITS OWN.          *
001492*  05/24/1999 RWB  ADDED THE REHIRE ACTION 'R'.  EMPMAINT USED   *
001494*                  TO JOURNAL A REHIRE AS AN ADD; EMPNEWHR NEEDS *
001496*                  TO TELL THE TWO APART FOR THE STATE.  A       *
001498*                  REHIRE'S IMAGES ARE SHAPED LIKE AN ADD'S.     *
001500*================================================================*
001600 01  JRNL-RECORD.
001700     05  JRNL-RUN-ID             PIC X(14).
002000         88  JRNL-ACTION-ADD          VALUE 'A'.
002100         88  JRNL-ACTION-CHANGE       VALUE 'C'.
002200         88  JRNL-ACTION-DELETE       VALUE 'D'.
002250         88  JRNL-ACTION-REHIRE       VALUE 'R'.
002300     05  JRNL-BEFORE-IMAGE       PIC X(52).
002400     05  JRNL-AFTER-IMAGE        PIC X(52).
002500     05  JRNL-SOURCE-CODE        PIC X(01).
002600         88  JRNL-SOURCE-HR           VALUE 'H'.
002700         88  JRNL-SOURCE-RECYCLE      VALUE 'S'.
002800         88  JRNL-SOURCE-MASS         VALUE 'M'.
002900         88  JRNL-SOURCE-BACKOUT      VALUE 'B'.
003000     05  JRNL-ORIGINATOR         PIC X(08).
