000995*                  AND PRIOR DEPARTMENT FROM THE EMPTERM.DAT    *
000996*                  ARCHIVE, SO A REHIRE KEEPS THE SERVICE DATE  *
000997*                  THAT DRIVES VACATION ACCRUAL.                *
001001*  04/19/1999 RWB  ADDED THE LEAVE-TAKEN ACTION 'L'.  IT        *
001002*                  CARRIES THE DATE THE LEAVE WAS TAKEN IN THE  *
001003*                  HIRE DATE POSITION AND THE HOURS TAKEN IN    *
001004*                  THE SALARY POSITION (SEE THE REDEFINES       *
001005*                  BELOW); EMPMAINT POSTS IT TO EMPLEAVE.DAT,   *
001006*                  NOT TO THE MASTER.                           *
001007*  05/17/1999 RWB  ADDED THE SOURCE CODE AND ORIGINATOR, SET BY *
001008*                  WHATEVER CREATED THE TRANSACTION AND CARRIED *
001009*                  UNCHANGED THROUGH EMPEDIT, THE SUSPENSE,     *
001010*                  PENDING, AND CLEAN FILES TO EMPMAINT, WHICH  *
001011*                  STAMPS THEM ON THE JOURNAL.                  *
001012*  06/14/1999 RWB  CUTOVER TO THE 60-BYTE IMAGE: IMAGES STILL   *
001013*                  WAITING IN THE OLD 51-BYTE LAYOUT ON         *
001014*                  EMPSUSP.DAT, EMPPEND.DAT, OR EMPSRCYC.DAT    *
001015*                  ARE CONVERTED ONCE BY EMPTCONV, RUN WITH     *
001016*                  THE NIGHTLY STREAM STOPPED, BEFORE EMPEDIT,  *
001017*                  EMPPREL, OR EMPSUSPW NEXT RUNS.              *
001020*================================================================*
001100 01  TRAN-RECORD.
001200     05  TRAN-ACTION-CODE        PIC X(01).
001300         88  TRAN-ACTION-ADD          VALUE 'A'.
001400         88  TRAN-ACTION-CHANGE       VALUE 'C'.
001500         88  TRAN-ACTION-DELETE       VALUE 'D'.
001510         88  TRAN-ACTION-REHIRE       VALUE 'R'.
001520         88  TRAN-ACTION-LEAVE        VALUE 'L'.
001600     05  TRAN-EMP-ID              PIC X(05).
001700     05  TRAN-EMP-NAME            PIC X(20).
001710     05  TRAN-DEPT-CODE           PIC X(04).
001720     05  TRAN-HIRE-DATE           PIC 9(08).
001725     05  TRAN-LEAVE-DATE REDEFINES TRAN-HIRE-DATE
001726                                  PIC 9(08).
001730     05  TRAN-SALARY              PIC 9(07)V99 COMP-3.
001735     05  TRAN-LEAVE-HOURS REDEFINES TRAN-SALARY
001736                                  PIC 9(07)V99 COMP-3.
001740     05  TRAN-EFF-DATE            PIC 9(08).
001840*    WHERE THE TRANSACTION CAME FROM, AND WHO ORIGINATED IT: THE
001940*    HR SYSTEM USER ON AN EXTRACT ROW, THE CLERK WHO RECYCLED A
002040*    SUSPENSE CORRECTION, OR THE OPERATOR WHO RAN A MASS CHANGE
002140*    OR A BACKOUT.
002240     05  TRAN-SOURCE-CODE         PIC X(01).
002340         88  TRAN-SOURCE-HR           VALUE 'H'.
002440         88  TRAN-SOURCE-RECYCLE      VALUE 'S'.
002540         88  TRAN-SOURCE-MASS         VALUE 'M'.
002640         88  TRAN-SOURCE-BACKOUT      VALUE 'B'.
002740     05  TRAN-ORIGINATOR          PIC X(08).
