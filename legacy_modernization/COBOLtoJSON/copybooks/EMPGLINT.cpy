000100*================================================================*
000200*  EMPGLINT.CPY                                                  *
000300*  RECORD LAYOUT FOR THE GENERAL-LEDGER INTERFACE FILE,          *
000400*  EMPGLINT.DAT, THAT EMPPAYRG REWRITES EVERY PAYROLL RUN: ONE   *
000500*  DEBIT LINE PER DEPARTMENT FOR ITS PERIOD GROSS AND ONE        *
000600*  BALANCING CREDIT LINE TO PAYROLL CLEARING.  THE SAME LAYOUT   *
000700*  IS USED FOR THE GL HISTORY FILE, EMPGLHST.DAT, TO WHICH THE   *
000800*  EMPPAYCL PAYROLL CLOSE APPENDS EACH CLOSED PERIOD'S LINES SO  *
000900*  A WHOLE YEAR'S DEBITS SURVIVE FOR THE EMPYTDST TIE-OUT.       *
001000*----------------------------------------------------------------*
001100*  MODIFICATION HISTORY                                          *
001200*  DATE       BY   DESCRIPTION                                   *
001300*  11/16/1998 RWB  ORIGINAL LAYOUT, CODED IN EMPPAYRG.           *
001400*  04/12/1999 RWB  MOVED TO A COPYBOOK FOR EMPPAYCL, EMPYTDST,   *
001500*                  AND THE NEW GL HISTORY FILE (RECORD LAYOUT    *
001600*                  UNCHANGED).                                   *
001700*================================================================*
001800 01  GL-RECORD.
001900     05  GL-RUN-DATE              PIC 9(08).
002000     05  FILLER                   PIC X(02).
002100     05  GL-DEPT-CODE             PIC X(04).
002200     05  FILLER                   PIC X(02).
002300     05  GL-ACCT-DESC             PIC X(20).
002400     05  FILLER                   PIC X(02).
002500     05  GL-DR-CR                 PIC X(02).
002600     05  FILLER                   PIC X(02).
002700     05  GL-AMOUNT                PIC 9(11)V99.
