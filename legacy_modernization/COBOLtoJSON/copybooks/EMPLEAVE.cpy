000100*================================================================*
000200*  EMPLEAVE.CPY                                                  *
000300*  RECORD LAYOUT FOR THE VACATION LEAVE BALANCE FILE,            *
000400*  EMPLEAVE.DAT, KEYED ON EMP-ID.  THE EMPLVACR MONTHLY ACCRUAL  *
000500*  CREDITS EACH EMPLOYEE ON THE MASTER AT THE LEAVRATE.DAT RATE  *
000600*  FOR THEIR YEARS OF SERVICE (COUNTED FROM EMP-HIRE-DATE, WHICH *
000700*  A REHIRE GETS BACK FROM THE EMPTERM.DAT ARCHIVE), AND CAPS    *
000800*  THE BALANCE AT THE RATE'S MAXIMUM CARRYOVER WITH THE          *
000900*  DECEMBER ACCRUAL.  EMPMAINT POSTS LEAVE-TAKEN ('L')           *
001000*  TRANSACTIONS AGAINST THE BALANCE, AND ON A DELETE CARRIES     *
001100*  WHATEVER IS LEFT ONTO THE EMPTERM.DAT ARCHIVE RECORD FOR THE  *
001200*  PAYOUT, ZEROING IT HERE.  ALL AMOUNTS ARE HOURS.              *
001300*  LV-ACCRUAL-PERIOD MAKES THE ACCRUAL SAFE TO RESTART: A MONTH  *
001400*  ALREADY CREDITED TO A RECORD IS NEVER CREDITED TO IT TWICE.   *
001500*  THE YTD FIELDS BELONG TO LV-YEAR AND START AGAIN FROM ZERO    *
001600*  THE FIRST TIME EITHER PROGRAM TOUCHES THE RECORD IN A NEW     *
001700*  YEAR.                                                         *
001800*----------------------------------------------------------------*
001900*  MODIFICATION HISTORY                                          *
002000*  DATE       BY   DESCRIPTION                                   *
002100*  04/19/1999 RWB  ORIGINAL LAYOUT FOR EMPLVACR, EMPLVRPT, AND   *
002200*                  EMPMAINT.                                     *
002300*================================================================*
002400 01  LV-RECORD.
002500     05  LV-EMP-ID               PIC X(05).
002600     05  LV-BALANCE              PIC 9(05)V99 COMP-3.
002700     05  LV-ACCRUAL-PERIOD       PIC 9(06).
002800     05  LV-ACCRUAL-PERIOD-X REDEFINES LV-ACCRUAL-PERIOD.
002900         10  LV-ACCRUAL-CCYY         PIC 9(04).
003000         10  LV-ACCRUAL-MM           PIC 9(02).
003100     05  LV-LAST-ACCRUED         PIC 9(03)V99 COMP-3.
003200     05  LV-YEAR                 PIC 9(04).
003300     05  LV-YTD-ACCRUED          PIC 9(05)V99 COMP-3.
003400     05  LV-YTD-TAKEN            PIC 9(05)V99 COMP-3.
003500     05  LV-YTD-FORFEITED        PIC 9(05)V99 COMP-3.
003600     05  LV-LAST-TAKEN-DATE      PIC 9(08).
003700     05  LV-TERM-DATE            PIC 9(08).
003800     05  LV-TERM-BALANCE         PIC 9(05)V99 COMP-3.
003900     05  FILLER                  PIC X(10).
