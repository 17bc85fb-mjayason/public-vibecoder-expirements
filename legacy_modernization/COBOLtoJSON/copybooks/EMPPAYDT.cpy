000100*================================================================*
000200*  EMPPAYDT.CPY                                                  *
000300*  RECORD LAYOUT FOR THE PAYROLL EARNINGS DETAIL FILE,           *
000400*  EMPPAYDT.DAT.  EMPPAYRG REWRITES IT EVERY RUN WITH ONE        *
000500*  RECORD PER EMPLOYEE PAID -- THE SAME ROUNDED PERIOD GROSS     *
000600*  PRINTED ON THE REGISTER -- STAMPED WITH THE PAY PERIOD        *
000700*  (CCYYMM OF THE REGISTER RUN) AND THE REGISTER RUN-ID.  THE    *
000800*  EMPPAYCL PAYROLL CLOSE POSTS EXACTLY THESE AMOUNTS TO THE     *
000900*  YEAR-TO-DATE FILE, EMPYTD.DAT, SO YTD EARNINGS ALWAYS AGREE   *
001000*  WITH WHAT THE REGISTER SHOWED.                                *
001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                          *
001300*  DATE       BY   DESCRIPTION                                   *
001400*  04/12/1999 RWB  ORIGINAL LAYOUT FOR EMPPAYRG AND EMPPAYCL.    *
001500*================================================================*
001600 01  PAYDT-RECORD.
001700     05  PAYDT-PERIOD            PIC 9(06).
001800     05  PAYDT-PERIOD-X REDEFINES PAYDT-PERIOD.
001900         10  PAYDT-PERIOD-CCYY       PIC 9(04).
002000         10  PAYDT-PERIOD-MM         PIC 9(02).
002100     05  PAYDT-RUN-ID            PIC X(14).
002200     05  PAYDT-EMP-ID            PIC X(05).
002300     05  PAYDT-EMP-NAME          PIC X(20).
002400     05  PAYDT-DEPT-CODE         PIC X(04).
002500     05  PAYDT-GROSS             PIC 9(07)V99.
