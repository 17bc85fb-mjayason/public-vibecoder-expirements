000100*================================================================*
000200*  EMPYTD.CPY                                                    *
000300*  RECORD LAYOUT FOR THE YEAR-TO-DATE EARNINGS FILE, EMPYTD.DAT, *
000400*  KEYED ON EMP-ID.  THE EMPPAYCL PAYROLL CLOSE ADDS EACH        *
000500*  CLOSED PERIOD'S GROSS FROM EMPPAYDT.DAT; THE FIRST CLOSE OF   *
000600*  A NEW YEAR ROLLS THE OLD YEAR'S TOTAL INTO THE PRIOR-YEAR     *
000700*  FIELDS BEFORE STARTING AGAIN FROM ZERO, SO YEAR-END           *
000800*  STATEMENTS (EMPYTDST) CAN STILL BE PRINTED FOR THE YEAR JUST  *
000900*  ENDED AFTER JANUARY HAS CLOSED.  RECORDS ARE NEVER DELETED:   *
001000*  AN EMPLOYEE TERMINATED BY EMPMAINT (AND ARCHIVED TO           *
001100*  EMPTERM.DAT) KEEPS THE YTD EARNED BEFORE LEAVING.             *
001200*  YTD-LAST-PERIOD MAKES THE POSTING SAFE TO RESTART: A PERIOD   *
001300*  ALREADY POSTED TO A RECORD IS NEVER ADDED TO IT TWICE.        *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                          *
001600*  DATE       BY   DESCRIPTION                                   *
001700*  04/12/1999 RWB  ORIGINAL LAYOUT FOR EMPPAYCL AND EMPYTDST.    *
001800*================================================================*
001900 01  YTD-RECORD.
002000     05  YTD-EMP-ID              PIC X(05).
002100     05  YTD-EMP-NAME            PIC X(20).
002200     05  YTD-DEPT-CODE           PIC X(04).
002300     05  YTD-YEAR                PIC 9(04).
002400     05  YTD-GROSS               PIC 9(09)V99 COMP-3.
002500     05  YTD-PERIODS-PAID        PIC 9(02).
002600     05  YTD-LAST-PERIOD         PIC 9(06).
002700     05  YTD-LAST-PERIOD-X REDEFINES YTD-LAST-PERIOD.
002800         10  YTD-LAST-CCYY           PIC 9(04).
002900         10  YTD-LAST-MM             PIC 9(02).
003000     05  YTD-LAST-GROSS          PIC 9(07)V99 COMP-3.
003100     05  YTD-PRIOR-YEAR          PIC 9(04).
003200     05  YTD-PRIOR-GROSS         PIC 9(09)V99 COMP-3.
003300     05  YTD-PRIOR-PERIODS       PIC 9(02).
003400     05  FILLER                  PIC X(10).
