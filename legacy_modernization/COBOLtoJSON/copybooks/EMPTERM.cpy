001200*  MODIFICATION HISTORY                                          *
001300*  DATE       BY   DESCRIPTION                                   *
001400*  08/31/1998 RWB  ORIGINAL LAYOUT FOR EMPMAINT AND EMPTERMQ.    *
001410*  04/19/1999 RWB  CARRY THE UNUSED VACATION BALANCE (HOURS) AT  *
001420*                  TERMINATION, TAKEN FROM EMPLEAVE.DAT BY       *
001430*                  EMPMAINT, IN THE FIRST SEVEN BYTES OF THE     *
001440*                  OLD FILLER.  RECORDS ARCHIVED BEFORE THIS     *
001450*                  DATE HOLD SPACES THERE; TEST TERM-LEAVE-      *
001460*                  BALANCE NUMERIC BEFORE USING IT.              *
001500*================================================================*
001600 01  TERM-RECORD.
001700     05  TERM-EMP-ID             PIC X(05).
002300         10  TERM-HIRE-MM            PIC 9(02).
002400         10  TERM-HIRE-DD            PIC 9(02).
002500     05  TERM-SALARY             PIC 9(07)V99 COMP-3.
002600     05  TERM-LEAVE-BALANCE      PIC 9(05)V99.
002650     05  FILLER                  PIC X(03).
002700     05  TERM-DATE               PIC 9(08).
002800     05  TERM-DATE-X REDEFINES TERM-DATE.
002900         10  TERM-CCYY               PIC 9(04).
