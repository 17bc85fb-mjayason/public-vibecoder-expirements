000100*================================================================*
000200*  DEPTPOS.CPY                                                   *
000300*  RECORD LAYOUT FOR THE DEPARTMENT POSITION CONTROL FILE,       *
000400*  DEPTPOS.DAT, KEYED ON THE SAME 4-CHARACTER DEPARTMENT CODE    *
000500*  AS DEPTMAST.DAT.  ONE RECORD PER CONTROLLED DEPARTMENT        *
000600*  CARRIES ITS AUTHORIZED HEADCOUNT AND ITS ANNUAL SALARY        *
000700*  BUDGET.  DEPTMNT MAINTAINS IT FROM THE 'P' ACTION ON          *
000800*  DEPTTRAN.DAT; EMPEDIT SUSPENDS ANY HIRE, REHIRE, OR TRANSFER  *
000900*  THAT WOULD TAKE A DEPARTMENT OVER ITS HEADCOUNT; EMPPOSVR     *
001000*  REPORTS BUDGET AGAINST ACTUAL.  A DEPARTMENT WITH NO RECORD   *
001100*  HERE HAS NO POSITION CONTROL ENFORCED.  THE RECORD IS THE     *
001200*  SAME LENGTH AS DEPT-RECORD SO DEPTJRNL.DAT CAN CARRY ITS      *
001300*  IMAGES.                                                       *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                          *
001600*  DATE       BY   DESCRIPTION                                   *
001700*  04/26/1999 RWB  ORIGINAL LAYOUT FOR DEPTMNT, EMPEDIT, AND     *
001800*                  EMPPOSVR.                                     *
001900*================================================================*
002000 01  POS-RECORD.
002100     05  POS-DEPT-CODE           PIC X(04).
002200     05  POS-AUTH-HEADCOUNT      PIC 9(05).
002300     05  POS-SALARY-BUDGET       PIC 9(09)V99 COMP-3.
002400     05  POS-CHANGED-DATE        PIC 9(08).
002500     05  FILLER                  PIC X(07).
