000900*  08/03/1998 RWB  ORIGINAL LAYOUT FOR DEPTMNT.                  *
000950*  01/18/1999 RWB  ADDED THE SALARY GRADE CODE TO MATCH THE     *
000960*                  EXPANDED DEPT-RECORD LAYOUT.                 *
000970*  04/26/1999 RWB  ADDED THE POSITION CONTROL ACTION 'P' AND    *
000980*                  ITS AUTHORIZED HEADCOUNT AND ANNUAL SALARY   *
000990*                  BUDGET (SEE DEPTPOS.CPY).                    *
001000*================================================================*
001100 01  DTRAN-RECORD.
001200     05  DTRAN-ACTION-CODE       PIC X(01).
001300         88  DTRAN-ACTION-ADD         VALUE 'A'.
001400         88  DTRAN-ACTION-CHANGE      VALUE 'C'.
001500         88  DTRAN-ACTION-DELETE      VALUE 'D'.
001550         88  DTRAN-ACTION-POSITION    VALUE 'P'.
001600     05  DTRAN-DEPT-CODE          PIC X(04).
001700     05  DTRAN-DEPT-NAME          PIC X(20).
001800     05  DTRAN-GRADE-CODE         PIC X(02).
001900     05  DTRAN-AUTH-HEADCOUNT     PIC 9(05).
002000     05  DTRAN-SALARY-BUDGET      PIC 9(09)V99.
