000100*================================================================*
000200*  DEPTJRNL.CPY                                                  *
000300*  RECORD LAYOUT FOR THE DEPARTMENT MAINTENANCE JOURNAL FILE,    *
000400*  DEPTJRNL.DAT.  DEPTMNT WRITES ONE JOURNAL RECORD FOR EVERY    *
000500*  ADD, CHANGE, AND DELETE IT APPLIES TO DEPTMAST.DAT, CARRYING  *
000600*  THE FULL BEFORE-IMAGE AND AFTER-IMAGE OF DEPT-RECORD (AN ADD  *
000700*  HAS NO BEFORE-IMAGE, A DELETE NO AFTER-IMAGE; THE UNUSED      *
000800*  IMAGE IS SPACES) STAMPED WITH THE RUN IDENTIFIER, THE SAME    *
000900*  WAY EMPJRNL.DAT JOURNALS THE EMPLOYEE MASTER, SO AUDIT CAN    *
001000*  SEE WHEN A DEPARTMENT WAS RENAMED OR ITS GRADE CHANGED.  THE  *
001100*  FILE IS EXTENDED, NEVER TRUNCATED, BY DEPTMNT.                *
001200*----------------------------------------------------------------*
001300*  MODIFICATION HISTORY                                          *
001400*  DATE       BY   DESCRIPTION                                   *
001500*  04/05/1999 RWB  ORIGINAL LAYOUT FOR DEPTMNT.                  *
001510*  04/26/1999 RWB  ADDED ACTION 'P': A POSITION CONTROL UPDATE,  *
001520*                  WHOSE IMAGES ARE DEPTPOS.DAT RECORDS (SEE     *
001530*                  DEPTPOS.CPY, THE SAME LENGTH) RATHER THAN     *
001540*                  DEPT-RECORD.                                  *
001600*================================================================*
001700 01  DJRNL-RECORD.
001800     05  DJRNL-RUN-ID            PIC X(14).
001900     05  DJRNL-SEQ               PIC 9(07).
002000     05  DJRNL-ACTION-CODE       PIC X(01).
002100         88  DJRNL-ACTION-ADD         VALUE 'A'.
002200         88  DJRNL-ACTION-CHANGE      VALUE 'C'.
002300         88  DJRNL-ACTION-DELETE      VALUE 'D'.
002350         88  DJRNL-ACTION-POSITION    VALUE 'P'.
002400     05  DJRNL-BEFORE-IMAGE      PIC X(30).
002500     05  DJRNL-AFTER-IMAGE       PIC X(30).
