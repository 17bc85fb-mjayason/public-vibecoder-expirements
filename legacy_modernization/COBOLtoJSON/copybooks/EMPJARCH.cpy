000100*================================================================*
000200*  EMPJARCH.CPY                                                  *
000300*  RECORD LAYOUT FOR THE EMPLOYEE JOURNAL ARCHIVE, EMPJARCH.DAT. *
000400*  THE EMPJCLOS JOURNAL CLOSE MOVES EVERY RUN OLDER THAN ITS     *
000500*  RETENTION CUTOFF OUT OF EMPJRNL.DAT AND APPENDS IT HERE,      *
000600*  EACH RECORD DATED WITH THE RUN-ID OF THE CLOSE THAT MOVED IT  *
000700*  (ITS FIRST EIGHT BYTES ARE THE CLOSE DATE).  THE JOURNAL      *
000800*  RECORD ITSELF IS CARRIED UNCHANGED, SO A READER MOVES         *
000900*  JARC-JRNL-IMAGE TO JRNL-RECORD AND PROCESSES IT EXACTLY AS    *
001000*  IT WOULD A LIVE JOURNAL RECORD.  KEEP JARC-JRNL-IMAGE THE     *
001100*  SAME LENGTH AS JRNL-RECORD (SEE EMPJRNL.CPY).  THE FILE IS    *
001200*  EXTENDED, NEVER TRUNCATED, AND RUNS ARRIVE IN JOURNAL ORDER.  *
001300*----------------------------------------------------------------*
001400*  MODIFICATION HISTORY                                          *
001500*  DATE       BY   DESCRIPTION                                   *
001600*  05/03/1999 RWB  ORIGINAL LAYOUT FOR EMPJCLOS AND EMPJRPT.     *
001630*  05/17/1999 RWB  JOURNAL IMAGE WIDENED TO 135 TO MATCH THE     *
001660*                  LONGER JRNL-RECORD.                           *
001700*================================================================*
001800 01  JARC-RECORD.
001900     05  JARC-CLOSE-RUN-ID       PIC X(14).
002000     05  JARC-JRNL-IMAGE         PIC X(135).
