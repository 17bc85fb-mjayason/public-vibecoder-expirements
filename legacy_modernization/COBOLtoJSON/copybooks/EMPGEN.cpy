000100*================================================================*
000200*  EMPGEN.CPY                                                    *
000300*  RECORD LAYOUT FOR THE MASTER GENERATION FILE, EMPGENS.DAT.    *
000400*  EMPGENBK UNLOADS EMPLOYEE.DAT HERE AHEAD OF EVERY NIGHT'S     *
000500*  MAINTENANCE AS A NUMBERED GENERATION: A HEADER CARRYING THE   *
000600*  BACKUP'S RUN-ID, ONE DETAIL PER MASTER RECORD IN EMP-ID       *
000700*  ORDER, AND A TRAILER CARRYING THE RECORD COUNT AND EMP-ID     *
000800*  HASH TOTAL, KEPT THE SAME WAY FILETEST KEEPS ITS CONTROL      *
000900*  TOTALS.  EVERY RECORD CARRIES ITS GENERATION NUMBER, AND THE  *
001000*  FILE HOLDS THE LAST SEVEN GENERATIONS, OLDEST FIRST, FOR      *
001100*  EMPRECOV TO RELOAD ONE OF THEM.  THE DETAIL IS EMP-RECORD     *
001200*  UNCHANGED, SO KEEP GEN-DATA THE SAME LENGTH AS EMP-RECORD     *
001300*  (SEE EMPREC.CPY).                                             *
001400*----------------------------------------------------------------*
001500*  MODIFICATION HISTORY                                          *
001600*  DATE       BY   DESCRIPTION                                   *
001700*  05/31/1999 RWB  ORIGINAL LAYOUT FOR EMPGENBK AND EMPRECOV.    *
001800*================================================================*
001900 01  GEN-RECORD.
002000     05  GEN-NUMBER              PIC 9(07).
002100     05  GEN-RECORD-TYPE         PIC X(01).
002200         88  GEN-HEADER              VALUE 'H'.
002300         88  GEN-DETAIL              VALUE 'D'.
002400         88  GEN-TRAILER             VALUE 'T'.
002500     05  GEN-DATA                PIC X(52).
002600*    HEADER: THE RUN-ID OF THE BACKUP.  EVERY JOURNAL RUN WITH A
002700*    HIGHER RUN-ID WAS APPLIED AFTER THIS GENERATION WAS TAKEN.
002800     05  GEN-HEADER-DATA REDEFINES GEN-DATA.
002900         10  GENH-RUN-ID         PIC X(14).
003000         10  GENH-RUN-ID-X REDEFINES GENH-RUN-ID.
003100             15  GENH-RUN-DATE   PIC 9(08).
003200             15  GENH-RUN-TIME   PIC 9(06).
003300         10  FILLER              PIC X(38).
003400*    TRAILER: THE GENERATION'S CONTROL TOTALS.
003500     05  GEN-TRAILER-DATA REDEFINES GEN-DATA.
003600         10  GENT-RECORD-COUNT   PIC 9(07).
003700         10  GENT-HASH-TOTAL     PIC 9(09).
003800         10  FILLER              PIC X(36).
