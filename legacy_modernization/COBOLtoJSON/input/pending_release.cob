002500*  MODIFICATION HISTORY                                          *
002600*  DATE       BY   DESCRIPTION                                   *
002700*  11/30/1998 RWB  ORIGINAL RELEASE PROGRAM.                     *
002720*  05/17/1999 RWB  HELD IMAGES WIDENED FOR THE SOURCE CODE AND   *
002740*                  ORIGINATOR NOW ON EMPTRAN.CPY, CARRIED        *
002760*                  THROUGH TO EMPCLEAN.DAT, AND SHOWN ON EACH    *
002780*                  REPORT LINE.                                  *
002800*================================================================*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005300
005400 FD  CLEAN-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  CLEAN-RECORD                PIC X(60).
005700
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE STANDARD.
011300 01  WS-ENTRY-IDX             PIC 9(05) COMP VALUE ZERO.
011400 01  WS-PEND-TABLE.
011500     05  WS-PEND-ENTRY OCCURS 5000 TIMES.
011600         10  WS-ENT-IMAGE         PIC X(60).
011700         10  WS-ENT-EFF-DATE      PIC 9(08).
011800         10  WS-ENT-RELEASED-SW   PIC X(01).
011900
032000*================================================================*
032100 3200-WRITE-ITEM-LINE.
032200*    ONE LINE PER PENDING ITEM: RELEASED OR STILL PENDING, THE
032300*    TRANSACTION'S ACTION, EMP-ID, AND NAME, ITS EFFECTIVE DATE,
032400*    AND ITS SOURCE CODE AND ORIGINATOR.  THE FIELDS COME
032450*    STRAIGHT OFF THE HELD IMAGE (SEE EMPTRAN.CPY FOR THE
032500*    POSITIONS).
032600*================================================================*
032700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
032800         PERFORM 5000-WRITE-REPORT-HEADERS
034400             '  EFFECTIVE '  DELIMITED BY SIZE
034500             WS-EFF-MM '/' WS-EFF-DD '/' WS-EFF-CCYY
034600                             DELIMITED BY SIZE
034610             '  FROM '       DELIMITED BY SIZE
034620             WS-ENT-IMAGE (WS-ENTRY-IDX) (52:1)
034630                             DELIMITED BY SIZE
034640             ' '             DELIMITED BY SIZE
034650             WS-ENT-IMAGE (WS-ENTRY-IDX) (53:8)
034660                             DELIMITED BY SIZE
034700         INTO REPORT-RECORD
034800     END-STRING
034900     WRITE REPORT-RECORD
