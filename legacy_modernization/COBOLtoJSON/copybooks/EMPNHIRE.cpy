000100*================================================================*
000200*  EMPNHIRE.CPY                                                  *
000300*  RECORD LAYOUT FOR THE STATE NEW-HIRE REPORTING FILE,          *
000400*  EMPNHIRE.DAT, THAT EMPNEWHR WRITES FOR TRANSMISSION TO THE    *
000500*  STATE: ONE HEADER RECORD, ONE DETAIL RECORD PER NEW HIRE OR   *
000600*  REHIRE, AND ONE TRAILER RECORD CARRYING THE COUNTS THE STATE  *
000700*  BALANCES THE FILE AGAINST.  EVERY RECORD IS 100 BYTES, FIXED  *
000800*  WIDTH, THE FIRST BYTE SAYING WHICH OF THE THREE IT IS.        *
000900*  NUMBERS ARE UNSIGNED DISPLAY, ZERO-FILLED; DATES CCYYMMDD;    *
001000*  THE SALARY CARRIES TWO IMPLIED DECIMAL PLACES.                *
001100*----------------------------------------------------------------*
001200*  MODIFICATION HISTORY                                          *
001300*  DATE       BY   DESCRIPTION                                   *
001400*  05/24/1999 RWB  ORIGINAL LAYOUT FOR EMPNEWHR.                 *
001500*================================================================*
001600 01  NH-RECORD.
001700     05  NH-RECORD-TYPE          PIC X(01).
001800         88  NH-HEADER               VALUE 'H'.
001900         88  NH-DETAIL               VALUE 'D'.
002000         88  NH-TRAILER              VALUE 'T'.
002100     05  NH-RECORD-DATA          PIC X(99).
002200*    HEADER: WHO IS REPORTING, WHEN THE FILE WAS MADE, AND THE
002300*    MAINTENANCE RUNS IT COVERS (AFTER THE FIRST, THROUGH THE
002400*    SECOND).
002500     05  NH-HEADER-DATA REDEFINES NH-RECORD-DATA.
002600         10  NHH-FEIN                PIC 9(09).
002700         10  NHH-CREATE-DATE         PIC 9(08).
002800         10  NHH-AFTER-RUN-ID        PIC X(14).
002900         10  NHH-THRU-RUN-ID         PIC X(14).
003000         10  FILLER                  PIC X(54).
003100*    DETAIL: ONE EMPLOYEE TAKEN ON.
003200     05  NH-DETAIL-DATA REDEFINES NH-RECORD-DATA.
003300         10  NHD-HIRE-TYPE           PIC X(01).
003400             88  NHD-NEW-HIRE            VALUE 'N'.
003500             88  NHD-REHIRE              VALUE 'R'.
003600         10  NHD-FEIN                PIC 9(09).
003700         10  NHD-EMP-ID              PIC X(05).
003800         10  NHD-NAME                PIC X(20).
003900         10  NHD-HIRE-DATE           PIC 9(08).
004000         10  NHD-DEPT-CODE           PIC X(04).
004100         10  NHD-SALARY              PIC 9(07)V99.
004200         10  FILLER                  PIC X(43).
004300*    TRAILER: THE DETAIL COUNTS, AND THE RECORD COUNT FOR THE
004400*    WHOLE FILE, HEADER AND TRAILER INCLUDED.
004500     05  NH-TRAILER-DATA REDEFINES NH-RECORD-DATA.
004600         10  NHT-FEIN                PIC 9(09).
004700         10  NHT-DETAIL-COUNT        PIC 9(07).
004800         10  NHT-NEW-HIRE-COUNT      PIC 9(07).
004900         10  NHT-REHIRE-COUNT        PIC 9(07).
005000         10  NHT-RECORD-COUNT        PIC 9(07).
005100         10  FILLER                  PIC X(62).
