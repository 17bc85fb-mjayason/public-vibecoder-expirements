000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPTURN.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   06/07/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPTURN                                                       *
000900*  TURNOVER AND TENURE REPORT.  EMPTREND SHOWS HOW HEADCOUNT     *
001000*  MOVES; THIS REPORT SHOWS WHY.  FOR THE REQUESTED DATE RANGE   *
001100*  IT PRINTS ONE LINE PER DEPARTMENT AND A COMPANY-WIDE LINE     *
001200*  WITH:                                                         *
001300*                                                                *
001400*    TERMS      EMPTERM.DAT RECORDS WHOSE TERM-DATE FALLS IN     *
001500*               THE RANGE                                        *
001600*    AVG HDCNT  THE AVERAGE OF THE DEPARTMENT'S HEADCOUNT ON     *
001700*               EVERY EMPHIST.DAT MONTH-END SNAPSHOT DATED IN    *
001800*               THE RANGE (A MONTH THE DEPARTMENT WAS EMPTY      *
001900*               COUNTS AS ZERO)                                  *
002000*    TURNOVER   TERMS AS A PERCENT OF AVERAGE HEADCOUNT, SCALED  *
002100*               FROM THE DAYS IN THE RANGE TO A 365-DAY YEAR     *
002200*    TENURE     AVERAGE YEARS FROM TERM-HIRE-DATE TO TERM-DATE   *
002300*    EARLY      TERMS WITHIN 90 DAYS OF THE HIRE DATE            *
002400*    REHIRED    TERMS IN THE RANGE WHERE THE SAME EMP-ID CAME    *
002500*               BACK AFTERWARDS: IT IS ON A LATER SNAPSHOT, OR   *
002600*               WAS TERMINATED AGAIN ON A LATER DATE             *
002700*                                                                *
002800*  A DEPARTMENT WHOSE ANNUALIZED TURNOVER IS ABOVE THE THRESHOLD *
002900*  IS FLAGGED '<<'.  A REHIRE KEEPS THE ORIGINAL HIRE DATE (SEE  *
003000*  EMPMAINT), SO A REHIRE WHO LEAVES AGAIN HAS TENURE COUNTED    *
003100*  FROM THE FIRST HIRE.  A TERM WITHOUT A USABLE HIRE DATE IS    *
003200*  COUNTED BUT LEFT OUT OF TENURE AND EARLY TURNOVER.  EMPBKOUT  *
003300*  LEAVES EMPTERM.DAT AS IT WAS, SO A BACKED-OUT DELETE STILL    *
003400*  COUNTS AS A TERM (AND, BEING ON THE NEXT SNAPSHOT, REHIRED).  *
003500*                                                                *
003600*  RUN PARAMETERS: FROM-DATE AND TO-DATE AS CCYYMMDD, BOTH       *
003700*  REQUIRED (A RATE CANNOT BE ANNUALIZED OVER AN OPEN RANGE),    *
003800*  THEN THE THRESHOLD AS A WHOLE PERCENT (DEFAULT 20), EDITED    *
003900*  AS EMPJRPT EDITS ITS THRESHOLD.  THE REPORT GOES TO           *
004000*  EMPTURN.DAT IN THE SAME HEADER STYLE AS EMPJRPT, WITH THE     *
004100*  DEPARTMENT NAMES FROM DEPTMAST.DAT AS IN EMPTREND.            *
004200*----------------------------------------------------------------*
004300*  MODIFICATION HISTORY                                          *
004400*  DATE       BY   DESCRIPTION                                   *
004500*  06/07/1999 RWB  ORIGINAL TURNOVER AND TENURE REPORT.          *
004600*================================================================*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT TERM-FILE ASSIGN TO 'EMPTERM.DAT'
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-TERM-FILE-STATUS.
005300
005400     SELECT HIST-FILE ASSIGN TO 'EMPHIST.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-HIST-FILE-STATUS.
005700
005800     SELECT DEPT-FILE ASSIGN TO 'DEPTMAST.DAT'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS DEPT-CODE
006200         FILE STATUS IS WS-DEPT-FILE-STATUS.
006300
006400     SELECT REPORT-FILE ASSIGN TO 'EMPTURN.DAT'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REPORT-FILE-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  TERM-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 COPY EMPTERM.
007300
007400 FD  HIST-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 COPY EMPHIST.
007700
007800 FD  DEPT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY DEPTREC.
008100
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  REPORT-RECORD                PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------*
008800*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008900*----------------------------------------------------------------*
009000 01  WS-TERM-FILE-STATUS      PIC X(02).
009100     88  TERM-FILE-OK                 VALUE '00'.
009300
009400 01  WS-HIST-FILE-STATUS      PIC X(02).
009500     88  HIST-FILE-OK                 VALUE '00'.
009600     88  HIST-FILE-MISSING            VALUE '35'.
009700
009800 01  WS-DEPT-FILE-STATUS      PIC X(02).
009900     88  DEPT-FILE-OK                 VALUE '00'.
010000
010100 01  WS-REPORT-FILE-STATUS    PIC X(02).
010200     88  REPORT-FILE-OK               VALUE '00'.
010300
010400 01  WS-DEPT-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
010500     88  DEPT-FILE-OPEN               VALUE 'Y'.
010600 01  WS-REPORT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
010700     88  REPORT-FILE-OPEN             VALUE 'Y'.
010800
010900 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
011000     88  END-OF-FILE                  VALUE 'Y'.
011100
011200*----------------------------------------------------------------*
011300*    REQUESTED DATE RANGE AND THRESHOLD, FROM THE RUN            *
011400*    PARAMETERS                                                  *
011500*----------------------------------------------------------------*
011600 01  WS-FROM-DATE-X           PIC X(08) VALUE SPACES.
011700 01  WS-TO-DATE-X             PIC X(08) VALUE SPACES.
011800 01  WS-THRESHOLD-X           PIC X(03) VALUE SPACES.
011900 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
012000 01  WS-TO-DATE               PIC 9(08) VALUE ZERO.
012100 01  WS-THRESHOLD-PCT         PIC 9(03) VALUE 20.
012200 01  WS-RANGE-DAYS            PIC 9(07) VALUE ZERO.
012300 01  WS-FROM-DAY-NUMBER       PIC 9(07) VALUE ZERO.
012400
012500*    THE THRESHOLD ARGUMENT ARRIVES LEFT-JUSTIFIED AND SPACE-
012600*    PADDED, SO IT IS ACCUMULATED A DIGIT AT A TIME EXACTLY AS
012700*    EMPJRPT ACCUMULATES ITS THRESHOLD.
012800 01  WS-THR-IDX               PIC 9(02) COMP VALUE ZERO.
012900 01  WS-DIGIT-X               PIC X(01) VALUE SPACE.
013000 01  WS-DIGIT-9 REDEFINES WS-DIGIT-X
013100                              PIC 9(01).
013200 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
013300     88  RUN-REFUSED                  VALUE 'Y'.
013400
013500*----------------------------------------------------------------*
013600*    DATE ARITHMETIC.  7000 TURNS WS-DN-DATE INTO A DAY NUMBER   *
013700*    COUNTED FROM A FIXED ORIGIN, SO THE DAYS BETWEEN TWO DATES  *
013800*    ARE ONE DAY NUMBER LESS THE OTHER.  THE YEAR IS TAKEN TO    *
013900*    START IN MARCH SO THAT FEBRUARY 29 FALLS AT ITS END.  7100  *
014000*    EDITS A DATE WITH THE SAME RULE EMPEDIT EDITS ITS DATES.    *
014100*----------------------------------------------------------------*
014200 01  WS-DN-DATE               PIC 9(08) VALUE ZERO.
014300 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
014400     05  WS-DN-CCYY              PIC 9(04).
014500     05  WS-DN-MM                PIC 9(02).
014600     05  WS-DN-DD                PIC 9(02).
014700 01  WS-DN-YEAR               PIC 9(04) VALUE ZERO.
014800 01  WS-DN-MONTH              PIC 9(02) VALUE ZERO.
014900 01  WS-DN-QUOTIENT           PIC 9(07) VALUE ZERO.
015000 01  WS-DN-DAY-NUMBER         PIC 9(07) VALUE ZERO.
015100 01  WS-DAYS-IN-MONTH         PIC 9(02) VALUE ZERO.
015200 01  WS-LEAP-REMAINDER        PIC 9(04) VALUE ZERO.
015300 01  WS-LEAP-QUOTIENT         PIC 9(04) VALUE ZERO.
015400 01  WS-LEAP-YEAR-SW          PIC X(01) VALUE 'N'.
015500     88  LEAP-YEAR                    VALUE 'Y'.
015600 01  WS-DATE-VALID-SW         PIC X(01) VALUE 'N'.
015700     88  DATE-VALID                   VALUE 'Y'.
015800 01  WS-TERM-DAY-NUMBER       PIC 9(07) VALUE ZERO.
015900 01  WS-TENURE-DAYS           PIC 9(07) VALUE ZERO.
016000 01  WS-EARLY-DAYS            PIC 9(03) VALUE 90.
016100
016200*----------------------------------------------------------------*
016300*    ONE ENTRY PER DEPARTMENT SEEN, KEPT IN DEPARTMENT ORDER AS  *
016400*    IT IS BUILT SO THE REPORT PRINTS IN THAT ORDER.  ANY        *
016500*    DEPARTMENT BEYOND THE FIRST 500 IS REPORTED AND ITS         *
016600*    RECORDS COUNTED AS DROPPED.                                 *
016700*----------------------------------------------------------------*
016800 01  WS-KEY-DEPT              PIC X(04) VALUE SPACES.
016900 01  WS-DT-MAX                PIC 9(04) COMP VALUE 500.
017000 01  WS-DT-COUNT              PIC 9(04) COMP VALUE ZERO.
017100 01  WS-DT-IDX                PIC 9(04) COMP VALUE ZERO.
017200 01  WS-DT-POS                PIC 9(04) COMP VALUE ZERO.
017300 01  WS-DT-HIT                PIC 9(04) COMP VALUE ZERO.
017400 01  WS-DT-STOP-SW            PIC X(01) VALUE 'N'.
017500     88  DT-POSITION-FOUND            VALUE 'Y'.
017600 01  WS-DT-FULL-SW            PIC X(01) VALUE 'N'.
017700     88  DT-TABLE-FULL                VALUE 'Y'.
017800 01  WS-DT-TABLE.
017900     05  WS-DT-ENTRY OCCURS 500 TIMES.
018000         10  DT-DEPT-CODE        PIC X(04).
018100         10  DT-TERMS            PIC 9(07).
018200         10  DT-TENURE-COUNT     PIC 9(07).
018300         10  DT-TENURE-DAYS      PIC 9(11).
018400         10  DT-EARLY            PIC 9(07).
018500         10  DT-REHIRED          PIC 9(07).
018600         10  DT-SNAP-HEADS       PIC 9(09).
018700
018800*----------------------------------------------------------------*
018900*    EVERY TERM IN THE RANGE, IN EMP-ID AND TERM-DATE ORDER, SO  *
019000*    THE LATER EMPTERM.DAT RECORDS AND THE SNAPSHOTS CAN MARK    *
019100*    THE ONES THAT CAME BACK.  TERMS BEYOND THE FIRST 5000 ARE   *
019200*    STILL COUNTED BUT CANNOT BE CHECKED FOR A REHIRE.           *
019300*----------------------------------------------------------------*
019400 01  WS-KEY-TERM.
019500     05  WS-KEY-EMP-ID           PIC X(05).
019600     05  WS-KEY-TERM-DATE        PIC 9(08).
019700 01  WS-EVENT-DATE            PIC 9(08) VALUE ZERO.
019800 01  WS-TT-MAX                PIC 9(04) COMP VALUE 5000.
019900 01  WS-TT-COUNT              PIC 9(04) COMP VALUE ZERO.
020000 01  WS-TT-IDX                PIC 9(04) COMP VALUE ZERO.
020100 01  WS-TT-POS                PIC 9(04) COMP VALUE ZERO.
020200 01  WS-SHIFT-IDX             PIC 9(04) COMP VALUE ZERO.
020300 01  WS-SHIFT-TO              PIC 9(04) COMP VALUE ZERO.
020400 01  WS-TT-STOP-SW            PIC X(01) VALUE 'N'.
020500     88  TT-SCAN-DONE                 VALUE 'Y'.
020600 01  WS-TT-FULL-SW            PIC X(01) VALUE 'N'.
020700     88  TT-TABLE-FULL                VALUE 'Y'.
020800 01  WS-TT-TABLE.
020900     05  WS-TT-ENTRY OCCURS 5000 TIMES.
021000         10  TT-KEY.
021100             15  TT-EMP-ID           PIC X(05).
021200             15  TT-TERM-DATE        PIC 9(08).
021300         10  TT-DEPT-CODE        PIC X(04).
021400         10  TT-REHIRED-SW       PIC X(01).
021500             88  TT-REHIRED              VALUE 'Y'.
021600
021700*----------------------------------------------------------------*
021800*    THE SNAPSHOT MONTHS FOUND IN THE RANGE; THEIR NUMBER IS     *
021900*    WHAT THE HEADCOUNT IS AVERAGED OVER                         *
022000*----------------------------------------------------------------*
022100 01  WS-MT-MAX                PIC 9(04) COMP VALUE 600.
022200 01  WS-MT-COUNT              PIC 9(04) COMP VALUE ZERO.
022300 01  WS-MT-IDX                PIC 9(04) COMP VALUE ZERO.
022400 01  WS-MT-HIT                PIC 9(04) COMP VALUE ZERO.
022500 01  WS-MT-TABLE.
022600     05  MT-CCYYMM OCCURS 600 TIMES
022700                              PIC 9(06).
022800
022900*----------------------------------------------------------------*
023000*    COMPANY-WIDE TOTALS                                         *
023100*----------------------------------------------------------------*
023200 01  WS-TOT-TERMS             PIC 9(07) VALUE ZERO.
023300 01  WS-TOT-TENURE-COUNT      PIC 9(07) VALUE ZERO.
023400 01  WS-TOT-TENURE-DAYS       PIC 9(11) VALUE ZERO.
023500 01  WS-TOT-EARLY             PIC 9(07) VALUE ZERO.
023600 01  WS-TOT-REHIRED           PIC 9(07) VALUE ZERO.
023700 01  WS-TOT-SNAP-HEADS        PIC 9(09) VALUE ZERO.
023800
023900*----------------------------------------------------------------*
024000*    ONE PRINT LINE'S FIGURES, SET BEFORE 4200 FORMATS THEM      *
024100*----------------------------------------------------------------*
024200 01  WS-LINE-TERMS            PIC 9(07) VALUE ZERO.
024300 01  WS-LINE-TENURE-COUNT     PIC 9(07) VALUE ZERO.
024400 01  WS-LINE-TENURE-DAYS      PIC 9(11) VALUE ZERO.
024500 01  WS-LINE-EARLY            PIC 9(07) VALUE ZERO.
024600 01  WS-LINE-REHIRED          PIC 9(07) VALUE ZERO.
024700 01  WS-LINE-SNAP-HEADS       PIC 9(09) VALUE ZERO.
024800 01  WS-AVG-HEADCOUNT         PIC 9(07)V9 VALUE ZERO.
024900 01  WS-TURNOVER-RATE         PIC 9(05)V9 VALUE ZERO.
025000 01  WS-AVG-TENURE-YRS        PIC 9(03)V9 VALUE ZERO.
025100 01  WS-OVER-SW               PIC X(01) VALUE 'N'.
025200     88  OVER-THRESHOLD               VALUE 'Y'.
025300 01  WS-DEPT-NAME-OUT         PIC X(20) VALUE SPACES.
025400 01  WS-FLAGGED-COUNT         PIC 9(05) VALUE ZERO.
025500
025600*----------------------------------------------------------------*
025700*    REPORT PAGE CONTROL, SAME SHAPE AS THE MASTER LISTING       *
025800*----------------------------------------------------------------*
025900 01  WS-LINES-PER-PAGE        PIC 9(02) VALUE 50.
026000 01  WS-PAGE-COUNT            PIC 9(04) VALUE ZERO.
026100 01  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
026200 01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.
026300
026400 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
026500 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
026600     05  WS-RUN-CCYY             PIC 9(04).
026700     05  WS-RUN-MM               PIC 9(02).
026800     05  WS-RUN-DD               PIC 9(02).
026900
027000*----------------------------------------------------------------*
027100*    EDITED PRINT FIELDS                                         *
027200*----------------------------------------------------------------*
027300 01  WS-COUNT-ED              PIC Z,ZZZ,ZZ9.
027400 01  WS-AVG-HC-ED             PIC ZZZ,ZZ9.9.
027500 01  WS-RATE-ED               PIC ZZ,ZZ9.9.
027600 01  WS-TENURE-ED             PIC ZZ9.9.
027700 01  WS-THRESHOLD-ED          PIC ZZ9.
027800
027900*----------------------------------------------------------------*
028000*    RUN TOTALS                                                  *
028100*----------------------------------------------------------------*
028200 01  WS-TERM-READ-COUNT       PIC 9(07) VALUE ZERO.
028300 01  WS-TERM-BAD-DATE-COUNT   PIC 9(07) VALUE ZERO.
028400 01  WS-NO-TENURE-COUNT       PIC 9(07) VALUE ZERO.
028500 01  WS-SNAP-READ-COUNT       PIC 9(07) VALUE ZERO.
028600 01  WS-SNAP-RANGE-COUNT      PIC 9(07) VALUE ZERO.
028700 01  WS-DROPPED-COUNT         PIC 9(07) VALUE ZERO.
028800 01  WS-TT-DROPPED-COUNT      PIC 9(07) VALUE ZERO.
028900 01  WS-MT-DROPPED-COUNT      PIC 9(07) VALUE ZERO.
029000
029100 PROCEDURE DIVISION.
029200*================================================================*
029300 0000-MAINLINE.
029400*================================================================*
029500     PERFORM 1000-INITIALIZE
029600         THRU 1000-INITIALIZE-EXIT
029700     PERFORM 2000-TALLY-TERMINATIONS
029800         THRU 2000-TALLY-TERMINATIONS-EXIT
029900     PERFORM 2500-CHECK-LATER-TERMS
030000         THRU 2500-CHECK-LATER-TERMS-EXIT
030100     PERFORM 3000-TALLY-SNAPSHOTS
030200         THRU 3000-TALLY-SNAPSHOTS-EXIT
030300     PERFORM 3500-POST-REHIRES
030400         THRU 3500-POST-REHIRES-EXIT
030500     PERFORM 4000-PRINT-REPORT
030600         THRU 4000-PRINT-REPORT-EXIT
030700     PERFORM 9000-TERMINATE
030800         THRU 9000-TERMINATE-EXIT
030900     STOP RUN.
031000
031100*================================================================*
031200 1000-INITIALIZE.
031300*================================================================*
031400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031500
031600     ACCEPT WS-FROM-DATE-X FROM ARGUMENT-VALUE
031700     DISPLAY 2 UPON ARGUMENT-NUMBER
031800     ACCEPT WS-TO-DATE-X FROM ARGUMENT-VALUE
031900     DISPLAY 3 UPON ARGUMENT-NUMBER
032000     ACCEPT WS-THRESHOLD-X FROM ARGUMENT-VALUE
032100
032200*    A MISTYPED PARAMETER REFUSES THE RUN, AS IT DOES IN
032300*    EMPJRPT; A TURNOVER RATE OVER A SILENTLY SUBSTITUTED
032400*    RANGE OR THRESHOLD IS WORSE THAN NO RATE AT ALL.
032500     PERFORM 1200-EDIT-RANGE
032600         THRU 1200-EDIT-RANGE-EXIT
032700     PERFORM 1100-CONVERT-THRESHOLD
032800         THRU 1100-CONVERT-THRESHOLD-EXIT
032900     IF RUN-REFUSED
033000         MOVE 8 TO RETURN-CODE
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF
033300     DISPLAY 'EMPTURN: RANGE ' WS-FROM-DATE ' THRU ' WS-TO-DATE
033400         ', THRESHOLD ' WS-THRESHOLD-PCT ' PERCENT'
033500
033600*    WITHOUT THE TERMINATION ARCHIVE EVERY RATE WOULD READ AS
033700*    ZERO, AND WITHOUT THE SNAPSHOTS THERE IS NO HEADCOUNT TO
033800*    STATE A RATE AGAINST; EITHER ONE MISSING REFUSES THE RUN.
033900     OPEN INPUT TERM-FILE
034000     IF NOT TERM-FILE-OK
034100         DISPLAY 'EMPTURN: CANNOT OPEN EMPTERM.DAT, STATUS '
034200             WS-TERM-FILE-STATUS '; RUN REFUSED'
034300         MOVE 'Y' TO WS-REFUSED-SW
034400         MOVE 8 TO RETURN-CODE
034500         GO TO 1000-INITIALIZE-EXIT
034600     END-IF
034700     CLOSE TERM-FILE
034800
034900     OPEN INPUT HIST-FILE
035000     IF HIST-FILE-MISSING
035100         DISPLAY 'EMPTURN: NO EMPHIST.DAT ON FILE; RUN THE '
035200             'EMPSNAP MONTH-END CLOSE FIRST'
035300         MOVE 'Y' TO WS-REFUSED-SW
035400         MOVE 8 TO RETURN-CODE
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF
035700     IF NOT HIST-FILE-OK
035800         DISPLAY 'EMPTURN: CANNOT OPEN EMPHIST.DAT, STATUS '
035900             WS-HIST-FILE-STATUS '; RUN REFUSED'
036000         MOVE 'Y' TO WS-REFUSED-SW
036100         MOVE 8 TO RETURN-CODE
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF
036400     CLOSE HIST-FILE
036500
036600     OPEN OUTPUT REPORT-FILE
036700     IF NOT REPORT-FILE-OK
036800         DISPLAY 'EMPTURN: CANNOT OPEN EMPTURN.DAT, STATUS '
036900             WS-REPORT-FILE-STATUS
037000         MOVE 'Y' TO WS-REFUSED-SW
037100         MOVE 8 TO RETURN-CODE
037200         GO TO 1000-INITIALIZE-EXIT
037300     END-IF
037400     MOVE 'Y' TO WS-REPORT-FILE-OPEN-SW
037500
037600*    THE DEPARTMENT REFERENCE FILE ONLY FEEDS THE DEPARTMENT
037700*    NAMES, SO A MISSING DEPTMAST.DAT IS REPORTED BUT DOES NOT
037800*    STOP THE REPORT, AS IN EMPTREND.
037900     OPEN INPUT DEPT-FILE
038000     IF DEPT-FILE-OK
038100         MOVE 'Y' TO WS-DEPT-FILE-OPEN-SW
038200     ELSE
038300         DISPLAY 'EMPTURN: CANNOT OPEN DEPTMAST.DAT, STATUS '
038400             WS-DEPT-FILE-STATUS ' - DEPT NAMES UNAVAILABLE'
038500     END-IF.
038600 1000-INITIALIZE-EXIT.
038700     EXIT.
038800
038900*================================================================*
039000 1100-CONVERT-THRESHOLD.
039100*    THE ARGUMENT ARRIVES LEFT-JUSTIFIED ('5  ', '15 '), SO IT
039200*    IS ACCUMULATED A DIGIT AT A TIME UP TO THE FIRST SPACE.
039300*    BLANK KEEPS THE DEFAULT OF 20; ANY NON-DIGIT REFUSES THE
039400*    RUN.
039500*================================================================*
039600     IF WS-THRESHOLD-X = SPACES
039700         GO TO 1100-CONVERT-THRESHOLD-EXIT
039800     END-IF
039900
040000     MOVE ZERO TO WS-THRESHOLD-PCT
040100     PERFORM 1150-CONVERT-THRESHOLD-DIGIT
040200         THRU 1150-CONVERT-THRESHOLD-DIGIT-EXIT
040300         VARYING WS-THR-IDX FROM 1 BY 1
040400         UNTIL WS-THR-IDX > 3
040500             OR WS-THRESHOLD-X(WS-THR-IDX:1) = SPACE
040600             OR RUN-REFUSED
040700
040800*    THE DIGIT LOOP STOPS AT THE FIRST SPACE; ANYTHING OTHER
040900*    THAN SPACES AFTER IT ('1 5') IS A REJECT TOO.
041000     IF NOT RUN-REFUSED
041100         AND WS-THR-IDX NOT > 3
041200         AND WS-THRESHOLD-X(WS-THR-IDX:) NOT = SPACES
041300         DISPLAY 'EMPTURN: THRESHOLD "' WS-THRESHOLD-X
041400             '" IS NOT A WHOLE PERCENT; RUN REFUSED'
041500         MOVE 'Y' TO WS-REFUSED-SW
041600     END-IF.
041700 1100-CONVERT-THRESHOLD-EXIT.
041800     EXIT.
041900
042000*================================================================*
042100 1150-CONVERT-THRESHOLD-DIGIT.
042200*================================================================*
042300     MOVE WS-THRESHOLD-X(WS-THR-IDX:1) TO WS-DIGIT-X
042400     IF WS-DIGIT-X NOT NUMERIC
042500         DISPLAY 'EMPTURN: THRESHOLD "' WS-THRESHOLD-X
042600             '" IS NOT A WHOLE PERCENT; RUN REFUSED'
042700         MOVE 'Y' TO WS-REFUSED-SW
042800     ELSE
042900         COMPUTE WS-THRESHOLD-PCT =
043000             WS-THRESHOLD-PCT * 10 + WS-DIGIT-9
043100     END-IF.
043200 1150-CONVERT-THRESHOLD-DIGIT-EXIT.
043300     EXIT.
043400
043500*================================================================*
043600 1200-EDIT-RANGE.
043700*    BOTH DATES ARE REQUIRED AND MUST BE REAL CALENDAR DATES,
043800*    FROM NOT AFTER TO.  THE DAYS IN THE RANGE, BOTH ENDS
043900*    INCLUDED, ARE WHAT THE TURNOVER RATE IS ANNUALIZED FROM.
044000*================================================================*
044100     IF WS-FROM-DATE-X = SPACES
044200         OR WS-TO-DATE-X = SPACES
044300         DISPLAY 'EMPTURN: FROM-DATE AND TO-DATE ARE BOTH '
044400             'REQUIRED; RUN REFUSED'
044500         MOVE 'Y' TO WS-REFUSED-SW
044600         GO TO 1200-EDIT-RANGE-EXIT
044700     END-IF
044800
044900     IF WS-FROM-DATE-X NOT NUMERIC
045000         DISPLAY 'EMPTURN: FROM-DATE "' WS-FROM-DATE-X
045100             '" IS NOT CCYYMMDD; RUN REFUSED'
045200         MOVE 'Y' TO WS-REFUSED-SW
045300         GO TO 1200-EDIT-RANGE-EXIT
045400     END-IF
045500     MOVE WS-FROM-DATE-X TO WS-FROM-DATE
045600     MOVE WS-FROM-DATE TO WS-DN-DATE
045700     PERFORM 7100-CHECK-DATE
045800         THRU 7100-CHECK-DATE-EXIT
045900     IF NOT DATE-VALID
046000         DISPLAY 'EMPTURN: FROM-DATE "' WS-FROM-DATE-X
046100             '" IS NOT CCYYMMDD; RUN REFUSED'
046200         MOVE 'Y' TO WS-REFUSED-SW
046300         GO TO 1200-EDIT-RANGE-EXIT
046400     END-IF
046500     PERFORM 7000-DATE-TO-DAY-NUMBER
046600         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
046700     MOVE WS-DN-DAY-NUMBER TO WS-FROM-DAY-NUMBER
046800
046900     IF WS-TO-DATE-X NOT NUMERIC
047000         DISPLAY 'EMPTURN: TO-DATE "' WS-TO-DATE-X
047100             '" IS NOT CCYYMMDD; RUN REFUSED'
047200         MOVE 'Y' TO WS-REFUSED-SW
047300         GO TO 1200-EDIT-RANGE-EXIT
047400     END-IF
047500     MOVE WS-TO-DATE-X TO WS-TO-DATE
047600     MOVE WS-TO-DATE TO WS-DN-DATE
047700     PERFORM 7100-CHECK-DATE
047800         THRU 7100-CHECK-DATE-EXIT
047900     IF NOT DATE-VALID
048000         DISPLAY 'EMPTURN: TO-DATE "' WS-TO-DATE-X
048100             '" IS NOT CCYYMMDD; RUN REFUSED'
048200         MOVE 'Y' TO WS-REFUSED-SW
048300         GO TO 1200-EDIT-RANGE-EXIT
048400     END-IF
048500
048600     IF WS-FROM-DATE > WS-TO-DATE
048700         DISPLAY 'EMPTURN: FROM-DATE ' WS-FROM-DATE
048800             ' IS AFTER TO-DATE ' WS-TO-DATE '; RUN REFUSED'
048900         MOVE 'Y' TO WS-REFUSED-SW
049000         GO TO 1200-EDIT-RANGE-EXIT
049100     END-IF
049200     PERFORM 7000-DATE-TO-DAY-NUMBER
049300         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
049400     COMPUTE WS-RANGE-DAYS =
049500         WS-DN-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1.
049600 1200-EDIT-RANGE-EXIT.
049700     EXIT.
049800
049900*================================================================*
050000 2000-TALLY-TERMINATIONS.
050100*    FIRST PASS OF EMPTERM.DAT: COUNT EVERY TERM IN THE RANGE
050200*    AGAINST ITS DEPARTMENT, WITH ITS TENURE, AND NOTE IT FOR
050300*    THE REHIRE CHECK.
050400*================================================================*
050500     IF RUN-REFUSED
050600         GO TO 2000-TALLY-TERMINATIONS-EXIT
050700     END-IF
050800
050900     OPEN INPUT TERM-FILE
051000     MOVE 'N' TO EOF-FLAG
051100     PERFORM 2100-TALLY-TERM-RECORD
051200         THRU 2100-TALLY-TERM-RECORD-EXIT
051300         UNTIL END-OF-FILE
051400     CLOSE TERM-FILE.
051500 2000-TALLY-TERMINATIONS-EXIT.
051600     EXIT.
051700
051800*================================================================*
051900 2100-TALLY-TERM-RECORD.
052000*    A TERM-DATE THAT IS NOT A DATE CANNOT BE PLACED IN ANY
052100*    RANGE AND IS ONLY COUNTED.  TENURE NEEDS A HIRE DATE THAT
052200*    IS A REAL DATE NOT AFTER THE TERM-DATE.
052300*================================================================*
052400     READ TERM-FILE
052500         AT END
052600             MOVE 'Y' TO EOF-FLAG
052700             GO TO 2100-TALLY-TERM-RECORD-EXIT
052800     END-READ
052900     ADD 1 TO WS-TERM-READ-COUNT
053000
053100     IF TERM-DATE NOT NUMERIC
053200         ADD 1 TO WS-TERM-BAD-DATE-COUNT
053300         GO TO 2100-TALLY-TERM-RECORD-EXIT
053400     END-IF
053500     IF TERM-DATE < WS-FROM-DATE
053600         OR TERM-DATE > WS-TO-DATE
053700         GO TO 2100-TALLY-TERM-RECORD-EXIT
053800     END-IF
053900
054000     MOVE TERM-DEPT-CODE TO WS-KEY-DEPT
054100     PERFORM 6000-FIND-DEPARTMENT
054200         THRU 6000-FIND-DEPARTMENT-EXIT
054300     IF WS-DT-HIT = ZERO
054400         GO TO 2100-TALLY-TERM-RECORD-EXIT
054500     END-IF
054600     ADD 1 TO DT-TERMS (WS-DT-HIT)
054700
054800     MOVE TERM-EMP-ID TO WS-KEY-EMP-ID
054900     MOVE TERM-DATE TO WS-KEY-TERM-DATE
055000     PERFORM 6200-ADD-TERMINATION
055100         THRU 6200-ADD-TERMINATION-EXIT
055200
055300     MOVE TERM-DATE TO WS-DN-DATE
055400     PERFORM 7100-CHECK-DATE
055500         THRU 7100-CHECK-DATE-EXIT
055600     IF NOT DATE-VALID
055700         ADD 1 TO WS-NO-TENURE-COUNT
055800         GO TO 2100-TALLY-TERM-RECORD-EXIT
055900     END-IF
056000     PERFORM 7000-DATE-TO-DAY-NUMBER
056100         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
056200     MOVE WS-DN-DAY-NUMBER TO WS-TERM-DAY-NUMBER
056300
056400     IF TERM-HIRE-DATE NOT NUMERIC
056500         OR TERM-HIRE-DATE > TERM-DATE
056600         ADD 1 TO WS-NO-TENURE-COUNT
056700         GO TO 2100-TALLY-TERM-RECORD-EXIT
056800     END-IF
056900     MOVE TERM-HIRE-DATE TO WS-DN-DATE
057000     PERFORM 7100-CHECK-DATE
057100         THRU 7100-CHECK-DATE-EXIT
057200     IF NOT DATE-VALID
057300         ADD 1 TO WS-NO-TENURE-COUNT
057400         GO TO 2100-TALLY-TERM-RECORD-EXIT
057500     END-IF
057600     PERFORM 7000-DATE-TO-DAY-NUMBER
057700         THRU 7000-DATE-TO-DAY-NUMBER-EXIT
057800     COMPUTE WS-TENURE-DAYS =
057900         WS-TERM-DAY-NUMBER - WS-DN-DAY-NUMBER
058000
058100     ADD 1 TO DT-TENURE-COUNT (WS-DT-HIT)
058200     ADD WS-TENURE-DAYS TO DT-TENURE-DAYS (WS-DT-HIT)
058300     IF WS-TENURE-DAYS NOT > WS-EARLY-DAYS
058400         ADD 1 TO DT-EARLY (WS-DT-HIT)
058500     END-IF.
058600 2100-TALLY-TERM-RECORD-EXIT.
058700     EXIT.
058800
058900*================================================================*
059000 2500-CHECK-LATER-TERMS.
059100*    SECOND PASS OF EMPTERM.DAT: AN EMP-ID TERMINATED AGAIN ON
059200*    A LATER DATE MUST HAVE BEEN REHIRED IN BETWEEN, WHETHER OR
059300*    NOT A SNAPSHOT CAUGHT IT.
059400*================================================================*
059500     IF RUN-REFUSED
059600         GO TO 2500-CHECK-LATER-TERMS-EXIT
059700     END-IF
059800     IF WS-TT-COUNT = ZERO
059900         GO TO 2500-CHECK-LATER-TERMS-EXIT
060000     END-IF
060100
060200     OPEN INPUT TERM-FILE
060300     MOVE 'N' TO EOF-FLAG
060400     PERFORM 2600-CHECK-TERM-RECORD
060500         THRU 2600-CHECK-TERM-RECORD-EXIT
060600         UNTIL END-OF-FILE
060700     CLOSE TERM-FILE.
060800 2500-CHECK-LATER-TERMS-EXIT.
060900     EXIT.
061000
061100*================================================================*
061200 2600-CHECK-TERM-RECORD.
061300*================================================================*
061400     READ TERM-FILE
061500         AT END
061600             MOVE 'Y' TO EOF-FLAG
061700             GO TO 2600-CHECK-TERM-RECORD-EXIT
061800     END-READ
061900     IF TERM-DATE NOT NUMERIC
062000         GO TO 2600-CHECK-TERM-RECORD-EXIT
062100     END-IF
062200
062300     MOVE TERM-EMP-ID TO WS-KEY-EMP-ID
062400     MOVE TERM-DATE TO WS-EVENT-DATE
062500     PERFORM 6300-MARK-REHIRED
062600         THRU 6300-MARK-REHIRED-EXIT.
062700 2600-CHECK-TERM-RECORD-EXIT.
062800     EXIT.
062900
063000*================================================================*
063100 3000-TALLY-SNAPSHOTS.
063200*    EVERY SNAPSHOT IN THE RANGE ADDS ONE TO ITS DEPARTMENT'S
063300*    HEADCOUNT FOR THAT MONTH; EVERY SNAPSHOT AT ALL, IN THE
063400*    RANGE OR NOT, CAN SHOW A TERMINATED EMP-ID BACK ON THE
063500*    MASTER.
063600*================================================================*
063700     IF RUN-REFUSED
063800         GO TO 3000-TALLY-SNAPSHOTS-EXIT
063900     END-IF
064000
064100     OPEN INPUT HIST-FILE
064200     MOVE 'N' TO EOF-FLAG
064300     PERFORM 3100-TALLY-SNAPSHOT-RECORD
064400         THRU 3100-TALLY-SNAPSHOT-RECORD-EXIT
064500         UNTIL END-OF-FILE
064600     CLOSE HIST-FILE.
064700 3000-TALLY-SNAPSHOTS-EXIT.
064800     EXIT.
064900
065000*================================================================*
065100 3100-TALLY-SNAPSHOT-RECORD.
065200*================================================================*
065300     READ HIST-FILE
065400         AT END
065500             MOVE 'Y' TO EOF-FLAG
065600             GO TO 3100-TALLY-SNAPSHOT-RECORD-EXIT
065700     END-READ
065800     ADD 1 TO WS-SNAP-READ-COUNT
065900
066000     IF WS-TT-COUNT > ZERO
066100         MOVE HIST-EMP-ID TO WS-KEY-EMP-ID
066200         MOVE HIST-SNAP-DATE TO WS-EVENT-DATE
066300         PERFORM 6300-MARK-REHIRED
066400             THRU 6300-MARK-REHIRED-EXIT
066500     END-IF
066600
066700     IF HIST-SNAP-DATE < WS-FROM-DATE
066800         OR HIST-SNAP-DATE > WS-TO-DATE
066900         GO TO 3100-TALLY-SNAPSHOT-RECORD-EXIT
067000     END-IF
067100     ADD 1 TO WS-SNAP-RANGE-COUNT
067200
067300     PERFORM 3200-NOTE-SNAPSHOT-MONTH
067400         THRU 3200-NOTE-SNAPSHOT-MONTH-EXIT
067500     MOVE HIST-DEPT-CODE TO WS-KEY-DEPT
067600     PERFORM 6000-FIND-DEPARTMENT
067700         THRU 6000-FIND-DEPARTMENT-EXIT
067800     IF WS-DT-HIT > ZERO
067900         ADD 1 TO DT-SNAP-HEADS (WS-DT-HIT)
068000     END-IF.
068100 3100-TALLY-SNAPSHOT-RECORD-EXIT.
068200     EXIT.
068300
068400*================================================================*
068500 3200-NOTE-SNAPSHOT-MONTH.
068600*    EMPSNAP REFUSES A SECOND CLOSE IN A MONTH, SO EACH MONTH
068700*    ON THE HISTORY IS ONE SNAPSHOT.
068800*================================================================*
068900     MOVE ZERO TO WS-MT-HIT
069000     PERFORM 3250-SCAN-MONTH
069100         THRU 3250-SCAN-MONTH-EXIT
069200         VARYING WS-MT-IDX FROM 1 BY 1
069300         UNTIL WS-MT-IDX > WS-MT-COUNT
069400             OR WS-MT-HIT > ZERO
069500     IF WS-MT-HIT > ZERO
069600         GO TO 3200-NOTE-SNAPSHOT-MONTH-EXIT
069700     END-IF
069800
069900     IF WS-MT-COUNT >= WS-MT-MAX
070000         ADD 1 TO WS-MT-DROPPED-COUNT
070100         GO TO 3200-NOTE-SNAPSHOT-MONTH-EXIT
070200     END-IF
070300     ADD 1 TO WS-MT-COUNT
070400     MOVE HIST-SNAP-CCYYMM TO MT-CCYYMM (WS-MT-COUNT).
070500 3200-NOTE-SNAPSHOT-MONTH-EXIT.
070600     EXIT.
070700
070800*================================================================*
070900 3250-SCAN-MONTH.
071000*================================================================*
071100     IF MT-CCYYMM (WS-MT-IDX) = HIST-SNAP-CCYYMM
071200         MOVE WS-MT-IDX TO WS-MT-HIT
071300     END-IF.
071400 3250-SCAN-MONTH-EXIT.
071500     EXIT.
071600
071700*================================================================*
071800 3500-POST-REHIRES.
071900*    EACH TERM THAT CAME BACK COUNTS AS A REHIRE AGAINST THE
072000*    DEPARTMENT IT LEFT.
072100*================================================================*
072200     IF RUN-REFUSED
072300         GO TO 3500-POST-REHIRES-EXIT
072400     END-IF
072500     PERFORM 3600-POST-REHIRE
072600         THRU 3600-POST-REHIRE-EXIT
072700         VARYING WS-TT-IDX FROM 1 BY 1
072800         UNTIL WS-TT-IDX > WS-TT-COUNT.
072900 3500-POST-REHIRES-EXIT.
073000     EXIT.
073100
073200*================================================================*
073300 3600-POST-REHIRE.
073400*================================================================*
073500     IF NOT TT-REHIRED (WS-TT-IDX)
073600         GO TO 3600-POST-REHIRE-EXIT
073700     END-IF
073800     MOVE TT-DEPT-CODE (WS-TT-IDX) TO WS-KEY-DEPT
073900     PERFORM 6000-FIND-DEPARTMENT
074000         THRU 6000-FIND-DEPARTMENT-EXIT
074100     IF WS-DT-HIT > ZERO
074200         ADD 1 TO DT-REHIRED (WS-DT-HIT)
074300     END-IF.
074400 3600-POST-REHIRE-EXIT.
074500     EXIT.
074600
074700*================================================================*
074800 4000-PRINT-REPORT.
074900*    ONE LINE PER DEPARTMENT, THE COMPANY-WIDE LINE, THEN THE
075000*    BASIS OF THE FIGURES AND ANY NOTES ON WHAT THE REPORT
075100*    COULD NOT COUNT.
075200*================================================================*
075300     IF RUN-REFUSED
075400         GO TO 4000-PRINT-REPORT-EXIT
075500     END-IF
075600
075700     PERFORM 5000-WRITE-REPORT-HEADERS
075800         THRU 5000-WRITE-REPORT-HEADERS-EXIT
075900
076000     IF WS-DT-COUNT = ZERO
076100         MOVE 'NO TERMINATIONS OR SNAPSHOTS IN THE REQUESTED '
076200             TO WS-PRINT-LINE
076300         MOVE 'RANGE' TO WS-PRINT-LINE(47:)
076400         PERFORM 5100-PRINT-LINE
076500             THRU 5100-PRINT-LINE-EXIT
076600     ELSE
076700         PERFORM 4100-PRINT-DEPARTMENT
076800             THRU 4100-PRINT-DEPARTMENT-EXIT
076900             VARYING WS-DT-IDX FROM 1 BY 1
077000             UNTIL WS-DT-IDX > WS-DT-COUNT
077100     END-IF
077200     PERFORM 5100-PRINT-LINE
077300         THRU 5100-PRINT-LINE-EXIT
077400
077500     MOVE 'ALL' TO WS-PRINT-LINE
077600     MOVE 'COMPANY-WIDE' TO WS-PRINT-LINE(7:12)
077700     MOVE WS-TOT-TERMS TO WS-LINE-TERMS
077800     MOVE WS-TOT-TENURE-COUNT TO WS-LINE-TENURE-COUNT
077900     MOVE WS-TOT-TENURE-DAYS TO WS-LINE-TENURE-DAYS
078000     MOVE WS-TOT-EARLY TO WS-LINE-EARLY
078100     MOVE WS-TOT-REHIRED TO WS-LINE-REHIRED
078200     MOVE WS-TOT-SNAP-HEADS TO WS-LINE-SNAP-HEADS
078300     PERFORM 4200-FORMAT-FIGURES
078400         THRU 4200-FORMAT-FIGURES-EXIT
078500     PERFORM 5100-PRINT-LINE
078600         THRU 5100-PRINT-LINE-EXIT
078700
078800     PERFORM 4400-PRINT-BASIS
078900         THRU 4400-PRINT-BASIS-EXIT.
079000 4000-PRINT-REPORT-EXIT.
079100     EXIT.
079200
079300*================================================================*
079400 4100-PRINT-DEPARTMENT.
079500*================================================================*
079600     ADD DT-TERMS (WS-DT-IDX) TO WS-TOT-TERMS
079700     ADD DT-TENURE-COUNT (WS-DT-IDX) TO WS-TOT-TENURE-COUNT
079800     ADD DT-TENURE-DAYS (WS-DT-IDX) TO WS-TOT-TENURE-DAYS
079900     ADD DT-EARLY (WS-DT-IDX) TO WS-TOT-EARLY
080000     ADD DT-REHIRED (WS-DT-IDX) TO WS-TOT-REHIRED
080100     ADD DT-SNAP-HEADS (WS-DT-IDX) TO WS-TOT-SNAP-HEADS
080200
080300     PERFORM 4300-GET-DEPT-NAME
080400         THRU 4300-GET-DEPT-NAME-EXIT
080500     MOVE DT-DEPT-CODE (WS-DT-IDX) TO WS-PRINT-LINE(1:4)
080600     MOVE WS-DEPT-NAME-OUT TO WS-PRINT-LINE(7:20)
080700     MOVE DT-TERMS (WS-DT-IDX) TO WS-LINE-TERMS
080800     MOVE DT-TENURE-COUNT (WS-DT-IDX) TO WS-LINE-TENURE-COUNT
080900     MOVE DT-TENURE-DAYS (WS-DT-IDX) TO WS-LINE-TENURE-DAYS
081000     MOVE DT-EARLY (WS-DT-IDX) TO WS-LINE-EARLY
081100     MOVE DT-REHIRED (WS-DT-IDX) TO WS-LINE-REHIRED
081200     MOVE DT-SNAP-HEADS (WS-DT-IDX) TO WS-LINE-SNAP-HEADS
081300     PERFORM 4200-FORMAT-FIGURES
081400         THRU 4200-FORMAT-FIGURES-EXIT
081500     IF OVER-THRESHOLD
081600         MOVE '<<' TO WS-PRINT-LINE(92:2)
081700         ADD 1 TO WS-FLAGGED-COUNT
081800     END-IF
081900     PERFORM 5100-PRINT-LINE
082000         THRU 5100-PRINT-LINE-EXIT.
082100 4100-PRINT-DEPARTMENT-EXIT.
082200     EXIT.
082300
082400*================================================================*
082500 4200-FORMAT-FIGURES.
082600*    THE LINE'S FIGURES INTO THEIR COLUMNS OF WS-PRINT-LINE.
082700*    AVERAGE HEADCOUNT IS THE SNAPSHOT HEADS OVER THE SNAPSHOT
082800*    MONTHS IN THE RANGE.  THE ANNUALIZED RATE IS
082900*        TERMS * 100 * 365 / (AVERAGE HEADCOUNT * RANGE DAYS)
083000*    AND IS N/A WHEN THERE IS NO HEADCOUNT TO STATE IT AGAINST.
083100*    OVER-THRESHOLD IS SET FOR THE CALLER TO FLAG.
083200*================================================================*
083300     MOVE 'N' TO WS-OVER-SW
083400
083500     MOVE WS-LINE-TERMS TO WS-COUNT-ED
083600     MOVE WS-COUNT-ED TO WS-PRINT-LINE(28:9)
083700     MOVE WS-LINE-EARLY TO WS-COUNT-ED
083800     MOVE WS-COUNT-ED TO WS-PRINT-LINE(70:9)
083900     MOVE WS-LINE-REHIRED TO WS-COUNT-ED
084000     MOVE WS-COUNT-ED TO WS-PRINT-LINE(81:9)
084100
084200     IF WS-LINE-TENURE-COUNT = ZERO
084300         MOVE 'N/A' TO WS-PRINT-LINE(62:3)
084400     ELSE
084500         COMPUTE WS-AVG-TENURE-YRS ROUNDED =
084600             WS-LINE-TENURE-DAYS
084700                 / (WS-LINE-TENURE-COUNT * 365.25)
084800         MOVE WS-AVG-TENURE-YRS TO WS-TENURE-ED
084900         MOVE WS-TENURE-ED TO WS-PRINT-LINE(60:5)
085000     END-IF
085100
085200     IF WS-MT-COUNT = ZERO
085300         OR WS-LINE-SNAP-HEADS = ZERO
085400         MOVE 'N/A' TO WS-PRINT-LINE(45:3)
085500         MOVE 'N/A' TO WS-PRINT-LINE(53:3)
085600         GO TO 4200-FORMAT-FIGURES-EXIT
085700     END-IF
085800     COMPUTE WS-AVG-HEADCOUNT ROUNDED =
085900         WS-LINE-SNAP-HEADS / WS-MT-COUNT
086000     MOVE WS-AVG-HEADCOUNT TO WS-AVG-HC-ED
086100     MOVE WS-AVG-HC-ED TO WS-PRINT-LINE(39:9)
086200
086300     COMPUTE WS-TURNOVER-RATE ROUNDED =
086400         WS-LINE-TERMS * 36500 * WS-MT-COUNT
086500             / (WS-LINE-SNAP-HEADS * WS-RANGE-DAYS)
086600         ON SIZE ERROR
086700             MOVE 'N/A' TO WS-PRINT-LINE(53:3)
086800             GO TO 4200-FORMAT-FIGURES-EXIT
086900     END-COMPUTE
087000     MOVE WS-TURNOVER-RATE TO WS-RATE-ED
087100     MOVE WS-RATE-ED TO WS-PRINT-LINE(49:8)
087200     MOVE '%' TO WS-PRINT-LINE(57:1)
087300     IF WS-TURNOVER-RATE > WS-THRESHOLD-PCT
087400         MOVE 'Y' TO WS-OVER-SW
087500     END-IF.
087600 4200-FORMAT-FIGURES-EXIT.
087700     EXIT.
087800
087900*================================================================*
088000 4300-GET-DEPT-NAME.
088100*    SAME CONVENTION AS EMPTREND: A CODE NOT ON THE REFERENCE
088200*    FILE, OR NO REFERENCE FILE AT ALL, PRINTS AS '*UNKNOWN*'.
088300*================================================================*
088400     MOVE '*UNKNOWN*' TO WS-DEPT-NAME-OUT
088500     IF DEPT-FILE-OPEN
088600         MOVE DT-DEPT-CODE (WS-DT-IDX) TO DEPT-CODE
088700         READ DEPT-FILE
088800             INVALID KEY
088900                 CONTINUE
089000             NOT INVALID KEY
089100                 MOVE DEPT-NAME TO WS-DEPT-NAME-OUT
089200         END-READ
089300     END-IF.
089400 4300-GET-DEPT-NAME-EXIT.
089500     EXIT.
089600
089700*================================================================*
089800 4400-PRINT-BASIS.
089900*    WHAT THE FIGURES WERE BUILT FROM, SO A READER CAN CHECK
090000*    THEM, AND A NOTE FOR ANYTHING LEFT OUT.
090100*================================================================*
090200     PERFORM 5100-PRINT-LINE
090300         THRU 5100-PRINT-LINE-EXIT
090400     MOVE WS-RANGE-DAYS TO WS-COUNT-ED
090500     STRING 'DAYS IN RANGE:        ' WS-COUNT-ED
090600         DELIMITED BY SIZE
090700         INTO WS-PRINT-LINE
090800     END-STRING
090900     PERFORM 5100-PRINT-LINE
091000         THRU 5100-PRINT-LINE-EXIT
091100     MOVE WS-MT-COUNT TO WS-COUNT-ED
091200     STRING 'SNAPSHOT MONTHS:      ' WS-COUNT-ED
091300         DELIMITED BY SIZE
091400         INTO WS-PRINT-LINE
091500     END-STRING
091600     PERFORM 5100-PRINT-LINE
091700         THRU 5100-PRINT-LINE-EXIT
091800     MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-ED
091900     MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED
092000     STRING 'DEPARTMENTS FLAGGED:  ' WS-COUNT-ED
092100             '  (ANNUALIZED TURNOVER ABOVE ' WS-THRESHOLD-ED
092200             '%)'
092300         DELIMITED BY SIZE
092400         INTO WS-PRINT-LINE
092500     END-STRING
092600     PERFORM 5100-PRINT-LINE
092700         THRU 5100-PRINT-LINE-EXIT
092800
092900     IF WS-MT-COUNT = ZERO
093000         PERFORM 5100-PRINT-LINE
093100             THRU 5100-PRINT-LINE-EXIT
093200         MOVE 'NOTE: NO EMPHIST.DAT SNAPSHOT IS DATED IN THE '
093300             TO WS-PRINT-LINE
093400         MOVE 'RANGE; NO TURNOVER RATE CAN BE STATED'
093500             TO WS-PRINT-LINE(47:)
093600         PERFORM 5100-PRINT-LINE
093700             THRU 5100-PRINT-LINE-EXIT
093800     END-IF
093900     IF WS-NO-TENURE-COUNT > ZERO
094000         PERFORM 5100-PRINT-LINE
094100             THRU 5100-PRINT-LINE-EXIT
094200         MOVE WS-NO-TENURE-COUNT TO WS-COUNT-ED
094300         STRING 'NOTE: ' WS-COUNT-ED ' TERMS HAVE NO USABLE '
094400                 'HIRE DATE AND ARE NOT IN TENURE OR EARLY '
094500                 'TURNOVER'
094600             DELIMITED BY SIZE
094700             INTO WS-PRINT-LINE
094800         END-STRING
094900         PERFORM 5100-PRINT-LINE
095000             THRU 5100-PRINT-LINE-EXIT
095100     END-IF
095200     IF WS-TERM-BAD-DATE-COUNT > ZERO
095300         PERFORM 5100-PRINT-LINE
095400             THRU 5100-PRINT-LINE-EXIT
095500         MOVE WS-TERM-BAD-DATE-COUNT TO WS-COUNT-ED
095600         STRING 'NOTE: ' WS-COUNT-ED ' EMPTERM.DAT RECORDS '
095700                 'HAVE NO TERM-DATE AND ARE NOT COUNTED'
095800             DELIMITED BY SIZE
095900             INTO WS-PRINT-LINE
096000         END-STRING
096100         PERFORM 5100-PRINT-LINE
096200             THRU 5100-PRINT-LINE-EXIT
096300     END-IF
096400     IF WS-DROPPED-COUNT > ZERO
096500         PERFORM 5100-PRINT-LINE
096600             THRU 5100-PRINT-LINE-EXIT
096700         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
096800         STRING 'NOTE: ' WS-COUNT-ED ' RECORDS FROM DEPARTMENTS '
096900                 'BEYOND THE FIRST 500 ARE NOT IN THE REPORT'
097000             DELIMITED BY SIZE
097100             INTO WS-PRINT-LINE
097200         END-STRING
097300         PERFORM 5100-PRINT-LINE
097400             THRU 5100-PRINT-LINE-EXIT
097500     END-IF
097600     IF WS-TT-DROPPED-COUNT > ZERO
097700         PERFORM 5100-PRINT-LINE
097800             THRU 5100-PRINT-LINE-EXIT
097900         MOVE WS-TT-DROPPED-COUNT TO WS-COUNT-ED
098000         STRING 'NOTE: ' WS-COUNT-ED ' TERMS BEYOND THE FIRST '
098100                 '5000 WERE NOT CHECKED FOR A REHIRE'
098200             DELIMITED BY SIZE
098300             INTO WS-PRINT-LINE
098400         END-STRING
098500         PERFORM 5100-PRINT-LINE
098600             THRU 5100-PRINT-LINE-EXIT
098700     END-IF
098800     IF WS-MT-DROPPED-COUNT > ZERO
098900         PERFORM 5100-PRINT-LINE
099000             THRU 5100-PRINT-LINE-EXIT
099100         MOVE 'NOTE: THE RANGE HOLDS MORE THAN 600 SNAPSHOT '
099200             TO WS-PRINT-LINE
099300         MOVE 'MONTHS; AVERAGE HEADCOUNT IS OVERSTATED'
099400             TO WS-PRINT-LINE(46:)
099500         PERFORM 5100-PRINT-LINE
099600             THRU 5100-PRINT-LINE-EXIT
099700     END-IF.
099800 4400-PRINT-BASIS-EXIT.
099900     EXIT.
100000
100100*================================================================*
100200 5000-WRITE-REPORT-HEADERS.
100300*    TITLE LINE (WITH RUN DATE AND PAGE NUMBER), THE REQUESTED
100400*    RANGE, COLUMN HEADINGS, AND AN UNDERLINE, SAME STYLE AS
100500*    THE EMPJRPT HEADERS.
100600*================================================================*
100700     ADD 1 TO WS-PAGE-COUNT
100800     MOVE ZERO TO WS-LINE-COUNT
100900
101000     MOVE SPACES TO REPORT-RECORD
101100     STRING 'TURNOVER AND TENURE REPORT'
101200                                       DELIMITED BY SIZE
101300             '  RUN DATE: '            DELIMITED BY SIZE
101400             WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-CCYY
101500                                       DELIMITED BY SIZE
101600             '     PAGE: '             DELIMITED BY SIZE
101700             WS-PAGE-COUNT             DELIMITED BY SIZE
101800         INTO REPORT-RECORD
101900     END-STRING
102000     IF WS-PAGE-COUNT = 1
102100         WRITE REPORT-RECORD
102200     ELSE
102300         WRITE REPORT-RECORD AFTER ADVANCING PAGE
102400     END-IF
102500
102600     MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-ED
102700     MOVE SPACES TO REPORT-RECORD
102800     STRING 'TERMINATION RANGE '  DELIMITED BY SIZE
102900             WS-FROM-DATE         DELIMITED BY SIZE
103000             ' THRU '             DELIMITED BY SIZE
103100             WS-TO-DATE           DELIMITED BY SIZE
103200             ', << = ANNUALIZED TURNOVER ABOVE '
103300                                  DELIMITED BY SIZE
103400             WS-THRESHOLD-ED      DELIMITED BY SIZE
103500             '%'                  DELIMITED BY SIZE
103600         INTO REPORT-RECORD
103700     END-STRING
103800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
103900
104000     MOVE SPACES TO REPORT-RECORD
104100     MOVE 'DEPT' TO REPORT-RECORD(1:4)
104200     MOVE 'DEPARTMENT NAME' TO REPORT-RECORD(7:15)
104300     MOVE 'TERMS' TO REPORT-RECORD(32:5)
104400     MOVE 'AVG HDCNT' TO REPORT-RECORD(39:9)
104500     MOVE 'TURNOVER' TO REPORT-RECORD(50:8)
104600     MOVE 'TENURE' TO REPORT-RECORD(60:6)
104700     MOVE 'EARLY 90D' TO REPORT-RECORD(70:9)
104800     MOVE 'REHIRED' TO REPORT-RECORD(83:7)
104900     MOVE 'FLAG' TO REPORT-RECORD(92:4)
105000     WRITE REPORT-RECORD AFTER ADVANCING 2 LINES
105100
105200     MOVE SPACES TO REPORT-RECORD
105300     MOVE ALL '-' TO REPORT-RECORD(1:4)
105400     MOVE ALL '-' TO REPORT-RECORD(7:20)
105500     MOVE ALL '-' TO REPORT-RECORD(28:9)
105600     MOVE ALL '-' TO REPORT-RECORD(39:9)
105700     MOVE ALL '-' TO REPORT-RECORD(49:9)
105800     MOVE ALL '-' TO REPORT-RECORD(60:6)
105900     MOVE ALL '-' TO REPORT-RECORD(70:9)
106000     MOVE ALL '-' TO REPORT-RECORD(81:9)
106100     MOVE ALL '-' TO REPORT-RECORD(92:4)
106200     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
106300     ADD 5 TO WS-LINE-COUNT.
106400 5000-WRITE-REPORT-HEADERS-EXIT.
106500     EXIT.
106600
106700*================================================================*
106800 5100-PRINT-LINE.
106900*    WRITE WS-PRINT-LINE, STARTING A NEW PAGE FIRST IF THIS ONE
107000*    IS FULL.
107100*================================================================*
107200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
107300         PERFORM 5000-WRITE-REPORT-HEADERS
107400             THRU 5000-WRITE-REPORT-HEADERS-EXIT
107500     END-IF
107600     MOVE WS-PRINT-LINE TO REPORT-RECORD
107700     WRITE REPORT-RECORD AFTER ADVANCING 1 LINES
107800     ADD 1 TO WS-LINE-COUNT
107900     MOVE SPACES TO WS-PRINT-LINE.
108000 5100-PRINT-LINE-EXIT.
108100     EXIT.
108200
108300*================================================================*
108400 6000-FIND-DEPARTMENT.
108500*    WS-DT-HIT := THE TABLE ENTRY FOR WS-KEY-DEPT, ADDED IN
108600*    DEPARTMENT ORDER IF IT IS NOT THERE YET, OR ZERO ONCE THE
108700*    TABLE IS FULL.
108800*================================================================*
108900     MOVE ZERO TO WS-DT-HIT
109000     COMPUTE WS-DT-POS = WS-DT-COUNT + 1
109100     MOVE 'N' TO WS-DT-STOP-SW
109200     PERFORM 6010-SCAN-DEPARTMENT
109300         THRU 6010-SCAN-DEPARTMENT-EXIT
109400         VARYING WS-DT-IDX FROM 1 BY 1
109500         UNTIL WS-DT-IDX > WS-DT-COUNT
109600             OR DT-POSITION-FOUND
109700
109800     IF WS-DT-POS NOT > WS-DT-COUNT
109900         IF DT-DEPT-CODE (WS-DT-POS) = WS-KEY-DEPT
110000             MOVE WS-DT-POS TO WS-DT-HIT
110100             GO TO 6000-FIND-DEPARTMENT-EXIT
110200         END-IF
110300     END-IF
110400
110500     IF WS-DT-COUNT >= WS-DT-MAX
110600         IF NOT DT-TABLE-FULL
110700             DISPLAY 'EMPTURN: MORE THAN ' WS-DT-MAX
110800                 ' DEPARTMENTS IN THE RANGE; THE REST ARE '
110900                 'COUNTED AS DROPPED'
111000             MOVE 'Y' TO WS-DT-FULL-SW
111100         END-IF
111200         ADD 1 TO WS-DROPPED-COUNT
111300         GO TO 6000-FIND-DEPARTMENT-EXIT
111400     END-IF
111500
111600     PERFORM 6050-SHIFT-DEPARTMENT
111700         THRU 6050-SHIFT-DEPARTMENT-EXIT
111800         VARYING WS-SHIFT-IDX FROM WS-DT-COUNT BY -1
111900         UNTIL WS-SHIFT-IDX < WS-DT-POS
112000     ADD 1 TO WS-DT-COUNT
112100     MOVE WS-KEY-DEPT TO DT-DEPT-CODE (WS-DT-POS)
112200     MOVE ZERO TO DT-TERMS (WS-DT-POS)
112300     MOVE ZERO TO DT-TENURE-COUNT (WS-DT-POS)
112400     MOVE ZERO TO DT-TENURE-DAYS (WS-DT-POS)
112500     MOVE ZERO TO DT-EARLY (WS-DT-POS)
112600     MOVE ZERO TO DT-REHIRED (WS-DT-POS)
112700     MOVE ZERO TO DT-SNAP-HEADS (WS-DT-POS)
112800     MOVE WS-DT-POS TO WS-DT-HIT.
112900 6000-FIND-DEPARTMENT-EXIT.
113000     EXIT.
113100
113200*================================================================*
113300 6010-SCAN-DEPARTMENT.
113400*    THE FIRST ENTRY NOT BELOW THE KEY IS EITHER THE MATCH OR
113500*    THE PLACE A NEW ENTRY GOES.
113600*================================================================*
113700     IF DT-DEPT-CODE (WS-DT-IDX) NOT < WS-KEY-DEPT
113800         MOVE WS-DT-IDX TO WS-DT-POS
113900         MOVE 'Y' TO WS-DT-STOP-SW
114000     END-IF.
114100 6010-SCAN-DEPARTMENT-EXIT.
114200     EXIT.
114300
114400*================================================================*
114500 6050-SHIFT-DEPARTMENT.
114600*    EACH ENTRY FROM THE INSERT POSITION ON MOVES DOWN ONE.
114700*================================================================*
114800     COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1
114900     MOVE WS-DT-ENTRY (WS-SHIFT-IDX)
115000         TO WS-DT-ENTRY (WS-SHIFT-TO).
115100 6050-SHIFT-DEPARTMENT-EXIT.
115200     EXIT.
115300
115400*================================================================*
115500 6200-ADD-TERMINATION.
115600*    FILE WS-KEY-TERM IN THE TERM TABLE IN KEY ORDER, NOT YET
115700*    REHIRED, UNDER THE DEPARTMENT IT LEFT.
115800*================================================================*
115900     IF WS-TT-COUNT >= WS-TT-MAX
116000         IF NOT TT-TABLE-FULL
116100             DISPLAY 'EMPTURN: MORE THAN ' WS-TT-MAX
116200                 ' TERMS IN THE RANGE; THE REST ARE NOT '
116300                 'CHECKED FOR A REHIRE'
116400             MOVE 'Y' TO WS-TT-FULL-SW
116500         END-IF
116600         ADD 1 TO WS-TT-DROPPED-COUNT
116700         GO TO 6200-ADD-TERMINATION-EXIT
116800     END-IF
116900
117000     COMPUTE WS-TT-POS = WS-TT-COUNT + 1
117100     MOVE 'N' TO WS-TT-STOP-SW
117200     PERFORM 6210-SCAN-TERMINATION
117300         THRU 6210-SCAN-TERMINATION-EXIT
117400         VARYING WS-TT-IDX FROM 1 BY 1
117500         UNTIL WS-TT-IDX > WS-TT-COUNT
117600             OR TT-SCAN-DONE
117700
117800     PERFORM 6250-SHIFT-TERMINATION
117900         THRU 6250-SHIFT-TERMINATION-EXIT
118000         VARYING WS-SHIFT-IDX FROM WS-TT-COUNT BY -1
118100         UNTIL WS-SHIFT-IDX < WS-TT-POS
118200     ADD 1 TO WS-TT-COUNT
118300     MOVE WS-KEY-TERM TO TT-KEY (WS-TT-POS)
118400     MOVE WS-KEY-DEPT TO TT-DEPT-CODE (WS-TT-POS)
118500     MOVE 'N' TO TT-REHIRED-SW (WS-TT-POS).
118600 6200-ADD-TERMINATION-EXIT.
118700     EXIT.
118800
118900*================================================================*
119000 6210-SCAN-TERMINATION.
119100*================================================================*
119200     IF TT-KEY (WS-TT-IDX) > WS-KEY-TERM
119300         MOVE WS-TT-IDX TO WS-TT-POS
119400         MOVE 'Y' TO WS-TT-STOP-SW
119500     END-IF.
119600 6210-SCAN-TERMINATION-EXIT.
119700     EXIT.
119800
119900*================================================================*
120000 6250-SHIFT-TERMINATION.
120100*================================================================*
120200     COMPUTE WS-SHIFT-TO = WS-SHIFT-IDX + 1
120300     MOVE WS-TT-ENTRY (WS-SHIFT-IDX)
120400         TO WS-TT-ENTRY (WS-SHIFT-TO).
120500 6250-SHIFT-TERMINATION-EXIT.
120600     EXIT.
120700
120800*================================================================*
120900 6300-MARK-REHIRED.
121000*    WS-KEY-EMP-ID WAS SEEN ON WS-EVENT-DATE, ON A SNAPSHOT OR
121100*    TERMINATED AGAIN.  EVERY TERM OF THAT EMP-ID IN THE TABLE
121200*    DATED EARLIER THAN THAT CAME BACK.  THE TABLE IS IN EMP-ID
121300*    ORDER, SO THE SCAN STOPS PAST THE EMP-ID.
121400*================================================================*
121500     MOVE 'N' TO WS-TT-STOP-SW
121600     PERFORM 6310-CHECK-TERMINATION
121700         THRU 6310-CHECK-TERMINATION-EXIT
121800         VARYING WS-TT-IDX FROM 1 BY 1
121900         UNTIL WS-TT-IDX > WS-TT-COUNT
122000             OR TT-SCAN-DONE.
122100 6300-MARK-REHIRED-EXIT.
122200     EXIT.
122300
122400*================================================================*
122500 6310-CHECK-TERMINATION.
122600*================================================================*
122700     IF TT-EMP-ID (WS-TT-IDX) > WS-KEY-EMP-ID
122800         MOVE 'Y' TO WS-TT-STOP-SW
122900         GO TO 6310-CHECK-TERMINATION-EXIT
123000     END-IF
123100     IF TT-EMP-ID (WS-TT-IDX) = WS-KEY-EMP-ID
123200         AND TT-TERM-DATE (WS-TT-IDX) < WS-EVENT-DATE
123300         MOVE 'Y' TO TT-REHIRED-SW (WS-TT-IDX)
123400     END-IF.
123500 6310-CHECK-TERMINATION-EXIT.
123600     EXIT.
123700
123800*================================================================*
123900 7000-DATE-TO-DAY-NUMBER.
124000*    WS-DN-DAY-NUMBER := THE DAY NUMBER OF WS-DN-DATE, WHICH
124100*    MUST ALREADY HAVE PASSED 7100.  MARCH IS MONTH 0 OF THE
124200*    YEAR, SO JANUARY AND FEBRUARY BELONG TO THE YEAR BEFORE;
124300*    THE MONTHS BEFORE THIS ONE THEN HOLD (153 * MONTH + 2) / 5
124400*    DAYS, AND THE LEAP DAYS BEFORE THIS YEAR ARE YEAR / 4 LESS
124500*    YEAR / 100 PLUS YEAR / 400, EACH DIVIDE DROPPING ITS
124600*    REMAINDER.
124700*================================================================*
124800     IF WS-DN-MM > 2
124900         MOVE WS-DN-CCYY TO WS-DN-YEAR
125000         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
125100     ELSE
125200         COMPUTE WS-DN-YEAR = WS-DN-CCYY - 1
125300         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
125400     END-IF
125500
125600     COMPUTE WS-DN-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-DD
125700     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
125800     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
125900     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
126000     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
126100     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
126200     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
126300     COMPUTE WS-DN-QUOTIENT = WS-DN-MONTH * 153 + 2
126400     DIVIDE WS-DN-QUOTIENT BY 5 GIVING WS-DN-QUOTIENT
126500     ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER.
126600 7000-DATE-TO-DAY-NUMBER-EXIT.
126700     EXIT.
126800
126900*================================================================*
127000 7100-CHECK-DATE.
127100*    DATE-VALID WHEN WS-DN-DATE IS A REAL CALENDAR DATE.
127200*================================================================*
127300     MOVE 'N' TO WS-DATE-VALID-SW
127400     IF WS-DN-CCYY = ZERO
127500         OR WS-DN-MM < 1
127600         OR WS-DN-MM > 12
127700         OR WS-DN-DD < 1
127800         GO TO 7100-CHECK-DATE-EXIT
127900     END-IF
128000     PERFORM 7150-SET-DAYS-IN-MONTH
128100         THRU 7150-SET-DAYS-IN-MONTH-EXIT
128200     IF WS-DN-DD > WS-DAYS-IN-MONTH
128300         GO TO 7100-CHECK-DATE-EXIT
128400     END-IF
128500     MOVE 'Y' TO WS-DATE-VALID-SW.
128600 7100-CHECK-DATE-EXIT.
128700     EXIT.
128800
128900*================================================================*
129000 7150-SET-DAYS-IN-MONTH.
129100*    SET WS-DAYS-IN-MONTH FOR WS-DN-MM/WS-DN-CCYY, THE SAME
129200*    RULE EMPEDIT EDITS ITS DATES WITH.
129300*================================================================*
129400     EVALUATE WS-DN-MM
129500         WHEN 01
129600         WHEN 03
129700         WHEN 05
129800         WHEN 07
129900         WHEN 08
130000         WHEN 10
130100         WHEN 12
130200             MOVE 31 TO WS-DAYS-IN-MONTH
130300         WHEN 04
130400         WHEN 06
130500         WHEN 09
130600         WHEN 11
130700             MOVE 30 TO WS-DAYS-IN-MONTH
130800         WHEN 02
130900             PERFORM 7170-CHECK-LEAP-YEAR
131000                 THRU 7170-CHECK-LEAP-YEAR-EXIT
131100             IF LEAP-YEAR
131200                 MOVE 29 TO WS-DAYS-IN-MONTH
131300             ELSE
131400                 MOVE 28 TO WS-DAYS-IN-MONTH
131500             END-IF
131600     END-EVALUATE.
131700 7150-SET-DAYS-IN-MONTH-EXIT.
131800     EXIT.
131900
132000*================================================================*
132100 7170-CHECK-LEAP-YEAR.
132200*================================================================*
132300     MOVE 'N' TO WS-LEAP-YEAR-SW
132400     DIVIDE WS-DN-CCYY BY 4
132500         GIVING WS-LEAP-QUOTIENT
132600         REMAINDER WS-LEAP-REMAINDER
132700     IF WS-LEAP-REMAINDER = ZERO
132800         MOVE 'Y' TO WS-LEAP-YEAR-SW
132900     END-IF
133000     DIVIDE WS-DN-CCYY BY 100
133100         GIVING WS-LEAP-QUOTIENT
133200         REMAINDER WS-LEAP-REMAINDER
133300     IF WS-LEAP-REMAINDER = ZERO
133400         MOVE 'N' TO WS-LEAP-YEAR-SW
133500         DIVIDE WS-DN-CCYY BY 400
133600             GIVING WS-LEAP-QUOTIENT
133700             REMAINDER WS-LEAP-REMAINDER
133800         IF WS-LEAP-REMAINDER = ZERO
133900             MOVE 'Y' TO WS-LEAP-YEAR-SW
134000         END-IF
134100     END-IF.
134200 7170-CHECK-LEAP-YEAR-EXIT.
134300     EXIT.
134400
134500*================================================================*
134600 9000-TERMINATE.
134700*================================================================*
134800     IF DEPT-FILE-OPEN
134900         CLOSE DEPT-FILE
135000     END-IF
135100     IF REPORT-FILE-OPEN
135200         CLOSE REPORT-FILE
135300     END-IF
135400
135500     DISPLAY 'EMPTURN: TERM RECORDS READ      '
135600         WS-TERM-READ-COUNT
135700     DISPLAY 'EMPTURN: TERMS IN RANGE         ' WS-TOT-TERMS
135800     DISPLAY 'EMPTURN: SNAPSHOT RECORDS READ  '
135900         WS-SNAP-READ-COUNT
136000     DISPLAY 'EMPTURN: SNAPSHOT RECORDS USED  '
136100         WS-SNAP-RANGE-COUNT
136200     DISPLAY 'EMPTURN: DEPARTMENTS FLAGGED    ' WS-FLAGGED-COUNT.
136300 9000-TERMINATE-EXIT.
136400     EXIT.
