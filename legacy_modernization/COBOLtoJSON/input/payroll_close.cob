000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPPAYCL.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   04/12/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPPAYCL                                                      *
000900*  PAYROLL CLOSE.  POSTS ONE PAY PERIOD'S EARNINGS, AS WRITTEN   *
001000*  BY EMPPAYRG TO THE EARNINGS DETAIL FILE EMPPAYDT.DAT, TO THE  *
001100*  YEAR-TO-DATE EARNINGS FILE EMPYTD.DAT (KEYED ON EMP-ID), AND  *
001200*  KEEPS THE PERIOD'S GL INTERFACE LINES ON THE GL HISTORY FILE  *
001300*  EMPGLHST.DAT, BECAUSE EMPGLINT.DAT ITSELF IS REWRITTEN BY     *
001400*  EVERY REGISTER RUN.  EMPYTDST TIES ITS YEAR-END COMPANY       *
001500*  TOTAL TO THAT HISTORY.                                        *
001600*                                                                *
001700*  A PERIOD IS CLOSED ONCE.  EVERY CLOSE IS RECORDED ON THE      *
001800*  CLOSED-PERIOD LEDGER, EMPPCLOS.DAT, AND A SECOND CLOSE OF     *
001900*  THE SAME PERIOD -- OR OF ANY PERIOD EARLIER THAN THE LAST     *
002000*  ONE CLOSED -- IS REFUSED WITH RETURN CODE 8 BEFORE ANYTHING   *
002100*  IS POSTED.  SO IS A CLOSE WHOSE DETAIL DOES NOT TIE TO THE    *
002200*  GL INTERFACE FROM THE SAME REGISTER RUN, SINCE THAT MEANS     *
002300*  THE REGISTER WAS OUT OF BALANCE OR THE FILES ARE FROM TWO     *
002400*  DIFFERENT RUNS.                                               *
002500*                                                                *
002600*  THE POSTING IS SAFE TO RESTART AFTER AN ABEND: A YTD RECORD   *
002700*  WHOSE LAST POSTED PERIOD IS ALREADY THIS ONE IS LEFT ALONE,   *
002800*  AND GL LINES ALREADY ON THE HISTORY FOR THIS REGISTER RUN     *
002900*  DATE ARE NOT COPIED AGAIN -- A COPY CUT SHORT IS FINISHED     *
002910*  FROM THE FIRST LINE MISSING.  THE LEDGER RECORD IS WRITTEN    *
003000*  LAST, SO AN INTERRUPTED CLOSE IS SIMPLY RUN AGAIN.            *
003100*                                                                *
003200*  THE CLOSE NEVER OPENS EMPLOYEE.DAT, SO IT DOES NOT TAKE THE   *
003300*  RUN CONTROL.  A TERMINATED EMPLOYEE'S YTD RECORD IS NEVER     *
003400*  DELETED, SO THE YEAR'S EARNINGS SURVIVE THE EMPMAINT DELETE   *
003500*  AND THE EMPTERM.DAT ARCHIVE.                                  *
003600*----------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                          *
003800*  DATE       BY   DESCRIPTION                                   *
003900*  04/12/1999 RWB  ORIGINAL PAYROLL CLOSE.                       *
003910*  06/14/1999 RWB  A GL HISTORY COPY INTERRUPTED PART WAY IS NOW *
003920*                  FINISHED ON THE RERUN INSTEAD OF LEFT SHORT.  *
004000*================================================================*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PAYDT-FILE ASSIGN TO 'EMPPAYDT.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PAYDT-FILE-STATUS.
004700
004800     SELECT GL-FILE ASSIGN TO 'EMPGLINT.DAT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-GL-FILE-STATUS.
005100
005200     SELECT GLH-FILE ASSIGN TO 'EMPGLHST.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GLH-FILE-STATUS.
005500
005600     SELECT CLOS-FILE ASSIGN TO 'EMPPCLOS.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CLOS-FILE-STATUS.
005900
006000     SELECT YTD-FILE ASSIGN TO 'EMPYTD.DAT'
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS YTD-EMP-ID
006400         FILE STATUS IS WS-YTD-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PAYDT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 COPY EMPPAYDT.
007100
007200 FD  GL-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 COPY EMPGLINT.
007500
007600 FD  GLH-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY EMPGLINT REPLACING LEADING ==GL== BY ==GLH==.
007900
008000*    ONE LINE PER CLOSED PERIOD: THE PERIOD, THIS CLOSE'S RUN-ID,
008100*    THE REGISTER RUN IT CLOSED, AND THE CONTROL TOTALS POSTED.
008200 FD  CLOS-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  CLOS-RECORD.
008500     05  CLOS-PERIOD              PIC 9(06).
008600     05  FILLER                   PIC X(02).
008700     05  CLOS-RUN-ID              PIC X(14).
008800     05  FILLER                   PIC X(02).
008900     05  CLOS-REG-RUN-ID          PIC X(14).
009000     05  FILLER                   PIC X(02).
009100     05  CLOS-EMP-COUNT           PIC 9(07).
009200     05  FILLER                   PIC X(02).
009300     05  CLOS-GROSS               PIC 9(11)V99.
009400
009500 FD  YTD-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 COPY EMPYTD.
009800
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------------*
010100*    FILE STATUS AND END-OF-FILE SWITCHES                        *
010200*----------------------------------------------------------------*
010300 01  WS-PAYDT-FILE-STATUS    PIC X(02).
010400     88  PAYDT-FILE-OK               VALUE '00'.
010500     88  PAYDT-FILE-MISSING          VALUE '35'.
010600
010700 01  WS-GL-FILE-STATUS       PIC X(02).
010800     88  GL-FILE-OK                  VALUE '00'.
010900     88  GL-FILE-MISSING             VALUE '35'.
011000
011100 01  WS-GLH-FILE-STATUS      PIC X(02).
011200     88  GLH-FILE-OK                 VALUE '00'.
011300     88  GLH-FILE-MISSING            VALUE '35'.
011400
011500 01  WS-CLOS-FILE-STATUS     PIC X(02).
011600     88  CLOS-FILE-OK                VALUE '00'.
011700     88  CLOS-FILE-MISSING           VALUE '35'.
011800
011900 01  WS-YTD-FILE-STATUS      PIC X(02).
012000     88  YTD-FILE-OK                 VALUE '00'.
012100     88  YTD-FILE-MISSING            VALUE '35'.
012200
012300 01  WS-YTD-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
012400     88  YTD-FILE-OPEN               VALUE 'Y'.
012500
012600 01  EOF-FLAG                PIC X(01) VALUE 'N'.
012700     88  END-OF-FILE                 VALUE 'Y'.
012800
012900*    SET BY ANY CHECK THAT REFUSES THE CLOSE; NOTHING IS POSTED
013000*    ONCE IT IS ON.
013100 01  WS-REFUSED-SW           PIC X(01) VALUE 'N'.
013200     88  CLOSE-REFUSED               VALUE 'Y'.
013300
013400 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
013500 01  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
013600 01  WS-RUN-ID.
013700     05  WS-RUN-ID-DATE          PIC 9(08).
013800     05  WS-RUN-ID-TIME          PIC 9(06).
013900
014000*----------------------------------------------------------------*
014100*    THE PERIOD BEING CLOSED, TAKEN FROM THE FIRST DETAIL        *
014200*    RECORD; EVERY OTHER DETAIL RECORD MUST AGREE WITH IT        *
014300*----------------------------------------------------------------*
014400 01  WS-CLOSE-PERIOD         PIC 9(06) VALUE ZERO.
014500 01  WS-CLOSE-PERIOD-X REDEFINES WS-CLOSE-PERIOD.
014600     05  WS-CLOSE-CCYY           PIC 9(04).
014700     05  WS-CLOSE-MM             PIC 9(02).
014800 01  WS-REG-RUN-ID           PIC X(14) VALUE SPACES.
014900 01  WS-REG-RUN-DATE         PIC 9(08) VALUE ZERO.
015000 01  WS-LAST-CLOSED-PERIOD   PIC 9(06) VALUE ZERO.
015100
015200*----------------------------------------------------------------*
015300*    CONTROL TOTALS                                              *
015400*----------------------------------------------------------------*
015500 01  WS-DETAIL-COUNT         PIC 9(07) VALUE ZERO.
015600 01  WS-DETAIL-GROSS         PIC 9(11)V99 COMP-3 VALUE ZERO.
015700 01  WS-GL-DEBIT-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
015800 01  WS-GL-CREDIT-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
015900 01  WS-GL-LINE-COUNT        PIC 9(07) VALUE ZERO.
016000 01  WS-GL-OTHER-RUN-COUNT   PIC 9(07) VALUE ZERO.
016100 01  WS-GLH-PRESENT-COUNT    PIC 9(07) VALUE ZERO.
016200 01  WS-GLH-COPIED-COUNT     PIC 9(07) VALUE ZERO.
016210 01  WS-GL-READ-COUNT        PIC 9(07) VALUE ZERO.
016300 01  WS-YTD-ADDED-COUNT      PIC 9(07) VALUE ZERO.
016400 01  WS-YTD-POSTED-COUNT     PIC 9(07) VALUE ZERO.
016500 01  WS-YTD-ROLLED-COUNT     PIC 9(07) VALUE ZERO.
016600 01  WS-YTD-SKIPPED-COUNT    PIC 9(07) VALUE ZERO.
016700 01  WS-POSTED-GROSS         PIC 9(11)V99 COMP-3 VALUE ZERO.
016800
016900 01  WS-TOTAL-ED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017000
017100 PROCEDURE DIVISION.
017200*================================================================*
017300 0000-MAINLINE.
017400*================================================================*
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT
017700     IF NOT CLOSE-REFUSED
017800         PERFORM 2000-PROVE-DETAIL
017900             THRU 2000-PROVE-DETAIL-EXIT
018000     END-IF
018100     IF NOT CLOSE-REFUSED
018200         PERFORM 2500-CHECK-LEDGER
018300             THRU 2500-CHECK-LEDGER-EXIT
018400     END-IF
018500     IF NOT CLOSE-REFUSED
018600         PERFORM 3000-PROVE-GL
018700             THRU 3000-PROVE-GL-EXIT
018800     END-IF
018900     IF NOT CLOSE-REFUSED
019000         PERFORM 4000-POST-YTD
019100             THRU 4000-POST-YTD-EXIT
019200     END-IF
019300     IF NOT CLOSE-REFUSED
019400         PERFORM 5000-COPY-GL-HISTORY
019500             THRU 5000-COPY-GL-HISTORY-EXIT
019600     END-IF
019700     IF NOT CLOSE-REFUSED
019800         PERFORM 6000-WRITE-LEDGER
019900             THRU 6000-WRITE-LEDGER-EXIT
020000     END-IF
020100     PERFORM 9000-TERMINATE
020200         THRU 9000-TERMINATE-EXIT
020300     STOP RUN.
020400
020500*================================================================*
020600 1000-INITIALIZE.
020700*================================================================*
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020900     ACCEPT WS-RUN-TIME FROM TIME
021000     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
021100     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
021200     DISPLAY 'EMPPAYCL: PAYROLL CLOSE RUN ' WS-RUN-ID.
021300 1000-INITIALIZE-EXIT.
021400     EXIT.
021500
021600*================================================================*
021700 2000-PROVE-DETAIL.
021800*    ONE PASS OVER THE EARNINGS DETAIL FOR ITS COUNT AND GROSS.
021900*    THE FILE MUST HOLD EXACTLY ONE PERIOD FROM ONE REGISTER
022000*    RUN; AN EMPTY OR MISSING FILE MEANS THERE IS NOTHING TO
022100*    CLOSE.
022200*================================================================*
022300     OPEN INPUT PAYDT-FILE
022400     IF NOT PAYDT-FILE-OK
022500         IF PAYDT-FILE-MISSING
022600             DISPLAY 'EMPPAYCL: NO EMPPAYDT.DAT - RUN EMPPAYRG '
022700                 'BEFORE THE CLOSE'
022800         ELSE
022900             DISPLAY 'EMPPAYCL: CANNOT OPEN EMPPAYDT.DAT, STATUS '
023000                 WS-PAYDT-FILE-STATUS
023100         END-IF
023200         MOVE 'Y' TO WS-REFUSED-SW
023300         GO TO 2000-PROVE-DETAIL-EXIT
023400     END-IF
023500
023600     MOVE 'N' TO EOF-FLAG
023700     PERFORM 2100-READ-DETAIL
023800         THRU 2100-READ-DETAIL-EXIT
023900     IF END-OF-FILE
024000         DISPLAY 'EMPPAYCL: EMPPAYDT.DAT IS EMPTY - NOTHING '
024100             'TO CLOSE'
024200         CLOSE PAYDT-FILE
024300         MOVE 'Y' TO WS-REFUSED-SW
024400         GO TO 2000-PROVE-DETAIL-EXIT
024500     END-IF
024600     MOVE PAYDT-PERIOD TO WS-CLOSE-PERIOD
024700     MOVE PAYDT-RUN-ID TO WS-REG-RUN-ID
024800     MOVE PAYDT-RUN-ID(1:8) TO WS-REG-RUN-DATE
024900
025000     PERFORM 2200-TALLY-DETAIL
025100         THRU 2200-TALLY-DETAIL-EXIT
025200         UNTIL END-OF-FILE
025300         OR CLOSE-REFUSED
025400     CLOSE PAYDT-FILE
025500
025600     MOVE WS-DETAIL-GROSS TO WS-TOTAL-ED
025700     DISPLAY 'EMPPAYCL: PERIOD ' WS-CLOSE-PERIOD
025800         ' REGISTER RUN ' WS-REG-RUN-ID
025900     DISPLAY 'EMPPAYCL: DETAIL RECORDS ' WS-DETAIL-COUNT
026000         ' GROSS ' WS-TOTAL-ED.
026100 2000-PROVE-DETAIL-EXIT.
026200     EXIT.
026300
026400*================================================================*
026500 2100-READ-DETAIL.
026600*================================================================*
026700     READ PAYDT-FILE
026800         AT END
026900             MOVE 'Y' TO EOF-FLAG
027000     END-READ.
027100 2100-READ-DETAIL-EXIT.
027200     EXIT.
027300
027400*================================================================*
027500 2200-TALLY-DETAIL.
027600*================================================================*
027700     IF PAYDT-PERIOD NOT = WS-CLOSE-PERIOD
027800     OR PAYDT-RUN-ID NOT = WS-REG-RUN-ID
027900         DISPLAY 'EMPPAYCL: EMPPAYDT.DAT MIXES REGISTER RUNS ('
028000             WS-REG-RUN-ID ' AND ' PAYDT-RUN-ID
028100             ') - CLOSE REFUSED'
028200         MOVE 8 TO RETURN-CODE
028300         MOVE 'Y' TO WS-REFUSED-SW
028400         GO TO 2200-TALLY-DETAIL-EXIT
028500     END-IF
028600     ADD 1 TO WS-DETAIL-COUNT
028700     ADD PAYDT-GROSS TO WS-DETAIL-GROSS
028800     PERFORM 2100-READ-DETAIL
028900         THRU 2100-READ-DETAIL-EXIT.
029000 2200-TALLY-DETAIL-EXIT.
029100     EXIT.
029200
029300*================================================================*
029400 2500-CHECK-LEDGER.
029500*    READ THE CLOSED-PERIOD LEDGER.  A PERIOD ALREADY ON IT, OR
029600*    ONE EARLIER THAN THE LAST PERIOD CLOSED, IS REFUSED.  NO
029700*    LEDGER AT ALL JUST MEANS THIS IS THE FIRST CLOSE EVER.
029800*================================================================*
029900     OPEN INPUT CLOS-FILE
030000     IF NOT CLOS-FILE-OK
030100         IF CLOS-FILE-MISSING
030200             GO TO 2500-CHECK-LEDGER-EXIT
030300         END-IF
030400         DISPLAY 'EMPPAYCL: CANNOT OPEN EMPPCLOS.DAT, STATUS '
030500             WS-CLOS-FILE-STATUS
030600         MOVE 8 TO RETURN-CODE
030700         MOVE 'Y' TO WS-REFUSED-SW
030800         GO TO 2500-CHECK-LEDGER-EXIT
030900     END-IF
031000
031100     MOVE 'N' TO EOF-FLAG
031200     PERFORM 2600-CHECK-LEDGER-RECORD
031300         THRU 2600-CHECK-LEDGER-RECORD-EXIT
031400         UNTIL END-OF-FILE
031500         OR CLOSE-REFUSED
031600     CLOSE CLOS-FILE
031700
031800     IF NOT CLOSE-REFUSED
031900     AND WS-CLOSE-PERIOD < WS-LAST-CLOSED-PERIOD
032000         DISPLAY 'EMPPAYCL: PERIOD ' WS-CLOSE-PERIOD
032100             ' IS EARLIER THAN THE LAST PERIOD CLOSED, '
032200             WS-LAST-CLOSED-PERIOD ' - CLOSE REFUSED'
032300         MOVE 8 TO RETURN-CODE
032400         MOVE 'Y' TO WS-REFUSED-SW
032500     END-IF.
032600 2500-CHECK-LEDGER-EXIT.
032700     EXIT.
032800
032900*================================================================*
033000 2600-CHECK-LEDGER-RECORD.
033100*================================================================*
033200     READ CLOS-FILE
033300         AT END
033400             MOVE 'Y' TO EOF-FLAG
033500             GO TO 2600-CHECK-LEDGER-RECORD-EXIT
033600     END-READ
033700     IF CLOS-PERIOD = WS-CLOSE-PERIOD
033800         DISPLAY 'EMPPAYCL: PERIOD ' WS-CLOSE-PERIOD
033900             ' WAS ALREADY CLOSED BY RUN ' CLOS-RUN-ID
034000             ' - CLOSE REFUSED'
034100         MOVE 8 TO RETURN-CODE
034200         MOVE 'Y' TO WS-REFUSED-SW
034300         GO TO 2600-CHECK-LEDGER-RECORD-EXIT
034400     END-IF
034500     IF CLOS-PERIOD > WS-LAST-CLOSED-PERIOD
034600         MOVE CLOS-PERIOD TO WS-LAST-CLOSED-PERIOD
034700     END-IF.
034800 2600-CHECK-LEDGER-RECORD-EXIT.
034900     EXIT.
035000
035100*================================================================*
035200 3000-PROVE-GL.
035300*    THE GL INTERFACE MUST BE FROM THE SAME REGISTER RUN AS THE
035400*    DETAIL, AND ITS DEBITS MUST EQUAL BOTH ITS CREDIT AND THE
035500*    DETAIL GROSS -- THE SAME PROOF EMPPAYRG PRINTS AT THE END
035600*    OF THE REGISTER.  AN UNPROVEN PERIOD IS NEVER POSTED.
035700*================================================================*
035800     OPEN INPUT GL-FILE
035900     IF NOT GL-FILE-OK
036000         DISPLAY 'EMPPAYCL: CANNOT OPEN EMPGLINT.DAT, STATUS '
036100             WS-GL-FILE-STATUS ' - CLOSE REFUSED'
036200         MOVE 8 TO RETURN-CODE
036300         MOVE 'Y' TO WS-REFUSED-SW
036400         GO TO 3000-PROVE-GL-EXIT
036500     END-IF
036600
036700     MOVE 'N' TO EOF-FLAG
036800     PERFORM 3100-TALLY-GL-LINE
036900         THRU 3100-TALLY-GL-LINE-EXIT
037000         UNTIL END-OF-FILE
037100     CLOSE GL-FILE
037200
037300     IF WS-GL-OTHER-RUN-COUNT > ZERO
037400         DISPLAY 'EMPPAYCL: ' WS-GL-OTHER-RUN-COUNT
037500             ' EMPGLINT.DAT LINES ARE NOT FROM REGISTER RUN '
037600             'DATE ' WS-REG-RUN-DATE ' - CLOSE REFUSED'
037700         MOVE 8 TO RETURN-CODE
037800         MOVE 'Y' TO WS-REFUSED-SW
037900         GO TO 3000-PROVE-GL-EXIT
038000     END-IF
038100     IF WS-GL-DEBIT-TOTAL NOT = WS-DETAIL-GROSS
038200     OR WS-GL-CREDIT-TOTAL NOT = WS-GL-DEBIT-TOTAL
038300         MOVE WS-GL-DEBIT-TOTAL TO WS-TOTAL-ED
038400         DISPLAY 'EMPPAYCL: GL DEBITS  ' WS-TOTAL-ED
038500         MOVE WS-GL-CREDIT-TOTAL TO WS-TOTAL-ED
038600         DISPLAY 'EMPPAYCL: GL CREDITS ' WS-TOTAL-ED
038700         DISPLAY 'EMPPAYCL: GL INTERFACE DOES NOT TIE TO THE '
038800             'EARNINGS DETAIL - CLOSE REFUSED'
038900         MOVE 8 TO RETURN-CODE
039000         MOVE 'Y' TO WS-REFUSED-SW
039100     END-IF.
039200 3000-PROVE-GL-EXIT.
039300     EXIT.
039400
039500*================================================================*
039600 3100-TALLY-GL-LINE.
039700*================================================================*
039800     READ GL-FILE
039900         AT END
040000             MOVE 'Y' TO EOF-FLAG
040100             GO TO 3100-TALLY-GL-LINE-EXIT
040200     END-READ
040300     ADD 1 TO WS-GL-LINE-COUNT
040400     IF GL-RUN-DATE NOT = WS-REG-RUN-DATE
040500         ADD 1 TO WS-GL-OTHER-RUN-COUNT
040600     END-IF
040700     IF GL-DR-CR = 'DR'
040800         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
040900     ELSE
041000         ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
041100     END-IF.
041200 3100-TALLY-GL-LINE-EXIT.
041300     EXIT.
041400
041500*================================================================*
041600 4000-POST-YTD.
041700*    ADD EACH EMPLOYEE'S PERIOD GROSS TO THE YEAR-TO-DATE FILE,
041800*    CREATING THE FILE ON THE VERY FIRST CLOSE.
041900*================================================================*
042000     OPEN I-O YTD-FILE
042100     IF YTD-FILE-MISSING
042200         OPEN OUTPUT YTD-FILE
042300         IF YTD-FILE-OK
042400             CLOSE YTD-FILE
042500             OPEN I-O YTD-FILE
042600         END-IF
042700     END-IF
042800     IF NOT YTD-FILE-OK
042900         DISPLAY 'EMPPAYCL: CANNOT OPEN EMPYTD.DAT, STATUS '
043000             WS-YTD-FILE-STATUS ' - CLOSE REFUSED'
043100         MOVE 8 TO RETURN-CODE
043200         MOVE 'Y' TO WS-REFUSED-SW
043300         GO TO 4000-POST-YTD-EXIT
043400     END-IF
043500     MOVE 'Y' TO WS-YTD-FILE-OPEN-SW
043600
043700     OPEN INPUT PAYDT-FILE
043800     IF NOT PAYDT-FILE-OK
043900         DISPLAY 'EMPPAYCL: CANNOT REOPEN EMPPAYDT.DAT, STATUS '
044000             WS-PAYDT-FILE-STATUS ' - CLOSE REFUSED'
044100         MOVE 8 TO RETURN-CODE
044200         MOVE 'Y' TO WS-REFUSED-SW
044300         GO TO 4000-POST-YTD-EXIT
044400     END-IF
044500
044600     MOVE 'N' TO EOF-FLAG
044700     PERFORM 2100-READ-DETAIL
044800         THRU 2100-READ-DETAIL-EXIT
044900     PERFORM 4100-POST-EMPLOYEE
045000         THRU 4100-POST-EMPLOYEE-EXIT
045100         UNTIL END-OF-FILE
045150             OR CLOSE-REFUSED
045200     CLOSE PAYDT-FILE
045300     CLOSE YTD-FILE
045400     MOVE 'N' TO WS-YTD-FILE-OPEN-SW.
045500 4000-POST-YTD-EXIT.
045600     EXIT.
045700
045800*================================================================*
045900 4100-POST-EMPLOYEE.
046000*    A NEW EMP-ID GETS A NEW YTD RECORD.  THE FIRST PERIOD OF A
046100*    NEW YEAR ROLLS THE OLD YEAR INTO THE PRIOR-YEAR FIELDS
046200*    FIRST.  A RECORD ALREADY CARRYING THIS PERIOD (A RESTARTED
046300*    CLOSE) IS SKIPPED.  NAME AND DEPARTMENT FOLLOW THE LATEST
046400*    REGISTER SO THE STATEMENT SHOWS WHERE THE PERSON WAS PAID.
046420*    A YTD RECORD THAT CANNOT BE ADDED OR UPDATED REFUSES THE
046440*    CLOSE: NEITHER THE GL HISTORY NOR THE LEDGER LINE IS
046460*    WRITTEN, AND THE RERUN SKIPS WHAT WAS ALREADY POSTED.
046500*================================================================*
046600     MOVE PAYDT-EMP-ID TO YTD-EMP-ID
046700     READ YTD-FILE
046800         INVALID KEY
046900             MOVE SPACES TO YTD-RECORD
047000             MOVE PAYDT-EMP-ID TO YTD-EMP-ID
047100             MOVE WS-CLOSE-CCYY TO YTD-YEAR
047200             MOVE ZERO TO YTD-GROSS
047300             MOVE ZERO TO YTD-PERIODS-PAID
047400             MOVE ZERO TO YTD-LAST-PERIOD
047500             MOVE ZERO TO YTD-LAST-GROSS
047600             MOVE ZERO TO YTD-PRIOR-YEAR
047700             MOVE ZERO TO YTD-PRIOR-GROSS
047800             MOVE ZERO TO YTD-PRIOR-PERIODS
047900             PERFORM 4200-APPLY-PERIOD
048000                 THRU 4200-APPLY-PERIOD-EXIT
048100             WRITE YTD-RECORD
048200                 INVALID KEY
048300                     DISPLAY 'EMPPAYCL: CANNOT ADD YTD FOR '
048400                         PAYDT-EMP-ID ', STATUS '
048500                         WS-YTD-FILE-STATUS
048600                     MOVE 8 TO RETURN-CODE
048650                     MOVE 'Y' TO WS-REFUSED-SW
048700                 NOT INVALID KEY
048800                     ADD 1 TO WS-YTD-ADDED-COUNT
048900                     ADD PAYDT-GROSS TO WS-POSTED-GROSS
049000             END-WRITE
049100         NOT INVALID KEY
049200             IF YTD-LAST-PERIOD NOT < WS-CLOSE-PERIOD
049300                 ADD 1 TO WS-YTD-SKIPPED-COUNT
049400             ELSE
049500                 IF WS-CLOSE-CCYY > YTD-YEAR
049600                     MOVE YTD-YEAR TO YTD-PRIOR-YEAR
049700                     MOVE YTD-GROSS TO YTD-PRIOR-GROSS
049800                     MOVE YTD-PERIODS-PAID TO YTD-PRIOR-PERIODS
049900                     MOVE WS-CLOSE-CCYY TO YTD-YEAR
050000                     MOVE ZERO TO YTD-GROSS
050100                     MOVE ZERO TO YTD-PERIODS-PAID
050200                     ADD 1 TO WS-YTD-ROLLED-COUNT
050300                 END-IF
050400                 PERFORM 4200-APPLY-PERIOD
050500                     THRU 4200-APPLY-PERIOD-EXIT
050600                 REWRITE YTD-RECORD
050700                     INVALID KEY
050800                         DISPLAY 'EMPPAYCL: CANNOT UPDATE YTD '
050900                             'FOR ' PAYDT-EMP-ID ', STATUS '
051000                             WS-YTD-FILE-STATUS
051100                         MOVE 8 TO RETURN-CODE
051150                         MOVE 'Y' TO WS-REFUSED-SW
051200                     NOT INVALID KEY
051300                         ADD 1 TO WS-YTD-POSTED-COUNT
051400                         ADD PAYDT-GROSS TO WS-POSTED-GROSS
051500                 END-REWRITE
051600             END-IF
051700     END-READ
051800
051900     PERFORM 2100-READ-DETAIL
052000         THRU 2100-READ-DETAIL-EXIT.
052100 4100-POST-EMPLOYEE-EXIT.
052200     EXIT.
052300
052400*================================================================*
052500 4200-APPLY-PERIOD.
052600*================================================================*
052700     MOVE PAYDT-EMP-NAME TO YTD-EMP-NAME
052800     MOVE PAYDT-DEPT-CODE TO YTD-DEPT-CODE
052900     ADD PAYDT-GROSS TO YTD-GROSS
053000     ADD 1 TO YTD-PERIODS-PAID
053100     MOVE WS-CLOSE-PERIOD TO YTD-LAST-PERIOD
053200     MOVE PAYDT-GROSS TO YTD-LAST-GROSS.
053300 4200-APPLY-PERIOD-EXIT.
053400     EXIT.
053500
053600*================================================================*
053700 5000-COPY-GL-HISTORY.
053800*    APPEND THIS PERIOD'S GL LINES TO THE GL HISTORY.  AN
053900*    INTERRUPTED EARLIER CLOSE MAY ALREADY HAVE PUT SOME OR ALL
053910*    OF THE LINES FOR THIS REGISTER RUN DATE THERE; THEY WENT
053920*    ON IN EMPGLINT.DAT ORDER, SO ONLY THE LINES PAST THOSE ARE
053930*    COPIED.  MORE LINES ON THE HISTORY THAN THE INTERFACE HOLDS
053940*    MEANS THE FILES ARE FROM DIFFERENT RUNS; THE CLOSE IS
054000*    REFUSED.
054100*================================================================*
054200     OPEN INPUT GLH-FILE
054300     IF GLH-FILE-OK
054400         MOVE 'N' TO EOF-FLAG
054500         PERFORM 5100-CHECK-HISTORY-LINE
054600             THRU 5100-CHECK-HISTORY-LINE-EXIT
054700             UNTIL END-OF-FILE
054800         CLOSE GLH-FILE
054900     ELSE
055000         IF NOT GLH-FILE-MISSING
055100             DISPLAY 'EMPPAYCL: CANNOT READ EMPGLHST.DAT, '
055200                 'STATUS ' WS-GLH-FILE-STATUS
055300             MOVE 8 TO RETURN-CODE
055400             MOVE 'Y' TO WS-REFUSED-SW
055500             GO TO 5000-COPY-GL-HISTORY-EXIT
055600         END-IF
055700     END-IF
055800     IF WS-GLH-PRESENT-COUNT = WS-GL-LINE-COUNT
055900         DISPLAY 'EMPPAYCL: ' WS-GLH-PRESENT-COUNT
056000             ' GL LINES FOR ' WS-REG-RUN-DATE
056100             ' ALREADY ON EMPGLHST.DAT - NOT COPIED AGAIN'
056200         GO TO 5000-COPY-GL-HISTORY-EXIT
056300     END-IF
056310     IF WS-GLH-PRESENT-COUNT > WS-GL-LINE-COUNT
056320         DISPLAY 'EMPPAYCL: EMPGLHST.DAT HOLDS '
056330             WS-GLH-PRESENT-COUNT ' GL LINES FOR '
056340             WS-REG-RUN-DATE ' BUT EMPGLINT.DAT HAS ONLY '
056350             WS-GL-LINE-COUNT ' - CLOSE REFUSED'
056360         MOVE 8 TO RETURN-CODE
056370         MOVE 'Y' TO WS-REFUSED-SW
056380         GO TO 5000-COPY-GL-HISTORY-EXIT
056390     END-IF
056391     IF WS-GLH-PRESENT-COUNT > ZERO
056392         DISPLAY 'EMPPAYCL: ONLY ' WS-GLH-PRESENT-COUNT ' OF '
056393             WS-GL-LINE-COUNT ' GL LINES FOR ' WS-REG-RUN-DATE
056394             ' ON EMPGLHST.DAT - COPYING THE REST'
056395     END-IF
056400
056500     OPEN EXTEND GLH-FILE
056600     IF GLH-FILE-MISSING
056700         OPEN OUTPUT GLH-FILE
056800     END-IF
056900     IF NOT GLH-FILE-OK
057000         DISPLAY 'EMPPAYCL: CANNOT EXTEND EMPGLHST.DAT, STATUS '
057100             WS-GLH-FILE-STATUS
057200         MOVE 8 TO RETURN-CODE
057300         MOVE 'Y' TO WS-REFUSED-SW
057400         GO TO 5000-COPY-GL-HISTORY-EXIT
057500     END-IF
057600     OPEN INPUT GL-FILE
057700     IF NOT GL-FILE-OK
057800         DISPLAY 'EMPPAYCL: CANNOT REOPEN EMPGLINT.DAT, STATUS '
057900             WS-GL-FILE-STATUS
058000         CLOSE GLH-FILE
058100         MOVE 8 TO RETURN-CODE
058200         MOVE 'Y' TO WS-REFUSED-SW
058300         GO TO 5000-COPY-GL-HISTORY-EXIT
058400     END-IF
058500
058600     MOVE 'N' TO EOF-FLAG
058610     MOVE ZERO TO WS-GL-READ-COUNT
058700     PERFORM 5200-COPY-GL-LINE
058800         THRU 5200-COPY-GL-LINE-EXIT
058900         UNTIL END-OF-FILE
059000     CLOSE GL-FILE
059100     CLOSE GLH-FILE.
059200 5000-COPY-GL-HISTORY-EXIT.
059300     EXIT.
059400
059500*================================================================*
059600 5100-CHECK-HISTORY-LINE.
059700*================================================================*
059800     READ GLH-FILE
059900         AT END
060000             MOVE 'Y' TO EOF-FLAG
060100             GO TO 5100-CHECK-HISTORY-LINE-EXIT
060200     END-READ
060300     IF GLH-RUN-DATE = WS-REG-RUN-DATE
060400         ADD 1 TO WS-GLH-PRESENT-COUNT
060500     END-IF.
060600 5100-CHECK-HISTORY-LINE-EXIT.
060700     EXIT.
060800
060900*================================================================*
061000 5200-COPY-GL-LINE.
061100*================================================================*
061200     READ GL-FILE
061300         AT END
061400             MOVE 'Y' TO EOF-FLAG
061500             GO TO 5200-COPY-GL-LINE-EXIT
061600     END-READ
061610     ADD 1 TO WS-GL-READ-COUNT
061620     IF WS-GL-READ-COUNT NOT > WS-GLH-PRESENT-COUNT
061630         GO TO 5200-COPY-GL-LINE-EXIT
061640     END-IF
061700     MOVE GL-RECORD TO GLH-RECORD
061800     WRITE GLH-RECORD
061900     ADD 1 TO WS-GLH-COPIED-COUNT.
062000 5200-COPY-GL-LINE-EXIT.
062100     EXIT.
062200
062300*================================================================*
062400 6000-WRITE-LEDGER.
062500*    RECORD THE CLOSE.  WRITTEN LAST SO THAT ONLY A CLOSE THAT
062600*    FINISHED POSTING ENDS UP BARRING A SECOND ONE.
062700*================================================================*
062800     OPEN EXTEND CLOS-FILE
062900     IF CLOS-FILE-MISSING
063000         OPEN OUTPUT CLOS-FILE
063100     END-IF
063200     IF NOT CLOS-FILE-OK
063300         DISPLAY 'EMPPAYCL: CANNOT EXTEND EMPPCLOS.DAT, STATUS '
063400             WS-CLOS-FILE-STATUS ' - PERIOD POSTED BUT NOT '
063500             'MARKED CLOSED'
063600         MOVE 8 TO RETURN-CODE
063700         GO TO 6000-WRITE-LEDGER-EXIT
063800     END-IF
063900     MOVE SPACES TO CLOS-RECORD
064000     MOVE WS-CLOSE-PERIOD TO CLOS-PERIOD
064100     MOVE WS-RUN-ID TO CLOS-RUN-ID
064200     MOVE WS-REG-RUN-ID TO CLOS-REG-RUN-ID
064300     MOVE WS-DETAIL-COUNT TO CLOS-EMP-COUNT
064400     MOVE WS-DETAIL-GROSS TO CLOS-GROSS
064500     WRITE CLOS-RECORD
064600     CLOSE CLOS-FILE.
064700 6000-WRITE-LEDGER-EXIT.
064800     EXIT.
064900
065000*================================================================*
065100 9000-TERMINATE.
065200*================================================================*
065300     IF YTD-FILE-OPEN
065400         CLOSE YTD-FILE
065500     END-IF
065600
065700     IF CLOSE-REFUSED
065800         DISPLAY 'EMPPAYCL: PERIOD NOT CLOSED'
065900         MOVE 8 TO RETURN-CODE
066000         GO TO 9000-TERMINATE-EXIT
066100     END-IF
066200     DISPLAY 'EMPPAYCL: YTD RECORDS ADDED   ' WS-YTD-ADDED-COUNT
066300     DISPLAY 'EMPPAYCL: YTD RECORDS POSTED  ' WS-YTD-POSTED-COUNT
066400     DISPLAY 'EMPPAYCL: NEW YEAR ROLLOVERS  ' WS-YTD-ROLLED-COUNT
066500     DISPLAY 'EMPPAYCL: ALREADY POSTED      ' WS-YTD-SKIPPED-COUNT
066600     DISPLAY 'EMPPAYCL: GL HISTORY LINES    ' WS-GLH-COPIED-COUNT
066700     MOVE WS-POSTED-GROSS TO WS-TOTAL-ED
066800     DISPLAY 'EMPPAYCL: GROSS POSTED        ' WS-TOTAL-ED
066900     DISPLAY 'EMPPAYCL: PERIOD ' WS-CLOSE-PERIOD ' CLOSED'.
067000 9000-TERMINATE-EXIT.
067100     EXIT.
