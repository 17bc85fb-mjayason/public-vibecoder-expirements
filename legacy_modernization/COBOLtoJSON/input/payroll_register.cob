002300*                  BALANCING CREDIT LINE TO PAYROLL CLEARING,    *
002400*                  SO FINANCE NO LONGER REKEYS THE DEPTSUM       *
002500*                  TOTALS INTO THE GL BY HAND.                   *
002510*    EMPPAYDT.DAT  EARNINGS DETAIL -- ONE RECORD PER EMPLOYEE    *
002520*                  WITH THE SAME ROUNDED PERIOD GROSS THE        *
002530*                  REGISTER PRINTS, STAMPED WITH THE PAY PERIOD  *
002540*                  (CCYYMM OF THE RUN DATE) AND THE RUN-ID, FOR  *
002550*                  THE EMPPAYCL PAYROLL CLOSE TO POST TO THE     *
002560*                  YEAR-TO-DATE FILE (SEE EMPPAYDT.CPY).         *
002600*                                                                *
002700*  EACH EMPLOYEE'S PERIOD GROSS IS ROUNDED TO THE CENT AND THE   *
002800*  DEPARTMENT DEBITS ARE BUILT BY ADDING THOSE ROUNDED AMOUNTS,  *
003200*  MODIFICATION HISTORY                                          *
003300*  DATE       BY   DESCRIPTION                                   *
003400*  11/16/1998 RWB  ORIGINAL REGISTER AND GL INTERFACE PROGRAM.   *
003410*  04/12/1999 RWB  WRITE THE PER-EMPLOYEE EARNINGS DETAIL FILE,  *
003420*                  EMPPAYDT.DAT, FOR THE NEW EMPPAYCL PAYROLL    *
003430*                  CLOSE AND YEAR-TO-DATE FILE; THE PERIOD GROSS *
003440*                  WAS PRINTED AND THEN FORGOTTEN.  THE GL       *
003450*                  RECORD LAYOUT MOVED TO EMPGLINT.CPY           *
003460*                  (UNCHANGED) SO THE CLOSE AND EMPYTDST SHARE   *
003470*                  IT.                                           *
003500*================================================================*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005000     SELECT GL-FILE ASSIGN TO 'EMPGLINT.DAT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GL-FILE-STATUS.
005220
005240     SELECT PAYDT-FILE ASSIGN TO 'EMPPAYDT.DAT'
005260         ORGANIZATION IS LINE SEQUENTIAL
005280         FILE STATUS IS WS-PAYDT-FILE-STATUS.
005300
005400     SELECT SORT-FILE ASSIGN TO 'SORTWORK.DAT'.
005500
007500
007600 FD  GL-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 COPY EMPGLINT.
008800
008820 FD  PAYDT-FILE
008840     LABEL RECORDS ARE STANDARD.
008860 COPY EMPPAYDT.
008880
008900 SD  SORT-FILE.
009000 01  SORT-RECORD.
009100     05  SRT-DEPT-CODE            PIC X(04).
011200 01  WS-GL-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
011300     88  GL-FILE-OPEN                VALUE 'Y'.
011400
011410 01  WS-PAYDT-FILE-STATUS    PIC X(02).
011420     88  PAYDT-FILE-OK               VALUE '00'.
011430
011440 01  WS-PAYDT-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
011450     88  PAYDT-FILE-OPEN             VALUE 'Y'.
011460
011500 01  WS-DEPT-FILE-STATUS     PIC X(02).
011600     88  DEPT-FILE-OK                VALUE '00'.
011700
015200*    ANNUAL SALARY, ROUNDED TO THE CENT                          *
015300*----------------------------------------------------------------*
015400 01  WS-PERIOD-GROSS         PIC 9(07)V99 COMP-3 VALUE ZERO.
015410
015420*----------------------------------------------------------------*
015430*    THE PAY PERIOD (CCYYMM OF THE RUN DATE) STAMPED ON THE      *
015440*    EARNINGS DETAIL, AND HOW MANY DETAIL RECORDS WENT OUT       *
015450*----------------------------------------------------------------*
015460 01  WS-PAY-PERIOD           PIC 9(06) VALUE ZERO.
015470 01  WS-PAYDT-COUNT          PIC 9(07) VALUE ZERO.
015500
015600*----------------------------------------------------------------*
015700*    DEPARTMENT CONTROL-BREAK ACCUMULATORS                      *
024400     END-IF
024500     MOVE 'Y' TO WS-GL-FILE-OPEN-SW
024600
024606     OPEN OUTPUT PAYDT-FILE
024612     IF NOT PAYDT-FILE-OK
024618         DISPLAY 'EMPPAYRG: CANNOT OPEN EMPPAYDT.DAT, STATUS '
024624             WS-PAYDT-FILE-STATUS
024630         MOVE 'Y' TO EOF-FLAG
024636         CLOSE EMP-FILE
024642         CLOSE REGISTER-FILE
024648         MOVE 'N' TO WS-REGISTER-FILE-OPEN-SW
024654         CLOSE GL-FILE
024660         MOVE 'N' TO WS-GL-FILE-OPEN-SW
024666         GO TO 1000-INITIALIZE-EXIT
024672     END-IF
024678     MOVE 'Y' TO WS-PAYDT-FILE-OPEN-SW
024684     MOVE WS-RUN-DATE(1:6) TO WS-PAY-PERIOD
024690
024700*    THE DEPARTMENT REFERENCE FILE FEEDS THE DEPARTMENT NAME ON
024800*    THE REGISTER SECTIONS AND THE GL DEBIT LINES, SO A MISSING
024900*    DEPTMAST.DAT IS REPORTED BUT DOES NOT STOP THE RUN.
042500
042600     PERFORM 3400-WRITE-DETAIL-LINE
042700         THRU 3400-WRITE-DETAIL-LINE-EXIT
042730     PERFORM 3500-WRITE-EARNINGS-DETAIL
042760         THRU 3500-WRITE-EARNINGS-DETAIL-EXIT
042800
042900     PERFORM 3100-RETURN-NEXT-SORTED
043000         THRU 3100-RETURN-NEXT-SORTED-EXIT.
046700     ADD 1 TO WS-LINE-COUNT.
046800 3400-WRITE-DETAIL-LINE-EXIT.
046900     EXIT.
046905
046910*================================================================*
046915 3500-WRITE-EARNINGS-DETAIL.
046920*    ONE EARNINGS DETAIL RECORD FOR THIS EMPLOYEE, CARRYING THE
046925*    SAME ROUNDED PERIOD GROSS JUST PRINTED, FOR THE EMPPAYCL
046930*    CLOSE TO POST TO YEAR-TO-DATE.
046935*================================================================*
046940     MOVE SPACES TO PAYDT-RECORD
046945     MOVE WS-PAY-PERIOD   TO PAYDT-PERIOD
046950     MOVE WS-RUN-ID       TO PAYDT-RUN-ID
046955     MOVE SRT-ID          TO PAYDT-EMP-ID
046960     MOVE SRT-NAME        TO PAYDT-EMP-NAME
046965     MOVE SRT-DEPT-CODE   TO PAYDT-DEPT-CODE
046970     MOVE WS-PERIOD-GROSS TO PAYDT-GROSS
046975     WRITE PAYDT-RECORD
046980     ADD 1 TO WS-PAYDT-COUNT.
046985 3500-WRITE-EARNINGS-DETAIL-EXIT.
046990     EXIT.
047000
047100*================================================================*
047200 4000-WRITE-DEPT-TOTALS.
068800     IF GL-FILE-OPEN
068900         CLOSE GL-FILE
069000     END-IF
069020     IF PAYDT-FILE-OPEN
069040         CLOSE PAYDT-FILE
069060     END-IF
069100
069200*    THE GL PROOF: THE DEBITS WRITTEN MUST EQUAL THE CREDIT, AND
069300*    BOTH MUST EQUAL THE REGISTER'S COMPANY PERIOD GROSS.  OUT
069400*    OF BALANCE ENDS BADLY SO THE INTERFACE FILE IS NEVER SENT.
069500     DISPLAY 'EMPPAYRG: GL LINES WRITTEN ' WS-GL-LINE-COUNT
069530     DISPLAY 'EMPPAYRG: EARNINGS DETAIL  ' WS-PAYDT-COUNT
069560         ' FOR PERIOD ' WS-PAY-PERIOD
069600     IF WS-GL-DEBIT-TOTAL = WS-COMP-GROSS-TOTAL
069700         DISPLAY 'EMPPAYRG: GL INTERFACE IN BALANCE'
069800     ELSE
069900         DISPLAY 'EMPPAYRG: GL INTERFACE OUT OF BALANCE - '
070000             'DO NOT SEND EMPGLINT.DAT OR CLOSE THE PERIOD'
070100         MOVE 8 TO RETURN-CODE
070200     END-IF
070300
