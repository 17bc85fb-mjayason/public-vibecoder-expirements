000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPTCONV.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   06/14/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPTCONV                                                      *
000900*  ONE-TIME CONVERSION OF THE FILES THAT HOLD TRANSACTION IMAGES *
001000*  FROM NIGHT TO NIGHT TO THE 60-BYTE EMPTRAN.CPY LAYOUT, WHICH  *
001100*  ADDED THE SOURCE CODE AND ORIGINATOR AT THE END OF THE OLD    *
001200*  51-BYTE IMAGE:                                                *
001300*                                                                *
001400*    EMPSUSP.DAT   THE IMAGE IS FOLLOWED BY THE REASON CODE AND  *
001500*                  DATE ADDED, SO AN OLD 71-BYTE RECORD IS       *
001600*                  TAKEN APART AND REBUILT IN THE 80-BYTE        *
001700*                  EMPSUSP.CPY LAYOUT, REASON AND DATE KEPT.     *
001800*    EMPPEND.DAT   EACH OLD 51-BYTE IMAGE IS WIDENED TO 60.      *
001900*    EMPSRCYC.DAT  LIKEWISE.                                     *
002000*                                                                *
002100*  A WIDENED IMAGE IS STAMPED WITH ORIGINATOR CONVERT AND THE    *
002200*  SOURCE IT WOULD HAVE CARRIED: S ON THE RECYCLE FILE, H ON THE *
002300*  OTHER TWO, SO EMPEDIT AND EMPPREL PASS IT AND THE JOURNAL AND *
002400*  EMPORIGR SHOW WHERE IT CAME FROM.  A RECORD ALREADY IN THE    *
002500*  NEW LAYOUT IS COPIED AS IT STANDS, SO THE RUN CAN SIMPLY BE   *
002600*  REPEATED, AND A FILE WITH NOTHING OLD ON IT IS NOT REWRITTEN. *
002700*                                                                *
002800*  RUN IT ONCE WITH THE NIGHTLY STREAM STOPPED, AFTER TAKING A   *
002900*  COPY OF THE THREE FILES, AND BEFORE EMPEDIT, EMPPREL, OR      *
003000*  EMPSUSPW NEXT RUN.  EACH FILE IS CONVERTED TO THE WORK FILE,  *
003100*  EMPTCVWK.DAT, FIRST AND ONLY COPIED BACK OVER THE ORIGINAL    *
003200*  WHEN THAT IS COMPLETE.  AN OLD SUSPENSE RECORD WHOSE DATE     *
003300*  ADDED IS NOT NUMERIC IS NOT A RECORD THIS PROGRAM KNOWS; THE  *
003400*  FILE IS THEN LEFT EXACTLY AS IT WAS AND THE RUN ENDS WITH     *
003500*  RETURN CODE 8.                                                *
003600*----------------------------------------------------------------*
003700*  MODIFICATION HISTORY                                          *
003800*  DATE       BY   DESCRIPTION                                   *
003900*  06/14/1999 RWB  ORIGINAL CONVERSION.                          *
004000*================================================================*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SUSP-FILE ASSIGN TO 'EMPSUSP.DAT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SUSP-FILE-STATUS.
004700
004800     SELECT PEND-FILE ASSIGN TO 'EMPPEND.DAT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-PEND-FILE-STATUS.
005100
005200     SELECT RCYC-FILE ASSIGN TO 'EMPSRCYC.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RCYC-FILE-STATUS.
005500
005600     SELECT WORK-FILE ASSIGN TO 'EMPTCVWK.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-WORK-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SUSP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY EMPSUSP.
006500
006600 FD  PEND-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  PEND-RECORD                 PIC X(60).
006900
007000 FD  RCYC-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  RCYC-RECORD                 PIC X(60).
007300
007400 FD  WORK-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  WORK-RECORD                 PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------*
008000*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008100*----------------------------------------------------------------*
008200 01  WS-SUSP-FILE-STATUS      PIC X(02).
008300     88  SUSP-FILE-OK                 VALUE '00'.
008400     88  SUSP-FILE-MISSING            VALUE '35'.
008500
008600 01  WS-PEND-FILE-STATUS      PIC X(02).
008700     88  PEND-FILE-OK                 VALUE '00'.
008800     88  PEND-FILE-MISSING            VALUE '35'.
008900
009000 01  WS-RCYC-FILE-STATUS      PIC X(02).
009100     88  RCYC-FILE-OK                 VALUE '00'.
009200     88  RCYC-FILE-MISSING            VALUE '35'.
009300
009400 01  WS-WORK-FILE-STATUS      PIC X(02).
009500     88  WORK-FILE-OK                 VALUE '00'.
009600
009700 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
009800     88  END-OF-FILE                  VALUE 'Y'.
009900 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
010000     88  RUN-REFUSED                  VALUE 'Y'.
010100
010200*----------------------------------------------------------------*
010300*    THE FILE BEING CONVERTED, AS NAMED IN THE MESSAGES, AND     *
010400*    THE SOURCE CODE STAMPED ON ITS WIDENED IMAGES               *
010500*----------------------------------------------------------------*
010600 01  WS-FILE-NAME             PIC X(12) VALUE SPACES.
010700 01  WS-STAMP-SOURCE          PIC X(01) VALUE SPACE.
010800 01  WS-STAMP-ORIGINATOR      PIC X(08) VALUE 'CONVERT'.
010900
011000*----------------------------------------------------------------*
011100*    THE OLD LAYOUTS, AS AN OLD RECORD READS INTO THE NEW        *
011200*    RECORD AREA (A SHORT LINE IS FILLED OUT WITH SPACES)        *
011300*----------------------------------------------------------------*
011400 01  WS-OLD-SUSP.
011500     05  WS-OLD-SUSP-IMAGE       PIC X(51).
011600     05  FILLER                  PIC X(02).
011700     05  WS-OLD-SUSP-REASON      PIC X(08).
011800     05  FILLER                  PIC X(02).
011900     05  WS-OLD-SUSP-DATE        PIC 9(08).
012000     05  WS-OLD-SUSP-DATE-X REDEFINES WS-OLD-SUSP-DATE
012100                                 PIC X(08).
012200     05  WS-OLD-SUSP-UNUSED      PIC X(09).
012300
012400 01  WS-OLD-TRAN.
012500     05  WS-OLD-TRAN-IMAGE       PIC X(51).
012600     05  WS-OLD-TRAN-UNUSED      PIC X(09).
012700
012800*    THE WIDENED IMAGE IS BUILT HERE.
012900 COPY EMPTRAN.
013000
013100*----------------------------------------------------------------*
013200*    RUN TOTALS, PER FILE                                        *
013300*----------------------------------------------------------------*
013400 01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
013500 01  WS-CONVERTED-COUNT       PIC 9(07) VALUE ZERO.
013600 01  WS-CURRENT-COUNT         PIC 9(07) VALUE ZERO.
013700 01  WS-COPY-COUNT            PIC 9(07) VALUE ZERO.
013800
013900 PROCEDURE DIVISION.
014000*================================================================*
014100 0000-MAINLINE.
014200*================================================================*
014300     PERFORM 2000-CONVERT-SUSPENSE
014400         THRU 2000-CONVERT-SUSPENSE-EXIT
014500     IF NOT RUN-REFUSED
014600         PERFORM 3000-CONVERT-PENDING
014700             THRU 3000-CONVERT-PENDING-EXIT
014800     END-IF
014900     IF NOT RUN-REFUSED
015000         PERFORM 4000-CONVERT-RECYCLE
015100             THRU 4000-CONVERT-RECYCLE-EXIT
015200     END-IF
015300     PERFORM 9000-TERMINATE
015400         THRU 9000-TERMINATE-EXIT
015500     STOP RUN.
015600
015700*================================================================*
015800 2000-CONVERT-SUSPENSE.
015900*    EMPSUSP.DAT TO THE WORK FILE, REBUILDING EACH OLD RECORD,
016000*    THEN BACK AGAIN IF ANYTHING WAS REBUILT.
016100*================================================================*
016200     MOVE 'EMPSUSP.DAT' TO WS-FILE-NAME
016300     MOVE 'H' TO WS-STAMP-SOURCE
016400     PERFORM 8000-RESET-COUNTS
016500         THRU 8000-RESET-COUNTS-EXIT
016600
016700     OPEN INPUT SUSP-FILE
016800     IF SUSP-FILE-MISSING
016900         DISPLAY 'EMPTCONV: NO EMPSUSP.DAT ON FILE; NOTHING TO '
017000             'CONVERT'
017100         GO TO 2000-CONVERT-SUSPENSE-EXIT
017200     END-IF
017300     IF NOT SUSP-FILE-OK
017400         DISPLAY 'EMPTCONV: CANNOT OPEN EMPSUSP.DAT, STATUS '
017500             WS-SUSP-FILE-STATUS
017600         MOVE 'Y' TO WS-REFUSED-SW
017700         GO TO 2000-CONVERT-SUSPENSE-EXIT
017800     END-IF
017900     PERFORM 8100-OPEN-WORK-OUTPUT
018000         THRU 8100-OPEN-WORK-OUTPUT-EXIT
018100     IF RUN-REFUSED
018200         CLOSE SUSP-FILE
018300         GO TO 2000-CONVERT-SUSPENSE-EXIT
018400     END-IF
018500
018600     MOVE 'N' TO EOF-FLAG
018700     PERFORM 2100-CONVERT-ONE-SUSPENSE
018800         THRU 2100-CONVERT-ONE-SUSPENSE-EXIT
018900         UNTIL END-OF-FILE
019000             OR RUN-REFUSED
019100     CLOSE SUSP-FILE
019200     CLOSE WORK-FILE
019300     PERFORM 8300-SHOW-COUNTS
019400         THRU 8300-SHOW-COUNTS-EXIT
019500     IF RUN-REFUSED
019600         OR WS-CONVERTED-COUNT = ZERO
019700         GO TO 2000-CONVERT-SUSPENSE-EXIT
019800     END-IF
019900
020000     PERFORM 8200-OPEN-WORK-INPUT
020100         THRU 8200-OPEN-WORK-INPUT-EXIT
020200     IF RUN-REFUSED
020300         GO TO 2000-CONVERT-SUSPENSE-EXIT
020400     END-IF
020500     OPEN OUTPUT SUSP-FILE
020600     IF NOT SUSP-FILE-OK
020700         DISPLAY 'EMPTCONV: CANNOT REWRITE EMPSUSP.DAT, STATUS '
020800             WS-SUSP-FILE-STATUS
020900         CLOSE WORK-FILE
021000         MOVE 'Y' TO WS-REFUSED-SW
021100         GO TO 2000-CONVERT-SUSPENSE-EXIT
021200     END-IF
021300     MOVE 'N' TO EOF-FLAG
021400     PERFORM 2200-COPY-BACK-SUSPENSE
021500         THRU 2200-COPY-BACK-SUSPENSE-EXIT
021600         UNTIL END-OF-FILE
021700             OR RUN-REFUSED
021800     CLOSE WORK-FILE
021900     CLOSE SUSP-FILE
022000     PERFORM 8400-SHOW-COPY-BACK
022100         THRU 8400-SHOW-COPY-BACK-EXIT.
022200 2000-CONVERT-SUSPENSE-EXIT.
022300     EXIT.
022400
022500*================================================================*
022600 2100-CONVERT-ONE-SUSPENSE.
022700*    A RECORD WITH NOTHING WHERE THE NEW DATE ADDED GOES IS IN
022800*    THE OLD LAYOUT.
022900*================================================================*
023000     READ SUSP-FILE
023100         AT END
023200             MOVE 'Y' TO EOF-FLAG
023300             GO TO 2100-CONVERT-ONE-SUSPENSE-EXIT
023400     END-READ
023500     ADD 1 TO WS-READ-COUNT
023600     MOVE SUSP-RECORD TO WS-OLD-SUSP
023700     IF WS-OLD-SUSP-UNUSED NOT = SPACES
023800         ADD 1 TO WS-CURRENT-COUNT
023900         MOVE SUSP-RECORD TO WORK-RECORD
024000         PERFORM 8500-WRITE-WORK
024100             THRU 8500-WRITE-WORK-EXIT
024200         GO TO 2100-CONVERT-ONE-SUSPENSE-EXIT
024300     END-IF
024400     IF WS-OLD-SUSP-DATE-X NOT NUMERIC
024500         DISPLAY 'EMPTCONV: EMPSUSP.DAT RECORD ' WS-READ-COUNT
024600             ' IS IN NEITHER LAYOUT; FILE LEFT AS IT WAS'
024700         MOVE 'Y' TO WS-REFUSED-SW
024800         GO TO 2100-CONVERT-ONE-SUSPENSE-EXIT
024900     END-IF
025000
025100     MOVE WS-OLD-SUSP-IMAGE TO WS-OLD-TRAN-IMAGE
025200     PERFORM 8600-WIDEN-IMAGE
025300         THRU 8600-WIDEN-IMAGE-EXIT
025400     MOVE SPACES TO SUSP-RECORD
025500     MOVE TRAN-RECORD TO SUSP-TRAN-IMAGE
025600     MOVE WS-OLD-SUSP-REASON TO SUSP-REASON-CODE
025700     MOVE WS-OLD-SUSP-DATE TO SUSP-DATE-ADDED
025800     ADD 1 TO WS-CONVERTED-COUNT
025900     MOVE SUSP-RECORD TO WORK-RECORD
026000     PERFORM 8500-WRITE-WORK
026100         THRU 8500-WRITE-WORK-EXIT.
026200 2100-CONVERT-ONE-SUSPENSE-EXIT.
026300     EXIT.
026400
026500*================================================================*
026600 2200-COPY-BACK-SUSPENSE.
026700*================================================================*
026800     READ WORK-FILE
026900         AT END
027000             MOVE 'Y' TO EOF-FLAG
027100             GO TO 2200-COPY-BACK-SUSPENSE-EXIT
027200     END-READ
027300     WRITE SUSP-RECORD FROM WORK-RECORD
027400     IF NOT SUSP-FILE-OK
027500         DISPLAY 'EMPTCONV: CANNOT WRITE EMPSUSP.DAT, STATUS '
027600             WS-SUSP-FILE-STATUS
027700         MOVE 'Y' TO WS-REFUSED-SW
027800         GO TO 2200-COPY-BACK-SUSPENSE-EXIT
027900     END-IF
028000     ADD 1 TO WS-COPY-COUNT.
028100 2200-COPY-BACK-SUSPENSE-EXIT.
028200     EXIT.
028300
028400*================================================================*
028500 3000-CONVERT-PENDING.
028600*    EMPPEND.DAT TO THE WORK FILE, WIDENING EACH OLD IMAGE,
028700*    THEN BACK AGAIN IF ANYTHING WAS WIDENED.
028800*================================================================*
028900     MOVE 'EMPPEND.DAT' TO WS-FILE-NAME
029000     MOVE 'H' TO WS-STAMP-SOURCE
029100     PERFORM 8000-RESET-COUNTS
029200         THRU 8000-RESET-COUNTS-EXIT
029300
029400     OPEN INPUT PEND-FILE
029500     IF PEND-FILE-MISSING
029600         DISPLAY 'EMPTCONV: NO EMPPEND.DAT ON FILE; NOTHING TO '
029700             'CONVERT'
029800         GO TO 3000-CONVERT-PENDING-EXIT
029900     END-IF
030000     IF NOT PEND-FILE-OK
030100         DISPLAY 'EMPTCONV: CANNOT OPEN EMPPEND.DAT, STATUS '
030200             WS-PEND-FILE-STATUS
030300         MOVE 'Y' TO WS-REFUSED-SW
030400         GO TO 3000-CONVERT-PENDING-EXIT
030500     END-IF
030600     PERFORM 8100-OPEN-WORK-OUTPUT
030700         THRU 8100-OPEN-WORK-OUTPUT-EXIT
030800     IF RUN-REFUSED
030900         CLOSE PEND-FILE
031000         GO TO 3000-CONVERT-PENDING-EXIT
031100     END-IF
031200
031300     MOVE 'N' TO EOF-FLAG
031400     PERFORM 3100-CONVERT-ONE-PENDING
031500         THRU 3100-CONVERT-ONE-PENDING-EXIT
031600         UNTIL END-OF-FILE
031700             OR RUN-REFUSED
031800     CLOSE PEND-FILE
031900     CLOSE WORK-FILE
032000     PERFORM 8300-SHOW-COUNTS
032100         THRU 8300-SHOW-COUNTS-EXIT
032200     IF RUN-REFUSED
032300         OR WS-CONVERTED-COUNT = ZERO
032400         GO TO 3000-CONVERT-PENDING-EXIT
032500     END-IF
032600
032700     PERFORM 8200-OPEN-WORK-INPUT
032800         THRU 8200-OPEN-WORK-INPUT-EXIT
032900     IF RUN-REFUSED
033000         GO TO 3000-CONVERT-PENDING-EXIT
033100     END-IF
033200     OPEN OUTPUT PEND-FILE
033300     IF NOT PEND-FILE-OK
033400         DISPLAY 'EMPTCONV: CANNOT REWRITE EMPPEND.DAT, STATUS '
033500             WS-PEND-FILE-STATUS
033600         CLOSE WORK-FILE
033700         MOVE 'Y' TO WS-REFUSED-SW
033800         GO TO 3000-CONVERT-PENDING-EXIT
033900     END-IF
034000     MOVE 'N' TO EOF-FLAG
034100     PERFORM 3200-COPY-BACK-PENDING
034200         THRU 3200-COPY-BACK-PENDING-EXIT
034300         UNTIL END-OF-FILE
034400             OR RUN-REFUSED
034500     CLOSE WORK-FILE
034600     CLOSE PEND-FILE
034700     PERFORM 8400-SHOW-COPY-BACK
034800         THRU 8400-SHOW-COPY-BACK-EXIT.
034900 3000-CONVERT-PENDING-EXIT.
035000     EXIT.
035100
035200*================================================================*
035300 3100-CONVERT-ONE-PENDING.
035400*================================================================*
035500     READ PEND-FILE
035600         AT END
035700             MOVE 'Y' TO EOF-FLAG
035800             GO TO 3100-CONVERT-ONE-PENDING-EXIT
035900     END-READ
036000     ADD 1 TO WS-READ-COUNT
036100     MOVE PEND-RECORD TO WS-OLD-TRAN
036200     PERFORM 8700-CONVERT-IMAGE
036300         THRU 8700-CONVERT-IMAGE-EXIT.
036400 3100-CONVERT-ONE-PENDING-EXIT.
036500     EXIT.
036600
036700*================================================================*
036800 3200-COPY-BACK-PENDING.
036900*================================================================*
037000     READ WORK-FILE
037100         AT END
037200             MOVE 'Y' TO EOF-FLAG
037300             GO TO 3200-COPY-BACK-PENDING-EXIT
037400     END-READ
037500     WRITE PEND-RECORD FROM WORK-RECORD
037600     IF NOT PEND-FILE-OK
037700         DISPLAY 'EMPTCONV: CANNOT WRITE EMPPEND.DAT, STATUS '
037800             WS-PEND-FILE-STATUS
037900         MOVE 'Y' TO WS-REFUSED-SW
038000         GO TO 3200-COPY-BACK-PENDING-EXIT
038100     END-IF
038200     ADD 1 TO WS-COPY-COUNT.
038300 3200-COPY-BACK-PENDING-EXIT.
038400     EXIT.
038500
038600*================================================================*
038700 4000-CONVERT-RECYCLE.
038800*    EMPSRCYC.DAT THE SAME WAY.  ITS IMAGES ARE CORRECTIONS
038900*    OUT OF SUSPENSE, SO THEY ARE STAMPED SOURCE S.
039000*================================================================*
039100     MOVE 'EMPSRCYC.DAT' TO WS-FILE-NAME
039200     MOVE 'S' TO WS-STAMP-SOURCE
039300     PERFORM 8000-RESET-COUNTS
039400         THRU 8000-RESET-COUNTS-EXIT
039500
039600     OPEN INPUT RCYC-FILE
039700     IF RCYC-FILE-MISSING
039800         DISPLAY 'EMPTCONV: NO EMPSRCYC.DAT ON FILE; NOTHING TO '
039900             'CONVERT'
040000         GO TO 4000-CONVERT-RECYCLE-EXIT
040100     END-IF
040200     IF NOT RCYC-FILE-OK
040300         DISPLAY 'EMPTCONV: CANNOT OPEN EMPSRCYC.DAT, STATUS '
040400             WS-RCYC-FILE-STATUS
040500         MOVE 'Y' TO WS-REFUSED-SW
040600         GO TO 4000-CONVERT-RECYCLE-EXIT
040700     END-IF
040800     PERFORM 8100-OPEN-WORK-OUTPUT
040900         THRU 8100-OPEN-WORK-OUTPUT-EXIT
041000     IF RUN-REFUSED
041100         CLOSE RCYC-FILE
041200         GO TO 4000-CONVERT-RECYCLE-EXIT
041300     END-IF
041400
041500     MOVE 'N' TO EOF-FLAG
041600     PERFORM 4100-CONVERT-ONE-RECYCLE
041700         THRU 4100-CONVERT-ONE-RECYCLE-EXIT
041800         UNTIL END-OF-FILE
041900             OR RUN-REFUSED
042000     CLOSE RCYC-FILE
042100     CLOSE WORK-FILE
042200     PERFORM 8300-SHOW-COUNTS
042300         THRU 8300-SHOW-COUNTS-EXIT
042400     IF RUN-REFUSED
042500         OR WS-CONVERTED-COUNT = ZERO
042600         GO TO 4000-CONVERT-RECYCLE-EXIT
042700     END-IF
042800
042900     PERFORM 8200-OPEN-WORK-INPUT
043000         THRU 8200-OPEN-WORK-INPUT-EXIT
043100     IF RUN-REFUSED
043200         GO TO 4000-CONVERT-RECYCLE-EXIT
043300     END-IF
043400     OPEN OUTPUT RCYC-FILE
043500     IF NOT RCYC-FILE-OK
043600         DISPLAY 'EMPTCONV: CANNOT REWRITE EMPSRCYC.DAT, STATUS '
043700             WS-RCYC-FILE-STATUS
043800         CLOSE WORK-FILE
043900         MOVE 'Y' TO WS-REFUSED-SW
044000         GO TO 4000-CONVERT-RECYCLE-EXIT
044100     END-IF
044200     MOVE 'N' TO EOF-FLAG
044300     PERFORM 4200-COPY-BACK-RECYCLE
044400         THRU 4200-COPY-BACK-RECYCLE-EXIT
044500         UNTIL END-OF-FILE
044600             OR RUN-REFUSED
044700     CLOSE WORK-FILE
044800     CLOSE RCYC-FILE
044900     PERFORM 8400-SHOW-COPY-BACK
045000         THRU 8400-SHOW-COPY-BACK-EXIT.
045100 4000-CONVERT-RECYCLE-EXIT.
045200     EXIT.
045300
045400*================================================================*
045500 4100-CONVERT-ONE-RECYCLE.
045600*================================================================*
045700     READ RCYC-FILE
045800         AT END
045900             MOVE 'Y' TO EOF-FLAG
046000             GO TO 4100-CONVERT-ONE-RECYCLE-EXIT
046100     END-READ
046200     ADD 1 TO WS-READ-COUNT
046300     MOVE RCYC-RECORD TO WS-OLD-TRAN
046400     PERFORM 8700-CONVERT-IMAGE
046500         THRU 8700-CONVERT-IMAGE-EXIT.
046600 4100-CONVERT-ONE-RECYCLE-EXIT.
046700     EXIT.
046800
046900*================================================================*
047000 4200-COPY-BACK-RECYCLE.
047100*================================================================*
047200     READ WORK-FILE
047300         AT END
047400             MOVE 'Y' TO EOF-FLAG
047500             GO TO 4200-COPY-BACK-RECYCLE-EXIT
047600     END-READ
047700     WRITE RCYC-RECORD FROM WORK-RECORD
047800     IF NOT RCYC-FILE-OK
047900         DISPLAY 'EMPTCONV: CANNOT WRITE EMPSRCYC.DAT, STATUS '
048000             WS-RCYC-FILE-STATUS
048100         MOVE 'Y' TO WS-REFUSED-SW
048200         GO TO 4200-COPY-BACK-RECYCLE-EXIT
048300     END-IF
048400     ADD 1 TO WS-COPY-COUNT.
048500 4200-COPY-BACK-RECYCLE-EXIT.
048600     EXIT.
048700
048800*================================================================*
048900 8000-RESET-COUNTS.
049000*================================================================*
049100     MOVE ZERO TO WS-READ-COUNT
049200     MOVE ZERO TO WS-CONVERTED-COUNT
049300     MOVE ZERO TO WS-CURRENT-COUNT
049400     MOVE ZERO TO WS-COPY-COUNT.
049500 8000-RESET-COUNTS-EXIT.
049600     EXIT.
049700
049800*================================================================*
049900 8100-OPEN-WORK-OUTPUT.
050000*================================================================*
050100     OPEN OUTPUT WORK-FILE
050200     IF NOT WORK-FILE-OK
050300         DISPLAY 'EMPTCONV: CANNOT OPEN EMPTCVWK.DAT, STATUS '
050400             WS-WORK-FILE-STATUS
050500         MOVE 'Y' TO WS-REFUSED-SW
050600     END-IF.
050700 8100-OPEN-WORK-OUTPUT-EXIT.
050800     EXIT.
050900
051000*================================================================*
051100 8200-OPEN-WORK-INPUT.
051200*================================================================*
051300     OPEN INPUT WORK-FILE
051400     IF NOT WORK-FILE-OK
051500         DISPLAY 'EMPTCONV: CANNOT REOPEN EMPTCVWK.DAT, STATUS '
051600             WS-WORK-FILE-STATUS
051700         MOVE 'Y' TO WS-REFUSED-SW
051800     END-IF.
051900 8200-OPEN-WORK-INPUT-EXIT.
052000     EXIT.
052100
052200*================================================================*
052300 8300-SHOW-COUNTS.
052400*================================================================*
052500     DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' RECORDS READ     '
052600         WS-READ-COUNT
052700     DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' CONVERTED        '
052800         WS-CONVERTED-COUNT
052900     DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' ALREADY CURRENT  '
053000         WS-CURRENT-COUNT
053100     IF RUN-REFUSED
053200         GO TO 8300-SHOW-COUNTS-EXIT
053300     END-IF
053400     IF WS-CONVERTED-COUNT = ZERO
053500         DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' NOTHING OLD ON '
053600             'FILE; LEFT AS IT WAS'
053700     END-IF.
053800 8300-SHOW-COUNTS-EXIT.
053900     EXIT.
054000
054100*================================================================*
054200 8400-SHOW-COPY-BACK.
054300*================================================================*
054400     IF RUN-REFUSED
054500         DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' COPY-BACK STOPPED '
054600             'AFTER ' WS-COPY-COUNT ' RECORDS; RESTORE IT FROM '
054700             'THE COPY TAKEN BEFORE THE RUN'
054800         GO TO 8400-SHOW-COPY-BACK-EXIT
054900     END-IF
055000     DISPLAY 'EMPTCONV: ' WS-FILE-NAME ' REWRITTEN        '
055100         WS-COPY-COUNT.
055200 8400-SHOW-COPY-BACK-EXIT.
055300     EXIT.
055400
055500*================================================================*
055600 8500-WRITE-WORK.
055700*================================================================*
055800     WRITE WORK-RECORD
055900     IF NOT WORK-FILE-OK
056000         DISPLAY 'EMPTCONV: CANNOT WRITE EMPTCVWK.DAT, STATUS '
056100             WS-WORK-FILE-STATUS
056200         MOVE 'Y' TO WS-REFUSED-SW
056300     END-IF.
056400 8500-WRITE-WORK-EXIT.
056500     EXIT.
056600
056700*================================================================*
056800 8600-WIDEN-IMAGE.
056900*    THE OLD IMAGE IS THE FIRST 51 BYTES OF THE NEW ONE; ADD THE
057000*    SOURCE CODE AND ORIGINATOR AFTER IT.
057100*================================================================*
057200     MOVE SPACES TO TRAN-RECORD
057300     MOVE WS-OLD-TRAN-IMAGE TO TRAN-RECORD (1:51)
057400     MOVE WS-STAMP-SOURCE TO TRAN-SOURCE-CODE
057500     MOVE WS-STAMP-ORIGINATOR TO TRAN-ORIGINATOR.
057600 8600-WIDEN-IMAGE-EXIT.
057700     EXIT.
057800
057900*================================================================*
058000 8700-CONVERT-IMAGE.
058100*    A PENDING OR RECYCLE IMAGE WITH NOTHING WHERE THE SOURCE
058200*    CODE AND ORIGINATOR GO IS IN THE OLD LAYOUT; WIDEN IT.  ANY
058300*    OTHER IMAGE IS COPIED AS IT STANDS.
058400*================================================================*
058500     IF WS-OLD-TRAN-UNUSED NOT = SPACES
058600         ADD 1 TO WS-CURRENT-COUNT
058700         MOVE WS-OLD-TRAN TO WORK-RECORD
058800         PERFORM 8500-WRITE-WORK
058900             THRU 8500-WRITE-WORK-EXIT
059000         GO TO 8700-CONVERT-IMAGE-EXIT
059100     END-IF
059200     PERFORM 8600-WIDEN-IMAGE
059300         THRU 8600-WIDEN-IMAGE-EXIT
059400     ADD 1 TO WS-CONVERTED-COUNT
059500     MOVE TRAN-RECORD TO WORK-RECORD
059600     PERFORM 8500-WRITE-WORK
059700         THRU 8500-WRITE-WORK-EXIT.
059800 8700-CONVERT-IMAGE-EXIT.
059900     EXIT.
060000
060100*================================================================*
060200 9000-TERMINATE.
060300*================================================================*
060400     IF RUN-REFUSED
060500         DISPLAY 'EMPTCONV: CONVERSION STOPPED AT ' WS-FILE-NAME
060600         MOVE 8 TO RETURN-CODE
060700         GO TO 9000-TERMINATE-EXIT
060800     END-IF
060900     DISPLAY 'EMPTCONV: CONVERSION COMPLETE'.
061000 9000-TERMINATE-EXIT.
061100     EXIT.
