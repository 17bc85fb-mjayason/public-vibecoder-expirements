001400*  THEY ARE APPLIED IN REVERSE ORDER:                            *
001500*    AN ADD IS REVERSED BY DELETING THE RECORD,                  *
001600*    A CHANGE BY REWRITING ITS BEFORE-IMAGE,                     *
001700*    A DELETE BY WRITING ITS BEFORE-IMAGE BACK,                  *
001730*    AND A REHIRE, LIKE AN ADD, BY DELETING THE RECORD (THE      *
001760*    EMPTERM.DAT HISTORY IT WAS BUILT FROM IS LEFT AS IT WAS).   *
001800*  UPDATES FROM EVERY OTHER RUN ARE LEFT ALONE.                  *
001810*                                                                *
001820*  THE SECOND RUN PARAMETER IS THE ID OF THE OPERATOR ASKING     *
001830*  FOR THE BACKOUT, AND IS REQUIRED.  EVERY REVERSAL IS ITSELF   *
001840*  JOURNALLED TO EMPJRNL.DAT UNDER THIS RUN'S OWN RUN-ID, WITH   *
001850*  SOURCE 'B' AND THAT OPERATOR AS ORIGINATOR: A REVERSED ADD AS *
001860*  A 'D', A REVERSED CHANGE AS A 'C' WITH THE IMAGES SWAPPED,    *
001870*  AND A REVERSED DELETE AS AN 'A'.  A DELTA EXPORT THEREFORE    *
001880*  CARRIES THE REVERSALS, AND A BACKOUT CAN ITSELF BE BACKED     *
001890*  OUT BY ITS OWN RUN-ID.                                        *
001900*----------------------------------------------------------------*
002000*  MODIFICATION HISTORY                                          *
002100*  DATE       BY   DESCRIPTION                                   *
002320*                  TO RUN EMPJSON IN FULL MODE, SINCE THE      *
002330*                  UNJOURNALLED REVERSALS NEVER REACH A DELTA  *
002340*                  EXPORT THAT ALREADY SHIPPED THE BAD BATCH.  *
002341*  05/17/1999 RWB  REQUIRE THE OPERATOR ID AS A SECOND         *
002342*                  PARAMETER AND JOURNAL EVERY REVERSAL UNDER  *
002343*                  THIS RUN'S OWN RUN-ID WITH SOURCE 'B', SO   *
002344*                  THE PORTAL NO LONGER NEEDS A FULL EXPORT.   *
002345*  05/24/1999 RWB  REVERSE THE REHIRE ACTION 'R' THAT EMPMAINT *
002346*                  NOW JOURNALS, JOURNALLING THE REVERSAL AS A *
002347*                  'D' LIKE A REVERSED ADD, AND COUNT REHIRES  *
002348*                  REVERSED SEPARATELY.                        *
002350*================================================================*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007000*    THE RUN TO BE BACKED OUT, FROM THE RUN PARAMETER           *
007100*----------------------------------------------------------------*
007200 01  WS-BACKOUT-RUN-ID        PIC X(14) VALUE SPACES.
007209 01  WS-OPERATOR-X            PIC X(12) VALUE SPACES.
007218 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
007227
007236*----------------------------------------------------------------*
007245*    THIS RUN'S OWN JOURNAL SEQUENCE, ONE PER REVERSAL APPLIED  *
007254*----------------------------------------------------------------*
007263 01  WS-JRNL-SEQ              PIC 9(07) VALUE ZERO.
007272 01  WS-REV-ACTION            PIC X(01) VALUE SPACE.
007281 01  WS-REV-BEFORE            PIC X(52) VALUE SPACES.
007290 01  WS-REV-AFTER             PIC X(52) VALUE SPACES.
007300
007400*----------------------------------------------------------------*
007500*    JOURNAL ENTRIES FOR THE NAMED RUN, HELD IN ARRIVAL ORDER    *
009000*    RUN TOTALS                                                 *
009100*----------------------------------------------------------------*
009200 01  WS-ADD-REVERSED          PIC 9(07) VALUE ZERO.
009250 01  WS-REHIRE-REVERSED       PIC 9(07) VALUE ZERO.
009300 01  WS-CHANGE-REVERSED       PIC 9(07) VALUE ZERO.
009400 01  WS-DELETE-REVERSED       PIC 9(07) VALUE ZERO.
009500 01  WS-ERROR-COUNT           PIC 9(07) VALUE ZERO.
012010         MOVE 'Y' TO WS-REFUSED-SW
012100         GO TO 1000-INITIALIZE-EXIT
012200     END-IF
012201
012202*    THE OPERATOR ID IS STAMPED ON EVERY REVERSAL JOURNALLED.
012203*    ONE LONGER THAN EIGHT CHARACTERS IS REFUSED, NOT CUT SHORT.
012204     DISPLAY 2 UPON ARGUMENT-NUMBER
012205     ACCEPT WS-OPERATOR-X FROM ARGUMENT-VALUE
012206     IF WS-OPERATOR-X = SPACES
012207         OR WS-OPERATOR-X(9:4) NOT = SPACES
012208         DISPLAY 'EMPBKOUT: PASS THE OPERATOR ID (UP TO EIGHT '
012209             'CHARACTERS) AFTER THE RUN-ID'
012210         MOVE 'Y' TO EOF-FLAG
012211         MOVE 'Y' TO WS-REFUSED-SW
012212         GO TO 1000-INITIALIZE-EXIT
012213     END-IF
012214     MOVE WS-OPERATOR-X(1:8) TO WS-OPERATOR-ID
012215
012220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012230     ACCEPT WS-RUN-TIME FROM TIME
012240     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
012250     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
012255     DISPLAY 'EMPBKOUT: RUN-ID ' WS-RUN-ID
012260
012270     PERFORM 1500-ACQUIRE-RUN-CONTROL
012280         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
019650         MOVE 'Y' TO WS-REFUSED-SW
019700         GO TO 3000-REVERSE-ENTRIES-EXIT
019800     END-IF
019806
019812*    THE RUN'S ENTRIES ARE ALL IN THE TABLE, SO THE JOURNAL IS
019818*    REOPENED TO TAKE THIS RUN'S OWN RECORD OF THE REVERSALS,
019824*    EXTENDED BEHIND EVERY OTHER RUN'S EXACTLY AS EMPMAINT DOES.
019830     CLOSE JRNL-FILE
019836     MOVE 'N' TO WS-JRNL-FILE-OPEN-SW
019842     OPEN EXTEND JRNL-FILE
019848     IF NOT JRNL-FILE-OK
019854         DISPLAY 'EMPBKOUT: CANNOT EXTEND EMPJRNL.DAT, STATUS '
019860             WS-JRNL-FILE-STATUS '; NOTHING REVERSED'
019866         MOVE 'Y' TO WS-REFUSED-SW
019872         GO TO 3000-REVERSE-ENTRIES-EXIT
019878     END-IF
019884     MOVE 'Y' TO WS-JRNL-FILE-OPEN-SW
019900
020000     PERFORM 3100-REVERSE-ONE-ENTRY
020100         THRU 3100-REVERSE-ONE-ENTRY-EXIT
020900*================================================================*
021000     EVALUATE WS-ENT-ACTION (WS-ENTRY-IDX)
021100         WHEN 'A'
021150         WHEN 'R'
021200             PERFORM 3200-REVERSE-ADD
021300                 THRU 3200-REVERSE-ADD-EXIT
021400         WHEN 'C'
022799
022800*================================================================*
022900 3200-REVERSE-ADD.
023000*    THE RUN ADDED OR REHIRED THIS RECORD, SO TAKE IT BACK OFF
023050*    THE MASTER.
023100*================================================================*
023200     PERFORM 3150-VERIFY-AFTER-IMAGE
023210         THRU 3150-VERIFY-AFTER-IMAGE-EXIT
023700                 WS-EMP-FILE-STATUS
023800             ADD 1 TO WS-ERROR-COUNT
023900         NOT INVALID KEY
023910             IF WS-ENT-ACTION (WS-ENTRY-IDX) = 'R'
023920                 ADD 1 TO WS-REHIRE-REVERSED
023930             ELSE
023940                 ADD 1 TO WS-ADD-REVERSED
023950             END-IF
024010             MOVE 'D' TO WS-REV-ACTION
024020             MOVE WS-ENT-AFTER (WS-ENTRY-IDX) TO WS-REV-BEFORE
024030             MOVE SPACES TO WS-REV-AFTER
024040             PERFORM 3500-JOURNAL-REVERSAL
024050                 THRU 3500-JOURNAL-REVERSAL-EXIT
024100     END-DELETE.
024200 3200-REVERSE-ADD-EXIT.
024300     EXIT.
025500             ADD 1 TO WS-ERROR-COUNT
025600         NOT INVALID KEY
025700             ADD 1 TO WS-CHANGE-REVERSED
025710             MOVE 'C' TO WS-REV-ACTION
025720             MOVE WS-ENT-AFTER (WS-ENTRY-IDX) TO WS-REV-BEFORE
025730             MOVE WS-ENT-BEFORE (WS-ENTRY-IDX) TO WS-REV-AFTER
025740             PERFORM 3500-JOURNAL-REVERSAL
025750                 THRU 3500-JOURNAL-REVERSAL-EXIT
025800     END-REWRITE.
025900 3300-REVERSE-CHANGE-EXIT.
026000     EXIT.
027200             ADD 1 TO WS-ERROR-COUNT
027300         NOT INVALID KEY
027400             ADD 1 TO WS-DELETE-REVERSED
027410             MOVE 'A' TO WS-REV-ACTION
027420             MOVE SPACES TO WS-REV-BEFORE
027430             MOVE WS-ENT-BEFORE (WS-ENTRY-IDX) TO WS-REV-AFTER
027440             PERFORM 3500-JOURNAL-REVERSAL
027450                 THRU 3500-JOURNAL-REVERSAL-EXIT
027500     END-WRITE.
027600 3400-REVERSE-DELETE-EXIT.
027700     EXIT.
027705
027710*================================================================*
027715 3500-JOURNAL-REVERSAL.
027720*    ONE JOURNAL RECORD PER REVERSAL APPLIED, UNDER THIS RUN'S
027725*    OWN RUN-ID, IN THE SAME SHAPE AS AN EMPMAINT RECORD: THE
027730*    MASTER BEFORE THE REVERSAL, THEN THE MASTER AFTER IT.
027735*================================================================*
027740     ADD 1 TO WS-JRNL-SEQ
027745     MOVE WS-RUN-ID       TO JRNL-RUN-ID
027750     MOVE WS-JRNL-SEQ     TO JRNL-SEQ
027755     MOVE WS-REV-ACTION   TO JRNL-ACTION-CODE
027760     MOVE WS-REV-BEFORE   TO JRNL-BEFORE-IMAGE
027765     MOVE WS-REV-AFTER    TO JRNL-AFTER-IMAGE
027770     MOVE 'B'             TO JRNL-SOURCE-CODE
027775     MOVE WS-OPERATOR-ID  TO JRNL-ORIGINATOR
027780     WRITE JRNL-RECORD.
027785 3500-JOURNAL-REVERSAL-EXIT.
027790     EXIT.
027800
027900*================================================================*
027910 8500-RELEASE-RUN-CONTROL.
028910         DISPLAY 'EMPBKOUT: RUN NOT BACKED OUT ' WS-BACKOUT-RUN-ID
028920     ELSE
028930         DISPLAY 'EMPBKOUT: RUN BACKED OUT   ' WS-BACKOUT-RUN-ID
028932*        THE REVERSALS ARE JOURNALLED UNDER THIS RUN'S OWN
028934*        RUN-ID, SO THE NEXT DELTA EXPORT CARRIES THEM.
028936         DISPLAY 'EMPBKOUT: REVERSALS JOURNALLED AS RUN '
028938             WS-RUN-ID
028940     END-IF
029000     DISPLAY 'EMPBKOUT: ADDS REVERSED    ' WS-ADD-REVERSED
029050     DISPLAY 'EMPBKOUT: REHIRES REVERSED ' WS-REHIRE-REVERSED
029100     DISPLAY 'EMPBKOUT: CHANGES REVERSED ' WS-CHANGE-REVERSED
029200     DISPLAY 'EMPBKOUT: DELETES REVERSED ' WS-DELETE-REVERSED
029300     DISPLAY 'EMPBKOUT: ERRORS           ' WS-ERROR-COUNT
