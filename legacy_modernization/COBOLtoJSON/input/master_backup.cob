000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     EMPGENBK.
000300 AUTHOR.         R W BRENNAN.
000400 INSTALLATION.   DATA CENTER SERVICES.
000500 DATE-WRITTEN.   05/31/1999.
000600 DATE-COMPILED.
000700*================================================================*
000800*  EMPGENBK                                                      *
000900*  GENERATION BACKUP OF THE EMPLOYEE MASTER.  RUNS IN THE        *
001000*  NIGHTLY STREAM AHEAD OF EMPMAINT AND UNLOADS EMPLOYEE.DAT, IN *
001100*  EMP-ID ORDER, TO THE NEXT NUMBERED GENERATION ON EMPGENS.DAT  *
001200*  (SEE EMPGEN.CPY): A HEADER WITH THIS RUN'S RUN-ID, THE        *
001300*  RECORDS, AND A TRAILER WITH THE RECORD COUNT AND EMP-ID HASH  *
001400*  TOTAL, KEPT THE SAME WAY FILETEST KEEPS THEM.  THE LAST SEVEN *
001500*  GENERATIONS ARE KEPT; TAKING AN EIGHTH ROTATES OUT THE        *
001600*  OLDEST.  EMPRECOV RELOADS A GENERATION AND ROLLS IT FORWARD   *
001700*  FROM THE JOURNAL.                                             *
001800*                                                                *
001900*  THE FILE IS NEVER UPDATED IN PLACE.  THE GENERATIONS KEPT AND *
002000*  THE NEW ONE ARE WRITTEN TO A WORK FILE, EMPGENWK.DAT, FIRST;  *
002100*  ONLY WHEN THAT IS COMPLETE IS THE CATALOG, EMPGENCT.DAT, SET  *
002200*  TO W AND THE WORK FILE COPIED OVER EMPGENS.DAT, AND THE       *
002300*  CATALOG THEN SET TO C.  A RUN THAT DIES BEFORE THE CATALOG    *
002400*  SAYS W LEAVES THE OLD GENERATIONS UNTOUCHED; ONE THAT DIES    *
002500*  DURING THE COPY IS FINISHED BY THE NEXT RUN FROM THE WORK     *
002600*  FILE BEFORE THAT RUN TAKES ITS OWN GENERATION AS USUAL.  THE  *
002700*  FINISHED ONE MAY BE OLDER THAN THE MASTER BY THEN, BUT IT IS  *
002800*  STILL A GOOD POINT-IN-TIME COPY AND IS KEPT WITH THE REST.    *
002900*----------------------------------------------------------------*
003000*  MODIFICATION HISTORY                                          *
003100*  DATE       BY   DESCRIPTION                                   *
003200*  05/31/1999 RWB  ORIGINAL GENERATION BACKUP.                   *
003210*  06/14/1999 RWB  A RUN THAT FINISHES AN INTERRUPTED COPY-BACK  *
003220*                  NOW TAKES TONIGHT'S GENERATION AS WELL, SO    *
003230*                  MAINTENANCE NEVER RUNS WITHOUT ONE.  THE      *
003240*                  HEADER RECORD WRITE IS NOW CHECKED.           *
003300*================================================================*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMP-FILE ASSIGN TO 'EMPLOYEE.DAT'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS EMP-ID
004100         ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
004200         FILE STATUS IS WS-EMP-FILE-STATUS.
004300
004400     SELECT GENS-FILE ASSIGN TO 'EMPGENS.DAT'
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-GENS-FILE-STATUS.
004700
004800     SELECT WORK-FILE ASSIGN TO 'EMPGENWK.DAT'
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-WORK-FILE-STATUS.
005100
005200     SELECT GCAT-FILE ASSIGN TO 'EMPGENCT.DAT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-GCAT-FILE-STATUS.
005500
005600     SELECT RCTL-FILE ASSIGN TO 'RUNCTL.DAT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RCTL-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  EMP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 COPY EMPREC.
006500
006600 FD  GENS-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  GENS-RECORD                 PIC X(60).
006900
007000 FD  WORK-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  WORK-RECORD                 PIC X(60).
007300
007400 FD  GCAT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 COPY EMPGENCT.
007700
007800 FD  RCTL-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 COPY RUNCTL.
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------*
008400*    FILE STATUS AND END-OF-FILE SWITCHES                        *
008500*----------------------------------------------------------------*
008600 01  WS-EMP-FILE-STATUS       PIC X(02).
008700     88  EMP-FILE-OK                  VALUE '00'.
008800
008900 01  WS-GENS-FILE-STATUS      PIC X(02).
009000     88  GENS-FILE-OK                 VALUE '00'.
009100     88  GENS-FILE-MISSING            VALUE '35'.
009200
009300 01  WS-WORK-FILE-STATUS      PIC X(02).
009400     88  WORK-FILE-OK                 VALUE '00'.
009500
009600 01  WS-GCAT-FILE-STATUS      PIC X(02).
009700     88  GCAT-FILE-OK                 VALUE '00'.
009800     88  GCAT-FILE-MISSING            VALUE '35'.
009900
010000 01  WS-RCTL-FILE-STATUS      PIC X(02).
010100     88  RCTL-FILE-OK                 VALUE '00'.
010200     88  RCTL-FILE-MISSING            VALUE '35'.
010300
010400 01  WS-EMP-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
010500     88  EMP-FILE-OPEN                VALUE 'Y'.
010600 01  WS-GENS-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
010700     88  GENS-FILE-OPEN               VALUE 'Y'.
010800 01  WS-WORK-FILE-OPEN-SW     PIC X(01) VALUE 'N'.
010900     88  WORK-FILE-OPEN               VALUE 'Y'.
011000
011100 01  EOF-FLAG                 PIC X(01) VALUE 'N'.
011200     88  END-OF-FILE                  VALUE 'Y'.
011300 01  WS-REFUSED-SW            PIC X(01) VALUE 'N'.
011400     88  RUN-REFUSED                  VALUE 'Y'.
011500 01  WS-RESUMED-SW            PIC X(01) VALUE 'N'.
011600     88  COPY-RESUMED                 VALUE 'Y'.
011700
011800*----------------------------------------------------------------*
011900*    RUN IDENTIFICATION AND RUN-CONTROL STATE                    *
012000*----------------------------------------------------------------*
012100 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
012200 01  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
012300 01  WS-RUN-ID.
012400     05  WS-RUN-ID-DATE          PIC 9(08).
012500     05  WS-RUN-ID-TIME          PIC 9(06).
012600 01  WS-RCTL-ACQUIRED-SW      PIC X(01) VALUE 'N'.
012700     88  RCTL-ACQUIRED                VALUE 'Y'.
012800 01  WS-SAVED-MAINT-DONE      PIC X(01) VALUE 'N'.
012900 01  WS-SAVED-MAINT-DATE      PIC 9(08) VALUE ZERO.
013000
013100*----------------------------------------------------------------*
013200*    GENERATIONS.  THE CATALOG AS READ AT START-UP, AND THE      *
013300*    NEW GENERATION'S NUMBER AND THE OLDEST ONE KEPT WITH IT.    *
013400*----------------------------------------------------------------*
013500 01  WS-GEN-KEEP              PIC 9(02) VALUE 7.
013600 01  WS-CAT-STATE             PIC X(01) VALUE SPACE.
013700 01  WS-CAT-OLDEST-GEN        PIC 9(07) VALUE ZERO.
013800 01  WS-CAT-NEWEST-GEN        PIC 9(07) VALUE ZERO.
013900 01  WS-CAT-NEWEST-RUN-ID     PIC X(14) VALUE SPACES.
014000 01  WS-CAT-NEWEST-COUNT      PIC 9(07) VALUE ZERO.
014100 01  WS-CAT-NEWEST-HASH       PIC 9(09) VALUE ZERO.
014200 01  WS-NEW-GEN               PIC 9(07) VALUE ZERO.
014300 01  WS-OLDEST-KEPT           PIC 9(07) VALUE ZERO.
014350 01  WS-RESUMED-GEN           PIC 9(07) VALUE ZERO.
014400
014500*    THE GENERATION RECORD, BUILT HERE AND WRITTEN FROM HERE;
014600*    EMPGENS.DAT AND THE WORK FILE SHARE ITS LAYOUT.
014700 COPY EMPGEN.
014800
014900*----------------------------------------------------------------*
015000*    CONTROL TOTALS, KEPT THE SAME WAY FILETEST KEEPS THEM       *
015100*    (NUMERIC EMP-IDS ONLY IN THE HASH)                          *
015200*----------------------------------------------------------------*
015300 01  WS-RECORD-COUNT          PIC 9(07) VALUE ZERO.
015400 01  WS-HASH-TOTAL            PIC 9(09) COMP VALUE ZERO.
015500 01  WS-EMP-ID-NUMERIC        PIC 9(05) VALUE ZERO.
015600
015700*----------------------------------------------------------------*
015800*    RUN TOTALS                                                  *
015900*----------------------------------------------------------------*
016000 01  WS-KEPT-RECORD-COUNT     PIC 9(07) VALUE ZERO.
016100 01  WS-DROPPED-GEN-COUNT     PIC 9(07) VALUE ZERO.
016200 01  WS-COPY-COUNT            PIC 9(07) VALUE ZERO.
016300
016400 PROCEDURE DIVISION.
016500*================================================================*
016600 0000-MAINLINE.
016700*================================================================*
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT
017000     PERFORM 2000-COPY-KEPT-GENERATIONS
017100         THRU 2000-COPY-KEPT-GENERATIONS-EXIT
017200     PERFORM 3000-UNLOAD-MASTER
017300         THRU 3000-UNLOAD-MASTER-EXIT
017400     PERFORM 4000-COMMIT-GENERATION
017500         THRU 4000-COMMIT-GENERATION-EXIT
017600     PERFORM 9000-TERMINATE
017700         THRU 9000-TERMINATE-EXIT
017800     STOP RUN.
017900
018000*================================================================*
018100 1000-INITIALIZE.
018200*================================================================*
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018400     ACCEPT WS-RUN-TIME FROM TIME
018500     MOVE WS-RUN-DATE TO WS-RUN-ID-DATE
018600     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
018700     DISPLAY 'EMPGENBK: RUN-ID ' WS-RUN-ID
018800
018900     PERFORM 1500-ACQUIRE-RUN-CONTROL
019000         THRU 1500-ACQUIRE-RUN-CONTROL-EXIT
019100     IF NOT RCTL-ACQUIRED
019200         MOVE 'Y' TO WS-REFUSED-SW
019300         GO TO 1000-INITIALIZE-EXIT
019400     END-IF
019500
019600     PERFORM 1200-READ-CATALOG
019700         THRU 1200-READ-CATALOG-EXIT
019800     IF RUN-REFUSED
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100
020200*    A BACKUP THAT DIED COPYING THE WORK FILE BACK IS FINISHED
020300*    FIRST; TONIGHT'S GENERATION IS THEN TAKEN AS USUAL.
020400     IF GCAT-COPYING
020500         DISPLAY 'EMPGENBK: GENERATION ' WS-CAT-NEWEST-GEN
020600             ' WAS NOT COPIED BACK TO EMPGENS.DAT; FINISHING '
020700             'IT FROM EMPGENWK.DAT'
020900         PERFORM 4200-COPY-WORK-TO-GENS
021000             THRU 4200-COPY-WORK-TO-GENS-EXIT
021100         IF RUN-REFUSED
021120             GO TO 1000-INITIALIZE-EXIT
021140         END-IF
021160         MOVE WS-CAT-NEWEST-GEN TO WS-RESUMED-GEN
021180         MOVE 'Y' TO WS-RESUMED-SW
021200     END-IF
021300
021400     COMPUTE WS-NEW-GEN = WS-CAT-NEWEST-GEN + 1
021500     IF WS-NEW-GEN > WS-GEN-KEEP
021600         COMPUTE WS-OLDEST-KEPT = WS-NEW-GEN - WS-GEN-KEEP + 1
021700     ELSE
021800         MOVE 1 TO WS-OLDEST-KEPT
021900     END-IF
022000     DISPLAY 'EMPGENBK: TAKING GENERATION ' WS-NEW-GEN
022100         ', KEEPING ' WS-OLDEST-KEPT ' THRU ' WS-NEW-GEN
022200
022300     OPEN INPUT EMP-FILE
022400     IF NOT EMP-FILE-OK
022500         DISPLAY 'EMPGENBK: CANNOT OPEN EMPLOYEE.DAT, STATUS '
022600             WS-EMP-FILE-STATUS
022700         MOVE 'Y' TO WS-REFUSED-SW
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF
023000     MOVE 'Y' TO WS-EMP-FILE-OPEN-SW
023100
023200*    NO GENERATION FILE YET JUST MEANS THE FIRST BACKUP EVER.
023300     OPEN INPUT GENS-FILE
023400     IF GENS-FILE-OK
023500         MOVE 'Y' TO WS-GENS-FILE-OPEN-SW
023600     ELSE
023700         IF NOT GENS-FILE-MISSING
023800             DISPLAY 'EMPGENBK: CANNOT OPEN EMPGENS.DAT, STATUS '
023900                 WS-GENS-FILE-STATUS
024000             MOVE 'Y' TO WS-REFUSED-SW
024100             GO TO 1000-INITIALIZE-EXIT
024200         END-IF
024300     END-IF
024400
024500     OPEN OUTPUT WORK-FILE
024600     IF NOT WORK-FILE-OK
024700         DISPLAY 'EMPGENBK: CANNOT OPEN EMPGENWK.DAT, STATUS '
024800             WS-WORK-FILE-STATUS
024900         MOVE 'Y' TO WS-REFUSED-SW
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF
025200     MOVE 'Y' TO WS-WORK-FILE-OPEN-SW.
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
025500
025600*================================================================*
025700 1200-READ-CATALOG.
025800*    NO CATALOG MEANS NO GENERATION HAS EVER BEEN TAKEN.
025900*================================================================*
026000     MOVE SPACES TO GCAT-RECORD
026100     MOVE 'C' TO GCAT-STATE
026200     MOVE ZERO TO GCAT-OLDEST-GEN
026300     MOVE ZERO TO GCAT-NEWEST-GEN
026400     MOVE ZERO TO GCAT-NEWEST-COUNT
026500     MOVE ZERO TO GCAT-NEWEST-HASH
026600
026700     OPEN INPUT GCAT-FILE
026800     IF GCAT-FILE-OK
026900         READ GCAT-FILE
027000             AT END
027100                 MOVE SPACES TO GCAT-RECORD
027200                 MOVE 'C' TO GCAT-STATE
027300                 MOVE ZERO TO GCAT-OLDEST-GEN
027400                 MOVE ZERO TO GCAT-NEWEST-GEN
027500                 MOVE ZERO TO GCAT-NEWEST-COUNT
027600                 MOVE ZERO TO GCAT-NEWEST-HASH
027700         END-READ
027800         CLOSE GCAT-FILE
027900     ELSE
028000         IF NOT GCAT-FILE-MISSING
028100             DISPLAY 'EMPGENBK: CANNOT READ EMPGENCT.DAT, STATUS '
028200                 WS-GCAT-FILE-STATUS
028300             MOVE 'Y' TO WS-REFUSED-SW
028400             GO TO 1200-READ-CATALOG-EXIT
028500         END-IF
028600     END-IF
028700
028800     MOVE GCAT-STATE TO WS-CAT-STATE
028900     MOVE GCAT-OLDEST-GEN TO WS-CAT-OLDEST-GEN
029000     MOVE GCAT-NEWEST-GEN TO WS-CAT-NEWEST-GEN
029100     MOVE GCAT-NEWEST-RUN-ID TO WS-CAT-NEWEST-RUN-ID
029200     MOVE GCAT-NEWEST-COUNT TO WS-CAT-NEWEST-COUNT
029300     MOVE GCAT-NEWEST-HASH TO WS-CAT-NEWEST-HASH.
029400 1200-READ-CATALOG-EXIT.
029500     EXIT.
029600
029700*================================================================*
029800 1500-ACQUIRE-RUN-CONTROL.
029900*    CHECK AND STAMP RUNCTL.DAT BEFORE READING THE MASTER, SO NO
030000*    OTHER RUN CHANGES IT PART WAY THROUGH THE UNLOAD AND THE
030100*    GENERATION IS A TRUE POINT-IN-TIME COPY.  NO FILE AT ALL
030200*    JUST MEANS THE FIRST RUN EVER.
030300*================================================================*
030400     MOVE SPACES TO RCTL-RECORD
030500     MOVE 'F' TO RCTL-STATE
030600     MOVE ZERO TO RCTL-BUSINESS-DATE
030700     MOVE ZERO TO RCTL-MAINT-DATE
030800     MOVE 'N' TO RCTL-MAINT-DONE-SW
030900
031000     OPEN INPUT RCTL-FILE
031100     IF RCTL-FILE-OK
031200         READ RCTL-FILE
031300             AT END
031400                 MOVE SPACES TO RCTL-RECORD
031500                 MOVE 'F' TO RCTL-STATE
031600                 MOVE ZERO TO RCTL-BUSINESS-DATE
031700                 MOVE ZERO TO RCTL-MAINT-DATE
031800                 MOVE 'N' TO RCTL-MAINT-DONE-SW
031900         END-READ
032000         CLOSE RCTL-FILE
032100     ELSE
032200         IF NOT RCTL-FILE-MISSING
032300             DISPLAY 'EMPGENBK: CANNOT READ RUNCTL.DAT, STATUS '
032400                 WS-RCTL-FILE-STATUS
032500             GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
032600         END-IF
032700     END-IF
032800
032900     IF RCTL-IN-USE
033000         DISPLAY 'EMPGENBK: EMPLOYEE.DAT IS HELD BY '
033100             RCTL-HOLDER ' (RUN ' RCTL-HOLDER-RUN-ID ')'
033200         DISPLAY 'EMPGENBK: IF THAT RUN ABENDED, INSPECT AND '
033300             'RESET THE RUN CONTROL WITH RUNCTLRS'
033400         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
033500     END-IF
033600
033700     MOVE RCTL-MAINT-DONE-SW TO WS-SAVED-MAINT-DONE
033800     MOVE RCTL-MAINT-DATE TO WS-SAVED-MAINT-DATE
033900
034000     OPEN OUTPUT RCTL-FILE
034100     IF NOT RCTL-FILE-OK
034200         DISPLAY 'EMPGENBK: CANNOT STAMP RUNCTL.DAT, STATUS '
034300             WS-RCTL-FILE-STATUS
034400         GO TO 1500-ACQUIRE-RUN-CONTROL-EXIT
034500     END-IF
034600     MOVE 'U' TO RCTL-STATE
034700     MOVE 'EMPGENBK' TO RCTL-HOLDER
034800     MOVE WS-RUN-ID TO RCTL-HOLDER-RUN-ID
034900     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
035000     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
035100     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
035200     WRITE RCTL-RECORD
035300     CLOSE RCTL-FILE
035400     MOVE 'Y' TO WS-RCTL-ACQUIRED-SW.
035500 1500-ACQUIRE-RUN-CONTROL-EXIT.
035600     EXIT.
035700
035800*================================================================*
035900 2000-COPY-KEPT-GENERATIONS.
036000*    COPY THE GENERATIONS STILL WITHIN THE SEVEN TO THE WORK
036100*    FILE, OLDEST FIRST, DROPPING ANY OLDER ONE.
036200*================================================================*
036300     IF RUN-REFUSED
036400         GO TO 2000-COPY-KEPT-GENERATIONS-EXIT
036500     END-IF
036600     IF NOT GENS-FILE-OPEN
036700         GO TO 2000-COPY-KEPT-GENERATIONS-EXIT
036800     END-IF
036900
037000     MOVE 'N' TO EOF-FLAG
037100     PERFORM 2100-COPY-ONE-RECORD
037200         THRU 2100-COPY-ONE-RECORD-EXIT
037300         UNTIL END-OF-FILE
037400             OR RUN-REFUSED
037500     CLOSE GENS-FILE
037600     MOVE 'N' TO WS-GENS-FILE-OPEN-SW.
037700 2000-COPY-KEPT-GENERATIONS-EXIT.
037800     EXIT.
037900
038000*================================================================*
038100 2100-COPY-ONE-RECORD.
038200*================================================================*
038300     READ GENS-FILE INTO GEN-RECORD
038400         AT END
038500             MOVE 'Y' TO EOF-FLAG
038600             GO TO 2100-COPY-ONE-RECORD-EXIT
038700     END-READ
038800
038900     IF GEN-NUMBER < WS-OLDEST-KEPT
039000         IF GEN-HEADER
039100             DISPLAY 'EMPGENBK: GENERATION ' GEN-NUMBER
039200                 ' (RUN ' GENH-RUN-ID ') ROTATED OUT'
039300             ADD 1 TO WS-DROPPED-GEN-COUNT
039400         END-IF
039500         GO TO 2100-COPY-ONE-RECORD-EXIT
039600     END-IF
039700
039800     WRITE WORK-RECORD FROM GEN-RECORD
039900     IF NOT WORK-FILE-OK
040000         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENWK.DAT, STATUS '
040100             WS-WORK-FILE-STATUS
040200         MOVE 'Y' TO WS-REFUSED-SW
040300         GO TO 2100-COPY-ONE-RECORD-EXIT
040400     END-IF
040500     ADD 1 TO WS-KEPT-RECORD-COUNT.
040600 2100-COPY-ONE-RECORD-EXIT.
040700     EXIT.
040800
040900*================================================================*
041000 3000-UNLOAD-MASTER.
041100*    THE NEW GENERATION: HEADER, EVERY MASTER RECORD IN EMP-ID
041200*    ORDER, THEN THE TRAILER WITH ITS CONTROL TOTALS.
041300*================================================================*
041400     IF RUN-REFUSED
041500         GO TO 3000-UNLOAD-MASTER-EXIT
041600     END-IF
041700
041800     MOVE SPACES TO GEN-RECORD
041900     MOVE WS-NEW-GEN TO GEN-NUMBER
042000     MOVE 'H' TO GEN-RECORD-TYPE
042100     MOVE WS-RUN-ID TO GENH-RUN-ID
042200     WRITE WORK-RECORD FROM GEN-RECORD
042210     IF NOT WORK-FILE-OK
042220         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENWK.DAT, STATUS '
042230             WS-WORK-FILE-STATUS
042240         MOVE 'Y' TO WS-REFUSED-SW
042250         GO TO 3000-UNLOAD-MASTER-EXIT
042260     END-IF
042300
042400     MOVE 'N' TO EOF-FLAG
042500     PERFORM 3100-UNLOAD-ONE-RECORD
042600         THRU 3100-UNLOAD-ONE-RECORD-EXIT
042700         UNTIL END-OF-FILE
042800             OR RUN-REFUSED
042900     IF RUN-REFUSED
043000         GO TO 3000-UNLOAD-MASTER-EXIT
043100     END-IF
043200
043300     MOVE SPACES TO GEN-RECORD
043400     MOVE WS-NEW-GEN TO GEN-NUMBER
043500     MOVE 'T' TO GEN-RECORD-TYPE
043600     MOVE WS-RECORD-COUNT TO GENT-RECORD-COUNT
043700     MOVE WS-HASH-TOTAL TO GENT-HASH-TOTAL
043800     WRITE WORK-RECORD FROM GEN-RECORD
043900     IF NOT WORK-FILE-OK
044000         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENWK.DAT, STATUS '
044100             WS-WORK-FILE-STATUS
044200         MOVE 'Y' TO WS-REFUSED-SW
044300     END-IF.
044400 3000-UNLOAD-MASTER-EXIT.
044500     EXIT.
044600
044700*================================================================*
044800 3100-UNLOAD-ONE-RECORD.
044900*================================================================*
045000     READ EMP-FILE NEXT RECORD
045100         AT END
045200             MOVE 'Y' TO EOF-FLAG
045300             GO TO 3100-UNLOAD-ONE-RECORD-EXIT
045400     END-READ
045500     IF NOT EMP-FILE-OK
045600         DISPLAY 'EMPGENBK: CANNOT READ EMPLOYEE.DAT, STATUS '
045700             WS-EMP-FILE-STATUS
045800         MOVE 'Y' TO WS-REFUSED-SW
045900         GO TO 3100-UNLOAD-ONE-RECORD-EXIT
046000     END-IF
046100
046200     ADD 1 TO WS-RECORD-COUNT
046300     IF EMP-ID IS NUMERIC
046400         MOVE EMP-ID TO WS-EMP-ID-NUMERIC
046500         ADD WS-EMP-ID-NUMERIC TO WS-HASH-TOTAL
046600     END-IF
046700
046800     MOVE SPACES TO GEN-RECORD
046900     MOVE WS-NEW-GEN TO GEN-NUMBER
047000     MOVE 'D' TO GEN-RECORD-TYPE
047100     MOVE EMP-RECORD TO GEN-DATA
047200     WRITE WORK-RECORD FROM GEN-RECORD
047300     IF NOT WORK-FILE-OK
047400         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENWK.DAT, STATUS '
047500             WS-WORK-FILE-STATUS
047600         MOVE 'Y' TO WS-REFUSED-SW
047700     END-IF.
047800 3100-UNLOAD-ONE-RECORD-EXIT.
047900     EXIT.
048000
048100*================================================================*
048200 4000-COMMIT-GENERATION.
048300*    THE WORK FILE NOW HOLDS EVERY GENERATION TO BE KEPT.  MARK
048400*    THE CATALOG W, COPY THE WORK FILE OVER EMPGENS.DAT, AND
048500*    4200 MARKS THE CATALOG C ONCE THE COPY IS DONE.
048600*================================================================*
048700     IF RUN-REFUSED
048800         GO TO 4000-COMMIT-GENERATION-EXIT
048900     END-IF
049000
049100     CLOSE WORK-FILE
049200     MOVE 'N' TO WS-WORK-FILE-OPEN-SW
049300     CLOSE EMP-FILE
049400     MOVE 'N' TO WS-EMP-FILE-OPEN-SW
049500
049600     IF WS-OLDEST-KEPT > WS-CAT-OLDEST-GEN
049700         MOVE WS-OLDEST-KEPT TO WS-CAT-OLDEST-GEN
049800     END-IF
049900     IF WS-CAT-OLDEST-GEN = ZERO
050000         MOVE WS-NEW-GEN TO WS-CAT-OLDEST-GEN
050100     END-IF
050200     MOVE WS-NEW-GEN TO WS-CAT-NEWEST-GEN
050300     MOVE WS-RUN-ID TO WS-CAT-NEWEST-RUN-ID
050400     MOVE WS-RECORD-COUNT TO WS-CAT-NEWEST-COUNT
050500     MOVE WS-HASH-TOTAL TO WS-CAT-NEWEST-HASH
050600
050700     MOVE 'W' TO GCAT-STATE
050800     PERFORM 4100-WRITE-CATALOG
050900         THRU 4100-WRITE-CATALOG-EXIT
051000     IF RUN-REFUSED
051100         GO TO 4000-COMMIT-GENERATION-EXIT
051200     END-IF
051300
051400     PERFORM 4200-COPY-WORK-TO-GENS
051500         THRU 4200-COPY-WORK-TO-GENS-EXIT.
051600 4000-COMMIT-GENERATION-EXIT.
051700     EXIT.
051800
051900*================================================================*
052000 4100-WRITE-CATALOG.
052100*    REWRITE THE ONE CATALOG RECORD IN THE STATE ALREADY MOVED
052200*    TO GCAT-STATE.
052300*================================================================*
052400     MOVE GCAT-STATE TO WS-CAT-STATE
052500     OPEN OUTPUT GCAT-FILE
052600     IF NOT GCAT-FILE-OK
052700         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENCT.DAT, STATUS '
052800             WS-GCAT-FILE-STATUS
052900         MOVE 'Y' TO WS-REFUSED-SW
053000         GO TO 4100-WRITE-CATALOG-EXIT
053100     END-IF
053200     MOVE SPACES TO GCAT-RECORD
053300     MOVE WS-CAT-STATE TO GCAT-STATE
053400     MOVE WS-CAT-OLDEST-GEN TO GCAT-OLDEST-GEN
053500     MOVE WS-CAT-NEWEST-GEN TO GCAT-NEWEST-GEN
053600     MOVE WS-CAT-NEWEST-RUN-ID TO GCAT-NEWEST-RUN-ID
053700     MOVE WS-CAT-NEWEST-COUNT TO GCAT-NEWEST-COUNT
053800     MOVE WS-CAT-NEWEST-HASH TO GCAT-NEWEST-HASH
053900     WRITE GCAT-RECORD
054000     CLOSE GCAT-FILE.
054100 4100-WRITE-CATALOG-EXIT.
054200     EXIT.
054300
054400*================================================================*
054500 4200-COPY-WORK-TO-GENS.
054600*    COPY EMPGENWK.DAT OVER EMPGENS.DAT RECORD FOR RECORD, THEN
054700*    MARK THE CATALOG COMPLETE.
054800*================================================================*
054900     OPEN INPUT WORK-FILE
055000     IF NOT WORK-FILE-OK
055100         DISPLAY 'EMPGENBK: CANNOT OPEN EMPGENWK.DAT, STATUS '
055200             WS-WORK-FILE-STATUS
055300         MOVE 'Y' TO WS-REFUSED-SW
055400         GO TO 4200-COPY-WORK-TO-GENS-EXIT
055500     END-IF
055600     MOVE 'Y' TO WS-WORK-FILE-OPEN-SW
055700     OPEN OUTPUT GENS-FILE
055800     IF NOT GENS-FILE-OK
055900         DISPLAY 'EMPGENBK: CANNOT OPEN EMPGENS.DAT, STATUS '
056000             WS-GENS-FILE-STATUS
056100         MOVE 'Y' TO WS-REFUSED-SW
056200         GO TO 4200-COPY-WORK-TO-GENS-EXIT
056300     END-IF
056400     MOVE 'Y' TO WS-GENS-FILE-OPEN-SW
056500
056600     MOVE 'N' TO EOF-FLAG
056700     PERFORM 4300-COPY-BACK-ONE-RECORD
056800         THRU 4300-COPY-BACK-ONE-RECORD-EXIT
056900         UNTIL END-OF-FILE
057000             OR RUN-REFUSED
057100     CLOSE WORK-FILE
057200     MOVE 'N' TO WS-WORK-FILE-OPEN-SW
057300     CLOSE GENS-FILE
057400     MOVE 'N' TO WS-GENS-FILE-OPEN-SW
057500     IF RUN-REFUSED
057600         GO TO 4200-COPY-WORK-TO-GENS-EXIT
057700     END-IF
057800
057900     MOVE 'C' TO GCAT-STATE
058000     PERFORM 4100-WRITE-CATALOG
058100         THRU 4100-WRITE-CATALOG-EXIT.
058200 4200-COPY-WORK-TO-GENS-EXIT.
058300     EXIT.
058400
058500*================================================================*
058600 4300-COPY-BACK-ONE-RECORD.
058700*================================================================*
058800     READ WORK-FILE
058900         AT END
059000             MOVE 'Y' TO EOF-FLAG
059100             GO TO 4300-COPY-BACK-ONE-RECORD-EXIT
059200     END-READ
059300     WRITE GENS-RECORD FROM WORK-RECORD
059400     IF NOT GENS-FILE-OK
059500         DISPLAY 'EMPGENBK: CANNOT WRITE EMPGENS.DAT, STATUS '
059600             WS-GENS-FILE-STATUS
059700         MOVE 'Y' TO WS-REFUSED-SW
059800         GO TO 4300-COPY-BACK-ONE-RECORD-EXIT
059900     END-IF
060000     ADD 1 TO WS-COPY-COUNT.
060100 4300-COPY-BACK-ONE-RECORD-EXIT.
060200     EXIT.
060300
060400*================================================================*
060500 8500-RELEASE-RUN-CONTROL.
060600*    STAMP OUT OF RUNCTL.DAT, PRESERVING THE MAINTENANCE-
060700*    COMPLETE FIELDS EMPMAINT OWNS.  A RUN THAT ABENDS NEVER
060800*    GETS HERE, SO ITS IN-USE STAMP SURVIVES FOR THE OPERATOR
060900*    TO FIND.
061000*================================================================*
061100     IF NOT RCTL-ACQUIRED
061200         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
061300     END-IF
061400
061500     OPEN OUTPUT RCTL-FILE
061600     IF NOT RCTL-FILE-OK
061700         DISPLAY 'EMPGENBK: CANNOT RESTAMP RUNCTL.DAT, STATUS '
061800             WS-RCTL-FILE-STATUS
061900         GO TO 8500-RELEASE-RUN-CONTROL-EXIT
062000     END-IF
062100     MOVE SPACES TO RCTL-RECORD
062200     MOVE 'F' TO RCTL-STATE
062300     MOVE WS-RUN-DATE TO RCTL-BUSINESS-DATE
062400     MOVE WS-SAVED-MAINT-DONE TO RCTL-MAINT-DONE-SW
062500     MOVE WS-SAVED-MAINT-DATE TO RCTL-MAINT-DATE
062600     WRITE RCTL-RECORD
062700     CLOSE RCTL-FILE.
062800 8500-RELEASE-RUN-CONTROL-EXIT.
062900     EXIT.
063000
063100*================================================================*
063200 9000-TERMINATE.
063300*================================================================*
063400     IF EMP-FILE-OPEN
063500         CLOSE EMP-FILE
063600     END-IF
063700     IF GENS-FILE-OPEN
063800         CLOSE GENS-FILE
063900     END-IF
064000     IF WORK-FILE-OPEN
064100         CLOSE WORK-FILE
064200     END-IF
064300
064400     PERFORM 8500-RELEASE-RUN-CONTROL
064500         THRU 8500-RELEASE-RUN-CONTROL-EXIT
064600
064700     IF RUN-REFUSED
064800         AND WS-CAT-STATE = 'W'
064900         DISPLAY 'EMPGENBK: GENERATION ' WS-CAT-NEWEST-GEN
065000             ' NOT COPIED BACK TO EMPGENS.DAT; THE NEXT '
065100             'EMPGENBK RUN FINISHES IT FROM EMPGENWK.DAT'
065200         MOVE 8 TO RETURN-CODE
065300         GO TO 9000-TERMINATE-EXIT
065400     END-IF
065500
065510     IF COPY-RESUMED
065520         DISPLAY 'EMPGENBK: GENERATION ' WS-RESUMED-GEN
065530             ' FINISHED FROM EMPGENWK.DAT'
065540     END-IF
065550
065600     IF RUN-REFUSED
065610         IF COPY-RESUMED
065620             DISPLAY 'EMPGENBK: NO NEW GENERATION TAKEN'
065630         ELSE
065700             DISPLAY 'EMPGENBK: NO GENERATION TAKEN; EMPGENS.DAT '
065800                 'IS AS IT WAS'
065850         END-IF
065900         MOVE 8 TO RETURN-CODE
066000         GO TO 9000-TERMINATE-EXIT
066100     END-IF
066600     DISPLAY 'EMPGENBK: GENERATION ' WS-CAT-NEWEST-GEN
066700         ' TAKEN'
066800     DISPLAY 'EMPGENBK: GENERATIONS ROTATED OUT '
066900         WS-DROPPED-GEN-COUNT
067100     DISPLAY 'EMPGENBK: GENERATIONS HELD     ' WS-CAT-OLDEST-GEN
067200         ' THRU ' WS-CAT-NEWEST-GEN
067300     DISPLAY 'EMPGENBK: RUN-ID               '
067400         WS-CAT-NEWEST-RUN-ID
067500     DISPLAY 'EMPGENBK: RECORD COUNT         ' WS-CAT-NEWEST-COUNT
067600     DISPLAY 'EMPGENBK: EMP-ID HASH TOTAL    ' WS-CAT-NEWEST-HASH.
067700 9000-TERMINATE-EXIT.
067800     EXIT.
