001400*                                                                *
001500*  EXPECTED ROW LAYOUT (NO QUOTED FIELDS; THE EXTRACT CARRIES    *
001600*  NO EMBEDDED COMMAS):                                          *
001660*    ACTION,EMP-ID,NAME,DEPT,HIRE-DATE,SALARY,EFF-DATE,          *
001720*    ORIGINATOR                                                  *
001800*  WHERE ACTION IS HIRE, CHANGE, TERM, REHIRE, OR LEAVE (A, C,   *
001900*  D, R, OR L ALSO ACCEPTED), HIRE-DATE AND EFF-DATE ARE         *
001905*  MM/DD/CCYY, AND                                               *
001910*  SALARY IS DOLLARS WITH OPTIONAL .CENTS.  A REHIRE ROW MAY     *
001920*  LEAVE THE HIRE-DATE BLANK; THE EMPTERM.DAT ARCHIVE OWNS THE   *
001930*  REAL ONE AND EMPMAINT RESTORES IT.  THE EFF-DATE FIELD IS     *
002010*  OPTIONAL; A ROW WITHOUT ONE (OR WITH A BLANK ONE) IS          *
002020*  EFFECTIVE TONIGHT, AS EVERY ROW WAS BEFORE.  A TERM ROW ONLY  *
002100*  NEEDS ACTION AND EMP-ID.  A LEAVE ROW (VACATION TAKEN) SENDS  *
002110*  THE DATE THE LEAVE WAS TAKEN IN THE HIRE-DATE FIELD AND THE   *
002120*  HOURS TAKEN, WITH OPTIONAL .HUNDREDTHS, IN THE SALARY FIELD.  *
002130*  THE ORIGINATOR FIELD, ALSO OPTIONAL, IS THE HR SYSTEM USER    *
002140*  WHO ENTERED THE ROW; BLANK OR ABSENT MEANS HRSYSTEM.  IT IS   *
002150*  CARRIED WITH SOURCE CODE H ONTO EVERY TRANSACTION, THROUGH    *
002160*  TO THE JOURNAL.                                               *
002200*                                                                *
002300*  EVERY ROW BECOMES EXACTLY ONE TRANSACTION OR ONE REPORTED     *
002400*  REJECT (EMPCSVRJ.DAT, ROW IMAGE PLUS REASON CODE), AND THE    *
003093*                  THAT RECYCLED SUSPENSE CORRECTIONS TRAVEL   *
003094*                  ON EMPSRCYC.DAT INSTEAD (SEE EMPSUSPW AND   *
003095*                  EMPEDIT).                                   *
003096*  04/19/1999 RWB  ACCEPT THE NEW LEAVE-TAKEN ACTION ('LEAVE'  *
003097*                  OR 'L').  A LEAVE ROW CARRIES THE DATE      *
003098*                  TAKEN IN THE HIRE-DATE FIELD AND THE HOURS  *
003099*                  IN THE SALARY FIELD (SEE EMPTRAN.CPY).      *
003111*  05/17/1999 RWB  CARRY THE NEW OPTIONAL EIGHTH FIELD, THE    *
003123*                  ORIGINATOR, ONTO TRAN-ORIGINATOR WITH       *
003135*                  SOURCE CODE H (SEE EMPTRAN.CPY); BLANK OR   *
003144*                  ABSENT MEANS HRSYSTEM, OVER EIGHT           *
003153*                  CHARACTERS IS A BADORIG REJECT, AND THE     *
003162*                  EMBEDDED-COMMA GUARD NOW TRIPS PAST EIGHT   *
003171*                  FIELDS.                                     *
003183*================================================================*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
009800 01  WS-CSV-DATE              PIC X(10) VALUE SPACES.
009900 01  WS-CSV-SALARY            PIC X(10) VALUE SPACES.
009910 01  WS-CSV-EFF-DATE          PIC X(10) VALUE SPACES.
009920*    THE ORIGINATOR IS RECEIVED WIDE FOR THE SAME REASON; A ROW
009930*    WITHOUT ONE WAS ENTERED BY THE HR SYSTEM ITSELF.
009940 01  WS-CSV-ORIG-X            PIC X(12) VALUE SPACES.
009950 01  WS-CSV-ORIGINATOR        PIC X(08) VALUE SPACES.
009960 01  WS-DEFAULT-ORIGINATOR    PIC X(08) VALUE 'HRSYSTEM'.
010000 01  WS-FIELD-COUNT           PIC 9(02) VALUE ZERO.
010100
010200 01  WS-DATE-MM-X             PIC X(02) VALUE SPACES.
024400     MOVE SPACES TO WS-CSV-DATE
024500     MOVE SPACES TO WS-CSV-SALARY
024510     MOVE SPACES TO WS-CSV-EFF-DATE
024513     MOVE SPACES TO WS-CSV-ORIG-X
024516     MOVE SPACES TO WS-CSV-ORIGINATOR
024520     MOVE ZERO TO WS-MAP-EFF-DATE
024600     MOVE ZERO TO WS-FIELD-COUNT
024700
025300              WS-CSV-DATE
025400              WS-CSV-SALARY
025410              WS-CSV-EFF-DATE
025450              WS-CSV-ORIG-X
025500         TALLYING IN WS-FIELD-COUNT
025510*        MORE THAN EIGHT FIELDS (AN EMBEDDED COMMA IN THE NAME)
025520*        WOULD SHIFT EVERY LATER FIELD ONE PLACE RIGHT AND
025530*        SILENTLY DROP THE OVERFLOW, SO THE WHOLE ROW GOES
025540*        BACK TO HR INSTEAD.
026890         GO TO 3000-PARSE-AND-MAP-ROW-EXIT
026892     END-IF
026894     MOVE WS-CSV-DEPT-X(1:4) TO WS-CSV-DEPT
026901
026908*    AN OVER-LENGTH ORIGINATOR WOULD TRUNCATE TO SOMEONE ELSE'S
026915*    ID ON THE JOURNAL, SO IT IS A REJECT TOO.
026922     IF WS-CSV-ORIG-X(9:4) NOT = SPACES
026929         MOVE 'N' TO WS-PARSE-OK-SW
026936         MOVE 'BADORIG' TO WS-REASON-CODE
026943         GO TO 3000-PARSE-AND-MAP-ROW-EXIT
026950     END-IF
026957     IF WS-CSV-ORIG-X = SPACES
026964         MOVE WS-DEFAULT-ORIGINATOR TO WS-CSV-ORIGINATOR
026971     ELSE
026978         MOVE WS-CSV-ORIG-X(1:8) TO WS-CSV-ORIGINATOR
026985     END-IF
026992
027000*    A TERM ROW ONLY NEEDS ITS ACTION AND EMP-ID; DATE AND
027100*    SALARY GO OUT AS ZEROS AND THE REST AS GIVEN.  THE
027110*    EFFECTIVE DATE IS STILL HONORED -- A TERMINATION CAN BE
031010         WHEN 'REHIRE'
031020         WHEN 'R'
031030             MOVE 'R' TO WS-MAP-ACTION
031040         WHEN 'LEAVE'
031050         WHEN 'L'
031060             MOVE 'L' TO WS-MAP-ACTION
031100         WHEN OTHER
031200             MOVE 'N' TO WS-PARSE-OK-SW
031300             MOVE 'BADACT' TO WS-REASON-CODE
042100     MOVE WS-MAP-HIRE-DATE TO TRAN-HIRE-DATE
042200     MOVE WS-MAP-SALARY    TO TRAN-SALARY
042210     MOVE WS-MAP-EFF-DATE  TO TRAN-EFF-DATE
042240     MOVE 'H'               TO TRAN-SOURCE-CODE
042270     MOVE WS-CSV-ORIGINATOR TO TRAN-ORIGINATOR
042300     WRITE TRAN-RECORD
042400     ADD 1 TO WS-TRAN-COUNT.
042500 4000-WRITE-TRANSACTION-EXIT.
