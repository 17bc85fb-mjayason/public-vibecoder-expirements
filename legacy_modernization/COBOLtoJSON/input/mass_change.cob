001700*                          BY 3.50 PERCENT (PCT IS 99V99,        *
001800*                          ROUNDED TO THE CENT PER EMPLOYEE)     *
001900*                                                                *
001910*  EVERY PARAMETER ALSO CARRIES, IN COLUMNS 22-29, THE ID OF     *
001920*  WHOEVER AUTHORIZED THE CHANGE.  IT IS REQUIRED, AND IS        *
001930*  STAMPED ON EVERY JOURNAL RECORD WITH SOURCE 'M' SO THE        *
001940*  ORIGINATOR REPORT CAN TELL A REORG FROM A NIGHT'S BATCH.      *
001950*                                                                *
002000*  THE CHANGE IS APPLIED STRAIGHT TO EMPLOYEE.DAT, ONE REWRITE   *
002100*  PER MATCHING RECORD, AND EVERY REWRITE IS JOURNALLED TO       *
002200*  EMPJRNL.DAT WITH ITS FULL BEFORE- AND AFTER-IMAGE UNDER       *
003600*  MODIFICATION HISTORY                                          *
003700*  DATE       BY   DESCRIPTION                                   *
003800*  02/01/1999 RWB  ORIGINAL MASS-CHANGE UTILITY.                 *
003830*  05/17/1999 RWB  ORIGINATOR ID ADDED TO THE PARAMETER AND      *
003860*                  STAMPED ON THE JOURNAL WITH SOURCE 'M'.       *
003900*================================================================*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
008700     05  MPRM-NEW-DEPT-CODE      PIC X(04).
008800     05  FILLER                  PIC X(01).
008900     05  MPRM-RAISE-PCT          PIC 9(02)V99.
008930     05  FILLER                  PIC X(01).
008960     05  MPRM-ORIGINATOR         PIC X(08).
009000
009100 FD  DEPT-FILE
009200     LABEL RECORDS ARE STANDARD.
016900 01  WS-OLD-DEPT              PIC X(04) VALUE SPACES.
017000 01  WS-NEW-DEPT              PIC X(04) VALUE SPACES.
017100 01  WS-RAISE-PCT             PIC 9(02)V99 VALUE ZERO.
017150 01  WS-ORIGINATOR            PIC X(08) VALUE SPACES.
017200
017300*----------------------------------------------------------------*
017400*    JOURNAL IMAGE WORK AREA, SAME SHAPE AS THE EMPMAINT ONE     *
032900     MOVE MPRM-FUNCTION TO WS-FUNCTION
033000     MOVE MPRM-DEPT-CODE TO WS-OLD-DEPT
033100     MOVE MPRM-NEW-DEPT-CODE TO WS-NEW-DEPT
033150     MOVE MPRM-ORIGINATOR TO WS-ORIGINATOR
033200     IF MPRM-RAISE-PCT NUMERIC
033300         MOVE MPRM-RAISE-PCT TO WS-RAISE-PCT
033400     END-IF
036800             GO TO 1300-VALIDATE-PARAMETER-EXIT
036900     END-EVALUATE
037000
037018*    A CHANGE THAT TOUCHES A WHOLE DEPARTMENT MUST SAY WHO
037027*    ASKED FOR IT; THE JOURNAL CARRIES NO OTHER TRACE.
037036     IF WS-ORIGINATOR = SPACES
037045         DISPLAY 'EMPMASS: NO ORIGINATOR ID ON THE '
037054             'PARAMETER; RUN REFUSED'
037063         MOVE 'Y' TO WS-REFUSED-SW
037072         MOVE 8 TO RETURN-CODE
037081         GO TO 1300-VALIDATE-PARAMETER-EXIT
037090     END-IF
037095
037100     IF WS-OLD-DEPT = SPACES
037200         DISPLAY 'EMPMASS: NO DEPARTMENT CODE ON THE '
037300             'PARAMETER; RUN REFUSED'
064600         STRING 'RUN ' WS-RUN-ID
064700                 '  MOVE DEPARTMENT ' WS-OLD-DEPT
064800                 ' TO ' WS-NEW-DEPT
064850                 '  ORIGINATOR ' WS-ORIGINATOR
064900                 DELIMITED BY SIZE
065000             INTO REGISTER-RECORD
065100         END-STRING
065400         STRING 'RUN ' WS-RUN-ID
065500                 '  RAISE DEPARTMENT ' WS-OLD-DEPT
065600                 ' SALARIES BY ' WS-PCT-ED ' PERCENT'
065650                 '  ORIGINATOR ' WS-ORIGINATOR
065700                 DELIMITED BY SIZE
065800             INTO REGISTER-RECORD
065900         END-STRING
068000     MOVE 'C'             TO JRNL-ACTION-CODE
068100     MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
068200     MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE
068230     MOVE 'M'             TO JRNL-SOURCE-CODE
068260     MOVE WS-ORIGINATOR   TO JRNL-ORIGINATOR
068300     WRITE JRNL-RECORD.
068400 7500-WRITE-JOURNAL-RECORD-EXIT.
068500     EXIT.
