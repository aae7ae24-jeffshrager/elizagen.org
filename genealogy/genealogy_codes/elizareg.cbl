       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAREG.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAREG -- SCRIPT REGRESSION TEST OF A PERSONA'S         *
      *    KEYWORD AND REPLY FILES, RUN AFTER THE ELIZAMNT EDIT      *
      *    AND BEFORE THE FILES GO LIVE.                             *
      *                                                              *
      *    ELIZAMNT PROVES A MAINTENANCE FILE IS WELL FORMED; IT     *
      *    CANNOT PROVE THE SCRIPT STILL ANSWERS THE WAY IT DID.  A  *
      *    RANK OR SYNONYM CHANGE CAN QUIETLY STOP "I WANT TO SEE    *
      *    MY FRIEND" HITTING "I WANT".  THIS JOB DRIVES ELIZAENG    *
      *    THROUGH INIT AND REPLY, EXACTLY AS EVERY FRONT-END DOES,  *
      *    AGAINST THE PERSONA'S TEST DECK (SEE TESTDECK.CPY) AND    *
      *    CHECKS EACH TURN'S KEYWORD -- AND, WHERE THE DECK GIVES   *
      *    THEM, ITS REPLY TEXT AND CRISIS FLAG OR TIER.             *
      *                                                              *
      *    THE PERSONA CODE IS TAKEN FROM THE COMMAND LINE, AND THE  *
      *    DECK NAME FROM THE PERSONA'S PERSONAS CATALOG RECORD      *
      *    (TESTDXXXX WHEN THE RECORD NAMES NONE), SO THE DECKS      *
      *    LIVE ALONGSIDE THE CATALOG AND EVERY CATALOGED PERSONA    *
      *    CAN HAVE ONE.  EACH CASE STARTS FROM THE ENGINE STATE AS  *
      *    INIT LEFT IT, SO ITS EXPECTED REPLY DOES NOT DEPEND ON    *
      *    WHICH CASES RAN BEFORE IT.                                *
      *                                                              *
      *    A PRINTED REPORT IS WRITTEN TO REGRPT WITH EACH TURN'S    *
      *    EXPECTED AND ACTUAL RESULTS SIDE BY SIDE, AND THE         *
      *    PROGRAM ENDS WITH RETURN-CODE 8 WHEN ANY TURN FAILS, THE  *
      *    DECK HOLDS A BAD RECORD, OR THERE IS NO DECK TO RUN, SO   *
      *    THE SCHEDULER CAN HOLD THE PROMOTION.                     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL TEST-DECK-FILE
               ASSIGN DYNAMIC 100-TEST-DECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TEST-DECK-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT REGRESSION-REPORT-FILE
               ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REGRESSION-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TEST-DECK-FILE.

       COPY TESTDECK.

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  REGRESSION-REPORT-FILE.
       01  REGRESSION-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-TEST-DECK-EOF-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-TEST-DECK-EOF                VALUE "Y".
           05  100-REGRESSION-VERDICT      PIC X(06)   VALUE "ACCEPT".
               88  88-100-REGRESSION-REJECTED          VALUE "REJECT".
           05  100-CASE-STARTED-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-CASE-STARTED                 VALUE "Y".
           05  100-TURN-RESULT             PIC X(04)   VALUE SPACES.
               88  88-100-TURN-PASSED                  VALUE "PASS".
               88  88-100-TURN-FAILED                  VALUE "FAIL".
           05  100-PERSONA-CODE            PIC X(04)   VALUE "THER".
               88  88-100-PERSONA-THERAPIST            VALUE "THER".
               88  88-100-PERSONA-CAREER               VALUE "CRER".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-TEST-DECK-FILENAME      PIC X(12)  VALUE "TESTDTHER".

      ****************************************************************
      *    TEST DECK NAME CAPTURED FROM THE MATCHED PERSONAS         *
      *    CATALOG RECORD -- THE RECORD AREA ITSELF IS GONE ONCE     *
      *    THE CATALOG FILE IS CLOSED.                               *
      ****************************************************************

       01  660-CATALOG-HOLD.
           05  660-CATALOG-TEST-DECK-NAME  PIC X(12)   VALUE SPACES.

       01  400-PROGRAM-COUNTERS.
           05  400-DECK-ROW-COUNT          PIC 9(05)   VALUE ZERO.
           05  400-CASE-COUNT              PIC 9(05)   VALUE ZERO.
           05  400-CASE-TURN               PIC 9(02)   VALUE ZERO.
           05  400-TURN-COUNT              PIC 9(05)   VALUE ZERO.
           05  400-PASS-COUNT              PIC 9(05)   VALUE ZERO.
           05  400-FAIL-COUNT              PIC 9(05)   VALUE ZERO.
           05  400-DECK-ERROR-COUNT        PIC 9(05)   VALUE ZERO.

       01  410-ACTUAL-CRISIS               PIC X(01)   VALUE SPACE.

      ****************************************************************
      *    THE ENGINE STATE (REPLY ROTATION AND SESSION MEMORY) AS   *
      *    INIT LEFT IT -- THE SIZE OF ELZ-ENGINE-STATE.  EVERY NEW  *
      *    CASE IS STARTED FROM THIS COPY THROUGH SETSTATE.          *
      ****************************************************************

       01  650-INIT-ENGINE-STATE           PIC X(546)  VALUE SPACES.

       01  900-FILE-STATUS-FIELDS.
           05  900-TEST-DECK-STATUS        PIC X(02)   VALUE "00".
               88  88-900-TEST-DECK-PRESENT            VALUE "00".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-REGRESSION-REPORT-STATUS PIC X(02)  VALUE "00".
               88  88-900-REGRESSION-REPORT-OK         VALUE "00".

       01  910-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(31)   VALUE
               "ELIZA SCRIPT REGRESSION TEST -".
           05  FILLER                      PIC X(10)   VALUE
               " PERSONA: ".
           05  RH-PERSONA-CODE             PIC X(04).

       01  920-FILE-HEADING-LINE.
           05  FILLER                      PIC X(06)   VALUE "FILE: ".
           05  FH-FILENAME                 PIC X(12).
           05  FH-COMMENT                  PIC X(40).

       01  930-ERROR-DETAIL-LINE.
           05  FILLER                      PIC X(08)   VALUE "  ROW ".
           05  ED-ROW-NUMBER               PIC ZZZZ9.
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  ED-MESSAGE                  PIC X(60).
           05  ED-TEXT                     PIC X(56).

       01  935-TURN-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-CASE-NUMBER              PIC ZZZZ9.
           05  FILLER                      PIC X(01)   VALUE "-".
           05  DL-TURN-NUMBER              PIC 9(02).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-RESULT                   PIC X(04).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  FILLER                      PIC X(07)   VALUE "INPUT: ".
           05  DL-INPUT-TEXT               PIC X(80).

       01  936-KEYWORD-DETAIL-LINE.
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(19)   VALUE
               "KEYWORD  EXPECTED: ".
           05  KD-EXPECTED-KEYWORD         PIC X(14).
           05  FILLER                      PIC X(10)   VALUE
               "  ACTUAL: ".
           05  KD-ACTUAL-KEYWORD           PIC X(14).
           05  KD-KEYWORD-MARK             PIC X(04).
           05  FILLER                      PIC X(20)   VALUE
               "  CRISIS  EXPECTED: ".
           05  KD-EXPECTED-CRISIS          PIC X(01).
           05  FILLER                      PIC X(10)   VALUE
               "  ACTUAL: ".
           05  KD-ACTUAL-CRISIS            PIC X(01).
           05  KD-CRISIS-MARK              PIC X(04).

       01  937-REPLY-DETAIL-LINE.
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  RD-LABEL                    PIC X(19).
           05  RD-REPLY                    PIC X(79).
           05  RD-REPLY-MARK               PIC X(04).

       01  940-TOTALS-LINE.
           05  FILLER                      PIC X(13)   VALUE
               "  TEST CASES ".
           05  TL-CASE-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(08)   VALUE
               "  TURNS ".
           05  TL-TURN-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  PASSED ".
           05  TL-PASS-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  FAILED ".
           05  TL-FAIL-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(14)   VALUE
               "  DECK ERRORS ".
           05  TL-DECK-ERROR-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(12)   VALUE
               "  VERDICT:  ".
           05  TL-VERDICT                  PIC X(06).

       01  950-OVERALL-VERDICT-LINE.
           05  FILLER                      PIC X(17)   VALUE
               "OVERALL VERDICT: ".
           05  OV-VERDICT                  PIC X(06).
           05  FILLER                      PIC X(15)   VALUE
               "  RETURN CODE: ".
           05  OV-RETURN-CODE              PIC 9(01).

       COPY ELZCOMM.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    SELECT THE PERSONA AND ITS TEST DECK, LOAD THE PERSONA    *
      *    INTO THE ENGINE, RUN THE DECK, THEN PRINT THE VERDICT     *
      *    AND SET THE RETURN CODE FOR THE SCHEDULER.                *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0040-SELECT-PERSONA
           OPEN OUTPUT REGRESSION-REPORT-FILE
           MOVE 100-PERSONA-CODE       TO RH-PERSONA-CODE
           MOVE 910-REPORT-HEADING-LINE TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           PERFORM 0065-INIT-ENGINE-PERSONA
           PERFORM 1000-RUN-TEST-DECK
           PERFORM 9000-PRINT-OVERALL-VERDICT
           CLOSE REGRESSION-REPORT-FILE
           IF 88-100-REGRESSION-REJECTED
               MOVE 8                  TO RETURN-CODE
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 4 0 - S E L E C T - P E R S O N A .                   *
      ****************************************************************
      *    THE PERSONA CODE ON THE COMMAND LINE SELECTS THE TEST     *
      *    DECK.  THE PERSONAS CATALOG (SEE PERSONA.CPY) IS          *
      *    CONSULTED FIRST; A RECORD NAMING NO DECK, OR A CODE NOT   *
      *    CATALOGED, USES TESTD FOLLOWED BY THE CODE.  AN           *
      *    UNCATALOGED CODE OTHER THAN THER OR CRER FALLS BACK TO    *
      *    THE THERAPIST, EXACTLY AS THE ENGINE DOES AT INIT.        *
      ****************************************************************

       0040-SELECT-PERSONA.

           ACCEPT 100-PERSONA-CODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-PERSONA-CODE)
                               TO 100-PERSONA-CODE
           PERFORM 0046-LOOK-UP-PERSONA-CATALOG
           IF NOT 88-100-PERSONA-IN-CATALOG
               IF NOT 88-100-PERSONA-THERAPIST
                       AND NOT 88-100-PERSONA-CAREER
                   SET 88-100-PERSONA-THERAPIST TO TRUE
               END-IF
           END-IF
           IF 660-CATALOG-TEST-DECK-NAME = SPACES
               MOVE SPACES             TO 100-TEST-DECK-FILENAME
               STRING "TESTD"
                      100-PERSONA-CODE
                      DELIMITED BY SIZE
                                       INTO 100-TEST-DECK-FILENAME
           ELSE
               MOVE 660-CATALOG-TEST-DECK-NAME
                                       TO 100-TEST-DECK-FILENAME
           END-IF
           .

      ****************************************************************
      *  0 0 4 6 - L O O K - U P - P E R S O N A - C A T A L O G .   *
      ****************************************************************
      *    SCAN THE PERSONAS CONTROL FILE FOR THE REQUESTED CODE     *
      *    AND CAPTURE ITS TEST DECK NAME.  AN ABSENT FILE SIMPLY    *
      *    LEAVES THE CATALOG FLAG DOWN.                             *
      ****************************************************************

       0046-LOOK-UP-PERSONA-CATALOG.

           MOVE SPACE                  TO 100-PERSONA-CATALOG-FLAG
           MOVE SPACE                  TO 100-PERSONAS-EOF-FLAG
           OPEN INPUT PERSONAS-FILE
           IF 88-900-PERSONAS-PRESENT
               PERFORM UNTIL 88-100-PERSONAS-EOF
                       OR 88-100-PERSONA-IN-CATALOG
                   READ PERSONAS-FILE
                       AT END
                           SET 88-100-PERSONAS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION UPPER-CASE (PC-PERSONA-CODE)
                                   = 100-PERSONA-CODE
                               SET 88-100-PERSONA-IN-CATALOG TO TRUE
                               MOVE PC-TEST-DECK-FILENAME
                                   TO 660-CATALOG-TEST-DECK-NAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *  0 0 6 5 - I N I T - E N G I N E - P E R S O N A .           *
      ****************************************************************
      *    LOAD THE PERSONA'S KEYWORD AND REPLY FILES INTO THE       *
      *    ENGINE, START A CLEAN SESSION, AND KEEP THE RESULTING     *
      *    ENGINE STATE AS THE STARTING POINT FOR EVERY CASE.        *
      ****************************************************************

       0065-INIT-ENGINE-PERSONA.

           MOVE "INIT"                 TO ELZ-FUNCTION
           MOVE 100-PERSONA-CODE       TO ELZ-PERSONA-CODE
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           MOVE "NEWSESS"              TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           PERFORM 0075-GET-ENGINE-STATE
           MOVE ELZ-ENGINE-STATE       TO 650-INIT-ENGINE-STATE
           .

      ****************************************************************
      *  0 0 7 5 - G E T - E N G I N E - S T A T E .                 *
      ****************************************************************

       0075-GET-ENGINE-STATE.

           MOVE "GETSTATE"             TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  0 0 7 6 - S E T - E N G I N E - S T A T E .                 *
      ****************************************************************

       0076-SET-ENGINE-STATE.

           MOVE "SETSTATE"             TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  1 0 0 0 - R U N - T E S T - D E C K .                       *
      ****************************************************************
      *    RUN EVERY RECORD OF THE DECK, THEN PRINT THE TOTALS.  A   *
      *    MISSING OR EMPTY DECK IS REJECTED: A PERSONA WITH NOTHING *
      *    PROVED IS NOT READY TO GO LIVE.                           *
      ****************************************************************

       1000-RUN-TEST-DECK.

           MOVE SPACES                 TO FH-COMMENT
           MOVE 100-TEST-DECK-FILENAME TO FH-FILENAME
           OPEN INPUT TEST-DECK-FILE
           IF 88-900-TEST-DECK-PRESENT
               MOVE 920-FILE-HEADING-LINE TO REGRESSION-REPORT-RECORD
               WRITE REGRESSION-REPORT-RECORD
               PERFORM 1100-READ-DECK-RECORD
                   UNTIL 88-100-TEST-DECK-EOF
               IF 400-CASE-COUNT = ZERO
                   MOVE "DECK HOLDS NO TEST CASES" TO ED-MESSAGE
                   MOVE SPACES         TO ED-TEXT
                   ADD 1               TO 400-DECK-ERROR-COUNT
                   SET 88-100-REGRESSION-REJECTED TO TRUE
                   MOVE 400-DECK-ROW-COUNT TO ED-ROW-NUMBER
                   MOVE 930-ERROR-DETAIL-LINE
                                       TO REGRESSION-REPORT-RECORD
                   WRITE REGRESSION-REPORT-RECORD
               END-IF
               MOVE 400-CASE-COUNT     TO TL-CASE-COUNT
               MOVE 400-TURN-COUNT     TO TL-TURN-COUNT
               MOVE 400-PASS-COUNT     TO TL-PASS-COUNT
               MOVE 400-FAIL-COUNT     TO TL-FAIL-COUNT
               MOVE 400-DECK-ERROR-COUNT TO TL-DECK-ERROR-COUNT
               MOVE 100-REGRESSION-VERDICT TO TL-VERDICT
               MOVE SPACES             TO REGRESSION-REPORT-RECORD
               WRITE REGRESSION-REPORT-RECORD
               MOVE 940-TOTALS-LINE    TO REGRESSION-REPORT-RECORD
               WRITE REGRESSION-REPORT-RECORD
           ELSE
               MOVE " NOT PRESENT - NO CASES RUN"
                                       TO FH-COMMENT
               MOVE 920-FILE-HEADING-LINE TO REGRESSION-REPORT-RECORD
               WRITE REGRESSION-REPORT-RECORD
               SET 88-100-REGRESSION-REJECTED TO TRUE
           END-IF
           CLOSE TEST-DECK-FILE
           .

      ****************************************************************
      *  1 1 0 0 - R E A D - D E C K - R E C O R D .                 *
      ****************************************************************

       1100-READ-DECK-RECORD.

           READ TEST-DECK-FILE
               AT END
                   SET 88-100-TEST-DECK-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-DECK-ROW-COUNT
                   PERFORM 1200-EDIT-DECK-RECORD
           END-READ
           .

      ****************************************************************
      *  1 2 0 0 - E D I T - D E C K - R E C O R D .                 *
      ****************************************************************
      *    A DECK RECORD THAT CANNOT BE RUN IS A DECK ERROR, NOT A   *
      *    PASS -- AND THE CONTINUATION TURNS BELOW IT ARE ERRORS    *
      *    TOO, SINCE THE SESSION THEY CONTINUE NEVER RAN.           *
      ****************************************************************

       1200-EDIT-DECK-RECORD.

           EVALUATE TRUE
               WHEN 88-TD-COMMENT
                   CONTINUE
               WHEN NOT 88-TD-NEW-CASE AND NOT 88-TD-CONTINUATION
                   MOVE "CASE TYPE IS NOT SPACE, + OR *" TO ED-MESSAGE
                   PERFORM 1900-WRITE-DECK-ERROR
               WHEN TD-EXPECTED-KEYWORD = SPACES
                   MOVE "NO EXPECTED KEYWORD" TO ED-MESSAGE
                   PERFORM 1900-WRITE-DECK-ERROR
               WHEN NOT 88-TD-CRISIS-VALID
                   MOVE "EXPECTED CRISIS IS NOT N, Y, I, U, OR W"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-DECK-ERROR
               WHEN 88-TD-CONTINUATION AND NOT 88-100-CASE-STARTED
                   MOVE "CONTINUATION WITH NO RUNNABLE CASE ABOVE IT"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-DECK-ERROR
               WHEN OTHER
                   PERFORM 1300-RUN-TEST-TURN
           END-EVALUATE
           .

      ****************************************************************
      *  1 3 0 0 - R U N - T E S T - T U R N .                       *
      ****************************************************************
      *    A NEW CASE FIRST PUTS THE ENGINE BACK TO ITS STATE AFTER  *
      *    INIT; A CONTINUATION CARRIES ON IN THE SAME SESSION.      *
      *    THEN THE INPUT IS TAKEN AS ONE FULL REPLY TURN AND THE    *
      *    RESULTS ARE CHECKED AGAINST THE DECK.                     *
      ****************************************************************

       1300-RUN-TEST-TURN.

           IF 88-TD-NEW-CASE
               ADD 1                   TO 400-CASE-COUNT
               MOVE ZERO               TO 400-CASE-TURN
               MOVE 650-INIT-ENGINE-STATE TO ELZ-ENGINE-STATE
               PERFORM 0076-SET-ENGINE-STATE
               SET 88-100-CASE-STARTED TO TRUE
           END-IF
           ADD 1                       TO 400-CASE-TURN
           ADD 1                       TO 400-TURN-COUNT
           MOVE "REPLY"                TO ELZ-FUNCTION
           MOVE TD-INPUT               TO ELZ-INPUT-TEXT
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           PERFORM 1400-CHECK-TURN-RESULTS
           IF 88-100-TURN-PASSED
               ADD 1                   TO 400-PASS-COUNT
           ELSE
               ADD 1                   TO 400-FAIL-COUNT
               SET 88-100-REGRESSION-REJECTED TO TRUE
           END-IF
           PERFORM 1500-PRINT-TURN-RESULTS
           .

      ****************************************************************
      *  1 4 0 0 - C H E C K - T U R N - R E S U L T S .             *
      ****************************************************************
      *    THE KEYWORD IS ALWAYS CHECKED (IGNORING CASE, SINCE THE   *
      *    FALL-THROUGH SLOT IS UPPER CASE AND THE REST LOWER); THE  *
      *    CRISIS FLAG AND THE REPLY TEXT ONLY WHEN THE DECK GIVES   *
      *    AN EXPECTATION.  A MISMATCHED FIELD IS MARKED ON THE      *
      *    REPORT.                                                   *
      ****************************************************************

       1400-CHECK-TURN-RESULTS.

           SET 88-100-TURN-PASSED      TO TRUE
           MOVE SPACES                 TO KD-KEYWORD-MARK
           MOVE SPACES                 TO KD-CRISIS-MARK
           MOVE SPACES                 TO RD-REPLY-MARK
           IF FUNCTION UPPER-CASE (ELZ-KEYWORD-TEXT) NOT =
                   FUNCTION UPPER-CASE (TD-EXPECTED-KEYWORD)
               SET 88-100-TURN-FAILED  TO TRUE
               MOVE " ***"             TO KD-KEYWORD-MARK
           END-IF
           IF 88-ELZ-CRISIS-FOUND
               MOVE ELZ-CRISIS-TIER    TO 410-ACTUAL-CRISIS
           ELSE
               MOVE "N"                TO 410-ACTUAL-CRISIS
           END-IF
           EVALUATE TRUE
               WHEN 88-TD-CRISIS-NOT-CHECKED
                   CONTINUE
               WHEN 88-TD-EXPECT-NO-CRISIS
                   IF 88-ELZ-CRISIS-FOUND
                       SET 88-100-TURN-FAILED TO TRUE
                       MOVE " ***"     TO KD-CRISIS-MARK
                   END-IF
               WHEN 88-TD-EXPECT-ANY-CRISIS
                   IF NOT 88-ELZ-CRISIS-FOUND
                       SET 88-100-TURN-FAILED TO TRUE
                       MOVE " ***"     TO KD-CRISIS-MARK
                   END-IF
               WHEN OTHER
                   IF 410-ACTUAL-CRISIS NOT = TD-EXPECTED-CRISIS
                       SET 88-100-TURN-FAILED TO TRUE
                       MOVE " ***"     TO KD-CRISIS-MARK
                   END-IF
           END-EVALUATE
           IF TD-EXPECTED-REPLY NOT = SPACES
                   AND ELZ-REPLY-TEXT NOT = TD-EXPECTED-REPLY
               SET 88-100-TURN-FAILED  TO TRUE
               MOVE " ***"             TO RD-REPLY-MARK
           END-IF
           .

      ****************************************************************
      *  1 5 0 0 - P R I N T - T U R N - R E S U L T S .             *
      ****************************************************************
      *    ONE INPUT LINE WITH THE VERDICT, THEN EXPECTED AND        *
      *    ACTUAL SIDE BY SIDE: KEYWORD AND CRISIS ON ONE LINE, AND  *
      *    THE REPLY (EXPECTED ONLY WHEN THE DECK GIVES ONE).  A     *
      *    CRISIS EXPECTATION NOT CHECKED PRINTS AS "-".             *
      ****************************************************************

       1500-PRINT-TURN-RESULTS.

           MOVE 400-CASE-COUNT         TO DL-CASE-NUMBER
           MOVE 400-CASE-TURN          TO DL-TURN-NUMBER
           MOVE 100-TURN-RESULT        TO DL-RESULT
           MOVE TD-INPUT               TO DL-INPUT-TEXT
           MOVE 935-TURN-DETAIL-LINE   TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           MOVE TD-EXPECTED-KEYWORD    TO KD-EXPECTED-KEYWORD
           MOVE ELZ-KEYWORD-TEXT       TO KD-ACTUAL-KEYWORD
           IF 88-TD-CRISIS-NOT-CHECKED
               MOVE "-"                TO KD-EXPECTED-CRISIS
           ELSE
               MOVE TD-EXPECTED-CRISIS TO KD-EXPECTED-CRISIS
           END-IF
           MOVE 410-ACTUAL-CRISIS      TO KD-ACTUAL-CRISIS
           MOVE 936-KEYWORD-DETAIL-LINE TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           IF TD-EXPECTED-REPLY NOT = SPACES
               MOVE "REPLY    EXPECTED: " TO RD-LABEL
               MOVE TD-EXPECTED-REPLY  TO RD-REPLY
               MOVE 937-REPLY-DETAIL-LINE TO REGRESSION-REPORT-RECORD
               WRITE REGRESSION-REPORT-RECORD
           END-IF
           MOVE "           ACTUAL: " TO RD-LABEL
           MOVE ELZ-REPLY-TEXT         TO RD-REPLY
           MOVE 937-REPLY-DETAIL-LINE  TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           .

      ****************************************************************
      *  1 9 0 0 - W R I T E - D E C K - E R R O R .                 *
      ****************************************************************

       1900-WRITE-DECK-ERROR.

           ADD 1                       TO 400-DECK-ERROR-COUNT
           SET 88-100-REGRESSION-REJECTED TO TRUE
           MOVE SPACE                  TO 100-CASE-STARTED-FLAG
           MOVE 400-DECK-ROW-COUNT     TO ED-ROW-NUMBER
           MOVE TEST-DECK-RECORD       TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - O V E R A L L - V E R D I C T .       *
      ****************************************************************
      *    ONE OVERALL ACCEPT/REJECT LINE AND THE RETURN CODE THE    *
      *    SCHEDULER WILL SEE, SO THE OPERATOR CAN READ THE VERDICT  *
      *    FROM THE LAST LINE OF THE REPORT.                         *
      ****************************************************************

       9000-PRINT-OVERALL-VERDICT.

           IF 88-100-REGRESSION-REJECTED
               MOVE "REJECT"           TO OV-VERDICT
               MOVE 8                  TO OV-RETURN-CODE
           ELSE
               MOVE "ACCEPT"           TO OV-VERDICT
               MOVE 0                  TO OV-RETURN-CODE
           END-IF
           MOVE 950-OVERALL-VERDICT-LINE TO REGRESSION-REPORT-RECORD
           WRITE REGRESSION-REPORT-RECORD
           .

       END PROGRAM ELIZAREG.
