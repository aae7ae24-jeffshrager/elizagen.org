       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZALDG.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZALDG -- THE NIGHTLY RUN-CONTROL LEDGER, AS A          *
      *    SEPARATELY COMPILED SUBPROGRAM.                           *
      *                                                              *
      *    EVERY JOB OF THE NIGHTLY STREAM (ELIZAMNT AND ELIZAEDT,   *
      *    THEN ELIZA, ELIZARCN, ELIZARPT, AND ELIZAHKP) CALLS IT    *
      *    THROUGH THE LDGCOMM.CPY COMMUNICATION AREA:               *
      *      - AT STARTUP (START), TO LEARN THE BUSINESS DATE AND    *
      *        WHETHER IT MAY RUN.  THE STEPS THE JOB DEPENDS ON     *
      *        (LDGSTEPS.CPY) MUST HAVE COMPLETED FOR THE SAME       *
      *        BUSINESS DATE ON THE RUNLEDGR LEDGER; IF ONE IS       *
      *        MISSING, STILL RUNNING, REFUSED, OR FAILED, THE JOB   *
      *        IS REFUSED -- UNLESS AN OPERATOR HAS RECORDED AN      *
      *        OVERRIDE FOR IT THAT DATE WITH ELIZAOVR;              *
      *      - AT THE END (END), TO LOG ITS RETURN CODE AND KEY      *
      *        COUNTS.                                               *
      *    ELIZAOVR RECORDS OVERRIDES THROUGH IT TOO (OVERRIDE).     *
      *                                                              *
      *    THE BUSINESS DATE IS THE YYYYMMDD IN COLUMNS 1-8 OF THE   *
      *    RUNDATE CARD, WHICH THE OPERATOR SETS BEFORE THE STREAM   *
      *    IS RELEASED, SO A STREAM RUNNING PAST MIDNIGHT STAYS ON   *
      *    ONE DATE.  WITH NO CARD THE DATE IS TODAY'S.  A CARD      *
      *    THAT IS NOT A VALID DATE REFUSES EVERY JOB.               *
      *                                                              *
      *    A JOB NOT IN THE STREAM TABLE MAY LOG TOO; IT HAS NO      *
      *    PREREQUISITES.  A LEDGER THAT CANNOT BE READ OR WRITTEN   *
      *    REFUSES THE JOB -- THE CHECK CANNOT BE MADE.              *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL RUN-LEDGER-FILE
               ASSIGN TO "RUNLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RUN-LEDGER-STATUS.

           SELECT OPTIONAL RUN-DATE-FILE
               ASSIGN TO "RUNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RUN-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUN-LEDGER-FILE.

       COPY LDGREC.

       FD  RUN-DATE-FILE.
       01  RUN-DATE-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-STEP-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-STEP-FOUND                   VALUE "Y".
           05  100-OVERRIDE-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-OVERRIDE-FOUND               VALUE "Y".
           05  100-PREREQ-FLAG             PIC X(01)   VALUE SPACE.
               88  88-100-PREREQ-MISSING               VALUE "Y".
           05  100-LEDGER-FLAG             PIC X(01)   VALUE SPACE.
               88  88-100-LEDGER-FAILED                VALUE "Y".
           05  100-RUN-DATE-CARD           PIC X(08)   VALUE SPACES.
           05  100-RUN-DATE-NUM REDEFINES 100-RUN-DATE-CARD
                                           PIC 9(08).

       01  300-PROGRAM-CONSTANTS.
           05  300-STREAM-STEPS            PIC S9(4)   COMP VALUE +6.
           05  300-MAX-RUN-ENTRIES         PIC S9(4)   COMP VALUE +50.

       01  400-PROGRAM-COUNTERS.
           05  400-RUN-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  400-SUB                     PIC S9(4) COMP VALUE ZERO.
           05  400-QUALIFIER-COUNT         PIC S9(4) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-PREREQ-NAME             PIC X(08)   VALUE SPACES.
           05  410-OVERRIDE-OPERATOR       PIC X(08)   VALUE SPACES.
           05  410-OVERRIDE-REASON         PIC X(60)   VALUE SPACES.
           05  410-EVENT                   PIC X(08)   VALUE SPACES.
           05  410-STATUS-EDIT             PIC X(02)   VALUE SPACES.

      ****************************************************************
      *    THE LATEST STATE OF EACH RUN (JOB AND QUALIFIER) OF THE   *
      *    STARTING JOB'S PREREQUISITES ON ITS BUSINESS DATE:        *
      *    S = STARTED, NO END YET; C = COMPLETED; F = FAILED;       *
      *    R = REFUSED.                                              *
      ****************************************************************

       01  510-RUN-TABLE.
           05  510-RUN-ENTRY           OCCURS 50 TIMES
                                       INDEXED BY 510-R.
               10  510-JOB-NAME            PIC X(08).
               10  510-QUALIFIER           PIC X(08).
               10  510-STATE               PIC X(01).
                   88  88-510-STARTED                  VALUE "S".
                   88  88-510-COMPLETED                VALUE "C".
                   88  88-510-FAILED                   VALUE "F".
                   88  88-510-REFUSED                  VALUE "R".
               10  510-RETURN-CODE         PIC 9(02).

       COPY LDGSTEPS.

       01  900-FILE-STATUS-FIELDS.
           05  900-RUN-LEDGER-STATUS       PIC X(02)   VALUE "00".
               88  88-900-RUN-LEDGER-OK           VALUE "00" "05".
           05  900-RUN-DATE-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RUN-DATE-PRESENT             VALUE "00".

       LINKAGE SECTION.

       COPY LDGCOMM.

       PROCEDURE DIVISION USING LDG-COMM-AREA.

      ****************************************************************
      *    0 0 0 0 - D I S P A T C H - F U N C T I O N .             *
      ****************************************************************
      *    ONE CALL, ONE FUNCTION, AS WITH THE ENGINE.               *
      ****************************************************************

       0000-DISPATCH-FUNCTION.

           MOVE ZERO                   TO LDG-RETURN-CODE
           EVALUATE TRUE
               WHEN 88-LDG-FN-START
                   PERFORM 1000-START-JOB
               WHEN 88-LDG-FN-END
                   PERFORM 2000-END-JOB
               WHEN 88-LDG-FN-OVERRIDE
                   PERFORM 3000-RECORD-OVERRIDE
               WHEN OTHER
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "UNKNOWN LEDGER FUNCTION" TO LDG-MESSAGE
           END-EVALUATE
           GOBACK.

      ****************************************************************
      *    1 0 0 0 - S T A R T - J O B .                             *
      ****************************************************************
      *    SETTLE THE BUSINESS DATE, READ THE LEDGER FOR THE JOB'S   *
      *    PREREQUISITES AND ANY OVERRIDE, AND LOG THE OUTCOME --    *
      *    START OR REFUSED.                                         *
      ****************************************************************

       1000-START-JOB.

           MOVE SPACES                 TO LDG-MESSAGE
           MOVE SPACES                 TO LDG-OPERATOR-ID
           MOVE ZERO                   TO LDG-JOB-RETURN-CODE
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 3
               MOVE SPACES             TO LDG-COUNT-LABEL (400-SUB)
               MOVE ZERO               TO LDG-COUNT (400-SUB)
           END-PERFORM
           PERFORM 1100-GET-BUSINESS-DATE
           IF LDG-BUSINESS-DATE = ZERO
               MOVE 08                 TO LDG-RETURN-CODE
               MOVE "RUNDATE CARD IS NOT A VALID YYYYMMDD DATE"
                                       TO LDG-MESSAGE
           ELSE
               PERFORM 1200-LOAD-PREREQUISITE-RUNS
               IF 88-100-LEDGER-FAILED
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE SPACES         TO LDG-MESSAGE
                   STRING "RUN LEDGER NOT READABLE - STATUS "
                          900-RUN-LEDGER-STATUS
                          DELIMITED BY SIZE INTO LDG-MESSAGE
               ELSE
                   PERFORM 1300-CHECK-PREREQUISITES
                   EVALUATE TRUE
                       WHEN NOT 88-100-PREREQ-MISSING
                           MOVE "START"    TO 410-EVENT
                       WHEN 88-100-OVERRIDE-FOUND
                           MOVE "START"    TO 410-EVENT
                           MOVE 410-OVERRIDE-OPERATOR
                                           TO LDG-OPERATOR-ID
                           MOVE SPACES     TO LDG-MESSAGE
                           STRING "PREREQUISITES OVERRIDDEN: "
                                  410-OVERRIDE-REASON
                                  DELIMITED BY SIZE INTO LDG-MESSAGE
                       WHEN OTHER
                           MOVE "REFUSED"  TO 410-EVENT
                           MOVE 08         TO LDG-RETURN-CODE
                   END-EVALUATE
                   PERFORM 8000-WRITE-LEDGER-RECORD
                   IF 88-100-LEDGER-FAILED
                       MOVE 08         TO LDG-RETURN-CODE
                       MOVE SPACES     TO LDG-MESSAGE
                       STRING "RUN LEDGER NOT WRITABLE - STATUS "
                              900-RUN-LEDGER-STATUS
                              DELIMITED BY SIZE INTO LDG-MESSAGE
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 1 0 0 - G E T - B U S I N E S S - D A T E .               *
      ****************************************************************
      *    THE RUNDATE CARD, OR TODAY.  ZERO WHEN THE CARD IS BAD.   *
      ****************************************************************

       1100-GET-BUSINESS-DATE.

           MOVE SPACES                 TO 100-RUN-DATE-CARD
           OPEN INPUT RUN-DATE-FILE
           IF 88-900-RUN-DATE-PRESENT
               READ RUN-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-DATE-RECORD (1:8) TO 100-RUN-DATE-CARD
               END-READ
           END-IF
           CLOSE RUN-DATE-FILE
           IF 100-RUN-DATE-CARD = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO LDG-BUSINESS-DATE
           ELSE
               MOVE ZERO               TO LDG-BUSINESS-DATE
               IF 100-RUN-DATE-CARD IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD (100-RUN-DATE-NUM)
                           = ZERO
                       MOVE 100-RUN-DATE-NUM TO LDG-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 2 0 0 - L O A D - P R E R E Q U I S I T E - R U N S .     *
      ****************************************************************
      *    ONE PASS OF THE LEDGER: THE LATEST STATE OF EVERY RUN OF  *
      *    A PREREQUISITE STEP ON THE BUSINESS DATE, AND THE LATEST  *
      *    OVERRIDE RECORDED FOR THIS JOB THAT DATE.  NO LEDGER YET  *
      *    MEANS NOTHING HAS RUN.                                    *
      ****************************************************************

       1200-LOAD-PREREQUISITE-RUNS.

           MOVE SPACE                  TO 100-LEDGER-FLAG
           MOVE SPACE                  TO 100-OVERRIDE-FLAG
           MOVE ZERO                   TO 400-RUN-COUNT
           MOVE SPACE                  TO 100-STEP-FOUND-FLAG
           PERFORM VARYING LDG-S FROM +1 BY +1
                   UNTIL   LDG-S > 300-STREAM-STEPS
                   OR      88-100-STEP-FOUND
               IF LDG-STEP-NAME (LDG-S) = LDG-JOB-NAME
                   SET 88-100-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF 88-100-STEP-FOUND
               SET LDG-S               DOWN BY 1
           END-IF
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT RUN-LEDGER-FILE
           IF 88-900-RUN-LEDGER-OK
               PERFORM 1210-READ-LEDGER-RECORD
                   UNTIL 88-100-FILE-EOF
               CLOSE RUN-LEDGER-FILE
           ELSE
               SET 88-100-LEDGER-FAILED TO TRUE
           END-IF
           .

       1210-READ-LEDGER-RECORD.

           READ RUN-LEDGER-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF LG-BUSINESS-DATE = LDG-BUSINESS-DATE
                       IF 88-LG-OVERRIDE
                               AND LG-JOB-NAME = LDG-JOB-NAME
                           SET 88-100-OVERRIDE-FOUND TO TRUE
                           MOVE LG-OPERATOR-ID TO 410-OVERRIDE-OPERATOR
                           MOVE LG-MESSAGE TO 410-OVERRIDE-REASON
                       END-IF
                       IF 88-100-STEP-FOUND
                               AND LG-JOB-NAME NOT = SPACES
                               AND NOT 88-LG-OVERRIDE
                           IF LG-JOB-NAME = LDG-STEP-PREREQ (LDG-S, 1)
                                   OR LDG-STEP-PREREQ (LDG-S, 2)
                               PERFORM 1220-POST-PREREQUISITE-RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       1220-POST-PREREQUISITE-RUN.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 510-R FROM +1 BY +1
                   UNTIL   510-R > 400-RUN-COUNT
                   OR      88-100-SLOT-FOUND
               IF 510-JOB-NAME (510-R) = LG-JOB-NAME
                       AND 510-QUALIFIER (510-R) = LG-QUALIFIER
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF 88-100-SLOT-FOUND
               SET 510-R               DOWN BY 1
           ELSE
               IF 400-RUN-COUNT < 300-MAX-RUN-ENTRIES
                   ADD 1               TO 400-RUN-COUNT
                   SET 510-R           TO 400-RUN-COUNT
                   MOVE LG-JOB-NAME    TO 510-JOB-NAME (510-R)
                   MOVE LG-QUALIFIER   TO 510-QUALIFIER (510-R)
                   MOVE ZERO           TO 510-RETURN-CODE (510-R)
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-IF
           IF 88-100-SLOT-FOUND
               EVALUATE TRUE
                   WHEN 88-LG-START
                       SET 88-510-STARTED (510-R) TO TRUE
                   WHEN 88-LG-REFUSED
                       SET 88-510-REFUSED (510-R) TO TRUE
                   WHEN 88-LG-END AND LG-RETURN-CODE < 8
                       SET 88-510-COMPLETED (510-R) TO TRUE
                       MOVE LG-RETURN-CODE TO 510-RETURN-CODE (510-R)
                   WHEN 88-LG-END
                       SET 88-510-FAILED (510-R) TO TRUE
                       MOVE LG-RETURN-CODE TO 510-RETURN-CODE (510-R)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      ****************************************************************
      *  1 3 0 0 - C H E C K - P R E R E Q U I S I T E S .           *
      ****************************************************************
      *    EVERY PREREQUISITE NEEDS AT LEAST ONE RUN, AND EVERY ONE  *
      *    OF ITS RUNS MUST HAVE COMPLETED.  THE FIRST STEP FOUND    *
      *    SHORT IS NAMED IN LDG-MESSAGE.                            *
      ****************************************************************

       1300-CHECK-PREREQUISITES.

           MOVE SPACE                  TO 100-PREREQ-FLAG
           IF 88-100-STEP-FOUND
               PERFORM VARYING LDG-P FROM +1 BY +1
                       UNTIL   LDG-P > 2
                       OR      88-100-PREREQ-MISSING
                   MOVE LDG-STEP-PREREQ (LDG-S, LDG-P)
                                       TO 410-PREREQ-NAME
                   IF 410-PREREQ-NAME NOT = SPACES
                       PERFORM 1310-CHECK-ONE-PREREQUISITE
                   END-IF
               END-PERFORM
           END-IF
           .

       1310-CHECK-ONE-PREREQUISITE.

           MOVE ZERO                   TO 400-QUALIFIER-COUNT
           PERFORM VARYING 510-R FROM +1 BY +1
                   UNTIL   510-R > 400-RUN-COUNT
                   OR      88-100-PREREQ-MISSING
               IF 510-JOB-NAME (510-R) = 410-PREREQ-NAME
                   ADD 1               TO 400-QUALIFIER-COUNT
                   IF NOT 88-510-COMPLETED (510-R)
                       SET 88-100-PREREQ-MISSING TO TRUE
                       MOVE SPACES     TO LDG-MESSAGE
                       EVALUATE TRUE
                           WHEN 88-510-FAILED (510-R)
                               MOVE 510-RETURN-CODE (510-R)
                                       TO 410-STATUS-EDIT
                               STRING 410-PREREQ-NAME DELIMITED BY SPACE
                                      " " 510-QUALIFIER (510-R)
                                          DELIMITED BY SPACE
                                      " FAILED WITH RETURN CODE "
                                      410-STATUS-EDIT
                                      DELIMITED BY SIZE
                                      INTO LDG-MESSAGE
                           WHEN 88-510-REFUSED (510-R)
                               STRING 410-PREREQ-NAME DELIMITED BY SPACE
                                      " " 510-QUALIFIER (510-R)
                                          DELIMITED BY SPACE
                                      " WAS REFUSED - IT HAS NOT RUN"
                                      DELIMITED BY SIZE
                                      INTO LDG-MESSAGE
                           WHEN OTHER
                               STRING 410-PREREQ-NAME DELIMITED BY SPACE
                                      " " 510-QUALIFIER (510-R)
                                          DELIMITED BY SPACE
                                      " STARTED BUT HAS NOT ENDED"
                                      DELIMITED BY SIZE
                                      INTO LDG-MESSAGE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           IF 400-QUALIFIER-COUNT = ZERO
               SET 88-100-PREREQ-MISSING TO TRUE
               MOVE SPACES             TO LDG-MESSAGE
               STRING 410-PREREQ-NAME DELIMITED BY SPACE
                      " HAS NOT RUN FOR THIS BUSINESS DATE"
                      DELIMITED BY SIZE INTO LDG-MESSAGE
           END-IF
           .

      ****************************************************************
      *    2 0 0 0 - E N D - J O B .                                 *
      ****************************************************************

       2000-END-JOB.

           MOVE "END"                  TO 410-EVENT
           MOVE SPACES                 TO LDG-OPERATOR-ID
           MOVE SPACES                 TO LDG-MESSAGE
           PERFORM 8000-WRITE-LEDGER-RECORD
           IF 88-100-LEDGER-FAILED
               MOVE 08                 TO LDG-RETURN-CODE
               STRING "RUN LEDGER NOT WRITABLE - STATUS "
                      900-RUN-LEDGER-STATUS
                      DELIMITED BY SIZE INTO LDG-MESSAGE
           END-IF
           .

      ****************************************************************
      *  3 0 0 0 - R E C O R D - O V E R R I D E .                   *
      ****************************************************************
      *    ONLY A STREAM JOB HAS PREREQUISITES TO WAIVE.  THE        *
      *    OPERATOR AND A REASON ARE REQUIRED -- THE LEDGER IS THE   *
      *    RECORD OF WHO LET A STEP RUN OUT OF ORDER, AND WHY.       *
      ****************************************************************

       3000-RECORD-OVERRIDE.

           MOVE SPACE                  TO 100-STEP-FOUND-FLAG
           PERFORM VARYING LDG-S FROM +1 BY +1
                   UNTIL   LDG-S > 300-STREAM-STEPS
                   OR      88-100-STEP-FOUND
               IF LDG-STEP-NAME (LDG-S) = LDG-JOB-NAME
                   SET 88-100-STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT 88-100-STEP-FOUND
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "JOB IS NOT A STEP OF THE NIGHTLY STREAM"
                                       TO LDG-MESSAGE
               WHEN LDG-BUSINESS-DATE IS NOT NUMERIC
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "BUSINESS DATE MUST BE YYYYMMDD"
                                       TO LDG-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (LDG-BUSINESS-DATE)
                       NOT = ZERO
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "BUSINESS DATE MUST BE YYYYMMDD"
                                       TO LDG-MESSAGE
               WHEN LDG-OPERATOR-ID = SPACES
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "AN OPERATOR ID IS REQUIRED" TO LDG-MESSAGE
               WHEN LDG-MESSAGE = SPACES
                   MOVE 08             TO LDG-RETURN-CODE
                   MOVE "A REASON IS REQUIRED" TO LDG-MESSAGE
               WHEN OTHER
                   MOVE "OVERRIDE"     TO 410-EVENT
                   MOVE SPACES         TO LDG-QUALIFIER
                   MOVE ZERO           TO LDG-JOB-RETURN-CODE
                   PERFORM VARYING 400-SUB FROM +1 BY +1
                           UNTIL   400-SUB > 3
                       MOVE SPACES     TO LDG-COUNT-LABEL (400-SUB)
                       MOVE ZERO       TO LDG-COUNT (400-SUB)
                   END-PERFORM
                   PERFORM 8000-WRITE-LEDGER-RECORD
                   IF 88-100-LEDGER-FAILED
                       MOVE 08         TO LDG-RETURN-CODE
                       MOVE SPACES     TO LDG-MESSAGE
                       STRING "RUN LEDGER NOT WRITABLE - STATUS "
                              900-RUN-LEDGER-STATUS
                              DELIMITED BY SIZE INTO LDG-MESSAGE
                   END-IF
           END-EVALUATE
           .

      ****************************************************************
      *  8 0 0 0 - W R I T E - L E D G E R - R E C O R D .           *
      ****************************************************************
      *    APPEND ONE EVENT.  THE LEDGER IS OPENED AND CLOSED        *
      *    AROUND EACH WRITE SO THE RECORD IS ON DISK BEFORE THE     *
      *    JOB GOES ON, AND A JOB THAT ABENDS STILL LEAVES ITS       *
      *    START BEHIND.                                             *
      *    A MISSING LEDGER IS CREATED BY THE OPEN (OPTIONAL, "05"); *
      *    ANY OTHER OPEN ERROR FAILS THE CALL -- THE LEDGER IS      *
      *    NEVER OPENED OUTPUT OVER WHAT IS ALREADY ON IT.           *
      ****************************************************************

       8000-WRITE-LEDGER-RECORD.

           MOVE SPACE                  TO 100-LEDGER-FLAG
           OPEN EXTEND RUN-LEDGER-FILE
           IF 88-900-RUN-LEDGER-OK
               MOVE SPACES             TO RUN-LEDGER-RECORD
               MOVE LDG-BUSINESS-DATE  TO LG-BUSINESS-DATE
               MOVE LDG-JOB-NAME       TO LG-JOB-NAME
               MOVE LDG-QUALIFIER      TO LG-QUALIFIER
               MOVE 410-EVENT          TO LG-EVENT
               MOVE FUNCTION CURRENT-DATE (1:14) TO LG-TIMESTAMP
               MOVE LDG-JOB-RETURN-CODE TO LG-RETURN-CODE
               PERFORM VARYING 400-SUB FROM +1 BY +1
                       UNTIL   400-SUB > 3
                   MOVE LDG-COUNT-LABEL (400-SUB)
                                       TO LG-COUNT-LABEL (400-SUB)
                   MOVE LDG-COUNT (400-SUB) TO LG-COUNT (400-SUB)
               END-PERFORM
               MOVE LDG-OPERATOR-ID    TO LG-OPERATOR-ID
               MOVE LDG-MESSAGE        TO LG-MESSAGE
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
           ELSE
               SET 88-100-LEDGER-FAILED TO TRUE
           END-IF
           .

       END PROGRAM ELIZALDG.
