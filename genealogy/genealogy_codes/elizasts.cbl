       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZASTS.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZASTS -- MORNING STATUS REPORT OF THE NIGHTLY STREAM.  *
      *                                                              *
      *    READS THE RUN-CONTROL LEDGER (RUNLEDGR, SEE LDGREC.CPY)   *
      *    AND PRINTS TO RUNSTAT, FOR EACH BUSINESS DATE, OLDEST     *
      *    FIRST, EVERY STEP OF THE STREAM (LDGSTEPS.CPY) IN         *
      *    RUNNING ORDER:                                            *
      *      - COMPLETED, FAILED (RETURN CODE 8 OR MORE), REFUSED    *
      *        (A PREREQUISITE WAS MISSING), STARTED - NO END (STILL *
      *        RUNNING, OR ABENDED), OR NEVER RAN;                   *
      *      - ITS RETURN CODE, START AND END TIMES, AND ITS KEY     *
      *        COUNTS -- OR THE REASON IT WAS REFUSED;               *
      *      - ANY OPERATOR OVERRIDE RECORDED FOR THE DATE;          *
      *      - WHETHER THE WHOLE STREAM COMPLETED FOR THE DATE.      *
      *    A STEP RUN MORE THAN ONCE ON A DATE (ELIZAMNT, ONCE PER   *
      *    PERSONA) HAS A LINE PER QUALIFIER; ITS LATEST RUN COUNTS. *
      *                                                              *
      *    THE DATES ARE THOSE ON THE LEDGER FROM THE OPTIONAL       *
      *    YYYYMMDD COMMAND-LINE PARM, OR FROM SIX DAYS BEFORE THE   *
      *    CURRENT BUSINESS DATE, TOGETHER WITH THE CURRENT DATE     *
      *    ITSELF (THE RUNDATE CARD, OR TODAY) EVEN IF NOTHING HAS   *
      *    RUN FOR IT.  RETURN CODE 4 WHEN THE LATEST DATE DID NOT   *
      *    COMPLETE; 8 FOR A BAD PARM.                               *
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

           SELECT STATUS-REPORT-FILE
               ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  RUN-LEDGER-FILE.

       COPY LDGREC.

       FD  RUN-DATE-FILE.
       01  RUN-DATE-RECORD                 PIC X(80).

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-DATE-NEW-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-DATE-NEW                     VALUE "Y".
           05  100-DATE-COMPLETE-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-DATE-COMPLETE                VALUE "Y".
           05  100-STEP-STATE              PIC X(01)   VALUE SPACE.
               88  88-100-STEP-NEVER-RAN               VALUE SPACE.
               88  88-100-STEP-STARTED                 VALUE "S".
               88  88-100-STEP-COMPLETED               VALUE "C".
               88  88-100-STEP-FAILED                  VALUE "F".
               88  88-100-STEP-REFUSED                 VALUE "R".
           05  100-PARM-DATE               PIC X(08)   VALUE SPACES.
           05  100-PARM-DATE-NUM REDEFINES 100-PARM-DATE
                                           PIC 9(08).
           05  100-RUN-DATE-CARD           PIC X(08)   VALUE SPACES.
           05  100-RUN-DATE-NUM REDEFINES 100-RUN-DATE-CARD
                                           PIC 9(08).

       01  300-PROGRAM-CONSTANTS.
           05  300-STREAM-STEPS            PIC S9(4)   COMP VALUE +6.
           05  300-DEFAULT-DAYS-BACK       PIC S9(4)   COMP VALUE +6.
           05  300-MAX-DATE-ENTRIES        PIC S9(4)   COMP VALUE +60.
           05  300-MAX-RUN-ENTRIES         PIC S9(4)   COMP VALUE +600.
           05  300-MAX-OVERRIDE-ENTRIES    PIC S9(4)   COMP VALUE +100.

       01  400-PROGRAM-COUNTERS.
           05  400-LEDGER-RECORDS          PIC 9(07) COMP VALUE ZERO.
           05  400-DATE-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-RUN-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  400-OVERRIDE-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  400-SUB                     PIC S9(4) COMP VALUE ZERO.
           05  400-STEPS-COMPLETED         PIC S9(4) COMP VALUE ZERO.
           05  400-STEPS-FAILED            PIC S9(4) COMP VALUE ZERO.
           05  400-STEPS-REFUSED           PIC S9(4) COMP VALUE ZERO.
           05  400-STEPS-NO-END            PIC S9(4) COMP VALUE ZERO.
           05  400-STEPS-NEVER-RAN         PIC S9(4) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-FROM-DATE               PIC 9(08)   VALUE ZERO.
           05  410-BUSINESS-DATE           PIC 9(08)   VALUE ZERO.
           05  410-REPORT-DATE             PIC 9(08)   VALUE ZERO.
           05  410-POST-DATE               PIC 9(08)   VALUE ZERO.
           05  410-DATE-EDIT-IN            PIC 9(08)   VALUE ZERO.
           05  410-DATE-EDIT-PARTS REDEFINES 410-DATE-EDIT-IN.
               10  410-EDIT-YEAR           PIC 9(04).
               10  410-EDIT-MM             PIC 9(02).
               10  410-EDIT-DD             PIC 9(02).
           05  410-TIME-EDIT-IN            PIC X(14)   VALUE SPACES.
           05  410-STEP-NAME               PIC X(08)   VALUE SPACES.
           05  410-COUNT-EDIT              PIC Z(08)9.
           05  410-DETAIL                  PIC X(65)   VALUE SPACES.
           05  410-DETAIL-POINTER          PIC S9(4) COMP VALUE +1.

      ****************************************************************
      *    ONE ENTRY PER BUSINESS DATE, KEPT IN ASCENDING ORDER AS   *
      *    THE LEDGER IS READ.                                       *
      ****************************************************************

       01  510-DATE-TABLE.
           05  510-DATE-ENTRY          OCCURS 60 TIMES
                                       INDEXED BY 510-D 510-E.
               10  510-BUSINESS-DATE       PIC 9(08).

      ****************************************************************
      *    THE LATEST STATE OF EACH RUN (DATE, JOB, QUALIFIER):      *
      *    S = STARTED, NO END YET; C = COMPLETED; F = FAILED;       *
      *    R = REFUSED.                                              *
      ****************************************************************

       01  520-RUN-TABLE.
           05  520-RUN-ENTRY           OCCURS 600 TIMES
                                       INDEXED BY 520-R.
               10  520-BUSINESS-DATE       PIC 9(08).
               10  520-JOB-NAME            PIC X(08).
               10  520-QUALIFIER           PIC X(08).
               10  520-STATE               PIC X(01).
                   88  88-520-STARTED                  VALUE "S".
                   88  88-520-COMPLETED                VALUE "C".
                   88  88-520-FAILED                   VALUE "F".
                   88  88-520-REFUSED                  VALUE "R".
               10  520-RETURN-CODE         PIC 9(02).
               10  520-START-TIME          PIC X(14).
               10  520-END-TIME            PIC X(14).
               10  520-COUNT-ENTRY     OCCURS 3 TIMES.
                   15  520-COUNT-LABEL     PIC X(10).
                   15  520-COUNT           PIC 9(09).
               10  520-MESSAGE             PIC X(60).

       01  530-OVERRIDE-TABLE.
           05  530-OVERRIDE-ENTRY      OCCURS 100 TIMES
                                       INDEXED BY 530-O.
               10  530-BUSINESS-DATE       PIC 9(08).
               10  530-JOB-NAME            PIC X(08).
               10  530-OPERATOR-ID         PIC X(08).
               10  530-TIMESTAMP           PIC X(14).
               10  530-REASON              PIC X(60).

       COPY LDGSTEPS.

       01  900-FILE-STATUS-FIELDS.
           05  900-RUN-LEDGER-STATUS       PIC X(02)   VALUE "00".
               88  88-900-RUN-LEDGER-PRESENT           VALUE "00".
           05  900-RUN-DATE-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RUN-DATE-PRESENT             VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  905-DATE-EDIT.
           05  DE-YEAR                     PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  DE-MM                       PIC 9(02).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  DE-DD                       PIC 9(02).

       01  906-TIME-EDIT.
           05  TE-MM                       PIC X(02).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  TE-DD                       PIC X(02).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  TE-HH                       PIC X(02).
           05  FILLER                      PIC X(01)   VALUE ":".
           05  TE-MIN                      PIC X(02).

       01  910-HEADING-LINE.
           05  FILLER                      PIC X(45)   VALUE
               "ELIZA NIGHTLY STREAM STATUS - BUSINESS DATES ".
           05  RH-FROM-DATE                PIC X(10).
           05  FILLER                      PIC X(04)   VALUE " TO ".
           05  RH-TO-DATE                  PIC X(10).

       01  915-DATE-HEADING.
           05  FILLER                      PIC X(14)   VALUE
               "BUSINESS DATE ".
           05  DH-DATE                     PIC X(10).

       01  917-STEP-HEADING.
           05  FILLER                      PIC X(41)   VALUE
               "  STEP     QUALIFIER STATUS          RC  ".
           05  FILLER                      PIC X(32)   VALUE
               "STARTED      ENDED        DETAIL".

       01  920-STEP-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-JOB-NAME                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  SL-QUALIFIER                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-STATUS                   PIC X(16).
           05  SL-RETURN-CODE              PIC X(02).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-START-TIME               PIC X(11).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-END-TIME                 PIC X(11).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-DETAIL                   PIC X(65).

       01  930-OVERRIDE-LINE.
           05  FILLER                      PIC X(11)   VALUE
               "  OVERRIDE ".
           05  OL-JOB-NAME                 PIC X(08).
           05  FILLER                      PIC X(04)   VALUE " BY ".
           05  OL-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(04)   VALUE " AT ".
           05  OL-TIME                     PIC X(11).
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  OL-REASON                   PIC X(60).

       01  940-SUMMARY-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SM-VERDICT                  PIC X(20).
           05  SM-COMPLETED                PIC Z9.
           05  FILLER                      PIC X(12)   VALUE
               " COMPLETED, ".
           05  SM-FAILED                   PIC Z9.
           05  FILLER                      PIC X(09)   VALUE
               " FAILED, ".
           05  SM-REFUSED                  PIC Z9.
           05  FILLER                      PIC X(10)   VALUE
               " REFUSED, ".
           05  SM-NO-END                   PIC Z9.
           05  FILLER                      PIC X(09)   VALUE
               " NO END, ".
           05  SM-NEVER-RAN                PIC Z9.
           05  FILLER                      PIC X(10)   VALUE
               " NEVER RAN".

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT STATUS-REPORT-FILE
           PERFORM 0040-GET-REPORT-DATES
           IF 410-FROM-DATE = ZERO
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE 410-BUSINESS-DATE  TO 410-POST-DATE
               PERFORM 1100-POST-BUSINESS-DATE
               MOVE SPACE              TO 100-FILE-EOF-FLAG
               OPEN INPUT RUN-LEDGER-FILE
               IF 88-900-RUN-LEDGER-PRESENT
                   PERFORM 1000-READ-LEDGER-RECORD
                       UNTIL 88-100-FILE-EOF
               END-IF
               CLOSE RUN-LEDGER-FILE
               IF 400-LEDGER-RECORDS = ZERO
                   MOVE "RUNLEDGR EMPTY OR NOT PRESENT - NO STEP HAS LOG
      -                 "GED A RUN"    TO STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
               END-IF
               PERFORM VARYING 510-D FROM +1 BY +1
                       UNTIL   510-D > 400-DATE-COUNT
                   PERFORM 2000-PRINT-BUSINESS-DATE
               END-PERFORM
               IF NOT 88-100-DATE-COMPLETE
                   MOVE 4              TO RETURN-CODE
               END-IF
               IF 88-100-TABLE-FULL-NOTED
                   MOVE SPACES         TO STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
                   MOVE "NOTE: A TABLE FILLED - SOME DATES, RUNS, OR OVE
      -                 "RRIDES ARE NOT SHOWN"
                                       TO STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
               END-IF
           END-IF
           CLOSE STATUS-REPORT-FILE

           STOP RUN.

      ****************************************************************
      *  0 0 4 0 - G E T - R E P O R T - D A T E S .                 *
      ****************************************************************
      *    THE CURRENT BUSINESS DATE IS THE RUNDATE CARD, AS THE     *
      *    STREAM ITSELF SEES IT (ELIZALDG), OR TODAY.  THE FIRST    *
      *    DATE IS THE YYYYMMDD PARM, OR SIX DAYS BEFORE THAT -- A   *
      *    WEEK.  A BAD PARM LEAVES THE FIRST DATE ZERO.             *
      ****************************************************************

       0040-GET-REPORT-DATES.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO 410-BUSINESS-DATE
           IF 100-RUN-DATE-CARD IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (100-RUN-DATE-NUM) = ZERO
                   MOVE 100-RUN-DATE-NUM TO 410-BUSINESS-DATE
               END-IF
           END-IF

           ACCEPT 100-PARM-DATE FROM COMMAND-LINE
           MOVE ZERO                   TO 410-FROM-DATE
           IF 100-PARM-DATE = SPACES
               COMPUTE 410-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (410-BUSINESS-DATE)
                    - 300-DEFAULT-DAYS-BACK)
           ELSE
               IF 100-PARM-DATE IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD (100-PARM-DATE-NUM)
                           = ZERO
                       MOVE 100-PARM-DATE-NUM TO 410-FROM-DATE
                   END-IF
               END-IF
           END-IF
           IF 410-FROM-DATE = ZERO
               DISPLAY "ELIZASTS: FROM DATE PARM MUST BE YYYYMMDD"
               MOVE "FROM DATE PARM NOT A VALID YYYYMMDD DATE"
                                       TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           ELSE
               MOVE 410-FROM-DATE      TO 410-DATE-EDIT-IN
               PERFORM 8000-EDIT-DATE
               MOVE 905-DATE-EDIT      TO RH-FROM-DATE
               MOVE 410-BUSINESS-DATE  TO 410-DATE-EDIT-IN
               PERFORM 8000-EDIT-DATE
               MOVE 905-DATE-EDIT      TO RH-TO-DATE
               MOVE 910-HEADING-LINE   TO STATUS-REPORT-RECORD
               WRITE STATUS-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - R E A D - L E D G E R - R E C O R D .             *
      ****************************************************************
      *    EVENTS BEFORE THE FIRST DATE ARE PASSED OVER.  EVENTS     *
      *    AFTER THE CURRENT BUSINESS DATE ARE SHOWN -- THE RUNDATE  *
      *    CARD MAY ALREADY HAVE BEEN MOVED BACK.                    *
      ****************************************************************

       1000-READ-LEDGER-RECORD.

           READ RUN-LEDGER-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-LEDGER-RECORDS
                   IF LG-BUSINESS-DATE IS NUMERIC
                           AND LG-BUSINESS-DATE NOT < 410-FROM-DATE
                       MOVE LG-BUSINESS-DATE TO 410-POST-DATE
                       PERFORM 1100-POST-BUSINESS-DATE
                       IF 88-LG-OVERRIDE
                           PERFORM 1300-POST-OVERRIDE
                       ELSE
                           PERFORM 1200-POST-RUN-EVENT
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 1 0 0 - P O S T - B U S I N E S S - D A T E .             *
      ****************************************************************
      *    INSERT 410-POST-DATE IN ITS PLACE IN THE DATE TABLE,      *
      *    IF IT IS NOT THERE ALREADY.                               *
      ****************************************************************

       1100-POST-BUSINESS-DATE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 510-D FROM +1 BY +1
                   UNTIL   510-D > 400-DATE-COUNT
                   OR      88-100-SLOT-FOUND
               IF 510-BUSINESS-DATE (510-D) NOT < 410-POST-DATE
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE "Y"                    TO 100-DATE-NEW-FLAG
           IF 88-100-SLOT-FOUND
               SET 510-D               DOWN BY 1
               IF 510-BUSINESS-DATE (510-D) = 410-POST-DATE
                   MOVE SPACE          TO 100-DATE-NEW-FLAG
               END-IF
           END-IF
           IF 88-100-DATE-NEW
               IF 400-DATE-COUNT < 300-MAX-DATE-ENTRIES
                   ADD 1               TO 400-DATE-COUNT
                   PERFORM VARYING 510-E FROM 400-DATE-COUNT BY -1
                           UNTIL   510-E NOT > 510-D
                       MOVE 510-BUSINESS-DATE (510-E - 1)
                                       TO 510-BUSINESS-DATE (510-E)
                   END-PERFORM
                   MOVE 410-POST-DATE  TO 510-BUSINESS-DATE (510-D)
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 2 0 0 - P O S T - R U N - E V E N T .                     *
      ****************************************************************
      *    THE LATEST EVENT OF A RUN REPLACES WHAT WENT BEFORE: A    *
      *    RERUN AFTER A FAILURE OR A REFUSAL STARTS AFRESH.         *
      ****************************************************************

       1200-POST-RUN-EVENT.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 520-R FROM +1 BY +1
                   UNTIL   520-R > 400-RUN-COUNT
                   OR      88-100-SLOT-FOUND
               IF 520-BUSINESS-DATE (520-R) = LG-BUSINESS-DATE
                       AND 520-JOB-NAME (520-R) = LG-JOB-NAME
                       AND 520-QUALIFIER (520-R) = LG-QUALIFIER
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF 88-100-SLOT-FOUND
               SET 520-R               DOWN BY 1
           ELSE
               IF 400-RUN-COUNT < 300-MAX-RUN-ENTRIES
                   ADD 1               TO 400-RUN-COUNT
                   SET 520-R           TO 400-RUN-COUNT
                   INITIALIZE 520-RUN-ENTRY (520-R)
                   MOVE LG-BUSINESS-DATE TO 520-BUSINESS-DATE (520-R)
                   MOVE LG-JOB-NAME    TO 520-JOB-NAME (520-R)
                   MOVE LG-QUALIFIER   TO 520-QUALIFIER (520-R)
                   SET 88-100-SLOT-FOUND TO TRUE
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           IF 88-100-SLOT-FOUND
               EVALUATE TRUE
                   WHEN 88-LG-START
                       SET 88-520-STARTED (520-R) TO TRUE
                       MOVE ZERO       TO 520-RETURN-CODE (520-R)
                       MOVE LG-TIMESTAMP TO 520-START-TIME (520-R)
                       MOVE SPACES     TO 520-END-TIME (520-R)
                       MOVE LG-MESSAGE TO 520-MESSAGE (520-R)
                   WHEN 88-LG-REFUSED
                       SET 88-520-REFUSED (520-R) TO TRUE
                       MOVE ZERO       TO 520-RETURN-CODE (520-R)
                       MOVE SPACES     TO 520-START-TIME (520-R)
                       MOVE LG-TIMESTAMP TO 520-END-TIME (520-R)
                       MOVE LG-MESSAGE TO 520-MESSAGE (520-R)
                   WHEN 88-LG-END
                       IF LG-RETURN-CODE < 8
                           SET 88-520-COMPLETED (520-R) TO TRUE
                       ELSE
                           SET 88-520-FAILED (520-R) TO TRUE
                       END-IF
                       MOVE LG-RETURN-CODE TO 520-RETURN-CODE (520-R)
                       MOVE LG-TIMESTAMP TO 520-END-TIME (520-R)
                       PERFORM VARYING 400-SUB FROM +1 BY +1
                               UNTIL   400-SUB > 3
                           MOVE LG-COUNT-LABEL (400-SUB)
                                   TO 520-COUNT-LABEL (520-R, 400-SUB)
                           MOVE LG-COUNT (400-SUB)
                                   TO 520-COUNT (520-R, 400-SUB)
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       1300-POST-OVERRIDE.

           IF 400-OVERRIDE-COUNT < 300-MAX-OVERRIDE-ENTRIES
               ADD 1                   TO 400-OVERRIDE-COUNT
               SET 530-O               TO 400-OVERRIDE-COUNT
               MOVE LG-BUSINESS-DATE   TO 530-BUSINESS-DATE (530-O)
               MOVE LG-JOB-NAME        TO 530-JOB-NAME (530-O)
               MOVE LG-OPERATOR-ID     TO 530-OPERATOR-ID (530-O)
               MOVE LG-TIMESTAMP       TO 530-TIMESTAMP (530-O)
               MOVE LG-MESSAGE         TO 530-REASON (530-O)
           ELSE
               SET 88-100-TABLE-FULL-NOTED TO TRUE
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - P R I N T - B U S I N E S S - D A T E .           *
      ****************************************************************
      *    ONE BLOCK PER DATE: EACH STEP IN RUNNING ORDER, THE       *
      *    OVERRIDES, AND THE VERDICT.  A STEP TAKES THE WORST       *
      *    STATE OF ITS RUNS -- FAILED, THEN REFUSED, THEN NO END.   *
      ****************************************************************

       2000-PRINT-BUSINESS-DATE.

           MOVE 510-BUSINESS-DATE (510-D) TO 410-REPORT-DATE
           MOVE 410-REPORT-DATE        TO 410-DATE-EDIT-IN
           PERFORM 8000-EDIT-DATE
           MOVE 905-DATE-EDIT          TO DH-DATE
           MOVE SPACES                 TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           MOVE 915-DATE-HEADING       TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           MOVE 917-STEP-HEADING       TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           MOVE ZERO                   TO 400-STEPS-COMPLETED
           MOVE ZERO                   TO 400-STEPS-FAILED
           MOVE ZERO                   TO 400-STEPS-REFUSED
           MOVE ZERO                   TO 400-STEPS-NO-END
           MOVE ZERO                   TO 400-STEPS-NEVER-RAN
           PERFORM VARYING LDG-S FROM +1 BY +1
                   UNTIL   LDG-S > 300-STREAM-STEPS
               MOVE LDG-STEP-NAME (LDG-S) TO 410-STEP-NAME
               PERFORM 2100-PRINT-STEP
           END-PERFORM
           PERFORM VARYING 530-O FROM +1 BY +1
                   UNTIL   530-O > 400-OVERRIDE-COUNT
               IF 530-BUSINESS-DATE (530-O) = 410-REPORT-DATE
                   MOVE 530-JOB-NAME (530-O)   TO OL-JOB-NAME
                   MOVE 530-OPERATOR-ID (530-O) TO OL-OPERATOR-ID
                   MOVE 530-TIMESTAMP (530-O) TO 410-TIME-EDIT-IN
                   PERFORM 8100-EDIT-TIME
                   MOVE 906-TIME-EDIT  TO OL-TIME
                   MOVE 530-REASON (530-O) TO OL-REASON
                   MOVE 930-OVERRIDE-LINE TO STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
               END-IF
           END-PERFORM
           IF 400-STEPS-COMPLETED = 300-STREAM-STEPS
               SET 88-100-DATE-COMPLETE TO TRUE
               MOVE "STREAM COMPLETE:"  TO SM-VERDICT
           ELSE
               MOVE SPACE              TO 100-DATE-COMPLETE-FLAG
               MOVE "STREAM INCOMPLETE:" TO SM-VERDICT
           END-IF
           MOVE 400-STEPS-COMPLETED    TO SM-COMPLETED
           MOVE 400-STEPS-FAILED       TO SM-FAILED
           MOVE 400-STEPS-REFUSED      TO SM-REFUSED
           MOVE 400-STEPS-NO-END       TO SM-NO-END
           MOVE 400-STEPS-NEVER-RAN    TO SM-NEVER-RAN
           MOVE 940-SUMMARY-LINE       TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           .

      ****************************************************************
      *    2 1 0 0 - P R I N T - S T E P .                           *
      ****************************************************************

       2100-PRINT-STEP.

           MOVE SPACE                  TO 100-STEP-STATE
           PERFORM VARYING 520-R FROM +1 BY +1
                   UNTIL   520-R > 400-RUN-COUNT
               IF 520-BUSINESS-DATE (520-R) = 410-REPORT-DATE
                       AND 520-JOB-NAME (520-R) = 410-STEP-NAME
                   PERFORM 2110-PRINT-RUN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN 88-100-STEP-NEVER-RAN
                   MOVE SPACES         TO 920-STEP-LINE
                   MOVE 410-STEP-NAME  TO SL-JOB-NAME
                   MOVE "NEVER RAN"    TO SL-STATUS
                   MOVE 920-STEP-LINE  TO STATUS-REPORT-RECORD
                   WRITE STATUS-REPORT-RECORD
                   ADD 1               TO 400-STEPS-NEVER-RAN
               WHEN 88-100-STEP-FAILED
                   ADD 1               TO 400-STEPS-FAILED
               WHEN 88-100-STEP-REFUSED
                   ADD 1               TO 400-STEPS-REFUSED
               WHEN 88-100-STEP-STARTED
                   ADD 1               TO 400-STEPS-NO-END
               WHEN OTHER
                   ADD 1               TO 400-STEPS-COMPLETED
           END-EVALUATE
           .

       2110-PRINT-RUN.

           MOVE SPACES                 TO 920-STEP-LINE
           MOVE 520-JOB-NAME (520-R)   TO SL-JOB-NAME
           MOVE 520-QUALIFIER (520-R)  TO SL-QUALIFIER
           MOVE SPACES                 TO 410-DETAIL
           EVALUATE TRUE
               WHEN 88-520-COMPLETED (520-R)
                   MOVE "COMPLETED"    TO SL-STATUS
                   IF 88-100-STEP-NEVER-RAN
                       SET 88-100-STEP-COMPLETED TO TRUE
                   END-IF
               WHEN 88-520-FAILED (520-R)
                   MOVE "FAILED"       TO SL-STATUS
                   SET 88-100-STEP-FAILED TO TRUE
               WHEN 88-520-REFUSED (520-R)
                   MOVE "REFUSED"      TO SL-STATUS
                   IF NOT 88-100-STEP-FAILED
                       SET 88-100-STEP-REFUSED TO TRUE
                   END-IF
                   MOVE 520-MESSAGE (520-R) TO 410-DETAIL
               WHEN OTHER
                   MOVE "STARTED-NO END" TO SL-STATUS
                   IF 88-100-STEP-NEVER-RAN
                           OR 88-100-STEP-COMPLETED
                       SET 88-100-STEP-STARTED TO TRUE
                   END-IF
                   MOVE 520-MESSAGE (520-R) TO 410-DETAIL
           END-EVALUATE
           IF 88-520-COMPLETED (520-R) OR 88-520-FAILED (520-R)
               MOVE 520-RETURN-CODE (520-R) TO SL-RETURN-CODE
               PERFORM 2120-EDIT-COUNTS
           END-IF
           IF 520-START-TIME (520-R) NOT = SPACES
               MOVE 520-START-TIME (520-R) TO 410-TIME-EDIT-IN
               PERFORM 8100-EDIT-TIME
               MOVE 906-TIME-EDIT      TO SL-START-TIME
           END-IF
           IF 520-END-TIME (520-R) NOT = SPACES
               MOVE 520-END-TIME (520-R) TO 410-TIME-EDIT-IN
               PERFORM 8100-EDIT-TIME
               MOVE 906-TIME-EDIT      TO SL-END-TIME
           END-IF
           MOVE 410-DETAIL             TO SL-DETAIL
           MOVE 920-STEP-LINE          TO STATUS-REPORT-RECORD
           WRITE STATUS-REPORT-RECORD
           .

      ****************************************************************
      *    2 1 2 0 - E D I T - C O U N T S .                         *
      ****************************************************************
      *    "LABEL=COUNT" FOR EACH LABELLED COUNT THE JOB LOGGED.     *
      ****************************************************************

       2120-EDIT-COUNTS.

           MOVE +1                     TO 410-DETAIL-POINTER
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 3
               IF 520-COUNT-LABEL (520-R, 400-SUB) NOT = SPACES
                   MOVE 520-COUNT (520-R, 400-SUB) TO 410-COUNT-EDIT
                   STRING FUNCTION TRIM
                              (520-COUNT-LABEL (520-R, 400-SUB))
                          "="
                          FUNCTION TRIM (410-COUNT-EDIT)
                          "  "
                          DELIMITED BY SIZE
                          INTO 410-DETAIL
                          WITH POINTER 410-DETAIL-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *    8 0 0 0 - E D I T - D A T E .                             *
      ****************************************************************

       8000-EDIT-DATE.

           MOVE 410-EDIT-YEAR          TO DE-YEAR
           MOVE 410-EDIT-MM            TO DE-MM
           MOVE 410-EDIT-DD            TO DE-DD
           .

      ****************************************************************
      *    8 1 0 0 - E D I T - T I M E .                             *
      ****************************************************************
      *    A LEDGER TIMESTAMP (YYYYMMDDHHMMSS) AS MM-DD HH:MM.       *
      ****************************************************************

       8100-EDIT-TIME.

           MOVE 410-TIME-EDIT-IN (5:2) TO TE-MM
           MOVE 410-TIME-EDIT-IN (7:2) TO TE-DD
           MOVE 410-TIME-EDIT-IN (9:2) TO TE-HH
           MOVE 410-TIME-EDIT-IN (11:2) TO TE-MIN
           .

       END PROGRAM ELIZASTS.
