       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZACLM.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZACLM -- CLIENT MASTER MAINTENANCE WITH AN AUDIT       *
      *    TRAIL.                                                    *
      *                                                              *
      *    THE DIALOG FRONT-ENDS AUTO-REGISTER UNKNOWN CLIENTS AS    *
      *    "NAME PENDING", AND UNTIL NOW NOTHING COULD FIX THAT      *
      *    AFTERWARDS.  THIS JOB READS A CLMTRANS TRANSACTION FILE   *
      *    OF ADD / CHANGE / DEACTIVATE / MERGE ACTIONS AGAINST      *
      *    THE CLIENT-MASTER-RECORD (SEE CLIMAST.CPY), VALIDATES     *
      *    EVERY TRANSACTION, AND PRINTS AN APPLIED/REJECTED         *
      *    REPORT TO CLMRPT.                                         *
      *                                                              *
      *    MERGE FOLDS ONE REGISTRATION INTO ANOTHER: THE LIFETIME   *
      *    SESSIONS, TURNS, AND CRISIS ALERT COUNTERS ARE COMBINED   *
      *    INTO THE SURVIVING ID, THE EARLIEST FIRST-SEEN AND        *
      *    LATEST LAST-SEEN DATES ARE KEPT, AND THE MERGED-FROM      *
      *    RECORD IS DELETED.                                        *
      *                                                              *
      *    THE OPERATOR'S ID IS A REQUIRED COMMAND-LINE PARM, AND    *
      *    EVERY MASTER RECORD TOUCHED GETS A CLMAUDIT RECORD WITH   *
      *    THE TIMESTAMP, OPERATOR, ACTION, AND FULL BEFORE AND      *
      *    AFTER IMAGES, SO "WHO ALTERED THIS CLIENT RECORD AND      *
      *    WHEN" ALWAYS HAS AN ANSWER.  RETURN CODE 4 WHEN ANY       *
      *    TRANSACTION WAS REJECTED, SO THE SCHEDULER CAN FLAG THE   *
      *    RUN FOR REVIEW.                                           *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CLM-TRANS-FILE
               ASSIGN TO "CLMTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CLM-TRANS-STATUS.

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT CLM-AUDIT-FILE
               ASSIGN TO "CLMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CLM-AUDIT-STATUS.

           SELECT CLM-REPORT-FILE
               ASSIGN TO "CLMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CLM-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CLM-TRANS-FILE.
       01  CLM-TRANS-RECORD.
           05  CT-ACTION                   PIC X(10).
           05  CT-CLIENT-ID                PIC X(08).
           05  CT-CLIENT-NAME              PIC X(30).
           05  CT-PERSONA-CODE             PIC X(04).
           05  CT-MERGE-INTO-ID            PIC X(08).

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  CLM-AUDIT-FILE.
       01  CLM-AUDIT-RECORD                PIC X(220).

       FD  CLM-REPORT-FILE.
       01  CLM-REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-TRANS-EOF-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-TRANS-EOF                    VALUE "Y".
           05  100-REJECT-FLAG             PIC X(01)   VALUE SPACE.
               88  88-100-TRANS-REJECTED               VALUE "Y".
           05  100-ANY-REJECT-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-ANY-REJECTED                 VALUE "Y".
           05  100-FOUND-FLAG              PIC X(01)   VALUE SPACE.
               88  88-100-RECORD-FOUND                 VALUE "Y".
           05  100-OPERATOR-ID             PIC X(08)   VALUE SPACES.

       01  400-PROGRAM-COUNTERS.
           05  400-TRANS-READ-COUNT        PIC 9(05)   VALUE ZERO.
           05  400-APPLIED-COUNT           PIC 9(05)   VALUE ZERO.
           05  400-REJECTED-COUNT          PIC 9(05)   VALUE ZERO.

       01  500-TRANSACTION-WORK.
           05  500-ACTION                  PIC X(10)   VALUE SPACES.
               88  88-500-ACTION-ADD                   VALUE "ADD".
               88  88-500-ACTION-CHANGE                VALUE "CHANGE".
               88  88-500-ACTION-DEACT             VALUE "DEACTIVATE".
               88  88-500-ACTION-MERGE                 VALUE "MERGE".
           05  500-CLIENT-ID               PIC X(08)   VALUE SPACES.
           05  500-CLIENT-NAME             PIC X(30)   VALUE SPACES.
           05  500-PERSONA-CODE            PIC X(04)   VALUE SPACES.
           05  500-MERGE-INTO-ID           PIC X(08)   VALUE SPACES.

      ****************************************************************
      *    HOLD AREAS FOR THE MASTER RECORDS A TRANSACTION TOUCHES.  *
      *    MERGE NEEDS TWO AT ONCE: THE MERGED-FROM RECORD AND THE   *
      *    SURVIVOR.  THE BEFORE IMAGE FEEDS THE AUDIT RECORD.       *
      ****************************************************************

       01  520-BEFORE-IMAGE                PIC X(77)   VALUE SPACES.

       01  530-MERGE-FROM-HOLD             PIC X(77)   VALUE SPACES.

       01  540-MERGE-FROM-RECORD REDEFINES 530-MERGE-FROM-HOLD.
           05  540-CLIENT-ID               PIC X(08).
           05  540-CLIENT-NAME             PIC X(30).
           05  540-PERSONA-CODE            PIC X(04).
           05  540-FIRST-SEEN-DATE         PIC 9(08).
           05  540-LAST-SEEN-DATE          PIC 9(08).
           05  540-LIFETIME-SESSIONS       PIC 9(05).
           05  540-LIFETIME-TURNS          PIC 9(07).
           05  540-CRISIS-ALERT-COUNT      PIC 9(05).
           05  540-STATUS-FLAG             PIC X(01).

       01  900-FILE-STATUS-FIELDS.
           05  900-CLM-TRANS-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CLM-TRANS-PRESENT            VALUE "00".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-OK        VALUE "00" "05".
           05  900-CLM-AUDIT-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CLM-AUDIT-OK                 VALUE "00".
           05  900-CLM-REPORT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-CLM-REPORT-OK                VALUE "00".

       01  910-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(44)   VALUE
               "ELIZA CLIENT MASTER MAINTENANCE - AUDIT RUN".
           05  FILLER                      PIC X(12)   VALUE
               "  OPERATOR: ".
           05  RH-OPERATOR-ID              PIC X(08).

       01  920-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-TRANS-NUMBER             PIC ZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-ACTION                   PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DL-CLIENT-ID                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-VERDICT                  PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-MESSAGE                  PIC X(60).

       01  930-TOTAL-LINE.
           05  FILLER                      PIC X(12)   VALUE
               "TRANS READ ".
           05  TO-READ-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X(10)   VALUE
               "  APPLIED ".
           05  TO-APPLIED-COUNT            PIC ZZZZ9.
           05  FILLER                      PIC X(11)   VALUE
               "  REJECTED ".
           05  TO-REJECTED-COUNT           PIC ZZZZ9.

       01  940-AUDIT-LINE.
           05  AU-TIMESTAMP                PIC X(21).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  AU-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  AU-ACTION                   PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  AU-CLIENT-ID                PIC X(08).
           05  FILLER                      PIC X(04)   VALUE " B: ".
           05  AU-BEFORE-IMAGE             PIC X(77).
           05  FILLER                      PIC X(04)   VALUE " A: ".
           05  AU-AFTER-IMAGE              PIC X(77).

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

      ****************************************************************
      *    THE AUDIT TRAIL IS ONLY AS GOOD AS ITS SIGNATURE -- NO    *
      *    OPERATOR ID, NO RUN.                                      *
      ****************************************************************
           ACCEPT 100-OPERATOR-ID FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-OPERATOR-ID)
                               TO 100-OPERATOR-ID
           IF 100-OPERATOR-ID = SPACES
               DISPLAY "ELIZACLM: AN OPERATOR ID PARM IS REQUIRED"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CLM-REPORT-FILE
           MOVE 100-OPERATOR-ID        TO RH-OPERATOR-ID
           MOVE 910-REPORT-HEADING-LINE TO CLM-REPORT-RECORD
           WRITE CLM-REPORT-RECORD
           OPEN EXTEND CLM-AUDIT-FILE
           IF NOT 88-900-CLM-AUDIT-OK
               OPEN OUTPUT CLM-AUDIT-FILE
           END-IF
           OPEN INPUT CLM-TRANS-FILE
           IF 88-900-CLM-TRANS-PRESENT
               OPEN I-O CLIENT-MASTER-FILE
               IF 88-900-CLIENT-MASTER-OK
                   PERFORM 1000-PROCESS-ONE-TRANSACTION
                       UNTIL 88-100-TRANS-EOF
                   CLOSE CLIENT-MASTER-FILE
               ELSE
                   MOVE "CLIENT MASTER NOT AVAILABLE - NO MAINTENANCE AP
      -                "PLIED"          TO CLM-REPORT-RECORD
                   WRITE CLM-REPORT-RECORD
                   SET 88-100-ANY-REJECTED TO TRUE
               END-IF
           ELSE
               MOVE "CLMTRANS NOT PRESENT - NOTHING TO APPLY"
                                       TO CLM-REPORT-RECORD
               WRITE CLM-REPORT-RECORD
           END-IF
           CLOSE CLM-TRANS-FILE
           CLOSE CLM-AUDIT-FILE

           MOVE 400-TRANS-READ-COUNT   TO TO-READ-COUNT
           MOVE 400-APPLIED-COUNT      TO TO-APPLIED-COUNT
           MOVE 400-REJECTED-COUNT     TO TO-REJECTED-COUNT
           MOVE 930-TOTAL-LINE         TO CLM-REPORT-RECORD
           WRITE CLM-REPORT-RECORD
           CLOSE CLM-REPORT-FILE
           IF 88-100-ANY-REJECTED
               MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

      ****************************************************************
      *  1 0 0 0 - P R O C E S S - O N E - T R A N S A C T I O N .   *
      ****************************************************************

       1000-PROCESS-ONE-TRANSACTION.

           READ CLM-TRANS-FILE
               AT END
                   SET 88-100-TRANS-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-TRANS-READ-COUNT
                   MOVE SPACE          TO 100-REJECT-FLAG
                   MOVE FUNCTION UPPER-CASE (CT-ACTION)
                                       TO 500-ACTION
                   MOVE FUNCTION UPPER-CASE (CT-CLIENT-ID)
                                       TO 500-CLIENT-ID
                   MOVE CT-CLIENT-NAME TO 500-CLIENT-NAME
                   MOVE FUNCTION UPPER-CASE (CT-PERSONA-CODE)
                                       TO 500-PERSONA-CODE
                   MOVE FUNCTION UPPER-CASE (CT-MERGE-INTO-ID)
                                       TO 500-MERGE-INTO-ID
                   PERFORM 1100-APPLY-TRANSACTION
                   IF 88-100-TRANS-REJECTED
                       ADD 1           TO 400-REJECTED-COUNT
                       SET 88-100-ANY-REJECTED TO TRUE
                   ELSE
                       ADD 1           TO 400-APPLIED-COUNT
                       MOVE "APPLIED"  TO DL-VERDICT
                       PERFORM 1900-WRITE-DETAIL-LINE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 1 0 0 - A P P L Y - T R A N S A C T I O N .               *
      ****************************************************************

       1100-APPLY-TRANSACTION.

           IF 500-CLIENT-ID = SPACES
               MOVE "CLIENT ID IS BLANK" TO DL-MESSAGE
               PERFORM 1950-REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN 88-500-ACTION-ADD
                       PERFORM 2000-APPLY-ADD
                   WHEN 88-500-ACTION-CHANGE
                       PERFORM 3000-APPLY-CHANGE
                   WHEN 88-500-ACTION-DEACT
                       PERFORM 4000-APPLY-DEACTIVATE
                   WHEN 88-500-ACTION-MERGE
                       PERFORM 5000-APPLY-MERGE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION" TO DL-MESSAGE
                       PERFORM 1950-REJECT-TRANSACTION
               END-EVALUATE
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - A P P L Y - A D D .                               *
      ****************************************************************
      *    REGISTER A NEW CLIENT PROPERLY -- WITH A REAL NAME --     *
      *    BEFORE THE FIRST SESSION, SO THE FRONT-ENDS NEVER HAVE    *
      *    TO INVENT A "NAME PENDING" RECORD FOR THIS ID.            *
      ****************************************************************

       2000-APPLY-ADD.

           IF 500-CLIENT-NAME = SPACES
               MOVE "ADD REQUIRES A CLIENT NAME" TO DL-MESSAGE
               PERFORM 1950-REJECT-TRANSACTION
           ELSE
               PERFORM 7000-READ-MASTER-RECORD
               IF 88-100-RECORD-FOUND
                   MOVE "CLIENT ALREADY ON MASTER" TO DL-MESSAGE
                   PERFORM 1950-REJECT-TRANSACTION
               ELSE
                   MOVE SPACES         TO 520-BEFORE-IMAGE
                   MOVE 500-CLIENT-ID  TO CM-CLIENT-ID
                   MOVE 500-CLIENT-NAME TO CM-CLIENT-NAME
                   IF 500-PERSONA-CODE = SPACES
                       MOVE "THER"     TO CM-PERSONA-CODE
                   ELSE
                       MOVE 500-PERSONA-CODE TO CM-PERSONA-CODE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CM-FIRST-SEEN-DATE
                   MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CM-LAST-SEEN-DATE
                   MOVE ZERO           TO CM-LIFETIME-SESSIONS
                   MOVE ZERO           TO CM-LIFETIME-TURNS
                   MOVE ZERO           TO CM-CRISIS-ALERT-COUNT
                   SET 88-CM-ACTIVE    TO TRUE
                   WRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "MASTER WRITE FAILED" TO DL-MESSAGE
                           PERFORM 1950-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 8000-WRITE-AUDIT-RECORD
                   END-WRITE
               END-IF
           END-IF
           .

      ****************************************************************
      *  3 0 0 0 - A P P L Y - C H A N G E .                         *
      ****************************************************************
      *    CORRECT THE NAME AND/OR DEFAULT PERSONA OF AN EXISTING    *
      *    REGISTRATION.  BLANK FIELDS ON THE TRANSACTION LEAVE      *
      *    THE MASTER FIELD AS IT STANDS.                            *
      ****************************************************************

       3000-APPLY-CHANGE.

           IF 500-CLIENT-NAME = SPACES AND 500-PERSONA-CODE = SPACES
               MOVE "CHANGE HAS NOTHING TO CHANGE" TO DL-MESSAGE
               PERFORM 1950-REJECT-TRANSACTION
           ELSE
               PERFORM 7000-READ-MASTER-RECORD
               IF NOT 88-100-RECORD-FOUND
                   MOVE "CLIENT NOT ON MASTER" TO DL-MESSAGE
                   PERFORM 1950-REJECT-TRANSACTION
               ELSE
                   MOVE CLIENT-MASTER-RECORD TO 520-BEFORE-IMAGE
                   IF 500-CLIENT-NAME NOT = SPACES
                       MOVE 500-CLIENT-NAME TO CM-CLIENT-NAME
                   END-IF
                   IF 500-PERSONA-CODE NOT = SPACES
                       MOVE 500-PERSONA-CODE TO CM-PERSONA-CODE
                   END-IF
                   REWRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "MASTER REWRITE FAILED" TO DL-MESSAGE
                           PERFORM 1950-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 8000-WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF
           .

      ****************************************************************
      *  4 0 0 0 - A P P L Y - D E A C T I V A T E .                 *
      ****************************************************************
      *    MARK A REGISTRATION DEACTIVATED.  THE RECORD AND ITS      *
      *    LIFETIME COUNTERS STAY ON FILE FOR THE REPORTS -- ONLY    *
      *    THE STATUS CHANGES.                                       *
      ****************************************************************

       4000-APPLY-DEACTIVATE.

           PERFORM 7000-READ-MASTER-RECORD
           IF NOT 88-100-RECORD-FOUND
               MOVE "CLIENT NOT ON MASTER" TO DL-MESSAGE
               PERFORM 1950-REJECT-TRANSACTION
           ELSE
               IF 88-CM-DEACTIVATED
                   MOVE "CLIENT ALREADY DEACTIVATED" TO DL-MESSAGE
                   PERFORM 1950-REJECT-TRANSACTION
               ELSE
                   MOVE CLIENT-MASTER-RECORD TO 520-BEFORE-IMAGE
                   SET 88-CM-DEACTIVATED TO TRUE
                   REWRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "MASTER REWRITE FAILED" TO DL-MESSAGE
                           PERFORM 1950-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 8000-WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF
           END-IF
           .

      ****************************************************************
      *  5 0 0 0 - A P P L Y - M E R G E .                           *
      ****************************************************************
      *    FOLD THE DUPLICATE REGISTRATION (CT-CLIENT-ID) INTO THE   *
      *    SURVIVING ONE (CT-MERGE-INTO-ID): COMBINE THE LIFETIME    *
      *    SESSIONS, TURNS, AND CRISIS ALERT COUNTERS, KEEP THE      *
      *    EARLIEST FIRST-SEEN AND LATEST LAST-SEEN DATES, THEN      *
      *    DELETE THE MERGED-FROM RECORD.  BOTH RECORDS ARE          *
      *    AUDITED -- THE SURVIVOR AS A CHANGE, THE MERGED-FROM      *
      *    RECORD WITH A BLANK AFTER IMAGE.                          *
      ****************************************************************

       5000-APPLY-MERGE.

           IF 500-MERGE-INTO-ID = SPACES
                   OR 500-MERGE-INTO-ID = 500-CLIENT-ID
               MOVE "MERGE NEEDS A DIFFERENT SURVIVING ID"
                                       TO DL-MESSAGE
               PERFORM 1950-REJECT-TRANSACTION
           ELSE
               PERFORM 7000-READ-MASTER-RECORD
               IF NOT 88-100-RECORD-FOUND
                   MOVE "MERGED-FROM CLIENT NOT ON MASTER"
                                       TO DL-MESSAGE
                   PERFORM 1950-REJECT-TRANSACTION
               ELSE
                   MOVE CLIENT-MASTER-RECORD TO 530-MERGE-FROM-HOLD
                   MOVE 500-MERGE-INTO-ID TO CM-CLIENT-ID
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           MOVE "SURVIVING CLIENT NOT ON MASTER"
                                       TO DL-MESSAGE
                           PERFORM 1950-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 5100-COMBINE-AND-DELETE
                   END-READ
               END-IF
           END-IF
           .

      ****************************************************************
      *  5 1 0 0 - C O M B I N E - A N D - D E L E T E .             *
      ****************************************************************

       5100-COMBINE-AND-DELETE.

           MOVE CLIENT-MASTER-RECORD   TO 520-BEFORE-IMAGE
           ADD 540-LIFETIME-SESSIONS   TO CM-LIFETIME-SESSIONS
           ADD 540-LIFETIME-TURNS      TO CM-LIFETIME-TURNS
           ADD 540-CRISIS-ALERT-COUNT  TO CM-CRISIS-ALERT-COUNT
           IF 540-FIRST-SEEN-DATE < CM-FIRST-SEEN-DATE
               MOVE 540-FIRST-SEEN-DATE TO CM-FIRST-SEEN-DATE
           END-IF
           IF 540-LAST-SEEN-DATE > CM-LAST-SEEN-DATE
               MOVE 540-LAST-SEEN-DATE TO CM-LAST-SEEN-DATE
           END-IF
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "SURVIVOR REWRITE FAILED" TO DL-MESSAGE
                   PERFORM 1950-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   MOVE 530-MERGE-FROM-HOLD TO 520-BEFORE-IMAGE
                   MOVE 540-CLIENT-ID  TO CM-CLIENT-ID
                   DELETE CLIENT-MASTER-FILE
                       INVALID KEY
                           MOVE "MERGED-FROM DELETE FAILED"
                                       TO DL-MESSAGE
                           PERFORM 1950-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 8100-WRITE-DELETE-AUDIT
                   END-DELETE
           END-REWRITE
           .

      ****************************************************************
      *  7 0 0 0 - R E A D - M A S T E R - R E C O R D .             *
      ****************************************************************

       7000-READ-MASTER-RECORD.

           MOVE SPACE                  TO 100-FOUND-FLAG
           MOVE 500-CLIENT-ID          TO CM-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET 88-100-RECORD-FOUND TO TRUE
           END-READ
           .

      ****************************************************************
      *  8 0 0 0 - W R I T E - A U D I T - R E C O R D .             *
      ****************************************************************
      *    ONE AUDIT RECORD PER MASTER RECORD CHANGED: TIMESTAMP,    *
      *    OPERATOR, ACTION, KEY, AND THE FULL BEFORE AND AFTER      *
      *    IMAGES.  THE BEFORE IMAGE IS BLANK FOR AN ADD.            *
      ****************************************************************

       8000-WRITE-AUDIT-RECORD.

           MOVE SPACES                 TO 940-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE  TO AU-TIMESTAMP
           MOVE 100-OPERATOR-ID        TO AU-OPERATOR-ID
           MOVE 500-ACTION             TO AU-ACTION
           MOVE CM-CLIENT-ID           TO AU-CLIENT-ID
           MOVE 520-BEFORE-IMAGE       TO AU-BEFORE-IMAGE
           MOVE CLIENT-MASTER-RECORD   TO AU-AFTER-IMAGE
           MOVE 940-AUDIT-LINE         TO CLM-AUDIT-RECORD
           WRITE CLM-AUDIT-RECORD
           .

      ****************************************************************
      *  8 1 0 0 - W R I T E - D E L E T E - A U D I T .             *
      ****************************************************************
      *    THE MERGED-FROM RECORD IS GONE -- ITS AUDIT RECORD        *
      *    CARRIES THE BEFORE IMAGE AND A BLANK AFTER IMAGE.         *
      ****************************************************************

       8100-WRITE-DELETE-AUDIT.

           MOVE SPACES                 TO 940-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE  TO AU-TIMESTAMP
           MOVE 100-OPERATOR-ID        TO AU-OPERATOR-ID
           MOVE 500-ACTION             TO AU-ACTION
           MOVE 540-CLIENT-ID          TO AU-CLIENT-ID
           MOVE 520-BEFORE-IMAGE       TO AU-BEFORE-IMAGE
           MOVE SPACES                 TO AU-AFTER-IMAGE
           MOVE 940-AUDIT-LINE         TO CLM-AUDIT-RECORD
           WRITE CLM-AUDIT-RECORD
           .

      ****************************************************************
      *  1 9 0 0 - W R I T E - D E T A I L - L I N E .               *
      ****************************************************************

       1900-WRITE-DETAIL-LINE.

           MOVE 400-TRANS-READ-COUNT   TO DL-TRANS-NUMBER
           MOVE 500-ACTION             TO DL-ACTION
           MOVE 500-CLIENT-ID          TO DL-CLIENT-ID
           MOVE 920-DETAIL-LINE        TO CLM-REPORT-RECORD
           WRITE CLM-REPORT-RECORD
           MOVE SPACES                 TO DL-MESSAGE
           .

      ****************************************************************
      *  1 9 5 0 - R E J E C T - T R A N S A C T I O N .             *
      ****************************************************************

       1950-REJECT-TRANSACTION.

           SET 88-100-TRANS-REJECTED   TO TRUE
           MOVE "REJECTED"             TO DL-VERDICT
           PERFORM 1900-WRITE-DETAIL-LINE
           .

       END PROGRAM ELIZACLM.
