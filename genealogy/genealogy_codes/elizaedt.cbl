       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAEDT.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAEDT -- PRE-RUN EDIT OF THE NIGHTLY TRANSACTIONS      *
      *    BATCH STREAM, COMPANION TO THE ELIZAMNT EDIT OF THE       *
      *    KEYWORD/REPLY MAINTENANCE FILES.                          *
      *                                                              *
      *    RUN THIS JOB AGAINST TRANSACTIONS BEFORE THE ELIZA STEP.  *
      *    A MALFORMED *SESSION HEADER OTHERWISE JUST BECOMES        *
      *    WHATEVER 0150-SWITCH-SESSION MAKES OF IT, AND WHOLE       *
      *    CONVERSATIONS HAVE BEEN POSTED TO THE WRONG CLIENT.       *
      *    THIS EDIT:                                                *
      *      - VALIDATES EVERY *SESSION HEADER'S CLIENT ID AGAINST   *
      *        CLIENTMST (MISSING, UNKNOWN, OR DEACTIVATED IDS ARE   *
      *        REJECTED);                                            *
      *      - VALIDATES THE PERSONA CODE AGAINST THE VALID SET (A   *
      *        BLANK CODE IS FINE -- IT DEFAULTS FROM THE CLIENT     *
      *        MASTER AT RUN TIME);                                  *
      *      - FLAGS EMPTY SESSIONS (A HEADER WITH NO INPUT LINES);  *
      *      - FLAGS INPUT LINES THAT WOULD TRUNCATE AT THE 80-      *
      *        COLUMN TRANSACTION WIDTH.                             *
      *                                                              *
      *    REJECTED RECORDS GO TO TRNREJCT WITH THEIR REASONS, THE   *
      *    EDIT REPORT GOES TO TRNEDIT, AND THE PROGRAM ENDS WITH    *
      *    RETURN CODE 8 WHEN ANYTHING WAS REJECTED, SO THE          *
      *    SCHEDULER HOLDS THE ELIZA STEP EXACTLY AS IT DOES FOR A   *
      *    FAILED ELIZAMNT EDIT.                                     *
      *                                                              *
      *    IT LOGS ITS START AND END ON THE RUN-CONTROL LEDGER       *
      *    THROUGH ELIZALDG, SO ELIZA CAN CONFIRM THAT THE           *
      *    TRANSACTIONS IT IS GIVEN WERE EDITED FOR THE SAME         *
      *    BUSINESS DATE AND PASSED.                                 *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL TRANSACTIONS-FILE
               ASSIGN TO "TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TRANSACTIONS-STATUS.

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "TRNREJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REJECT-STATUS.

           SELECT EDIT-REPORT-FILE
               ASSIGN TO "TRNEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EDIT-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

      ****************************************************************
      *    THE DIALOG PROGRAM READS TRANSACTIONS INTO 80 COLUMNS;    *
      *    THIS FD IS WIDER ON PURPOSE, SO A LINE THAT WOULD         *
      *    TRUNCATE THERE SHOWS ITS OVERFLOW IN COLUMNS 81-100       *
      *    AND CAN BE FLAGGED HERE FIRST.                            *
      ****************************************************************

       FD  TRANSACTIONS-FILE.
       01  TRANSACTIONS-RECORD             PIC X(100).

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  REJECT-FILE.
       01  REJECT-RECORD                   PIC X(150).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-TRANS-EOF-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-TRANS-EOF                    VALUE "Y".
           05  100-VERDICT                 PIC X(06)   VALUE "ACCEPT".
               88  88-100-STREAM-REJECTED              VALUE "REJECT".
           05  100-HEADER-PENDING-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-HEADER-PENDING               VALUE "Y".
           05  100-CLIENT-FOUND-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-CLIENT-FOUND                 VALUE "Y".
           05  100-MASTER-OPEN-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-MASTER-OPEN                  VALUE "Y".
           05  100-HEADER-TAG              PIC X(08)   VALUE SPACES.
           05  100-CLIENT-ID               PIC X(08)   VALUE SPACES.
           05  100-PERSONA-CODE            PIC X(04)   VALUE SPACES.
               88  88-100-PERSONA-VALID        VALUE "THER" "CRER".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".

       01  300-PROGRAM-CONSTANTS.
           05  300-SESSION-HEADER          PIC X(08)  VALUE "*SESSION".

       01  400-PROGRAM-COUNTERS.
           05  400-RECORD-COUNT            PIC 9(07)   VALUE ZERO.
           05  400-HEADER-COUNT            PIC 9(05)   VALUE ZERO.
           05  400-REJECT-COUNT            PIC 9(05)   VALUE ZERO.
           05  400-PENDING-RECORD-NUM      PIC 9(07)   VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  500-PENDING-HEADER              PIC X(100)  VALUE SPACES.

       COPY LDGCOMM.

       01  900-FILE-STATUS-FIELDS.
           05  900-TRANSACTIONS-STATUS     PIC X(02)   VALUE "00".
               88  88-900-TRANSACTIONS-PRESENT         VALUE "00".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-OK        VALUE "00" "05".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-REJECT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REJECT-OK                    VALUE "00".
           05  900-EDIT-REPORT-STATUS      PIC X(02)   VALUE "00".
               88  88-900-EDIT-REPORT-OK               VALUE "00".

       01  910-REPORT-HEADING-LINE         PIC X(37)   VALUE
           "ELIZA TRANSACTIONS STREAM EDIT".

       01  930-ERROR-DETAIL-LINE.
           05  FILLER                      PIC X(08)   VALUE "  REC ".
           05  ED-RECORD-NUMBER            PIC ZZZZZZ9.
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  ED-MESSAGE                  PIC X(45).
           05  ED-TEXT                     PIC X(60).

       01  940-VERDICT-LINE.
           05  FILLER                      PIC X(14)   VALUE
               "  RECORDS READ".
           05  VL-RECORD-COUNT             PIC ZZZZZZ9.
           05  FILLER                      PIC X(10)   VALUE
               "  HEADERS ".
           05  VL-HEADER-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  ERRORS ".
           05  VL-REJECT-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(12)   VALUE
               "  VERDICT:  ".
           05  VL-VERDICT                  PIC X(06).

       01  950-REJECT-LINE.
           05  RJ-REASON                   PIC X(45).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  RJ-TEXT                     PIC X(100).

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT EDIT-REPORT-FILE
           OPEN OUTPUT REJECT-FILE
           MOVE 910-REPORT-HEADING-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           PERFORM 0010-CHECK-RUN-LEDGER
           IF 88-LDG-RC-OK
               OPEN INPUT CLIENT-MASTER-FILE
               IF 88-900-CLIENT-MASTER-OK
                   SET 88-100-MASTER-OPEN TO TRUE
               ELSE
                   MOVE "  CLIENT MASTER NOT AVAILABLE - CLIENT IDS NOT
      -                 "VERIFIED"     TO EDIT-REPORT-RECORD
                   WRITE EDIT-REPORT-RECORD
               END-IF
               OPEN INPUT TRANSACTIONS-FILE
               IF 88-900-TRANSACTIONS-PRESENT
                   PERFORM 1000-EDIT-ONE-RECORD
                       UNTIL 88-100-TRANS-EOF
                   PERFORM 2500-CHECK-EMPTY-SESSION
               ELSE
                   MOVE "  TRANSACTIONS NOT PRESENT - NO EDIT PERFORMED"
                                       TO EDIT-REPORT-RECORD
                   WRITE EDIT-REPORT-RECORD
               END-IF
               CLOSE TRANSACTIONS-FILE
               IF 88-100-MASTER-OPEN
                   CLOSE CLIENT-MASTER-FILE
               END-IF

               MOVE 400-RECORD-COUNT   TO VL-RECORD-COUNT
               MOVE 400-HEADER-COUNT   TO VL-HEADER-COUNT
               MOVE 400-REJECT-COUNT   TO VL-REJECT-COUNT
               MOVE 100-VERDICT        TO VL-VERDICT
               MOVE 940-VERDICT-LINE   TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
           CLOSE EDIT-REPORT-FILE
           CLOSE REJECT-FILE
           IF 88-LDG-RC-REFUSED OR 88-100-STREAM-REJECTED
               MOVE 8                  TO RETURN-CODE
           END-IF
           IF 88-LDG-RC-OK
               PERFORM 9900-LOG-RUN-END
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF THE EDIT ON THE RUN-CONTROL LEDGER.  THE *
      *    EDIT HAS NO PREREQUISITES, SO ONLY A BAD RUNDATE CARD OR  *
      *    AN UNWRITABLE LEDGER REFUSES IT.                          *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZAEDT"             TO LDG-JOB-NAME
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZAEDT: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO EDIT-REPORT-RECORD
               STRING "RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - E D I T - O N E - R E C O R D .                   *
      ****************************************************************

       1000-EDIT-ONE-RECORD.

           READ TRANSACTIONS-FILE
               AT END
                   SET 88-100-TRANS-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-RECORD-COUNT
                   IF TRANSACTIONS-RECORD (1:8) = 300-SESSION-HEADER
                       PERFORM 2500-CHECK-EMPTY-SESSION
                       PERFORM 2000-EDIT-SESSION-HEADER
                   ELSE
                       MOVE SPACE      TO 100-HEADER-PENDING-FLAG
                       PERFORM 3000-EDIT-INPUT-LINE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 0 0 0 - E D I T - S E S S I O N - H E A D E R .           *
      ****************************************************************
      *    PICK THE HEADER APART EXACTLY AS 0150-SWITCH-SESSION      *
      *    WILL ("*SESSION CLIENT-ID PERSONA-CODE") AND CHECK WHAT   *
      *    THE DIALOG PROGRAM WOULD SILENTLY ACCEPT.                 *
      ****************************************************************

       2000-EDIT-SESSION-HEADER.

           ADD 1                       TO 400-HEADER-COUNT
           SET 88-100-HEADER-PENDING   TO TRUE
           MOVE TRANSACTIONS-RECORD    TO 500-PENDING-HEADER
           MOVE 400-RECORD-COUNT       TO 400-PENDING-RECORD-NUM
           MOVE SPACES                 TO 100-HEADER-TAG
           MOVE SPACES                 TO 100-CLIENT-ID
           MOVE SPACES                 TO 100-PERSONA-CODE
           UNSTRING TRANSACTIONS-RECORD (1:80)
                   DELIMITED BY ALL SPACE
               INTO 100-HEADER-TAG
                    100-CLIENT-ID
                    100-PERSONA-CODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (100-CLIENT-ID)
                               TO 100-CLIENT-ID
           MOVE FUNCTION UPPER-CASE (100-PERSONA-CODE)
                               TO 100-PERSONA-CODE
           IF 100-CLIENT-ID = SPACES
               MOVE "SESSION HEADER MISSING CLIENT ID"
                                       TO ED-MESSAGE
               PERFORM 1900-WRITE-REJECT
           ELSE
               PERFORM 2100-CHECK-CLIENT-ON-MASTER
           END-IF
           IF 100-PERSONA-CODE NOT = SPACES
                   AND NOT 88-100-PERSONA-VALID
               PERFORM 2200-CHECK-PERSONA-CATALOG
               IF NOT 88-100-PERSONA-IN-CATALOG
                   MOVE "UNKNOWN PERSONA CODE" TO ED-MESSAGE
                   PERFORM 1900-WRITE-REJECT
               END-IF
           END-IF
           .

      ****************************************************************
      *  2 1 0 0 - C H E C K - C L I E N T - O N - M A S T E R .     *
      ****************************************************************
      *    THE RUN-TIME AUTO-REGISTRATION IS FOR WALK-INS AT THE     *
      *    DESK; IN THE NIGHTLY STREAM AN UNKNOWN ID IS FAR MORE     *
      *    LIKELY A MISTYPED ONE, AND REGISTERING IT WOULD POST A    *
      *    WHOLE CONVERSATION TO A CLIENT THAT DOES NOT EXIST --     *
      *    SO UNKNOWN AND DEACTIVATED IDS ARE REJECTED HERE.         *
      ****************************************************************

       2100-CHECK-CLIENT-ON-MASTER.

           IF 88-100-MASTER-OPEN
               MOVE SPACE              TO 100-CLIENT-FOUND-FLAG
               MOVE 100-CLIENT-ID      TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET 88-100-CLIENT-FOUND TO TRUE
               END-READ
               IF NOT 88-100-CLIENT-FOUND
                   MOVE "CLIENT NOT ON MASTER" TO ED-MESSAGE
                   PERFORM 1900-WRITE-REJECT
               ELSE
                   IF 88-CM-DEACTIVATED
                       MOVE "CLIENT IS DEACTIVATED" TO ED-MESSAGE
                       PERFORM 1900-WRITE-REJECT
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  2 2 0 0 - C H E C K - P E R S O N A - C A T A L O G .       *
      ****************************************************************
      *    A CODE OUTSIDE THE COMPILED-IN SET IS STILL VALID WHEN    *
      *    THE PERSONAS CATALOG (SEE PERSONA.CPY) CARRIES IT --      *
      *    THAT IS HOW NEW PERSONAS ARRIVE WITHOUT A RECOMPILE.      *
      ****************************************************************

       2200-CHECK-PERSONA-CATALOG.

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
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *  2 5 0 0 - C H E C K - E M P T Y - S E S S I O N .           *
      ****************************************************************
      *    A HEADER IS STILL PENDING WHEN THE NEXT HEADER (OR END    *
      *    OF FILE) ARRIVES -- THE SESSION IT OPENED HAS NO INPUT    *
      *    LINES AT ALL, WHICH IS NEVER WHAT THE SCHEDULER MEANT.    *
      ****************************************************************

       2500-CHECK-EMPTY-SESSION.

           IF 88-100-HEADER-PENDING
               MOVE "EMPTY SESSION - HEADER HAS NO INPUT LINES"
                                       TO ED-MESSAGE
               PERFORM 1910-WRITE-PENDING-REJECT
               MOVE SPACE              TO 100-HEADER-PENDING-FLAG
           END-IF
           .

      ****************************************************************
      *  3 0 0 0 - E D I T - I N P U T - L I N E .                   *
      ****************************************************************

       3000-EDIT-INPUT-LINE.

           IF TRANSACTIONS-RECORD (81:20) NOT = SPACES
               MOVE "INPUT LINE LONGER THAN 80 COLUMNS - TRUNCATES"
                                       TO ED-MESSAGE
               PERFORM 1900-WRITE-REJECT
           END-IF
           .

      ****************************************************************
      *  1 9 0 0 - W R I T E - R E J E C T .                         *
      ****************************************************************
      *    ONE ERROR: A LINE ON THE REPORT AND THE OFFENDING         *
      *    RECORD, WITH ITS REASON, ON THE REJECT FILE.              *
      ****************************************************************

       1900-WRITE-REJECT.

           ADD 1                       TO 400-REJECT-COUNT
           SET 88-100-STREAM-REJECTED  TO TRUE
           MOVE 400-RECORD-COUNT       TO ED-RECORD-NUMBER
           MOVE TRANSACTIONS-RECORD    TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE ED-MESSAGE             TO RJ-REASON
           MOVE TRANSACTIONS-RECORD    TO RJ-TEXT
           MOVE 950-REJECT-LINE        TO REJECT-RECORD
           WRITE REJECT-RECORD
           .

      ****************************************************************
      *  1 9 1 0 - W R I T E - P E N D I N G - R E J E C T .         *
      ****************************************************************
      *    SAME AS 1900, BUT AGAINST THE HELD HEADER RECORD -- THE   *
      *    EMPTY-SESSION ERROR ONLY SHOWS UP A RECORD LATER.         *
      ****************************************************************

       1910-WRITE-PENDING-REJECT.

           ADD 1                       TO 400-REJECT-COUNT
           SET 88-100-STREAM-REJECTED  TO TRUE
           MOVE 400-PENDING-RECORD-NUM TO ED-RECORD-NUMBER
           MOVE 500-PENDING-HEADER     TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE ED-MESSAGE             TO RJ-REASON
           MOVE 500-PENDING-HEADER     TO RJ-TEXT
           MOVE 950-REJECT-LINE        TO REJECT-RECORD
           WRITE REJECT-RECORD
           .

      ****************************************************************
      *    9 9 0 0 - L O G - R U N - E N D .                         *
      ****************************************************************
      *    THE RETURN CODE AND KEY COUNTS GO ON THE LEDGER FOR THE   *
      *    STEPS THAT FOLLOW AND THE MORNING STATUS REPORT.          *
      *    THE CALL RESETS RETURN-CODE, SO THE JOB'S OWN IS PUT      *
      *    BACK AFTER IT FOR THE SCHEDULER.                          *
      ****************************************************************

       9900-LOG-RUN-END.

           SET 88-LDG-FN-END           TO TRUE
           MOVE RETURN-CODE            TO LDG-JOB-RETURN-CODE
           MOVE RETURN-CODE            TO 400-SAVED-RETURN-CODE
           MOVE "RECORDS"              TO LDG-COUNT-LABEL (1)
           MOVE 400-RECORD-COUNT       TO LDG-COUNT (1)
           MOVE "HEADERS"              TO LDG-COUNT-LABEL (2)
           MOVE 400-HEADER-COUNT       TO LDG-COUNT (2)
           MOVE "REJECTS"              TO LDG-COUNT-LABEL (3)
           MOVE 400-REJECT-COUNT       TO LDG-COUNT (3)
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZAEDT: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZAEDT.
