       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZALEX.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZALEX -- PRE-RUN EDIT OF THE CRISIS LEXICON FILE.      *
      *                                                              *
      *    RUN THIS JOB AGAINST A NEW CRISLEX FILE BEFORE IT         *
      *    REACHES PRODUCTION, THE SAME WAY ELIZAMNT GUARDS THE      *
      *    KEYWORD AND REPLY FILES.  THE ENGINE SKIPS A BAD ENTRY    *
      *    AT LOAD TIME WITH ONLY A CONSOLE WARNING, AND A SKIPPED   *
      *    PHRASE IS A CRISIS THAT NOBODY IS TOLD ABOUT -- SO THE    *
      *    FILE IS PROVED HERE FIRST.                                *
      *                                                              *
      *    EVERY ENTRY (SEE LEXREC.CPY) MUST BE A PHRASE ("P") WITH  *
      *    A TIER OF I, U, OR W, OR AN EXCLUSION ("X").  THE LENGTH  *
      *    PREFIX MUST BE NUMERIC AND MUST COVER THE PHRASE TEXT --  *
      *    IT MAY RUN PAST IT TO KEY TRAILING SPACES ("SUICIDE "),   *
      *    BUT NOT PAST THE 30-BYTE FIELD.  THE PHRASE MUST BE LOWER *
      *    CASE, AND NO PHRASE (TEXT AND LENGTH) MAY APPEAR TWICE.   *
      *    THE FILE MAY NOT HOLD MORE ENTRIES THAN THE ENGINE'S      *
      *    800-CRISIS-LEXICON-TABLE, AND MUST HOLD AT LEAST ONE      *
      *    PHRASE ENTRY OR THE ENGINE FALLS BACK TO ITS COMPILED-IN  *
      *    DEFAULTS.                                                 *
      *                                                              *
      *    A PRINTED EDIT REPORT IS WRITTEN TO LEXRPT WITH AN        *
      *    ACCEPT/REJECT VERDICT AND COUNTS BY TIER OF THE ENTRIES   *
      *    THAT PASSED EDIT, AND THE PROGRAM ENDS WITH RETURN-CODE 8 *
      *    WHEN THE FILE FAILS EDIT SO THE SCHEDULER CAN HOLD THE    *
      *    NIGHTLY ELIZA JOB.                                        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL CRISIS-LEXICON-FILE
               ASSIGN TO "CRISLEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CRISIS-LEXICON-STATUS.

           SELECT LEXICON-REPORT-FILE
               ASSIGN TO "LEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-LEXICON-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  CRISIS-LEXICON-FILE.

       COPY LEXREC.

       FD  LEXICON-REPORT-FILE.
       01  LEXICON-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-CRISIS-LEXICON-EOF-FLAG PIC X(01)   VALUE SPACE.
               88  88-100-CRISIS-LEXICON-EOF           VALUE "Y".
           05  100-LEXICON-VERDICT         PIC X(06)   VALUE "ACCEPT".
               88  88-100-LEXICON-REJECTED             VALUE "REJECT".
           05  100-DUPLICATE-PHRASE-FLAG   PIC X(01)   VALUE SPACE.
               88  88-100-DUPLICATE-PHRASE             VALUE "Y".

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-CRISIS-ENTRIES      PIC S9(4)   COMP VALUE +100.
           05  300-MAX-CRISIS-PHRASE-LEN   PIC S9(4)   COMP VALUE +30.

       01  400-PROGRAM-COUNTERS.
           05  400-LEXICON-ROW-COUNT       PIC 9(05)   VALUE ZERO.
           05  400-LEXICON-ERROR-COUNT     PIC 9(05)   VALUE ZERO.
           05  400-IMMEDIATE-COUNT         PIC 9(05)   VALUE ZERO.
           05  400-URGENT-COUNT            PIC 9(05)   VALUE ZERO.
           05  400-WATCH-COUNT             PIC 9(05)   VALUE ZERO.
           05  400-EXCLUSION-COUNT         PIC 9(05)   VALUE ZERO.
           05  400-TRIMMED-LEN             PIC S9(4) COMP VALUE ZERO.

       01  500-EDITED-PHRASE-TABLE.
           05  500-EDITED-PHRASE      OCCURS 100 TIMES
                                       INDEXED BY 500-K.
               10  500-EDITED-PHRASE-LEN   PIC 9(02)   VALUE ZERO.
               10  500-EDITED-PHRASE-TEXT  PIC X(30)   VALUE SPACES.

       01  900-FILE-STATUS-FIELDS.
           05  900-CRISIS-LEXICON-STATUS   PIC X(02)   VALUE "00".
               88  88-900-CRISIS-LEXICON-PRESENT       VALUE "00".
           05  900-LEXICON-REPORT-STATUS   PIC X(02)   VALUE "00".
               88  88-900-LEXICON-REPORT-OK            VALUE "00".

       01  910-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(30)   VALUE
               "ELIZA CRISIS LEXICON EDIT".

       01  920-FILE-HEADING-LINE.
           05  FILLER                      PIC X(06)   VALUE "FILE: ".
           05  FH-FILENAME                 PIC X(12)   VALUE "CRISLEX".
           05  FH-COMMENT                  PIC X(40).

       01  930-ERROR-DETAIL-LINE.
           05  FILLER                      PIC X(08)   VALUE "  ROW ".
           05  ED-ROW-NUMBER               PIC ZZZZ9.
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  ED-MESSAGE                  PIC X(60).
           05  ED-TEXT                     PIC X(56).

       01  935-TIER-COUNT-LINE.
           05  FILLER                      PIC X(13)   VALUE
               "  IMMEDIATE ".
           05  TC-IMMEDIATE-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(10)   VALUE
               "  URGENT ".
           05  TC-URGENT-COUNT             PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  WATCH ".
           05  TC-WATCH-COUNT              PIC ZZZZ9.
           05  FILLER                      PIC X(14)   VALUE
               "  EXCLUSIONS ".
           05  TC-EXCLUSION-COUNT          PIC ZZZZ9.

       01  940-VERDICT-LINE.
           05  FILLER                      PIC X(12)   VALUE
               "  ROWS READ ".
           05  VL-ROW-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  ERRORS ".
           05  VL-ERROR-COUNT              PIC ZZZZ9.
           05  FILLER                      PIC X(12)   VALUE
               "  VERDICT:  ".
           05  VL-VERDICT                  PIC X(06).

       01  950-OVERALL-VERDICT-LINE.
           05  FILLER                      PIC X(17)   VALUE
               "OVERALL VERDICT: ".
           05  OV-VERDICT                  PIC X(06).
           05  FILLER                      PIC X(15)   VALUE
               "  RETURN CODE: ".
           05  OV-RETURN-CODE              PIC 9(01).

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    EDIT THE LEXICON FILE, THEN PRINT THE VERDICT AND SET     *
      *    THE RETURN CODE FOR THE SCHEDULER.                        *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT LEXICON-REPORT-FILE
           MOVE 910-REPORT-HEADING-LINE TO LEXICON-REPORT-RECORD
           WRITE LEXICON-REPORT-RECORD
           PERFORM 1000-EDIT-CRISIS-LEXICON-FILE
           PERFORM 9000-PRINT-OVERALL-VERDICT
           CLOSE LEXICON-REPORT-FILE
           IF 88-100-LEXICON-REJECTED
               MOVE 8                  TO RETURN-CODE
           END-IF

           STOP RUN.

      ****************************************************************
      *  1 0 0 0 - E D I T - C R I S I S - L E X I C O N - F I L E . *
      ****************************************************************
      *    READ EVERY LEXICON ENTRY AND EDIT IT, THEN CONFIRM THE    *
      *    FILE HOLDS AT LEAST ONE PHRASE AND PRINT THE COUNTS.  AN  *
      *    ABSENT FILE IS REPORTED BUT NOT REJECTED -- THE ENGINE    *
      *    RUNS ON ITS COMPILED-IN PHRASES, AS IT ALWAYS HAS.        *
      ****************************************************************

       1000-EDIT-CRISIS-LEXICON-FILE.

           MOVE SPACES                 TO FH-COMMENT
           OPEN INPUT CRISIS-LEXICON-FILE
           IF 88-900-CRISIS-LEXICON-PRESENT
               MOVE 920-FILE-HEADING-LINE TO LEXICON-REPORT-RECORD
               WRITE LEXICON-REPORT-RECORD
               PERFORM 1100-EDIT-LEXICON-RECORD
                   UNTIL 88-100-CRISIS-LEXICON-EOF
               IF 400-IMMEDIATE-COUNT + 400-URGENT-COUNT
                       + 400-WATCH-COUNT = ZERO
                   MOVE "FILE HOLDS NO PHRASE ENTRIES"
                                       TO ED-MESSAGE
                   MOVE SPACES         TO ED-TEXT
                   ADD 1               TO 400-LEXICON-ERROR-COUNT
                   SET 88-100-LEXICON-REJECTED TO TRUE
                   MOVE 400-LEXICON-ROW-COUNT TO ED-ROW-NUMBER
                   MOVE 930-ERROR-DETAIL-LINE TO LEXICON-REPORT-RECORD
                   WRITE LEXICON-REPORT-RECORD
               END-IF
               MOVE 400-IMMEDIATE-COUNT    TO TC-IMMEDIATE-COUNT
               MOVE 400-URGENT-COUNT       TO TC-URGENT-COUNT
               MOVE 400-WATCH-COUNT        TO TC-WATCH-COUNT
               MOVE 400-EXCLUSION-COUNT    TO TC-EXCLUSION-COUNT
               MOVE 935-TIER-COUNT-LINE    TO LEXICON-REPORT-RECORD
               WRITE LEXICON-REPORT-RECORD
               MOVE 400-LEXICON-ROW-COUNT  TO VL-ROW-COUNT
               MOVE 400-LEXICON-ERROR-COUNT TO VL-ERROR-COUNT
               MOVE 100-LEXICON-VERDICT    TO VL-VERDICT
               MOVE 940-VERDICT-LINE       TO LEXICON-REPORT-RECORD
               WRITE LEXICON-REPORT-RECORD
           ELSE
               MOVE " NOT PRESENT - NO EDIT PERFORMED"
                                       TO FH-COMMENT
               MOVE 920-FILE-HEADING-LINE TO LEXICON-REPORT-RECORD
               WRITE LEXICON-REPORT-RECORD
           END-IF
           CLOSE CRISIS-LEXICON-FILE
           .

      ****************************************************************
      *  1 1 0 0 - E D I T - L E X I C O N - R E C O R D .           *
      ****************************************************************
      *    EDIT ONE LEXICON ENTRY.  THE LENGTH PREFIX DRIVES THE     *
      *    ENGINE'S REFERENCE-MODIFIED COMPARE, SO A WRONG PREFIX    *
      *    MATCHES A TRUNCATED (OR PADDED) PHRASE EVEN THOUGH THE    *
      *    TEXT ITSELF LOOKS FINE.  A DUPLICATE PHRASE WOULD LET     *
      *    THE FIRST ENTRY'S TIER SHADOW THE SECOND'S.               *
      ****************************************************************

       1100-EDIT-LEXICON-RECORD.

           READ CRISIS-LEXICON-FILE
               AT END
                   SET 88-100-CRISIS-LEXICON-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-LEXICON-ROW-COUNT
                   PERFORM 1200-EDIT-LEXICON-FIELDS
           END-READ
           .

       1200-EDIT-LEXICON-FIELDS.

           IF 400-LEXICON-ROW-COUNT > 300-MAX-CRISIS-ENTRIES
               MOVE "MORE ROWS THAN THE LEXICON TABLE HOLDS (100)"
                                       TO ED-MESSAGE
               PERFORM 1900-WRITE-LEXICON-ERROR
           ELSE
               IF NOT 88-CX-PHRASE AND NOT 88-CX-EXCLUSION
                   MOVE "ENTRY TYPE IS NOT P OR X" TO ED-MESSAGE
                   PERFORM 1900-WRITE-LEXICON-ERROR
               ELSE
                   IF 88-CX-PHRASE AND NOT 88-CX-TIER-VALID
                       MOVE "PHRASE TIER IS NOT I, U, OR W"
                                       TO ED-MESSAGE
                       PERFORM 1900-WRITE-LEXICON-ERROR
                   ELSE
                       PERFORM 1300-EDIT-PHRASE-TEXT
                   END-IF
               END-IF
           END-IF
           .

       1300-EDIT-PHRASE-TEXT.

           IF CX-PHRASE = SPACES
               MOVE "EMPTY PHRASE"     TO ED-MESSAGE
               PERFORM 1900-WRITE-LEXICON-ERROR
           ELSE
               IF CX-PHRASE-LEN NOT NUMERIC
                   MOVE "LENGTH PREFIX IS NOT NUMERIC"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-LEXICON-ERROR
               ELSE
                   COMPUTE 400-TRIMMED-LEN = FUNCTION LENGTH
                       (FUNCTION TRIM (CX-PHRASE TRAILING))
                   IF CX-PHRASE-LEN < 400-TRIMMED-LEN
                           OR CX-PHRASE-LEN > 300-MAX-CRISIS-PHRASE-LEN
                       MOVE "LENGTH PREFIX DOES NOT MATCH TEXT"
                                       TO ED-MESSAGE
                       PERFORM 1900-WRITE-LEXICON-ERROR
                   ELSE
                       IF CX-PHRASE NOT =
                               FUNCTION LOWER-CASE (CX-PHRASE)
                           MOVE "PHRASE IS NOT ALL LOWER CASE"
                                       TO ED-MESSAGE
                           PERFORM 1900-WRITE-LEXICON-ERROR
                       ELSE
                           PERFORM 1400-CHECK-DUPLICATE-PHRASE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       1400-CHECK-DUPLICATE-PHRASE.

           MOVE SPACE                  TO 100-DUPLICATE-PHRASE-FLAG
           PERFORM VARYING 500-K FROM +1 BY +1
                   UNTIL 500-K > 300-MAX-CRISIS-ENTRIES
               IF 500-EDITED-PHRASE-TEXT (500-K) = CX-PHRASE
                       AND 500-EDITED-PHRASE-LEN (500-K) = CX-PHRASE-LEN
                   MOVE "DUPLICATE PHRASE"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-LEXICON-ERROR
                   SET 88-100-DUPLICATE-PHRASE TO TRUE
                   SET 500-K           TO 300-MAX-CRISIS-ENTRIES
               END-IF
           END-PERFORM
           IF NOT 88-100-DUPLICATE-PHRASE
               SET 500-K               TO 400-LEXICON-ROW-COUNT
               MOVE CX-PHRASE-LEN      TO 500-EDITED-PHRASE-LEN (500-K)
               MOVE CX-PHRASE          TO 500-EDITED-PHRASE-TEXT (500-K)
               EVALUATE TRUE
                   WHEN 88-CX-EXCLUSION
                       ADD 1           TO 400-EXCLUSION-COUNT
                   WHEN 88-CX-TIER-IMMEDIATE
                       ADD 1           TO 400-IMMEDIATE-COUNT
                   WHEN 88-CX-TIER-URGENT
                       ADD 1           TO 400-URGENT-COUNT
                   WHEN OTHER
                       ADD 1           TO 400-WATCH-COUNT
               END-EVALUATE
           END-IF
           .

       1900-WRITE-LEXICON-ERROR.

           ADD 1                       TO 400-LEXICON-ERROR-COUNT
           SET 88-100-LEXICON-REJECTED TO TRUE
           MOVE 400-LEXICON-ROW-COUNT  TO ED-ROW-NUMBER
           MOVE CRISIS-LEXICON-RECORD  TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO LEXICON-REPORT-RECORD
           WRITE LEXICON-REPORT-RECORD
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - O V E R A L L - V E R D I C T .       *
      ****************************************************************
      *    ONE OVERALL ACCEPT/REJECT LINE AND THE RETURN CODE THE    *
      *    SCHEDULER WILL SEE, SO THE OPERATOR CAN READ THE VERDICT  *
      *    FROM THE LAST LINE OF THE REPORT.                         *
      ****************************************************************

       9000-PRINT-OVERALL-VERDICT.

           IF 88-100-LEXICON-REJECTED
               MOVE "REJECT"           TO OV-VERDICT
               MOVE 8                  TO OV-RETURN-CODE
           ELSE
               MOVE "ACCEPT"           TO OV-VERDICT
               MOVE 0                  TO OV-RETURN-CODE
           END-IF
           MOVE 950-OVERALL-VERDICT-LINE TO LEXICON-REPORT-RECORD
           WRITE LEXICON-REPORT-RECORD
           .

       END PROGRAM ELIZALEX.
