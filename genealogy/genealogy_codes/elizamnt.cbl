       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAMNT.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAMNT -- PRE-RUN EDIT OF THE ELIZA KEYWORD AND REPLY   *
      *    MAINTENANCE FILES.                                        *
      *                                                              *
      *    RUN THIS JOB AGAINST A NEW KEYWDTHER/KEYWDCRER OR         *
      *    REPLYTHER/REPLYCRER FILE BEFORE IT REACHES PRODUCTION.    *
      *    IT VERIFIES THAT EACH RECORD'S LENGTH PREFIX MATCHES THE  *
      *    TEXT THAT FOLLOWS, FLAGS DUPLICATE OR EMPTY KEYWORDS AND  *
      *    UNTAGGED REPLIES, HOLDS EACH FILE TO THE ENGINE'S TABLE   *
      *    CEILINGS, AND THEN CROSS-CHECKS THE TWO FILES THE WAY     *
      *    ELIZAENG ASSEMBLES THEM AT INIT: EVERY REPLY TAG MUST     *
      *    NAME A KEYWORD'S REPLY GROUP (OR NOKEYFOUND), EVERY       *
      *    KEYWORD MUST HAVE REPLIES IN THE FILE OR AMONG THE        *
      *    COMPILED-IN DEFAULTS, AND THE ASSEMBLED REPLY TABLE MUST  *
      *    FIT UNDER ITS CEILING.  A MISSING FILE IS CROSS-CHECKED   *
      *    AS THE COMPILED-IN DEFAULTS THE ENGINE WOULD USE.         *
      *                                                              *
      *    THE PERSONA CODE (THER OR CRER) IS TAKEN FROM THE         *
      *    COMMAND LINE AND SELECTS WHICH PAIR OF FILES IS EDITED,   *
      *    EXACTLY AS 0040-SELECT-PERSONA DOES IN THE DIALOG         *
      *    PROGRAM.  A PRINTED EDIT REPORT IS WRITTEN TO EDITRPT     *
      *    WITH AN ACCEPT/REJECT VERDICT PER FILE AND FOR THE CROSS- *
      *    CHECK, AND THE PROGRAM ENDS WITH RETURN-CODE 8 WHEN ANY   *
      *    OF THEM FAILS SO THE SCHEDULER CAN HOLD THE NIGHTLY       *
      *    ELIZA JOB.                                                *
      *                                                              *
      *    AS THE FIRST STEP OF THE NIGHTLY STREAM IT LOGS ITS START *
      *    AND END, ONE RUN PER PERSONA, ON THE RUN-CONTROL LEDGER   *
      *    THROUGH ELIZALDG; ELIZA WILL NOT RUN FOR THE BUSINESS     *
      *    DATE UNTIL EVERY PERSONA EDITED THAT DATE HAS PASSED.     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL KEYWORD-MAINT-FILE
               ASSIGN DYNAMIC 100-KEYWORD-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-KEYWORD-MAINT-STATUS.

           SELECT OPTIONAL REPLY-MAINT-FILE
               ASSIGN DYNAMIC 100-REPLY-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPLY-MAINT-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT EDIT-REPORT-FILE
               ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EDIT-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  KEYWORD-MAINT-FILE.

       COPY KEYWDREC.

       FD  REPLY-MAINT-FILE.

       COPY REPLYREC.

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-KEYWORD-MAINT-EOF-FLAG  PIC X(01)   VALUE SPACE.
               88  88-100-KEYWORD-MAINT-EOF            VALUE "Y".
           05  100-REPLY-MAINT-EOF-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-REPLY-MAINT-EOF              VALUE "Y".
           05  100-KEYWORD-VERDICT         PIC X(06)   VALUE "ACCEPT".
               88  88-100-KEYWORD-REJECTED             VALUE "REJECT".
           05  100-REPLY-VERDICT           PIC X(06)   VALUE "ACCEPT".
               88  88-100-REPLY-REJECTED               VALUE "REJECT".
           05  100-CROSS-CHECK-VERDICT     PIC X(06)   VALUE "ACCEPT".
               88  88-100-CROSS-CHECK-REJECTED         VALUE "REJECT".
           05  100-GROUP-FOUND-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-GROUP-FOUND                  VALUE "Y".
           05  100-PERSONA-CODE            PIC X(04)   VALUE "THER".
               88  88-100-PERSONA-THERAPIST            VALUE "THER".
               88  88-100-PERSONA-CAREER               VALUE "CRER".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-KEYWORD-MAINT-FILENAME  PIC X(12)  VALUE "KEYWDTHER".
           05  100-REPLY-MAINT-FILENAME    PIC X(12)  VALUE "REPLYTHER".

      ****************************************************************
      *    MAINTENANCE FILE NAMES CAPTURED FROM THE MATCHED          *
      *    PERSONAS CATALOG RECORD -- THE RECORD AREA ITSELF IS      *
      *    GONE ONCE THE CATALOG FILE IS CLOSED.                     *
      ****************************************************************

       01  660-CATALOG-HOLD.
           05  660-CATALOG-KEYWORD-FILENAME PIC X(12)  VALUE SPACES.
           05  660-CATALOG-REPLY-FILENAME  PIC X(12)   VALUE SPACES.

      ****************************************************************
      *    THE CEILINGS ARE THE ENGINE'S: 59 KEYWORDS PER PERSONA    *
      *    (ITS 60TH SLOT IS THE NOKEYFOUND CATCH-ALL) AND 300       *
      *    REPLY ROWS ONCE THE FILE AND ANY DEFAULTS ARE ASSEMBLED.  *
      ****************************************************************

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-KEYWORD-ENTRIES     PIC S9(4)   COMP VALUE +59.
           05  300-MAX-REPLY-ENTRIES       PIC S9(4)   COMP VALUE +300.
           05  300-DEFAULT-KEYWORD-ENTRIES PIC S9(4)   COMP VALUE +35.
           05  300-DEFAULT-REPLY-ENTRIES   PIC S9(4)   COMP VALUE +112.
           05  300-NOKEYFOUND              PIC X(14)   VALUE
               "NOKEYFOUND".

       01  400-PROGRAM-COUNTERS.
           05  400-KEYWORD-ROW-COUNT       PIC 9(05)   VALUE ZERO.
           05  400-REPLY-ROW-COUNT         PIC 9(05)   VALUE ZERO.
           05  400-KEYWORD-ERROR-COUNT     PIC 9(05)   VALUE ZERO.
           05  400-REPLY-ERROR-COUNT       PIC 9(05)   VALUE ZERO.
           05  400-CROSS-CHECK-ERROR-COUNT PIC 9(05)   VALUE ZERO.
           05  400-HOLD-ERROR-COUNT        PIC 9(05)   VALUE ZERO.
           05  400-EDITED-KEYWORD-COUNT    PIC S9(4) COMP VALUE ZERO.
           05  400-TAGGED-REPLY-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  400-GROUP-ROW-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  400-ASSEMBLED-ROW-COUNT     PIC 9(05)   VALUE ZERO.
           05  400-TRIMMED-LEN             PIC S9(4) COMP VALUE ZERO.
           05  400-SUB                     PIC S9(4) COMP VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  410-REPLY-GROUP                 PIC X(14)   VALUE SPACES.

       COPY LDGCOMM.

      ****************************************************************
      *    EACH KEYWORD ROW THAT REACHED THE DUPLICATE CHECK, WITH   *
      *    ITS REPLY GROUP NAME RESOLVED AND UPPER-CASED THE WAY THE *
      *    ENGINE MATCHES IT.  WITH NO KEYWORD FILE THE TABLE HOLDS  *
      *    THE COMPILED-IN KEYWORDS INSTEAD.                         *
      ****************************************************************

       01  500-EDITED-KEYWORD-TABLE.
           05  500-EDITED-KEYWORD-ENTRY OCCURS 59 TIMES
                                       INDEXED BY 500-K.
               10  500-EDITED-KEYWORD      PIC X(14) VALUE SPACES.
               10  500-EDITED-GROUP        PIC X(14) VALUE SPACES.

      ****************************************************************
      *    THE UPPER-CASED GROUP TAG OF EACH REPLY ROW THAT PASSED   *
      *    THE RECORD EDIT, WITH ITS ROW NUMBER FOR THE REPORT.      *
      ****************************************************************

       01  530-TAGGED-REPLY-TABLE.
           05  530-TAGGED-REPLY-ENTRY  OCCURS 300 TIMES
                                       INDEXED BY 530-R.
               10  530-REPLY-TAG           PIC X(14) VALUE SPACES.
               10  530-REPLY-ROW-NUMBER    PIC 9(05) VALUE ZERO.

       COPY KEYWDDEF.

       COPY REPLYDEF.

       01  900-FILE-STATUS-FIELDS.
           05  900-KEYWORD-MAINT-STATUS    PIC X(02)   VALUE "00".
               88  88-900-KEYWORD-MAINT-PRESENT        VALUE "00".
           05  900-REPLY-MAINT-STATUS      PIC X(02)   VALUE "00".
               88  88-900-REPLY-MAINT-PRESENT          VALUE "00".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-EDIT-REPORT-STATUS      PIC X(02)   VALUE "00".
               88  88-900-EDIT-REPORT-OK               VALUE "00".

       01  910-REPORT-HEADING-LINE.
           05  FILLER                      PIC X(29)   VALUE
               "ELIZA MAINTENANCE FILE EDIT -".
           05  FILLER                      PIC X(10)   VALUE
               " PERSONA: ".
           05  RH-PERSONA-CODE             PIC X(04).

       01  920-FILE-HEADING-LINE.
           05  FILLER                      PIC X(06)   VALUE "FILE: ".
           05  FH-FILENAME                 PIC X(12).
           05  FH-COMMENT                  PIC X(40).

       01  925-CROSS-CHECK-HEADING-LINE.
           05  FILLER                      PIC X(33)   VALUE
               "CROSS-CHECK: KEYWORD GROUPS FROM ".
           05  CH-KEYWORD-SOURCE           PIC X(12).
           05  FILLER                      PIC X(20)   VALUE
               " AGAINST REPLY TAGS ".
           05  FILLER                      PIC X(05)   VALUE "FROM ".
           05  CH-REPLY-SOURCE             PIC X(12).

       01  930-ERROR-DETAIL-LINE.
           05  FILLER                      PIC X(08)   VALUE "  ROW ".
           05  ED-ROW-NUMBER               PIC ZZZZ9.
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  ED-MESSAGE                  PIC X(60).
           05  ED-TEXT                     PIC X(56).

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

       01  945-CROSS-CHECK-VERDICT-LINE.
           05  FILLER                      PIC X(23)   VALUE
               "  REPLY ROWS ASSEMBLED ".
           05  CV-ASSEMBLED-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(04)   VALUE " OF ".
           05  CV-MAX-REPLY-ENTRIES        PIC ZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               "  ERRORS ".
           05  CV-ERROR-COUNT              PIC ZZZZ9.
           05  FILLER                      PIC X(12)   VALUE
               "  VERDICT:  ".
           05  CV-VERDICT                  PIC X(06).

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
      *    SELECT THE PERSONA FILE PAIR, EDIT THE KEYWORD FILE AND   *
      *    THE REPLY FILE, CROSS-CHECK THEM AGAINST EACH OTHER, THEN *
      *    PRINT THE VERDICTS AND SET THE RETURN CODE FOR THE        *
      *    SCHEDULER.                                                *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0040-SELECT-PERSONA
           OPEN OUTPUT EDIT-REPORT-FILE
           MOVE 100-PERSONA-CODE       TO RH-PERSONA-CODE
           MOVE 910-REPORT-HEADING-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           PERFORM 0010-CHECK-RUN-LEDGER
           IF 88-LDG-RC-OK
               PERFORM 1000-EDIT-KEYWORD-MAINT-FILE
               PERFORM 2000-EDIT-REPLY-MAINT-FILE
               PERFORM 3000-CROSS-CHECK-REPLY-GROUPS
               PERFORM 9000-PRINT-OVERALL-VERDICT
           END-IF
           CLOSE EDIT-REPORT-FILE
           IF 88-LDG-RC-REFUSED
               MOVE 8                  TO RETURN-CODE
           ELSE
               IF 88-100-KEYWORD-REJECTED OR 88-100-REPLY-REJECTED
                       OR 88-100-CROSS-CHECK-REJECTED
                   MOVE 8              TO RETURN-CODE
               END-IF
               PERFORM 9900-LOG-RUN-END
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF THIS PERSONA'S EDIT ON THE RUN-CONTROL   *
      *    LEDGER.  THE FIRST STEP HAS NO PREREQUISITES, SO ONLY A   *
      *    BAD RUNDATE CARD OR AN UNWRITABLE LEDGER REFUSES IT.      *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZAMNT"             TO LDG-JOB-NAME
           MOVE 100-PERSONA-CODE       TO LDG-QUALIFIER
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZAMNT: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO EDIT-REPORT-RECORD
               STRING "RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *    0 0 4 0 - S E L E C T - P E R S O N A .                   *
      ****************************************************************
      *    THE PERSONA CODE ON THE COMMAND LINE SELECTS WHICH        *
      *    KEYWORD AND REPLY MAINTENANCE FILES ARE EDITED.  THE      *
      *    PERSONAS CATALOG (SEE PERSONA.CPY) IS CONSULTED FIRST,    *
      *    EXACTLY AS THE ENGINE DOES AT INIT, SO A CATALOGED        *
      *    PERSONA'S FILES CAN BE EDITED WITH NO PROGRAM CHANGE;     *
      *    AN UNCATALOGED CODE FALLS BACK TO THE COMPILED-IN         *
      *    CODES AND DEFAULT, AS BEFORE.                             *
      ****************************************************************

       0040-SELECT-PERSONA.

           ACCEPT 100-PERSONA-CODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-PERSONA-CODE)
                               TO 100-PERSONA-CODE
           PERFORM 0046-LOOK-UP-PERSONA-CATALOG
           IF 88-100-PERSONA-IN-CATALOG
               MOVE 660-CATALOG-KEYWORD-FILENAME
                                       TO 100-KEYWORD-MAINT-FILENAME
               MOVE 660-CATALOG-REPLY-FILENAME
                                       TO 100-REPLY-MAINT-FILENAME
           ELSE
               IF NOT 88-100-PERSONA-THERAPIST
                       AND NOT 88-100-PERSONA-CAREER
                   SET 88-100-PERSONA-THERAPIST TO TRUE
               END-IF
               IF 88-100-PERSONA-CAREER
                   MOVE "KEYWDCRER"    TO 100-KEYWORD-MAINT-FILENAME
                   MOVE "REPLYCRER"    TO 100-REPLY-MAINT-FILENAME
               ELSE
                   MOVE "KEYWDTHER"    TO 100-KEYWORD-MAINT-FILENAME
                   MOVE "REPLYTHER"    TO 100-REPLY-MAINT-FILENAME
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 4 6 - L O O K - U P - P E R S O N A - C A T A L O G .   *
      ****************************************************************
      *    SCAN THE PERSONAS CONTROL FILE FOR THE REQUESTED CODE     *
      *    AND CAPTURE ITS MAINTENANCE FILE NAMES.  AN ABSENT FILE   *
      *    SIMPLY LEAVES THE CATALOG FLAG DOWN.                      *
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
                               MOVE PC-KEYWORD-FILENAME
                                   TO 660-CATALOG-KEYWORD-FILENAME
                               MOVE PC-REPLY-FILENAME
                                   TO 660-CATALOG-REPLY-FILENAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *  1 0 0 0 - E D I T - K E Y W O R D - M A I N T - F I L E .   *
      ****************************************************************
      *    READ EVERY KEYWORD MAINTENANCE RECORD AND VERIFY THE      *
      *    LENGTH PREFIX AGAINST THE KEYWORD TEXT, FLAG EMPTY AND    *
      *    DUPLICATE KEYWORDS, AND REJECT A FILE WITH MORE ROWS      *
      *    THAN THE ENGINE'S KEYWORD TABLE CAN HOLD.  WITHOUT A      *
      *    KEYWORD FILE THE ENGINE USES ITS COMPILED-IN KEYWORDS,    *
      *    SO THOSE ARE WHAT THE CROSS-CHECK IS RUN AGAINST.         *
      ****************************************************************

       1000-EDIT-KEYWORD-MAINT-FILE.

           MOVE SPACES                 TO FH-COMMENT
           MOVE 100-KEYWORD-MAINT-FILENAME TO FH-FILENAME
           OPEN INPUT KEYWORD-MAINT-FILE
           IF 88-900-KEYWORD-MAINT-PRESENT
               MOVE 920-FILE-HEADING-LINE TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
               PERFORM 1100-EDIT-KEYWORD-RECORD
                   UNTIL 88-100-KEYWORD-MAINT-EOF
               MOVE 400-KEYWORD-ROW-COUNT  TO VL-ROW-COUNT
               MOVE 400-KEYWORD-ERROR-COUNT TO VL-ERROR-COUNT
               MOVE 100-KEYWORD-VERDICT    TO VL-VERDICT
               MOVE 940-VERDICT-LINE       TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           ELSE
               MOVE " NOT PRESENT - NO EDIT PERFORMED"
                                       TO FH-COMMENT
               MOVE 920-FILE-HEADING-LINE TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
           CLOSE KEYWORD-MAINT-FILE
           IF 400-KEYWORD-ROW-COUNT = ZERO
               PERFORM 1050-LOAD-DEFAULT-KEYWORDS
           END-IF
           .

      ****************************************************************
      *  1 0 5 0 - L O A D - D E F A U L T - K E Y W O R D S .       *
      ****************************************************************

       1050-LOAD-DEFAULT-KEYWORDS.

           PERFORM VARYING 505-K FROM +1 BY +1
                   UNTIL   505-K > 300-DEFAULT-KEYWORD-ENTRIES
               SET 500-K               TO 505-K
               MOVE 505-KEYWORD (505-K) TO 500-EDITED-KEYWORD (500-K)
               IF 505-KW-REPLY-GROUP (505-K) = SPACES
                   MOVE FUNCTION UPPER-CASE (505-KEYWORD (505-K))
                                       TO 500-EDITED-GROUP (500-K)
               ELSE
                   MOVE FUNCTION UPPER-CASE (505-KW-REPLY-GROUP (505-K))
                                       TO 500-EDITED-GROUP (500-K)
               END-IF
           END-PERFORM
           MOVE 300-DEFAULT-KEYWORD-ENTRIES
                                       TO 400-EDITED-KEYWORD-COUNT
           .

      ****************************************************************
      *  1 1 0 0 - E D I T - K E Y W O R D - R E C O R D .           *
      ****************************************************************
      *    EDIT ONE KEYWORD MAINTENANCE RECORD.  THE LENGTH PREFIX   *
      *    MUST BE NUMERIC AND MUST EQUAL THE LENGTH OF THE KEYWORD  *
      *    TEXT AS THE 1000-SCAN-FOR-KEYWORD COMPARE WILL SEE IT     *
      *    (TRAILING SPACES EXCLUDED).  AN EMPTY KEYWORD WOULD       *
      *    MATCH EVERY INPUT AND A DUPLICATE WOULD SHADOW THE        *
      *    LATER ENTRY'S REPLY GROUP, SO BOTH ARE REJECTED.  THE     *
      *    NOKEYFOUND CATCH-ALL IS THE ENGINE'S OWN AND MAY NOT BE   *
      *    LISTED.                                                   *
      ****************************************************************

       1100-EDIT-KEYWORD-RECORD.

           READ KEYWORD-MAINT-FILE
               AT END
                   SET 88-100-KEYWORD-MAINT-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-KEYWORD-ROW-COUNT
                   PERFORM 1200-EDIT-KEYWORD-FIELDS
           END-READ
           .

       1200-EDIT-KEYWORD-FIELDS.

           IF 400-KEYWORD-ROW-COUNT > 300-MAX-KEYWORD-ENTRIES
               MOVE "MORE ROWS THAN THE KEYWORD TABLE HOLDS (59)"
                                       TO ED-MESSAGE
               PERFORM 1900-WRITE-KEYWORD-ERROR
           ELSE
               IF KM-KEYWORD = SPACES
                   MOVE "EMPTY KEYWORD" TO ED-MESSAGE
                   PERFORM 1900-WRITE-KEYWORD-ERROR
               ELSE
                   IF FUNCTION UPPER-CASE (KM-KEYWORD) = 300-NOKEYFOUND
                       MOVE "NOKEYFOUND IS SUPPLIED BY THE ENGINE"
                                       TO ED-MESSAGE
                       PERFORM 1900-WRITE-KEYWORD-ERROR
                   ELSE
                       PERFORM 1250-EDIT-KEYWORD-LENGTH-RANK
                   END-IF
               END-IF
           END-IF
           .

       1250-EDIT-KEYWORD-LENGTH-RANK.

           IF KM-KW-LEN NOT NUMERIC
               MOVE "LENGTH PREFIX IS NOT NUMERIC"
                                       TO ED-MESSAGE
               PERFORM 1900-WRITE-KEYWORD-ERROR
           ELSE
               COMPUTE 400-TRIMMED-LEN =
                   FUNCTION LENGTH (FUNCTION TRIM (KM-KEYWORD))
               IF KM-KW-LEN NOT = 400-TRIMMED-LEN
                   MOVE "LENGTH PREFIX DOES NOT MATCH TEXT"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-KEYWORD-ERROR
               ELSE
                   IF KM-RANK NOT NUMERIC
                       MOVE "PRECEDENCE RANK IS NOT NUMERIC"
                                       TO ED-MESSAGE
                       PERFORM 1900-WRITE-KEYWORD-ERROR
                   ELSE
                       PERFORM 1300-CHECK-DUPLICATE-KEYWORD
                   END-IF
               END-IF
           END-IF
           .

       1300-CHECK-DUPLICATE-KEYWORD.

           PERFORM VARYING 500-K FROM +1 BY +1
                   UNTIL 500-K > 300-MAX-KEYWORD-ENTRIES
               IF 500-EDITED-KEYWORD (500-K) = KM-KEYWORD
                   MOVE "DUPLICATE KEYWORD"
                                       TO ED-MESSAGE
                   PERFORM 1900-WRITE-KEYWORD-ERROR
                   SET 500-K           TO 300-MAX-KEYWORD-ENTRIES
               END-IF
           END-PERFORM
           SET 500-K                   TO 400-KEYWORD-ROW-COUNT
           IF 500-K NOT > 300-MAX-KEYWORD-ENTRIES
               MOVE KM-KEYWORD         TO 500-EDITED-KEYWORD (500-K)
               IF KM-REPLY-GROUP = SPACES
                   MOVE FUNCTION UPPER-CASE (KM-KEYWORD)
                                       TO 500-EDITED-GROUP (500-K)
               ELSE
                   MOVE FUNCTION UPPER-CASE (KM-REPLY-GROUP)
                                       TO 500-EDITED-GROUP (500-K)
               END-IF
               MOVE 400-KEYWORD-ROW-COUNT
                                       TO 400-EDITED-KEYWORD-COUNT
           END-IF
           .

       1900-WRITE-KEYWORD-ERROR.

           ADD 1                       TO 400-KEYWORD-ERROR-COUNT
           SET 88-100-KEYWORD-REJECTED TO TRUE
           MOVE 400-KEYWORD-ROW-COUNT  TO ED-ROW-NUMBER
           MOVE KEYWORD-MAINT-RECORD   TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           .

      ****************************************************************
      *  2 0 0 0 - E D I T - R E P L Y - M A I N T - F I L E .       *
      ****************************************************************
      *    READ EVERY REPLY MAINTENANCE RECORD, VERIFY ITS GROUP     *
      *    TAG, ECHO-END FLAG, AND LENGTH PREFIX, AND KEEP THE TAG   *
      *    OF EACH GOOD ROW FOR THE CROSS-CHECK.  THE ROWS MAY COME  *
      *    IN ANY ORDER AND IN ANY NUMBER PER GROUP -- THE ENGINE    *
      *    GATHERS EACH GROUP'S ROWS ITSELF AT INIT.                 *
      ****************************************************************

       2000-EDIT-REPLY-MAINT-FILE.

           MOVE SPACES                 TO FH-COMMENT
           MOVE 100-REPLY-MAINT-FILENAME TO FH-FILENAME
           OPEN INPUT REPLY-MAINT-FILE
           IF 88-900-REPLY-MAINT-PRESENT
               MOVE 920-FILE-HEADING-LINE TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
               PERFORM 2100-EDIT-REPLY-RECORD
                   UNTIL 88-100-REPLY-MAINT-EOF
               MOVE 400-REPLY-ROW-COUNT    TO VL-ROW-COUNT
               MOVE 400-REPLY-ERROR-COUNT  TO VL-ERROR-COUNT
               MOVE 100-REPLY-VERDICT      TO VL-VERDICT
               MOVE 940-VERDICT-LINE       TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           ELSE
               MOVE " NOT PRESENT - NO EDIT PERFORMED"
                                       TO FH-COMMENT
               MOVE 920-FILE-HEADING-LINE TO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
           END-IF
           CLOSE REPLY-MAINT-FILE
           .

      ****************************************************************
      *  2 1 0 0 - E D I T - R E P L Y - R E C O R D .               *
      ****************************************************************
      *    EDIT ONE REPLY MAINTENANCE RECORD.  THE LENGTH PREFIX     *
      *    DRIVES THE ASTERISK ECHO TEST IN 3000-BUILD-KEYWORD-      *
      *    REPLY, SO A WRONG PREFIX PRODUCES GARBLED REPLIES EVEN    *
      *    THOUGH THE TEXT ITSELF IS FINE.  AN UNTAGGED REPLY        *
      *    BELONGS TO NO KEYWORD AND WOULD NEVER BE SERVED.  A FILE  *
      *    STILL IN THE OLD UNTAGGED LAYOUT FAILS HERE ON EVERY ROW. *
      ****************************************************************

       2100-EDIT-REPLY-RECORD.

           READ REPLY-MAINT-FILE
               AT END
                   SET 88-100-REPLY-MAINT-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-REPLY-ROW-COUNT
                   MOVE 400-REPLY-ERROR-COUNT
                                       TO 400-HOLD-ERROR-COUNT
                   PERFORM 2200-EDIT-REPLY-FIELDS
                   IF 400-REPLY-ERROR-COUNT = 400-HOLD-ERROR-COUNT
                       ADD 1           TO 400-TAGGED-REPLY-COUNT
                       SET 530-R       TO 400-TAGGED-REPLY-COUNT
                       MOVE FUNCTION UPPER-CASE (RM-REPLY-KEYWORD)
                                       TO 530-REPLY-TAG (530-R)
                       MOVE 400-REPLY-ROW-COUNT
                                       TO 530-REPLY-ROW-NUMBER (530-R)
                   END-IF
           END-READ
           .

       2200-EDIT-REPLY-FIELDS.

           IF 400-REPLY-ROW-COUNT > 300-MAX-REPLY-ENTRIES
               MOVE "MORE ROWS THAN THE REPLY TABLE HOLDS (300)"
                                       TO ED-MESSAGE
               PERFORM 2900-WRITE-REPLY-ERROR
           ELSE
               IF RM-REPLY-KEYWORD = SPACES
                   MOVE "REPLY GROUP TAG IS BLANK" TO ED-MESSAGE
                   PERFORM 2900-WRITE-REPLY-ERROR
               ELSE
                   IF NOT 88-RM-ECHO-END-VALID
                       MOVE "ECHO-END FLAG IS NOT SPACE OR FULL STOP"
                                       TO ED-MESSAGE
                       PERFORM 2900-WRITE-REPLY-ERROR
                   ELSE
                       PERFORM 2250-EDIT-REPLY-TEXT
                   END-IF
               END-IF
           END-IF
           .

       2250-EDIT-REPLY-TEXT.

           IF RM-REPLY = SPACES
               MOVE "EMPTY REPLY TEXT" TO ED-MESSAGE
               PERFORM 2900-WRITE-REPLY-ERROR
           ELSE
               IF RM-REPLY-LENGTH NOT NUMERIC
                   MOVE "LENGTH PREFIX IS NOT NUMERIC"
                                       TO ED-MESSAGE
                   PERFORM 2900-WRITE-REPLY-ERROR
               ELSE
                   COMPUTE 400-TRIMMED-LEN =
                       FUNCTION LENGTH (FUNCTION TRIM (RM-REPLY))
                   IF RM-REPLY-LENGTH NOT = 400-TRIMMED-LEN
                       MOVE "LENGTH PREFIX DOES NOT MATCH TEXT"
                                       TO ED-MESSAGE
                       PERFORM 2900-WRITE-REPLY-ERROR
                   END-IF
               END-IF
           END-IF
           .

       2900-WRITE-REPLY-ERROR.

           ADD 1                       TO 400-REPLY-ERROR-COUNT
           SET 88-100-REPLY-REJECTED   TO TRUE
           MOVE 400-REPLY-ROW-COUNT    TO ED-ROW-NUMBER
           MOVE REPLY-MAINT-RECORD     TO ED-TEXT
           MOVE 930-ERROR-DETAIL-LINE  TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           .

      ****************************************************************
      *  3 0 0 0 - C R O S S - C H E C K - R E P L Y - G R O U P S . *
      ****************************************************************
      *    CHECK THE TWO FILES AGAINST EACH OTHER THE WAY THE        *
      *    ENGINE PUTS THEM TOGETHER AT INIT.  A REPLY WHOSE TAG     *
      *    NAMES NO KEYWORD'S GROUP IS NEVER SERVED; A KEYWORD WHOSE *
      *    GROUP HAS NO REPLIES IN THE FILE OR AMONG THE COMPILED-IN *
      *    DEFAULTS WOULD ONLY EVER ANSWER WITH THE NOKEYFOUND       *
      *    REPLIES; AND THE ROWS OF EVERY GROUP IN USE, NOKEYFOUND   *
      *    INCLUDED, MUST FIT UNDER THE REPLY TABLE CEILING.  THE    *
      *    ERROR LINES GIVE THE REPLY FILE ROW OR THE KEYWORD SLOT.  *
      ****************************************************************

       3000-CROSS-CHECK-REPLY-GROUPS.

           IF 88-900-KEYWORD-MAINT-PRESENT
                   AND 400-KEYWORD-ROW-COUNT > ZERO
               MOVE 100-KEYWORD-MAINT-FILENAME TO CH-KEYWORD-SOURCE
           ELSE
               MOVE "DEFAULTS"         TO CH-KEYWORD-SOURCE
           END-IF
           IF 88-900-REPLY-MAINT-PRESENT
               MOVE 100-REPLY-MAINT-FILENAME TO CH-REPLY-SOURCE
           ELSE
               MOVE "DEFAULTS"         TO CH-REPLY-SOURCE
           END-IF
           MOVE 925-CROSS-CHECK-HEADING-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE ZERO                   TO 400-ASSEMBLED-ROW-COUNT
           PERFORM 3100-CHECK-REPLY-TAG
               VARYING 530-R FROM +1 BY +1
               UNTIL   530-R > 400-TAGGED-REPLY-COUNT
           MOVE 300-NOKEYFOUND         TO 410-REPLY-GROUP
           PERFORM 3300-COUNT-GROUP-REPLIES
           ADD 400-GROUP-ROW-COUNT     TO 400-ASSEMBLED-ROW-COUNT
           PERFORM 3200-CHECK-KEYWORD-GROUP
               VARYING 500-K FROM +1 BY +1
               UNTIL   500-K > 400-EDITED-KEYWORD-COUNT
           IF 400-ASSEMBLED-ROW-COUNT > 300-MAX-REPLY-ENTRIES
               MOVE "ASSEMBLED REPLY TABLE EXCEEDS THE 300-ROW CEILING"
                                       TO ED-MESSAGE
               MOVE SPACES             TO ED-TEXT
               MOVE 400-ASSEMBLED-ROW-COUNT TO ED-ROW-NUMBER
               PERFORM 3900-WRITE-CROSS-CHECK-ERROR
           END-IF
           MOVE 400-ASSEMBLED-ROW-COUNT TO CV-ASSEMBLED-COUNT
           MOVE 300-MAX-REPLY-ENTRIES  TO CV-MAX-REPLY-ENTRIES
           MOVE 400-CROSS-CHECK-ERROR-COUNT TO CV-ERROR-COUNT
           MOVE 100-CROSS-CHECK-VERDICT TO CV-VERDICT
           MOVE 945-CROSS-CHECK-VERDICT-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           .

      ****************************************************************
      *  3 1 0 0 - C H E C K - R E P L Y - T A G .                   *
      ****************************************************************

       3100-CHECK-REPLY-TAG.

           IF 530-REPLY-TAG (530-R) NOT = 300-NOKEYFOUND
               MOVE 530-REPLY-TAG (530-R) TO 410-REPLY-GROUP
               PERFORM 3150-FIND-KEYWORD-GROUP
               IF NOT 88-100-GROUP-FOUND
                   MOVE "REPLY TAG NAMES NO KEYWORD GROUP - NEVER USED"
                                       TO ED-MESSAGE
                   MOVE 530-REPLY-TAG (530-R) TO ED-TEXT
                   MOVE 530-REPLY-ROW-NUMBER (530-R) TO ED-ROW-NUMBER
                   PERFORM 3900-WRITE-CROSS-CHECK-ERROR
               END-IF
           END-IF
           .

       3150-FIND-KEYWORD-GROUP.

           MOVE SPACE                  TO 100-GROUP-FOUND-FLAG
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 400-EDITED-KEYWORD-COUNT
                   OR      88-100-GROUP-FOUND
               IF 500-EDITED-GROUP (400-SUB) = 410-REPLY-GROUP
                   SET 88-100-GROUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  3 2 0 0 - C H E C K - K E Y W O R D - G R O U P .           *
      ****************************************************************
      *    EACH GROUP IS COUNTED ONCE, AT THE FIRST KEYWORD THAT     *
      *    NAMES IT -- LATER KEYWORDS SHARE ITS REPLY ROWS.          *
      ****************************************************************

       3200-CHECK-KEYWORD-GROUP.

           IF 500-EDITED-GROUP (500-K) NOT = SPACES
               MOVE 500-EDITED-GROUP (500-K) TO 410-REPLY-GROUP
               MOVE SPACE              TO 100-GROUP-FOUND-FLAG
               PERFORM VARYING 400-SUB FROM +1 BY +1
                       UNTIL   400-SUB >= 500-K
                       OR      88-100-GROUP-FOUND
                   IF 500-EDITED-GROUP (400-SUB) = 410-REPLY-GROUP
                       SET 88-100-GROUP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT 88-100-GROUP-FOUND
                   PERFORM 3300-COUNT-GROUP-REPLIES
                   IF 400-GROUP-ROW-COUNT = ZERO
                       MOVE "KEYWORD HAS NO REPLIES IN FILE OR DEFAULTS"
                                       TO ED-MESSAGE
                       MOVE 500-EDITED-KEYWORD (500-K) TO ED-TEXT
                       SET 400-SUB     TO 500-K
                       MOVE 400-SUB    TO ED-ROW-NUMBER
                       PERFORM 3900-WRITE-CROSS-CHECK-ERROR
                   ELSE
                       ADD 400-GROUP-ROW-COUNT
                                       TO 400-ASSEMBLED-ROW-COUNT
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  3 3 0 0 - C O U N T - G R O U P - R E P L I E S .           *
      ****************************************************************
      *    THE REPLY ROWS THE ENGINE WILL ASSEMBLE FOR ONE GROUP:    *
      *    THE FILE'S ROWS IF IT HAS ANY, ELSE THE COMPILED-IN ROWS. *
      ****************************************************************

       3300-COUNT-GROUP-REPLIES.

           MOVE ZERO                   TO 400-GROUP-ROW-COUNT
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 400-TAGGED-REPLY-COUNT
               IF 530-REPLY-TAG (400-SUB) = 410-REPLY-GROUP
                   ADD 1               TO 400-GROUP-ROW-COUNT
               END-IF
           END-PERFORM
           IF 400-GROUP-ROW-COUNT = ZERO
               PERFORM VARYING 545-R FROM +1 BY +1
                       UNTIL   545-R > 300-DEFAULT-REPLY-ENTRIES
                   IF FUNCTION UPPER-CASE (545-REPLY-KEYWORD (545-R))
                           = 410-REPLY-GROUP
                       ADD 1           TO 400-GROUP-ROW-COUNT
                   END-IF
               END-PERFORM
           END-IF
           .

       3900-WRITE-CROSS-CHECK-ERROR.

           ADD 1                       TO 400-CROSS-CHECK-ERROR-COUNT
           SET 88-100-CROSS-CHECK-REJECTED TO TRUE
           MOVE 930-ERROR-DETAIL-LINE  TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - O V E R A L L - V E R D I C T .       *
      ****************************************************************
      *    ONE OVERALL ACCEPT/REJECT LINE AND THE RETURN CODE THE    *
      *    SCHEDULER WILL SEE, SO THE OPERATOR CAN READ THE VERDICT  *
      *    FROM THE LAST LINE OF THE REPORT.                         *
      ****************************************************************

       9000-PRINT-OVERALL-VERDICT.

           IF 88-100-KEYWORD-REJECTED OR 88-100-REPLY-REJECTED
                   OR 88-100-CROSS-CHECK-REJECTED
               MOVE "REJECT"           TO OV-VERDICT
               MOVE 8                  TO OV-RETURN-CODE
           ELSE
               MOVE "ACCEPT"           TO OV-VERDICT
               MOVE 0                  TO OV-RETURN-CODE
           END-IF
           MOVE 950-OVERALL-VERDICT-LINE TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
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
           MOVE "KEYWORDS"             TO LDG-COUNT-LABEL (1)
           MOVE 400-KEYWORD-ROW-COUNT  TO LDG-COUNT (1)
           MOVE "REPLIES"              TO LDG-COUNT-LABEL (2)
           MOVE 400-REPLY-ROW-COUNT    TO LDG-COUNT (2)
           MOVE "ERRORS"               TO LDG-COUNT-LABEL (3)
           COMPUTE LDG-COUNT (3) = 400-KEYWORD-ERROR-COUNT
                                 + 400-REPLY-ERROR-COUNT
                                 + 400-CROSS-CHECK-ERROR-COUNT
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZAMNT: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZAMNT.
