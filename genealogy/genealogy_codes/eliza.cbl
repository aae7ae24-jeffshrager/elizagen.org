       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZA.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *DATE-WRITTEN.           2017-10-01.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    https://en.wikipedia.org/wiki/ELIZA                       *
      *    ELIZA is an early natural language processing program     *
      *    created around 1964 by Joseph Wiezenbaum at MIT.  This    *
      *    version is adapted from ELIZA.BAS which appeared in       *
      *    Creative Computing magazine in 1977, written by Jeff      *
      *    Shrager and adapted for IBM PC in the early 1980's by     *
      *    Patricia Danielson and Paul Hashfield.                    *
      *                                                              *
      *    COBOL translation by Arnold Trembley, 2017-10-01.         *
      *    arnold.trembley@att.net                                   *
      *    Using MinGW GnuCOBOL 2.2 for Windows 7.                   *
      *    This version is public domain freeware.                   *
      *                                                              *
      *    ELIZA simulates a psychotherapist interacting with a      *
      *    human patient. Enter "shut up" to stop the dialog.        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT TRANSCRIPT-FILE
               ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TRANSCRIPT-STATUS.

           SELECT OPTIONAL TRANSACTIONS-FILE
               ASSIGN TO "TRANSACTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TRANSACTIONS-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO "PRINTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PRINT-STATUS.

           SELECT OPTIONAL REPLY-CKPT-FILE
               ASSIGN TO "REPLCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPLY-CKPT-STATUS.

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT OPTIONAL CLIENT-MEMORY-FILE
               ASSIGN TO "CLNTMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MEMORY-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT OPTIONAL RUN-CKPT-FILE
               ASSIGN TO "RUNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RUN-CKPT-STATUS.

           SELECT OPTIONAL OPER-CTL-FILE
               ASSIGN TO "OPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-OPER-CTL-STATUS.

           SELECT CKPT-TEMP-FILE
               ASSIGN TO "CKPTTEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CKPT-TEMP-STATUS.

           SELECT ALERT-LOG-FILE
               ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ALERT-LOG-STATUS.

           SELECT OPTIONAL ALERT-CASE-FILE
               ASSIGN TO "ALERTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ALERT-ID
               FILE STATUS IS 900-ALERT-CASE-STATUS.

           SELECT OPTIONAL NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-NOTIFY-QUEUE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EXTRACT-STATUS.

      ****************************************************************
      *    RUN-LOCAL OUTPUT FILES.  A BATCH RUN WRITES ITS           *
      *    TRANSCRIPT, EXTRACT, AND ALERT LOG RECORDS HERE AND       *
      *    POSTS THEM ONTO THE ACCUMULATED MASTER FILES ONLY AT      *
      *    CLEAN END OF RUN, SO STARTUP, CHECKPOINTING, AND          *
      *    RESTART ALL WORK AGAINST FILES NO BIGGER THAN THE RUN     *
      *    ITSELF -- NOT AGAINST WEEKS OF ACCUMULATED TURNS.         *
      *    INTERACTIVE SESSIONS STILL APPEND TO THE MASTERS          *
      *    DIRECTLY, AS EVERY OTHER FRONT-END DOES.                  *
      ****************************************************************

           SELECT OPTIONAL TRANSCRIPT-RUN-FILE
               ASSIGN TO "TRANSRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TRANSCRIPT-RUN-STATUS.

           SELECT OPTIONAL EXTRACT-RUN-FILE
               ASSIGN TO "EXTRRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EXTRACT-RUN-STATUS.

           SELECT OPTIONAL ALERT-RUN-FILE
               ASSIGN TO "ALRTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ALERT-RUN-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD               PIC X(202).

       FD  TRANSACTIONS-FILE.
       01  TRANSACTIONS-RECORD             PIC X(80).

       FD  REPLY-CKPT-FILE.
       01  REPLY-CKPT-RECORD               PIC 9(04).

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  CLIENT-MEMORY-FILE.

       COPY MEMREC.

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  RUN-CKPT-FILE.
       01  RUN-CKPT-RECORD                 PIC X(80).

       FD  OPER-CTL-FILE.
       01  OPER-CTL-RECORD                 PIC X(80).

       FD  CKPT-TEMP-FILE.
       01  CKPT-TEMP-RECORD                PIC X(202).

       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD                PIC X(132).

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  NOTIFY-QUEUE-FILE.

       COPY NTFOUT.

       FD  PRINT-FILE.
       01  PRINT-RECORD                    PIC X(166).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       FD  TRANSCRIPT-RUN-FILE.
       01  TRANSCRIPT-RUN-RECORD           PIC X(202).

       FD  EXTRACT-RUN-FILE.
       01  EXTRACT-RUN-RECORD              PIC X(200).

       FD  ALERT-RUN-FILE.
       01  ALERT-RUN-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-EOF-FLAG                PIC X(01)   VALUE SPACE.
               88  88-100-ALL-DONE                     VALUE "Y".
           05  100-BATCH-MODE-FLAG         PIC X(01)   VALUE "N".
               88  88-100-BATCH-MODE                   VALUE "Y".
           05  100-REPLY-CKPT-EOF-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-REPLY-CKPT-EOF               VALUE "Y".
           05  100-PERSONA-CODE            PIC X(04)   VALUE "THER".
               88  88-100-PERSONA-THERAPIST            VALUE "THER".
               88  88-100-PERSONA-CAREER               VALUE "CRER".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-SESSION-HEADER-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-SESSION-HEADER-READ          VALUE "Y".
               88  88-100-NOT-SESSION-HEADER           VALUE SPACE.
           05  100-SIGNOFF-FLAG            PIC X(01)   VALUE SPACE.
               88  88-100-SIGNED-OFF                   VALUE "Y".
           05  100-RESTART-FLAG            PIC X(01)   VALUE SPACE.
               88  88-100-RESTART-MODE                 VALUE "Y".
           05  100-RUN-CKPT-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-EOF                 VALUE "Y".
           05  100-RUN-CKPT-PENDING-FLAG   PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-PENDING             VALUE "Y".
           05  100-REDO-POSTING-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-REDO-POSTING                 VALUE "Y".
           05  100-DRAIN-REQUEST-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-DRAIN-REQUESTED              VALUE "Y".
           05  100-DRAIN-STOP-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-DRAIN-STOPPED                VALUE "Y".
           05  100-RESUME-TRANS-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-RESUME-TRANS-POS             VALUE "Y".
           05  100-RECOVERED-DRAIN-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-RECOVERED-DRAIN              VALUE "Y".
           05  100-TRIM-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-TRIM-EOF                     VALUE "Y".
           05  100-SESSION-ID              PIC X(14)  VALUE SPACES.
           05  100-SESSION-SEQ             PIC 9(04)  VALUE ZERO.
           05  100-CLIENT-ID               PIC X(08)  VALUE SPACES.
           05  100-HEADER-TAG              PIC X(08)  VALUE SPACES.
           05  100-COMMAND-LINE-PARM       PIC X(20)  VALUE SPACES.

       01  200-USER-INPUT                  PIC X(80)   VALUE SPACES.

       01  210-USER-INPUT-LC               PIC X(80)   VALUE SPACES.

       01  220-LAST-USER-INPUT             PIC X(80)   VALUE SPACES.

       01  230-TRANSLATED-INPUT            PIC X(80)   VALUE SPACES.

       01  240-REPLY                       PIC X(79)   VALUE SPACES.

       01  245-MATCHED-KEYWORD             PIC X(14)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-KEYWORD-ENTRIES     PIC S9(4)   COMP VALUE +60.
           05  300-MAX-MEMORY-ENTRIES      PIC S9(4)   COMP VALUE +10.
           05  300-SHUT                    PIC X(04)   VALUE "shut".
           05  300-SESSION-HEADER          PIC X(08)  VALUE "*SESSION".
      *    HOW MANY BATCH TURNS BETWEEN RUN CHECKPOINTS.  SMALLER
      *    MEANS LESS REPROCESSING AFTER A FAILURE, AT THE COST OF
      *    REWRITING THE RUNCKPT FILE MORE OFTEN.
           05  300-CKPT-INTERVAL           PIC S9(4)   COMP VALUE +10.
      *    TOTAL RECORDS IN A COMPLETE RUN CHECKPOINT: HEADER,
      *    STATS, LONGEST INPUT, LAST INPUT, 60 KEYWORD HIT COUNTS,
      *    60 REPLY ROTATION POSITIONS, AND 10 MEMORY PHRASES.
           05  300-RUN-CKPT-RECORDS        PIC S9(4)   COMP VALUE +134.

       01  400-PROGRAM-COUNTERS.
           05  400-HOLD-500-K              PIC S9(4)   COMP VALUE +0.
           05  400-SUB                     PIC S9(4)   COMP VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  600-PROGRAM-MESSAGES.
           05  600-REPLY-LIST.
               10  FILLER                  PIC X(07)   VALUE 'Reply: '.
               10  600-REPLY-DATA          PIC X(70)   VALUE SPACES.

           05  600-INITIAL-MESSAGE         PIC X(40)   VALUE
               "Hi!  I'm ELIZA.  What's your problem?".

           05  600-GOODBYE-MESSAGE         PIC X(40)   VALUE
               "If that's how you feel--goodbye...".

           05  600-THER-INITIAL-MESSAGE    PIC X(40)   VALUE
               "Hi!  I'm ELIZA.  What's your problem?".

           05  600-THER-GOODBYE-MESSAGE    PIC X(40)   VALUE
               "If that's how you feel--goodbye...".

           05  600-CAREER-INITIAL-MESSAGE  PIC X(40)   VALUE
               "Hi!  I'm your career coach.  What's on".

           05  600-CAREER-GOODBYE-MESSAGE  PIC X(40)   VALUE
               "Good luck out there--goodbye...".

           05  600-NO-REPEAT-MSG           PIC X(32)   VALUE
               "Please don't repeat yourself!".

      ****************************************************************
      *    MESSAGE TEXT CAPTURED FROM THE MATCHED PERSONAS CATALOG   *
      *    RECORD -- THE RECORD AREA ITSELF IS GONE ONCE THE         *
      *    CATALOG FILE IS CLOSED.                                   *
      ****************************************************************

       01  660-CATALOG-HOLD.
           05  660-CATALOG-INITIAL-MESSAGE PIC X(40)   VALUE SPACES.
           05  660-CATALOG-GOODBYE-MESSAGE PIC X(40)   VALUE SPACES.

       01  665-OPER-CTL-FILENAME           PIC X(30)   VALUE "OPERCTL".

       01  700-KEYWORD-STATS.
           05  700-KEYWORD-HIT-COUNT   OCCURS 60 TIMES
                                       INDEXED BY 700-K
                                       PIC 9(05) COMP.

       01  750-SESSION-STATS.
           05  750-TOTAL-TURN-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  750-KEYWORD-HIT-TURNS       PIC 9(05) COMP VALUE ZERO.
           05  750-NOKEYFOUND-TURNS        PIC 9(05) COMP VALUE ZERO.
           05  750-LONGEST-INPUT-LEN       PIC 9(05) COMP VALUE ZERO.
           05  750-LONGEST-INPUT           PIC X(80)   VALUE SPACES.
           05  750-WORK-LEN                PIC 9(05) COMP VALUE ZERO.
           05  750-CRISIS-ALERT-TURNS      PIC 9(05) COMP VALUE ZERO.
           05  750-TRANSCRIPT-RECS         PIC 9(05) COMP VALUE ZERO.
           05  750-EXTRACT-RECS            PIC 9(05) COMP VALUE ZERO.

       01  760-RUN-COUNTERS.
           05  760-TRANS-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  760-TRANSCRIPT-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  760-EXTRACT-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  760-ALERT-COUNT             PIC 9(07) COMP VALUE ZERO.
           05  760-TURNS-SINCE-CKPT        PIC S9(4) COMP VALUE ZERO.
           05  760-TRANS-SKIP-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  760-COPY-COUNT              PIC 9(07) COMP VALUE ZERO.

       01  900-FILE-STATUS-FIELDS.
           05  900-TRANSCRIPT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-TRANSCRIPT-OK                VALUE "00".
           05  900-TRANSACTIONS-STATUS     PIC X(02)   VALUE "00".
               88  88-900-TRANSACTIONS-PRESENT         VALUE "00".
           05  900-PRINT-STATUS            PIC X(02)   VALUE "00".
               88  88-900-PRINT-OK                     VALUE "00".
           05  900-REPLY-CKPT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-REPLY-CKPT-PRESENT           VALUE "00".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-OK        VALUE "00" "05".
           05  900-CLIENT-MEMORY-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MEMORY-OK        VALUE "00" "05".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-RUN-CKPT-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RUN-CKPT-PRESENT             VALUE "00".
           05  900-OPER-CTL-STATUS         PIC X(02)   VALUE "00".
               88  88-900-OPER-CTL-PRESENT             VALUE "00".
           05  900-CKPT-TEMP-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CKPT-TEMP-OK                 VALUE "00".
           05  900-ALERT-LOG-STATUS        PIC X(02)   VALUE "00".
               88  88-900-ALERT-LOG-OK                 VALUE "00".
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-OK           VALUE "00" "05".
           05  900-NOTIFY-QUEUE-STATUS     PIC X(02)   VALUE "00".
               88  88-900-NOTIFY-QUEUE-OK         VALUE "00" "05".
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-OK                   VALUE "00".
           05  900-TRANSCRIPT-RUN-STATUS   PIC X(02)   VALUE "00".
               88  88-900-TRANSCRIPT-RUN-OK            VALUE "00".
           05  900-EXTRACT-RUN-STATUS      PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-RUN-OK               VALUE "00".
           05  900-ALERT-RUN-STATUS        PIC X(02)   VALUE "00".
               88  88-900-ALERT-RUN-OK                 VALUE "00".

       01  910-TRANSCRIPT-LINE.
           05  FILLER                      PIC X(07)   VALUE "INPUT: ".
           05  TR-INPUT                    PIC X(80).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(09) VALUE "KEYWORD: ".
           05  TR-KEYWORD                  PIC X(14).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(07)   VALUE "REPLY: ".
           05  TR-REPLY                    PIC X(79).

       01  920-PRINT-LINE.
           05  FILLER                      PIC X(04)   VALUE "IN: ".
           05  PR-INPUT                    PIC X(80).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  PR-REPLY                    PIC X(79).

       01  930-ALERT-LOG-LINE.
           05  FILLER                  PIC X(11) VALUE "ALERT TIME:".
           05  AL-TIMESTAMP                PIC X(21).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(07)   VALUE "INPUT: ".
           05  AL-INPUT                    PIC X(80).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(06)   VALUE "TIER: ".
           05  AL-CRISIS-TIER              PIC X(01).

       01  950-SUMMARY-PRINT-LINE.
           05  SU-LABEL                    PIC X(19).
           05  SU-VALUE                    PIC X(80).

       01  955-SUMMARY-COUNT               PIC ZZZZ9.

      ****************************************************************
      *    RUN CHECKPOINT RECORDS.  THE HEADER CARRIES THE           *
      *    TRANSACTIONS READ POSITION, THE RECORD COUNT OF EACH      *
      *    RUN-LOCAL OUTPUT FILE, AND THE SESSION IDENTITY; IT IS    *
      *    FOLLOWED BY THE SESSION STATS, THE LONGEST AND LAST       *
      *    INPUTS, THE PER-KEYWORD HIT COUNTS, THE REPLY ROTATION    *
      *    POSITIONS, AND THE SESSION MEMORY PHRASES, ONE VALUE PER  *
      *    80-BYTE RECORD IN THAT ORDER.  STATUS "I" MEANS A BATCH   *
      *    RUN IS IN FLIGHT (A RERUN SHOULD RESTART FROM THIS        *
      *    CHECKPOINT); "A" MEANS THE RUN FINISHED ITS TURNS AND     *
      *    DIED WHILE POSTING THE RUN-LOCAL FILES ONTO THE MASTERS   *
      *    (A RERUN REDOES THE POSTING AND RESUMES THE STREAM AT     *
      *    CK-TRANS-READ); "B" IS THE SAME POSTING WINDOW FOR A      *
      *    DRAINED RUN, SO THE RECOVERY RE-MARKS IT "D" INSTEAD OF   *
      *    "C"; "D" MEANS THE RUN WAS DRAINED BY OPERATOR REQUEST    *
      *    WITH QUEUED TRANSACTIONS STILL UNREAD -- ITS OUTPUT IS    *
      *    POSTED AND THE NEXT BATCH RUN RESUMES FROM               *
      *    CK-TRANS-READ; "C" MEANS THE LAST RUN CLOSED CLEANLY.     *
      ****************************************************************

       01  960-RUN-CKPT-HEADER.
           05  CK-STATUS                   PIC X(01).
               88  88-960-RUN-IN-FLIGHT                VALUE "I".
               88  88-960-RUN-POSTING                  VALUE "A".
               88  88-960-RUN-DRAIN-POSTING            VALUE "B".
               88  88-960-RUN-DRAINED                  VALUE "D".
               88  88-960-RUN-COMPLETE                 VALUE "C".
           05  CK-TRANS-READ               PIC 9(07).
           05  CK-TRANSCRIPT-COUNT         PIC 9(07).
           05  CK-EXTRACT-COUNT            PIC 9(07).
           05  CK-ALERT-COUNT              PIC 9(07).
           05  CK-SESSION-ID               PIC X(14).
           05  CK-SESSION-SEQ              PIC 9(04).
           05  CK-CLIENT-ID                PIC X(08).
           05  CK-PERSONA-CODE             PIC X(04).
           05  CK-SIGNOFF-FLAG             PIC X(01).

       01  965-RUN-CKPT-STATS.
           05  CK-TOTAL-TURNS              PIC 9(05).
           05  CK-KEYWORD-HIT-TURNS        PIC 9(05).
           05  CK-NOKEYFOUND-TURNS         PIC 9(05).
           05  CK-LONGEST-INPUT-LEN        PIC 9(05).
           05  CK-CRISIS-ALERTS            PIC 9(05).
           05  CK-TRANSCRIPT-RECS          PIC 9(05).
           05  CK-EXTRACT-RECS             PIC 9(05).
           05  CK-MEMORY-COUNT             PIC 9(02).
           05  CK-MEMORY-STORE-NEXT        PIC 9(02).
           05  CK-MEMORY-LAST-USED         PIC 9(02).

       01  970-CKPT-VALUE                  PIC 9(05).

       01  975-CKPT-TEXT                   PIC X(80).

       COPY ELZCOMM.

       COPY LDGCOMM.

       COPY EXTLINE.

       COPY TRLLINE.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    START THE PSYCHOTHERAPIST DIALOG WITH THE USER, ANALYZE   *
      *    THE USER INPUT AND GENERATE THE REPLIES.  THE USER CAN    *
      *    TYPE "SHUT UP" OR SIMPLY "SHUT" TO TERMINATE THE SESSION. *
      ****************************************************************

       0000-MAINLINE.

           DISPLAY SPACE
           MOVE SPACE                  TO 100-EOF-FLAG
           PERFORM 8100-RESET-SESSION
           PERFORM 0050-OPEN-TRANSACTIONS-FILE
      ****************************************************************
      *    A BATCH RUN IS A STEP OF THE NIGHTLY STREAM, AND RUNS     *
      *    ONLY WHEN THE RUN-CONTROL LEDGER SHOWS ELIZAMNT AND       *
      *    ELIZAEDT COMPLETED FOR THE BUSINESS DATE -- OR AN         *
      *    OPERATOR HAS OVERRIDDEN THEM.  A REFUSED RUN TOUCHES      *
      *    NOTHING, NOT EVEN A PENDING RESTART.                      *
      ****************************************************************
           IF 88-100-BATCH-MODE
               PERFORM 0010-CHECK-RUN-LEDGER
               IF 88-LDG-RC-REFUSED
                   CLOSE TRANSACTIONS-FILE
                   CLOSE PRINT-FILE
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF 88-100-BATCH-MODE
               PERFORM 0090-CHECK-RESTART
           ELSE
               PERFORM 0088-CARRY-SESSION-SEQUENCE
           END-IF
           IF 88-100-RESTART-MODE
      ****************************************************************
      *        A PRIOR BATCH RUN DIED IN FLIGHT.  RESUME FROM ITS    *
      *        LAST CHECKPOINT: PUT THE PERSONA AND TABLES BACK THE  *
      *        WAY THEY WERE, CUT THE RUN-LOCAL OUTPUT FILES BACK    *
      *        TO THE CHECKPOINTED RECORD COUNTS SO NOTHING IS       *
      *        DOUBLE-WRITTEN, AND SKIP THE TRANSACTIONS ALREADY    *
      *        COMMITTED.  THE TRIMS COST NO MORE THAN THE           *
      *        INTERRUPTED RUN HAD WRITTEN.                          *
      ****************************************************************
               PERFORM 0045-SET-PERSONA-FILES
               PERFORM 0065-INIT-ENGINE-PERSONA
               PERFORM 0091-TRIM-TRANSCRIPT-FILE
               PERFORM 0092-TRIM-EXTRACT-FILE
               PERFORM 0093-TRIM-ALERT-LOG-FILE
               PERFORM 0094-SKIP-COMMITTED-TRANSACTIONS
           ELSE
               PERFORM 0040-SELECT-PERSONA
               PERFORM 0065-INIT-ENGINE-PERSONA
               PERFORM 0080-LOAD-REPLY-CHECKPOINT
               PERFORM 8150-LOAD-CLIENT-MEMORY
           END-IF
           IF 88-100-RESUME-TRANS-POS
               PERFORM 0094-SKIP-COMMITTED-TRANSACTIONS
           END-IF
      ****************************************************************
      *    A BATCH RUN WRITES TO ITS OWN RUN-LOCAL FILES: FRESH      *
      *    ONES ON A NORMAL START (ANY LEFTOVERS WERE ALREADY        *
      *    POSTED BY THE RUN THAT WROTE THEM), EXTENDED ONES ON A    *
      *    RESTART, WHERE 0091/0092/0093 HAVE JUST CUT THEM BACK     *
      *    TO THE CHECKPOINTED COUNTS.  AN INTERACTIVE SESSION       *
      *    APPENDS TO THE MASTERS DIRECTLY, AS ALWAYS.               *
      ****************************************************************
           IF 88-100-BATCH-MODE
               IF 88-100-RESTART-MODE
                   OPEN EXTEND TRANSCRIPT-RUN-FILE
                   OPEN EXTEND EXTRACT-RUN-FILE
                   OPEN EXTEND ALERT-RUN-FILE
               ELSE
                   OPEN OUTPUT TRANSCRIPT-RUN-FILE
                   OPEN OUTPUT EXTRACT-RUN-FILE
                   OPEN OUTPUT ALERT-RUN-FILE
               END-IF
           ELSE
               OPEN EXTEND TRANSCRIPT-FILE
               IF NOT 88-900-TRANSCRIPT-OK
                   OPEN OUTPUT TRANSCRIPT-FILE
               END-IF
               OPEN EXTEND EXTRACT-FILE
               IF NOT 88-900-EXTRACT-OK
                   OPEN OUTPUT EXTRACT-FILE
               END-IF
               OPEN EXTEND ALERT-LOG-FILE
               IF NOT 88-900-ALERT-LOG-OK
                   OPEN OUTPUT ALERT-LOG-FILE
               END-IF
           END-IF
      ****************************************************************
      *    TAKE AN IN-FLIGHT CHECKPOINT BEFORE THE FIRST TURN, SO A  *
      *    BATCH RUN THAT DIES BEFORE REACHING 300-CKPT-INTERVAL     *
      *    STILL RESTARTS CLEANLY INSTEAD OF RERUNNING FRESH AND     *
      *    DOUBLE-WRITING EVERY TURN IT HAD ALREADY COMMITTED.       *
      ****************************************************************
           IF 88-100-BATCH-MODE
               PERFORM 9300-TAKE-RUN-CHECKPOINT
           END-IF
           DISPLAY 600-INITIAL-MESSAGE
           PERFORM UNTIL 88-100-ALL-DONE
               PERFORM 0100-GET-USER-INPUT
               IF NOT 88-100-ALL-DONE
                   MOVE FUNCTION LOWER-CASE (200-USER-INPUT)
                                       TO 210-USER-INPUT-LC
                   IF 210-USER-INPUT-LC (1:4) = 300-SHUT
      ****************************************************************
      *            IN BATCH MODE A SIGN-OFF ONLY CLOSES OUT THE      *
      *            CURRENT CONVERSATION -- MORE QUEUED SESSIONS MAY  *
      *            FOLLOW IN THE TRANSACTIONS FILE, EACH OPENED BY   *
      *            ITS OWN *SESSION HEADER RECORD.                   *
      ****************************************************************
                       IF 88-100-BATCH-MODE
                           PERFORM 8000-CLOSE-OUT-SESSION
                           PERFORM 8100-RESET-SESSION
                           PERFORM 9300-TAKE-RUN-CHECKPOINT
                           IF 88-100-DRAIN-REQUESTED
                               SET 88-100-DRAIN-STOPPED TO TRUE
                               SET 88-100-ALL-DONE TO TRUE
                           END-IF
                       ELSE
                           SET 88-100-ALL-DONE TO TRUE
                           DISPLAY 600-GOODBYE-MESSAGE
                           MOVE SPACES       TO 230-TRANSLATED-INPUT
                           MOVE 600-GOODBYE-MESSAGE
                                              TO 240-REPLY
                           SET 400-HOLD-500-K
                                              TO 300-MAX-KEYWORD-ENTRIES
                           PERFORM 0970-FETCH-KEYWORD-TEXT
                           ADD +1             TO 750-TOTAL-TURN-COUNT
                           PERFORM 3050-WRITE-EXTRACT-RECORD
                           PERFORM 3900-WRITE-TRANSCRIPT-RECORD
                           PERFORM 3980-UPDATE-SESSION-STATS
                       END-IF
                   ELSE
                       PERFORM 0900-SCAN-FOR-CRISIS-PHRASE
                       IF 210-USER-INPUT-LC = 220-LAST-USER-INPUT
                           DISPLAY 600-NO-REPEAT-MSG
                           MOVE SPACES       TO 230-TRANSLATED-INPUT
                           MOVE 600-NO-REPEAT-MSG
                                              TO 240-REPLY
                           SET 400-HOLD-500-K
                                              TO 300-MAX-KEYWORD-ENTRIES
                           PERFORM 0970-FETCH-KEYWORD-TEXT
                           ADD +1             TO 750-TOTAL-TURN-COUNT
                           PERFORM 3050-WRITE-EXTRACT-RECORD
                           PERFORM 3900-WRITE-TRANSCRIPT-RECORD
                           IF 88-100-BATCH-MODE
                               PERFORM 3950-WRITE-PRINT-RECORD
                           END-IF
                           PERFORM 3980-UPDATE-SESSION-STATS
                       ELSE
                           MOVE 210-USER-INPUT-LC
                                       TO 220-LAST-USER-INPUT
                           PERFORM 3000-BUILD-KEYWORD-REPLY
                           PERFORM 3900-WRITE-TRANSCRIPT-RECORD
                           IF 88-100-BATCH-MODE
                               PERFORM 3950-WRITE-PRINT-RECORD
                           END-IF
                           PERFORM 3980-UPDATE-SESSION-STATS
                       END-IF
                   END-IF
               END-IF
               IF 88-100-BATCH-MODE AND NOT 88-100-ALL-DONE
                   ADD +1              TO 760-TURNS-SINCE-CKPT
                   IF 760-TURNS-SINCE-CKPT NOT < 300-CKPT-INTERVAL
                       PERFORM 9300-TAKE-RUN-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM

           IF 88-100-BATCH-MODE AND 750-TOTAL-TURN-COUNT > ZERO
               PERFORM 8000-CLOSE-OUT-SESSION
               PERFORM 9300-TAKE-RUN-CHECKPOINT
           END-IF
           IF NOT 88-100-BATCH-MODE AND 750-TOTAL-TURN-COUNT > ZERO
               PERFORM 8300-WRITE-SESSION-TRAILERS
               PERFORM 8200-UPDATE-CLIENT-MASTER
               PERFORM 8250-SAVE-CLIENT-MEMORY
           END-IF

           PERFORM 9100-DISPLAY-KEYWORD-FREQUENCY-REPORT
           PERFORM 9150-DISPLAY-SESSION-SUMMARY
           PERFORM 9200-SAVE-REPLY-CHECKPOINT
      ****************************************************************
      *    AT CLEAN END OF A BATCH RUN, POST THE RUN-LOCAL OUTPUT    *
      *    ONTO THE MASTERS -- STATUS "A" IS WRITTEN FIRST, SO A     *
      *    CRASH DURING THE POSTING IS DETECTED AND THE POSTING      *
      *    REDONE BY THE NEXT RUN -- AND THEN MARK THE RUN           *
      *    COMPLETE.  INTERACTIVE MODE PERSISTS THE SESSION          *
      *    SEQUENCE THE SAME WAY, EXCEPT WHEN A CRASHED BATCH        *
      *    RUN'S IN-FLIGHT CHECKPOINT IS STILL PENDING, WHICH MUST   *
      *    NOT BE OVERWRITTEN BEFORE ITS RESTART HAS RUN.            *
      ****************************************************************
           IF 88-100-BATCH-MODE
               CLOSE TRANSCRIPT-RUN-FILE
               CLOSE EXTRACT-RUN-FILE
               CLOSE ALERT-RUN-FILE
               PERFORM 9330-MARK-RUN-POSTING
               PERFORM 9345-POST-RUN-OUTPUT
               PERFORM 9350-MARK-RUN-COMPLETE
      ****************************************************************
      *        THE STOP REQUEST HAS BEEN SATISFIED -- BY A DRAIN,    *
      *        OR BECAUSE THE STREAM RAN OUT FIRST.  EITHER WAY      *
      *        REMOVE IT, OR THE NEXT RUN WOULD DRAIN AFTER ITS      *
      *        FIRST SESSION FOR NO REASON.                          *
      ****************************************************************
               IF 88-100-DRAIN-REQUESTED
                   CALL "CBL_DELETE_FILE" USING 665-OPER-CTL-FILENAME
                   END-CALL
                   MOVE ZERO           TO RETURN-CODE
               END-IF
               CLOSE TRANSACTIONS-FILE
               CLOSE PRINT-FILE
               PERFORM 9900-LOG-RUN-END
           ELSE
               IF NOT 88-100-RUN-CKPT-PENDING
                   PERFORM 9350-MARK-RUN-COMPLETE
               END-IF
               CLOSE TRANSCRIPT-FILE
               CLOSE EXTRACT-FILE
               CLOSE ALERT-LOG-FILE
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF THE BATCH RUN ON THE RUN-CONTROL LEDGER  *
      *    THROUGH ELIZALDG, WHICH REFUSES IT WHEN A PREREQUISITE    *
      *    STEP IS MISSING OR FAILED FOR THE BUSINESS DATE.  THE     *
      *    REASON GOES TO THE CONSOLE AND THE PRINT FILE.            *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZA"                TO LDG-JOB-NAME
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZA: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO PRINT-RECORD
               STRING "RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           .

      ****************************************************************
      *    0 0 4 0 - S E L E C T - P E R S O N A .                   *
      ****************************************************************
      *    DETERMINE WHICH PERSONA SCRIPT TO RUN -- THE OPERATOR      *
      *    CAN PASS THE CODE AS A COMMAND-LINE PARM, OR TYPE IT AT    *
      *    THE STARTUP PROMPT.  THE CODE SELECTS WHICH KEYWORD AND    *
      *    REPLY MAINTENANCE FILES 0060/0070 WILL LOAD, SO THE SAME   *
      *    1000/2000/3000 MATCHING ENGINE CAN DRIVE MORE THAN ONE     *
      *    FRONT-END VOICE WITHOUT A SEPARATE COPY OF THE PROGRAM.    *
      *    0050 HAS ALREADY DETERMINED WHETHER THIS IS A BATCH RUN --  *
      *    AN UNATTENDED BATCH RUN MUST NEVER STALL WAITING ON THE     *
      *    CONSOLE PROMPT, SO THE PROMPT IS SKIPPED WHEN A             *
      *    TRANSACTIONS-FILE IS PRESENT AND NO PARM WAS GIVEN; THE     *
      *    RUN SIMPLY DEFAULTS TO THE THERAPIST SCRIPT.                *
      ****************************************************************

       0040-SELECT-PERSONA.

      ****************************************************************
      *    THE COMMAND LINE MAY CARRY THE PERSONA CODE, THE CLIENT   *
      *    ID, OR BOTH, IN THAT ORDER ("THER CLNT0001").             *
      ****************************************************************
           MOVE SPACES                 TO 100-COMMAND-LINE-PARM
           ACCEPT 100-COMMAND-LINE-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-COMMAND-LINE-PARM)
                               TO 100-COMMAND-LINE-PARM
           UNSTRING 100-COMMAND-LINE-PARM DELIMITED BY ALL SPACE
               INTO 100-PERSONA-CODE
                    100-CLIENT-ID
           END-UNSTRING
           IF 100-PERSONA-CODE = SPACES
                   AND NOT 88-100-BATCH-MODE
               DISPLAY "Persona (THER=Therapist, CRER=Career Coach): "
                       WITH NO ADVANCING
               ACCEPT 100-PERSONA-CODE
               MOVE FUNCTION UPPER-CASE (100-PERSONA-CODE)
                               TO 100-PERSONA-CODE
           END-IF
           IF 100-CLIENT-ID = SPACES
                   AND NOT 88-100-BATCH-MODE
               DISPLAY "Client id (blank if unregistered): "
                       WITH NO ADVANCING
               ACCEPT 100-CLIENT-ID
               MOVE FUNCTION UPPER-CASE (100-CLIENT-ID)
                               TO 100-CLIENT-ID
           END-IF

           PERFORM 0160-REGISTER-CLIENT-SESSION
           PERFORM 0045-SET-PERSONA-FILES
           .

      ****************************************************************
      *    0 0 4 5 - S E T - P E R S O N A - F I L E S .             *
      ****************************************************************
      *    VALIDATE THE PERSONA CODE AND POINT THE SESSION           *
      *    MESSAGES AT THE CHOSEN SCRIPT.  THE ENGINE PICKS ITS      *
      *    OWN MAINTENANCE FILES FROM THE SAME CODE AT INIT TIME.    *
      *    PERFORMED FROM 0040 AT STARTUP AND FROM 0150 WHEN A       *
      *    *SESSION HEADER SWITCHES PERSONA MID-RUN, SO THE          *
      *    THERAPIST MESSAGES ARE RESTORED EXPLICITLY RATHER THAN    *
      *    RELIED ON AS INITIAL VALUES.                              *
      ****************************************************************

       0045-SET-PERSONA-FILES.

           PERFORM 0046-LOOK-UP-PERSONA-CATALOG
           IF 88-100-PERSONA-IN-CATALOG
               MOVE 660-CATALOG-INITIAL-MESSAGE
                                       TO 600-INITIAL-MESSAGE
               MOVE 660-CATALOG-GOODBYE-MESSAGE
                                       TO 600-GOODBYE-MESSAGE
           ELSE
               IF NOT 88-100-PERSONA-THERAPIST
                       AND NOT 88-100-PERSONA-CAREER
                   SET 88-100-PERSONA-THERAPIST TO TRUE
               END-IF
               IF 88-100-PERSONA-CAREER
                   MOVE 600-CAREER-INITIAL-MESSAGE
                                       TO 600-INITIAL-MESSAGE
                   MOVE 600-CAREER-GOODBYE-MESSAGE
                                       TO 600-GOODBYE-MESSAGE
               ELSE
                   MOVE 600-THER-INITIAL-MESSAGE
                                       TO 600-INITIAL-MESSAGE
                   MOVE 600-THER-GOODBYE-MESSAGE
                                       TO 600-GOODBYE-MESSAGE
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 4 6 - L O O K - U P - P E R S O N A - C A T A L O G .   *
      ****************************************************************
      *    SCAN THE PERSONAS CONTROL FILE (SEE PERSONA.CPY) FOR      *
      *    THE SESSION'S PERSONA CODE AND CAPTURE ITS MESSAGE        *
      *    TEXT.  AN ABSENT FILE OR UNCATALOGED CODE LEAVES THE      *
      *    FLAG DOWN AND THE COMPILED-IN MESSAGES IN CHARGE.         *
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
                               MOVE PC-INITIAL-MESSAGE
                                   TO 660-CATALOG-INITIAL-MESSAGE
                               MOVE PC-GOODBYE-MESSAGE
                                   TO 660-CATALOG-GOODBYE-MESSAGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *    0 0 5 0 - O P E N - T R A N S A C T I O N S - F I L E .   *
      ****************************************************************
      *    IF A TRANSACTIONS-FILE IS PRESENT, SWITCH TO BATCH MODE   *
      *    AND OPEN THE PRINT FILE THAT WILL RECEIVE THE MATCHED     *
      *    REPLIES.  OTHERWISE FALL BACK TO THE INTERACTIVE ACCEPT.  *
      ****************************************************************

       0050-OPEN-TRANSACTIONS-FILE.

           OPEN INPUT TRANSACTIONS-FILE
           IF 88-900-TRANSACTIONS-PRESENT
               SET 88-100-BATCH-MODE    TO TRUE
               OPEN OUTPUT PRINT-FILE
           END-IF
           .

      ****************************************************************
      *  0 0 6 5 - I N I T - E N G I N E - P E R S O N A .           *
      ****************************************************************
      *    HAVE THE MATCHING-ENGINE SUBPROGRAM LOAD THE KEYWORD      *
      *    AND REPLY TABLES FOR THE PERSONA IN EFFECT.  THE ENGINE   *
      *    OWNS THE VOCABULARY; THIS DRIVER ONLY NAMES THE PERSONA.  *
      ****************************************************************

       0065-INIT-ENGINE-PERSONA.

           MOVE "INIT"                 TO ELZ-FUNCTION
           MOVE 100-PERSONA-CODE       TO ELZ-PERSONA-CODE
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  0 0 7 5 - G E T - E N G I N E - S T A T E .                 *
      ****************************************************************
      *    PULL THE ENGINE'S REPLY ROTATION POINTERS AND SESSION     *
      *    MEMORY INTO ELZ-ENGINE-STATE FOR CHECKPOINTING.           *
      ****************************************************************

       0075-GET-ENGINE-STATE.

           MOVE "GETSTATE"             TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  0 0 7 6 - S E T - E N G I N E - S T A T E .                 *
      ****************************************************************
      *    PUSH ELZ-ENGINE-STATE BACK INTO THE ENGINE AFTER A        *
      *    CHECKPOINT RELOAD OR RESTART.                             *
      ****************************************************************

       0076-SET-ENGINE-STATE.

           MOVE "SETSTATE"             TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *    0 1 0 0 - G E T - U S E R - I N P U T .                   *
      ****************************************************************
      *    IN INTERACTIVE MODE, ACCEPT THE NEXT LINE FROM THE        *
      *    CONSOLE.  IN BATCH MODE, READ THE NEXT LINE FROM THE      *
      *    TRANSACTIONS-FILE AND SIGNAL END-OF-RUN AT END OF FILE.   *
      *    A *SESSION HEADER RECORD IS NOT A USER TURN: IT CLOSES    *
      *    OUT THE CURRENT CONVERSATION AND STARTS A FRESH ONE, SO   *
      *    ONE JOB STEP CAN WORK THROUGH MANY QUEUED CONVERSATIONS.  *
      ****************************************************************

       0100-GET-USER-INPUT.

           IF 88-100-BATCH-MODE
               PERFORM 0110-READ-TRANSACTION-RECORD
               PERFORM UNTIL 88-100-ALL-DONE
                       OR NOT 88-100-SESSION-HEADER-READ
                   PERFORM 0150-SWITCH-SESSION
      ****************************************************************
      *            A DRAIN STOP IN 0150 HAS ALREADY GIVEN THE        *
      *            HEADER BACK -- READING ON WOULD CONSUME THE       *
      *            SESSION'S FIRST TURN AND LEAVE THE RESUMED RUN    *
      *            STARTING PAST ITS OWN *SESSION HEADER.            *
      ****************************************************************
                   IF NOT 88-100-ALL-DONE
                       PERFORM 0110-READ-TRANSACTION-RECORD
                   END-IF
               END-PERFORM
           ELSE
               ACCEPT 200-USER-INPUT
           END-IF
           .

      ****************************************************************
      *  0 1 1 0 - R E A D - T R A N S A C T I O N - R E C O R D .   *
      ****************************************************************
      *    READ ONE TRANSACTIONS RECORD AND NOTE WHETHER IT IS A     *
      *    *SESSION HEADER RATHER THAN A USER TURN.                  *
      ****************************************************************

       0110-READ-TRANSACTION-RECORD.

           SET 88-100-NOT-SESSION-HEADER TO TRUE
           READ TRANSACTIONS-FILE INTO 200-USER-INPUT
               AT END
                   SET 88-100-ALL-DONE TO TRUE
               NOT AT END
                   ADD 1               TO 760-TRANS-READ-COUNT
                   IF 200-USER-INPUT (1:8) = 300-SESSION-HEADER
                       SET 88-100-SESSION-HEADER-READ TO TRUE
                   END-IF
           END-READ
           .

      ****************************************************************
      *    0 1 5 0 - S W I T C H - S E S S I O N .                   *
      ****************************************************************
      *    A *SESSION HEADER ("*SESSION CLIENT-ID PERSONA-CODE")     *
      *    HAS BEEN READ.  CLOSE OUT THE CONVERSATION IN PROGRESS    *
      *    (IF ANY TURNS WERE TAKEN), PICK UP THE NEW CLIENT ID AND  *
      *    PERSONA, RESET THE PER-SESSION STATE UNDER A FRESH        *
      *    SESSION ID, AND RELOAD THE PERSONA TABLES.                *
      ****************************************************************

       0150-SWITCH-SESSION.

           PERFORM 9310-CHECK-OPERATOR-STOP
           IF 88-100-DRAIN-REQUESTED
      ****************************************************************
      *        THE OPERATOR HAS ASKED FOR A DRAIN.  THE HEADER       *
      *        JUST READ OPENS THE NEXT SESSION -- CLOSE OUT THE     *
      *        ONE IN PROGRESS, GIVE THE HEADER BACK (THE RESUMED    *
      *        RUN WILL REREAD IT), AND STOP CLEANLY.                *
      ****************************************************************
               IF 750-TOTAL-TURN-COUNT > ZERO
                   PERFORM 8000-CLOSE-OUT-SESSION
               END-IF
               SUBTRACT 1              FROM 760-TRANS-READ-COUNT
               SET 88-100-DRAIN-STOPPED TO TRUE
               SET 88-100-ALL-DONE     TO TRUE
           ELSE
               PERFORM 0155-OPEN-NEW-SESSION
           END-IF
           .

      ****************************************************************
      *  0 1 5 5 - O P E N - N E W - S E S S I O N .                 *
      ****************************************************************
      *    THE SWITCH ITSELF: CLOSE OUT THE CONVERSATION IN          *
      *    PROGRESS, PICK UP THE NEW CLIENT AND PERSONA FROM THE     *
      *    HEADER, AND RESET UNDER A FRESH SESSION ID.               *
      ****************************************************************

       0155-OPEN-NEW-SESSION.

           IF 750-TOTAL-TURN-COUNT > ZERO
               PERFORM 8000-CLOSE-OUT-SESSION
           END-IF
           MOVE SPACES                 TO 100-HEADER-TAG
           MOVE SPACES                 TO 100-CLIENT-ID
           MOVE SPACES                 TO 100-PERSONA-CODE
           UNSTRING 200-USER-INPUT DELIMITED BY ALL SPACE
               INTO 100-HEADER-TAG
                    100-CLIENT-ID
                    100-PERSONA-CODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (100-CLIENT-ID)
                               TO 100-CLIENT-ID
           MOVE FUNCTION UPPER-CASE (100-PERSONA-CODE)
                               TO 100-PERSONA-CODE
           PERFORM 0160-REGISTER-CLIENT-SESSION
           PERFORM 0045-SET-PERSONA-FILES
           PERFORM 0065-INIT-ENGINE-PERSONA
           PERFORM 8100-RESET-SESSION
           PERFORM 8150-LOAD-CLIENT-MEMORY
      ****************************************************************
      *    CHECKPOINT AS SOON AS THE SWITCH IS COMPLETE (THE HEADER  *
      *    RECORD IS ALREADY CONSUMED, SO THE CHECKPOINT MUST CARRY  *
      *    THE NEW SESSION, NOT THE OLD ONE).  THIS CLOSES THE       *
      *    WINDOW WHERE A CRASH BETWEEN A SESSION CLOSE-OUT AND THE  *
      *    NEXT TURN-INTERVAL CHECKPOINT WOULD REPLAY THE CLOSE-OUT  *
      *    AND POST THE CLIENT'S LIFETIME COUNTERS TWICE.            *
      ****************************************************************
           PERFORM 9300-TAKE-RUN-CHECKPOINT
           .

      ****************************************************************
      *  0 1 6 0 - R E G I S T E R - C L I E N T - S E S S I O N .   *
      ****************************************************************
      *    VALIDATE THE CLIENT ID AGAINST THE CLIENT MASTER FILE.    *
      *    A KNOWN CLIENT SUPPLIES THE DEFAULT PERSONA WHEN NONE     *
      *    WAS GIVEN; AN UNKNOWN CLIENT IS REGISTERED ON THE SPOT    *
      *    (NAME TO BE FILLED IN BY CLINIC STAFF) SO THE SIGN-OFF    *
      *    COUNTERS HAVE SOMEWHERE TO LAND.  A BLANK CLIENT ID       *
      *    MEANS AN ANONYMOUS SESSION, EXACTLY AS BEFORE THE         *
      *    MASTER FILE EXISTED.                                      *
      ****************************************************************

       0160-REGISTER-CLIENT-SESSION.

           IF 100-CLIENT-ID NOT = SPACES
               OPEN I-O CLIENT-MASTER-FILE
               IF 88-900-CLIENT-MASTER-OK
                   MOVE 100-CLIENT-ID  TO CM-CLIENT-ID
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "CLIENT " 100-CLIENT-ID
                               " NOT ON MASTER - REGISTERING"
                           MOVE 100-CLIENT-ID TO CM-CLIENT-ID
                           MOVE "NAME PENDING" TO CM-CLIENT-NAME
                           IF 100-PERSONA-CODE = SPACES
                               MOVE "THER" TO CM-PERSONA-CODE
                           ELSE
                               MOVE 100-PERSONA-CODE
                                       TO CM-PERSONA-CODE
                           END-IF
                           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CM-FIRST-SEEN-DATE
                           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CM-LAST-SEEN-DATE
                           MOVE ZERO   TO CM-LIFETIME-SESSIONS
                           MOVE ZERO   TO CM-LIFETIME-TURNS
                           MOVE ZERO   TO CM-CRISIS-ALERT-COUNT
                           SET 88-CM-ACTIVE TO TRUE
                           WRITE CLIENT-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: CLIENT MASTER "
                                       "WRITE FAILED FOR "
                                       100-CLIENT-ID
                           END-WRITE
                       NOT INVALID KEY
                           IF 100-PERSONA-CODE = SPACES
                               MOVE CM-PERSONA-CODE
                                       TO 100-PERSONA-CODE
                           END-IF
                   END-READ
                   CLOSE CLIENT-MASTER-FILE
               ELSE
                   DISPLAY "WARNING: CLIENT MASTER NOT AVAILABLE - "
                       "STATUS " 900-CLIENT-MASTER-STATUS
                       " - SESSION CONTINUES UNREGISTERED"
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 8 0 - L O A D - R E P L Y - C H E C K P O I N T .       *
      ****************************************************************
      *    RELOAD THE REPLY ROUND-ROBIN POINTERS LEFT BY THE LAST    *
      *    RUN SO THE REPLY ROTATION CARRIES ON SMOOTHLY ACROSS THE  *
      *    DAILY RESTART INSTEAD OF SNAPPING BACK TO THE LITERAL     *
      *    STARTING POINT EVERY TIME.                                *
      ****************************************************************

       0080-LOAD-REPLY-CHECKPOINT.

           OPEN INPUT REPLY-CKPT-FILE
           IF 88-900-REPLY-CKPT-PRESENT
               PERFORM 0075-GET-ENGINE-STATE
               PERFORM VARYING 400-SUB FROM +1 BY +1
                       UNTIL   400-SUB > 300-MAX-KEYWORD-ENTRIES
                       OR      88-100-REPLY-CKPT-EOF
                   READ REPLY-CKPT-FILE
                       AT END
                           SET 88-100-REPLY-CKPT-EOF TO TRUE
                       NOT AT END
                           MOVE REPLY-CKPT-RECORD
                               TO ELZ-REPLY-LAST-USED (400-SUB)
                   END-READ
               END-PERFORM
               PERFORM 0076-SET-ENGINE-STATE
           END-IF
           CLOSE REPLY-CKPT-FILE
           .

      ****************************************************************
      *  0 0 8 6 - R E A D - R U N - C K P T - R E C O R D .         *
      ****************************************************************
      *    READ THE NEXT RUN CHECKPOINT RECORD INTO THE COMMON TEXT  *
      *    BUFFER FOR 0090 TO PICK APART.                            *
      ****************************************************************

       0086-READ-RUN-CKPT-RECORD.

           MOVE SPACES                 TO 975-CKPT-TEXT
           READ RUN-CKPT-FILE INTO 975-CKPT-TEXT
               AT END
                   SET 88-100-RUN-CKPT-EOF TO TRUE
           END-READ
           .

      ****************************************************************
      *  0 0 8 8 - C A R R Y - S E S S I O N - S E Q U E N C E .     *
      ****************************************************************
      *    INTERACTIVE-MODE STARTUP: READ THE RUN CHECKPOINT        *
      *    HEADER LEFT BY THE PREVIOUS RUN (EITHER MODE) AND CARRY   *
      *    ITS SESSION SEQUENCE FORWARD, THEN RE-STAMP THE SESSION   *
      *    ID, SO AN INTERACTIVE RUN IN THE SAME HOUR AS ANY         *
      *    EARLIER RUN CANNOT REISSUE AN ID.  AN IN-FLIGHT ("I")     *
      *    CHECKPOINT MEANS A CRASHED BATCH RUN IS STILL AWAITING    *
      *    RESTART: ITS SEQUENCE IS CARRIED TOO, BUT THE CHECKPOINT  *
      *    IS FLAGGED PENDING SO THIS RUN WILL NOT OVERWRITE IT AT   *
      *    CLOSE.  BATCH STARTUP GETS THE SAME CARRY THROUGH         *
      *    0090-CHECK-RESTART.                                       *
      ****************************************************************

       0088-CARRY-SESSION-SEQUENCE.

           MOVE SPACE                  TO 100-RUN-CKPT-EOF-FLAG
           OPEN INPUT RUN-CKPT-FILE
           IF 88-900-RUN-CKPT-PRESENT
               PERFORM 0086-READ-RUN-CKPT-RECORD
               IF NOT 88-100-RUN-CKPT-EOF
                   MOVE 975-CKPT-TEXT (1:60) TO 960-RUN-CKPT-HEADER
                   MOVE CK-SESSION-SEQ TO 100-SESSION-SEQ
                   IF 88-960-RUN-IN-FLIGHT OR 88-960-RUN-POSTING
                           OR 88-960-RUN-DRAIN-POSTING
                           OR 88-960-RUN-DRAINED
                       SET 88-100-RUN-CKPT-PENDING TO TRUE
                       DISPLAY "WARNING: A BATCH RUN'S CHECKPOINT "
                           "IS AWAITING RESTART OR RESUME - IT "
                           "WILL NOT BE DISTURBED BY THIS SESSION"
                   END-IF
                   PERFORM 8100-RESET-SESSION
               END-IF
           END-IF
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *    0 0 9 0 - C H E C K - R E S T A R T .                     *
      ****************************************************************
      *    LOOK FOR A RUN CHECKPOINT LEFT IN FLIGHT BY A BATCH RUN   *
      *    THAT DIED BEFORE 9350 COULD MARK IT COMPLETE.  WHEN ONE   *
      *    IS FOUND, RESTORE THE WHOLE RUN STATE FROM IT -- FILE     *
      *    POSITIONS, SESSION IDENTITY, SESSION STATS, KEYWORD HIT   *
      *    COUNTS, REPLY ROTATION POINTERS, AND SESSION MEMORY --    *
      *    AND FLAG RESTART MODE SO 0000-MAINLINE CAN TRIM THE       *
      *    OUTPUT FILES AND SKIP THE COMMITTED TRANSACTIONS.         *
      ****************************************************************

       0090-CHECK-RESTART.

           MOVE SPACE                  TO 100-RUN-CKPT-EOF-FLAG
           MOVE ZERO                   TO 760-COPY-COUNT
           OPEN INPUT RUN-CKPT-FILE
           IF 88-900-RUN-CKPT-PRESENT
               PERFORM 0086-READ-RUN-CKPT-RECORD
               MOVE 975-CKPT-TEXT (1:60) TO 960-RUN-CKPT-HEADER
               IF NOT 88-100-RUN-CKPT-EOF AND 88-960-RUN-IN-FLIGHT
      ****************************************************************
      *            A RUN DIED IN FLIGHT.  COUNT THE CHECKPOINT       *
      *            RECORDS FIRST -- A RUN KILLED WHILE 9300 WAS      *
      *            REWRITING THE CHECKPOINT LEAVES IT TRUNCATED,     *
      *            AND RESTORING HALF A CHECKPOINT WOULD CORRUPT     *
      *            THE RESTART WORSE THAN A PLAIN RERUN.             *
      ****************************************************************
                   MOVE 1              TO 760-COPY-COUNT
                   PERFORM UNTIL 88-100-RUN-CKPT-EOF
                       READ RUN-CKPT-FILE
                           AT END
                               SET 88-100-RUN-CKPT-EOF TO TRUE
                           NOT AT END
                               ADD 1   TO 760-COPY-COUNT
                       END-READ
                   END-PERFORM
                   IF 760-COPY-COUNT = 300-RUN-CKPT-RECORDS
                       SET 88-100-RESTART-MODE TO TRUE
                   ELSE
                       DISPLAY "WARNING: RUN CHECKPOINT IS "
                           "INCOMPLETE - RESTART SKIPPED, THIS RERUN "
                           "MAY DUPLICATE RECORDS ALREADY WRITTEN"
                   END-IF
               END-IF
               IF NOT 88-100-RUN-CKPT-EOF AND 88-960-RUN-COMPLETE
      ****************************************************************
      *            THE LAST RUN CLOSED CLEANLY -- CARRY ITS SESSION  *
      *            SEQUENCE FORWARD AND RE-STAMP THE SESSION ID SO   *
      *            A SECOND RUN IN THE SAME HOUR CANNOT REISSUE      *
      *            IDS THE EARLIER RUN ALREADY USED.                 *
      ****************************************************************
                   MOVE CK-SESSION-SEQ TO 100-SESSION-SEQ
                   PERFORM 8100-RESET-SESSION
               END-IF
               IF NOT 88-100-RUN-CKPT-EOF AND 88-960-RUN-DRAINED
      ****************************************************************
      *            THE LAST RUN WAS DRAINED BY OPERATOR REQUEST      *
      *            BEFORE IT FINISHED THE QUEUE.  ITS OUTPUT IS      *
      *            ALREADY POSTED; CARRY THE SEQUENCE AND THE        *
      *            TRANSACTIONS POSITION SO THIS RUN PICKS UP THE    *
      *            REMAINING QUEUED SESSIONS INSTEAD OF REREADING    *
      *            FROM THE TOP.                                     *
      ****************************************************************
                   MOVE CK-SESSION-SEQ TO 100-SESSION-SEQ
                   MOVE CK-TRANS-READ  TO 760-TRANS-READ-COUNT
                   MOVE CK-TRANS-READ  TO 760-TRANS-SKIP-COUNT
                   SET 88-100-RESUME-TRANS-POS TO TRUE
                   PERFORM 8100-RESET-SESSION
               END-IF
               IF NOT 88-100-RUN-CKPT-EOF
                       AND (88-960-RUN-POSTING
                           OR 88-960-RUN-DRAIN-POSTING)
      ****************************************************************
      *            THE LAST RUN FINISHED ITS TURNS BUT DIED WHILE    *
      *            POSTING ITS RUN-LOCAL OUTPUT ONTO THE MASTERS.    *
      *            CARRY ITS SEQUENCE AND TRANSACTIONS POSITION AND  *
      *            REDO THE POSTING (AFTER THE CHECKPOINT FILE IS    *
      *            CLOSED); THE POSITION KEEPS THIS RUN FROM         *
      *            REREADING THE STREAM THE DEAD RUN HAD ALREADY     *
      *            COMMITTED.  A DRAINED RUN THAT DIED HERE ("B")    *
      *            MUST ALSO KEEP ITS DRAIN STATE, OR THE QUEUED     *
      *            SESSIONS IT GAVE BACK WOULD NEVER BE RESUMED.     *
      ****************************************************************
                   MOVE CK-SESSION-SEQ TO 100-SESSION-SEQ
                   MOVE CK-TRANS-READ  TO 760-TRANS-READ-COUNT
                   MOVE CK-TRANS-READ  TO 760-TRANS-SKIP-COUNT
                   SET 88-100-RESUME-TRANS-POS TO TRUE
                   SET 88-100-REDO-POSTING TO TRUE
                   IF 88-960-RUN-DRAIN-POSTING
                       SET 88-100-RECOVERED-DRAIN TO TRUE
                   END-IF
                   PERFORM 8100-RESET-SESSION
               END-IF
           END-IF
           CLOSE RUN-CKPT-FILE
           IF 88-100-RESTART-MODE
               PERFORM 0087-RESTORE-RUN-CHECKPOINT
           END-IF
           IF 88-100-REDO-POSTING
               DISPLAY "WARNING: THE LAST RUN DIED WHILE POSTING "
                   "ITS OUTPUT - POSTING IS BEING REDONE AND THE "
                   "MASTERS MAY HOLD DUPLICATES OF A PARTIAL POST"
               PERFORM 9345-POST-RUN-OUTPUT
               IF 88-100-RECOVERED-DRAIN
      ****************************************************************
      *            RE-MARK THE CHECKPOINT DRAINED, NOT COMPLETE,     *
      *            SO THE RESUME POSITION SURVIVES THE RECOVERY;     *
      *            THE FLAG IS CLEARED AGAIN SO THIS RUN'S OWN       *
      *            CLEAN END IS JUDGED ON ITS OWN MERITS.            *
      ****************************************************************
                   SET 88-100-DRAIN-STOPPED TO TRUE
                   PERFORM 9350-MARK-RUN-COMPLETE
                   MOVE SPACE          TO 100-DRAIN-STOP-FLAG
               ELSE
                   PERFORM 9350-MARK-RUN-COMPLETE
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 8 7 - R E S T O R E - R U N - C H E C K P O I N T .     *
      ****************************************************************
      *    THE CHECKPOINT HAS BEEN VERIFIED COMPLETE -- RE-READ IT   *
      *    AND PUT EVERY PIECE OF RUN STATE BACK THE WAY THE         *
      *    CHECKPOINTED TURN LEFT IT.                                *
      ****************************************************************

       0087-RESTORE-RUN-CHECKPOINT.

           MOVE SPACE                  TO 100-RUN-CKPT-EOF-FLAG
           OPEN INPUT RUN-CKPT-FILE
           PERFORM 0086-READ-RUN-CKPT-RECORD
           MOVE 975-CKPT-TEXT (1:60)   TO 960-RUN-CKPT-HEADER
           MOVE CK-TRANS-READ          TO 760-TRANS-READ-COUNT
           MOVE CK-TRANS-READ          TO 760-TRANS-SKIP-COUNT
           MOVE CK-TRANSCRIPT-COUNT    TO 760-TRANSCRIPT-COUNT
           MOVE CK-EXTRACT-COUNT       TO 760-EXTRACT-COUNT
           MOVE CK-ALERT-COUNT         TO 760-ALERT-COUNT
           MOVE CK-SESSION-ID          TO 100-SESSION-ID
           MOVE CK-SESSION-SEQ         TO 100-SESSION-SEQ
           MOVE CK-CLIENT-ID           TO 100-CLIENT-ID
           MOVE CK-PERSONA-CODE        TO 100-PERSONA-CODE
           MOVE CK-SIGNOFF-FLAG        TO 100-SIGNOFF-FLAG
           PERFORM 0086-READ-RUN-CKPT-RECORD
           MOVE 975-CKPT-TEXT (1:41)   TO 965-RUN-CKPT-STATS
           MOVE CK-TOTAL-TURNS         TO 750-TOTAL-TURN-COUNT
           MOVE CK-KEYWORD-HIT-TURNS   TO 750-KEYWORD-HIT-TURNS
           MOVE CK-NOKEYFOUND-TURNS    TO 750-NOKEYFOUND-TURNS
           MOVE CK-LONGEST-INPUT-LEN   TO 750-LONGEST-INPUT-LEN
           MOVE CK-CRISIS-ALERTS       TO 750-CRISIS-ALERT-TURNS
           MOVE CK-TRANSCRIPT-RECS     TO 750-TRANSCRIPT-RECS
           MOVE CK-EXTRACT-RECS        TO 750-EXTRACT-RECS
           MOVE CK-MEMORY-COUNT        TO ELZ-MEMORY-COUNT
           MOVE CK-MEMORY-STORE-NEXT   TO ELZ-MEMORY-STORE-NEXT
           MOVE CK-MEMORY-LAST-USED    TO ELZ-MEMORY-LAST-USED
           PERFORM 0086-READ-RUN-CKPT-RECORD
           MOVE 975-CKPT-TEXT          TO 750-LONGEST-INPUT
           PERFORM 0086-READ-RUN-CKPT-RECORD
           MOVE 975-CKPT-TEXT          TO 220-LAST-USER-INPUT
           PERFORM VARYING 700-K FROM +1 BY +1
                   UNTIL 700-K > 300-MAX-KEYWORD-ENTRIES
               PERFORM 0086-READ-RUN-CKPT-RECORD
               MOVE 975-CKPT-TEXT (1:5) TO 970-CKPT-VALUE
               MOVE 970-CKPT-VALUE
                                   TO 700-KEYWORD-HIT-COUNT (700-K)
           END-PERFORM
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               PERFORM 0086-READ-RUN-CKPT-RECORD
               MOVE 975-CKPT-TEXT (1:4)
                                   TO ELZ-REPLY-LAST-USED (400-SUB)
           END-PERFORM
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-MEMORY-ENTRIES
               PERFORM 0086-READ-RUN-CKPT-RECORD
               MOVE 975-CKPT-TEXT (1:30)
                                   TO ELZ-MEMORY-PHRASE (400-SUB)
           END-PERFORM
           CLOSE RUN-CKPT-FILE
           PERFORM 0076-SET-ENGINE-STATE
           .

      ****************************************************************
      *  0 0 9 1 - T R I M - T R A N S C R I P T - F I L E .         *
      ****************************************************************
      *    CUT THE RUN-LOCAL TRANSCRIPT FILE BACK TO THE RECORD      *
      *    COUNT IN THE RUN CHECKPOINT BY COPYING THAT MANY          *
      *    RECORDS OUT TO THE TEMP FILE AND REWRITING THE RUN FILE   *
      *    FROM IT, SO THE RESTARTED RUN APPENDS EXACTLY WHERE THE   *
      *    CHECKPOINTED TURN LEFT OFF AND NOTHING IS                 *
      *    DOUBLE-WRITTEN.  ONLY THE INTERRUPTED RUN'S OWN RECORDS   *
      *    ARE EVER COPIED -- THE ACCUMULATED MASTER IS NOT READ.    *
      ****************************************************************

       0091-TRIM-TRANSCRIPT-FILE.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           MOVE ZERO                   TO 760-COPY-COUNT
           OPEN OUTPUT CKPT-TEMP-FILE
           OPEN INPUT TRANSCRIPT-RUN-FILE
           IF 88-900-TRANSCRIPT-RUN-OK
               PERFORM UNTIL 88-100-TRIM-EOF
                       OR 760-COPY-COUNT NOT < 760-TRANSCRIPT-COUNT
                   READ TRANSCRIPT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSCRIPT-RUN-RECORD
                                       TO CKPT-TEMP-RECORD
                           WRITE CKPT-TEMP-RECORD
                           ADD 1       TO 760-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-RUN-FILE
           END-IF
           CLOSE CKPT-TEMP-FILE
           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT CKPT-TEMP-FILE
           OPEN OUTPUT TRANSCRIPT-RUN-FILE
           PERFORM UNTIL 88-100-TRIM-EOF
               READ CKPT-TEMP-FILE
                   AT END
                       SET 88-100-TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE CKPT-TEMP-RECORD TO TRANSCRIPT-RUN-RECORD
                       WRITE TRANSCRIPT-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE CKPT-TEMP-FILE
           CLOSE TRANSCRIPT-RUN-FILE
           .

      ****************************************************************
      *  0 0 9 2 - T R I M - E X T R A C T - F I L E .               *
      ****************************************************************
      *    SAME TRIM AS 0091, FOR THE RUN-LOCAL EXTRACT FILE.        *
      ****************************************************************

       0092-TRIM-EXTRACT-FILE.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           MOVE ZERO                   TO 760-COPY-COUNT
           OPEN OUTPUT CKPT-TEMP-FILE
           OPEN INPUT EXTRACT-RUN-FILE
           IF 88-900-EXTRACT-RUN-OK
               PERFORM UNTIL 88-100-TRIM-EOF
                       OR 760-COPY-COUNT NOT < 760-EXTRACT-COUNT
                   READ EXTRACT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE EXTRACT-RUN-RECORD TO CKPT-TEMP-RECORD
                           WRITE CKPT-TEMP-RECORD
                           ADD 1       TO 760-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-RUN-FILE
           END-IF
           CLOSE CKPT-TEMP-FILE
           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT CKPT-TEMP-FILE
           OPEN OUTPUT EXTRACT-RUN-FILE
           PERFORM UNTIL 88-100-TRIM-EOF
               READ CKPT-TEMP-FILE
                   AT END
                       SET 88-100-TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE CKPT-TEMP-RECORD TO EXTRACT-RUN-RECORD
                       WRITE EXTRACT-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE CKPT-TEMP-FILE
           CLOSE EXTRACT-RUN-FILE
           .

      ****************************************************************
      *  0 0 9 3 - T R I M - A L E R T - L O G - F I L E .           *
      ****************************************************************
      *    SAME TRIM AS 0091, FOR THE RUN-LOCAL ALERT LOG.           *
      ****************************************************************

       0093-TRIM-ALERT-LOG-FILE.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           MOVE ZERO                   TO 760-COPY-COUNT
           OPEN OUTPUT CKPT-TEMP-FILE
           OPEN INPUT ALERT-RUN-FILE
           IF 88-900-ALERT-RUN-OK
               PERFORM UNTIL 88-100-TRIM-EOF
                       OR 760-COPY-COUNT NOT < 760-ALERT-COUNT
                   READ ALERT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE ALERT-RUN-RECORD TO CKPT-TEMP-RECORD
                           WRITE CKPT-TEMP-RECORD
                           ADD 1       TO 760-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE ALERT-RUN-FILE
           END-IF
           CLOSE CKPT-TEMP-FILE
           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT CKPT-TEMP-FILE
           OPEN OUTPUT ALERT-RUN-FILE
           PERFORM UNTIL 88-100-TRIM-EOF
               READ CKPT-TEMP-FILE
                   AT END
                       SET 88-100-TRIM-EOF TO TRUE
                   NOT AT END
                       MOVE CKPT-TEMP-RECORD TO ALERT-RUN-RECORD
                       WRITE ALERT-RUN-RECORD
               END-READ
           END-PERFORM
           CLOSE CKPT-TEMP-FILE
           CLOSE ALERT-RUN-FILE
           .

      ****************************************************************
      *  0 0 9 4 - S K I P - C O M M I T T E D -                     *
      *  T R A N S A C T I O N S .                                   *
      ****************************************************************
      *    READ PAST THE TRANSACTIONS THE FAILED RUN HAD ALREADY     *
      *    COMMITTED AT ITS LAST CHECKPOINT, SO PROCESSING RESUMES   *
      *    WITH THE FIRST UNCOMMITTED RECORD.                        *
      ****************************************************************

       0094-SKIP-COMMITTED-TRANSACTIONS.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           PERFORM VARYING 760-COPY-COUNT FROM 1 BY 1
                   UNTIL   760-COPY-COUNT > 760-TRANS-SKIP-COUNT
                   OR      88-100-TRIM-EOF
               READ TRANSACTIONS-FILE
                   AT END
                       SET 88-100-TRIM-EOF TO TRUE
               END-READ
           END-PERFORM
           IF 88-100-TRIM-EOF
               SET 88-100-ALL-DONE     TO TRUE
           END-IF
           .

      ****************************************************************
      *  0 9 0 0 - S C A N - F O R - C R I S I S - P H R A S E .     *
      ****************************************************************
      *    AHEAD OF THE NORMAL KEYWORD SCAN, HAVE THE ENGINE CHECK   *
      *    THE RAW USER INPUT FOR ITS SHORT LIST OF CRISIS PHRASES.  *
      *    A HIT WRITES AN ALERT-LOG RECORD SO A SUPERVISOR CAN      *
      *    FOLLOW UP; IT DOES NOT CHANGE THE REPLY THAT GETS         *
      *    GENERATED.  THIS RUNS FOR EVERY INPUT, REPEATED OR NOT.   *
      ****************************************************************

       0900-SCAN-FOR-CRISIS-PHRASE.

           MOVE "CRISIS"               TO ELZ-FUNCTION
           MOVE 200-USER-INPUT         TO ELZ-INPUT-TEXT
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           IF 88-ELZ-CRISIS-FOUND
               PERFORM 0950-WRITE-ALERT-LOG
           END-IF
           .

      ****************************************************************
      *    0 9 5 0 - W R I T E - A L E R T - L O G .                 *
      ****************************************************************
      *    RECORD THE TIMESTAMP AND RAW USER INPUT FOR A CRISIS      *
      *    PHRASE HIT SO IT CAN BE REVIEWED OUTSIDE OF THE SESSION.  *
      ****************************************************************

       0950-WRITE-ALERT-LOG.

           MOVE SPACES                 TO 930-ALERT-LOG-LINE
           MOVE FUNCTION CURRENT-DATE  TO AL-TIMESTAMP
           MOVE 200-USER-INPUT         TO AL-INPUT
           MOVE ELZ-CRISIS-TIER        TO AL-CRISIS-TIER
           IF 88-100-BATCH-MODE
               MOVE 930-ALERT-LOG-LINE TO ALERT-RUN-RECORD
               WRITE ALERT-RUN-RECORD
           ELSE
               MOVE 930-ALERT-LOG-LINE TO ALERT-LOG-RECORD
               WRITE ALERT-LOG-RECORD
           END-IF
           ADD 1                       TO 760-ALERT-COUNT
           ADD 1                       TO 750-CRISIS-ALERT-TURNS
           PERFORM 0960-POST-ALERT-CASE
           .

      ****************************************************************
      *  0 9 6 0 - P O S T - A L E R T - C A S E .                   *
      ****************************************************************
      *    POST THE SAME ALERT AS A TRIAGE CASE AT DISPOSITION NEW   *
      *    ON THE KEYED ALERTCASE FILE, SO A REVIEWER CAN PROVE IT   *
      *    WAS LOOKED AT (SEE ALERTCSE.CPY AND THE ELIZAALT          *
      *    WORKLIST), AND QUEUE A NURSE-STATION NOTIFICATION FOR IT  *
      *    SO A HUMAN HEARS ABOUT IT NOW (0965).  A DUPLICATE KEY    *
      *    MEANS A RESTARTED RUN IS REPLAYING A TURN IT HAD ALREADY  *
      *    COMMITTED -- THE CASE ALREADY ON FILE (AND ANY            *
      *    DISPOSITION A REVIEWER HAS MEANWHILE GIVEN IT) IS LEFT    *
      *    ALONE, AND NO SECOND NOTIFICATION IS QUEUED.              *
      ****************************************************************

       0960-POST-ALERT-CASE.

           OPEN I-O ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-OK
               MOVE 100-SESSION-ID     TO AC-SESSION-ID
               MOVE 750-CRISIS-ALERT-TURNS TO AC-ALERT-SEQ
               MOVE 100-CLIENT-ID      TO AC-CLIENT-ID
               MOVE AL-TIMESTAMP       TO AC-TIMESTAMP
               MOVE 200-USER-INPUT     TO AC-INPUT
               MOVE "NEW"              TO AC-DISPOSITION
               MOVE SPACES             TO AC-REVIEWER-INITIALS
               MOVE ZERO               TO AC-REVIEW-DATE
               MOVE AL-CRISIS-TIER     TO AC-CRISIS-TIER
               MOVE 1                  TO AC-NOTIFY-COUNT
               MOVE AL-TIMESTAMP       TO AC-LAST-NOTIFY-TIME
               MOVE SPACES             TO AC-ACK-BY
               MOVE SPACES             TO AC-ACK-TIMESTAMP
               WRITE ALERT-CASE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0965-QUEUE-NOTIFICATION
               END-WRITE
               CLOSE ALERT-CASE-FILE
           ELSE
               DISPLAY "WARNING: ALERT CASE FILE NOT AVAILABLE - "
                   "STATUS " 900-ALERT-CASE-STATUS
                   " - ALERT LOGGED BUT NOT POSTED FOR TRIAGE"
               PERFORM 0965-QUEUE-NOTIFICATION
           END-IF
           .

      ****************************************************************
      *  0 9 6 5 - Q U E U E - N O T I F I C A T I O N .             *
      ****************************************************************
      *    APPEND THE FIRST ("N") NOTIFICATION FOR THIS ALERT TO THE *
      *    NOTIFYQ FILE THE NURSE-STATION INTERFACE READS (SEE       *
      *    NTFOUT.CPY).  IT IS QUEUED ONLY FOR A CASE JUST WRITTEN,  *
      *    SO A RESTART REPLAYING A COMMITTED TURN DOES NOT PAGE     *
      *    THE WARD TWICE -- AND ALSO WHEN THE CASE FILE IS DOWN,    *
      *    BECAUSE A CRISIS MUST STILL REACH SOMEONE.  THE FILE IS   *
      *    OPENED AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON   *
      *    DISK BEFORE THE SESSION GOES ON.                          *
      ****************************************************************

       0965-QUEUE-NOTIFICATION.

           OPEN EXTEND NOTIFY-QUEUE-FILE
           IF 88-900-NOTIFY-QUEUE-OK
               MOVE SPACES             TO NOTIFY-QUEUE-RECORD
               SET 88-NQ-NEW-ALERT     TO TRUE
               MOVE 100-SESSION-ID     TO NQ-SESSION-ID
               MOVE 750-CRISIS-ALERT-TURNS TO NQ-ALERT-SEQ
               MOVE 1                  TO NQ-NOTIFY-SEQ
               MOVE 100-CLIENT-ID      TO NQ-CLIENT-ID
               MOVE AL-CRISIS-TIER     TO NQ-CRISIS-TIER
               MOVE FUNCTION CURRENT-DATE TO NQ-QUEUED-TIMESTAMP
               MOVE AL-TIMESTAMP       TO NQ-RAISED-TIMESTAMP
               MOVE 200-USER-INPUT     TO NQ-INPUT
               WRITE NOTIFY-QUEUE-RECORD
               CLOSE NOTIFY-QUEUE-FILE
           ELSE
               DISPLAY "WARNING: NOTIFICATION QUEUE NOT AVAILABLE - "
                   "STATUS " 900-NOTIFY-QUEUE-STATUS
                   " - NURSE STATION NOT NOTIFIED"
           END-IF
           .

      ****************************************************************
      *  0 9 7 0 - F E T C H - K E Y W O R D - T E X T .             *
      ****************************************************************
      *    ASK THE ENGINE FOR THE KEYWORD TEXT OF THE SLOT IN        *
      *    400-HOLD-500-K, FOR THE DRIVER-GENERATED TURNS (SIGN-     *
      *    OFF, NO-REPEAT) AND THE FREQUENCY REPORT.  THE ENGINE     *
      *    OWNS THE VOCABULARY, SO THE TEXT ALWAYS COMES FROM IT.    *
      ****************************************************************

       0970-FETCH-KEYWORD-TEXT.

           MOVE "GETKEYWD"             TO ELZ-FUNCTION
           MOVE 400-HOLD-500-K         TO ELZ-KEYWORD-SLOT
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           MOVE ELZ-KEYWORD-TEXT       TO 245-MATCHED-KEYWORD
           .

      ****************************************************************
      *    3 0 0 0 - B U I L D - K E Y W O R D - R E P L Y .         *
      ****************************************************************
      *    ONE CONVERSATION TURN THROUGH THE MATCHING-ENGINE         *
      *    SUBPROGRAM: THE RAW INPUT GOES IN, AND THE REPLY, THE     *
      *    MATCHED KEYWORD, AND THE TRANSLATED ECHO PHRASE COME      *
      *    BACK FOR THIS DRIVER TO ECHO, COUNT, AND LOG.             *
      ****************************************************************

       3000-BUILD-KEYWORD-REPLY.

           ADD +1                      TO 750-TOTAL-TURN-COUNT
           MOVE "REPLY"                TO ELZ-FUNCTION
           MOVE 200-USER-INPUT         TO ELZ-INPUT-TEXT
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           MOVE ELZ-REPLY-TEXT         TO 240-REPLY
           MOVE ELZ-TRANSLATED-INPUT   TO 230-TRANSLATED-INPUT
           MOVE ELZ-KEYWORD-SLOT       TO 400-HOLD-500-K
           MOVE ELZ-KEYWORD-TEXT       TO 245-MATCHED-KEYWORD
           SET 700-K                   TO 400-HOLD-500-K
           ADD +1                      TO 700-KEYWORD-HIT-COUNT (700-K)

           DISPLAY 240-REPLY

           PERFORM 3050-WRITE-EXTRACT-RECORD
           .

      ****************************************************************
      *    3 0 5 0 - W R I T E - E X T R A C T - R E C O R D .       *
      ****************************************************************
      *    ONE FIXED-WIDTH EXTRACT RECORD PER TURN, KEYED BY SESSION  *
      *    AND TURN NUMBER, SO QA CAN RECONSTRUCT A FULL CONVERSATION *
      *    FROM THE EXTRACT FILE ALONE.  CALLED FROM 3000 ON A        *
      *    KEYWORD-MATCHED TURN AND DIRECTLY FROM 0000-MAINLINE ON A  *
      *    REPEATED-INPUT OR SIGN-OFF TURN, WHERE 400-HOLD-500-K IS   *
      *    SET TO THE NOKEYFOUND SLOT BEFORE THIS IS CALLED.          *
      ****************************************************************

       3050-WRITE-EXTRACT-RECORD.

           MOVE SPACES                 TO 940-EXTRACT-LINE
           MOVE 100-SESSION-ID         TO EX-SESSION-ID
           MOVE 100-CLIENT-ID          TO EX-CLIENT-ID
           MOVE 750-TOTAL-TURN-COUNT   TO EX-TURN-NUMBER
           MOVE 245-MATCHED-KEYWORD    TO EX-KEYWORD
           MOVE 230-TRANSLATED-INPUT   TO EX-TRANSLATED-INPUT
           MOVE 240-REPLY              TO EX-REPLY
           IF 88-100-BATCH-MODE
               MOVE 940-EXTRACT-LINE   TO EXTRACT-RUN-RECORD
               WRITE EXTRACT-RUN-RECORD
           ELSE
               MOVE 940-EXTRACT-LINE   TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
           END-IF
           ADD 1                       TO 760-EXTRACT-COUNT
           ADD 1                       TO 750-EXTRACT-RECS
           .

      ****************************************************************
      *    3 9 0 0 - W R I T E - T R A N S C R I P T - R E C O R D . *
      ****************************************************************
      *    LOG THE RAW USER INPUT, THE KEYWORD THAT WAS HIT, AND THE *
      *    GENERATED REPLY TO THE TRANSCRIPT FILE SO THE SESSION CAN *
      *    BE RECONSTRUCTED LATER FOR QA REVIEW.                     *
      ****************************************************************

       3900-WRITE-TRANSCRIPT-RECORD.

           MOVE SPACES                 TO 910-TRANSCRIPT-LINE
           MOVE 200-USER-INPUT         TO TR-INPUT
           MOVE 245-MATCHED-KEYWORD    TO TR-KEYWORD
           MOVE 240-REPLY              TO TR-REPLY
           IF 88-100-BATCH-MODE
               MOVE 910-TRANSCRIPT-LINE TO TRANSCRIPT-RUN-RECORD
               WRITE TRANSCRIPT-RUN-RECORD
           ELSE
               MOVE 910-TRANSCRIPT-LINE TO TRANSCRIPT-RECORD
               WRITE TRANSCRIPT-RECORD
           END-IF
           ADD 1                       TO 760-TRANSCRIPT-COUNT
           ADD 1                       TO 750-TRANSCRIPT-RECS
           .

      ****************************************************************
      *    3 9 5 0 - W R I T E - P R I N T - R E C O R D .           *
      ****************************************************************
      *    IN BATCH MODE, ECHO THE TRANSACTION AND ITS MATCHED REPLY *
      *    TO THE PRINT FILE SO THE BACKLOG CAN BE REVIEWED OFFLINE. *
      ****************************************************************

       3950-WRITE-PRINT-RECORD.

           MOVE SPACES                 TO 920-PRINT-LINE
           MOVE 200-USER-INPUT         TO PR-INPUT
           MOVE 240-REPLY              TO PR-REPLY
           MOVE 920-PRINT-LINE         TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      ****************************************************************
      *    3 9 8 0 - U P D A T E - S E S S I O N - S T A T S .       *
      ****************************************************************
      *    TALLY THIS TURN INTO THE END-OF-SESSION SUMMARY: TOTAL    *
      *    TURNS, KEYWORD-HIT VS NOKEYFOUND, AND THE LONGEST INPUT.  *
      ****************************************************************

       3980-UPDATE-SESSION-STATS.

           IF 400-HOLD-500-K = 300-MAX-KEYWORD-ENTRIES
               ADD +1                  TO 750-NOKEYFOUND-TURNS
           ELSE
               ADD +1                  TO 750-KEYWORD-HIT-TURNS
           END-IF
           COMPUTE 750-WORK-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (200-USER-INPUT))
           IF 750-WORK-LEN > 750-LONGEST-INPUT-LEN
               MOVE 750-WORK-LEN       TO 750-LONGEST-INPUT-LEN
               MOVE 200-USER-INPUT     TO 750-LONGEST-INPUT
           END-IF
           .

      ****************************************************************
      *  8 0 0 0 - C L O S E - O U T - S E S S I O N .               *
      ****************************************************************
      *    FINISH THE CONVERSATION IN PROGRESS: WRITE THE GOODBYE    *
      *    SIGN-OFF RECORDS TO THE EXTRACT, TRANSCRIPT, AND PRINT    *
      *    FILES, THE CONTROL-TOTAL TRAILERS, THE SESSION SUMMARY,   *
      *    AND THE CLIENT MASTER UPDATE, SO EACH SESSION IN THE      *
      *    BATCH STREAM IS SEPARATELY ACCOUNTED FOR.  THE WHOLE      *
      *    CLOSE-OUT IS GUARDED BY THE SIGN-OFF FLAG SO A RESTART    *
      *    THAT REPLAYS AN ALREADY-CLOSED SESSION CANNOT POST ITS    *
      *    TRAILERS OR LIFETIME COUNTERS A SECOND TIME.  BATCH       *
      *    MODE ONLY -- THE PRINT FILE IS NOT OPEN OTHERWISE.        *
      ****************************************************************

       8000-CLOSE-OUT-SESSION.

           IF NOT 88-100-SIGNED-OFF
               MOVE SPACES             TO 200-USER-INPUT
               MOVE SPACES             TO 230-TRANSLATED-INPUT
               MOVE 600-GOODBYE-MESSAGE TO 240-REPLY
               SET 400-HOLD-500-K      TO 300-MAX-KEYWORD-ENTRIES
               PERFORM 0970-FETCH-KEYWORD-TEXT
               ADD +1                  TO 750-TOTAL-TURN-COUNT
               PERFORM 3050-WRITE-EXTRACT-RECORD
               PERFORM 3900-WRITE-TRANSCRIPT-RECORD
               PERFORM 3950-WRITE-PRINT-RECORD
               PERFORM 3980-UPDATE-SESSION-STATS
               PERFORM 8300-WRITE-SESSION-TRAILERS
               PERFORM 9160-PRINT-SESSION-SUMMARY
               PERFORM 8200-UPDATE-CLIENT-MASTER
               PERFORM 8250-SAVE-CLIENT-MEMORY
               SET 88-100-SIGNED-OFF   TO TRUE
           END-IF
           .

      ****************************************************************
      *  8 1 0 0 - R E S E T - S E S S I O N .                       *
      ****************************************************************
      *    CLEAR ALL PER-SESSION STATE AND ASSIGN A FRESH SESSION    *
      *    ID: THE TIMESTAMP TO THE HOUR PLUS A FOUR-DIGIT           *
      *    SEQUENCE, SO A BATCH STREAM OF THOUSANDS OF SESSIONS      *
      *    CANNOT WRAP THE SEQUENCE WITHIN THE SAME CLOCK READING    *
      *    AND REUSE AN ID.  THE SEQUENCE ALSO CARRIES FORWARD       *
      *    ACROSS RUNS THROUGH THE RUN CHECKPOINT (SEE 0090), SO     *
      *    TWO RUNS IN THE SAME HOUR CANNOT COLLIDE EITHER.  A       *
      *    WRAP PAST 9999 IS CALLED OUT TO THE OPERATOR RATHER       *
      *    THAN LEFT TO COLLIDE SILENTLY.                            *
      *    PERFORMED AT STARTUP AND AT EVERY SESSION BOUNDARY.       *
      ****************************************************************

       8100-RESET-SESSION.

           ADD 1                       TO 100-SESSION-SEQ
           IF 100-SESSION-SEQ = ZERO
               DISPLAY "WARNING: SESSION SEQUENCE WRAPPED PAST "
                   "9999 - SESSION IDS MAY REPEAT WITHIN THE HOUR"
           END-IF
           MOVE SPACES                 TO 100-SESSION-ID
           STRING FUNCTION CURRENT-DATE (1:10)
                  100-SESSION-SEQ
                  DELIMITED BY SIZE    INTO 100-SESSION-ID
           MOVE SPACES                 TO 220-LAST-USER-INPUT
           MOVE SPACE                  TO 100-SIGNOFF-FLAG
           INITIALIZE 700-KEYWORD-STATS
           INITIALIZE 750-SESSION-STATS
           MOVE "NEWSESS"              TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  8 2 0 0 - U P D A T E - C L I E N T - M A S T E R .         *
      ****************************************************************
      *    ROLL THE FINISHED SESSION INTO THE CLIENT'S LIFETIME      *
      *    COUNTERS -- SESSIONS, TURNS, CRISIS ALERTS, AND THE       *
      *    LAST-SEEN DATE.  ANONYMOUS SESSIONS (BLANK CLIENT ID)     *
      *    HAVE NOTHING TO UPDATE.                                   *
      ****************************************************************

       8200-UPDATE-CLIENT-MASTER.

           IF 100-CLIENT-ID NOT = SPACES
               OPEN I-O CLIENT-MASTER-FILE
               IF 88-900-CLIENT-MASTER-OK
                   MOVE 100-CLIENT-ID  TO CM-CLIENT-ID
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "WARNING: CLIENT " 100-CLIENT-ID
                               " NOT ON MASTER AT SIGN-OFF"
                       NOT INVALID KEY
                           ADD 1       TO CM-LIFETIME-SESSIONS
                           ADD 750-TOTAL-TURN-COUNT
                                       TO CM-LIFETIME-TURNS
                           ADD 750-CRISIS-ALERT-TURNS
                                       TO CM-CRISIS-ALERT-COUNT
                           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO CM-LAST-SEEN-DATE
                           REWRITE CLIENT-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: CLIENT MASTER "
                                       "REWRITE FAILED FOR "
                                       100-CLIENT-ID
                           END-REWRITE
                   END-READ
                   CLOSE CLIENT-MASTER-FILE
               ELSE
                   DISPLAY "WARNING: CLIENT MASTER NOT AVAILABLE - "
                       "STATUS " 900-CLIENT-MASTER-STATUS
                       " - LIFETIME COUNTERS NOT UPDATED"
               END-IF
           END-IF
           .

      ****************************************************************
      *  8 3 0 0 - W R I T E - S E S S I O N - T R A I L E R S .     *
      ****************************************************************
      *    WRITE THE SESSION'S CONTROL-TOTAL TRAILER TO THE          *
      *    TRANSCRIPT, EXTRACT, AND ALERT LOG FILES.  THE COUNTS     *
      *    ARE DETAIL RECORDS ONLY -- THE TRAILERS THEMSELVES ARE    *
      *    NOT COUNTED -- BUT THE RUN-FILE COUNTERS USED BY THE      *
      *    RUN CHECKPOINT MUST INCLUDE THEM OR A RESTART WOULD       *
      *    TRIM THEM AWAY.                                           *
      ****************************************************************

       8300-WRITE-SESSION-TRAILERS.

           MOVE 100-SESSION-ID         TO TL-SESSION-ID
           MOVE 100-CLIENT-ID          TO TL-CLIENT-ID
           MOVE 100-PERSONA-CODE       TO TL-PERSONA-CODE
           MOVE 750-TRANSCRIPT-RECS    TO TL-TRANSCRIPT-COUNT
           MOVE 750-EXTRACT-RECS       TO TL-EXTRACT-COUNT
           MOVE 750-KEYWORD-HIT-TURNS  TO TL-KEYWORD-HIT-TURNS
           MOVE 750-NOKEYFOUND-TURNS   TO TL-NOKEYFOUND-TURNS
           MOVE 750-CRISIS-ALERT-TURNS TO TL-ALERT-COUNT
           IF 88-100-BATCH-MODE
               MOVE 945-TRAILER-LINE   TO TRANSCRIPT-RUN-RECORD
               WRITE TRANSCRIPT-RUN-RECORD
               MOVE 945-TRAILER-LINE   TO EXTRACT-RUN-RECORD
               WRITE EXTRACT-RUN-RECORD
               MOVE 945-TRAILER-LINE   TO ALERT-RUN-RECORD
               WRITE ALERT-RUN-RECORD
           ELSE
               MOVE 945-TRAILER-LINE   TO TRANSCRIPT-RECORD
               WRITE TRANSCRIPT-RECORD
               MOVE 945-TRAILER-LINE   TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               MOVE 945-TRAILER-LINE   TO ALERT-LOG-RECORD
               WRITE ALERT-LOG-RECORD
           END-IF
           ADD 1                       TO 760-TRANSCRIPT-COUNT
           ADD 1                       TO 760-EXTRACT-COUNT
           ADD 1                       TO 760-ALERT-COUNT
           .

      ****************************************************************
      *  9 1 6 0 - P R I N T - S E S S I O N - S U M M A R Y .       *
      ****************************************************************
      *    THE SAME FIGURES AS THE 9150 CONSOLE SUMMARY, WRITTEN TO  *
      *    THE PRINT FILE UNDER THE SESSION ID SO EVERY SESSION IN   *
      *    A MULTI-SESSION BATCH STREAM GETS ITS OWN SUMMARY.        *
      ****************************************************************

       9160-PRINT-SESSION-SUMMARY.

           MOVE SPACES                 TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "Session Summary  : " TO SU-LABEL
           MOVE 100-SESSION-ID         TO SU-VALUE
           MOVE 950-SUMMARY-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "Total turns      : " TO SU-LABEL
           MOVE 750-TOTAL-TURN-COUNT   TO 955-SUMMARY-COUNT
           MOVE 955-SUMMARY-COUNT      TO SU-VALUE
           MOVE 950-SUMMARY-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "Keyword hits     : " TO SU-LABEL
           MOVE 750-KEYWORD-HIT-TURNS  TO 955-SUMMARY-COUNT
           MOVE 955-SUMMARY-COUNT      TO SU-VALUE
           MOVE 950-SUMMARY-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "NOKEYFOUND turns : " TO SU-LABEL
           MOVE 750-NOKEYFOUND-TURNS   TO 955-SUMMARY-COUNT
           MOVE 955-SUMMARY-COUNT      TO SU-VALUE
           MOVE 950-SUMMARY-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE "Longest input    : " TO SU-LABEL
           MOVE 750-LONGEST-INPUT      TO SU-VALUE
           MOVE 950-SUMMARY-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES                 TO PRINT-RECORD
           WRITE PRINT-RECORD
           .

      ****************************************************************
      *  9 1 0 0 - D I S P L A Y - K E Y W O R D - F R E Q U E N C Y *
      *  - R E P O R T .                                             *
      ****************************************************************
      *    SHOW HOW MANY TIMES EACH KEYWORD TABLE ENTRY WAS HIT      *
      *    DURING THE RUN, INCLUDING THE NOKEYFOUND CATCH-ALL, SO    *
      *    WE CAN TELL WHICH ENTRIES ARE PULLING THEIR WEIGHT.       *
      *    SLOTS THE PERSONA DOES NOT USE ARE LEFT OFF.              *
      ****************************************************************

       9100-DISPLAY-KEYWORD-FREQUENCY-REPORT.

           DISPLAY SPACE
           DISPLAY "Keyword Hit Frequency Report"
           DISPLAY "----------------------------"
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               MOVE 400-SUB             TO 400-HOLD-500-K
               PERFORM 0970-FETCH-KEYWORD-TEXT
               SET 700-K                TO 400-SUB
               IF 245-MATCHED-KEYWORD NOT = SPACES
                   DISPLAY 245-MATCHED-KEYWORD "  "
                           700-KEYWORD-HIT-COUNT (700-K)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  9 1 5 0 - D I S P L A Y - S E S S I O N - S U M M A R Y .   *
      ****************************************************************
      *    SHOW HOW THE SESSION WENT OVERALL: TOTAL TURNS, HOW MANY  *
      *    HIT A REAL KEYWORD VERSUS FELL THROUGH TO NOKEYFOUND, AND *
      *    THE SINGLE LONGEST USER INPUT OF THE SESSION.             *
      ****************************************************************

       9150-DISPLAY-SESSION-SUMMARY.

           DISPLAY SPACE
           DISPLAY "Session Summary"
           DISPLAY "---------------"
           DISPLAY "Total turns      : " 750-TOTAL-TURN-COUNT
           DISPLAY "Keyword hits     : " 750-KEYWORD-HIT-TURNS
           DISPLAY "NOKEYFOUND turns : " 750-NOKEYFOUND-TURNS
           DISPLAY "Longest input    : " 750-LONGEST-INPUT
           .

      ****************************************************************
      *  9 2 0 0 - S A V E - R E P L Y - C H E C K P O I N T .       *
      ****************************************************************
      *    WRITE OUT THE CURRENT REPLY ROUND-ROBIN POINTERS SO THE   *
      *    NEXT RUN CAN PICK UP THE ROTATION WHERE THIS ONE LEFT IT. *
      ****************************************************************

       9200-SAVE-REPLY-CHECKPOINT.

           PERFORM 0075-GET-ENGINE-STATE
           OPEN OUTPUT REPLY-CKPT-FILE
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               MOVE ELZ-REPLY-LAST-USED (400-SUB)
                                       TO REPLY-CKPT-RECORD
               WRITE REPLY-CKPT-RECORD
           END-PERFORM
           CLOSE REPLY-CKPT-FILE
           .

      ****************************************************************
      *  9 3 0 0 - T A K E - R U N - C H E C K P O I N T .           *
      ****************************************************************
      *    REWRITE THE RUN CHECKPOINT WITH STATUS "I" AND THE        *
      *    COMPLETE RUN STATE AS OF THE TURN JUST FINISHED.  TAKEN   *
      *    EVERY 300-CKPT-INTERVAL BATCH TURNS, AFTER THE TURN'S     *
      *    OUTPUT RECORDS ARE ALL WRITTEN, SO A RERUN THAT RESTARTS  *
      *    HERE REPRODUCES EXACTLY THE FILES A CLEAN RUN WOULD       *
      *    HAVE PRODUCED.                                            *
      ****************************************************************

       9300-TAKE-RUN-CHECKPOINT.

           PERFORM 9310-CHECK-OPERATOR-STOP
           MOVE ZERO                   TO 760-TURNS-SINCE-CKPT
           PERFORM 0075-GET-ENGINE-STATE
      ****************************************************************
      *    CLOSE AND REOPEN THE OUTPUT FILES SO EVERY RECORD THE     *
      *    CHECKPOINT CLAIMS IS PHYSICALLY ON DISK BEFORE THE        *
      *    CHECKPOINT SAYS SO -- OTHERWISE A CRASH COULD LOSE        *
      *    BUFFERED RECORDS THE RESTART WOULD THEN NEVER REWRITE.    *
      ****************************************************************
           CLOSE TRANSCRIPT-RUN-FILE
           CLOSE EXTRACT-RUN-FILE
           CLOSE ALERT-RUN-FILE
           OPEN EXTEND TRANSCRIPT-RUN-FILE
           OPEN EXTEND EXTRACT-RUN-FILE
           OPEN EXTEND ALERT-RUN-FILE
           OPEN OUTPUT RUN-CKPT-FILE
           MOVE "I"                    TO CK-STATUS
           MOVE 760-TRANS-READ-COUNT   TO CK-TRANS-READ
           MOVE 760-TRANSCRIPT-COUNT   TO CK-TRANSCRIPT-COUNT
           MOVE 760-EXTRACT-COUNT      TO CK-EXTRACT-COUNT
           MOVE 760-ALERT-COUNT        TO CK-ALERT-COUNT
           MOVE 100-SESSION-ID         TO CK-SESSION-ID
           MOVE 100-SESSION-SEQ        TO CK-SESSION-SEQ
           MOVE 100-CLIENT-ID          TO CK-CLIENT-ID
           MOVE 100-PERSONA-CODE       TO CK-PERSONA-CODE
           MOVE 100-SIGNOFF-FLAG       TO CK-SIGNOFF-FLAG
           MOVE 960-RUN-CKPT-HEADER    TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           MOVE 750-TOTAL-TURN-COUNT   TO CK-TOTAL-TURNS
           MOVE 750-KEYWORD-HIT-TURNS  TO CK-KEYWORD-HIT-TURNS
           MOVE 750-NOKEYFOUND-TURNS   TO CK-NOKEYFOUND-TURNS
           MOVE 750-LONGEST-INPUT-LEN  TO CK-LONGEST-INPUT-LEN
           MOVE 750-CRISIS-ALERT-TURNS TO CK-CRISIS-ALERTS
           MOVE 750-TRANSCRIPT-RECS    TO CK-TRANSCRIPT-RECS
           MOVE 750-EXTRACT-RECS       TO CK-EXTRACT-RECS
           MOVE ELZ-MEMORY-COUNT       TO CK-MEMORY-COUNT
           MOVE ELZ-MEMORY-STORE-NEXT  TO CK-MEMORY-STORE-NEXT
           MOVE ELZ-MEMORY-LAST-USED   TO CK-MEMORY-LAST-USED
           MOVE 965-RUN-CKPT-STATS     TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           MOVE 750-LONGEST-INPUT      TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           MOVE 220-LAST-USER-INPUT    TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           PERFORM VARYING 700-K FROM +1 BY +1
                   UNTIL 700-K > 300-MAX-KEYWORD-ENTRIES
               MOVE 700-KEYWORD-HIT-COUNT (700-K) TO 970-CKPT-VALUE
               MOVE 970-CKPT-VALUE     TO RUN-CKPT-RECORD
               WRITE RUN-CKPT-RECORD
           END-PERFORM
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               MOVE ELZ-REPLY-LAST-USED (400-SUB)
                                       TO RUN-CKPT-RECORD
               WRITE RUN-CKPT-RECORD
           END-PERFORM
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-MEMORY-ENTRIES
               MOVE ELZ-MEMORY-PHRASE (400-SUB)
                                       TO RUN-CKPT-RECORD
               WRITE RUN-CKPT-RECORD
           END-PERFORM
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  9 3 1 0 - C H E C K - O P E R A T O R - S T O P .           *
      ****************************************************************
      *    LOOK FOR AN OPERATOR STOP REQUEST ON THE OPERCTL FILE     *
      *    (FIRST RECORD BEGINNING "STOP").  CHECKED AT EVERY RUN    *
      *    CHECKPOINT AND AT EVERY SESSION BOUNDARY, SO A DRAIN IS   *
      *    NOTICED WITHIN ONE CHECKPOINT INTERVAL; THE RUN THEN      *
      *    FINISHES THE SESSION IN PROGRESS AND CLOSES OUT           *
      *    CLEANLY INSTEAD OF BEING KILLED INTO RESTART MODE.        *
      ****************************************************************

       9310-CHECK-OPERATOR-STOP.

           IF NOT 88-100-DRAIN-REQUESTED
               OPEN INPUT OPER-CTL-FILE
               IF 88-900-OPER-CTL-PRESENT
                   READ OPER-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OPER-CTL-RECORD (1:4) = "STOP"
                               SET 88-100-DRAIN-REQUESTED TO TRUE
                               DISPLAY "OPERATOR STOP REQUESTED - "
                                   "RUN WILL DRAIN AT THE END OF "
                                   "THE CURRENT SESSION"
                           END-IF
                   END-READ
               END-IF
               CLOSE OPER-CTL-FILE
           END-IF
           .

      ****************************************************************
      *  9 3 3 0 - M A R K - R U N - P O S T I N G .                 *
      ****************************************************************
      *    THE RUN'S TURNS ARE ALL DONE AND ITS RUN-LOCAL OUTPUT     *
      *    IS ABOUT TO BE POSTED ONTO THE MASTERS.  STATUS "A" ON    *
      *    THE CHECKPOINT MARKS THAT WINDOW ("B" FOR A DRAINED       *
      *    RUN, SO THE DRAIN'S RESUME POSITION SURVIVES A CRASH      *
      *    HERE), AND A CRASH DURING THE POSTING IS DETECTED BY      *
      *    THE NEXT RUN AND THE POSTING REDONE RATHER THAN LOST.     *
      ****************************************************************

       9330-MARK-RUN-POSTING.

           OPEN OUTPUT RUN-CKPT-FILE
           IF 88-100-DRAIN-STOPPED
               MOVE "B"                TO CK-STATUS
           ELSE
               MOVE "A"                TO CK-STATUS
           END-IF
           MOVE 760-TRANS-READ-COUNT   TO CK-TRANS-READ
           MOVE 760-TRANSCRIPT-COUNT   TO CK-TRANSCRIPT-COUNT
           MOVE 760-EXTRACT-COUNT      TO CK-EXTRACT-COUNT
           MOVE 760-ALERT-COUNT        TO CK-ALERT-COUNT
           MOVE 100-SESSION-ID         TO CK-SESSION-ID
           MOVE 100-SESSION-SEQ        TO CK-SESSION-SEQ
           MOVE 100-CLIENT-ID          TO CK-CLIENT-ID
           MOVE 100-PERSONA-CODE       TO CK-PERSONA-CODE
           MOVE 100-SIGNOFF-FLAG       TO CK-SIGNOFF-FLAG
           MOVE 960-RUN-CKPT-HEADER    TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  9 3 4 5 - P O S T - R U N - O U T P U T .                   *
      ****************************************************************
      *    APPEND THE RUN-LOCAL TRANSCRIPT, EXTRACT, AND ALERT LOG   *
      *    FILES ONTO THE ACCUMULATED MASTERS.  THIS IS THE ONLY     *
      *    TIME THE BATCH RUN TOUCHES THE MASTERS, AND IT COSTS      *
      *    ONE PASS OVER THE RUN'S OWN RECORDS, NOT OVER THE         *
      *    MASTERS.  THE RUN FILES ARE LEFT IN PLACE; THE NEXT       *
      *    FRESH BATCH START REUSES THEM FROM EMPTY.                 *
      ****************************************************************

       9345-POST-RUN-OUTPUT.

           PERFORM 9346-POST-TRANSCRIPT-RUN
           PERFORM 9347-POST-EXTRACT-RUN
           PERFORM 9348-POST-ALERT-RUN
           .

       9346-POST-TRANSCRIPT-RUN.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT TRANSCRIPT-RUN-FILE
           IF 88-900-TRANSCRIPT-RUN-OK
               OPEN EXTEND TRANSCRIPT-FILE
               IF NOT 88-900-TRANSCRIPT-OK
                   OPEN OUTPUT TRANSCRIPT-FILE
               END-IF
               PERFORM UNTIL 88-100-TRIM-EOF
                   READ TRANSCRIPT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSCRIPT-RUN-RECORD
                                       TO TRANSCRIPT-RECORD
                           WRITE TRANSCRIPT-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF
           CLOSE TRANSCRIPT-RUN-FILE
           .

       9347-POST-EXTRACT-RUN.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT EXTRACT-RUN-FILE
           IF 88-900-EXTRACT-RUN-OK
               OPEN EXTEND EXTRACT-FILE
               IF NOT 88-900-EXTRACT-OK
                   OPEN OUTPUT EXTRACT-FILE
               END-IF
               PERFORM UNTIL 88-100-TRIM-EOF
                   READ EXTRACT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE EXTRACT-RUN-RECORD TO EXTRACT-RECORD
                           WRITE EXTRACT-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF
           CLOSE EXTRACT-RUN-FILE
           .

       9348-POST-ALERT-RUN.

           MOVE SPACE                  TO 100-TRIM-EOF-FLAG
           OPEN INPUT ALERT-RUN-FILE
           IF 88-900-ALERT-RUN-OK
               OPEN EXTEND ALERT-LOG-FILE
               IF NOT 88-900-ALERT-LOG-OK
                   OPEN OUTPUT ALERT-LOG-FILE
               END-IF
               PERFORM UNTIL 88-100-TRIM-EOF
                   READ ALERT-RUN-FILE
                       AT END
                           SET 88-100-TRIM-EOF TO TRUE
                       NOT AT END
                           MOVE ALERT-RUN-RECORD TO ALERT-LOG-RECORD
                           WRITE ALERT-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE ALERT-LOG-FILE
           END-IF
           CLOSE ALERT-RUN-FILE
           .

      ****************************************************************
      *  9 3 5 0 - M A R K - R U N - C O M P L E T E .               *
      ****************************************************************
      *    AT CLEAN END OF A RUN, REWRITE THE RUN CHECKPOINT WITH    *
      *    STATUS "C" SO THE NEXT BATCH RUN STARTS FRESH INSTEAD OF  *
      *    RESTARTING, AND SO THE SESSION SEQUENCE CARRIES FORWARD   *
      *    TO THE NEXT RUN IN EITHER MODE.  A RUN DRAINED BY         *
      *    OPERATOR REQUEST IS MARKED "D" INSTEAD, WITH THE          *
      *    TRANSACTIONS POSITION IN CK-TRANS-READ, SO THE NEXT       *
      *    BATCH RUN RESUMES THE REMAINING QUEUED SESSIONS.  THE     *
      *    FINAL COUNTS ARE KEPT IN THE RECORD FOR THE OPERATOR'S    *
      *    REFERENCE.                                                *
      ****************************************************************

       9350-MARK-RUN-COMPLETE.

           OPEN OUTPUT RUN-CKPT-FILE
           IF 88-100-DRAIN-STOPPED
               MOVE "D"                TO CK-STATUS
           ELSE
               MOVE "C"                TO CK-STATUS
           END-IF
           MOVE 760-TRANS-READ-COUNT   TO CK-TRANS-READ
           MOVE 760-TRANSCRIPT-COUNT   TO CK-TRANSCRIPT-COUNT
           MOVE 760-EXTRACT-COUNT      TO CK-EXTRACT-COUNT
           MOVE 760-ALERT-COUNT        TO CK-ALERT-COUNT
           MOVE 100-SESSION-ID         TO CK-SESSION-ID
           MOVE 100-SESSION-SEQ        TO CK-SESSION-SEQ
           MOVE 100-CLIENT-ID          TO CK-CLIENT-ID
           MOVE 100-PERSONA-CODE       TO CK-PERSONA-CODE
           MOVE 100-SIGNOFF-FLAG       TO CK-SIGNOFF-FLAG
           MOVE 960-RUN-CKPT-HEADER    TO RUN-CKPT-RECORD
           WRITE RUN-CKPT-RECORD
           CLOSE RUN-CKPT-FILE
           .


      ****************************************************************
      *  8 1 5 0 - L O A D - C L I E N T - M E M O R Y .             *
      ****************************************************************
      *    A REGISTERED CLIENT IS SIGNING ON.  IF A SAVED MEMORY     *
      *    RECORD EXISTS FOR THE CLIENT, PUSH ITS PHRASES INTO THE   *
      *    ENGINE THROUGH SETSTATE -- AFTER NEWSESS HAS WIPED THE    *
      *    PREVIOUS SESSION'S MEMORY, SO THE TWO NEVER MIX.  AN      *
      *    ANONYMOUS SESSION (BLANK CLIENT ID) LOADS NOTHING AND    *
      *    STAYS SESSION-ONLY, EXACTLY AS BEFORE.                    *
      ****************************************************************

       8150-LOAD-CLIENT-MEMORY.

           IF 100-CLIENT-ID NOT = SPACES
               OPEN INPUT CLIENT-MEMORY-FILE
               IF 88-900-CLIENT-MEMORY-OK
                   MOVE 100-CLIENT-ID  TO MR-CLIENT-ID
                   READ CLIENT-MEMORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0075-GET-ENGINE-STATE
                           MOVE MR-MEMORY-COUNT
                                       TO ELZ-MEMORY-COUNT
                           MOVE MR-MEMORY-STORE-NEXT
                                       TO ELZ-MEMORY-STORE-NEXT
                           MOVE MR-MEMORY-LAST-USED
                                       TO ELZ-MEMORY-LAST-USED
                           PERFORM VARYING 400-SUB FROM +1 BY +1
                                   UNTIL 400-SUB >
                                       300-MAX-MEMORY-ENTRIES
                               MOVE MR-MEMORY-PHRASE (400-SUB)
                                   TO ELZ-MEMORY-PHRASE (400-SUB)
                           END-PERFORM
                           PERFORM 0076-SET-ENGINE-STATE
                   END-READ
                   CLOSE CLIENT-MEMORY-FILE
               ELSE
                   CLOSE CLIENT-MEMORY-FILE
               END-IF
           END-IF
           .

      ****************************************************************
      *  8 2 5 0 - S A V E - C L I E N T - M E M O R Y .             *
      ****************************************************************
      *    AT SESSION CLOSE FOR A REGISTERED CLIENT, PULL THE        *
      *    ENGINE'S MEMORY PHRASES THROUGH GETSTATE AND PUT THEM     *
      *    ON THE KEYED FILE, SO THE NEXT SIGN-ON FINDS THEM.        *
      ****************************************************************

       8250-SAVE-CLIENT-MEMORY.

           IF 100-CLIENT-ID NOT = SPACES
               PERFORM 0075-GET-ENGINE-STATE
               OPEN I-O CLIENT-MEMORY-FILE
               IF 88-900-CLIENT-MEMORY-OK
                   MOVE 100-CLIENT-ID  TO MR-CLIENT-ID
                   MOVE ELZ-MEMORY-COUNT TO MR-MEMORY-COUNT
                   MOVE ELZ-MEMORY-STORE-NEXT
                                       TO MR-MEMORY-STORE-NEXT
                   MOVE ELZ-MEMORY-LAST-USED
                                       TO MR-MEMORY-LAST-USED
                   PERFORM VARYING 400-SUB FROM +1 BY +1
                           UNTIL 400-SUB > 300-MAX-MEMORY-ENTRIES
                       MOVE ELZ-MEMORY-PHRASE (400-SUB)
                                       TO MR-MEMORY-PHRASE (400-SUB)
                   END-PERFORM
                   WRITE CLIENT-MEMORY-RECORD
                       INVALID KEY
                           REWRITE CLIENT-MEMORY-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: CLIENT MEMORY "
                                       "SAVE FAILED FOR "
                                       100-CLIENT-ID
                           END-REWRITE
                   END-WRITE
                   CLOSE CLIENT-MEMORY-FILE
               ELSE
                   DISPLAY "WARNING: CLIENT MEMORY FILE NOT "
                       "AVAILABLE - STATUS "
                       900-CLIENT-MEMORY-STATUS
                       " - REMEMBERED FACTS NOT SAVED"
                   CLOSE CLIENT-MEMORY-FILE
               END-IF
           END-IF
           .

      ****************************************************************
      *    9 9 0 0 - L O G - R U N - E N D .                         *
      ****************************************************************
      *    AT THE END OF A BATCH RUN, THE RETURN CODE AND KEY        *
      *    COUNTS GO ON THE RUN-CONTROL LEDGER FOR THE STEPS THAT    *
      *    FOLLOW AND THE MORNING STATUS REPORT.                     *
      *    THE CALL RESETS RETURN-CODE, SO THE JOB'S OWN IS PUT      *
      *    BACK AFTER IT FOR THE SCHEDULER.                          *
      ****************************************************************

       9900-LOG-RUN-END.

           SET 88-LDG-FN-END           TO TRUE
           MOVE RETURN-CODE            TO LDG-JOB-RETURN-CODE
           MOVE RETURN-CODE            TO 400-SAVED-RETURN-CODE
           MOVE "TRANS READ"           TO LDG-COUNT-LABEL (1)
           MOVE 760-TRANS-READ-COUNT   TO LDG-COUNT (1)
           MOVE "TRANSCRIPT"           TO LDG-COUNT-LABEL (2)
           MOVE 760-TRANSCRIPT-COUNT   TO LDG-COUNT (2)
           MOVE "ALERTS"               TO LDG-COUNT-LABEL (3)
           MOVE 760-ALERT-COUNT        TO LDG-COUNT (3)
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZA: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZA.
