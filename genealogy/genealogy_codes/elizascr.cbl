       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZASCR.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZASCR -- INTAKE-DESK SCREEN FRONT-END FOR WALK-IN      *
      *    SESSIONS.                                                 *
      *                                                              *
      *    THE DESK CLERK KEYS THE CLIENT ID ON A FORMATTED SCREEN   *
      *    AND SEES THE CLIENT'S NAME, LAST-SEEN DATE, AND CRISIS    *
      *    ALERT COUNT FROM THE CLIENT MASTER BEFORE CONFIRMING,     *
      *    SO THE RIGHT PERSON IS REGISTERED BEFORE THE SESSION      *
      *    STARTS -- NO MORE TYPING IDS BLIND AT A CONSOLE PROMPT.   *
      *    A BLANK CLIENT ID IS AN ANONYMOUS WALK-IN, EXACTLY AS     *
      *    IN THE CONSOLE DIALOG PROGRAM.                            *
      *                                                              *
      *    ONCE CONFIRMED, THE CONVERSATION RUNS THROUGH THE         *
      *    ELIZAENG REPLY FUNCTION (SEE ELZCOMM.CPY) WITH THE        *
      *    DIALOG ON SCREEN, AND EVERY TURN IS LOGGED TO THE SAME    *
      *    TRANSCRIPT AND EXTRACT FILES, UNDER A PROPER SESSION ID   *
      *    AND CLOSED WITH THE SAME CONTROL-TOTAL TRAILERS, AS THE   *
      *    BATCH/CONSOLE DRIVER WRITES -- SO THE RECONCILIATION      *
      *    AND REPORTING JOBS SEE DESK TRAFFIC LIKE ANY OTHER        *
      *    SESSION.  THE CLERK CLOSES THE DESK WITH "X" AT THE       *
      *    CONFIRM FIELD.                                            *
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

       DATA DIVISION.

       FILE SECTION.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD               PIC X(202).

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

       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD                PIC X(132).

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  NOTIFY-QUEUE-FILE.

       COPY NTFOUT.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-DESK-CLOSED-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-DESK-CLOSED                  VALUE "Y".
           05  100-CONFIRMED-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-CLIENT-CONFIRMED            VALUE "Y".
           05  100-VERIFIED-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-CLIENT-VERIFIED              VALUE "Y".
           05  100-SESSION-DONE-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-SESSION-DONE                 VALUE "Y".
           05  100-REPLY-CKPT-EOF-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-REPLY-CKPT-EOF               VALUE "Y".
           05  100-RUN-CKPT-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-EOF                 VALUE "Y".
           05  100-RUN-CKPT-PENDING-FLAG   PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-PENDING             VALUE "Y".
           05  100-PERSONA-CODE            PIC X(04)   VALUE "THER".
               88  88-100-PERSONA-THERAPIST            VALUE "THER".
               88  88-100-PERSONA-CAREER               VALUE "CRER".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-SESSION-ID              PIC X(14)  VALUE SPACES.
           05  100-SESSION-SEQ             PIC 9(04)  VALUE ZERO.
           05  100-CLIENT-ID               PIC X(08)  VALUE SPACES.

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

       01  400-PROGRAM-COUNTERS.
           05  400-HOLD-500-K              PIC S9(4)   COMP VALUE +0.
           05  400-SUB                     PIC S9(4)   COMP VALUE ZERO.

       01  600-PROGRAM-MESSAGES.
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

      ****************************************************************
      *    INTAKE SCREEN WORK FIELDS.  650-VERIFIED-ID REMEMBERS     *
      *    WHICH CLIENT ID THE DETAIL FIELDS ON SCREEN WERE LOOKED   *
      *    UP FOR, SO A "Y" KEYED IN THE SAME PASS AS A CHANGED ID   *
      *    CANNOT CONFIRM DETAILS THE CLERK NEVER SAW.               *
      ****************************************************************

       01  650-SCREEN-FIELDS.
           05  650-ENTRY-CLIENT-ID         PIC X(08)   VALUE SPACES.
           05  650-ENTRY-PERSONA           PIC X(04)   VALUE SPACES.
           05  650-ENTRY-CONFIRM           PIC X(01)   VALUE SPACE.
           05  650-SHOW-NAME               PIC X(30)   VALUE SPACES.
           05  650-SHOW-LAST-SEEN          PIC X(08)   VALUE SPACES.
           05  650-SHOW-ALERTS             PIC ZZZZ9.
           05  650-SCREEN-MESSAGE          PIC X(60)   VALUE SPACES.
           05  650-VERIFIED-ID             PIC X(08)   VALUE SPACES.

       01  750-SESSION-STATS.
           05  750-TOTAL-TURN-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  750-KEYWORD-HIT-TURNS       PIC 9(05) COMP VALUE ZERO.
           05  750-NOKEYFOUND-TURNS        PIC 9(05) COMP VALUE ZERO.
           05  750-CRISIS-ALERT-TURNS      PIC 9(05) COMP VALUE ZERO.
           05  750-TRANSCRIPT-RECS         PIC 9(05) COMP VALUE ZERO.
           05  750-EXTRACT-RECS            PIC 9(05) COMP VALUE ZERO.

       01  900-FILE-STATUS-FIELDS.
           05  900-TRANSCRIPT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-TRANSCRIPT-OK                VALUE "00".
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
           05  900-ALERT-LOG-STATUS        PIC X(02)   VALUE "00".
               88  88-900-ALERT-LOG-OK                 VALUE "00".
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-OK           VALUE "00" "05".
           05  900-NOTIFY-QUEUE-STATUS     PIC X(02)   VALUE "00".
               88  88-900-NOTIFY-QUEUE-OK         VALUE "00" "05".
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-OK                   VALUE "00".

       01  910-TRANSCRIPT-LINE.
           05  FILLER                      PIC X(07)   VALUE "INPUT: ".
           05  TR-INPUT                    PIC X(80).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(09) VALUE "KEYWORD: ".
           05  TR-KEYWORD                  PIC X(14).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(07)   VALUE "REPLY: ".
           05  TR-REPLY                    PIC X(79).

       01  930-ALERT-LOG-LINE.
           05  FILLER                  PIC X(11) VALUE "ALERT TIME:".
           05  AL-TIMESTAMP                PIC X(21).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(07)   VALUE "INPUT: ".
           05  AL-INPUT                    PIC X(80).
           05  FILLER                      PIC X(03)   VALUE " | ".
           05  FILLER                      PIC X(06)   VALUE "TIER: ".
           05  AL-CRISIS-TIER              PIC X(01).

      ****************************************************************
      *    RUN CHECKPOINT HEADER, AS THE BATCH/CONSOLE DRIVER        *
      *    WRITES IT.  THIS PROGRAM ONLY CARRIES THE SESSION         *
      *    SEQUENCE ACROSS RUNS THROUGH IT -- A CRASHED BATCH        *
      *    RUN'S IN-FLIGHT ("I") CHECKPOINT MUST NOT BE DISTURBED    *
      *    BEFORE ITS RESTART HAS RUN.                               *
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

       COPY ELZCOMM.

       COPY EXTLINE.

       COPY TRLLINE.

       SCREEN SECTION.

       01  970-INTAKE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 20 VALUE "E L I Z A   I N T A K E   D E S K".
           05  LINE 03 COL 05 VALUE "CLIENT ID.......:".
           05  LINE 03 COL 23 PIC X(08) USING 650-ENTRY-CLIENT-ID.
           05  LINE 03 COL 35 VALUE "(BLANK = ANONYMOUS WALK-IN)".
           05  LINE 05 COL 05 VALUE "CLIENT NAME.....:".
           05  LINE 05 COL 23 PIC X(30) FROM 650-SHOW-NAME.
           05  LINE 06 COL 05 VALUE "LAST SEEN.......:".
           05  LINE 06 COL 23 PIC X(08) FROM 650-SHOW-LAST-SEEN.
           05  LINE 07 COL 05 VALUE "CRISIS ALERTS...:".
           05  LINE 07 COL 23 PIC ZZZZ9 FROM 650-SHOW-ALERTS.
           05  LINE 09 COL 05 VALUE "PERSONA.........:".
           05  LINE 09 COL 23 PIC X(04) USING 650-ENTRY-PERSONA.
           05  LINE 09 COL 35 VALUE "(THER=THERAPIST, CRER=CAREER)".
           05  LINE 11 COL 05 VALUE "CONFIRM.........:".
           05  LINE 11 COL 23 PIC X(01) USING 650-ENTRY-CONFIRM.
           05  LINE 11 COL 35 VALUE "(Y=BEGIN SESSION, X=CLOSE DESK)".
           05  LINE 13 COL 05 PIC X(60) FROM 650-SCREEN-MESSAGE.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    CARRY THE SESSION SEQUENCE FORWARD, OPEN THE LOG FILES,   *
      *    THEN WORK THE INTAKE SCREEN UNTIL THE CLERK CLOSES THE    *
      *    DESK -- ONE CONFIRMED SCREEN, ONE CONVERSATION.           *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0088-CARRY-SESSION-SEQUENCE
           PERFORM 0080-LOAD-REPLY-CHECKPOINT
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

           PERFORM 1000-WORK-INTAKE-SCREEN
               UNTIL 88-100-DESK-CLOSED

           PERFORM 9200-SAVE-REPLY-CHECKPOINT
      ****************************************************************
      *    PERSIST THE SESSION SEQUENCE AT CLEAN CLOSE, EXACTLY AS   *
      *    THE CONSOLE DRIVER DOES -- UNLESS A CRASHED BATCH RUN'S   *
      *    IN-FLIGHT CHECKPOINT IS STILL AWAITING ITS RESTART.       *
      ****************************************************************
           IF NOT 88-100-RUN-CKPT-PENDING
               PERFORM 9350-MARK-RUN-COMPLETE
           END-IF

           CLOSE TRANSCRIPT-FILE
           CLOSE EXTRACT-FILE
           CLOSE ALERT-LOG-FILE

           STOP RUN.

      ****************************************************************
      *  1 0 0 0 - W O R K - I N T A K E - S C R E E N .             *
      ****************************************************************
      *    ONE PASS THROUGH THE DESK: SHOW THE INTAKE SCREEN UNTIL   *
      *    THE CLERK CONFIRMS A CLIENT (OR CLOSES THE DESK), THEN    *
      *    RUN THAT CLIENT'S CONVERSATION.                           *
      ****************************************************************

       1000-WORK-INTAKE-SCREEN.

           MOVE SPACE                  TO 100-CONFIRMED-FLAG
           MOVE SPACE                  TO 100-VERIFIED-FLAG
           MOVE SPACES                 TO 650-ENTRY-CLIENT-ID
           MOVE SPACES                 TO 650-ENTRY-PERSONA
           MOVE SPACE                  TO 650-ENTRY-CONFIRM
           MOVE SPACES                 TO 650-SHOW-NAME
           MOVE SPACES                 TO 650-SHOW-LAST-SEEN
           MOVE ZERO                   TO 650-SHOW-ALERTS
           MOVE SPACES                 TO 650-VERIFIED-ID
           MOVE "KEY THE CLIENT ID AND PRESS ENTER"
                                       TO 650-SCREEN-MESSAGE
           PERFORM 1100-ACCEPT-INTAKE-PASS
               UNTIL 88-100-CLIENT-CONFIRMED
               OR    88-100-DESK-CLOSED
           IF 88-100-CLIENT-CONFIRMED
               PERFORM 2000-RUN-ONE-SESSION
           END-IF
           .

      ****************************************************************
      *  1 1 0 0 - A C C E P T - I N T A K E - P A S S .             *
      ****************************************************************
      *    ONE DISPLAY/ACCEPT CYCLE OF THE INTAKE SCREEN.  A         *
      *    CHANGED CLIENT ID FORCES A FRESH MASTER LOOK-UP AND A     *
      *    SECOND PASS, SO THE CLERK ALWAYS SEES THE NAME, LAST-     *
      *    SEEN DATE, AND ALERT COUNT BEFORE A "Y" CAN CONFIRM.      *
      ****************************************************************

       1100-ACCEPT-INTAKE-PASS.

           DISPLAY 970-INTAKE-SCREEN
           ACCEPT 970-INTAKE-SCREEN
           MOVE FUNCTION UPPER-CASE (650-ENTRY-CLIENT-ID)
                               TO 650-ENTRY-CLIENT-ID
           MOVE FUNCTION UPPER-CASE (650-ENTRY-PERSONA)
                               TO 650-ENTRY-PERSONA
           MOVE FUNCTION UPPER-CASE (650-ENTRY-CONFIRM)
                               TO 650-ENTRY-CONFIRM
           IF 650-ENTRY-CONFIRM = "X"
               SET 88-100-DESK-CLOSED  TO TRUE
           ELSE
               IF 650-ENTRY-CLIENT-ID NOT = 650-VERIFIED-ID
                       OR NOT 88-100-CLIENT-VERIFIED
                   PERFORM 1200-LOOK-UP-CLIENT
                   MOVE SPACE          TO 650-ENTRY-CONFIRM
               ELSE
                   IF 650-ENTRY-CONFIRM = "Y"
                       SET 88-100-CLIENT-CONFIRMED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 2 0 0 - L O O K - U P - C L I E N T .                     *
      ****************************************************************
      *    SHOW THE CLERK WHO THIS ID BELONGS TO BEFORE ANYTHING     *
      *    IS REGISTERED.  AN UNKNOWN ID IS CALLED OUT -- IT WILL    *
      *    BE REGISTERED AT SESSION START, AS THE CONSOLE DRIVER     *
      *    HAS ALWAYS DONE -- AND A BLANK ID IS AN ANONYMOUS         *
      *    WALK-IN WITH NOTHING TO LOOK UP.                          *
      ****************************************************************

       1200-LOOK-UP-CLIENT.

           MOVE SPACES                 TO 650-SHOW-NAME
           MOVE SPACES                 TO 650-SHOW-LAST-SEEN
           MOVE ZERO                   TO 650-SHOW-ALERTS
           IF 650-ENTRY-CLIENT-ID = SPACES
               MOVE "ANONYMOUS WALK-IN - CONFIRM Y TO BEGIN"
                                       TO 650-SCREEN-MESSAGE
               SET 88-100-CLIENT-VERIFIED TO TRUE
               MOVE SPACES             TO 650-VERIFIED-ID
           ELSE
               OPEN INPUT CLIENT-MASTER-FILE
               IF 88-900-CLIENT-MASTER-OK
                   MOVE 650-ENTRY-CLIENT-ID TO CM-CLIENT-ID
                   READ CLIENT-MASTER-FILE
                       INVALID KEY
                           MOVE "NAME PENDING" TO 650-SHOW-NAME
                           MOVE "NOT ON MASTER - WILL BE REGISTERED - CO
      -                        "NFIRM Y TO BEGIN"
                                       TO 650-SCREEN-MESSAGE
                       NOT INVALID KEY
                           MOVE CM-CLIENT-NAME TO 650-SHOW-NAME
                           MOVE CM-LAST-SEEN-DATE
                                       TO 650-SHOW-LAST-SEEN
                           MOVE CM-CRISIS-ALERT-COUNT
                                       TO 650-SHOW-ALERTS
                           IF 650-ENTRY-PERSONA = SPACES
                               MOVE CM-PERSONA-CODE
                                       TO 650-ENTRY-PERSONA
                           END-IF
                           MOVE "VERIFY THE CLIENT AND CONFIRM Y TO BEGI
      -                        "N"
                                       TO 650-SCREEN-MESSAGE
                   END-READ
                   CLOSE CLIENT-MASTER-FILE
                   SET 88-100-CLIENT-VERIFIED TO TRUE
                   MOVE 650-ENTRY-CLIENT-ID TO 650-VERIFIED-ID
               ELSE
                   CLOSE CLIENT-MASTER-FILE
                   MOVE "CLIENT MASTER NOT AVAILABLE - CONFIRM Y FOR UNR
      -                "EGISTERED SESSION"
                                       TO 650-SCREEN-MESSAGE
                   SET 88-100-CLIENT-VERIFIED TO TRUE
                   MOVE 650-ENTRY-CLIENT-ID TO 650-VERIFIED-ID
               END-IF
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - R U N - O N E - S E S S I O N .                   *
      ****************************************************************
      *    THE CLERK HAS CONFIRMED.  REGISTER THE CLIENT IF NEEDED,  *
      *    POINT THE ENGINE AT THE PERSONA, RESET THE PER-SESSION    *
      *    STATE UNDER A FRESH SESSION ID, AND RUN THE CONVERSATION  *
      *    UNTIL THE CLIENT SIGNS OFF WITH "SHUT UP".  THE CLOSE-    *
      *    OUT WRITES THE SAME TRAILERS AND CLIENT MASTER UPDATE     *
      *    AS THE CONSOLE DRIVER, SO RECONCILIATION STILL BALANCES.  *
      ****************************************************************

       2000-RUN-ONE-SESSION.

           MOVE 650-ENTRY-CLIENT-ID    TO 100-CLIENT-ID
           MOVE 650-ENTRY-PERSONA      TO 100-PERSONA-CODE
           PERFORM 0160-REGISTER-CLIENT-SESSION
           PERFORM 0045-SET-PERSONA-FILES
           PERFORM 0065-INIT-ENGINE-PERSONA
           PERFORM 8100-RESET-SESSION
           PERFORM 8150-LOAD-CLIENT-MEMORY
           MOVE SPACE                  TO 100-SESSION-DONE-FLAG
           DISPLAY SPACE
           DISPLAY "SESSION " 100-SESSION-ID " - CLIENT "
               100-CLIENT-ID " - PERSONA " 100-PERSONA-CODE
           DISPLAY SPACE
           DISPLAY 600-INITIAL-MESSAGE
           PERFORM 2100-TAKE-ONE-TURN
               UNTIL 88-100-SESSION-DONE
           PERFORM 8300-WRITE-SESSION-TRAILERS
           PERFORM 8200-UPDATE-CLIENT-MASTER
           PERFORM 8250-SAVE-CLIENT-MEMORY
           DISPLAY "SESSION CLOSED - " 750-TOTAL-TURN-COUNT " TURNS"
           DISPLAY "PRESS ENTER FOR THE INTAKE SCREEN"
           ACCEPT 200-USER-INPUT
           .

      ****************************************************************
      *  2 1 0 0 - T A K E - O N E - T U R N .                       *
      ****************************************************************
      *    ONE CONVERSATION TURN, EXACTLY AS THE CONSOLE DRIVER'S    *
      *    INTERACTIVE PATH TAKES IT: CRISIS SCAN, REPEAT GUARD,     *
      *    THEN THE ENGINE REPLY, WITH EVERY TURN LOGGED TO THE      *
      *    TRANSCRIPT AND EXTRACT FILES.                             *
      ****************************************************************

       2100-TAKE-ONE-TURN.

           ACCEPT 200-USER-INPUT
           MOVE FUNCTION LOWER-CASE (200-USER-INPUT)
                               TO 210-USER-INPUT-LC
           IF 210-USER-INPUT-LC (1:4) = 300-SHUT
               SET 88-100-SESSION-DONE TO TRUE
               DISPLAY 600-GOODBYE-MESSAGE
               MOVE SPACES             TO 230-TRANSLATED-INPUT
               MOVE 600-GOODBYE-MESSAGE TO 240-REPLY
               SET 400-HOLD-500-K      TO 300-MAX-KEYWORD-ENTRIES
               PERFORM 0970-FETCH-KEYWORD-TEXT
               ADD +1                  TO 750-TOTAL-TURN-COUNT
               ADD +1                  TO 750-NOKEYFOUND-TURNS
               PERFORM 3050-WRITE-EXTRACT-RECORD
               PERFORM 3900-WRITE-TRANSCRIPT-RECORD
           ELSE
               PERFORM 0900-SCAN-FOR-CRISIS-PHRASE
               IF 210-USER-INPUT-LC = 220-LAST-USER-INPUT
                   DISPLAY 600-NO-REPEAT-MSG
                   MOVE SPACES         TO 230-TRANSLATED-INPUT
                   MOVE 600-NO-REPEAT-MSG TO 240-REPLY
                   SET 400-HOLD-500-K  TO 300-MAX-KEYWORD-ENTRIES
                   PERFORM 0970-FETCH-KEYWORD-TEXT
                   ADD +1              TO 750-TOTAL-TURN-COUNT
                   ADD +1              TO 750-NOKEYFOUND-TURNS
                   PERFORM 3050-WRITE-EXTRACT-RECORD
                   PERFORM 3900-WRITE-TRANSCRIPT-RECORD
               ELSE
                   MOVE 210-USER-INPUT-LC TO 220-LAST-USER-INPUT
                   PERFORM 3000-BUILD-KEYWORD-REPLY
                   PERFORM 3900-WRITE-TRANSCRIPT-RECORD
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 4 5 - S E T - P E R S O N A - F I L E S .               *
      ****************************************************************
      *    VALIDATE THE PERSONA CODE AND POINT THE SESSION           *
      *    MESSAGES AT THE CHOSEN SCRIPT, USING THE SAME CODES AND   *
      *    DEFAULT AS THE CONSOLE DRIVER.  THE ENGINE PICKS ITS      *
      *    OWN MAINTENANCE FILES FROM THE SAME CODE AT INIT TIME.    *
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
      *  0 0 6 5 - I N I T - E N G I N E - P E R S O N A .           *
      ****************************************************************

       0065-INIT-ENGINE-PERSONA.

           MOVE "INIT"                 TO ELZ-FUNCTION
           MOVE 100-PERSONA-CODE       TO ELZ-PERSONA-CODE
           CALL "ELIZAENG" USING ELZ-COMM-AREA
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
      *  0 0 8 0 - L O A D - R E P L Y - C H E C K P O I N T .       *
      ****************************************************************
      *    RELOAD THE REPLY ROUND-ROBIN POINTERS LEFT BY THE LAST    *
      *    RUN (EITHER FRONT-END) SO THE REPLY ROTATION CARRIES ON   *
      *    SMOOTHLY INSTEAD OF SNAPPING BACK TO THE LITERAL          *
      *    STARTING POINT EVERY TIME THE DESK OPENS.                 *
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
      *  0 0 8 8 - C A R R Y - S E S S I O N - S E Q U E N C E .     *
      ****************************************************************
      *    READ THE RUN CHECKPOINT HEADER LEFT BY THE PREVIOUS RUN   *
      *    OF ANY FRONT-END AND CARRY ITS SESSION SEQUENCE FORWARD,  *
      *    SO A DESK SESSION IN THE SAME HOUR AS AN EARLIER RUN      *
      *    CANNOT REISSUE AN ID.  AN IN-FLIGHT ("I") CHECKPOINT      *
      *    MEANS A CRASHED BATCH RUN IS STILL AWAITING RESTART:      *
      *    ITS SEQUENCE IS CARRIED TOO, BUT THE CHECKPOINT IS        *
      *    FLAGGED PENDING SO THIS RUN WILL NOT OVERWRITE IT.        *
      ****************************************************************

       0088-CARRY-SESSION-SEQUENCE.

           MOVE SPACE                  TO 100-RUN-CKPT-EOF-FLAG
           OPEN INPUT RUN-CKPT-FILE
           IF 88-900-RUN-CKPT-PRESENT
               READ RUN-CKPT-FILE
                   AT END
                       SET 88-100-RUN-CKPT-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-CKPT-RECORD (1:60)
                                       TO 960-RUN-CKPT-HEADER
                       MOVE CK-SESSION-SEQ TO 100-SESSION-SEQ
                       IF 88-960-RUN-IN-FLIGHT
                               OR 88-960-RUN-POSTING
                               OR 88-960-RUN-DRAIN-POSTING
                               OR 88-960-RUN-DRAINED
                           SET 88-100-RUN-CKPT-PENDING TO TRUE
                           DISPLAY "WARNING: A BATCH RUN'S "
                               "CHECKPOINT AWAITS RESTART/RESUME - IT "
                               "WILL NOT BE DISTURBED BY THIS DESK"
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  0 1 6 0 - R E G I S T E R - C L I E N T - S E S S I O N .   *
      ****************************************************************
      *    VALIDATE THE CLIENT ID AGAINST THE CLIENT MASTER FILE.    *
      *    A KNOWN CLIENT SUPPLIES THE DEFAULT PERSONA WHEN NONE     *
      *    WAS GIVEN; AN UNKNOWN CLIENT IS REGISTERED ON THE SPOT    *
      *    (NAME TO BE FILLED IN BY CLINIC STAFF) SO THE SIGN-OFF    *
      *    COUNTERS HAVE SOMEWHERE TO LAND.  A BLANK CLIENT ID       *
      *    MEANS AN ANONYMOUS SESSION.  SAME LOGIC AS THE CONSOLE    *
      *    DRIVER, SO EVERY CHANNEL REGISTERS THE SAME WAY.          *
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
      *  0 9 0 0 - S C A N - F O R - C R I S I S - P H R A S E .     *
      ****************************************************************
      *    AHEAD OF THE NORMAL KEYWORD SCAN, HAVE THE ENGINE CHECK   *
      *    THE RAW USER INPUT FOR ITS SHORT LIST OF CRISIS PHRASES.  *
      *    A HIT WRITES AN ALERT-LOG RECORD SO A SUPERVISOR CAN      *
      *    FOLLOW UP; IT DOES NOT CHANGE THE REPLY.                  *
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

       0950-WRITE-ALERT-LOG.

           MOVE SPACES                 TO 930-ALERT-LOG-LINE
           MOVE FUNCTION CURRENT-DATE  TO AL-TIMESTAMP
           MOVE 200-USER-INPUT         TO AL-INPUT
           MOVE ELZ-CRISIS-TIER        TO AL-CRISIS-TIER
           MOVE 930-ALERT-LOG-LINE     TO ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD
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
      *    SO A HUMAN HEARS ABOUT IT NOW (0965).  A CASE ALREADY     *
      *    ON FILE UNDER THIS KEY IS LEFT ALONE.                     *
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
      *    BACK FOR THIS FRONT-END TO ECHO, COUNT, AND LOG.          *
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
           IF 400-HOLD-500-K = 300-MAX-KEYWORD-ENTRIES
               ADD +1                  TO 750-NOKEYFOUND-TURNS
           ELSE
               ADD +1                  TO 750-KEYWORD-HIT-TURNS
           END-IF

           DISPLAY 240-REPLY

           PERFORM 3050-WRITE-EXTRACT-RECORD
           .

      ****************************************************************
      *    3 0 5 0 - W R I T E - E X T R A C T - R E C O R D .       *
      ****************************************************************

       3050-WRITE-EXTRACT-RECORD.

           MOVE SPACES                 TO 940-EXTRACT-LINE
           MOVE 100-SESSION-ID         TO EX-SESSION-ID
           MOVE 100-CLIENT-ID          TO EX-CLIENT-ID
           MOVE 750-TOTAL-TURN-COUNT   TO EX-TURN-NUMBER
           MOVE 245-MATCHED-KEYWORD    TO EX-KEYWORD
           MOVE 230-TRANSLATED-INPUT   TO EX-TRANSLATED-INPUT
           MOVE 240-REPLY              TO EX-REPLY
           MOVE 940-EXTRACT-LINE       TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1                       TO 750-EXTRACT-RECS
           .

      ****************************************************************
      *    3 9 0 0 - W R I T E - T R A N S C R I P T - R E C O R D . *
      ****************************************************************

       3900-WRITE-TRANSCRIPT-RECORD.

           MOVE SPACES                 TO 910-TRANSCRIPT-LINE
           MOVE 200-USER-INPUT         TO TR-INPUT
           MOVE 245-MATCHED-KEYWORD    TO TR-KEYWORD
           MOVE 240-REPLY              TO TR-REPLY
           MOVE 910-TRANSCRIPT-LINE    TO TRANSCRIPT-RECORD
           WRITE TRANSCRIPT-RECORD
           ADD 1                       TO 750-TRANSCRIPT-RECS
           .

      ****************************************************************
      *  8 1 0 0 - R E S E T - S E S S I O N .                       *
      ****************************************************************
      *    CLEAR ALL PER-SESSION STATE AND ASSIGN A FRESH SESSION    *
      *    ID: THE TIMESTAMP TO THE HOUR PLUS THE FOUR-DIGIT         *
      *    SEQUENCE CARRIED ACROSS RUNS THROUGH THE RUN CHECKPOINT,  *
      *    EXACTLY AS THE CONSOLE DRIVER STAMPS ITS SESSIONS.        *
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
           INITIALIZE 750-SESSION-STATS
           MOVE "NEWSESS"              TO ELZ-FUNCTION
           CALL "ELIZAENG" USING ELZ-COMM-AREA
           .

      ****************************************************************
      *  8 2 0 0 - U P D A T E - C L I E N T - M A S T E R .         *
      ****************************************************************
      *    ROLL THE FINISHED SESSION INTO THE CLIENT'S LIFETIME      *
      *    COUNTERS -- SESSIONS, TURNS, CRISIS ALERTS, AND THE       *
      *    LAST-SEEN DATE.  ANONYMOUS SESSIONS HAVE NOTHING TO       *
      *    UPDATE.                                                   *
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
      *    TRANSCRIPT, EXTRACT, AND ALERT LOG FILES, SO THE          *
      *    RECONCILIATION JOB CAN PROVE A DESK SESSION COMPLETE      *
      *    EXACTLY AS IT DOES A BATCH ONE.                           *
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
           MOVE 945-TRAILER-LINE       TO TRANSCRIPT-RECORD
           WRITE TRANSCRIPT-RECORD
           MOVE 945-TRAILER-LINE       TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           MOVE 945-TRAILER-LINE       TO ALERT-LOG-RECORD
           WRITE ALERT-LOG-RECORD
           .

      ****************************************************************
      *  9 2 0 0 - S A V E - R E P L Y - C H E C K P O I N T .       *
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
      *  9 3 5 0 - M A R K - R U N - C O M P L E T E .               *
      ****************************************************************
      *    AT CLEAN CLOSE, REWRITE THE RUN CHECKPOINT HEADER WITH    *
      *    STATUS "C" SO THE SESSION SEQUENCE CARRIES FORWARD TO     *
      *    THE NEXT RUN OF ANY FRONT-END.                            *
      ****************************************************************

       9350-MARK-RUN-COMPLETE.

           OPEN OUTPUT RUN-CKPT-FILE
           MOVE "C"                    TO CK-STATUS
           MOVE ZERO                   TO CK-TRANS-READ
           MOVE ZERO                   TO CK-TRANSCRIPT-COUNT
           MOVE ZERO                   TO CK-EXTRACT-COUNT
           MOVE ZERO                   TO CK-ALERT-COUNT
           MOVE 100-SESSION-ID         TO CK-SESSION-ID
           MOVE 100-SESSION-SEQ        TO CK-SESSION-SEQ
           MOVE 100-CLIENT-ID          TO CK-CLIENT-ID
           MOVE 100-PERSONA-CODE       TO CK-PERSONA-CODE
           MOVE SPACE                  TO CK-SIGNOFF-FLAG
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

       END PROGRAM ELIZASCR.
