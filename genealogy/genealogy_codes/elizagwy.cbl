       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAGWY.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAGWY -- MESSAGE-QUEUE GATEWAY FRONT-END, SO OTHER     *
      *    SYSTEMS (THE NURSE-STATION SYSTEM TO START WITH) CAN      *
      *    HOLD A CONVERSATION WITH ELIZAENG WITHOUT OWNING A        *
      *    CONSOLE.                                                  *
      *                                                              *
      *    THE GATEWAY RUNS CONTINUOUSLY, POLLING THE INBOUND        *
      *    GWREQST FILE.  EACH REQUEST RECORD CARRIES A              *
      *    CORRELATION ID, CLIENT ID, PERSONA CODE, ONE INPUT LINE,  *
      *    AND A CONVERSATION ID; THE GATEWAY ANSWERS IT ON GWRESPN  *
      *    WITH THE REPLY                                            *
      *    TEXT, THE MATCHED KEYWORD, AND THE ELZ-CRISIS-FLAG.       *
      *    REQUESTS ALREADY ANSWERED ARE SKIPPED ON EACH POLL, AND   *
      *    THE ANSWERED CURSOR IS PERSISTED TO GWCKPT, SO THE        *
      *    EXTERNAL SYSTEM SIMPLY APPENDS REQUESTS AND READS         *
      *    RESPONSES AND A GATEWAY RESTART CARRIES ON WHERE IT       *
      *    LEFT OFF.  GWREQST AND GWCKPT ARE RESET TOGETHER.         *
      *                                                              *
      *    REQUESTS CARRYING THE SAME CONVERSATION ID ARE ONE        *
      *    CONVERSATION, AND MANY CONVERSATIONS MAY BE OPEN AT ONCE  *
      *    WITH THEIR REQUESTS INTERLEAVED ON GWREQST.  EACH OPEN    *
      *    CONVERSATION'S SESSION STATE AND ENGINE STATE ARE KEPT    *
      *    ON THE KEYED GWSTATE FILE (SEE GWCONVR.CPY) AND SWAPPED   *
      *    IN AND OUT OF THE ENGINE THROUGH GETSTATE/SETSTATE AS     *
      *    ITS REQUESTS ARRIVE.  A REQUEST WITH A BLANK              *
      *    CONVERSATION ID (THE OLDER RECORD LAYOUT) BELONGS TO THE  *
      *    CONVERSATION KEYED BY ITS CLIENT ID AND PERSONA CODE.     *
      *                                                              *
      *    A CONVERSATION ENDS ON A "SHUT UP" INPUT, WHEN IT HAS     *
      *    BEEN IDLE FOR 300-IDLE-MINUTES, OR WHEN ITS ID ARRIVES    *
      *    NAMING A DIFFERENT CLIENT OR PERSONA; IT IS THEN CLOSED   *
      *    OUT WITH ITS CONTROL-TOTAL TRAILERS AND CLIENT MASTER     *
      *    UPDATE.  EVERY TURN IS LOGGED TO THE SAME TRANSCRIPT,     *
      *    EXTRACT, AND ALERT LOG FILES UNDER A PROPER SESSION ID,   *
      *    SO THE ELIZARCN AND ELIZARPT JOBS SEE GATEWAY TRAFFIC     *
      *    LIKE ANY OTHER SESSION: THE DETAIL LINES ARE HELD ON THE  *
      *    KEYED GWHOLD FILE (SEE GWHLDREC.CPY) WHILE THE            *
      *    CONVERSATION IS OPEN AND POSTED TOGETHER, AHEAD OF THE    *
      *    TRAILERS, WHEN IT CLOSES.                                 *
      *                                                              *
      *    THE OPERATOR STOPS THE GATEWAY BY CREATING A GWSTOP       *
      *    FILE WHOSE FIRST RECORD BEGINS "STOP"; THE GATEWAY        *
      *    SAVES EVERY OPEN CONVERSATION ON GWSTATE, DELETES THE     *
      *    STOP REQUEST, AND ENDS CLEANLY -- THE NEXT START PICKS    *
      *    THE CONVERSATIONS UP WHERE THEY LEFT OFF.  A RECORD       *
      *    BEGINNING "STOP CLOSE" CLOSES OUT EVERY OPEN              *
      *    CONVERSATION INSTEAD, FOR A FINAL SHUTDOWN.               *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL GW-REQUEST-FILE
               ASSIGN TO "GWREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-GW-REQUEST-STATUS.

           SELECT GW-RESPONSE-FILE
               ASSIGN TO "GWRESPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-GW-RESPONSE-STATUS.

           SELECT OPTIONAL GW-STOP-FILE
               ASSIGN TO "GWSTOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-GW-STOP-STATUS.

           SELECT OPTIONAL GW-CKPT-FILE
               ASSIGN TO "GWCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-GW-CKPT-STATUS.

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

           SELECT OPTIONAL GW-STATE-FILE
               ASSIGN TO "GWSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-CONVERSATION-ID
               FILE STATUS IS 900-GW-STATE-STATUS.

           SELECT OPTIONAL GW-HOLD-FILE
               ASSIGN TO "GWHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-HELD-KEY
               FILE STATUS IS 900-GW-HOLD-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  GW-REQUEST-FILE.
       01  GW-REQUEST-RECORD.
           05  GQ-CORRELATION-ID           PIC X(12).
           05  GQ-CLIENT-ID                PIC X(08).
           05  GQ-PERSONA-CODE             PIC X(04).
           05  GQ-INPUT-TEXT               PIC X(80).
           05  GQ-CONVERSATION-ID          PIC X(12).

       FD  GW-RESPONSE-FILE.
       01  GW-RESPONSE-RECORD.
           05  GR-CORRELATION-ID           PIC X(12).
           05  GR-REPLY-TEXT               PIC X(79).
           05  GR-KEYWORD                  PIC X(14).
           05  GR-CRISIS-FLAG              PIC X(01).

       FD  GW-STOP-FILE.
       01  GW-STOP-RECORD                  PIC X(80).

       FD  GW-CKPT-FILE.
       01  GW-CKPT-RECORD                  PIC 9(07).

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

       FD  GW-STATE-FILE.

       COPY GWCONVR.

       FD  GW-HOLD-FILE.

       COPY GWHLDREC.

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-STOP-REQUESTED-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-STOP-REQUESTED               VALUE "Y".
           05  100-REQUEST-EOF-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-REQUEST-EOF                  VALUE "Y".
           05  100-SESSION-OPEN-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-SESSION-OPEN                 VALUE "Y".
           05  100-REPLY-CKPT-EOF-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-REPLY-CKPT-EOF               VALUE "Y".
           05  100-RUN-CKPT-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-EOF                 VALUE "Y".
           05  100-RUN-CKPT-PENDING-FLAG   PIC X(01)   VALUE SPACE.
               88  88-100-RUN-CKPT-PENDING             VALUE "Y".
           05  100-CLOSE-ALL-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-CLOSE-ALL                    VALUE "Y".
           05  100-STATE-EOF-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-STATE-EOF                    VALUE "Y".
           05  100-HOLD-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-HOLD-EOF                     VALUE "Y".
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

       01  150-REQUEST-WORK.
           05  150-CORRELATION-ID          PIC X(12)   VALUE SPACES.
           05  150-REQ-CLIENT-ID           PIC X(08)   VALUE SPACES.
           05  150-REQ-PERSONA-CODE        PIC X(04)   VALUE SPACES.
           05  150-REQ-CONVERSATION-ID     PIC X(12)   VALUE SPACES.
      ****************************************************************
      *    THE CONVERSATION NOW LOADED IN THE ENGINE (WHEN           *
      *    88-100-SESSION-OPEN), AND THE PERSONA THE ENGINE WAS      *
      *    LAST INITIALIZED FOR -- A CONVERSATION IS ONLY RE-INITED  *
      *    WHEN IT NEEDS A DIFFERENT SCRIPT.                         *
      ****************************************************************
           05  150-CONVERSATION-ID         PIC X(12)   VALUE SPACES.
           05  150-ENGINE-PERSONA-CODE     PIC X(04)   VALUE SPACES.
           05  150-LAST-ACTIVITY           PIC X(12)   VALUE SPACES.
      ****************************************************************
      *    THE RAW CLIENT/PERSONA PAIR THE OPEN SESSION WAS STARTED  *
      *    FROM.  THE SWITCH TEST MUST COMPARE AGAINST THESE, NOT    *
      *    AGAINST 100-CLIENT-ID/100-PERSONA-CODE, WHICH 0160/0045   *
      *    MEANWHILE DEFAULT (BLANK PERSONA BECOMES THE CLIENT       *
      *    MASTER'S CODE) -- OTHERWISE A CLIENT WHO SENDS A BLANK    *
      *    PERSONA ON EVERY REQUEST, THE DOCUMENTED WAY TO TAKE      *
      *    THE MASTER DEFAULT, WOULD GET A FRESH SESSION ON EVERY    *
      *    SINGLE TURN.  THEY ARE SAVED WITH THE CONVERSATION.       *
      ****************************************************************
           05  150-OPEN-CLIENT-ID          PIC X(08)   VALUE SPACES.
           05  150-OPEN-PERSONA-CODE       PIC X(04)   VALUE SPACES.

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
      *    SECONDS BETWEEN POLLS OF THE REQUEST FILE.  SMALLER MEANS
      *    SNAPPIER REPLIES FOR THE EXTERNAL SYSTEM, AT THE COST OF
      *    REOPENING THE REQUEST FILE MORE OFTEN.
           05  300-POLL-SECONDS            PIC 9(04)   COMP VALUE 2.
      *    MINUTES A CONVERSATION MAY SIT WITHOUT A REQUEST BEFORE
      *    THE GATEWAY CLOSES IT OUT AS ABANDONED.
           05  300-IDLE-MINUTES            PIC 9(04)   COMP VALUE 30.
           05  300-MINUTES-PER-DAY         PIC 9(04)   COMP VALUE 1440.

       01  400-PROGRAM-COUNTERS.
           05  400-HOLD-500-K              PIC S9(4)   COMP VALUE +0.
           05  400-SUB                     PIC S9(4)   COMP VALUE ZERO.
           05  400-REQUESTS-ANSWERED       PIC 9(07) COMP VALUE ZERO.
           05  400-CYCLE-ANSWERED          PIC 9(05) COMP VALUE ZERO.
           05  400-SKIP-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  400-IDLE-CLOSED             PIC 9(05) COMP VALUE ZERO.
           05  400-NOW-MINUTE              PIC 9(09) COMP VALUE ZERO.
           05  400-LAST-SWEEP-MINUTE       PIC 9(09) COMP VALUE ZERO.
           05  400-STAMP-MINUTE            PIC 9(09) COMP VALUE ZERO.

       01  420-STAMP-WORK.
           05  420-STAMP-TEXT              PIC X(12)   VALUE SPACES.
           05  420-STAMP-PARTS REDEFINES 420-STAMP-TEXT.
               10  420-STAMP-DATE          PIC 9(08).
               10  420-STAMP-HH            PIC 9(02).
               10  420-STAMP-MM            PIC 9(02).

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

       01  650-STOP-FILENAME               PIC X(30)   VALUE "GWSTOP".

       01  750-SESSION-STATS.
           05  750-TOTAL-TURN-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  750-KEYWORD-HIT-TURNS       PIC 9(05) COMP VALUE ZERO.
           05  750-NOKEYFOUND-TURNS        PIC 9(05) COMP VALUE ZERO.
           05  750-CRISIS-ALERT-TURNS      PIC 9(05) COMP VALUE ZERO.
           05  750-TRANSCRIPT-RECS         PIC 9(05) COMP VALUE ZERO.
           05  750-EXTRACT-RECS            PIC 9(05) COMP VALUE ZERO.

       01  900-FILE-STATUS-FIELDS.
           05  900-GW-REQUEST-STATUS       PIC X(02)   VALUE "00".
               88  88-900-GW-REQUEST-PRESENT           VALUE "00".
           05  900-GW-RESPONSE-STATUS      PIC X(02)   VALUE "00".
               88  88-900-GW-RESPONSE-OK               VALUE "00".
           05  900-GW-STOP-STATUS          PIC X(02)   VALUE "00".
               88  88-900-GW-STOP-PRESENT              VALUE "00".
           05  900-GW-CKPT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-GW-CKPT-PRESENT              VALUE "00".
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
           05  900-GW-STATE-STATUS         PIC X(02)   VALUE "00".
               88  88-900-GW-STATE-OK             VALUE "00" "05".
           05  900-GW-HOLD-STATUS          PIC X(02)   VALUE "00".
               88  88-900-GW-HOLD-OK              VALUE "00" "05".

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
      *    WRITES IT.  THE GATEWAY ONLY CARRIES THE SESSION          *
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

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    CARRY THE SESSION SEQUENCE FORWARD, OPEN THE LOG FILES    *
      *    AND THE CONVERSATION FILES, THEN POLL THE REQUEST FILE    *
      *    UNTIL THE OPERATOR ASKS FOR A STOP, ANSWERING EVERY NEW   *
      *    REQUEST AS ONE TURN OF ITS CONVERSATION.  WITHOUT THE     *
      *    CONVERSATION FILES THE GATEWAY CANNOT KEEP ITS SESSIONS   *
      *    APART, SO IT DOES NOT START.                              *
      ****************************************************************

       0000-MAINLINE.

           DISPLAY "ELIZAGWY GATEWAY STARTING"
           PERFORM 0088-CARRY-SESSION-SEQUENCE
           PERFORM 0080-LOAD-REPLY-CHECKPOINT
           PERFORM 0085-LOAD-GATEWAY-CHECKPOINT
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
           OPEN I-O GW-STATE-FILE
           OPEN I-O GW-HOLD-FILE
           IF NOT 88-900-GW-STATE-OK
                   OR NOT 88-900-GW-HOLD-OK
               DISPLAY "ELIZAGWY: CONVERSATION FILES NOT AVAILABLE - "
                   "GWSTATE STATUS " 900-GW-STATE-STATUS
                   " GWHOLD STATUS " 900-GW-HOLD-STATUS
                   " - GATEWAY NOT STARTED"
               CLOSE GW-STATE-FILE
               CLOSE GW-HOLD-FILE
               CLOSE TRANSCRIPT-FILE
               CLOSE EXTRACT-FILE
               CLOSE ALERT-LOG-FILE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-POLL-REQUEST-FILE
               UNTIL 88-100-STOP-REQUESTED

      ****************************************************************
      *    A PLAIN STOP KEEPS EVERY OPEN CONVERSATION ON GWSTATE     *
      *    FOR THE NEXT START; "STOP CLOSE" CLOSES THEM ALL OUT.     *
      ****************************************************************
           IF 88-100-CLOSE-ALL
               PERFORM 1500-CHECK-IDLE-CONVERSATIONS
           ELSE
               PERFORM 9330-SAVE-CONVERSATION
           END-IF
           PERFORM 9200-SAVE-REPLY-CHECKPOINT
      ****************************************************************
      *    PERSIST THE SESSION SEQUENCE AT CLEAN CLOSE, EXACTLY AS   *
      *    THE OTHER FRONT-ENDS DO -- UNLESS A CRASHED BATCH RUN'S   *
      *    IN-FLIGHT CHECKPOINT IS STILL AWAITING ITS RESTART.       *
      ****************************************************************
           IF NOT 88-100-RUN-CKPT-PENDING
               PERFORM 9350-MARK-RUN-COMPLETE
           END-IF
      ****************************************************************
      *    THE STOP REQUEST HAS BEEN HONORED -- REMOVE IT SO THE     *
      *    NEXT GATEWAY START DOES NOT STOP AT ONCE.                 *
      ****************************************************************
           CALL "CBL_DELETE_FILE" USING 650-STOP-FILENAME
           END-CALL
           MOVE ZERO                   TO RETURN-CODE

           CLOSE TRANSCRIPT-FILE
           CLOSE EXTRACT-FILE
           CLOSE ALERT-LOG-FILE
           CLOSE GW-STATE-FILE
           CLOSE GW-HOLD-FILE
           PERFORM 9320-SAVE-GATEWAY-CHECKPOINT
           DISPLAY "ELIZAGWY GATEWAY STOPPED - "
               400-REQUESTS-ANSWERED " REQUESTS ANSWERED"

           STOP RUN.

      ****************************************************************
      *  1 0 0 0 - P O L L - R E Q U E S T - F I L E .               *
      ****************************************************************
      *    ONE POLL CYCLE: REOPEN THE REQUEST FILE, SKIP THE         *
      *    REQUESTS ALREADY ANSWERED, ANSWER EVERYTHING NEW, THEN    *
      *    CHECK FOR AN OPERATOR STOP AND SLEEP UNTIL THE NEXT       *
      *    POLL.  RESPONSES ARE APPENDED AND THE RESPONSE FILE       *
      *    CLOSED EVERY CYCLE, SO THE EXTERNAL SYSTEM SEES THEM      *
      *    ON DISK AS SOON AS THE CYCLE ENDS; A CYCLE THAT          *
      *    ANSWERED ANYTHING ALSO SAVES THE CONVERSATION IN HAND,    *
      *    FLUSHES THE SESSION LOGS, AND SAVES THE ANSWERED CURSOR   *
      *    TO GWCKPT, SO A RESTARTED GATEWAY PICKS UP AFTER THE      *
      *    LAST ANSWERED REQUEST INSTEAD OF RE-ANSWERING THE WHOLE   *
      *    FILE.  IDLE CONVERSATIONS ARE THEN SWEPT (1500).          *
      ****************************************************************

       1000-POLL-REQUEST-FILE.

           MOVE SPACE                  TO 100-REQUEST-EOF-FLAG
           MOVE ZERO                   TO 400-CYCLE-ANSWERED
           OPEN INPUT GW-REQUEST-FILE
           IF 88-900-GW-REQUEST-PRESENT
               OPEN EXTEND GW-RESPONSE-FILE
               IF NOT 88-900-GW-RESPONSE-OK
                   OPEN OUTPUT GW-RESPONSE-FILE
               END-IF
               PERFORM 1100-SKIP-ANSWERED-REQUESTS
               PERFORM 1200-ANSWER-ONE-REQUEST
                   UNTIL 88-100-REQUEST-EOF
               CLOSE GW-RESPONSE-FILE
           END-IF
           CLOSE GW-REQUEST-FILE
           IF 400-CYCLE-ANSWERED > ZERO
               PERFORM 9330-SAVE-CONVERSATION
               PERFORM 9315-FLUSH-SESSION-LOGS
               PERFORM 9320-SAVE-GATEWAY-CHECKPOINT
           END-IF
           PERFORM 1500-CHECK-IDLE-CONVERSATIONS
           PERFORM 1900-CHECK-OPERATOR-STOP
           IF NOT 88-100-STOP-REQUESTED
               CALL "C$SLEEP" USING 300-POLL-SECONDS
               END-CALL
           END-IF
           .

      ****************************************************************
      *  1 1 0 0 - S K I P - A N S W E R E D - R E Q U E S T S .     *
      ****************************************************************

       1100-SKIP-ANSWERED-REQUESTS.

           PERFORM VARYING 400-SKIP-COUNT FROM 1 BY 1
                   UNTIL   400-SKIP-COUNT > 400-REQUESTS-ANSWERED
                   OR      88-100-REQUEST-EOF
               READ GW-REQUEST-FILE
                   AT END
                       SET 88-100-REQUEST-EOF TO TRUE
               END-READ
           END-PERFORM
      ****************************************************************
      *    END OF FILE BEFORE THE CURSOR WAS REACHED MEANS THE       *
      *    EXTERNAL SYSTEM HAS STARTED A FRESH REQUEST FILE --       *
      *    RESET THE CURSOR SO THE NEXT CYCLE ANSWERS IT FROM THE    *
      *    TOP.                                                      *
      ****************************************************************
           IF 88-100-REQUEST-EOF
               DISPLAY "ELIZAGWY: GWREQST SHORTER THAN THE ANSWERED "
                   "CURSOR - TREATING IT AS A FRESH REQUEST FILE"
               MOVE ZERO               TO 400-REQUESTS-ANSWERED
           END-IF
           .

      ****************************************************************
      *  1 2 0 0 - A N S W E R - O N E - R E Q U E S T .             *
      ****************************************************************
      *    READ ONE REQUEST AND BRING ITS CONVERSATION INTO THE      *
      *    ENGINE (1250).  A CONVERSATION ID ARRIVING WITH A         *
      *    DIFFERENT CLIENT OR PERSONA THAN IT WAS STARTED WITH      *
      *    CLOSES THAT CONVERSATION AND STARTS A FRESH ONE, EXACTLY  *
      *    AS A *SESSION HEADER DOES IN THE BATCH STREAM; THEN THE   *
      *    INPUT LINE IS TAKEN AS ONE CONVERSATION TURN.             *
      ****************************************************************

       1200-ANSWER-ONE-REQUEST.

           READ GW-REQUEST-FILE
               AT END
                   SET 88-100-REQUEST-EOF TO TRUE
               NOT AT END
                   MOVE GQ-CORRELATION-ID TO 150-CORRELATION-ID
                   MOVE FUNCTION UPPER-CASE (GQ-CLIENT-ID)
                                       TO 150-REQ-CLIENT-ID
                   MOVE FUNCTION UPPER-CASE (GQ-PERSONA-CODE)
                                       TO 150-REQ-PERSONA-CODE
                   MOVE GQ-CONVERSATION-ID TO 150-REQ-CONVERSATION-ID
                   IF 150-REQ-CONVERSATION-ID = SPACES
                       STRING 150-REQ-CLIENT-ID
                              150-REQ-PERSONA-CODE
                              DELIMITED BY SIZE
                                       INTO 150-REQ-CONVERSATION-ID
                   END-IF
                   MOVE GQ-INPUT-TEXT  TO 200-USER-INPUT
                   PERFORM 1250-SELECT-CONVERSATION
                   ADD 1               TO 400-REQUESTS-ANSWERED
                   ADD 1               TO 400-CYCLE-ANSWERED
                   IF 150-REQ-CLIENT-ID NOT = 150-OPEN-CLIENT-ID
                       OR 150-REQ-PERSONA-CODE NOT =
                           150-OPEN-PERSONA-CODE
                       PERFORM 8000-CLOSE-OUT-SESSION
                       PERFORM 1300-START-CONVERSATION
                   END-IF
                   PERFORM 2100-TAKE-ONE-TURN
                   MOVE FUNCTION CURRENT-DATE (1:12)
                                       TO 150-LAST-ACTIVITY
                   PERFORM 1400-WRITE-RESPONSE
           END-READ
           .

      ****************************************************************
      *  1 2 5 0 - S E L E C T - C O N V E R S A T I O N .           *
      ****************************************************************
      *    MAKE THE REQUEST'S CONVERSATION THE ONE IN THE ENGINE.    *
      *    WHEN ANOTHER CONVERSATION IS IN HAND, THE POLL CYCLE IS   *
      *    COMMITTED FIRST (1260) -- ITS STATE SAVED, THE RESPONSES  *
      *    AND LOGS FLUSHED, AND THE CURSOR SAVED -- SO GWSTATE IS   *
      *    NEVER AHEAD OF GWCKPT AND A RESTART NEVER APPLIES A TURN  *
      *    TWICE.  THEN THE CONVERSATION IS RESUMED FROM GWSTATE,    *
      *    OR STARTED IF IT IS NOT THERE.                            *
      ****************************************************************

       1250-SELECT-CONVERSATION.

           IF 88-100-SESSION-OPEN
                   AND 150-REQ-CONVERSATION-ID = 150-CONVERSATION-ID
               CONTINUE
           ELSE
               IF 88-100-SESSION-OPEN
                   PERFORM 1260-COMMIT-POLL-CYCLE
               END-IF
               MOVE 150-REQ-CONVERSATION-ID TO GS-CONVERSATION-ID
               READ GW-STATE-FILE
                   INVALID KEY
                       PERFORM 1300-START-CONVERSATION
                   NOT INVALID KEY
                       PERFORM 1350-RESUME-CONVERSATION
               END-READ
           END-IF
           .

      ****************************************************************
      *  1 2 6 0 - C O M M I T - P O L L - C Y C L E .               *
      ****************************************************************

       1260-COMMIT-POLL-CYCLE.

           PERFORM 9330-SAVE-CONVERSATION
           CLOSE GW-RESPONSE-FILE
           OPEN EXTEND GW-RESPONSE-FILE
           PERFORM 9315-FLUSH-SESSION-LOGS
           PERFORM 9320-SAVE-GATEWAY-CHECKPOINT
           MOVE SPACE                  TO 100-SESSION-OPEN-FLAG
           .

      ****************************************************************
      *  1 3 0 0 - S T A R T - C O N V E R S A T I O N .             *
      ****************************************************************
      *    A NEW CONVERSATION: REGISTER THE CLIENT, SET THE PERSONA, *
      *    AND OPEN A FRESH SESSION WITH THE CLIENT'S SAVED MEMORY.  *
      *    THE ENGINE IS ONLY RE-INITIALIZED WHEN THE PERSONA        *
      *    DIFFERS FROM THE SCRIPT IT ALREADY HAS LOADED.            *
      ****************************************************************

       1300-START-CONVERSATION.

           MOVE 150-REQ-CONVERSATION-ID TO 150-CONVERSATION-ID
           MOVE 150-REQ-CLIENT-ID      TO 100-CLIENT-ID
           MOVE 150-REQ-PERSONA-CODE   TO 100-PERSONA-CODE
           MOVE 150-REQ-CLIENT-ID      TO 150-OPEN-CLIENT-ID
           MOVE 150-REQ-PERSONA-CODE   TO 150-OPEN-PERSONA-CODE
           PERFORM 0160-REGISTER-CLIENT-SESSION
           PERFORM 0045-SET-PERSONA-FILES
           IF 100-PERSONA-CODE NOT = 150-ENGINE-PERSONA-CODE
               PERFORM 0065-INIT-ENGINE-PERSONA
           END-IF
           PERFORM 8100-RESET-SESSION
           PERFORM 8150-LOAD-CLIENT-MEMORY
           MOVE FUNCTION CURRENT-DATE (1:12) TO 150-LAST-ACTIVITY
           SET 88-100-SESSION-OPEN     TO TRUE
           .

      ****************************************************************
      *  1 3 5 0 - R E S U M E - C O N V E R S A T I O N .           *
      ****************************************************************
      *    BRING BACK A CONVERSATION FROM THE GWSTATE RECORD IN      *
      *    THE RECORD AREA: ITS SESSION VARIABLES AND COUNTS, AND    *
      *    ITS REPLY ROTATION AND MEMORY PUSHED INTO THE ENGINE      *
      *    THROUGH SETSTATE.                                         *
      ****************************************************************

       1350-RESUME-CONVERSATION.

           MOVE GS-CONVERSATION-ID     TO 150-CONVERSATION-ID
           MOVE GS-OPEN-CLIENT-ID      TO 150-OPEN-CLIENT-ID
           MOVE GS-OPEN-PERSONA-CODE   TO 150-OPEN-PERSONA-CODE
           MOVE GS-CLIENT-ID           TO 100-CLIENT-ID
           MOVE GS-PERSONA-CODE        TO 100-PERSONA-CODE
           MOVE GS-SESSION-ID          TO 100-SESSION-ID
           MOVE GS-LAST-ACTIVITY       TO 150-LAST-ACTIVITY
           MOVE GS-LAST-USER-INPUT     TO 220-LAST-USER-INPUT
           MOVE GS-GOODBYE-MESSAGE     TO 600-GOODBYE-MESSAGE
           MOVE GS-TOTAL-TURN-COUNT    TO 750-TOTAL-TURN-COUNT
           MOVE GS-KEYWORD-HIT-TURNS   TO 750-KEYWORD-HIT-TURNS
           MOVE GS-NOKEYFOUND-TURNS    TO 750-NOKEYFOUND-TURNS
           MOVE GS-CRISIS-ALERT-TURNS  TO 750-CRISIS-ALERT-TURNS
           MOVE GS-TRANSCRIPT-RECS     TO 750-TRANSCRIPT-RECS
           MOVE GS-EXTRACT-RECS        TO 750-EXTRACT-RECS
           IF 100-PERSONA-CODE NOT = 150-ENGINE-PERSONA-CODE
               PERFORM 0065-INIT-ENGINE-PERSONA
           END-IF
           MOVE GS-ENGINE-STATE        TO ELZ-ENGINE-STATE
           PERFORM 0076-SET-ENGINE-STATE
           SET 88-100-SESSION-OPEN     TO TRUE
           .

      ****************************************************************
      *  1 4 0 0 - W R I T E - R E S P O N S E .                     *
      ****************************************************************

       1400-WRITE-RESPONSE.

           MOVE SPACES                 TO GW-RESPONSE-RECORD
           MOVE 150-CORRELATION-ID     TO GR-CORRELATION-ID
           MOVE 240-REPLY              TO GR-REPLY-TEXT
           MOVE 245-MATCHED-KEYWORD    TO GR-KEYWORD
           MOVE ELZ-CRISIS-FLAG        TO GR-CRISIS-FLAG
           WRITE GW-RESPONSE-RECORD
           .

      ****************************************************************
      *  1 5 0 0 - C H E C K - I D L E - C O N V E R S A T I O N S . *
      ****************************************************************
      *    ONCE A MINUTE, SWEEP GWSTATE FOR CONVERSATIONS THAT HAVE  *
      *    HAD NO REQUEST FOR 300-IDLE-MINUTES AND CLOSE THEM OUT    *
      *    WITH THEIR TRAILERS AND CLIENT MASTER UPDATE, AS IF THE   *
      *    CLIENT HAD SIGNED OFF.  ON A "STOP CLOSE" EVERY           *
      *    CONVERSATION IS CLOSED OUT.  THE CONVERSATION IN HAND IS  *
      *    SAVED FIRST, SO THE SWEEP SEES IT LIKE ANY OTHER.         *
      ****************************************************************

       1500-CHECK-IDLE-CONVERSATIONS.

           MOVE FUNCTION CURRENT-DATE (1:12) TO 420-STAMP-TEXT
           PERFORM 6000-COMPUTE-STAMP-MINUTE
           MOVE 400-STAMP-MINUTE       TO 400-NOW-MINUTE
           IF 400-NOW-MINUTE NOT = 400-LAST-SWEEP-MINUTE
                   OR 88-100-CLOSE-ALL
               MOVE 400-NOW-MINUTE     TO 400-LAST-SWEEP-MINUTE
               IF 88-100-SESSION-OPEN
                   PERFORM 9330-SAVE-CONVERSATION
                   MOVE SPACE          TO 100-SESSION-OPEN-FLAG
               END-IF
               MOVE ZERO               TO 400-IDLE-CLOSED
               MOVE SPACE              TO 100-STATE-EOF-FLAG
               MOVE LOW-VALUES         TO GS-CONVERSATION-ID
               START GW-STATE-FILE
                   KEY IS NOT LESS THAN GS-CONVERSATION-ID
                   INVALID KEY
                       SET 88-100-STATE-EOF TO TRUE
               END-START
               PERFORM 1510-CHECK-ONE-CONVERSATION
                   UNTIL 88-100-STATE-EOF
               IF 400-IDLE-CLOSED > ZERO
                   PERFORM 9315-FLUSH-SESSION-LOGS
                   DISPLAY "ELIZAGWY: " 400-IDLE-CLOSED
                       " CONVERSATION(S) CLOSED OUT"
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 5 1 0 - C H E C K - O N E - C O N V E R S A T I O N .     *
      ****************************************************************

       1510-CHECK-ONE-CONVERSATION.

           READ GW-STATE-FILE NEXT RECORD
               AT END
                   SET 88-100-STATE-EOF TO TRUE
               NOT AT END
                   MOVE GS-LAST-ACTIVITY TO 420-STAMP-TEXT
                   PERFORM 6000-COMPUTE-STAMP-MINUTE
                   IF 88-100-CLOSE-ALL
                           OR 400-STAMP-MINUTE + 300-IDLE-MINUTES
                               NOT > 400-NOW-MINUTE
                       PERFORM 1350-RESUME-CONVERSATION
                       PERFORM 8000-CLOSE-OUT-SESSION
                       ADD 1           TO 400-IDLE-CLOSED
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 9 0 0 - C H E C K - O P E R A T O R - S T O P .           *
      ****************************************************************

       1900-CHECK-OPERATOR-STOP.

           OPEN INPUT GW-STOP-FILE
           IF 88-900-GW-STOP-PRESENT
               READ GW-STOP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GW-STOP-RECORD (1:4) = "STOP"
                           SET 88-100-STOP-REQUESTED TO TRUE
                           DISPLAY "ELIZAGWY STOP REQUESTED - "
                               "DRAINING"
                       END-IF
                       IF GW-STOP-RECORD (1:10) = "STOP CLOSE"
                           SET 88-100-CLOSE-ALL TO TRUE
                           DISPLAY "ELIZAGWY: ALL OPEN CONVERSATIONS "
                               "WILL BE CLOSED OUT"
                       END-IF
               END-READ
           END-IF
           CLOSE GW-STOP-FILE
           .

      ****************************************************************
      *  2 1 0 0 - T A K E - O N E - T U R N .                       *
      ****************************************************************
      *    ONE CONVERSATION TURN, EXACTLY AS THE CONSOLE DRIVER'S    *
      *    INTERACTIVE PATH TAKES IT: CRISIS SCAN, REPEAT GUARD,     *
      *    THEN THE ENGINE REPLY, WITH EVERY TURN LOGGED TO THE      *
      *    TRANSCRIPT AND EXTRACT FILES.  A "SHUT UP" INPUT CLOSES   *
      *    THE SESSION AND ANSWERS WITH THE GOODBYE MESSAGE.         *
      ****************************************************************

       2100-TAKE-ONE-TURN.

           MOVE FUNCTION LOWER-CASE (200-USER-INPUT)
                               TO 210-USER-INPUT-LC
           IF 210-USER-INPUT-LC (1:4) = 300-SHUT
               SET 88-ELZ-CRISIS-NOT-FOUND TO TRUE
               MOVE SPACES             TO 230-TRANSLATED-INPUT
               MOVE 600-GOODBYE-MESSAGE TO 240-REPLY
               SET 400-HOLD-500-K      TO 300-MAX-KEYWORD-ENTRIES
               PERFORM 0970-FETCH-KEYWORD-TEXT
               ADD +1                  TO 750-TOTAL-TURN-COUNT
               ADD +1                  TO 750-NOKEYFOUND-TURNS
               PERFORM 3050-WRITE-EXTRACT-RECORD
               PERFORM 3900-WRITE-TRANSCRIPT-RECORD
               PERFORM 8300-WRITE-SESSION-TRAILERS
               PERFORM 8200-UPDATE-CLIENT-MASTER
               PERFORM 8250-SAVE-CLIENT-MEMORY
               PERFORM 8400-DROP-CONVERSATION
               MOVE SPACE              TO 100-SESSION-OPEN-FLAG
           ELSE
               PERFORM 0900-SCAN-FOR-CRISIS-PHRASE
               IF 210-USER-INPUT-LC = 220-LAST-USER-INPUT
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
      *    DEFAULT AS THE CONSOLE DRIVER.                            *
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
           MOVE 100-PERSONA-CODE       TO 150-ENGINE-PERSONA-CODE
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
      *    RUN (ANY FRONT-END) SO THE REPLY ROTATION CARRIES ON      *
      *    SMOOTHLY ACROSS GATEWAY RESTARTS.                         *
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
      *  0 0 8 5 - L O A D - G A T E W A Y - C H E C K P O I N T .   *
      ****************************************************************
      *    RELOAD THE ANSWERED-REQUEST CURSOR SAVED BY THE LAST      *
      *    GATEWAY RUN, SO A RESTART (CLEAN OR AFTER A CRASH) DOES   *
      *    NOT RE-ANSWER THE WHOLE REQUEST FILE -- DUPLICATING       *
      *    RESPONSES, SESSIONS, AND CLIENT LIFETIME COUNTERS.  THE   *
      *    CURSOR BELONGS TO THE REQUEST FILE: WHEN THE OPERATOR     *
      *    RESETS GWREQST, GWCKPT MUST GO WITH IT (A SHORTER FILE    *
      *    IS ALSO DETECTED AND THE CURSOR RESET AT POLL TIME).      *
      ****************************************************************

       0085-LOAD-GATEWAY-CHECKPOINT.

           OPEN INPUT GW-CKPT-FILE
           IF 88-900-GW-CKPT-PRESENT
               READ GW-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GW-CKPT-RECORD TO 400-REQUESTS-ANSWERED
               END-READ
           END-IF
           CLOSE GW-CKPT-FILE
           .

      ****************************************************************
      *  9 3 1 5 - F L U S H - S E S S I O N - L O G S .             *
      ****************************************************************
      *    CLOSE AND REOPEN THE LOG FILES SO EVERY RECORD THE        *
      *    CURSOR CLAIMS IS PHYSICALLY ON DISK BEFORE THE CURSOR     *
      *    SAYS SO -- THE SAME REASONING AS THE BATCH DRIVER'S RUN   *
      *    CHECKPOINT.                                               *
      ****************************************************************

       9315-FLUSH-SESSION-LOGS.

           CLOSE TRANSCRIPT-FILE
           CLOSE EXTRACT-FILE
           CLOSE ALERT-LOG-FILE
           OPEN EXTEND TRANSCRIPT-FILE
           OPEN EXTEND EXTRACT-FILE
           OPEN EXTEND ALERT-LOG-FILE
           .

      ****************************************************************
      *  9 3 2 0 - S A V E - G A T E W A Y - C H E C K P O I N T .   *
      ****************************************************************

       9320-SAVE-GATEWAY-CHECKPOINT.

           OPEN OUTPUT GW-CKPT-FILE
           MOVE 400-REQUESTS-ANSWERED  TO GW-CKPT-RECORD
           WRITE GW-CKPT-RECORD
           CLOSE GW-CKPT-FILE
           .

      ****************************************************************
      *  0 0 8 8 - C A R R Y - S E S S I O N - S E Q U E N C E .     *
      ****************************************************************
      *    READ THE RUN CHECKPOINT HEADER LEFT BY THE PREVIOUS RUN   *
      *    OF ANY FRONT-END AND CARRY ITS SESSION SEQUENCE FORWARD,  *
      *    SO A GATEWAY SESSION IN THE SAME HOUR AS AN EARLIER RUN   *
      *    CANNOT REISSUE AN ID.                                     *
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
                               "WILL NOT BE DISTURBED BY THE GATEWAY"
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  0 1 6 0 - R E G I S T E R - C L I E N T - S E S S I O N .   *
      ****************************************************************
      *    VALIDATE THE CLIENT ID AGAINST THE CLIENT MASTER FILE.    *
      *    SAME LOGIC AS THE CONSOLE DRIVER, SO EVERY CHANNEL        *
      *    REGISTERS THE SAME WAY.                                   *
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
      *    THE RAW INPUT FOR ITS SHORT LIST OF CRISIS PHRASES.  A    *
      *    HIT WRITES AN ALERT-LOG RECORD AND RIDES BACK TO THE      *
      *    EXTERNAL SYSTEM IN GR-CRISIS-FLAG.                        *
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
           ADD 1                       TO 750-CRISIS-ALERT-TURNS
           SET 88-GH-ALERT-LOG         TO TRUE
           MOVE 750-CRISIS-ALERT-TURNS TO GH-LOG-SEQ
           MOVE 930-ALERT-LOG-LINE     TO GH-LOG-DATA
           PERFORM 3800-HOLD-LOG-LINE
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
           ADD 1                       TO 750-EXTRACT-RECS
           SET 88-GH-EXTRACT           TO TRUE
           MOVE 750-EXTRACT-RECS       TO GH-LOG-SEQ
           MOVE 940-EXTRACT-LINE       TO GH-LOG-DATA
           PERFORM 3800-HOLD-LOG-LINE
           .

      ****************************************************************
      *    3 8 0 0 - H O L D - L O G - L I N E .                     *
      ****************************************************************
      *    HOLD ONE DETAIL LINE ON GWHOLD UNTIL THE CONVERSATION     *
      *    CLOSES (SEE GWHLDREC.CPY).  A LINE ALREADY HELD UNDER     *
      *    THE KEY IS FROM A TURN REPLAYED AFTER A RESTART AND IS    *
      *    REPLACED.                                                 *
      ****************************************************************

       3800-HOLD-LOG-LINE.

           MOVE 150-CONVERSATION-ID    TO GH-CONVERSATION-ID
           MOVE 100-CLIENT-ID          TO GH-CLIENT-ID
           WRITE GW-HELD-LOG-RECORD
               INVALID KEY
                   REWRITE GW-HELD-LOG-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: GWHOLD WRITE FAILED - "
                               "STATUS " 900-GW-HOLD-STATUS
                               " - SESSION " 100-SESSION-ID
                   END-REWRITE
           END-WRITE
           .

      ****************************************************************
      *    3 9 0 0 - W R I T E - T R A N S C R I P T - R E C O R D . *
      ****************************************************************

       3900-WRITE-TRANSCRIPT-RECORD.

           MOVE SPACES                 TO 910-TRANSCRIPT-LINE
           MOVE 200-USER-INPUT         TO TR-INPUT
           MOVE 245-MATCHED-KEYWORD    TO TR-KEYWORD
           MOVE 240-REPLY              TO TR-REPLY
           ADD 1                       TO 750-TRANSCRIPT-RECS
           SET 88-GH-TRANSCRIPT        TO TRUE
           MOVE 750-TRANSCRIPT-RECS    TO GH-LOG-SEQ
           MOVE 910-TRANSCRIPT-LINE    TO GH-LOG-DATA
           PERFORM 3800-HOLD-LOG-LINE
           .

      ****************************************************************
      *  8 0 0 0 - C L O S E - O U T - S E S S I O N .               *
      ****************************************************************
      *    A CONVERSATION IS ENDING WITHOUT A SIGN-OFF INPUT (ITS    *
      *    ID ARRIVES NAMING ANOTHER CLIENT, IT HAS GONE IDLE, OR    *
      *    THE GATEWAY IS CLOSING EVERYTHING OUT).  WRITE THE        *
      *    GOODBYE SIGN-OFF RECORDS, THE CONTROL-TOTAL TRAILERS,     *
      *    AND THE CLIENT MASTER UPDATE, SO EVERY GATEWAY SESSION    *
      *    IS SEPARATELY ACCOUNTED FOR, AND DROP THE CONVERSATION.   *
      ****************************************************************

       8000-CLOSE-OUT-SESSION.

           MOVE SPACES                 TO 200-USER-INPUT
           MOVE SPACES                 TO 230-TRANSLATED-INPUT
           MOVE 600-GOODBYE-MESSAGE    TO 240-REPLY
           SET 400-HOLD-500-K          TO 300-MAX-KEYWORD-ENTRIES
           PERFORM 0970-FETCH-KEYWORD-TEXT
           ADD +1                      TO 750-TOTAL-TURN-COUNT
           ADD +1                      TO 750-NOKEYFOUND-TURNS
           PERFORM 3050-WRITE-EXTRACT-RECORD
           PERFORM 3900-WRITE-TRANSCRIPT-RECORD
           PERFORM 8300-WRITE-SESSION-TRAILERS
           PERFORM 8200-UPDATE-CLIENT-MASTER
           PERFORM 8250-SAVE-CLIENT-MEMORY
           PERFORM 8400-DROP-CONVERSATION
           MOVE SPACE                  TO 100-SESSION-OPEN-FLAG
           .

      ****************************************************************
      *  8 1 0 0 - R E S E T - S E S S I O N .                       *
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
      *    POST THE SESSION'S HELD DETAIL LINES, THEN WRITE ITS      *
      *    CONTROL-TOTAL TRAILER TO THE TRANSCRIPT, EXTRACT, AND     *
      *    ALERT LOG FILES, SO THE RECONCILIATION JOB CAN PROVE A    *
      *    GATEWAY SESSION COMPLETE EXACTLY AS IT DOES A BATCH ONE.  *
      ****************************************************************

       8300-WRITE-SESSION-TRAILERS.

           PERFORM 8350-POST-HELD-LOG-LINES
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
      *  8 3 5 0 - P O S T - H E L D - L O G - L I N E S .           *
      ****************************************************************
      *    COPY EVERY LINE HELD FOR THE CONVERSATION ONTO ITS LOG    *
      *    FILE IN KEY (AND SO DETAIL) ORDER, DELETING EACH FROM     *
      *    GWHOLD AS IT GOES.                                        *
      ****************************************************************

       8350-POST-HELD-LOG-LINES.

           MOVE SPACE                  TO 100-HOLD-EOF-FLAG
           MOVE LOW-VALUES             TO GH-HELD-KEY
           MOVE 150-CONVERSATION-ID    TO GH-CONVERSATION-ID
           START GW-HOLD-FILE
               KEY IS NOT LESS THAN GH-HELD-KEY
               INVALID KEY
                   SET 88-100-HOLD-EOF TO TRUE
           END-START
           PERFORM 8360-POST-ONE-HELD-LINE
               UNTIL 88-100-HOLD-EOF
           .

      ****************************************************************
      *  8 3 6 0 - P O S T - O N E - H E L D - L I N E .             *
      ****************************************************************

       8360-POST-ONE-HELD-LINE.

           READ GW-HOLD-FILE NEXT RECORD
               AT END
                   SET 88-100-HOLD-EOF TO TRUE
               NOT AT END
                   IF GH-CONVERSATION-ID NOT = 150-CONVERSATION-ID
                       SET 88-100-HOLD-EOF TO TRUE
                   ELSE
                       EVALUATE TRUE
                           WHEN 88-GH-TRANSCRIPT
                               MOVE GH-LOG-DATA TO TRANSCRIPT-RECORD
                               WRITE TRANSCRIPT-RECORD
                           WHEN 88-GH-EXTRACT
                               MOVE GH-LOG-DATA TO EXTRACT-RECORD
                               WRITE EXTRACT-RECORD
                           WHEN 88-GH-ALERT-LOG
                               MOVE GH-LOG-DATA TO ALERT-LOG-RECORD
                               WRITE ALERT-LOG-RECORD
                       END-EVALUATE
                       DELETE GW-HOLD-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  8 4 0 0 - D R O P - C O N V E R S A T I O N .               *
      ****************************************************************
      *    THE CONVERSATION IS CLOSED OUT -- REMOVE IT FROM GWSTATE  *
      *    SO ITS ID STARTS A FRESH CONVERSATION IF IT COMES AGAIN.  *
      ****************************************************************

       8400-DROP-CONVERSATION.

           MOVE 150-CONVERSATION-ID    TO GS-CONVERSATION-ID
           DELETE GW-STATE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
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
      *  9 3 3 0 - S A V E - C O N V E R S A T I O N .               *
      ****************************************************************
      *    PUT THE CONVERSATION IN HAND ON GWSTATE: ITS SESSION      *
      *    VARIABLES AND COUNTS, AND THE ENGINE'S REPLY ROTATION     *
      *    AND SESSION MEMORY PULLED THROUGH GETSTATE.               *
      ****************************************************************

       9330-SAVE-CONVERSATION.

           IF 88-100-SESSION-OPEN
               MOVE 150-CONVERSATION-ID TO GS-CONVERSATION-ID
               MOVE 150-OPEN-CLIENT-ID TO GS-OPEN-CLIENT-ID
               MOVE 150-OPEN-PERSONA-CODE TO GS-OPEN-PERSONA-CODE
               MOVE 100-CLIENT-ID      TO GS-CLIENT-ID
               MOVE 100-PERSONA-CODE   TO GS-PERSONA-CODE
               MOVE 100-SESSION-ID     TO GS-SESSION-ID
               MOVE 150-LAST-ACTIVITY  TO GS-LAST-ACTIVITY
               MOVE 220-LAST-USER-INPUT TO GS-LAST-USER-INPUT
               MOVE 600-GOODBYE-MESSAGE TO GS-GOODBYE-MESSAGE
               MOVE 750-TOTAL-TURN-COUNT TO GS-TOTAL-TURN-COUNT
               MOVE 750-KEYWORD-HIT-TURNS TO GS-KEYWORD-HIT-TURNS
               MOVE 750-NOKEYFOUND-TURNS TO GS-NOKEYFOUND-TURNS
               MOVE 750-CRISIS-ALERT-TURNS TO GS-CRISIS-ALERT-TURNS
               MOVE 750-TRANSCRIPT-RECS TO GS-TRANSCRIPT-RECS
               MOVE 750-EXTRACT-RECS   TO GS-EXTRACT-RECS
               PERFORM 0075-GET-ENGINE-STATE
               MOVE ELZ-ENGINE-STATE   TO GS-ENGINE-STATE
               WRITE GW-CONVERSATION-RECORD
                   INVALID KEY
                       REWRITE GW-CONVERSATION-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: GWSTATE SAVE FAILED "
                                   "FOR CONVERSATION "
                                   150-CONVERSATION-ID
                       END-REWRITE
               END-WRITE
           END-IF
           .

      ****************************************************************
      *  6 0 0 0 - C O M P U T E - S T A M P - M I N U T E .         *
      ****************************************************************
      *    TURN THE YYYYMMDDHHMM IN 420-STAMP-TEXT INTO AN ABSOLUTE  *
      *    MINUTE NUMBER FOR THE IDLE TEST.  A STAMP THAT IS NOT A   *
      *    VALID DATE GIVES ZERO, SO ITS CONVERSATION COUNTS AS      *
      *    IDLE AND IS CLOSED OUT RATHER THAN KEPT FOREVER.          *
      ****************************************************************

       6000-COMPUTE-STAMP-MINUTE.

           IF 420-STAMP-TEXT NUMERIC
           AND FUNCTION TEST-DATE-YYYYMMDD (420-STAMP-DATE) = ZERO
               COMPUTE 400-STAMP-MINUTE =
                   FUNCTION INTEGER-OF-DATE (420-STAMP-DATE)
                       * 300-MINUTES-PER-DAY
                   + 420-STAMP-HH * 60
                   + 420-STAMP-MM
               END-COMPUTE
           ELSE
               MOVE ZERO               TO 400-STAMP-MINUTE
           END-IF
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

       END PROGRAM ELIZAGWY.
