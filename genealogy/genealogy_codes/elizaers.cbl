       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAERS.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAERS -- CLIENT ERASURE WITH A PER-CLIENT CERTIFICATE. *
      *                                                              *
      *    READS A LIST OF CLIENT IDS FROM ERASELST (ONE PER LINE,   *
      *    COLUMNS 1-8) AND REMOVES OR MASKS EVERYTHING THE SYSTEM   *
      *    HOLDS ABOUT EACH CLIENT, LIVE AND ARCHIVED:               *
      *      - TRANSCRIPT, EXTRACT, AND ALERTLOG, AND EVERY ARCHIVE  *
      *        GENERATION OF THEM ON THE ELIZAHKP CATALOG: A         *
      *        SESSION BELONGS TO THE CLIENT WHOSE ID IS ON ITS      *
      *        *TRAILER, AND ALL OF ITS DETAIL RECORDS ARE REMOVED.  *
      *        THE TRAILER IS KEPT WITH THE CLIENT ID BLANKED AND    *
      *        EVERY COUNT ZEROED, SO IT STILL MATCHES ITS (NOW      *
      *        EMPTY) SESSION AND ELIZARCN STILL BALANCES; EACH      *
      *        ARCHIVE GENERATION'S HKPCATLG COUNT IS REDUCED BY     *
      *        THE RECORDS TAKEN OUT OF IT;                          *
      *      - CLNTMEM: THE REMEMBERED FACTS ARE DELETED;            *
      *      - ALERTCASE: A CLOSED CASE IS MASKED IN PLACE -- CLIENT *
      *        ID BLANKED, INPUT TEXT ERASED -- SO ITS DISPOSITION   *
      *        HISTORY SURVIVES;                                     *
      *      - NOTIFYQ: THE NOTIFICATIONS QUEUED FOR THOSE SAME      *
      *        CASES ARE MASKED THE SAME WAY;                        *
      *      - CLIENTMST: THE NAME IS ERASED AND THE CLIENT          *
      *        DEACTIVATED.  THE ID STAYS ON FILE SO IT IS NEVER     *
      *        ISSUED TO ANYONE ELSE;                                *
      *      - CLMAUDIT: THE NAME IS ERASED FROM EVERY BEFORE AND    *
      *        AFTER IMAGE, AND THE ERASURE ITSELF IS AUDITED;       *
      *      - DIDXWALK: THE CLIENT'S RESEARCH PSEUDONYM IS          *
      *        DELETED, SO DATA ALREADY DELIVERED CAN NO LONGER BE   *
      *        TRACED BACK;                                          *
      *      - STATHIST: THE CLIENT ID IS BLANKED ON THE CLIENT      *
      *        SESSION ROWS, SO THE MONTHLY FIGURES STAND BUT NO     *
      *        LONGER NAME THE CLIENT.                               *
      *                                                              *
      *    AN OPEN CRISIS CASE IS NEVER TOUCHED.  EVERY RECORD OF    *
      *    ITS SESSION IS KEPT, AND SO IS THE CLIENT'S IDENTITY      *
      *    (CLIENTMST, CLMAUDIT, DIDXWALK), SO THE REVIEWER CAN      *
      *    STILL REACH THE CLIENT, UNTIL ELIZAALT CLOSES THE CASE.   *
      *    A CONVERSATION STILL OPEN IN THE GATEWAY (GWSTATE) IS     *
      *    LEFT ALONE TOO: ITS HELD LINES REACH THE LOGS ONLY WHEN   *
      *    IT CLOSES.  EITHER WAY THE CERTIFICATE SAYS THE ERASURE   *
      *    IS INCOMPLETE AND THE CLIENT MUST BE RESUBMITTED.         *
      *    RESUBMITTING IS SAFE -- WHAT WAS ERASED IS NOT FOUND      *
      *    AGAIN.                                                    *
      *                                                              *
      *    THE OPERATOR'S ID IS A REQUIRED COMMAND-LINE PARM: IT     *
      *    SIGNS THE CERTIFICATES AND THE AUDIT RECORDS.  ERASCERT   *
      *    CARRIES ONE CERTIFICATE PER CLIENT, LISTING EACH FILE     *
      *    TOUCHED AND HOW MANY RECORDS WERE REMOVED OR MASKED.      *
      *                                                              *
      *    LIKE ELIZAHKP THIS JOB WILL NOT REWRITE THE LIVE FILES    *
      *    WHILE A CRASHED BATCH DIALOG RUN AWAITS RESTART.  RETURN  *
      *    CODE 8 WHEN THE RUN IS REFUSED OR A FILE COULD NOT BE     *
      *    PROCESSED, 4 WHEN ANY CLIENT'S ERASURE IS INCOMPLETE.     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ERASE-LIST-FILE
               ASSIGN TO "ERASELST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ERASE-LIST-STATUS.

           SELECT OPTIONAL RUN-CKPT-FILE
               ASSIGN TO "RUNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RUN-CKPT-STATUS.

           SELECT OPTIONAL HKP-CATALOG-FILE
               ASSIGN TO "HKPCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CATALOG-STATUS.

           SELECT OPTIONAL LOG-FILE
               ASSIGN DYNAMIC 100-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-LOG-STATUS.

           SELECT ERASE-TEMP-FILE
               ASSIGN TO "ERASTEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ERASE-TEMP-STATUS.

           SELECT OPTIONAL NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-NOTIFY-QUEUE-STATUS.

           SELECT OPTIONAL GW-STATE-FILE
               ASSIGN TO "GWSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-CONVERSATION-ID
               FILE STATUS IS 900-GW-STATE-STATUS.

           SELECT OPTIONAL ALERT-CASE-FILE
               ASSIGN TO "ALERTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALERT-ID
               FILE STATUS IS 900-ALERT-CASE-STATUS.

           SELECT OPTIONAL CLIENT-MEMORY-FILE
               ASSIGN TO "CLNTMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MEMORY-STATUS.

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT OPTIONAL CLM-AUDIT-FILE
               ASSIGN TO "CLMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CLM-AUDIT-STATUS.

           SELECT OPTIONAL CROSSWALK-FILE
               ASSIGN TO "DIDXWALK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XW-KEY
               FILE STATUS IS 900-CROSSWALK-STATUS.

           SELECT OPTIONAL STAT-HISTORY-FILE
               ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-STAT-HISTORY-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CERTIFICATE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ERASE-LIST-FILE.
       01  ERASE-LIST-RECORD               PIC X(80).

       FD  RUN-CKPT-FILE.
       01  RUN-CKPT-RECORD                 PIC X(80).

       FD  HKP-CATALOG-FILE.
       01  HKP-CATALOG-RECORD              PIC X(60).

       FD  LOG-FILE.
       01  LOG-RECORD                      PIC X(202).

       FD  ERASE-TEMP-FILE.
       01  ERASE-TEMP-RECORD               PIC X(220).

       FD  NOTIFY-QUEUE-FILE.

       COPY NTFOUT.

       FD  GW-STATE-FILE.

       COPY GWCONVR.

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  CLIENT-MEMORY-FILE.

       COPY MEMREC.

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  CLM-AUDIT-FILE.
       01  CLM-AUDIT-RECORD                PIC X(220).

       FD  CROSSWALK-FILE.

       COPY XWALKREC.

       FD  STAT-HISTORY-FILE.

       COPY STATREC.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-SESSION-HELD-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-SESSION-HELD                 VALUE "Y".
           05  100-RUN-FAILED-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-RUN-FAILED                   VALUE "Y".
           05  100-CASES-UNKNOWN-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-CASES-UNKNOWN                VALUE "Y".
           05  100-CATALOG-CHANGED-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-CATALOG-CHANGED              VALUE "Y".
           05  100-ERASE-TABLE-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-ERASE-TABLE-FULL             VALUE "Y".
           05  100-IMAGE-MASKED-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-IMAGE-MASKED                 VALUE "Y".
           05  100-OUTPUT-OPEN-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-OUTPUT-OPEN                  VALUE "Y".
           05  100-OPERATOR-ID             PIC X(08)   VALUE SPACES.
           05  100-LOG-FILENAME            PIC X(30)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-CLIENT-ENTRIES      PIC S9(4)   COMP VALUE +200.
           05  300-MAX-HELD-ENTRIES        PIC S9(4)   COMP VALUE +1000.
           05  300-MAX-ERASE-ENTRIES       PIC S9(4)   COMP VALUE +5000.
           05  300-MAX-TOUCH-ENTRIES       PIC S9(4)   COMP VALUE +4000.
           05  300-MAX-CATALOG-ENTRIES     PIC S9(4)   COMP VALUE +3100.
           05  300-NO-MORE-ORDINALS        PIC 9(07)   VALUE 9999999.
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".
           05  300-ERASED-TEXT             PIC X(14)
                                               VALUE "*** ERASED ***".
           05  300-ERASE-ACTION            PIC X(10)   VALUE "ERASE".

       01  400-PROGRAM-COUNTERS.
           05  400-CLIENT-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  400-CLIENT-SUB              PIC S9(4) COMP VALUE ZERO.
           05  400-HELD-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-ERASE-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-TOUCH-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-CATALOG-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-TRAILER-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  400-GAP-ORDINAL             PIC 9(07) COMP VALUE ZERO.
           05  400-NEXT-ORDINAL            PIC 9(07) COMP VALUE ZERO.
           05  400-FILE-REMOVED-COUNT      PIC 9(07) COMP VALUE ZERO.
           05  400-FILES-EXAMINED          PIC 9(05) COMP VALUE ZERO.
           05  400-FILES-REWRITTEN         PIC 9(05) COMP VALUE ZERO.
           05  400-POST-REMOVED            PIC 9(07) COMP VALUE ZERO.
           05  400-POST-MASKED             PIC 9(07) COMP VALUE ZERO.
           05  400-CLIENT-REMOVED          PIC 9(07) COMP VALUE ZERO.
           05  400-CLIENT-MASKED           PIC 9(07) COMP VALUE ZERO.
           05  400-COMPLETE-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  400-INCOMPLETE-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  400-QUEUE-MASKED-COUNT      PIC 9(07) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-TODAY-DATE              PIC 9(08)   VALUE ZERO.
           05  410-LOOKUP-CLIENT-ID        PIC X(08)   VALUE SPACES.
           05  410-LOOKUP-SESSION-ID       PIC X(14)   VALUE SPACES.
           05  410-TOUCH-FILENAME          PIC X(30)   VALUE SPACES.

      ****************************************************************
      *    ONE ROW PER CLIENT TO BE ERASED, WITH WHAT HOLDS ITS      *
      *    ERASURE OPEN AND THE MASTER IMAGES FOR THE AUDIT RECORD.  *
      *    A CLIENT WITH AN OPEN CASE OR AN OPEN GATEWAY             *
      *    CONVERSATION KEEPS ITS IDENTITY FOR NOW.                  *
      ****************************************************************

       01  510-CLIENT-TABLE.
           05  510-CLIENT-ENTRY        OCCURS 200 TIMES
                                       INDEXED BY 510-X.
               10  510-CLIENT-ID           PIC X(08).
               10  510-OPEN-CASE-COUNT     PIC 9(05) COMP.
               10  510-OPEN-CONV-COUNT     PIC 9(05) COMP.
               10  510-MASTER-FLAG         PIC X(01).
                   88  88-510-MASTER-ERASED            VALUE "Y".
               10  510-BEFORE-IMAGE        PIC X(77).
               10  510-AFTER-IMAGE         PIC X(77).

      ****************************************************************
      *    SESSIONS WITH AN OPEN CRISIS CASE -- KEPT WHOLE IN EVERY  *
      *    FILE UNTIL THE CASE IS CLOSED.                            *
      ****************************************************************

       01  520-HELD-SESSION-TABLE.
           05  520-HELD-ENTRY          OCCURS 1000 TIMES
                                       INDEXED BY 520-H.
               10  520-HELD-SESSION-ID     PIC X(14).

      ****************************************************************
      *    THE SESSIONS TO ERASE IN THE LOG FILE NOW BEING WORKED,   *
      *    BY TRAILER POSITION (THE FIRST TRAILER IS 1), IN FILE     *
      *    ORDER.  A DETAIL RECORD BELONGS TO THE NEXT TRAILER       *
      *    AFTER IT.                                                 *
      ****************************************************************

       01  530-ERASE-SESSION-TABLE.
           05  530-ERASE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY 530-E.
               10  530-TRAILER-ORDINAL     PIC 9(07) COMP.
               10  530-CLIENT-SUB          PIC S9(4) COMP.
               10  530-RECORDS-REMOVED     PIC 9(07) COMP.
               10  530-TRAILERS-MASKED     PIC 9(07) COMP.

      ****************************************************************
      *    EVERY FILE TOUCHED FOR EVERY CLIENT, FOR THE              *
      *    CERTIFICATES.                                             *
      ****************************************************************

       01  540-TOUCH-TABLE.
           05  540-TOUCH-ENTRY         OCCURS 4000 TIMES
                                       INDEXED BY 540-T.
               10  540-CLIENT-SUB          PIC S9(4) COMP.
               10  540-FILENAME            PIC X(30).
               10  540-REMOVED             PIC 9(07) COMP.
               10  540-MASKED              PIC 9(07) COMP.

       01  550-CATALOG-TABLE.
           05  550-CATALOG-ENTRY       OCCURS 3100 TIMES
                                       INDEXED BY 550-C.
               10  550-CAT-FILE-CODE       PIC X(05).
               10  550-CAT-DATE            PIC 9(08).
               10  550-CAT-FILENAME        PIC X(30).
               10  550-CAT-COUNT           PIC 9(07).

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-ERASE-LIST-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ERASE-LIST-PRESENT           VALUE "00".
           05  900-RUN-CKPT-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RUN-CKPT-PRESENT             VALUE "00".
           05  900-CATALOG-STATUS          PIC X(02)   VALUE "00".
               88  88-900-CATALOG-PRESENT              VALUE "00".
           05  900-LOG-STATUS              PIC X(02)   VALUE "00".
               88  88-900-LOG-PRESENT                  VALUE "00".
               88  88-900-LOG-OUTPUT-OK                VALUE "00" "05".
           05  900-ERASE-TEMP-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ERASE-TEMP-OK                VALUE "00".
           05  900-NOTIFY-QUEUE-STATUS     PIC X(02)   VALUE "00".
               88  88-900-NOTIFY-QUEUE-PRESENT         VALUE "00".
               88  88-900-NOTIFY-QUEUE-OUTPUT-OK       VALUE "00" "05".
           05  900-GW-STATE-STATUS         PIC X(02)   VALUE "00".
               88  88-900-GW-STATE-OK             VALUE "00" "05".
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-OK           VALUE "00" "05".
           05  900-CLIENT-MEMORY-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MEMORY-OK        VALUE "00" "05".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-OK        VALUE "00" "05".
           05  900-CLM-AUDIT-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CLM-AUDIT-PRESENT            VALUE "00".
               88  88-900-CLM-AUDIT-ABSENT             VALUE "05".
               88  88-900-CLM-AUDIT-OUTPUT-OK          VALUE "00" "05".
           05  900-CROSSWALK-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CROSSWALK-OK            VALUE "00" "05".
           05  900-STAT-HISTORY-STATUS     PIC X(02)   VALUE "00".
               88  88-900-STAT-HISTORY-PRESENT         VALUE "00".
               88  88-900-STAT-HISTORY-OUTPUT-OK       VALUE "00" "05".
           05  900-CERTIFICATE-STATUS      PIC X(02)   VALUE "00".
               88  88-900-CERTIFICATE-OK               VALUE "00".

       01  910-CATALOG-LINE.
           05  HC-FILE-CODE                PIC X(05).
           05  HC-DATE                     PIC 9(08).
           05  HC-FILENAME                 PIC X(30).
           05  HC-COUNT                    PIC 9(07).

       01  915-HEADING-LINE.
           05  FILLER                      PIC X(35)   VALUE
               "ELIZA CLIENT ERASURE - RUN DATE: ".
           05  RH-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(12)   VALUE
               "  OPERATOR: ".
           05  RH-OPERATOR-ID              PIC X(08).

       01  920-CERTIFICATE-HEADING.
           05  FILLER                      PIC X(35)   VALUE
               "CERTIFICATE OF ERASURE - CLIENT ID".
           05  CH-CLIENT-ID                PIC X(08).

       01  925-COLUMN-HEADING.
           05  FILLER                      PIC X(34)   VALUE
               "  FILE".
           05  FILLER                      PIC X(32)   VALUE
               "RECORDS REMOVED  RECORDS MASKED".

       01  930-TOUCH-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-FILENAME                 PIC X(30).
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  TD-REMOVED                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(09)   VALUE SPACES.
           05  TD-MASKED                   PIC ZZZZZZ9.

       01  935-HOLD-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  HL-LABEL                    PIC X(52).
           05  HL-COUNT                    PIC ZZZZ9.

       01  940-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(48).
           05  TL-VALUE                    PIC ZZZZZZ9.

       01  950-LOG-WORK                    PIC X(202).

       01  960-AUDIT-LINE.
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
      *    FIND WHAT MUST BE KEPT (OPEN GATEWAY CONVERSATIONS AND    *
      *    OPEN CRISIS CASES) BEFORE ANYTHING IS ERASED, THEN WORK   *
      *    THROUGH THE FILES AND PRINT THE CERTIFICATES.  IF THE     *
      *    CASE FILE CANNOT BE READ, NOTHING CAN SAFELY BE ERASED.   *
      ****************************************************************

       0000-MAINLINE.

           ACCEPT 100-OPERATOR-ID FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-OPERATOR-ID)
                               TO 100-OPERATOR-ID
           IF 100-OPERATOR-ID = SPACES
               DISPLAY "ELIZAERS: AN OPERATOR ID PARM IS REQUIRED"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO 410-TODAY-DATE
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE 410-TODAY-DATE         TO RH-RUN-DATE
           MOVE 100-OPERATOR-ID        TO RH-OPERATOR-ID
           MOVE 915-HEADING-LINE       TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES                 TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           PERFORM 0030-CHECK-RESTART-PENDING
           IF NOT 88-100-RUN-FAILED
               PERFORM 0100-LOAD-ERASE-LIST
           END-IF
           IF NOT 88-100-RUN-FAILED AND 400-CLIENT-COUNT > ZERO
               PERFORM 1000-FIND-OPEN-CONVERSATIONS
               PERFORM 2000-FIND-OPEN-CASES
               IF 88-100-CASES-UNKNOWN
                   MOVE "ALERTCASE UNREADABLE - OPEN CASES UNKNOWN - NOT
      -                 "HING ERASED"   TO CERTIFICATE-RECORD
                   WRITE CERTIFICATE-RECORD
               ELSE
                   PERFORM 2200-MASK-CLOSED-CASES
                   PERFORM 2400-MASK-NOTIFY-QUEUE
                   PERFORM 3000-ERASE-LIVE-LOGS
                   PERFORM 4000-ERASE-ARCHIVE-GENERATIONS
                   PERFORM 5000-ERASE-CLIENT-MEMORY
                   PERFORM 6000-ERASE-CLIENT-MASTER
                   PERFORM 6200-MASK-AUDIT-TRAIL
                   PERFORM 6400-ERASE-CROSSWALK-ENTRY
                   PERFORM 6500-MASK-STATISTICS-HISTORY
               END-IF
           END-IF
           PERFORM 8000-PRINT-CERTIFICATES
           CLOSE CERTIFICATE-FILE
           EVALUATE TRUE
               WHEN 88-100-RUN-FAILED
                   MOVE 8              TO RETURN-CODE
               WHEN 400-INCOMPLETE-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

      ****************************************************************
      *  0 0 3 0 - C H E C K - R E S T A R T - P E N D I N G .       *
      ****************************************************************
      *    A BATCH DIALOG RUN THAT DIED IN FLIGHT RECOVERS BY        *
      *    COUNTING RECORDS ON THE LIVE FILES; TAKING RECORDS OUT    *
      *    FROM UNDER IT WOULD SPOIL THE RECOVERY.  SAME TEST AS     *
      *    ELIZAHKP.                                                 *
      ****************************************************************

       0030-CHECK-RESTART-PENDING.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT RUN-CKPT-FILE
           IF 88-900-RUN-CKPT-PRESENT
               READ RUN-CKPT-FILE
                   AT END
                       SET 88-100-FILE-EOF TO TRUE
                   NOT AT END
                       IF RUN-CKPT-RECORD (1:1) = "I" OR "A"
                               OR "B"
                           SET 88-100-RUN-FAILED TO TRUE
                           MOVE "RESTART PENDING - NOTHING ERASED"
                                       TO CERTIFICATE-RECORD
                           WRITE CERTIFICATE-RECORD
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  0 1 0 0 - L O A D - E R A S E - L I S T .                   *
      ****************************************************************
      *    BLANK LINES AND REPEATED IDS ARE PASSED OVER.  A LIST     *
      *    LONGER THAN THE TABLE IS REFUSED WHOLE RATHER THAN        *
      *    ERASING SOME OF IT -- SPLIT IT AND RUN TWICE.             *
      ****************************************************************

       0100-LOAD-ERASE-LIST.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ERASE-LIST-FILE
           IF 88-900-ERASE-LIST-PRESENT
               PERFORM 0110-READ-ERASE-LIST
                   UNTIL 88-100-FILE-EOF
           END-IF
           CLOSE ERASE-LIST-FILE
           IF 400-CLIENT-COUNT = ZERO AND NOT 88-100-RUN-FAILED
               MOVE "NO CLIENT IDS ON ERASELST - NOTHING ERASED"
                                       TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           .

       0110-READ-ERASE-LIST.

           READ ERASE-LIST-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF ERASE-LIST-RECORD (1:8) NOT = SPACES
                       MOVE ERASE-LIST-RECORD (1:8)
                                       TO 410-LOOKUP-CLIENT-ID
                       PERFORM 7000-FIND-CLIENT
                       IF 400-CLIENT-SUB = ZERO
                           IF 400-CLIENT-COUNT < 300-MAX-CLIENT-ENTRIES
                               ADD 1   TO 400-CLIENT-COUNT
                               SET 510-X TO 400-CLIENT-COUNT
                               INITIALIZE 510-CLIENT-ENTRY (510-X)
                               MOVE 410-LOOKUP-CLIENT-ID
                                       TO 510-CLIENT-ID (510-X)
                           ELSE
                               SET 88-100-RUN-FAILED TO TRUE
                               SET 88-100-FILE-EOF TO TRUE
                               MOVE ZERO TO 400-CLIENT-COUNT
                               MOVE "ERASELST HOLDS MORE THAN 200 CLIE
      -                             "NTS - SPLIT IT - NOTHING ERASED"
                                       TO CERTIFICATE-RECORD
                               WRITE CERTIFICATE-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 0 0 0 - F I N D - O P E N - C O N V E R S A T I O N S .   *
      ****************************************************************
      *    A GATEWAY CONVERSATION STILL OPEN FOR THE CLIENT HAS      *
      *    DETAIL LINES HELD ON GWHOLD THAT WILL REACH THE LOGS      *
      *    ONLY WHEN IT CLOSES, SO THE CLIENT CANNOT BE FINISHED     *
      *    TODAY.  THE GATEWAY'S OWN FILES ARE NOT TOUCHED.          *
      ****************************************************************

       1000-FIND-OPEN-CONVERSATIONS.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT GW-STATE-FILE
           IF 88-900-GW-STATE-OK
               MOVE LOW-VALUES         TO GS-CONVERSATION-ID
               START GW-STATE-FILE
                   KEY IS NOT LESS THAN GS-CONVERSATION-ID
                   INVALID KEY
                       SET 88-100-FILE-EOF TO TRUE
               END-START
               PERFORM 1100-READ-CONVERSATION
                   UNTIL 88-100-FILE-EOF
           ELSE
               MOVE "GWSTATE" TO 410-TOUCH-FILENAME
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE GW-STATE-FILE
           .

       1100-READ-CONVERSATION.

           READ GW-STATE-FILE NEXT RECORD
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE GS-CLIENT-ID   TO 410-LOOKUP-CLIENT-ID
                   PERFORM 7000-FIND-CLIENT
                   IF 400-CLIENT-SUB > ZERO
                       SET 510-X       TO 400-CLIENT-SUB
                       ADD 1           TO 510-OPEN-CONV-COUNT (510-X)
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 0 0 0 - F I N D - O P E N - C A S E S .                   *
      ****************************************************************
      *    EVERY SESSION WITH AN OPEN CASE FOR ONE OF THE CLIENTS    *
      *    IS HELD.  IF THE HELD-SESSION TABLE FILLS, OR THE CASE    *
      *    FILE CANNOT BE OPENED, THE OPEN CASES ARE NOT KNOWN AND   *
      *    NOTHING IS ERASED.                                        *
      ****************************************************************

       2000-FIND-OPEN-CASES.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-OK
               MOVE LOW-VALUES         TO AC-ALERT-ID
               START ALERT-CASE-FILE
                   KEY IS NOT LESS THAN AC-ALERT-ID
                   INVALID KEY
                       SET 88-100-FILE-EOF TO TRUE
               END-START
               PERFORM 2100-READ-CASE-FOR-HOLD
                   UNTIL 88-100-FILE-EOF
           ELSE
               SET 88-100-CASES-UNKNOWN TO TRUE
               SET 88-100-RUN-FAILED TO TRUE
           END-IF
           CLOSE ALERT-CASE-FILE
           .

       2100-READ-CASE-FOR-HOLD.

           READ ALERT-CASE-FILE NEXT RECORD
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AC-CLIENT-ID   TO 410-LOOKUP-CLIENT-ID
                   PERFORM 7000-FIND-CLIENT
                   IF 400-CLIENT-SUB > ZERO AND 88-AC-DISP-OPEN
                       SET 510-X       TO 400-CLIENT-SUB
                       ADD 1           TO 510-OPEN-CASE-COUNT (510-X)
                       MOVE AC-SESSION-ID TO 410-LOOKUP-SESSION-ID
                       PERFORM 7100-FIND-HELD-SESSION
                       IF NOT 88-100-SESSION-HELD
                           IF 400-HELD-COUNT < 300-MAX-HELD-ENTRIES
                               ADD 1   TO 400-HELD-COUNT
                               SET 520-H TO 400-HELD-COUNT
                               MOVE AC-SESSION-ID
                                   TO 520-HELD-SESSION-ID (520-H)
                           ELSE
                               SET 88-100-CASES-UNKNOWN TO TRUE
                               SET 88-100-RUN-FAILED TO TRUE
                               SET 88-100-FILE-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 2 0 0 - M A S K - C L O S E D - C A S E S .               *
      ****************************************************************
      *    A CLOSED CASE KEEPS ITS KEY, TIER, AND DISPOSITION        *
      *    HISTORY BUT LOSES THE CLIENT ID AND WHAT WAS TYPED.  ANY  *
      *    CASE IN A HELD SESSION IS LEFT AS IT IS.                  *
      ****************************************************************

       2200-MASK-CLOSED-CASES.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           MOVE "ALERTCASE"            TO 410-TOUCH-FILENAME
           OPEN I-O ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-OK
               MOVE LOW-VALUES         TO AC-ALERT-ID
               START ALERT-CASE-FILE
                   KEY IS NOT LESS THAN AC-ALERT-ID
                   INVALID KEY
                       SET 88-100-FILE-EOF TO TRUE
               END-START
               PERFORM 2300-READ-CASE-FOR-MASK
                   UNTIL 88-100-FILE-EOF
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE ALERT-CASE-FILE
           .

       2300-READ-CASE-FOR-MASK.

           READ ALERT-CASE-FILE NEXT RECORD
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AC-CLIENT-ID   TO 410-LOOKUP-CLIENT-ID
                   PERFORM 7000-FIND-CLIENT
                   MOVE AC-SESSION-ID  TO 410-LOOKUP-SESSION-ID
                   PERFORM 7100-FIND-HELD-SESSION
                   IF 400-CLIENT-SUB > ZERO
                           AND NOT 88-100-SESSION-HELD
                       MOVE SPACES     TO AC-CLIENT-ID
                       MOVE 300-ERASED-TEXT TO AC-INPUT
                       REWRITE ALERT-CASE-RECORD
                           INVALID KEY
                               PERFORM 7900-FILE-NOT-AVAILABLE
                           NOT INVALID KEY
                               MOVE ZERO TO 400-POST-REMOVED
                               MOVE 1  TO 400-POST-MASKED
                               PERFORM 7200-POST-TOUCH
                       END-REWRITE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 4 0 0 - M A S K - N O T I F Y - Q U E U E .               *
      ****************************************************************
      *    EVERY NOTIFICATION ON NOTIFYQ CARRIES THE CLIENT ID AND   *
      *    WHAT WAS TYPED.  COPY THE QUEUE THROUGH ERASTEMP MASKING  *
      *    BOTH ON EVERY RECORD FOR A CLIENT ON THE LIST WHOSE       *
      *    SESSION IS NOT HELD -- THE SAME CASES 2200 MASKED -- AND  *
      *    WRITE IT BACK ONLY WHEN SOMETHING WAS MASKED.  NO QUEUE   *
      *    YET IS NOT AN ERROR.                                      *
      ****************************************************************

       2400-MASK-NOTIFY-QUEUE.

           MOVE "NOTIFYQ"              TO 410-TOUCH-FILENAME
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT NOTIFY-QUEUE-FILE
           IF 88-900-NOTIFY-QUEUE-PRESENT
               OPEN OUTPUT ERASE-TEMP-FILE
               IF 88-900-ERASE-TEMP-OK
                   PERFORM 2410-MASK-QUEUE-RECORD
                       UNTIL 88-100-FILE-EOF
                   CLOSE ERASE-TEMP-FILE
                   CLOSE NOTIFY-QUEUE-FILE
                   IF 400-QUEUE-MASKED-COUNT > ZERO
                       PERFORM 2450-REPLACE-NOTIFY-QUEUE
                   END-IF
               ELSE
                   CLOSE NOTIFY-QUEUE-FILE
                   MOVE "ERASTEMP"     TO 410-TOUCH-FILENAME
                   PERFORM 7900-FILE-NOT-AVAILABLE
               END-IF
           ELSE
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           .

       2410-MASK-QUEUE-RECORD.

           READ NOTIFY-QUEUE-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE NQ-CLIENT-ID   TO 410-LOOKUP-CLIENT-ID
                   PERFORM 7000-FIND-CLIENT
                   MOVE NQ-SESSION-ID  TO 410-LOOKUP-SESSION-ID
                   PERFORM 7100-FIND-HELD-SESSION
                   IF 400-CLIENT-SUB > ZERO
                           AND NOT 88-100-SESSION-HELD
                       MOVE SPACES     TO NQ-CLIENT-ID
                       MOVE 300-ERASED-TEXT TO NQ-INPUT
                       ADD 1           TO 400-QUEUE-MASKED-COUNT
                       MOVE ZERO       TO 400-POST-REMOVED
                       MOVE 1          TO 400-POST-MASKED
                       PERFORM 7200-POST-TOUCH
                   END-IF
                   MOVE NOTIFY-QUEUE-RECORD TO ERASE-TEMP-RECORD
                   WRITE ERASE-TEMP-RECORD
           END-READ
           .

       2450-REPLACE-NOTIFY-QUEUE.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ERASE-TEMP-FILE
           OPEN OUTPUT NOTIFY-QUEUE-FILE
           IF 88-900-NOTIFY-QUEUE-OUTPUT-OK
               PERFORM UNTIL 88-100-FILE-EOF
                   READ ERASE-TEMP-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE ERASE-TEMP-RECORD
                                       TO NOTIFY-QUEUE-RECORD
                           WRITE NOTIFY-QUEUE-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-QUEUE-FILE
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE ERASE-TEMP-FILE
           .

      ****************************************************************
      *  3 0 0 0 - E R A S E - L I V E - L O G S .                   *
      ****************************************************************

       3000-ERASE-LIVE-LOGS.

           MOVE "TRANSCRIPT"           TO 100-LOG-FILENAME
           PERFORM 3100-ERASE-LOG-FILE
           MOVE "EXTRACT"              TO 100-LOG-FILENAME
           PERFORM 3100-ERASE-LOG-FILE
           MOVE "ALERTLOG"             TO 100-LOG-FILENAME
           PERFORM 3100-ERASE-LOG-FILE
           .

      ****************************************************************
      *  3 1 0 0 - E R A S E - L O G - F I L E .                     *
      ****************************************************************
      *    ONE LOG FILE OR ARCHIVE GENERATION, NAMED IN              *
      *    100-LOG-FILENAME.  THE FIRST PASS FINDS THE TRAILERS OF   *
      *    THE SESSIONS TO ERASE; THE SECOND COPIES THE FILE TO      *
      *    ERASTEMP WITHOUT THEIR DETAILS AND WITH THEIR TRAILERS    *
      *    EMPTIED, AND THE COPY THEN REPLACES THE FILE (THE SAME    *
      *    TEMP-FILE REWRITE THE DIALOG PROGRAM'S RESTART TRIM       *
      *    USES).  A FILE NOT ON DISK IS PASSED OVER.                *
      ****************************************************************

       3100-ERASE-LOG-FILE.

           MOVE ZERO                   TO 400-FILE-REMOVED-COUNT
           MOVE ZERO                   TO 400-ERASE-COUNT
           MOVE SPACE                  TO 100-ERASE-TABLE-FLAG
           PERFORM 3200-FIND-ERASED-SESSIONS
           IF 88-100-ERASE-TABLE-FULL
               MOVE 100-LOG-FILENAME   TO 410-TOUCH-FILENAME
               PERFORM 7900-FILE-NOT-AVAILABLE
           ELSE
               IF 400-ERASE-COUNT > ZERO
                   PERFORM 3300-COPY-WITHOUT-SESSIONS
                   IF NOT 88-100-ERASE-TABLE-FULL
                       PERFORM 3400-REPLACE-LOG-FILE
                   END-IF
                   IF NOT 88-100-ERASE-TABLE-FULL
                       PERFORM 3500-POST-LOG-COUNTS
                   END-IF
               END-IF
           END-IF
           .

       3200-FIND-ERASED-SESSIONS.

           MOVE ZERO                   TO 400-TRAILER-COUNT
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT LOG-FILE
           IF 88-900-LOG-PRESENT
               ADD 1                   TO 400-FILES-EXAMINED
               PERFORM 3210-SCAN-LOG-RECORD
                   UNTIL 88-100-FILE-EOF
           END-IF
           CLOSE LOG-FILE
           .

       3210-SCAN-LOG-RECORD.

           READ LOG-FILE INTO 950-LOG-WORK
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF 950-LOG-WORK (1:9) = 300-TRAILER-TAG
                       ADD 1           TO 400-TRAILER-COUNT
                       MOVE 950-LOG-WORK (1:64) TO 945-TRAILER-LINE
                       MOVE TL-CLIENT-ID TO 410-LOOKUP-CLIENT-ID
                       PERFORM 7000-FIND-CLIENT
                       MOVE TL-SESSION-ID TO 410-LOOKUP-SESSION-ID
                       PERFORM 7100-FIND-HELD-SESSION
                       IF 400-CLIENT-SUB > ZERO
                               AND NOT 88-100-SESSION-HELD
                           PERFORM 3220-ADD-ERASED-SESSION
                       END-IF
                   END-IF
           END-READ
           .

       3220-ADD-ERASED-SESSION.

           IF 400-ERASE-COUNT < 300-MAX-ERASE-ENTRIES
               ADD 1                   TO 400-ERASE-COUNT
               SET 530-E               TO 400-ERASE-COUNT
               MOVE 400-TRAILER-COUNT  TO 530-TRAILER-ORDINAL (530-E)
               MOVE 400-CLIENT-SUB     TO 530-CLIENT-SUB (530-E)
               MOVE ZERO               TO 530-RECORDS-REMOVED (530-E)
               MOVE ZERO               TO 530-TRAILERS-MASKED (530-E)
           ELSE
               SET 88-100-ERASE-TABLE-FULL TO TRUE
               SET 88-100-FILE-EOF     TO TRUE
           END-IF
           .

      ****************************************************************
      *  3 3 0 0 - C O P Y - W I T H O U T - S E S S I O N S .       *
      ****************************************************************
      *    THE ERASE TABLE IS IN TRAILER ORDER, SO ONE POINTER       *
      *    WALKS IT ALONGSIDE THE FILE.  DETAIL RECORDS AFTER THE    *
      *    LAST TRAILER BELONG TO NO FINISHED SESSION AND ARE KEPT.  *
      ****************************************************************

       3300-COPY-WITHOUT-SESSIONS.

           MOVE ZERO                   TO 400-TRAILER-COUNT
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           SET 530-E                   TO 1
           PERFORM 3330-LOAD-NEXT-ORDINAL
           OPEN OUTPUT ERASE-TEMP-FILE
           IF 88-900-ERASE-TEMP-OK
               OPEN INPUT LOG-FILE
               PERFORM 3310-COPY-LOG-RECORD
                   UNTIL 88-100-FILE-EOF
               CLOSE LOG-FILE
           ELSE
               SET 88-100-ERASE-TABLE-FULL TO TRUE
               MOVE "ERASTEMP"         TO 410-TOUCH-FILENAME
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE ERASE-TEMP-FILE
           .

       3310-COPY-LOG-RECORD.

           READ LOG-FILE INTO 950-LOG-WORK
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF 950-LOG-WORK (1:9) = 300-TRAILER-TAG
                       ADD 1           TO 400-TRAILER-COUNT
                       MOVE 400-TRAILER-COUNT TO 400-GAP-ORDINAL
                   ELSE
                       COMPUTE 400-GAP-ORDINAL = 400-TRAILER-COUNT + 1
                   END-IF
                   PERFORM 3320-ADVANCE-ERASE-POINTER
                       UNTIL 400-NEXT-ORDINAL NOT < 400-GAP-ORDINAL
                   IF 400-NEXT-ORDINAL = 400-GAP-ORDINAL
                       IF 950-LOG-WORK (1:9) = 300-TRAILER-TAG
                           PERFORM 3340-EMPTY-TRAILER
                           MOVE 950-LOG-WORK TO ERASE-TEMP-RECORD
                           WRITE ERASE-TEMP-RECORD
                       ELSE
                           ADD 1 TO 530-RECORDS-REMOVED (530-E)
                           ADD 1 TO 400-FILE-REMOVED-COUNT
                       END-IF
                   ELSE
                       MOVE 950-LOG-WORK TO ERASE-TEMP-RECORD
                       WRITE ERASE-TEMP-RECORD
                   END-IF
           END-READ
           .

       3320-ADVANCE-ERASE-POINTER.

           SET 530-E                   UP BY 1
           PERFORM 3330-LOAD-NEXT-ORDINAL
           .

       3330-LOAD-NEXT-ORDINAL.

           IF 530-E > 400-ERASE-COUNT
               MOVE 300-NO-MORE-ORDINALS TO 400-NEXT-ORDINAL
           ELSE
               MOVE 530-TRAILER-ORDINAL (530-E) TO 400-NEXT-ORDINAL
           END-IF
           .

      ****************************************************************
      *  3 3 4 0 - E M P T Y - T R A I L E R .                       *
      ****************************************************************
      *    THE SESSION'S DETAILS ARE GONE FROM EVERY FILE, SO EVERY  *
      *    COUNT ON ITS TRAILER IS NOW ZERO IN EVERY FILE.           *
      ****************************************************************

       3340-EMPTY-TRAILER.

           MOVE 950-LOG-WORK (1:64)    TO 945-TRAILER-LINE
           MOVE SPACES                 TO TL-CLIENT-ID
           MOVE ZERO                   TO TL-TRANSCRIPT-COUNT
           MOVE ZERO                   TO TL-EXTRACT-COUNT
           MOVE ZERO                   TO TL-KEYWORD-HIT-TURNS
           MOVE ZERO                   TO TL-NOKEYFOUND-TURNS
           MOVE ZERO                   TO TL-ALERT-COUNT
           MOVE SPACES                 TO 950-LOG-WORK
           MOVE 945-TRAILER-LINE       TO 950-LOG-WORK
           ADD 1                       TO 530-TRAILERS-MASKED (530-E)
           .

      ****************************************************************
      *  3 4 0 0 - R E P L A C E - L O G - F I L E .                 *
      ****************************************************************
      *    IF THE FILE CANNOT BE OPENED FOR OUTPUT IT IS LEFT AS IT  *
      *    WAS, NOTHING IS POSTED FOR IT, AND THE RUN FAILS.         *
      ****************************************************************

       3400-REPLACE-LOG-FILE.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ERASE-TEMP-FILE
           OPEN OUTPUT LOG-FILE
           IF 88-900-LOG-OUTPUT-OK
               PERFORM UNTIL 88-100-FILE-EOF
                   READ ERASE-TEMP-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE ERASE-TEMP-RECORD TO LOG-RECORD
                           WRITE LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
               ADD 1                   TO 400-FILES-REWRITTEN
           ELSE
               SET 88-100-ERASE-TABLE-FULL TO TRUE
               MOVE ZERO               TO 400-FILE-REMOVED-COUNT
               MOVE 100-LOG-FILENAME   TO 410-TOUCH-FILENAME
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE ERASE-TEMP-FILE
           .

       3500-POST-LOG-COUNTS.

           MOVE 100-LOG-FILENAME       TO 410-TOUCH-FILENAME
           PERFORM VARYING 530-E FROM +1 BY +1
                   UNTIL   530-E > 400-ERASE-COUNT
               MOVE 530-CLIENT-SUB (530-E) TO 400-CLIENT-SUB
               MOVE 530-RECORDS-REMOVED (530-E) TO 400-POST-REMOVED
               MOVE 530-TRAILERS-MASKED (530-E) TO 400-POST-MASKED
               PERFORM 7200-POST-TOUCH
           END-PERFORM
           .

      ****************************************************************
      *  4 0 0 0 - E R A S E - A R C H I V E -                       *
      *  G E N E R A T I O N S .                                     *
      ****************************************************************
      *    EVERY GENERATION ON THE ELIZAHKP CATALOG, WHATEVER ITS    *
      *    FILE.  A GENERATION THAT LOST RECORDS HAS ITS CATALOG     *
      *    COUNT REDUCED TO MATCH, AND THE CATALOG IS WRITTEN BACK.  *
      ****************************************************************

       4000-ERASE-ARCHIVE-GENERATIONS.

           PERFORM 4050-LOAD-CATALOG
           PERFORM VARYING 550-C FROM +1 BY +1
                   UNTIL   550-C > 400-CATALOG-COUNT
               MOVE 550-CAT-FILENAME (550-C) TO 100-LOG-FILENAME
               PERFORM 3100-ERASE-LOG-FILE
               IF 400-FILE-REMOVED-COUNT > ZERO
                   IF 400-FILE-REMOVED-COUNT > 550-CAT-COUNT (550-C)
                       MOVE ZERO       TO 550-CAT-COUNT (550-C)
                   ELSE
                       SUBTRACT 400-FILE-REMOVED-COUNT
                                       FROM 550-CAT-COUNT (550-C)
                   END-IF
                   SET 88-100-CATALOG-CHANGED TO TRUE
               END-IF
           END-PERFORM
           IF 88-100-CATALOG-CHANGED
               PERFORM 4900-REWRITE-CATALOG
           END-IF
           .

       4050-LOAD-CATALOG.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT HKP-CATALOG-FILE
           IF 88-900-CATALOG-PRESENT
               PERFORM UNTIL 88-100-FILE-EOF
                   READ HKP-CATALOG-FILE INTO 910-CATALOG-LINE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           IF 400-CATALOG-COUNT
                                   < 300-MAX-CATALOG-ENTRIES
                               ADD 1   TO 400-CATALOG-COUNT
                               SET 550-C TO 400-CATALOG-COUNT
                               MOVE HC-FILE-CODE
                                       TO 550-CAT-FILE-CODE (550-C)
                               MOVE HC-DATE
                                       TO 550-CAT-DATE (550-C)
                               MOVE HC-FILENAME
                                       TO 550-CAT-FILENAME (550-C)
                               MOVE HC-COUNT
                                       TO 550-CAT-COUNT (550-C)
                           ELSE
      ****************************************************************
      *                        A CATALOG TOO BIG TO HOLD CANNOT BE   *
      *                        WRITTEN BACK WHOLE, SO NO GENERATION  *
      *                        IS TOUCHED AT ALL.                    *
      ****************************************************************
                               MOVE ZERO TO 400-CATALOG-COUNT
                               SET 88-100-FILE-EOF TO TRUE
                               MOVE "HKPCATLG" TO 410-TOUCH-FILENAME
                               PERFORM 7900-FILE-NOT-AVAILABLE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HKP-CATALOG-FILE
           .

       4900-REWRITE-CATALOG.

           OPEN OUTPUT HKP-CATALOG-FILE
           PERFORM VARYING 550-C FROM +1 BY +1
                   UNTIL   550-C > 400-CATALOG-COUNT
               MOVE 550-CAT-FILE-CODE (550-C) TO HC-FILE-CODE
               MOVE 550-CAT-DATE (550-C)      TO HC-DATE
               MOVE 550-CAT-FILENAME (550-C)  TO HC-FILENAME
               MOVE 550-CAT-COUNT (550-C)     TO HC-COUNT
               MOVE 910-CATALOG-LINE          TO HKP-CATALOG-RECORD
               WRITE HKP-CATALOG-RECORD
           END-PERFORM
           CLOSE HKP-CATALOG-FILE
           .

      ****************************************************************
      *  5 0 0 0 - E R A S E - C L I E N T - M E M O R Y .           *
      ****************************************************************
      *    THE REMEMBERED "MY ..." FACTS GO FOR EVERY CLIENT ON THE  *
      *    LIST, HELD OR NOT -- NO FOLLOW-UP NEEDS THEM.             *
      ****************************************************************

       5000-ERASE-CLIENT-MEMORY.

           MOVE "CLNTMEM"              TO 410-TOUCH-FILENAME
           OPEN I-O CLIENT-MEMORY-FILE
           IF 88-900-CLIENT-MEMORY-OK
               PERFORM VARYING 510-X FROM +1 BY +1
                       UNTIL   510-X > 400-CLIENT-COUNT
                   MOVE 510-CLIENT-ID (510-X) TO MR-CLIENT-ID
                   DELETE CLIENT-MEMORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET 400-CLIENT-SUB TO 510-X
                           MOVE 1      TO 400-POST-REMOVED
                           MOVE ZERO   TO 400-POST-MASKED
                           PERFORM 7200-POST-TOUCH
                   END-DELETE
               END-PERFORM
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE CLIENT-MEMORY-FILE
           .

      ****************************************************************
      *  6 0 0 0 - E R A S E - C L I E N T - M A S T E R .           *
      ****************************************************************
      *    THE NAME IS ERASED AND THE CLIENT DEACTIVATED, BUT THE    *
      *    RECORD STAYS SO THE ID IS NEVER REGISTERED AGAIN FOR      *
      *    SOMEONE ELSE.  A HELD CLIENT IS LEFT AS IT IS.  THE       *
      *    IMAGES ARE KEPT FOR THE AUDIT RECORD (6300) -- THE        *
      *    BEFORE IMAGE WITH THE NAME ALREADY ERASED FROM IT.        *
      ****************************************************************

       6000-ERASE-CLIENT-MASTER.

           MOVE "CLIENTMST"            TO 410-TOUCH-FILENAME
           OPEN I-O CLIENT-MASTER-FILE
           IF 88-900-CLIENT-MASTER-OK
               PERFORM VARYING 510-X FROM +1 BY +1
                       UNTIL   510-X > 400-CLIENT-COUNT
                   IF 510-OPEN-CASE-COUNT (510-X) = ZERO
                           AND 510-OPEN-CONV-COUNT (510-X) = ZERO
                       PERFORM 6100-MASK-MASTER-RECORD
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE CLIENT-MASTER-FILE
           .

       6100-MASK-MASTER-RECORD.

           MOVE 510-CLIENT-ID (510-X)  TO CM-CLIENT-ID
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-CLIENT-NAME NOT = 300-ERASED-TEXT
                           OR NOT 88-CM-DEACTIVATED
                       MOVE 300-ERASED-TEXT TO CM-CLIENT-NAME
                       MOVE CLIENT-MASTER-RECORD
                                       TO 510-BEFORE-IMAGE (510-X)
                       SET 88-CM-DEACTIVATED TO TRUE
                       REWRITE CLIENT-MASTER-RECORD
                           INVALID KEY
                               PERFORM 7900-FILE-NOT-AVAILABLE
                           NOT INVALID KEY
                               MOVE CLIENT-MASTER-RECORD
                                       TO 510-AFTER-IMAGE (510-X)
                               SET 88-510-MASTER-ERASED (510-X)
                                       TO TRUE
                               SET 400-CLIENT-SUB TO 510-X
                               MOVE ZERO TO 400-POST-REMOVED
                               MOVE 1  TO 400-POST-MASKED
                               PERFORM 7200-POST-TOUCH
                       END-REWRITE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  6 2 0 0 - M A S K - A U D I T - T R A I L .                 *
      ****************************************************************
      *    COPY CLMAUDIT THROUGH ERASTEMP ERASING THE NAME FROM THE  *
      *    BEFORE AND AFTER IMAGES OF EVERY RECORD FOR A CLIENT      *
      *    WHO IS NOT HELD, WRITE IT BACK, AND ADD ONE ERASE AUDIT   *
      *    RECORD FOR EACH MASTER RECORD 6000 CHANGED.               *
      ****************************************************************

       6200-MASK-AUDIT-TRAIL.

           MOVE "CLMAUDIT"             TO 410-TOUCH-FILENAME
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           MOVE SPACE                  TO 100-OUTPUT-OPEN-FLAG
           OPEN INPUT CLM-AUDIT-FILE
           EVALUATE TRUE
               WHEN 88-900-CLM-AUDIT-PRESENT
                   PERFORM 6250-COPY-AUDIT-TRAIL
               WHEN 88-900-CLM-AUDIT-ABSENT
                   CLOSE CLM-AUDIT-FILE
                   OPEN OUTPUT CLM-AUDIT-FILE
                   IF 88-900-CLM-AUDIT-OUTPUT-OK
                       SET 88-100-OUTPUT-OPEN TO TRUE
                   ELSE
                       PERFORM 7900-FILE-NOT-AVAILABLE
                   END-IF
               WHEN OTHER
                   CLOSE CLM-AUDIT-FILE
                   PERFORM 7900-FILE-NOT-AVAILABLE
           END-EVALUATE
           IF 88-100-OUTPUT-OPEN
               PERFORM VARYING 510-X FROM +1 BY +1
                       UNTIL   510-X > 400-CLIENT-COUNT
                   IF 88-510-MASTER-ERASED (510-X)
                       PERFORM 6300-WRITE-ERASE-AUDIT
                   END-IF
               END-PERFORM
               CLOSE CLM-AUDIT-FILE
           END-IF
           .

       6210-MASK-AUDIT-RECORD.

           READ CLM-AUDIT-FILE INTO 960-AUDIT-LINE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE AU-CLIENT-ID   TO 410-LOOKUP-CLIENT-ID
                   PERFORM 7000-FIND-CLIENT
                   IF 400-CLIENT-SUB > ZERO
                       SET 510-X       TO 400-CLIENT-SUB
                       IF 510-OPEN-CASE-COUNT (510-X) = ZERO
                               AND 510-OPEN-CONV-COUNT (510-X) = ZERO
                           PERFORM 6220-MASK-AUDIT-IMAGES
                       END-IF
                   END-IF
                   MOVE 960-AUDIT-LINE TO ERASE-TEMP-RECORD
                   WRITE ERASE-TEMP-RECORD
           END-READ
           .

       6220-MASK-AUDIT-IMAGES.

           MOVE SPACE                  TO 100-IMAGE-MASKED-FLAG
           IF AU-BEFORE-IMAGE (9:30) NOT = SPACES
                   AND AU-BEFORE-IMAGE (9:30) NOT = 300-ERASED-TEXT
               MOVE 300-ERASED-TEXT    TO AU-BEFORE-IMAGE (9:30)
               SET 88-100-IMAGE-MASKED TO TRUE
           END-IF
           IF AU-AFTER-IMAGE (9:30) NOT = SPACES
                   AND AU-AFTER-IMAGE (9:30) NOT = 300-ERASED-TEXT
               MOVE 300-ERASED-TEXT    TO AU-AFTER-IMAGE (9:30)
               SET 88-100-IMAGE-MASKED TO TRUE
           END-IF
           IF 88-100-IMAGE-MASKED
               MOVE ZERO               TO 400-POST-REMOVED
               MOVE 1                  TO 400-POST-MASKED
               PERFORM 7200-POST-TOUCH
           END-IF
           .

      ****************************************************************
      *  6 2 5 0 - C O P Y - A U D I T - T R A I L .                 *
      ****************************************************************
      *    CLMAUDIT IS OPEN INPUT.  MASK IT INTO ERASTEMP AND COPY   *
      *    IT BACK, LEAVING IT OPEN OUTPUT FOR THE ERASE AUDIT       *
      *    RECORDS.  IF EITHER FILE CANNOT BE OPENED FOR OUTPUT,     *
      *    CLMAUDIT IS LEFT AS IT WAS AND THE RUN FAILS.             *
      ****************************************************************

       6250-COPY-AUDIT-TRAIL.

           OPEN OUTPUT ERASE-TEMP-FILE
           IF 88-900-ERASE-TEMP-OK
               PERFORM 6210-MASK-AUDIT-RECORD
                   UNTIL 88-100-FILE-EOF
               CLOSE ERASE-TEMP-FILE
               CLOSE CLM-AUDIT-FILE
               MOVE SPACE              TO 100-FILE-EOF-FLAG
               OPEN INPUT ERASE-TEMP-FILE
               OPEN OUTPUT CLM-AUDIT-FILE
               IF 88-900-CLM-AUDIT-OUTPUT-OK
                   SET 88-100-OUTPUT-OPEN TO TRUE
                   PERFORM UNTIL 88-100-FILE-EOF
                       READ ERASE-TEMP-FILE
                           AT END
                               SET 88-100-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE ERASE-TEMP-RECORD
                                       TO CLM-AUDIT-RECORD
                               WRITE CLM-AUDIT-RECORD
                       END-READ
                   END-PERFORM
               ELSE
                   PERFORM 7900-FILE-NOT-AVAILABLE
               END-IF
               CLOSE ERASE-TEMP-FILE
           ELSE
               CLOSE CLM-AUDIT-FILE
               MOVE "ERASTEMP"         TO 410-TOUCH-FILENAME
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           .

       6300-WRITE-ERASE-AUDIT.

           MOVE SPACES                 TO 960-AUDIT-LINE
           MOVE FUNCTION CURRENT-DATE  TO AU-TIMESTAMP
           MOVE 100-OPERATOR-ID        TO AU-OPERATOR-ID
           MOVE 300-ERASE-ACTION       TO AU-ACTION
           MOVE 510-CLIENT-ID (510-X)  TO AU-CLIENT-ID
           MOVE " B: "                 TO 960-AUDIT-LINE (51:4)
           MOVE 510-BEFORE-IMAGE (510-X) TO AU-BEFORE-IMAGE
           MOVE " A: "                 TO 960-AUDIT-LINE (132:4)
           MOVE 510-AFTER-IMAGE (510-X) TO AU-AFTER-IMAGE
           MOVE 960-AUDIT-LINE         TO CLM-AUDIT-RECORD
           WRITE CLM-AUDIT-RECORD
           .

      ****************************************************************
      *  6 4 0 0 - E R A S E - C R O S S W A L K - E N T R Y .       *
      ****************************************************************
      *    WITHOUT ITS CROSSWALK ROW A CLIENT'S RESEARCH PSEUDONYM   *
      *    POINTS AT NO ONE.  A HELD CLIENT KEEPS IT FOR NOW.        *
      ****************************************************************

       6400-ERASE-CROSSWALK-ENTRY.

           MOVE "DIDXWALK"             TO 410-TOUCH-FILENAME
           OPEN I-O CROSSWALK-FILE
           IF 88-900-CROSSWALK-OK
               PERFORM VARYING 510-X FROM +1 BY +1
                       UNTIL   510-X > 400-CLIENT-COUNT
                   IF 510-OPEN-CASE-COUNT (510-X) = ZERO
                           AND 510-OPEN-CONV-COUNT (510-X) = ZERO
                       MOVE "C"        TO XW-ID-TYPE
                       MOVE 510-CLIENT-ID (510-X) TO XW-REAL-ID
                       DELETE CROSSWALK-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET 400-CLIENT-SUB TO 510-X
                               MOVE 1  TO 400-POST-REMOVED
                               MOVE ZERO TO 400-POST-MASKED
                               PERFORM 7200-POST-TOUCH
                       END-DELETE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE CROSSWALK-FILE
           .

      ****************************************************************
      *  6 5 0 0 - M A S K - S T A T I S T I C S - H I S T O R Y .   *
      ****************************************************************
      *    COPY STATHIST THROUGH ERASTEMP BLANKING THE KEY OF EVERY  *
      *    CLIENT SESSION ROW FOR A CLIENT WHO IS NOT HELD, AND      *
      *    WRITE IT BACK.  THE COUNTS ARE KEPT -- A BLANK KEY IS     *
      *    COUNTED AS NO CLIENT.  NO HISTORY YET IS NOT AN ERROR.    *
      ****************************************************************

       6500-MASK-STATISTICS-HISTORY.

           MOVE "STATHIST"             TO 410-TOUCH-FILENAME
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT STAT-HISTORY-FILE
           IF 88-900-STAT-HISTORY-PRESENT
               OPEN OUTPUT ERASE-TEMP-FILE
               IF 88-900-ERASE-TEMP-OK
                   PERFORM 6510-MASK-HISTORY-RECORD
                       UNTIL 88-100-FILE-EOF
                   CLOSE ERASE-TEMP-FILE
                   CLOSE STAT-HISTORY-FILE
                   PERFORM 6550-REPLACE-STATISTICS-HISTORY
               ELSE
                   CLOSE STAT-HISTORY-FILE
                   MOVE "ERASTEMP"     TO 410-TOUCH-FILENAME
                   PERFORM 7900-FILE-NOT-AVAILABLE
               END-IF
           ELSE
               CLOSE STAT-HISTORY-FILE
           END-IF
           .

       6510-MASK-HISTORY-RECORD.

           READ STAT-HISTORY-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF 88-SH-CLIENT
                       MOVE SH-KEY (1:8) TO 410-LOOKUP-CLIENT-ID
                       PERFORM 7000-FIND-CLIENT
                       IF 400-CLIENT-SUB > ZERO
                           SET 510-X   TO 400-CLIENT-SUB
                           IF 510-OPEN-CASE-COUNT (510-X) = ZERO
                               AND 510-OPEN-CONV-COUNT (510-X) = ZERO
                               MOVE SPACES TO SH-KEY
                               MOVE ZERO TO 400-POST-REMOVED
                               MOVE 1  TO 400-POST-MASKED
                               PERFORM 7200-POST-TOUCH
                           END-IF
                       END-IF
                   END-IF
                   MOVE STAT-HISTORY-RECORD TO ERASE-TEMP-RECORD
                   WRITE ERASE-TEMP-RECORD
           END-READ
           .

       6550-REPLACE-STATISTICS-HISTORY.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ERASE-TEMP-FILE
           OPEN OUTPUT STAT-HISTORY-FILE
           IF 88-900-STAT-HISTORY-OUTPUT-OK
               PERFORM UNTIL 88-100-FILE-EOF
                   READ ERASE-TEMP-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE ERASE-TEMP-RECORD (1:60)
                                       TO STAT-HISTORY-RECORD
                           WRITE STAT-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE STAT-HISTORY-FILE
           ELSE
               PERFORM 7900-FILE-NOT-AVAILABLE
           END-IF
           CLOSE ERASE-TEMP-FILE
           .

      ****************************************************************
      *  7 0 0 0 - F I N D - C L I E N T .                           *
      ****************************************************************
      *    400-CLIENT-SUB IS THE ROW OF 410-LOOKUP-CLIENT-ID, OR     *
      *    ZERO.  A BLANK ID (AN ANONYMOUS SESSION) IS NEVER ON THE  *
      *    LIST.                                                     *
      ****************************************************************

       7000-FIND-CLIENT.

           MOVE ZERO                   TO 400-CLIENT-SUB
           IF 410-LOOKUP-CLIENT-ID NOT = SPACES
               PERFORM VARYING 510-X FROM +1 BY +1
                       UNTIL   510-X > 400-CLIENT-COUNT
                       OR      400-CLIENT-SUB > ZERO
                   IF 510-CLIENT-ID (510-X) = 410-LOOKUP-CLIENT-ID
                       SET 400-CLIENT-SUB TO 510-X
                   END-IF
               END-PERFORM
           END-IF
           .

       7100-FIND-HELD-SESSION.

           MOVE SPACE                  TO 100-SESSION-HELD-FLAG
           PERFORM VARYING 520-H FROM +1 BY +1
                   UNTIL   520-H > 400-HELD-COUNT
                   OR      88-100-SESSION-HELD
               IF 520-HELD-SESSION-ID (520-H) = 410-LOOKUP-SESSION-ID
                   SET 88-100-SESSION-HELD TO TRUE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  7 2 0 0 - P O S T - T O U C H .                             *
      ****************************************************************
      *    ADD 400-POST-REMOVED AND 400-POST-MASKED TO THE           *
      *    CERTIFICATE ROW FOR CLIENT 400-CLIENT-SUB AND FILE        *
      *    410-TOUCH-FILENAME.  A FULL TABLE FAILS THE RUN RATHER    *
      *    THAN PRINT A CERTIFICATE THAT LEAVES A FILE OUT.          *
      ****************************************************************

       7200-POST-TOUCH.

           IF 400-POST-REMOVED > ZERO OR 400-POST-MASKED > ZERO
               MOVE SPACE              TO 100-SLOT-FOUND-FLAG
               PERFORM VARYING 540-T FROM +1 BY +1
                       UNTIL   540-T > 400-TOUCH-COUNT
                       OR      88-100-SLOT-FOUND
                   IF 540-CLIENT-SUB (540-T) = 400-CLIENT-SUB
                           AND 540-FILENAME (540-T) = 410-TOUCH-FILENAME
                       SET 88-100-SLOT-FOUND TO TRUE
                       ADD 400-POST-REMOVED TO 540-REMOVED (540-T)
                       ADD 400-POST-MASKED  TO 540-MASKED (540-T)
                   END-IF
               END-PERFORM
               IF NOT 88-100-SLOT-FOUND
                   IF 400-TOUCH-COUNT < 300-MAX-TOUCH-ENTRIES
                       ADD 1           TO 400-TOUCH-COUNT
                       SET 540-T       TO 400-TOUCH-COUNT
                       MOVE 400-CLIENT-SUB   TO 540-CLIENT-SUB (540-T)
                       MOVE 410-TOUCH-FILENAME TO 540-FILENAME (540-T)
                       MOVE 400-POST-REMOVED TO 540-REMOVED (540-T)
                       MOVE 400-POST-MASKED  TO 540-MASKED (540-T)
                   ELSE
                       MOVE "CERTIFICATE" TO 410-TOUCH-FILENAME
                       PERFORM 7900-FILE-NOT-AVAILABLE
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  7 9 0 0 - F I L E - N O T - A V A I L A B L E .             *
      ****************************************************************
      *    A FILE THAT COULD NOT BE WORKED IS NAMED ON THE REPORT    *
      *    AND FAILS THE RUN; EVERY CERTIFICATE THEN SAYS THE        *
      *    ERASURE IS INCOMPLETE.                                    *
      ****************************************************************

       7900-FILE-NOT-AVAILABLE.

           SET 88-100-RUN-FAILED       TO TRUE
           MOVE SPACES                 TO CERTIFICATE-RECORD
           STRING "FILE NOT PROCESSED: " 410-TOUCH-FILENAME
                  DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           .

      ****************************************************************
      *  8 0 0 0 - P R I N T - C E R T I F I C A T E S .             *
      ****************************************************************

       8000-PRINT-CERTIFICATES.

           PERFORM VARYING 510-X FROM +1 BY +1
                   UNTIL   510-X > 400-CLIENT-COUNT
               PERFORM 8100-PRINT-ONE-CERTIFICATE
           END-PERFORM
           MOVE SPACES                 TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "RUN TOTALS"           TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "CLIENTS ON ERASELST"  TO TL-LABEL
           MOVE 400-CLIENT-COUNT       TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           MOVE "ERASURES COMPLETE"    TO TL-LABEL
           MOVE 400-COMPLETE-COUNT     TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           MOVE "ERASURES INCOMPLETE - RESUBMIT" TO TL-LABEL
           MOVE 400-INCOMPLETE-COUNT   TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           MOVE "LOG FILES AND GENERATIONS EXAMINED" TO TL-LABEL
           MOVE 400-FILES-EXAMINED     TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           MOVE "LOG FILES AND GENERATIONS REWRITTEN" TO TL-LABEL
           MOVE 400-FILES-REWRITTEN    TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           MOVE "NOTIFYQ NOTIFICATIONS MASKED" TO TL-LABEL
           MOVE 400-QUEUE-MASKED-COUNT TO TL-VALUE
           PERFORM 8900-WRITE-TOTAL-LINE
           .

      ****************************************************************
      *  8 1 0 0 - P R I N T - O N E - C E R T I F I C A T E .       *
      ****************************************************************
      *    THE FILES TOUCHED FOR ONE CLIENT, WHAT WAS KEPT BACK AND  *
      *    WHY, AND WHETHER THE ERASURE IS COMPLETE.                 *
      ****************************************************************

       8100-PRINT-ONE-CERTIFICATE.

           MOVE ZERO                   TO 400-CLIENT-REMOVED
           MOVE ZERO                   TO 400-CLIENT-MASKED
           SET 400-CLIENT-SUB          TO 510-X
           MOVE SPACES                 TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE 510-CLIENT-ID (510-X)  TO CH-CLIENT-ID
           MOVE 920-CERTIFICATE-HEADING TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE 925-COLUMN-HEADING     TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           PERFORM VARYING 540-T FROM +1 BY +1
                   UNTIL   540-T > 400-TOUCH-COUNT
               IF 540-CLIENT-SUB (540-T) = 400-CLIENT-SUB
                   MOVE 540-FILENAME (540-T) TO TD-FILENAME
                   MOVE 540-REMOVED (540-T)  TO TD-REMOVED
                   MOVE 540-MASKED (540-T)   TO TD-MASKED
                   MOVE 930-TOUCH-LINE TO CERTIFICATE-RECORD
                   WRITE CERTIFICATE-RECORD
                   ADD 540-REMOVED (540-T) TO 400-CLIENT-REMOVED
                   ADD 540-MASKED (540-T)  TO 400-CLIENT-MASKED
               END-IF
           END-PERFORM
           IF 400-CLIENT-REMOVED = ZERO AND 400-CLIENT-MASKED = ZERO
               MOVE "  NO RECORDS FOUND FOR THIS CLIENT"
                                       TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           ELSE
               MOVE "TOTAL"            TO TD-FILENAME
               MOVE 400-CLIENT-REMOVED TO TD-REMOVED
               MOVE 400-CLIENT-MASKED  TO TD-MASKED
               MOVE 930-TOUCH-LINE     TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           IF 510-OPEN-CASE-COUNT (510-X) > ZERO
               MOVE "OPEN CRISIS CASES KEPT UNTIL ELIZAALT CLOSES THEM"
                                       TO HL-LABEL
               MOVE 510-OPEN-CASE-COUNT (510-X) TO HL-COUNT
               MOVE 935-HOLD-LINE      TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           IF 510-OPEN-CONV-COUNT (510-X) > ZERO
               MOVE "GATEWAY CONVERSATIONS STILL OPEN - NOT ERASED"
                                       TO HL-LABEL
               MOVE 510-OPEN-CONV-COUNT (510-X) TO HL-COUNT
               MOVE 935-HOLD-LINE      TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           EVALUATE TRUE
               WHEN 88-100-RUN-FAILED
                   MOVE "  RESULT: ERASURE INCOMPLETE - RUN FAILED (SEE
      -                 "ABOVE) - RESUBMIT"
                                       TO CERTIFICATE-RECORD
                   ADD 1               TO 400-INCOMPLETE-COUNT
               WHEN 510-OPEN-CASE-COUNT (510-X) > ZERO
                 OR 510-OPEN-CONV-COUNT (510-X) > ZERO
                   MOVE "  RESULT: ERASURE INCOMPLETE - RESUBMIT ONCE TH
      -                 "E CASES AND CONVERSATIONS ARE CLOSED"
                                       TO CERTIFICATE-RECORD
                   ADD 1               TO 400-INCOMPLETE-COUNT
               WHEN OTHER
                   MOVE "  RESULT: ERASURE COMPLETE"
                                       TO CERTIFICATE-RECORD
                   ADD 1               TO 400-COMPLETE-COUNT
           END-EVALUATE
           WRITE CERTIFICATE-RECORD
           MOVE SPACES                 TO CERTIFICATE-RECORD
           STRING "  CERTIFIED " 410-TODAY-DATE " BY OPERATOR "
                  100-OPERATOR-ID
                  DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           .

       8900-WRITE-TOTAL-LINE.

           MOVE 940-TOTAL-LINE         TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           .

       END PROGRAM ELIZAERS.
