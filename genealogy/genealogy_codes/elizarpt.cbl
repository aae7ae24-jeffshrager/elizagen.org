       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZARPT.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZARPT -- DAILY/WEEKLY MANAGEMENT REPORT FROM THE       *
      *    ACCUMULATED EXTRACT FILE.                                 *
      *                                                              *
      *    THE EXTRACT FILE CARRIES ONE FIXED-WIDTH RECORD PER       *
      *    CONVERSATION TURN ACROSS EVERY RUN (SEE EXTLINE.CPY).     *
      *    THIS JOB READS THE WHOLE FILE AND PRINTS, TO RPTFILE:     *
      *      - SESSIONS, TURNS, AND THE NOKEYFOUND RATE BY DAY,      *
      *        SO VOCABULARY MAINTENANCE CAN BE TRACKED OVER TIME;   *
      *      - TURNS PER SESSION, AVERAGE AND DISTRIBUTION;          *
      *      - KEYWORD HIT RANKING ACROSS ALL SESSIONS;              *
      *      - THE MOST FREQUENT TRANSLATED INPUTS THAT FELL         *
      *        THROUGH TO THE NOKEYFOUND SLOT.                       *
      *                                                              *
      *    SESSIONS ARE ASSUMED CONTIGUOUS IN THE FILE (THE DIALOG   *
      *    PROGRAM WRITES THEM THAT WAY), AND THE DAY IS TAKEN       *
      *    FROM THE FIRST EIGHT DIGITS OF THE SESSION ID.            *
      *                                                              *
      *    THE EXTRACT MUST BE ALL ONE RECORD LAYOUT: WHEN           *
      *    EXTLINE.CPY CHANGES (AS IT DID WHEN EX-CLIENT-ID WAS      *
      *    ADDED), RUN ELIZAHKP ONCE TO ARCHIVE THE OLD-FORMAT       *
      *    FILES BEFORE THE DIALOG PROGRAM WRITES AT THE NEW         *
      *    LAYOUT -- THIS REPORT CANNOT PARSE A MIXED-WIDTH FILE.    *
      *                                                              *
      *    IN THE NIGHTLY STREAM THE REPORT RUNS ONLY AFTER ELIZARCN *
      *    HAS RECONCILED THE FILES CLEAN FOR THE BUSINESS DATE, AS  *
      *    THE RUN-CONTROL LEDGER SHOWS IT (ELIZALDG), OR AN         *
      *    OPERATOR HAS OVERRIDDEN THE CHECK.                        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EXTRACT-STATUS.

           SELECT OPTIONAL ALERT-CASE-FILE
               ASSIGN TO "ALERTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-ALERT-ID
               FILE STATUS IS 900-ALERT-CASE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-EXTRACT-EOF-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-EXTRACT-EOF                  VALUE "Y".
           05  100-CASE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-CASE-EOF                     VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-DAY-ENTRIES         PIC S9(4)   COMP VALUE +62.
           05  300-MAX-KW-ENTRIES          PIC S9(4)   COMP VALUE +64.
           05  300-MAX-NOKEY-ENTRIES      PIC S9(4)   COMP VALUE +200.
           05  300-MAX-CLIENT-ENTRIES     PIC S9(4)   COMP VALUE +100.
           05  300-TOP-NOKEY-LINES         PIC S9(4)   COMP VALUE +10.
           05  300-NOKEYFOUND              PIC X(14)
                                               VALUE "NOKEYFOUND".
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".

       01  400-PROGRAM-COUNTERS.
           05  400-TOTAL-RECORDS           PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-SESSIONS          PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-TURNS             PIC 9(07) COMP VALUE ZERO.
           05  400-SESSION-TURNS           PIC 9(07) COMP VALUE ZERO.
           05  400-DAY-COUNT               PIC S9(4) COMP VALUE ZERO.
           05  400-KW-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  400-NOKEY-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-CLIENT-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-SUB                PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  400-PRINT-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  410-SESSION-CONTROL.
           05  410-CURRENT-SESSION-ID      PIC X(14)   VALUE SPACES.
           05  410-CURRENT-DAY             PIC X(08)   VALUE SPACES.
           05  410-CURRENT-CLIENT          PIC X(08)   VALUE SPACES.

       01  420-TURN-DISTRIBUTION.
           05  420-TURNS-1-TO-5            PIC 9(05) COMP VALUE ZERO.
           05  420-TURNS-6-TO-10           PIC 9(05) COMP VALUE ZERO.
           05  420-TURNS-11-TO-20          PIC 9(05) COMP VALUE ZERO.
           05  420-TURNS-21-TO-50          PIC 9(05) COMP VALUE ZERO.
           05  420-TURNS-OVER-50           PIC 9(05) COMP VALUE ZERO.

       01  500-DAY-TABLE.
           05  500-DAY-ENTRY           OCCURS 62 TIMES
                                       INDEXED BY 500-D.
               10  500-DAY-DATE            PIC X(08).
               10  500-DAY-SESSIONS        PIC 9(05) COMP.
               10  500-DAY-TURNS           PIC 9(07) COMP.
               10  500-DAY-NOKEY-TURNS     PIC 9(07) COMP.

       01  520-KEYWORD-RANK-TABLE.
           05  520-KW-ENTRY            OCCURS 64 TIMES
                                       INDEXED BY 520-K.
               10  520-KW-TEXT             PIC X(14).
               10  520-KW-HITS             PIC 9(07) COMP.

       01  530-CLIENT-TABLE.
           05  530-CLIENT-ENTRY        OCCURS 100 TIMES
                                       INDEXED BY 530-C.
               10  530-CLIENT-ID           PIC X(08).
               10  530-CLIENT-SESSIONS     PIC 9(05) COMP.
               10  530-CLIENT-TURNS        PIC 9(07) COMP.

       01  540-NOKEY-INPUT-TABLE.
           05  540-NOKEY-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY 540-N.
               10  540-NOKEY-TEXT          PIC X(60).
               10  540-NOKEY-HITS          PIC 9(07) COMP.

      ****************************************************************
      *    ALERT TRIAGE AGING CONTROL.  A CASE STILL AT NEW WITH A   *
      *    TIMESTAMP BEFORE THE CUTOFF (NOW MINUS 24 HOURS) IS AN    *
      *    EXCEPTION -- NOBODY HAS LOOKED AT IT.                     *
      ****************************************************************

       01  450-ALERT-CASE-CONTROL.
           05  450-CUTOFF-STAMP            PIC X(14)   VALUE SPACES.
           05  450-CUTOFF-DATE             PIC 9(08)   VALUE ZERO.
           05  450-CUTOFF-INTEGER          PIC S9(09) COMP VALUE ZERO.
           05  450-OPEN-CASES              PIC 9(05) COMP VALUE ZERO.
           05  450-AGED-NEW-CASES          PIC 9(05) COMP VALUE ZERO.

       COPY EXTLINE.

       COPY LDGCOMM.

       01  900-FILE-STATUS-FIELDS.
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-PRESENT              VALUE "00".
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-PRESENT           VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  910-DAY-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DD-DATE                     PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DD-SESSIONS                 PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DD-TURNS                    PIC ZZZZZZZ9.
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  DD-NOKEY                    PIC ZZZZZZZ9.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  DD-NOKEY-PCT                PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE "%".

       01  915-CLIENT-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-CLIENT-ID                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-SESSIONS                 PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  CL-TURNS                    PIC ZZZZZZZ9.

       01  920-AVERAGE-LINE.
           05  FILLER                      PIC X(21)   VALUE
               "  AVERAGE PER SESSION".
           05  FILLER                      PIC X(03)   VALUE " : ".
           05  AV-AVERAGE                  PIC ZZZZ9.9.

       01  930-BUCKET-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  BK-LABEL                    PIC X(19).
           05  FILLER                      PIC X(03)   VALUE " : ".
           05  BK-COUNT                    PIC ZZZZZZZ9.

       01  940-RANK-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-RANK                     PIC ZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-KEYWORD                  PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RK-HITS                     PIC ZZZZZZZ9.

       01  950-NOKEY-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  NK-HITS                     PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  NK-TEXT                     PIC X(60).

       01  955-WORK-FIELDS.
           05  955-NOKEY-PCT               PIC 9(03)V9  COMP-3
                                                       VALUE ZERO.
           05  955-AVERAGE                 PIC 9(05)V9  COMP-3
                                                       VALUE ZERO.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    ACCUMULATE THE WHOLE EXTRACT FILE INTO THE DAY, KEYWORD,  *
      *    AND NOKEYFOUND TABLES, THEN PRINT THE FOUR REPORT         *
      *    SECTIONS.                                                 *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT REPORT-FILE
           PERFORM 0010-CHECK-RUN-LEDGER
           IF 88-LDG-RC-OK
               OPEN INPUT EXTRACT-FILE
               IF 88-900-EXTRACT-PRESENT
                   PERFORM 1000-PROCESS-EXTRACT-RECORD
                       UNTIL 88-100-EXTRACT-EOF
                   PERFORM 1500-CLOSE-OUT-SESSION
                   PERFORM 2000-PRINT-DAY-SECTION
                   PERFORM 2500-PRINT-CLIENT-SECTION
                   PERFORM 3000-PRINT-TURN-SECTION
                   PERFORM 4000-PRINT-KEYWORD-RANKING
                   PERFORM 5000-PRINT-NOKEY-INPUTS
               ELSE
                   MOVE "EXTRACT FILE NOT PRESENT - NOTHING TO REPORT"
                                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               CLOSE EXTRACT-FILE
               PERFORM 6000-PRINT-ALERT-EXCEPTIONS
           END-IF
           CLOSE REPORT-FILE
           IF 88-LDG-RC-REFUSED
               MOVE 8                  TO RETURN-CODE
           ELSE
               PERFORM 9900-LOG-RUN-END
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF THE REPORT ON THE RUN-CONTROL LEDGER     *
      *    THROUGH ELIZALDG, WHICH REFUSES IT WHEN ELIZARCN HAS NOT  *
      *    COMPLETED FOR THE BUSINESS DATE.                          *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZARPT"             TO LDG-JOB-NAME
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZARPT: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO REPORT-RECORD
               STRING "RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - P R O C E S S - E X T R A C T - R E C O R D .     *
      ****************************************************************
      *    READ ONE EXTRACT RECORD AND ROLL IT INTO THE DAY TABLE,   *
      *    THE KEYWORD RANKING TABLE, AND (FOR NOKEYFOUND TURNS)     *
      *    THE FREQUENT-INPUT TABLE, BREAKING ON SESSION ID TO       *
      *    CLOSE OUT EACH SESSION'S TURN COUNT.                      *
      ****************************************************************

       1000-PROCESS-EXTRACT-RECORD.

           READ EXTRACT-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-EXTRACT-EOF TO TRUE
               NOT AT END
      ****************************************************************
      *            SESSION CONTROL-TOTAL TRAILERS LIVE IN THE SAME   *
      *            FILE BUT ARE NOT TURNS -- THE RECONCILIATION JOB  *
      *            READS THOSE; THIS REPORT SKIPS THEM.              *
      ****************************************************************
                   IF EX-SESSION-ID (1:9) NOT = 300-TRAILER-TAG
                       PERFORM 1050-TALLY-EXTRACT-RECORD
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 0 5 0 - T A L L Y - E X T R A C T - R E C O R D .         *
      ****************************************************************
      *    ROLL ONE DETAIL (TURN) RECORD INTO THE TALLY TABLES,      *
      *    BREAKING ON SESSION ID TO CLOSE OUT EACH SESSION.         *
      ****************************************************************

       1050-TALLY-EXTRACT-RECORD.

           ADD 1                       TO 400-TOTAL-RECORDS
           IF EX-SESSION-ID NOT = 410-CURRENT-SESSION-ID
               PERFORM 1500-CLOSE-OUT-SESSION
               MOVE EX-SESSION-ID      TO 410-CURRENT-SESSION-ID
               MOVE EX-SESSION-ID (1:8) TO 410-CURRENT-DAY
               MOVE EX-CLIENT-ID       TO 410-CURRENT-CLIENT
               PERFORM 1600-TALLY-SESSION-START
           END-IF
           ADD 1                       TO 400-SESSION-TURNS
           ADD 1                       TO 400-TOTAL-TURNS
           PERFORM 1100-TALLY-DAY-TURN
           PERFORM 1150-TALLY-CLIENT-TURN
           PERFORM 1200-TALLY-KEYWORD
           IF EX-KEYWORD = 300-NOKEYFOUND
               PERFORM 1300-TALLY-NOKEY-INPUT
           END-IF
           .

      ****************************************************************
      *  1 1 0 0 - T A L L Y - D A Y - T U R N .                     *
      ****************************************************************

       1100-TALLY-DAY-TURN.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 500-D FROM +1 BY +1
                   UNTIL   500-D > 400-DAY-COUNT
                   OR      88-100-SLOT-FOUND
               IF 500-DAY-DATE (500-D) = 410-CURRENT-DAY
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 1               TO 500-DAY-TURNS (500-D)
                   IF EX-KEYWORD = 300-NOKEYFOUND
                       ADD 1           TO 500-DAY-NOKEY-TURNS (500-D)
                   END-IF
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  1 1 5 0 - T A L L Y - C L I E N T - T U R N .               *
      ****************************************************************
      *    ROLL THE TURN INTO ITS CLIENT'S ROW.  SESSIONS WITH NO    *
      *    CLIENT ID (WRITTEN BEFORE THE CLIENT MASTER EXISTED, OR   *
      *    ANONYMOUS WALK-INS) GROUP UNDER "(NONE)".                 *
      ****************************************************************

       1150-TALLY-CLIENT-TURN.

           IF 410-CURRENT-CLIENT = SPACES
               MOVE "(NONE)"           TO 410-CURRENT-CLIENT
           END-IF
           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 530-C FROM +1 BY +1
                   UNTIL   530-C > 400-CLIENT-COUNT
                   OR      88-100-SLOT-FOUND
               IF 530-CLIENT-ID (530-C) = 410-CURRENT-CLIENT
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 1               TO 530-CLIENT-TURNS (530-C)
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-CLIENT-COUNT < 300-MAX-CLIENT-ENTRIES
                   ADD 1               TO 400-CLIENT-COUNT
                   SET 530-C           TO 400-CLIENT-COUNT
                   MOVE 410-CURRENT-CLIENT TO 530-CLIENT-ID (530-C)
                   MOVE ZERO           TO 530-CLIENT-SESSIONS (530-C)
                   MOVE 1              TO 530-CLIENT-TURNS (530-C)
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 2 0 0 - T A L L Y - K E Y W O R D .                       *
      ****************************************************************

       1200-TALLY-KEYWORD.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 520-K FROM +1 BY +1
                   UNTIL   520-K > 400-KW-COUNT
                   OR      88-100-SLOT-FOUND
               IF 520-KW-TEXT (520-K) = EX-KEYWORD
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 1               TO 520-KW-HITS (520-K)
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-KW-COUNT < 300-MAX-KW-ENTRIES
                   ADD 1               TO 400-KW-COUNT
                   SET 520-K           TO 400-KW-COUNT
                   MOVE EX-KEYWORD     TO 520-KW-TEXT (520-K)
                   MOVE 1              TO 520-KW-HITS (520-K)
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 3 0 0 - T A L L Y - N O K E Y - I N P U T .               *
      ****************************************************************
      *    COUNT IDENTICAL TRANSLATED INPUTS THAT FELL THROUGH TO    *
      *    NOKEYFOUND.  BLANK INPUTS (SIGN-OFF AND NO-REPEAT         *
      *    TURNS) ARE NOT PATIENT PHRASING AND ARE SKIPPED.          *
      ****************************************************************

       1300-TALLY-NOKEY-INPUT.

           IF EX-TRANSLATED-INPUT NOT = SPACES
               MOVE SPACE              TO 100-SLOT-FOUND-FLAG
               PERFORM VARYING 540-N FROM +1 BY +1
                       UNTIL   540-N > 400-NOKEY-COUNT
                       OR      88-100-SLOT-FOUND
                   IF 540-NOKEY-TEXT (540-N) =
                           EX-TRANSLATED-INPUT (1:60)
                       SET 88-100-SLOT-FOUND TO TRUE
                       ADD 1           TO 540-NOKEY-HITS (540-N)
                   END-IF
               END-PERFORM
               IF NOT 88-100-SLOT-FOUND
                   IF 400-NOKEY-COUNT < 300-MAX-NOKEY-ENTRIES
                       ADD 1           TO 400-NOKEY-COUNT
                       SET 540-N       TO 400-NOKEY-COUNT
                       MOVE EX-TRANSLATED-INPUT (1:60)
                                       TO 540-NOKEY-TEXT (540-N)
                       MOVE 1          TO 540-NOKEY-HITS (540-N)
                   ELSE
                       SET 88-100-TABLE-FULL-NOTED TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 5 0 0 - C L O S E - O U T - S E S S I O N .               *
      ****************************************************************
      *    ON A SESSION BREAK (AND AT END OF FILE), BUCKET THE       *
      *    FINISHED SESSION'S TURN COUNT INTO THE DISTRIBUTION.      *
      ****************************************************************

       1500-CLOSE-OUT-SESSION.

           IF 400-SESSION-TURNS > ZERO
               EVALUATE TRUE
                   WHEN 400-SESSION-TURNS <= 5
                       ADD 1           TO 420-TURNS-1-TO-5
                   WHEN 400-SESSION-TURNS <= 10
                       ADD 1           TO 420-TURNS-6-TO-10
                   WHEN 400-SESSION-TURNS <= 20
                       ADD 1           TO 420-TURNS-11-TO-20
                   WHEN 400-SESSION-TURNS <= 50
                       ADD 1           TO 420-TURNS-21-TO-50
                   WHEN OTHER
                       ADD 1           TO 420-TURNS-OVER-50
               END-EVALUATE
               PERFORM 1550-TALLY-CLIENT-SESSION
               MOVE ZERO               TO 400-SESSION-TURNS
           END-IF
           .

      ****************************************************************
      *  1 5 5 0 - T A L L Y - C L I E N T - S E S S I O N .         *
      ****************************************************************
      *    CREDIT THE FINISHED SESSION TO ITS CLIENT'S ROW, WHICH    *
      *    THE SESSION'S FIRST TURN WILL ALREADY HAVE CREATED.       *
      ****************************************************************

       1550-TALLY-CLIENT-SESSION.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 530-C FROM +1 BY +1
                   UNTIL   530-C > 400-CLIENT-COUNT
                   OR      88-100-SLOT-FOUND
               IF 530-CLIENT-ID (530-C) = 410-CURRENT-CLIENT
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 1               TO 530-CLIENT-SESSIONS (530-C)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  1 6 0 0 - T A L L Y - S E S S I O N - S T A R T .           *
      ****************************************************************
      *    REGISTER A NEW SESSION UNDER ITS DAY, ADDING THE DAY TO   *
      *    THE DAY TABLE THE FIRST TIME IT IS SEEN.                  *
      ****************************************************************

       1600-TALLY-SESSION-START.

           ADD 1                       TO 400-TOTAL-SESSIONS
           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 500-D FROM +1 BY +1
                   UNTIL   500-D > 400-DAY-COUNT
                   OR      88-100-SLOT-FOUND
               IF 500-DAY-DATE (500-D) = 410-CURRENT-DAY
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 1               TO 500-DAY-SESSIONS (500-D)
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-DAY-COUNT < 300-MAX-DAY-ENTRIES
                   ADD 1               TO 400-DAY-COUNT
                   SET 500-D           TO 400-DAY-COUNT
                   MOVE 410-CURRENT-DAY TO 500-DAY-DATE (500-D)
                   MOVE 1              TO 500-DAY-SESSIONS (500-D)
                   MOVE ZERO           TO 500-DAY-TURNS (500-D)
                   MOVE ZERO           TO 500-DAY-NOKEY-TURNS (500-D)
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - P R I N T - D A Y - S E C T I O N .               *
      ****************************************************************

       2000-PRINT-DAY-SECTION.

           MOVE "ELIZA MANAGEMENT REPORT - EXTRACT ANALYSIS"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS, TURNS, AND NOKEYFOUND RATE BY DAY"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  DATE      SESSIONS    TURNS      NOKEY    NOKEY-PCT"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING 500-D FROM +1 BY +1
                   UNTIL 500-D > 400-DAY-COUNT
               MOVE 500-DAY-DATE (500-D)     TO DD-DATE
               MOVE 500-DAY-SESSIONS (500-D) TO DD-SESSIONS
               MOVE 500-DAY-TURNS (500-D)    TO DD-TURNS
               MOVE 500-DAY-NOKEY-TURNS (500-D) TO DD-NOKEY
               IF 500-DAY-TURNS (500-D) > ZERO
                   COMPUTE 955-NOKEY-PCT ROUNDED =
                       500-DAY-NOKEY-TURNS (500-D) * 100
                       / 500-DAY-TURNS (500-D)
               ELSE
                   MOVE ZERO           TO 955-NOKEY-PCT
               END-IF
               MOVE 955-NOKEY-PCT      TO DD-NOKEY-PCT
               MOVE 910-DAY-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

      ****************************************************************
      *  2 5 0 0 - P R I N T - C L I E N T - S E C T I O N .         *
      ****************************************************************
      *    SESSIONS AND TURNS BY CLIENT, IN FIRST-SEEN ORDER, SO     *
      *    THE CLINIC CAN FINALLY GROUP A CLIENT'S CONVERSATIONS     *
      *    ACROSS RUNS INSTEAD OF CROSS-REFERENCING TIMESTAMPS BY    *
      *    HAND.                                                     *
      ****************************************************************

       2500-PRINT-CLIENT-SECTION.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS AND TURNS BY CLIENT"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  CLIENT    SESSIONS    TURNS"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING 530-C FROM +1 BY +1
                   UNTIL 530-C > 400-CLIENT-COUNT
               MOVE 530-CLIENT-ID (530-C)       TO CL-CLIENT-ID
               MOVE 530-CLIENT-SESSIONS (530-C) TO CL-SESSIONS
               MOVE 530-CLIENT-TURNS (530-C)    TO CL-TURNS
               MOVE 915-CLIENT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

      ****************************************************************
      *  3 0 0 0 - P R I N T - T U R N - S E C T I O N .             *
      ****************************************************************

       3000-PRINT-TURN-SECTION.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TURNS PER SESSION"    TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-TOTAL-SESSIONS > ZERO
               COMPUTE 955-AVERAGE ROUNDED =
                   400-TOTAL-TURNS / 400-TOTAL-SESSIONS
           ELSE
               MOVE ZERO               TO 955-AVERAGE
           END-IF
           MOVE 955-AVERAGE            TO AV-AVERAGE
           MOVE 920-AVERAGE-LINE       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS WITH 1-5"    TO BK-LABEL
           MOVE 420-TURNS-1-TO-5       TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS WITH 6-10"   TO BK-LABEL
           MOVE 420-TURNS-6-TO-10      TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS WITH 11-20"  TO BK-LABEL
           MOVE 420-TURNS-11-TO-20     TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS WITH 21-50"  TO BK-LABEL
           MOVE 420-TURNS-21-TO-50     TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSIONS OVER 50"     TO BK-LABEL
           MOVE 420-TURNS-OVER-50      TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      ****************************************************************
      *  4 0 0 0 - P R I N T - K E Y W O R D - R A N K I N G .       *
      ****************************************************************
      *    PRINT THE KEYWORDS IN DESCENDING HIT ORDER.  THE TABLE    *
      *    IS SMALL, SO EACH PASS SIMPLY PICKS THE LARGEST COUNT     *
      *    NOT YET PRINTED AND ZEROES IT OUT.                        *
      ****************************************************************

       4000-PRINT-KEYWORD-RANKING.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "KEYWORD HIT RANKING - ALL SESSIONS"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL 400-PRINT-SUB > 400-KW-COUNT
               MOVE ZERO               TO 400-BEST-COUNT
               MOVE ZERO               TO 400-BEST-SUB
               PERFORM VARYING 520-K FROM +1 BY +1
                       UNTIL 520-K > 400-KW-COUNT
                   IF 520-KW-HITS (520-K) > 400-BEST-COUNT
                       MOVE 520-KW-HITS (520-K) TO 400-BEST-COUNT
                       SET 400-BEST-SUB TO 520-K
                   END-IF
               END-PERFORM
               IF 400-BEST-SUB > ZERO
                   SET 520-K           TO 400-BEST-SUB
                   MOVE 400-PRINT-SUB  TO RK-RANK
                   MOVE 520-KW-TEXT (520-K) TO RK-KEYWORD
                   MOVE 520-KW-HITS (520-K) TO RK-HITS
                   MOVE ZERO           TO 520-KW-HITS (520-K)
                   MOVE 940-RANK-DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  5 0 0 0 - P R I N T - N O K E Y - I N P U T S .             *
      ****************************************************************
      *    PRINT THE MOST FREQUENT TRANSLATED INPUTS THAT FELL       *
      *    THROUGH TO NOKEYFOUND, HIGHEST COUNT FIRST, USING THE     *
      *    SAME PICK-AND-ZERO PASS AS THE KEYWORD RANKING.           *
      ****************************************************************

       5000-PRINT-NOKEY-INPUTS.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MOST FREQUENT NOKEYFOUND INPUTS"
                                       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL   400-PRINT-SUB > 300-TOP-NOKEY-LINES
                   OR      400-PRINT-SUB > 400-NOKEY-COUNT
               MOVE ZERO               TO 400-BEST-COUNT
               MOVE ZERO               TO 400-BEST-SUB
               PERFORM VARYING 540-N FROM +1 BY +1
                       UNTIL 540-N > 400-NOKEY-COUNT
                   IF 540-NOKEY-HITS (540-N) > 400-BEST-COUNT
                       MOVE 540-NOKEY-HITS (540-N) TO 400-BEST-COUNT
                       SET 400-BEST-SUB TO 540-N
                   END-IF
               END-PERFORM
               IF 400-BEST-SUB > ZERO
                   SET 540-N           TO 400-BEST-SUB
                   MOVE 540-NOKEY-HITS (540-N) TO NK-HITS
                   MOVE 540-NOKEY-TEXT (540-N) TO NK-TEXT
                   MOVE ZERO           TO 540-NOKEY-HITS (540-N)
                   MOVE 950-NOKEY-DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF 88-100-TABLE-FULL-NOTED
               MOVE SPACES             TO REPORT-RECORD
               STRING "NOTE: A TALLY TABLE FILLED DURING THE RUN - "
                      "COUNTS BEYOND ITS CAPACITY WERE DROPPED"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  6 0 0 0 - P R I N T - A L E R T - E X C E P T I O N S .     *
      ****************************************************************
      *    WALK THE ALERT TRIAGE CASE FILE AND COUNT THE CASES       *
      *    STILL OPEN, AND IN PARTICULAR THE ONES STILL AT NEW       *
      *    WITH A TIMESTAMP OLDER THAN 24 HOURS -- ALERTS NOBODY     *
      *    HAS LOOKED AT, WHICH MUST NOT AGE OUT SILENTLY.  THE      *
      *    CUTOFF COMPARES THE FIRST 14 TIMESTAMP CHARACTERS         *
      *    (YYYYMMDDHHMMSS) AGAINST NOW MINUS ONE DAY.               *
      ****************************************************************

       6000-PRINT-ALERT-EXCEPTIONS.

           COMPUTE 450-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
               - 1
           MOVE FUNCTION DATE-OF-INTEGER (450-CUTOFF-INTEGER)
                                       TO 450-CUTOFF-DATE
           MOVE SPACES                 TO 450-CUTOFF-STAMP
           STRING 450-CUTOFF-DATE
                  FUNCTION CURRENT-DATE (9:6)
                  DELIMITED BY SIZE    INTO 450-CUTOFF-STAMP
           OPEN INPUT ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-PRESENT
               PERFORM 6100-TALLY-ALERT-CASE
                   UNTIL 88-100-CASE-EOF
           END-IF
           CLOSE ALERT-CASE-FILE

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ALERT TRIAGE EXCEPTIONS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPEN CASES"           TO BK-LABEL
           MOVE 450-OPEN-CASES         TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "NEW OVER 24 HOURS"    TO BK-LABEL
           MOVE 450-AGED-NEW-CASES     TO BK-COUNT
           MOVE 930-BUCKET-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 450-AGED-NEW-CASES > ZERO
               MOVE "  *** UNREVIEWED ALERTS ARE AGING - RUN THE ELIZAAL
      -            "T WORKLIST ***"    TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  6 1 0 0 - T A L L Y - A L E R T - C A S E .                 *
      ****************************************************************

       6100-TALLY-ALERT-CASE.

           READ ALERT-CASE-FILE
               AT END
                   SET 88-100-CASE-EOF TO TRUE
               NOT AT END
                   IF 88-AC-DISP-OPEN
                       ADD 1           TO 450-OPEN-CASES
                   END-IF
                   IF 88-AC-DISP-NEW
                           AND AC-TIMESTAMP (1:14) <
                               450-CUTOFF-STAMP
                       ADD 1           TO 450-AGED-NEW-CASES
                   END-IF
           END-READ
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
           MOVE 400-TOTAL-RECORDS      TO LDG-COUNT (1)
           MOVE "SESSIONS"             TO LDG-COUNT-LABEL (2)
           MOVE 400-TOTAL-SESSIONS     TO LDG-COUNT (2)
           MOVE "TURNS"                TO LDG-COUNT-LABEL (3)
           MOVE 400-TOTAL-TURNS        TO LDG-COUNT (3)
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZARPT: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZARPT.
