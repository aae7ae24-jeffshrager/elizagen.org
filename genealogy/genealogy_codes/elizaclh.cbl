       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZACLH.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZACLH -- PER-CLIENT LONGITUDINAL HISTORY REPORT FOR    *
      *    CLINICIAN REVIEW.                                         *
      *                                                              *
      *    ELIZARPT AGGREGATES BY DAY ACROSS EVERYONE; BEFORE A      *
      *    RETURNING CLIENT'S APPOINTMENT THE CLINICIAN WANTS ONE    *
      *    CLIENT'S STORY.  THE CLIENT ID COMES FROM THE COMMAND     *
      *    LINE; THIS JOB PULLS THAT CLIENT'S SESSIONS FROM THE      *
      *    EXTRACT FILE (EX-CLIENT-ID IS ON EVERY TURN) TOGETHER     *
      *    WITH THE CLIENTMST LIFETIME COUNTERS, AND PRINTS TO       *
      *    CLHRPT:                                                   *
      *      - THE MASTER SUMMARY (NAME, DATES, LIFETIME COUNTERS);  *
      *      - A SESSION-BY-SESSION HISTORY: DATE, TURNS, TURNS      *
      *        THAT FELL TO NOKEYFOUND, CRISIS ALERTS (FROM THE      *
      *        SESSION TRAILER), AND THE SESSION'S TOP KEYWORDS;     *
      *      - A RANKED "RECURRING THEMES" SECTION: THE KEYWORDS     *
      *        THAT KEEP COMING BACK ACROSS THIS CLIENT'S            *
      *        SESSIONS, RANKED BY HOW MANY SESSIONS THEY            *
      *        APPEARED IN.                                          *
      *                                                              *
      *    SESSIONS ARE ASSUMED CONTIGUOUS IN THE EXTRACT (THE       *
      *    DIALOG FRONT-ENDS WRITE THEM THAT WAY), AND THE DAY IS    *
      *    TAKEN FROM THE FIRST EIGHT DIGITS OF THE SESSION ID,      *
      *    EXACTLY AS ELIZARPT DOES.  FOR HISTORY BEYOND THE LIVE    *
      *    EXTRACT, RUN AGAINST AN ELIZAHKP ARCHIVE GENERATION.      *
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

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "CLHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-EXTRACT-EOF-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-EXTRACT-EOF                  VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-TARGET-CLIENT-ID        PIC X(08)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-SESSION-ENTRIES   PIC S9(4)   COMP VALUE +200.
           05  300-MAX-KW-ENTRIES          PIC S9(4)   COMP VALUE +64.
           05  300-TOP-KEYWORD-LINES       PIC S9(4)   COMP VALUE +3.
           05  300-NOKEYFOUND              PIC X(14)
                                               VALUE "NOKEYFOUND".
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".

       01  400-PROGRAM-COUNTERS.
           05  400-SESSION-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-KW-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  400-THEME-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-SESSION-TURNS           PIC 9(05) COMP VALUE ZERO.
           05  400-SESSION-NOKEY           PIC 9(05) COMP VALUE ZERO.
           05  400-TOTAL-TURNS             PIC 9(07) COMP VALUE ZERO.
           05  400-BEST-SUB                PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  400-BEST-SESSIONS           PIC 9(05) COMP VALUE ZERO.
           05  400-PRINT-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-TOP-OFFSET              PIC S9(4) COMP VALUE ZERO.

       01  410-SESSION-CONTROL.
           05  410-CURRENT-SESSION-ID      PIC X(14)   VALUE SPACES.

       01  500-SESSION-TABLE.
           05  500-SESSION-ENTRY       OCCURS 200 TIMES
                                       INDEXED BY 500-S.
               10  500-SES-ID              PIC X(14).
               10  500-SES-TURNS           PIC 9(05) COMP.
               10  500-SES-NOKEY           PIC 9(05) COMP.
               10  500-SES-ALERTS          PIC 9(05) COMP.
               10  500-SES-TOP-KEYWORDS    PIC X(45).

      ****************************************************************
      *    KEYWORD TALLY FOR THE SESSION IN PROGRESS.  ROLLED INTO   *
      *    THE THEME TABLE AND REDUCED TO THE TOP KEYWORDS AT EACH   *
      *    SESSION BREAK, THEN CLEARED FOR THE NEXT SESSION.         *
      ****************************************************************

       01  520-KEYWORD-TABLE.
           05  520-KW-ENTRY            OCCURS 64 TIMES
                                       INDEXED BY 520-K.
               10  520-KW-TEXT             PIC X(14).
               10  520-KW-HITS             PIC 9(07) COMP.

      ****************************************************************
      *    RECURRING THEMES ACROSS ALL OF THIS CLIENT'S SESSIONS:    *
      *    FOR EACH KEYWORD, THE TOTAL HITS AND THE NUMBER OF        *
      *    SESSIONS IT APPEARED IN.  THE NOKEYFOUND CATCH-ALL IS     *
      *    NOT A THEME AND IS REPORTED SEPARATELY.                   *
      ****************************************************************

       01  540-THEME-TABLE.
           05  540-THEME-ENTRY         OCCURS 64 TIMES
                                       INDEXED BY 540-T.
               10  540-THEME-TEXT          PIC X(14).
               10  540-THEME-HITS          PIC 9(07) COMP.
               10  540-THEME-SESSIONS      PIC 9(05) COMP.

       COPY EXTLINE.

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-PRESENT              VALUE "00".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-OK        VALUE "00" "05".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  910-HEADING-LINE.
           05  FILLER                      PIC X(33)   VALUE
               "ELIZA CLIENT HISTORY - CLIENT ID ".
           05  RH-CLIENT-ID                PIC X(08).

       01  920-MASTER-LINE.
           05  ML-LABEL                    PIC X(19).
           05  FILLER                      PIC X(03)   VALUE " : ".
           05  ML-VALUE                    PIC X(40).

       01  925-MASTER-COUNT                PIC ZZZZZZ9.

       01  930-SESSION-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SD-DATE                     PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SD-SESSION-ID               PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SD-TURNS                    PIC ZZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  SD-NOKEY                    PIC ZZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  SD-ALERTS                   PIC ZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SD-TOP-KEYWORDS             PIC X(45).

       01  940-THEME-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-RANK                     PIC ZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-KEYWORD                  PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TD-SESSIONS                 PIC ZZZZ9.
           05  FILLER                      PIC X(13)   VALUE
               " SESSIONS -  ".
           05  TD-HITS                     PIC ZZZZZZ9.
           05  FILLER                      PIC X(06)   VALUE " TURNS".

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           ACCEPT 100-TARGET-CLIENT-ID FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-TARGET-CLIENT-ID)
                               TO 100-TARGET-CLIENT-ID
           IF 100-TARGET-CLIENT-ID = SPACES
               DISPLAY "ELIZACLH: A CLIENT ID PARM IS REQUIRED"
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE 100-TARGET-CLIENT-ID   TO RH-CLIENT-ID
           MOVE 910-HEADING-LINE       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 1000-PRINT-MASTER-SUMMARY
           OPEN INPUT EXTRACT-FILE
           IF 88-900-EXTRACT-PRESENT
               PERFORM 2000-PROCESS-EXTRACT-RECORD
                   UNTIL 88-100-EXTRACT-EOF
               PERFORM 2500-CLOSE-OUT-SESSION
               PERFORM 5000-PRINT-SESSION-HISTORY
               PERFORM 6000-PRINT-RECURRING-THEMES
           ELSE
               MOVE "EXTRACT FILE NOT PRESENT - NO SESSION HISTORY"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

           STOP RUN.

      ****************************************************************
      *  1 0 0 0 - P R I N T - M A S T E R - S U M M A R Y .         *
      ****************************************************************
      *    THE CLIENT MASTER VIEW OF THIS CLIENT: NAME, STATUS,      *
      *    FIRST/LAST SEEN, AND THE LIFETIME COUNTERS THE SESSION    *
      *    CLOSE-OUTS HAVE POSTED ACROSS EVERY CHANNEL.              *
      ****************************************************************

       1000-PRINT-MASTER-SUMMARY.

           OPEN INPUT CLIENT-MASTER-FILE
           IF 88-900-CLIENT-MASTER-OK
               MOVE 100-TARGET-CLIENT-ID TO CM-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       MOVE "CLIENT NOT ON MASTER - HISTORY ONLY"
                                       TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       END-WRITE
                   NOT INVALID KEY
                       MOVE "CLIENT NAME        " TO ML-LABEL
                       MOVE CM-CLIENT-NAME      TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "STATUS             " TO ML-LABEL
                       IF 88-CM-DEACTIVATED
                           MOVE "DEACTIVATED"  TO ML-VALUE
                       ELSE
                           MOVE "ACTIVE"       TO ML-VALUE
                       END-IF
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "DEFAULT PERSONA    " TO ML-LABEL
                       MOVE CM-PERSONA-CODE     TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "FIRST SEEN         " TO ML-LABEL
                       MOVE CM-FIRST-SEEN-DATE  TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "LAST SEEN          " TO ML-LABEL
                       MOVE CM-LAST-SEEN-DATE   TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "LIFETIME SESSIONS  " TO ML-LABEL
                       MOVE CM-LIFETIME-SESSIONS TO 925-MASTER-COUNT
                       MOVE 925-MASTER-COUNT    TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "LIFETIME TURNS     " TO ML-LABEL
                       MOVE CM-LIFETIME-TURNS   TO 925-MASTER-COUNT
                       MOVE 925-MASTER-COUNT    TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
                       MOVE "CRISIS ALERTS      " TO ML-LABEL
                       MOVE CM-CRISIS-ALERT-COUNT TO 925-MASTER-COUNT
                       MOVE 925-MASTER-COUNT    TO ML-VALUE
                       PERFORM 1100-WRITE-MASTER-LINE
               END-READ
           ELSE
               MOVE "CLIENT MASTER NOT AVAILABLE - EXTRACT HISTORY ONLY"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE CLIENT-MASTER-FILE
           .

       1100-WRITE-MASTER-LINE.

           MOVE 920-MASTER-LINE        TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      ****************************************************************
      *  2 0 0 0 - P R O C E S S - E X T R A C T - R E C O R D .     *
      ****************************************************************
      *    READ ONE EXTRACT RECORD.  THIS CLIENT'S DETAIL RECORDS    *
      *    ARE TALLIED INTO THE SESSION IN PROGRESS; THIS CLIENT'S   *
      *    TRAILERS SUPPLY THE SESSION'S CRISIS ALERT COUNT AND      *
      *    CLOSE IT.  EVERYONE ELSE'S RECORDS ARE PASSED OVER.       *
      ****************************************************************

       2000-PROCESS-EXTRACT-RECORD.

           READ EXTRACT-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-EXTRACT-EOF TO TRUE
               NOT AT END
                   IF EX-SESSION-ID (1:9) = 300-TRAILER-TAG
                       MOVE 940-EXTRACT-LINE (1:64)
                                       TO 945-TRAILER-LINE
                       IF TL-CLIENT-ID = 100-TARGET-CLIENT-ID
                               AND TL-SESSION-ID =
                                   410-CURRENT-SESSION-ID
                           PERFORM 2400-POST-TRAILER-ALERTS
                       END-IF
                   ELSE
                       IF EX-CLIENT-ID = 100-TARGET-CLIENT-ID
                           PERFORM 2100-TALLY-CLIENT-TURN
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 1 0 0 - T A L L Y - C L I E N T - T U R N .               *
      ****************************************************************

       2100-TALLY-CLIENT-TURN.

           IF EX-SESSION-ID NOT = 410-CURRENT-SESSION-ID
               PERFORM 2500-CLOSE-OUT-SESSION
               MOVE EX-SESSION-ID      TO 410-CURRENT-SESSION-ID
           END-IF
           ADD 1                       TO 400-SESSION-TURNS
           ADD 1                       TO 400-TOTAL-TURNS
           IF EX-KEYWORD = 300-NOKEYFOUND
               ADD 1                   TO 400-SESSION-NOKEY
           ELSE
               PERFORM 2200-TALLY-SESSION-KEYWORD
           END-IF
           .

      ****************************************************************
      *  2 2 0 0 - T A L L Y - S E S S I O N - K E Y W O R D .       *
      ****************************************************************

       2200-TALLY-SESSION-KEYWORD.

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
      *  2 4 0 0 - P O S T - T R A I L E R - A L E R T S .           *
      ****************************************************************
      *    THE SESSION'S TRAILER HAS ARRIVED -- ITS ALERT COUNT IS   *
      *    THE SESSION'S CRISIS ALERT TOTAL.  CLOSE THE SESSION      *
      *    HERE SO THE COUNT LANDS ON THE ROW JUST BUILT.            *
      ****************************************************************

       2400-POST-TRAILER-ALERTS.

           PERFORM 2500-CLOSE-OUT-SESSION
           IF 400-SESSION-COUNT > ZERO
               SET 500-S               TO 400-SESSION-COUNT
               MOVE TL-ALERT-COUNT     TO 500-SES-ALERTS (500-S)
           END-IF
           .

      ****************************************************************
      *  2 5 0 0 - C L O S E - O U T - S E S S I O N .               *
      ****************************************************************
      *    ON A SESSION BREAK (AND AT END OF FILE), MOVE THE         *
      *    FINISHED SESSION INTO THE SESSION TABLE: ITS TURN AND     *
      *    NOKEYFOUND COUNTS AND ITS TOP KEYWORDS, AND ROLL ITS      *
      *    KEYWORD TALLY INTO THE RECURRING-THEME TABLE.             *
      ****************************************************************

       2500-CLOSE-OUT-SESSION.

           IF 400-SESSION-TURNS > ZERO
               IF 400-SESSION-COUNT < 300-MAX-SESSION-ENTRIES
                   ADD 1               TO 400-SESSION-COUNT
                   SET 500-S           TO 400-SESSION-COUNT
                   MOVE 410-CURRENT-SESSION-ID
                                       TO 500-SES-ID (500-S)
                   MOVE 400-SESSION-TURNS TO 500-SES-TURNS (500-S)
                   MOVE 400-SESSION-NOKEY TO 500-SES-NOKEY (500-S)
                   MOVE ZERO           TO 500-SES-ALERTS (500-S)
                   PERFORM 2600-ROLL-KEYWORDS-TO-THEMES
                   PERFORM 2700-PICK-TOP-KEYWORDS
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
               MOVE ZERO               TO 400-SESSION-TURNS
               MOVE ZERO               TO 400-SESSION-NOKEY
               MOVE ZERO               TO 400-KW-COUNT
               INITIALIZE 520-KEYWORD-TABLE
           END-IF
           .

      ****************************************************************
      *  2 6 0 0 - R O L L - K E Y W O R D S - T O - T H E M E S .   *
      ****************************************************************
      *    EVERY KEYWORD THE FINISHED SESSION HIT COUNTS AS ONE      *
      *    MORE SESSION-APPEARANCE FOR THAT THEME, PLUS ITS HITS.    *
      ****************************************************************

       2600-ROLL-KEYWORDS-TO-THEMES.

           PERFORM VARYING 520-K FROM +1 BY +1
                   UNTIL 520-K > 400-KW-COUNT
               MOVE SPACE              TO 100-SLOT-FOUND-FLAG
               PERFORM VARYING 540-T FROM +1 BY +1
                       UNTIL   540-T > 400-THEME-COUNT
                       OR      88-100-SLOT-FOUND
                   IF 540-THEME-TEXT (540-T) = 520-KW-TEXT (520-K)
                       SET 88-100-SLOT-FOUND TO TRUE
                       ADD 520-KW-HITS (520-K)
                                       TO 540-THEME-HITS (540-T)
                       ADD 1           TO 540-THEME-SESSIONS (540-T)
                   END-IF
               END-PERFORM
               IF NOT 88-100-SLOT-FOUND
                   IF 400-THEME-COUNT < 300-MAX-KW-ENTRIES
                       ADD 1           TO 400-THEME-COUNT
                       SET 540-T       TO 400-THEME-COUNT
                       MOVE 520-KW-TEXT (520-K)
                                       TO 540-THEME-TEXT (540-T)
                       MOVE 520-KW-HITS (520-K)
                                       TO 540-THEME-HITS (540-T)
                       MOVE 1          TO 540-THEME-SESSIONS (540-T)
                   ELSE
                       SET 88-100-TABLE-FULL-NOTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  2 7 0 0 - P I C K - T O P - K E Y W O R D S .               *
      ****************************************************************
      *    REDUCE THE SESSION'S KEYWORD TALLY TO ITS TOP THREE,      *
      *    HIGHEST COUNT FIRST, FOR THE HISTORY LINE -- THE SAME     *
      *    PICK-AND-ZERO PASS ELIZARPT USES.  THE TALLY HAS          *
      *    ALREADY BEEN ROLLED INTO THE THEME TABLE, SO ZEROING      *
      *    IT HERE LOSES NOTHING.                                    *
      ****************************************************************

       2700-PICK-TOP-KEYWORDS.

           MOVE SPACES                 TO 500-SES-TOP-KEYWORDS (500-S)
           MOVE +1                     TO 400-TOP-OFFSET
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL   400-PRINT-SUB > 300-TOP-KEYWORD-LINES
                   OR      400-PRINT-SUB > 400-KW-COUNT
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
                   MOVE 520-KW-TEXT (520-K)
                       TO 500-SES-TOP-KEYWORDS (500-S)
                           (400-TOP-OFFSET:14)
                   MOVE ZERO           TO 520-KW-HITS (520-K)
                   ADD +15             TO 400-TOP-OFFSET
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  5 0 0 0 - P R I N T - S E S S I O N - H I S T O R Y .       *
      ****************************************************************

       5000-PRINT-SESSION-HISTORY.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SESSION HISTORY"      TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  DATE      SESSION ID      TURNS NOKEY ALERT  TOP KEYW
      -        "ORDS"                  TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-SESSION-COUNT = ZERO
               MOVE "  NO SESSIONS ON THE EXTRACT FOR THIS CLIENT"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING 500-S FROM +1 BY +1
                   UNTIL 500-S > 400-SESSION-COUNT
               MOVE 500-SES-ID (500-S) (1:8) TO SD-DATE
               MOVE 500-SES-ID (500-S) TO SD-SESSION-ID
               MOVE 500-SES-TURNS (500-S)  TO SD-TURNS
               MOVE 500-SES-NOKEY (500-S)  TO SD-NOKEY
               MOVE 500-SES-ALERTS (500-S) TO SD-ALERTS
               MOVE 500-SES-TOP-KEYWORDS (500-S) TO SD-TOP-KEYWORDS
               MOVE 930-SESSION-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           .

      ****************************************************************
      *  6 0 0 0 - P R I N T - R E C U R R I N G - T H E M E S .     *
      ****************************************************************
      *    THE KEYWORDS THAT KEEP COMING BACK, RANKED BY HOW MANY    *
      *    SESSIONS THEY APPEARED IN (TOTAL HITS BREAK TIES),        *
      *    USING THE SAME PICK-AND-ZERO PASS AS THE OTHER            *
      *    RANKINGS.  THIS IS WHAT THE CONVERSATIONS HAVE            *
      *    ACTUALLY BEEN ABOUT.                                      *
      ****************************************************************

       6000-PRINT-RECURRING-THEMES.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RECURRING THEMES"     TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-THEME-COUNT = ZERO
               MOVE "  NO KEYWORD-MATCHED TURNS FOR THIS CLIENT"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL 400-PRINT-SUB > 400-THEME-COUNT
               MOVE ZERO               TO 400-BEST-SESSIONS
               MOVE ZERO               TO 400-BEST-COUNT
               MOVE ZERO               TO 400-BEST-SUB
               PERFORM VARYING 540-T FROM +1 BY +1
                       UNTIL 540-T > 400-THEME-COUNT
                   IF 540-THEME-SESSIONS (540-T) > 400-BEST-SESSIONS
                       OR (540-THEME-SESSIONS (540-T) =
                               400-BEST-SESSIONS
                           AND 540-THEME-SESSIONS (540-T) > ZERO
                           AND 540-THEME-HITS (540-T) >
                               400-BEST-COUNT)
                       MOVE 540-THEME-SESSIONS (540-T)
                                       TO 400-BEST-SESSIONS
                       MOVE 540-THEME-HITS (540-T)
                                       TO 400-BEST-COUNT
                       SET 400-BEST-SUB TO 540-T
                   END-IF
               END-PERFORM
               IF 400-BEST-SUB > ZERO
                   SET 540-T           TO 400-BEST-SUB
                   MOVE 400-PRINT-SUB  TO TD-RANK
                   MOVE 540-THEME-TEXT (540-T) TO TD-KEYWORD
                   MOVE 540-THEME-SESSIONS (540-T) TO TD-SESSIONS
                   MOVE 540-THEME-HITS (540-T) TO TD-HITS
                   MOVE ZERO           TO 540-THEME-SESSIONS (540-T)
                   MOVE ZERO           TO 540-THEME-HITS (540-T)
                   MOVE 940-THEME-DETAIL-LINE TO REPORT-RECORD
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

       END PROGRAM ELIZACLH.
