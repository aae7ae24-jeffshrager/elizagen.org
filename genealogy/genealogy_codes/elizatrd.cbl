       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZATRD.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZATRD -- MONTHLY TREND REPORT FROM THE PERMANENT       *
      *    STATISTICS HISTORY.                                       *
      *                                                              *
      *    READS STATHIST (BUILT BY ELIZASUM, SEE STATREC.CPY) AND   *
      *    PRINTS TO TRENDRPT, FOR A REPORT MONTH:                   *
      *      - THE ROLLING 13 MONTHS ENDING WITH THE REPORT MONTH:   *
      *        DAYS SUMMARIZED, SESSIONS, TURNS, TURNS PER SESSION,  *
      *        THE NOKEYFOUND RATE, ALERTS, AND CLIENTS SEEN, EACH   *
      *        MONTH SET AGAINST THE SAME MONTH A YEAR EARLIER, AND  *
      *        THE LAST 12 MONTHS AGAINST THE 12 BEFORE THEM;        *
      *      - YEAR-OVER-YEAR FOR THE REPORT MONTH AGAINST THE SAME  *
      *        MONTH LAST YEAR: SESSIONS AND TURNS BY PERSONA, THE   *
      *        TOP KEYWORDS, THE TURNS-PER-SESSION DISTRIBUTION,     *
      *        AND CRISIS ALERT CASES BY TIER AND DISPOSITION.       *
      *                                                              *
      *    THE REPORT MONTH IS THE OPTIONAL YYYYMM COMMAND-LINE      *
      *    PARM, OR LAST MONTH.  A MONTH MARKED "*" WAS PARTLY       *
      *    SUMMARIZED FROM TRANSCRIPT OR ALERT LOG GENERATIONS, SO   *
      *    ITS KEYWORD HITS ARE NOT COMPLETE.                        *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL STAT-HISTORY-FILE
               ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-STAT-HISTORY-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  STAT-HISTORY-FILE.

       COPY STATREC.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-PARM-MONTH              PIC X(06)   VALUE SPACES.
           05  100-PARM-MONTH-NUM REDEFINES 100-PARM-MONTH
                                           PIC 9(06).

       01  300-PROGRAM-CONSTANTS.
           05  300-WINDOW-MONTHS           PIC S9(4)   COMP VALUE +25.
           05  300-FIRST-ROLLING-SLOT      PIC S9(4)   COMP VALUE +13.
           05  300-MAX-PERSONA-ENTRIES     PIC S9(4)   COMP VALUE +60.
           05  300-MAX-KW-ENTRIES          PIC S9(4)   COMP VALUE +500.
           05  300-MAX-ALERT-ENTRIES       PIC S9(4)   COMP VALUE +40.
           05  300-TOP-KEYWORD-LINES       PIC S9(4)   COMP VALUE +15.

       01  400-PROGRAM-COUNTERS.
           05  400-HISTORY-RECORDS         PIC 9(07) COMP VALUE ZERO.
           05  400-PERSONA-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-KW-COUNT                PIC S9(4) COMP VALUE ZERO.
           05  400-ALERT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-SLOT                    PIC S9(4) COMP VALUE ZERO.
           05  400-PRIOR-SLOT              PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-SUB                PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  400-PRINT-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-LAST-12-SESSIONS        PIC 9(09) COMP VALUE ZERO.
           05  400-PRIOR-12-SESSIONS       PIC 9(09) COMP VALUE ZERO.
           05  400-LAST-12-TURNS           PIC 9(09) COMP VALUE ZERO.
           05  400-PRIOR-12-TURNS          PIC 9(09) COMP VALUE ZERO.

      ****************************************************************
      *    MONTHS ARE NUMBERED YEAR * 12 + MONTH - 1, SO THE WINDOW  *
      *    SLOT OF ANY MONTH IS ITS NUMBER LESS THAT OF THE FIRST.   *
      ****************************************************************

       01  410-RUN-CONTROL.
           05  410-REPORT-MONTH            PIC 9(06)   VALUE ZERO.
           05  410-REPORT-MONTH-PARTS REDEFINES 410-REPORT-MONTH.
               10  410-REPORT-YEAR         PIC 9(04).
               10  410-REPORT-MM           PIC 9(02).
           05  410-TODAY-DATE              PIC 9(08)   VALUE ZERO.
           05  410-TODAY-PARTS REDEFINES 410-TODAY-DATE.
               10  410-TODAY-YEAR          PIC 9(04).
               10  410-TODAY-MM            PIC 9(02).
               10  410-TODAY-DD            PIC 9(02).
           05  410-RECORD-MONTH            PIC 9(06)   VALUE ZERO.
           05  410-RECORD-MONTH-PARTS REDEFINES 410-RECORD-MONTH.
               10  410-RECORD-YEAR         PIC 9(04).
               10  410-RECORD-MM           PIC 9(02).
           05  410-REPORT-MONTH-NUMBER     PIC S9(07) COMP VALUE ZERO.
           05  410-FIRST-MONTH-NUMBER      PIC S9(07) COMP VALUE ZERO.
           05  410-MONTH-NUMBER            PIC S9(07) COMP VALUE ZERO.
           05  410-PRIOR-YEAR-MONTH        PIC 9(06)   VALUE ZERO.

       01  510-MONTH-WINDOW.
           05  510-MONTH-ENTRY         OCCURS 25 TIMES
                                       INDEXED BY 510-M.
               10  510-MONTH               PIC 9(06).
               10  510-DAYS                PIC 9(05) COMP.
               10  510-PARTIAL-FLAG        PIC X(01).
                   88  88-510-KEYWORDS-PARTIAL         VALUE "*".
               10  510-SESSIONS            PIC 9(07) COMP.
               10  510-TURNS               PIC 9(07) COMP.
               10  510-NOKEY-TURNS         PIC 9(07) COMP.
               10  510-ALERTS              PIC 9(07) COMP.
               10  510-CLIENTS             PIC 9(07) COMP.

      ****************************************************************
      *    YEAR-OVER-YEAR TABLES: "CUR" IS THE REPORT MONTH, "PRI"   *
      *    THE SAME MONTH A YEAR EARLIER.                            *
      ****************************************************************

       01  520-PERSONA-TABLE.
           05  520-PERSONA-ENTRY       OCCURS 60 TIMES
                                       INDEXED BY 520-P.
               10  520-PERSONA-CODE        PIC X(04).
               10  520-CUR-SESSIONS        PIC 9(07) COMP.
               10  520-PRI-SESSIONS        PIC 9(07) COMP.
               10  520-CUR-TURNS           PIC 9(07) COMP.
               10  520-PRI-TURNS           PIC 9(07) COMP.

       01  530-KEYWORD-TABLE.
           05  530-KW-ENTRY            OCCURS 500 TIMES
                                       INDEXED BY 530-K.
               10  530-KW-TEXT             PIC X(14).
               10  530-CUR-HITS            PIC 9(07) COMP.
               10  530-PRI-HITS            PIC 9(07) COMP.
               10  530-PRINTED-FLAG        PIC X(01).

       01  540-BUCKET-LABELS.
           05  FILLER                      PIC X(14)   VALUE "1-5".
           05  FILLER                      PIC X(14)   VALUE "6-10".
           05  FILLER                      PIC X(14)   VALUE "11-20".
           05  FILLER                      PIC X(14)   VALUE "21-50".
           05  FILLER                      PIC X(14)   VALUE "OVER 50".
       01  540-BUCKET-TABLE REDEFINES 540-BUCKET-LABELS.
           05  540-BUCKET-LABEL        OCCURS 5 TIMES
                                       INDEXED BY 540-B
                                           PIC X(14).

       01  545-BUCKET-COUNTS.
           05  545-BUCKET-ENTRY        OCCURS 5 TIMES
                                       INDEXED BY 545-B.
               10  545-CUR-SESSIONS        PIC 9(07) COMP.
               10  545-PRI-SESSIONS        PIC 9(07) COMP.

       01  550-ALERT-TABLE.
           05  550-ALERT-ENTRY         OCCURS 40 TIMES
                                       INDEXED BY 550-A.
               10  550-ALERT-KEY           PIC X(14).
               10  550-CUR-CASES           PIC 9(07) COMP.
               10  550-PRI-CASES           PIC 9(07) COMP.

       01  900-FILE-STATUS-FIELDS.
           05  900-STAT-HISTORY-STATUS     PIC X(02)   VALUE "00".
               88  88-900-STAT-HISTORY-PRESENT         VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  905-MONTH-EDIT.
           05  ME-YEAR                     PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  ME-MM                       PIC 9(02).

       01  910-HEADING-LINE.
           05  FILLER                      PIC X(38)   VALUE
               "ELIZA MONTHLY TREND REPORT - MONTH OF".
           05  RH-MONTH                    PIC X(07).

       01  915-ROLLING-HEADING.
           05  FILLER                      PIC X(44)   VALUE
               "  MONTH    DAYS  SESSIONS     TURNS  PER SES".
           05  FILLER                      PIC X(46)   VALUE
               " NOKEY%    ALERTS   CLIENTS  YEAR AGO   CHANGE".

       01  920-ROLLING-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-MONTH                    PIC X(07).
           05  RL-PARTIAL                  PIC X(01).
           05  RL-DAYS                     PIC ZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-SESSIONS                 PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-TURNS                    PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-AVERAGE                  PIC ZZZZ9.9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-NOKEY-PCT                PIC ZZ9.9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-ALERTS                   PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-CLIENTS                  PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-PRIOR-SESSIONS           PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-CHANGE                   PIC X(07).

       01  925-COMPARE-HEADING.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CH-LABEL                    PIC X(16).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  CH-CUR-MONTH                PIC X(09).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  CH-PRI-MONTH                PIC X(09).
           05  FILLER                      PIC X(09)   VALUE
               "   CHANGE".

       01  930-COMPARE-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-LABEL                    PIC X(16).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-CUR                      PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-PRI                      PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CL-CHANGE                   PIC X(07).

       01  935-PERSONA-HEADING.
           05  FILLER                      PIC X(44)   VALUE
               "  PERSONA     SESSIONS  YEAR AGO   CHANGE".
           05  FILLER                      PIC X(40)   VALUE
               "     TURNS  YEAR AGO   CHANGE".

       01  940-PERSONA-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-PERSONA                  PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-CUR-SESSIONS             PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-PRI-SESSIONS             PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-SESSIONS-CHANGE          PIC X(07).
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  PL-CUR-TURNS                PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-PRI-TURNS                PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-TURNS-CHANGE             PIC X(07).

       01  950-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(48).
           05  TL-VALUE                    PIC ZZZZZZZZ9.

      ****************************************************************
      *    CHANGE PERCENT, EDITED INTO 955-CHANGE-TEXT BY 8000.  NO  *
      *    PRIOR FIGURE PRINTS "NEW"; NEITHER FIGURE PRINTS BLANK.   *
      ****************************************************************

       01  955-WORK-FIELDS.
           05  955-CUR-VALUE               PIC 9(09) COMP VALUE ZERO.
           05  955-PRI-VALUE               PIC 9(09) COMP VALUE ZERO.
           05  955-CHANGE-PCT              PIC S9(05)V9 COMP-3
                                                       VALUE ZERO.
           05  955-CHANGE-EDIT             PIC ----9.9.
           05  955-CHANGE-TEXT             PIC X(07)   VALUE SPACES.
           05  955-AVERAGE                 PIC 9(05)V9  COMP-3
                                                       VALUE ZERO.
           05  955-NOKEY-PCT               PIC 9(03)V9  COMP-3
                                                       VALUE ZERO.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT TREND-REPORT-FILE
           PERFORM 0040-GET-REPORT-MONTH
           IF 410-REPORT-MONTH = ZERO
               MOVE 8                  TO RETURN-CODE
           ELSE
               PERFORM 0100-BUILD-WINDOW
               MOVE SPACE              TO 100-FILE-EOF-FLAG
               OPEN INPUT STAT-HISTORY-FILE
               IF 88-900-STAT-HISTORY-PRESENT
                   PERFORM 1000-READ-HISTORY-RECORD
                       UNTIL 88-100-FILE-EOF
               END-IF
               CLOSE STAT-HISTORY-FILE
               IF 400-HISTORY-RECORDS = ZERO
                   MOVE "STATHIST EMPTY OR NOT PRESENT - NOTHING TO REPO
      -                 "RT"           TO TREND-REPORT-RECORD
                   WRITE TREND-REPORT-RECORD
                   MOVE 4              TO RETURN-CODE
               ELSE
                   PERFORM 2000-PRINT-ROLLING-SECTION
                   PERFORM 3000-PRINT-PERSONA-SECTION
                   PERFORM 4000-PRINT-KEYWORD-SECTION
                   PERFORM 5000-PRINT-TURN-SECTION
                   PERFORM 6000-PRINT-ALERT-SECTION
                   IF 88-100-TABLE-FULL-NOTED
                       MOVE SPACES     TO TREND-REPORT-RECORD
                       WRITE TREND-REPORT-RECORD
                       MOVE "NOTE: A TABLE FILLED - SOME PERSONAS, KEYWO
      -                     "RDS, OR ALERT ROWS ARE NOT SHOWN"
                                       TO TREND-REPORT-RECORD
                       WRITE TREND-REPORT-RECORD
                   END-IF
               END-IF
           END-IF
           CLOSE TREND-REPORT-FILE

           STOP RUN.

      ****************************************************************
      *  0 0 4 0 - G E T - R E P O R T - M O N T H .                 *
      ****************************************************************
      *    A YYYYMM PARM, OR THE MONTH BEFORE TODAY'S -- THE LAST    *
      *    WHOLE MONTH.  A BAD PARM LEAVES THE MONTH ZERO.           *
      ****************************************************************

       0040-GET-REPORT-MONTH.

           ACCEPT 100-PARM-MONTH FROM COMMAND-LINE
           IF 100-PARM-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO 410-TODAY-DATE
               IF 410-TODAY-MM = 1
                   COMPUTE 410-REPORT-YEAR = 410-TODAY-YEAR - 1
                   MOVE 12             TO 410-REPORT-MM
               ELSE
                   MOVE 410-TODAY-YEAR TO 410-REPORT-YEAR
                   COMPUTE 410-REPORT-MM = 410-TODAY-MM - 1
               END-IF
           ELSE
               IF 100-PARM-MONTH IS NUMERIC
                   MOVE 100-PARM-MONTH-NUM TO 410-REPORT-MONTH
                   IF 410-REPORT-MM < 1 OR 410-REPORT-MM > 12
                       MOVE ZERO       TO 410-REPORT-MONTH
                   END-IF
               END-IF
           END-IF
           IF 410-REPORT-MONTH = ZERO
               DISPLAY "ELIZATRD: REPORT MONTH PARM MUST BE YYYYMM"
               MOVE "REPORT MONTH PARM NOT A VALID YYYYMM MONTH"
                                       TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           ELSE
               MOVE 410-REPORT-YEAR    TO ME-YEAR
               MOVE 410-REPORT-MM      TO ME-MM
               MOVE 905-MONTH-EDIT     TO RH-MONTH
               MOVE 910-HEADING-LINE   TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  0 1 0 0 - B U I L D - W I N D O W .                         *
      ****************************************************************
      *    25 MONTHS: THE REPORT MONTH IN THE LAST SLOT, AND THE 24  *
      *    BEFORE IT, SO EVERY ONE OF THE ROLLING 13 HAS ITS YEAR-   *
      *    AGO MONTH IN THE TABLE TOO.                               *
      ****************************************************************

       0100-BUILD-WINDOW.

           COMPUTE 410-REPORT-MONTH-NUMBER =
               410-REPORT-YEAR * 12 + 410-REPORT-MM - 1
           COMPUTE 410-FIRST-MONTH-NUMBER =
               410-REPORT-MONTH-NUMBER - 300-WINDOW-MONTHS + 1
           PERFORM VARYING 510-M FROM +1 BY +1
                   UNTIL   510-M > 300-WINDOW-MONTHS
               INITIALIZE 510-MONTH-ENTRY (510-M)
               SET 400-SLOT            TO 510-M
               COMPUTE 410-MONTH-NUMBER =
                   410-FIRST-MONTH-NUMBER + 400-SLOT - 1
               COMPUTE 410-RECORD-YEAR = 410-MONTH-NUMBER / 12
               COMPUTE 410-RECORD-MM =
                   410-MONTH-NUMBER - 410-RECORD-YEAR * 12 + 1
               MOVE 410-RECORD-MONTH   TO 510-MONTH (510-M)
           END-PERFORM
           COMPUTE 410-PRIOR-YEAR-MONTH = 410-REPORT-MONTH - 100
           .

      ****************************************************************
      *  1 0 0 0 - R E A D - H I S T O R Y - R E C O R D .           *
      ****************************************************************
      *    POST EACH RECORD INTO ITS WINDOW MONTH, AND THE REPORT    *
      *    MONTH'S AND ITS YEAR-AGO MONTH'S RECORDS INTO THE         *
      *    YEAR-OVER-YEAR TABLES.  MONTHS OUTSIDE THE WINDOW AND     *
      *    THE DAILY PERSONA TOTALS ARE PASSED OVER.                 *
      ****************************************************************

       1000-READ-HISTORY-RECORD.

           READ STAT-HISTORY-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-HISTORY-RECORDS
                   IF 88-SH-GENERATION
                       MOVE SH-PERIOD (1:6) TO 410-RECORD-MONTH
                   ELSE
                       MOVE SH-MONTH   TO 410-RECORD-MONTH
                   END-IF
                   PERFORM 1050-FIND-SLOT
                   IF 400-SLOT > ZERO
                       PERFORM 1100-POST-WINDOW-MONTH
                       IF 410-RECORD-MONTH = 410-REPORT-MONTH
                       OR 410-RECORD-MONTH = 410-PRIOR-YEAR-MONTH
                           PERFORM 1200-POST-YEAR-OVER-YEAR
                       END-IF
                   END-IF
           END-READ
           .

       1050-FIND-SLOT.

           MOVE ZERO                   TO 400-SLOT
           IF 410-RECORD-MONTH IS NUMERIC
               COMPUTE 410-MONTH-NUMBER =
                   410-RECORD-YEAR * 12 + 410-RECORD-MM - 1
               IF 410-MONTH-NUMBER NOT < 410-FIRST-MONTH-NUMBER
                   AND 410-MONTH-NUMBER NOT > 410-REPORT-MONTH-NUMBER
                   COMPUTE 400-SLOT =
                       410-MONTH-NUMBER - 410-FIRST-MONTH-NUMBER + 1
               END-IF
           END-IF
           .

       1100-POST-WINDOW-MONTH.

           SET 510-M                   TO 400-SLOT
           EVALUATE TRUE
               WHEN 88-SH-GENERATION
                   ADD 1               TO 510-DAYS (510-M)
                   IF SH-KEY NOT = "EXTRA"
                       SET 88-510-KEYWORDS-PARTIAL (510-M) TO TRUE
                   END-IF
               WHEN 88-SH-PERSONA-MONTH
                   ADD SH-SESSIONS     TO 510-SESSIONS (510-M)
                   ADD SH-TURNS        TO 510-TURNS (510-M)
                   ADD SH-NOKEY-TURNS  TO 510-NOKEY-TURNS (510-M)
                   ADD SH-ALERTS       TO 510-ALERTS (510-M)
               WHEN 88-SH-CLIENT
                   IF SH-KEY NOT = SPACES
                       ADD 1           TO 510-CLIENTS (510-M)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      ****************************************************************
      *  1 2 0 0 - P O S T - Y E A R - O V E R - Y E A R .           *
      ****************************************************************

       1200-POST-YEAR-OVER-YEAR.

           EVALUATE TRUE
               WHEN 88-SH-PERSONA-MONTH
                   PERFORM 1210-POST-PERSONA
               WHEN 88-SH-KEYWORD
                   PERFORM 1220-POST-KEYWORD
               WHEN 88-SH-TURN-BUCKET
                   PERFORM 1230-POST-TURN-BUCKET
               WHEN 88-SH-ALERT
                   PERFORM 1240-POST-ALERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1210-POST-PERSONA.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 520-P FROM +1 BY +1
                   UNTIL   520-P > 400-PERSONA-COUNT
                   OR      88-100-SLOT-FOUND
               IF 520-PERSONA-CODE (520-P) = SH-KEY (1:4)
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-BEST-SUB    TO 520-P
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-PERSONA-COUNT < 300-MAX-PERSONA-ENTRIES
                   ADD 1               TO 400-PERSONA-COUNT
                   MOVE 400-PERSONA-COUNT TO 400-BEST-SUB
                   SET 520-P           TO 400-BEST-SUB
                   INITIALIZE 520-PERSONA-ENTRY (520-P)
                   MOVE SH-KEY (1:4)   TO 520-PERSONA-CODE (520-P)
                   SET 88-100-SLOT-FOUND TO TRUE
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           IF 88-100-SLOT-FOUND
               SET 520-P               TO 400-BEST-SUB
               IF 410-RECORD-MONTH = 410-REPORT-MONTH
                   ADD SH-SESSIONS     TO 520-CUR-SESSIONS (520-P)
                   ADD SH-TURNS        TO 520-CUR-TURNS (520-P)
               ELSE
                   ADD SH-SESSIONS     TO 520-PRI-SESSIONS (520-P)
                   ADD SH-TURNS        TO 520-PRI-TURNS (520-P)
               END-IF
           END-IF
           .

       1220-POST-KEYWORD.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 530-K FROM +1 BY +1
                   UNTIL   530-K > 400-KW-COUNT
                   OR      88-100-SLOT-FOUND
               IF 530-KW-TEXT (530-K) = SH-KEY
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-BEST-SUB    TO 530-K
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-KW-COUNT < 300-MAX-KW-ENTRIES
                   ADD 1               TO 400-KW-COUNT
                   MOVE 400-KW-COUNT   TO 400-BEST-SUB
                   SET 530-K           TO 400-BEST-SUB
                   INITIALIZE 530-KW-ENTRY (530-K)
                   MOVE SH-KEY         TO 530-KW-TEXT (530-K)
                   SET 88-100-SLOT-FOUND TO TRUE
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           IF 88-100-SLOT-FOUND
               SET 530-K               TO 400-BEST-SUB
               IF 410-RECORD-MONTH = 410-REPORT-MONTH
                   ADD SH-TURNS        TO 530-CUR-HITS (530-K)
               ELSE
                   ADD SH-TURNS        TO 530-PRI-HITS (530-K)
               END-IF
           END-IF
           .

       1230-POST-TURN-BUCKET.

           PERFORM VARYING 540-B FROM +1 BY +1
                   UNTIL   540-B > 5
               IF 540-BUCKET-LABEL (540-B) = SH-KEY
                   SET 545-B           TO 540-B
                   IF 410-RECORD-MONTH = 410-REPORT-MONTH
                       ADD SH-SESSIONS TO 545-CUR-SESSIONS (545-B)
                   ELSE
                       ADD SH-SESSIONS TO 545-PRI-SESSIONS (545-B)
                   END-IF
               END-IF
           END-PERFORM
           .

       1240-POST-ALERT.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 550-A FROM +1 BY +1
                   UNTIL   550-A > 400-ALERT-COUNT
                   OR      88-100-SLOT-FOUND
               IF 550-ALERT-KEY (550-A) = SH-KEY
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-BEST-SUB    TO 550-A
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-ALERT-COUNT < 300-MAX-ALERT-ENTRIES
                   ADD 1               TO 400-ALERT-COUNT
                   MOVE 400-ALERT-COUNT TO 400-BEST-SUB
                   SET 550-A           TO 400-BEST-SUB
                   INITIALIZE 550-ALERT-ENTRY (550-A)
                   MOVE SH-KEY         TO 550-ALERT-KEY (550-A)
                   SET 88-100-SLOT-FOUND TO TRUE
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           IF 88-100-SLOT-FOUND
               SET 550-A               TO 400-BEST-SUB
               IF 410-RECORD-MONTH = 410-REPORT-MONTH
                   ADD SH-ALERTS       TO 550-CUR-CASES (550-A)
               ELSE
                   ADD SH-ALERTS       TO 550-PRI-CASES (550-A)
               END-IF
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - P R I N T - R O L L I N G - S E C T I O N .       *
      ****************************************************************
      *    THE LAST 13 SLOTS OF THE WINDOW, EACH AGAINST THE SLOT    *
      *    12 BEFORE IT, THEN THE LAST 12 AGAINST THE 12 BEFORE.     *
      ****************************************************************

       2000-PRINT-ROLLING-SECTION.

           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "ROLLING 13 MONTHS"    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE 915-ROLLING-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING 510-M FROM 300-FIRST-ROLLING-SLOT BY +1
                   UNTIL   510-M > 300-WINDOW-MONTHS
               PERFORM 2100-PRINT-ROLLING-MONTH
           END-PERFORM
           PERFORM VARYING 510-M FROM +2 BY +1
                   UNTIL   510-M > 300-WINDOW-MONTHS
               IF 510-M > 300-FIRST-ROLLING-SLOT
                   ADD 510-SESSIONS (510-M) TO 400-LAST-12-SESSIONS
                   ADD 510-TURNS (510-M)    TO 400-LAST-12-TURNS
               ELSE
                   ADD 510-SESSIONS (510-M) TO 400-PRIOR-12-SESSIONS
                   ADD 510-TURNS (510-M)    TO 400-PRIOR-12-TURNS
               END-IF
           END-PERFORM
           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "LAST 12 MONTHS"       TO CH-LABEL
           MOVE "  LAST 12"            TO CH-CUR-MONTH
           MOVE " PRIOR 12"            TO CH-PRI-MONTH
           MOVE 925-COMPARE-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "SESSIONS"             TO CL-LABEL
           MOVE 400-LAST-12-SESSIONS   TO 955-CUR-VALUE
           MOVE 400-PRIOR-12-SESSIONS  TO 955-PRI-VALUE
           PERFORM 8100-WRITE-COMPARE-LINE
           MOVE "TURNS"                TO CL-LABEL
           MOVE 400-LAST-12-TURNS      TO 955-CUR-VALUE
           MOVE 400-PRIOR-12-TURNS     TO 955-PRI-VALUE
           PERFORM 8100-WRITE-COMPARE-LINE
           .

       2100-PRINT-ROLLING-MONTH.

           MOVE 510-MONTH (510-M)      TO 410-RECORD-MONTH
           MOVE 410-RECORD-YEAR        TO ME-YEAR
           MOVE 410-RECORD-MM          TO ME-MM
           MOVE 905-MONTH-EDIT         TO RL-MONTH
           MOVE 510-PARTIAL-FLAG (510-M) TO RL-PARTIAL
           MOVE 510-DAYS (510-M)       TO RL-DAYS
           MOVE 510-SESSIONS (510-M)   TO RL-SESSIONS
           MOVE 510-TURNS (510-M)      TO RL-TURNS
           MOVE ZERO                   TO 955-AVERAGE
           MOVE ZERO                   TO 955-NOKEY-PCT
           IF 510-SESSIONS (510-M) > ZERO
               COMPUTE 955-AVERAGE ROUNDED =
                   510-TURNS (510-M) / 510-SESSIONS (510-M)
           END-IF
           IF 510-TURNS (510-M) > ZERO
               COMPUTE 955-NOKEY-PCT ROUNDED =
                   510-NOKEY-TURNS (510-M) * 100 / 510-TURNS (510-M)
           END-IF
           MOVE 955-AVERAGE            TO RL-AVERAGE
           MOVE 955-NOKEY-PCT          TO RL-NOKEY-PCT
           MOVE 510-ALERTS (510-M)     TO RL-ALERTS
           MOVE 510-CLIENTS (510-M)    TO RL-CLIENTS
           SET 400-SLOT                TO 510-M
           COMPUTE 400-PRIOR-SLOT = 400-SLOT - 12
           MOVE 510-SESSIONS (510-M)   TO 955-CUR-VALUE
           SET 510-M                   TO 400-PRIOR-SLOT
           MOVE 510-SESSIONS (510-M)   TO 955-PRI-VALUE
           MOVE 955-PRI-VALUE          TO RL-PRIOR-SESSIONS
           SET 510-M                   TO 400-SLOT
           PERFORM 8000-EDIT-CHANGE
           MOVE 955-CHANGE-TEXT        TO RL-CHANGE
           MOVE 920-ROLLING-LINE       TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           .

      ****************************************************************
      *  3 0 0 0 - P R I N T - P E R S O N A - S E C T I O N .       *
      ****************************************************************

       3000-PRINT-PERSONA-SECTION.

           MOVE 410-REPORT-YEAR        TO ME-YEAR
           MOVE 410-REPORT-MM          TO ME-MM
           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           STRING "YEAR OVER YEAR - " 905-MONTH-EDIT
                  " AGAINST THE SAME MONTH LAST YEAR"
                  DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE 935-PERSONA-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING 520-P FROM +1 BY +1
                   UNTIL   520-P > 400-PERSONA-COUNT
               IF 520-PERSONA-CODE (520-P) = SPACES
                   MOVE "(NONE)"       TO PL-PERSONA
               ELSE
                   MOVE 520-PERSONA-CODE (520-P) TO PL-PERSONA
               END-IF
               MOVE 520-CUR-SESSIONS (520-P) TO PL-CUR-SESSIONS
               MOVE 520-PRI-SESSIONS (520-P) TO PL-PRI-SESSIONS
               MOVE 520-CUR-SESSIONS (520-P) TO 955-CUR-VALUE
               MOVE 520-PRI-SESSIONS (520-P) TO 955-PRI-VALUE
               PERFORM 8000-EDIT-CHANGE
               MOVE 955-CHANGE-TEXT    TO PL-SESSIONS-CHANGE
               MOVE 520-CUR-TURNS (520-P) TO PL-CUR-TURNS
               MOVE 520-PRI-TURNS (520-P) TO PL-PRI-TURNS
               MOVE 520-CUR-TURNS (520-P) TO 955-CUR-VALUE
               MOVE 520-PRI-TURNS (520-P) TO 955-PRI-VALUE
               PERFORM 8000-EDIT-CHANGE
               MOVE 955-CHANGE-TEXT    TO PL-TURNS-CHANGE
               MOVE 940-PERSONA-LINE   TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-PERFORM
           IF 400-PERSONA-COUNT = ZERO
               MOVE "  NO SESSIONS IN EITHER MONTH"
                                       TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  4 0 0 0 - P R I N T - K E Y W O R D - S E C T I O N .       *
      ****************************************************************
      *    THE REPORT MONTH'S TOP KEYWORDS BY HITS, EACH AGAINST     *
      *    THE YEAR-AGO MONTH -- PICKED BEST-FIRST AS ELIZARPT       *
      *    RANKS ITS KEYWORDS.                                       *
      ****************************************************************

       4000-PRINT-KEYWORD-SECTION.

           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "TOP KEYWORDS"         TO CH-LABEL
           PERFORM 8200-SET-COMPARE-MONTHS
           MOVE 925-COMPARE-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL   400-PRINT-SUB > 300-TOP-KEYWORD-LINES
               MOVE ZERO               TO 400-BEST-SUB
               MOVE ZERO               TO 400-BEST-COUNT
               PERFORM VARYING 530-K FROM +1 BY +1
                       UNTIL   530-K > 400-KW-COUNT
                   IF 530-PRINTED-FLAG (530-K) NOT = "Y"
                           AND 530-CUR-HITS (530-K) > 400-BEST-COUNT
                       SET 400-BEST-SUB TO 530-K
                       MOVE 530-CUR-HITS (530-K) TO 400-BEST-COUNT
                   END-IF
               END-PERFORM
               IF 400-BEST-SUB > ZERO
                   SET 530-K           TO 400-BEST-SUB
                   MOVE "Y"            TO 530-PRINTED-FLAG (530-K)
                   MOVE 530-KW-TEXT (530-K) TO CL-LABEL
                   MOVE 530-CUR-HITS (530-K) TO 955-CUR-VALUE
                   MOVE 530-PRI-HITS (530-K) TO 955-PRI-VALUE
                   PERFORM 8100-WRITE-COMPARE-LINE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  5 0 0 0 - P R I N T - T U R N - S E C T I O N .             *
      ****************************************************************

       5000-PRINT-TURN-SECTION.

           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "TURNS PER SES"        TO CH-LABEL
           PERFORM 8200-SET-COMPARE-MONTHS
           MOVE 925-COMPARE-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING 540-B FROM +1 BY +1
                   UNTIL   540-B > 5
               SET 545-B               TO 540-B
               MOVE 540-BUCKET-LABEL (540-B) TO CL-LABEL
               MOVE 545-CUR-SESSIONS (545-B) TO 955-CUR-VALUE
               MOVE 545-PRI-SESSIONS (545-B) TO 955-PRI-VALUE
               PERFORM 8100-WRITE-COMPARE-LINE
           END-PERFORM
           .

      ****************************************************************
      *  6 0 0 0 - P R I N T - A L E R T - S E C T I O N .           *
      ****************************************************************
      *    CRISIS ALERT CASES BY TIER AND DISPOSITION.  A MONTH      *
      *    STILL SHOWING OPEN CASES WILL CHANGE AS ELIZAALT WORKS    *
      *    THEM AND ELIZASUM RECOUNTS.                               *
      ****************************************************************

       6000-PRINT-ALERT-SECTION.

           MOVE SPACES                 TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE "ALERT CASES"          TO CH-LABEL
           PERFORM 8200-SET-COMPARE-MONTHS
           MOVE 925-COMPARE-HEADING    TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           PERFORM VARYING 550-A FROM +1 BY +1
                   UNTIL   550-A > 400-ALERT-COUNT
               MOVE 550-ALERT-KEY (550-A) TO CL-LABEL
               MOVE 550-CUR-CASES (550-A) TO 955-CUR-VALUE
               MOVE 550-PRI-CASES (550-A) TO 955-PRI-VALUE
               PERFORM 8100-WRITE-COMPARE-LINE
           END-PERFORM
           IF 400-ALERT-COUNT = ZERO
               MOVE "  NO ALERT CASES IN EITHER MONTH"
                                       TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  8 0 0 0 - E D I T - C H A N G E .                           *
      ****************************************************************

       8000-EDIT-CHANGE.

           MOVE SPACES                 TO 955-CHANGE-TEXT
           IF 955-PRI-VALUE = ZERO
               IF 955-CUR-VALUE > ZERO
                   MOVE "    NEW"      TO 955-CHANGE-TEXT
               END-IF
           ELSE
               COMPUTE 955-CHANGE-PCT ROUNDED =
                   (955-CUR-VALUE - 955-PRI-VALUE) * 100
                   / 955-PRI-VALUE
                   ON SIZE ERROR
                       MOVE 9999.9     TO 955-CHANGE-PCT
               END-COMPUTE
               MOVE 955-CHANGE-PCT     TO 955-CHANGE-EDIT
               MOVE 955-CHANGE-EDIT    TO 955-CHANGE-TEXT
           END-IF
           .

       8100-WRITE-COMPARE-LINE.

           MOVE 955-CUR-VALUE          TO CL-CUR
           MOVE 955-PRI-VALUE          TO CL-PRI
           PERFORM 8000-EDIT-CHANGE
           MOVE 955-CHANGE-TEXT        TO CL-CHANGE
           MOVE 930-COMPARE-LINE       TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           .

       8200-SET-COMPARE-MONTHS.

           MOVE 410-REPORT-YEAR        TO ME-YEAR
           MOVE 410-REPORT-MM          TO ME-MM
           MOVE SPACES                 TO CH-CUR-MONTH
           MOVE 905-MONTH-EDIT         TO CH-CUR-MONTH (3:7)
           MOVE 410-PRIOR-YEAR-MONTH   TO 410-RECORD-MONTH
           MOVE 410-RECORD-YEAR        TO ME-YEAR
           MOVE 410-RECORD-MM          TO ME-MM
           MOVE SPACES                 TO CH-PRI-MONTH
           MOVE 905-MONTH-EDIT         TO CH-PRI-MONTH (3:7)
           .

       END PROGRAM ELIZATRD.
