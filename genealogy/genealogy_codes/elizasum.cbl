       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZASUM.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZASUM -- ROLL THE ARCHIVE GENERATIONS UP INTO THE      *
      *    PERMANENT MONTHLY STATISTICS HISTORY.                     *
      *                                                              *
      *    ELIZAHKP PURGES ARCHIVE GENERATIONS WHEN THEIR RETENTION  *
      *    RUNS OUT, AND WITH THEM EVERY FIGURE THE MANAGEMENT       *
      *    REPORTS COULD EVER BE BUILT FROM.  THIS JOB READS EACH    *
      *    CATALOGED DAY THAT HAS NOT BEEN SUMMARIZED YET AND ADDS   *
      *    IT INTO STATHIST (SEE STATREC.CPY):                       *
      *      - SESSIONS, TURNS, KEYWORD-HIT AND NOKEYFOUND TURNS,    *
      *        AND ALERTS BY PERSONA, FOR THE DAY AND THE MONTH;     *
      *      - KEYWORD HIT COUNTS FOR THE MONTH;                     *
      *      - THE MONTH'S TURNS-PER-SESSION DISTRIBUTION;           *
      *      - SESSIONS AND TURNS PER CLIENT FOR THE MONTH;          *
      *      - THE MONTH'S CRISIS ALERT CASES BY TIER AND            *
      *        DISPOSITION, RECOUNTED FROM ALERTCASE ON EVERY RUN    *
      *        UNTIL EVERY CASE OF THE MONTH IS CLOSED.              *
      *    AND WRITES A "GN" RECORD FOR THE DAY, WHICH IS WHAT       *
      *    LETS ELIZAHKP PURGE THAT DAY'S GENERATIONS.               *
      *                                                              *
      *    SESSION FIGURES COME FROM THE *TRAILER RECORDS, WHICH     *
      *    ARE THE SAME IN ALL THREE FILES; KEYWORD HITS NEED THE    *
      *    EXTRACT DETAILS.  SO A DAY IS READ FROM ITS EXTRACT       *
      *    GENERATION, OR -- WHEN THAT HAS ALREADY GONE -- FROM ITS  *
      *    TRANSCRIPT OR ALERT LOG GENERATION WITHOUT KEYWORD HITS.  *
      *    SESSIONS ARE FILED UNDER THE DATE IN THEIR SESSION ID.    *
      *                                                              *
      *    ONLY DAYS BEFORE THE BUSINESS DATE ARE TAKEN: TODAY'S     *
      *    GENERATION CAN STILL GROW IF ELIZAHKP IS RERUN TONIGHT.   *
      *    THE BUSINESS DATE IS TODAY, OR THE OPTIONAL YYYYMMDD      *
      *    COMMAND-LINE PARM.                                        *
      *                                                              *
      *    STATHIST IS REWRITTEN WHOLE THROUGH STATTEMP.  A RUN      *
      *    THAT OVERFLOWS ITS TABLES WRITES NOTHING (RETURN CODE 8)  *
      *    AND THE DAYS STAY UNSUMMARIZED -- AND UNPURGED.  RETURN   *
      *    CODE 4 WHEN A CATALOGED FILE WAS MISSING OR ALERTCASE     *
      *    COULD NOT BE READ.  THE RUN IS LISTED ON SUMRPT.          *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL HKP-CATALOG-FILE
               ASSIGN TO "HKPCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CATALOG-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN DYNAMIC 100-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ARCHIVE-STATUS.

           SELECT OPTIONAL STAT-HISTORY-FILE
               ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-STAT-HISTORY-STATUS.

           SELECT STAT-TEMP-FILE
               ASSIGN TO "STATTEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-STAT-TEMP-STATUS.

           SELECT OPTIONAL ALERT-CASE-FILE
               ASSIGN TO "ALERTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-ALERT-ID
               FILE STATUS IS 900-ALERT-CASE-STATUS.

           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "SUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  HKP-CATALOG-FILE.
       01  HKP-CATALOG-RECORD              PIC X(60).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(202).

       FD  STAT-HISTORY-FILE.

       COPY STATREC.

       FD  STAT-TEMP-FILE.
       01  STAT-TEMP-RECORD                PIC X(60).

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-RUN-FAILED-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-RUN-FAILED                   VALUE "Y".
           05  100-WARNING-FLAG            PIC X(01)   VALUE SPACE.
               88  88-100-WARNING                      VALUE "Y".
           05  100-ALERTS-REFRESHED-FLAG   PIC X(01)   VALUE SPACE.
               88  88-100-ALERTS-REFRESHED             VALUE "Y".
           05  100-DROP-RECORD-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-DROP-RECORD                  VALUE "Y".
           05  100-ARCHIVE-FILENAME        PIC X(30)   VALUE SPACES.
           05  100-PARM-DATE               PIC X(08)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-CATALOG-ENTRIES     PIC S9(4)   COMP VALUE +3100.
           05  300-MAX-SUMMARIZED-DATES    PIC S9(4)   COMP VALUE +9000.
           05  300-MAX-QUEUE-ENTRIES       PIC S9(4)   COMP VALUE +400.
           05  300-MAX-MONTH-ENTRIES       PIC S9(4)   COMP VALUE +200.
           05  300-MAX-WORK-ENTRIES        PIC S9(4)   COMP VALUE +9000.
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".

       01  400-PROGRAM-COUNTERS.
           05  400-CATALOG-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-SUMMARIZED-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  400-QUEUE-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-QUEUE-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-MONTH-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-WORK-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-QUEUE-LEFT-OVER         PIC 9(05) COMP VALUE ZERO.
           05  400-DAYS-SUMMARIZED         PIC 9(05) COMP VALUE ZERO.
           05  400-DAYS-MISSING            PIC 9(05) COMP VALUE ZERO.
           05  400-GEN-SESSIONS            PIC 9(07) COMP VALUE ZERO.
           05  400-GEN-TURNS               PIC 9(07) COMP VALUE ZERO.
           05  400-CASES-COUNTED           PIC 9(07) COMP VALUE ZERO.
           05  400-HISTORY-IN              PIC 9(07) COMP VALUE ZERO.
           05  400-HISTORY-MERGED          PIC 9(07) COMP VALUE ZERO.
           05  400-HISTORY-OUT             PIC 9(07) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-BUSINESS-DATE           PIC 9(08)   VALUE ZERO.
           05  410-GEN-DATE                PIC 9(08)   VALUE ZERO.
           05  410-GEN-FILE-CODE           PIC X(05)   VALUE SPACES.
           05  410-RECORD-DATE             PIC X(08)   VALUE SPACES.
           05  410-RECORD-DATE-NUM REDEFINES 410-RECORD-DATE
                                           PIC 9(08).
           05  410-PERIOD-DATE             PIC 9(08)   VALUE ZERO.
           05  410-PERIOD-PARTS REDEFINES 410-PERIOD-DATE.
               10  410-PERIOD-MONTH        PIC 9(06).
               10  410-PERIOD-DAY          PIC 9(02).
           05  410-MONTH-PERIOD            PIC 9(08)   VALUE ZERO.
           05  410-CHECK-MONTH             PIC 9(06)   VALUE ZERO.
           05  410-CHECK-DATE              PIC 9(08)   VALUE ZERO.

      ****************************************************************
      *    THE ROW TO BE ADDED INTO THE WORK TABLE BY 7000.          *
      ****************************************************************

       01  420-POST-ROW.
           05  420-POST-TYPE               PIC X(02)   VALUE SPACES.
           05  420-POST-PERIOD             PIC 9(08)   VALUE ZERO.
           05  420-POST-KEY                PIC X(14)   VALUE SPACES.
           05  420-POST-SESSIONS           PIC 9(07)   VALUE ZERO.
           05  420-POST-TURNS              PIC 9(07)   VALUE ZERO.
           05  420-POST-HIT-TURNS          PIC 9(07)   VALUE ZERO.
           05  420-POST-NOKEY-TURNS        PIC 9(07)   VALUE ZERO.
           05  420-POST-ALERTS             PIC 9(07)   VALUE ZERO.

       01  500-CATALOG-TABLE.
           05  500-CATALOG-ENTRY       OCCURS 3100 TIMES
                                       INDEXED BY 500-C.
               10  500-CAT-FILE-CODE       PIC X(05).
               10  500-CAT-DATE            PIC 9(08).
               10  500-CAT-FILENAME        PIC X(30).

      ****************************************************************
      *    EVERY DAY ALREADY ON THE HISTORY (ITS "GN" RECORDS).      *
      ****************************************************************

       01  510-SUMMARIZED-TABLE.
           05  510-SUMMARIZED-ENTRY    OCCURS 9000 TIMES
                                       INDEXED BY 510-S.
               10  510-SUMMARIZED-DATE     PIC 9(08).

      ****************************************************************
      *    THE DAYS TO SUMMARIZE THIS RUN AND THE GENERATION EACH    *
      *    IS READ FROM, IN CATALOG ORDER.                           *
      ****************************************************************

       01  520-QUEUE-TABLE.
           05  520-QUEUE-ENTRY         OCCURS 400 TIMES
                                       INDEXED BY 520-Q.
               10  520-QUEUE-DATE          PIC 9(08).
               10  520-QUEUE-FILE-CODE     PIC X(05).
               10  520-QUEUE-FILENAME      PIC X(30).

      ****************************************************************
      *    MONTHS WHOSE ALERT COUNTS ARE RECOUNTED: EVERY MONTH      *
      *    THIS RUN ADDED TO, AND EVERY MONTH THE HISTORY STILL      *
      *    SHOWS WITH AN OPEN CASE.                                  *
      ****************************************************************

       01  530-MONTH-TABLE.
           05  530-MONTH-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY 530-M.
               10  530-MONTH               PIC 9(06).

      ****************************************************************
      *    THE NEW FIGURES, ONE ROW PER HISTORY RECORD.  EXISTING    *
      *    HISTORY RECORDS WITH THE SAME TYPE, PERIOD, AND KEY ARE   *
      *    ADDED IN AS STATHIST IS REWRITTEN.                        *
      ****************************************************************

       01  540-WORK-TABLE.
           05  540-WORK-ENTRY          OCCURS 9000 TIMES
                                       INDEXED BY 540-W.
               10  540-TYPE                PIC X(02).
               10  540-PERIOD              PIC 9(08).
               10  540-KEY                 PIC X(14).
               10  540-SESSIONS            PIC 9(07) COMP.
               10  540-TURNS               PIC 9(07) COMP.
               10  540-HIT-TURNS           PIC 9(07) COMP.
               10  540-NOKEY-TURNS         PIC 9(07) COMP.
               10  540-ALERTS              PIC 9(07) COMP.

       COPY EXTLINE.

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-CATALOG-STATUS          PIC X(02)   VALUE "00".
               88  88-900-CATALOG-PRESENT              VALUE "00".
           05  900-ARCHIVE-STATUS          PIC X(02)   VALUE "00".
               88  88-900-ARCHIVE-PRESENT              VALUE "00".
           05  900-STAT-HISTORY-STATUS     PIC X(02)   VALUE "00".
               88  88-900-STAT-HISTORY-PRESENT         VALUE "00".
               88  88-900-STAT-HISTORY-OUTPUT-OK       VALUE "00" "05".
           05  900-STAT-TEMP-STATUS        PIC X(02)   VALUE "00".
               88  88-900-STAT-TEMP-OK                 VALUE "00".
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-PRESENT           VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  910-CATALOG-LINE.
           05  HC-FILE-CODE                PIC X(05).
           05  HC-DATE                     PIC 9(08).
           05  HC-FILENAME                 PIC X(30).
           05  HC-COUNT                    PIC 9(07).

       01  915-HEADING-LINE.
           05  FILLER                      PIC X(50)   VALUE
               "ELIZA MONTHLY STATISTICS ROLL-UP - BUSINESS DATE".
           05  RH-BUSINESS-DATE            PIC 9(08).

       01  920-DAY-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  DL-ACTION                   PIC X(12).
           05  DL-DATE                     PIC 9(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DL-FILE-CODE                PIC X(05).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  DL-FILENAME                 PIC X(30).
           05  DL-SESSIONS                 PIC ZZZZZZ9.
           05  FILLER                      PIC X(10)   VALUE
               " SESSIONS ".
           05  DL-TURNS                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(06)   VALUE
               " TURNS".

       01  930-MONTH-LINE.
           05  FILLER                      PIC X(34)   VALUE
               "  ALERT CASES RECOUNTED FOR MONTH ".
           05  ML-MONTH                    PIC 9(06).

       01  940-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(48).
           05  TL-VALUE                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    WORK OUT WHAT IS DUE, TALLY IT INTO THE WORK TABLE, AND   *
      *    ONLY IF ALL OF IT FITTED MERGE IT INTO STATHIST.          *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT SUMMARY-REPORT-FILE
           PERFORM 0040-GET-BUSINESS-DATE
           IF NOT 88-100-RUN-FAILED
               PERFORM 0050-LOAD-CATALOG
               PERFORM 0100-SCAN-HISTORY
           END-IF
           IF NOT 88-100-RUN-FAILED
               PERFORM 0200-BUILD-QUEUE
               PERFORM VARYING 520-Q FROM +1 BY +1
                       UNTIL   520-Q > 400-QUEUE-COUNT
                       OR      88-100-RUN-FAILED
                   SET 400-QUEUE-SUB TO 520-Q
                   PERFORM 1000-SUMMARIZE-GENERATION
                   SET 520-Q     TO 400-QUEUE-SUB
               END-PERFORM
           END-IF
           IF NOT 88-100-RUN-FAILED AND 400-MONTH-COUNT > ZERO
               PERFORM 2000-RECOUNT-ALERT-CASES
           END-IF
           IF NOT 88-100-RUN-FAILED AND 400-WORK-COUNT > ZERO
               PERFORM 3000-REWRITE-HISTORY
           END-IF
           PERFORM 9000-PRINT-TOTALS
           CLOSE SUMMARY-REPORT-FILE
           EVALUATE TRUE
               WHEN 88-100-RUN-FAILED
                   MOVE 8              TO RETURN-CODE
               WHEN 88-100-WARNING
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

      ****************************************************************
      *  0 0 4 0 - G E T - B U S I N E S S - D A T E .               *
      ****************************************************************

       0040-GET-BUSINESS-DATE.

           ACCEPT 100-PARM-DATE FROM COMMAND-LINE
           IF 100-PARM-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO 410-BUSINESS-DATE
           ELSE
               IF 100-PARM-DATE IS NUMERIC
                   MOVE 100-PARM-DATE  TO 410-BUSINESS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (410-BUSINESS-DATE)
                           NOT = ZERO
                       SET 88-100-RUN-FAILED TO TRUE
                   END-IF
               ELSE
                   SET 88-100-RUN-FAILED TO TRUE
               END-IF
           END-IF
           MOVE 410-BUSINESS-DATE      TO RH-BUSINESS-DATE
           MOVE 915-HEADING-LINE       TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE SPACES                 TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           IF 88-100-RUN-FAILED
               DISPLAY "ELIZASUM: BUSINESS DATE PARM MUST BE YYYYMMDD"
               MOVE "  BUSINESS DATE PARM NOT A VALID YYYYMMDD DATE"
                                       TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  0 0 5 0 - L O A D - C A T A L O G .                         *
      ****************************************************************
      *    A CATALOG TOO BIG FOR THE TABLE IS A WARNING: THE DAYS    *
      *    PAST THE LAST ENTRY LOADED ARE NOT SUMMARIZED THIS RUN.   *
      ****************************************************************

       0050-LOAD-CATALOG.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT HKP-CATALOG-FILE
           IF 88-900-CATALOG-PRESENT
               PERFORM UNTIL 88-100-FILE-EOF
                       OR 400-CATALOG-COUNT
                           NOT < 300-MAX-CATALOG-ENTRIES
                   READ HKP-CATALOG-FILE INTO 910-CATALOG-LINE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           ADD 1       TO 400-CATALOG-COUNT
                           SET 500-C   TO 400-CATALOG-COUNT
                           MOVE HC-FILE-CODE
                                       TO 500-CAT-FILE-CODE (500-C)
                           MOVE HC-DATE TO 500-CAT-DATE (500-C)
                           MOVE HC-FILENAME
                                       TO 500-CAT-FILENAME (500-C)
                   END-READ
               END-PERFORM
               IF NOT 88-100-FILE-EOF
                   READ HKP-CATALOG-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           SET 88-100-WARNING TO TRUE
                           MOVE "  HKPCATLG HAS MORE THAN 3100 ENTRIES -
      -                    " LATER DAYS NOT SUMMARIZED"
                                       TO SUMMARY-REPORT-RECORD
                           WRITE SUMMARY-REPORT-RECORD
                   END-READ
               END-IF
           END-IF
           CLOSE HKP-CATALOG-FILE
           .

      ****************************************************************
      *  0 1 0 0 - S C A N - H I S T O R Y .                         *
      ****************************************************************
      *    NOTE THE DAYS ALREADY SUMMARIZED AND THE MONTHS STILL     *
      *    CARRYING AN OPEN ALERT CASE.  NO HISTORY YET IS FINE --   *
      *    THE FIRST RUN STARTS IT.                                  *
      ****************************************************************

       0100-SCAN-HISTORY.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT STAT-HISTORY-FILE
           IF 88-900-STAT-HISTORY-PRESENT
               PERFORM 0110-READ-HISTORY-RECORD
                   UNTIL 88-100-FILE-EOF
           END-IF
           CLOSE STAT-HISTORY-FILE
           .

       0110-READ-HISTORY-RECORD.

           READ STAT-HISTORY-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-HISTORY-IN
                   EVALUATE TRUE
                       WHEN 88-SH-GENERATION
                           IF 400-SUMMARIZED-COUNT
                                   < 300-MAX-SUMMARIZED-DATES
                               ADD 1   TO 400-SUMMARIZED-COUNT
                               SET 510-S TO 400-SUMMARIZED-COUNT
                               MOVE SH-PERIOD
                                   TO 510-SUMMARIZED-DATE (510-S)
                           ELSE
                               MOVE "  SUMMARIZED-DAY TABLE FULL"
                                       TO SUMMARY-REPORT-RECORD
                               PERFORM 7900-FAIL-RUN
                           END-IF
                       WHEN 88-SH-ALERT AND 88-SH-ALERT-OPEN
                           MOVE SH-MONTH TO 410-CHECK-MONTH
                           PERFORM 7100-NOTE-MONTH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

      ****************************************************************
      *  0 2 0 0 - B U I L D - Q U E U E .                           *
      ****************************************************************
      *    ONE ENTRY PER UNSUMMARIZED DAY BEFORE THE BUSINESS DATE,  *
      *    READ FROM ITS EXTRACT GENERATION IF CATALOGED, ELSE ITS   *
      *    TRANSCRIPT, ELSE ITS ALERT LOG.  DAYS BEYOND THE QUEUE    *
      *    ARE LEFT FOR THE NEXT RUN.                                *
      ****************************************************************

       0200-BUILD-QUEUE.

           PERFORM VARYING 500-C FROM +1 BY +1
                   UNTIL   500-C > 400-CATALOG-COUNT
               IF 500-CAT-DATE (500-C) < 410-BUSINESS-DATE
                   MOVE 500-CAT-DATE (500-C) TO 410-CHECK-DATE
                   PERFORM 7200-FIND-SUMMARIZED-DATE
                   IF NOT 88-100-SLOT-FOUND
                       PERFORM 0210-QUEUE-GENERATION
                   END-IF
               END-IF
           END-PERFORM
           IF 400-QUEUE-COUNT = ZERO
               MOVE "  NO UNSUMMARIZED GENERATIONS"
                                       TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           .

       0210-QUEUE-GENERATION.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 520-Q FROM +1 BY +1
                   UNTIL   520-Q > 400-QUEUE-COUNT
                   OR      88-100-SLOT-FOUND
               IF 520-QUEUE-DATE (520-Q) = 500-CAT-DATE (500-C)
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-QUEUE-SUB TO 520-Q
               END-IF
           END-PERFORM
           IF 88-100-SLOT-FOUND
               SET 520-Q               TO 400-QUEUE-SUB
               IF 500-CAT-FILE-CODE (500-C) = "EXTRA"
                   OR (500-CAT-FILE-CODE (500-C) = "TRANS"
                       AND 520-QUEUE-FILE-CODE (520-Q) NOT = "EXTRA")
                   MOVE 500-CAT-FILE-CODE (500-C)
                                       TO 520-QUEUE-FILE-CODE (520-Q)
                   MOVE 500-CAT-FILENAME (500-C)
                                       TO 520-QUEUE-FILENAME (520-Q)
               END-IF
           ELSE
               IF 400-QUEUE-COUNT < 300-MAX-QUEUE-ENTRIES
                   ADD 1               TO 400-QUEUE-COUNT
                   SET 520-Q           TO 400-QUEUE-COUNT
                   MOVE 500-CAT-DATE (500-C)
                                       TO 520-QUEUE-DATE (520-Q)
                   MOVE 500-CAT-FILE-CODE (500-C)
                                       TO 520-QUEUE-FILE-CODE (520-Q)
                   MOVE 500-CAT-FILENAME (500-C)
                                       TO 520-QUEUE-FILENAME (520-Q)
               ELSE
                   ADD 1               TO 400-QUEUE-LEFT-OVER
               END-IF
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - S U M M A R I Z E - G E N E R A T I O N .         *
      ****************************************************************
      *    TALLY ONE DAY'S GENERATION (QUEUE ROW 400-QUEUE-SUB).  A  *
      *    FILE THE CATALOG NAMES BUT THE DISK DOES NOT HAVE IS      *
      *    REPORTED AND THE DAY LEFT UNSUMMARIZED, SO ITS OTHER      *
      *    GENERATIONS ARE NOT PURGED UNTIL SOMEONE LOOKS.           *
      ****************************************************************

       1000-SUMMARIZE-GENERATION.

           SET 520-Q                   TO 400-QUEUE-SUB
           MOVE 520-QUEUE-DATE (520-Q) TO 410-GEN-DATE
           MOVE 520-QUEUE-FILE-CODE (520-Q) TO 410-GEN-FILE-CODE
           MOVE 520-QUEUE-FILENAME (520-Q) TO 100-ARCHIVE-FILENAME
           MOVE 410-GEN-DATE           TO DL-DATE
           MOVE 410-GEN-FILE-CODE      TO DL-FILE-CODE
           MOVE 100-ARCHIVE-FILENAME   TO DL-FILENAME
           MOVE ZERO                   TO 400-GEN-SESSIONS
           MOVE ZERO                   TO 400-GEN-TURNS
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF 88-900-ARCHIVE-PRESENT
               PERFORM 1100-READ-ARCHIVE-RECORD
                   UNTIL 88-100-FILE-EOF
               MOVE "GN"               TO 420-POST-TYPE
               MOVE 410-GEN-DATE       TO 420-POST-PERIOD
               MOVE 410-GEN-FILE-CODE  TO 420-POST-KEY
               MOVE 400-GEN-SESSIONS   TO 420-POST-SESSIONS
               MOVE 400-GEN-TURNS      TO 420-POST-TURNS
               MOVE ZERO               TO 420-POST-HIT-TURNS
               MOVE ZERO               TO 420-POST-NOKEY-TURNS
               MOVE ZERO               TO 420-POST-ALERTS
               PERFORM 7000-POST-WORK-ROW
               ADD 1                   TO 400-DAYS-SUMMARIZED
               MOVE "SUMMARIZED"       TO DL-ACTION
           ELSE
               SET 88-100-WARNING      TO TRUE
               ADD 1                   TO 400-DAYS-MISSING
               MOVE "NOT ON DISK"      TO DL-ACTION
           END-IF
           CLOSE ARCHIVE-FILE
           MOVE 400-GEN-SESSIONS       TO DL-SESSIONS
           MOVE 400-GEN-TURNS          TO DL-TURNS
           MOVE 920-DAY-LINE           TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           .

       1100-READ-ARCHIVE-RECORD.

           READ ARCHIVE-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF EX-SESSION-ID (1:9) = 300-TRAILER-TAG
                       MOVE 940-EXTRACT-LINE (1:64)
                                       TO 945-TRAILER-LINE
                       PERFORM 1200-TALLY-SESSION
                   ELSE
                       IF 410-GEN-FILE-CODE = "EXTRA"
                               AND EX-KEYWORD NOT = SPACES
                           PERFORM 1300-TALLY-KEYWORD-HIT
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 2 0 0 - T A L L Y - S E S S I O N .                       *
      ****************************************************************
      *    ONE TRAILER IS ONE FINISHED SESSION.  ITS EXTRACT COUNT   *
      *    IS ITS TURNS.  SESSIONS WITH NO TURNS (AN ERASED          *
      *    CLIENT'S, FOR ONE) ARE COUNTED BUT LEFT OUT OF THE        *
      *    DISTRIBUTION, AS ELIZARPT DOES.                           *
      ****************************************************************

       1200-TALLY-SESSION.

           MOVE TL-SESSION-ID (1:8)    TO 410-RECORD-DATE
           PERFORM 1400-SET-PERIOD
           ADD 1                       TO 400-GEN-SESSIONS
           ADD TL-EXTRACT-COUNT        TO 400-GEN-TURNS
           MOVE 1                      TO 420-POST-SESSIONS
           MOVE TL-EXTRACT-COUNT       TO 420-POST-TURNS
           MOVE TL-KEYWORD-HIT-TURNS   TO 420-POST-HIT-TURNS
           MOVE TL-NOKEYFOUND-TURNS    TO 420-POST-NOKEY-TURNS
           MOVE TL-ALERT-COUNT         TO 420-POST-ALERTS
           MOVE TL-PERSONA-CODE        TO 420-POST-KEY
           MOVE "PD"                   TO 420-POST-TYPE
           MOVE 410-PERIOD-DATE        TO 420-POST-PERIOD
           PERFORM 7000-POST-WORK-ROW
           MOVE "PM"                   TO 420-POST-TYPE
           MOVE 410-MONTH-PERIOD       TO 420-POST-PERIOD
           PERFORM 7000-POST-WORK-ROW
           MOVE ZERO                   TO 420-POST-HIT-TURNS
           MOVE ZERO                   TO 420-POST-NOKEY-TURNS
           MOVE ZERO                   TO 420-POST-ALERTS
           MOVE "CS"                   TO 420-POST-TYPE
           MOVE TL-CLIENT-ID           TO 420-POST-KEY
           PERFORM 7000-POST-WORK-ROW
           IF TL-EXTRACT-COUNT > ZERO
               EVALUATE TRUE
                   WHEN TL-EXTRACT-COUNT <= 5
                       MOVE "1-5"      TO 420-POST-KEY
                   WHEN TL-EXTRACT-COUNT <= 10
                       MOVE "6-10"     TO 420-POST-KEY
                   WHEN TL-EXTRACT-COUNT <= 20
                       MOVE "11-20"    TO 420-POST-KEY
                   WHEN TL-EXTRACT-COUNT <= 50
                       MOVE "21-50"    TO 420-POST-KEY
                   WHEN OTHER
                       MOVE "OVER 50"  TO 420-POST-KEY
               END-EVALUATE
               MOVE "TB"               TO 420-POST-TYPE
               MOVE ZERO               TO 420-POST-TURNS
               PERFORM 7000-POST-WORK-ROW
           END-IF
           MOVE 410-PERIOD-MONTH       TO 410-CHECK-MONTH
           PERFORM 7100-NOTE-MONTH
           .

       1300-TALLY-KEYWORD-HIT.

           MOVE EX-SESSION-ID (1:8)    TO 410-RECORD-DATE
           PERFORM 1400-SET-PERIOD
           MOVE "KW"                   TO 420-POST-TYPE
           MOVE 410-MONTH-PERIOD       TO 420-POST-PERIOD
           MOVE EX-KEYWORD             TO 420-POST-KEY
           MOVE ZERO                   TO 420-POST-SESSIONS
           MOVE 1                      TO 420-POST-TURNS
           MOVE ZERO                   TO 420-POST-HIT-TURNS
           MOVE ZERO                   TO 420-POST-NOKEY-TURNS
           MOVE ZERO                   TO 420-POST-ALERTS
           PERFORM 7000-POST-WORK-ROW
           .

      ****************************************************************
      *  1 4 0 0 - S E T - P E R I O D .                             *
      ****************************************************************
      *    THE DAY AND MONTH A RECORD IS FILED UNDER: THE DATE IN    *
      *    ITS SESSION ID, OR THE GENERATION'S DATE IF THAT IS NOT   *
      *    A DATE.                                                   *
      ****************************************************************

       1400-SET-PERIOD.

           MOVE 410-GEN-DATE           TO 410-PERIOD-DATE
           IF 410-RECORD-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (410-RECORD-DATE-NUM)
                       = ZERO
                   MOVE 410-RECORD-DATE-NUM TO 410-PERIOD-DATE
               END-IF
           END-IF
           COMPUTE 410-MONTH-PERIOD = 410-PERIOD-MONTH * 100
           .

      ****************************************************************
      *  2 0 0 0 - R E C O U N T - A L E R T - C A S E S .           *
      ****************************************************************
      *    COUNT EVERY CASE OF EVERY NOTED MONTH BY TIER AND         *
      *    DISPOSITION AS IT STANDS ON ALERTCASE NOW.  THE MONTH'S   *
      *    OLD "AL" RECORDS ARE REPLACED, NOT ADDED TO.  WITHOUT     *
      *    ALERTCASE THE OLD RECORDS ARE KEPT AS THEY ARE.           *
      ****************************************************************

       2000-RECOUNT-ALERT-CASES.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-PRESENT
               SET 88-100-ALERTS-REFRESHED TO TRUE
               PERFORM 2100-READ-ALERT-CASE
                   UNTIL 88-100-FILE-EOF
               PERFORM VARYING 530-M FROM +1 BY +1
                       UNTIL   530-M > 400-MONTH-COUNT
                   MOVE 530-MONTH (530-M) TO ML-MONTH
                   MOVE 930-MONTH-LINE TO SUMMARY-REPORT-RECORD
                   WRITE SUMMARY-REPORT-RECORD
               END-PERFORM
           ELSE
               SET 88-100-WARNING      TO TRUE
               MOVE "  ALERTCASE NOT AVAILABLE - ALERT COUNTS NOT REFRES
      -            "HED"               TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           CLOSE ALERT-CASE-FILE
           .

       2100-READ-ALERT-CASE.

           READ ALERT-CASE-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF AC-SESSION-ID (1:6) IS NUMERIC
                       MOVE AC-SESSION-ID (1:6) TO 410-CHECK-MONTH
                       PERFORM 7300-FIND-MONTH
                       IF 88-100-SLOT-FOUND
                           ADD 1       TO 400-CASES-COUNTED
                           MOVE "AL"   TO 420-POST-TYPE
                           COMPUTE 420-POST-PERIOD =
                               410-CHECK-MONTH * 100
                           MOVE SPACES TO 420-POST-KEY
                           MOVE AC-CRISIS-TIER
                                       TO 420-POST-KEY (1:1)
                           MOVE AC-DISPOSITION
                                       TO 420-POST-KEY (3:9)
                           MOVE ZERO   TO 420-POST-SESSIONS
                           MOVE ZERO   TO 420-POST-TURNS
                           MOVE ZERO   TO 420-POST-HIT-TURNS
                           MOVE ZERO   TO 420-POST-NOKEY-TURNS
                           MOVE 1      TO 420-POST-ALERTS
                           PERFORM 7000-POST-WORK-ROW
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  3 0 0 0 - R E W R I T E - H I S T O R Y .                   *
      ****************************************************************
      *    COPY STATHIST TO STATTEMP.  A RECORD MATCHING A WORK ROW  *
      *    IS ADDED INTO THE ROW AND DROPPED (SO REPEATED ROWS,      *
      *    SUCH AS ERASED CLIENTS, FOLD TOGETHER); A RECOUNTED       *
      *    MONTH'S OLD ALERT RECORDS ARE DROPPED; EVERYTHING ELSE    *
      *    IS COPIED.  THE WORK ROWS GO ON THE END AND THE WHOLE     *
      *    THING IS COPIED BACK.                                     *
      ****************************************************************

       3000-REWRITE-HISTORY.

           OPEN OUTPUT STAT-TEMP-FILE
           IF NOT 88-900-STAT-TEMP-OK
               MOVE "  STATTEMP CANNOT BE OPENED - HISTORY NOT UPDATED"
                                       TO SUMMARY-REPORT-RECORD
               PERFORM 7900-FAIL-RUN
           ELSE
               MOVE SPACE              TO 100-FILE-EOF-FLAG
               OPEN INPUT STAT-HISTORY-FILE
               IF 88-900-STAT-HISTORY-PRESENT
                   PERFORM 3100-MERGE-HISTORY-RECORD
                       UNTIL 88-100-FILE-EOF
               END-IF
               CLOSE STAT-HISTORY-FILE
               PERFORM VARYING 540-W FROM +1 BY +1
                       UNTIL   540-W > 400-WORK-COUNT
                   MOVE SPACES         TO STAT-HISTORY-RECORD
                   MOVE 540-TYPE (540-W)      TO SH-RECORD-TYPE
                   MOVE 540-PERIOD (540-W)    TO SH-PERIOD
                   MOVE 540-KEY (540-W)       TO SH-KEY
                   MOVE 540-SESSIONS (540-W)  TO SH-SESSIONS
                   MOVE 540-TURNS (540-W)     TO SH-TURNS
                   MOVE 540-HIT-TURNS (540-W) TO SH-HIT-TURNS
                   MOVE 540-NOKEY-TURNS (540-W) TO SH-NOKEY-TURNS
                   MOVE 540-ALERTS (540-W)    TO SH-ALERTS
                   MOVE STAT-HISTORY-RECORD TO STAT-TEMP-RECORD
                   WRITE STAT-TEMP-RECORD
                   ADD 1               TO 400-HISTORY-OUT
               END-PERFORM
               CLOSE STAT-TEMP-FILE
               PERFORM 3200-COPY-BACK-HISTORY
           END-IF
           .

       3100-MERGE-HISTORY-RECORD.

           READ STAT-HISTORY-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   MOVE SPACE          TO 100-DROP-RECORD-FLAG
                   IF 88-SH-ALERT
                       IF 88-100-ALERTS-REFRESHED
                           MOVE SH-MONTH TO 410-CHECK-MONTH
                           PERFORM 7300-FIND-MONTH
                           IF 88-100-SLOT-FOUND
                               SET 88-100-DROP-RECORD TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 3110-FIND-WORK-ROW
                   END-IF
                   IF 88-100-DROP-RECORD
                       ADD 1           TO 400-HISTORY-MERGED
                   ELSE
                       MOVE STAT-HISTORY-RECORD TO STAT-TEMP-RECORD
                       WRITE STAT-TEMP-RECORD
                       ADD 1           TO 400-HISTORY-OUT
                   END-IF
           END-READ
           .

       3110-FIND-WORK-ROW.

           PERFORM VARYING 540-W FROM +1 BY +1
                   UNTIL   540-W > 400-WORK-COUNT
                   OR      88-100-DROP-RECORD
               IF 540-TYPE (540-W) = SH-RECORD-TYPE
                       AND 540-PERIOD (540-W) = SH-PERIOD
                       AND 540-KEY (540-W) = SH-KEY
                   SET 88-100-DROP-RECORD TO TRUE
                   ADD SH-SESSIONS     TO 540-SESSIONS (540-W)
                   ADD SH-TURNS        TO 540-TURNS (540-W)
                   ADD SH-HIT-TURNS    TO 540-HIT-TURNS (540-W)
                   ADD SH-NOKEY-TURNS  TO 540-NOKEY-TURNS (540-W)
                   ADD SH-ALERTS       TO 540-ALERTS (540-W)
               END-IF
           END-PERFORM
           .

       3200-COPY-BACK-HISTORY.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT STAT-TEMP-FILE
           IF NOT 88-900-STAT-TEMP-OK
               MOVE "  STATTEMP CANNOT BE READ - HISTORY NOT UPDATED"
                                       TO SUMMARY-REPORT-RECORD
               PERFORM 7900-FAIL-RUN
           ELSE
               OPEN OUTPUT STAT-HISTORY-FILE
               IF NOT 88-900-STAT-HISTORY-OUTPUT-OK
                   MOVE "  STATHIST CANNOT BE OPENED - HISTORY NOT UPDAT
      -                "ED"            TO SUMMARY-REPORT-RECORD
                   PERFORM 7900-FAIL-RUN
               ELSE
                   PERFORM UNTIL 88-100-FILE-EOF
                       READ STAT-TEMP-FILE
                           AT END
                               SET 88-100-FILE-EOF TO TRUE
                           NOT AT END
                               MOVE STAT-TEMP-RECORD
                                       TO STAT-HISTORY-RECORD
                               WRITE STAT-HISTORY-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE STAT-HISTORY-FILE
           END-IF
           CLOSE STAT-TEMP-FILE
           .

      ****************************************************************
      *  7 0 0 0 - P O S T - W O R K - R O W .                       *
      ****************************************************************
      *    ADD 420-POST-ROW INTO ITS WORK ROW, MAKING THE ROW THE    *
      *    FIRST TIME.  A FULL TABLE FAILS THE RUN: A HISTORY WITH   *
      *    HALF A DAY IN IT WOULD BE WORSE THAN NONE.                *
      ****************************************************************

       7000-POST-WORK-ROW.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 540-W FROM +1 BY +1
                   UNTIL   540-W > 400-WORK-COUNT
                   OR      88-100-SLOT-FOUND
               IF 540-TYPE (540-W) = 420-POST-TYPE
                       AND 540-PERIOD (540-W) = 420-POST-PERIOD
                       AND 540-KEY (540-W) = 420-POST-KEY
                   SET 88-100-SLOT-FOUND TO TRUE
                   ADD 420-POST-SESSIONS   TO 540-SESSIONS (540-W)
                   ADD 420-POST-TURNS      TO 540-TURNS (540-W)
                   ADD 420-POST-HIT-TURNS  TO 540-HIT-TURNS (540-W)
                   ADD 420-POST-NOKEY-TURNS TO 540-NOKEY-TURNS (540-W)
                   ADD 420-POST-ALERTS     TO 540-ALERTS (540-W)
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-WORK-COUNT < 300-MAX-WORK-ENTRIES
                   ADD 1               TO 400-WORK-COUNT
                   SET 540-W           TO 400-WORK-COUNT
                   MOVE 420-POST-TYPE  TO 540-TYPE (540-W)
                   MOVE 420-POST-PERIOD TO 540-PERIOD (540-W)
                   MOVE 420-POST-KEY   TO 540-KEY (540-W)
                   MOVE 420-POST-SESSIONS  TO 540-SESSIONS (540-W)
                   MOVE 420-POST-TURNS     TO 540-TURNS (540-W)
                   MOVE 420-POST-HIT-TURNS TO 540-HIT-TURNS (540-W)
                   MOVE 420-POST-NOKEY-TURNS
                                       TO 540-NOKEY-TURNS (540-W)
                   MOVE 420-POST-ALERTS    TO 540-ALERTS (540-W)
               ELSE
                   IF NOT 88-100-RUN-FAILED
                       MOVE "  WORK TABLE FULL - SUMMARIZE FEWER DAYS PE
      -                    "R RUN"     TO SUMMARY-REPORT-RECORD
                       PERFORM 7900-FAIL-RUN
                   END-IF
                   SET 88-100-FILE-EOF TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  7 1 0 0 - N O T E - M O N T H .                             *
      ****************************************************************

       7100-NOTE-MONTH.

           PERFORM 7300-FIND-MONTH
           IF NOT 88-100-SLOT-FOUND
               IF 400-MONTH-COUNT < 300-MAX-MONTH-ENTRIES
                   ADD 1               TO 400-MONTH-COUNT
                   SET 530-M           TO 400-MONTH-COUNT
                   MOVE 410-CHECK-MONTH TO 530-MONTH (530-M)
               ELSE
                   IF NOT 88-100-RUN-FAILED
                       MOVE "  MONTH TABLE FULL"
                                       TO SUMMARY-REPORT-RECORD
                       PERFORM 7900-FAIL-RUN
                   END-IF
                   SET 88-100-FILE-EOF TO TRUE
               END-IF
           END-IF
           .

       7200-FIND-SUMMARIZED-DATE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 510-S FROM +1 BY +1
                   UNTIL   510-S > 400-SUMMARIZED-COUNT
                   OR      88-100-SLOT-FOUND
               IF 510-SUMMARIZED-DATE (510-S) = 410-CHECK-DATE
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       7300-FIND-MONTH.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 530-M FROM +1 BY +1
                   UNTIL   530-M > 400-MONTH-COUNT
                   OR      88-100-SLOT-FOUND
               IF 530-MONTH (530-M) = 410-CHECK-MONTH
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  7 9 0 0 - F A I L - R U N .                                 *
      ****************************************************************
      *    PRINT THE REASON ALREADY IN THE REPORT RECORD AND MARK    *
      *    THE RUN FAILED; NOTHING IS WRITTEN TO STATHIST.           *
      ****************************************************************

       7900-FAIL-RUN.

           SET 88-100-RUN-FAILED       TO TRUE
           WRITE SUMMARY-REPORT-RECORD
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - T O T A L S .                         *
      ****************************************************************

       9000-PRINT-TOTALS.

           MOVE SPACES                 TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           IF 88-100-RUN-FAILED
               MOVE "  RUN FAILED - STATHIST NOT UPDATED - NO DAYS SUMMA
      -            "RIZED"             TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE ZERO               TO 400-DAYS-SUMMARIZED
           END-IF
           MOVE "DAYS SUMMARIZED"      TO TL-LABEL
           MOVE 400-DAYS-SUMMARIZED    TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DAYS WITH NO FILE ON DISK"    TO TL-LABEL
           MOVE 400-DAYS-MISSING       TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DAYS LEFT FOR THE NEXT RUN"   TO TL-LABEL
           MOVE 400-QUEUE-LEFT-OVER    TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ALERT CASES RECOUNTED" TO TL-LABEL
           MOVE 400-CASES-COUNTED      TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "HISTORY RECORDS READ" TO TL-LABEL
           MOVE 400-HISTORY-IN         TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "HISTORY RECORDS MERGED OR REPLACED" TO TL-LABEL
           MOVE 400-HISTORY-MERGED     TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "HISTORY RECORDS WRITTEN" TO TL-LABEL
           MOVE 400-HISTORY-OUT        TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           .

       9100-WRITE-TOTAL-LINE.

           MOVE 940-TOTAL-LINE         TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           .

       END PROGRAM ELIZASUM.
