       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAHKP.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAHKP -- END-OF-DAY HOUSEKEEPING FOR THE EVER-GROWING  *
      *    LOG FILES.                                                *
      *                                                              *
      *    THE TRANSCRIPT, EXTRACT, AND ALERT LOG FILES ARE OPENED   *
      *    EXTEND BY THE DIALOG PROGRAM AND GROW WITHOUT BOUND.      *
      *    THIS JOB CUTS EACH ONE OVER TO A DATE-STAMPED ARCHIVE     *
      *    GENERATION (E.G. TRANSCRIPT.A20260822), STARTS THE LIVE   *
      *    FILE FRESH, PURGES ARCHIVE GENERATIONS OLDER THAN THE     *
      *    RETENTION PERIODS IN HKPPARMS, AND PRINTS WHAT IT DID     *
      *    TO HKPREPORT.                                             *
      *                                                              *
      *    THE HKPCATLG FILE IS THE CATALOG OF ARCHIVE GENERATIONS   *
      *    -- ONE RECORD PER GENERATION WITH ITS DATE AND RECORD     *
      *    COUNT -- AND IS THE LIST THE PURGE WORKS FROM.            *
      *                                                              *
      *    RESTARTABLE: IF TODAY'S GENERATION ALREADY EXISTS IN      *
      *    THE CATALOG (THE JOB ALREADY RAN THIS EVENING), THE NEW   *
      *    LIVE RECORDS ARE APPENDED TO IT INSTEAD OF OVERWRITING    *
      *    IT, SO RUNNING TWICE NEVER LOSES A GENERATION.            *
      *                                                              *
      *    HKPPARMS IS ONE RECORD: TRANSCRIPT, EXTRACT, AND ALERT    *
      *    LOG RETENTION IN DAYS, THREE 3-DIGIT FIELDS ("030030365").*
      *    DEFAULTS APPLY WHEN THE FILE IS ABSENT.  THE ALERT LOG    *
      *    RETENTION IS NEVER ALLOWED BELOW ITS MANDATORY MINIMUM,   *
      *    GIVEN WHAT THAT FILE RECORDS.                             *
      *                                                              *
      *    NO GENERATION IS PURGED UNTIL ELIZASUM HAS ROLLED ITS DAY *
      *    UP INTO THE PERMANENT STATISTICS HISTORY (A "GN" RECORD   *
      *    FOR THE DATE ON STATHIST); ONE THAT IS DUE BUT NOT YET    *
      *    SUMMARIZED IS HELD AND REPORTED, AND THE JOB ENDS WITH    *
      *    RETURN CODE 4.                                            *
      *                                                              *
      *    AS THE LAST STEP OF THE NIGHTLY STREAM THE JOB LOGS ITS   *
      *    START AND END ON THE RUN-CONTROL LEDGER THROUGH ELIZALDG, *
      *    AND IS REFUSED -- NOTHING ROLLED OR PURGED -- UNLESS      *
      *    ELIZARCN AND ELIZARPT BOTH COMPLETED FOR THE BUSINESS     *
      *    DATE OR AN OPERATOR HAS OVERRIDDEN THE CHECK.  AN         *
      *    ARCHIVE TAKEN AFTER A FAILED RECONCILIATION WOULD CARRY   *
      *    THE UNRECONCILED FILES AWAY FROM THE ONES WHO MUST FIX    *
      *    THEM.                                                     *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL TRANSCRIPT-FILE
               ASSIGN TO "TRANSCRIPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-TRANSCRIPT-STATUS.

           SELECT OPTIONAL EXTRACT-FILE
               ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-EXTRACT-STATUS.

           SELECT OPTIONAL ALERT-LOG-FILE
               ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ALERT-LOG-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN DYNAMIC 100-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-ARCHIVE-STATUS.

           SELECT OPTIONAL RUN-CKPT-FILE
               ASSIGN TO "RUNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RUN-CKPT-STATUS.

           SELECT OPTIONAL HKP-PARMS-FILE
               ASSIGN TO "HKPPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PARMS-STATUS.

           SELECT OPTIONAL HKP-CATALOG-FILE
               ASSIGN TO "HKPCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CATALOG-STATUS.

           SELECT OPTIONAL STAT-HISTORY-FILE
               ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-STAT-HISTORY-STATUS.

           SELECT HKP-REPORT-FILE
               ASSIGN TO "HKPREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD               PIC X(202).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD                PIC X(132).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(202).

       FD  RUN-CKPT-FILE.
       01  RUN-CKPT-RECORD                 PIC X(80).

       FD  HKP-PARMS-FILE.
       01  HKP-PARMS-RECORD                PIC X(80).

       FD  HKP-CATALOG-FILE.
       01  HKP-CATALOG-RECORD              PIC X(60).

       FD  STAT-HISTORY-FILE.

       COPY STATREC.

       FD  HKP-REPORT-FILE.
       01  HKP-REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-GENERATION-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-GENERATION-EXISTS            VALUE "Y".
           05  100-PURGE-FAIL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-PURGE-FAILED                 VALUE "Y".
           05  100-CATALOG-POST-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-CATALOG-POST-OK              VALUE SPACE.
               88  88-100-CATALOG-POST-FAILED          VALUE "Y".
           05  100-CATALOG-FAIL-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-CATALOG-FAILED               VALUE "Y".
           05  100-RESTART-PENDING-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-RESTART-PENDING              VALUE "Y".
           05  100-SUMMARIZED-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-DAY-SUMMARIZED               VALUE "Y".
           05  100-ARCHIVE-FILENAME        PIC X(30)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
      *    THE CATALOG HOLDS EVERY LIVE GENERATION OF ALL THREE
      *    FILES -- ROUGHLY ONE PER FILE PER DAY OF ITS RETENTION
      *    PERIOD -- SO IT MUST COVER THREE FILES AT THE LARGEST
      *    RETENTION THE 3-DIGIT PARM ALLOWS (999 DAYS) WITH MARGIN.
           05  300-MAX-CATALOG-ENTRIES  PIC S9(4)   COMP VALUE +3100.
           05  300-DEFAULT-LOG-DAYS        PIC 9(03)   VALUE 030.
           05  300-DEFAULT-ALERT-DAYS      PIC 9(03)   VALUE 365.
      *    ALERT LOG GENERATIONS RECORD CRISIS-PHRASE HITS AND MUST
      *    BE KEPT AT LEAST A FULL YEAR REGARDLESS OF THE PARM.
           05  300-MIN-ALERT-DAYS          PIC 9(03)   VALUE 365.
           05  300-MAX-SUMMARIZED-DATES    PIC S9(4)   COMP VALUE +9000.

       01  400-PROGRAM-COUNTERS.
           05  400-ROLL-COUNT              PIC 9(07) COMP VALUE ZERO.
           05  400-ROLLED-TOTAL            PIC 9(09) COMP VALUE ZERO.
           05  400-CATALOG-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-CATALOG-SUB             PIC S9(4) COMP VALUE ZERO.
           05  400-PURGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           05  400-HELD-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  400-SUMMARIZED-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  400-CUTOFF-INTEGER          PIC S9(09) COMP VALUE ZERO.
           05  400-ENTRY-INTEGER           PIC S9(09) COMP VALUE ZERO.
           05  400-DELETE-STATUS           PIC S9(04) COMP VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-TODAY-DATE              PIC 9(08)   VALUE ZERO.
           05  410-FILE-CODE               PIC X(05)   VALUE SPACES.
           05  410-RETENTION-DAYS          PIC 9(03)   VALUE ZERO.

       COPY LDGCOMM.

       01  420-RETENTION-PARMS.
           05  HP-TRANSCRIPT-DAYS          PIC 9(03)   VALUE ZERO.
           05  HP-EXTRACT-DAYS             PIC 9(03)   VALUE ZERO.
           05  HP-ALERT-DAYS               PIC 9(03)   VALUE ZERO.

       01  500-CATALOG-TABLE.
           05  500-CATALOG-ENTRY       OCCURS 3100 TIMES
                                       INDEXED BY 500-C.
               10  500-CAT-FILE-CODE       PIC X(05).
               10  500-CAT-DATE            PIC 9(08).
               10  500-CAT-FILENAME        PIC X(30).
               10  500-CAT-COUNT           PIC 9(07).
               10  500-CAT-PURGED-FLAG     PIC X(01).

      ****************************************************************
      *    THE DAYS ELIZASUM HAS ROLLED UP -- THE ONLY DAYS WHOSE    *
      *    GENERATIONS MAY BE PURGED.                                *
      ****************************************************************

       01  510-SUMMARIZED-TABLE.
           05  510-SUMMARIZED-ENTRY    OCCURS 9000 TIMES
                                       INDEXED BY 510-S.
               10  510-SUMMARIZED-DATE     PIC 9(08).

       01  910-CATALOG-LINE.
           05  HC-FILE-CODE                PIC X(05).
           05  HC-DATE                     PIC 9(08).
           05  HC-FILENAME                 PIC X(30).
           05  HC-COUNT                    PIC 9(07).

       01  900-FILE-STATUS-FIELDS.
           05  900-TRANSCRIPT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-TRANSCRIPT-PRESENT           VALUE "00".
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-PRESENT              VALUE "00".
           05  900-ALERT-LOG-STATUS        PIC X(02)   VALUE "00".
               88  88-900-ALERT-LOG-PRESENT            VALUE "00".
           05  900-ARCHIVE-STATUS          PIC X(02)   VALUE "00".
               88  88-900-ARCHIVE-OK                   VALUE "00".
           05  900-RUN-CKPT-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RUN-CKPT-PRESENT             VALUE "00".
           05  900-PARMS-STATUS            PIC X(02)   VALUE "00".
               88  88-900-PARMS-PRESENT                VALUE "00".
           05  900-CATALOG-STATUS          PIC X(02)   VALUE "00".
               88  88-900-CATALOG-PRESENT              VALUE "00".
           05  900-STAT-HISTORY-STATUS     PIC X(02)   VALUE "00".
               88  88-900-STAT-HISTORY-PRESENT         VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  920-ROLL-REPORT-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RL-FILE-CODE                PIC X(05).
           05  FILLER                      PIC X(09)   VALUE
               " ROLLED ".
           05  RL-COUNT                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(13)   VALUE
               " RECORDS TO ".
           05  RL-FILENAME                 PIC X(30).
           05  RL-NOTE                     PIC X(24).

       01  930-PURGE-REPORT-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  PL-ACTION                   PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  PL-FILENAME                 PIC X(30).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  PL-COUNT                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               " RECORDS".

       01  940-RETENTION-LINE.
           05  FILLER                      PIC X(21)   VALUE
               "  RETENTION (DAYS):  ".
           05  FILLER                      PIC X(06)   VALUE "TRANS ".
           05  RT-TRANSCRIPT-DAYS          PIC ZZ9.
           05  FILLER                      PIC X(08)   VALUE
               "  EXTRA ".
           05  RT-EXTRACT-DAYS             PIC ZZ9.
           05  FILLER                      PIC X(08)   VALUE
               "  ALERT ".
           05  RT-ALERT-DAYS               PIC ZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO 410-TODAY-DATE
           OPEN OUTPUT HKP-REPORT-FILE
           MOVE "ELIZA END-OF-DAY HOUSEKEEPING"
                                       TO HKP-REPORT-RECORD
           WRITE HKP-REPORT-RECORD
           PERFORM 0010-CHECK-RUN-LEDGER
           IF 88-LDG-RC-OK
               PERFORM 0030-CHECK-RESTART-PENDING
           END-IF
           EVALUATE TRUE
               WHEN 88-LDG-RC-REFUSED
                   MOVE 8              TO RETURN-CODE
               WHEN 88-100-RESTART-PENDING
      ****************************************************************
      *        A CRASHED BATCH RUN IS AWAITING RESTART.  ROLLING     *
      *        NOW WOULD ARCHIVE ITS UNCOMMITTED POST-CHECKPOINT     *
      *        RECORDS BEYOND THE REACH OF THE RESTART'S TRIM,       *
      *        LEAVING THEM PERMANENTLY DUPLICATED WHEN THE RUN      *
      *        RESUMES -- SO HOLD THE ROLL UNTIL THE RESTART RUNS.   *
      ****************************************************************
                   MOVE "  RESTART PENDING - FILES NOT ROLLED"
                                       TO HKP-REPORT-RECORD
                   WRITE HKP-REPORT-RECORD
                   MOVE 8              TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0040-LOAD-RETENTION-PARMS
                   PERFORM 0050-LOAD-CATALOG
                   PERFORM 0060-LOAD-SUMMARIZED-DAYS
                   PERFORM 1000-ROLL-TRANSCRIPT-FILE
                   PERFORM 2000-ROLL-EXTRACT-FILE
                   PERFORM 3000-ROLL-ALERT-LOG-FILE
                   PERFORM 4000-PURGE-OLD-GENERATIONS
                   PERFORM 5000-REWRITE-CATALOG
                   IF 88-100-PURGE-FAILED OR 88-100-CATALOG-FAILED
                           OR 400-HELD-COUNT > ZERO
                       MOVE 4          TO RETURN-CODE
                   END-IF
           END-EVALUATE
           CLOSE HKP-REPORT-FILE
           IF 88-LDG-RC-OK
               PERFORM 9900-LOG-RUN-END
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF HOUSEKEEPING ON THE RUN-CONTROL LEDGER   *
      *    THROUGH ELIZALDG, WHICH REFUSES IT WHEN ELIZARCN OR       *
      *    ELIZARPT HAS NOT COMPLETED FOR THE BUSINESS DATE.  THE    *
      *    GENERATIONS ARE STILL STAMPED WITH TODAY'S DATE.          *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZAHKP"             TO LDG-JOB-NAME
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZAHKP: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO HKP-REPORT-RECORD
               STRING "  RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  0 0 3 0 - C H E C K - R E S T A R T - P E N D I N G .       *
      ****************************************************************
      *    READ THE DIALOG PROGRAM'S RUN CHECKPOINT HEADER.  STATUS  *
      *    "I" MEANS A BATCH RUN DIED IN FLIGHT AND ITS RESTART HAS  *
      *    NOT RUN YET; "A" MEANS IT DIED WHILE POSTING ITS          *
      *    RUN-LOCAL OUTPUT ONTO THE MASTERS.  EITHER WAY THE LIVE   *
      *    FILES MUST BE LEFT ALONE UNTIL THE NEXT DIALOG RUN HAS    *
      *    FINISHED THE RECOVERY.                                    *
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
                           SET 88-100-RESTART-PENDING TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CKPT-FILE
           .

      ****************************************************************
      *  0 0 4 0 - L O A D - R E T E N T I O N - P A R M S .         *
      ****************************************************************
      *    READ THE RETENTION PERIODS FROM HKPPARMS, FALLING BACK    *
      *    TO THE COMPILED DEFAULTS, AND ENFORCE THE ALERT LOG'S     *
      *    MANDATORY MINIMUM.                                        *
      ****************************************************************

       0040-LOAD-RETENTION-PARMS.

           MOVE 300-DEFAULT-LOG-DAYS   TO HP-TRANSCRIPT-DAYS
           MOVE 300-DEFAULT-LOG-DAYS   TO HP-EXTRACT-DAYS
           MOVE 300-DEFAULT-ALERT-DAYS TO HP-ALERT-DAYS
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT HKP-PARMS-FILE
           IF 88-900-PARMS-PRESENT
               READ HKP-PARMS-FILE
                   AT END
                       SET 88-100-FILE-EOF TO TRUE
                   NOT AT END
                       IF HKP-PARMS-RECORD (1:9) NUMERIC
                           MOVE HKP-PARMS-RECORD (1:9)
                                       TO 420-RETENTION-PARMS
                       ELSE
                           MOVE "  HKPPARMS NOT NUMERIC - DEFAULTS USED"
                                       TO HKP-REPORT-RECORD
                           WRITE HKP-REPORT-RECORD
                       END-IF
               END-READ
           END-IF
           CLOSE HKP-PARMS-FILE
           IF HP-ALERT-DAYS < 300-MIN-ALERT-DAYS
               MOVE 300-MIN-ALERT-DAYS TO HP-ALERT-DAYS
               MOVE "  ALERTLOG RETENTION RAISED TO MANDATORY MINIMUM"
                                       TO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           MOVE HP-TRANSCRIPT-DAYS     TO RT-TRANSCRIPT-DAYS
           MOVE HP-EXTRACT-DAYS        TO RT-EXTRACT-DAYS
           MOVE HP-ALERT-DAYS          TO RT-ALERT-DAYS
           MOVE 940-RETENTION-LINE     TO HKP-REPORT-RECORD
           WRITE HKP-REPORT-RECORD
           .

      ****************************************************************
      *  0 0 5 0 - L O A D - C A T A L O G .                         *
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
                           MOVE HC-COUNT TO 500-CAT-COUNT (500-C)
                           MOVE SPACE
                                       TO 500-CAT-PURGED-FLAG (500-C)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HKP-CATALOG-FILE
           .

      ****************************************************************
      *  0 0 6 0 - L O A D - S U M M A R I Z E D - D A Y S .         *
      ****************************************************************
      *    NO STATHIST MEANS NOTHING HAS BEEN SUMMARIZED, SO         *
      *    NOTHING CAN BE PURGED.  DAYS BEYOND THE TABLE ARE THE     *
      *    NEWEST AND ARE HELD UNTIL A LATER RUN.                    *
      ****************************************************************

       0060-LOAD-SUMMARIZED-DAYS.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT STAT-HISTORY-FILE
           IF 88-900-STAT-HISTORY-PRESENT
               PERFORM UNTIL 88-100-FILE-EOF
                       OR 400-SUMMARIZED-COUNT
                           NOT < 300-MAX-SUMMARIZED-DATES
                   READ STAT-HISTORY-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           IF 88-SH-GENERATION
                               ADD 1   TO 400-SUMMARIZED-COUNT
                               SET 510-S TO 400-SUMMARIZED-COUNT
                               MOVE SH-PERIOD
                                   TO 510-SUMMARIZED-DATE (510-S)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE STAT-HISTORY-FILE
           .

      ****************************************************************
      *  1 0 0 0 - R O L L - T R A N S C R I P T - F I L E .         *
      ****************************************************************
      *    COPY THE LIVE TRANSCRIPT TO TODAY'S ARCHIVE GENERATION    *
      *    AND START THE LIVE FILE FRESH.  IF THE GENERATION IS      *
      *    ALREADY CATALOGED (THE JOB ALREADY RAN THIS EVENING),     *
      *    APPEND TO IT RATHER THAN OVERWRITE IT.                    *
      ****************************************************************

       1000-ROLL-TRANSCRIPT-FILE.

           MOVE "TRANS"                TO 410-FILE-CODE
           MOVE SPACES                 TO 100-ARCHIVE-FILENAME
           STRING "TRANSCRIPT.A" 410-TODAY-DATE
                  DELIMITED BY SIZE    INTO 100-ARCHIVE-FILENAME
           MOVE ZERO                   TO 400-ROLL-COUNT
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF 88-900-TRANSCRIPT-PRESENT
               PERFORM 6000-LOCATE-TODAYS-GENERATION
               IF 88-100-GENERATION-EXISTS
                   OPEN EXTEND ARCHIVE-FILE
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               PERFORM UNTIL 88-100-FILE-EOF
                   READ TRANSCRIPT-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE TRANSCRIPT-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1       TO 400-ROLL-COUNT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE TRANSCRIPT-FILE
      ****************************************************************
      *        CATALOG THE GENERATION AND GET THE CATALOG TO DISK    *
      *        BEFORE THE LIVE FILE IS RESET -- ONCE THE ARCHIVE IS  *
      *        THE ONLY COPY OF THE DAY'S RECORDS, A RERUN MUST      *
      *        FIND IT CATALOGED AND APPEND, NEVER TRUNCATE IT.      *
      ****************************************************************
               PERFORM 6100-POST-CATALOG-GENERATION
               PERFORM 5000-REWRITE-CATALOG
               IF 88-100-CATALOG-POST-OK
                   OPEN OUTPUT TRANSCRIPT-FILE
                   CLOSE TRANSCRIPT-FILE
               ELSE
      ****************************************************************
      *            THE GENERATION COULD NOT BE CATALOGED, SO THE     *
      *            ARCHIVE COPY IS INVISIBLE TO RERUNS AND TO THE    *
      *            PURGE.  LEAVE THE LIVE FILE IN PLACE -- THE NEXT  *
      *            RUN WILL RE-COPY IT -- RATHER THAN MAKE THE       *
      *            UNCATALOGED ARCHIVE THE ONLY COPY OF THE DAY.     *
      ****************************************************************
                   MOVE "  TRANS LIVE FILE LEFT IN PLACE - UNCATALOGED"
                                       TO HKP-REPORT-RECORD
                   WRITE HKP-REPORT-RECORD
               END-IF
               PERFORM 6200-REPORT-ROLLED-FILE
           ELSE
               CLOSE TRANSCRIPT-FILE
               MOVE "  TRANS LIVE FILE NOT PRESENT - NOTHING TO ROLL"
                                       TO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  2 0 0 0 - R O L L - E X T R A C T - F I L E .               *
      ****************************************************************

       2000-ROLL-EXTRACT-FILE.

           MOVE "EXTRA"                TO 410-FILE-CODE
           MOVE SPACES                 TO 100-ARCHIVE-FILENAME
           STRING "EXTRACT.A" 410-TODAY-DATE
                  DELIMITED BY SIZE    INTO 100-ARCHIVE-FILENAME
           MOVE ZERO                   TO 400-ROLL-COUNT
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT EXTRACT-FILE
           IF 88-900-EXTRACT-PRESENT
               PERFORM 6000-LOCATE-TODAYS-GENERATION
               IF 88-100-GENERATION-EXISTS
                   OPEN EXTEND ARCHIVE-FILE
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               PERFORM UNTIL 88-100-FILE-EOF
                   READ EXTRACT-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE EXTRACT-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1       TO 400-ROLL-COUNT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE EXTRACT-FILE
      ****************************************************************
      *        CATALOG THE GENERATION AND GET THE CATALOG TO DISK    *
      *        BEFORE THE LIVE FILE IS RESET -- ONCE THE ARCHIVE IS  *
      *        THE ONLY COPY OF THE DAY'S RECORDS, A RERUN MUST      *
      *        FIND IT CATALOGED AND APPEND, NEVER TRUNCATE IT.      *
      ****************************************************************
               PERFORM 6100-POST-CATALOG-GENERATION
               PERFORM 5000-REWRITE-CATALOG
               IF 88-100-CATALOG-POST-OK
                   OPEN OUTPUT EXTRACT-FILE
                   CLOSE EXTRACT-FILE
               ELSE
      ****************************************************************
      *            THE GENERATION COULD NOT BE CATALOGED, SO THE     *
      *            ARCHIVE COPY IS INVISIBLE TO RERUNS AND TO THE    *
      *            PURGE.  LEAVE THE LIVE FILE IN PLACE -- THE NEXT  *
      *            RUN WILL RE-COPY IT -- RATHER THAN MAKE THE       *
      *            UNCATALOGED ARCHIVE THE ONLY COPY OF THE DAY.     *
      ****************************************************************
                   MOVE "  EXTRA LIVE FILE LEFT IN PLACE - UNCATALOGED"
                                       TO HKP-REPORT-RECORD
                   WRITE HKP-REPORT-RECORD
               END-IF
               PERFORM 6200-REPORT-ROLLED-FILE
           ELSE
               CLOSE EXTRACT-FILE
               MOVE "  EXTRA LIVE FILE NOT PRESENT - NOTHING TO ROLL"
                                       TO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  3 0 0 0 - R O L L - A L E R T - L O G - F I L E .           *
      ****************************************************************

       3000-ROLL-ALERT-LOG-FILE.

           MOVE "ALERT"                TO 410-FILE-CODE
           MOVE SPACES                 TO 100-ARCHIVE-FILENAME
           STRING "ALERTLOG.A" 410-TODAY-DATE
                  DELIMITED BY SIZE    INTO 100-ARCHIVE-FILENAME
           MOVE ZERO                   TO 400-ROLL-COUNT
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT ALERT-LOG-FILE
           IF 88-900-ALERT-LOG-PRESENT
               PERFORM 6000-LOCATE-TODAYS-GENERATION
               IF 88-100-GENERATION-EXISTS
                   OPEN EXTEND ARCHIVE-FILE
               ELSE
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               PERFORM UNTIL 88-100-FILE-EOF
                   READ ALERT-LOG-FILE
                       AT END
                           SET 88-100-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE ALERT-LOG-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                           ADD 1       TO 400-ROLL-COUNT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ALERT-LOG-FILE
      ****************************************************************
      *        CATALOG THE GENERATION AND GET THE CATALOG TO DISK    *
      *        BEFORE THE LIVE FILE IS RESET -- ONCE THE ARCHIVE IS  *
      *        THE ONLY COPY OF THE DAY'S RECORDS, A RERUN MUST      *
      *        FIND IT CATALOGED AND APPEND, NEVER TRUNCATE IT.      *
      ****************************************************************
               PERFORM 6100-POST-CATALOG-GENERATION
               PERFORM 5000-REWRITE-CATALOG
               IF 88-100-CATALOG-POST-OK
                   OPEN OUTPUT ALERT-LOG-FILE
                   CLOSE ALERT-LOG-FILE
               ELSE
      ****************************************************************
      *            THE GENERATION COULD NOT BE CATALOGED, SO THE     *
      *            ARCHIVE COPY IS INVISIBLE TO RERUNS AND TO THE    *
      *            PURGE.  LEAVE THE LIVE FILE IN PLACE -- THE NEXT  *
      *            RUN WILL RE-COPY IT -- RATHER THAN MAKE THE       *
      *            UNCATALOGED ARCHIVE THE ONLY COPY OF THE DAY.     *
      ****************************************************************
                   MOVE "  ALERT LIVE FILE LEFT IN PLACE - UNCATALOGED"
                                       TO HKP-REPORT-RECORD
                   WRITE HKP-REPORT-RECORD
               END-IF
               PERFORM 6200-REPORT-ROLLED-FILE
           ELSE
               CLOSE ALERT-LOG-FILE
               MOVE "  ALERT LIVE FILE NOT PRESENT - NOTHING TO ROLL"
                                       TO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  4 0 0 0 - P U R G E - O L D - G E N E R A T I O N S .       *
      ****************************************************************
      *    DELETE EVERY CATALOGED GENERATION OLDER THAN ITS FILE'S   *
      *    RETENTION PERIOD AND MARK IT PURGED SO THE CATALOG        *
      *    REWRITE DROPS IT.  A DELETE THAT FAILS IS REPORTED AND    *
      *    THE ENTRY KEPT, SO THE NEXT RUN TRIES AGAIN.  A           *
      *    GENERATION WHOSE DAY ELIZASUM HAS NOT SUMMARIZED IS HELD  *
      *    THE SAME WAY.                                             *
      ****************************************************************

       4000-PURGE-OLD-GENERATIONS.

           PERFORM VARYING 500-C FROM +1 BY +1
                   UNTIL 500-C > 400-CATALOG-COUNT
               EVALUATE 500-CAT-FILE-CODE (500-C)
                   WHEN "TRANS"
                       MOVE HP-TRANSCRIPT-DAYS TO 410-RETENTION-DAYS
                   WHEN "EXTRA"
                       MOVE HP-EXTRACT-DAYS    TO 410-RETENTION-DAYS
                   WHEN OTHER
                       MOVE HP-ALERT-DAYS      TO 410-RETENTION-DAYS
               END-EVALUATE
               COMPUTE 400-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (410-TODAY-DATE)
                   - 410-RETENTION-DAYS
               COMPUTE 400-ENTRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (500-CAT-DATE (500-C))
               IF 400-ENTRY-INTEGER < 400-CUTOFF-INTEGER
                   PERFORM 4100-CHECK-DAY-SUMMARIZED
               END-IF
               IF 400-ENTRY-INTEGER < 400-CUTOFF-INTEGER
                       AND NOT 88-100-DAY-SUMMARIZED
                   ADD 1               TO 400-HELD-COUNT
                   MOVE "HELD    "     TO PL-ACTION
                   MOVE 500-CAT-FILENAME (500-C) TO PL-FILENAME
                   MOVE 500-CAT-COUNT (500-C)    TO PL-COUNT
                   MOVE 930-PURGE-REPORT-LINE  TO HKP-REPORT-RECORD
                   MOVE "- NOT YET SUMMARIZED"
                                       TO HKP-REPORT-RECORD (60:20)
                   WRITE HKP-REPORT-RECORD
               END-IF
               IF 400-ENTRY-INTEGER < 400-CUTOFF-INTEGER
                       AND 88-100-DAY-SUMMARIZED
                   MOVE 500-CAT-FILENAME (500-C)
                                       TO 100-ARCHIVE-FILENAME
                   CALL "CBL_DELETE_FILE"
                       USING 100-ARCHIVE-FILENAME
                   END-CALL
                   MOVE RETURN-CODE    TO 400-DELETE-STATUS
                   MOVE ZERO           TO RETURN-CODE
                   IF 400-DELETE-STATUS = ZERO
                       MOVE "Y"        TO 500-CAT-PURGED-FLAG (500-C)
                       ADD 1           TO 400-PURGE-COUNT
                       MOVE "PURGED  " TO PL-ACTION
                       MOVE 500-CAT-FILENAME (500-C) TO PL-FILENAME
                       MOVE 500-CAT-COUNT (500-C)    TO PL-COUNT
                       MOVE 930-PURGE-REPORT-LINE
                                       TO HKP-REPORT-RECORD
                       WRITE HKP-REPORT-RECORD
                   ELSE
                       SET 88-100-PURGE-FAILED TO TRUE
                       MOVE "FAILED  " TO PL-ACTION
                       MOVE 500-CAT-FILENAME (500-C) TO PL-FILENAME
                       MOVE 500-CAT-COUNT (500-C)    TO PL-COUNT
                       MOVE 930-PURGE-REPORT-LINE
                                       TO HKP-REPORT-RECORD
                       WRITE HKP-REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM
           IF 400-PURGE-COUNT = ZERO AND NOT 88-100-PURGE-FAILED
                   AND 400-HELD-COUNT = ZERO
               MOVE "  NO GENERATIONS DUE FOR PURGE"
                                       TO HKP-REPORT-RECORD
               WRITE HKP-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  4 1 0 0 - C H E C K - D A Y - S U M M A R I Z E D .         *
      ****************************************************************

       4100-CHECK-DAY-SUMMARIZED.

           MOVE SPACE                  TO 100-SUMMARIZED-FLAG
           PERFORM VARYING 510-S FROM +1 BY +1
                   UNTIL   510-S > 400-SUMMARIZED-COUNT
                   OR      88-100-DAY-SUMMARIZED
               IF 510-SUMMARIZED-DATE (510-S) = 500-CAT-DATE (500-C)
                   SET 88-100-DAY-SUMMARIZED TO TRUE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  5 0 0 0 - R E W R I T E - C A T A L O G .                   *
      ****************************************************************
      *    WRITE THE IN-MEMORY CATALOG BACK TO HKPCATLG, DROPPING    *
      *    PURGED ENTRIES.  PERFORMED AFTER EACH ROLL (SO A CRASH    *
      *    BETWEEN THE ARCHIVE COPY AND THE LIVE-FILE RESET AT       *
      *    WORST CAUSES A DUPLICATE APPEND ON RERUN, NEVER A LOST    *
      *    GENERATION) AND AGAIN AFTER THE PURGE PASS.               *
      ****************************************************************

       5000-REWRITE-CATALOG.

           OPEN OUTPUT HKP-CATALOG-FILE
           PERFORM VARYING 500-C FROM +1 BY +1
                   UNTIL 500-C > 400-CATALOG-COUNT
               IF 500-CAT-PURGED-FLAG (500-C) NOT = "Y"
                   MOVE 500-CAT-FILE-CODE (500-C) TO HC-FILE-CODE
                   MOVE 500-CAT-DATE (500-C)      TO HC-DATE
                   MOVE 500-CAT-FILENAME (500-C)  TO HC-FILENAME
                   MOVE 500-CAT-COUNT (500-C)     TO HC-COUNT
                   MOVE 910-CATALOG-LINE TO HKP-CATALOG-RECORD
                   WRITE HKP-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE HKP-CATALOG-FILE
           .

      ****************************************************************
      *  6 0 0 0 - L O C A T E - T O D A Y S - G E N E R A T I O N . *
      ****************************************************************
      *    LOOK FOR TODAY'S GENERATION OF THE CURRENT FILE IN THE    *
      *    CATALOG.  THE ROW NUMBER IS CAPTURED IN 400-CATALOG-SUB   *
      *    BECAUSE THE LOOP INDEX HAS ALREADY STEPPED PAST THE       *
      *    MATCHED ROW WHEN THE PERFORM ENDS.                        *
      ****************************************************************

       6000-LOCATE-TODAYS-GENERATION.

           MOVE SPACE                  TO 100-GENERATION-FLAG
           MOVE ZERO                   TO 400-CATALOG-SUB
           PERFORM VARYING 500-C FROM +1 BY +1
                   UNTIL   500-C > 400-CATALOG-COUNT
                   OR      88-100-GENERATION-EXISTS
               IF 500-CAT-FILE-CODE (500-C) = 410-FILE-CODE
                       AND 500-CAT-DATE (500-C) = 410-TODAY-DATE
                   SET 88-100-GENERATION-EXISTS TO TRUE
                   SET 400-CATALOG-SUB TO 500-C
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  6 1 0 0 - P O S T - C A T A L O G - G E N E R A T I O N .   *
      ****************************************************************
      *    ADD TODAY'S GENERATION TO THE CATALOG, OR ADD THE NEWLY   *
      *    APPENDED RECORDS TO ITS EXISTING COUNT.                   *
      ****************************************************************

       6100-POST-CATALOG-GENERATION.

           MOVE SPACE                  TO 100-CATALOG-POST-FLAG
           IF 88-100-GENERATION-EXISTS
               SET 500-C               TO 400-CATALOG-SUB
               ADD 400-ROLL-COUNT      TO 500-CAT-COUNT (500-C)
           ELSE
               IF 400-CATALOG-COUNT < 300-MAX-CATALOG-ENTRIES
                   ADD 1               TO 400-CATALOG-COUNT
                   SET 500-C           TO 400-CATALOG-COUNT
                   MOVE 410-FILE-CODE  TO 500-CAT-FILE-CODE (500-C)
                   MOVE 410-TODAY-DATE TO 500-CAT-DATE (500-C)
                   MOVE 100-ARCHIVE-FILENAME
                                       TO 500-CAT-FILENAME (500-C)
                   MOVE 400-ROLL-COUNT TO 500-CAT-COUNT (500-C)
                   MOVE SPACE          TO 500-CAT-PURGED-FLAG (500-C)
               ELSE
                   SET 88-100-CATALOG-POST-FAILED TO TRUE
                   SET 88-100-CATALOG-FAILED TO TRUE
                   MOVE SPACES         TO HKP-REPORT-RECORD
                   STRING "  CATALOG TABLE FULL - GENERATION NOT "
                          "CATALOGED: " 100-ARCHIVE-FILENAME
                          DELIMITED BY SIZE INTO HKP-REPORT-RECORD
                   WRITE HKP-REPORT-RECORD
               END-IF
           END-IF
           .

      ****************************************************************
      *  6 2 0 0 - R E P O R T - R O L L E D - F I L E .             *
      ****************************************************************

       6200-REPORT-ROLLED-FILE.

           MOVE 410-FILE-CODE          TO RL-FILE-CODE
           MOVE 400-ROLL-COUNT         TO RL-COUNT
           ADD 400-ROLL-COUNT          TO 400-ROLLED-TOTAL
           MOVE 100-ARCHIVE-FILENAME   TO RL-FILENAME
           IF 88-100-GENERATION-EXISTS
               MOVE " (APPENDED - RERUN)" TO RL-NOTE
           ELSE
               MOVE SPACES             TO RL-NOTE
           END-IF
           MOVE 920-ROLL-REPORT-LINE   TO HKP-REPORT-RECORD
           WRITE HKP-REPORT-RECORD
           .

      ****************************************************************
      *    9 9 0 0 - L O G - R U N - E N D .                         *
      ****************************************************************
      *    THE RETURN CODE AND KEY COUNTS GO ON THE LEDGER FOR THE   *
      *    MORNING STATUS REPORT.                                    *
      *    THE CALL RESETS RETURN-CODE, SO THE JOB'S OWN IS PUT      *
      *    BACK AFTER IT FOR THE SCHEDULER.                          *
      ****************************************************************

       9900-LOG-RUN-END.

           SET 88-LDG-FN-END           TO TRUE
           MOVE RETURN-CODE            TO LDG-JOB-RETURN-CODE
           MOVE RETURN-CODE            TO 400-SAVED-RETURN-CODE
           MOVE "ROLLED"               TO LDG-COUNT-LABEL (1)
           MOVE 400-ROLLED-TOTAL       TO LDG-COUNT (1)
           MOVE "PURGED"               TO LDG-COUNT-LABEL (2)
           MOVE 400-PURGE-COUNT        TO LDG-COUNT (2)
           MOVE "HELD"                 TO LDG-COUNT-LABEL (3)
           MOVE 400-HELD-COUNT         TO LDG-COUNT (3)
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZAHKP: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZAHKP.
