       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZANTF.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZANTF -- CRISIS NOTIFICATION FOLLOW-UP.                *
      *                                                              *
      *    EVERY DIALOG FRONT-END QUEUES A NOTIFICATION TO THE       *
      *    NURSE-STATION SYSTEM ON NOTIFYQ WHEN IT POSTS AN ALERT    *
      *    CASE (SEE NTFOUT.CPY), AND THE NURSE STATION ANSWERS ON   *
      *    NOTIFACK WHEN SOMEONE TAKES THE ALERT (SEE NTFACK.CPY).   *
      *    THIS JOB RUNS EVERY FEW MINUTES AND CLOSES THE LOOP:      *
      *                                                              *
      *    1.  EVERY ACKNOWLEDGEMENT ON NOTIFACK IS POSTED ONTO ITS  *
      *        ALERTCASE RECORD -- WHO TOOK THE ALERT AND WHEN.      *
      *        NOTIFACK IS FIRST RENAMED TO NTFACKWK, SO THE NURSE   *
      *        STATION CAN GO ON APPENDING TO A NEW NOTIFACK WHILE   *
      *        THIS RUN WORKS, AND NTFACKWK IS DELETED WHEN IT HAS   *
      *        BEEN POSTED.  THE FIRST ACKNOWLEDGEMENT FOR A CASE IS *
      *        KEPT; AN ACKNOWLEDGEMENT FOR A CASE NOT ON FILE, OR   *
      *        ONE THAT CANNOT BE POSTED, IS PRINTED AS REJECTED.    *
      *                                                              *
      *    2.  EVERY CASE STILL AT DISPOSITION NEW, NOT YET          *
      *        ACKNOWLEDGED, WHOSE LAST NOTIFICATION WENT OUT AT     *
      *        LEAST THE CONFIGURED NUMBER OF MINUTES AGO, IS        *
      *        RE-NOTIFIED (A TYPE "R" RECORD ON NOTIFYQ) AND        *
      *        PRINTED ON THE OVERDUE LIST.  A CASE A REVIEWER HAS   *
      *        ALREADY WORKED IN ELIZAALT HAS REACHED A HUMAN AND    *
      *        IS LEFT ALONE.                                        *
      *                                                              *
      *    NTFPARMS IS ONE RECORD: THE RE-NOTIFY INTERVAL IN         *
      *    MINUTES, ONE 3-DIGIT FIELD ("015").  THE DEFAULT APPLIES  *
      *    WHEN THE FILE IS ABSENT OR NOT NUMERIC, AND THE INTERVAL  *
      *    IS NEVER ALLOWED BELOW ONE MINUTE.                        *
      *                                                              *
      *    THE REPORT GOES TO NTFRPT.  THE PROGRAM ENDS WITH         *
      *    RETURN-CODE 4 WHEN ANY CASE WAS OVERDUE OR ANY            *
      *    ACKNOWLEDGEMENT WAS REJECTED, SO THE SCHEDULER CAN RAISE  *
      *    IT WITH THE SHIFT SUPERVISOR.                             *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ALERT-CASE-FILE
               ASSIGN TO "ALERTCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ALERT-ID
               FILE STATUS IS 900-ALERT-CASE-STATUS.

           SELECT OPTIONAL NOTIFY-ACK-FILE
               ASSIGN TO "NTFACKWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-NOTIFY-ACK-STATUS.

           SELECT OPTIONAL NOTIFY-QUEUE-FILE
               ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-NOTIFY-QUEUE-STATUS.

           SELECT OPTIONAL NTF-PARMS-FILE
               ASSIGN TO "NTFPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PARMS-STATUS.

           SELECT NTF-REPORT-FILE
               ASSIGN TO "NTFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       FD  NOTIFY-ACK-FILE.

       COPY NTFACK.

       FD  NOTIFY-QUEUE-FILE.

       COPY NTFOUT.

       FD  NTF-PARMS-FILE.
       01  NTF-PARMS-RECORD                PIC X(80).

       FD  NTF-REPORT-FILE.
       01  NTF-REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-CASE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-CASE-EOF                     VALUE "Y".
           05  100-QUEUE-OPEN-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-QUEUE-OPEN                   VALUE "Y".

       01  300-PROGRAM-CONSTANTS.
           05  300-DEFAULT-NOTIFY-MINUTES  PIC 9(03)   VALUE 015.
           05  300-MIN-NOTIFY-MINUTES      PIC 9(03)   VALUE 001.
           05  300-MAX-NOTIFY-COUNT        PIC 9(02)   VALUE 99.
           05  300-MINUTES-PER-DAY         PIC S9(4) COMP VALUE +1440.

       01  400-PROGRAM-COUNTERS.
           05  400-ACK-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  400-ACK-POSTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  400-ACK-REPEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  400-ACK-REJECT-COUNT        PIC 9(05) COMP VALUE ZERO.
           05  400-CASE-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  400-AWAITING-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  400-OVERDUE-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  400-NOW-MINUTE              PIC S9(11) COMP VALUE ZERO.
           05  400-STAMP-MINUTE            PIC S9(11) COMP VALUE ZERO.
           05  400-ELAPSED-MINUTES         PIC S9(11) COMP VALUE ZERO.
           05  400-RAISED-MINUTES          PIC S9(11) COMP VALUE ZERO.

       01  410-RUN-CONTROL.
           05  410-NOW-TIMESTAMP           PIC X(21)   VALUE SPACES.
           05  410-NOTIFY-MINUTES          PIC 9(03)   VALUE ZERO.

      ****************************************************************
      *    A YYYYMMDDHHMM TIMESTAMP PREFIX, TAKEN APART SO IT CAN    *
      *    BE TURNED INTO AN ABSOLUTE MINUTE NUMBER (6000).          *
      ****************************************************************

       01  420-STAMP-WORK.
           05  420-STAMP-TEXT              PIC X(12)   VALUE SPACES.
           05  420-STAMP-PARTS REDEFINES 420-STAMP-TEXT.
               10  420-STAMP-DATE          PIC 9(08).
               10  420-STAMP-HH            PIC 9(02).
               10  420-STAMP-MM            PIC 9(02).

      ****************************************************************
      *    NOTIFACK IS TAKEN OVER BY RENAMING IT TO THE WORK FILE    *
      *    THE PROGRAM READS (1000).                                 *
      ****************************************************************

       01  650-ACK-FILENAME                PIC X(30)   VALUE "NOTIFACK".
       01  655-ACK-WORK-FILENAME           PIC X(30)   VALUE "NTFACKWK".

       01  900-FILE-STATUS-FIELDS.
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-OK           VALUE "00" "05".
           05  900-NOTIFY-ACK-STATUS       PIC X(02)   VALUE "00".
               88  88-900-NOTIFY-ACK-PRESENT           VALUE "00".
           05  900-NOTIFY-QUEUE-STATUS     PIC X(02)   VALUE "00".
               88  88-900-NOTIFY-QUEUE-OK         VALUE "00" "05".
           05  900-PARMS-STATUS            PIC X(02)   VALUE "00".
               88  88-900-PARMS-PRESENT                VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  910-HEADING-LINE.
           05  FILLER                      PIC X(36)   VALUE
               "ELIZA CRISIS NOTIFICATION FOLLOW-UP ".
           05  FILLER                      PIC X(05)   VALUE "RUN: ".
           05  HL-RUN-TIMESTAMP            PIC X(14).
           05  FILLER                      PIC X(22)   VALUE
               "   RE-NOTIFY AFTER    ".
           05  HL-NOTIFY-MINUTES           PIC ZZ9.
           05  FILLER                      PIC X(08)   VALUE
               " MINUTES".

       01  920-ACK-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AK-ACTION                   PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACE.
           05  AK-ALERT-ID                 PIC X(18).
           05  FILLER                      PIC X(04)   VALUE " BY ".
           05  AK-ACK-BY                   PIC X(08).
           05  FILLER                      PIC X(04)   VALUE " AT ".
           05  AK-ACK-TIMESTAMP            PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  AK-NOTE                     PIC X(40).

       01  930-OVERDUE-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  OD-ALERT-ID                 PIC X(18).
           05  FILLER                      PIC X(07)   VALUE " TIER: ".
           05  OD-CRISIS-TIER              PIC X(01).
           05  FILLER                      PIC X(09)   VALUE
               " CLIENT: ".
           05  OD-CLIENT-ID                PIC X(08).
           05  FILLER                      PIC X(09)   VALUE
               " RAISED: ".
           05  OD-RAISED                   PIC X(14).
           05  FILLER                      PIC X(06)   VALUE " AGE: ".
           05  OD-AGE-MINUTES              PIC ZZZZZZ9.
           05  FILLER                      PIC X(05)   VALUE " MIN ".
           05  FILLER                      PIC X(08)   VALUE
               " NOTICE ".
           05  OD-NOTIFY-SEQ               PIC Z9.

       01  940-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(40).
           05  TL-COUNT                    PIC ZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           MOVE FUNCTION CURRENT-DATE  TO 410-NOW-TIMESTAMP
           MOVE 410-NOW-TIMESTAMP (1:12) TO 420-STAMP-TEXT
           PERFORM 6000-COMPUTE-STAMP-MINUTE
           MOVE 400-STAMP-MINUTE       TO 400-NOW-MINUTE
           OPEN OUTPUT NTF-REPORT-FILE
           PERFORM 0040-LOAD-NOTIFY-PARMS
           MOVE 410-NOW-TIMESTAMP (1:14) TO HL-RUN-TIMESTAMP
           MOVE 410-NOTIFY-MINUTES     TO HL-NOTIFY-MINUTES
           MOVE 910-HEADING-LINE       TO NTF-REPORT-RECORD
           WRITE NTF-REPORT-RECORD
           OPEN I-O ALERT-CASE-FILE
           IF 88-900-ALERT-CASE-OK
               PERFORM 1000-POST-ACKNOWLEDGEMENTS
               PERFORM 2000-FOLLOW-UP-OPEN-CASES
           ELSE
               MOVE "  ALERT CASE FILE NOT AVAILABLE - NOTHING DONE"
                                       TO NTF-REPORT-RECORD
               WRITE NTF-REPORT-RECORD
               MOVE 8                  TO RETURN-CODE
           END-IF
           CLOSE ALERT-CASE-FILE
           PERFORM 3000-PRINT-TOTALS
           CLOSE NTF-REPORT-FILE
           IF RETURN-CODE = ZERO
           AND (400-OVERDUE-COUNT > ZERO
                OR 400-ACK-REJECT-COUNT > ZERO)
               MOVE 4                  TO RETURN-CODE
           END-IF

           STOP RUN.

      ****************************************************************
      *  0 0 4 0 - L O A D - N O T I F Y - P A R M S .               *
      ****************************************************************
      *    READ THE RE-NOTIFY INTERVAL FROM NTFPARMS, FALLING BACK   *
      *    TO THE COMPILED DEFAULT, AND ENFORCE THE MINIMUM.         *
      ****************************************************************

       0040-LOAD-NOTIFY-PARMS.

           MOVE 300-DEFAULT-NOTIFY-MINUTES TO 410-NOTIFY-MINUTES
           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT NTF-PARMS-FILE
           IF 88-900-PARMS-PRESENT
               READ NTF-PARMS-FILE
                   AT END
                       SET 88-100-FILE-EOF TO TRUE
                   NOT AT END
                       IF NTF-PARMS-RECORD (1:3) NUMERIC
                           MOVE NTF-PARMS-RECORD (1:3)
                                       TO 410-NOTIFY-MINUTES
                       ELSE
                           MOVE "  NTFPARMS NOT NUMERIC - DEFAULT USED"
                                       TO NTF-REPORT-RECORD
                           WRITE NTF-REPORT-RECORD
                       END-IF
               END-READ
           END-IF
           CLOSE NTF-PARMS-FILE
           IF 410-NOTIFY-MINUTES < 300-MIN-NOTIFY-MINUTES
               MOVE 300-MIN-NOTIFY-MINUTES TO 410-NOTIFY-MINUTES
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - P O S T - A C K N O W L E D G E M E N T S .       *
      ****************************************************************
      *    TAKE NOTIFACK OVER BY RENAMING IT TO NTFACKWK, POST EVERY *
      *    ACKNOWLEDGEMENT ON IT ONTO ITS CASE, AND DELETE IT --     *
      *    EVERYTHING IT HELD IS NOW EITHER ON ALERTCASE OR PRINTED  *
      *    AS REJECTED BELOW.  ANYTHING THE NURSE STATION SENDS      *
      *    MEANWHILE GOES TO A NEW NOTIFACK FOR THE NEXT RUN.  AN    *
      *    NTFACKWK LEFT BY A RUN THAT DID NOT FINISH IS POSTED      *
      *    BEFORE NOTIFACK IS TOUCHED; POSTING IT TWICE IS HARMLESS, *
      *    AS A CASE KEEPS ITS FIRST ACKNOWLEDGEMENT.                *
      ****************************************************************

       1000-POST-ACKNOWLEDGEMENTS.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           OPEN INPUT NOTIFY-ACK-FILE
           IF NOT 88-900-NOTIFY-ACK-PRESENT
               CLOSE NOTIFY-ACK-FILE
               CALL "CBL_RENAME_FILE"
                   USING 650-ACK-FILENAME
                         655-ACK-WORK-FILENAME
               END-CALL
               MOVE ZERO               TO RETURN-CODE
               OPEN INPUT NOTIFY-ACK-FILE
           END-IF
           IF 88-900-NOTIFY-ACK-PRESENT
               MOVE "  ACKNOWLEDGEMENTS RECEIVED:"
                                       TO NTF-REPORT-RECORD
               WRITE NTF-REPORT-RECORD
               PERFORM 1100-POST-ONE-ACKNOWLEDGEMENT
                   UNTIL 88-100-FILE-EOF
               CLOSE NOTIFY-ACK-FILE
               CALL "CBL_DELETE_FILE"
                   USING 655-ACK-WORK-FILENAME
               END-CALL
               MOVE ZERO               TO RETURN-CODE
           ELSE
               CLOSE NOTIFY-ACK-FILE
           END-IF
           .

      ****************************************************************
      *  1 1 0 0 - P O S T - O N E - A C K N O W L E D G E M E N T . *
      ****************************************************************
      *    AN ACKNOWLEDGEMENT MUST NAME THE NURSE AND CARRY A        *
      *    NUMERIC TIME, AND ITS CASE MUST BE ON FILE.  A CASE       *
      *    ALREADY ACKNOWLEDGED KEEPS ITS FIRST ACKNOWLEDGEMENT.     *
      ****************************************************************

       1100-POST-ONE-ACKNOWLEDGEMENT.

           READ NOTIFY-ACK-FILE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-ACK-READ-COUNT
                   MOVE SPACES         TO 920-ACK-LINE
                   MOVE NK-ALERT-ID    TO AK-ALERT-ID
                   MOVE NK-ACK-BY      TO AK-ACK-BY
                   MOVE NK-ACK-TIMESTAMP TO AK-ACK-TIMESTAMP
                   IF NK-ACK-BY = SPACES
                   OR NK-ACK-TIMESTAMP NOT NUMERIC
                       MOVE "REJECTED"  TO AK-ACTION
                       MOVE "NO NURSE ID OR TIME NOT NUMERIC"
                                       TO AK-NOTE
                       ADD 1           TO 400-ACK-REJECT-COUNT
                   ELSE
                       PERFORM 1200-APPLY-ACKNOWLEDGEMENT
                   END-IF
                   MOVE 920-ACK-LINE   TO NTF-REPORT-RECORD
                   WRITE NTF-REPORT-RECORD
           END-READ
           .

       1200-APPLY-ACKNOWLEDGEMENT.

           MOVE NK-ALERT-ID            TO AC-ALERT-ID
           READ ALERT-CASE-FILE
               INVALID KEY
                   MOVE "REJECTED"     TO AK-ACTION
                   MOVE "NO SUCH CASE ON ALERTCASE"
                                       TO AK-NOTE
                   ADD 1               TO 400-ACK-REJECT-COUNT
               NOT INVALID KEY
                   IF 88-AC-NOT-ACKNOWLEDGED
                       MOVE NK-ACK-BY  TO AC-ACK-BY
                       MOVE NK-ACK-TIMESTAMP TO AC-ACK-TIMESTAMP
                       REWRITE ALERT-CASE-RECORD
                           INVALID KEY
                               MOVE "REJECTED" TO AK-ACTION
                               MOVE "CASE REWRITE FAILED"
                                       TO AK-NOTE
                               ADD 1   TO 400-ACK-REJECT-COUNT
                           NOT INVALID KEY
                               MOVE "POSTED" TO AK-ACTION
                               ADD 1   TO 400-ACK-POSTED-COUNT
                       END-REWRITE
                   ELSE
                       MOVE "REPEAT"   TO AK-ACTION
                       MOVE "FIRST ACKNOWLEDGEMENT KEPT"
                                       TO AK-NOTE
                       ADD 1           TO 400-ACK-REPEAT-COUNT
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 0 0 0 - F O L L O W - U P - O P E N - C A S E S .         *
      ****************************************************************
      *    WALK THE WHOLE CASE FILE IN KEY ORDER LOOKING FOR NEW,    *
      *    UNACKNOWLEDGED CASES WHOSE LAST NOTIFICATION IS OLDER     *
      *    THAN THE INTERVAL.  THE QUEUE FILE IS OPENED ONLY WHEN    *
      *    THE FIRST RE-NOTIFICATION IS NEEDED.                      *
      ****************************************************************

       2000-FOLLOW-UP-OPEN-CASES.

           MOVE "  OVERDUE - NOT ACKNOWLEDGED, RE-NOTIFIED:"
                                       TO NTF-REPORT-RECORD
           WRITE NTF-REPORT-RECORD
           MOVE SPACE                  TO 100-CASE-EOF-FLAG
           MOVE LOW-VALUES             TO AC-ALERT-ID
           START ALERT-CASE-FILE KEY IS NOT LESS THAN AC-ALERT-ID
               INVALID KEY
                   SET 88-100-CASE-EOF TO TRUE
           END-START
           PERFORM 2100-CHECK-ONE-CASE
               UNTIL 88-100-CASE-EOF
           IF 88-100-QUEUE-OPEN
               CLOSE NOTIFY-QUEUE-FILE
           END-IF
           .

       2100-CHECK-ONE-CASE.

           READ ALERT-CASE-FILE NEXT RECORD
               AT END
                   SET 88-100-CASE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-CASE-READ-COUNT
                   IF 88-AC-DISP-NEW
                   AND 88-AC-NOT-ACKNOWLEDGED
                   AND AC-NOTIFY-COUNT NUMERIC
                   AND AC-NOTIFY-COUNT > ZERO
                       ADD 1           TO 400-AWAITING-COUNT
                       MOVE AC-LAST-NOTIFY-TIME (1:12)
                                       TO 420-STAMP-TEXT
                       PERFORM 6000-COMPUTE-STAMP-MINUTE
                       COMPUTE 400-ELAPSED-MINUTES =
                           400-NOW-MINUTE - 400-STAMP-MINUTE
                       IF 400-ELAPSED-MINUTES
                               NOT < 410-NOTIFY-MINUTES
                           PERFORM 2200-RE-NOTIFY-CASE
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *  2 2 0 0 - R E - N O T I F Y - C A S E .                     *
      ****************************************************************
      *    QUEUE ANOTHER NOTIFICATION FOR THE CASE, RESTART ITS      *
      *    INTERVAL, AND PRINT IT ON THE OVERDUE LIST WITH ITS AGE   *
      *    SINCE THE ALERT WAS FIRST RAISED.                         *
      ****************************************************************

       2200-RE-NOTIFY-CASE.

           ADD 1                       TO 400-OVERDUE-COUNT
           IF NOT 88-100-QUEUE-OPEN
               OPEN EXTEND NOTIFY-QUEUE-FILE
               IF 88-900-NOTIFY-QUEUE-OK
                   SET 88-100-QUEUE-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: NOTIFICATION QUEUE NOT AVAILABLE"
                       " - STATUS " 900-NOTIFY-QUEUE-STATUS
               END-IF
           END-IF
           IF 88-100-QUEUE-OPEN
               IF AC-NOTIFY-COUNT < 300-MAX-NOTIFY-COUNT
                   ADD 1               TO AC-NOTIFY-COUNT
               END-IF
               MOVE 410-NOW-TIMESTAMP  TO AC-LAST-NOTIFY-TIME
               REWRITE ALERT-CASE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: CASE REWRITE FAILED FOR "
                           AC-ALERT-ID
               END-REWRITE
               MOVE SPACES             TO NOTIFY-QUEUE-RECORD
               SET 88-NQ-RE-NOTIFY     TO TRUE
               MOVE AC-ALERT-ID        TO NQ-ALERT-ID
               MOVE AC-NOTIFY-COUNT    TO NQ-NOTIFY-SEQ
               MOVE AC-CLIENT-ID       TO NQ-CLIENT-ID
               MOVE AC-CRISIS-TIER     TO NQ-CRISIS-TIER
               MOVE 410-NOW-TIMESTAMP  TO NQ-QUEUED-TIMESTAMP
               MOVE AC-TIMESTAMP       TO NQ-RAISED-TIMESTAMP
               MOVE AC-INPUT           TO NQ-INPUT
               WRITE NOTIFY-QUEUE-RECORD
           END-IF
           MOVE AC-TIMESTAMP (1:12)    TO 420-STAMP-TEXT
           PERFORM 6000-COMPUTE-STAMP-MINUTE
           COMPUTE 400-RAISED-MINUTES =
               400-NOW-MINUTE - 400-STAMP-MINUTE
           MOVE AC-ALERT-ID            TO OD-ALERT-ID
           MOVE AC-CRISIS-TIER         TO OD-CRISIS-TIER
           MOVE AC-CLIENT-ID           TO OD-CLIENT-ID
           MOVE AC-TIMESTAMP (1:14)    TO OD-RAISED
           MOVE 400-RAISED-MINUTES     TO OD-AGE-MINUTES
           MOVE AC-NOTIFY-COUNT        TO OD-NOTIFY-SEQ
           MOVE 930-OVERDUE-LINE       TO NTF-REPORT-RECORD
           WRITE NTF-REPORT-RECORD
           .

      ****************************************************************
      *  3 0 0 0 - P R I N T - T O T A L S .                         *
      ****************************************************************

       3000-PRINT-TOTALS.

           MOVE SPACES                 TO NTF-REPORT-RECORD
           WRITE NTF-REPORT-RECORD
           MOVE "ACKNOWLEDGEMENTS READ"  TO TL-LABEL
           MOVE 400-ACK-READ-COUNT     TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "ACKNOWLEDGEMENTS POSTED TO CASES"
                                       TO TL-LABEL
           MOVE 400-ACK-POSTED-COUNT   TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "REPEAT ACKNOWLEDGEMENTS IGNORED"
                                       TO TL-LABEL
           MOVE 400-ACK-REPEAT-COUNT   TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "ACKNOWLEDGEMENTS REJECTED" TO TL-LABEL
           MOVE 400-ACK-REJECT-COUNT   TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "CASES READ"           TO TL-LABEL
           MOVE 400-CASE-READ-COUNT    TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "CASES AWAITING ACKNOWLEDGEMENT"
                                       TO TL-LABEL
           MOVE 400-AWAITING-COUNT     TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           MOVE "CASES OVERDUE AND RE-NOTIFIED" TO TL-LABEL
           MOVE 400-OVERDUE-COUNT      TO TL-COUNT
           PERFORM 3900-WRITE-TOTAL-LINE
           .

       3900-WRITE-TOTAL-LINE.

           MOVE 940-TOTAL-LINE         TO NTF-REPORT-RECORD
           WRITE NTF-REPORT-RECORD
           .

      ****************************************************************
      *  6 0 0 0 - C O M P U T E - S T A M P - M I N U T E .         *
      ****************************************************************
      *    TURN THE YYYYMMDDHHMM IN 420-STAMP-TEXT INTO AN ABSOLUTE  *
      *    MINUTE NUMBER, SO TWO TIMESTAMPS CAN BE SUBTRACTED ACROSS *
      *    MIDNIGHT AND MONTH ENDS.  A DAMAGED STAMP COUNTS AS       *
      *    MINUTE ZERO, WHICH MAKES ITS CASE OVERDUE -- IT IS BETTER *
      *    TO PAGE THE WARD ONCE TOO OFTEN THAN NOT AT ALL.          *
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

       END PROGRAM ELIZANTF.
