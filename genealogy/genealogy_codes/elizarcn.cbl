       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZARCN.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZARCN -- END-OF-DAY RECONCILIATION OF THE TRANSCRIPT,  *
      *    EXTRACT, AND ALERT LOG FILES AGAINST THE SESSION          *
      *    CONTROL-TOTAL TRAILERS (SEE TRLLINE.CPY).                 *
      *                                                              *
      *    EACH FILE IS READ ONCE: DETAIL RECORDS ARE COUNTED INTO   *
      *    THE GAP SINCE THE PREVIOUS TRAILER, AND EACH TRAILER      *
      *    CLOSES A SESSION'S GAP.  THE EXCEPTIONS REPORT ON         *
      *    RECONRPT NAMES EVERY SESSION WHOSE DETAIL COUNT DOES      *
      *    NOT MATCH ITS TRAILER, EVERY SESSION PRESENT IN ONE       *
      *    FILE BUT MISSING FROM ANOTHER, AND ANY DETAIL RECORDS     *
      *    LEFT AFTER THE LAST TRAILER (A SESSION THAT NEVER GOT     *
      *    ONE -- THE SIGNATURE OF AN ABENDED RUN).  THE EXTRACT     *
      *    DETAILS ARE ALSO CROSS-FOOTED AGAINST THE TRAILER'S       *
      *    KEYWORD-HIT AND NOKEYFOUND TURN COUNTS.                   *
      *                                                              *
      *    RETURN CODE 8 WHEN ANY EXCEPTION PRINTS, SO THE          *
      *    SCHEDULER CAN HOLD THE DOWNSTREAM REPORTING RUNS.         *
      *    THE RUN IS ALSO LOGGED ON THE RUN-CONTROL LEDGER THROUGH  *
      *    ELIZALDG: IT IS REFUSED UNLESS ELIZA COMPLETED FOR THE    *
      *    BUSINESS DATE, AND ITS RETURN CODE IS WHAT ELIZARPT AND   *
      *    ELIZAHKP CHECK BEFORE THEY RUN.                           *
      *                                                              *
      *    THE FILES MUST BE ALL ONE RECORD LAYOUT: WHEN             *
      *    EXTLINE.CPY CHANGES (AS IT DID WHEN EX-CLIENT-ID WAS      *
      *    ADDED), RUN ELIZAHKP ONCE TO ARCHIVE THE OLD-FORMAT       *
      *    FILES BEFORE THE DIALOG PROGRAM WRITES AT THE NEW         *
      *    LAYOUT -- THIS JOB CANNOT RECONCILE A MIXED-WIDTH FILE.   *
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

           SELECT RECON-REPORT-FILE
               ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RECON-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD               PIC X(202).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(200).

       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-RECORD                PIC X(132).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FILE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-FILE-EOF                     VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-EXCEPTION-FLAG          PIC X(01)   VALUE SPACE.
               88  88-100-EXCEPTIONS-FOUND             VALUE "Y".

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-SESSION-ENTRIES   PIC S9(4)   COMP VALUE +500.
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".
           05  300-NOKEYFOUND              PIC X(14)
                                               VALUE "NOKEYFOUND".

       01  400-PROGRAM-COUNTERS.
           05  400-GAP-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  400-GAP-NOKEY-COUNT         PIC 9(07) COMP VALUE ZERO.
           05  400-GAP-HIT-COUNT           PIC 9(07) COMP VALUE ZERO.
           05  400-SESSION-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-SESSION-SUB             PIC S9(4) COMP VALUE ZERO.
           05  400-EXCEPTION-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  400-SAVED-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.

      ****************************************************************
      *    ONE ROW PER SESSION TRAILER SEEN IN ANY OF THE THREE      *
      *    FILES, KEYED BY SESSION ID.  FOR EACH FILE THE ROW KEEPS  *
      *    WHETHER A TRAILER WAS SEEN, THE DETAIL COUNT OBSERVED     *
      *    AHEAD OF IT, AND THE COUNT THE TRAILER CLAIMS.            *
      ****************************************************************

       01  500-SESSION-TABLE.
           05  500-SESSION-ENTRY       OCCURS 500 TIMES
                                       INDEXED BY 500-S.
               10  500-SESSION-ID          PIC X(14).
               10  500-CLIENT-ID           PIC X(08).
               10  500-TR-TRAILER-FLAG     PIC X(01).
               10  500-TR-DETAILS          PIC 9(07) COMP.
               10  500-TR-CLAIMED          PIC 9(07) COMP.
               10  500-EX-TRAILER-FLAG     PIC X(01).
               10  500-EX-DETAILS          PIC 9(07) COMP.
               10  500-EX-CLAIMED          PIC 9(07) COMP.
               10  500-EX-NOKEY-DETAILS    PIC 9(07) COMP.
               10  500-EX-NOKEY-CLAIMED    PIC 9(07) COMP.
               10  500-EX-HIT-DETAILS      PIC 9(07) COMP.
               10  500-EX-HIT-CLAIMED      PIC 9(07) COMP.
               10  500-AL-TRAILER-FLAG     PIC X(01).
               10  500-AL-DETAILS          PIC 9(07) COMP.
               10  500-AL-CLAIMED          PIC 9(07) COMP.

       COPY EXTLINE.

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-TRANSCRIPT-STATUS       PIC X(02)   VALUE "00".
               88  88-900-TRANSCRIPT-PRESENT           VALUE "00".
           05  900-EXTRACT-STATUS          PIC X(02)   VALUE "00".
               88  88-900-EXTRACT-PRESENT              VALUE "00".
           05  900-ALERT-LOG-STATUS        PIC X(02)   VALUE "00".
               88  88-900-ALERT-LOG-PRESENT            VALUE "00".
           05  900-RECON-REPORT-STATUS     PIC X(02)   VALUE "00".
               88  88-900-RECON-REPORT-OK              VALUE "00".

       01  910-EXCEPTION-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  XL-SESSION-ID               PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  XL-FILE-NAME                PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  XL-MESSAGE                  PIC X(40).
           05  XL-DETAILS                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(09)   VALUE
               " CLAIMED ".
           05  XL-CLAIMED                  PIC ZZZZZZ9.

       01  920-ORPHAN-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  OR-FILE-NAME                PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  OR-COUNT                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(44)   VALUE
               " DETAIL RECORDS AFTER THE LAST TRAILER".

       01  930-TOTAL-LINE.
           05  FILLER                      PIC X(20)   VALUE
               "SESSIONS RECONCILED ".
           05  TO-SESSIONS                 PIC ZZZZ9.
           05  FILLER                      PIC X(13)   VALUE
               "  EXCEPTIONS ".
           05  TO-EXCEPTIONS               PIC ZZZZ9.

       01  940-WORK-RECORD                 PIC X(202).

       COPY LDGCOMM.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           OPEN OUTPUT RECON-REPORT-FILE
           MOVE "ELIZA FILE RECONCILIATION - TRAILER CONTROL TOTALS"
                                       TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES                 TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM 0010-CHECK-RUN-LEDGER
           IF 88-LDG-RC-OK
               PERFORM 1000-SCAN-TRANSCRIPT-FILE
               PERFORM 2000-SCAN-EXTRACT-FILE
               PERFORM 3000-SCAN-ALERT-LOG-FILE
               PERFORM 5000-RECONCILE-SESSIONS
               MOVE 400-SESSION-COUNT  TO TO-SESSIONS
               MOVE 400-EXCEPTION-COUNT TO TO-EXCEPTIONS
               MOVE 930-TOTAL-LINE     TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               IF NOT 88-100-EXCEPTIONS-FOUND
                   MOVE "ALL SESSIONS RECONCILED CLEAN"
                                       TO RECON-REPORT-RECORD
                   WRITE RECON-REPORT-RECORD
               END-IF
           END-IF
           CLOSE RECON-REPORT-FILE
           IF 88-LDG-RC-REFUSED OR 88-100-EXCEPTIONS-FOUND
               MOVE 8                  TO RETURN-CODE
           END-IF
           IF 88-LDG-RC-OK
               PERFORM 9900-LOG-RUN-END
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 1 0 - C H E C K - R U N - L E D G E R .               *
      ****************************************************************
      *    LOG THE START OF THE RECONCILIATION ON THE RUN-CONTROL    *
      *    LEDGER THROUGH ELIZALDG, WHICH REFUSES IT WHEN ELIZA HAS  *
      *    NOT COMPLETED FOR THE BUSINESS DATE.                      *
      ****************************************************************

       0010-CHECK-RUN-LEDGER.

           INITIALIZE LDG-COMM-AREA
           SET 88-LDG-FN-START         TO TRUE
           MOVE "ELIZARCN"             TO LDG-JOB-NAME
           CALL "ELIZALDG" USING LDG-COMM-AREA
           IF 88-LDG-RC-REFUSED
               DISPLAY "ELIZARCN: RUN REFUSED - " LDG-MESSAGE
               MOVE SPACES             TO RECON-REPORT-RECORD
               STRING "RUN REFUSED - " LDG-MESSAGE
                      DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - S C A N - T R A N S C R I P T - F I L E .         *
      ****************************************************************
      *    COUNT TRANSCRIPT DETAIL RECORDS BETWEEN TRAILERS.  THE    *
      *    DETAILS CARRY NO SESSION ID, SO THE RECORDS AHEAD OF A    *
      *    TRAILER BELONG TO THAT TRAILER'S SESSION.                 *
      ****************************************************************

       1000-SCAN-TRANSCRIPT-FILE.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           OPEN INPUT TRANSCRIPT-FILE
           IF 88-900-TRANSCRIPT-PRESENT
               PERFORM 1100-READ-TRANSCRIPT-RECORD
                   UNTIL 88-100-FILE-EOF
               IF 400-GAP-DETAIL-COUNT > ZERO
                   MOVE "TRANSCRIPT" TO OR-FILE-NAME
                   MOVE 400-GAP-DETAIL-COUNT TO OR-COUNT
                   PERFORM 8100-WRITE-ORPHAN-LINE
               END-IF
           END-IF
           CLOSE TRANSCRIPT-FILE
           .

       1100-READ-TRANSCRIPT-RECORD.

           READ TRANSCRIPT-FILE INTO 940-WORK-RECORD
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF 940-WORK-RECORD (1:9) = 300-TRAILER-TAG
                       MOVE 940-WORK-RECORD (1:64)
                                       TO 945-TRAILER-LINE
                       PERFORM 1200-POST-TRANSCRIPT-TRAILER
                   ELSE
                       ADD 1           TO 400-GAP-DETAIL-COUNT
                   END-IF
           END-READ
           .

       1200-POST-TRANSCRIPT-TRAILER.

           PERFORM 7000-FIND-OR-ADD-SESSION
           IF 88-100-SLOT-FOUND
               MOVE "Y"                TO 500-TR-TRAILER-FLAG (500-S)
               MOVE 400-GAP-DETAIL-COUNT TO 500-TR-DETAILS (500-S)
               MOVE TL-TRANSCRIPT-COUNT  TO 500-TR-CLAIMED (500-S)
           END-IF
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           .

      ****************************************************************
      *  2 0 0 0 - S C A N - E X T R A C T - F I L E .               *
      ****************************************************************
      *    SAME GAP COUNTING FOR THE EXTRACT, PLUS A CROSS-FOOT OF   *
      *    THE KEYWORD-HIT AND NOKEYFOUND TURN COUNTS THE TRAILER    *
      *    CLAIMS AGAINST THE DETAIL RECORDS THEMSELVES.             *
      ****************************************************************

       2000-SCAN-EXTRACT-FILE.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           MOVE ZERO                   TO 400-GAP-NOKEY-COUNT
           MOVE ZERO                   TO 400-GAP-HIT-COUNT
           OPEN INPUT EXTRACT-FILE
           IF 88-900-EXTRACT-PRESENT
               PERFORM 2100-READ-EXTRACT-RECORD
                   UNTIL 88-100-FILE-EOF
               IF 400-GAP-DETAIL-COUNT > ZERO
                   MOVE "EXTRACT"      TO OR-FILE-NAME
                   MOVE 400-GAP-DETAIL-COUNT TO OR-COUNT
                   PERFORM 8100-WRITE-ORPHAN-LINE
               END-IF
           END-IF
           CLOSE EXTRACT-FILE
           .

       2100-READ-EXTRACT-RECORD.

           READ EXTRACT-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF EX-SESSION-ID (1:9) = 300-TRAILER-TAG
                       MOVE 940-EXTRACT-LINE (1:64)
                                       TO 945-TRAILER-LINE
                       PERFORM 2200-POST-EXTRACT-TRAILER
                   ELSE
                       ADD 1           TO 400-GAP-DETAIL-COUNT
                       IF EX-KEYWORD = 300-NOKEYFOUND
                           ADD 1       TO 400-GAP-NOKEY-COUNT
                       ELSE
                           ADD 1       TO 400-GAP-HIT-COUNT
                       END-IF
                   END-IF
           END-READ
           .

       2200-POST-EXTRACT-TRAILER.

           PERFORM 7000-FIND-OR-ADD-SESSION
           IF 88-100-SLOT-FOUND
               MOVE "Y"                TO 500-EX-TRAILER-FLAG (500-S)
               MOVE 400-GAP-DETAIL-COUNT TO 500-EX-DETAILS (500-S)
               MOVE TL-EXTRACT-COUNT     TO 500-EX-CLAIMED (500-S)
               MOVE 400-GAP-NOKEY-COUNT
                                   TO 500-EX-NOKEY-DETAILS (500-S)
               MOVE TL-NOKEYFOUND-TURNS
                                   TO 500-EX-NOKEY-CLAIMED (500-S)
               MOVE 400-GAP-HIT-COUNT
                                   TO 500-EX-HIT-DETAILS (500-S)
               MOVE TL-KEYWORD-HIT-TURNS
                                   TO 500-EX-HIT-CLAIMED (500-S)
           END-IF
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           MOVE ZERO                   TO 400-GAP-NOKEY-COUNT
           MOVE ZERO                   TO 400-GAP-HIT-COUNT
           .

      ****************************************************************
      *  3 0 0 0 - S C A N - A L E R T - L O G - F I L E .           *
      ****************************************************************

       3000-SCAN-ALERT-LOG-FILE.

           MOVE SPACE                  TO 100-FILE-EOF-FLAG
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           OPEN INPUT ALERT-LOG-FILE
           IF 88-900-ALERT-LOG-PRESENT
               PERFORM 3100-READ-ALERT-LOG-RECORD
                   UNTIL 88-100-FILE-EOF
               IF 400-GAP-DETAIL-COUNT > ZERO
                   MOVE "ALERTLOG"     TO OR-FILE-NAME
                   MOVE 400-GAP-DETAIL-COUNT TO OR-COUNT
                   PERFORM 8100-WRITE-ORPHAN-LINE
               END-IF
           END-IF
           CLOSE ALERT-LOG-FILE
           .

       3100-READ-ALERT-LOG-RECORD.

           READ ALERT-LOG-FILE INTO 940-WORK-RECORD
               AT END
                   SET 88-100-FILE-EOF TO TRUE
               NOT AT END
                   IF 940-WORK-RECORD (1:9) = 300-TRAILER-TAG
                       MOVE 940-WORK-RECORD (1:64)
                                       TO 945-TRAILER-LINE
                       PERFORM 3200-POST-ALERT-TRAILER
                   ELSE
                       ADD 1           TO 400-GAP-DETAIL-COUNT
                   END-IF
           END-READ
           .

       3200-POST-ALERT-TRAILER.

           PERFORM 7000-FIND-OR-ADD-SESSION
           IF 88-100-SLOT-FOUND
               MOVE "Y"                TO 500-AL-TRAILER-FLAG (500-S)
               MOVE 400-GAP-DETAIL-COUNT TO 500-AL-DETAILS (500-S)
               MOVE TL-ALERT-COUNT       TO 500-AL-CLAIMED (500-S)
           END-IF
           MOVE ZERO                   TO 400-GAP-DETAIL-COUNT
           .

      ****************************************************************
      *  5 0 0 0 - R E C O N C I L E - S E S S I O N S .             *
      ****************************************************************
      *    WALK THE SESSION TABLE AND PRINT AN EXCEPTION LINE FOR    *
      *    EVERY MISSING TRAILER AND EVERY COUNT MISMATCH.           *
      ****************************************************************

       5000-RECONCILE-SESSIONS.

           PERFORM VARYING 500-S FROM +1 BY +1
                   UNTIL 500-S > 400-SESSION-COUNT
               MOVE 500-SESSION-ID (500-S) TO XL-SESSION-ID
               IF 500-TR-TRAILER-FLAG (500-S) NOT = "Y"
                   MOVE "TRANSCRIPT" TO XL-FILE-NAME
                   MOVE "TRAILER MISSING FOR SESSION"
                                       TO XL-MESSAGE
                   MOVE ZERO           TO XL-DETAILS
                   MOVE ZERO           TO XL-CLAIMED
                   PERFORM 8000-WRITE-EXCEPTION-LINE
               ELSE
                   IF 500-TR-DETAILS (500-S) NOT =
                           500-TR-CLAIMED (500-S)
                       MOVE "TRANSCRIPT" TO XL-FILE-NAME
                       MOVE "DETAIL COUNT MISMATCH - FOUND"
                                       TO XL-MESSAGE
                       MOVE 500-TR-DETAILS (500-S) TO XL-DETAILS
                       MOVE 500-TR-CLAIMED (500-S) TO XL-CLAIMED
                       PERFORM 8000-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
               IF 500-EX-TRAILER-FLAG (500-S) NOT = "Y"
                   MOVE "EXTRACT"      TO XL-FILE-NAME
                   MOVE "TRAILER MISSING FOR SESSION"
                                       TO XL-MESSAGE
                   MOVE ZERO           TO XL-DETAILS
                   MOVE ZERO           TO XL-CLAIMED
                   PERFORM 8000-WRITE-EXCEPTION-LINE
               ELSE
                   IF 500-EX-DETAILS (500-S) NOT =
                           500-EX-CLAIMED (500-S)
                       MOVE "EXTRACT"  TO XL-FILE-NAME
                       MOVE "DETAIL COUNT MISMATCH - FOUND"
                                       TO XL-MESSAGE
                       MOVE 500-EX-DETAILS (500-S) TO XL-DETAILS
                       MOVE 500-EX-CLAIMED (500-S) TO XL-CLAIMED
                       PERFORM 8000-WRITE-EXCEPTION-LINE
                   END-IF
                   IF 500-EX-NOKEY-DETAILS (500-S) NOT =
                           500-EX-NOKEY-CLAIMED (500-S)
                       MOVE "EXTRACT"  TO XL-FILE-NAME
                       MOVE "NOKEYFOUND COUNT MISMATCH - FOUND"
                                       TO XL-MESSAGE
                       MOVE 500-EX-NOKEY-DETAILS (500-S)
                                       TO XL-DETAILS
                       MOVE 500-EX-NOKEY-CLAIMED (500-S)
                                       TO XL-CLAIMED
                       PERFORM 8000-WRITE-EXCEPTION-LINE
                   END-IF
                   IF 500-EX-HIT-DETAILS (500-S) NOT =
                           500-EX-HIT-CLAIMED (500-S)
                       MOVE "EXTRACT"  TO XL-FILE-NAME
                       MOVE "KEYWORD-HIT COUNT MISMATCH - FOUND"
                                       TO XL-MESSAGE
                       MOVE 500-EX-HIT-DETAILS (500-S)
                                       TO XL-DETAILS
                       MOVE 500-EX-HIT-CLAIMED (500-S)
                                       TO XL-CLAIMED
                       PERFORM 8000-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
               IF 500-AL-TRAILER-FLAG (500-S) NOT = "Y"
                   MOVE "ALERTLOG"     TO XL-FILE-NAME
                   MOVE "TRAILER MISSING FOR SESSION"
                                       TO XL-MESSAGE
                   MOVE ZERO           TO XL-DETAILS
                   MOVE ZERO           TO XL-CLAIMED
                   PERFORM 8000-WRITE-EXCEPTION-LINE
               ELSE
                   IF 500-AL-DETAILS (500-S) NOT =
                           500-AL-CLAIMED (500-S)
                       MOVE "ALERTLOG" TO XL-FILE-NAME
                       MOVE "ALERT COUNT MISMATCH - FOUND"
                                       TO XL-MESSAGE
                       MOVE 500-AL-DETAILS (500-S) TO XL-DETAILS
                       MOVE 500-AL-CLAIMED (500-S) TO XL-CLAIMED
                       PERFORM 8000-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  7 0 0 0 - F I N D - O R - A D D - S E S S I O N .           *
      ****************************************************************
      *    LOCATE THE TRAILER'S SESSION IN THE TABLE, ADDING A       *
      *    FRESH ROW THE FIRST TIME THE SESSION IS SEEN.  A FULL     *
      *    TABLE PRINTS AN EXCEPTION RATHER THAN DROPPING THE        *
      *    SESSION SILENTLY.                                         *
      ****************************************************************

       7000-FIND-OR-ADD-SESSION.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
      ****************************************************************
      *    THE LOOP INDEX HAS ALREADY STEPPED PAST THE MATCHED ROW   *
      *    WHEN THE PERFORM ENDS, SO THE ROW NUMBER IS CAPTURED IN   *
      *    400-SESSION-SUB AND 500-S IS RESET FROM IT AFTERWARD.     *
      ****************************************************************
           PERFORM VARYING 500-S FROM +1 BY +1
                   UNTIL   500-S > 400-SESSION-COUNT
                   OR      88-100-SLOT-FOUND
               IF 500-SESSION-ID (500-S) = TL-SESSION-ID
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-SESSION-SUB TO 500-S
               END-IF
           END-PERFORM
           IF 88-100-SLOT-FOUND
               SET 500-S               TO 400-SESSION-SUB
           ELSE
               IF 400-SESSION-COUNT < 300-MAX-SESSION-ENTRIES
                   ADD 1               TO 400-SESSION-COUNT
                   SET 500-S           TO 400-SESSION-COUNT
                   INITIALIZE 500-SESSION-ENTRY (500-S)
                   MOVE TL-SESSION-ID  TO 500-SESSION-ID (500-S)
                   MOVE TL-CLIENT-ID   TO 500-CLIENT-ID (500-S)
                   SET 88-100-SLOT-FOUND TO TRUE
               ELSE
                   MOVE TL-SESSION-ID  TO XL-SESSION-ID
                   MOVE "(TABLE)"      TO XL-FILE-NAME
                   MOVE "SESSION TABLE FULL - NOT RECONCILED"
                                       TO XL-MESSAGE
                   MOVE ZERO           TO XL-DETAILS
                   MOVE ZERO           TO XL-CLAIMED
                   PERFORM 8000-WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           .

      ****************************************************************
      *  8 0 0 0 - W R I T E - E X C E P T I O N - L I N E .         *
      ****************************************************************

       8000-WRITE-EXCEPTION-LINE.

           SET 88-100-EXCEPTIONS-FOUND TO TRUE
           ADD 1                       TO 400-EXCEPTION-COUNT
           MOVE 910-EXCEPTION-LINE     TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           .

      ****************************************************************
      *  8 1 0 0 - W R I T E - O R P H A N - L I N E .               *
      ****************************************************************
      *    DETAIL RECORDS SAT AFTER THE LAST TRAILER -- A SESSION    *
      *    THAT NEVER CLOSED CLEANLY.                                *
      ****************************************************************

       8100-WRITE-ORPHAN-LINE.

           SET 88-100-EXCEPTIONS-FOUND TO TRUE
           ADD 1                       TO 400-EXCEPTION-COUNT
           MOVE 920-ORPHAN-LINE        TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
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
           MOVE "SESSIONS"             TO LDG-COUNT-LABEL (1)
           MOVE 400-SESSION-COUNT      TO LDG-COUNT (1)
           MOVE "EXCEPTIONS"           TO LDG-COUNT-LABEL (2)
           MOVE 400-EXCEPTION-COUNT    TO LDG-COUNT (2)
           CALL "ELIZALDG" USING LDG-COMM-AREA
           MOVE 400-SAVED-RETURN-CODE  TO RETURN-CODE
           IF NOT 88-LDG-RC-OK
               DISPLAY "ELIZARCN: " LDG-MESSAGE
           END-IF
           .

       END PROGRAM ELIZARCN.
