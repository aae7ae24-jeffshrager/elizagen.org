       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAALT.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAALT -- ALERT TRIAGE WORKLIST FOR CLINICAL            *
      *    REVIEWERS.                                                *
      *                                                              *
      *    EVERY CRISIS-PHRASE HIT IS POSTED BY THE DIALOG           *
      *    FRONT-ENDS AS A CASE ON THE KEYED ALERTCASE FILE (SEE     *
      *    ALERTCSE.CPY), AT DISPOSITION NEW.  THIS PROGRAM WALKS    *
      *    THE OPEN CASES MOST SEVERE FIRST -- EVERY IMMEDIATE       *
      *    CASE, THEN EVERY URGENT CASE, THEN THE WATCH CASES --     *
      *    AND OLDEST-FIRST WITHIN EACH TIER (THE ALERT ID LEADS     *
      *    WITH THE SESSION ID, SO KEY ORDER IS CHRONOLOGICAL).  IT  *
      *    SHOWS EACH ONE AND LETS THE REVIEWER RECORD A DISPOSITION *
      *    (REVIEWED, ESCALATED, OR CLOSED) SIGNED WITH INITIALS     *
      *    AND THE DATE.  NO MORE PRINTING THE ALERT LOG AND         *
      *    TICKING LINES OFF BY HAND.                                *
      *                                                              *
      *    THE TIER COMES FROM THE CRISIS LEXICON ENTRY THAT RAISED  *
      *    THE ALERT (SEE LEXREC.CPY).  A CASE WITH A BLANK OR       *
      *    UNRECOGNIZED TIER -- ONE POSTED BEFORE TIERS EXISTED --   *
      *    IS WORKED WITH THE IMMEDIATE CASES, NEVER BEHIND THEM.    *
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

       DATA DIVISION.

       FILE SECTION.

       FD  ALERT-CASE-FILE.

       COPY ALERTCSE.

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-CASE-EOF-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-CASE-EOF                     VALUE "Y".
           05  100-REVIEW-DONE-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-REVIEW-DONE                  VALUE "Y".
           05  100-ACTION-CODE             PIC X(01)   VALUE SPACE.
               88  88-100-ACTION-REVIEWED              VALUE "R".
               88  88-100-ACTION-ESCALATED            VALUE "E".
               88  88-100-ACTION-CLOSED                VALUE "C".
               88  88-100-ACTION-EXIT                  VALUE "X".
           05  100-REVIEWER-INITIALS       PIC X(03)   VALUE SPACES.
           05  100-PASS-TIER               PIC X(01)   VALUE SPACE.
               88  88-100-PASS-IMMEDIATE               VALUE "I".
               88  88-100-PASS-URGENT                  VALUE "U".
               88  88-100-PASS-WATCH                   VALUE "W".
           05  100-CASE-TIER               PIC X(01)   VALUE SPACE.

       01  300-PROGRAM-CONSTANTS.
           05  300-TIER-PASS-COUNT         PIC S9(4) COMP VALUE +3.
           05  300-TIER-PASS-CODES         PIC X(03)   VALUE "IUW".

       01  400-PROGRAM-COUNTERS.
           05  400-OPEN-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  400-UPDATED-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  400-REMAINING-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  400-PASS                    PIC S9(4) COMP VALUE ZERO.

       01  900-FILE-STATUS-FIELDS.
           05  900-ALERT-CASE-STATUS       PIC X(02)   VALUE "00".
               88  88-900-ALERT-CASE-OK           VALUE "00" "05".

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    WALK THE CASE FILE ONCE PER SEVERITY TIER, MOST SEVERE    *
      *    FIRST, OFFERING EVERY OPEN CASE OF THAT TIER TO THE       *
      *    REVIEWER IN KEY (CHRONOLOGICAL) ORDER, THEN SUMMARIZE     *
      *    WHAT WAS WORKED AND WHAT REMAINS.                         *
      ****************************************************************

       0000-MAINLINE.

           DISPLAY "ELIZA ALERT TRIAGE WORKLIST"
           DISPLAY "==========================="
           OPEN I-O ALERT-CASE-FILE
           IF NOT 88-900-ALERT-CASE-OK
               DISPLAY "ALERT CASE FILE NOT AVAILABLE - STATUS "
                   900-ALERT-CASE-STATUS
               CLOSE ALERT-CASE-FILE
               STOP RUN
           END-IF
           PERFORM 0500-WORK-ONE-TIER
               VARYING 400-PASS FROM 1 BY 1
               UNTIL 400-PASS > 300-TIER-PASS-COUNT
               OR    88-100-REVIEW-DONE
           CLOSE ALERT-CASE-FILE

           DISPLAY SPACE
           DISPLAY "OPEN CASES OFFERED   : " 400-OPEN-COUNT
           DISPLAY "DISPOSITIONS UPDATED : " 400-UPDATED-COUNT
           DISPLAY "STILL OPEN           : " 400-REMAINING-COUNT

           STOP RUN.

      ****************************************************************
      *    0 5 0 0 - W O R K - O N E - T I E R .                     *
      ****************************************************************
      *    POSITION TO THE LOWEST KEY AND READ THE WHOLE CASE FILE   *
      *    FOR THIS PASS'S TIER.  AN EMPTY FILE ENDS THE PASS AT     *
      *    ONCE.                                                     *
      ****************************************************************

       0500-WORK-ONE-TIER.

           MOVE 300-TIER-PASS-CODES (400-PASS:1) TO 100-PASS-TIER
           MOVE SPACE                  TO 100-CASE-EOF-FLAG
           MOVE LOW-VALUES             TO AC-ALERT-ID
           START ALERT-CASE-FILE KEY IS NOT LESS THAN AC-ALERT-ID
               INVALID KEY
                   SET 88-100-CASE-EOF TO TRUE
           END-START
           PERFORM 1000-WORK-ONE-CASE
               UNTIL 88-100-CASE-EOF
               OR    88-100-REVIEW-DONE
           .

      ****************************************************************
      *  1 0 0 0 - W O R K - O N E - C A S E .                       *
      ****************************************************************
      *    READ THE NEXT CASE IN KEY ORDER.  CLOSED CASES, AND OPEN  *
      *    CASES BELONGING TO ANOTHER PASS'S TIER, ARE PASSED OVER;  *
      *    AN OPEN CASE OF THIS TIER IS SHOWN TO THE REVIEWER FOR    *
      *    A DISPOSITION.                                            *
      ****************************************************************

       1000-WORK-ONE-CASE.

           READ ALERT-CASE-FILE NEXT RECORD
               AT END
                   SET 88-100-CASE-EOF TO TRUE
               NOT AT END
                   IF 88-AC-TIER-URGENT OR 88-AC-TIER-WATCH
                       MOVE AC-CRISIS-TIER TO 100-CASE-TIER
                   ELSE
                       MOVE "I"        TO 100-CASE-TIER
                   END-IF
                   IF 88-AC-DISP-OPEN
                   AND 100-CASE-TIER = 100-PASS-TIER
                       ADD 1           TO 400-OPEN-COUNT
                       PERFORM 1100-REVIEW-ONE-CASE
                   END-IF
           END-READ
           .

      ****************************************************************
      *  1 1 0 0 - R E V I E W - O N E - C A S E .                   *
      ****************************************************************
      *    SHOW THE CASE AND ACCEPT THE REVIEWER'S ACTION.  ENTER    *
      *    ALONE SKIPS THE CASE (IT STAYS OPEN); X ENDS THE          *
      *    SITTING, LEAVING THE REST OF THE WORKLIST FOR LATER.      *
      ****************************************************************

       1100-REVIEW-ONE-CASE.

           DISPLAY SPACE
           DISPLAY "ALERT ID    : " AC-ALERT-ID
           EVALUATE TRUE
               WHEN 88-AC-TIER-URGENT
                   DISPLAY "TIER        : URGENT"
               WHEN 88-AC-TIER-WATCH
                   DISPLAY "TIER        : WATCH"
               WHEN OTHER
                   DISPLAY "TIER        : IMMEDIATE"
           END-EVALUATE
           DISPLAY "SESSION     : " AC-SESSION-ID
           DISPLAY "CLIENT      : " AC-CLIENT-ID
           DISPLAY "RAISED      : " AC-TIMESTAMP
           DISPLAY "INPUT       : " AC-INPUT
           DISPLAY "DISPOSITION : " AC-DISPOSITION
           IF 88-AC-NOT-ACKNOWLEDGED
               DISPLAY "NURSE ACK   : NONE - NOTIFIED "
                   AC-NOTIFY-COUNT " TIME(S)"
           ELSE
               DISPLAY "NURSE ACK   : " AC-ACK-BY
                   " AT " AC-ACK-TIMESTAMP
           END-IF
           IF AC-REVIEWER-INITIALS NOT = SPACES
               DISPLAY "LAST REVIEW : " AC-REVIEWER-INITIALS
                   " ON " AC-REVIEW-DATE
           END-IF
           DISPLAY "ACTION (R=REVIEWED, E=ESCALATE, C=CLOSE, "
               "ENTER=SKIP, X=EXIT): " WITH NO ADVANCING
           MOVE SPACE                  TO 100-ACTION-CODE
           ACCEPT 100-ACTION-CODE
           MOVE FUNCTION UPPER-CASE (100-ACTION-CODE)
                               TO 100-ACTION-CODE
           EVALUATE TRUE
               WHEN 88-100-ACTION-EXIT
                   SET 88-100-REVIEW-DONE TO TRUE
                   ADD 1               TO 400-REMAINING-COUNT
               WHEN 88-100-ACTION-REVIEWED
                   MOVE "REVIEWED"     TO AC-DISPOSITION
                   PERFORM 1200-SIGN-AND-REWRITE
                   ADD 1               TO 400-REMAINING-COUNT
               WHEN 88-100-ACTION-ESCALATED
                   MOVE "ESCALATED"    TO AC-DISPOSITION
                   PERFORM 1200-SIGN-AND-REWRITE
                   ADD 1               TO 400-REMAINING-COUNT
               WHEN 88-100-ACTION-CLOSED
                   MOVE "CLOSED"       TO AC-DISPOSITION
                   PERFORM 1200-SIGN-AND-REWRITE
               WHEN OTHER
                   ADD 1               TO 400-REMAINING-COUNT
           END-EVALUATE
           .

      ****************************************************************
      *  1 2 0 0 - S I G N - A N D - R E W R I T E .                 *
      ****************************************************************
      *    EVERY DISPOSITION CHANGE IS SIGNED: THE REVIEWER'S        *
      *    INITIALS AND TODAY'S DATE GO ON THE CASE WITH IT.         *
      ****************************************************************

       1200-SIGN-AND-REWRITE.

           IF 100-REVIEWER-INITIALS = SPACES
               DISPLAY "REVIEWER INITIALS: " WITH NO ADVANCING
               ACCEPT 100-REVIEWER-INITIALS
               MOVE FUNCTION UPPER-CASE (100-REVIEWER-INITIALS)
                               TO 100-REVIEWER-INITIALS
           END-IF
           MOVE 100-REVIEWER-INITIALS  TO AC-REVIEWER-INITIALS
           MOVE FUNCTION CURRENT-DATE (1:8) TO AC-REVIEW-DATE
           REWRITE ALERT-CASE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: CASE REWRITE FAILED FOR "
                       AC-ALERT-ID
           END-REWRITE
           ADD 1                       TO 400-UPDATED-COUNT
           .

       END PROGRAM ELIZAALT.
