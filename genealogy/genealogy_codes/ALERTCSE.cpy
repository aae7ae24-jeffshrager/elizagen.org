      ****************************************************************
      *    A L E R T C S E . C P Y                                   *
      ****************************************************************
      *    ALERT TRIAGE CASE RECORD -- ONE RECORD PER CRISIS-PHRASE  *
      *    HIT, KEYED BY AC-ALERT-ID ON THE INDEXED ALERTCASE FILE.  *
      *    THE APPEND-ONLY ALERT LOG PROVES AN ALERT WAS RAISED;     *
      *    THIS FILE PROVES WHAT WAS DONE ABOUT IT.  EVERY DIALOG    *
      *    FRONT-END POSTS A CASE AT DISPOSITION NEW ALONGSIDE ITS   *
      *    ALERT-LOG RECORD, AND THE ELIZAALT WORKLIST PROGRAM IS    *
      *    WHERE REVIEWERS MOVE A CASE THROUGH REVIEWED, ESCALATED,  *
      *    AND CLOSED, SIGNING WITH THEIR INITIALS AND THE DATE.     *
      *                                                              *
      *    THE ALERT ID IS THE SESSION ID PLUS THE SESSION'S ALERT   *
      *    SEQUENCE, SO KEY ORDER IS (NEAR ENOUGH) CHRONOLOGICAL     *
      *    AND THE WORKLIST READS OLDEST CASES FIRST WITHIN EACH     *
      *    SEVERITY TIER (SEE AC-CRISIS-TIER AND ELIZAALT).          *
      *                                                              *
      *    CUTOVER NOTE: AC-CRISIS-TIER WIDENED THIS RECORD FROM     *
      *    147 TO 148 BYTES WHEN THE TIERED CRISIS LEXICON ARRIVED.  *
      *    BEFORE THE FIRST RUN AT THIS LAYOUT THE OPERATOR MUST     *
      *    REBUILD ALERTCASE (A ONE-TIME COPY STEP THAT APPENDS A    *
      *    SPACE) -- THE INDEXED FILE CANNOT MIX RECORD WIDTHS.      *
      *    A CONVERTED CASE CARRIES A BLANK TIER, WHICH THE          *
      *    WORKLIST TREATS AS IMMEDIATE SO NOTHING IS UNDER-RANKED.  *
      *                                                              *
      *    THE NOTIFICATION FIELDS TRACK THE NURSE-STATION FEED (SEE *
      *    NTFOUT.CPY AND NTFACK.CPY): HOW MANY NOTIFICATIONS HAVE   *
      *    GONE OUT, WHEN THE LAST ONE WAS QUEUED, AND WHO FIRST     *
      *    ACKNOWLEDGED THE ALERT AND WHEN.  THEY WIDENED THE RECORD *
      *    AGAIN, FROM 148 TO 193 BYTES; THE SAME ONE-TIME COPY STEP *
      *    APPENDS ZEROS FOR AC-NOTIFY-COUNT AND SPACES FOR THE      *
      *    REST.  A CONVERTED CASE WAS NEVER NOTIFIED, SO ELIZANTF   *
      *    LEAVES IT TO THE ELIZAALT WORKLIST.                       *
      ****************************************************************

       01  ALERT-CASE-RECORD.
           05  AC-ALERT-ID.
               10  AC-SESSION-ID           PIC X(14).
               10  AC-ALERT-SEQ            PIC 9(04).
           05  AC-CLIENT-ID                PIC X(08).
           05  AC-TIMESTAMP                PIC X(21).
           05  AC-INPUT                    PIC X(80).
           05  AC-DISPOSITION              PIC X(09).
               88  88-AC-DISP-NEW                      VALUE "NEW".
               88  88-AC-DISP-REVIEWED                VALUE "REVIEWED".
               88  88-AC-DISP-ESCALATED              VALUE "ESCALATED".
               88  88-AC-DISP-CLOSED                   VALUE "CLOSED".
               88  88-AC-DISP-OPEN             VALUE "NEW" "REVIEWED"
                                                       "ESCALATED".
           05  AC-REVIEWER-INITIALS        PIC X(03).
           05  AC-REVIEW-DATE              PIC 9(08).
           05  AC-CRISIS-TIER              PIC X(01).
               88  88-AC-TIER-IMMEDIATE                VALUE "I".
               88  88-AC-TIER-URGENT                   VALUE "U".
               88  88-AC-TIER-WATCH                    VALUE "W".
           05  AC-NOTIFY-COUNT             PIC 9(02).
           05  AC-LAST-NOTIFY-TIME         PIC X(21).
           05  AC-ACK-BY                   PIC X(08).
               88  88-AC-NOT-ACKNOWLEDGED              VALUE SPACES.
           05  AC-ACK-TIMESTAMP            PIC X(14).
