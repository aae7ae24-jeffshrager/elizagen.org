      ****************************************************************
      *    N T F O U T . C P Y                                       *
      ****************************************************************
      *    OUTBOUND CRISIS NOTIFICATION RECORD -- ONE RECORD ON THE  *
      *    NOTIFYQ QUEUE FILE FOR EVERY ALERT CASE POSTED, READ BY   *
      *    THE NURSE-STATION INTERFACE SO A HUMAN HEARS ABOUT THE    *
      *    ALERT WITHOUT WAITING FOR SOMEONE TO RUN ELIZAALT.        *
      *                                                              *
      *    EVERY DIALOG FRONT-END QUEUES A TYPE "N" (NEW) RECORD     *
      *    FROM 0965-QUEUE-NOTIFICATION WHEN ITS 0960-POST-ALERT-    *
      *    CASE WRITES A NEW CASE.  ELIZANTF QUEUES A TYPE "R"       *
      *    (RE-NOTIFY) RECORD FOR A CASE STILL UNACKNOWLEDGED PAST   *
      *    THE CONFIGURED NUMBER OF MINUTES.  NQ-NOTIFY-SEQ COUNTS   *
      *    THE NOTIFICATIONS SENT FOR THE CASE, STARTING AT 1.       *
      *                                                              *
      *    THE NURSE STATION ANSWERS WITH A NOTIFACK RECORD (SEE     *
      *    NTFACK.CPY) QUOTING NQ-ALERT-ID.                          *
      ****************************************************************

       01  NOTIFY-QUEUE-RECORD.
           05  NQ-RECORD-TYPE              PIC X(01).
               88  88-NQ-NEW-ALERT                     VALUE "N".
               88  88-NQ-RE-NOTIFY                     VALUE "R".
           05  NQ-ALERT-ID.
               10  NQ-SESSION-ID           PIC X(14).
               10  NQ-ALERT-SEQ            PIC 9(04).
           05  NQ-NOTIFY-SEQ               PIC 9(02).
           05  NQ-CLIENT-ID                PIC X(08).
           05  NQ-CRISIS-TIER              PIC X(01).
           05  NQ-QUEUED-TIMESTAMP         PIC X(21).
           05  NQ-RAISED-TIMESTAMP         PIC X(21).
           05  NQ-INPUT                    PIC X(80).
