      ****************************************************************
      *    N T F A C K . C P Y                                       *
      ****************************************************************
      *    INBOUND NOTIFICATION ACKNOWLEDGEMENT RECORD -- WRITTEN    *
      *    TO THE NOTIFACK FILE BY THE NURSE-STATION INTERFACE WHEN  *
      *    A NURSE TAKES A CRISIS ALERT.  NK-ALERT-ID QUOTES THE     *
      *    NQ-ALERT-ID OF THE NOTIFICATION (SEE NTFOUT.CPY), WHICH   *
      *    IS THE AC-ALERT-ID OF THE CASE ON ALERTCASE.              *
      *                                                              *
      *    ELIZANTF POSTS EACH ACKNOWLEDGEMENT ONTO ITS CASE.  THE   *
      *    FIRST ACKNOWLEDGEMENT FOR A CASE IS THE ONE KEPT -- IT    *
      *    PROVES WHEN THE ALERT FIRST REACHED A HUMAN -- SO A       *
      *    REPEATED ACKNOWLEDGEMENT IS HARMLESS.                     *
      *                                                              *
      *    NK-ACK-BY IS THE NURSE'S SIGN-ON ID AND NK-ACK-TIMESTAMP  *
      *    IS YYYYMMDDHHMMSS BY THE NURSE-STATION CLOCK.             *
      ****************************************************************

       01  NOTIFY-ACK-RECORD.
           05  NK-ALERT-ID.
               10  NK-SESSION-ID           PIC X(14).
               10  NK-ALERT-SEQ            PIC 9(04).
           05  NK-ACK-BY                   PIC X(08).
           05  NK-ACK-TIMESTAMP            PIC X(14).
