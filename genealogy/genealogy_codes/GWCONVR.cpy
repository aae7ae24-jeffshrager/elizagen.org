      ****************************************************************
      *    G W C O N V R . C P Y                                     *
      ****************************************************************
      *    GATEWAY CONVERSATION-STATE RECORD -- ONE PER OPEN         *
      *    CONVERSATION ON THE KEYED GWSTATE FILE, SO ELIZAGWY CAN   *
      *    HOLD MANY CONVERSATIONS AT ONCE WITH REQUESTS ARRIVING    *
      *    INTERLEAVED, AND SO EVERY OPEN CONVERSATION SURVIVES A    *
      *    GATEWAY RESTART THE SAME WAY THE GWCKPT CURSOR DOES.      *
      *                                                              *
      *    GS-CONVERSATION-ID IS THE GQ-CONVERSATION-ID THE EXTERNAL *
      *    SYSTEM SENDS (OR, WHEN IT SENDS NONE, THE CLIENT ID AND   *
      *    PERSONA CODE TOGETHER).  GS-OPEN-CLIENT-ID AND            *
      *    GS-OPEN-PERSONA-CODE ARE THE RAW PAIR THE CONVERSATION    *
      *    WAS STARTED FROM; GS-CLIENT-ID AND GS-PERSONA-CODE ARE    *
      *    THE RESOLVED VALUES THE SESSION RUNS UNDER.               *
      *    GS-LAST-ACTIVITY IS YYYYMMDDHHMM OF THE LAST TURN, FOR    *
      *    THE IDLE TIME-OUT.  GS-ENGINE-STATE IS THE WHOLE OF       *
      *    ELZ-ENGINE-STATE AS GETSTATE RETURNS IT (SEE ELZCOMM.CPY) *
      *    -- THE REPLY ROTATION AS WELL AS THE SESSION MEMORY -- SO *
      *    EACH CONVERSATION KEEPS ITS OWN ROTATION AND TWO          *
      *    CONVERSATIONS IN STEP NEVER SHARE ONE.  THE TWO LAYOUTS   *
      *    MUST BE KEPT THE SAME.                                    *
      ****************************************************************

       01  GW-CONVERSATION-RECORD.
           05  GS-CONVERSATION-ID          PIC X(12).
           05  GS-OPEN-CLIENT-ID           PIC X(08).
           05  GS-OPEN-PERSONA-CODE        PIC X(04).
           05  GS-CLIENT-ID                PIC X(08).
           05  GS-PERSONA-CODE             PIC X(04).
           05  GS-SESSION-ID               PIC X(14).
           05  GS-LAST-ACTIVITY            PIC X(12).
           05  GS-LAST-USER-INPUT          PIC X(80).
           05  GS-GOODBYE-MESSAGE          PIC X(40).
           05  GS-SESSION-STATS.
               10  GS-TOTAL-TURN-COUNT     PIC 9(05).
               10  GS-KEYWORD-HIT-TURNS    PIC 9(05).
               10  GS-NOKEYFOUND-TURNS     PIC 9(05).
               10  GS-CRISIS-ALERT-TURNS   PIC 9(05).
               10  GS-TRANSCRIPT-RECS      PIC 9(05).
               10  GS-EXTRACT-RECS         PIC 9(05).
           05  GS-ENGINE-STATE.
               10  GS-REPLY-LAST-USED      OCCURS 60 TIMES
                                           PIC 9(04).
               10  GS-MEMORY-COUNT         PIC 9(02).
               10  GS-MEMORY-STORE-NEXT    PIC 9(02).
               10  GS-MEMORY-LAST-USED     PIC 9(02).
               10  GS-MEMORY-PHRASE        OCCURS 10 TIMES
                                           PIC X(30).
