      ****************************************************************
      *    G W H L D R E C . C P Y                                   *
      ****************************************************************
      *    GATEWAY HELD-LOG RECORD, ON THE KEYED GWHOLD FILE.        *
      *    WHILE A GATEWAY CONVERSATION IS OPEN, ITS TRANSCRIPT,     *
      *    EXTRACT, AND ALERT-LOG DETAIL LINES ARE HELD HERE RATHER  *
      *    THAN WRITTEN STRAIGHT TO THE SHARED LOG FILES.  WHEN THE  *
      *    CONVERSATION CLOSES, ELIZAGWY POSTS THEM IN KEY ORDER     *
      *    AND FOLLOWS THEM WITH THE CONTROL-TOTAL TRAILERS, SO      *
      *    EACH SESSION STILL LANDS ON THE LOGS AS ONE CONTIGUOUS    *
      *    RUN OF DETAILS AND ITS TRAILER -- THE SHAPE ELIZARCN      *
      *    RECONCILES -- HOWEVER ITS REQUESTS WERE INTERLEAVED       *
      *    WITH OTHER CONVERSATIONS.                                 *
      *                                                              *
      *    GH-LOG-CODE SAYS WHICH LOG THE LINE BELONGS ON, AND       *
      *    GH-LOG-SEQ IS ITS DETAIL COUNT WITHIN THE SESSION FOR     *
      *    THAT LOG, SO A TURN REPLAYED AFTER A RESTART LANDS ON     *
      *    THE SAME KEY INSTEAD OF BEING HELD TWICE.  CRISIS ALERTS  *
      *    ARE NOT DELAYED BY THIS: THE TRIAGE CASE AND NURSE-       *
      *    STATION NOTIFICATION ARE STILL POSTED AT ONCE.            *
      ****************************************************************

       01  GW-HELD-LOG-RECORD.
           05  GH-HELD-KEY.
               10  GH-CONVERSATION-ID      PIC X(12).
               10  GH-LOG-CODE             PIC X(01).
                   88  88-GH-ALERT-LOG                 VALUE "A".
                   88  88-GH-EXTRACT                   VALUE "E".
                   88  88-GH-TRANSCRIPT                VALUE "T".
               10  GH-LOG-SEQ              PIC 9(05).
           05  GH-CLIENT-ID                PIC X(08).
           05  GH-LOG-DATA                 PIC X(202).
