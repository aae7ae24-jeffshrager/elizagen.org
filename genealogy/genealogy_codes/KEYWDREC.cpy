      ****************************************************************
      *    K E Y W D R E C . C P Y                                   *
      ****************************************************************
      *    KEYWORD MAINTENANCE RECORD LAYOUT -- ONE RECORD PER       *
      *    KEYWORD ON A PERSONA'S LINE-SEQUENTIAL KEYWDXXXX FILE.    *
      *    ELIZAENG LOADS IT AT INIT AND ELIZAMNT EDITS IT BEFORE    *
      *    THE RUN, SO THE LAYOUT LIVES HERE AND NOWHERE ELSE.       *
      *                                                              *
      *    THE FILE IS THE PERSONA'S WHOLE KEYWORD LIST, IN ANY      *
      *    ORDER, UP TO 59 KEYWORDS.  THE ENGINE ADDS THE            *
      *    NOKEYFOUND CATCH-ALL ITSELF, ALWAYS IN THE LAST (60TH)    *
      *    SLOT OF ITS KEYWORD TABLE, SO THE FILE NEVER CARRIES IT.  *
      *    A PERSONA WITH NO KEYWORD FILE USES THE COMPILED-IN       *
      *    THERAPIST KEYWORDS (SEE KEYWDDEF.CPY).                    *
      *                                                              *
      *    KM-REPLY-GROUP NAMES THE REPLY GROUP THE KEYWORD ANSWERS  *
      *    FROM -- THE TAG ON THE REPLY RECORDS (SEE REPLYREC.CPY).  *
      *    LEFT BLANK, THE GROUP IS THE KEYWORD'S OWN TEXT; FILLED   *
      *    IN, SEVERAL KEYWORDS SHARE ONE SET OF REPLIES, AS         *
      *    "YOU'RE" SHARES THE "YOU ARE" REPLIES.  THE OLDER         *
      *    18-BYTE RECORD READS AS A KEYWORD WITH NO GROUP NAME.     *
      ****************************************************************

       01  KEYWORD-MAINT-RECORD.
           05  KM-KW-LEN                   PIC 9(02).
           05  KM-KEYWORD                  PIC X(14).
           05  KM-RANK                     PIC 9(02).
           05  KM-REPLY-GROUP              PIC X(14).
