      ****************************************************************
      *    R E P L Y R E C . C P Y                                   *
      ****************************************************************
      *    REPLY MAINTENANCE RECORD LAYOUT -- ONE RECORD PER REPLY   *
      *    ON A PERSONA'S LINE-SEQUENTIAL REPLYXXXX FILE.  ELIZAENG  *
      *    LOADS IT AT INIT AND ELIZAMNT EDITS IT BEFORE THE RUN.    *
      *                                                              *
      *    EVERY REPLY SAYS WHICH REPLY GROUP IT BELONGS TO: THE     *
      *    KEYWORD TEXT, OR THE GROUP NAME A KEYWORD RECORD GIVES    *
      *    IN KM-REPLY-GROUP, OR NOKEYFOUND FOR THE CATCH-ALL        *
      *    REPLIES.  THE TAG IS MATCHED WITHOUT REGARD TO CASE.      *
      *    A GROUP'S REPLIES MAY SIT ANYWHERE IN THE FILE; AT INIT   *
      *    THE ENGINE GATHERS EACH GROUP'S REPLIES, IN FILE ORDER,   *
      *    INTO ONE ROTATION RANGE, SO NO FILE HAS TO BE PADDED TO   *
      *    LINE UP WITH ANY OTHER.  A GROUP THE FILE DOES NOT        *
      *    SUPPLY ANSWERS WITH ITS COMPILED-IN REPLIES (SEE          *
      *    REPLYDEF.CPY), IF IT HAS ANY.  THE ENGINE HOLDS AT MOST   *
      *    300 REPLIES IN ALL.                                       *
      *                                                              *
      *    RM-ECHO-END GOVERNS A REPLY THAT ENDS IN "*" AND SO       *
      *    ECHOES THE TRANSLATED INPUT: "." ENDS THE ECHOED SENTENCE *
      *    WITH A FULL STOP ("PERHAPS YOU WOULD LIKE TO BE ..."); A  *
      *    SPACE ENDS IT WITH A QUESTION MARK.                       *
      ****************************************************************

       01  REPLY-MAINT-RECORD.
           05  RM-REPLY-KEYWORD            PIC X(14).
           05  RM-ECHO-END                 PIC X(01).
               88  88-RM-ECHO-END-VALID                VALUE " " ".".
           05  RM-REPLY-LENGTH             PIC 9(02).
           05  RM-REPLY                    PIC X(58).
