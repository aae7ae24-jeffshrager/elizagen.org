      ****************************************************************
      *    M E M R E C . C P Y                                       *
      ****************************************************************
      *    PER-CLIENT SESSION-MEMORY RECORD, KEYED BY CLIENT ID ON   *
      *    THE INDEXED CLNTMEM FILE.  THE ENGINE'S "MY ..." FACT     *
      *    MEMORY (TEN SLOTS IN ELZ-ENGINE-STATE) IS WIPED BY        *
      *    NEWSESS AT EVERY SESSION START; FOR A REGISTERED CLIENT   *
      *    THE FRONT-ENDS SAVE THE PHRASES HERE AT SESSION CLOSE     *
      *    AND LOAD THEM BACK THROUGH SETSTATE AT THE NEXT           *
      *    SIGN-ON, SO ELIZA REMEMBERS LAST TUESDAY'S "MY SISTER".   *
      *    ANONYMOUS SESSIONS NEVER TOUCH THIS FILE AND STAY         *
      *    SESSION-ONLY, EXACTLY AS BEFORE.                          *
      ****************************************************************

       01  CLIENT-MEMORY-RECORD.
           05  MR-CLIENT-ID                PIC X(08).
           05  MR-MEMORY-COUNT             PIC 9(02).
           05  MR-MEMORY-STORE-NEXT        PIC 9(02).
           05  MR-MEMORY-LAST-USED         PIC 9(02).
           05  MR-MEMORY-PHRASE        OCCURS 10 TIMES
                                           PIC X(30).
