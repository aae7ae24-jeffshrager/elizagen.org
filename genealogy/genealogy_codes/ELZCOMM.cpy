      ****************************************************************
      *    E L Z C O M M . C P Y                                     *
      ****************************************************************
      *    COMMUNICATION AREA FOR THE ELIZAENG MATCHING-ENGINE       *
      *    SUBPROGRAM.  EVERY FRONT-END -- THE BATCH/CONSOLE DIALOG  *
      *    DRIVER, THE INTAKE-DESK SCREEN, THE MESSAGE-QUEUE         *
      *    GATEWAY -- TALKS TO THE ONE ENGINE THROUGH THIS AREA,     *
      *    SO EVERY CHANNEL GIVES IDENTICAL ANSWERS.                 *
      *                                                              *
      *    FUNCTIONS:                                                *
      *      INIT     - LOAD THE PERSONA'S KEYWORD/REPLY TABLES      *
      *                 (ELZ-PERSONA-CODE IN).                       *
      *      NEWSESS  - CLEAR THE PER-SESSION MEMORY FOR A FRESH     *
      *                 CONVERSATION.  REPLY ROTATION IS DELIBER-    *
      *                 ATELY LEFT ALONE SO ROTATION CARRIES ON      *
      *                 ACROSS SESSIONS AS IT ALWAYS HAS.            *
      *      CRISIS   - SCAN ELZ-INPUT-TEXT FOR CRISIS PHRASES       *
      *                 ONLY; SETS ELZ-CRISIS-FLAG AND, ON A HIT,    *
      *                 ELZ-CRISIS-TIER (THE MOST SEVERE CRISLEX     *
      *                 TIER MATCHED: I, U, OR W).                   *
      *      REPLY    - ONE FULL TURN: ELZ-INPUT-TEXT IN;            *
      *                 ELZ-REPLY-TEXT, ELZ-KEYWORD-SLOT/TEXT,       *
      *                 ELZ-TRANSLATED-INPUT, AND THE CRISIS FLAG    *
      *                 AND TIER OUT.                                *
      *      GETKEYWD - RETURN THE KEYWORD TEXT FOR                  *
      *                 ELZ-KEYWORD-SLOT.                            *
      *      GETSTATE - COPY THE REPLY ROTATION POSITIONS AND THE    *
      *                 SESSION MEMORY INTO ELZ-ENGINE-STATE, FOR    *
      *                 CHECKPOINTING.  ELZ-REPLY-LAST-USED HOLDS,   *
      *                 PER KEYWORD SLOT, THE POSITION OF THE LAST   *
      *                 REPLY SERVED WITHIN THAT SLOT'S REPLY GROUP  *
      *                 (ZERO = NONE YET).  THERE ARE 60 SLOTS; THE  *
      *                 NOKEYFOUND CATCH-ALL IS ALWAYS THE LAST.     *
      *      SETSTATE - THE REVERSE, FOR RESTART.                    *
      ****************************************************************

       01  ELZ-COMM-AREA.
           05  ELZ-FUNCTION                PIC X(08).
               88  88-ELZ-FN-INIT                      VALUE "INIT".
               88  88-ELZ-FN-NEWSESS                   VALUE "NEWSESS".
               88  88-ELZ-FN-CRISIS                    VALUE "CRISIS".
               88  88-ELZ-FN-REPLY                     VALUE "REPLY".
               88  88-ELZ-FN-GETKEYWD               VALUE "GETKEYWD".
               88  88-ELZ-FN-GETSTATE               VALUE "GETSTATE".
               88  88-ELZ-FN-SETSTATE               VALUE "SETSTATE".
           05  ELZ-RETURN-CODE             PIC 9(02).
               88  88-ELZ-RC-OK                        VALUE 00.
               88  88-ELZ-RC-BAD-FUNCTION              VALUE 08.
           05  ELZ-PERSONA-CODE            PIC X(04).
           05  ELZ-INPUT-TEXT              PIC X(80).
           05  ELZ-REPLY-TEXT              PIC X(79).
           05  ELZ-KEYWORD-SLOT            PIC 9(02).
           05  ELZ-KEYWORD-TEXT            PIC X(14).
           05  ELZ-TRANSLATED-INPUT        PIC X(80).
           05  ELZ-CRISIS-FLAG             PIC X(01).
               88  88-ELZ-CRISIS-FOUND                 VALUE "Y".
               88  88-ELZ-CRISIS-NOT-FOUND             VALUE SPACE.
           05  ELZ-CRISIS-TIER             PIC X(01).
               88  88-ELZ-TIER-IMMEDIATE               VALUE "I".
               88  88-ELZ-TIER-URGENT                  VALUE "U".
               88  88-ELZ-TIER-WATCH                   VALUE "W".
           05  ELZ-ENGINE-STATE.
               10  ELZ-REPLY-LAST-USED     OCCURS 60 TIMES
                                           PIC 9(04).
               10  ELZ-MEMORY-COUNT        PIC 9(02).
               10  ELZ-MEMORY-STORE-NEXT   PIC 9(02).
               10  ELZ-MEMORY-LAST-USED    PIC 9(02).
               10  ELZ-MEMORY-PHRASE       OCCURS 10 TIMES
                                           PIC X(30).
