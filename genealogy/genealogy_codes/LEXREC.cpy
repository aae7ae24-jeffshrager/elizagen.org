      ****************************************************************
      *    L E X R E C . C P Y                                       *
      ****************************************************************
      *    CRISIS LEXICON RECORD LAYOUT -- ONE RECORD PER ENTRY ON   *
      *    THE LINE-SEQUENTIAL CRISLEX FILE THE CLINICAL LEAD        *
      *    MAINTAINS.  ELIZAENG LOADS IT OVER ITS COMPILED-IN        *
      *    CRISIS-PHRASE TABLE AND ELIZALEX EDITS IT BEFORE THE      *
      *    RUN, SO THE LAYOUT LIVES HERE AND NOWHERE ELSE.           *
      *                                                              *
      *    TWO KINDS OF ENTRY SHARE THE FILE:                        *
      *      P - A CRISIS PHRASE.  ITS TIER SAYS HOW SEVERE A HIT    *
      *          IS: I = IMMEDIATE, U = URGENT, W = WATCH.  THE      *
      *          TIER CODES COLLATE IN SEVERITY ORDER (I BEFORE U    *
      *          BEFORE W), SO THE MOST SEVERE OF SEVERAL HITS IS    *
      *          SIMPLY THE LOWEST CODE.                             *
      *      X - AN EXCLUSION PHRASE ("MOVIE ABOUT SUICIDE",         *
      *          "KILL MYSELF LAUGHING").  WHEREVER ONE APPEARS IN   *
      *          THE INPUT, ANY CRISIS PHRASE INSIDE IT IS NOT A     *
      *          HIT.  THE TIER IS LEFT BLANK.                       *
      *                                                              *
      *    THE PHRASE IS LOWER CASE (THE INPUT IS LOWER-CASED        *
      *    BEFORE THE SCAN) AND CX-PHRASE-LEN IS ITS LENGTH, SO      *
      *    TRAILING-SPACE PHRASES SUCH AS "SUICIDE " CAN BE KEYED.   *
      ****************************************************************

       01  CRISIS-LEXICON-RECORD.
           05  CX-ENTRY-TYPE               PIC X(01).
               88  88-CX-PHRASE                        VALUE "P".
               88  88-CX-EXCLUSION                     VALUE "X".
           05  CX-TIER                     PIC X(01).
               88  88-CX-TIER-IMMEDIATE                VALUE "I".
               88  88-CX-TIER-URGENT                   VALUE "U".
               88  88-CX-TIER-WATCH                    VALUE "W".
               88  88-CX-TIER-VALID            VALUE "I" "U" "W".
           05  CX-PHRASE-LEN               PIC 9(02).
           05  CX-PHRASE                   PIC X(30).
