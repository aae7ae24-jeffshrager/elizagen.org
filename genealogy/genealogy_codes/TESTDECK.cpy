      ****************************************************************
      *    T E S T D E C K . C P Y                                   *
      ****************************************************************
      *    SCRIPT REGRESSION TEST DECK RECORD -- ONE TEST TURN PER   *
      *    RECORD ON A PERSONA'S LINE-SEQUENTIAL TESTDXXXX DECK,     *
      *    NAMED BY PC-TEST-DECK-FILENAME ON THE PERSONAS CATALOG.   *
      *    ELIZAREG DRIVES ELIZAENG THROUGH INIT AND REPLY WITH      *
      *    EACH INPUT AND COMPARES WHAT COMES BACK.                  *
      *                                                              *
      *    TD-CASE-TYPE:  SPACE STARTS A NEW CASE IN A FRESH         *
      *                   SESSION, FROM THE ENGINE STATE AS INIT     *
      *                   LEFT IT (SO EVERY KEYWORD SERVES THE       *
      *                   FIRST REPLY OF ITS GROUP);                 *
      *                   "+" CONTINUES THE CASE ABOVE IT, FOR       *
      *                   TURNS THAT DEPEND ON SESSION MEMORY;       *
      *                   "*" IS A COMMENT AND IS NOT RUN.           *
      *    TD-EXPECTED-KEYWORD IS REQUIRED -- THE KEYWORD TEXT AS    *
      *    THE KEYWORD FILE HOLDS IT, OR NOKEYFOUND.  THE CRISIS     *
      *    AND REPLY EXPECTATIONS ARE OPTIONAL; BLANK MEANS NOT      *
      *    CHECKED.  TD-EXPECTED-CRISIS IS N (NO CRISIS), Y (ANY     *
      *    TIER), OR THE EXACT TIER I, U, OR W.                      *
      ****************************************************************

       01  TEST-DECK-RECORD.
           05  TD-CASE-TYPE                PIC X(01).
               88  88-TD-NEW-CASE                      VALUE SPACE.
               88  88-TD-CONTINUATION                  VALUE "+".
               88  88-TD-COMMENT                       VALUE "*".
           05  TD-INPUT                    PIC X(80).
           05  TD-EXPECTED-KEYWORD         PIC X(14).
           05  TD-EXPECTED-CRISIS          PIC X(01).
               88  88-TD-CRISIS-NOT-CHECKED            VALUE SPACE.
               88  88-TD-EXPECT-NO-CRISIS              VALUE "N".
               88  88-TD-EXPECT-ANY-CRISIS             VALUE "Y".
               88  88-TD-EXPECT-TIER           VALUE "I" "U" "W".
               88  88-TD-CRISIS-VALID
                                       VALUE SPACE "N" "Y" "I" "U" "W".
           05  TD-EXPECTED-REPLY           PIC X(79).
