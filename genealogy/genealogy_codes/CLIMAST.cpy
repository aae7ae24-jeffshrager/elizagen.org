      ****************************************************************
      *    C L I M A S T . C P Y                                     *
      ****************************************************************
      *    CLIENT MASTER RECORD LAYOUT -- ONE RECORD PER REGISTERED  *
      *    CLIENT, KEYED BY CM-CLIENT-ID ON THE INDEXED CLIENTMST    *
      *    FILE.  THE DIALOG FRONT-ENDS REGISTER UNKNOWN CLIENTS ON  *
      *    THE SPOT AND ROLL EACH FINISHED SESSION INTO THE          *
      *    LIFETIME COUNTERS, SO EVERY PROGRAM THAT TOUCHES THE      *
      *    FILE MUST SEE THE SAME LAYOUT -- IT LIVES HERE AND        *
      *    NOWHERE ELSE.                                             *
      *                                                              *
      *    CUTOVER NOTE: CM-STATUS-FLAG WIDENED THIS RECORD FROM     *
      *    76 TO 77 BYTES WHEN THE ELIZACLM MAINTENANCE PROGRAM      *
      *    ARRIVED.  BEFORE THE FIRST RUN AT THIS LAYOUT THE         *
      *    OPERATOR MUST REBUILD CLIENTMST (UNLOAD AND RELOAD        *
      *    THROUGH ELIZACLM ADD TRANSACTIONS, OR A ONE-TIME COPY     *
      *    STEP THAT APPENDS STATUS "A") -- THE INDEXED FILE         *
      *    CANNOT MIX RECORD WIDTHS.                                 *
      ****************************************************************

       01  CLIENT-MASTER-RECORD.
           05  CM-CLIENT-ID                PIC X(08).
           05  CM-CLIENT-NAME              PIC X(30).
           05  CM-PERSONA-CODE             PIC X(04).
           05  CM-FIRST-SEEN-DATE          PIC 9(08).
           05  CM-LAST-SEEN-DATE           PIC 9(08).
           05  CM-LIFETIME-SESSIONS        PIC 9(05).
           05  CM-LIFETIME-TURNS           PIC 9(07).
           05  CM-CRISIS-ALERT-COUNT       PIC 9(05).
           05  CM-STATUS-FLAG              PIC X(01).
               88  88-CM-ACTIVE                        VALUE "A".
               88  88-CM-DEACTIVATED                   VALUE "D".
