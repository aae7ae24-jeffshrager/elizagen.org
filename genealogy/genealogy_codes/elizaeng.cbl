       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAENG.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAENG -- THE ELIZA LANGUAGE-MATCHING ENGINE AS A       *
      *    SEPARATELY COMPILED SUBPROGRAM.                           *
      *                                                              *
      *    EVERYTHING THAT DECIDES WHAT ELIZA SAYS LIVES HERE: THE  *
      *    KEYWORD, SYNONYM, REPLY, REPLY-LOCATER, CRISIS-PHRASE,    *
      *    AND SESSION-MEMORY TABLES, THE PRECEDENCE-RANKED SCAN,    *
      *    THE PRONOUN TRANSLATION, THE REPLY ROTATION, AND THE      *
      *    PERSONA MAINTENANCE-FILE LOADS.  FRONT-ENDS (THE BATCH/   *
      *    CONSOLE DIALOG DRIVER, THE INTAKE-DESK SCREEN, THE        *
      *    MESSAGE-QUEUE GATEWAY) CALL IT THROUGH THE ELZCOMM.CPY    *
      *    COMMUNICATION AREA: ONE INPUT LINE IN; THE REPLY, THE     *
      *    MATCHED KEYWORD SLOT AND TEXT, THE TRANSLATED INPUT,      *
      *    AND THE CRISIS FLAG OUT.  ONE ENGINE, ONE VOCABULARY,     *
      *    EVERY CHANNEL GIVING IDENTICAL ANSWERS.                   *
      *                                                              *
      *    THE ENGINE KEEPS ITS OWN STATE (REPLY ROTATION AND THE    *
      *    SESSION MEMORY) BETWEEN CALLS; THE GETSTATE AND SETSTATE  *
      *    FUNCTIONS EXPOSE IT SO A DRIVER CAN CHECKPOINT AND        *
      *    RESTART IT.                                               *
      *                                                              *
      *    A PERSONA MAY HAVE ITS OWN NUMBER OF KEYWORDS AND         *
      *    REPLIES (SEE KEYWDREC.CPY AND REPLYREC.CPY).  EACH REPLY  *
      *    NAMES THE KEYWORD GROUP IT BELONGS TO, AND THE REPLY-     *
      *    LOCATER RANGES ARE BUILT FROM THE FILES AT INIT, SO       *
      *    NOTHING DEPENDS ON WHERE A REPLY SITS IN ITS FILE.        *
      *                                                              *
      *    THE CRISIS PHRASES COME FROM THE CRISLEX LEXICON THE      *
      *    CLINICAL LEAD MAINTAINS (SEE LEXREC.CPY): EACH PHRASE     *
      *    CARRIES A SEVERITY TIER, AND EXCLUSION PHRASES SUPPRESS   *
      *    A HIT IN CONTEXTS SUCH AS "A MOVIE ABOUT SUICIDE".  THE   *
      *    MOST SEVERE TIER HIT COMES BACK IN ELZ-CRISIS-TIER.       *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL KEYWORD-MAINT-FILE
               ASSIGN DYNAMIC 100-KEYWORD-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-KEYWORD-MAINT-STATUS.

           SELECT OPTIONAL REPLY-MAINT-FILE
               ASSIGN DYNAMIC 100-REPLY-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPLY-MAINT-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT OPTIONAL CRISIS-LEXICON-FILE
               ASSIGN TO "CRISLEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-CRISIS-LEXICON-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  KEYWORD-MAINT-FILE.

       COPY KEYWDREC.

       FD  REPLY-MAINT-FILE.

       COPY REPLYREC.

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  CRISIS-LEXICON-FILE.

       COPY LEXREC.

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-FIRST-TIME-FLAG         PIC X(01)   VALUE "Y".
               88  88-100-FIRST-TIME                   VALUE "Y".
           05  100-KEYWORD-MAINT-EOF-FLAG  PIC X(01)   VALUE SPACE.
               88  88-100-KEYWORD-MAINT-EOF            VALUE "Y".
           05  100-REPLY-MAINT-EOF-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-REPLY-MAINT-EOF              VALUE "Y".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-KEYWORD-FLAG            PIC X(01)   VALUE SPACE.
               88  88-100-KEYWORD-FOUND                VALUE "Y".
               88  88-100-KEYWORD-NOT-FOUND            VALUE "N".
           05  100-MEMORY-DUP-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-MEMORY-DUPLICATE             VALUE "Y".
               88  88-100-MEMORY-NEW                   VALUE SPACE.
           05  100-CRISIS-LEXICON-EOF-FLAG PIC X(01)   VALUE SPACE.
               88  88-100-CRISIS-LEXICON-EOF           VALUE "Y".
           05  100-CRISIS-HIT-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-CRISIS-HIT                   VALUE "Y".
           05  100-KEYWORD-MAINT-FILENAME  PIC X(12)  VALUE "KEYWDTHER".
           05  100-REPLY-MAINT-FILENAME    PIC X(12)  VALUE "REPLYTHER".

      ****************************************************************
      *    MAINTENANCE FILE NAMES CAPTURED FROM THE MATCHED          *
      *    PERSONAS CATALOG RECORD -- THE RECORD AREA ITSELF IS      *
      *    GONE ONCE THE CATALOG FILE IS CLOSED.                     *
      ****************************************************************

       01  660-CATALOG-HOLD.
           05  660-CATALOG-KEYWORD-FILENAME PIC X(12)  VALUE SPACES.
           05  660-CATALOG-REPLY-FILENAME  PIC X(12)   VALUE SPACES.

       01  210-USER-INPUT-LC               PIC X(80)   VALUE SPACES.

      ****************************************************************
      *    THE CRISIS SCAN WORKS ON A COPY OF THE LOWER-CASED INPUT  *
      *    WITH EVERY EXCLUSION PHRASE STARRED OUT, SO A CRISIS      *
      *    PHRASE INSIDE AN EXCLUDED CONTEXT CAN NO LONGER MATCH.    *
      ****************************************************************

       01  215-CRISIS-SCAN-WORK            PIC X(80)   VALUE SPACES.

       01  230-TRANSLATED-INPUT            PIC X(80)   VALUE SPACES.

       01  240-REPLY                       PIC X(79)   VALUE SPACES.

       01  250-SUBSTITUTE-WORK             PIC X(100)  VALUE SPACES.

      ****************************************************************
      *    THE REPLY GROUP BEING LOCATED, UPPER-CASED, AND THE ONE   *
      *    REPLY ROW ON ITS WAY INTO 540-REPLY-TABLE.                *
      ****************************************************************

       01  410-REPLY-GROUP                 PIC X(14)   VALUE SPACES.

       01  420-REPLY-ROW                   PIC X(75)   VALUE SPACES.

       01  300-PROGRAM-CONSTANTS.
      *    CEILING ON KEYWORD SLOTS, THE NOKEYFOUND CATCH-ALL
      *    INCLUDED.  NOKEYFOUND ALWAYS HOLDS THE LAST SLOT, SO A
      *    PERSONA MAY HAVE UP TO 300-MAX-PERSONA-KEYWORDS OF ITS
      *    OWN.  THE FRONT-ENDS AND ELZ-ENGINE-STATE ARE SIZED TO
      *    THE SAME CEILING.
           05  300-MAX-KEYWORD-ENTRIES     PIC S9(4)   COMP VALUE +60.
           05  300-MAX-PERSONA-KEYWORDS    PIC S9(4)   COMP VALUE +59.
      *    CEILING ON REPLIES, EVERY REPLY GROUP TOGETHER.
           05  300-MAX-REPLY-ENTRIES       PIC S9(4)   COMP VALUE +300.
      *    ROWS IN THE COMPILED-IN KEYWDDEF AND REPLYDEF LISTS.
           05  300-DEFAULT-KEYWORD-ENTRIES PIC S9(4)   COMP VALUE +35.
           05  300-DEFAULT-REPLY-ENTRIES   PIC S9(4)   COMP VALUE +112.
      *    WIDEST KEYWORD (KM-KEYWORD) AND REPLY (RM-REPLY) TEXT.
           05  300-MAX-KEYWORD-LEN         PIC S9(4)   COMP VALUE +14.
           05  300-MAX-REPLY-LEN           PIC S9(4)   COMP VALUE +58.
           05  300-NOKEYFOUND              PIC X(14)   VALUE
               "NOKEYFOUND".
      *    CEILING ON CRISLEX ENTRIES (PHRASES AND EXCLUSIONS
      *    TOGETHER) -- THE SIZE OF 800-CRISIS-LEXICON-TABLE.
           05  300-MAX-CRISIS-ENTRIES      PIC S9(4)   COMP VALUE +100.
      *    ROWS IN THE COMPILED-IN FALLBACK LIST.
           05  300-DEFAULT-CRISIS-ENTRIES  PIC S9(4)   COMP VALUE +8.
      *    WIDEST CRISIS OR EXCLUSION PHRASE (CX-PHRASE).
           05  300-MAX-CRISIS-PHRASE-LEN   PIC S9(4)   COMP VALUE +30.
           05  300-MAX-SYNONYM-ENTRIES     PIC S9(4)   COMP VALUE +23.
      *    80 (210-USER-INPUT-LC WIDTH) MINUS 14 (WIDEST KEYWORD OR
      *    SYNONYM ENTRY) PLUS 1, SO THE PRECEDENCE SCAN WEIGHS A
      *    KEYWORD ANYWHERE IN THE INPUT WITHOUT THE REFERENCE
      *    MODIFICATION RUNNING PAST THE FIELD.
           05  300-MAX-SCAN-LEN            PIC S9(4)   COMP VALUE +67.
      *    WIDTH OF 215-CRISIS-SCAN-WORK.  THE CRISIS SCAN STOPS
      *    EACH PHRASE AT THIS WIDTH MINUS THE PHRASE LENGTH PLUS
      *    1, SO THE REFERENCE MODIFICATION CANNOT RUN PAST THE
      *    FIELD WHATEVER LENGTH THE LEXICON GIVES A PHRASE.
           05  300-CRISIS-SCAN-WIDTH       PIC S9(4)   COMP VALUE +80.
           05  300-MAX-MEMORY-ENTRIES      PIC S9(4)   COMP VALUE +10.
           05  300-MAX-DELIM-ENTRIES       PIC S9(4)   COMP VALUE +16.
      *    80 (210-USER-INPUT-LC WIDTH) MINUS 4 (LENGTH OF 520-MY-IN)
      *    PLUS 1, SO THE " MY " SCAN CANNOT RUN PAST THE FIELD.
           05  300-MAX-MY-SCAN-LEN         PIC S9(4)   COMP VALUE +77.
      *    80 (230-TRANSLATED-INPUT WIDTH) MINUS 9 (LONGEST ENTRY IN
      *    575-MEMORY-DELIM-TABLE) PLUS 1, FOR THE SAME REASON.
           05  300-MAX-MEMORY-SCAN-LEN     PIC S9(4)   COMP VALUE +70.
           05  300-ASTERISK                PIC X(01)   VALUE "*".

       01  400-PROGRAM-COUNTERS.
           05  400-HOLD-KW-LEN             PIC S9(4)   COMP VALUE ZERO.
           05  400-HOLD-500-K              PIC S9(4)   COMP VALUE +0.
           05  400-HOLD-OFFSET             PIC S9(4)   COMP VALUE +0.
           05  400-OFFSET                  PIC S9(4)   COMP VALUE +0.
           05  400-SUB                     PIC S9(4)   COMP VALUE ZERO.
           05  400-SPACES-COUNT            PIC S9(4)   COMP VALUE ZERO.
           05  400-MY-OFFSET               PIC S9(4)   COMP VALUE ZERO.
           05  400-BEST-RANK               PIC S9(4)   COMP VALUE ZERO.
           05  400-DELIM-OFFSET            PIC S9(4)   COMP VALUE ZERO.
           05  400-PHRASE-LEN              PIC S9(4)   COMP VALUE ZERO.
           05  400-CRISIS-ENTRY-COUNT      PIC S9(4)   COMP VALUE +8.
           05  400-CRISIS-ROWS-LOADED      PIC S9(4)   COMP VALUE ZERO.
           05  400-CRISIS-PHRASE-COUNT     PIC S9(4)   COMP VALUE ZERO.
           05  400-CRISIS-REJECT-COUNT     PIC S9(4)   COMP VALUE ZERO.
           05  400-CRISIS-SCAN-LIMIT       PIC S9(4)   COMP VALUE ZERO.
           05  400-KEYWORD-COUNT           PIC S9(4)   COMP VALUE ZERO.
           05  400-KEYWORD-REJECT-COUNT    PIC S9(4)   COMP VALUE ZERO.
           05  400-STAGED-REPLY-COUNT      PIC S9(4)   COMP VALUE ZERO.
           05  400-REPLY-REJECT-COUNT      PIC S9(4)   COMP VALUE ZERO.
           05  400-REPLY-ROW-COUNT         PIC S9(4)   COMP VALUE ZERO.
           05  400-REPLY-OVERFLOW-COUNT    PIC S9(4)   COMP VALUE ZERO.
           05  400-UNANSWERED-COUNT        PIC S9(4)   COMP VALUE ZERO.
           05  400-GROUP-LO                PIC S9(4)   COMP VALUE ZERO.
           05  400-SHARED-SLOT             PIC S9(4)   COMP VALUE ZERO.
           05  400-ROTATION-POSITION       PIC S9(4)   COMP VALUE ZERO.
           05  400-SYN-SUB                 PIC S9(4)   COMP VALUE ZERO.


      ****************************************************************
      *    THE PERSONA'S KEYWORD TABLE, BUILT AT INIT FROM ITS       *
      *    KEYWORD FILE (OR THE COMPILED-IN LIST IN KEYWDDEF.CPY)    *
      *    IN THE KEYWDXXXX RECORD LAYOUT.  400-KEYWORD-COUNT SAYS   *
      *    HOW MANY SLOTS FROM THE TOP ARE IN USE; THE NOKEYFOUND    *
      *    CATCH-ALL ALWAYS SITS IN THE LAST SLOT, WHATEVER THE      *
      *    PERSONA, SO EVERY FRONT-END CAN TEST FOR IT BY SLOT.      *
      ****************************************************************

       01  500-KEYWORD-TABLE.
           05  500-KEYWORD-ENTRY       OCCURS 60 TIMES
                                       INDEXED BY 500-K.
               10  500-KW-LEN              PIC 9(02).
               10  500-KEYWORD             PIC X(14).
               10  500-KW-RANK             PIC 9(02).
               10  500-KW-REPLY-GROUP      PIC X(14).

       COPY KEYWDDEF.

       01  510-NOKEYFOUND-ENTRY            PIC X(32)   VALUE
               "10NOKEYFOUND    00NOKEYFOUND".


       01  520-TRANSLATION-CONSTANTS. 
           05 520-THING-IN                 PIC X(05)   VALUE "thing". 
           05 520-HIGH-IN                  PIC X(04)   VALUE "high". 
           05 520-SHI-IN                   PIC X(03)   VALUE "shi". 
           05 520-CHI-IN                   PIC X(03)   VALUE "chi". 
           05 520-HIT-IN                   PIC X(03)   VALUE "hit". 
           05 520-OUR-IN                   PIC X(03)   VALUE "our".
           05 520-SURE-IN                  PIC X(04)   VALUE "sure".
           05 520-TIME-IN                  PIC X(04)   VALUE "time".
           05 520-QMARK-IN                 PIC X(02)   VALUE "? ".
           05 520-XMARK-IN                 PIC X(02)   VALUE "! ".
           05 520-FSTOP-IN                 PIC X(02)   VALUE ". ".

           05 520-THING-OUT                PIC X(05)   VALUE "th!ng".
           05 520-HIGH-OUT                 PIC X(04)   VALUE "h!gh".
           05 520-SHI-OUT                  PIC X(03)   VALUE "sh!".
           05 520-CHI-OUT                  PIC X(03)   VALUE "ch!".
           05 520-HIT-OUT                  PIC X(03)   VALUE "h!t".
           05 520-OUR-OUT                  PIC X(03)   VALUE "0ur".
           05 520-SURE-OUT                 PIC X(04)   VALUE "su#e".
           05 520-TIME-OUT                 PIC X(04)   VALUE "t!me".
           05 520-QMARK-OUT                PIC X(02)   VALUE "  ".
           05 520-FSTOP-OUT                PIC X(02)   VALUE "  ".

           05 520-ARE-IN                   PIC X(05)   VALUE " are ". 
           05 520-WERE-IN                  PIC X(06)   VALUE " were ".
           05 520-YOU-IN                   PIC X(05)   VALUE " you ".
           05 520-YOUR-IN                  PIC X(06)   VALUE " your ".
           05 520-MY-IN                    PIC X(04)   VALUE " my ".
           05 520-MY-LEAD-IN               PIC X(03)   VALUE "my ".
           05 520-IVE-IN                   PIC X(06)   VALUE " i've ".
           05 520-IM-IN                    PIC X(05)   VALUE " i'm ".
           05 520-I-AM-IN                  PIC X(06)   VALUE " i am ".
           05 520-ME-IN                    PIC X(04)   VALUE " me ".
           05 520-I-IN                     PIC X(03)   VALUE " i ".
           05 520-YOURE-IN                 PIC X(08)   VALUE " you're ". 
           05 520-YOU-ARE-IN           PIC X(09)   VALUE " you are ". 
           05 520-YOURSELF-IN          PIC X(10)   VALUE " yourself ". 

           05 520-AM-OUT                   PIC X(04)   VALUE " am ". 
           05 520-WAS-OUT                  PIC X(05)   VALUE " was ".
           05 520-I-FIX                    PIC X(04)   VALUE " i# ".
           05 520-IM-FIX                   PIC X(06)   VALUE " i'm# ".
           05 520-I-AM-FIX                 PIC X(07)   VALUE " i am# ". 
           05 520-MY-FIX                   PIC X(05)   VALUE " my# ".
           05 520-YOUR-FIX                 PIC X(07)   VALUE " your# ".
           05 520-YOUVE-OUT                PIC X(08)   VALUE " you've ".
           05 520-YOURE-OUT                PIC X(08)   VALUE " you're ".
           05 520-YOU-FIX                  PIC X(06)   VALUE " you# ".
           05 520-MYSELF-OUT               PIC X(08)   VALUE " myself ". 

           05 520-I-OUT                    PIC X(03)   VALUE " I ".
           05 520-IM-OUT                   PIC X(05)   VALUE " I'm ".
           05 520-I-AM-OUT                 PIC X(06)   VALUE " I am ".
           05 520-MY-OUT                   PIC X(04)   VALUE " my ".
           05 520-YOUR-OUT                 PIC X(06)   VALUE " your ".
           05 520-YOU-OUT                  PIC X(05)   VALUE " you ".

      ****************************************************************
      *    REPLY FILE STAGING AREA.  THE PERSONA'S REPLY FILE IS     *
      *    READ IN HERE FIRST, IN FILE ORDER, WITH EACH GROUP TAG    *
      *    UPPER-CASED FOR MATCHING; 0075 THEN GATHERS IT, GROUP BY  *
      *    GROUP, INTO 540-REPLY-TABLE.                              *
      ****************************************************************

       01  530-REPLY-STAGING-TABLE.
           05  530-REPLY-ENTRY         OCCURS 300 TIMES
                                       INDEXED BY 530-R.
               10  530-REPLY-KEYWORD       PIC X(14).
               10  530-REPLY-ECHO-END      PIC X(01).
               10  530-REPLY-LENGTH        PIC 9(02).
               10  530-REPLY               PIC X(58).

      ****************************************************************
      *    THE PERSONA'S REPLY TABLE, BUILT AT INIT WITH EACH REPLY  *
      *    GROUP'S ROWS CONTIGUOUS, SO ONE LO/HI RANGE IN            *
      *    560-REPLY-LOCATER-TABLE COVERS THE GROUP.                 *
      ****************************************************************

       01  540-REPLY-TABLE.
           05  540-REPLY-ENTRY         OCCURS 300 TIMES
                                       INDEXED BY 540-R.
               10  540-REPLY-KEYWORD       PIC X(14).
               10  540-REPLY-ECHO-END      PIC X(01).
                   88  88-540-ECHO-ENDS-STOP           VALUE ".".
               10  540-REPLY-LENGTH        PIC 9(02).
               10  540-REPLY               PIC X(58).

       COPY REPLYDEF.

      ****************************************************************
      *    REPLY LOCATER TABLE, ONE ENTRY PER 500-KEYWORD-TABLE      *
      *    SLOT: THE UPPER-CASED REPLY GROUP THE SLOT ANSWERS FROM,  *
      *    THE FIRST AND LAST 540-REPLY-TABLE ROW OF THAT GROUP, AND *
      *    THE ROW MOST RECENTLY SERVED, SO THE REPLIES CAN BE       *
      *    ROTATED ROUND-ROBIN.  BUILT AT INIT BY 0075; KEYWORDS     *
      *    SHARING A GROUP SHARE ITS RANGE BUT ROTATE ON THEIR OWN.  *
      ****************************************************************

       01  560-REPLY-LOCATER-TABLE.
           05  560-REPLY-LOCATER-ENTRY OCCURS 60 TIMES
                                       INDEXED BY 560-L.
               10  560-REPLY-GROUP         PIC X(14).
               10  560-REPLY-LO            PIC 9(04).
               10  560-REPLY-HI            PIC 9(04).
               10  560-REPLY-LAST-USED     PIC 9(04).

      ****************************************************************
      *    EACH KEYWORD'S ROTATION, HELD BY KEYWORD TEXT AS ITS      *
      *    POSITION WITHIN THE KEYWORD'S REPLY GROUP WHILE 0055      *
      *    REBUILDS THE TABLES, SO A PERSONA RELOAD CARRIES THE      *
      *    ROTATION ON INSTEAD OF SNAPPING IT BACK TO THE FIRST      *
      *    REPLY -- EVEN WHEN THE RELOADED FILE HAS MOVED THE        *
      *    KEYWORD TO ANOTHER SLOT.  A KEYWORD NEW TO THE TABLE      *
      *    STARTS AT ITS GROUP'S FIRST REPLY.                        *
      ****************************************************************

       01  565-ROTATION-HOLD.
           05  565-ROTATION-ENTRY      OCCURS 60 TIMES
                                       INDEXED BY 565-H.
               10  565-HELD-KEYWORD        PIC X(14)   VALUE SPACES.
               10  565-ROTATION-POSITION   PIC 9(04)   VALUE ZERO.


      ****************************************************************
      *    SESSION MEMORY OF "MY ..." PHRASES.  WHEN THE USER SAYS   *
      *    " MY " FOLLOWED BY A NOUN PHRASE, THE TRANSLATED PHRASE   *
      *    IS REMEMBERED HERE; A LATER TURN THAT FALLS THROUGH TO    *
      *    THE NOKEYFOUND SLOT CAN THEN CALL IT BACK ("EARLIER YOU   *
      *    SPOKE OF YOUR JOB...") INSTEAD OF SERVING A CANNED        *
      *    CATCH-ALL REPLY, AS THE ORIGINAL 1966 PROGRAM DID.  THE   *
      *    TABLE WRAPS AROUND WHEN FULL, SO THE TEN MOST RECENT      *
      *    PHRASES ARE KEPT.                                         *
      ****************************************************************

       01  570-SESSION-MEMORY.
           05  570-MEMORY-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  570-MEMORY-STORE-NEXT       PIC S9(4) COMP VALUE ZERO.
           05  570-MEMORY-LAST-USED        PIC S9(4) COMP VALUE ZERO.
           05  570-MEMORY-PHRASE       OCCURS 10 TIMES
                                       INDEXED BY 570-M
                                       PIC X(30)   VALUE SPACES.

      ****************************************************************
      *    PHRASE DELIMITERS FOR THE SESSION MEMORY.  THE MEMORY     *
      *    WANTS ONLY THE NOUN PHRASE ("YOUR JOB"), NOT THE WHOLE    *
      *    CLAUSE ("YOUR JOB IS HARD"), SO THE CAPTURED TEXT IS CUT  *
      *    AT THE FIRST OF THESE CONNECTIVES.                        *
      ****************************************************************

       01  575-MEMORY-DELIM-TABLE-DATA.
           05  FILLER   PIC X(12)  VALUE "04 is ".
           05  FILLER   PIC X(12)  VALUE "05 are ".
           05  FILLER   PIC X(12)  VALUE "05 was ".
           05  FILLER   PIC X(12)  VALUE "06 were ".
           05  FILLER   PIC X(12)  VALUE "05 has ".
           05  FILLER   PIC X(12)  VALUE "06 have ".
           05  FILLER   PIC X(12)  VALUE "05 and ".
           05  FILLER   PIC X(12)  VALUE "05 but ".
           05  FILLER   PIC X(12)  VALUE "04 so ".
           05  FILLER   PIC X(12)  VALUE "06 that ".
           05  FILLER   PIC X(12)  VALUE "07 which ".
           05  FILLER   PIC X(12)  VALUE "09 because ".
           05  FILLER   PIC X(12)  VALUE "07 seems ".
           05  FILLER   PIC X(12)  VALUE "07 feels ".
           05  FILLER   PIC X(12)  VALUE "07 makes ".
           05  FILLER   PIC X(12)  VALUE "06 gets ".

       01  575-MEMORY-DELIM-TABLE REDEFINES 575-MEMORY-DELIM-TABLE-DATA.
           05  575-MEMORY-DELIM-ENTRY  OCCURS 16 TIMES
                                       INDEXED BY 575-D.
               10  575-DELIM-LEN           PIC 9(02).
               10  575-DELIM-TEXT          PIC X(10).


       01  600-PROGRAM-MESSAGES.
           05  600-MEMORY-REPLY-PREFIX     PIC X(21)   VALUE
               "Earlier you spoke of ".

           05  600-MEMORY-REPLY-SUFFIX     PIC X(28)   VALUE
               " -- tell me more about that.".


      ****************************************************************
      *    CRISIS LEXICON TABLE, IN THE CRISLEX RECORD LAYOUT (SEE   *
      *    LEXREC.CPY).  THE COMPILED-IN ROWS ARE THE ORIGINAL       *
      *    EIGHT PHRASES, ALL AT TIER I, AND STAND ONLY WHEN NO      *
      *    USABLE CRISLEX FILE IS PRESENT -- THE ENGINE NEVER RUNS   *
      *    WITHOUT CRISIS DETECTION.  400-CRISIS-ENTRY-COUNT SAYS    *
      *    HOW MANY ROWS ARE IN USE.                                 *
      ****************************************************************

       01  800-CRISIS-LEXICON-DATA.
           05  FILLER   PIC X(34)  VALUE "PI11kill myself".
           05  FILLER   PIC X(34)  VALUE "PI07suicide".
           05  FILLER   PIC X(34)  VALUE "PI11end my life".
           05  FILLER   PIC X(34)  VALUE "PI11hurt myself".
           05  FILLER   PIC X(34)  VALUE "PI11want to die".
           05  FILLER   PIC X(34)  VALUE "PI11harm myself".
           05  FILLER   PIC X(34)  VALUE "PI09self harm".
           05  FILLER   PIC X(34)  VALUE "PI10cut myself".
           05  FILLER   PIC X(3128) VALUE SPACES.

       01  800-CRISIS-LEXICON-TABLE
               REDEFINES 800-CRISIS-LEXICON-DATA.
           05  800-CRISIS-ENTRY        OCCURS 100 TIMES
                                       INDEXED BY 800-K.
               10  800-CX-ENTRY-TYPE       PIC X(01).
                   88  88-800-CX-PHRASE                VALUE "P".
                   88  88-800-CX-EXCLUSION             VALUE "X".
               10  800-CX-TIER             PIC X(01).
               10  800-CP-LEN              PIC 9(02).
               10  800-CRISIS-PHRASE       PIC X(30).

       01  805-CRISIS-LEXICON-DEFAULTS     PIC X(3400) VALUE SPACES.

       COPY SYNTAB.

      ****************************************************************
      *    THE 500-KEYWORD-TABLE SLOT EACH SYNONYM FIRES FOR THE     *
      *    PERSONA IN EFFECT, RESOLVED FROM 820-SYN-KEYWORD AT       *
      *    INIT.  ZERO MEANS THE PERSONA HAS NO SUCH KEYWORD.        *
      ****************************************************************

       01  825-SYNONYM-SLOT-TABLE.
           05  825-SYNONYM-SLOT        OCCURS 23 TIMES
                                       PIC S9(4)   COMP.

       01  900-FILE-STATUS-FIELDS.
           05  900-KEYWORD-MAINT-STATUS    PIC X(02)   VALUE "00".
               88  88-900-KEYWORD-MAINT-PRESENT        VALUE "00".
           05  900-REPLY-MAINT-STATUS      PIC X(02)   VALUE "00".
               88  88-900-REPLY-MAINT-PRESENT          VALUE "00".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-CRISIS-LEXICON-STATUS   PIC X(02)   VALUE "00".
               88  88-900-CRISIS-LEXICON-PRESENT       VALUE "00".

       LINKAGE SECTION.

       COPY ELZCOMM.

       PROCEDURE DIVISION USING ELZ-COMM-AREA.

      ****************************************************************
      *    0 0 0 0 - D I S P A T C H - F U N C T I O N .             *
      ****************************************************************
      *    ONE CALL, ONE FUNCTION.  ON THE VERY FIRST CALL OF THE    *
      *    RUN THE KEYWORD AND REPLY TABLES ARE BUILT FROM THE       *
      *    COMPILED-IN LISTS AND THE PRISTINE COPY OF THE COMPILED-  *
      *    IN CRISIS PHRASES IS TAKEN, BEFORE ANY MAINTENANCE FILE   *
      *    CAN OVERLAY THEM, AND THE CRISIS LEXICON IS LOADED THEN   *
      *    SO EVEN A CRISIS CALL AHEAD OF THE FIRST INIT SCANS WITH  *
      *    IT.                                                       *
      ****************************************************************

       0000-DISPATCH-FUNCTION.

           IF 88-100-FIRST-TIME
               PERFORM 0050-LOAD-COMPILED-TABLES
               MOVE 800-CRISIS-LEXICON-DATA
                                       TO 805-CRISIS-LEXICON-DEFAULTS
               MOVE "N"                TO 100-FIRST-TIME-FLAG
               PERFORM 0080-LOAD-CRISIS-LEXICON
           END-IF
           MOVE ZERO                   TO ELZ-RETURN-CODE
           EVALUATE TRUE
               WHEN 88-ELZ-FN-INIT
                   PERFORM 0100-INIT-PERSONA
               WHEN 88-ELZ-FN-NEWSESS
                   PERFORM 0200-RESET-SESSION-MEMORY
               WHEN 88-ELZ-FN-CRISIS
                   MOVE FUNCTION LOWER-CASE (ELZ-INPUT-TEXT)
                                       TO 210-USER-INPUT-LC
                   PERFORM 0900-SCAN-FOR-CRISIS-PHRASE
               WHEN 88-ELZ-FN-REPLY
                   PERFORM 0700-BUILD-ONE-REPLY
               WHEN 88-ELZ-FN-GETKEYWD
                   PERFORM 0300-GET-KEYWORD-TEXT
               WHEN 88-ELZ-FN-GETSTATE
                   PERFORM 0400-GET-ENGINE-STATE
               WHEN 88-ELZ-FN-SETSTATE
                   PERFORM 0500-SET-ENGINE-STATE
               WHEN OTHER
                   MOVE 08             TO ELZ-RETURN-CODE
           END-EVALUATE
           GOBACK.

      ****************************************************************
      *    0 1 0 0 - I N I T - P E R S O N A .                       *
      ****************************************************************
      *    POINT THE MAINTENANCE-FILE NAMES AT THE REQUESTED         *
      *    PERSONA AND RELOAD THE VOCABULARY TABLES.  THE PERSONAS   *
      *    CATALOG (SEE PERSONA.CPY) IS CONSULTED FIRST, SO A NEW    *
      *    PERSONA NEEDS ONLY A CATALOG RECORD AND ITS FILES; A      *
      *    CODE NOT CATALOGED FALLS BACK TO THE COMPILED-IN          *
      *    CRER/THER SELECTION, AND ANY CODE STILL UNRECOGNIZED     *
      *    FALLS BACK TO THE THERAPIST, AS IT ALWAYS HAS.  THE       *
      *    CRISIS LEXICON IS RELOADED TOO, SO A LONG-RUNNING FRONT-  *
      *    END PICKS UP A REVISED CRISLEX AT ITS NEXT SESSION.       *
      ****************************************************************

       0100-INIT-PERSONA.

           MOVE FUNCTION UPPER-CASE (ELZ-PERSONA-CODE)
                               TO ELZ-PERSONA-CODE
           PERFORM 0110-LOOK-UP-PERSONA-CATALOG
           IF 88-100-PERSONA-IN-CATALOG
               MOVE 660-CATALOG-KEYWORD-FILENAME
                                       TO 100-KEYWORD-MAINT-FILENAME
               MOVE 660-CATALOG-REPLY-FILENAME
                                       TO 100-REPLY-MAINT-FILENAME
           ELSE
               IF ELZ-PERSONA-CODE = "CRER"
                   MOVE "KEYWDCRER"    TO 100-KEYWORD-MAINT-FILENAME
                   MOVE "REPLYCRER"    TO 100-REPLY-MAINT-FILENAME
               ELSE
                   MOVE "THER"         TO ELZ-PERSONA-CODE
                   MOVE "KEYWDTHER"    TO 100-KEYWORD-MAINT-FILENAME
                   MOVE "REPLYTHER"    TO 100-REPLY-MAINT-FILENAME
               END-IF
           END-IF
           PERFORM 0055-RELOAD-PERSONA-TABLES
           PERFORM 0080-LOAD-CRISIS-LEXICON
           .

      ****************************************************************
      *  0 1 1 0 - L O O K - U P - P E R S O N A - C A T A L O G .   *
      ****************************************************************
      *    SCAN THE PERSONAS CONTROL FILE FOR THE REQUESTED CODE     *
      *    AND CAPTURE ITS MAINTENANCE FILE NAMES.  AN ABSENT FILE   *
      *    SIMPLY LEAVES THE CATALOG FLAG DOWN.                      *
      ****************************************************************

       0110-LOOK-UP-PERSONA-CATALOG.

           MOVE SPACE                  TO 100-PERSONA-CATALOG-FLAG
           MOVE SPACE                  TO 100-PERSONAS-EOF-FLAG
           OPEN INPUT PERSONAS-FILE
           IF 88-900-PERSONAS-PRESENT
               PERFORM UNTIL 88-100-PERSONAS-EOF
                       OR 88-100-PERSONA-IN-CATALOG
                   READ PERSONAS-FILE
                       AT END
                           SET 88-100-PERSONAS-EOF TO TRUE
                       NOT AT END
                           IF FUNCTION UPPER-CASE (PC-PERSONA-CODE)
                                   = ELZ-PERSONA-CODE
                               SET 88-100-PERSONA-IN-CATALOG TO TRUE
                               MOVE PC-KEYWORD-FILENAME
                                   TO 660-CATALOG-KEYWORD-FILENAME
                               MOVE PC-REPLY-FILENAME
                                   TO 660-CATALOG-REPLY-FILENAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *  0 2 0 0 - R E S E T - S E S S I O N - M E M O R Y .         *
      ****************************************************************
      *    A FRESH CONVERSATION IS STARTING -- FORGET THE PREVIOUS   *
      *    PATIENT'S "MY ..." PHRASES.  THE REPLY ROTATION IS LEFT   *
      *    ALONE ON PURPOSE, AS IT ALWAYS CARRIED ACROSS SESSIONS.   *
      ****************************************************************

       0200-RESET-SESSION-MEMORY.

           INITIALIZE 570-SESSION-MEMORY
           .

      ****************************************************************
      *  0 3 0 0 - G E T - K E Y W O R D - T E X T .                 *
      ****************************************************************

       0300-GET-KEYWORD-TEXT.

           IF ELZ-KEYWORD-SLOT >= 1
                   AND ELZ-KEYWORD-SLOT <= 300-MAX-KEYWORD-ENTRIES
               SET 500-K               TO ELZ-KEYWORD-SLOT
               MOVE 500-KEYWORD (500-K) TO ELZ-KEYWORD-TEXT
           ELSE
               MOVE SPACES             TO ELZ-KEYWORD-TEXT
           END-IF
           .

      ****************************************************************
      *  0 4 0 0 - G E T - E N G I N E - S T A T E .                 *
      ****************************************************************
      *    EACH SLOT'S ROTATION GOES OUT AS ITS POSITION WITHIN THE  *
      *    SLOT'S REPLY GROUP (1 = THE GROUP'S FIRST REPLY), NOT AS  *
      *    A 540-REPLY-TABLE ROW NUMBER, SO A CHECKPOINT STILL MEANS *
      *    THE SAME THING AFTER A REPLY FILE GROWS OR SHRINKS.       *
      ****************************************************************

       0400-GET-ENGINE-STATE.

           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               SET 560-L               TO 400-SUB
               PERFORM 0450-GET-ROTATION-POSITION
               MOVE 400-ROTATION-POSITION
                                       TO ELZ-REPLY-LAST-USED (400-SUB)
           END-PERFORM
           MOVE 570-MEMORY-COUNT       TO ELZ-MEMORY-COUNT
           MOVE 570-MEMORY-STORE-NEXT  TO ELZ-MEMORY-STORE-NEXT
           MOVE 570-MEMORY-LAST-USED   TO ELZ-MEMORY-LAST-USED
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-MEMORY-ENTRIES
               MOVE 570-MEMORY-PHRASE (400-SUB)
                                       TO ELZ-MEMORY-PHRASE (400-SUB)
           END-PERFORM
           .

      ****************************************************************
      *  0 5 0 0 - S E T - E N G I N E - S T A T E .                 *
      ****************************************************************
      *    THE REVERSE OF 0400.  A POSITION THE SLOT'S REPLY GROUP   *
      *    CANNOT HOLD (A CHECKPOINT TAKEN UNDER A LONGER REPLY      *
      *    FILE, OR UNDER ANOTHER PERSONA) RESTARTS THE SLOT AT ITS  *
      *    FIRST REPLY.                                              *
      ****************************************************************

       0500-SET-ENGINE-STATE.

           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               SET 560-L               TO 400-SUB
               IF ELZ-REPLY-LAST-USED (400-SUB) NUMERIC
                   MOVE ELZ-REPLY-LAST-USED (400-SUB)
                                       TO 400-ROTATION-POSITION
               ELSE
                   MOVE ZERO           TO 400-ROTATION-POSITION
               END-IF
               PERFORM 0550-SET-ROTATION-POSITION
           END-PERFORM
           MOVE ELZ-MEMORY-COUNT       TO 570-MEMORY-COUNT
           MOVE ELZ-MEMORY-STORE-NEXT  TO 570-MEMORY-STORE-NEXT
           MOVE ELZ-MEMORY-LAST-USED   TO 570-MEMORY-LAST-USED
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-MEMORY-ENTRIES
               MOVE ELZ-MEMORY-PHRASE (400-SUB)
                                       TO 570-MEMORY-PHRASE (400-SUB)
           END-PERFORM
           .

      ****************************************************************
      *  0 4 5 0 - G E T - R O T A T I O N - P O S I T I O N .       *
      ****************************************************************
      *    THE POSITION OF SLOT 560-L'S LAST-SERVED REPLY WITHIN     *
      *    ITS REPLY GROUP, OR ZERO FOR A SLOT NOT IN USE.           *
      ****************************************************************

       0450-GET-ROTATION-POSITION.

           IF 560-REPLY-HI (560-L) > ZERO
               COMPUTE 400-ROTATION-POSITION =
                   560-REPLY-LAST-USED (560-L)
                   - 560-REPLY-LO (560-L) + 1
           ELSE
               MOVE ZERO               TO 400-ROTATION-POSITION
           END-IF
           .

      ****************************************************************
      *  0 5 5 0 - S E T - R O T A T I O N - P O S I T I O N .       *
      ****************************************************************
      *    POINT SLOT 560-L'S LAST-SERVED REPLY AT POSITION          *
      *    400-ROTATION-POSITION WITHIN ITS REPLY GROUP.  ZERO, OR   *
      *    A POSITION PAST THE END OF THE GROUP, LEAVES THE SLOT ON  *
      *    ITS LAST REPLY SO THE NEXT TURN SERVES THE FIRST.         *
      ****************************************************************

       0550-SET-ROTATION-POSITION.

           IF 400-ROTATION-POSITION > ZERO
                   AND 400-ROTATION-POSITION <=
                       560-REPLY-HI (560-L) - 560-REPLY-LO (560-L) + 1
               COMPUTE 560-REPLY-LAST-USED (560-L) =
                   560-REPLY-LO (560-L) + 400-ROTATION-POSITION - 1
           ELSE
               MOVE 560-REPLY-HI (560-L) TO 560-REPLY-LAST-USED (560-L)
           END-IF
           .

      ****************************************************************
      *  0 7 0 0 - B U I L D - O N E - R E P L Y .                   *
      ****************************************************************
      *    ONE FULL CONVERSATION TURN: LOWER-CASE THE INPUT, RAISE   *
      *    THE CRISIS FLAG IF A CRISIS PHRASE IS PRESENT, FIND THE   *
      *    HIGHEST-RANKED KEYWORD, TRANSLATE THE ECHO PHRASE, BUILD  *
      *    THE REPLY, HAND THE OUTPUTS BACK, AND FINALLY REMEMBER    *
      *    ANY "MY ..." PHRASE FOR A LATER TURN.  A CALLER THAT      *
      *    ONLY EVER ISSUES REPLY STILL GETS A FRESH CRISIS FLAG     *
      *    ON EVERY CALL.                                            *
      ****************************************************************

       0700-BUILD-ONE-REPLY.

           MOVE FUNCTION LOWER-CASE (ELZ-INPUT-TEXT)
                                       TO 210-USER-INPUT-LC
           PERFORM 0900-SCAN-FOR-CRISIS-PHRASE
           PERFORM 1000-SCAN-FOR-KEYWORD
      ****************************************************************
      *    WHEN NO KEYWORD MATCHED, TRANSLATE THE WHOLE INPUT        *
      *    INSTEAD OF BLANKING IT, SO THE EXTRACT SHOWS WHAT KIND    *
      *    OF PHRASING FELL THROUGH TO NOKEYFOUND AND VOCABULARY     *
      *    MAINTENANCE HAS SOMETHING TO WORK FROM.                   *
      ****************************************************************
           IF 400-HOLD-OFFSET = ZERO
               MOVE +1                 TO 400-HOLD-OFFSET
           END-IF
           PERFORM 2000-TRANSLATE-USER-INPUT
           PERFORM 3000-BUILD-KEYWORD-REPLY
           MOVE 240-REPLY              TO ELZ-REPLY-TEXT
           MOVE 230-TRANSLATED-INPUT   TO ELZ-TRANSLATED-INPUT
           MOVE 400-HOLD-500-K         TO ELZ-KEYWORD-SLOT
           SET 500-K                   TO 400-HOLD-500-K
           MOVE 500-KEYWORD (500-K)    TO ELZ-KEYWORD-TEXT
           PERFORM 2500-REMEMBER-MY-PHRASE
           .


      ****************************************************************
      *  0 0 5 0 - L O A D - C O M P I L E D - T A B L E S .         *
      ****************************************************************
      *    FIRST CALL OF THE RUN: BUILD THE KEYWORD AND REPLY        *
      *    TABLES FROM THE COMPILED-IN LISTS ALONE, SO A FRONT-END   *
      *    THAT SENDS A TURN AHEAD OF ITS FIRST INIT STILL GETS THE  *
      *    THERAPIST, AS IT ALWAYS DID.                              *
      ****************************************************************

       0050-LOAD-COMPILED-TABLES.

           PERFORM 0062-LOAD-DEFAULT-KEYWORDS
           MOVE ZERO                   TO 400-STAGED-REPLY-COUNT
           PERFORM 0075-BUILD-REPLY-RANGES
           PERFORM 0079-RESOLVE-SYNONYM-SLOTS
           PERFORM 0058-RESTORE-ROTATION-POSITIONS
           .

      ****************************************************************
      *  0 0 5 4 - H O L D - R O T A T I O N - P O S I T I O N S .   *
      ****************************************************************

       0054-HOLD-ROTATION-POSITIONS.

           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               SET 500-K               TO 400-SUB
               SET 560-L               TO 400-SUB
               SET 565-H               TO 400-SUB
               PERFORM 0450-GET-ROTATION-POSITION
               MOVE 500-KEYWORD (500-K) TO 565-HELD-KEYWORD (565-H)
               MOVE 400-ROTATION-POSITION
                                   TO 565-ROTATION-POSITION (565-H)
           END-PERFORM
           .

      ****************************************************************
      *  0 0 5 5 - R E L O A D - P E R S O N A - T A B L E S .       *
      ****************************************************************
      *    LOAD THE MAINTENANCE FILES FOR THE PERSONA NOW IN EFFECT  *
      *    AND BUILD ITS KEYWORD TABLE, REPLY TABLE, AND REPLY       *
      *    RANGES FROM THEM, FALLING BACK TO THE COMPILED-IN LISTS   *
      *    WHEREVER A FILE IS ABSENT OR SILENT.  THE REPLY ROTATION  *
      *    IS HELD AS A POSITION WITHIN EACH SLOT'S REPLY GROUP      *
      *    ACROSS THE REBUILD, SO IT CARRIES ON ACROSS A PERSONA     *
      *    RELOAD AS IT ALWAYS HAS.                                  *
      ****************************************************************

       0055-RELOAD-PERSONA-TABLES.

           PERFORM 0054-HOLD-ROTATION-POSITIONS
           PERFORM 0060-LOAD-KEYWORD-MAINT-TABLE
           PERFORM 0070-LOAD-REPLY-MAINT-TABLE
           PERFORM 0075-BUILD-REPLY-RANGES
           PERFORM 0079-RESOLVE-SYNONYM-SLOTS
           PERFORM 0058-RESTORE-ROTATION-POSITIONS
           .

      ****************************************************************
      *  0 0 5 8 - R E S T O R E - R O T A T I O N - P O S N S .     *
      ****************************************************************

       0058-RESTORE-ROTATION-POSITIONS.

           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL 400-SUB > 300-MAX-KEYWORD-ENTRIES
               SET 500-K               TO 400-SUB
               SET 560-L               TO 400-SUB
               MOVE ZERO               TO 400-ROTATION-POSITION
               IF 500-KEYWORD (500-K) NOT = SPACES
                   PERFORM VARYING 565-H FROM +1 BY +1
                           UNTIL   565-H > 300-MAX-KEYWORD-ENTRIES
                       IF 565-HELD-KEYWORD (565-H) =
                               500-KEYWORD (500-K)
                           MOVE 565-ROTATION-POSITION (565-H)
                                       TO 400-ROTATION-POSITION
                           SET 565-H   TO 300-MAX-KEYWORD-ENTRIES
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 0550-SET-ROTATION-POSITION
           END-PERFORM
           .

      ****************************************************************
      *  0 0 6 0 - L O A D - K E Y W O R D - M A I N T - T A B L E . *
      ****************************************************************
      *    IF A KEYWORD-MAINT-FILE IS PRESENT, ITS ROWS BECOME THE   *
      *    PERSONA'S WHOLE KEYWORD LIST, SO CLINICAL STAFF CAN       *
      *    MAINTAIN THE WORD LIST WITHOUT A RECOMPILE AND A PERSONA  *
      *    CAN HAVE AS MANY OR AS FEW KEYWORDS AS IT NEEDS, UP TO    *
      *    300-MAX-PERSONA-KEYWORDS.  EACH ROW IS RE-EDITED AS IT    *
      *    LOADS (ELIZAMNT IS THE FULL PRE-RUN EDIT) AND A BAD ONE   *
      *    IS SKIPPED RATHER THAN ALLOWED TO DRIVE THE SCAN PAST ITS *
      *    FIELD.  AN ABSENT FILE, OR ONE WITH NO USABLE ROW, LEAVES *
      *    THE COMPILED-IN KEYWORDS IN FORCE.  EITHER WAY THE        *
      *    NOKEYFOUND CATCH-ALL GOES INTO THE LAST SLOT.             *
      ****************************************************************

       0060-LOAD-KEYWORD-MAINT-TABLE.

           INITIALIZE 500-KEYWORD-TABLE
           MOVE ZERO                   TO 400-KEYWORD-COUNT
           MOVE ZERO                   TO 400-KEYWORD-REJECT-COUNT
           MOVE SPACE                  TO 100-KEYWORD-MAINT-EOF-FLAG
           OPEN INPUT KEYWORD-MAINT-FILE
           IF 88-900-KEYWORD-MAINT-PRESENT
               PERFORM 0065-LOAD-ONE-KEYWORD-ENTRY
                   UNTIL 88-100-KEYWORD-MAINT-EOF
               IF 400-KEYWORD-REJECT-COUNT > ZERO
                   DISPLAY "WARNING: "
                       FUNCTION TRIM (100-KEYWORD-MAINT-FILENAME)
                       " ENTRIES FAILED THE LOAD EDIT OR EXCEEDED THE "
                       "TABLE CEILING AND WERE SKIPPED - RUN ELIZAMNT"
               END-IF
               IF 400-KEYWORD-COUNT = ZERO
                   DISPLAY "WARNING: "
                       FUNCTION TRIM (100-KEYWORD-MAINT-FILENAME)
                       " HOLDS NO USABLE KEYWORD - THE COMPILED-IN "
                       "KEYWORDS ARE IN USE"
               END-IF
           END-IF
           CLOSE KEYWORD-MAINT-FILE
           IF 400-KEYWORD-COUNT = ZERO
               PERFORM 0062-LOAD-DEFAULT-KEYWORDS
           END-IF
           SET 500-K                   TO 300-MAX-KEYWORD-ENTRIES
           MOVE 510-NOKEYFOUND-ENTRY   TO 500-KEYWORD-ENTRY (500-K)
           .

      ****************************************************************
      *  0 0 6 2 - L O A D - D E F A U L T - K E Y W O R D S .       *
      ****************************************************************

       0062-LOAD-DEFAULT-KEYWORDS.

           INITIALIZE 500-KEYWORD-TABLE
           PERFORM VARYING 505-K FROM +1 BY +1
                   UNTIL   505-K > 300-DEFAULT-KEYWORD-ENTRIES
               SET 500-K               TO 505-K
               MOVE 505-DEFAULT-KEYWORD-ENTRY (505-K)
                                       TO 500-KEYWORD-ENTRY (500-K)
           END-PERFORM
           MOVE 300-DEFAULT-KEYWORD-ENTRIES TO 400-KEYWORD-COUNT
           SET 500-K                   TO 300-MAX-KEYWORD-ENTRIES
           MOVE 510-NOKEYFOUND-ENTRY   TO 500-KEYWORD-ENTRY (500-K)
           .

      ****************************************************************
      *  0 0 6 5 - L O A D - O N E - K E Y W O R D - E N T R Y .     *
      ****************************************************************

       0065-LOAD-ONE-KEYWORD-ENTRY.

           READ KEYWORD-MAINT-FILE
               AT END
                   SET 88-100-KEYWORD-MAINT-EOF TO TRUE
               NOT AT END
                   IF KM-KW-LEN NUMERIC
                           AND KM-KW-LEN > ZERO
                           AND KM-KW-LEN <= 300-MAX-KEYWORD-LEN
                           AND KM-KEYWORD NOT = SPACES
                           AND KM-RANK NUMERIC
                           AND FUNCTION UPPER-CASE (KM-KEYWORD)
                               NOT = 300-NOKEYFOUND
                           AND 400-KEYWORD-COUNT <
                               300-MAX-PERSONA-KEYWORDS
                       ADD 1           TO 400-KEYWORD-COUNT
                       SET 500-K       TO 400-KEYWORD-COUNT
                       MOVE KEYWORD-MAINT-RECORD
                                       TO 500-KEYWORD-ENTRY (500-K)
                   ELSE
                       ADD 1           TO 400-KEYWORD-REJECT-COUNT
                   END-IF
           END-READ
           .

      ****************************************************************
      *  0 0 7 0 - L O A D - R E P L Y - M A I N T - T A B L E .     *
      ****************************************************************
      *    IF A REPLY-MAINT-FILE IS PRESENT, STAGE ITS ROWS SO       *
      *    CLINICAL STAFF CAN SOFTEN OR RE-WORD THE CANNED           *
      *    RESPONSES WITHOUT A RECOMPILE.  EVERY ROW IS TAGGED WITH  *
      *    THE REPLY GROUP IT BELONGS TO (SEE REPLYREC.CPY), SO THE  *
      *    ROWS MAY COME IN ANY ORDER AND IN ANY NUMBER PER GROUP;   *
      *    0075 SORTS THEM INTO PLACE.  A ROW FAILING THE LOAD EDIT  *
      *    IS SKIPPED WITH A WARNING.  AN ABSENT FILE STAGES NOTHING *
      *    AND EVERY GROUP ANSWERS WITH ITS COMPILED-IN REPLIES.     *
      ****************************************************************

       0070-LOAD-REPLY-MAINT-TABLE.

           MOVE ZERO                   TO 400-STAGED-REPLY-COUNT
           MOVE ZERO                   TO 400-REPLY-REJECT-COUNT
           MOVE SPACE                  TO 100-REPLY-MAINT-EOF-FLAG
           OPEN INPUT REPLY-MAINT-FILE
           IF 88-900-REPLY-MAINT-PRESENT
               PERFORM 0072-STAGE-ONE-REPLY-ENTRY
                   UNTIL 88-100-REPLY-MAINT-EOF
               IF 400-REPLY-REJECT-COUNT > ZERO
                   DISPLAY "WARNING: "
                       FUNCTION TRIM (100-REPLY-MAINT-FILENAME)
                       " ENTRIES FAILED THE LOAD EDIT OR EXCEEDED THE "
                       "TABLE CEILING AND WERE SKIPPED - RUN ELIZAMNT"
               END-IF
           END-IF
           CLOSE REPLY-MAINT-FILE
           .

      ****************************************************************
      *  0 0 7 2 - S T A G E - O N E - R E P L Y - E N T R Y .       *
      ****************************************************************

       0072-STAGE-ONE-REPLY-ENTRY.

           READ REPLY-MAINT-FILE
               AT END
                   SET 88-100-REPLY-MAINT-EOF TO TRUE
               NOT AT END
                   IF RM-REPLY-KEYWORD NOT = SPACES
                           AND 88-RM-ECHO-END-VALID
                           AND RM-REPLY-LENGTH NUMERIC
                           AND RM-REPLY-LENGTH > ZERO
                           AND RM-REPLY-LENGTH <= 300-MAX-REPLY-LEN
                           AND 400-STAGED-REPLY-COUNT <
                               300-MAX-REPLY-ENTRIES
                       ADD 1           TO 400-STAGED-REPLY-COUNT
                       SET 530-R       TO 400-STAGED-REPLY-COUNT
                       MOVE REPLY-MAINT-RECORD
                                       TO 530-REPLY-ENTRY (530-R)
                       MOVE FUNCTION UPPER-CASE (RM-REPLY-KEYWORD)
                                       TO 530-REPLY-KEYWORD (530-R)
                   ELSE
                       ADD 1           TO 400-REPLY-REJECT-COUNT
                   END-IF
           END-READ
           .

      ****************************************************************
      *  0 0 7 5 - B U I L D - R E P L Y - R A N G E S .             *
      ****************************************************************
      *    BUILD 540-REPLY-TABLE AND THE 560-REPLY-LOCATER RANGES    *
      *    FOR THE KEYWORDS NOW LOADED.  NOKEYFOUND IS LOCATED       *
      *    FIRST SO ITS CATCH-ALL REPLIES ARE ALWAYS THERE FOR A     *
      *    KEYWORD THAT TURNS OUT TO HAVE NONE OF ITS OWN; THEN      *
      *    EVERY KEYWORD IN TABLE ORDER.  A KEYWORD WITH NO REPLIES  *
      *    ANYWHERE, OR REPLIES THAT DID NOT FIT UNDER THE CEILING,  *
      *    IS REPORTED SO THE OPERATOR KNOWS TO RUN ELIZAMNT.        *
      ****************************************************************

       0075-BUILD-REPLY-RANGES.

           INITIALIZE 560-REPLY-LOCATER-TABLE
           MOVE ZERO                   TO 400-REPLY-ROW-COUNT
           MOVE ZERO                   TO 400-REPLY-OVERFLOW-COUNT
           MOVE ZERO                   TO 400-UNANSWERED-COUNT
           SET 500-K                   TO 300-MAX-KEYWORD-ENTRIES
           PERFORM 0076-LOCATE-KEYWORD-REPLIES
           PERFORM VARYING 500-K FROM +1 BY +1
                   UNTIL   500-K > 400-KEYWORD-COUNT
               PERFORM 0076-LOCATE-KEYWORD-REPLIES
           END-PERFORM
           IF 400-UNANSWERED-COUNT > ZERO
               DISPLAY "WARNING: " 400-UNANSWERED-COUNT
                   " KEYWORDS HAVE NO REPLIES AND WILL ANSWER WITH "
                   "THE NOKEYFOUND REPLIES - RUN ELIZAMNT"
           END-IF
           IF 400-REPLY-OVERFLOW-COUNT > ZERO
               DISPLAY "WARNING: " 400-REPLY-OVERFLOW-COUNT
                   " REPLIES DID NOT FIT UNDER THE REPLY TABLE "
                   "CEILING AND WERE DROPPED - RUN ELIZAMNT"
           END-IF
           .

      ****************************************************************
      *  0 0 7 6 - L O C A T E - K E Y W O R D - R E P L I E S .     *
      ****************************************************************
      *    GIVE SLOT 500-K ITS REPLY RANGE.  A GROUP ALREADY PLACED  *
      *    FOR AN EARLIER SLOT IS SHARED, NOT COPIED AGAIN.          *
      *    OTHERWISE THE GROUP'S ROWS ARE GATHERED FROM THE REPLY    *
      *    FILE, OR, WHEN THE FILE HAS NONE FOR IT, FROM THE         *
      *    COMPILED-IN REPLIES.                                      *
      ****************************************************************

       0076-LOCATE-KEYWORD-REPLIES.

           SET 560-L                   TO 500-K
           IF 500-KW-REPLY-GROUP (500-K) = SPACES
               MOVE FUNCTION UPPER-CASE (500-KEYWORD (500-K))
                                       TO 410-REPLY-GROUP
           ELSE
               MOVE FUNCTION UPPER-CASE (500-KW-REPLY-GROUP (500-K))
                                       TO 410-REPLY-GROUP
           END-IF
           MOVE ZERO                   TO 400-SHARED-SLOT
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 300-MAX-KEYWORD-ENTRIES
                   OR      400-SHARED-SLOT > ZERO
               IF 560-REPLY-GROUP (400-SUB) = 410-REPLY-GROUP
                   MOVE 400-SUB        TO 400-SHARED-SLOT
               END-IF
           END-PERFORM
           IF 400-SHARED-SLOT > ZERO
               MOVE 410-REPLY-GROUP    TO 560-REPLY-GROUP (560-L)
               MOVE 560-REPLY-LO (400-SHARED-SLOT)
                                       TO 560-REPLY-LO (560-L)
               MOVE 560-REPLY-HI (400-SHARED-SLOT)
                                       TO 560-REPLY-HI (560-L)
           ELSE
               COMPUTE 400-GROUP-LO = 400-REPLY-ROW-COUNT + 1
               PERFORM VARYING 530-R FROM +1 BY +1
                       UNTIL   530-R > 400-STAGED-REPLY-COUNT
                   IF 530-REPLY-KEYWORD (530-R) = 410-REPLY-GROUP
                       MOVE 530-REPLY-ENTRY (530-R) TO 420-REPLY-ROW
                       PERFORM 0077-ADD-REPLY-ROW
                   END-IF
               END-PERFORM
               IF 400-REPLY-ROW-COUNT < 400-GROUP-LO
                   PERFORM VARYING 545-R FROM +1 BY +1
                           UNTIL   545-R > 300-DEFAULT-REPLY-ENTRIES
                       IF FUNCTION UPPER-CASE
                               (545-REPLY-KEYWORD (545-R))
                               = 410-REPLY-GROUP
                           MOVE 545-DEFAULT-REPLY-ENTRY (545-R)
                                       TO 420-REPLY-ROW
                           PERFORM 0077-ADD-REPLY-ROW
                       END-IF
                   END-PERFORM
               END-IF
               IF 400-REPLY-ROW-COUNT < 400-GROUP-LO
                   ADD 1               TO 400-UNANSWERED-COUNT
                   MOVE 560-REPLY-LO (300-MAX-KEYWORD-ENTRIES)
                                       TO 560-REPLY-LO (560-L)
                   MOVE 560-REPLY-HI (300-MAX-KEYWORD-ENTRIES)
                                       TO 560-REPLY-HI (560-L)
               ELSE
                   MOVE 410-REPLY-GROUP TO 560-REPLY-GROUP (560-L)
                   MOVE 400-GROUP-LO   TO 560-REPLY-LO (560-L)
                   MOVE 400-REPLY-ROW-COUNT
                                       TO 560-REPLY-HI (560-L)
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 7 7 - A D D - R E P L Y - R O W .                       *
      ****************************************************************

       0077-ADD-REPLY-ROW.

           IF 400-REPLY-ROW-COUNT < 300-MAX-REPLY-ENTRIES
               ADD 1                   TO 400-REPLY-ROW-COUNT
               SET 540-R               TO 400-REPLY-ROW-COUNT
               MOVE 420-REPLY-ROW      TO 540-REPLY-ENTRY (540-R)
           ELSE
               ADD 1                   TO 400-REPLY-OVERFLOW-COUNT
           END-IF
           .

      ****************************************************************
      *  0 0 7 9 - R E S O L V E - S Y N O N Y M - S L O T S .       *
      ****************************************************************
      *    FIND THE SLOT EACH SYNONYM'S KEYWORD HOLDS FOR THIS       *
      *    PERSONA.  A SYNONYM FOR A KEYWORD THE PERSONA DOES NOT    *
      *    HAVE IS LEFT AT ZERO AND IGNORED BY THE SCAN.             *
      ****************************************************************

       0079-RESOLVE-SYNONYM-SLOTS.

           PERFORM VARYING 400-SYN-SUB FROM +1 BY +1
                   UNTIL   400-SYN-SUB > 300-MAX-SYNONYM-ENTRIES
               SET 820-S               TO 400-SYN-SUB
               MOVE ZERO               TO 825-SYNONYM-SLOT (400-SYN-SUB)
               PERFORM VARYING 500-K FROM +1 BY +1
                       UNTIL   500-K > 400-KEYWORD-COUNT
                       OR      825-SYNONYM-SLOT (400-SYN-SUB) > ZERO
                   IF 500-KEYWORD (500-K) = 820-SYN-KEYWORD (820-S)
                       SET 825-SYNONYM-SLOT (400-SYN-SUB) TO 500-K
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      ****************************************************************
      *  0 0 8 0 - L O A D - C R I S I S - L E X I C O N .           *
      ****************************************************************
      *    RESTORE THE COMPILED-IN CRISIS PHRASES, THEN, IF A        *
      *    CRISLEX FILE IS PRESENT, LOAD IT IN THEIR PLACE.  EACH    *
      *    ENTRY IS RE-EDITED AS IT LOADS (ELIZALEX IS THE FULL      *
      *    PRE-RUN EDIT) AND A BAD ONE IS SKIPPED RATHER THAN        *
      *    ALLOWED TO DRIVE THE SCAN PAST ITS FIELD.  A FILE THAT    *
      *    YIELDS NO USABLE CRISIS PHRASE AT ALL LEAVES THE          *
      *    COMPILED-IN LIST IN FORCE -- AN EMPTY OR GARBLED          *
      *    LEXICON MUST NEVER SWITCH CRISIS DETECTION OFF.           *
      ****************************************************************

       0080-LOAD-CRISIS-LEXICON.

           MOVE 805-CRISIS-LEXICON-DEFAULTS
                                       TO 800-CRISIS-LEXICON-DATA
           MOVE 300-DEFAULT-CRISIS-ENTRIES TO 400-CRISIS-ENTRY-COUNT
           MOVE SPACE                  TO 100-CRISIS-LEXICON-EOF-FLAG
           MOVE ZERO                   TO 400-CRISIS-ROWS-LOADED
           MOVE ZERO                   TO 400-CRISIS-PHRASE-COUNT
           MOVE ZERO                   TO 400-CRISIS-REJECT-COUNT
           OPEN INPUT CRISIS-LEXICON-FILE
           IF 88-900-CRISIS-LEXICON-PRESENT
               PERFORM 0085-LOAD-ONE-LEXICON-ENTRY
                   UNTIL 88-100-CRISIS-LEXICON-EOF
               IF 400-CRISIS-PHRASE-COUNT > ZERO
                   MOVE 400-CRISIS-ROWS-LOADED
                                       TO 400-CRISIS-ENTRY-COUNT
                   IF 400-CRISIS-REJECT-COUNT > ZERO
                       DISPLAY "WARNING: CRISLEX ENTRIES FAILED THE "
                           "LOAD EDIT OR EXCEEDED THE TABLE CEILING "
                           "AND WERE SKIPPED - RUN ELIZALEX"
                   END-IF
               ELSE
                   MOVE 805-CRISIS-LEXICON-DEFAULTS
                                       TO 800-CRISIS-LEXICON-DATA
                   DISPLAY "WARNING: CRISLEX HOLDS NO USABLE CRISIS "
                       "PHRASE - THE COMPILED-IN PHRASE LIST IS IN "
                       "USE"
               END-IF
           END-IF
           CLOSE CRISIS-LEXICON-FILE
           .

      ****************************************************************
      *  0 0 8 5 - L O A D - O N E - L E X I C O N - E N T R Y .     *
      ****************************************************************

       0085-LOAD-ONE-LEXICON-ENTRY.

           READ CRISIS-LEXICON-FILE
               AT END
                   SET 88-100-CRISIS-LEXICON-EOF TO TRUE
               NOT AT END
                   IF ((88-CX-PHRASE AND 88-CX-TIER-VALID)
                           OR 88-CX-EXCLUSION)
                           AND CX-PHRASE-LEN NUMERIC
                           AND CX-PHRASE-LEN > ZERO
                           AND CX-PHRASE-LEN <=
                               300-MAX-CRISIS-PHRASE-LEN
                           AND 400-CRISIS-ROWS-LOADED <
                               300-MAX-CRISIS-ENTRIES
                       ADD 1           TO 400-CRISIS-ROWS-LOADED
                       SET 800-K       TO 400-CRISIS-ROWS-LOADED
                       MOVE CRISIS-LEXICON-RECORD
                                       TO 800-CRISIS-ENTRY (800-K)
                       MOVE FUNCTION LOWER-CASE (CX-PHRASE)
                                       TO 800-CRISIS-PHRASE (800-K)
                       IF 88-CX-PHRASE
                           ADD 1       TO 400-CRISIS-PHRASE-COUNT
                       END-IF
                   ELSE
                       ADD 1           TO 400-CRISIS-REJECT-COUNT
                   END-IF
           END-READ
           .

      ****************************************************************
      *  0 9 0 0 - S C A N - F O R - C R I S I S - P H R A S E .     *
      ****************************************************************
      *    CHECK THE LOWER-CASED INPUT AGAINST THE CRISIS LEXICON    *
      *    AND RAISE ELZ-CRISIS-FLAG ON A MATCH, WITH THE MOST       *
      *    SEVERE TIER HIT IN ELZ-CRISIS-TIER.  EXCLUSION PHRASES    *
      *    ARE STARRED OUT OF A WORK COPY FIRST, SO "A MOVIE ABOUT   *
      *    SUICIDE" NO LONGER RAISES THE SAME CASE AS "I WANT TO     *
      *    END MY LIFE".  THE SCAN STOPS EARLY ONCE A TIER I HIT IS  *
      *    IN HAND -- NOTHING CAN OUTRANK IT.  THE CALLER DECIDES    *
      *    WHAT TO DO WITH THE FLAG (THE DIALOG DRIVERS WRITE AN     *
      *    ALERT-LOG RECORD AND POST A CASE); THE REPLY IS NOT       *
      *    CHANGED.                                                  *
      ****************************************************************

       0900-SCAN-FOR-CRISIS-PHRASE.

           SET 88-ELZ-CRISIS-NOT-FOUND TO TRUE
           MOVE SPACE                  TO ELZ-CRISIS-TIER
           MOVE 210-USER-INPUT-LC      TO 215-CRISIS-SCAN-WORK
           PERFORM 0910-MASK-EXCLUSION-PHRASES
           PERFORM VARYING 800-K FROM +1 BY +1
                   UNTIL   800-K > 400-CRISIS-ENTRY-COUNT
                   OR      88-ELZ-TIER-IMMEDIATE
               IF 88-800-CX-PHRASE (800-K)
                   PERFORM 0920-MATCH-CRISIS-ENTRY
                   IF 88-100-CRISIS-HIT
                       IF 88-ELZ-CRISIS-NOT-FOUND
                               OR 800-CX-TIER (800-K) < ELZ-CRISIS-TIER
                           SET 88-ELZ-CRISIS-FOUND TO TRUE
                           MOVE 800-CX-TIER (800-K) TO ELZ-CRISIS-TIER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  0 9 1 0 - M A S K - E X C L U S I O N - P H R A S E S .     *
      ****************************************************************
      *    STAR OUT EVERY OCCURRENCE OF EVERY EXCLUSION PHRASE IN    *
      *    THE WORK COPY OF THE INPUT.                               *
      ****************************************************************

       0910-MASK-EXCLUSION-PHRASES.

           PERFORM VARYING 800-K FROM +1 BY +1
                   UNTIL   800-K > 400-CRISIS-ENTRY-COUNT
               IF 88-800-CX-EXCLUSION (800-K)
                   MOVE 800-CP-LEN (800-K) TO 400-HOLD-KW-LEN
                   COMPUTE 400-CRISIS-SCAN-LIMIT =
                       300-CRISIS-SCAN-WIDTH - 400-HOLD-KW-LEN + 1
                   PERFORM VARYING 400-SUB FROM +1 BY +1
                           UNTIL   400-SUB > 400-CRISIS-SCAN-LIMIT
                       IF 215-CRISIS-SCAN-WORK
                               (400-SUB:400-HOLD-KW-LEN) =
                           800-CRISIS-PHRASE (800-K)
                               (1:400-HOLD-KW-LEN)
                           MOVE ALL "*" TO 215-CRISIS-SCAN-WORK
                               (400-SUB:400-HOLD-KW-LEN)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  0 9 2 0 - M A T C H - C R I S I S - E N T R Y .             *
      ****************************************************************
      *    LOOK FOR ONE CRISIS PHRASE ANYWHERE IN THE MASKED WORK    *
      *    COPY AND RAISE 100-CRISIS-HIT-FLAG IF IT IS THERE.        *
      ****************************************************************

       0920-MATCH-CRISIS-ENTRY.

           MOVE SPACE                  TO 100-CRISIS-HIT-FLAG
           MOVE 800-CP-LEN (800-K)     TO 400-HOLD-KW-LEN
           COMPUTE 400-CRISIS-SCAN-LIMIT =
               300-CRISIS-SCAN-WIDTH - 400-HOLD-KW-LEN + 1
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 400-CRISIS-SCAN-LIMIT
                   OR      88-100-CRISIS-HIT
               IF 215-CRISIS-SCAN-WORK (400-SUB:400-HOLD-KW-LEN) =
                       800-CRISIS-PHRASE (800-K) (1:400-HOLD-KW-LEN)
                   SET 88-100-CRISIS-HIT TO TRUE
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *    1 0 0 0 - S C A N - F O R - K E Y W O R D .               *
      ****************************************************************
      *    SEARCH THE USER INPUT FOR KEYWORDS THAT WILL TRIGGER      *
      *    THE RESPONSES FROM THE REPLY TABLE.                       *
      ****************************************************************

       1000-SCAN-FOR-KEYWORD.

           PERFORM 1100-MASK-STRING-HI

      ****************************************************************
      *    EVERY KEYWORD AND SYNONYM PRESENT ANYWHERE IN THE INPUT   *
      *    IS WEIGHED, AND THE HIGHEST PRECEDENCE RANK WINS --       *
      *    LEFTMOST POSITION ONLY BREAKS TIES.  OTHERWISE IN         *
      *    "NO, I WANT TO SEE MY FRIEND" THE THROWAWAY "NO" AT       *
      *    POSITION 1 WOULD SHADOW THE SIGNIFICANT "I WANT".         *
      ****************************************************************
           SET 88-100-KEYWORD-NOT-FOUND TO TRUE
           MOVE ZERO                   TO 400-HOLD-OFFSET
           MOVE -1                     TO 400-BEST-RANK
           PERFORM VARYING 400-SUB FROM +1 BY +1
                   UNTIL   400-SUB > 300-MAX-SCAN-LEN
               PERFORM VARYING 500-K FROM +1 BY +1
                       UNTIL   500-K > 400-KEYWORD-COUNT
                   MOVE 500-KW-LEN (500-K)
                                       TO 400-HOLD-KW-LEN
                   IF 210-USER-INPUT-LC (400-SUB:400-HOLD-KW-LEN) =
                           500-KEYWORD (500-K)
                       AND 500-KW-RANK (500-K) > 400-BEST-RANK
                       SET 400-HOLD-500-K TO 500-K
                       SET 88-100-KEYWORD-FOUND TO TRUE
                       MOVE 500-KW-RANK (500-K) TO 400-BEST-RANK
                       COMPUTE 400-HOLD-OFFSET =
                           400-SUB + 400-HOLD-KW-LEN
                   END-IF
               END-PERFORM
               PERFORM VARYING 820-S FROM +1 BY +1
                       UNTIL   820-S > 300-MAX-SYNONYM-ENTRIES
                   MOVE 820-SYN-LEN (820-S)
                                       TO 400-HOLD-KW-LEN
                   SET 400-SYN-SUB     TO 820-S
                   IF 210-USER-INPUT-LC (400-SUB:400-HOLD-KW-LEN) =
                           820-SYN-PHRASE (820-S)
                       AND 820-SYN-RANK (820-S) > 400-BEST-RANK
                       AND 825-SYNONYM-SLOT (400-SYN-SUB) > ZERO
                       MOVE 825-SYNONYM-SLOT (400-SYN-SUB)
                                       TO 400-HOLD-500-K
                       SET 88-100-KEYWORD-FOUND TO TRUE
                       MOVE 820-SYN-RANK (820-S) TO 400-BEST-RANK
                       COMPUTE 400-HOLD-OFFSET =
                           400-SUB + 400-HOLD-KW-LEN
                   END-IF
               END-PERFORM
           END-PERFORM

           IF 88-100-KEYWORD-NOT-FOUND
               MOVE 300-MAX-KEYWORD-ENTRIES
                                       TO 400-HOLD-500-K
               SET 88-100-KEYWORD-FOUND TO TRUE
           END-IF

           PERFORM 1200-RESTORE-STRING-HI
           .

      ****************************************************************
      *    1 1 0 0 - M A S K - S T R I N G - H I .                   *
      ****************************************************************
      *    WORDS LIKE "THING" AND "HIGH" WERE CAUSING A KEYWORD      *
      *    "HI" MATCH THAT TRIGGERED THE HELLO/HI KEYWORD RESPONSES, *
      *    AND "SURE"/"TIME" WERE SIMILARLY TRIGGERING THE "UR"/"IM" *
      *    SYNONYM ENTRIES IN SYNTAB.CPY, SO THEY ARE ALL MASKED     *
      *    HERE TO PREVENT THAT.                                     *
      *    ALSO REMOVE TRAILING "?", "!", AND "." CHARACTERS.        *
      ****************************************************************

       1100-MASK-STRING-HI.

           MOVE FUNCTION SUBSTITUTE
               (210-USER-INPUT-LC, 520-THING-IN, 520-THING-OUT,
                                   520-HIGH-IN,  520-HIGH-OUT,
                                   520-SHI-IN,   520-SHI-OUT,
                                   520-CHI-IN,   520-CHI-OUT,
                                   520-HIT-IN,   520-HIT-OUT,
                                   520-OUR-IN,   520-OUR-OUT,
                                   520-SURE-IN,  520-SURE-OUT,
                                   520-TIME-IN,  520-TIME-OUT,
                                   520-QMARK-IN, 520-QMARK-OUT,
                                   520-XMARK-IN, 520-QMARK-OUT,
                                   520-FSTOP-IN, 520-FSTOP-OUT)
                                       TO 250-SUBSTITUTE-WORK
           MOVE 250-SUBSTITUTE-WORK    TO 210-USER-INPUT-LC    
      ****************************************************************
      *    REMOVE MULTIPLE TRAILING QUESTION MARKS, EXCLAMATION      *
      *    POINTS, AND PERIODS (FULL STOPS).                         *
      ****************************************************************
           MOVE FUNCTION SUBSTITUTE 
               (210-USER-INPUT-LC, 520-QMARK-IN, 520-QMARK-OUT, 
                                   520-XMARK-IN, 520-QMARK-OUT, 
                                   520-FSTOP-IN, 520-FSTOP-OUT) 
                                       TO 250-SUBSTITUTE-WORK 
           MOVE 250-SUBSTITUTE-WORK    TO 210-USER-INPUT-LC    
           MOVE FUNCTION SUBSTITUTE 
               (210-USER-INPUT-LC, 520-QMARK-IN, 520-QMARK-OUT, 
                                   520-XMARK-IN, 520-QMARK-OUT, 
                                   520-FSTOP-IN, 520-FSTOP-OUT) 
                                       TO 250-SUBSTITUTE-WORK 
           MOVE 250-SUBSTITUTE-WORK    TO 210-USER-INPUT-LC    
           .

      ****************************************************************
      *    1 2 0 0 - R E S T O R E - S T R I N G - H I .             *
      ****************************************************************
      *    AFTER COMPLETING THE KEYWORD SEARCH, RESTORE THE "HI"     *
      *    STRING IN THE USER INPUT.                                 *
      ****************************************************************

       1200-RESTORE-STRING-HI.       
                                                
           MOVE FUNCTION SUBSTITUTE 
               (210-USER-INPUT-LC, 520-THING-OUT, 520-THING-IN,
                                   520-HIGH-OUT,  520-HIGH-IN,
                                   520-SHI-OUT,   520-SHI-IN,
                                   520-CHI-OUT,   520-CHI-IN,
                                   520-HIT-OUT,   520-HIT-IN,
                                   520-OUR-OUT,   520-OUR-IN,
                                   520-SURE-OUT,  520-SURE-IN,
                                   520-TIME-OUT,  520-TIME-IN)
                                       TO 250-SUBSTITUTE-WORK 
           MOVE 250-SUBSTITUTE-WORK    TO 210-USER-INPUT-LC    
           .

      ****************************************************************
      *    2 0 0 0 - T R A N S L A T E - U S E R - I N P U T .       *
      ****************************************************************
      *    PERFORM PRONOUN REPLACEMENT AND CONJUGATION ON THE USER   *
      *    INPUT SO IT WILL SOUND FAIRLY NORMAL WHEN APPENDED TO     *
      *    THE DOCTOR'S REPLY.                                       *
      ****************************************************************

       2000-TRANSLATE-USER-INPUT.

           MOVE 210-USER-INPUT-LC (400-HOLD-OFFSET:)
                                       TO 230-TRANSLATED-INPUT
           PERFORM 2100-CONJUGATE-TRANSLATED-INPUT
           .

      ****************************************************************
      *  2 1 0 0 - C O N J U G A T E - T R A N S L A T E D -         *
      *  I N P U T .                                                 *
      ****************************************************************
      *    THE PRONOUN AND CONJUGATION SUBSTITUTIONS THEMSELVES,     *
      *    APPLIED TO WHATEVER PHRASE IS SITTING IN                  *
      *    230-TRANSLATED-INPUT.  PERFORMED FROM 2000 FOR THE        *
      *    KEYWORD ECHO AND FROM 2500 FOR THE SESSION MEMORY, SO     *
      *    BOTH SPEAK WITH THE SAME VOICE.                           *
      ****************************************************************

       2100-CONJUGATE-TRANSLATED-INPUT.

           MOVE FUNCTION SUBSTITUTE
               (230-TRANSLATED-INPUT, 520-ARE-IN,  520-AM-OUT,       
                                      520-WERE-IN, 520-WAS-OUT       
                                      520-YOU-IN,  520-I-FIX,     
                                      520-YOUR-IN, 520-MY-FIX,        
                                      520-MY-IN,   520-YOUR-FIX,        
                                      520-IVE-IN,  520-YOUVE-OUT,       
                                      520-IM-IN,   520-YOURE-OUT,    
                                      520-I-AM-IN, 520-YOURE-OUT,    
                                      520-ME-IN,   520-YOU-FIX,      
                                      520-I-IN,    520-YOU-FIX,      
                                      520-YOURE-IN 520-IM-FIX,      
                                  520-YOU-ARE-IN   520-I-AM-FIX,      
                                  520-YOURSELF-IN, 520-MYSELF-OUT)
                                       TO 250-SUBSTITUTE-WORK.  

           MOVE 250-SUBSTITUTE-WORK TO 230-TRANSLATED-INPUT. 
                              
           MOVE FUNCTION SUBSTITUTE 
               (230-TRANSLATED-INPUT, 520-I-FIX,     520-I-OUT, 
                                      520-IM-FIX,    520-IM-OUT, 
                                      520-I-AM-FIX,  520-I-AM-OUT, 
                                      520-MY-FIX,    520-MY-OUT, 
                                      520-YOUR-FIX,  520-YOUR-OUT, 
                                      520-YOU-FIX,   520-YOU-OUT) 
                                       TO 250-SUBSTITUTE-WORK.
                                                
           MOVE 250-SUBSTITUTE-WORK    TO 230-TRANSLATED-INPUT 
           .

      ****************************************************************
      *    2 5 0 0 - R E M E M B E R - M Y - P H R A S E .           *
      ****************************************************************
      *    AT THE END OF A NORMAL TURN, LOOK FOR " MY " IN THE       *
      *    USER INPUT.  WHEN FOUND, TRANSLATE THE PHRASE FROM THE    *
      *    SPACE BEFORE "MY" ONWARD (SO " MY JOB" BECOMES " YOUR    *
      *    JOB"), CUT IT BACK TO THE NOUN PHRASE, AND STORE IT IN    *
      *    THE SESSION MEMORY FOR A LATER NOKEYFOUND TURN.  THIS     *
      *    RUNS AFTER THE TURN'S OUTPUTS ARE CAPTURED BECAUSE IT     *
      *    REUSES 230-TRANSLATED-INPUT AS ITS WORK AREA.             *
      ****************************************************************

       2500-REMEMBER-MY-PHRASE.

           MOVE ZERO                   TO 400-MY-OFFSET
           IF 210-USER-INPUT-LC (1:3) = 520-MY-LEAD-IN
      ****************************************************************
      *        "MY" OPENS THE SENTENCE, SO THERE IS NO LEADING       *
      *        SPACE FOR 2100'S " MY " SUBSTITUTION TO SEE -- SLIDE  *
      *        THE PHRASE RIGHT ONE POSITION TO SUPPLY ONE.          *
      ****************************************************************
               MOVE +1                 TO 400-MY-OFFSET
               MOVE SPACES             TO 230-TRANSLATED-INPUT
               MOVE 210-USER-INPUT-LC (1:79)
                                       TO 230-TRANSLATED-INPUT (2:)
           ELSE
               PERFORM VARYING 400-SUB FROM +1 BY +1
                       UNTIL   400-SUB > 300-MAX-MY-SCAN-LEN
                       OR      400-MY-OFFSET > ZERO
                   IF 210-USER-INPUT-LC (400-SUB:4) = 520-MY-IN
                       MOVE 400-SUB    TO 400-MY-OFFSET
                   END-IF
               END-PERFORM
               IF 400-MY-OFFSET > ZERO
                   MOVE 210-USER-INPUT-LC (400-MY-OFFSET:)
                                       TO 230-TRANSLATED-INPUT
               END-IF
           END-IF

           IF 400-MY-OFFSET > ZERO
               PERFORM 2100-CONJUGATE-TRANSLATED-INPUT
               PERFORM 2550-TRUNCATE-MEMORY-PHRASE
               PERFORM 2600-STORE-MEMORY-PHRASE
           END-IF
           .

      ****************************************************************
      *  2 5 5 0 - T R U N C A T E - M E M O R Y - P H R A S E .     *
      ****************************************************************
      *    CUT THE TRANSLATED PHRASE AT THE FIRST CONNECTIVE FROM    *
      *    575-MEMORY-DELIM-TABLE, SO "YOUR JOB IS HARD" IS          *
      *    REMEMBERED AS JUST "YOUR JOB".                            *
      ****************************************************************

       2550-TRUNCATE-MEMORY-PHRASE.

           MOVE ZERO                   TO 400-DELIM-OFFSET
           PERFORM VARYING 400-SUB FROM +2 BY +1
                   UNTIL   400-SUB > 300-MAX-MEMORY-SCAN-LEN
                   OR      400-DELIM-OFFSET > ZERO
               PERFORM VARYING 575-D FROM +1 BY +1
                       UNTIL   575-D > 300-MAX-DELIM-ENTRIES
                       OR      400-DELIM-OFFSET > ZERO
                   MOVE 575-DELIM-LEN (575-D)
                                       TO 400-HOLD-KW-LEN
                   IF 230-TRANSLATED-INPUT (400-SUB:400-HOLD-KW-LEN) =
                           575-DELIM-TEXT (575-D)
                       MOVE 400-SUB    TO 400-DELIM-OFFSET
                   END-IF
               END-PERFORM
           END-PERFORM
           IF 400-DELIM-OFFSET > ZERO
               MOVE SPACES    TO 230-TRANSLATED-INPUT
                                       (400-DELIM-OFFSET:)
           END-IF
           .

      ****************************************************************
      *  2 6 0 0 - S T O R E - M E M O R Y - P H R A S E .           *
      ****************************************************************
      *    STORE THE TRIMMED PHRASE IN THE NEXT SESSION MEMORY       *
      *    SLOT, WRAPPING AROUND WHEN THE TABLE IS FULL.  A PHRASE   *
      *    TOO SHORT TO CARRY A NOUN ("YOUR" ALONE) OR ONE ALREADY   *
      *    REMEMBERED IS DROPPED.                                    *
      ****************************************************************

       2600-STORE-MEMORY-PHRASE.

           COMPUTE 400-PHRASE-LEN =
               FUNCTION LENGTH (FUNCTION TRIM (230-TRANSLATED-INPUT))
           IF 400-PHRASE-LEN > 5
               SET 88-100-MEMORY-NEW   TO TRUE
               PERFORM VARYING 570-M FROM +1 BY +1
                       UNTIL   570-M > 570-MEMORY-COUNT
                       OR      88-100-MEMORY-DUPLICATE
                   IF 570-MEMORY-PHRASE (570-M) =
                           FUNCTION TRIM (230-TRANSLATED-INPUT)
                       SET 88-100-MEMORY-DUPLICATE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT 88-100-MEMORY-DUPLICATE
                   ADD +1              TO 570-MEMORY-STORE-NEXT
                   IF 570-MEMORY-STORE-NEXT > 300-MAX-MEMORY-ENTRIES
                       MOVE +1         TO 570-MEMORY-STORE-NEXT
                   END-IF
                   SET 570-M           TO 570-MEMORY-STORE-NEXT
                   MOVE FUNCTION TRIM (230-TRANSLATED-INPUT)
                                       TO 570-MEMORY-PHRASE (570-M)
                   IF 570-MEMORY-COUNT < 300-MAX-MEMORY-ENTRIES
                       ADD +1          TO 570-MEMORY-COUNT
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *    3 0 0 0 - B U I L D - K E Y W O R D - R E P L Y .         *
      ****************************************************************
      *    BUILD THE REPLY BASED ON THE KEYWORD FOUND IN THE USER    *
      *    INPUT.  NOTE THERE ARE A VARIABLE NUMBER OF POSSIBLE      *
      *    REPLIES FOR EACH KEYWORD, AND SOME REPLIES INCLUDE TEXT   *
      *    ECHOED FROM THE USER INPUT.  THE CALLER ECHOES AND LOGS   *
      *    THE FINISHED REPLY.                                       *
      ****************************************************************

       3000-BUILD-KEYWORD-REPLY.

           IF 400-HOLD-500-K = 300-MAX-KEYWORD-ENTRIES
                   AND 570-MEMORY-COUNT > ZERO
               PERFORM 3200-BUILD-MEMORY-REPLY
           ELSE
               PERFORM 3010-SELECT-TABLE-REPLY
           END-IF
           .

      ****************************************************************
      *    3 0 1 0 - S E L E C T - T A B L E - R E P L Y .           *
      ****************************************************************
      *    ROTATE TO THE NEXT CANNED REPLY FOR THE MATCHED KEYWORD   *
      *    AND MERGE IN THE TRANSLATED USER INPUT WHERE THE REPLY    *
      *    TEXT ENDS IN AN ASTERISK.                                 *
      ****************************************************************

       3010-SELECT-TABLE-REPLY.

           SET 560-L                   TO 400-HOLD-500-K
           ADD +1                      TO 560-REPLY-LAST-USED (560-L)
           IF 560-REPLY-LAST-USED (560-L) > 560-REPLY-HI (560-L)
               MOVE 560-REPLY-LO (560-L) TO 560-REPLY-LAST-USED (560-L)
           END-IF

           SET 540-R                    TO 560-REPLY-LAST-USED (560-L)
           MOVE 540-REPLY (540-R)       TO 240-REPLY
           MOVE 540-REPLY-LENGTH (540-R)    TO 400-SUB
           IF 240-REPLY (400-SUB:1) = 300-ASTERISK
               MOVE SPACE               TO 240-REPLY (400-SUB:1) 
               MOVE 230-TRANSLATED-INPUT                           
                                        TO 240-REPLY (400-SUB:)
               PERFORM 3100-FIX-MORE-BAD-GRAMMAR                 
               MOVE ZERO                TO 400-SPACES-COUNT         
               INSPECT 240-REPLY TALLYING 400-SPACES-COUNT         
                   FOR TRAILING SPACES                                   
      ****************************************************************
      *        MERGE USER INPUT INTO THE REPLY AND THEN CORRECT      *
      *        ENDING PUNCTUATION FOR "?" OR "." (FULL-STOP).        *
      ****************************************************************
               IF  400-SPACES-COUNT > ZERO                          
               AND 400-SPACES-COUNT < (LENGTH OF 240-REPLY) - 1                      
                   COMPUTE 400-OFFSET =                                
                       (LENGTH OF 240-REPLY) - 400-SPACES-COUNT + 1    
                   END-COMPUTE                                         
                   IF 88-540-ECHO-ENDS-STOP (540-R)
                       MOVE "."         TO 240-REPLY (400-OFFSET:1) 
                   ELSE   
                       MOVE "?"         TO 240-REPLY (400-OFFSET:1) 
                   END-IF
               END-IF
           END-IF
           .

      ****************************************************************
      *    3 1 0 0 - F I X - M O R E - B A D - G R A M M A R .       *
      ****************************************************************
      *    HERE ARE SOME MORE FIXUPS FOR GRAMMAR PROBLEMS.  BUT IT   *
      *    DOESN'T SOLVE ALL OF THEM.                                *
      ****************************************************************

       3100-FIX-MORE-BAD-GRAMMAR. 

           MOVE FUNCTION SUBSTITUTE (240-REPLY, 
               " you want I ",            " you want me ",            
               " you got I ",             " you got me ",            
               " to make I ",             " to make me ",            
               " you been I ",            " you been me ",            
               " you be I ",              " you be me ",            
               " to be I ",               " to be me ",            
               " soon got I ",            " soon got me ", 
               " never got I ",           " never got me ",       
               " sometimes also want I ", " sometimes also want me ", 
               " normal to be I ",        " normal to be me ", 
               " enjoy being I ",         " enjoy being me ", 
               " can't make I ",          " can't make me ", 
               " can now make I ",        " can now make me ", 
               " I are ",                 " I am ",            
               " you am ",                " you are ",       
               " with I ",                " with me")       
                                       TO 250-SUBSTITUTE-WORK.  

           MOVE 250-SUBSTITUTE-WORK TO 240-REPLY.

      ****************************************************************
      *    3 2 0 0 - B U I L D - M E M O R Y - R E P L Y .           *
      ****************************************************************
      *    NO KEYWORD MATCHED BUT THE SESSION MEMORY HOLDS AT LEAST  *
      *    ONE "MY ..." PHRASE, SO CALL ONE BACK INSTEAD OF SERVING  *
      *    A CANNED CATCH-ALL, ROTATING THROUGH THE REMEMBERED       *
      *    PHRASES THE SAME WAY THE REPLY TABLE ROTATES.             *
      ****************************************************************

       3200-BUILD-MEMORY-REPLY.

           ADD +1                      TO 570-MEMORY-LAST-USED
           IF 570-MEMORY-LAST-USED > 570-MEMORY-COUNT
               MOVE +1                 TO 570-MEMORY-LAST-USED
           END-IF
           SET 570-M                   TO 570-MEMORY-LAST-USED
           MOVE SPACES                 TO 240-REPLY
           STRING 600-MEMORY-REPLY-PREFIX
                  FUNCTION TRIM (570-MEMORY-PHRASE (570-M))
                  600-MEMORY-REPLY-SUFFIX
                  DELIMITED BY SIZE    INTO 240-REPLY
           .

       END PROGRAM ELIZAENG.
