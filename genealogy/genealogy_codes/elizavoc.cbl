       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAVOC.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAVOC -- VOCABULARY GAP REVIEW FOR THE SCRIPT TEAM.    *
      *                                                              *
      *    ELIZARPT LISTS THE WHOLE TRANSLATED INPUTS THAT FELL      *
      *    THROUGH TO NOKEYFOUND, BUT WHOLE SENTENCES RARELY REPEAT  *
      *    WORD FOR WORD.  THIS JOB BREAKS EVERY NOKEYFOUND TURN     *
      *    INTO ITS WORDS AND ITS TWO- AND THREE-WORD PHRASES,       *
      *    DROPS ANYTHING THE PERSONA ALREADY KNOWS, AND RANKS WHAT  *
      *    IS LEFT BY HOW MANY TURNS USED IT (DISTINCT CLIENTS       *
      *    BREAK TIES).  IT WRITES:                                  *
      *      - VOCRPT, THE RANKED REVIEW REPORT;                     *
      *      - VOCDRAFT, A DRAFT KEYWORD FILE IN THE KEYWDXXXX       *
      *        LAYOUT (SEE KEYWDREC.CPY) -- LENGTH, PHRASE, AND A    *
      *        SUGGESTED RANK -- FOR THE TOP CANDIDATES.  THE        *
      *        SCRIPT TEAM EDITS IT, MERGES THE ROWS THEY WANT INTO  *
      *        THE PERSONA'S KEYWORD FILE, ADDS THEIR REPLIES, AND   *
      *        RUNS ELIZAMNT AS FOR ANY OTHER KEYWORD CHANGE.        *
      *                                                              *
      *    THE COMMAND LINE IS THE PERSONA CODE, OPTIONALLY          *
      *    FOLLOWED BY A FROM AND A THRU DATE ("CRER 20260801        *
      *    20260831").  WITH NO DATES THE LIVE EXTRACT FILE IS       *
      *    READ; WITH DATES, EVERY EXTRACT GENERATION HKPCATLG       *
      *    CATALOGS IN THAT RANGE IS READ INSTEAD (A FROM DATE       *
      *    ALONE READS THAT ONE DAY'S GENERATION).                   *
      *                                                              *
      *    AN EXTRACT DETAIL LINE DOES NOT SAY WHICH PERSONA ITS     *
      *    TURN CAME FROM, BUT THE SESSION'S TRAILER DOES            *
      *    (TL-PERSONA-CODE, SEE TRLLINE.CPY).  SO EACH SESSION'S    *
      *    NOKEYFOUND TURNS ARE HELD UNTIL ITS TRAILER IS READ, AND  *
      *    ONLY THOSE OF SESSIONS RUN UNDER THE REQUESTED PERSONA    *
      *    ARE MINED.  A SESSION WITH NO TRAILER IN THE SAME FILE,   *
      *    OR WHOSE TRAILER PREDATES THE PERSONA CODE, IS COUNTED    *
      *    BUT NOT MINED.  THE PERSONA CODE ALSO PICKS THE KEYWORD   *
      *    FILE THE CANDIDATES ARE FILTERED AGAINST, RESOLVED        *
      *    THROUGH THE PERSONAS CATALOG EXACTLY AS ELIZAMNT DOES.    *
      *                                                              *
      *    THE ENGINE MATCHES A KEYWORD OR SYNONYM ANYWHERE IN THE   *
      *    INPUT, SO A CANDIDATE IS DROPPED WHEN IT CONTAINS ANY OF  *
      *    THE PERSONA'S KEYWORDS OR ANY SYNTAB PHRASE, COMPARED     *
      *    AFTER THE SAME "THING"/"HIGH" MASKING THE ENGINE          *
      *    APPLIES.  SINGLE NOISE WORDS ("THE", "AND", "OF") AND     *
      *    PHRASES THAT BEGIN OR END WITH ONE ARE DROPPED TOO, AS IS *
      *    ANYTHING WIDER THAN A 14-BYTE KEYWORD.                    *
      *                                                              *
      *    THE EXTRACT CARRIES THE ENGINE'S TRANSLATED INPUT, WITH   *
      *    THE PRONOUNS SWAPPED ("MY JOB" BECOMES "YOUR JOB").       *
      *    KEYWORDS ARE MATCHED AGAINST WHAT THE CLIENT TYPED, SO    *
      *    THE SWAP IS UNDONE HERE FIRST.  THE ENGINE NEVER SWAPS    *
      *    THE FIRST WORD OF A NOKEYFOUND TURN, SO NEITHER DOES      *
      *    THIS JOB; "ME" AND "I" BOTH COME BACK AS "I".             *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL SOURCE-FILE
               ASSIGN DYNAMIC 100-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-SOURCE-STATUS.

           SELECT OPTIONAL HKP-CATALOG-FILE
               ASSIGN TO "HKPCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-HKP-CATALOG-STATUS.

           SELECT OPTIONAL KEYWORD-MAINT-FILE
               ASSIGN DYNAMIC 100-KEYWORD-MAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-KEYWORD-MAINT-STATUS.

           SELECT OPTIONAL PERSONAS-FILE
               ASSIGN TO "PERSONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-PERSONAS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "VOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

           SELECT DRAFT-FILE
               ASSIGN TO "VOCDRAFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-DRAFT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD                   PIC X(200).

       FD  HKP-CATALOG-FILE.
       01  HKP-CATALOG-RECORD              PIC X(50).

       FD  KEYWORD-MAINT-FILE.
       01  KEYWORD-MAINT-FILE-RECORD       PIC X(32).

       FD  PERSONAS-FILE.

       COPY PERSONA.

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       FD  DRAFT-FILE.
       01  DRAFT-RECORD                    PIC X(32).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-SOURCE-EOF-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SOURCE-EOF                   VALUE "Y".
           05  100-CATALOG-EOF-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-CATALOG-EOF                  VALUE "Y".
           05  100-KEYWORD-MAINT-EOF-FLAG  PIC X(01)   VALUE SPACE.
               88  88-100-KEYWORD-MAINT-EOF            VALUE "Y".
           05  100-PERSONAS-EOF-FLAG       PIC X(01)   VALUE SPACE.
               88  88-100-PERSONAS-EOF                 VALUE "Y".
           05  100-PERSONA-CATALOG-FLAG    PIC X(01)   VALUE SPACE.
               88  88-100-PERSONA-IN-CATALOG           VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-PHRASE-FLAG             PIC X(01)   VALUE SPACE.
               88  88-100-PHRASE-USABLE                VALUE SPACE.
               88  88-100-PHRASE-TOO-LONG              VALUE "L".
               88  88-100-PHRASE-NOISE                 VALUE "N".
               88  88-100-PHRASE-KNOWN                 VALUE "K".
           05  100-ARCHIVE-RANGE-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-ARCHIVE-RANGE                VALUE "Y".
           05  100-PERSONA-CODE            PIC X(04)   VALUE "THER".
               88  88-100-PERSONA-THERAPIST            VALUE "THER".
               88  88-100-PERSONA-CAREER               VALUE "CRER".
           05  100-COMMAND-LINE-PARM       PIC X(80)   VALUE SPACES.
           05  100-FROM-DATE-PARM          PIC X(08)   VALUE SPACES.
           05  100-THRU-DATE-PARM          PIC X(08)   VALUE SPACES.
           05  100-SOURCE-FILENAME         PIC X(30)   VALUE SPACES.
           05  100-KEYWORD-MAINT-FILENAME  PIC X(12)  VALUE "KEYWDTHER".

      ****************************************************************
      *    THE DRAFT FILE TAKES THE TOP CANDIDATES, UP TO ONE        *
      *    PERSONA'S WORTH OF KEYWORDS (59), THAT CAME UP IN AT      *
      *    LEAST TWO TURNS -- A PHRASE SEEN ONCE IS NOT YET A GAP.   *
      ****************************************************************

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-SOURCE-ENTRIES      PIC S9(4)   COMP VALUE +400.
           05  300-MAX-EXCLUDE-ENTRIES     PIC S9(4)   COMP VALUE +90.
           05  300-MAX-KEYWORD-ENTRIES     PIC S9(4)   COMP VALUE +59.
           05  300-DEFAULT-KEYWORD-ENTRIES PIC S9(4)   COMP VALUE +35.
           05  300-SYNONYM-ENTRIES         PIC S9(4)   COMP VALUE +23.
           05  300-NOISE-ENTRIES           PIC S9(4)   COMP VALUE +38.
           05  300-VOICE-ENTRIES           PIC S9(4)   COMP VALUE +10.
           05  300-MAX-WORD-ENTRIES        PIC S9(4)   COMP VALUE +40.
           05  300-MAX-PHRASE-WORDS        PIC S9(4)   COMP VALUE +3.
           05  300-MAX-PHRASE-LEN          PIC S9(4)   COMP VALUE +14.
           05  300-MAX-CANDIDATE-ENTRIES   PIC S9(4)   COMP VALUE +3000.
           05  300-MAX-PAIR-ENTRIES        PIC S9(5)   COMP
                                                   VALUE +12000.
           05  300-MAX-TURN-ENTRIES        PIC S9(4)   COMP VALUE +120.
           05  300-MAX-HELD-TURNS          PIC S9(4)   COMP VALUE +300.
           05  300-MAX-REPORT-LINES        PIC S9(4)   COMP VALUE +100.
           05  300-MAX-DRAFT-ROWS          PIC S9(4)   COMP VALUE +59.
           05  300-MIN-DRAFT-TURNS         PIC S9(4)   COMP VALUE +2.
           05  300-INPUT-WIDTH             PIC S9(4)   COMP VALUE +80.
           05  300-NOKEYFOUND              PIC X(14)
                                               VALUE "NOKEYFOUND".
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".
           05  300-EXTRACT-FILE-CODE       PIC X(05)   VALUE "EXTRA".

       01  400-PROGRAM-COUNTERS.
           05  400-SOURCE-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  400-EXCLUDE-COUNT           PIC S9(4) COMP VALUE ZERO.
           05  400-KEYWORD-ROW-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  400-WORD-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-CANDIDATE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  400-PAIR-COUNT              PIC S9(5) COMP VALUE ZERO.
           05  400-TURN-ENTRY-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  400-HELD-TURN-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  400-KEEP-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-SOURCE-RECORDS          PIC 9(07) COMP VALUE ZERO.
           05  400-SOURCE-NOKEY-TURNS      PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-RECORDS           PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-NOKEY-TURNS       PIC 9(07) COMP VALUE ZERO.
           05  400-OTHER-PERSONA-TURNS     PIC 9(07) COMP VALUE ZERO.
           05  400-UNCLOSED-TURNS          PIC 9(07) COMP VALUE ZERO.
           05  400-TOO-LONG-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  400-NOISE-COUNT             PIC 9(07) COMP VALUE ZERO.
           05  400-KNOWN-COUNT             PIC 9(07) COMP VALUE ZERO.
           05  400-DRAFT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-START-WORD              PIC S9(4) COMP VALUE ZERO.
           05  400-PHRASE-WORDS            PIC S9(4) COMP VALUE ZERO.
           05  400-LAST-WORD               PIC S9(4) COMP VALUE ZERO.
           05  400-PHRASE-LEN              PIC S9(4) COMP VALUE ZERO.
           05  400-WORD-LEN                PIC S9(4) COMP VALUE ZERO.
           05  400-SPLIT-POINTER           PIC S9(4) COMP VALUE ZERO.
           05  400-MATCH-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-CANDIDATE-SUB           PIC S9(4) COMP VALUE ZERO.
           05  400-SUGGESTED-RANK          PIC 9(02)      VALUE ZERO.
           05  400-BEST-SUB                PIC S9(4) COMP VALUE ZERO.
           05  400-BEST-TURNS              PIC 9(07) COMP VALUE ZERO.
           05  400-BEST-CLIENTS            PIC 9(05) COMP VALUE ZERO.
           05  400-PRINT-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-SUB                     PIC S9(4) COMP VALUE ZERO.

       01  410-DATE-RANGE.
           05  410-FROM-DATE               PIC 9(08)   VALUE ZERO.
           05  410-THRU-DATE               PIC 9(08)   VALUE ZERO.

      ****************************************************************
      *    ONE NOKEYFOUND TURN: THE INPUT IN LOWER CASE WITH ITS     *
      *    PUNCTUATION BLANKED OUT, THE WORD SPLIT OFF IT, THE       *
      *    PHRASE BEING BUILT, THE SAME PHRASE MASKED THE WAY THE    *
      *    ENGINE MASKS ITS INPUT, AND WHO SAID IT.  AN UNREGISTERED *
      *    SESSION HAS NO CLIENT ID, SO IT COUNTS AS A CLIENT OF ITS *
      *    OWN UNDER ITS SESSION ID.                                 *
      ****************************************************************

       01  420-TURN-WORK-AREAS.
           05  420-INPUT-WORK              PIC X(80)   VALUE SPACES.
           05  420-SPLIT-WORD              PIC X(80)   VALUE SPACES.
           05  420-PHRASE                  PIC X(14)   VALUE SPACES.
           05  420-MASKED-PHRASE           PIC X(14)   VALUE SPACES.
           05  420-SPEAKER-ID              PIC X(14)   VALUE SPACES.

      ****************************************************************
      *    THE EXTRACT GENERATIONS TO BE READ: THE LIVE EXTRACT      *
      *    ALONE, OR EVERY CATALOGED GENERATION IN THE DATE RANGE.   *
      ****************************************************************

       01  510-SOURCE-TABLE.
           05  510-SOURCE-ENTRY        OCCURS 400 TIMES
                                       INDEXED BY 510-G.
               10  510-SOURCE-FILENAME     PIC X(30).
               10  510-SOURCE-DATE         PIC 9(08).

      ****************************************************************
      *    WHAT THE PERSONA ALREADY RECOGNIZES: ITS KEYWORDS (OR THE *
      *    COMPILED-IN KEYWORDS WHEN IT HAS NO KEYWORD FILE) AND     *
      *    EVERY SYNTAB PHRASE, IN LOWER CASE WITH THEIR LENGTHS.    *
      ****************************************************************

       01  520-EXCLUDE-TABLE.
           05  520-EXCLUDE-ENTRY       OCCURS 90 TIMES
                                       INDEXED BY 520-X.
               10  520-EXCLUDE-TEXT        PIC X(14).
               10  520-EXCLUDE-LEN         PIC S9(4) COMP.

      ****************************************************************
      *    NOISE WORDS.  ON THEIR OWN, OR AT EITHER END OF A         *
      *    PHRASE, THEY SAY NOTHING A KEYWORD COULD ANSWER.  THE     *
      *    PRONOUNS (SCOPE "E") MAY START A PHRASE -- "MY COWORKER"  *
      *    IS WORTH A KEYWORD -- BUT NOT STAND ALONE OR END ONE.     *
      ****************************************************************

       01  530-NOISE-WORD-DATA.
           05  FILLER   PIC X(09)  VALUE "a       A".
           05  FILLER   PIC X(09)  VALUE "an      A".
           05  FILLER   PIC X(09)  VALUE "the     A".
           05  FILLER   PIC X(09)  VALUE "and     A".
           05  FILLER   PIC X(09)  VALUE "or      A".
           05  FILLER   PIC X(09)  VALUE "but     A".
           05  FILLER   PIC X(09)  VALUE "of      A".
           05  FILLER   PIC X(09)  VALUE "to      A".
           05  FILLER   PIC X(09)  VALUE "in      A".
           05  FILLER   PIC X(09)  VALUE "on      A".
           05  FILLER   PIC X(09)  VALUE "at      A".
           05  FILLER   PIC X(09)  VALUE "for     A".
           05  FILLER   PIC X(09)  VALUE "with    A".
           05  FILLER   PIC X(09)  VALUE "from    A".
           05  FILLER   PIC X(09)  VALUE "by      A".
           05  FILLER   PIC X(09)  VALUE "as      A".
           05  FILLER   PIC X(09)  VALUE "is      A".
           05  FILLER   PIC X(09)  VALUE "it      A".
           05  FILLER   PIC X(09)  VALUE "that    A".
           05  FILLER   PIC X(09)  VALUE "so      A".
           05  FILLER   PIC X(09)  VALUE "if      A".
           05  FILLER   PIC X(09)  VALUE "be      A".
           05  FILLER   PIC X(09)  VALUE "just    A".
           05  FILLER   PIC X(09)  VALUE "very    A".
           05  FILLER   PIC X(09)  VALUE "i       E".
           05  FILLER   PIC X(09)  VALUE "me      E".
           05  FILLER   PIC X(09)  VALUE "my      E".
           05  FILLER   PIC X(09)  VALUE "you     E".
           05  FILLER   PIC X(09)  VALUE "your    E".
           05  FILLER   PIC X(09)  VALUE "we      E".
           05  FILLER   PIC X(09)  VALUE "us      E".
           05  FILLER   PIC X(09)  VALUE "our     E".
           05  FILLER   PIC X(09)  VALUE "they    E".
           05  FILLER   PIC X(09)  VALUE "them    E".
           05  FILLER   PIC X(09)  VALUE "he      E".
           05  FILLER   PIC X(09)  VALUE "she     E".
           05  FILLER   PIC X(09)  VALUE "him     E".
           05  FILLER   PIC X(09)  VALUE "her     E".

       01  530-NOISE-WORD-TABLE REDEFINES 530-NOISE-WORD-DATA.
           05  530-NOISE-ENTRY         OCCURS 38 TIMES
                                       INDEXED BY 530-N.
               10  530-NOISE-WORD          PIC X(08).
               10  530-NOISE-SCOPE         PIC X(01).
                   88  88-530-NOISE-ANYWHERE           VALUE "A".

      ****************************************************************
      *    THE ENGINE'S PRONOUN SWAP, RUN BACKWARDS: EACH WORD AS    *
      *    IT APPEARS IN THE TRANSLATED INPUT, AND THE WORD THE      *
      *    CLIENT ACTUALLY TYPED.                                    *
      ****************************************************************

       01  535-VOICE-DATA.
           05  FILLER   PIC X(16)  VALUE "i       you".
           05  FILLER   PIC X(16)  VALUE "i'm     you're".
           05  FILLER   PIC X(16)  VALUE "am      are".
           05  FILLER   PIC X(16)  VALUE "was     were".
           05  FILLER   PIC X(16)  VALUE "you     i".
           05  FILLER   PIC X(16)  VALUE "your    my".
           05  FILLER   PIC X(16)  VALUE "my      your".
           05  FILLER   PIC X(16)  VALUE "you've  i've".
           05  FILLER   PIC X(16)  VALUE "you're  i'm".
           05  FILLER   PIC X(16)  VALUE "myself  yourself".

       01  535-VOICE-TABLE REDEFINES 535-VOICE-DATA.
           05  535-VOICE-ENTRY         OCCURS 10 TIMES
                                       INDEXED BY 535-V.
               10  535-TRANSLATED-WORD     PIC X(08).
               10  535-CLIENT-WORD         PIC X(08).

      ****************************************************************
      *    THE ENGINE'S "HI" MASKS (SEE 1100-MASK-STRING-HI IN       *
      *    ELIZAENG), SO A CANDIDATE IS TESTED AGAINST THE KEYWORDS  *
      *    EXACTLY AS THE CLIENT'S INPUT WAS.                        *
      ****************************************************************

       01  537-MASK-CONSTANTS.
           05  537-THING-IN                PIC X(05)   VALUE "thing".
           05  537-HIGH-IN                 PIC X(04)   VALUE "high".
           05  537-SHI-IN                  PIC X(03)   VALUE "shi".
           05  537-CHI-IN                  PIC X(03)   VALUE "chi".
           05  537-HIT-IN                  PIC X(03)   VALUE "hit".
           05  537-OUR-IN                  PIC X(03)   VALUE "our".
           05  537-SURE-IN                 PIC X(04)   VALUE "sure".
           05  537-TIME-IN                 PIC X(04)   VALUE "time".
           05  537-THING-OUT               PIC X(05)   VALUE "th!ng".
           05  537-HIGH-OUT                PIC X(04)   VALUE "h!gh".
           05  537-SHI-OUT                 PIC X(03)   VALUE "sh!".
           05  537-CHI-OUT                 PIC X(03)   VALUE "ch!".
           05  537-HIT-OUT                 PIC X(03)   VALUE "h!t".
           05  537-OUR-OUT                 PIC X(03)   VALUE "0ur".
           05  537-SURE-OUT                PIC X(04)   VALUE "su#e".
           05  537-TIME-OUT                PIC X(04)   VALUE "t!me".

      ****************************************************************
      *    THE WORDS OF THE TURN IN PROGRESS, IN ORDER, WITH THEIR   *
      *    LENGTHS.  A WORD TOO WIDE FOR A KEYWORD IS KEPT (SO NO    *
      *    PHRASE IS BUILT ACROSS IT) BUT NEVER USED.                *
      ****************************************************************

       01  540-WORD-TABLE.
           05  540-WORD-ENTRY          OCCURS 40 TIMES
                                       INDEXED BY 540-W.
               10  540-WORD-TEXT           PIC X(14).
               10  540-WORD-LEN            PIC S9(4) COMP.

      ****************************************************************
      *    EVERY CANDIDATE FOUND, WITH THE NUMBER OF TURNS THAT      *
      *    USED IT AND THE NUMBER OF DISTINCT CLIENTS WHO DID.       *
      ****************************************************************

       01  550-CANDIDATE-TABLE.
           05  550-CANDIDATE-ENTRY     OCCURS 3000 TIMES
                                       INDEXED BY 550-C.
               10  550-CAND-PHRASE         PIC X(14).
               10  550-CAND-WORDS          PIC 9(01).
               10  550-CAND-TURNS          PIC 9(07) COMP.
               10  550-CAND-CLIENTS        PIC 9(05) COMP.

      ****************************************************************
      *    ONE ROW PER CANDIDATE AND CLIENT WHO USED IT, SO EACH     *
      *    CLIENT IS COUNTED ONCE PER CANDIDATE.                     *
      ****************************************************************

       01  560-CLIENT-PAIR-TABLE.
           05  560-PAIR-ENTRY          OCCURS 12000 TIMES
                                       INDEXED BY 560-P.
               10  560-PAIR-CANDIDATE      PIC S9(4) COMP.
               10  560-PAIR-SPEAKER-ID     PIC X(14).

      ****************************************************************
      *    THE CANDIDATES ALREADY COUNTED FOR THE TURN IN PROGRESS,  *
      *    SO A PHRASE SAID TWICE IN ONE TURN IS ONE TURN.           *
      ****************************************************************

       01  570-TURN-CANDIDATE-TABLE.
           05  570-TURN-ENTRY          OCCURS 120 TIMES
                                       INDEXED BY 570-T.
               10  570-TURN-CANDIDATE      PIC S9(4) COMP.

      ****************************************************************
      *    NOKEYFOUND TURNS HELD UNTIL THEIR SESSION'S TRAILER SAYS  *
      *    WHICH PERSONA THEY WERE SPOKEN TO.                        *
      ****************************************************************

       01  575-HELD-TURN-TABLE.
           05  575-HELD-ENTRY          OCCURS 300 TIMES
                                       INDEXED BY 575-H.
               10  575-HELD-SESSION-ID     PIC X(14).
               10  575-HELD-CLIENT-ID      PIC X(08).
               10  575-HELD-INPUT          PIC X(80).

      ****************************************************************
      *    THE KEYWORD FILE NAME CAPTURED FROM THE MATCHED PERSONAS  *
      *    CATALOG RECORD -- THE RECORD AREA ITSELF IS GONE ONCE     *
      *    THE CATALOG FILE IS CLOSED.                               *
      ****************************************************************

       01  660-CATALOG-HOLD.
           05  660-CATALOG-KEYWORD-FILENAME PIC X(12)  VALUE SPACES.

       COPY KEYWDDEF.

       COPY SYNTAB.

       COPY KEYWDREC.

       COPY EXTLINE.

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-SOURCE-STATUS           PIC X(02)   VALUE "00".
               88  88-900-SOURCE-PRESENT               VALUE "00".
           05  900-HKP-CATALOG-STATUS      PIC X(02)   VALUE "00".
               88  88-900-HKP-CATALOG-PRESENT          VALUE "00".
           05  900-KEYWORD-MAINT-STATUS    PIC X(02)   VALUE "00".
               88  88-900-KEYWORD-MAINT-PRESENT        VALUE "00".
           05  900-PERSONAS-STATUS         PIC X(02)   VALUE "00".
               88  88-900-PERSONAS-PRESENT             VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".
           05  900-DRAFT-STATUS            PIC X(02)   VALUE "00".
               88  88-900-DRAFT-OK                     VALUE "00".

       01  910-CATALOG-LINE.
           05  HC-FILE-CODE                PIC X(05).
           05  HC-DATE                     PIC 9(08).
           05  HC-FILENAME                 PIC X(30).
           05  HC-COUNT                    PIC 9(07).

       01  915-HEADING-LINE.
           05  FILLER                      PIC X(37)   VALUE
               "ELIZA VOCABULARY GAP REVIEW - PERSONA".
           05  FILLER                      PIC X(02)   VALUE ": ".
           05  RH-PERSONA-CODE             PIC X(04).
           05  FILLER                      PIC X(17)   VALUE
               "  KEYWORDS FROM: ".
           05  RH-KEYWORD-SOURCE           PIC X(12).
           05  FILLER                      PIC X(14)   VALUE
               "  EXCLUSIONS: ".
           05  RH-EXCLUDE-COUNT            PIC ZZZ9.

       01  920-SOURCE-HEADING-LINE.
           05  FILLER                      PIC X(08)   VALUE
               "SOURCE: ".
           05  SH-DESCRIPTION              PIC X(60).

       01  925-SOURCE-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-FILENAME                 PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-RECORDS                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(10)   VALUE
               " RECORDS  ".
           05  SL-NOKEY-TURNS              PIC ZZZZZZ9.
           05  FILLER                      PIC X(17)   VALUE
               " NOKEYFOUND TURNS".
           05  SL-COMMENT                  PIC X(30).

       01  930-CANDIDATE-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CD-RANK                     PIC ZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CD-PHRASE                   PIC X(14).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CD-WORDS                    PIC 9(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CD-TURNS                    PIC ZZZZZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  CD-CLIENTS                  PIC ZZZZ9.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  CD-SUGGESTED-RANK           PIC 9(02).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  CD-DRAFT-FLAG               PIC X(05).

       01  940-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(48).
           05  TL-VALUE                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    TAKE THE PERSONA AND DATE RANGE, LOAD WHAT THE PERSONA    *
      *    ALREADY RECOGNIZES, MINE EVERY SOURCE FILE, THEN PRINT    *
      *    THE RANKED CANDIDATES AND WRITE THE DRAFT KEYWORD FILE.   *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0040-READ-RUN-PARMS
           PERFORM 0100-LOAD-KNOWN-PHRASES
           OPEN OUTPUT REPORT-FILE
           IF NOT 88-900-REPORT-OK
               DISPLAY "ELIZAVOC: VOCRPT CANNOT BE OPENED - STATUS "
                       900-REPORT-STATUS
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DRAFT-FILE
           IF NOT 88-900-DRAFT-OK
               DISPLAY "ELIZAVOC: VOCDRAFT CANNOT BE OPENED - STATUS "
                       900-DRAFT-STATUS
               CLOSE REPORT-FILE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 100-PERSONA-CODE       TO RH-PERSONA-CODE
           MOVE 400-EXCLUDE-COUNT      TO RH-EXCLUDE-COUNT
           MOVE 915-HEADING-LINE       TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 88-100-ARCHIVE-RANGE
               PERFORM 1000-SELECT-ARCHIVE-GENERATIONS
           ELSE
               MOVE "LIVE EXTRACT FILE"
                                       TO SH-DESCRIPTION
               MOVE 1                  TO 400-SOURCE-COUNT
               SET 510-G               TO 1
               MOVE "EXTRACT"          TO 510-SOURCE-FILENAME (510-G)
               MOVE ZERO               TO 510-SOURCE-DATE (510-G)
           END-IF
           MOVE 920-SOURCE-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-SOURCE-COUNT = ZERO
               MOVE "  NO EXTRACT GENERATIONS CATALOGED IN THE RANGE"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM 2000-MINE-ONE-SOURCE
               VARYING 510-G FROM +1 BY +1
               UNTIL   510-G > 400-SOURCE-COUNT
           PERFORM 5000-PRINT-RANKED-CANDIDATES
           PERFORM 9000-PRINT-RUN-TOTALS
           CLOSE DRAFT-FILE
           CLOSE REPORT-FILE

           STOP RUN.

      ****************************************************************
      *    0 0 4 0 - R E A D - R U N - P A R M S .                   *
      ****************************************************************
      *    THE COMMAND LINE CARRIES THE PERSONA CODE AND, WHEN THE   *
      *    ARCHIVE IS TO BE MINED, THE FROM AND THRU DATES, IN THAT  *
      *    ORDER.  A DATE THAT IS NOT EIGHT DIGITS, OR A RANGE THAT  *
      *    RUNS BACKWARDS, STOPS THE JOB WITH RETURN CODE 8.  THE    *
      *    PERSONA'S KEYWORD FILE IS THEN FOUND THE WAY ELIZAMNT     *
      *    FINDS IT.                                                 *
      ****************************************************************

       0040-READ-RUN-PARMS.

           ACCEPT 100-COMMAND-LINE-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-COMMAND-LINE-PARM)
                               TO 100-COMMAND-LINE-PARM
           UNSTRING 100-COMMAND-LINE-PARM DELIMITED BY ALL SPACE
               INTO 100-PERSONA-CODE
                    100-FROM-DATE-PARM
                    100-THRU-DATE-PARM
           END-UNSTRING
           IF 100-FROM-DATE-PARM NOT = SPACES
               IF 100-THRU-DATE-PARM = SPACES
                   MOVE 100-FROM-DATE-PARM TO 100-THRU-DATE-PARM
               END-IF
               IF 100-FROM-DATE-PARM NOT NUMERIC
                       OR 100-THRU-DATE-PARM NOT NUMERIC
                   DISPLAY "ELIZAVOC: DATES MUST BE CCYYMMDD"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 100-FROM-DATE-PARM TO 410-FROM-DATE
               MOVE 100-THRU-DATE-PARM TO 410-THRU-DATE
               IF 410-FROM-DATE > 410-THRU-DATE
                   DISPLAY "ELIZAVOC: FROM DATE IS AFTER THRU DATE"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET 88-100-ARCHIVE-RANGE TO TRUE
           END-IF
           PERFORM 0046-LOOK-UP-PERSONA-CATALOG
           IF 88-100-PERSONA-IN-CATALOG
               MOVE 660-CATALOG-KEYWORD-FILENAME
                                       TO 100-KEYWORD-MAINT-FILENAME
           ELSE
               IF NOT 88-100-PERSONA-THERAPIST
                       AND NOT 88-100-PERSONA-CAREER
                   SET 88-100-PERSONA-THERAPIST TO TRUE
               END-IF
               IF 88-100-PERSONA-CAREER
                   MOVE "KEYWDCRER"    TO 100-KEYWORD-MAINT-FILENAME
               ELSE
                   MOVE "KEYWDTHER"    TO 100-KEYWORD-MAINT-FILENAME
               END-IF
           END-IF
           .

      ****************************************************************
      *  0 0 4 6 - L O O K - U P - P E R S O N A - C A T A L O G .   *
      ****************************************************************

       0046-LOOK-UP-PERSONA-CATALOG.

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
                                   = 100-PERSONA-CODE
                               SET 88-100-PERSONA-IN-CATALOG TO TRUE
                               MOVE PC-KEYWORD-FILENAME
                                   TO 660-CATALOG-KEYWORD-FILENAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERSONAS-FILE
           .

      ****************************************************************
      *  0 1 0 0 - L O A D - K N O W N - P H R A S E S .             *
      ****************************************************************
      *    THE PERSONA'S KEYWORDS, OR THE COMPILED-IN KEYWORDS WHEN  *
      *    ITS FILE IS ABSENT OR EMPTY (THE ENGINE'S OWN RULE), AND  *
      *    THEN EVERY SYNTAB PHRASE.  ELIZAMNT HAS ALREADY VOUCHED   *
      *    FOR THE KEYWORD FILE, SO BLANK ROWS ARE SIMPLY SKIPPED.   *
      ****************************************************************

       0100-LOAD-KNOWN-PHRASES.

           MOVE 100-KEYWORD-MAINT-FILENAME TO RH-KEYWORD-SOURCE
           OPEN INPUT KEYWORD-MAINT-FILE
           IF 88-900-KEYWORD-MAINT-PRESENT
               PERFORM 0110-LOAD-KEYWORD-RECORD
                   UNTIL 88-100-KEYWORD-MAINT-EOF
           END-IF
           CLOSE KEYWORD-MAINT-FILE
           IF 400-KEYWORD-ROW-COUNT = ZERO
               MOVE "DEFAULTS"         TO RH-KEYWORD-SOURCE
               PERFORM VARYING 505-K FROM +1 BY +1
                       UNTIL   505-K > 300-DEFAULT-KEYWORD-ENTRIES
                   MOVE 505-KEYWORD (505-K) TO KM-KEYWORD
                   PERFORM 0150-ADD-KNOWN-PHRASE
               END-PERFORM
           END-IF
           PERFORM VARYING 820-S FROM +1 BY +1
                   UNTIL   820-S > 300-SYNONYM-ENTRIES
               MOVE 820-SYN-PHRASE (820-S) TO KM-KEYWORD
               PERFORM 0150-ADD-KNOWN-PHRASE
           END-PERFORM
           .

       0110-LOAD-KEYWORD-RECORD.

           READ KEYWORD-MAINT-FILE INTO KEYWORD-MAINT-RECORD
               AT END
                   SET 88-100-KEYWORD-MAINT-EOF TO TRUE
               NOT AT END
                   IF KM-KEYWORD NOT = SPACES
                           AND 400-KEYWORD-ROW-COUNT <
                               300-MAX-KEYWORD-ENTRIES
                       ADD 1           TO 400-KEYWORD-ROW-COUNT
                       PERFORM 0150-ADD-KNOWN-PHRASE
                   END-IF
           END-READ
           .

       0150-ADD-KNOWN-PHRASE.

           IF KM-KEYWORD NOT = SPACES
                   AND 400-EXCLUDE-COUNT < 300-MAX-EXCLUDE-ENTRIES
               ADD 1                   TO 400-EXCLUDE-COUNT
               SET 520-X               TO 400-EXCLUDE-COUNT
               MOVE FUNCTION LOWER-CASE (KM-KEYWORD)
                                       TO 520-EXCLUDE-TEXT (520-X)
               COMPUTE 520-EXCLUDE-LEN (520-X) =
                   FUNCTION LENGTH (FUNCTION TRIM (KM-KEYWORD))
           END-IF
           .

      ****************************************************************
      *  1 0 0 0 - S E L E C T - A R C H I V E -                     *
      *  G E N E R A T I O N S .                                     *
      ****************************************************************
      *    LIST EVERY EXTRACT GENERATION ON THE ELIZAHKP CATALOG     *
      *    WHOSE DATE FALLS IN THE RANGE, IN CATALOG ORDER.          *
      ****************************************************************

       1000-SELECT-ARCHIVE-GENERATIONS.

           MOVE SPACES                 TO SH-DESCRIPTION
           STRING "EXTRACT GENERATIONS CATALOGED "
                  100-FROM-DATE-PARM " THRU " 100-THRU-DATE-PARM
                  DELIMITED BY SIZE INTO SH-DESCRIPTION
           OPEN INPUT HKP-CATALOG-FILE
           IF 88-900-HKP-CATALOG-PRESENT
               PERFORM 1100-READ-CATALOG-RECORD
                   UNTIL 88-100-CATALOG-EOF
           END-IF
           CLOSE HKP-CATALOG-FILE
           .

       1100-READ-CATALOG-RECORD.

           READ HKP-CATALOG-FILE INTO 910-CATALOG-LINE
               AT END
                   SET 88-100-CATALOG-EOF TO TRUE
               NOT AT END
                   IF HC-FILE-CODE = 300-EXTRACT-FILE-CODE
                           AND HC-DATE NOT < 410-FROM-DATE
                           AND HC-DATE NOT > 410-THRU-DATE
                       IF 400-SOURCE-COUNT < 300-MAX-SOURCE-ENTRIES
                           ADD 1       TO 400-SOURCE-COUNT
                           SET 510-G   TO 400-SOURCE-COUNT
                           MOVE HC-FILENAME
                                   TO 510-SOURCE-FILENAME (510-G)
                           MOVE HC-DATE
                                   TO 510-SOURCE-DATE (510-G)
                       ELSE
                           SET 88-100-TABLE-FULL-NOTED TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *    2 0 0 0 - M I N E - O N E - S O U R C E .                 *
      ****************************************************************
      *    READ ONE EXTRACT FILE OR GENERATION AND MINE THE          *
      *    PERSONA'S NOKEYFOUND TURNS ON IT, THEN PRINT ITS COUNTS.  *
      *    TURNS STILL HELD AT THE END BELONG TO SESSIONS WITH NO    *
      *    TRAILER IN THE FILE.  A CATALOGED GENERATION THAT IS NO   *
      *    LONGER ON DISK IS NOTED AND PASSED OVER.                  *
      ****************************************************************

       2000-MINE-ONE-SOURCE.

           MOVE 510-SOURCE-FILENAME (510-G) TO 100-SOURCE-FILENAME
           MOVE 100-SOURCE-FILENAME    TO SL-FILENAME
           MOVE SPACES                 TO SL-COMMENT
           MOVE ZERO                   TO 400-SOURCE-RECORDS
           MOVE ZERO                   TO 400-SOURCE-NOKEY-TURNS
           MOVE ZERO                   TO 400-HELD-TURN-COUNT
           MOVE SPACE                  TO 100-SOURCE-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF 88-900-SOURCE-PRESENT
               PERFORM 2100-READ-SOURCE-RECORD
                   UNTIL 88-100-SOURCE-EOF
           ELSE
               MOVE "  NOT PRESENT - PASSED OVER" TO SL-COMMENT
           END-IF
           CLOSE SOURCE-FILE
           ADD 400-HELD-TURN-COUNT     TO 400-UNCLOSED-TURNS
           MOVE 400-SOURCE-RECORDS     TO SL-RECORDS
           MOVE 400-SOURCE-NOKEY-TURNS TO SL-NOKEY-TURNS
           MOVE 925-SOURCE-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 400-SOURCE-RECORDS      TO 400-TOTAL-RECORDS
           ADD 400-SOURCE-NOKEY-TURNS  TO 400-TOTAL-NOKEY-TURNS
           .

      ****************************************************************
      *  2 1 0 0 - R E A D - S O U R C E - R E C O R D .             *
      ****************************************************************
      *    BLANK INPUTS (SIGN-OFF AND NO-REPEAT TURNS) ARE NOT       *
      *    CLIENT PHRASING AND ARE SKIPPED, AS IN ELIZARPT.  A       *
      *    NOKEYFOUND TURN IS HELD; A TRAILER RELEASES ITS SESSION'S *
      *    HELD TURNS.                                               *
      ****************************************************************

       2100-READ-SOURCE-RECORD.

           READ SOURCE-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-SOURCE-RECORDS
                   IF EX-SESSION-ID (1:9) = 300-TRAILER-TAG
                       MOVE 940-EXTRACT-LINE TO 945-TRAILER-LINE
                       PERFORM 2150-RELEASE-SESSION-TURNS
                   ELSE
                       IF EX-KEYWORD = 300-NOKEYFOUND
                               AND EX-TRANSLATED-INPUT NOT = SPACES
                           PERFORM 2120-HOLD-NOKEY-TURN
                       END-IF
                   END-IF
           END-READ
           .

       2120-HOLD-NOKEY-TURN.

           IF 400-HELD-TURN-COUNT < 300-MAX-HELD-TURNS
               ADD 1                   TO 400-HELD-TURN-COUNT
               SET 575-H               TO 400-HELD-TURN-COUNT
               MOVE EX-SESSION-ID      TO 575-HELD-SESSION-ID (575-H)
               MOVE EX-CLIENT-ID       TO 575-HELD-CLIENT-ID (575-H)
               MOVE EX-TRANSLATED-INPUT
                                       TO 575-HELD-INPUT (575-H)
           ELSE
               SET 88-100-TABLE-FULL-NOTED TO TRUE
           END-IF
           .

      ****************************************************************
      *  2 1 5 0 - R E L E A S E - S E S S I O N - T U R N S .       *
      ****************************************************************
      *    THE TRAILER'S SESSION HAS CLOSED: MINE ITS HELD TURNS IF  *
      *    IT RAN UNDER THE REQUESTED PERSONA, COUNT THEM IF NOT,    *
      *    AND CLOSE UP THE TABLE OVER THEM.  TURNS OF OTHER         *
      *    SESSIONS STAY HELD, IN ORDER.                             *
      ****************************************************************

       2150-RELEASE-SESSION-TURNS.

           MOVE ZERO                   TO 400-KEEP-COUNT
           PERFORM VARYING 575-H FROM +1 BY +1
                   UNTIL   575-H > 400-HELD-TURN-COUNT
               IF 575-HELD-SESSION-ID (575-H) = TL-SESSION-ID
                   IF TL-PERSONA-CODE = 100-PERSONA-CODE
                       ADD 1           TO 400-SOURCE-NOKEY-TURNS
                       PERFORM 2200-MINE-NOKEY-TURN
                   ELSE
                       ADD 1           TO 400-OTHER-PERSONA-TURNS
                   END-IF
               ELSE
                   ADD 1               TO 400-KEEP-COUNT
                   MOVE 575-HELD-ENTRY (575-H)
                                   TO 575-HELD-ENTRY (400-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE 400-KEEP-COUNT         TO 400-HELD-TURN-COUNT
           .

      ****************************************************************
      *    2 2 0 0 - M I N E - N O K E Y - T U R N .                 *
      ****************************************************************
      *    SPLIT THE HELD TURN AT 575-H INTO WORDS, PUT THE          *
      *    CLIENT'S OWN PRONOUNS BACK, AND TRY EVERY ONE-, TWO-,     *
      *    AND THREE-WORD RUN OF WORDS AS A CANDIDATE.               *
      ****************************************************************

       2200-MINE-NOKEY-TURN.

           IF 575-HELD-CLIENT-ID (575-H) = SPACES
               MOVE 575-HELD-SESSION-ID (575-H) TO 420-SPEAKER-ID
           ELSE
               MOVE 575-HELD-CLIENT-ID (575-H) TO 420-SPEAKER-ID
           END-IF
           MOVE FUNCTION LOWER-CASE (575-HELD-INPUT (575-H))
                                       TO 420-INPUT-WORK
           INSPECT 420-INPUT-WORK
               CONVERTING ",;:""()?!." TO "         "
           PERFORM 2300-SPLIT-INTO-WORDS
           PERFORM 2400-RESTORE-CLIENT-VOICE
               VARYING 540-W FROM +2 BY +1
               UNTIL   540-W > 400-WORD-COUNT
           MOVE ZERO                   TO 400-TURN-ENTRY-COUNT
           PERFORM VARYING 400-START-WORD FROM +1 BY +1
                   UNTIL   400-START-WORD > 400-WORD-COUNT
               PERFORM VARYING 400-PHRASE-WORDS FROM +1 BY +1
                       UNTIL   400-PHRASE-WORDS > 300-MAX-PHRASE-WORDS
                       OR      400-START-WORD + 400-PHRASE-WORDS - 1
                               > 400-WORD-COUNT
                   PERFORM 2500-BUILD-PHRASE
                   IF 88-100-PHRASE-USABLE
                       PERFORM 2600-SCREEN-PHRASE
                   END-IF
                   EVALUATE TRUE
                       WHEN 88-100-PHRASE-TOO-LONG
                           ADD 1       TO 400-TOO-LONG-COUNT
                       WHEN 88-100-PHRASE-NOISE
                           ADD 1       TO 400-NOISE-COUNT
                       WHEN 88-100-PHRASE-KNOWN
                           ADD 1       TO 400-KNOWN-COUNT
                       WHEN OTHER
                           PERFORM 2700-TALLY-CANDIDATE
                   END-EVALUATE
               END-PERFORM
           END-PERFORM
           .

      ****************************************************************
      *  2 3 0 0 - S P L I T - I N T O - W O R D S .                 *
      ****************************************************************

       2300-SPLIT-INTO-WORDS.

           MOVE ZERO                   TO 400-WORD-COUNT
           INITIALIZE 540-WORD-TABLE
           MOVE +1                     TO 400-SPLIT-POINTER
           PERFORM UNTIL 400-SPLIT-POINTER > 300-INPUT-WIDTH
                   OR    400-WORD-COUNT NOT < 300-MAX-WORD-ENTRIES
               MOVE SPACES             TO 420-SPLIT-WORD
               MOVE ZERO               TO 400-WORD-LEN
               UNSTRING 420-INPUT-WORK DELIMITED BY ALL SPACE
                   INTO 420-SPLIT-WORD COUNT IN 400-WORD-LEN
                   WITH POINTER 400-SPLIT-POINTER
               END-UNSTRING
               IF 400-WORD-LEN > ZERO
                   ADD 1               TO 400-WORD-COUNT
                   SET 540-W           TO 400-WORD-COUNT
                   MOVE 420-SPLIT-WORD TO 540-WORD-TEXT (540-W)
                   MOVE 400-WORD-LEN   TO 540-WORD-LEN (540-W)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  2 4 0 0 - R E S T O R E - C L I E N T - V O I C E .         *
      ****************************************************************

       2400-RESTORE-CLIENT-VOICE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 535-V FROM +1 BY +1
                   UNTIL   535-V > 300-VOICE-ENTRIES
                   OR      88-100-SLOT-FOUND
               IF 540-WORD-TEXT (540-W) = 535-TRANSLATED-WORD (535-V)
                   SET 88-100-SLOT-FOUND TO TRUE
                   MOVE 535-CLIENT-WORD (535-V)
                                       TO 540-WORD-TEXT (540-W)
                   COMPUTE 540-WORD-LEN (540-W) = FUNCTION LENGTH
                       (FUNCTION TRIM (535-CLIENT-WORD (535-V)))
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *    2 5 0 0 - B U I L D - P H R A S E .                       *
      ****************************************************************
      *    STRING THE WORDS OF ONE RUN TOGETHER, ONE SPACE APART.    *
      *    A RUN THAT WILL NOT FIT A 14-BYTE KEYWORD IS TOO LONG.    *
      ****************************************************************

       2500-BUILD-PHRASE.

           SET 88-100-PHRASE-USABLE    TO TRUE
           MOVE SPACES                 TO 420-PHRASE
           MOVE ZERO                   TO 400-PHRASE-LEN
           COMPUTE 400-LAST-WORD =
               400-START-WORD + 400-PHRASE-WORDS - 1
           PERFORM VARYING 540-W FROM 400-START-WORD BY +1
                   UNTIL   540-W > 400-LAST-WORD
                   OR      NOT 88-100-PHRASE-USABLE
               IF 400-PHRASE-LEN > ZERO
                   ADD 1               TO 400-PHRASE-LEN
               END-IF
               IF 400-PHRASE-LEN + 540-WORD-LEN (540-W)
                       > 300-MAX-PHRASE-LEN
                   SET 88-100-PHRASE-TOO-LONG TO TRUE
               ELSE
                   MOVE 540-WORD-TEXT (540-W)
                       TO 420-PHRASE (400-PHRASE-LEN + 1:
                                      540-WORD-LEN (540-W))
                   ADD 540-WORD-LEN (540-W) TO 400-PHRASE-LEN
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *    2 6 0 0 - S C R E E N - P H R A S E .                     *
      ****************************************************************
      *    A LONE NOISE WORD, OR A PHRASE THAT ENDS WITH ONE OR      *
      *    STARTS WITH ONE THAT IS NOT A PRONOUN, IS NOISE.  A       *
      *    PHRASE THAT HOLDS ANY KEYWORD OR SYNONYM THE PERSONA      *
      *    ALREADY HAS WOULD HAVE FIRED IT, SO IT IS ALREADY KNOWN.  *
      ****************************************************************

       2600-SCREEN-PHRASE.

           SET 540-W                   TO 400-LAST-WORD
           PERFORM 2650-CHECK-NOISE-WORD
           IF 400-PHRASE-WORDS > 1
                   AND NOT 88-100-PHRASE-NOISE
               SET 540-W               TO 400-START-WORD
               PERFORM 2650-CHECK-NOISE-WORD
               IF 88-100-PHRASE-NOISE
                       AND NOT 88-530-NOISE-ANYWHERE (530-N)
                   SET 88-100-PHRASE-USABLE TO TRUE
               END-IF
           END-IF
           IF 88-100-PHRASE-USABLE
               MOVE FUNCTION SUBSTITUTE
                   (420-PHRASE, 537-THING-IN, 537-THING-OUT,
                                537-HIGH-IN,  537-HIGH-OUT,
                                537-SHI-IN,   537-SHI-OUT,
                                537-CHI-IN,   537-CHI-OUT,
                                537-HIT-IN,   537-HIT-OUT,
                                537-OUR-IN,   537-OUR-OUT,
                                537-SURE-IN,  537-SURE-OUT,
                                537-TIME-IN,  537-TIME-OUT)
                                       TO 420-MASKED-PHRASE
               PERFORM VARYING 520-X FROM +1 BY +1
                       UNTIL   520-X > 400-EXCLUDE-COUNT
                       OR      88-100-PHRASE-KNOWN
                   MOVE ZERO           TO 400-MATCH-COUNT
                   INSPECT 420-MASKED-PHRASE TALLYING 400-MATCH-COUNT
                       FOR ALL 520-EXCLUDE-TEXT (520-X)
                                   (1:520-EXCLUDE-LEN (520-X))
                   IF 400-MATCH-COUNT > ZERO
                       SET 88-100-PHRASE-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .

       2650-CHECK-NOISE-WORD.

           PERFORM VARYING 530-N FROM +1 BY +1
                   UNTIL   530-N > 300-NOISE-ENTRIES
                   OR      88-100-PHRASE-NOISE
               IF 540-WORD-TEXT (540-W) = 530-NOISE-WORD (530-N)
                   SET 88-100-PHRASE-NOISE TO TRUE
                   SET 400-SUB         TO 530-N
               END-IF
           END-PERFORM
           IF 88-100-PHRASE-NOISE
               SET 530-N               TO 400-SUB
           END-IF
           .

      ****************************************************************
      *    2 7 0 0 - T A L L Y - C A N D I D A T E .                 *
      ****************************************************************
      *    COUNT THE TURN AGAINST THE CANDIDATE ONCE, HOWEVER MANY   *
      *    TIMES THE TURN SAID IT, AND THE SPEAKER ONCE, HOWEVER     *
      *    MANY TURNS THEY SAID IT IN.                               *
      ****************************************************************

       2700-TALLY-CANDIDATE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 550-C FROM +1 BY +1
                   UNTIL   550-C > 400-CANDIDATE-COUNT
                   OR      88-100-SLOT-FOUND
               IF 550-CAND-PHRASE (550-C) = 420-PHRASE
                   SET 88-100-SLOT-FOUND TO TRUE
                   SET 400-CANDIDATE-SUB TO 550-C
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-CANDIDATE-COUNT < 300-MAX-CANDIDATE-ENTRIES
                   ADD 1               TO 400-CANDIDATE-COUNT
                   SET 550-C           TO 400-CANDIDATE-COUNT
                   MOVE 420-PHRASE     TO 550-CAND-PHRASE (550-C)
                   MOVE 400-PHRASE-WORDS TO 550-CAND-WORDS (550-C)
                   MOVE ZERO           TO 550-CAND-TURNS (550-C)
                   MOVE ZERO           TO 550-CAND-CLIENTS (550-C)
                   MOVE 400-CANDIDATE-COUNT TO 400-CANDIDATE-SUB
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
                   MOVE ZERO           TO 400-CANDIDATE-SUB
               END-IF
           END-IF
           IF 400-CANDIDATE-SUB > ZERO
               PERFORM 2750-COUNT-TURN-ONCE
           END-IF
           .

       2750-COUNT-TURN-ONCE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 570-T FROM +1 BY +1
                   UNTIL   570-T > 400-TURN-ENTRY-COUNT
                   OR      88-100-SLOT-FOUND
               IF 570-TURN-CANDIDATE (570-T) = 400-CANDIDATE-SUB
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
                   AND 400-TURN-ENTRY-COUNT < 300-MAX-TURN-ENTRIES
               ADD 1                   TO 400-TURN-ENTRY-COUNT
               SET 570-T               TO 400-TURN-ENTRY-COUNT
               MOVE 400-CANDIDATE-SUB  TO 570-TURN-CANDIDATE (570-T)
               SET 550-C               TO 400-CANDIDATE-SUB
               ADD 1                   TO 550-CAND-TURNS (550-C)
               PERFORM 2800-COUNT-SPEAKER-ONCE
           END-IF
           .

       2800-COUNT-SPEAKER-ONCE.

           MOVE SPACE                  TO 100-SLOT-FOUND-FLAG
           PERFORM VARYING 560-P FROM +1 BY +1
                   UNTIL   560-P > 400-PAIR-COUNT
                   OR      88-100-SLOT-FOUND
               IF 560-PAIR-CANDIDATE (560-P) = 400-CANDIDATE-SUB
                       AND 560-PAIR-SPEAKER-ID (560-P) = 420-SPEAKER-ID
                   SET 88-100-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT 88-100-SLOT-FOUND
               IF 400-PAIR-COUNT < 300-MAX-PAIR-ENTRIES
                   ADD 1               TO 400-PAIR-COUNT
                   SET 560-P           TO 400-PAIR-COUNT
                   MOVE 400-CANDIDATE-SUB
                                       TO 560-PAIR-CANDIDATE (560-P)
                   MOVE 420-SPEAKER-ID TO 560-PAIR-SPEAKER-ID (560-P)
                   ADD 1               TO 550-CAND-CLIENTS (550-C)
               ELSE
                   SET 88-100-TABLE-FULL-NOTED TO TRUE
               END-IF
           END-IF
           .

      ****************************************************************
      *  5 0 0 0 - P R I N T - R A N K E D - C A N D I D A T E S .   *
      ****************************************************************
      *    RANK THE CANDIDATES BY TURNS, DISTINCT CLIENTS BREAKING   *
      *    TIES, WITH THE SAME PICK-AND-ZERO PASS AS THE OTHER       *
      *    RANKINGS.  THE TOP CANDIDATES THAT CAME UP OFTEN ENOUGH   *
      *    ALSO GO TO THE DRAFT KEYWORD FILE.                        *
      ****************************************************************

       5000-PRINT-RANKED-CANDIDATES.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CANDIDATE KEYWORDS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  RANK  PHRASE          WORDS  TURNS  CLIENTS  RANK DRA
      -        "FT"                    TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-CANDIDATE-COUNT = ZERO
               MOVE "  NO CANDIDATES - EVERY NOKEYFOUND PHRASE IS KNOWN"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING 400-PRINT-SUB FROM +1 BY +1
                   UNTIL   400-PRINT-SUB > 300-MAX-REPORT-LINES
                   OR      400-PRINT-SUB > 400-CANDIDATE-COUNT
               MOVE ZERO               TO 400-BEST-TURNS
               MOVE ZERO               TO 400-BEST-CLIENTS
               MOVE ZERO               TO 400-BEST-SUB
               PERFORM VARYING 550-C FROM +1 BY +1
                       UNTIL   550-C > 400-CANDIDATE-COUNT
                   IF 550-CAND-TURNS (550-C) > 400-BEST-TURNS
                       OR (550-CAND-TURNS (550-C) = 400-BEST-TURNS
                           AND 550-CAND-TURNS (550-C) > ZERO
                           AND 550-CAND-CLIENTS (550-C) >
                               400-BEST-CLIENTS)
                       MOVE 550-CAND-TURNS (550-C)
                                       TO 400-BEST-TURNS
                       MOVE 550-CAND-CLIENTS (550-C)
                                       TO 400-BEST-CLIENTS
                       SET 400-BEST-SUB TO 550-C
                   END-IF
               END-PERFORM
               IF 400-BEST-SUB > ZERO
                   SET 550-C           TO 400-BEST-SUB
                   PERFORM 5100-PRINT-CANDIDATE
                   MOVE ZERO           TO 550-CAND-TURNS (550-C)
                   MOVE ZERO           TO 550-CAND-CLIENTS (550-C)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  5 1 0 0 - P R I N T - C A N D I D A T E .                   *
      ****************************************************************
      *    THE SUGGESTED RANK IS ONLY A STARTING POINT FOR THE       *
      *    SCRIPT TEAM: A LONGER PHRASE IS MORE SPECIFIC AND SHOULD  *
      *    OUTRANK A SINGLE WORD (40, 50, 60 FOR ONE, TWO, THREE     *
      *    WORDS), AND EACH EXTRA CLIENT WHO USED IT ADDS ONE, UP    *
      *    TO NINE.                                                  *
      ****************************************************************

       5100-PRINT-CANDIDATE.

           COMPUTE 400-SUGGESTED-RANK =
               30 + (10 * 550-CAND-WORDS (550-C))
           IF 550-CAND-CLIENTS (550-C) > 10
               ADD 9                   TO 400-SUGGESTED-RANK
           ELSE
               IF 550-CAND-CLIENTS (550-C) > 1
                   COMPUTE 400-SUGGESTED-RANK = 400-SUGGESTED-RANK
                       + 550-CAND-CLIENTS (550-C) - 1
               END-IF
           END-IF
           MOVE 400-PRINT-SUB          TO CD-RANK
           MOVE 550-CAND-PHRASE (550-C) TO CD-PHRASE
           MOVE 550-CAND-WORDS (550-C) TO CD-WORDS
           MOVE 550-CAND-TURNS (550-C) TO CD-TURNS
           MOVE 550-CAND-CLIENTS (550-C) TO CD-CLIENTS
           MOVE 400-SUGGESTED-RANK     TO CD-SUGGESTED-RANK
           MOVE SPACES                 TO CD-DRAFT-FLAG
           IF 400-DRAFT-COUNT < 300-MAX-DRAFT-ROWS
                   AND 550-CAND-TURNS (550-C) NOT < 300-MIN-DRAFT-TURNS
               ADD 1                   TO 400-DRAFT-COUNT
               MOVE "DRAFT"            TO CD-DRAFT-FLAG
               MOVE SPACES             TO KEYWORD-MAINT-RECORD
               COMPUTE KM-KW-LEN = FUNCTION LENGTH
                   (FUNCTION TRIM (550-CAND-PHRASE (550-C)))
               MOVE 550-CAND-PHRASE (550-C) TO KM-KEYWORD
               MOVE 400-SUGGESTED-RANK TO KM-RANK
               WRITE DRAFT-RECORD      FROM KEYWORD-MAINT-RECORD
           END-IF
           MOVE 930-CANDIDATE-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - R U N - T O T A L S .                 *
      ****************************************************************

       9000-PRINT-RUN-TOTALS.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RUN TOTALS"           TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EXTRACT RECORDS READ"   TO TL-LABEL
           MOVE 400-TOTAL-RECORDS      TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "NOKEYFOUND TURNS MINED" TO TL-LABEL
           MOVE 400-TOTAL-NOKEY-TURNS  TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "NOKEYFOUND TURNS NOT MINED - ANOTHER PERSONA"
                                       TO TL-LABEL
           MOVE 400-OTHER-PERSONA-TURNS TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "NOKEYFOUND TURNS NOT MINED - NO SESSION TRAILER"
                                       TO TL-LABEL
           MOVE 400-UNCLOSED-TURNS     TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PHRASES DROPPED - ALREADY A KEYWORD OR SYNONYM"
                                       TO TL-LABEL
           MOVE 400-KNOWN-COUNT        TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PHRASES DROPPED - NOISE WORDS" TO TL-LABEL
           MOVE 400-NOISE-COUNT        TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "PHRASES DROPPED - WIDER THAN A KEYWORD"
                                       TO TL-LABEL
           MOVE 400-TOO-LONG-COUNT     TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "DISTINCT CANDIDATES"  TO TL-LABEL
           MOVE 400-CANDIDATE-COUNT    TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "ROWS WRITTEN TO VOCDRAFT" TO TL-LABEL
           MOVE 400-DRAFT-COUNT        TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           IF 88-100-TABLE-FULL-NOTED
               MOVE SPACES             TO REPORT-RECORD
               STRING "NOTE: A TALLY TABLE FILLED DURING THE RUN - "
                      "COUNTS BEYOND ITS CAPACITY WERE DROPPED"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       9100-WRITE-TOTAL-LINE.

           MOVE 940-TOTAL-LINE         TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM ELIZAVOC.
