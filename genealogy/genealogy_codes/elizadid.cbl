       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZADID.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZADID -- DE-IDENTIFIED RESEARCH EXTRACT FOR THE        *
      *    UNIVERSITY PARTNERS.                                      *
      *                                                              *
      *    THE EXTRACT CANNOT LEAVE THE SHOP: EX-CLIENT-ID TIES      *
      *    EVERY TURN TO A PERSON ON CLIENTMST, THE SESSION ID       *
      *    CARRIES THE DATE AND HOUR, AND THE INPUT AND REPLY TEXT   *
      *    HOLD WHATEVER THE CLIENT TYPED.  THIS JOB COPIES THE      *
      *    LIVE EXTRACT, OR EVERY EXTRACT GENERATION HKPCATLG        *
      *    CATALOGS IN A DATE RANGE, TO THE DIDEXTR RESEARCH FILE    *
      *    WITH:                                                     *
      *      - THE CLIENT ID AND SESSION ID REPLACED BY PSEUDONYMS   *
      *        FROM THE DIDXWALK CROSSWALK (SEE XWALKREC.CPY), SO    *
      *        THE SAME CLIENT GETS THE SAME PSEUDONYM ON EVERY      *
      *        DELIVERY;                                             *
      *      - EACH SESSION DATE MOVED BACK BY A RANDOM NUMBER OF    *
      *        DAYS (1 TO 364) DRAWN ONCE PER CLIENT AND KEPT ON     *
      *        THE CROSSWALK, SO A CLIENT'S SESSIONS KEEP THEIR      *
      *        SPACING BUT NOT THEIR CALENDAR; THE HOUR IS DROPPED;  *
      *      - E-MAIL AND WEB ADDRESSES, WORDS WITH TWO OR MORE      *
      *        DIGITS (PHONE NUMBERS, DATES, ID NUMBERS), STREET     *
      *        ADDRESSES, EVERY NAME ON CLIENTMST, AND ANY WORD      *
      *        FOLLOWING "NAMED", "CALLED", "NAME IS", OR A TITLE,   *
      *        MASKED IN BOTH THE INPUT AND THE REPLY TEXT.          *
      *    THE RESEARCH FILE KEEPS THE EXTRACT LAYOUT (SEE           *
      *    EXTLINE.CPY), TRAILERS INCLUDED, SO THE REPORTING         *
      *    PROGRAMS RUN AGAINST IT UNCHANGED.                        *
      *                                                              *
      *    THE COMMAND LINE IS EMPTY FOR THE LIVE EXTRACT, OR A      *
      *    FROM AND A THRU DATE FOR THE ARCHIVE ("20260801           *
      *    20260831"; A FROM DATE ALONE TAKES THAT ONE DAY).         *
      *                                                              *
      *    DIDRPT IS THE DELIVERY'S CONTROL REPORT: RECORDS IN AND   *
      *    OUT FOR EVERY FILE READ, THE PSEUDONYMS ASSIGNED, AND     *
      *    HOW MANY TIMES EACH MASKING RULE FIRED.  WITHOUT THE      *
      *    CROSSWALK OR THE CLIENT NAMES NOTHING CAN BE MASKED       *
      *    SAFELY, SO EITHER ONE MISSING -- OR A CONTROL TOTAL       *
      *    THAT DOES NOT BALANCE -- ENDS THE JOB WITH RETURN CODE 8  *
      *    AND THE DELIVERY MUST NOT BE SENT.                        *
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

           SELECT OPTIONAL CLIENT-MASTER-FILE
               ASSIGN TO "CLIENTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLIENT-ID
               FILE STATUS IS 900-CLIENT-MASTER-STATUS.

           SELECT OPTIONAL CROSSWALK-FILE
               ASSIGN TO "DIDXWALK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XW-KEY
               FILE STATUS IS 900-CROSSWALK-STATUS.

           SELECT RESEARCH-FILE
               ASSIGN TO "DIDEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-RESEARCH-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "DIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS 900-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD                   PIC X(200).

       FD  HKP-CATALOG-FILE.
       01  HKP-CATALOG-RECORD              PIC X(50).

       FD  CLIENT-MASTER-FILE.

       COPY CLIMAST.

       FD  CROSSWALK-FILE.

       COPY XWALKREC.

       FD  RESEARCH-FILE.
       01  RESEARCH-RECORD                 PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-SOURCE-EOF-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SOURCE-EOF                   VALUE "Y".
           05  100-CATALOG-EOF-FLAG        PIC X(01)   VALUE SPACE.
               88  88-100-CATALOG-EOF                  VALUE "Y".
           05  100-CLIENT-MASTER-EOF-FLAG  PIC X(01)   VALUE SPACE.
               88  88-100-CLIENT-MASTER-EOF            VALUE "Y".
           05  100-SLOT-FOUND-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-SLOT-FOUND                   VALUE "Y".
           05  100-TABLE-FULL-FLAG         PIC X(01)   VALUE SPACE.
               88  88-100-TABLE-FULL-NOTED             VALUE "Y".
           05  100-ARCHIVE-RANGE-FLAG      PIC X(01)   VALUE SPACE.
               88  88-100-ARCHIVE-RANGE                VALUE "Y".
           05  100-DELIVERY-FLAG           PIC X(01)   VALUE SPACE.
               88  88-100-DELIVERY-REFUSED             VALUE "R".
           05  100-SESSION-USABLE-FLAG     PIC X(01)   VALUE SPACE.
               88  88-100-SESSION-USABLE               VALUE SPACE.
               88  88-100-SESSION-UNUSABLE             VALUE "N".
           05  100-COMMAND-LINE-PARM       PIC X(80)   VALUE SPACES.
           05  100-FROM-DATE-PARM          PIC X(08)   VALUE SPACES.
           05  100-THRU-DATE-PARM          PIC X(08)   VALUE SPACES.
           05  100-SOURCE-FILENAME         PIC X(30)   VALUE SPACES.

      ****************************************************************
      *    A SESSION SERIAL IS SIX DIGITS IN THE PSEUDONYM; THE      *
      *    CROSSWALK REFUSES TO HAND OUT ONE MORE THAN THAT.  NAME   *
      *    TOKENS SHORTER THAN TWO LETTERS (INITIALS) ARE NOT        *
      *    MASKED -- THEY WOULD BLANK EVERY "I" AND "A".             *
      ****************************************************************

       01  300-PROGRAM-CONSTANTS.
           05  300-MAX-SOURCE-ENTRIES      PIC S9(4)   COMP VALUE +400.
           05  300-MAX-NAME-ENTRIES        PIC S9(4)   COMP VALUE +9000.
           05  300-MIN-NAME-LEN            PIC S9(4)   COMP VALUE +2.
           05  300-MAX-NAME-LEN            PIC S9(4)   COMP VALUE +20.
           05  300-MAX-WORD-ENTRIES        PIC S9(4)   COMP VALUE +40.
           05  300-MASK-RULE-ENTRIES       PIC S9(4)   COMP VALUE +9.
           05  300-NAME-CUE-ENTRIES        PIC S9(4)   COMP VALUE +8.
           05  300-NOT-A-NAME-ENTRIES      PIC S9(4)   COMP VALUE +16.
           05  300-STREET-ENTRIES          PIC S9(4)   COMP VALUE +18.
           05  300-MAX-SESSION-SERIAL      PIC 9(07)   VALUE 999999.
           05  300-MAX-DATE-OFFSET         PIC S9(4)   COMP VALUE +364.
           05  300-TRAILER-TAG             PIC X(09)
                                               VALUE "*TRAILER ".
           05  300-EXTRACT-FILE-CODE       PIC X(05)   VALUE "EXTRA".
           05  300-CONTROL-KEY             PIC X(14)   VALUE "CONTROL".
           05  300-MASK-EMAIL              PIC S9(4)   COMP VALUE +1.
           05  300-MASK-WEB                PIC S9(4)   COMP VALUE +2.
           05  300-MASK-DIGITS             PIC S9(4)   COMP VALUE +3.
           05  300-MASK-CLIENT-NAME        PIC S9(4)   COMP VALUE +4.
           05  300-MASK-CUED-NAME          PIC S9(4)   COMP VALUE +5.
           05  300-MASK-STREET             PIC S9(4)   COMP VALUE +6.
           05  300-MASK-CLIENT-ID          PIC S9(4)   COMP VALUE +7.
           05  300-MASK-SESSION-ID         PIC S9(4)   COMP VALUE +8.
           05  300-MASK-SESSION-DATE       PIC S9(4)   COMP VALUE +9.

       01  400-PROGRAM-COUNTERS.
           05  400-SOURCE-COUNT            PIC S9(4) COMP VALUE ZERO.
           05  400-NAME-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-WORD-COUNT              PIC S9(4) COMP VALUE ZERO.
           05  400-SOURCE-RECORDS-IN       PIC 9(07) COMP VALUE ZERO.
           05  400-SOURCE-RECORDS-OUT      PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-RECORDS-IN        PIC 9(07) COMP VALUE ZERO.
           05  400-TOTAL-RECORDS-OUT       PIC 9(07) COMP VALUE ZERO.
           05  400-TURNS-IN                PIC 9(07) COMP VALUE ZERO.
           05  400-TRAILERS-IN             PIC 9(07) COMP VALUE ZERO.
           05  400-RECORDS-DROPPED         PIC 9(07) COMP VALUE ZERO.
           05  400-RECORDS-MASKED          PIC 9(07) COMP VALUE ZERO.
           05  400-TEXT-CUT-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  400-NEW-CLIENT-COUNT        PIC 9(07) COMP VALUE ZERO.
           05  400-NEW-SESSION-COUNT       PIC 9(07) COMP VALUE ZERO.
           05  400-MASKS-BEFORE            PIC 9(07) COMP VALUE ZERO.
           05  400-DATE-OFFSET             PIC 9(03)      VALUE ZERO.
           05  400-SPLIT-POINTER           PIC S9(4) COMP VALUE ZERO.
           05  400-REBUILD-POINTER         PIC S9(4) COMP VALUE ZERO.
           05  400-WORD-LEN                PIC S9(4) COMP VALUE ZERO.
           05  400-CORE-LEN                PIC S9(4) COMP VALUE ZERO.
           05  400-TEXT-WIDTH              PIC S9(4) COMP VALUE ZERO.
           05  400-MATCH-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  400-PRIOR-SUB               PIC S9(4) COMP VALUE ZERO.
           05  400-SUB                     PIC S9(4) COMP VALUE ZERO.

      ****************************************************************
      *    THE SESSION NOW BEING COPIED: ITS REAL IDS, ITS           *
      *    PSEUDONYMS, AND THE DATE WORK FOR THE SHIFT.  A RUN OF    *
      *    RECORDS FOR ONE SESSION IS RESOLVED ONCE.                 *
      ****************************************************************

       01  410-SESSION-CONTROL.
           05  410-REAL-SESSION-ID         PIC X(14)   VALUE SPACES.
           05  410-REAL-CLIENT-ID          PIC X(08)   VALUE SPACES.
           05  410-HELD-SESSION-ID         PIC X(14)   VALUE SPACES.
           05  410-HELD-CLIENT-ID          PIC X(08)   VALUE SPACES.
           05  410-SESSION-PSEUDONYM       PIC X(14)   VALUE SPACES.
           05  410-CLIENT-PSEUDONYM        PIC X(08)   VALUE SPACES.
           05  410-SESSION-DATE            PIC 9(08)   VALUE ZERO.
           05  410-SHIFTED-DATE            PIC 9(08)   VALUE ZERO.
           05  410-FROM-DATE               PIC 9(08)   VALUE ZERO.
           05  410-THRU-DATE               PIC 9(08)   VALUE ZERO.
           05  410-TODAY-DATE              PIC 9(08)   VALUE ZERO.
           05  410-RANDOM-SEED             PIC 9(08)   VALUE ZERO.
           05  410-RANDOM-FRACTION         PIC V9(09)  VALUE ZERO.

      ****************************************************************
      *    THE LAST SERIALS HANDED OUT, AS CARRIED ON THE CROSSWALK  *
      *    CONTROL RECORD, AND THE PSEUDONYM BEING BUILT.            *
      ****************************************************************

       01  420-SERIAL-CONTROL.
           05  420-LAST-CLIENT-SERIAL      PIC 9(07)   VALUE ZERO.
           05  420-LAST-SESSION-SERIAL     PIC 9(07)   VALUE ZERO.
           05  420-CLIENTS-ON-FILE         PIC 9(07)   VALUE ZERO.
           05  420-CLIENT-PSEUDONYM-BUILD.
               10  FILLER                  PIC X(01)   VALUE "P".
               10  420-CLIENT-SERIAL-OUT   PIC 9(07)   VALUE ZERO.

      ****************************************************************
      *    ONE TEXT FIELD BEING MASKED, ITS REBUILT FORM, AND ONE    *
      *    NAME FROM CLIENTMST BEING SPLIT INTO TOKENS.              *
      ****************************************************************

       01  430-TEXT-WORK-AREAS.
           05  430-TEXT-WORK               PIC X(80)   VALUE SPACES.
           05  430-REBUILT-TEXT            PIC X(80)   VALUE SPACES.
           05  430-SPLIT-WORD              PIC X(80)   VALUE SPACES.
           05  430-NAME-WORK               PIC X(30)   VALUE SPACES.

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
      *    EVERY DISTINCT NAME TOKEN ON CLIENTMST, IN LOWER CASE --  *
      *    "SMITH, JOHN A" GIVES "smith" AND "john".                 *
      ****************************************************************

       01  520-NAME-TABLE.
           05  520-NAME-ENTRY          OCCURS 9000 TIMES
                                       INDEXED BY 520-X.
               10  520-NAME-TOKEN          PIC X(20).

      ****************************************************************
      *    WORDS AFTER WHICH THE NEXT WORD IS TAKEN TO BE A NAME.    *
      *    "IS" COUNTS ONLY AFTER "NAME" (SEE 4230).                 *
      ****************************************************************

       01  530-NAME-CUE-DATA.
           05  FILLER   PIC X(08)  VALUE "named".
           05  FILLER   PIC X(08)  VALUE "called".
           05  FILLER   PIC X(08)  VALUE "mr".
           05  FILLER   PIC X(08)  VALUE "mrs".
           05  FILLER   PIC X(08)  VALUE "ms".
           05  FILLER   PIC X(08)  VALUE "miss".
           05  FILLER   PIC X(08)  VALUE "dr".
           05  FILLER   PIC X(08)  VALUE "name's".

       01  530-NAME-CUE-TABLE REDEFINES 530-NAME-CUE-DATA.
           05  530-NAME-CUE            OCCURS 8 TIMES
                                       INDEXED BY 530-Q
                                       PIC X(08).

      ****************************************************************
      *    WORDS THAT FOLLOW A CUE WITHOUT BEING A NAME ("THEY       *
      *    CALLED ME", "CALLED BACK") AND ARE LEFT UNMASKED.         *
      ****************************************************************

       01  532-NOT-A-NAME-DATA.
           05  FILLER   PIC X(08)  VALUE "me".
           05  FILLER   PIC X(08)  VALUE "you".
           05  FILLER   PIC X(08)  VALUE "him".
           05  FILLER   PIC X(08)  VALUE "her".
           05  FILLER   PIC X(08)  VALUE "it".
           05  FILLER   PIC X(08)  VALUE "us".
           05  FILLER   PIC X(08)  VALUE "them".
           05  FILLER   PIC X(08)  VALUE "i".
           05  FILLER   PIC X(08)  VALUE "my".
           05  FILLER   PIC X(08)  VALUE "your".
           05  FILLER   PIC X(08)  VALUE "the".
           05  FILLER   PIC X(08)  VALUE "a".
           05  FILLER   PIC X(08)  VALUE "an".
           05  FILLER   PIC X(08)  VALUE "to".
           05  FILLER   PIC X(08)  VALUE "back".
           05  FILLER   PIC X(08)  VALUE "off".

       01  532-NOT-A-NAME-TABLE REDEFINES 532-NOT-A-NAME-DATA.
           05  532-NOT-A-NAME          OCCURS 16 TIMES
                                       INDEXED BY 532-N
                                       PIC X(08).

      ****************************************************************
      *    STREET SUFFIXES.  A SUFFIX COUNTS ONLY WHEN A WORD WITH   *
      *    A DIGIT IN IT (THE HOUSE NUMBER, OR "5TH") COMES ONE OR   *
      *    TWO WORDS BEFORE IT, SO "DRIVE TO WORK" IS LEFT ALONE.    *
      ****************************************************************

       01  535-STREET-SUFFIX-DATA.
           05  FILLER   PIC X(10)  VALUE "street".
           05  FILLER   PIC X(10)  VALUE "st".
           05  FILLER   PIC X(10)  VALUE "avenue".
           05  FILLER   PIC X(10)  VALUE "ave".
           05  FILLER   PIC X(10)  VALUE "road".
           05  FILLER   PIC X(10)  VALUE "rd".
           05  FILLER   PIC X(10)  VALUE "lane".
           05  FILLER   PIC X(10)  VALUE "ln".
           05  FILLER   PIC X(10)  VALUE "drive".
           05  FILLER   PIC X(10)  VALUE "dr".
           05  FILLER   PIC X(10)  VALUE "boulevard".
           05  FILLER   PIC X(10)  VALUE "blvd".
           05  FILLER   PIC X(10)  VALUE "court".
           05  FILLER   PIC X(10)  VALUE "ct".
           05  FILLER   PIC X(10)  VALUE "place".
           05  FILLER   PIC X(10)  VALUE "way".
           05  FILLER   PIC X(10)  VALUE "terrace".
           05  FILLER   PIC X(10)  VALUE "highway".

       01  535-STREET-SUFFIX-TABLE REDEFINES 535-STREET-SUFFIX-DATA.
           05  535-STREET-SUFFIX       OCCURS 18 TIMES
                                       INDEXED BY 535-S
                                       PIC X(10).

      ****************************************************************
      *    THE WORDS OF THE TEXT FIELD BEING MASKED.  THE CORE IS    *
      *    THE WORD IN LOWER CASE WITH ITS PUNCTUATION AND ANY       *
      *    POSSESSIVE "'S" TAKEN OFF, FOR THE NAME COMPARES.  A      *
      *    STREET ADDRESS IS WRITTEN ONCE, SO ITS LAST WORD IS       *
      *    SUPPRESSED.                                               *
      ****************************************************************

       01  540-WORD-TABLE.
           05  540-WORD-ENTRY          OCCURS 40 TIMES
                                       INDEXED BY 540-W.
               10  540-WORD-TEXT           PIC X(80).
               10  540-WORD-LEN            PIC S9(4) COMP.
               10  540-WORD-CORE           PIC X(80).
               10  540-DIGIT-COUNT         PIC S9(4) COMP.
               10  540-MASK-RULE           PIC S9(4) COMP.
               10  540-SUPPRESS-FLAG       PIC X(01).
                   88  88-540-SUPPRESSED               VALUE "Y".

      ****************************************************************
      *    THE MASKING RULES, WITH THE TEXT THAT REPLACES A MASKED   *
      *    WORD, AND HOW MANY TIMES EACH FIRED.  THE LAST THREE ARE  *
      *    APPLIED TO EVERY RECORD RATHER THAN TO WORDS.             *
      ****************************************************************

       01  600-MASK-RULE-DATA.
           05  FILLER   PIC X(40)  VALUE
               "E-MAIL ADDRESS                [EMAIL]".
           05  FILLER   PIC X(40)  VALUE
               "WEB ADDRESS                   [WEB]".
           05  FILLER   PIC X(40)  VALUE
               "WORD WITH TWO OR MORE DIGITS  [NUMBER]".
           05  FILLER   PIC X(40)  VALUE
               "NAME ON CLIENTMST             [NAME]".
           05  FILLER   PIC X(40)  VALUE
               "WORD AFTER A NAME CUE         [NAME]".
           05  FILLER   PIC X(40)  VALUE
               "STREET ADDRESS                [ADDRESS]".
           05  FILLER   PIC X(40)  VALUE
               "CLIENT ID TO PSEUDONYM".
           05  FILLER   PIC X(40)  VALUE
               "SESSION ID TO PSEUDONYM".
           05  FILLER   PIC X(40)  VALUE
               "SESSION DATE SHIFTED".

       01  600-MASK-RULE-TABLE REDEFINES 600-MASK-RULE-DATA.
           05  600-MASK-RULE-ENTRY     OCCURS 9 TIMES
                                       INDEXED BY 600-R.
               10  600-RULE-NAME           PIC X(30).
               10  600-RULE-MASK-TEXT      PIC X(10).

       01  610-MASK-RULE-COUNTS.
           05  610-RULE-FIRED-COUNT    OCCURS 9 TIMES
                                       PIC 9(07) COMP.

       COPY EXTLINE.

       COPY TRLLINE.

       01  900-FILE-STATUS-FIELDS.
           05  900-SOURCE-STATUS           PIC X(02)   VALUE "00".
               88  88-900-SOURCE-PRESENT               VALUE "00".
           05  900-HKP-CATALOG-STATUS      PIC X(02)   VALUE "00".
               88  88-900-HKP-CATALOG-PRESENT          VALUE "00".
           05  900-CLIENT-MASTER-STATUS    PIC X(02)   VALUE "00".
               88  88-900-CLIENT-MASTER-PRESENT        VALUE "00".
           05  900-CROSSWALK-STATUS        PIC X(02)   VALUE "00".
               88  88-900-CROSSWALK-OK            VALUE "00" "05".
           05  900-RESEARCH-STATUS         PIC X(02)   VALUE "00".
               88  88-900-RESEARCH-OK                  VALUE "00".
           05  900-REPORT-STATUS           PIC X(02)   VALUE "00".
               88  88-900-REPORT-OK                    VALUE "00".

       01  910-CATALOG-LINE.
           05  HC-FILE-CODE                PIC X(05).
           05  HC-DATE                     PIC 9(08).
           05  HC-FILENAME                 PIC X(30).
           05  HC-COUNT                    PIC 9(07).

       01  915-HEADING-LINE.
           05  FILLER                      PIC X(42)   VALUE
               "ELIZA DE-IDENTIFIED RESEARCH EXTRACT - RUN".
           05  FILLER                      PIC X(07)   VALUE
               " DATE: ".
           05  RH-RUN-DATE                 PIC 9(08).

       01  920-SOURCE-HEADING-LINE.
           05  FILLER                      PIC X(08)   VALUE
               "SOURCE: ".
           05  SH-DESCRIPTION              PIC X(60).

       01  925-SOURCE-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-FILENAME                 PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  SL-RECORDS-IN               PIC ZZZZZZ9.
           05  FILLER                      PIC X(06)   VALUE " IN   ".
           05  SL-RECORDS-OUT              PIC ZZZZZZ9.
           05  FILLER                      PIC X(04)   VALUE " OUT".
           05  SL-COMMENT                  PIC X(30).

       01  930-RULE-DETAIL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RD-RULE-NAME                PIC X(30).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RD-MASK-TEXT                PIC X(10).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  RD-FIRED-COUNT              PIC ZZZZZZ9.
           05  FILLER                      PIC X(08)   VALUE " FIRED".

       01  940-TOTAL-LINE.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  TL-LABEL                    PIC X(48).
           05  TL-VALUE                    PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************
      *    TAKE THE DATE RANGE, OPEN THE CROSSWALK AND LOAD THE      *
      *    CLIENT NAMES -- WITHOUT EITHER THE DELIVERY IS REFUSED -- *
      *    THEN COPY EVERY SOURCE FILE TO THE RESEARCH FILE AND      *
      *    PRINT THE CONTROL TOTALS.                                 *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0040-READ-RUN-PARMS
           MOVE FUNCTION CURRENT-DATE (1:8) TO 410-TODAY-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE 410-TODAY-DATE         TO RH-RUN-DATE
           MOVE 915-HEADING-LINE       TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 0100-OPEN-CROSSWALK
           IF NOT 88-100-DELIVERY-REFUSED
               PERFORM 0200-LOAD-CLIENT-NAMES
           END-IF
           IF 88-100-DELIVERY-REFUSED
               MOVE "DELIVERY REFUSED - DIDEXTR LEFT EMPTY"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
               OPEN OUTPUT RESEARCH-FILE
               CLOSE RESEARCH-FILE
               CLOSE CROSSWALK-FILE
               CLOSE REPORT-FILE
               MOVE 8                  TO RETURN-CODE
               STOP RUN
           END-IF
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
           OPEN OUTPUT RESEARCH-FILE
           PERFORM 2000-COPY-ONE-SOURCE
               VARYING 510-G FROM +1 BY +1
               UNTIL   510-G > 400-SOURCE-COUNT
               OR      88-100-DELIVERY-REFUSED
           CLOSE RESEARCH-FILE
           CLOSE CROSSWALK-FILE
           PERFORM 9000-PRINT-CONTROL-TOTALS
           CLOSE REPORT-FILE
           IF 88-100-DELIVERY-REFUSED
               MOVE 8                  TO RETURN-CODE
           END-IF

           STOP RUN.

      ****************************************************************
      *    0 0 4 0 - R E A D - R U N - P A R M S .                   *
      ****************************************************************
      *    NO PARM MEANS THE LIVE EXTRACT; A FROM AND OPTIONAL THRU  *
      *    DATE MEAN THE ARCHIVE.  A DATE THAT IS NOT EIGHT DIGITS,  *
      *    OR A RANGE THAT RUNS BACKWARDS, STOPS THE JOB WITH        *
      *    RETURN CODE 8.                                            *
      ****************************************************************

       0040-READ-RUN-PARMS.

           ACCEPT 100-COMMAND-LINE-PARM FROM COMMAND-LINE
           UNSTRING 100-COMMAND-LINE-PARM DELIMITED BY ALL SPACE
               INTO 100-FROM-DATE-PARM
                    100-THRU-DATE-PARM
           END-UNSTRING
           IF 100-FROM-DATE-PARM NOT = SPACES
               IF 100-THRU-DATE-PARM = SPACES
                   MOVE 100-FROM-DATE-PARM TO 100-THRU-DATE-PARM
               END-IF
               IF 100-FROM-DATE-PARM NOT NUMERIC
                       OR 100-THRU-DATE-PARM NOT NUMERIC
                   DISPLAY "ELIZADID: DATES MUST BE CCYYMMDD"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 100-FROM-DATE-PARM TO 410-FROM-DATE
               MOVE 100-THRU-DATE-PARM TO 410-THRU-DATE
               IF 410-FROM-DATE > 410-THRU-DATE
                   DISPLAY "ELIZADID: FROM DATE IS AFTER THRU DATE"
                   MOVE 8              TO RETURN-CODE
                   STOP RUN
               END-IF
               SET 88-100-ARCHIVE-RANGE TO TRUE
           END-IF
           .

      ****************************************************************
      *    0 1 0 0 - O P E N - C R O S S W A L K .                   *
      ****************************************************************
      *    OPEN THE CROSSWALK FOR UPDATE (A FIRST DELIVERY CREATES   *
      *    IT) AND PICK UP THE LAST SERIALS FROM ITS CONTROL         *
      *    RECORD, WRITING THAT RECORD THE FIRST TIME.  THE RANDOM   *
      *    DATE OFFSETS ARE SEEDED FROM THE CLOCK.                   *
      ****************************************************************

       0100-OPEN-CROSSWALK.

           OPEN I-O CROSSWALK-FILE
           IF NOT 88-900-CROSSWALK-OK
               MOVE SPACES             TO REPORT-RECORD
               STRING "CROSSWALK DIDXWALK NOT AVAILABLE - STATUS "
                      900-CROSSWALK-STATUS
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               SET 88-100-DELIVERY-REFUSED TO TRUE
           ELSE
               MOVE "#"                TO XW-ID-TYPE
               MOVE 300-CONTROL-KEY    TO XW-REAL-ID
               READ CROSSWALK-FILE
                   INVALID KEY
                       MOVE ZERO       TO XW-LAST-CLIENT-SERIAL
                       MOVE ZERO       TO XW-LAST-SESSION-SERIAL
                       MOVE ZERO       TO XW-DATE-OFFSET
                       MOVE 410-TODAY-DATE TO XW-ASSIGNED-DATE
                       WRITE CROSSWALK-RECORD
                           INVALID KEY
                               SET 88-100-DELIVERY-REFUSED TO TRUE
                       END-WRITE
               END-READ
               MOVE XW-LAST-CLIENT-SERIAL  TO 420-LAST-CLIENT-SERIAL
               MOVE XW-LAST-SESSION-SERIAL TO 420-LAST-SESSION-SERIAL
               MOVE 420-LAST-CLIENT-SERIAL TO 420-CLIENTS-ON-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (9:8) TO 410-RANDOM-SEED
           COMPUTE 410-RANDOM-FRACTION =
               FUNCTION RANDOM (410-RANDOM-SEED)
           .

      ****************************************************************
      *    0 2 0 0 - L O A D - C L I E N T - N A M E S .             *
      ****************************************************************
      *    READ ALL OF CLIENTMST IN KEY ORDER AND KEEP EVERY         *
      *    DISTINCT NAME TOKEN.  A NAME THAT CANNOT BE KEPT IS A     *
      *    NAME THAT CANNOT BE MASKED, SO A FULL TABLE, LIKE A       *
      *    MISSING MASTER, REFUSES THE DELIVERY.                     *
      ****************************************************************

       0200-LOAD-CLIENT-NAMES.

           OPEN INPUT CLIENT-MASTER-FILE
           IF 88-900-CLIENT-MASTER-PRESENT
               MOVE LOW-VALUES         TO CM-CLIENT-ID
               START CLIENT-MASTER-FILE
                   KEY IS NOT LESS THAN CM-CLIENT-ID
                   INVALID KEY
                       SET 88-100-CLIENT-MASTER-EOF TO TRUE
               END-START
               PERFORM 0210-READ-CLIENT-MASTER
                   UNTIL 88-100-CLIENT-MASTER-EOF
           ELSE
               MOVE SPACES             TO REPORT-RECORD
               STRING "CLIENT MASTER NOT AVAILABLE - STATUS "
                      900-CLIENT-MASTER-STATUS
                      " - NAMES CANNOT BE MASKED"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               SET 88-100-DELIVERY-REFUSED TO TRUE
           END-IF
           CLOSE CLIENT-MASTER-FILE
           IF 88-100-TABLE-FULL-NOTED
               MOVE "CLIENT NAME TABLE FULL - NAMES CANNOT BE MASKED"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET 88-100-DELIVERY-REFUSED TO TRUE
           END-IF
           .

       0210-READ-CLIENT-MASTER.

           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET 88-100-CLIENT-MASTER-EOF TO TRUE
               NOT AT END
                   MOVE FUNCTION LOWER-CASE (CM-CLIENT-NAME)
                                       TO 430-NAME-WORK
                   MOVE +1             TO 400-SPLIT-POINTER
                   PERFORM 0220-SPLIT-NAME-TOKEN
                       UNTIL 400-SPLIT-POINTER > LENGTH OF 430-NAME-WORK
           END-READ
           .

       0220-SPLIT-NAME-TOKEN.

           MOVE SPACES                 TO 430-SPLIT-WORD
           MOVE ZERO                   TO 400-WORD-LEN
           UNSTRING 430-NAME-WORK
               DELIMITED BY ALL SPACE OR "," OR "." OR ";"
               INTO 430-SPLIT-WORD COUNT IN 400-WORD-LEN
               WITH POINTER 400-SPLIT-POINTER
           END-UNSTRING
           IF 400-WORD-LEN NOT < 300-MIN-NAME-LEN
                   AND 400-WORD-LEN NOT > 300-MAX-NAME-LEN
               MOVE SPACE              TO 100-SLOT-FOUND-FLAG
               PERFORM VARYING 520-X FROM +1 BY +1
                       UNTIL   520-X > 400-NAME-COUNT
                       OR      88-100-SLOT-FOUND
                   IF 520-NAME-TOKEN (520-X) = 430-SPLIT-WORD
                       SET 88-100-SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT 88-100-SLOT-FOUND
                   IF 400-NAME-COUNT < 300-MAX-NAME-ENTRIES
                       ADD 1           TO 400-NAME-COUNT
                       SET 520-X       TO 400-NAME-COUNT
                       MOVE 430-SPLIT-WORD TO 520-NAME-TOKEN (520-X)
                   ELSE
                       SET 88-100-TABLE-FULL-NOTED TO TRUE
                   END-IF
               END-IF
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
                           SET 88-100-DELIVERY-REFUSED TO TRUE
                           MOVE "TOO MANY GENERATIONS IN THE RANGE"
                                       TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                   END-IF
           END-READ
           .

      ****************************************************************
      *    2 0 0 0 - C O P Y - O N E - S O U R C E .                 *
      ****************************************************************
      *    COPY ONE EXTRACT FILE OR GENERATION TO THE RESEARCH       *
      *    FILE AND PRINT ITS COUNTS.  A CATALOGED GENERATION THAT   *
      *    IS NO LONGER ON DISK IS NOTED AND PASSED OVER.            *
      ****************************************************************

       2000-COPY-ONE-SOURCE.

           MOVE 510-SOURCE-FILENAME (510-G) TO 100-SOURCE-FILENAME
           MOVE 100-SOURCE-FILENAME    TO SL-FILENAME
           MOVE SPACES                 TO SL-COMMENT
           MOVE ZERO                   TO 400-SOURCE-RECORDS-IN
           MOVE ZERO                   TO 400-SOURCE-RECORDS-OUT
           MOVE SPACE                  TO 100-SOURCE-EOF-FLAG
           OPEN INPUT SOURCE-FILE
           IF 88-900-SOURCE-PRESENT
               PERFORM 2100-READ-SOURCE-RECORD
                   UNTIL 88-100-SOURCE-EOF
                   OR    88-100-DELIVERY-REFUSED
           ELSE
               MOVE "  NOT PRESENT - PASSED OVER" TO SL-COMMENT
           END-IF
           CLOSE SOURCE-FILE
           MOVE 400-SOURCE-RECORDS-IN  TO SL-RECORDS-IN
           MOVE 400-SOURCE-RECORDS-OUT TO SL-RECORDS-OUT
           MOVE 925-SOURCE-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 400-SOURCE-RECORDS-IN   TO 400-TOTAL-RECORDS-IN
           ADD 400-SOURCE-RECORDS-OUT  TO 400-TOTAL-RECORDS-OUT
           .

      ****************************************************************
      *  2 1 0 0 - R E A D - S O U R C E - R E C O R D .             *
      ****************************************************************
      *    A TURN IS MASKED AND GIVEN ITS PSEUDONYMS; A TRAILER      *
      *    KEEPS ITS COUNTS AND IS GIVEN THE SAME PSEUDONYMS AS ITS  *
      *    SESSION.  A RECORD WHOSE SESSION ID DOES NOT START WITH   *
      *    A REAL DATE CANNOT HAVE ITS DATE SHIFTED AND IS DROPPED.  *
      ****************************************************************

       2100-READ-SOURCE-RECORD.

           READ SOURCE-FILE INTO 940-EXTRACT-LINE
               AT END
                   SET 88-100-SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1               TO 400-SOURCE-RECORDS-IN
                   IF EX-SESSION-ID (1:9) = 300-TRAILER-TAG
                       ADD 1           TO 400-TRAILERS-IN
                       PERFORM 2300-COPY-TRAILER
                   ELSE
                       ADD 1           TO 400-TURNS-IN
                       PERFORM 2200-COPY-TURN
                   END-IF
           END-READ
           .

       2200-COPY-TURN.

           MOVE EX-SESSION-ID          TO 410-REAL-SESSION-ID
           MOVE EX-CLIENT-ID           TO 410-REAL-CLIENT-ID
           PERFORM 3000-RESOLVE-PSEUDONYMS
           IF 88-100-SESSION-USABLE
               MOVE 410-SESSION-PSEUDONYM TO EX-SESSION-ID
               MOVE 410-CLIENT-PSEUDONYM  TO EX-CLIENT-ID
               PERFORM 2900-COUNT-RECORD-RULES
               MOVE ZERO               TO 400-MASKS-BEFORE
               PERFORM VARYING 600-R FROM +1 BY +1
                       UNTIL   600-R > 300-MASK-STREET
                   ADD 610-RULE-FIRED-COUNT (600-R)
                                       TO 400-MASKS-BEFORE
               END-PERFORM
               MOVE EX-TRANSLATED-INPUT TO 430-TEXT-WORK
               MOVE LENGTH OF EX-TRANSLATED-INPUT TO 400-TEXT-WIDTH
               PERFORM 4000-MASK-TEXT-FIELD
               MOVE 430-TEXT-WORK      TO EX-TRANSLATED-INPUT
               MOVE EX-REPLY           TO 430-TEXT-WORK
               MOVE LENGTH OF EX-REPLY TO 400-TEXT-WIDTH
               PERFORM 4000-MASK-TEXT-FIELD
               MOVE 430-TEXT-WORK      TO EX-REPLY
               PERFORM VARYING 600-R FROM +1 BY +1
                       UNTIL   600-R > 300-MASK-STREET
                   SUBTRACT 610-RULE-FIRED-COUNT (600-R)
                                       FROM 400-MASKS-BEFORE
               END-PERFORM
               IF 400-MASKS-BEFORE NOT = ZERO
                   ADD 1               TO 400-RECORDS-MASKED
               END-IF
               MOVE 940-EXTRACT-LINE   TO RESEARCH-RECORD
               WRITE RESEARCH-RECORD
               ADD 1                   TO 400-SOURCE-RECORDS-OUT
           ELSE
               ADD 1                   TO 400-RECORDS-DROPPED
           END-IF
           .

       2300-COPY-TRAILER.

           MOVE 940-EXTRACT-LINE (1:64) TO 945-TRAILER-LINE
           MOVE TL-SESSION-ID          TO 410-REAL-SESSION-ID
           MOVE TL-CLIENT-ID           TO 410-REAL-CLIENT-ID
           PERFORM 3000-RESOLVE-PSEUDONYMS
           IF 88-100-SESSION-USABLE
               MOVE 410-SESSION-PSEUDONYM TO TL-SESSION-ID
               MOVE 410-CLIENT-PSEUDONYM  TO TL-CLIENT-ID
               PERFORM 2900-COUNT-RECORD-RULES
               MOVE SPACES             TO RESEARCH-RECORD
               MOVE 945-TRAILER-LINE   TO RESEARCH-RECORD
               WRITE RESEARCH-RECORD
               ADD 1                   TO 400-SOURCE-RECORDS-OUT
           ELSE
               ADD 1                   TO 400-RECORDS-DROPPED
           END-IF
           .

       2900-COUNT-RECORD-RULES.

           IF 410-REAL-CLIENT-ID NOT = SPACES
               ADD 1 TO 610-RULE-FIRED-COUNT (300-MASK-CLIENT-ID)
           END-IF
           ADD 1 TO 610-RULE-FIRED-COUNT (300-MASK-SESSION-ID)
           ADD 1 TO 610-RULE-FIRED-COUNT (300-MASK-SESSION-DATE)
           .

      ****************************************************************
      *  3 0 0 0 - R E S O L V E - P S E U D O N Y M S .             *
      ****************************************************************
      *    LOOK UP (OR ASSIGN) THE CLIENT'S PSEUDONYM AND DATE       *
      *    OFFSET, THEN THE SESSION'S PSEUDONYM.  THE RECORDS OF A   *
      *    SESSION ARE CONTIGUOUS, SO THE LOOKUP IS DONE ONCE PER    *
      *    SESSION.  A SESSION WITH NO CLIENT ID KEEPS A BLANK       *
      *    CLIENT ID AND DRAWS AN OFFSET OF ITS OWN.                 *
      ****************************************************************

       3000-RESOLVE-PSEUDONYMS.

           IF 410-REAL-SESSION-ID NOT = 410-HELD-SESSION-ID
                   OR 410-REAL-CLIENT-ID NOT = 410-HELD-CLIENT-ID
               SET 88-100-SESSION-USABLE TO TRUE
               MOVE SPACES             TO 410-HELD-SESSION-ID
               IF 410-REAL-SESSION-ID (1:8) NOT NUMERIC
                   SET 88-100-SESSION-UNUSABLE TO TRUE
               ELSE
                   MOVE 410-REAL-SESSION-ID (1:8) TO 410-SESSION-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (410-SESSION-DATE)
                           NOT = ZERO
                       SET 88-100-SESSION-UNUSABLE TO TRUE
                   END-IF
               END-IF
               IF 88-100-SESSION-USABLE
                   MOVE SPACES         TO 410-CLIENT-PSEUDONYM
                   MOVE ZERO           TO 400-DATE-OFFSET
                   IF 410-REAL-CLIENT-ID NOT = SPACES
                       PERFORM 3100-RESOLVE-CLIENT
                   END-IF
               END-IF
               IF 88-100-SESSION-USABLE
                   PERFORM 3200-RESOLVE-SESSION
               END-IF
               IF 88-100-SESSION-USABLE
                   MOVE 410-REAL-SESSION-ID TO 410-HELD-SESSION-ID
                   MOVE 410-REAL-CLIENT-ID  TO 410-HELD-CLIENT-ID
               END-IF
           END-IF
           .

      ****************************************************************
      *  3 1 0 0 - R E S O L V E - C L I E N T .                     *
      ****************************************************************

       3100-RESOLVE-CLIENT.

           MOVE "C"                    TO XW-ID-TYPE
           MOVE 410-REAL-CLIENT-ID     TO XW-REAL-ID
           READ CROSSWALK-FILE
               INVALID KEY
                   ADD 1               TO 420-LAST-CLIENT-SERIAL
                   MOVE 420-LAST-CLIENT-SERIAL TO 420-CLIENT-SERIAL-OUT
                   PERFORM 3800-DRAW-DATE-OFFSET
                   MOVE "C"            TO XW-ID-TYPE
                   MOVE 410-REAL-CLIENT-ID TO XW-REAL-ID
                   MOVE 420-CLIENT-PSEUDONYM-BUILD TO XW-PSEUDONYM
                   MOVE 400-DATE-OFFSET TO XW-DATE-OFFSET
                   MOVE 410-TODAY-DATE TO XW-ASSIGNED-DATE
                   PERFORM 3700-WRITE-CROSSWALK
                   ADD 1               TO 400-NEW-CLIENT-COUNT
           END-READ
           MOVE XW-PSEUDONYM           TO 410-CLIENT-PSEUDONYM
           MOVE XW-DATE-OFFSET         TO 400-DATE-OFFSET
           IF 420-LAST-CLIENT-SERIAL NOT = 420-CLIENTS-ON-FILE
               PERFORM 3900-SAVE-CONTROL-SERIALS
               MOVE 420-LAST-CLIENT-SERIAL TO 420-CLIENTS-ON-FILE
           END-IF
           .

      ****************************************************************
      *  3 2 0 0 - R E S O L V E - S E S S I O N .                   *
      ****************************************************************
      *    A NEW SESSION'S PSEUDONYM IS ITS SHIFTED DATE AND THE     *
      *    NEXT SERIAL, SO IT STILL SORTS AND BREAKS BY DAY THE WAY  *
      *    A REAL SESSION ID DOES.                                   *
      ****************************************************************

       3200-RESOLVE-SESSION.

           MOVE "S"                    TO XW-ID-TYPE
           MOVE 410-REAL-SESSION-ID    TO XW-REAL-ID
           READ CROSSWALK-FILE
               INVALID KEY
                   PERFORM 3300-ASSIGN-SESSION-PSEUDONYM
               NOT INVALID KEY
                   MOVE XW-PSEUDONYM   TO 410-SESSION-PSEUDONYM
           END-READ
           .

       3300-ASSIGN-SESSION-PSEUDONYM.

           IF 420-LAST-SESSION-SERIAL NOT < 300-MAX-SESSION-SERIAL
               MOVE "SESSION PSEUDONYM SERIALS EXHAUSTED"
                                       TO REPORT-RECORD
               WRITE REPORT-RECORD
               SET 88-100-SESSION-UNUSABLE TO TRUE
               SET 88-100-DELIVERY-REFUSED TO TRUE
           ELSE
               IF 410-REAL-CLIENT-ID = SPACES
                   PERFORM 3800-DRAW-DATE-OFFSET
               END-IF
               ADD 1                   TO 420-LAST-SESSION-SERIAL
               COMPUTE 410-SHIFTED-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (410-SESSION-DATE)
                    - 400-DATE-OFFSET)
               MOVE SPACES             TO 410-SESSION-PSEUDONYM
               STRING 410-SHIFTED-DATE
                      420-LAST-SESSION-SERIAL (2:6)
                      DELIMITED BY SIZE INTO 410-SESSION-PSEUDONYM
               MOVE "S"                TO XW-ID-TYPE
               MOVE 410-REAL-SESSION-ID TO XW-REAL-ID
               MOVE 410-SESSION-PSEUDONYM TO XW-PSEUDONYM
               MOVE 400-DATE-OFFSET    TO XW-DATE-OFFSET
               MOVE 410-TODAY-DATE     TO XW-ASSIGNED-DATE
               PERFORM 3700-WRITE-CROSSWALK
               ADD 1                   TO 400-NEW-SESSION-COUNT
               PERFORM 3900-SAVE-CONTROL-SERIALS
           END-IF
           .

      ****************************************************************
      *  3 7 0 0 - W R I T E - C R O S S W A L K .                   *
      ****************************************************************
      *    A PSEUDONYM THAT CANNOT BE RECORDED CANNOT BE REUSED ON   *
      *    THE NEXT DELIVERY, SO A FAILED WRITE REFUSES THIS ONE.    *
      ****************************************************************

       3700-WRITE-CROSSWALK.

           WRITE CROSSWALK-RECORD
               INVALID KEY
                   MOVE SPACES         TO REPORT-RECORD
                   STRING "CROSSWALK WRITE FAILED - STATUS "
                          900-CROSSWALK-STATUS " KEY " XW-KEY
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   SET 88-100-SESSION-UNUSABLE TO TRUE
                   SET 88-100-DELIVERY-REFUSED TO TRUE
           END-WRITE
           .

      ****************************************************************
      *  3 8 0 0 - D R A W - D A T E - O F F S E T .                 *
      ****************************************************************

       3800-DRAW-DATE-OFFSET.

           COMPUTE 410-RANDOM-FRACTION = FUNCTION RANDOM
           COMPUTE 400-DATE-OFFSET = 1 + FUNCTION INTEGER
               (410-RANDOM-FRACTION * 300-MAX-DATE-OFFSET)
           IF 400-DATE-OFFSET > 300-MAX-DATE-OFFSET
               MOVE 300-MAX-DATE-OFFSET TO 400-DATE-OFFSET
           END-IF
           .

      ****************************************************************
      *  3 9 0 0 - S A V E - C O N T R O L - S E R I A L S .         *
      ****************************************************************
      *    REWRITE THE CONTROL RECORD AS SOON AS A SERIAL IS USED,   *
      *    SO A RUN THAT DIES PART WAY CAN NEVER HAND THE SAME       *
      *    SERIAL TO TWO PEOPLE.                                     *
      ****************************************************************

       3900-SAVE-CONTROL-SERIALS.

           MOVE "#"                    TO XW-ID-TYPE
           MOVE 300-CONTROL-KEY        TO XW-REAL-ID
           MOVE 420-LAST-CLIENT-SERIAL TO XW-LAST-CLIENT-SERIAL
           MOVE 420-LAST-SESSION-SERIAL TO XW-LAST-SESSION-SERIAL
           MOVE ZERO                   TO XW-DATE-OFFSET
           MOVE 410-TODAY-DATE         TO XW-ASSIGNED-DATE
           REWRITE CROSSWALK-RECORD
               INVALID KEY
                   MOVE "CROSSWALK CONTROL RECORD REWRITE FAILED"
                                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   SET 88-100-DELIVERY-REFUSED TO TRUE
           END-REWRITE
           .

      ****************************************************************
      *    4 0 0 0 - M A S K - T E X T - F I E L D .                 *
      ****************************************************************
      *    MASK ONE TEXT FIELD (INPUT OR REPLY) IN 430-TEXT-WORK:    *
      *    SPLIT IT INTO WORDS, DECIDE EACH WORD'S MASK, AND PUT     *
      *    IT BACK TOGETHER ONE SPACE APART.  A MASK WIDER THAN THE  *
      *    WORD IT HIDES CAN PUSH THE END OF A FULL FIELD OFF THE    *
      *    RECORD; THAT IS COUNTED, AND ONLY EVER LOSES TEXT.        *
      ****************************************************************

       4000-MASK-TEXT-FIELD.

           IF 430-TEXT-WORK NOT = SPACES
               PERFORM 4100-SPLIT-INTO-WORDS
               PERFORM 4200-DECIDE-WORD-MASK
                   VARYING 540-W FROM +1 BY +1
                   UNTIL   540-W > 400-WORD-COUNT
               PERFORM 4300-REBUILD-TEXT
           END-IF
           .

      ****************************************************************
      *  4 1 0 0 - S P L I T - I N T O - W O R D S .                 *
      ****************************************************************

       4100-SPLIT-INTO-WORDS.

           MOVE ZERO                   TO 400-WORD-COUNT
           INITIALIZE 540-WORD-TABLE
           MOVE +1                     TO 400-SPLIT-POINTER
           PERFORM UNTIL 400-SPLIT-POINTER > 400-TEXT-WIDTH
                   OR    400-WORD-COUNT NOT < 300-MAX-WORD-ENTRIES
               MOVE SPACES             TO 430-SPLIT-WORD
               MOVE ZERO               TO 400-WORD-LEN
               UNSTRING 430-TEXT-WORK (1:400-TEXT-WIDTH)
                   DELIMITED BY ALL SPACE
                   INTO 430-SPLIT-WORD COUNT IN 400-WORD-LEN
                   WITH POINTER 400-SPLIT-POINTER
               END-UNSTRING
               IF 400-WORD-LEN > ZERO
                   ADD 1               TO 400-WORD-COUNT
                   SET 540-W           TO 400-WORD-COUNT
                   MOVE 430-SPLIT-WORD TO 540-WORD-TEXT (540-W)
                   MOVE 400-WORD-LEN   TO 540-WORD-LEN (540-W)
                   PERFORM 4150-BUILD-WORD-CORE
               END-IF
           END-PERFORM
           .

       4150-BUILD-WORD-CORE.

           MOVE FUNCTION LOWER-CASE (430-SPLIT-WORD)
                                       TO 540-WORD-CORE (540-W)
           INSPECT 540-WORD-CORE (540-W)
               CONVERTING ",;:""()?!." TO "         "
           MOVE FUNCTION TRIM (540-WORD-CORE (540-W))
                                       TO 540-WORD-CORE (540-W)
           COMPUTE 400-CORE-LEN = FUNCTION LENGTH
               (FUNCTION TRIM (540-WORD-CORE (540-W)))
           IF 400-CORE-LEN > 2
               IF 540-WORD-CORE (540-W) (400-CORE-LEN - 1:2) = "'s"
                   MOVE SPACES TO
                       540-WORD-CORE (540-W) (400-CORE-LEN - 1:2)
               END-IF
           END-IF
           INSPECT 430-SPLIT-WORD TALLYING 540-DIGIT-COUNT (540-W)
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
           .

      ****************************************************************
      *  4 2 0 0 - D E C I D E - W O R D - M A S K .                 *
      ****************************************************************
      *    THE RULES ARE TRIED IN ORDER AND THE FIRST ONE THAT       *
      *    APPLIES MASKS THE WORD.  A STREET SUFFIX THEN TAKES IN    *
      *    THE STREET NAME BEFORE IT.                                *
      ****************************************************************

       4200-DECIDE-WORD-MASK.

           MOVE ZERO                   TO 400-MATCH-COUNT
           INSPECT 540-WORD-TEXT (540-W) TALLYING 400-MATCH-COUNT
               FOR ALL "@"
           EVALUATE TRUE
               WHEN 400-MATCH-COUNT > ZERO
                   MOVE 300-MASK-EMAIL TO 540-MASK-RULE (540-W)
               WHEN 540-WORD-CORE (540-W) (1:4) = "http"
                 OR 540-WORD-CORE (540-W) (1:3) = "www"
                   MOVE 300-MASK-WEB   TO 540-MASK-RULE (540-W)
               WHEN 540-DIGIT-COUNT (540-W) > 1
                   MOVE 300-MASK-DIGITS TO 540-MASK-RULE (540-W)
               WHEN OTHER
                   PERFORM 4210-CHECK-CLIENT-NAME
                   IF 540-MASK-RULE (540-W) = ZERO
                       PERFORM 4230-CHECK-NAME-CUE
                   END-IF
                   IF 540-MASK-RULE (540-W) = ZERO
                       PERFORM 4250-CHECK-STREET-ADDRESS
                   END-IF
           END-EVALUATE
           IF 540-MASK-RULE (540-W) NOT = ZERO
               ADD 1 TO 610-RULE-FIRED-COUNT (540-MASK-RULE (540-W))
           END-IF
           .

       4210-CHECK-CLIENT-NAME.

           PERFORM VARYING 520-X FROM +1 BY +1
                   UNTIL   520-X > 400-NAME-COUNT
                   OR      540-MASK-RULE (540-W) NOT = ZERO
               IF 540-WORD-CORE (540-W) = 520-NAME-TOKEN (520-X)
                   MOVE 300-MASK-CLIENT-NAME
                                       TO 540-MASK-RULE (540-W)
               END-IF
           END-PERFORM
           .

      ****************************************************************
      *  4 2 3 0 - C H E C K - N A M E - C U E .                     *
      ****************************************************************

       4230-CHECK-NAME-CUE.

           IF 540-W > 1
               SET 400-PRIOR-SUB       TO 540-W
               SUBTRACT 1              FROM 400-PRIOR-SUB
               PERFORM VARYING 530-Q FROM +1 BY +1
                       UNTIL   530-Q > 300-NAME-CUE-ENTRIES
                       OR      540-MASK-RULE (540-W) NOT = ZERO
                   IF 540-WORD-CORE (400-PRIOR-SUB)
                           = 530-NAME-CUE (530-Q)
                       MOVE 300-MASK-CUED-NAME
                                       TO 540-MASK-RULE (540-W)
                   END-IF
               END-PERFORM
               IF 540-MASK-RULE (540-W) = ZERO
                       AND 400-PRIOR-SUB > 1
                       AND 540-WORD-CORE (400-PRIOR-SUB) = "is"
                       AND 540-WORD-CORE (400-PRIOR-SUB - 1) = "name"
                   MOVE 300-MASK-CUED-NAME TO 540-MASK-RULE (540-W)
               END-IF
               PERFORM VARYING 532-N FROM +1 BY +1
                       UNTIL   532-N > 300-NOT-A-NAME-ENTRIES
                       OR      540-MASK-RULE (540-W) = ZERO
                   IF 540-WORD-CORE (540-W) = 532-NOT-A-NAME (532-N)
                       MOVE ZERO       TO 540-MASK-RULE (540-W)
                   END-IF
               END-PERFORM
           END-IF
           .

      ****************************************************************
      *  4 2 5 0 - C H E C K - S T R E E T - A D D R E S S .         *
      ****************************************************************
      *    "12 ELM STREET" OR "5TH AVENUE": THE SUFFIX, WITH A       *
      *    DIGIT IN ONE OF THE TWO WORDS BEFORE IT.  THE WORD JUST   *
      *    BEFORE THE SUFFIX BECOMES THE ADDRESS MASK AND THE        *
      *    SUFFIX ITSELF IS SUPPRESSED; A HOUSE NUMBER OF ONE DIGIT  *
      *    IS MASKED WITH IT.  THE RULE IS COUNTED ONCE PER ADDRESS. *
      ****************************************************************

       4250-CHECK-STREET-ADDRESS.

           IF 540-W > 1
               SET 400-PRIOR-SUB       TO 540-W
               SUBTRACT 1              FROM 400-PRIOR-SUB
               MOVE SPACE              TO 100-SLOT-FOUND-FLAG
               PERFORM VARYING 535-S FROM +1 BY +1
                       UNTIL   535-S > 300-STREET-ENTRIES
                       OR      88-100-SLOT-FOUND
                   IF 540-WORD-CORE (540-W) = 535-STREET-SUFFIX (535-S)
                       SET 88-100-SLOT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF 88-100-SLOT-FOUND
                   IF 540-DIGIT-COUNT (400-PRIOR-SUB) > ZERO
                       PERFORM 4260-MASK-STREET-WORDS
                   ELSE
                       IF 400-PRIOR-SUB > 1
                           IF 540-DIGIT-COUNT (400-PRIOR-SUB - 1)
                                   > ZERO
                               PERFORM 4260-MASK-STREET-WORDS
                               IF 540-MASK-RULE (400-PRIOR-SUB - 1)
                                       = ZERO
                                   MOVE 300-MASK-DIGITS TO
                                     540-MASK-RULE (400-PRIOR-SUB - 1)
                                   ADD 1 TO 610-RULE-FIRED-COUNT
                                       (300-MASK-DIGITS)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4260-MASK-STREET-WORDS.

           IF 540-MASK-RULE (400-PRIOR-SUB) NOT = ZERO
               SUBTRACT 1 FROM 610-RULE-FIRED-COUNT
                   (540-MASK-RULE (400-PRIOR-SUB))
           END-IF
           MOVE 300-MASK-STREET        TO 540-MASK-RULE (400-PRIOR-SUB)
           SET 88-540-SUPPRESSED (540-W) TO TRUE
           MOVE 300-MASK-STREET        TO 540-MASK-RULE (540-W)
           .

      ****************************************************************
      *  4 3 0 0 - R E B U I L D - T E X T .                         *
      ****************************************************************

       4300-REBUILD-TEXT.

           MOVE SPACES                 TO 430-REBUILT-TEXT
           MOVE +1                     TO 400-REBUILD-POINTER
           PERFORM VARYING 540-W FROM +1 BY +1
                   UNTIL   540-W > 400-WORD-COUNT
               IF NOT 88-540-SUPPRESSED (540-W)
                   IF 400-REBUILD-POINTER > 1
                       STRING " " DELIMITED BY SIZE
                           INTO 430-REBUILT-TEXT
                           WITH POINTER 400-REBUILD-POINTER
                       END-STRING
                   END-IF
                   IF 540-MASK-RULE (540-W) = ZERO
                       STRING 540-WORD-TEXT (540-W)
                                  (1:540-WORD-LEN (540-W))
                           DELIMITED BY SIZE
                           INTO 430-REBUILT-TEXT
                           WITH POINTER 400-REBUILD-POINTER
                       END-STRING
                   ELSE
                       SET 600-R       TO 540-MASK-RULE (540-W)
                       STRING 600-RULE-MASK-TEXT (600-R)
                           DELIMITED BY SPACE
                           INTO 430-REBUILT-TEXT
                           WITH POINTER 400-REBUILD-POINTER
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           IF 400-REBUILD-POINTER - 1 > 400-TEXT-WIDTH
               ADD 1                   TO 400-TEXT-CUT-COUNT
           END-IF
           MOVE 430-REBUILT-TEXT       TO 430-TEXT-WORK
           .

      ****************************************************************
      *  9 0 0 0 - P R I N T - C O N T R O L - T O T A L S .         *
      ****************************************************************
      *    EVERY RECORD READ IS EITHER WRITTEN OR DROPPED; IF THE    *
      *    COUNTS SAY OTHERWISE THE DELIVERY IS REFUSED.             *
      ****************************************************************

       9000-PRINT-CONTROL-TOTALS.

           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CONTROL TOTALS"       TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RECORDS IN"           TO TL-LABEL
           MOVE 400-TOTAL-RECORDS-IN   TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "  CONVERSATION TURNS" TO TL-LABEL
           MOVE 400-TURNS-IN           TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "  SESSION TRAILERS"   TO TL-LABEL
           MOVE 400-TRAILERS-IN        TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "RECORDS OUT TO DIDEXTR" TO TL-LABEL
           MOVE 400-TOTAL-RECORDS-OUT  TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "RECORDS DROPPED - SESSION ID HAS NO VALID DATE"
                                       TO TL-LABEL
           MOVE 400-RECORDS-DROPPED    TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "TURNS WITH TEXT MASKED" TO TL-LABEL
           MOVE 400-RECORDS-MASKED     TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "TEXT FIELDS CUT SHORT BY A MASK" TO TL-LABEL
           MOVE 400-TEXT-CUT-COUNT     TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CLIENT NAME TOKENS LOADED FROM CLIENTMST"
                                       TO TL-LABEL
           MOVE 400-NAME-COUNT         TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "CLIENT PSEUDONYMS NEWLY ASSIGNED" TO TL-LABEL
           MOVE 400-NEW-CLIENT-COUNT   TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE "SESSION PSEUDONYMS NEWLY ASSIGNED" TO TL-LABEL
           MOVE 400-NEW-SESSION-COUNT  TO TL-VALUE
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MASKING RULES"        TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING 600-R FROM +1 BY +1
                   UNTIL   600-R > 300-MASK-RULE-ENTRIES
               MOVE 600-RULE-NAME (600-R)      TO RD-RULE-NAME
               MOVE 600-RULE-MASK-TEXT (600-R) TO RD-MASK-TEXT
               SET 400-SUB             TO 600-R
               MOVE 610-RULE-FIRED-COUNT (400-SUB) TO RD-FIRED-COUNT
               MOVE 930-RULE-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES                 TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF 400-TOTAL-RECORDS-IN NOT =
                   400-TOTAL-RECORDS-OUT + 400-RECORDS-DROPPED
               SET 88-100-DELIVERY-REFUSED TO TRUE
           END-IF
           IF 88-100-DELIVERY-REFUSED
               MOVE "VERDICT: DELIVERY REFUSED - DO NOT SEND DIDEXTR"
                                       TO REPORT-RECORD
           ELSE
               MOVE "VERDICT: CONTROL TOTALS BALANCE - DIDEXTR MAY BE SE
      -             "NT"               TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .

       9100-WRITE-TOTAL-LINE.

           MOVE 940-TOTAL-LINE         TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM ELIZADID.
