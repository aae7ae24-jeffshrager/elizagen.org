      ****************************************************************
      *    S T A T R E C . C P Y                                     *
      ****************************************************************
      *    PERMANENT MONTHLY STATISTICS HISTORY RECORD (STATHIST).   *
      *    ELIZASUM ROLLS EVERY ARCHIVE GENERATION UP INTO THIS      *
      *    FILE BEFORE ELIZAHKP MAY PURGE IT, SO THE FIGURES         *
      *    OUTLIVE THE LOGS THEY CAME FROM.  ONE RECORD PER TYPE,    *
      *    PERIOD, AND KEY; THE COUNTS USED BY EACH TYPE ARE:        *
      *                                                              *
      *      GN  GENERATION SUMMARIZED -- PERIOD IS THE CATALOG      *
      *          DATE, KEY THE FILE CODE IT WAS READ FROM (EXTRA,    *
      *          OR TRANS/ALERT WHEN NO EXTRACT GENERATION WAS LEFT, *
      *          IN WHICH CASE NO KEYWORD HITS WERE COUNTED).        *
      *          SESSIONS AND TURNS.  ELIZAHKP PURGES NO GENERATION  *
      *          OF A DATE WITHOUT ONE.                              *
      *      PD  PERSONA DAY TOTAL -- PERIOD IS THE SESSION DATE,    *
      *          KEY THE PERSONA CODE.  SESSIONS, TURNS, KEYWORD-HIT *
      *          TURNS, NOKEYFOUND TURNS, AND ALERTS.                *
      *      PM  PERSONA MONTH TOTAL -- AS PD FOR THE WHOLE MONTH.   *
      *      KW  KEYWORD HITS FOR THE MONTH -- KEY THE KEYWORD TEXT, *
      *          HITS IN SH-TURNS.                                   *
      *      TB  TURN DISTRIBUTION FOR THE MONTH -- KEY THE BUCKET   *
      *          LABEL, SESSIONS IN THAT BUCKET.                     *
      *      CS  CLIENT SESSIONS FOR THE MONTH -- KEY THE CLIENT ID  *
      *          (SPACES FOR NO CLIENT ID OR AN ERASED CLIENT, AND   *
      *          THERE MAY BE SEVERAL SUCH ROWS), SESSIONS AND TURNS.*
      *      AL  CRISIS ALERT CASES FOR THE MONTH -- KEY THE TIER    *
      *          AND THE DISPOSITION ON ALERTCASE, CASES IN          *
      *          SH-ALERTS.  REFRESHED FROM ALERTCASE UNTIL EVERY    *
      *          CASE OF THE MONTH IS CLOSED, THEN FINAL.            *
      *                                                              *
      *    A MONTH RECORD'S PERIOD IS THE MONTH WITH A DAY OF 00.    *
      ****************************************************************

       01  STAT-HISTORY-RECORD.
           05  SH-RECORD-TYPE              PIC X(02).
               88  88-SH-GENERATION                    VALUE "GN".
               88  88-SH-PERSONA-DAY                   VALUE "PD".
               88  88-SH-PERSONA-MONTH                 VALUE "PM".
               88  88-SH-KEYWORD                       VALUE "KW".
               88  88-SH-TURN-BUCKET                   VALUE "TB".
               88  88-SH-CLIENT                        VALUE "CS".
               88  88-SH-ALERT                         VALUE "AL".
           05  SH-PERIOD                   PIC 9(08).
           05  SH-PERIOD-PARTS REDEFINES SH-PERIOD.
               10  SH-MONTH                PIC 9(06).
               10  SH-DAY                  PIC 9(02).
           05  SH-KEY                      PIC X(14).
           05  SH-ALERT-KEY REDEFINES SH-KEY.
               10  SH-ALERT-TIER           PIC X(01).
               10  FILLER                  PIC X(01).
               10  SH-ALERT-DISPOSITION    PIC X(09).
                   88  88-SH-ALERT-OPEN    VALUE "NEW" "REVIEWED"
                                                 "ESCALATED".
               10  FILLER                  PIC X(03).
           05  SH-SESSIONS                 PIC 9(07).
           05  SH-TURNS                    PIC 9(07).
           05  SH-HIT-TURNS                PIC 9(07).
           05  SH-NOKEY-TURNS              PIC 9(07).
           05  SH-ALERTS                   PIC 9(07).
           05  FILLER                      PIC X(01).
