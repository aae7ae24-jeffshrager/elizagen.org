      ****************************************************************
      *    X W A L K R E C . C P Y                                   *
      ****************************************************************
      *    RESEARCH PSEUDONYM CROSSWALK RECORD -- ONE RECORD PER     *
      *    REAL CLIENT ID AND PER REAL SESSION ID EVER DELIVERED,    *
      *    KEYED BY XW-KEY ON THE INDEXED DIDXWALK FILE.  ELIZADID   *
      *    ASSIGNS EACH PSEUDONYM ONCE AND REUSES IT ON EVERY LATER  *
      *    DELIVERY, SO A CLIENT KEEPS ONE PSEUDONYM AND ONE DATE    *
      *    OFFSET FOR LIFE.  THIS FILE IS THE ONLY WAY BACK FROM A   *
      *    RESEARCH FILE TO A PERSON: IT IS KEPT UNDER THE SAME      *
      *    RESTRICTED ACCESS AS CLIENTMST AND NEVER LEAVES THE SHOP. *
      *                                                              *
      *    A CLIENT RECORD (TYPE "C") HOLDS THE CLIENT PSEUDONYM     *
      *    AND THE NUMBER OF DAYS EVERY ONE OF THAT CLIENT'S         *
      *    SESSION DATES IS MOVED BACK.  A SESSION RECORD (TYPE      *
      *    "S") HOLDS THE SESSION PSEUDONYM -- THE SHIFTED SESSION   *
      *    DATE FOLLOWED BY A SIX-DIGIT SERIAL, SO IT READS LIKE A   *
      *    SESSION ID TO THE REPORTING PROGRAMS -- AND, FOR A        *
      *    SESSION WITH NO CLIENT ID, THE SESSION'S OWN OFFSET.      *
      *    ONE CONTROL RECORD (TYPE "#") CARRIES THE LAST CLIENT     *
      *    AND SESSION SERIALS HANDED OUT.                           *
      ****************************************************************

       01  CROSSWALK-RECORD.
           05  XW-KEY.
               10  XW-ID-TYPE              PIC X(01).
                   88  88-XW-CLIENT                    VALUE "C".
                   88  88-XW-SESSION                   VALUE "S".
                   88  88-XW-CONTROL                   VALUE "#".
               10  XW-REAL-ID              PIC X(14).
           05  XW-PSEUDONYM                PIC X(14).
           05  XW-CONTROL-SERIALS REDEFINES XW-PSEUDONYM.
               10  XW-LAST-CLIENT-SERIAL   PIC 9(07).
               10  XW-LAST-SESSION-SERIAL  PIC 9(07).
           05  XW-DATE-OFFSET              PIC 9(03).
           05  XW-ASSIGNED-DATE            PIC 9(08).
