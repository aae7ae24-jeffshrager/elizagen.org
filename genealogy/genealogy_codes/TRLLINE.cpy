      ****************************************************************
      *    T R L L I N E . C P Y                                     *
      ****************************************************************
      *    SESSION CONTROL-TOTAL TRAILER RECORD, WRITTEN AT CLEAN    *
      *    SESSION CLOSE TO THE TRANSCRIPT, EXTRACT, AND ALERT LOG   *
      *    FILES.  THE COUNTS ARE THE DETAIL RECORDS THE SESSION     *
      *    WROTE TO EACH FILE, SO THE RECONCILIATION JOB CAN PROVE   *
      *    THE DAY'S FILES COMPLETE SESSION BY SESSION.  A DETAIL    *
      *    RECORD NEVER BEGINS WITH AN ASTERISK, SO THE TAG IS       *
      *    ENOUGH TO TELL THEM APART IN EVERY FILE.                  *
      *                                                              *
      *    TL-PERSONA-CODE IS THE ONLY PLACE A SESSION'S PERSONA IS  *
      *    LOGGED; THE MONTHLY STATISTICS ROLL-UP TAKES IT FROM      *
      *    HERE.  TRAILERS WRITTEN BEFORE IT WAS ADDED (60 BYTES)    *
      *    CARRY SPACES THERE AND ARE COUNTED UNDER NO PERSONA.      *
      ****************************************************************

       01  945-TRAILER-LINE.
           05  TL-TAG                      PIC X(09)
                                               VALUE "*TRAILER ".
           05  TL-SESSION-ID               PIC X(14).
           05  TL-CLIENT-ID                PIC X(08).
           05  TL-TRANSCRIPT-COUNT         PIC 9(07).
           05  TL-EXTRACT-COUNT            PIC 9(07).
           05  TL-KEYWORD-HIT-TURNS       PIC 9(05).
           05  TL-NOKEYFOUND-TURNS        PIC 9(05).
           05  TL-ALERT-COUNT              PIC 9(05).
           05  TL-PERSONA-CODE             PIC X(04).
