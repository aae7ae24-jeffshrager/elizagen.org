      ****************************************************************
      *    E X T L I N E . C P Y                                     *
      ****************************************************************
      *    FIXED-WIDTH EXTRACT RECORD LAYOUT -- ONE RECORD PER       *
      *    CONVERSATION TURN, KEYED BY SESSION ID AND TURN NUMBER.   *
      *    WRITTEN BY THE DIALOG PROGRAM AND READ BY THE REPORTING   *
      *    PROGRAMS, SO THE LAYOUT LIVES HERE AND NOWHERE ELSE.      *
      *                                                              *
      *    CUTOVER NOTE: EX-CLIENT-ID WIDENED THIS RECORD FROM 192   *
      *    TO 200 BYTES AND SHIFTED EVERY FIELD AFTER THE SESSION    *
      *    ID.  THE EXTRACT FILE ACCUMULATES ACROSS RUNS, SO BEFORE  *
      *    THE FIRST RUN AT THIS LAYOUT THE OPERATOR MUST RUN        *
      *    ELIZAHKP ONCE TO ARCHIVE THE OLD-FORMAT TRANSCRIPT,       *
      *    EXTRACT, AND ALERT LOG FILES -- THE REPORTING PROGRAMS    *
      *    CANNOT PARSE A FILE THAT MIXES BOTH WIDTHS.               *
      ****************************************************************

       01  940-EXTRACT-LINE.
           05  EX-SESSION-ID               PIC X(14).
           05  EX-CLIENT-ID                PIC X(08).
           05  EX-TURN-NUMBER              PIC 9(05).
           05  EX-KEYWORD                  PIC X(14).
           05  EX-TRANSLATED-INPUT         PIC X(80).
           05  EX-REPLY                    PIC X(79).
