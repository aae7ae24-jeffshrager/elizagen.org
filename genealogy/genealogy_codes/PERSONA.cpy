      ****************************************************************
      *    P E R S O N A . C P Y                                     *
      ****************************************************************
      *    PERSONA CATALOG RECORD -- ONE RECORD PER PERSONA ON THE   *
      *    LINE-SEQUENTIAL PERSONAS CONTROL FILE: THE CODE, THE      *
      *    SESSION'S INITIAL AND GOODBYE MESSAGE TEXT, THE KEYWORD   *
      *    AND REPLY MAINTENANCE FILE NAMES, AND THE NAME OF THE     *
      *    PERSONA'S REGRESSION TEST DECK (SEE TESTDECK.CPY).        *
      *                                                              *
      *    THE DIALOG FRONT-ENDS TAKE THEIR SESSION MESSAGES FROM    *
      *    HERE, ELIZAENG TAKES ITS MAINTENANCE FILE NAMES FROM      *
      *    HERE AT INIT, ELIZAMNT AND ELIZAEDT VALIDATE AGAINST IT,  *
      *    AND ELIZAREG TAKES ITS TEST DECK NAME FROM HERE -- SO     *
      *    THE SCRIPT TEAM STANDS UP A NEW PERSONA BY ADDING ONE     *
      *    CATALOG RECORD PLUS ITS KEYWDXXXX/REPLYXXXX FILES AND     *
      *    TESTDXXXX DECK AND RUNNING THE ELIZAMNT EDIT AND THE      *
      *    ELIZAREG REGRESSION TEST, WITH NO PROGRAM CHANGE AT ALL.  *
      *    A RECORD WITH NO TEST DECK NAME (THE SHORTER LAYOUT)      *
      *    USES TESTD FOLLOWED BY THE PERSONA CODE.                  *
      *                                                              *
      *    WHEN THE FILE IS ABSENT, OR A CODE IS NOT CATALOGED,      *
      *    EVERY PROGRAM FALLS BACK TO THE COMPILED-IN THER/CRER     *
      *    BEHAVIOR IT HAS ALWAYS HAD.                               *
      ****************************************************************

       01  PERSONA-CATALOG-RECORD.
           05  PC-PERSONA-CODE             PIC X(04).
           05  PC-INITIAL-MESSAGE          PIC X(40).
           05  PC-GOODBYE-MESSAGE          PIC X(40).
           05  PC-KEYWORD-FILENAME         PIC X(12).
           05  PC-REPLY-FILENAME           PIC X(12).
           05  PC-TEST-DECK-FILENAME       PIC X(12).
