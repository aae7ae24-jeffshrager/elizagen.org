      ****************************************************************
      *    L D G S T E P S . C P Y                                   *
      ****************************************************************
      *    THE NIGHTLY JOB STREAM, IN RUNNING ORDER, WITH THE STEPS  *
      *    EACH JOB NEEDS TO HAVE COMPLETED FOR THE SAME BUSINESS    *
      *    DATE BEFORE IT MAY START.  ELIZALDG ENFORCES IT AND       *
      *    ELIZASTS REPORTS FROM IT, SO BOTH AGREE ON WHAT THE       *
      *    STREAM IS:                                                *
      *                                                              *
      *      ELIZAMNT, ELIZAEDT  - NONE (THE STREAM STARTS HERE)     *
      *      ELIZA               - ELIZAMNT AND ELIZAEDT             *
      *      ELIZARCN            - ELIZA                             *
      *      ELIZARPT            - ELIZARCN                          *
      *      ELIZAHKP            - ELIZARCN AND ELIZARPT             *
      *                                                              *
      *    A STEP HAS COMPLETED WHEN THE LATEST RUN OF EVERY ONE OF  *
      *    ITS QUALIFIERS THAT DATE ENDED BELOW RETURN CODE 8.       *
      ****************************************************************

       01  LDG-STREAM-DATA.
           05  FILLER   PIC X(24)  VALUE "ELIZAMNT".
           05  FILLER   PIC X(24)  VALUE "ELIZAEDT".
           05  FILLER   PIC X(24)  VALUE "ELIZA   ELIZAMNTELIZAEDT".
           05  FILLER   PIC X(24)  VALUE "ELIZARCNELIZA".
           05  FILLER   PIC X(24)  VALUE "ELIZARPTELIZARCN".
           05  FILLER   PIC X(24)  VALUE "ELIZAHKPELIZARCNELIZARPT".

       01  LDG-STREAM-TABLE REDEFINES LDG-STREAM-DATA.
           05  LDG-STEP-ENTRY          OCCURS 6 TIMES
                                       INDEXED BY LDG-S.
               10  LDG-STEP-NAME           PIC X(08).
               10  LDG-STEP-PREREQ         OCCURS 2 TIMES
                                       INDEXED BY LDG-P
                                           PIC X(08).
