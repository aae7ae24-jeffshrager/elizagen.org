      ****************************************************************
      *    L D G C O M M . C P Y                                     *
      ****************************************************************
      *    COMMUNICATION AREA FOR THE ELIZALDG RUN-CONTROL LEDGER    *
      *    SUBPROGRAM.  EVERY JOB OF THE NIGHTLY STREAM CALLS IT     *
      *    AT STARTUP AND AT THE END, SO THE STREAM ORDER IS KEPT    *
      *    IN ONE PLACE (LDGSTEPS.CPY) AND THE LEDGER (RUNLEDGR,     *
      *    SEE LDGREC.CPY) IS WRITTEN ONE WAY BY ALL OF THEM.        *
      *                                                              *
      *    FUNCTIONS:                                                *
      *      START    - LDG-JOB-NAME AND LDG-QUALIFIER IN.  THE      *
      *                 BUSINESS DATE COMES FROM THE RUNDATE CARD    *
      *                 (TODAY WHEN THERE IS NONE) AND IS RETURNED   *
      *                 IN LDG-BUSINESS-DATE.  RETURN CODE 00 WHEN   *
      *                 EVERY PREREQUISITE STEP COMPLETED FOR THAT   *
      *                 DATE, OR AN OPERATOR OVERRIDE IS ON THE      *
      *                 LEDGER (LDG-MESSAGE THEN SAYS SO); 08, WITH  *
      *                 THE REASON IN LDG-MESSAGE, WHEN THE JOB      *
      *                 MUST NOT RUN.                                *
      *      END      - LDG-JOB-RETURN-CODE AND UP TO THREE          *
      *                 LABELLED KEY COUNTS IN, THE REST AS LEFT BY  *
      *                 START.  08 IF THE LEDGER COULD NOT BE        *
      *                 WRITTEN.                                     *
      *      OVERRIDE - LDG-JOB-NAME, LDG-BUSINESS-DATE, LDG-        *
      *                 OPERATOR-ID, AND THE REASON IN LDG-MESSAGE   *
      *                 IN.  08, WITH THE REASON IN LDG-MESSAGE,     *
      *                 WHEN THE OVERRIDE IS NOT ACCEPTED.           *
      ****************************************************************

       01  LDG-COMM-AREA.
           05  LDG-FUNCTION                PIC X(08).
               88  88-LDG-FN-START                     VALUE "START".
               88  88-LDG-FN-END                       VALUE "END".
               88  88-LDG-FN-OVERRIDE                 VALUE "OVERRIDE".
           05  LDG-RETURN-CODE             PIC 9(02).
               88  88-LDG-RC-OK                        VALUE 00.
               88  88-LDG-RC-REFUSED                   VALUE 08.
           05  LDG-JOB-NAME                PIC X(08).
           05  LDG-QUALIFIER               PIC X(08).
           05  LDG-BUSINESS-DATE           PIC 9(08).
           05  LDG-JOB-RETURN-CODE         PIC 9(02).
           05  LDG-COUNT-ENTRY         OCCURS 3 TIMES.
               10  LDG-COUNT-LABEL         PIC X(10).
               10  LDG-COUNT               PIC 9(09).
           05  LDG-OPERATOR-ID             PIC X(08).
           05  LDG-MESSAGE                 PIC X(60).
