      ****************************************************************
      *    L D G R E C . C P Y                                       *
      ****************************************************************
      *    NIGHTLY RUN-CONTROL LEDGER RECORD (RUNLEDGR).  EVERY JOB  *
      *    OF THE NIGHTLY STREAM LOGS HERE, THROUGH THE ELIZALDG     *
      *    SUBPROGRAM, ONE RECORD PER EVENT, APPENDED IN THE ORDER   *
      *    THE EVENTS HAPPEN.  THE LATEST EVENT OF A JOB (AND        *
      *    QUALIFIER) FOR A BUSINESS DATE IS ITS STATE THAT DATE:    *
      *                                                              *
      *      START     THE JOB PASSED ITS PREREQUISITE CHECK AND     *
      *                BEGAN.  OPERATOR ID AND MESSAGE ARE FILLED    *
      *                IN WHEN IT RAN ON AN OVERRIDE.                *
      *      END       THE JOB FINISHED: RETURN CODE AND UP TO       *
      *                THREE LABELLED KEY COUNTS.  RETURN CODE 8 OR  *
      *                MORE IS A FAILED STEP.                        *
      *      REFUSED   A PREREQUISITE STEP WAS MISSING OR FAILED;    *
      *                THE MESSAGE SAYS WHICH.  NOTHING WAS RUN.     *
      *      OVERRIDE  AN OPERATOR (ELIZAOVR) LET THE JOB RUN THAT   *
      *                BUSINESS DATE WHATEVER ITS PREREQUISITES      *
      *                SHOW.  THE MESSAGE IS THE OPERATOR'S REASON.  *
      *                                                              *
      *    THE QUALIFIER TELLS APART SEVERAL RUNS OF ONE JOB ON A    *
      *    DATE -- ELIZAMNT RUNS ONCE PER PERSONA.  A START WITH NO  *
      *    END AFTER IT IS A RUN THAT IS STILL GOING OR ABENDED.     *
      ****************************************************************

       01  RUN-LEDGER-RECORD.
           05  LG-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  LG-JOB-NAME                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  LG-QUALIFIER                PIC X(08).
           05  FILLER                      PIC X(01).
           05  LG-EVENT                    PIC X(08).
               88  88-LG-START                         VALUE "START".
               88  88-LG-END                           VALUE "END".
               88  88-LG-REFUSED                       VALUE "REFUSED".
               88  88-LG-OVERRIDE                     VALUE "OVERRIDE".
           05  FILLER                      PIC X(01).
           05  LG-TIMESTAMP                PIC X(14).
           05  FILLER                      PIC X(01).
           05  LG-RETURN-CODE              PIC 9(02).
           05  FILLER                      PIC X(01).
           05  LG-COUNT-ENTRY          OCCURS 3 TIMES.
               10  LG-COUNT-LABEL          PIC X(10).
               10  LG-COUNT                PIC 9(09).
           05  FILLER                      PIC X(01).
           05  LG-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  LG-MESSAGE                  PIC X(60).
