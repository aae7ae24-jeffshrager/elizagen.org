       IDENTIFICATION DIVISION.

       PROGRAM-ID.             ELIZAOVR.
      *AUTHOR.                 ARNOLD J. TREMBLEY.
      *SECURITY.               THIS PROGRAM IS PUBLIC DOMAIN FREEWARE.

      ****************************************************************
      *                                                              *
      *    ELIZAOVR -- RECORD AN OPERATOR OVERRIDE ON THE NIGHTLY    *
      *    RUN-CONTROL LEDGER.                                       *
      *                                                              *
      *    WHEN A STEP OF THE NIGHTLY STREAM HAS BEEN REFUSED        *
      *    BECAUSE A STEP BEFORE IT IS MISSING OR FAILED, AND THE    *
      *    OPERATOR HAS DECIDED IT SHOULD RUN ANYWAY, THIS PUTS AN   *
      *    OVERRIDE FOR THAT JOB AND BUSINESS DATE ON RUNLEDGR.      *
      *    THE JOB IS THEN RESUBMITTED AND ELIZALDG LETS IT START,   *
      *    LOGGING WHO OVERRODE THE CHECK AND WHY.                   *
      *                                                              *
      *    THE COMMAND-LINE PARM IS:                                 *
      *        JOBNAME YYYYMMDD OPERATOR REASON TEXT ...             *
      *    E.G. "ELIZARPT 20261014 OPS0042 RCN EXCEPTIONS REVIEWED". *
      *    ALL FOUR ARE REQUIRED.  RETURN CODE 8 WHEN THE OVERRIDE   *
      *    IS NOT ACCEPTED, WITH THE REASON DISPLAYED.               *
      *                                                              *
      ****************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  100-PROGRAM-FLAGS.
           05  100-COMMAND-LINE-PARM       PIC X(100)  VALUE SPACES.
           05  100-PARM-JOB-NAME           PIC X(08)   VALUE SPACES.
           05  100-PARM-DATE               PIC X(08)   VALUE SPACES.
           05  100-PARM-DATE-NUM REDEFINES 100-PARM-DATE
                                           PIC 9(08).
           05  100-PARM-OPERATOR           PIC X(08)   VALUE SPACES.
           05  100-PARM-REASON             PIC X(60)   VALUE SPACES.

       01  400-PROGRAM-COUNTERS.
           05  400-PARM-POINTER            PIC S9(4) COMP VALUE +1.

       COPY LDGCOMM.

       PROCEDURE DIVISION.

      ****************************************************************
      *    0 0 0 0 - M A I N L I N E .                               *
      ****************************************************************

       0000-MAINLINE.

           PERFORM 0040-GET-OVERRIDE-PARM
           IF 100-PARM-DATE IS NOT NUMERIC
               DISPLAY "ELIZAOVR: PARM MUST BE JOBNAME YYYYMMDD "
                       "OPERATOR REASON"
               MOVE 8                  TO RETURN-CODE
           ELSE
               INITIALIZE LDG-COMM-AREA
               SET 88-LDG-FN-OVERRIDE  TO TRUE
               MOVE 100-PARM-JOB-NAME  TO LDG-JOB-NAME
               MOVE 100-PARM-DATE-NUM  TO LDG-BUSINESS-DATE
               MOVE 100-PARM-OPERATOR  TO LDG-OPERATOR-ID
               MOVE 100-PARM-REASON    TO LDG-MESSAGE
               CALL "ELIZALDG" USING LDG-COMM-AREA
               IF 88-LDG-RC-OK
                   DISPLAY "ELIZAOVR: OVERRIDE RECORDED FOR "
                           LDG-JOB-NAME " BUSINESS DATE "
                           LDG-BUSINESS-DATE " BY " LDG-OPERATOR-ID
               ELSE
                   DISPLAY "ELIZAOVR: OVERRIDE NOT RECORDED - "
                           LDG-MESSAGE
                   MOVE 8              TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

      ****************************************************************
      *  0 0 4 0 - G E T - O V E R R I D E - P A R M .               *
      ****************************************************************
      *    THE FIRST THREE WORDS ARE THE JOB, DATE, AND OPERATOR;    *
      *    EVERYTHING AFTER THEM IS THE REASON.                      *
      ****************************************************************

       0040-GET-OVERRIDE-PARM.

           ACCEPT 100-COMMAND-LINE-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE (100-COMMAND-LINE-PARM)
                               TO 100-COMMAND-LINE-PARM
           MOVE +1                     TO 400-PARM-POINTER
           UNSTRING 100-COMMAND-LINE-PARM DELIMITED BY ALL SPACE
               INTO 100-PARM-JOB-NAME
                    100-PARM-DATE
                    100-PARM-OPERATOR
               WITH POINTER 400-PARM-POINTER
           END-UNSTRING
           IF 400-PARM-POINTER <= LENGTH OF 100-COMMAND-LINE-PARM
               MOVE 100-COMMAND-LINE-PARM (400-PARM-POINTER:)
                                       TO 100-PARM-REASON
           END-IF
           .

       END PROGRAM ELIZAOVR.
