      ****************************************************************
      *    S Y N T A B . C P Y                                       *
      ****************************************************************
      *    SYNONYM-TABLE CROSS REFERENCE.  MAPS COMMON PATIENT        *
      *    PHRASING THAT DOES NOT APPEAR LITERALLY IN                *
      *    500-KEYWORD-TABLE ONTO THE KEYWORD THAT SHOULD FIRE       *
      *    INSTEAD, NAMED BY ITS TEXT SO THE MAPPING HOLDS WHATEVER  *
      *    SLOT A PERSONA'S KEYWORD FILE PUTS THAT KEYWORD IN.  A    *
      *    SYNONYM WHOSE KEYWORD THE PERSONA DOES NOT HAVE IS        *
      *    SIMPLY IDLE FOR THAT PERSONA.  EACH ENTRY CARRIES ITS OWN *
      *    PRECEDENCE RANK (HIGHER WINS), WEIGHED BY                 *
      *    1000-SCAN-FOR-KEYWORD AGAINST EVERY OTHER KEYWORD AND     *
      *    SYNONYM FOUND ANYWHERE IN THE INPUT.                      *
      ****************************************************************

       01  820-SYNONYM-TABLE-DATA.
           05  FILLER   PIC X(32)  VALUE "03mom           50your".
           05  FILLER   PIC X(32)  VALUE "03mum           50your".
           05  FILLER   PIC X(32)  VALUE "06mother        50your".
           05  FILLER   PIC X(32)  VALUE "03dad           50your".
           05  FILLER   PIC X(32)  VALUE "06father        50your".
           05  FILLER   PIC X(32)  VALUE "08i cannot      60i can't".
           05  FILLER   PIC X(32)  VALUE "07can not       60i can't".
           05  FILLER   PIC X(32)  VALUE "04cant          60i can't".
           05  FILLER   PIC X(32)  VALUE "02ur            30you".
           05  FILLER   PIC X(32)  VALUE "06i dont        60i don't".
           05  FILLER   PIC X(32)  VALUE "02im            55i'm".
           05  FILLER   PIC X(32)  VALUE "05wanna         65i want".
           05  FILLER   PIC X(32)  VALUE "03pal           45friend".
           05  FILLER   PIC X(32)  VALUE "05buddy         45friend".
           05  FILLER   PIC X(32)  VALUE "07machine       75computer".
           05  FILLER   PIC X(32)  VALUE "02pc            75computer".
           05  FILLER   PIC X(32)  VALUE "06laptop        75computer".
           05  FILLER   PIC X(32)  VALUE "04yeah          10yes".
           05  FILLER   PIC X(32)  VALUE "03yep           10yes".
           05  FILLER   PIC X(32)  VALUE "04nope          10no".
           05  FILLER   PIC X(32)  VALUE "03nah           10no".
           05  FILLER   PIC X(32)  VALUE "04hiya          20hi".
           05  FILLER   PIC X(32)  VALUE "05howdy         20hello".

       01  820-SYNONYM-TABLE REDEFINES 820-SYNONYM-TABLE-DATA.
           05  820-SYNONYM-ENTRY       OCCURS 23 TIMES
                                       INDEXED BY 820-S.
               10  820-SYN-LEN             PIC 9(02).
               10  820-SYN-PHRASE          PIC X(14).
               10  820-SYN-RANK            PIC 9(02).
               10  820-SYN-KEYWORD         PIC X(14).
