      ****************************************************************
      *    K E Y W D D E F . C P Y                                   *
      ****************************************************************
      *    THE COMPILED-IN THERAPIST KEYWORD LIST, IN THE KEYWDXXXX  *
      *    RECORD LAYOUT (SEE KEYWDREC.CPY).  ELIZAENG USES IT FOR   *
      *    ANY PERSONA WITHOUT A USABLE KEYWORD FILE, AND ELIZAMNT   *
      *    CROSS-CHECKS REPLY GROUPS AGAINST IT, SO BOTH AGREE ON    *
      *    WHAT THE DEFAULTS ARE.  NOKEYFOUND IS NOT LISTED -- THE   *
      *    ENGINE SUPPLIES IT IN THE LAST SLOT FOR EVERY PERSONA.    *
      ****************************************************************

       01  505-DEFAULT-KEYWORD-DATA.
           05  FILLER   PIC X(32)  VALUE "07can you       50".
           05  FILLER   PIC X(32)  VALUE "05can i         50".
           05  FILLER   PIC X(32)  VALUE "07you are       55".
           05  FILLER   PIC X(32)  VALUE "06you're        55you are".
           05  FILLER   PIC X(32)  VALUE "07i don't       60".
           05  FILLER   PIC X(32)  VALUE "06i feel        65".
           05  FILLER   PIC X(32)  VALUE "13why don't you 58".
           05  FILLER   PIC X(32)  VALUE "11why can't i   58".
           05  FILLER   PIC X(32)  VALUE "07are you       45".
           05  FILLER   PIC X(32)  VALUE "07i can't       60".
           05  FILLER   PIC X(32)  VALUE "04i am          55".
           05  FILLER   PIC X(32)  VALUE "03i'm           55i am".
           05  FILLER   PIC X(32)  VALUE "03you           30".
           05  FILLER   PIC X(32)  VALUE "06i want        65".
           05  FILLER   PIC X(32)  VALUE "04what          25".
           05  FILLER   PIC X(32)  VALUE "03how           25what".
           05  FILLER   PIC X(32)  VALUE "03who           25what".
           05  FILLER   PIC X(32)  VALUE "05where         25what".
           05  FILLER   PIC X(32)  VALUE "04when          25what".
           05  FILLER   PIC X(32)  VALUE "03why           25what".
           05  FILLER   PIC X(32)  VALUE "04name          40".
           05  FILLER   PIC X(32)  VALUE "05cause         35".
           05  FILLER   PIC X(32)  VALUE "05sorry         40".
           05  FILLER   PIC X(32)  VALUE "05dream         70".
           05  FILLER   PIC X(32)  VALUE "05hello         20".
           05  FILLER   PIC X(32)  VALUE "02hi            20hello".
           05  FILLER   PIC X(32)  VALUE "05maybe         15".
           05  FILLER   PIC X(32)  VALUE "02no            10".
           05  FILLER   PIC X(32)  VALUE "04your          35".
           05  FILLER   PIC X(32)  VALUE "06always        30".
           05  FILLER   PIC X(32)  VALUE "05think         30".
           05  FILLER   PIC X(32)  VALUE "05alike         30".
           05  FILLER   PIC X(32)  VALUE "03yes           10".
           05  FILLER   PIC X(32)  VALUE "06friend        45".
           05  FILLER   PIC X(32)  VALUE "08computer      75".

       01  505-DEFAULT-KEYWORD-TABLE REDEFINES 505-DEFAULT-KEYWORD-DATA.
           05  505-DEFAULT-KEYWORD-ENTRY OCCURS 35 TIMES
                                       INDEXED BY 505-K.
               10  505-KW-LEN              PIC 9(02).
               10  505-KEYWORD             PIC X(14).
               10  505-KW-RANK             PIC 9(02).
               10  505-KW-REPLY-GROUP      PIC X(14).
