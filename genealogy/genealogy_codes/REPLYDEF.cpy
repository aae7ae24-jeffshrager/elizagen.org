      ****************************************************************
      *    R E P L Y D E F . C P Y                                   *
      ****************************************************************
      *    THE COMPILED-IN THERAPIST REPLIES, IN THE REPLYXXXX       *
      *    RECORD LAYOUT (SEE REPLYREC.CPY): EACH REPLY IS TAGGED    *
      *    WITH ITS REPLY GROUP AND ECHO ENDING, THEN THE LENGTH     *
      *    AND TEXT.  ELIZAENG ANSWERS FROM THESE FOR ANY REPLY      *
      *    GROUP THE PERSONA'S REPLY FILE DOES NOT SUPPLY, AND       *
      *    ELIZAMNT CROSS-CHECKS AGAINST THEM, SO BOTH AGREE ON      *
      *    WHICH GROUPS HAVE DEFAULT REPLIES.                        *
      ****************************************************************

       01  545-DEFAULT-REPLY-DATA.
           05  PIC X(15)   VALUE "can you".
           05  PIC x(60)   VALUE "29Don't you believe that I can*".
           05  PIC X(15)   VALUE "can you       .".
           05  PIC X(60)   VALUE "29Perhaps you would like me to*".
           05  PIC X(15)   VALUE "can you".
           05  PIC x(60)   VALUE "29Do you want me to be able to*".
           05  PIC X(15)   VALUE "can i         .".
           05  PIC x(60)   VALUE "26Perhaps you don't want to*".
           05  PIC X(15)   VALUE "can i         .".
           05  PIC x(60)   VALUE "26Do you want to be able to*".
           05  PIC X(15)   VALUE "you are".
           05  PIC x(60)   VALUE "26What makes you think I am*".

           05  PIC X(15)   VALUE "you are".
           05  PIC X(30)   VALUE "35Does it please you to believ".
           05  PIC X(30)   VALUE "e I am*".

           05  PIC X(15)   VALUE "you are       .".
           05  PIC x(60)   VALUE "29Perhaps you would like to be*".

           05  PIC X(15)   VALUE "you are".
           05  PIC X(30)   VALUE "31Do you sometimes wish you we".
           05  PIC X(30)   VALUE "re*".

           05  PIC X(15)   VALUE "i don't".
           05  PIC x(60)   VALUE "17Don't you really*".
           05  PIC X(15)   VALUE "i don't".
           05  PIC x(60)   VALUE "14Why don't you*".
           05  PIC X(15)   VALUE "i don't".
           05  PIC x(60)   VALUE "26Do you wish to be able to*".
           05  PIC X(15)   VALUE "i don't".
           05  PIC x(60)   VALUE "22Does that trouble you?".
           05  PIC X(15)   VALUE "i feel".
           05  PIC x(60)   VALUE "18Do you often feel*".
           05  PIC X(15)   VALUE "i feel".
           05  PIC x(60)   VALUE "18Do you often feel*".
           05  PIC X(15)   VALUE "i feel".
           05  PIC x(60)   VALUE "21Do you enjoy feeling*".
           05  PIC X(15)   VALUE "why don't you".
           05  PIC x(60)   VALUE "30Do you really believe I don't*".
           05  PIC X(15)   VALUE "why don't you .".
           05  PIC x(60)   VALUE "28Perhaps in good time I will*".
           05  PIC X(15)   VALUE "why don't you".
           05  PIC x(60)   VALUE "18Do you want me to*".

           05  PIC X(15)   VALUE "why can't i".
           05  PIC X(30)   VALUE "35Do you think you should be a".
           05  PIC X(30)   VALUE "ble to*".

           05  PIC X(15)   VALUE "why can't i".
           05  PIC x(60)   VALUE "14Why can't you*".

           05  PIC X(15)   VALUE "are you".
           05  PIC X(30)   VALUE "46Why are you interested in wh".
           05  PIC X(30)   VALUE "ether or not I am*".

           05  PIC X(15)   VALUE "are you".
           05  PIC x(60)   VALUE "31Would you prefer if I were not*".
           05  PIC X(15)   VALUE "are you       .".
           05  PIC x(60)   VALUE "31Perhaps in your fantasies I am*".
           05  PIC X(15)   VALUE "i can't".
           05  PIC x(60)   VALUE "26How do you know you can't*".
           05  PIC X(15)   VALUE "i can't".
           05  PIC x(60)   VALUE "15Have you tried?".
           05  PIC X(15)   VALUE "i can't".
           05  PIC x(60)   VALUE "20Perhaps you can now*".

           05  PIC X(15)   VALUE "i am".
           05  PIC X(30)   VALUE "35Did you come to me because y".
           05  PIC X(30)   VALUE "ou are*".

           05  PIC X(15)   VALUE "i am".
           05  PIC x(60)   VALUE "23How long have you been*".

           05  PIC X(15)   VALUE "i am".
           05  PIC X(30)   VALUE "34Do you believe it is normal ".
           05  PIC X(30)   VALUE "to be*".

           05  PIC X(15)   VALUE "i am".
           05  PIC x(60)   VALUE "19Do you enjoy being*".
           05  PIC X(15)   VALUE "you".
           05  PIC x(60)   VALUE "31We were discussing you--not me.".
           05  PIC X(15)   VALUE "you           .".
           05  PIC x(60)   VALUE "06Oh, I*".

           05  PIC X(15)   VALUE "you".
           05  PIC X(30)   VALUE "44You're not really talking ab".
           05  PIC X(30)   VALUE "out me, are you?".

           05  PIC X(15)   VALUE "i want".
           05  PIC X(30)   VALUE "37What would it mean to you if".
           05  PIC X(30)   VALUE " you got*".

           05  PIC X(15)   VALUE "i want".
           05  PIC x(60)   VALUE "16Why do you want*".
           05  PIC X(15)   VALUE "i want".
           05  PIC x(60)   VALUE "21Suppose you soon got*".
           05  PIC X(15)   VALUE "i want".
           05  PIC x(60)   VALUE "22What if you never got*".
           05  PIC X(15)   VALUE "i want        .".
           05  PIC x(60)   VALUE "22I sometimes also want*".
           05  PIC X(15)   VALUE "what".
           05  PIC x(60)   VALUE "15Why do you ask?".
           05  PIC X(15)   VALUE "what".
           05  PIC x(60)   VALUE "32Does that question interest you?".

           05  PIC X(15)   VALUE "what".
           05  PIC X(30)   VALUE "38What answer would please you".
           05  PIC X(30)   VALUE " the most?".

           05  PIC X(15)   VALUE "what".
           05  PIC x(60)   VALUE "18What do you think?".

           05  PIC X(15)   VALUE "what".
           05  PIC X(30)   VALUE "38Are such questions on your m".
           05  PIC X(30)   VALUE "ind often?".

           05  PIC X(15)   VALUE "what".
           05  PIC X(30)   VALUE "40What is it that you really w".
           05  PIC X(30)   VALUE "ant to know?".

           05  PIC X(15)   VALUE "what".
           05  PIC x(60)   VALUE "27Have you asked anyone else?".

           05  PIC X(15)   VALUE "what".
           05  PIC X(30)   VALUE "37Have you asked such question".
           05  PIC X(30)   VALUE "s before?".

           05  PIC X(15)   VALUE "what".
           05  PIC X(30)   VALUE "42What else comes to mind when".
           05  PIC X(30)   VALUE " you ask that?".

           05  PIC X(15)   VALUE "name".
           05  PIC x(60)   VALUE "24Names don't interest me.".

           05  PIC X(15)   VALUE "name".
           05  PIC X(30)   VALUE "41I don't care about names -- ".
           05  PIC X(30)   VALUE "Please go on.".

           05  PIC X(15)   VALUE "cause".
           05  PIC x(60)   VALUE "24Is that the real reason?".

           05  PIC X(15)   VALUE "cause".
           05  PIC X(30)   VALUE "37Don't any other reasons come".
           05  PIC X(30)   VALUE " to mind?".

           05  PIC X(15)   VALUE "cause".
           05  PIC X(30)   VALUE "39Does that reason explain any".
           05  PIC X(30)   VALUE "thing else?".

           05  PIC X(15)   VALUE "cause".
           05  PIC X(30)   VALUE "34What other reasons might the".
           05  PIC X(30)   VALUE "re be?".

           05  PIC X(15)   VALUE "sorry".
           05  PIC x(60)   VALUE "23Please don't apologize!".
           05  PIC X(15)   VALUE "sorry".
           05  PIC x(60)   VALUE "28Apologies are not necessary.".

           05  PIC X(15)   VALUE "sorry".
           05  PIC X(30)   VALUE "45What feelings do you have wh".
           05  PIC X(30)   VALUE "en you apologize?".

           05  PIC X(15)   VALUE "sorry".
           05  PIC x(60)   VALUE "22Don't be so defensive!".

           05  PIC X(15)   VALUE "dream".
           05  PIC X(30)   VALUE "36What does that dream suggest".
           05  PIC X(30)   VALUE " to you?".

           05  PIC X(15)   VALUE "dream".
           05  PIC x(60)   VALUE "19Do you dream often?".

           05  PIC X(15)   VALUE "dream".
           05  PIC X(30)   VALUE "35What persons appear in your ".
           05  PIC X(30)   VALUE "dreams?".

           05  PIC X(15)   VALUE "dream".
           05  PIC X(30)   VALUE "33Are you disturbed by your dr".
           05  PIC X(30)   VALUE "eams?".

           05  PIC X(15)   VALUE "hello".
           05  PIC X(30)   VALUE "43How do you do ...Please stat".
           05  PIC X(30)   VALUE "e your problem.".

           05  PIC X(15)   VALUE "maybe".
           05  PIC x(60)   VALUE "29You don't seem quite certain.".
           05  PIC X(15)   VALUE "maybe".
           05  PIC x(60)   VALUE "23Why the uncertain tone?".
           05  PIC X(15)   VALUE "maybe".
           05  PIC x(60)   VALUE "27Can't you be more positive?".
           05  PIC X(15)   VALUE "maybe".
           05  PIC x(60)   VALUE "16You aren't sure?".
           05  PIC X(15)   VALUE "maybe".
           05  PIC x(60)   VALUE "15Don't you know?".

           05  PIC X(15)   VALUE "no".
           05  PIC X(30)   VALUE "38Are you saying no just to be".
           05  PIC X(30)   VALUE " negative?".

           05  PIC X(15)   VALUE "no".
           05  PIC x(60)   VALUE "29You are being a bit negative.".
           05  PIC X(15)   VALUE "no".
           05  PIC x(60)   VALUE "08Why not?".
           05  PIC X(15)   VALUE "no".
           05  PIC x(60)   VALUE "13Are you sure?".
           05  PIC X(15)   VALUE "no".
           05  PIC x(60)   VALUE "07Why no?".
           05  PIC X(15)   VALUE "your".
           05  PIC x(60)   VALUE "31Why are you concerned about my*".
           05  PIC X(15)   VALUE "your".
           05  PIC x(60)   VALUE "20What about your own*".

           05  PIC X(15)   VALUE "always".
           05  PIC X(30)   VALUE "36Can you think of a specific ".
           05  PIC X(30)   VALUE "example?".

           05  PIC X(15)   VALUE "always".
           05  PIC x(60)   VALUE "05When?".
           05  PIC X(15)   VALUE "always".
           05  PIC x(60)   VALUE "25What are you thinking of?".
           05  PIC X(15)   VALUE "always".
           05  PIC x(60)   VALUE "15Really, always?".
           05  PIC X(15)   VALUE "think".
           05  PIC x(60)   VALUE "23Do you really think so?".
           05  PIC X(15)   VALUE "think         .".
           05  PIC x(60)   VALUE "21But you are not sure*".
           05  PIC X(15)   VALUE "think".
           05  PIC x(60)   VALUE "13Do you doubt*".
           05  PIC X(15)   VALUE "alike".
           05  PIC x(60)   VALUE "12In what way?".
           05  PIC X(15)   VALUE "alike".
           05  PIC x(60)   VALUE "28What resemblance do you see?".

           05  PIC X(15)   VALUE "alike".
           05  PIC X(30)   VALUE "40What does the similarity sug".
           05  PIC X(30)   VALUE "gest to you?".

           05  PIC X(15)   VALUE "alike".
           05  PIC X(30)   VALUE "34What other connections do yo".
           05  PIC X(30)   VALUE "u see?".

           05  PIC X(15)   VALUE "alike".
           05  PIC X(30)   VALUE "38Could there really be some c".
           05  PIC X(30)   VALUE "onnection?".

           05  PIC X(15)   VALUE "alike".
           05  PIC x(60)   VALUE "04How?".
           05  PIC X(15)   VALUE "alike".
           05  PIC x(60)   VALUE "24You seem quite positive.".
           05  PIC X(15)   VALUE "yes".
           05  PIC x(60)   VALUE "13Are you sure?".
           05  PIC X(15)   VALUE "yes".
           05  PIC x(60)   VALUE "06I see.".
           05  PIC X(15)   VALUE "yes".
           05  PIC x(60)   VALUE "13I understand.".

           05  PIC X(15)   VALUE "friend".
           05  PIC X(30)   VALUE "41Why do you bring up the topi".
           05  PIC X(30)   VALUE "c of friends?".

           05  PIC X(15)   VALUE "friend".
           05  PIC x(60)   VALUE "26Do your friends worry you?".
           05  PIC X(15)   VALUE "friend".
           05  PIC x(60)   VALUE "28Do your friends pick on you?".

           05  PIC X(15)   VALUE "friend".
           05  PIC X(30)   VALUE "34Are you sure you have any fr".
           05  PIC X(30)   VALUE "iends?".

           05  PIC X(15)   VALUE "friend".
           05  PIC x(60)   VALUE "30Do you impose on your friends?".

           05  PIC X(15)   VALUE "friend".
           05  PIC X(30)   VALUE "42Perhaps your love for friend".
           05  PIC X(30)   VALUE "s worries you.".

           05  PIC X(15)   VALUE "computer".
           05  PIC x(60)   VALUE "23Do computers worry you?".

           05  PIC X(15)   VALUE "computer".
           05  PIC X(30)   VALUE "39Are you talking about me in ".
           05  PIC X(30)   VALUE "particular?".

           05  PIC X(15)   VALUE "computer".
           05  PIC X(30)   VALUE "31Are you frightened by machin".
           05  PIC X(30)   VALUE "es?".

           05  PIC X(15)   VALUE "computer".
           05  PIC x(60)   VALUE "29Why do you mention computers?".

           05  PIC X(15)   VALUE "computer".
           05  PIC X(30)   VALUE "56What do you think machines h".
           05  PIC X(30)   VALUE "ave to do with your problem?".

           05  PIC X(15)   VALUE "computer".
           05  PIC X(30)   VALUE "42Don't you think computers ca".
           05  PIC X(30)   VALUE "n help people?".

           05  PIC X(15)   VALUE "computer".
           05  PIC X(30)   VALUE "43What is it about machines th".
           05  PIC X(30)   VALUE "at worries you?".

           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC X(30)   VALUE "44Say, do you have any psychol".
           05  PIC X(30)   VALUE "ogical problems?".

           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC x(60)   VALUE "30What does that suggest to you?".
           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC x(60)   VALUE "06I see.".

           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC X(30)   VALUE "36I'm not sure I understand yo".
           05  PIC X(30)   VALUE "u fully.".

           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC X(30)   VALUE "36Come, Come, elucidate your t".
           05  PIC X(30)   VALUE "houghts.".

           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC x(60)   VALUE "26Can you elaborate on that?".
           05  PIC X(15)   VALUE "NOKEYFOUND".
           05  PIC x(60)   VALUE "26That is quite interesting.".

       01  545-DEFAULT-REPLY-TABLE REDEFINES 545-DEFAULT-REPLY-DATA.
           05  545-DEFAULT-REPLY-ENTRY OCCURS 112 TIMES
                                       INDEXED BY 545-R.
               10  545-REPLY-KEYWORD       PIC X(14).
               10  545-REPLY-ECHO-END      PIC X(01).
               10  545-REPLY-LENGTH        PIC 9(02).
               10  545-REPLY               PIC X(58).
