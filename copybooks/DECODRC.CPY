      * DUMP BLOCK STAMPED ON THE BININPUT RECORD; BLANK ON PRE-STAMP  *
      * INPUT WITH NO HDR RECORD. DC-REGISTER-SEQ IS THE REGISTER'S    *
      * ORDINAL WITHIN ITS DEVICE/BLOCK (A DUMP BLOCK LINE CARRIES     *
      * SEVERAL REGISTERS).                                            *
      *                                                                *
      * THE CONTROLLERS NUMBER THEIR BLOCKS ON FROM ONE TRANSMISSION   *
      * TO THE NEXT, SO DC-BLOCK-SEQ IS DIFFERENT FOR THE SAME         *
      * REGISTER EVERY NIGHT AND ONLY TRACES A VALUE BACK TO TONIGHT'S *
      * DUMP. DC-BLOCK-POS IS THE BLOCK'S POSITION WITHIN ITS DEVICE   *
      * SECTION, THE SECTION'S FIRST BLOCK BEING 0001, AND DOES STAY   *
      * THE SAME; IT IS CARRIED AS THE RAW BLOCK WHEN THAT IS BLANK OR *
      * NOT NUMERIC. MODEL + DEVICE + BLOCK-POS + REGISTER-SEQ + FIELD *
      * NAME IDENTIFIES ONE DECODED FIELD INSTANCE ACROSS RUNS - THE   *
      * KEY THE PRIOR-VALUES MASTER (DECPRRC) AND THE ALARM MASTER     *
      * (ALARMRC) ARE BUILT ON.                                        *
      *                                                                *
      * DC-VALUE-LABEL IS THE MEANING OF DC-FIELD-VALUE FROM THE       *
      * VALUE-LABEL DEFINITION FILE (VALLABEL): THE LABEL TEXT WHEN    *
      * THE VALUE IS LISTED, "*UNKNOWN*" WHEN THE FIELD HAS LABELS BUT *
      * THIS VALUE IS NOT AMONG THEM, AND BLANK FOR A FIELD WITH NO    *
      * LABELS AT ALL (A PLAIN NUMERIC COUNTER).                       *
      *                                                                *
      * DC-ENG-VALUE IS THE FIELD IN ENGINEERING UNITS (DC-ENG-UNITS): *
      * DC-FIELD-VALUE READ AS DC-FIELD-TYPE (U UNSIGNED, S SIGNED     *
      * TWO'S COMPLEMENT, B BCD), TIMES THE LAYOUT'S SCALE FACTOR,     *
      * PLUS ITS OFFSET. IT IS WHAT LimitCheck TESTS. DC-ENG-FLAG IS N *
      * WHEN NO ENGINEERING VALUE COULD BE FORMED (A BCD DIGIT ABOVE 9 *
      * OR A RESULT TOO LARGE), AND DC-ENG-VALUE IS THEN ZERO.         *
      *----------------------------------------------------------------*
       01  DECODED-OUTPUT-RECORD.
           05  DC-MODEL-ID               PIC X(08).
           05  DC-BLOCK-SEQ              PIC X(04).
           05  DC-VALUE-LABEL            PIC X(20).
           05  DC-REGISTER-SEQ           PIC 9(04).
           05  DC-FIELD-TYPE             PIC X(01).
           05  DC-ENG-VALUE              PIC S9(20)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  DC-ENG-UNITS              PIC X(08).
           05  DC-ENG-FLAG               PIC X(01).
               88  DC-ENG-VALUE-OK           VALUE "Y".
               88  DC-ENG-VALUE-BAD          VALUE "N".
           05  DC-BLOCK-POS              PIC X(04).
