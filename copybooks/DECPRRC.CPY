      *                                                                *
      * SHARED COPYBOOK FOR THE INDEXED PRIOR-VALUES MASTER            *
      * (DECPRIOR) THE DECODE CHAIN POSTS AFTER EACH RUN, KEYED ON    *
      * MODEL + DEVICE + BLOCK POSITION + REGISTER ORDINAL + FIELD     *
      * NAME SO EACH DECODED FIELD INSTANCE KEEPS EXACTLY ONE PRIOR    *
      * VALUE - A DUMP BLOCK CARRIES SEVERAL REGISTERS AND EVERY       *
      * REGISTER OF A MODEL DECODES THE SAME FIELD NAMES, SO THE       *
      * ORDINAL (DC-REGISTER-SEQ FROM DECODRC) IS WHAT KEEPS THEM      *
      * FROM COLLIDING ON ONE KEY. THE BLOCK POSITION (DC-BLOCK-POS)   *
      * IS THE BLOCK'S PLACE WITHIN ITS DEVICE SECTION, NOT THE RAW    *
      * BLOCK NUMBER, WHICH RUNS ON FROM NIGHT TO NIGHT; DUMPS FROM    *
      * BEFORE THE NUMBERING RAN ON STARTED EVERY SECTION AT 0001, SO  *
      * THEIR KEYS ARE THE SAME EITHER WAY. DecodeDelta                *
      * COMPARES EACH RUN'S DECODOUT AGAINST IT AND REWRITES IT WITH   *
      * THE NEW VALUES, SO THE NEXT RUN COMPARES AGAINST THIS ONE.     *
      * ANY PROGRAM THAT TOUCHES DECPRIOR SHOULD COPY THIS MEMBER      *
           05  PV-KEY.
               10  PV-MODEL-ID           PIC X(08).
               10  PV-DEVICE-ID          PIC X(08).
               10  PV-BLOCK-POS          PIC X(04).
               10  PV-REGISTER-SEQ       PIC 9(04).
               10  PV-FIELD-NAME         PIC X(20).
           05  PV-FIELD-VALUE            PIC 9(20).
