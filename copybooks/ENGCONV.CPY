      *----------------------------------------------------------------*
      * ENGCONV - PARAMETER AREA FOR THE EngConvert SUBPROGRAM.        *
      *                                                                *
      * ONE SHARED COPYBOOK FOR EVERY CALLER THAT TURNS A DECODED      *
      * REGISTER SUBFIELD INTO ITS ENGINEERING VALUE BY THE FIELD'S    *
      * REGLAYOT DEFINITION. COPY THIS MEMBER IN WORKING-STORAGE       *
      * (CALLERS) OR THE LINKAGE SECTION (EngConvert) RATHER THAN      *
      * RESTATING THE LAYOUT.                                          *
      *                                                                *
      * IN: EC-FIELD-BITS (THE SUBFIELD'S BITS, LEFT-JUSTIFIED),       *
      * EC-BIT-LENGTH, EC-UNSIGNED-VALUE (THE BITS AS AN UNSIGNED      *
      * NUMBER, AS BaseConvert RETURNS IT), EC-FIELD-TYPE (U, S OR B   *
      * AS IN REGLAYRC - A SPACE IS U), EC-SCALE-FACTOR AND EC-OFFSET. *
      * OUT: EC-TYPED-VALUE (THE BITS READ AS THEIR TYPE - NEGATIVE    *
      * FOR A SIGNED FIELD WITH ITS TOP BIT ON, THE DECIMAL DIGITS FOR *
      * BCD), EC-ENG-VALUE (EC-TYPED-VALUE * EC-SCALE-FACTOR +         *
      * EC-OFFSET, ROUNDED TO FOUR PLACES) AND EC-STATUS. BOTH OUTPUT  *
      * VALUES ARE ZERO UNLESS EC-STATUS IS "00".                      *
      *----------------------------------------------------------------*
       01  ENGINEERING-PARMS.
           05  EC-FIELD-BITS             PIC X(64).
           05  EC-BIT-LENGTH             PIC 9(02).
           05  EC-UNSIGNED-VALUE         PIC 9(20).
           05  EC-FIELD-TYPE             PIC X(01).
               88  EC-TYPE-UNSIGNED          VALUE "U" " ".
               88  EC-TYPE-SIGNED            VALUE "S".
               88  EC-TYPE-BCD               VALUE "B".
           05  EC-SCALE-FACTOR           PIC S9(05)V9(06).
           05  EC-OFFSET                 PIC S9(09)V9(04).
           05  EC-TYPED-VALUE            PIC S9(20).
           05  EC-ENG-VALUE              PIC S9(20)V9(04).
           05  EC-STATUS                 PIC X(02).
               88  EC-OK                     VALUE "00".
               88  EC-INVALID-TYPE           VALUE "10".
               88  EC-INVALID-LENGTH         VALUE "12".
               88  EC-INVALID-BCD-DIGIT      VALUE "20".
               88  EC-VALUE-OVERFLOW         VALUE "40".
