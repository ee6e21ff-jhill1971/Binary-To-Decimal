      *----------------------------------------------------------------*
      * REGLAYRC - REGISTER LAYOUT DEFINITION RECORD LAYOUT.           *
      *                                                                *
      * SHARED COPYBOOK FOR THE LAYOUT-DEFINITION FILE (REGLAYOT) -    *
      * ONE RECORD PER NAMED FIELD OF A CONTROLLER MODEL'S 64-BIT      *
      * REGISTER. RegisterDecode CUTS THE REGISTERS BY IT AND          *
      * RefFileMaint MAINTAINS IT. ANY PROGRAM THAT TOUCHES REGLAYOT   *
      * SHOULD COPY THIS MEMBER RATHER THAN RESTATING THE LAYOUT.      *
      *                                                                *
      * BIT 1 IS THE LEFTMOST (HIGH-ORDER) BIT OF THE REGISTER. A      *
      * FIELD OCCUPIES RL-START-BIT THRU RL-START-BIT + RL-BIT-LENGTH  *
      * - 1, WHICH MUST NOT PASS BIT 64 OR OVERLAP ANOTHER FIELD OF    *
      * THE SAME MODEL.                                                *
      *                                                                *
      * RL-FIELD-TYPE SAYS HOW THE FIELD'S BITS ARE READ: U UNSIGNED   *
      * BINARY, S SIGNED TWO'S COMPLEMENT AT THE FIELD'S OWN BIT       *
      * LENGTH, B BINARY-CODED DECIMAL (ONE DIGIT PER 4 BITS, SO THE   *
      * BIT LENGTH MUST BE A MULTIPLE OF 4). THE ENGINEERING VALUE IS  *
      * THAT VALUE TIMES RL-SCALE-FACTOR PLUS RL-OFFSET, IN RL-UNITS.  *
      * A RECORD WRITTEN BEFORE THESE FIELDS EXISTED READS THEM AS     *
      * SPACES: A BLANK TYPE IS UNSIGNED, A BLANK SCALE FACTOR IS 1    *
      * AND A BLANK OFFSET IS 0, SO ITS ENGINEERING VALUE IS THE RAW   *
      * VALUE.                                                         *
      *----------------------------------------------------------------*
       01  LAYOUT-RECORD.
           05  RL-MODEL-ID               PIC X(08).
           05  RL-FIELD-NAME             PIC X(20).
           05  RL-START-BIT              PIC 9(02).
           05  RL-BIT-LENGTH             PIC 9(02).
           05  RL-FIELD-TYPE             PIC X(01).
               88  RL-TYPE-UNSIGNED          VALUE "U" " ".
               88  RL-TYPE-SIGNED            VALUE "S".
               88  RL-TYPE-BCD               VALUE "B".
               88  RL-TYPE-VALID             VALUE "U" "S" "B" " ".
           05  RL-SCALE-FACTOR           PIC S9(05)V9(06)
                                         SIGN IS LEADING SEPARATE.
           05  RL-SCALE-FACTOR-X REDEFINES RL-SCALE-FACTOR
                                         PIC X(12).
           05  RL-OFFSET                 PIC S9(09)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  RL-OFFSET-X REDEFINES RL-OFFSET
                                         PIC X(14).
           05  RL-UNITS                  PIC X(08).
