      *----------------------------------------------------------------*
      * REFCHGRC - REFERENCE-FILE CHANGE LOG RECORD LAYOUT.            *
      *                                                                *
      * SHARED COPYBOOK FOR THE APPEND-ONLY CHANGE LOG (REFCHLOG)      *
      * RefFileMaint WRITES FOR EVERY ADD, CHANGE AND DELETE IT        *
      * APPLIES TO REGLAYOT, VALLABEL, DEVMAST OR LIMTABLE: WHO MADE   *
      * IT, WHEN, WHICH FILE, AND THE RECORD IMAGE BEFORE AND AFTER,   *
      * SO AN INCIDENT REVIEW CAN ANSWER "WHEN DID THIS LIMIT CHANGE". *
      * ANY PROGRAM THAT TOUCHES REFCHLOG SHOULD COPY THIS MEMBER      *
      * RATHER THAN RESTATING THE LAYOUT.                              *
      *                                                                *
      * THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER IMAGE IS     *
      * BLANK ON A DELETE. THE IMAGES ARE THE REFERENCE RECORDS BYTE   *
      * FOR BYTE, LEFT-JUSTIFIED AND SPACE-FILLED.                     *
      *----------------------------------------------------------------*
       01  CHANGE-LOG-RECORD.
           05  CL-TIMESTAMP              PIC X(21).
           05  CL-OPERATOR-ID            PIC X(08).
           05  CL-FILE-NAME              PIC X(08).
           05  CL-ACTION                 PIC X(01).
               88  CL-ACTION-ADD             VALUE "A".
               88  CL-ACTION-CHANGE          VALUE "C".
               88  CL-ACTION-DELETE          VALUE "D".
           05  CL-BEFORE-IMAGE           PIC X(100).
           05  CL-AFTER-IMAGE            PIC X(100).
