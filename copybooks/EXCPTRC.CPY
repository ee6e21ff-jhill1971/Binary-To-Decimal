      *                                                                *
      * EX-DEVICE-ID AND EX-BLOCK-SEQ CARRY THE SOURCE CONTROLLER AND  *
      * DUMP BLOCK FROM THE REJECTED BININPUT RECORD SO A RESUBMITTED  *
      * RECORD KEEPS ITS ORIGIN. THE DEVICE FALLS BACK TO THE HDR      *
      * DEVICE OF ITS SECTION WHEN THE RECORD'S COLUMNS ARE BLANK (OR, *
      * FOR AN OVERSIZE LINE, UNREADABLE); BOTH ARE BLANK WHEN THE     *
      * INPUT CARRIED NEITHER.                                         *
      *----------------------------------------------------------------*
       01  EXCEPTION-RECORD.
           05  EX-BINARY-NUMBER          PIC X(64).
