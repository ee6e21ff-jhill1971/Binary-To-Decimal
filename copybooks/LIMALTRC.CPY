      *----------------------------------------------------------------*
      * LIMALTRC - LIMIT-ALERT RECORD LAYOUT.                          *
      *                                                                *
      * SHARED COPYBOOK FOR THE NEW-ALARM ALERT FILE (LIMALERT)        *
      * WRITTEN FRESH BY LimitCheck ON EVERY RUN AND READ BY THE       *
      * DeviceHealth MONTHLY POSTING. ONE RECORD PER ALARM OPENED BY   *
      * THE RUN. ANY PROGRAM THAT TOUCHES LIMALERT SHOULD COPY THIS    *
      * MEMBER RATHER THAN RESTATING THE LAYOUT.                       *
      *                                                                *
      * LA-SEVERITY IS W (WARNING) OR C (CRITICAL). LA-DEVICE-ID IS    *
      * THE CONTROLLER THE FIELD WAS DECODED FROM; IT WAS ADDED AT THE *
      * END SO THE EARLIER COLUMNS KEEP THEIR POSITIONS.               *
      *----------------------------------------------------------------*
       01  ALERT-RECORD.
           05  LA-MODEL-ID               PIC X(08).
           05  LA-FIELD-NAME             PIC X(20).
           05  LA-FIELD-VALUE            PIC S9(20)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  LA-LOW-LIMIT              PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  LA-HIGH-LIMIT             PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  LA-SEVERITY               PIC X(01).
               88  LA-WARNING                VALUE "W".
               88  LA-CRITICAL               VALUE "C".
           05  LA-TIMESTAMP              PIC X(21).
           05  LA-UNITS                  PIC X(08).
           05  LA-DEVICE-ID              PIC X(08).
