      *----------------------------------------------------------------*
      * LIMCNTRC - LIMIT-CHECK DEVICE COUNT RECORD LAYOUT.             *
      *                                                                *
      * SHARED COPYBOOK FOR THE PER-DEVICE COUNT FILE (LIMCOUNT)       *
      * WRITTEN FRESH BY LimitCheck ON EVERY RUN AND READ BY THE       *
      * DeviceBalance CHECK. ONE RECORD PER DEVICE FOUND ON DECODOUT,  *
      * IN THE ORDER THE DEVICES WERE FIRST MET. ANY PROGRAM THAT      *
      * TOUCHES LIMCOUNT SHOULD COPY THIS MEMBER RATHER THAN           *
      * RESTATING THE LAYOUT.                                          *
      *                                                                *
      * LN-FIELDS-READ IS EVERY DECODOUT FIELD RECORD FOR THE DEVICE;  *
      * LN-FIELDS-CHECKED IS THOSE TESTED AGAINST A LIMIT, THE SAME    *
      * COUNT LimitCheck TOTALS AS FIELDS CHECKED.                     *
      *----------------------------------------------------------------*
       01  LIMIT-COUNT-RECORD.
           05  LN-DEVICE-ID              PIC X(08).
           05  LN-FIELDS-READ            PIC 9(09).
           05  LN-FIELDS-CHECKED         PIC 9(09).
