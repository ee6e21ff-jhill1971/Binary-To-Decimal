      *----------------------------------------------------------------*
      * ALARMRC - OPEN-ALARM MASTER RECORD LAYOUT.                     *
      *                                                                *
      * SHARED COPYBOOK FOR THE INDEXED ALARM MASTER (ALARMMST) THAT   *
      * LimitCheck POSTS EVERY RUN, KEYED LIKE THE PRIOR-VALUES MASTER *
      * (DECPRRC) ON MODEL + DEVICE + BLOCK POSITION + REGISTER        *
      * ORDINAL + FIELD NAME, SO EACH DECODED FIELD INSTANCE CARRIES   *
      * AT MOST ONE ALARM. THE BLOCK POSITION IS DC-BLOCK-POS, THE     *
      * BLOCK'S PLACE WITHIN ITS DEVICE SECTION - NOT THE RAW BLOCK    *
      * NUMBER, WHICH RUNS ON FROM NIGHT TO NIGHT AND WOULD OPEN A NEW *
      * ALARM FOR THE SAME FIELD EVERY RUN. AM-LAST-BLOCK-SEQ IS THE   *
      * RAW BLOCK THE FIELD WAS LAST SEEN OUT OF LIMITS IN, FOR        *
      * FINDING IT IN THAT NIGHT'S DUMP. AlarmInquiry READS IT BACK    *
      * FOR THE ON-CALL AND RECORDS ACKNOWLEDGMENTS; AlarmAging        *
      * REPORTS THE ALARMS LEFT UNACKNOWLEDGED TOO LONG. ANY PROGRAM   *
      * THAT TOUCHES ALARMMST SHOULD COPY THIS MEMBER RATHER THAN      *
      * RESTATING THE LAYOUT.                                          *
      *                                                                *
      * LIFECYCLE - A FIELD FIRST FOUND OUTSIDE ITS LIMITS OPENS AN    *
      * ALARM (STATUS O) STAMPED WITH AM-RAISED-TIMESTAMP. THE ON-CALL *
      * ACKNOWLEDGES IT (STATUS A) WITH INITIALS AND A NOTE. THE FIRST *
      * LATER RUN THAT FINDS THE VALUE BACK INSIDE ITS LIMITS CLEARS   *
      * IT (STATUS C). A CLEARED ALARM WHOSE FIELD GOES OUT AGAIN IS   *
      * REOPENED AS A NEW ALARM WITH A NEW RAISED TIMESTAMP AND THE    *
      * ACKNOWLEDGMENT FIELDS BLANKED.                                 *
      *                                                                *
      * AM-LAST-SEEN-TIMESTAMP, AM-FIELD-VALUE AND AM-RUNS-OUT ARE     *
      * UPDATED ON EVERY RUN THE FIELD IS STILL OUTSIDE ITS LIMITS;    *
      * AM-LOW-LIMIT, AM-HIGH-LIMIT AND AM-SEVERITY ARE THE LIMIT      *
      * ENTRY IN FORCE ON THAT RUN. THE VALUE AND LIMITS ARE IN THE    *
      * FIELD'S ENGINEERING UNITS (AM-UNITS), AS LIMTABLE STATES THEM. *
      *----------------------------------------------------------------*
       01  ALARM-RECORD.
           05  AM-KEY.
               10  AM-MODEL-ID           PIC X(08).
               10  AM-DEVICE-ID          PIC X(08).
               10  AM-BLOCK-POS          PIC X(04).
               10  AM-REGISTER-SEQ       PIC 9(04).
               10  AM-FIELD-NAME         PIC X(20).
           05  AM-ALARM-STATUS           PIC X(01).
               88  AM-STATUS-OPEN            VALUE "O".
               88  AM-STATUS-ACKNOWLEDGED    VALUE "A".
               88  AM-STATUS-CLEARED         VALUE "C".
           05  AM-SEVERITY               PIC X(01).
               88  AM-SEVERITY-WARNING       VALUE "W".
               88  AM-SEVERITY-CRITICAL      VALUE "C".
           05  AM-FIELD-VALUE            PIC S9(20)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  AM-LOW-LIMIT              PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  AM-HIGH-LIMIT             PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  AM-UNITS                  PIC X(08).
           05  AM-RAISED-TIMESTAMP       PIC X(21).
           05  AM-LAST-SEEN-TIMESTAMP    PIC X(21).
           05  AM-RUNS-OUT               PIC 9(05).
           05  AM-ACK-TIMESTAMP          PIC X(21).
           05  AM-ACK-INITIALS           PIC X(08).
           05  AM-ACK-NOTE               PIC X(60).
           05  AM-CLEARED-TIMESTAMP      PIC X(21).
           05  AM-LAST-BLOCK-SEQ         PIC X(04).
