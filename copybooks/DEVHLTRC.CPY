      *----------------------------------------------------------------*
      * DEVHLTRC - MONTHLY DEVICE-HEALTH MASTER RECORD LAYOUT.         *
      *                                                                *
      * SHARED COPYBOOK FOR THE INDEXED DEVICE-HEALTH MASTER           *
      * (DEVHLTH), KEYED ON MONTH (CCYYMM) + DEVICE. DeviceHealth ADDS *
      * EACH NIGHT'S TROUBLE COUNTS FOR A DEVICE INTO THE RECORD FOR   *
      * THE MONTH OF THE RUN DATE; HealthScorecard READS A MONTH AND   *
      * THE MONTH BEFORE IT BACK AT MONTH END. ANY PROGRAM THAT        *
      * TOUCHES DEVHLTH SHOULD COPY THIS MEMBER RATHER THAN RESTATING  *
      * THE LAYOUT.                                                    *
      *                                                                *
      * A DEVICE HAS A RECORD FOR A MONTH ONLY IF SOMETHING WAS        *
      * CHARGED TO IT THAT MONTH. THE COUNTS ARE:                      *
      *   DH-WARNING-ALARMS / DH-CRITICAL-ALARMS - NEW LIMIT ALARMS    *
      *     (LIMALERT, BY LA-SEVERITY)                                 *
      *   DH-STUCK-ALERTS - REPEATED-VALUE ALERTS (REPTALRT)           *
      *   DH-REJECTS - RECORDS REJECTED BY BinaryToDecimal (EXCPFILE), *
      *     ONE COUNT PER EX-REASON-CODE 01 TO 04, ALSO ADDRESSABLE BY *
      *     REASON NUMBER THROUGH DH-REJECT-TABLE                      *
      *   DH-PARSE-ERRORS - DumpIngest PARSE ERRORS (INGSTERR)         *
      *                                                                *
      * DH-NIGHTS-CHARGED IS THE NUMBER OF NIGHTS THAT ADDED TO THE    *
      * RECORD. DH-LAST-POSTED-DATE IS THE RUN DATE (CCYYMMDD) OF THE  *
      * LAST OF THEM; A SECOND POSTING ON THE SAME RUN DATE IS A RERUN *
      * AND IS NOT ADDED AGAIN.                                        *
      *----------------------------------------------------------------*
       01  DEVICE-HEALTH-RECORD.
           05  DH-KEY.
               10  DH-MONTH              PIC 9(06).
               10  DH-DEVICE-ID          PIC X(08).
           05  DH-WARNING-ALARMS         PIC 9(07).
           05  DH-CRITICAL-ALARMS        PIC 9(07).
           05  DH-STUCK-ALERTS           PIC 9(07).
           05  DH-REJECTS.
               10  DH-REJECTS-INVALID-DIGIT
                                         PIC 9(07).
               10  DH-REJECTS-OVERSIZE   PIC 9(07).
               10  DH-REJECTS-EMPTY      PIC 9(07).
               10  DH-REJECTS-SIGN-FIELDS
                                         PIC 9(07).
           05  DH-REJECT-TABLE REDEFINES DH-REJECTS.
               10  DH-REJECT-COUNT       PIC 9(07) OCCURS 4 TIMES.
           05  DH-PARSE-ERRORS           PIC 9(07).
           05  DH-NIGHTS-CHARGED         PIC 9(03).
           05  DH-LAST-POSTED-DATE       PIC 9(08).
