      * SOURCE CONTROLLER AND DUMP BLOCK FROM BININPUT AND ARE BLANK   *
      * ON CONVERSIONS WITH NO DUMP ORIGIN AND ON RECORDS APPENDED     *
      * BEFORE THE COLUMNS EXISTED.                                    *
      *                                                                *
      * AU-CHAIN-VALUE IS THE RUNNING AUDIT CHAIN: THE AuditChain      *
      * SUBPROGRAM'S VALUE OF THE PREVIOUS RECORD'S CHAIN VALUE AND    *
      * THIS RECORD'S FIRST 118 BYTES (EVERYTHING BEFORE THE CHAIN     *
      * VALUE ITSELF). A RECORD DELETED FROM OR EDITED IN THE LOG, OR  *
      * IN AN ARCHIVE GENERATION, BREAKS THE CHAIN FROM THAT POINT ON, *
      * WHICH AuditVerify REPORTS. IT IS BLANK ON RECORDS APPENDED     *
      * BEFORE THE CHAIN EXISTED; THE FIRST CHAINED RECORD AFTER THEM  *
      * CHAINS FROM ZERO.                                              *
      *----------------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AU-BINARY-NUMBER          PIC X(64).
           05  AU-TIMESTAMP              PIC X(21).
           05  AU-DEVICE-ID              PIC X(08).
           05  AU-BLOCK-SEQ              PIC X(04).
           05  AU-CHAIN-VALUE            PIC 9(18).
           05  AU-CHAIN-VALUE-X REDEFINES AU-CHAIN-VALUE
                                         PIC X(18).
