      * ("ARCH" + FOUR-DIGIT GENERATION NUMBER); ITS RECORDS ARE       *
      * BYTE-FOR-BYTE AUDITRC IMAGES. CG-SPAN-LOW/HIGH ARE THE         *
      * EARLIEST AND LATEST TIMESTAMP DATES ARCHIVED INTO IT.          *
      * CG-END-CHAIN IS THE AU-CHAIN-VALUE OF THE GENERATION'S LAST    *
      * RECORD (ZERO WHEN THAT RECORD PREDATES THE CHAIN). THE AUDIT   *
      * LOG WRITERS CHAIN ON FROM IT WHEN THE ARCHIVE RUN LEFT THE     *
      * LIVE LOG EMPTY, AND AuditVerify CHECKS IT AGAINST THE          *
      * GENERATION'S RECORDS. IT IS BLANK ON GENERATIONS CUT BEFORE    *
      * THE CHAIN EXISTED.                                             *
      *----------------------------------------------------------------*
       01  CATALOG-RECORD.
           05  CG-GENERATION             PIC 9(04).
           05  CG-RECORD-COUNT           PIC 9(09).
           05  CG-CUTOFF-DATE            PIC 9(08).
           05  CG-RUN-DATE               PIC 9(08).
           05  CG-END-CHAIN              PIC 9(18).
           05  CG-END-CHAIN-X REDEFINES CG-END-CHAIN
                                         PIC X(18).
