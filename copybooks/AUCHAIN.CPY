      *----------------------------------------------------------------*
      * AUCHAIN - PARAMETER AREA FOR THE AuditChain SUBPROGRAM.        *
      *                                                                *
      * ONE SHARED COPYBOOK FOR EVERY PROGRAM THAT WRITES OR CHECKS    *
      * THE AUDIT CHAIN (AU-CHAIN-VALUE IN AUDITRC). COPY THIS MEMBER  *
      * IN WORKING-STORAGE (CALLERS) OR THE LINKAGE SECTION            *
      * (AuditChain) RATHER THAN RESTATING THE LAYOUT.                 *
      *                                                                *
      * AC-FUNCTION "C" - CHAIN ONE RECORD. IN: AC-CHAIN-VALUE (THE    *
      * PREVIOUS RECORD'S CHAIN VALUE, ZERO FOR THE FIRST) AND         *
      * AC-RECORD-IMAGE (THE RECORD'S FIRST 118 BYTES). OUT:           *
      * AC-CHAIN-VALUE, THE RECORD'S OWN CHAIN VALUE.                  *
      * AC-FUNCTION "E" - FIND THE END OF THE CHAIN A WRITER MUST      *
      * CARRY ON FROM. OUT: AC-CHAIN-VALUE, THE CHAIN VALUE OF THE     *
      * LAST RECORD ON AUDITLOG OR, WHEN THE LIVE LOG IS EMPTY OR      *
      * ABSENT, CG-END-CHAIN OF THE LAST GENERATION ON ARCHCTLG; ZERO  *
      * WHEN THERE IS NEITHER. RUN IT BEFORE OPENING AUDITLOG EXTEND.  *
      * AC-STATUS IS "00" UNLESS NOTED BELOW; ON "30" AC-CHAIN-VALUE   *
      * IS ZERO AND THE NEXT RECORD WRITTEN WILL SHOW AS A BREAK.      *
      *----------------------------------------------------------------*
       01  AUDIT-CHAIN-PARMS.
           05  AC-FUNCTION               PIC X(01).
               88  AC-CHAIN-RECORD           VALUE "C".
               88  AC-FIND-CHAIN-END         VALUE "E".
           05  AC-RECORD-IMAGE           PIC X(118).
           05  AC-CHAIN-VALUE            PIC 9(18).
           05  AC-STATUS                 PIC X(02).
               88  AC-OK                     VALUE "00".
               88  AC-INVALID-FUNCTION       VALUE "10".
               88  AC-LOG-UNREADABLE         VALUE "30".
