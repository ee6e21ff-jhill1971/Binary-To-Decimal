      *----------------------------------------------------------------*
      * VALLABRC - VALUE-LABEL DEFINITION RECORD LAYOUT.               *
      *                                                                *
      * SHARED COPYBOOK FOR THE VALUE-LABEL FILE (VALLABEL) - WHAT A   *
      * DECODED FIELD VALUE MEANS (STATUS 3 = OFFLINE) FOR ONE MODEL   *
      * AND FIELD. RegisterDecode LOADS IT BESIDE THE LAYOUT TABLE     *
      * AND RefFileMaint MAINTAINS IT. ANY PROGRAM THAT TOUCHES        *
      * VALLABEL SHOULD COPY THIS MEMBER RATHER THAN RESTATING THE     *
      * LAYOUT.                                                        *
      *                                                                *
      * VL-FIELD-NAME MUST NAME A FIELD OF THE SAME MODEL IN REGLAYOT  *
      * AND VL-FIELD-VALUE MUST FIT IN THAT FIELD'S BIT LENGTH.        *
      *----------------------------------------------------------------*
       01  LABEL-RECORD.
           05  VL-MODEL-ID               PIC X(08).
           05  VL-FIELD-NAME             PIC X(20).
           05  VL-FIELD-VALUE            PIC 9(20).
           05  VL-LABEL-TEXT             PIC X(20).
