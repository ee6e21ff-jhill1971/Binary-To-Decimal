      *----------------------------------------------------------------*
      * LIMTABRC - FIELD LIMIT TABLE RECORD LAYOUT.                    *
      *                                                                *
      * SHARED COPYBOOK FOR THE PER-MODEL LIMIT TABLE (LIMTABLE) -     *
      * LOW AND HIGH LIMIT AND ALARM SEVERITY ("W" WARNING, "C"        *
      * CRITICAL) FOR ONE DECODED FIELD. LimitCheck CHECKS DECODOUT    *
      * AGAINST IT AND RefFileMaint MAINTAINS IT. ANY PROGRAM THAT     *
      * TOUCHES LIMTABLE SHOULD COPY THIS MEMBER RATHER THAN           *
      * RESTATING THE LAYOUT.                                          *
      *                                                                *
      * LT-FIELD-NAME MUST NAME A FIELD OF THE SAME MODEL IN REGLAYOT  *
      * AND LT-LOW-LIMIT MUST NOT EXCEED LT-HIGH-LIMIT.                *
      *                                                                *
      * THE LIMITS ARE IN THE FIELD'S ENGINEERING UNITS (THE SCALED,   *
      * SIGNED VALUE REGLAYOT DEFINES), NOT THE RAW BITS, SO THEY ARE  *
      * KEYED THE WAY THE EQUIPMENT MANUALS STATE THEM AND MAY BE      *
      * NEGATIVE. EACH IS HELD SIGN-LEADING WITH FOUR DECIMAL PLACES   *
      * (-12.5 IS "-0000000000012" FOLLOWED BY "5000").                *
      *----------------------------------------------------------------*
       01  LIMIT-TABLE-RECORD.
           05  LT-MODEL-ID               PIC X(08).
           05  LT-FIELD-NAME             PIC X(20).
           05  LT-LOW-LIMIT              PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  LT-HIGH-LIMIT             PIC S9(13)V9(04)
                                         SIGN IS LEADING SEPARATE.
           05  LT-SEVERITY               PIC X(01).
               88  LT-SEVERITY-WARNING       VALUE "W".
               88  LT-SEVERITY-CRITICAL      VALUE "C".
