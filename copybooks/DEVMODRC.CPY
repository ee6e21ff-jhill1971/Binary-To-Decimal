      *----------------------------------------------------------------*
      * DEVMODRC - DEVICE-TO-MODEL CROSS-REFERENCE RECORD LAYOUT.      *
      *                                                                *
      * SHARED COPYBOOK FOR THE CROSS-REFERENCE FILE (DEVMODEL) THAT   *
      * USED TO TELL RegisterDecode WHICH MODEL'S LAYOUT A DEVICE'S    *
      * REGISTERS DECODE WITH. THE KEYED DEVICE MASTER (DEVMAST,       *
      * COPYBOOK DEVMSTRC) HAS REPLACED IT; DevMasterLoad STILL READS  *
      * DEVMODEL TO CONVERT IT. ANY PROGRAM THAT TOUCHES DEVMODEL      *
      * SHOULD COPY THIS MEMBER RATHER THAN RESTATING THE LAYOUT.      *
      *----------------------------------------------------------------*
       01  XREF-RECORD.
           05  XR-DEVICE-ID              PIC X(08).
           05  XR-MODEL-ID               PIC X(08).
