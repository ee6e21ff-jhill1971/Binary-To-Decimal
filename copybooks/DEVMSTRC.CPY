      *----------------------------------------------------------------*
      * DEVMSTRC - DEVICE MASTER RECORD LAYOUT.                        *
      *                                                                *
      * SHARED COPYBOOK FOR THE INDEXED DEVICE MASTER (DEVMAST), ONE   *
      * RECORD PER CONTROLLER KEYED ON DEVICE ID. IT REPLACES THE OLD  *
      * DEVMODEL CROSS-REFERENCE AS THE SOURCE RegisterDecode USES TO  *
      * PICK A DEVICE'S LAYOUT, AND TELLS DeviceCheck WHICH            *
      * CONTROLLERS ARE EXPECTED IN EACH NIGHT'S DUMP. RefFileMaint    *
      * MAINTAINS IT. ANY PROGRAM THAT TOUCHES DEVMAST SHOULD COPY     *
      * THIS MEMBER RATHER THAN RESTATING THE LAYOUT.                  *
      *                                                                *
      * DM-DEVICE-STATUS - A ACTIVE (EXPECTED TO REPORT EVERY NIGHT),  *
      * M IN MAINTENANCE (MAY BE SILENT), R RETIRED (SHOULD NOT BE     *
      * REPORTING AT ALL). DM-IN-SERVICE-DATE IS CCYYMMDD.             *
      *----------------------------------------------------------------*
       01  DEVICE-MASTER-RECORD.
           05  DM-DEVICE-ID              PIC X(08).
           05  DM-MODEL-ID               PIC X(08).
           05  DM-SITE-LOCATION          PIC X(20).
           05  DM-RESPONSIBLE-GROUP      PIC X(12).
           05  DM-IN-SERVICE-DATE        PIC 9(08).
           05  DM-DEVICE-STATUS          PIC X(01).
               88  DM-STATUS-ACTIVE          VALUE "A".
               88  DM-STATUS-MAINTENANCE     VALUE "M".
               88  DM-STATUS-RETIRED         VALUE "R".
               88  DM-STATUS-VALID           VALUE "A" "M" "R".
