000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DevMasterLoad.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - ONE-TIME CONVERSION OF   *
000210*                     THE OLD DEVMODEL CROSS-REFERENCE INTO THE  *
000220*                     KEYED DEVICE MASTER (DEVMAST) THAT NOW     *
000230*                     DRIVES RegisterDecode. EVERY DEVMODEL      *
000240*                     DEVICE NOT ALREADY ON THE MASTER IS ADDED  *
000250*                     ACTIVE WITH ITS MODEL, TODAY AS ITS        *
000260*                     IN-SERVICE DATE AND UNASSIGNED SITE AND    *
000270*                     GROUP, TO BE FILLED IN THROUGH             *
000280*                     RefFileMaint. A DEVICE ALREADY ON THE      *
000290*                     MASTER IS LEFT ALONE, SO THE LOAD MAY BE   *
000300*                     RERUN SAFELY.                              *
000310*----------------------------------------------------------------*

000320 ENVIRONMENT DIVISION.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT XREF-FILE ASSIGN TO "DEVMODEL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-XR-FILE-STATUS.

000380     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS DM-DEVICE-ID
000420         FILE STATUS IS WS-DM-FILE-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  XREF-FILE
000460     RECORDING MODE IS F.
000470     COPY DEVMODRC.

000480 FD  DEVICE-MASTER-FILE.
000490     COPY DEVMSTRC.

000500 WORKING-STORAGE SECTION.
000510 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.

000520 01  WS-FILE-STATUSES.
000530     05  WS-XR-FILE-STATUS         PIC X(02) VALUE "00".
000540     05  WS-DM-FILE-STATUS         PIC X(02) VALUE "00".

000550 01  WS-SWITCHES.
000560     05  WS-XR-EOF-SWITCH          PIC X(01) VALUE "N".
000570         88  END-OF-XREF-FILE          VALUE "Y".

000580 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
000590 77  WS-DEVICES-ADDED              PIC 9(09) VALUE 0 COMP.
000600 77  WS-DEVICES-ON-FILE            PIC 9(09) VALUE 0 COMP.
000610 77  WS-RECORDS-REJECTED           PIC 9(09) VALUE 0 COMP.
000620 77  WS-COUNT-EDITED               PIC Z(08)9.

000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD

000660     OPEN INPUT XREF-FILE
000670     IF WS-XR-FILE-STATUS NOT = "00"
000680         DISPLAY "DEVMODEL COULD NOT BE OPENED - FILE STATUS: "
000690             WS-XR-FILE-STATUS
000700         DISPLAY "DEVICE MASTER LOAD ABORTED"
000710         MOVE 8 TO RETURN-CODE
000720         GO TO 0000-STOP
000730     END-IF

000740     OPEN I-O DEVICE-MASTER-FILE
000750     IF WS-DM-FILE-STATUS = "35"
000760         OPEN OUTPUT DEVICE-MASTER-FILE
000770         CLOSE DEVICE-MASTER-FILE
000780         OPEN I-O DEVICE-MASTER-FILE
000790     END-IF
000800     IF WS-DM-FILE-STATUS NOT = "00"
000810         DISPLAY "DEVMAST COULD NOT BE OPENED - FILE STATUS: "
000820             WS-DM-FILE-STATUS
000830         DISPLAY "DEVICE MASTER LOAD ABORTED"
000840         MOVE 8 TO RETURN-CODE
000850         CLOSE XREF-FILE
000860         GO TO 0000-STOP
000870     END-IF

000880     PERFORM 2000-READ-XREF-RECORD THRU 2000-EXIT
000890     PERFORM 3000-LOAD-ONE-DEVICE THRU 3000-EXIT
000900         UNTIL END-OF-XREF-FILE

000910     CLOSE XREF-FILE
000920     CLOSE DEVICE-MASTER-FILE

000930     DISPLAY "-----------------------------------------"
000940     DISPLAY "DEVICE MASTER LOAD SUMMARY"
000950     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
000960     DISPLAY "DEVMODEL RECORDS  : " WS-COUNT-EDITED
000970     MOVE WS-DEVICES-ADDED TO WS-COUNT-EDITED
000980     DISPLAY "DEVICES ADDED     : " WS-COUNT-EDITED
000990     MOVE WS-DEVICES-ON-FILE TO WS-COUNT-EDITED
001000     DISPLAY "ALREADY ON MASTER : " WS-COUNT-EDITED
001010     MOVE WS-RECORDS-REJECTED TO WS-COUNT-EDITED
001020     DISPLAY "RECORDS REJECTED  : " WS-COUNT-EDITED
001030     DISPLAY "-----------------------------------------"

001040     IF WS-RECORDS-REJECTED > 0 AND RETURN-CODE = 0
001050         MOVE 4 TO RETURN-CODE
001060     END-IF
001070     .
001080 0000-STOP.
001090     STOP RUN.

001100 2000-READ-XREF-RECORD.
001110     READ XREF-FILE
001120         AT END
001130             SET END-OF-XREF-FILE TO TRUE
001140     END-READ
001150     IF NOT END-OF-XREF-FILE
001160         ADD 1 TO WS-RECORDS-READ
001170     END-IF
001180     .
001190 2000-EXIT.
001200     EXIT.

001210*----------------------------------------------------------------*
001220* 3000-LOAD-ONE-DEVICE - ADD ONE DEVMODEL DEVICE TO THE MASTER.  *
001230* A BLANK DEVICE OR MODEL IS REJECTED THE WAY RegisterDecode     *
001240* USED TO DROP IT; A DEVICE ALREADY ON THE MASTER IS COUNTED AND *
001250* SKIPPED.                                                       *
001260*----------------------------------------------------------------*
001270 3000-LOAD-ONE-DEVICE.
001280     IF XR-DEVICE-ID = SPACES OR XR-MODEL-ID = SPACES
001290         DISPLAY "DEVMODEL RECORD WITH A BLANK DEVICE OR "
001300             "MODEL REJECTED"
001310         ADD 1 TO WS-RECORDS-REJECTED
001320         GO TO 3000-NEXT
001330     END-IF

001340     MOVE XR-DEVICE-ID TO DM-DEVICE-ID
001350     MOVE XR-MODEL-ID TO DM-MODEL-ID
001360     MOVE "UNASSIGNED" TO DM-SITE-LOCATION
001370     MOVE "UNASSIGNED" TO DM-RESPONSIBLE-GROUP
001380     MOVE WS-RUN-DATE-CCYYMMDD TO DM-IN-SERVICE-DATE
001390     SET DM-STATUS-ACTIVE TO TRUE
001400     WRITE DEVICE-MASTER-RECORD
001410         INVALID KEY
001420             CONTINUE
001430     END-WRITE

001440     EVALUATE WS-DM-FILE-STATUS
001450         WHEN "00"
001460             ADD 1 TO WS-DEVICES-ADDED
001470         WHEN "22"
001480             ADD 1 TO WS-DEVICES-ON-FILE
001490         WHEN OTHER
001500             DISPLAY "DEVMAST WRITE FAILED FOR DEVICE "
001510                 XR-DEVICE-ID " - FILE STATUS: "
001520                 WS-DM-FILE-STATUS
001530             ADD 1 TO WS-RECORDS-REJECTED
001540     END-EVALUATE
001550     .
001560 3000-NEXT.
001570     PERFORM 2000-READ-XREF-RECORD THRU 2000-EXIT
001580     .
001590 3000-EXIT.
001600     EXIT.
