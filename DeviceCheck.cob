000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DeviceCheck.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - A CONTROLLER THAT STOPS  *
000210*                     SENDING SIMPLY DROPS OUT OF CTLRDUMP AND   *
000220*                     NO STEP OF THE CHAIN NOTICED. RUN RIGHT    *
000230*                     AFTER DumpIngest, THIS CHECK TABLES THE    *
000240*                     DEVICE OF EVERY HDR SECTION IN TONIGHT'S   *
000250*                     BININPUT AND SETS IT AGAINST THE DEVICE    *
000260*                     MASTER (DEVMAST, COPYBOOK DEVMSTRC). IT    *
000270*                     LISTS EVERY ACTIVE DEVICE THAT SENT NO     *
000280*                     SECTION, EVERY DEVICE IN THE DUMP THAT IS  *
000290*                     NOT ON THE MASTER, AND EVERY RETIRED       *
000300*                     DEVICE THAT IS STILL REPORTING. A DEVICE   *
000310*                     IN MAINTENANCE MAY BE SILENT WITHOUT BEING *
000320*                     LISTED. RETURN-CODE 4 WHEN ANYTHING IS     *
000330*                     LISTED, 8 ON A FAILED OPEN. START AND END  *
000340*                     RECORDS GO TO THE RUN-CONTROL LOG LIKE     *
000350*                     THE OTHER BATCH STEPS.                     *
000360*----------------------------------------------------------------*

000370 ENVIRONMENT DIVISION.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BINARY-INPUT-FILE ASSIGN TO "BININPUT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BI-FILE-STATUS.

000430     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS DM-DEVICE-ID
000470         FILE STATUS IS WS-DM-FILE-STATUS.

000480     SELECT DEVICE-CHECK-REPORT ASSIGN TO "DEVCHKRP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DR-FILE-STATUS.

000510     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RC-FILE-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BINARY-INPUT-FILE
000570     RECORDING MODE IS F.
000580     COPY BININRC.

000590 FD  DEVICE-MASTER-FILE.
000600     COPY DEVMSTRC.

000610 FD  DEVICE-CHECK-REPORT
000620     RECORDING MODE IS F.
000630 01  REPORT-LINE                   PIC X(132).

000640 FD  RUN-CONTROL-FILE
000650     RECORDING MODE IS F.
000660     COPY RUNCTLRC.

000670 WORKING-STORAGE SECTION.
000680 01  WS-SECTION-DEVICE             PIC X(08) VALUE SPACES.
000690 01  WS-EXCEPTION-TEXT             PIC X(30) VALUE SPACES.
000700 01  WS-DEVICE-SECTIONS            PIC 9(05) VALUE 0.

000710 01  WS-DUMP-COUNT                 PIC 9(04) VALUE 0.
000720 01  WS-DUMP-MAX                   PIC 9(04) VALUE 1024.
000730 01  WS-DUMP-SUB                   PIC 9(04) VALUE 0.
000740 01  WS-DUMP-TABLE.
000750     05  WS-DUMP-ENTRY OCCURS 1024 TIMES.
000760         10  WS-DD-DEVICE-ID       PIC X(08).
000770         10  WS-DD-SECTIONS        PIC 9(05).

000780 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
000790 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
000800 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

000810 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
000820 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
000830     05  WS-RD-YEAR                PIC 9(4).
000840     05  WS-RD-MONTH               PIC 9(2).
000850     05  WS-RD-DAY                 PIC 9(2).
000860 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

000870 01  WS-FILE-STATUSES.
000880     05  WS-BI-FILE-STATUS         PIC X(02) VALUE "00".
000890     05  WS-DM-FILE-STATUS         PIC X(02) VALUE "00".
000900     05  WS-DR-FILE-STATUS         PIC X(02) VALUE "00".
000910     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".

000920 01  WS-SWITCHES.
000930     05  WS-BI-EOF-SWITCH          PIC X(01) VALUE "N".
000940         88  END-OF-INPUT-FILE         VALUE "Y".
000950     05  WS-DM-EOF-SWITCH          PIC X(01) VALUE "N".
000960         88  END-OF-DEVICE-MASTER      VALUE "Y".
000970     05  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000980         88  WS-DEVICE-FOUND           VALUE "Y".
000990         88  WS-DEVICE-NOT-FOUND       VALUE "N".
001000     05  WS-ON-MASTER-SWITCH       PIC X(01) VALUE "N".
001010         88  WS-ON-MASTER              VALUE "Y".
001020         88  WS-NOT-ON-MASTER          VALUE "N".

001030 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001040 77  WS-MASTER-READ                PIC 9(09) VALUE 0 COMP.
001050 77  WS-SILENT-DEVICES             PIC 9(09) VALUE 0 COMP.
001060 77  WS-UNKNOWN-DEVICES            PIC 9(09) VALUE 0 COMP.
001070 77  WS-RETIRED-DEVICES            PIC 9(09) VALUE 0 COMP.
001080 77  WS-EXCEPTIONS                 PIC 9(09) VALUE 0 COMP.
001090 77  WS-COUNT-EDITED               PIC Z(08)9.

001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001130     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001140         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001150     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

001160     OPEN INPUT BINARY-INPUT-FILE
001170     IF WS-BI-FILE-STATUS NOT = "00"
001180         DISPLAY "BININPUT COULD NOT BE OPENED - FILE STATUS: "
001190             WS-BI-FILE-STATUS
001200         DISPLAY "DEVICE CHECK RUN ABORTED"
001210         MOVE 8 TO RETURN-CODE
001220         GO TO 0000-STOP
001230     END-IF

001240     OPEN INPUT DEVICE-MASTER-FILE
001250     IF WS-DM-FILE-STATUS NOT = "00"
001260         DISPLAY "DEVMAST COULD NOT BE OPENED - FILE STATUS: "
001270             WS-DM-FILE-STATUS
001280         DISPLAY "DEVICE CHECK RUN ABORTED"
001290         MOVE 8 TO RETURN-CODE
001300         CLOSE BINARY-INPUT-FILE
001310         GO TO 0000-STOP
001320     END-IF

001330     OPEN OUTPUT DEVICE-CHECK-REPORT
001340     IF WS-DR-FILE-STATUS NOT = "00"
001350         DISPLAY "DEVCHKRP OPEN FAILED - FILE STATUS: "
001360             WS-DR-FILE-STATUS
001370         DISPLAY "DEVICE CHECK RUN ABORTED"
001380         MOVE 8 TO RETURN-CODE
001390         CLOSE BINARY-INPUT-FILE
001400         CLOSE DEVICE-MASTER-FILE
001410         GO TO 0000-STOP
001420     END-IF

001430     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT

001440     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
001450     PERFORM 2100-TABLE-DUMP-SECTION THRU 2100-EXIT
001460         UNTIL END-OF-INPUT-FILE
001470     CLOSE BINARY-INPUT-FILE

001480     PERFORM 3000-CHECK-DUMP-DEVICE THRU 3000-EXIT
001490         VARYING WS-DUMP-SUB FROM 1 BY 1
001500             UNTIL WS-DUMP-SUB > WS-DUMP-COUNT

001510     PERFORM 4000-BROWSE-DEVICE-MASTER THRU 4000-EXIT

001520     PERFORM 5000-WRITE-REPORT-SUMMARY THRU 5000-EXIT

001530     CLOSE DEVICE-MASTER-FILE
001540     CLOSE DEVICE-CHECK-REPORT

001550     DISPLAY "-----------------------------------------"
001560     DISPLAY "DEVICE REPORTING CHECK SUMMARY"
001570     DISPLAY "DEVICE SECTIONS   : " WS-DEVICE-SECTIONS
001580     DISPLAY "DEVICES IN DUMP   : " WS-DUMP-COUNT
001590     MOVE WS-MASTER-READ TO WS-COUNT-EDITED
001600     DISPLAY "DEVICES ON MASTER : " WS-COUNT-EDITED
001610     MOVE WS-SILENT-DEVICES TO WS-COUNT-EDITED
001620     DISPLAY "DID NOT REPORT    : " WS-COUNT-EDITED
001630     MOVE WS-UNKNOWN-DEVICES TO WS-COUNT-EDITED
001640     DISPLAY "NOT ON MASTER     : " WS-COUNT-EDITED
001650     MOVE WS-RETIRED-DEVICES TO WS-COUNT-EDITED
001660     DISPLAY "RETIRED REPORTING : " WS-COUNT-EDITED
001670     DISPLAY "-----------------------------------------"

001680     IF WS-EXCEPTIONS > 0 AND RETURN-CODE = 0
001690         MOVE 4 TO RETURN-CODE
001700     END-IF
001710     .
001720 0000-STOP.
001730     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
001740     STOP RUN.

001750 2000-READ-INPUT-RECORD.
001760     READ BINARY-INPUT-FILE
001770         AT END
001780             SET END-OF-INPUT-FILE TO TRUE
001790     END-READ
001800     IF NOT END-OF-INPUT-FILE
001810         ADD 1 TO WS-RECORDS-READ
001820     END-IF
001830     .
001840 2000-EXIT.
001850     EXIT.

001860*----------------------------------------------------------------*
001870* 2100-TABLE-DUMP-SECTION - DumpIngest OPENS EVERY DEVICE        *
001880* SECTION WITH AN HDR RECORD ("HDR" + DEVICE + DATE), SO THE HDR *
001890* RECORDS ARE THE LIST OF DEVICES THAT REPORTED. EACH DEVICE IS  *
001900* TABLED ONCE; A HEADER WITH NO DEVICE (BLOCKS AHEAD OF ANY      *
001910* DEVICE LINE) NAMES NOBODY AND IS PASSED OVER.                  *
001920*----------------------------------------------------------------*
001930 2100-TABLE-DUMP-SECTION.
001940     IF BI-BINARY-NUMBER(1:3) NOT = "HDR"
001950         GO TO 2100-NEXT
001960     END-IF
001970     ADD 1 TO WS-DEVICE-SECTIONS
001980     MOVE BI-BINARY-NUMBER(4:8) TO WS-SECTION-DEVICE
001990     IF WS-SECTION-DEVICE = SPACES
002000         GO TO 2100-NEXT
002010     END-IF

002020     PERFORM 2200-FIND-DUMP-DEVICE THRU 2200-EXIT
002030     IF WS-DEVICE-FOUND
002040         ADD 1 TO WS-DD-SECTIONS(WS-DUMP-SUB)
002050         GO TO 2100-NEXT
002060     END-IF

002070     IF WS-DUMP-COUNT >= WS-DUMP-MAX
002080         DISPLAY "MORE THAN " WS-DUMP-MAX " DEVICES IN THE DUMP"
002090             " - DEVICE " WS-SECTION-DEVICE " NOT CHECKED"
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 2100-NEXT
002120     END-IF
002130     ADD 1 TO WS-DUMP-COUNT
002140     MOVE WS-SECTION-DEVICE TO WS-DD-DEVICE-ID(WS-DUMP-COUNT)
002150     MOVE 1 TO WS-DD-SECTIONS(WS-DUMP-COUNT)
002160     .
002170 2100-NEXT.
002180     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
002190     .
002200 2100-EXIT.
002210     EXIT.

002220*----------------------------------------------------------------*
002230* 2200-FIND-DUMP-DEVICE - LOOK WS-SECTION-DEVICE UP IN THE TABLE *
002240* OF DEVICES THAT REPORTED. WS-DUMP-SUB IS LEFT ON THE ENTRY     *
002250* WHEN IT IS FOUND.                                              *
002260*----------------------------------------------------------------*
002270 2200-FIND-DUMP-DEVICE.
002280     SET WS-DEVICE-NOT-FOUND TO TRUE
002290     PERFORM 2210-MATCH-DUMP-DEVICE THRU 2210-EXIT
002300         VARYING WS-DUMP-SUB FROM 1 BY 1
002310             UNTIL WS-DUMP-SUB > WS-DUMP-COUNT
002320                OR WS-DEVICE-FOUND
002330     IF WS-DEVICE-FOUND
002340         SUBTRACT 1 FROM WS-DUMP-SUB
002350     END-IF
002360     .
002370 2200-EXIT.
002380     EXIT.

002390 2210-MATCH-DUMP-DEVICE.
002400     IF WS-DD-DEVICE-ID(WS-DUMP-SUB) = WS-SECTION-DEVICE
002410         SET WS-DEVICE-FOUND TO TRUE
002420     END-IF
002430     .
002440 2210-EXIT.
002450     EXIT.

002460*----------------------------------------------------------------*
002470* 3000-CHECK-DUMP-DEVICE - EVERY DEVICE THAT SENT A SECTION MUST *
002480* BE ON THE MASTER AND NOT RETIRED.                              *
002490*----------------------------------------------------------------*
002500 3000-CHECK-DUMP-DEVICE.
002510     MOVE WS-DD-DEVICE-ID(WS-DUMP-SUB) TO DM-DEVICE-ID
002520     SET WS-ON-MASTER TO TRUE
002530     READ DEVICE-MASTER-FILE
002540         INVALID KEY
002550             SET WS-NOT-ON-MASTER TO TRUE
002560     END-READ

002570     IF WS-NOT-ON-MASTER
002580         ADD 1 TO WS-UNKNOWN-DEVICES
002590         MOVE SPACES TO DEVICE-MASTER-RECORD
002600         MOVE WS-DD-DEVICE-ID(WS-DUMP-SUB) TO DM-DEVICE-ID
002610         MOVE "REPORTED - NOT ON DEVICE MASTER"
002620             TO WS-EXCEPTION-TEXT
002630         PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100-EXIT
002640         GO TO 3000-EXIT
002650     END-IF

002660     IF DM-STATUS-RETIRED
002670         ADD 1 TO WS-RETIRED-DEVICES
002680         MOVE "RETIRED - STILL REPORTING" TO WS-EXCEPTION-TEXT
002690         PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100-EXIT
002700     END-IF
002710     .
002720 3000-EXIT.
002730     EXIT.

002740*----------------------------------------------------------------*
002750* 3100-WRITE-EXCEPTION-LINE - ONE LISTED DEVICE: ITS MASTER      *
002760* DETAILS (BLANK WHEN IT IS NOT ON THE MASTER) AND WHAT IS WRONG.*
002770*----------------------------------------------------------------*
002780 3100-WRITE-EXCEPTION-LINE.
002790     ADD 1 TO WS-EXCEPTIONS
002800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
002810         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
002820     END-IF

002830     MOVE SPACES TO REPORT-LINE
002840     MOVE DM-DEVICE-ID TO REPORT-LINE(3:8)
002850     MOVE DM-MODEL-ID TO REPORT-LINE(13:8)
002860     MOVE DM-SITE-LOCATION TO REPORT-LINE(23:20)
002870     MOVE DM-RESPONSIBLE-GROUP TO REPORT-LINE(45:12)
002880     IF WS-ON-MASTER
002890         MOVE DM-IN-SERVICE-DATE TO REPORT-LINE(59:8)
002900     END-IF
002910     MOVE DM-DEVICE-STATUS TO REPORT-LINE(70:1)
002920     MOVE WS-EXCEPTION-TEXT TO REPORT-LINE(75:30)
002930     WRITE REPORT-LINE
002940     ADD 1 TO WS-LINE-COUNT
002950     .
002960 3100-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------*
002990* 4000-BROWSE-DEVICE-MASTER - READ THE WHOLE MASTER IN KEY ORDER *
003000* AND LIST EVERY ACTIVE DEVICE THAT SENT NO SECTION TONIGHT.     *
003010*----------------------------------------------------------------*
003020 4000-BROWSE-DEVICE-MASTER.
003030     MOVE LOW-VALUES TO DM-DEVICE-ID
003040     START DEVICE-MASTER-FILE KEY IS NOT LESS THAN DM-DEVICE-ID
003050         INVALID KEY
003060             SET END-OF-DEVICE-MASTER TO TRUE
003070     END-START

003080     PERFORM 4100-READ-NEXT-DEVICE THRU 4100-EXIT
003090     PERFORM 4200-CHECK-MASTER-DEVICE THRU 4200-EXIT
003100         UNTIL END-OF-DEVICE-MASTER
003110     .
003120 4000-EXIT.
003130     EXIT.

003140 4100-READ-NEXT-DEVICE.
003150     IF END-OF-DEVICE-MASTER
003160         GO TO 4100-EXIT
003170     END-IF
003180     READ DEVICE-MASTER-FILE NEXT RECORD
003190         AT END
003200             SET END-OF-DEVICE-MASTER TO TRUE
003210     END-READ
003220     IF NOT END-OF-DEVICE-MASTER
003230         ADD 1 TO WS-MASTER-READ
003240     END-IF
003250     .
003260 4100-EXIT.
003270     EXIT.

003280 4200-CHECK-MASTER-DEVICE.
003290     IF NOT DM-STATUS-ACTIVE
003300         GO TO 4200-NEXT
003310     END-IF

003320     MOVE DM-DEVICE-ID TO WS-SECTION-DEVICE
003330     PERFORM 2200-FIND-DUMP-DEVICE THRU 2200-EXIT
003340     IF WS-DEVICE-NOT-FOUND
003350         ADD 1 TO WS-SILENT-DEVICES
003360         SET WS-ON-MASTER TO TRUE
003370         MOVE "ACTIVE - DID NOT REPORT" TO WS-EXCEPTION-TEXT
003380         PERFORM 3100-WRITE-EXCEPTION-LINE THRU 3100-EXIT
003390     END-IF
003400     .
003410 4200-NEXT.
003420     PERFORM 4100-READ-NEXT-DEVICE THRU 4100-EXIT
003430     .
003440 4200-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------*
003470* 5000-WRITE-REPORT-SUMMARY - COUNTS AT THE FOOT OF THE REPORT,  *
003480* SO A CLEAN NIGHT STILL SHOWS THE CHECK RAN.                    *
003490*----------------------------------------------------------------*
003500 5000-WRITE-REPORT-SUMMARY.
003510     IF WS-EXCEPTIONS = 0
003520         MOVE SPACES TO REPORT-LINE
003530         MOVE "  EVERY ACTIVE DEVICE REPORTED - NO EXCEPTIONS"
003540             TO REPORT-LINE
003550         WRITE REPORT-LINE
003560     END-IF

003570     MOVE SPACES TO REPORT-LINE
003580     WRITE REPORT-LINE

003590     MOVE SPACES TO REPORT-LINE
003600     MOVE WS-DUMP-COUNT TO WS-COUNT-EDITED
003610     STRING "  DEVICES IN DUMP: " WS-COUNT-EDITED
003620         DELIMITED BY SIZE INTO REPORT-LINE
003630     MOVE WS-MASTER-READ TO WS-COUNT-EDITED
003640     STRING "   ON MASTER: " WS-COUNT-EDITED
003650         DELIMITED BY SIZE INTO REPORT-LINE(29:)
003660     MOVE WS-EXCEPTIONS TO WS-COUNT-EDITED
003670     STRING "   EXCEPTIONS: " WS-COUNT-EDITED
003680         DELIMITED BY SIZE INTO REPORT-LINE(52:)
003690     WRITE REPORT-LINE
003700     .
003710 5000-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------*
003740* 6000-WRITE-REPORT-HEADING - RUN-DATE/PAGE HEADING AND COLUMN   *
003750* CAPTIONS AT THE TOP OF EACH REPORT PAGE.                       *
003760*----------------------------------------------------------------*
003770 6000-WRITE-REPORT-HEADING.
003780     ADD 1 TO WS-PAGE-NUMBER

003790     MOVE SPACES TO REPORT-LINE
003800     STRING "DEVICE REPORTING CHECK     RUN DATE: "
003810         WS-RUN-DATE-DISPLAY "     PAGE: " WS-PAGE-NUMBER
003820         DELIMITED BY SIZE INTO REPORT-LINE
003830     WRITE REPORT-LINE

003840     MOVE SPACES TO REPORT-LINE
003850     WRITE REPORT-LINE

003860     MOVE SPACES TO REPORT-LINE
003870     STRING "  DEVICE    MODEL     SITE/LOCATION         "
003880         "GROUP         IN SVC     STS  EXCEPTION"
003890         DELIMITED BY SIZE INTO REPORT-LINE
003900     WRITE REPORT-LINE

003910     MOVE SPACES TO REPORT-LINE
003920     WRITE REPORT-LINE

003930     MOVE 4 TO WS-LINE-COUNT
003940     .
003950 6000-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------*
003980* 9000-WRITE-RUN-START - APPEND THE STEP'S START RECORD TO THE   *
003990* SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS NOTED AND     *
004000* THE CHECK RUNS ON.                                             *
004010*----------------------------------------------------------------*
004020 9000-WRITE-RUN-START.
004030     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
004040     IF WS-RC-FILE-STATUS NOT = "00"
004050         GO TO 9000-EXIT
004060     END-IF
004070     MOVE "DeviceCheck" TO RC-PROGRAM-NAME
004080     MOVE "S" TO RC-RECORD-TYPE
004090     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
004100     MOVE 0 TO RC-RECORDS-READ
004110     MOVE 0 TO RC-RECORDS-OUT
004120     MOVE 0 TO RC-RECORDS-REJECTED
004130     MOVE 0 TO RC-RETURN-CODE
004140     WRITE RUN-CONTROL-RECORD
004150     CLOSE RUN-CONTROL-FILE
004160     .
004170 9000-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------*
004200* 9100-WRITE-RUN-END - APPEND THE STEP'S END RECORD WITH ITS     *
004210* COUNTS AND RETURN CODE: BININPUT RECORDS READ, DEVICES LISTED. *
004220*----------------------------------------------------------------*
004230 9100-WRITE-RUN-END.
004240     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
004250     IF WS-RC-FILE-STATUS NOT = "00"
004260         GO TO 9100-EXIT
004270     END-IF
004280     MOVE "DeviceCheck" TO RC-PROGRAM-NAME
004290     MOVE "E" TO RC-RECORD-TYPE
004300     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
004310     MOVE WS-RECORDS-READ TO RC-RECORDS-READ
004320     MOVE WS-EXCEPTIONS TO RC-RECORDS-OUT
004330     MOVE 0 TO RC-RECORDS-REJECTED
004340     MOVE RETURN-CODE TO RC-RETURN-CODE
004350     WRITE RUN-CONTROL-RECORD
004360     CLOSE RUN-CONTROL-FILE
004370     .
004380 9100-EXIT.
004390     EXIT.

004400 9200-OPEN-RUN-LOG.
004410     OPEN EXTEND RUN-CONTROL-FILE
004420     IF WS-RC-FILE-STATUS = "35"
004430         OPEN OUTPUT RUN-CONTROL-FILE
004440     END-IF
004450     IF WS-RC-FILE-STATUS NOT = "00"
004460         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
004470             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
004480     END-IF
004490     .
004500 9200-EXIT.
004510     EXIT.
