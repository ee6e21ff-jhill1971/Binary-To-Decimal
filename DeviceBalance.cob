000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DeviceBalance.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - EACH CHAIN STEP PRINTS   *
000210*                     ITS OWN TOTALS, BUT NOTHING TIED THEM BACK *
000220*                     TO THE CONTROLLER THEY CAME FROM. WHEN     *
000230*                     RegisterDecode REJECTED EVERY REGISTER OF  *
000240*                     A DEVICE MISSING FROM DEVMAST THE ONLY     *
000250*                     TRACE WAS A CONSOLE DISPLAY. RUN AFTER THE *
000260*                     CHAIN, THIS CHECK PRINTS ONE LINE PER      *
000270*                     DEVICE: REGISTERS INGESTED (THE TRL COUNT  *
000280*                     OF EACH OF ITS BININPUT SECTIONS), VALUES  *
000290*                     CONVERTED TO DECOUTPT, RECORDS REJECTED TO *
000300*                     EXCPFILE, REGISTERS DECODED TO DECODOUT    *
000310*                     AND FIELDS CHECKED BY LimitCheck           *
000320*                     (LIMCOUNT, COPYBOOK LIMCNTRC). A DEVICE    *
000330*                     WHOSE CONVERTED PLUS REJECTED DOES NOT     *
000340*                     EQUAL INGESTED, OR WHOSE DECODED REGISTERS *
000350*                     DO NOT EQUAL ITS CONVERTED ONES, IS OUT OF *
000360*                     BALANCE AND SETS RETURN-CODE 4; 8 ON A     *
000370*                     FAILED OPEN. START AND END RECORDS GO TO   *
000380*                     THE RUN-CONTROL LOG LIKE THE OTHER BATCH   *
000390*                     STEPS.                                     *
000400*----------------------------------------------------------------*

000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BINARY-INPUT-FILE ASSIGN TO "BININPUT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-BI-FILE-STATUS.

000470     SELECT DECIMAL-OUTPUT-FILE ASSIGN TO "DECOUTPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DO-FILE-STATUS.

000500     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-EX-FILE-STATUS.

000530     SELECT DECODED-INPUT-FILE ASSIGN TO "DECODOUT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DC-FILE-STATUS.

000560     SELECT DEVICE-COUNT-FILE ASSIGN TO "LIMCOUNT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LN-FILE-STATUS.

000590     SELECT DEVICE-BALANCE-REPORT ASSIGN TO "DEVBALRP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-DR-FILE-STATUS.

000620     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RC-FILE-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  BINARY-INPUT-FILE
000680     RECORDING MODE IS F.
000690     COPY BININRC.

000700 FD  DECIMAL-OUTPUT-FILE
000710     RECORDING MODE IS F.
000720     COPY DECOUTRC.

000730 FD  EXCEPTION-FILE
000740     RECORDING MODE IS F.
000750     COPY EXCPTRC.

000760 FD  DECODED-INPUT-FILE
000770     RECORDING MODE IS F.
000780     COPY DECODRC.

000790 FD  DEVICE-COUNT-FILE
000800     RECORDING MODE IS F.
000810     COPY LIMCNTRC.

000820 FD  DEVICE-BALANCE-REPORT
000830     RECORDING MODE IS F.
000840 01  REPORT-LINE                   PIC X(132).

000850 FD  RUN-CONTROL-FILE
000860     RECORDING MODE IS F.
000870     COPY RUNCTLRC.

000880 WORKING-STORAGE SECTION.
000890 01  WS-SECTION-DEVICE             PIC X(08) VALUE SPACES.
000900 01  WS-HDR-DEVICE                 PIC X(08) VALUE SPACES.
000910 01  WS-LOOKUP-DEVICE              PIC X(08) VALUE SPACES.
000920 01  WS-SECTION-RECORDS            PIC 9(09) VALUE 0.
000930 01  WS-TRL-COUNT                  PIC 9(09) VALUE 0.
000940 01  WS-CONV-PLUS-REJ              PIC 9(10) VALUE 0.
000950 01  WS-INGEST-CHECK-TEXT          PIC X(14) VALUE SPACES.
000960 01  WS-DECODE-CHECK-TEXT          PIC X(14) VALUE SPACES.
000970 01  WS-MISSING-NAME               PIC X(08) VALUE SPACES.
000980 01  WS-MISSING-STATUS             PIC X(02) VALUE SPACES.

000990*    A DECODED REGISTER IS ONE DEVICE + BLOCK + REGISTER ORDINAL.
001000*    RegisterDecode WRITES ALL ITS FIELDS TOGETHER, SO A CHANGE
001010*    OF KEY FROM ONE DECODOUT RECORD TO THE NEXT IS ONE REGISTER.
001020 01  WS-DECODE-KEY.
001030     05  WS-DK-DEVICE-ID           PIC X(08).
001040     05  WS-DK-BLOCK-SEQ           PIC X(04).
001050     05  WS-DK-REGISTER-SEQ        PIC 9(04).
001060 01  WS-PREV-DECODE-KEY            PIC X(16) VALUE LOW-VALUES.

001070 01  WS-BALANCE-COUNT              PIC 9(04) VALUE 0.
001080 01  WS-BALANCE-MAX                PIC 9(04) VALUE 1024.
001090 01  WS-BALANCE-SUB                PIC 9(04) VALUE 0.
001100 01  WS-BALANCE-CURRENT            PIC 9(04) VALUE 0.
001110 01  WS-BALANCE-TABLE.
001120     05  WS-BALANCE-ENTRY OCCURS 1024 TIMES.
001130         10  WS-BL-DEVICE-ID       PIC X(08).
001140         10  WS-BL-INGESTED        PIC 9(09).
001150         10  WS-BL-CONVERTED       PIC 9(09).
001160         10  WS-BL-REJECTED        PIC 9(09).
001170         10  WS-BL-DECODED         PIC 9(09).
001180         10  WS-BL-CHECKED         PIC 9(09).
001190         10  WS-BL-TRL-SWITCH      PIC X(01).
001200             88  WS-BL-TRL-MISSING     VALUE "Y".

001210 01  WS-LINE-COUNTS.
001220     05  WS-LC-INGESTED            PIC 9(09).
001230     05  WS-LC-CONVERTED           PIC 9(09).
001240     05  WS-LC-REJECTED            PIC 9(09).
001250     05  WS-LC-DECODED             PIC 9(09).
001260     05  WS-LC-CHECKED             PIC 9(09).

001270 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
001280 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
001290 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

001300 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
001310 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
001320     05  WS-RD-YEAR                PIC 9(4).
001330     05  WS-RD-MONTH               PIC 9(2).
001340     05  WS-RD-DAY                 PIC 9(2).
001350 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

001360 01  WS-FILE-STATUSES.
001370     05  WS-BI-FILE-STATUS         PIC X(02) VALUE "00".
001380     05  WS-DO-FILE-STATUS         PIC X(02) VALUE "00".
001390     05  WS-EX-FILE-STATUS         PIC X(02) VALUE "00".
001400     05  WS-DC-FILE-STATUS         PIC X(02) VALUE "00".
001410     05  WS-LN-FILE-STATUS         PIC X(02) VALUE "00".
001420     05  WS-DR-FILE-STATUS         PIC X(02) VALUE "00".
001430     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".

001440 01  WS-SWITCHES.
001450     05  WS-BI-EOF-SWITCH          PIC X(01) VALUE "N".
001460         88  END-OF-INPUT-FILE         VALUE "Y".
001470     05  WS-DO-EOF-SWITCH          PIC X(01) VALUE "N".
001480         88  END-OF-DECIMAL-FILE       VALUE "Y".
001490     05  WS-EX-EOF-SWITCH          PIC X(01) VALUE "N".
001500         88  END-OF-EXCEPTION-FILE     VALUE "Y".
001510     05  WS-DC-EOF-SWITCH          PIC X(01) VALUE "N".
001520         88  END-OF-DECODED-FILE       VALUE "Y".
001530     05  WS-LN-EOF-SWITCH          PIC X(01) VALUE "N".
001540         88  END-OF-COUNT-FILE         VALUE "Y".
001550     05  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
001560         88  WS-DEVICE-FOUND           VALUE "Y".
001570         88  WS-DEVICE-NOT-FOUND       VALUE "N".
001580     05  WS-SECTION-SWITCH         PIC X(01) VALUE "N".
001590         88  WS-SECTION-OPEN           VALUE "Y".
001600         88  WS-SECTION-CLOSED         VALUE "N".
001610     05  WS-FULL-SWITCH            PIC X(01) VALUE "N".
001620         88  WS-TABLE-FULL-NOTED       VALUE "Y".
001630     05  WS-DEVICE-OUT-SWITCH      PIC X(01) VALUE "N".
001640         88  WS-DEVICE-OUT             VALUE "Y".
001650     05  WS-DO-MISSING-SWITCH      PIC X(01) VALUE "N".
001660         88  WS-DO-MISSING             VALUE "Y".
001670     05  WS-EX-MISSING-SWITCH      PIC X(01) VALUE "N".
001680         88  WS-EX-MISSING             VALUE "Y".
001690     05  WS-DC-MISSING-SWITCH      PIC X(01) VALUE "N".
001700         88  WS-DC-MISSING             VALUE "Y".
001710     05  WS-LN-MISSING-SWITCH      PIC X(01) VALUE "N".
001720         88  WS-LN-MISSING             VALUE "Y".

001730 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001740 77  WS-DEVICE-SECTIONS            PIC 9(09) VALUE 0 COMP.
001750 77  WS-TRAILERS-MISSING           PIC 9(09) VALUE 0 COMP.
001760 77  WS-OUT-OF-BALANCE             PIC 9(09) VALUE 0 COMP.
001770 77  WS-TOTAL-INGESTED             PIC 9(09) VALUE 0 COMP.
001780 77  WS-TOTAL-CONVERTED            PIC 9(09) VALUE 0 COMP.
001790 77  WS-TOTAL-REJECTED             PIC 9(09) VALUE 0 COMP.
001800 77  WS-TOTAL-DECODED              PIC 9(09) VALUE 0 COMP.
001810 77  WS-TOTAL-CHECKED              PIC 9(09) VALUE 0 COMP.
001820 77  WS-COUNT-EDITED               PIC Z(08)9.

001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001860     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001870         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001880     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

001890     OPEN INPUT BINARY-INPUT-FILE
001900     IF WS-BI-FILE-STATUS NOT = "00"
001910         DISPLAY "BININPUT COULD NOT BE OPENED - FILE STATUS: "
001920             WS-BI-FILE-STATUS
001930         DISPLAY "DEVICE BALANCING RUN ABORTED"
001940         MOVE 8 TO RETURN-CODE
001950         GO TO 0000-STOP
001960     END-IF

001970     OPEN OUTPUT DEVICE-BALANCE-REPORT
001980     IF WS-DR-FILE-STATUS NOT = "00"
001990         DISPLAY "DEVBALRP OPEN FAILED - FILE STATUS: "
002000             WS-DR-FILE-STATUS
002010         DISPLAY "DEVICE BALANCING RUN ABORTED"
002020         MOVE 8 TO RETURN-CODE
002030         CLOSE BINARY-INPUT-FILE
002040         GO TO 0000-STOP
002050     END-IF

002060     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
002070     PERFORM 2100-TALLY-INPUT-RECORD THRU 2100-EXIT
002080         UNTIL END-OF-INPUT-FILE
002090     PERFORM 2150-CLOSE-SECTION THRU 2150-EXIT
002100     CLOSE BINARY-INPUT-FILE

002110     PERFORM 3000-COUNT-CONVERTED THRU 3000-EXIT
002120     PERFORM 3100-COUNT-REJECTED THRU 3100-EXIT
002130     PERFORM 3200-COUNT-DECODED THRU 3200-EXIT
002140     PERFORM 3300-COUNT-CHECKED THRU 3300-EXIT

002150     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT

002160     PERFORM 4000-BALANCE-DEVICE THRU 4000-EXIT
002170         VARYING WS-BALANCE-SUB FROM 1 BY 1
002180             UNTIL WS-BALANCE-SUB > WS-BALANCE-COUNT

002190     PERFORM 5000-WRITE-REPORT-SUMMARY THRU 5000-EXIT

002200     CLOSE DEVICE-BALANCE-REPORT

002210     DISPLAY "-----------------------------------------"
002220     DISPLAY "DEVICE BALANCING SUMMARY"
002230     DISPLAY "DEVICES           : " WS-BALANCE-COUNT
002240     MOVE WS-TOTAL-INGESTED TO WS-COUNT-EDITED
002250     DISPLAY "REGISTERS INGESTED: " WS-COUNT-EDITED
002260     MOVE WS-TOTAL-CONVERTED TO WS-COUNT-EDITED
002270     DISPLAY "VALUES CONVERTED  : " WS-COUNT-EDITED
002280     MOVE WS-TOTAL-REJECTED TO WS-COUNT-EDITED
002290     DISPLAY "RECORDS REJECTED  : " WS-COUNT-EDITED
002300     MOVE WS-TOTAL-DECODED TO WS-COUNT-EDITED
002310     DISPLAY "REGISTERS DECODED : " WS-COUNT-EDITED
002320     MOVE WS-TOTAL-CHECKED TO WS-COUNT-EDITED
002330     DISPLAY "FIELDS CHECKED    : " WS-COUNT-EDITED
002340     MOVE WS-OUT-OF-BALANCE TO WS-COUNT-EDITED
002350     DISPLAY "OUT OF BALANCE    : " WS-COUNT-EDITED
002360     DISPLAY "-----------------------------------------"

002370     IF WS-OUT-OF-BALANCE > 0 AND RETURN-CODE = 0
002380         MOVE 4 TO RETURN-CODE
002390     END-IF
002400     .
002410 0000-STOP.
002420     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
002430     STOP RUN.

002440 2000-READ-INPUT-RECORD.
002450     READ BINARY-INPUT-FILE
002460         AT END
002470             SET END-OF-INPUT-FILE TO TRUE
002480     END-READ
002490     IF NOT END-OF-INPUT-FILE
002500         ADD 1 TO WS-RECORDS-READ
002510     END-IF
002520     .
002530 2000-EXIT.
002540     EXIT.

002550*----------------------------------------------------------------*
002560* 2100-TALLY-INPUT-RECORD - DumpIngest OPENS EACH DEVICE SECTION *
002570* WITH AN HDR ("HDR" + DEVICE + DATE) AND CLOSES IT WITH A TRL   *
002580* ("TRL" + REGISTER COUNT + HASH). THE TRL COUNT IS WHAT WAS     *
002590* INGESTED FOR THE HDR DEVICE. A SECTION WITH NO TRL, OR AN      *
002600* UNREADABLE ONE, FALLS BACK TO THE REGISTERS ACTUALLY COUNTED   *
002610* IN IT AND IS MARKED ON THE REPORT.                             *
002620*----------------------------------------------------------------*
002630 2100-TALLY-INPUT-RECORD.
002640     IF BI-BINARY-NUMBER(1:3) = "HDR"
002650         PERFORM 2150-CLOSE-SECTION THRU 2150-EXIT
002660         ADD 1 TO WS-DEVICE-SECTIONS
002670         MOVE BI-BINARY-NUMBER(4:8) TO WS-HDR-DEVICE
002680         MOVE WS-HDR-DEVICE TO WS-SECTION-DEVICE
002690         MOVE 0 TO WS-SECTION-RECORDS
002700         SET WS-SECTION-OPEN TO TRUE
002710         GO TO 2100-NEXT
002720     END-IF

002730     IF BI-BINARY-NUMBER(1:3) = "TRL"
002740         IF WS-SECTION-CLOSED
002750             PERFORM 2110-OPEN-LOOSE-SECTION THRU 2110-EXIT
002760         END-IF
002770         IF BI-BINARY-NUMBER(4:9) IS NUMERIC
002780             MOVE BI-BINARY-NUMBER(4:9) TO WS-TRL-COUNT
002790             MOVE WS-SECTION-DEVICE TO WS-LOOKUP-DEVICE
002800             PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
002810             IF WS-BALANCE-CURRENT > 0
002820                 ADD WS-TRL-COUNT
002830                     TO WS-BL-INGESTED(WS-BALANCE-CURRENT)
002840             END-IF
002850             SET WS-SECTION-CLOSED TO TRUE
002860         ELSE
002870             PERFORM 2150-CLOSE-SECTION THRU 2150-EXIT
002880         END-IF
002890         GO TO 2100-NEXT
002900     END-IF

002910     IF WS-SECTION-CLOSED
002920         PERFORM 2110-OPEN-LOOSE-SECTION THRU 2110-EXIT
002930     END-IF
002940     ADD 1 TO WS-SECTION-RECORDS
002950     .
002960 2100-NEXT.
002970     PERFORM 2000-READ-INPUT-RECORD THRU 2000-EXIT
002980     .
002990 2100-EXIT.
003000     EXIT.

003010*----------------------------------------------------------------*
003020* 2110-OPEN-LOOSE-SECTION - REGISTERS OUTSIDE ANY HDR SECTION (A *
003030* PRE-STAMP FILE, OR RECORDS AFTER A TRAILER) ARE COUNTED UNDER  *
003040* THEIR OWN DEVICE COLUMNS, OR THE LAST HDR DEVICE WHEN THOSE    *
003050* ARE BLANK - THE SAME DEVICE BinaryToDecimal STAMPS ON THEM.    *
003060*----------------------------------------------------------------*
003070 2110-OPEN-LOOSE-SECTION.
003080     IF BI-BINARY-NUMBER(1:3) NOT = "TRL"
003090        AND BI-DEVICE-ID NOT = SPACES
003100         MOVE BI-DEVICE-ID TO WS-SECTION-DEVICE
003110     ELSE
003120         MOVE WS-HDR-DEVICE TO WS-SECTION-DEVICE
003130     END-IF
003140     MOVE 0 TO WS-SECTION-RECORDS
003150     SET WS-SECTION-OPEN TO TRUE
003160     .
003170 2110-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------*
003200* 2150-CLOSE-SECTION - A SECTION ENDING WITHOUT A USABLE TRL     *
003210* (THE NEXT HDR, AN UNREADABLE TRL, OR END OF FILE) POSTS THE    *
003220* REGISTERS COUNTED IN IT AS INGESTED AND MARKS ITS DEVICE.      *
003230*----------------------------------------------------------------*
003240 2150-CLOSE-SECTION.
003250     IF WS-SECTION-CLOSED
003260         GO TO 2150-EXIT
003270     END-IF
003280     SET WS-SECTION-CLOSED TO TRUE
003290     ADD 1 TO WS-TRAILERS-MISSING

003300     MOVE WS-SECTION-DEVICE TO WS-LOOKUP-DEVICE
003310     PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
003320     IF WS-BALANCE-CURRENT > 0
003330         ADD WS-SECTION-RECORDS
003340             TO WS-BL-INGESTED(WS-BALANCE-CURRENT)
003350         MOVE "Y" TO WS-BL-TRL-SWITCH(WS-BALANCE-CURRENT)
003360     END-IF
003370     .
003380 2150-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------*
003410* 2200-FIND-DEVICE - POINT WS-BALANCE-CURRENT AT THE TABLE ENTRY *
003420* FOR WS-LOOKUP-DEVICE, OPENING ONE FOR A DEVICE NOT YET MET.    *
003430* EVERY FILE HOLDS A DEVICE'S RECORDS TOGETHER, SO THE TABLE IS  *
003440* ONLY SEARCHED WHEN THE DEVICE CHANGES. A DEVICE THAT DOES NOT  *
003450* FIT IN THE TABLE IS NOTED ONCE, LEFT AT ZERO AND SETS          *
003460* RETURN-CODE 8 - THE BALANCE CANNOT BE TRUSTED.                 *
003470*----------------------------------------------------------------*
003480 2200-FIND-DEVICE.
003490     IF WS-BALANCE-CURRENT > 0
003500         IF WS-BL-DEVICE-ID(WS-BALANCE-CURRENT)
003510                = WS-LOOKUP-DEVICE
003520             GO TO 2200-EXIT
003530         END-IF
003540     END-IF

003550     SET WS-DEVICE-NOT-FOUND TO TRUE
003560     PERFORM 2210-MATCH-DEVICE THRU 2210-EXIT
003570         VARYING WS-BALANCE-SUB FROM 1 BY 1
003580             UNTIL WS-BALANCE-SUB > WS-BALANCE-COUNT
003590                OR WS-DEVICE-FOUND
003600     IF WS-DEVICE-FOUND
003610         SUBTRACT 1 FROM WS-BALANCE-SUB
003620         MOVE WS-BALANCE-SUB TO WS-BALANCE-CURRENT
003630         GO TO 2200-EXIT
003640     END-IF

003650     IF WS-BALANCE-COUNT >= WS-BALANCE-MAX
003660         MOVE 0 TO WS-BALANCE-CURRENT
003670         IF NOT WS-TABLE-FULL-NOTED
003680             SET WS-TABLE-FULL-NOTED TO TRUE
003690             DISPLAY "MORE THAN " WS-BALANCE-MAX " DEVICES"
003700                 " - DEVICE " WS-LOOKUP-DEVICE
003710                 " AND LATER ONES NOT BALANCED"
003720             MOVE 8 TO RETURN-CODE
003730         END-IF
003740         GO TO 2200-EXIT
003750     END-IF

003760     ADD 1 TO WS-BALANCE-COUNT
003770     MOVE WS-BALANCE-COUNT TO WS-BALANCE-CURRENT
003780     MOVE WS-LOOKUP-DEVICE TO WS-BL-DEVICE-ID(WS-BALANCE-CURRENT)
003790     MOVE 0 TO WS-BL-INGESTED(WS-BALANCE-CURRENT)
003800     MOVE 0 TO WS-BL-CONVERTED(WS-BALANCE-CURRENT)
003810     MOVE 0 TO WS-BL-REJECTED(WS-BALANCE-CURRENT)
003820     MOVE 0 TO WS-BL-DECODED(WS-BALANCE-CURRENT)
003830     MOVE 0 TO WS-BL-CHECKED(WS-BALANCE-CURRENT)
003840     MOVE "N" TO WS-BL-TRL-SWITCH(WS-BALANCE-CURRENT)
003850     .
003860 2200-EXIT.
003870     EXIT.

003880 2210-MATCH-DEVICE.
003890     IF WS-BL-DEVICE-ID(WS-BALANCE-SUB) = WS-LOOKUP-DEVICE
003900         SET WS-DEVICE-FOUND TO TRUE
003910     END-IF
003920     .
003930 2210-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------*
003960* 3000-COUNT-CONVERTED - ONE DECOUTPT RECORD PER VALUE CONVERTED *
003970* BY BinaryToDecimal, COUNTED UNDER ITS DO-DEVICE-ID. A FILE     *
003980* THAT CANNOT BE OPENED IS NOTED AND COUNTS AS EMPTY, WHICH      *
003990* PUTS EVERY DEVICE THAT SENT ANYTHING OUT OF BALANCE.           *
004000*----------------------------------------------------------------*
004010 3000-COUNT-CONVERTED.
004020     OPEN INPUT DECIMAL-OUTPUT-FILE
004030     IF WS-DO-FILE-STATUS NOT = "00"
004040         SET WS-DO-MISSING TO TRUE
004050         DISPLAY "DECOUTPT NOT AVAILABLE - FILE STATUS: "
004060             WS-DO-FILE-STATUS " - COUNTED AS EMPTY"
004070         GO TO 3000-EXIT
004080     END-IF

004090     PERFORM 3010-READ-CONVERTED THRU 3010-EXIT
004100     PERFORM 3020-TALLY-CONVERTED THRU 3020-EXIT
004110         UNTIL END-OF-DECIMAL-FILE
004120     CLOSE DECIMAL-OUTPUT-FILE
004130     .
004140 3000-EXIT.
004150     EXIT.

004160 3010-READ-CONVERTED.
004170     READ DECIMAL-OUTPUT-FILE
004180         AT END
004190             SET END-OF-DECIMAL-FILE TO TRUE
004200     END-READ
004210     .
004220 3010-EXIT.
004230     EXIT.

004240 3020-TALLY-CONVERTED.
004250     MOVE DO-DEVICE-ID TO WS-LOOKUP-DEVICE
004260     PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
004270     IF WS-BALANCE-CURRENT > 0
004280         ADD 1 TO WS-BL-CONVERTED(WS-BALANCE-CURRENT)
004290     END-IF
004300     PERFORM 3010-READ-CONVERTED THRU 3010-EXIT
004310     .
004320 3020-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------*
004350* 3100-COUNT-REJECTED - ONE EXCPFILE RECORD PER RECORD REJECTED  *
004360* BY BinaryToDecimal, WHATEVER THE REASON, COUNTED UNDER ITS     *
004370* EX-DEVICE-ID.                                                  *
004380*----------------------------------------------------------------*
004390 3100-COUNT-REJECTED.
004400     OPEN INPUT EXCEPTION-FILE
004410     IF WS-EX-FILE-STATUS NOT = "00"
004420         SET WS-EX-MISSING TO TRUE
004430         DISPLAY "EXCPFILE NOT AVAILABLE - FILE STATUS: "
004440             WS-EX-FILE-STATUS " - COUNTED AS EMPTY"
004450         GO TO 3100-EXIT
004460     END-IF

004470     PERFORM 3110-READ-REJECTED THRU 3110-EXIT
004480     PERFORM 3120-TALLY-REJECTED THRU 3120-EXIT
004490         UNTIL END-OF-EXCEPTION-FILE
004500     CLOSE EXCEPTION-FILE
004510     .
004520 3100-EXIT.
004530     EXIT.

004540 3110-READ-REJECTED.
004550     READ EXCEPTION-FILE
004560         AT END
004570             SET END-OF-EXCEPTION-FILE TO TRUE
004580     END-READ
004590     .
004600 3110-EXIT.
004610     EXIT.

004620 3120-TALLY-REJECTED.
004630     MOVE EX-DEVICE-ID TO WS-LOOKUP-DEVICE
004640     PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
004650     IF WS-BALANCE-CURRENT > 0
004660         ADD 1 TO WS-BL-REJECTED(WS-BALANCE-CURRENT)
004670     END-IF
004680     PERFORM 3110-READ-REJECTED THRU 3110-EXIT
004690     .
004700 3120-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------*
004730* 3200-COUNT-DECODED - DECODOUT HOLDS ONE RECORD PER FIELD, SO   *
004740* A REGISTER IS COUNTED ONCE, ON ITS FIRST FIELD. A DEVICE       *
004750* RegisterDecode REJECTED (NOT ON DEVMAST, OR NO LAYOUT FOR ITS  *
004760* MODEL) HAS NO RECORDS HERE AT ALL.                             *
004770*----------------------------------------------------------------*
004780 3200-COUNT-DECODED.
004790     OPEN INPUT DECODED-INPUT-FILE
004800     IF WS-DC-FILE-STATUS NOT = "00"
004810         SET WS-DC-MISSING TO TRUE
004820         DISPLAY "DECODOUT NOT AVAILABLE - FILE STATUS: "
004830             WS-DC-FILE-STATUS " - COUNTED AS EMPTY"
004840         GO TO 3200-EXIT
004850     END-IF

004860     PERFORM 3210-READ-DECODED THRU 3210-EXIT
004870     PERFORM 3220-TALLY-DECODED THRU 3220-EXIT
004880         UNTIL END-OF-DECODED-FILE
004890     CLOSE DECODED-INPUT-FILE
004900     .
004910 3200-EXIT.
004920     EXIT.

004930 3210-READ-DECODED.
004940     READ DECODED-INPUT-FILE
004950         AT END
004960             SET END-OF-DECODED-FILE TO TRUE
004970     END-READ
004980     .
004990 3210-EXIT.
005000     EXIT.

005010 3220-TALLY-DECODED.
005020     MOVE DC-DEVICE-ID TO WS-DK-DEVICE-ID
005030     MOVE DC-BLOCK-SEQ TO WS-DK-BLOCK-SEQ
005040     MOVE DC-REGISTER-SEQ TO WS-DK-REGISTER-SEQ
005050     IF WS-DECODE-KEY NOT = WS-PREV-DECODE-KEY
005060         MOVE WS-DECODE-KEY TO WS-PREV-DECODE-KEY
005070         MOVE DC-DEVICE-ID TO WS-LOOKUP-DEVICE
005080         PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
005090         IF WS-BALANCE-CURRENT > 0
005100             ADD 1 TO WS-BL-DECODED(WS-BALANCE-CURRENT)
005110         END-IF
005120     END-IF
005130     PERFORM 3210-READ-DECODED THRU 3210-EXIT
005140     .
005150 3220-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------*
005180* 3300-COUNT-CHECKED - LimitCheck'S PER-DEVICE COUNTS. THE       *
005190* FIELDS CHECKED ARE SHOWN FOR EACH DEVICE BUT DO NOT ENTER THE  *
005200* BALANCE - A FIELD WITH NO LIMIT ENTRY IS NEVER CHECKED.        *
005210*----------------------------------------------------------------*
005220 3300-COUNT-CHECKED.
005230     OPEN INPUT DEVICE-COUNT-FILE
005240     IF WS-LN-FILE-STATUS NOT = "00"
005250         SET WS-LN-MISSING TO TRUE
005260         DISPLAY "LIMCOUNT NOT AVAILABLE - FILE STATUS: "
005270             WS-LN-FILE-STATUS " - COUNTED AS EMPTY"
005280         GO TO 3300-EXIT
005290     END-IF

005300     PERFORM 3310-READ-CHECKED THRU 3310-EXIT
005310     PERFORM 3320-TALLY-CHECKED THRU 3320-EXIT
005320         UNTIL END-OF-COUNT-FILE
005330     CLOSE DEVICE-COUNT-FILE
005340     .
005350 3300-EXIT.
005360     EXIT.

005370 3310-READ-CHECKED.
005380     READ DEVICE-COUNT-FILE
005390         AT END
005400             SET END-OF-COUNT-FILE TO TRUE
005410     END-READ
005420     .
005430 3310-EXIT.
005440     EXIT.

005450 3320-TALLY-CHECKED.
005460     IF LN-FIELDS-CHECKED IS NUMERIC
005470         MOVE LN-DEVICE-ID TO WS-LOOKUP-DEVICE
005480         PERFORM 2200-FIND-DEVICE THRU 2200-EXIT
005490         IF WS-BALANCE-CURRENT > 0
005500             ADD LN-FIELDS-CHECKED
005510                 TO WS-BL-CHECKED(WS-BALANCE-CURRENT)
005520         END-IF
005530     END-IF
005540     PERFORM 3310-READ-CHECKED THRU 3310-EXIT
005550     .
005560 3320-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------*
005590* 4000-BALANCE-DEVICE - ONE REPORT LINE PER DEVICE. EVERY        *
005600* REGISTER INGESTED MUST COME OUT OF BinaryToDecimal EITHER      *
005610* CONVERTED OR REJECTED, AND EVERY CONVERTED REGISTER MUST COME  *
005620* OUT OF RegisterDecode DECODED. NONE DECODED AT ALL FOR A       *
005630* DEVICE THAT CONVERTED IS CALLED OUT ON ITS OWN - IT IS THE     *
005640* DEVICE MISSING FROM DEVMAST.                                   *
005650*----------------------------------------------------------------*
005660 4000-BALANCE-DEVICE.
005670     MOVE "N" TO WS-DEVICE-OUT-SWITCH
005680     COMPUTE WS-CONV-PLUS-REJ =
005690         WS-BL-CONVERTED(WS-BALANCE-SUB)
005700         + WS-BL-REJECTED(WS-BALANCE-SUB)
005710     IF WS-CONV-PLUS-REJ = WS-BL-INGESTED(WS-BALANCE-SUB)
005720         MOVE "OK" TO WS-INGEST-CHECK-TEXT
005730     ELSE
005740         MOVE "OUT OF BALANCE" TO WS-INGEST-CHECK-TEXT
005750         SET WS-DEVICE-OUT TO TRUE
005760     END-IF

005770     EVALUATE TRUE
005780         WHEN WS-BL-DECODED(WS-BALANCE-SUB)
005790                = WS-BL-CONVERTED(WS-BALANCE-SUB)
005800             MOVE "OK" TO WS-DECODE-CHECK-TEXT
005810         WHEN WS-BL-DECODED(WS-BALANCE-SUB) = 0
005820             MOVE "NONE DECODED" TO WS-DECODE-CHECK-TEXT
005830             SET WS-DEVICE-OUT TO TRUE
005840         WHEN OTHER
005850             MOVE "OUT OF BALANCE" TO WS-DECODE-CHECK-TEXT
005860             SET WS-DEVICE-OUT TO TRUE
005870     END-EVALUATE

005880     IF WS-DEVICE-OUT
005890         ADD 1 TO WS-OUT-OF-BALANCE
005900     END-IF
005910     ADD WS-BL-INGESTED(WS-BALANCE-SUB) TO WS-TOTAL-INGESTED
005920     ADD WS-BL-CONVERTED(WS-BALANCE-SUB) TO WS-TOTAL-CONVERTED
005930     ADD WS-BL-REJECTED(WS-BALANCE-SUB) TO WS-TOTAL-REJECTED
005940     ADD WS-BL-DECODED(WS-BALANCE-SUB) TO WS-TOTAL-DECODED
005950     ADD WS-BL-CHECKED(WS-BALANCE-SUB) TO WS-TOTAL-CHECKED

005960     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005970         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
005980     END-IF

005990     MOVE SPACES TO REPORT-LINE
006000     IF WS-BL-DEVICE-ID(WS-BALANCE-SUB) = SPACES
006010         MOVE "*NONE*" TO REPORT-LINE(3:8)
006020     ELSE
006030         MOVE WS-BL-DEVICE-ID(WS-BALANCE-SUB) TO REPORT-LINE(3:8)
006040     END-IF
006050     MOVE WS-BL-INGESTED(WS-BALANCE-SUB) TO WS-LC-INGESTED
006060     MOVE WS-BL-CONVERTED(WS-BALANCE-SUB) TO WS-LC-CONVERTED
006070     MOVE WS-BL-REJECTED(WS-BALANCE-SUB) TO WS-LC-REJECTED
006080     MOVE WS-BL-DECODED(WS-BALANCE-SUB) TO WS-LC-DECODED
006090     MOVE WS-BL-CHECKED(WS-BALANCE-SUB) TO WS-LC-CHECKED
006100     PERFORM 4100-FORMAT-COUNTS THRU 4100-EXIT
006110     IF WS-BL-TRL-MISSING(WS-BALANCE-SUB)
006120         MOVE "*" TO REPORT-LINE(22:1)
006130     END-IF
006140     MOVE WS-INGEST-CHECK-TEXT TO REPORT-LINE(68:14)
006150     MOVE WS-DECODE-CHECK-TEXT TO REPORT-LINE(84:14)
006160     WRITE REPORT-LINE
006170     ADD 1 TO WS-LINE-COUNT
006180     .
006190 4000-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------*
006220* 4100-FORMAT-COUNTS - THE FIVE COUNT COLUMNS OF A DEVICE OR     *
006230* TOTAL LINE, FROM WS-LINE-COUNTS.                               *
006240*----------------------------------------------------------------*
006250 4100-FORMAT-COUNTS.
006260     MOVE WS-LC-INGESTED TO WS-COUNT-EDITED
006270     MOVE WS-COUNT-EDITED TO REPORT-LINE(13:9)
006280     MOVE WS-LC-CONVERTED TO WS-COUNT-EDITED
006290     MOVE WS-COUNT-EDITED TO REPORT-LINE(24:9)
006300     MOVE WS-LC-REJECTED TO WS-COUNT-EDITED
006310     MOVE WS-COUNT-EDITED TO REPORT-LINE(35:9)
006320     MOVE WS-LC-DECODED TO WS-COUNT-EDITED
006330     MOVE WS-COUNT-EDITED TO REPORT-LINE(46:9)
006340     MOVE WS-LC-CHECKED TO WS-COUNT-EDITED
006350     MOVE WS-COUNT-EDITED TO REPORT-LINE(57:9)
006360     .
006370 4100-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------*
006400* 5000-WRITE-REPORT-SUMMARY - TOTALS AND COUNTS AT THE FOOT OF   *
006410* THE REPORT, WITH A NOTE FOR EVERY INPUT THAT COULD NOT BE READ *
006420* SO AN OUT-OF-BALANCE NIGHT CAUSED BY A MISSING FILE SAYS SO.   *
006430*----------------------------------------------------------------*
006440 5000-WRITE-REPORT-SUMMARY.
006450     IF WS-BALANCE-COUNT = 0
006460         MOVE SPACES TO REPORT-LINE
006470         MOVE "  NO DEVICES FOUND ON BININPUT" TO REPORT-LINE
006480         WRITE REPORT-LINE
006490     END-IF

006500     MOVE SPACES TO REPORT-LINE
006510     WRITE REPORT-LINE

006520     MOVE SPACES TO REPORT-LINE
006530     MOVE "TOTAL" TO REPORT-LINE(3:8)
006540     MOVE WS-TOTAL-INGESTED TO WS-LC-INGESTED
006550     MOVE WS-TOTAL-CONVERTED TO WS-LC-CONVERTED
006560     MOVE WS-TOTAL-REJECTED TO WS-LC-REJECTED
006570     MOVE WS-TOTAL-DECODED TO WS-LC-DECODED
006580     MOVE WS-TOTAL-CHECKED TO WS-LC-CHECKED
006590     PERFORM 4100-FORMAT-COUNTS THRU 4100-EXIT
006600     WRITE REPORT-LINE

006610     MOVE SPACES TO REPORT-LINE
006620     WRITE REPORT-LINE

006630     MOVE SPACES TO REPORT-LINE
006640     MOVE WS-BALANCE-COUNT TO WS-COUNT-EDITED
006650     STRING "  DEVICES: " WS-COUNT-EDITED
006660         DELIMITED BY SIZE INTO REPORT-LINE
006670     MOVE WS-OUT-OF-BALANCE TO WS-COUNT-EDITED
006680     STRING "   OUT OF BALANCE: " WS-COUNT-EDITED
006690         DELIMITED BY SIZE INTO REPORT-LINE(21:)
006700     MOVE WS-TRAILERS-MISSING TO WS-COUNT-EDITED
006710     STRING "   SECTIONS WITHOUT TRAILER: " WS-COUNT-EDITED
006720         DELIMITED BY SIZE INTO REPORT-LINE(49:)
006730     WRITE REPORT-LINE

006740     IF WS-TRAILERS-MISSING > 0
006750         MOVE SPACES TO REPORT-LINE
006760         STRING "  * NO USABLE TRL - INGESTED IS THE REGISTERS "
006770             "COUNTED ON BININPUT"
006780             DELIMITED BY SIZE INTO REPORT-LINE
006790         WRITE REPORT-LINE
006800     END-IF

006810     IF WS-DO-MISSING
006820         MOVE "DECOUTPT" TO WS-MISSING-NAME
006830         MOVE WS-DO-FILE-STATUS TO WS-MISSING-STATUS
006840         PERFORM 5100-WRITE-MISSING-LINE THRU 5100-EXIT
006850     END-IF
006860     IF WS-EX-MISSING
006870         MOVE "EXCPFILE" TO WS-MISSING-NAME
006880         MOVE WS-EX-FILE-STATUS TO WS-MISSING-STATUS
006890         PERFORM 5100-WRITE-MISSING-LINE THRU 5100-EXIT
006900     END-IF
006910     IF WS-DC-MISSING
006920         MOVE "DECODOUT" TO WS-MISSING-NAME
006930         MOVE WS-DC-FILE-STATUS TO WS-MISSING-STATUS
006940         PERFORM 5100-WRITE-MISSING-LINE THRU 5100-EXIT
006950     END-IF
006960     IF WS-LN-MISSING
006970         MOVE "LIMCOUNT" TO WS-MISSING-NAME
006980         MOVE WS-LN-FILE-STATUS TO WS-MISSING-STATUS
006990         PERFORM 5100-WRITE-MISSING-LINE THRU 5100-EXIT
007000     END-IF

007010     IF WS-OUT-OF-BALANCE = 0 AND WS-BALANCE-COUNT > 0
007020         MOVE SPACES TO REPORT-LINE
007030         MOVE "  EVERY DEVICE BALANCED" TO REPORT-LINE
007040         WRITE REPORT-LINE
007050     END-IF
007060     .
007070 5000-EXIT.
007080     EXIT.

007090 5100-WRITE-MISSING-LINE.
007100     MOVE SPACES TO REPORT-LINE
007110     STRING "  " WS-MISSING-NAME
007120         " NOT AVAILABLE - FILE STATUS: " WS-MISSING-STATUS
007130         " - COUNTED AS EMPTY"
007140         DELIMITED BY SIZE INTO REPORT-LINE
007150     WRITE REPORT-LINE
007160     .
007170 5100-EXIT.
007180     EXIT.

007190*----------------------------------------------------------------*
007200* 6000-WRITE-REPORT-HEADING - RUN-DATE/PAGE HEADING AND COLUMN   *
007210* CAPTIONS AT THE TOP OF EACH REPORT PAGE.                       *
007220*----------------------------------------------------------------*
007230 6000-WRITE-REPORT-HEADING.
007240     ADD 1 TO WS-PAGE-NUMBER

007250     MOVE SPACES TO REPORT-LINE
007260     STRING "DEVICE BALANCING REPORT     RUN DATE: "
007270         WS-RUN-DATE-DISPLAY "     PAGE: " WS-PAGE-NUMBER
007280         DELIMITED BY SIZE INTO REPORT-LINE
007290     WRITE REPORT-LINE

007300     MOVE SPACES TO REPORT-LINE
007310     WRITE REPORT-LINE

007320     MOVE SPACES TO REPORT-LINE
007330     MOVE "---------------- REGISTERS ---------------"
007340         TO REPORT-LINE(13:42)
007350     MOVE "FIELDS" TO REPORT-LINE(60:6)
007360     WRITE REPORT-LINE

007370     MOVE SPACES TO REPORT-LINE
007380     STRING "  DEVICE     INGESTED  CONVERTED   REJECTED"
007390         "    DECODED    CHECKED  INGEST CHECK    DECODE CHECK"
007400         DELIMITED BY SIZE INTO REPORT-LINE
007410     WRITE REPORT-LINE

007420     MOVE SPACES TO REPORT-LINE
007430     WRITE REPORT-LINE

007440     MOVE 5 TO WS-LINE-COUNT
007450     .
007460 6000-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------*
007490* 9000-WRITE-RUN-START - APPEND THE STEP'S START RECORD TO THE   *
007500* SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS NOTED AND     *
007510* THE CHECK RUNS ON.                                             *
007520*----------------------------------------------------------------*
007530 9000-WRITE-RUN-START.
007540     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
007550     IF WS-RC-FILE-STATUS NOT = "00"
007560         GO TO 9000-EXIT
007570     END-IF
007580     MOVE "DeviceBalance" TO RC-PROGRAM-NAME
007590     MOVE "S" TO RC-RECORD-TYPE
007600     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
007610     MOVE 0 TO RC-RECORDS-READ
007620     MOVE 0 TO RC-RECORDS-OUT
007630     MOVE 0 TO RC-RECORDS-REJECTED
007640     MOVE 0 TO RC-RETURN-CODE
007650     WRITE RUN-CONTROL-RECORD
007660     CLOSE RUN-CONTROL-FILE
007670     .
007680 9000-EXIT.
007690     EXIT.

007700*----------------------------------------------------------------*
007710* 9100-WRITE-RUN-END - APPEND THE STEP'S END RECORD WITH ITS     *
007720* COUNTS AND RETURN CODE: BININPUT RECORDS READ, DEVICES         *
007730* BALANCED, DEVICES OUT OF BALANCE.                              *
007740*----------------------------------------------------------------*
007750 9100-WRITE-RUN-END.
007760     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
007770     IF WS-RC-FILE-STATUS NOT = "00"
007780         GO TO 9100-EXIT
007790     END-IF
007800     MOVE "DeviceBalance" TO RC-PROGRAM-NAME
007810     MOVE "E" TO RC-RECORD-TYPE
007820     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
007830     MOVE WS-RECORDS-READ TO RC-RECORDS-READ
007840     MOVE WS-BALANCE-COUNT TO RC-RECORDS-OUT
007850     MOVE WS-OUT-OF-BALANCE TO RC-RECORDS-REJECTED
007860     MOVE RETURN-CODE TO RC-RETURN-CODE
007870     WRITE RUN-CONTROL-RECORD
007880     CLOSE RUN-CONTROL-FILE
007890     .
007900 9100-EXIT.
007910     EXIT.

007920 9200-OPEN-RUN-LOG.
007930     OPEN EXTEND RUN-CONTROL-FILE
007940     IF WS-RC-FILE-STATUS = "35"
007950         OPEN OUTPUT RUN-CONTROL-FILE
007960     END-IF
007970     IF WS-RC-FILE-STATUS NOT = "00"
007980         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
007990             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
008000     END-IF
008010     .
008020 9200-EXIT.
008030     EXIT.
