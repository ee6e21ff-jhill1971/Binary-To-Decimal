000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DeviceHealth.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - THE EVIDENCE OF WHICH    *
000210*                     CONTROLLERS CAUSE TROUBLE WAS SPREAD OVER  *
000220*                     FOUR FILES THE CHAIN OVERWRITES EVERY      *
000230*                     NIGHT: LIMALERT, REPTALRT, EXCPFILE AND    *
000240*                     INGSTERR. RUN AFTER THEM EACH NIGHT, THIS  *
000250*                     STEP COUNTS WHAT EACH FILE CHARGES TO      *
000260*                     EACH DEVICE - NEW WARNING AND CRITICAL     *
000270*                     LIMIT ALARMS, STUCK-REGISTER ALERTS,       *
000280*                     REJECTED RECORDS BY EX-REASON-CODE AND     *
000290*                     DumpIngest PARSE ERRORS - AND ADDS THE     *
000300*                     COUNTS INTO THAT DEVICE'S RECORD FOR THE   *
000310*                     MONTH ON THE DEVICE-HEALTH MASTER          *
000320*                     (DEVHLTH, COPYBOOK DEVHLTRC) THAT          *
000330*                     HealthScorecard REPORTS FROM AT MONTH      *
000340*                     END. A DEVICE ALREADY POSTED FOR THE RUN   *
000350*                     DATE IS NOT ADDED AGAIN, SO A RERUN DOES   *
000360*                     NOT DOUBLE THE NIGHT. AN INPUT THAT        *
000370*                     CANNOT BE OPENED IS NOTED AND COUNTED AS   *
000380*                     EMPTY. RETURN-CODE 8 WHEN THE MASTER       *
000390*                     CANNOT BE OPENED OR THE DEVICE TABLE       *
000400*                     OVERFLOWS. START AND END RECORDS GO TO     *
000410*                     THE RUN-CONTROL LOG LIKE THE OTHER BATCH   *
000420*                     STEPS.                                     *
000430*----------------------------------------------------------------*

000440 ENVIRONMENT DIVISION.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ALERT-FILE ASSIGN TO "LIMALERT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-LA-FILE-STATUS.

000500     SELECT REPEAT-ALERT-FILE ASSIGN TO "REPTALRT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RA-FILE-STATUS.

000530     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EX-FILE-STATUS.

000560     SELECT ERROR-LISTING-FILE ASSIGN TO "INGSTERR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-IE-FILE-STATUS.

000590     SELECT HEALTH-FILE ASSIGN TO "DEVHLTH"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DH-KEY
000630         FILE STATUS IS WS-DH-FILE-STATUS.

000640     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RC-FILE-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ALERT-FILE
000700     RECORDING MODE IS F.
000710     COPY LIMALTRC.

000720 FD  REPEAT-ALERT-FILE
000730     RECORDING MODE IS F.
000740 01  REPEAT-ALERT-LINE             PIC X(132).

000750 FD  EXCEPTION-FILE
000760     RECORDING MODE IS F.
000770     COPY EXCPTRC.

000780 FD  ERROR-LISTING-FILE
000790     RECORDING MODE IS F.
000800 01  ERROR-LINE                    PIC X(132).

000810 FD  HEALTH-FILE.
000820     COPY DEVHLTRC.

000830 FD  RUN-CONTROL-FILE
000840     RECORDING MODE IS F.
000850     COPY RUNCTLRC.

000860 WORKING-STORAGE SECTION.
000870*    REPTALRT AND INGSTERR ARE PRINT FILES. AN ALERT LINE ON
000880*    REPTALRT HAS "  SEEN " AT COLUMN 67 AND THE DEVICE AT COLUMN
000890*    100 (BinaryToDecimal 4195). A LINE ON INGSTERR STARTS
000900*    "  LINE ", WITH THE DEVICE AT COLUMN 26 AND THE ERROR TEXT
000910*    AT COLUMN 48 (DumpIngest 4050); THE TWO TRANSMISSION CHECKS
000920*    SHARE THE LISTING BUT ARE NOT PARSE ERRORS.
000930 01  WS-SEEN-MARKER                PIC X(07) VALUE "  SEEN ".
000940 01  WS-LINE-MARKER                PIC X(07) VALUE "  LINE ".
000950 01  WS-DUPLICATE-TEXT             PIC X(40)
000960         VALUE "DUPLICATE SECTION - NOT INGESTED".
000970 01  WS-GAP-TEXT                   PIC X(40)
000980         VALUE "BLOCK GAP SINCE LAST TRANSMISSION".

000990 01  WS-LOOKUP-DEVICE              PIC X(08) VALUE SPACES.
001000 01  WS-REASON-SUB                 PIC 9(01) VALUE 0.
001010 01  WS-MISSING-NAME               PIC X(08) VALUE SPACES.
001020 01  WS-MISSING-STATUS             PIC X(02) VALUE SPACES.

001030 01  WS-HEALTH-COUNT               PIC 9(04) VALUE 0.
001040 01  WS-HEALTH-MAX                 PIC 9(04) VALUE 1024.
001050 01  WS-HEALTH-SUB                 PIC 9(04) VALUE 0.
001060 01  WS-HEALTH-CURRENT             PIC 9(04) VALUE 0.
001070 01  WS-HEALTH-TABLE.
001080     05  WS-HEALTH-ENTRY OCCURS 1024 TIMES.
001090         10  WS-HT-DEVICE-ID       PIC X(08).
001100         10  WS-HT-WARNING         PIC 9(07).
001110         10  WS-HT-CRITICAL        PIC 9(07).
001120         10  WS-HT-STUCK           PIC 9(07).
001130         10  WS-HT-REJECT          PIC 9(07) OCCURS 4 TIMES.
001140         10  WS-HT-PARSE           PIC 9(07).

001150 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
001160 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
001170     05  WS-RD-YEAR                PIC 9(4).
001180     05  WS-RD-MONTH               PIC 9(2).
001190     05  WS-RD-DAY                 PIC 9(2).
001200 01  WS-RUN-DATE-MONTH REDEFINES WS-RUN-DATE-CCYYMMDD.
001210     05  WS-RUN-MONTH              PIC 9(6).
001220     05  FILLER                    PIC 9(2).
001230 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

001240 01  WS-FILE-STATUSES.
001250     05  WS-LA-FILE-STATUS         PIC X(02) VALUE "00".
001260     05  WS-RA-FILE-STATUS         PIC X(02) VALUE "00".
001270     05  WS-EX-FILE-STATUS         PIC X(02) VALUE "00".
001280     05  WS-IE-FILE-STATUS         PIC X(02) VALUE "00".
001290     05  WS-DH-FILE-STATUS         PIC X(02) VALUE "00".
001300     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".

001310 01  WS-SWITCHES.
001320     05  WS-LA-EOF-SWITCH          PIC X(01) VALUE "N".
001330         88  END-OF-ALERT-FILE         VALUE "Y".
001340     05  WS-RA-EOF-SWITCH          PIC X(01) VALUE "N".
001350         88  END-OF-REPEAT-FILE        VALUE "Y".
001360     05  WS-EX-EOF-SWITCH          PIC X(01) VALUE "N".
001370         88  END-OF-EXCEPTION-FILE     VALUE "Y".
001380     05  WS-IE-EOF-SWITCH          PIC X(01) VALUE "N".
001390         88  END-OF-ERROR-LISTING      VALUE "Y".
001400     05  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
001410         88  WS-DEVICE-FOUND           VALUE "Y".
001420         88  WS-DEVICE-NOT-FOUND       VALUE "N".
001430     05  WS-FULL-SWITCH            PIC X(01) VALUE "N".
001440         88  WS-TABLE-FULL-NOTED       VALUE "Y".
001450     05  WS-ON-FILE-SWITCH         PIC X(01) VALUE "N".
001460         88  WS-HEALTH-ON-FILE         VALUE "Y".

001470 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001480 77  WS-CHARGES                    PIC 9(09) VALUE 0 COMP.
001490 77  WS-NOT-CHARGED                PIC 9(09) VALUE 0 COMP.
001500 77  WS-DEVICES-POSTED             PIC 9(09) VALUE 0 COMP.
001510 77  WS-ALREADY-POSTED             PIC 9(09) VALUE 0 COMP.
001520 77  WS-INPUTS-MISSING             PIC 9(09) VALUE 0 COMP.
001530 77  WS-COUNT-EDITED               PIC Z(08)9.

001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001570     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001580         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001590     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

001600     PERFORM 1500-OPEN-HEALTH-MASTER THRU 1500-EXIT
001610     IF WS-DH-FILE-STATUS NOT = "00"
001620         DISPLAY "DEVICE HEALTH POSTING RUN ABORTED"
001630         MOVE 8 TO RETURN-CODE
001640         GO TO 0000-STOP
001650     END-IF

001660     PERFORM 2000-COUNT-LIMIT-ALARMS THRU 2000-EXIT
001670     PERFORM 2100-COUNT-STUCK-ALERTS THRU 2100-EXIT
001680     PERFORM 2200-COUNT-REJECTS THRU 2200-EXIT
001690     PERFORM 2300-COUNT-PARSE-ERRORS THRU 2300-EXIT

001700     PERFORM 4000-POST-DEVICE THRU 4000-EXIT
001710         VARYING WS-HEALTH-SUB FROM 1 BY 1
001720             UNTIL WS-HEALTH-SUB > WS-HEALTH-COUNT

001730     CLOSE HEALTH-FILE

001740     DISPLAY "-----------------------------------------"
001750     DISPLAY "DEVICE HEALTH POSTING SUMMARY"
001760     DISPLAY "POSTING MONTH     : " WS-RUN-MONTH
001770     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
001780     DISPLAY "RECORDS READ      : " WS-COUNT-EDITED
001790     MOVE WS-CHARGES TO WS-COUNT-EDITED
001800     DISPLAY "TROUBLE COUNTED   : " WS-COUNT-EDITED
001810     MOVE WS-NOT-CHARGED TO WS-COUNT-EDITED
001820     DISPLAY "NO DEVICE - SKIP  : " WS-COUNT-EDITED
001830     MOVE WS-HEALTH-COUNT TO WS-COUNT-EDITED
001840     DISPLAY "DEVICES CHARGED   : " WS-COUNT-EDITED
001850     MOVE WS-DEVICES-POSTED TO WS-COUNT-EDITED
001860     DISPLAY "DEVICES POSTED    : " WS-COUNT-EDITED
001870     MOVE WS-ALREADY-POSTED TO WS-COUNT-EDITED
001880     DISPLAY "ALREADY POSTED    : " WS-COUNT-EDITED
001890     MOVE WS-INPUTS-MISSING TO WS-COUNT-EDITED
001900     DISPLAY "INPUTS MISSING    : " WS-COUNT-EDITED
001910     DISPLAY "-----------------------------------------"
001920     .
001930 0000-STOP.
001940     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
001950     STOP RUN.

001960*----------------------------------------------------------------*
001970* 1500-OPEN-HEALTH-MASTER - OPEN (OR ON FIRST USE, CREATE) THE   *
001980* DEVICE-HEALTH MASTER, THE SAME FIRST-USE TREATMENT THE ALARM   *
001990* MASTER GETS.                                                   *
002000*----------------------------------------------------------------*
002010 1500-OPEN-HEALTH-MASTER.
002020     OPEN I-O HEALTH-FILE
002030     IF WS-DH-FILE-STATUS = "35"
002040         OPEN OUTPUT HEALTH-FILE
002050         CLOSE HEALTH-FILE
002060         OPEN I-O HEALTH-FILE
002070     END-IF
002080     IF WS-DH-FILE-STATUS NOT = "00"
002090         DISPLAY "DEVHLTH UNAVAILABLE - FILE STATUS: "
002100             WS-DH-FILE-STATUS
002110     END-IF
002120     .
002130 1500-EXIT.
002140     EXIT.

002150*----------------------------------------------------------------*
002160* 2000-COUNT-LIMIT-ALARMS - ONE LIMALERT RECORD PER ALARM        *
002170* LimitCheck OPENED, COUNTED AS A WARNING OR A CRITICAL BY ITS   *
002180* SEVERITY. A RECORD WITH NO DEVICE (WRITTEN BEFORE LIMALERT     *
002190* CARRIED ONE) CANNOT BE CHARGED AND IS ONLY COUNTED.            *
002200*----------------------------------------------------------------*
002210 2000-COUNT-LIMIT-ALARMS.
002220     OPEN INPUT ALERT-FILE
002230     IF WS-LA-FILE-STATUS NOT = "00"
002240         MOVE "LIMALERT" TO WS-MISSING-NAME
002250         MOVE WS-LA-FILE-STATUS TO WS-MISSING-STATUS
002260         PERFORM 2900-NOTE-MISSING-INPUT THRU 2900-EXIT
002270         GO TO 2000-EXIT
002280     END-IF

002290     PERFORM 2010-READ-LIMIT-ALARM THRU 2010-EXIT
002300     PERFORM 2020-TALLY-LIMIT-ALARM THRU 2020-EXIT
002310         UNTIL END-OF-ALERT-FILE
002320     CLOSE ALERT-FILE
002330     .
002340 2000-EXIT.
002350     EXIT.

002360 2010-READ-LIMIT-ALARM.
002370     READ ALERT-FILE
002380         AT END
002390             SET END-OF-ALERT-FILE TO TRUE
002400     END-READ
002410     IF NOT END-OF-ALERT-FILE
002420         ADD 1 TO WS-RECORDS-READ
002430     END-IF
002440     .
002450 2010-EXIT.
002460     EXIT.

002470 2020-TALLY-LIMIT-ALARM.
002480     IF NOT LA-WARNING AND NOT LA-CRITICAL
002490         ADD 1 TO WS-NOT-CHARGED
002500         GO TO 2020-NEXT
002510     END-IF
002520     MOVE LA-DEVICE-ID TO WS-LOOKUP-DEVICE
002530     PERFORM 3000-FIND-DEVICE THRU 3000-EXIT
002540     IF WS-HEALTH-CURRENT = 0
002550         GO TO 2020-NEXT
002560     END-IF

002570     IF LA-CRITICAL
002580         ADD 1 TO WS-HT-CRITICAL(WS-HEALTH-CURRENT)
002590     ELSE
002600         ADD 1 TO WS-HT-WARNING(WS-HEALTH-CURRENT)
002610     END-IF
002620     ADD 1 TO WS-CHARGES
002630     .
002640 2020-NEXT.
002650     PERFORM 2010-READ-LIMIT-ALARM THRU 2010-EXIT
002660     .
002670 2020-EXIT.
002680     EXIT.

002690*----------------------------------------------------------------*
002700* 2100-COUNT-STUCK-ALERTS - EVERY ALERT LINE ON REPTALRT IS ONE  *
002710* VALUE A DEVICE REPEATED PAST THE THRESHOLD. THE HEADING AND    *
002720* THE NONE LINE ARE PASSED OVER. NO REPTALRT AT ALL IS NORMAL    *
002730* WHERE REPEAT DETECTION IS SWITCHED OFF.                        *
002740*----------------------------------------------------------------*
002750 2100-COUNT-STUCK-ALERTS.
002760     OPEN INPUT REPEAT-ALERT-FILE
002770     IF WS-RA-FILE-STATUS NOT = "00"
002780         MOVE "REPTALRT" TO WS-MISSING-NAME
002790         MOVE WS-RA-FILE-STATUS TO WS-MISSING-STATUS
002800         PERFORM 2900-NOTE-MISSING-INPUT THRU 2900-EXIT
002810         GO TO 2100-EXIT
002820     END-IF

002830     PERFORM 2110-READ-STUCK-ALERT THRU 2110-EXIT
002840     PERFORM 2120-TALLY-STUCK-ALERT THRU 2120-EXIT
002850         UNTIL END-OF-REPEAT-FILE
002860     CLOSE REPEAT-ALERT-FILE
002870     .
002880 2100-EXIT.
002890     EXIT.

002900 2110-READ-STUCK-ALERT.
002910     READ REPEAT-ALERT-FILE
002920         AT END
002930             SET END-OF-REPEAT-FILE TO TRUE
002940     END-READ
002950     .
002960 2110-EXIT.
002970     EXIT.

002980 2120-TALLY-STUCK-ALERT.
002990     IF REPEAT-ALERT-LINE(67:7) NOT = WS-SEEN-MARKER
003000         GO TO 2120-NEXT
003010     END-IF
003020     ADD 1 TO WS-RECORDS-READ
003030     MOVE REPEAT-ALERT-LINE(100:8) TO WS-LOOKUP-DEVICE
003040     PERFORM 3000-FIND-DEVICE THRU 3000-EXIT
003050     IF WS-HEALTH-CURRENT > 0
003060         ADD 1 TO WS-HT-STUCK(WS-HEALTH-CURRENT)
003070         ADD 1 TO WS-CHARGES
003080     END-IF
003090     .
003100 2120-NEXT.
003110     PERFORM 2110-READ-STUCK-ALERT THRU 2110-EXIT
003120     .
003130 2120-EXIT.
003140     EXIT.

003150*----------------------------------------------------------------*
003160* 2200-COUNT-REJECTS - ONE EXCPFILE RECORD PER RECORD            *
003170* BinaryToDecimal REJECTED, COUNTED UNDER ITS REASON CODE. A     *
003180* CODE OUTSIDE 01-04 IS NOT ONE BinaryToDecimal WRITES AND IS    *
003190* NOT CHARGED.                                                   *
003200*----------------------------------------------------------------*
003210 2200-COUNT-REJECTS.
003220     OPEN INPUT EXCEPTION-FILE
003230     IF WS-EX-FILE-STATUS NOT = "00"
003240         MOVE "EXCPFILE" TO WS-MISSING-NAME
003250         MOVE WS-EX-FILE-STATUS TO WS-MISSING-STATUS
003260         PERFORM 2900-NOTE-MISSING-INPUT THRU 2900-EXIT
003270         GO TO 2200-EXIT
003280     END-IF

003290     PERFORM 2210-READ-REJECT THRU 2210-EXIT
003300     PERFORM 2220-TALLY-REJECT THRU 2220-EXIT
003310         UNTIL END-OF-EXCEPTION-FILE
003320     CLOSE EXCEPTION-FILE
003330     .
003340 2200-EXIT.
003350     EXIT.

003360 2210-READ-REJECT.
003370     READ EXCEPTION-FILE
003380         AT END
003390             SET END-OF-EXCEPTION-FILE TO TRUE
003400     END-READ
003410     IF NOT END-OF-EXCEPTION-FILE
003420         ADD 1 TO WS-RECORDS-READ
003430     END-IF
003440     .
003450 2210-EXIT.
003460     EXIT.

003470 2220-TALLY-REJECT.
003480     EVALUATE TRUE
003490         WHEN EX-REASON-INVALID-DIGIT
003500             MOVE 1 TO WS-REASON-SUB
003510         WHEN EX-REASON-OVERSIZE
003520             MOVE 2 TO WS-REASON-SUB
003530         WHEN EX-REASON-EMPTY
003540             MOVE 3 TO WS-REASON-SUB
003550         WHEN EX-REASON-SIGN-FIELDS
003560             MOVE 4 TO WS-REASON-SUB
003570         WHEN OTHER
003580             ADD 1 TO WS-NOT-CHARGED
003590             GO TO 2220-NEXT
003600     END-EVALUATE

003610     MOVE EX-DEVICE-ID TO WS-LOOKUP-DEVICE
003620     PERFORM 3000-FIND-DEVICE THRU 3000-EXIT
003630     IF WS-HEALTH-CURRENT > 0
003640         ADD 1 TO WS-HT-REJECT(WS-HEALTH-CURRENT, WS-REASON-SUB)
003650         ADD 1 TO WS-CHARGES
003660     END-IF
003670     .
003680 2220-NEXT.
003690     PERFORM 2210-READ-REJECT THRU 2210-EXIT
003700     .
003710 2220-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------*
003740* 2300-COUNT-PARSE-ERRORS - EVERY LISTING LINE ON INGSTERR IS    *
003750* ONE DumpIngest PARSE ERROR, EXCEPT THE DUPLICATE-SECTION AND   *
003760* BLOCK-GAP LINES OF THE TRANSMISSION CHECK. AN ERROR FOUND      *
003770* BEFORE THE FIRST DEVICE HEADER HAS NO DEVICE TO CHARGE.        *
003780*----------------------------------------------------------------*
003790 2300-COUNT-PARSE-ERRORS.
003800     OPEN INPUT ERROR-LISTING-FILE
003810     IF WS-IE-FILE-STATUS NOT = "00"
003820         MOVE "INGSTERR" TO WS-MISSING-NAME
003830         MOVE WS-IE-FILE-STATUS TO WS-MISSING-STATUS
003840         PERFORM 2900-NOTE-MISSING-INPUT THRU 2900-EXIT
003850         GO TO 2300-EXIT
003860     END-IF

003870     PERFORM 2310-READ-PARSE-ERROR THRU 2310-EXIT
003880     PERFORM 2320-TALLY-PARSE-ERROR THRU 2320-EXIT
003890         UNTIL END-OF-ERROR-LISTING
003900     CLOSE ERROR-LISTING-FILE
003910     .
003920 2300-EXIT.
003930     EXIT.

003940 2310-READ-PARSE-ERROR.
003950     READ ERROR-LISTING-FILE
003960         AT END
003970             SET END-OF-ERROR-LISTING TO TRUE
003980     END-READ
003990     .
004000 2310-EXIT.
004010     EXIT.

004020 2320-TALLY-PARSE-ERROR.
004030     IF ERROR-LINE(1:7) NOT = WS-LINE-MARKER
004040         GO TO 2320-NEXT
004050     END-IF
004060     IF ERROR-LINE(48:40) = WS-DUPLICATE-TEXT
004070        OR ERROR-LINE(48:40) = WS-GAP-TEXT
004080         GO TO 2320-NEXT
004090     END-IF
004100     ADD 1 TO WS-RECORDS-READ
004110     MOVE ERROR-LINE(26:8) TO WS-LOOKUP-DEVICE
004120     PERFORM 3000-FIND-DEVICE THRU 3000-EXIT
004130     IF WS-HEALTH-CURRENT > 0
004140         ADD 1 TO WS-HT-PARSE(WS-HEALTH-CURRENT)
004150         ADD 1 TO WS-CHARGES
004160     END-IF
004170     .
004180 2320-NEXT.
004190     PERFORM 2310-READ-PARSE-ERROR THRU 2310-EXIT
004200     .
004210 2320-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------*
004240* 2900-NOTE-MISSING-INPUT - AN INPUT THAT CANNOT BE OPENED IS    *
004250* NOTED AND COUNTS AS EMPTY; THE OTHER INPUTS ARE STILL POSTED.  *
004260*----------------------------------------------------------------*
004270 2900-NOTE-MISSING-INPUT.
004280     ADD 1 TO WS-INPUTS-MISSING
004290     DISPLAY WS-MISSING-NAME " NOT AVAILABLE - FILE STATUS: "
004300         WS-MISSING-STATUS " - COUNTED AS EMPTY"
004310     .
004320 2900-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------*
004350* 3000-FIND-DEVICE - POINT WS-HEALTH-CURRENT AT THE TABLE ENTRY  *
004360* FOR WS-LOOKUP-DEVICE, OPENING ONE FOR A DEVICE NOT YET MET. A  *
004370* BLANK DEVICE CANNOT BE CHARGED AND IS COUNTED AS SUCH. A       *
004380* DEVICE THAT DOES NOT FIT IN THE TABLE IS NOTED ONCE, NOT       *
004390* POSTED, AND SETS RETURN-CODE 8 - THE MONTH WOULD BE SHORT.     *
004400*----------------------------------------------------------------*
004410 3000-FIND-DEVICE.
004420     IF WS-LOOKUP-DEVICE = SPACES
004430         MOVE 0 TO WS-HEALTH-CURRENT
004440         ADD 1 TO WS-NOT-CHARGED
004450         GO TO 3000-EXIT
004460     END-IF
004470     IF WS-HEALTH-CURRENT > 0
004480         IF WS-HT-DEVICE-ID(WS-HEALTH-CURRENT) = WS-LOOKUP-DEVICE
004490             GO TO 3000-EXIT
004500         END-IF
004510     END-IF

004520     SET WS-DEVICE-NOT-FOUND TO TRUE
004530     PERFORM 3010-MATCH-DEVICE THRU 3010-EXIT
004540         VARYING WS-HEALTH-SUB FROM 1 BY 1
004550             UNTIL WS-HEALTH-SUB > WS-HEALTH-COUNT
004560                OR WS-DEVICE-FOUND
004570     IF WS-DEVICE-FOUND
004580         SUBTRACT 1 FROM WS-HEALTH-SUB
004590         MOVE WS-HEALTH-SUB TO WS-HEALTH-CURRENT
004600         GO TO 3000-EXIT
004610     END-IF

004620     IF WS-HEALTH-COUNT >= WS-HEALTH-MAX
004630         MOVE 0 TO WS-HEALTH-CURRENT
004640         IF NOT WS-TABLE-FULL-NOTED
004650             SET WS-TABLE-FULL-NOTED TO TRUE
004660             DISPLAY "MORE THAN " WS-HEALTH-MAX " DEVICES"
004670                 " - DEVICE " WS-LOOKUP-DEVICE
004680                 " AND LATER ONES NOT POSTED"
004690             MOVE 8 TO RETURN-CODE
004700         END-IF
004710         GO TO 3000-EXIT
004720     END-IF

004730     ADD 1 TO WS-HEALTH-COUNT
004740     MOVE WS-HEALTH-COUNT TO WS-HEALTH-CURRENT
004750     MOVE WS-LOOKUP-DEVICE TO WS-HT-DEVICE-ID(WS-HEALTH-CURRENT)
004760     MOVE 0 TO WS-HT-WARNING(WS-HEALTH-CURRENT)
004770     MOVE 0 TO WS-HT-CRITICAL(WS-HEALTH-CURRENT)
004780     MOVE 0 TO WS-HT-STUCK(WS-HEALTH-CURRENT)
004790     MOVE 0 TO WS-HT-REJECT(WS-HEALTH-CURRENT, 1)
004800     MOVE 0 TO WS-HT-REJECT(WS-HEALTH-CURRENT, 2)
004810     MOVE 0 TO WS-HT-REJECT(WS-HEALTH-CURRENT, 3)
004820     MOVE 0 TO WS-HT-REJECT(WS-HEALTH-CURRENT, 4)
004830     MOVE 0 TO WS-HT-PARSE(WS-HEALTH-CURRENT)
004840     .
004850 3000-EXIT.
004860     EXIT.

004870 3010-MATCH-DEVICE.
004880     IF WS-HT-DEVICE-ID(WS-HEALTH-SUB) = WS-LOOKUP-DEVICE
004890         SET WS-DEVICE-FOUND TO TRUE
004900     END-IF
004910     .
004920 3010-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------*
004950* 4000-POST-DEVICE - ADD ONE DEVICE'S COUNTS FOR THE NIGHT INTO  *
004960* ITS RECORD FOR THE RUN MONTH, CREATING THE RECORD ON THE FIRST *
004970* NIGHT OF THE MONTH IT HAS ANY TROUBLE. A RECORD ALREADY POSTED *
004980* ON THIS RUN DATE MEANS THE STEP IS BEING RERUN, AND THE NIGHT  *
004990* IS NOT ADDED A SECOND TIME.                                    *
005000*----------------------------------------------------------------*
005010 4000-POST-DEVICE.
005020     MOVE WS-RUN-MONTH TO DH-MONTH
005030     MOVE WS-HT-DEVICE-ID(WS-HEALTH-SUB) TO DH-DEVICE-ID
005040     MOVE "Y" TO WS-ON-FILE-SWITCH
005050     READ HEALTH-FILE
005060         INVALID KEY
005070             MOVE "N" TO WS-ON-FILE-SWITCH
005080     END-READ

005090     IF WS-HEALTH-ON-FILE
005100         IF DH-LAST-POSTED-DATE = WS-RUN-DATE-CCYYMMDD
005110             ADD 1 TO WS-ALREADY-POSTED
005120             GO TO 4000-EXIT
005130         END-IF
005140     ELSE
005150         MOVE WS-RUN-MONTH TO DH-MONTH
005160         MOVE WS-HT-DEVICE-ID(WS-HEALTH-SUB) TO DH-DEVICE-ID
005170         MOVE 0 TO DH-WARNING-ALARMS
005180         MOVE 0 TO DH-CRITICAL-ALARMS
005190         MOVE 0 TO DH-STUCK-ALERTS
005200         MOVE 0 TO DH-REJECTS-INVALID-DIGIT
005210         MOVE 0 TO DH-REJECTS-OVERSIZE
005220         MOVE 0 TO DH-REJECTS-EMPTY
005230         MOVE 0 TO DH-REJECTS-SIGN-FIELDS
005240         MOVE 0 TO DH-PARSE-ERRORS
005250         MOVE 0 TO DH-NIGHTS-CHARGED
005260     END-IF

005270     ADD WS-HT-WARNING(WS-HEALTH-SUB) TO DH-WARNING-ALARMS
005280     ADD WS-HT-CRITICAL(WS-HEALTH-SUB) TO DH-CRITICAL-ALARMS
005290     ADD WS-HT-STUCK(WS-HEALTH-SUB) TO DH-STUCK-ALERTS
005300     PERFORM 4100-ADD-REJECTS THRU 4100-EXIT
005310         VARYING WS-REASON-SUB FROM 1 BY 1
005320             UNTIL WS-REASON-SUB > 4
005330     ADD WS-HT-PARSE(WS-HEALTH-SUB) TO DH-PARSE-ERRORS
005340     ADD 1 TO DH-NIGHTS-CHARGED
005350     MOVE WS-RUN-DATE-CCYYMMDD TO DH-LAST-POSTED-DATE

005360     IF WS-HEALTH-ON-FILE
005370         REWRITE DEVICE-HEALTH-RECORD
005380     ELSE
005390         WRITE DEVICE-HEALTH-RECORD
005400     END-IF
005410     IF WS-DH-FILE-STATUS NOT = "00"
005420         DISPLAY "DEVHLTH POSTING FAILED FOR DEVICE "
005430             DH-DEVICE-ID " - FILE STATUS: " WS-DH-FILE-STATUS
005440         MOVE 8 TO RETURN-CODE
005450         GO TO 4000-EXIT
005460     END-IF
005470     ADD 1 TO WS-DEVICES-POSTED
005480     .
005490 4000-EXIT.
005500     EXIT.

005510 4100-ADD-REJECTS.
005520     ADD WS-HT-REJECT(WS-HEALTH-SUB, WS-REASON-SUB)
005530         TO DH-REJECT-COUNT(WS-REASON-SUB)
005540     .
005550 4100-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------*
005580* 9000-WRITE-RUN-START - APPEND THE STEP'S START RECORD TO THE   *
005590* SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS NOTED AND     *
005600* THE POSTING RUNS ON.                                           *
005610*----------------------------------------------------------------*
005620 9000-WRITE-RUN-START.
005630     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
005640     IF WS-RC-FILE-STATUS NOT = "00"
005650         GO TO 9000-EXIT
005660     END-IF
005670     MOVE "DeviceHealth" TO RC-PROGRAM-NAME
005680     MOVE "S" TO RC-RECORD-TYPE
005690     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
005700     MOVE 0 TO RC-RECORDS-READ
005710     MOVE 0 TO RC-RECORDS-OUT
005720     MOVE 0 TO RC-RECORDS-REJECTED
005730     MOVE 0 TO RC-RETURN-CODE
005740     WRITE RUN-CONTROL-RECORD
005750     CLOSE RUN-CONTROL-FILE
005760     .
005770 9000-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------*
005800* 9100-WRITE-RUN-END - APPEND THE STEP'S END RECORD WITH ITS     *
005810* COUNTS AND RETURN CODE: ALERT, REJECT AND ERROR RECORDS READ,  *
005820* DEVICES POSTED, AND TROUBLE THAT COULD NOT BE CHARGED TO A     *
005830* DEVICE.                                                        *
005840*----------------------------------------------------------------*
005850 9100-WRITE-RUN-END.
005860     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
005870     IF WS-RC-FILE-STATUS NOT = "00"
005880         GO TO 9100-EXIT
005890     END-IF
005900     MOVE "DeviceHealth" TO RC-PROGRAM-NAME
005910     MOVE "E" TO RC-RECORD-TYPE
005920     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
005930     MOVE WS-RECORDS-READ TO RC-RECORDS-READ
005940     MOVE WS-DEVICES-POSTED TO RC-RECORDS-OUT
005950     MOVE WS-NOT-CHARGED TO RC-RECORDS-REJECTED
005960     MOVE RETURN-CODE TO RC-RETURN-CODE
005970     WRITE RUN-CONTROL-RECORD
005980     CLOSE RUN-CONTROL-FILE
005990     .
006000 9100-EXIT.
006010     EXIT.

006020 9200-OPEN-RUN-LOG.
006030     OPEN EXTEND RUN-CONTROL-FILE
006040     IF WS-RC-FILE-STATUS = "35"
006050         OPEN OUTPUT RUN-CONTROL-FILE
006060     END-IF
006070     IF WS-RC-FILE-STATUS NOT = "00"
006080         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
006090             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
006100     END-IF
006110     .
006120 9200-EXIT.
006130     EXIT.
