000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NightChain.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - OPERATORS WERE STARTING  *
000210*                     THE NIGHT'S BATCH STEPS ONE AT A TIME AND  *
000220*                     WORKING OUT FROM RUNCTLRP WHICH TO RERUN   *
000230*                     AFTER A FAILURE. THIS DRIVER RUNS THE      *
000240*                     STEPS LISTED IN THE CHAIN-DEFINITION FILE  *
000250*                     (CHAINDEF, COPYBOOK CHAINRC) IN ORDER AND  *
000260*                     STOPS THE CHAIN WHEN A STEP ENDS OVER ITS  *
000270*                     RETURN-CODE LIMIT. A RESTART READS         *
000280*                     RUNCTLOG BACK FOR THE NIGHT, SKIPS EVERY   *
000290*                     STEP THAT ALREADY ENDED CLEANLY AND        *
000300*                     RESUMES AT THE ONE THAT FAILED, REFUSING   *
000310*                     TO RERUN A STEP CHAINDEF MARKS NOT         *
000320*                     RERUNNABLE. RETURN-CODE 8 WHEN THE CHAIN   *
000330*                     STOPS, 4 WHEN IT COMPLETED WITH ANY STEP   *
000340*                     NONZERO.                                   *
000350*----------------------------------------------------------------*

000360 ENVIRONMENT DIVISION.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CHAIN-DEFINITION-FILE ASSIGN TO "CHAINDEF"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CD-FILE-STATUS.

000420     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RC-FILE-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CHAIN-DEFINITION-FILE
000480     RECORDING MODE IS F.
000490     COPY CHAINRC.

000500 FD  RUN-CONTROL-FILE
000510     RECORDING MODE IS F.
000520     COPY RUNCTLRC.

000530 WORKING-STORAGE SECTION.
000540 01  WS-CHAIN-DATE                 PIC 9(08) VALUE 0.
000550 01  WS-RAW-INPUT                  PIC X(20) VALUE SPACES.
000560 01  WS-REJECT-REASON              PIC X(40) VALUE SPACES.
000570 01  WS-SEARCH-NAME                PIC X(16) VALUE SPACES.

000580 01  WS-CHAIN-COUNT                PIC 9(02) VALUE 0.
000590 01  WS-CHAIN-MAX                  PIC 9(02) VALUE 20.
000600 01  WS-CHAIN-SUB                  PIC 9(02) VALUE 0.
000610 01  WS-FOUND-SUB                  PIC 9(02) VALUE 0.
000620 01  WS-CHAIN-TABLE.
000630     05  WS-CHAIN-ENTRY OCCURS 20 TIMES.
000640         10  WS-CH-PROGRAM-NAME    PIC X(16).
000650         10  WS-CH-MAX-RC          PIC 9(04).
000660         10  WS-CH-RERUNNABLE      PIC X(01).
000670         10  WS-CH-COMMAND         PIC X(80).
000680         10  WS-CH-STATUS          PIC X(01).
000690             88  WS-CH-NOT-RUN         VALUE "N".
000700             88  WS-CH-STARTED         VALUE "S".
000710             88  WS-CH-CLEAN           VALUE "C".
000720             88  WS-CH-FAILED          VALUE "F".
000730         10  WS-CH-LAST-RC         PIC 9(04).

000740 01  WS-STEP-COMMAND               PIC X(80) VALUE SPACES.
000750 01  WS-STEP-RC                    PIC 9(09) VALUE 0.
000760 01  WS-STEP-NO-EDITED             PIC Z9.
000770 01  WS-RC-EDITED                  PIC ZZZ9.
000780 01  WS-MAX-RC-EDITED              PIC ZZZ9.

000790 01  WS-TS-DATE                    PIC 9(08) VALUE 0.
000800 01  WS-TS-DATE-X REDEFINES WS-TS-DATE
000810                                   PIC X(08).

000820 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.

000830 01  WS-FILE-STATUSES.
000840     05  WS-CD-FILE-STATUS         PIC X(02) VALUE "00".
000850     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".

000860 01  WS-SWITCHES.
000870     05  WS-CD-EOF-SWITCH          PIC X(01) VALUE "N".
000880         88  END-OF-CHAIN-DEFINITION   VALUE "Y".
000890     05  WS-RC-EOF-SWITCH          PIC X(01) VALUE "N".
000900         88  END-OF-RUN-LOG            VALUE "Y".
000910     05  WS-RUN-TYPE               PIC X(01) VALUE SPACES.
000920         88  WS-NEW-CHAIN              VALUE "N".
000930         88  WS-RESTART-CHAIN          VALUE "R".
000940         88  WS-RUN-TYPE-VALID         VALUE "N" "R".
000950     05  WS-DATE-SWITCH            PIC X(01) VALUE "Y".
000960         88  WS-DATE-VALID             VALUE "Y".
000970         88  WS-DATE-INVALID           VALUE "N".
000980     05  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000990         88  WS-STEP-FOUND             VALUE "Y".
001000     05  WS-CHAIN-SWITCH           PIC X(01) VALUE "N".
001010         88  WS-CHAIN-STOPPED          VALUE "Y".

001020 77  WS-DEFINITIONS-READ           PIC 9(09) VALUE 0 COMP.
001030 77  WS-DEFINITION-ERRORS          PIC 9(09) VALUE 0 COMP.
001040 77  WS-STEPS-RUN                  PIC 9(09) VALUE 0 COMP.
001050 77  WS-STEPS-SKIPPED              PIC 9(09) VALUE 0 COMP.
001060 77  WS-STEPS-NONZERO              PIC 9(09) VALUE 0 COMP.
001070 77  WS-STEPS-FAILED               PIC 9(09) VALUE 0 COMP.
001080 77  WS-COUNT-EDITED               PIC Z(08)9.

001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD

001120     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

001130     PERFORM 1000-LOAD-CHAIN-DEFINITION THRU 1000-EXIT
001140     IF WS-DEFINITION-ERRORS > 0
001150         DISPLAY "NIGHT CHAIN ABORTED - CHAINDEF MUST BE "
001160             "CORRECTED FIRST"
001170         MOVE 8 TO RETURN-CODE
001180         GO TO 0000-STOP
001190     END-IF

001200     PERFORM 1500-GET-RUN-TYPE THRU 1500-EXIT
001210         UNTIL WS-RUN-TYPE-VALID

001220     IF WS-RESTART-CHAIN
001230         PERFORM 2000-FIND-RESTART-POINT THRU 2000-EXIT
001240         IF WS-CHAIN-STOPPED
001250             DISPLAY "NIGHT CHAIN ABORTED"
001260             MOVE 8 TO RETURN-CODE
001270             GO TO 0000-STOP
001280         END-IF
001290     END-IF

001300     PERFORM 3000-RUN-ONE-STEP THRU 3000-EXIT
001310         VARYING WS-CHAIN-SUB FROM 1 BY 1
001320             UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
001330                OR WS-CHAIN-STOPPED

001340     DISPLAY "-----------------------------------------"
001350     DISPLAY "NIGHT CHAIN SUMMARY"
001360     MOVE WS-CHAIN-COUNT TO WS-COUNT-EDITED
001370     DISPLAY "STEPS DEFINED     : " WS-COUNT-EDITED
001380     MOVE WS-STEPS-RUN TO WS-COUNT-EDITED
001390     DISPLAY "STEPS RUN         : " WS-COUNT-EDITED
001400     MOVE WS-STEPS-SKIPPED TO WS-COUNT-EDITED
001410     DISPLAY "ALREADY CLEAN     : " WS-COUNT-EDITED
001420     MOVE WS-STEPS-NONZERO TO WS-COUNT-EDITED
001430     DISPLAY "ENDED NONZERO     : " WS-COUNT-EDITED
001440     IF WS-CHAIN-STOPPED
001450         DISPLAY "CHAIN DID NOT COMPLETE - RESTART ONCE THE "
001460             "FAILED STEP IS FIXED"
001470     ELSE
001480         DISPLAY "CHAIN COMPLETE"
001490     END-IF
001500     DISPLAY "-----------------------------------------"

001510     IF WS-CHAIN-STOPPED
001520         MOVE 8 TO RETURN-CODE
001530     ELSE
001540         IF WS-STEPS-NONZERO > 0
001550             MOVE 4 TO RETURN-CODE
001560         ELSE
001570             MOVE 0 TO RETURN-CODE
001580         END-IF
001590     END-IF
001600     .
001610 0000-STOP.
001620     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
001630     STOP RUN.

001640*----------------------------------------------------------------*
001650* 1000-LOAD-CHAIN-DEFINITION - TABLE THE CHAIN'S STEPS FROM      *
001660* CHAINDEF IN FILE ORDER. EVERY BAD RECORD IS LISTED BEFORE THE  *
001670* RUN GIVES UP, SO ONE PASS AT THE FILE FIXES THEM ALL; A CHAIN  *
001680* RUN FROM A DEFINITION THE OPERATOR DID NOT MEAN IS WORSE THAN  *
001690* NO CHAIN AT ALL.                                               *
001700*----------------------------------------------------------------*
001710 1000-LOAD-CHAIN-DEFINITION.
001720     OPEN INPUT CHAIN-DEFINITION-FILE
001730     IF WS-CD-FILE-STATUS NOT = "00"
001740         DISPLAY "CHAINDEF COULD NOT BE OPENED - FILE STATUS: "
001750             WS-CD-FILE-STATUS
001760         ADD 1 TO WS-DEFINITION-ERRORS
001770         GO TO 1000-EXIT
001780     END-IF

001790     PERFORM 1100-READ-CHAIN-DEFINITION THRU 1100-EXIT
001800     PERFORM 1200-TABLE-ONE-STEP THRU 1200-EXIT
001810         UNTIL END-OF-CHAIN-DEFINITION
001820     CLOSE CHAIN-DEFINITION-FILE

001830     IF WS-CHAIN-COUNT = 0 AND WS-DEFINITION-ERRORS = 0
001840         DISPLAY "CHAINDEF HOLDS NO STEPS"
001850         ADD 1 TO WS-DEFINITION-ERRORS
001860     END-IF
001870     .
001880 1000-EXIT.
001890     EXIT.

001900 1100-READ-CHAIN-DEFINITION.
001910     READ CHAIN-DEFINITION-FILE
001920         AT END
001930             SET END-OF-CHAIN-DEFINITION TO TRUE
001940     END-READ
001950     IF NOT END-OF-CHAIN-DEFINITION
001960         ADD 1 TO WS-DEFINITIONS-READ
001970     END-IF
001980     .
001990 1100-EXIT.
002000     EXIT.

002010*----------------------------------------------------------------*
002020* 1200-TABLE-ONE-STEP - EDIT ONE CHAINDEF RECORD AND ADD IT TO   *
002030* THE END OF THE CHAIN. A STEP NAMED TWICE IS REJECTED: RUNCTLOG *
002040* COULD NOT TELL THE TWO RUNS APART ON A RESTART.                *
002050*----------------------------------------------------------------*
002060 1200-TABLE-ONE-STEP.
002070     MOVE SPACES TO WS-REJECT-REASON
002080     IF CD-PROGRAM-NAME = SPACES
002090         MOVE "PROGRAM NAME IS BLANK" TO WS-REJECT-REASON
002100         GO TO 1200-REJECT
002110     END-IF
002120     IF CD-MAX-RC NOT NUMERIC
002130         MOVE "MAXIMUM RETURN CODE IS NOT NUMERIC"
002140             TO WS-REJECT-REASON
002150         GO TO 1200-REJECT
002160     END-IF
002170     IF NOT CD-STEP-RERUNNABLE AND NOT CD-STEP-NOT-RERUNNABLE
002180         MOVE "RERUNNABLE FLAG MUST BE Y OR N"
002190             TO WS-REJECT-REASON
002200         GO TO 1200-REJECT
002210     END-IF
002220     IF CD-PROGRAM-NAME = "NightChain"
002230         MOVE "THE DRIVER CANNOT RUN ITSELF" TO WS-REJECT-REASON
002240         GO TO 1200-REJECT
002250     END-IF

002260     MOVE CD-PROGRAM-NAME TO WS-SEARCH-NAME
002270     PERFORM 2300-FIND-CHAIN-STEP THRU 2300-EXIT
002280     IF WS-STEP-FOUND
002290         MOVE "STEP IS ALREADY IN THE CHAIN" TO WS-REJECT-REASON
002300         GO TO 1200-REJECT
002310     END-IF
002320     IF WS-CHAIN-COUNT >= WS-CHAIN-MAX
002330         MOVE "MORE STEPS THAN THE CHAIN TABLE HOLDS"
002340             TO WS-REJECT-REASON
002350         GO TO 1200-REJECT
002360     END-IF

002370     ADD 1 TO WS-CHAIN-COUNT
002380     MOVE CD-PROGRAM-NAME TO WS-CH-PROGRAM-NAME(WS-CHAIN-COUNT)
002390     MOVE CD-MAX-RC TO WS-CH-MAX-RC(WS-CHAIN-COUNT)
002400     MOVE CD-RERUNNABLE TO WS-CH-RERUNNABLE(WS-CHAIN-COUNT)
002410     IF CD-COMMAND = SPACES
002420         MOVE CD-PROGRAM-NAME TO WS-CH-COMMAND(WS-CHAIN-COUNT)
002430     ELSE
002440         MOVE CD-COMMAND TO WS-CH-COMMAND(WS-CHAIN-COUNT)
002450     END-IF
002460     SET WS-CH-NOT-RUN(WS-CHAIN-COUNT) TO TRUE
002470     MOVE 0 TO WS-CH-LAST-RC(WS-CHAIN-COUNT)
002480     GO TO 1200-NEXT
002490     .
002500 1200-REJECT.
002510     MOVE WS-DEFINITIONS-READ TO WS-COUNT-EDITED
002520     DISPLAY "CHAINDEF RECORD " WS-COUNT-EDITED " REJECTED - "
002530         WS-REJECT-REASON
002540     ADD 1 TO WS-DEFINITION-ERRORS
002550     .
002560 1200-NEXT.
002570     PERFORM 1100-READ-CHAIN-DEFINITION THRU 1100-EXIT
002580     .
002590 1200-EXIT.
002600     EXIT.

002610*----------------------------------------------------------------*
002620* 1500-GET-RUN-TYPE - N STARTS THE NIGHT'S CHAIN FROM ITS FIRST  *
002630* STEP; R RESTARTS A CHAIN THAT STOPPED PART WAY.                *
002640*----------------------------------------------------------------*
002650 1500-GET-RUN-TYPE.
002660     DISPLAY "RUN TYPE (N = NEW CHAIN, R = RESTART): "
002670         WITH NO ADVANCING
002680     MOVE SPACES TO WS-RAW-INPUT
002690     ACCEPT WS-RAW-INPUT
002700     MOVE WS-RAW-INPUT(1:1) TO WS-RUN-TYPE
002710     IF NOT WS-RUN-TYPE-VALID
002720        OR WS-RAW-INPUT(2:19) NOT = SPACES
002730         DISPLAY "RUN TYPE MUST BE N OR R"
002740         MOVE SPACES TO WS-RUN-TYPE
002750     END-IF
002760     .
002770 1500-EXIT.
002780     EXIT.

002790*----------------------------------------------------------------*
002800* 2000-FIND-RESTART-POINT - READ RUNCTLOG BACK FOR THE NIGHT     *
002810* BEING RESTARTED AND MARK EACH CHAIN STEP NOT RUN, STARTED      *
002820* WITHOUT ENDING, ENDED CLEANLY (RETURN CODE WITHIN ITS LIMIT)   *
002830* OR FAILED. A STEP'S LATEST RUN DECIDES, SO A STEP THAT FAILED  *
002840* AND WAS THEN RECOVERED BY HAND COUNTS AS CLEAN. AS IN          *
002850* RunControlReport, A RUN BELONGS TO THE NIGHT ITS START RECORD  *
002860* IS DATED, AND A CHAIN THAT CROSSED MIDNIGHT IS RESTARTED WITH  *
002870* THE DATE IT STARTED ON.                                        *
002880*----------------------------------------------------------------*
002890 2000-FIND-RESTART-POINT.
002900     SET WS-DATE-INVALID TO TRUE
002910     PERFORM 2100-GET-CHAIN-DATE THRU 2100-EXIT
002920         UNTIL WS-DATE-VALID

002930     OPEN INPUT RUN-CONTROL-FILE
002940     IF WS-RC-FILE-STATUS NOT = "00"
002950         DISPLAY "RUNCTLOG COULD NOT BE OPENED - FILE STATUS: "
002960             WS-RC-FILE-STATUS
002970         SET WS-CHAIN-STOPPED TO TRUE
002980         GO TO 2000-EXIT
002990     END-IF

003000     PERFORM 2150-READ-RUN-RECORD THRU 2150-EXIT
003010     PERFORM 2200-APPLY-RUN-RECORD THRU 2200-EXIT
003020         UNTIL END-OF-RUN-LOG
003030     CLOSE RUN-CONTROL-FILE

003040     MOVE "N" TO WS-FOUND-SWITCH
003050     PERFORM 2400-MATCH-RESTART-STEP THRU 2400-EXIT
003060         VARYING WS-CHAIN-SUB FROM 1 BY 1
003070             UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
003080                OR WS-STEP-FOUND
003090     IF WS-STEP-FOUND
003100         MOVE WS-FOUND-SUB TO WS-STEP-NO-EDITED
003110         DISPLAY "CHAIN RESTARTING AT STEP " WS-STEP-NO-EDITED
003120             " " WS-CH-PROGRAM-NAME(WS-FOUND-SUB)
003130     ELSE
003140         DISPLAY "EVERY STEP ALREADY ENDED CLEANLY ON "
003150             WS-CHAIN-DATE " - NOTHING TO RESTART"
003160     END-IF
003170     .
003180 2000-EXIT.
003190     EXIT.

003200 2100-GET-CHAIN-DATE.
003210     SET WS-DATE-VALID TO TRUE
003220     DISPLAY "ENTER DATE THE CHAIN STARTED (CCYYMMDD, BLANK "
003230         "FOR TODAY): " WITH NO ADVANCING
003240     MOVE SPACES TO WS-RAW-INPUT
003250     ACCEPT WS-RAW-INPUT
003260     IF WS-RAW-INPUT = SPACES
003270         MOVE WS-RUN-DATE-CCYYMMDD TO WS-CHAIN-DATE
003280     ELSE
003290         IF WS-RAW-INPUT(1:8) IS NUMERIC
003300            AND WS-RAW-INPUT(9:12) = SPACES
003310             MOVE WS-RAW-INPUT(1:8) TO WS-CHAIN-DATE
003320         ELSE
003330             DISPLAY "CHAIN DATE MUST BE EIGHT NUMERIC DIGITS"
003340             SET WS-DATE-INVALID TO TRUE
003350         END-IF
003360     END-IF
003370     .
003380 2100-EXIT.
003390     EXIT.

003400 2150-READ-RUN-RECORD.
003410     READ RUN-CONTROL-FILE
003420         AT END
003430             SET END-OF-RUN-LOG TO TRUE
003440     END-READ
003450     .
003460 2150-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------*
003490* 2200-APPLY-RUN-RECORD - FOLD ONE LOG RECORD INTO ITS CHAIN     *
003500* STEP. A START DATED BEFORE THE CHAIN DATE IS AN EARLIER        *
003510* NIGHT'S; AN END WITH NO START OF ITS OWN SINCE THE CHAIN DATE  *
003520* CLOSES AN EARLIER NIGHT'S RUN AND IS IGNORED.                  *
003530*----------------------------------------------------------------*
003540 2200-APPLY-RUN-RECORD.
003550     MOVE RC-PROGRAM-NAME TO WS-SEARCH-NAME
003560     PERFORM 2300-FIND-CHAIN-STEP THRU 2300-EXIT
003570     IF NOT WS-STEP-FOUND
003580         GO TO 2200-NEXT
003590     END-IF

003600     IF RC-START-RECORD
003610         MOVE RC-TIMESTAMP(1:8) TO WS-TS-DATE-X
003620         IF WS-TS-DATE < WS-CHAIN-DATE
003630             GO TO 2200-NEXT
003640         END-IF
003650         SET WS-CH-STARTED(WS-FOUND-SUB) TO TRUE
003660         GO TO 2200-NEXT
003670     END-IF

003680     IF NOT RC-END-RECORD
003690        OR NOT WS-CH-STARTED(WS-FOUND-SUB)
003700         GO TO 2200-NEXT
003710     END-IF
003720     MOVE RC-RETURN-CODE TO WS-CH-LAST-RC(WS-FOUND-SUB)
003730     IF RC-RETURN-CODE > WS-CH-MAX-RC(WS-FOUND-SUB)
003740         SET WS-CH-FAILED(WS-FOUND-SUB) TO TRUE
003750     ELSE
003760         SET WS-CH-CLEAN(WS-FOUND-SUB) TO TRUE
003770     END-IF
003780     .
003790 2200-NEXT.
003800     PERFORM 2150-READ-RUN-RECORD THRU 2150-EXIT
003810     .
003820 2200-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------*
003850* 2300-FIND-CHAIN-STEP - LOOK UP WS-SEARCH-NAME IN THE CHAIN     *
003860* TABLE. WS-FOUND-SUB COMES BACK ZERO WHEN IT IS NOT A STEP.     *
003870*----------------------------------------------------------------*
003880 2300-FIND-CHAIN-STEP.
003890     MOVE 0 TO WS-FOUND-SUB
003900     MOVE "N" TO WS-FOUND-SWITCH
003910     PERFORM 2310-MATCH-CHAIN-STEP THRU 2310-EXIT
003920         VARYING WS-CHAIN-SUB FROM 1 BY 1
003930             UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
003940                OR WS-STEP-FOUND
003950     .
003960 2300-EXIT.
003970     EXIT.

003980 2310-MATCH-CHAIN-STEP.
003990     IF WS-CH-PROGRAM-NAME(WS-CHAIN-SUB) = WS-SEARCH-NAME
004000         SET WS-STEP-FOUND TO TRUE
004010         MOVE WS-CHAIN-SUB TO WS-FOUND-SUB
004020     END-IF
004030     .
004040 2310-EXIT.
004050     EXIT.

004060 2400-MATCH-RESTART-STEP.
004070     IF NOT WS-CH-CLEAN(WS-CHAIN-SUB)
004080         SET WS-STEP-FOUND TO TRUE
004090         MOVE WS-CHAIN-SUB TO WS-FOUND-SUB
004100     END-IF
004110     .
004120 2400-EXIT.
004130     EXIT.

004140*----------------------------------------------------------------*
004150* 3000-RUN-ONE-STEP - START ONE STEP AND WAIT FOR IT. A STEP     *
004160* THAT ALREADY ENDED CLEANLY TONIGHT IS SKIPPED. A STEP THAT     *
004170* RAN TONIGHT WITHOUT ENDING CLEANLY IS ONLY RUN AGAIN WHEN      *
004180* CHAINDEF SAYS IT IS RERUNNABLE; OTHERWISE THE CHAIN STOPS SO   *
004190* IT CAN BE RECOVERED BY HAND - A CLEAN MANUAL RUN LOGS ITS OWN  *
004200* END RECORD AND IS SKIPPED ON THE NEXT RESTART. A RETURN CODE   *
004210* OVER THE STEP'S LIMIT STOPS THE CHAIN THERE. THE SHELL HANDS   *
004220* BACK THE STEP'S EXIT STATUS IN THE HIGH-ORDER BYTE.            *
004230*----------------------------------------------------------------*
004240 3000-RUN-ONE-STEP.
004250     MOVE WS-CHAIN-SUB TO WS-STEP-NO-EDITED
004260     IF WS-CH-CLEAN(WS-CHAIN-SUB)
004270         DISPLAY "STEP " WS-STEP-NO-EDITED " "
004280             WS-CH-PROGRAM-NAME(WS-CHAIN-SUB)
004290             " ALREADY ENDED CLEANLY - SKIPPED"
004300         ADD 1 TO WS-STEPS-SKIPPED
004310         GO TO 3000-EXIT
004320     END-IF
004330     IF NOT WS-CH-NOT-RUN(WS-CHAIN-SUB)
004340        AND WS-CH-RERUNNABLE(WS-CHAIN-SUB) NOT = "Y"
004350         DISPLAY "STEP " WS-STEP-NO-EDITED " "
004360             WS-CH-PROGRAM-NAME(WS-CHAIN-SUB)
004370             " DID NOT END CLEANLY AND IS NOT RERUNNABLE"
004380         DISPLAY "RECOVER THE STEP BY HAND, THEN RESTART THE "
004390             "CHAIN"
004400         SET WS-CHAIN-STOPPED TO TRUE
004410         ADD 1 TO WS-STEPS-FAILED
004420         GO TO 3000-EXIT
004430     END-IF

004440     DISPLAY "STEP " WS-STEP-NO-EDITED " "
004450         WS-CH-PROGRAM-NAME(WS-CHAIN-SUB) " STARTING"
004460     MOVE WS-CH-COMMAND(WS-CHAIN-SUB) TO WS-STEP-COMMAND
004470     MOVE 0 TO RETURN-CODE
004480     CALL "SYSTEM" USING WS-STEP-COMMAND
004490     MOVE RETURN-CODE TO WS-STEP-RC
004500     MOVE 0 TO RETURN-CODE
004510     IF WS-STEP-RC > 255
004520         DIVIDE 256 INTO WS-STEP-RC
004530     END-IF
004540     ADD 1 TO WS-STEPS-RUN

004550     MOVE WS-STEP-RC TO WS-RC-EDITED
004560     DISPLAY "STEP " WS-STEP-NO-EDITED " "
004570         WS-CH-PROGRAM-NAME(WS-CHAIN-SUB)
004580         " ENDED - RETURN CODE " WS-RC-EDITED
004590     IF WS-STEP-RC > WS-CH-MAX-RC(WS-CHAIN-SUB)
004600         MOVE WS-CH-MAX-RC(WS-CHAIN-SUB) TO WS-MAX-RC-EDITED
004610         DISPLAY "CHAIN STOPPED AT STEP " WS-STEP-NO-EDITED " "
004620             WS-CH-PROGRAM-NAME(WS-CHAIN-SUB)
004630             " - RETURN CODE OVER " WS-MAX-RC-EDITED
004640         SET WS-CHAIN-STOPPED TO TRUE
004650         ADD 1 TO WS-STEPS-FAILED
004660         GO TO 3000-EXIT
004670     END-IF
004680     IF WS-STEP-RC > 0
004690         ADD 1 TO WS-STEPS-NONZERO
004700     END-IF
004710     .
004720 3000-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------*
004750* 9000-WRITE-RUN-START - APPEND THE DRIVER'S START RECORD TO THE *
004760* SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS NOTED AND     *
004770* THE CHAIN RUNS ON.                                             *
004780*----------------------------------------------------------------*
004790 9000-WRITE-RUN-START.
004800     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
004810     IF WS-RC-FILE-STATUS NOT = "00"
004820         GO TO 9000-EXIT
004830     END-IF
004840     MOVE "NightChain" TO RC-PROGRAM-NAME
004850     MOVE "S" TO RC-RECORD-TYPE
004860     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
004870     MOVE 0 TO RC-RECORDS-READ
004880     MOVE 0 TO RC-RECORDS-OUT
004890     MOVE 0 TO RC-RECORDS-REJECTED
004900     MOVE 0 TO RC-RETURN-CODE
004910     WRITE RUN-CONTROL-RECORD
004920     CLOSE RUN-CONTROL-FILE
004930     .
004940 9000-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------*
004970* 9100-WRITE-RUN-END - APPEND THE DRIVER'S END RECORD: STEPS     *
004980* DEFINED, STEPS RUN, STEPS THAT STOPPED THE CHAIN, AND THE      *
004990* DRIVER'S OWN RETURN CODE.                                      *
005000*----------------------------------------------------------------*
005010 9100-WRITE-RUN-END.
005020     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
005030     IF WS-RC-FILE-STATUS NOT = "00"
005040         GO TO 9100-EXIT
005050     END-IF
005060     MOVE "NightChain" TO RC-PROGRAM-NAME
005070     MOVE "E" TO RC-RECORD-TYPE
005080     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
005090     MOVE WS-CHAIN-COUNT TO RC-RECORDS-READ
005100     MOVE WS-STEPS-RUN TO RC-RECORDS-OUT
005110     MOVE WS-STEPS-FAILED TO RC-RECORDS-REJECTED
005120     MOVE RETURN-CODE TO RC-RETURN-CODE
005130     WRITE RUN-CONTROL-RECORD
005140     CLOSE RUN-CONTROL-FILE
005150     .
005160 9100-EXIT.
005170     EXIT.

005180 9200-OPEN-RUN-LOG.
005190     OPEN EXTEND RUN-CONTROL-FILE
005200     IF WS-RC-FILE-STATUS = "35"
005210         OPEN OUTPUT RUN-CONTROL-FILE
005220     END-IF
005230     IF WS-RC-FILE-STATUS NOT = "00"
005240         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
005250             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
005260     END-IF
005270     .
005280 9200-EXIT.
005290     EXIT.
