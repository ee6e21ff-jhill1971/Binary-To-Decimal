000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HealthScorecard.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - MONTH-END SCORECARD      *
000210*                     OVER THE DEVICE-HEALTH MASTER (DEVHLTH,    *
000220*                     COPYBOOK DEVHLTRC) THAT DeviceHealth       *
000230*                     POSTS EACH NIGHT. FOR AN OPERATOR-GIVEN    *
000240*                     MONTH (BLANK TAKES THE MONTH BEFORE THE    *
000250*                     RUN DATE) IT RANKS THE DEVICES BY A        *
000260*                     WEIGHTED TROUBLE SCORE - 5 PER CRITICAL    *
000270*                     ALARM, 2 PER WARNING, 3 PER STUCK-REGISTER *
000280*                     ALERT, 1 PER REJECTED RECORD AND 1 PER     *
000290*                     PARSE ERROR - AND PRINTS EACH DEVICE'S     *
000300*                     FIGURES WITH ITS FIGURES FOR THE MONTH     *
000310*                     BEFORE UNDERNEATH. A SECOND SECTION LISTS  *
000320*                     EVERY DEVICE WHOSE SCORE MORE THAN DOUBLED *
000330*                     ON THE MONTH BEFORE, INCLUDING ONE WITH NO *
000340*                     TROUBLE AT ALL THE MONTH BEFORE, SO        *
000350*                     MAINTENANCE CAN BE PLANNED BEFORE A        *
000360*                     CONTROLLER FAILS OUTRIGHT. RETURN-CODE 4   *
000370*                     WHEN ANY DEVICE IS LISTED THERE, 8 ON A    *
000380*                     FAILED OPEN OR A MONTH WITH MORE DEVICES   *
000390*                     THAN THE RANKING TABLE HOLDS.              *
000400*----------------------------------------------------------------*

000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT HEALTH-FILE ASSIGN TO "DEVHLTH"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS DH-KEY
000480         FILE STATUS IS WS-DH-FILE-STATUS.

000490     SELECT SCORECARD-REPORT-FILE ASSIGN TO "HLTHCARD"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SR-FILE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  HEALTH-FILE.
000550     COPY DEVHLTRC.

000560 FD  SCORECARD-REPORT-FILE
000570     RECORDING MODE IS F.
000580 01  REPORT-LINE                   PIC X(132).

000590 WORKING-STORAGE SECTION.
000600*    THE SCORE WEIGHTS. A CRITICAL ALARM IS THE WORST SIGN A
000610*    CONTROLLER CAN GIVE, A STUCK REGISTER IS NEXT; A SINGLE
000620*    REJECT OR PARSE ERROR IS OFTEN LINE NOISE.
000630 01  WS-CRITICAL-WEIGHT            PIC 9(01) VALUE 5.
000640 01  WS-WARNING-WEIGHT             PIC 9(01) VALUE 2.
000650 01  WS-STUCK-WEIGHT               PIC 9(01) VALUE 3.
000660 01  WS-REJECT-WEIGHT              PIC 9(01) VALUE 1.
000670 01  WS-PARSE-WEIGHT               PIC 9(01) VALUE 1.

000680 01  WS-RAW-MONTH-INPUT            PIC X(20) VALUE SPACES.
000690 01  WS-SCORE-MONTH                PIC 9(06) VALUE 0.
000700 01  WS-PREVIOUS-MONTH             PIC 9(06) VALUE 0.
000710 01  WS-MONTH-WORK                 PIC 9(06) VALUE 0.
000720 01  WS-MONTH-WORK-GROUP REDEFINES WS-MONTH-WORK.
000730     05  WS-MW-YEAR                PIC 9(4).
000740     05  WS-MW-MONTH               PIC 9(2).
000750 01  WS-MONTH-EDITED               PIC X(07) VALUE SPACES.
000760 01  WS-SCORE-MONTH-EDITED         PIC X(07) VALUE SPACES.
000770 01  WS-PREVIOUS-MONTH-EDITED      PIC X(07) VALUE SPACES.

000780 01  WS-REASON-SUB                 PIC 9(01) VALUE 0.
000790 01  WS-RANK-EDITED                PIC Z(04)9.
000800 01  WS-FIGURE-EDITED              PIC Z(06)9.
000810 01  WS-SCORE-EDITED               PIC Z(08)9.
000820 01  WS-COLUMN                     PIC 9(03) VALUE 0.

000830*    ONE MONTH'S FIGURES FOR A DEVICE. WS-SC-THIS-MONTH AND
000840*    WS-SC-LAST-MONTH IN THE RANKING TABLE HAVE THIS LAYOUT, AND
000850*    EACH IS MOVED HERE TO BE SCORED OR PRINTED.
000860 01  WS-FIGURES.
000870     05  WS-FG-CRITICAL            PIC 9(07).
000880     05  WS-FG-WARNING             PIC 9(07).
000890     05  WS-FG-STUCK               PIC 9(07).
000900     05  WS-FG-REJECT              PIC 9(07) OCCURS 4 TIMES.
000910     05  WS-FG-PARSE               PIC 9(07).
000920     05  WS-FG-SCORE               PIC 9(09).

000930 01  WS-SCORE-COUNT                PIC 9(04) VALUE 0.
000940 01  WS-SCORE-MAX                  PIC 9(04) VALUE 1024.
000950 01  WS-SCORE-SUB                  PIC 9(04) VALUE 0.
000960 01  WS-BUBBLE-SUB                 PIC 9(04) VALUE 0.
000970 01  WS-SCORE-TABLE.
000980     05  WS-SCORE-ENTRY OCCURS 1024 TIMES.
000990         10  WS-SC-DEVICE-ID       PIC X(08).
001000         10  WS-SC-PREVIOUS-SWITCH PIC X(01).
001010             88  WS-SC-HAD-PREVIOUS    VALUE "Y".
001020         10  WS-SC-THIS-MONTH      PIC X(65).
001030         10  WS-SC-LAST-MONTH      PIC X(65).
001040         10  WS-SC-SCORE           PIC 9(09).
001050         10  WS-SC-PREVIOUS-SCORE  PIC 9(09).
001060*    SAME LENGTH AS ONE WS-SCORE-ENTRY.
001070 01  WS-SWAP-ENTRY                 PIC X(157).

001080 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
001090 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
001100 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

001110 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
001120 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
001130     05  WS-RD-YEAR                PIC 9(4).
001140     05  WS-RD-MONTH               PIC 9(2).
001150     05  WS-RD-DAY                 PIC 9(2).
001160 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

001170 01  WS-FILE-STATUSES.
001180     05  WS-DH-FILE-STATUS         PIC X(02) VALUE "00".
001190     05  WS-SR-FILE-STATUS         PIC X(02) VALUE "00".

001200 01  WS-SWITCHES.
001210     05  WS-DH-EOF-SWITCH          PIC X(01) VALUE "N".
001220         88  END-OF-MONTH-RECORDS      VALUE "Y".
001230     05  WS-MONTH-SWITCH           PIC X(01) VALUE "Y".
001240         88  WS-MONTH-VALID            VALUE "Y".
001250         88  WS-MONTH-INVALID          VALUE "N".
001260     05  WS-FULL-SWITCH            PIC X(01) VALUE "N".
001270         88  WS-TABLE-FULL-NOTED       VALUE "Y".

001280 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001290 77  WS-DOUBLED-COUNT              PIC 9(09) VALUE 0 COMP.
001300 77  WS-COUNT-EDITED               PIC Z(08)9.

001310 PROCEDURE DIVISION.
001320 0000-MAINLINE.
001330     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001340     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001350         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001360     PERFORM 1000-GET-SCORE-MONTH THRU 1000-EXIT

001370     MOVE WS-SCORE-MONTH TO WS-MONTH-WORK
001380     PERFORM 1200-EDIT-MONTH THRU 1200-EXIT
001390     MOVE WS-MONTH-EDITED TO WS-SCORE-MONTH-EDITED
001400     IF WS-MW-MONTH = 1
001410         SUBTRACT 1 FROM WS-MW-YEAR
001420         MOVE 12 TO WS-MW-MONTH
001430     ELSE
001440         SUBTRACT 1 FROM WS-MW-MONTH
001450     END-IF
001460     MOVE WS-MONTH-WORK TO WS-PREVIOUS-MONTH
001470     PERFORM 1200-EDIT-MONTH THRU 1200-EXIT
001480     MOVE WS-MONTH-EDITED TO WS-PREVIOUS-MONTH-EDITED

001490     OPEN INPUT HEALTH-FILE
001500     IF WS-DH-FILE-STATUS NOT = "00"
001510         DISPLAY "DEVHLTH COULD NOT BE OPENED - FILE STATUS: "
001520             WS-DH-FILE-STATUS
001530         DISPLAY "HEALTH SCORECARD RUN ABORTED"
001540         MOVE 8 TO RETURN-CODE
001550         GO TO 0000-STOP
001560     END-IF

001570     OPEN OUTPUT SCORECARD-REPORT-FILE
001580     IF WS-SR-FILE-STATUS NOT = "00"
001590         DISPLAY "HLTHCARD OPEN FAILED - FILE STATUS: "
001600             WS-SR-FILE-STATUS
001610         DISPLAY "HEALTH SCORECARD RUN ABORTED"
001620         MOVE 8 TO RETURN-CODE
001630         CLOSE HEALTH-FILE
001640         GO TO 0000-STOP
001650     END-IF

001660     PERFORM 2000-LOAD-SCORE-MONTH THRU 2000-EXIT
001670     PERFORM 2500-LOAD-PREVIOUS-MONTH THRU 2500-EXIT
001680         VARYING WS-SCORE-SUB FROM 1 BY 1
001690             UNTIL WS-SCORE-SUB > WS-SCORE-COUNT
001700     CLOSE HEALTH-FILE

001710     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
001720     PERFORM 3000-PRINT-RANKED-DEVICE THRU 3000-EXIT
001730         VARYING WS-SCORE-SUB FROM 1 BY 1
001740             UNTIL WS-SCORE-SUB > WS-SCORE-COUNT
001750     IF WS-SCORE-COUNT = 0
001760         MOVE SPACES TO REPORT-LINE
001770         STRING "  NO DEVICE HAD ANY TROUBLE POSTED FOR "
001780             WS-SCORE-MONTH-EDITED
001790             DELIMITED BY SIZE INTO REPORT-LINE
001800         WRITE REPORT-LINE
001810         ADD 1 TO WS-LINE-COUNT
001820     END-IF

001830     PERFORM 4000-PRINT-DOUBLED-SECTION THRU 4000-EXIT
001840     PERFORM 5000-WRITE-REPORT-SUMMARY THRU 5000-EXIT

001850     CLOSE SCORECARD-REPORT-FILE

001860     DISPLAY "-----------------------------------------"
001870     DISPLAY "DEVICE HEALTH SCORECARD SUMMARY"
001880     DISPLAY "SCORECARD MONTH   : " WS-SCORE-MONTH-EDITED
001890     DISPLAY "COMPARED WITH     : " WS-PREVIOUS-MONTH-EDITED
001900     MOVE WS-SCORE-COUNT TO WS-COUNT-EDITED
001910     DISPLAY "DEVICES RANKED    : " WS-COUNT-EDITED
001920     MOVE WS-DOUBLED-COUNT TO WS-COUNT-EDITED
001930     DISPLAY "SCORE DOUBLED     : " WS-COUNT-EDITED
001940     DISPLAY "-----------------------------------------"

001950     IF WS-DOUBLED-COUNT > 0 AND RETURN-CODE = 0
001960         MOVE 4 TO RETURN-CODE
001970     END-IF
001980     .
001990 0000-STOP.
002000     STOP RUN.

002010*----------------------------------------------------------------*
002020* 1000-GET-SCORE-MONTH - ACCEPT THE MONTH TO SCORE (CCYYMM).     *
002030* BLANK TAKES THE MONTH BEFORE THE RUN DATE, THE MONTH JUST      *
002040* CLOSED WHEN THE SCORECARD RUNS EARLY IN THE NEW MONTH.         *
002050* RE-PROMPTS UNTIL VALID.                                        *
002060*----------------------------------------------------------------*
002070 1000-GET-SCORE-MONTH.
002080     SET WS-MONTH-INVALID TO TRUE
002090     PERFORM 1100-GET-ONE-MONTH THRU 1100-EXIT
002100         UNTIL WS-MONTH-VALID
002110     .
002120 1000-EXIT.
002130     EXIT.

002140 1100-GET-ONE-MONTH.
002150     SET WS-MONTH-VALID TO TRUE
002160     DISPLAY "ENTER SCORECARD MONTH (CCYYMM, "
002170         "BLANK FOR LAST MONTH): " WITH NO ADVANCING
002180     MOVE SPACES TO WS-RAW-MONTH-INPUT
002190     ACCEPT WS-RAW-MONTH-INPUT
002200     IF WS-RAW-MONTH-INPUT = SPACES
002210         MOVE WS-RD-YEAR TO WS-MW-YEAR
002220         MOVE WS-RD-MONTH TO WS-MW-MONTH
002230         IF WS-MW-MONTH = 1
002240             SUBTRACT 1 FROM WS-MW-YEAR
002250             MOVE 12 TO WS-MW-MONTH
002260         ELSE
002270             SUBTRACT 1 FROM WS-MW-MONTH
002280         END-IF
002290         MOVE WS-MONTH-WORK TO WS-SCORE-MONTH
002300         GO TO 1100-EXIT
002310     END-IF

002320     IF WS-RAW-MONTH-INPUT(1:6) IS NUMERIC
002330        AND WS-RAW-MONTH-INPUT(7:14) = SPACES
002340         MOVE WS-RAW-MONTH-INPUT(1:6) TO WS-MONTH-WORK
002350         IF WS-MW-MONTH >= 1 AND WS-MW-MONTH <= 12
002360             MOVE WS-MONTH-WORK TO WS-SCORE-MONTH
002370             GO TO 1100-EXIT
002380         END-IF
002390     END-IF
002400     DISPLAY "MONTH MUST BE SIX DIGITS, CCYYMM, MONTH 01-12"
002410     SET WS-MONTH-INVALID TO TRUE
002420     .
002430 1100-EXIT.
002440     EXIT.

002450 1200-EDIT-MONTH.
002460     MOVE SPACES TO WS-MONTH-EDITED
002470     STRING WS-MW-MONTH "/" WS-MW-YEAR
002480         DELIMITED BY SIZE INTO WS-MONTH-EDITED
002490     .
002500 1200-EXIT.
002510     EXIT.

002520*----------------------------------------------------------------*
002530* 2000-LOAD-SCORE-MONTH - BROWSE THE SCORECARD MONTH'S RECORDS,  *
002540* WHICH SIT TOGETHER ON THE MASTER, SCORE EACH DEVICE AND PLACE  *
002550* IT IN THE RANKING TABLE, HIGHEST SCORE FIRST. DEVICES WITH THE *
002560* SAME SCORE STAY IN DEVICE ORDER.                               *
002570*----------------------------------------------------------------*
002580 2000-LOAD-SCORE-MONTH.
002590     MOVE WS-SCORE-MONTH TO DH-MONTH
002600     MOVE LOW-VALUES TO DH-DEVICE-ID
002610     MOVE "N" TO WS-DH-EOF-SWITCH
002620     START HEALTH-FILE
002630         KEY IS NOT LESS THAN DH-KEY
002640         INVALID KEY
002650             SET END-OF-MONTH-RECORDS TO TRUE
002660     END-START
002670     IF NOT END-OF-MONTH-RECORDS
002680         PERFORM 2010-READ-MONTH-RECORD THRU 2010-EXIT
002690     END-IF
002700     PERFORM 2100-RANK-ONE-DEVICE THRU 2100-EXIT
002710         UNTIL END-OF-MONTH-RECORDS
002720     .
002730 2000-EXIT.
002740     EXIT.

002750 2010-READ-MONTH-RECORD.
002760     READ HEALTH-FILE NEXT RECORD
002770         AT END
002780             SET END-OF-MONTH-RECORDS TO TRUE
002790     END-READ
002800     IF NOT END-OF-MONTH-RECORDS
002810         IF DH-MONTH NOT = WS-SCORE-MONTH
002820             SET END-OF-MONTH-RECORDS TO TRUE
002830         ELSE
002840             ADD 1 TO WS-RECORDS-READ
002850         END-IF
002860     END-IF
002870     .
002880 2010-EXIT.
002890     EXIT.

002900 2100-RANK-ONE-DEVICE.
002910     IF WS-SCORE-COUNT >= WS-SCORE-MAX
002920         IF NOT WS-TABLE-FULL-NOTED
002930             SET WS-TABLE-FULL-NOTED TO TRUE
002940             DISPLAY "MORE THAN " WS-SCORE-MAX " DEVICES"
002950                 " - DEVICE " DH-DEVICE-ID
002960                 " AND LATER ONES NOT RANKED"
002970             MOVE 8 TO RETURN-CODE
002980         END-IF
002990         GO TO 2100-NEXT
003000     END-IF

003010     PERFORM 2200-FIGURES-FROM-RECORD THRU 2200-EXIT
003020     ADD 1 TO WS-SCORE-COUNT
003030     MOVE WS-SCORE-COUNT TO WS-BUBBLE-SUB
003040     MOVE DH-DEVICE-ID TO WS-SC-DEVICE-ID(WS-BUBBLE-SUB)
003050     MOVE "N" TO WS-SC-PREVIOUS-SWITCH(WS-BUBBLE-SUB)
003060     MOVE WS-FIGURES TO WS-SC-THIS-MONTH(WS-BUBBLE-SUB)
003070     MOVE WS-FG-SCORE TO WS-SC-SCORE(WS-BUBBLE-SUB)
003080     MOVE 0 TO WS-SC-PREVIOUS-SCORE(WS-BUBBLE-SUB)
003090     PERFORM 2300-BUBBLE-UP THRU 2300-EXIT
003100         UNTIL WS-BUBBLE-SUB = 1
003110            OR WS-SC-SCORE(WS-BUBBLE-SUB) <=
003120               WS-SC-SCORE(WS-BUBBLE-SUB - 1)
003130     .
003140 2100-NEXT.
003150     PERFORM 2010-READ-MONTH-RECORD THRU 2010-EXIT
003160     .
003170 2100-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------*
003200* 2200-FIGURES-FROM-RECORD - COPY THE MASTER RECORD'S COUNTS     *
003210* INTO WS-FIGURES AND WORK OUT ITS WEIGHTED TROUBLE SCORE.       *
003220*----------------------------------------------------------------*
003230 2200-FIGURES-FROM-RECORD.
003240     MOVE DH-CRITICAL-ALARMS TO WS-FG-CRITICAL
003250     MOVE DH-WARNING-ALARMS TO WS-FG-WARNING
003260     MOVE DH-STUCK-ALERTS TO WS-FG-STUCK
003270     MOVE DH-PARSE-ERRORS TO WS-FG-PARSE
003280     COMPUTE WS-FG-SCORE =
003290         WS-FG-CRITICAL * WS-CRITICAL-WEIGHT
003300         + WS-FG-WARNING * WS-WARNING-WEIGHT
003310         + WS-FG-STUCK * WS-STUCK-WEIGHT
003320         + WS-FG-PARSE * WS-PARSE-WEIGHT
003330     PERFORM 2210-ADD-REJECT-SCORE THRU 2210-EXIT
003340         VARYING WS-REASON-SUB FROM 1 BY 1
003350             UNTIL WS-REASON-SUB > 4
003360     .
003370 2200-EXIT.
003380     EXIT.

003390 2210-ADD-REJECT-SCORE.
003400     MOVE DH-REJECT-COUNT(WS-REASON-SUB)
003410         TO WS-FG-REJECT(WS-REASON-SUB)
003420     COMPUTE WS-FG-SCORE = WS-FG-SCORE
003430         + WS-FG-REJECT(WS-REASON-SUB) * WS-REJECT-WEIGHT
003440     .
003450 2210-EXIT.
003460     EXIT.

003470 2300-BUBBLE-UP.
003480     MOVE WS-SCORE-ENTRY(WS-BUBBLE-SUB) TO WS-SWAP-ENTRY
003490     MOVE WS-SCORE-ENTRY(WS-BUBBLE-SUB - 1)
003500         TO WS-SCORE-ENTRY(WS-BUBBLE-SUB)
003510     MOVE WS-SWAP-ENTRY TO WS-SCORE-ENTRY(WS-BUBBLE-SUB - 1)
003520     SUBTRACT 1 FROM WS-BUBBLE-SUB
003530     .
003540 2300-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------*
003570* 2500-LOAD-PREVIOUS-MONTH - READ THE RANKED DEVICE'S RECORD FOR *
003580* THE MONTH BEFORE BY KEY. NO RECORD MEANS NOTHING WAS CHARGED   *
003590* TO THE DEVICE THAT MONTH, A SCORE OF ZERO.                     *
003600*----------------------------------------------------------------*
003610 2500-LOAD-PREVIOUS-MONTH.
003620     MOVE WS-PREVIOUS-MONTH TO DH-MONTH
003630     MOVE WS-SC-DEVICE-ID(WS-SCORE-SUB) TO DH-DEVICE-ID
003640     READ HEALTH-FILE
003650         INVALID KEY
003660             MOVE ZEROS TO WS-SC-LAST-MONTH(WS-SCORE-SUB)
003670             GO TO 2500-EXIT
003680     END-READ

003690     PERFORM 2200-FIGURES-FROM-RECORD THRU 2200-EXIT
003700     MOVE "Y" TO WS-SC-PREVIOUS-SWITCH(WS-SCORE-SUB)
003710     MOVE WS-FIGURES TO WS-SC-LAST-MONTH(WS-SCORE-SUB)
003720     MOVE WS-FG-SCORE TO WS-SC-PREVIOUS-SCORE(WS-SCORE-SUB)
003730     .
003740 2500-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------*
003770* 3000-PRINT-RANKED-DEVICE - TWO LINES PER DEVICE: ITS RANK AND  *
003780* FIGURES FOR THE SCORECARD MONTH, THEN ITS FIGURES FOR THE      *
003790* MONTH BEFORE (OR A NOTE THAT NOTHING WAS POSTED FOR IT).       *
003800*----------------------------------------------------------------*
003810 3000-PRINT-RANKED-DEVICE.
003820     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
003830         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
003840     END-IF

003850     MOVE SPACES TO REPORT-LINE
003860     MOVE WS-SCORE-SUB TO WS-RANK-EDITED
003870     MOVE WS-RANK-EDITED TO REPORT-LINE(2:5)
003880     MOVE WS-SC-DEVICE-ID(WS-SCORE-SUB) TO REPORT-LINE(9:8)
003890     MOVE WS-SCORE-MONTH-EDITED TO REPORT-LINE(19:7)
003900     MOVE WS-SC-THIS-MONTH(WS-SCORE-SUB) TO WS-FIGURES
003910     PERFORM 3100-FORMAT-FIGURES THRU 3100-EXIT
003920     IF WS-SC-SCORE(WS-SCORE-SUB) >
003930        WS-SC-PREVIOUS-SCORE(WS-SCORE-SUB) * 2
003940         MOVE "MORE THAN DOUBLED" TO REPORT-LINE(103:17)
003950     END-IF
003960     WRITE REPORT-LINE

003970     MOVE SPACES TO REPORT-LINE
003980     MOVE WS-PREVIOUS-MONTH-EDITED TO REPORT-LINE(19:7)
003990     IF WS-SC-HAD-PREVIOUS(WS-SCORE-SUB)
004000         MOVE WS-SC-LAST-MONTH(WS-SCORE-SUB) TO WS-FIGURES
004010         PERFORM 3100-FORMAT-FIGURES THRU 3100-EXIT
004020     ELSE
004030         MOVE "NOTHING POSTED" TO REPORT-LINE(27:14)
004040     END-IF
004050     WRITE REPORT-LINE

004060     MOVE SPACES TO REPORT-LINE
004070     WRITE REPORT-LINE
004080     ADD 3 TO WS-LINE-COUNT
004090     .
004100 3000-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------*
004130* 3100-FORMAT-FIGURES - THE EIGHT COUNT COLUMNS AND THE SCORE OF *
004140* A DEVICE LINE, FROM WS-FIGURES.                                *
004150*----------------------------------------------------------------*
004160 3100-FORMAT-FIGURES.
004170     MOVE WS-FG-CRITICAL TO WS-FIGURE-EDITED
004180     MOVE WS-FIGURE-EDITED TO REPORT-LINE(27:7)
004190     MOVE WS-FG-WARNING TO WS-FIGURE-EDITED
004200     MOVE WS-FIGURE-EDITED TO REPORT-LINE(35:7)
004210     MOVE WS-FG-STUCK TO WS-FIGURE-EDITED
004220     MOVE WS-FIGURE-EDITED TO REPORT-LINE(43:7)
004230     MOVE 51 TO WS-COLUMN
004240     PERFORM 3110-FORMAT-REJECT THRU 3110-EXIT
004250         VARYING WS-REASON-SUB FROM 1 BY 1
004260             UNTIL WS-REASON-SUB > 4
004270     MOVE WS-FG-PARSE TO WS-FIGURE-EDITED
004280     MOVE WS-FIGURE-EDITED TO REPORT-LINE(83:7)
004290     MOVE WS-FG-SCORE TO WS-SCORE-EDITED
004300     MOVE WS-SCORE-EDITED TO REPORT-LINE(91:9)
004310     .
004320 3100-EXIT.
004330     EXIT.

004340 3110-FORMAT-REJECT.
004350     MOVE WS-FG-REJECT(WS-REASON-SUB) TO WS-FIGURE-EDITED
004360     MOVE WS-FIGURE-EDITED TO REPORT-LINE(WS-COLUMN:7)
004370     ADD 8 TO WS-COLUMN
004380     .
004390 3110-EXIT.
004400     EXIT.

004410*----------------------------------------------------------------*
004420* 4000-PRINT-DOUBLED-SECTION - EVERY RANKED DEVICE WHOSE SCORE   *
004430* IS MORE THAN TWICE ITS SCORE FOR THE MONTH BEFORE. A DEVICE    *
004440* WITH NOTHING POSTED THE MONTH BEFORE HAD A SCORE OF ZERO, SO   *
004450* ANY TROUBLE AT ALL PUTS IT HERE; IT IS MARKED AS SUCH.         *
004460*----------------------------------------------------------------*
004470 4000-PRINT-DOUBLED-SECTION.
004480     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
004490         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
004500     END-IF

004510     MOVE SPACES TO REPORT-LINE
004520     WRITE REPORT-LINE
004530     MOVE SPACES TO REPORT-LINE
004540     STRING "  DEVICES WHOSE SCORE MORE THAN DOUBLED ON "
004550         WS-PREVIOUS-MONTH-EDITED
004560         DELIMITED BY SIZE INTO REPORT-LINE
004570     WRITE REPORT-LINE
004580     MOVE SPACES TO REPORT-LINE
004590     WRITE REPORT-LINE
004600     MOVE SPACES TO REPORT-LINE
004610     STRING "  DEVICE    LAST MONTH  THIS MONTH"
004620         DELIMITED BY SIZE INTO REPORT-LINE
004630     WRITE REPORT-LINE
004640     ADD 4 TO WS-LINE-COUNT

004650     PERFORM 4100-PRINT-IF-DOUBLED THRU 4100-EXIT
004660         VARYING WS-SCORE-SUB FROM 1 BY 1
004670             UNTIL WS-SCORE-SUB > WS-SCORE-COUNT

004680     IF WS-DOUBLED-COUNT = 0
004690         MOVE SPACES TO REPORT-LINE
004700         MOVE "  NO DEVICE'S SCORE MORE THAN DOUBLED"
004710             TO REPORT-LINE
004720         WRITE REPORT-LINE
004730         ADD 1 TO WS-LINE-COUNT
004740     END-IF
004750     .
004760 4000-EXIT.
004770     EXIT.

004780 4100-PRINT-IF-DOUBLED.
004790     IF WS-SC-SCORE(WS-SCORE-SUB) NOT >
004800        WS-SC-PREVIOUS-SCORE(WS-SCORE-SUB) * 2
004810         GO TO 4100-EXIT
004820     END-IF
004830     ADD 1 TO WS-DOUBLED-COUNT

004840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004850         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
004860     END-IF

004870     MOVE SPACES TO REPORT-LINE
004880     MOVE WS-SC-DEVICE-ID(WS-SCORE-SUB) TO REPORT-LINE(3:8)
004890     MOVE WS-SC-PREVIOUS-SCORE(WS-SCORE-SUB) TO WS-SCORE-EDITED
004900     MOVE WS-SCORE-EDITED TO REPORT-LINE(13:9)
004910     MOVE WS-SC-SCORE(WS-SCORE-SUB) TO WS-SCORE-EDITED
004920     MOVE WS-SCORE-EDITED TO REPORT-LINE(25:9)
004930     IF NOT WS-SC-HAD-PREVIOUS(WS-SCORE-SUB)
004940         MOVE "NOTHING POSTED LAST MONTH" TO REPORT-LINE(37:25)
004950     END-IF
004960     WRITE REPORT-LINE
004970     ADD 1 TO WS-LINE-COUNT
004980     .
004990 4100-EXIT.
005000     EXIT.

005010*----------------------------------------------------------------*
005020* 5000-WRITE-REPORT-SUMMARY - COUNTS AT THE FOOT OF THE REPORT.  *
005030*----------------------------------------------------------------*
005040 5000-WRITE-REPORT-SUMMARY.
005050     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
005060         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
005070     END-IF

005080     MOVE SPACES TO REPORT-LINE
005090     WRITE REPORT-LINE

005100     MOVE SPACES TO REPORT-LINE
005110     MOVE WS-SCORE-COUNT TO WS-COUNT-EDITED
005120     STRING "  DEVICES RANKED: " WS-COUNT-EDITED
005130         DELIMITED BY SIZE INTO REPORT-LINE
005140     MOVE WS-DOUBLED-COUNT TO WS-COUNT-EDITED
005150     STRING "   MORE THAN DOUBLED: " WS-COUNT-EDITED
005160         DELIMITED BY SIZE INTO REPORT-LINE(28:)
005170     WRITE REPORT-LINE

005180     ADD 2 TO WS-LINE-COUNT
005190     .
005200 5000-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------*
005230* 6000-WRITE-REPORT-HEADING - MONTH, RUN-DATE/PAGE HEADING, THE  *
005240* SCORE WEIGHTS AND THE COLUMN CAPTIONS AT THE TOP OF EACH PAGE. *
005250*----------------------------------------------------------------*
005260 6000-WRITE-REPORT-HEADING.
005270     ADD 1 TO WS-PAGE-NUMBER

005280     MOVE SPACES TO REPORT-LINE
005290     STRING "DEVICE HEALTH SCORECARD FOR " WS-SCORE-MONTH-EDITED
005300         "     RUN DATE: " WS-RUN-DATE-DISPLAY
005310         "     PAGE: " WS-PAGE-NUMBER
005320         DELIMITED BY SIZE INTO REPORT-LINE
005330     WRITE REPORT-LINE

005340     MOVE SPACES TO REPORT-LINE
005350     WRITE REPORT-LINE

005360     MOVE SPACES TO REPORT-LINE
005370     STRING "  SCORE = " WS-CRITICAL-WEIGHT " X CRITICAL + "
005380         WS-WARNING-WEIGHT " X WARNING + "
005390         WS-STUCK-WEIGHT " X STUCK + "
005400         WS-REJECT-WEIGHT " X EACH REJECT + "
005410         WS-PARSE-WEIGHT " X EACH PARSE ERROR"
005420         DELIMITED BY SIZE INTO REPORT-LINE
005430     WRITE REPORT-LINE

005440     MOVE SPACES TO REPORT-LINE
005450     STRING "  REJECT REASONS: 01 INVALID DIGIT   02 OVERSIZE"
005460         "   03 EMPTY   04 SIGN FIELDS"
005470         DELIMITED BY SIZE INTO REPORT-LINE
005480     WRITE REPORT-LINE

005490     MOVE SPACES TO REPORT-LINE
005500     WRITE REPORT-LINE

005510     MOVE SPACES TO REPORT-LINE
005520     MOVE "LIMIT ALARMS" TO REPORT-LINE(30:12)
005530     MOVE "------ REJECTS BY REASON ------" TO REPORT-LINE(51:31)
005540     WRITE REPORT-LINE

005550     MOVE SPACES TO REPORT-LINE
005560     STRING "  RANK  DEVICE    MONTH      CRIT    WARN   STUCK"
005570         "      01      02      03      04   PARSE     SCORE"
005580         DELIMITED BY SIZE INTO REPORT-LINE
005590     WRITE REPORT-LINE

005600     MOVE SPACES TO REPORT-LINE
005610     WRITE REPORT-LINE

005620     MOVE 8 TO WS-LINE-COUNT
005630     .
005640 6000-EXIT.
005650     EXIT.
