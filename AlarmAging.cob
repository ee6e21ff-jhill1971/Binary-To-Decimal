000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AlarmAging.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - AGING REPORT OVER THE    *
000210*                     ALARM MASTER (ALARMMST) LimitCheck POSTS.  *
000220*                     BROWSES THE WHOLE MASTER AND LISTS EVERY   *
000230*                     ALARM STILL OPEN - RAISED BUT NOT YET      *
000240*                     ACKNOWLEDGED THROUGH AlarmInquiry - WHOSE  *
000250*                     RAISED TIME IS AT LEAST AN OPERATOR-GIVEN  *
000260*                     NUMBER OF HOURS AGO (BLANK KEEPS THE       *
000270*                     DEFAULT OF 24), WITH ITS AGE IN HOURS, THE *
000280*                     NUMBER OF RUNS IT HAS BEEN OUT OF LIMITS   *
000290*                     AND ITS LATEST VALUE, SO AN ALARM NOBODY   *
000300*                     PICKED UP IS CHASED BEFORE IT IS           *
000310*                     FORGOTTEN. RETURN-CODE 4 WHEN ANY ALARM IS *
000320*                     LISTED, 8 ON A FAILED OPEN.                *
000322*  10/15/2026  JH    THE LATEST VALUE IS NOW THE ENGINEERING     *
000324*                     VALUE, PRINTED WITH ITS SIGN, DECIMAL      *
000326*                     PLACES AND UNITS.                          *
000330*----------------------------------------------------------------*

000340 ENVIRONMENT DIVISION.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ALARM-FILE ASSIGN TO "ALARMMST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS AM-KEY
000410         FILE STATUS IS WS-AM-FILE-STATUS.

000420     SELECT AGING-REPORT-FILE ASSIGN TO "ALARMAGE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-AG-FILE-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  ALARM-FILE.
000480     COPY ALARMRC.

000490 FD  AGING-REPORT-FILE
000500     RECORDING MODE IS F.
000510 01  REPORT-LINE                   PIC X(132).

000520 WORKING-STORAGE SECTION.
000530 01  WS-RAW-HOURS-INPUT            PIC X(10) VALUE SPACES.
000540 01  WS-HOURS-LEN                  PIC 9(02) VALUE 0.
000550 01  WS-AGE-THRESHOLD              PIC 9(04) VALUE 24.

000560 01  WS-NOW-TIMESTAMP              PIC X(21) VALUE SPACES.
000570 01  WS-TS-WORK                    PIC X(21) VALUE SPACES.
000580 01  WS-TS-DATE                    PIC 9(08) VALUE 0.
000590 01  WS-TS-DATE-X REDEFINES WS-TS-DATE
000600                                   PIC X(08).
000610 01  WS-TS-SECONDS                 PIC 9(07) VALUE 0.
000620 01  WS-NOW-SECONDS                PIC 9(07) VALUE 0.
000630 01  WS-NOW-DAY-NO                 PIC 9(07) VALUE 0.
000640 01  WS-RAISED-SECONDS             PIC 9(07) VALUE 0.
000650 01  WS-RAISED-DAY-NO              PIC 9(07) VALUE 0.
000660 01  WS-AGE-SECONDS                PIC S9(11) VALUE 0.
000670 01  WS-AGE-HOURS                  PIC 9(07) VALUE 0.
000680 01  WS-AGE-EDITED                 PIC Z(06)9.
000690 01  WS-RUNS-EDITED                PIC Z(04)9.
000700 01  WS-TS-EDITED                  PIC X(16) VALUE SPACES.
000705 01  WS-VALUE-EDITED               PIC -(14)9.9(04).

000710 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
000720 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
000730 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

000740 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
000750 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
000760     05  WS-RD-YEAR                PIC 9(4).
000770     05  WS-RD-MONTH               PIC 9(2).
000780     05  WS-RD-DAY                 PIC 9(2).
000790 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

000800 01  WS-FILE-STATUSES.
000810     05  WS-AM-FILE-STATUS         PIC X(02) VALUE "00".
000820     05  WS-AG-FILE-STATUS         PIC X(02) VALUE "00".

000830 01  WS-SWITCHES.
000840     05  WS-AM-EOF-SWITCH          PIC X(01) VALUE "N".
000850         88  END-OF-ALARM-FILE         VALUE "Y".
000860     05  WS-HOURS-SWITCH           PIC X(01) VALUE "Y".
000870         88  WS-HOURS-VALID            VALUE "Y".
000880         88  WS-HOURS-INVALID          VALUE "N".

000890 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
000900 77  WS-OPEN-ALARMS                PIC 9(09) VALUE 0 COMP.
000910 77  WS-AGED-ALARMS                PIC 9(09) VALUE 0 COMP.
000920 77  WS-COUNT-EDITED               PIC Z(08)9.

000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
000960     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
000970         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

000980     PERFORM 1000-GET-AGE-THRESHOLD THRU 1000-EXIT

000990     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
001000     MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK
001010     PERFORM 4600-TS-TO-SECONDS THRU 4600-EXIT
001020     MOVE WS-TS-SECONDS TO WS-NOW-SECONDS
001030     COMPUTE WS-NOW-DAY-NO =
001040         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

001050     OPEN INPUT ALARM-FILE
001060     IF WS-AM-FILE-STATUS NOT = "00"
001070         DISPLAY "ALARMMST COULD NOT BE OPENED - FILE STATUS: "
001080             WS-AM-FILE-STATUS
001090         DISPLAY "ALARM AGING RUN ABORTED"
001100         MOVE 8 TO RETURN-CODE
001110         GO TO 0000-STOP
001120     END-IF

001130     OPEN OUTPUT AGING-REPORT-FILE
001140     IF WS-AG-FILE-STATUS NOT = "00"
001150         DISPLAY "ALARMAGE OPEN FAILED - FILE STATUS: "
001160             WS-AG-FILE-STATUS
001170         DISPLAY "ALARM AGING RUN ABORTED"
001180         MOVE 8 TO RETURN-CODE
001190         CLOSE ALARM-FILE
001200         GO TO 0000-STOP
001210     END-IF

001220     PERFORM 2000-READ-ALARM-RECORD THRU 2000-EXIT
001230     PERFORM 3000-CHECK-ONE-ALARM THRU 3000-EXIT
001240         UNTIL END-OF-ALARM-FILE

001250     PERFORM 5000-WRITE-REPORT-SUMMARY THRU 5000-EXIT

001260     CLOSE ALARM-FILE
001270     CLOSE AGING-REPORT-FILE

001280     DISPLAY "-----------------------------------------"
001290     DISPLAY "UNACKNOWLEDGED ALARM AGING SUMMARY"
001300     DISPLAY "AGE THRESHOLD HRS: " WS-AGE-THRESHOLD
001310     DISPLAY "MASTER RECORDS   : " WS-RECORDS-READ
001320     DISPLAY "OPEN ALARMS      : " WS-OPEN-ALARMS
001330     DISPLAY "AGED ALARMS      : " WS-AGED-ALARMS
001340     DISPLAY "-----------------------------------------"

001350     IF WS-AGED-ALARMS > 0
001360         MOVE 4 TO RETURN-CODE
001370     END-IF
001380     .
001390 0000-STOP.
001400     STOP RUN.

001410*----------------------------------------------------------------*
001420* 1000-GET-AGE-THRESHOLD - HOW MANY HOURS AN ALARM MAY SIT       *
001430* UNACKNOWLEDGED BEFORE IT IS LISTED: 1 TO 9999, BLANK KEEPS THE *
001440* DEFAULT OF 24. RE-PROMPTS UNTIL VALID.                         *
001450*----------------------------------------------------------------*
001460 1000-GET-AGE-THRESHOLD.
001470     SET WS-HOURS-INVALID TO TRUE
001480     PERFORM 1100-GET-ONE-THRESHOLD THRU 1100-EXIT
001490         UNTIL WS-HOURS-VALID
001500     .
001510 1000-EXIT.
001520     EXIT.

001530 1100-GET-ONE-THRESHOLD.
001540     SET WS-HOURS-VALID TO TRUE
001550     DISPLAY "ENTER AGE THRESHOLD IN HOURS (1-9999, "
001560         "BLANK FOR 24): " WITH NO ADVANCING
001570     MOVE SPACES TO WS-RAW-HOURS-INPUT
001580     ACCEPT WS-RAW-HOURS-INPUT
001590     IF WS-RAW-HOURS-INPUT = SPACES
001600         MOVE 24 TO WS-AGE-THRESHOLD
001610         GO TO 1100-EXIT
001620     END-IF

001630     MOVE 0 TO WS-HOURS-LEN
001640     INSPECT WS-RAW-HOURS-INPUT TALLYING WS-HOURS-LEN
001650         FOR CHARACTERS BEFORE INITIAL SPACE
001660     IF WS-HOURS-LEN > 0 AND WS-HOURS-LEN < 5
001670        AND WS-RAW-HOURS-INPUT(1:WS-HOURS-LEN) IS NUMERIC
001680        AND FUNCTION NUMVAL(WS-RAW-HOURS-INPUT) > 0
001690         MOVE FUNCTION NUMVAL(WS-RAW-HOURS-INPUT)
001700             TO WS-AGE-THRESHOLD
001710     ELSE
001720         DISPLAY "AGE THRESHOLD MUST BE 1 TO 9999 HOURS"
001730         SET WS-HOURS-INVALID TO TRUE
001740     END-IF
001750     .
001760 1100-EXIT.
001770     EXIT.

001780 2000-READ-ALARM-RECORD.
001790     READ ALARM-FILE NEXT RECORD
001800         AT END
001810             SET END-OF-ALARM-FILE TO TRUE
001820     END-READ
001830     IF NOT END-OF-ALARM-FILE
001840         ADD 1 TO WS-RECORDS-READ
001850     END-IF
001860     .
001870 2000-EXIT.
001880     EXIT.

001890*----------------------------------------------------------------*
001900* 3000-CHECK-ONE-ALARM - AN OPEN (UNACKNOWLEDGED) ALARM WHOSE    *
001910* AGE, FROM ITS RAISED TIME TO NOW, HAS REACHED THE THRESHOLD    *
001920* GOES ON THE REPORT. ACKNOWLEDGED AND CLEARED ALARMS ARE        *
001930* SKIPPED.                                                       *
001940*----------------------------------------------------------------*
001950 3000-CHECK-ONE-ALARM.
001960     IF NOT AM-STATUS-OPEN
001970         GO TO 3000-NEXT
001980     END-IF
001990     ADD 1 TO WS-OPEN-ALARMS

002000     MOVE AM-RAISED-TIMESTAMP TO WS-TS-WORK
002010     IF WS-TS-WORK(1:14) IS NOT NUMERIC
002020         GO TO 3000-NEXT
002030     END-IF
002040     PERFORM 4600-TS-TO-SECONDS THRU 4600-EXIT
002050     MOVE WS-TS-SECONDS TO WS-RAISED-SECONDS
002060     COMPUTE WS-RAISED-DAY-NO =
002070         FUNCTION INTEGER-OF-DATE(WS-TS-DATE)

002080     COMPUTE WS-AGE-SECONDS =
002090         (WS-NOW-DAY-NO - WS-RAISED-DAY-NO) * 86400
002100         + WS-NOW-SECONDS - WS-RAISED-SECONDS
002110     IF WS-AGE-SECONDS < 0
002120         MOVE 0 TO WS-AGE-SECONDS
002130     END-IF
002140     COMPUTE WS-AGE-HOURS = WS-AGE-SECONDS / 3600

002150     IF WS-AGE-HOURS >= WS-AGE-THRESHOLD
002160         ADD 1 TO WS-AGED-ALARMS
002170         PERFORM 4000-WRITE-AGED-LINE THRU 4000-EXIT
002180     END-IF
002190     .
002200 3000-NEXT.
002210     PERFORM 2000-READ-ALARM-RECORD THRU 2000-EXIT
002220     .
002230 3000-EXIT.
002240     EXIT.

002250*----------------------------------------------------------------*
002260* 4000-WRITE-AGED-LINE - ONE AGED ALARM: KEY, SEVERITY, RAISED   *
002270* TIME, AGE IN HOURS, RUNS OUT OF LIMITS AND LATEST VALUE.       *
002280*----------------------------------------------------------------*
002290 4000-WRITE-AGED-LINE.
002300     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
002310         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
002320     END-IF

002330     MOVE SPACES TO WS-TS-EDITED
002340     STRING WS-TS-WORK(5:2) "/" WS-TS-WORK(7:2) "/"
002350         WS-TS-WORK(1:4) " " WS-TS-WORK(9:2) ":"
002360         WS-TS-WORK(11:2)
002370         DELIMITED BY SIZE INTO WS-TS-EDITED
002380     MOVE WS-AGE-HOURS TO WS-AGE-EDITED
002390     MOVE AM-RUNS-OUT TO WS-RUNS-EDITED

002400     MOVE SPACES TO REPORT-LINE
002410     MOVE AM-MODEL-ID TO REPORT-LINE(3:8)
002420     MOVE AM-DEVICE-ID TO REPORT-LINE(12:8)
002430     MOVE AM-BLOCK-POS TO REPORT-LINE(21:4)
002440     MOVE AM-REGISTER-SEQ TO REPORT-LINE(26:4)
002450     MOVE AM-FIELD-NAME TO REPORT-LINE(31:20)
002460     MOVE AM-SEVERITY TO REPORT-LINE(52:1)
002470     MOVE WS-TS-EDITED TO REPORT-LINE(54:16)
002480     MOVE WS-AGE-EDITED TO REPORT-LINE(72:7)
002490     MOVE WS-RUNS-EDITED TO REPORT-LINE(81:5)
002491     IF AM-FIELD-VALUE > 99999999999999.9999
002492        OR AM-FIELD-VALUE < -99999999999999.9999
002493         MOVE "*OVERFLOW*" TO REPORT-LINE(98:10)
002494     ELSE
002495         MOVE AM-FIELD-VALUE TO WS-VALUE-EDITED
002500         MOVE WS-VALUE-EDITED TO REPORT-LINE(88:20)
002503     END-IF
002506     MOVE AM-UNITS TO REPORT-LINE(110:8)
002510     WRITE REPORT-LINE
002520     ADD 1 TO WS-LINE-COUNT
002530     .
002540 4000-EXIT.
002550     EXIT.

002560 4600-TS-TO-SECONDS.
002570     MOVE WS-TS-WORK(1:8) TO WS-TS-DATE-X
002580     COMPUTE WS-TS-SECONDS =
002590         FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
002600         + FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
002610         + FUNCTION NUMVAL(WS-TS-WORK(13:2))
002620     .
002630 4600-EXIT.
002640     EXIT.

002650*----------------------------------------------------------------*
002660* 5000-WRITE-REPORT-SUMMARY - COUNTS AT THE FOOT OF THE REPORT,  *
002670* SO A NIGHT WITH NOTHING AGED STILL SHOWS THE BROWSE RAN.       *
002680*----------------------------------------------------------------*
002690 5000-WRITE-REPORT-SUMMARY.
002700     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
002710         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
002720     END-IF

002730     MOVE SPACES TO REPORT-LINE
002740     WRITE REPORT-LINE

002750     MOVE SPACES TO REPORT-LINE
002760     MOVE WS-OPEN-ALARMS TO WS-COUNT-EDITED
002770     STRING "  UNACKNOWLEDGED ALARMS: " WS-COUNT-EDITED
002780         DELIMITED BY SIZE INTO REPORT-LINE
002790     MOVE WS-AGED-ALARMS TO WS-COUNT-EDITED
002800     STRING "   AGED " WS-AGE-THRESHOLD " HOURS OR MORE: "
002810         WS-COUNT-EDITED
002820         DELIMITED BY SIZE INTO REPORT-LINE(35:)
002830     WRITE REPORT-LINE

002840     ADD 2 TO WS-LINE-COUNT
002850     .
002860 5000-EXIT.
002870     EXIT.

002880*----------------------------------------------------------------*
002890* 6000-WRITE-REPORT-HEADING - RUN-DATE/PAGE HEADING AND COLUMN   *
002900* CAPTIONS AT THE TOP OF EACH REPORT PAGE.                       *
002910*----------------------------------------------------------------*
002920 6000-WRITE-REPORT-HEADING.
002930     ADD 1 TO WS-PAGE-NUMBER

002940     MOVE SPACES TO REPORT-LINE
002950     STRING "UNACKNOWLEDGED ALARM AGING REPORT     RUN DATE: "
002960         WS-RUN-DATE-DISPLAY "     PAGE: " WS-PAGE-NUMBER
002970         DELIMITED BY SIZE INTO REPORT-LINE
002980     WRITE REPORT-LINE

002990     MOVE SPACES TO REPORT-LINE
003000     WRITE REPORT-LINE

003010     MOVE SPACES TO REPORT-LINE
003020     STRING "  MODEL    DEVICE   POS  REG  "
003030         "FIELD NAME           S RAISED              "
003040         "AGE HRS   RUNS        LATEST VALUE  UNITS"
003050         DELIMITED BY SIZE INTO REPORT-LINE
003060     WRITE REPORT-LINE

003070     MOVE SPACES TO REPORT-LINE
003080     WRITE REPORT-LINE

003090     MOVE 4 TO WS-LINE-COUNT
003100     .
003110 6000-EXIT.
003120     EXIT.
