000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AlarmInquiry.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - COMPANION INQUIRY TO THE *
000210*                     ALARM MASTER (ALARMMST) LimitCheck POSTS.  *
000220*                     THE ON-CALL KEYS A DEVICE ID (OR * FOR     *
000230*                     EVERY DEVICE) AND SEES THAT DEVICE'S OPEN  *
000240*                     AND ACKNOWLEDGED ALARMS, NUMBERED; PICKING *
000250*                     ONE SHOWS EVERYTHING THE MASTER HOLDS ON   *
000260*                     IT - RAISED AND LAST-SEEN TIMES, RUNS OUT  *
000270*                     OF LIMITS, LATEST VALUE AND LIMITS. AN     *
000280*                     OPEN ALARM CAN THEN BE ACKNOWLEDGED WITH   *
000290*                     THE ON-CALL'S INITIALS AND A NOTE, WHICH   *
000300*                     STOPS IT COUNTING TOWARD LimitCheck'S      *
000310*                     RETURN CODE AND TAKES IT OFF THE AGING     *
000320*                     REPORT. A BLANK DEVICE ENTRY ENDS THE      *
000330*                     SESSION.                                   *
000332*  10/15/2026  JH    THE LATEST VALUE AND LIMITS ARE NOW IN      *
000334*                     ENGINEERING UNITS AND ARE SHOWN EDITED,    *
000336*                     WITH THE FIELD'S UNITS.                    *
000340*----------------------------------------------------------------*

000350 ENVIRONMENT DIVISION.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ALARM-FILE ASSIGN TO "ALARMMST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS AM-KEY
000420         FILE STATUS IS WS-AM-FILE-STATUS.

000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ALARM-FILE.
000460     COPY ALARMRC.

000470 WORKING-STORAGE SECTION.
000480 01  WS-RAW-INPUT                  PIC X(80) VALUE SPACES.
000490 01  WS-INQUIRY-DEVICE             PIC X(08) VALUE SPACES.
000500     88  WS-INQUIRY-ALL-DEVICES        VALUE "*".
000510 01  WS-SELECT-LEN                 PIC 9(02) VALUE 0.
000520 01  WS-SELECT-NO                  PIC 9(03) VALUE 0.
000530 01  WS-STATUS-TEXT                PIC X(12) VALUE SPACES.

000540 01  WS-LIST-COUNT                 PIC 9(03) VALUE 0.
000550 01  WS-LIST-MAX                   PIC 9(03) VALUE 50.
000560 01  WS-LIST-TABLE.
000570     05  WS-LIST-KEY OCCURS 50 TIMES
000580                                   PIC X(44).

000590 01  WS-TS-WORK                    PIC X(21) VALUE SPACES.
000600 01  WS-TS-EDITED                  PIC X(19) VALUE SPACES.
000603 01  WS-VALUE-EDITED               PIC -(20)9.9(04).
000606 01  WS-LIMIT-EDITED               PIC -(13)9.9(04).

000610 01  WS-FILE-STATUSES.
000620     05  WS-AM-FILE-STATUS         PIC X(02) VALUE "00".

000630 01  WS-SWITCHES.
000640     05  WS-DONE-SWITCH            PIC X(01) VALUE "N".
000650         88  WS-SESSION-DONE           VALUE "Y".
000660     05  WS-AM-EOF-SWITCH          PIC X(01) VALUE "N".
000670         88  END-OF-ALARM-FILE         VALUE "Y".
000680     05  WS-LIST-FULL-SWITCH       PIC X(01) VALUE "N".
000690         88  WS-LIST-FULL              VALUE "Y".

000700 77  WS-INQUIRIES-MADE             PIC 9(05) VALUE 0 COMP.
000710 77  WS-ALARMS-ACKNOWLEDGED        PIC 9(05) VALUE 0 COMP.
000720 77  WS-LIST-NO-EDITED             PIC Z9.

000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     OPEN I-O ALARM-FILE
000760     IF WS-AM-FILE-STATUS NOT = "00"
000770         DISPLAY "ALARMMST COULD NOT BE OPENED - FILE STATUS: "
000780             WS-AM-FILE-STATUS
000790         DISPLAY "INQUIRY SESSION ABORTED"
000795         MOVE 8 TO RETURN-CODE
000800         GO TO 0000-STOP
000810     END-IF

000820     DISPLAY "ALARM INQUIRY AND ACKNOWLEDGMENT - BLANK DEVICE "
000830         "ENDS"

000840     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
000850         UNTIL WS-SESSION-DONE

000860     CLOSE ALARM-FILE
000870     DISPLAY "INQUIRIES MADE      : " WS-INQUIRIES-MADE
000880     DISPLAY "ALARMS ACKNOWLEDGED : " WS-ALARMS-ACKNOWLEDGED
000890     .
000900 0000-STOP.
000910     STOP RUN.

000920*----------------------------------------------------------------*
000930* 2000-ONE-INQUIRY - PROMPT FOR A DEVICE, LIST ITS OPEN AND      *
000940* ACKNOWLEDGED ALARMS, AND LET THE ON-CALL PICK ONE TO SHOW IN   *
000950* FULL AND, IF STILL OPEN, ACKNOWLEDGE. A BLANK DEVICE ENDS THE  *
000960* SESSION.                                                       *
000970*----------------------------------------------------------------*
000980 2000-ONE-INQUIRY.
000990     DISPLAY " "
001000     DISPLAY "ENTER A DEVICE ID (* FOR ALL DEVICES): "
001010         WITH NO ADVANCING
001020     MOVE SPACES TO WS-RAW-INPUT
001030     ACCEPT WS-RAW-INPUT

001040     IF WS-RAW-INPUT = SPACES
001050         SET WS-SESSION-DONE TO TRUE
001060         GO TO 2000-EXIT
001070     END-IF
001080     IF WS-RAW-INPUT(9:72) NOT = SPACES
001090         DISPLAY "DEVICE ID IS AT MOST EIGHT CHARACTERS"
001100         GO TO 2000-EXIT
001110     END-IF
001120     MOVE WS-RAW-INPUT(1:8) TO WS-INQUIRY-DEVICE

001130     ADD 1 TO WS-INQUIRIES-MADE
001140     PERFORM 2100-LIST-ALARMS THRU 2100-EXIT
001150     IF WS-LIST-COUNT = 0
001160         DISPLAY "NO OPEN OR ACKNOWLEDGED ALARMS"
001170         GO TO 2000-EXIT
001180     END-IF

001190     DISPLAY "ALARM NUMBER TO SHOW (BLANK FOR NONE): "
001200         WITH NO ADVANCING
001210     MOVE SPACES TO WS-RAW-INPUT
001220     ACCEPT WS-RAW-INPUT
001230     IF WS-RAW-INPUT = SPACES
001240         GO TO 2000-EXIT
001250     END-IF
001260     MOVE 0 TO WS-SELECT-LEN
001270     INSPECT WS-RAW-INPUT TALLYING WS-SELECT-LEN
001280         FOR CHARACTERS BEFORE INITIAL SPACE
001290     IF WS-SELECT-LEN > 3
001300        OR WS-RAW-INPUT(1:WS-SELECT-LEN) IS NOT NUMERIC
001310         DISPLAY "NOT A NUMBER FROM THE LIST"
001320         GO TO 2000-EXIT
001330     END-IF
001340     MOVE FUNCTION NUMVAL(WS-RAW-INPUT) TO WS-SELECT-NO
001350     IF WS-SELECT-NO < 1 OR WS-SELECT-NO > WS-LIST-COUNT
001360         DISPLAY "NOT A NUMBER FROM THE LIST"
001370         GO TO 2000-EXIT
001380     END-IF

001390     MOVE WS-LIST-KEY(WS-SELECT-NO) TO AM-KEY
001400     READ ALARM-FILE
001410         INVALID KEY
001420             DISPLAY "ALARM NO LONGER ON THE MASTER"
001430             GO TO 2000-EXIT
001440     END-READ
001450     PERFORM 2300-DISPLAY-ALARM THRU 2300-EXIT

001460     IF AM-STATUS-OPEN
001470         PERFORM 2400-ACKNOWLEDGE-ALARM THRU 2400-EXIT
001480     END-IF
001490     .
001500 2000-EXIT.
001510     EXIT.

001520*----------------------------------------------------------------*
001530* 2100-LIST-ALARMS - BROWSE THE WHOLE MASTER (THE KEY LEADS WITH *
001540* THE MODEL, NOT THE DEVICE) AND LIST EVERY ALARM NOT YET        *
001550* CLEARED FOR THE REQUESTED DEVICE, KEEPING EACH LISTED KEY SO   *
001560* THE ON-CALL CAN PICK IT BY NUMBER.                             *
001570*----------------------------------------------------------------*
001580 2100-LIST-ALARMS.
001590     MOVE 0 TO WS-LIST-COUNT
001600     MOVE "N" TO WS-LIST-FULL-SWITCH
001610     MOVE "N" TO WS-AM-EOF-SWITCH
001620     MOVE LOW-VALUES TO AM-KEY
001630     START ALARM-FILE KEY IS NOT LESS THAN AM-KEY
001640         INVALID KEY
001650             GO TO 2100-EXIT
001660     END-START

001670     PERFORM 2150-READ-NEXT-ALARM THRU 2150-EXIT
001680     PERFORM 2200-LIST-ONE-ALARM THRU 2200-EXIT
001690         UNTIL END-OF-ALARM-FILE

001700     IF WS-LIST-FULL
001710         DISPLAY "ONLY THE FIRST " WS-LIST-MAX
001720             " ALARMS ARE LISTED"
001730     END-IF
001740     .
001750 2100-EXIT.
001760     EXIT.

001770 2150-READ-NEXT-ALARM.
001780     READ ALARM-FILE NEXT RECORD
001790         AT END
001800             SET END-OF-ALARM-FILE TO TRUE
001810     END-READ
001820     .
001830 2150-EXIT.
001840     EXIT.

001850 2200-LIST-ONE-ALARM.
001860     IF AM-STATUS-CLEARED
001870         GO TO 2200-NEXT
001880     END-IF
001890     IF NOT WS-INQUIRY-ALL-DEVICES
001900        AND AM-DEVICE-ID NOT = WS-INQUIRY-DEVICE
001910         GO TO 2200-NEXT
001920     END-IF
001930     IF WS-LIST-COUNT >= WS-LIST-MAX
001940         SET WS-LIST-FULL TO TRUE
001950         GO TO 2200-NEXT
001960     END-IF

001970     ADD 1 TO WS-LIST-COUNT
001980     MOVE AM-KEY TO WS-LIST-KEY(WS-LIST-COUNT)
001990     MOVE WS-LIST-COUNT TO WS-LIST-NO-EDITED
002000     PERFORM 6000-SET-STATUS-TEXT THRU 6000-EXIT
002010     MOVE AM-RAISED-TIMESTAMP TO WS-TS-WORK
002020     PERFORM 6100-EDIT-TIMESTAMP THRU 6100-EXIT
002030     DISPLAY WS-LIST-NO-EDITED "  " AM-MODEL-ID " "
002040         AM-DEVICE-ID " " AM-BLOCK-POS " " AM-REGISTER-SEQ " "
002050         AM-FIELD-NAME " " AM-SEVERITY " " WS-STATUS-TEXT
002060         " " WS-TS-EDITED
002070     .
002080 2200-NEXT.
002090     PERFORM 2150-READ-NEXT-ALARM THRU 2150-EXIT
002100     .
002110 2200-EXIT.
002120     EXIT.

002130*----------------------------------------------------------------*
002140* 2300-DISPLAY-ALARM - EVERYTHING THE MASTER KNOWS ABOUT ONE     *
002150* ALARM.                                                         *
002160*----------------------------------------------------------------*
002170 2300-DISPLAY-ALARM.
002180     PERFORM 6000-SET-STATUS-TEXT THRU 6000-EXIT
002190     DISPLAY "MODEL / DEVICE   : " AM-MODEL-ID " / "
002200         AM-DEVICE-ID
002210     DISPLAY "BLOCK POS / REG  : " AM-BLOCK-POS " / "
002220         AM-REGISTER-SEQ
002230     DISPLAY "FIELD NAME       : " AM-FIELD-NAME
002240     DISPLAY "SEVERITY         : " AM-SEVERITY
002250     DISPLAY "STATUS           : " WS-STATUS-TEXT
002255     MOVE AM-FIELD-VALUE TO WS-VALUE-EDITED
002260     DISPLAY "LATEST VALUE     : " WS-VALUE-EDITED " " AM-UNITS
002265     MOVE AM-LOW-LIMIT TO WS-LIMIT-EDITED
002270     DISPLAY "LOW LIMIT        : " WS-LIMIT-EDITED
002275     MOVE AM-HIGH-LIMIT TO WS-LIMIT-EDITED
002280     DISPLAY "HIGH LIMIT       : " WS-LIMIT-EDITED
002290     MOVE AM-RAISED-TIMESTAMP TO WS-TS-WORK
002300     PERFORM 6100-EDIT-TIMESTAMP THRU 6100-EXIT
002310     DISPLAY "RAISED           : " WS-TS-EDITED
002320     MOVE AM-LAST-SEEN-TIMESTAMP TO WS-TS-WORK
002330     PERFORM 6100-EDIT-TIMESTAMP THRU 6100-EXIT
002340     DISPLAY "LAST SEEN OUT    : " WS-TS-EDITED
002345     DISPLAY "IN DUMP BLOCK    : " AM-LAST-BLOCK-SEQ
002350     DISPLAY "RUNS OUT         : " AM-RUNS-OUT
002360     IF AM-STATUS-ACKNOWLEDGED
002370         MOVE AM-ACK-TIMESTAMP TO WS-TS-WORK
002380         PERFORM 6100-EDIT-TIMESTAMP THRU 6100-EXIT
002390         DISPLAY "ACKNOWLEDGED     : " WS-TS-EDITED " BY "
002400             AM-ACK-INITIALS
002410         DISPLAY "NOTE             : " AM-ACK-NOTE
002420     END-IF
002430     .
002440 2300-EXIT.
002450     EXIT.

002460*----------------------------------------------------------------*
002470* 2400-ACKNOWLEDGE-ALARM - OFFER TO ACKNOWLEDGE AN OPEN ALARM.   *
002480* INITIALS AND A NOTE ARE BOTH REQUIRED; EITHER LEFT BLANK       *
002490* LEAVES THE ALARM OPEN.                                         *
002500*----------------------------------------------------------------*
002510 2400-ACKNOWLEDGE-ALARM.
002520     DISPLAY "ACKNOWLEDGE THIS ALARM (Y/N)? " WITH NO ADVANCING
002530     MOVE SPACES TO WS-RAW-INPUT
002540     ACCEPT WS-RAW-INPUT
002550     IF WS-RAW-INPUT(1:1) NOT = "Y"
002560         GO TO 2400-EXIT
002570     END-IF

002580     DISPLAY "YOUR INITIALS: " WITH NO ADVANCING
002590     MOVE SPACES TO WS-RAW-INPUT
002600     ACCEPT WS-RAW-INPUT
002610     IF WS-RAW-INPUT = SPACES
002620        OR WS-RAW-INPUT(9:72) NOT = SPACES
002630         DISPLAY "INITIALS MUST BE ONE TO EIGHT CHARACTERS - "
002640             "ALARM NOT ACKNOWLEDGED"
002650         GO TO 2400-EXIT
002660     END-IF
002670     MOVE WS-RAW-INPUT(1:8) TO AM-ACK-INITIALS

002680     DISPLAY "NOTE (UP TO 60 CHARACTERS): " WITH NO ADVANCING
002690     MOVE SPACES TO WS-RAW-INPUT
002700     ACCEPT WS-RAW-INPUT
002710     IF WS-RAW-INPUT = SPACES
002720        OR WS-RAW-INPUT(61:20) NOT = SPACES
002730         DISPLAY "NOTE MUST BE ONE TO 60 CHARACTERS - "
002740             "ALARM NOT ACKNOWLEDGED"
002750         GO TO 2400-EXIT
002760     END-IF
002770     MOVE WS-RAW-INPUT(1:60) TO AM-ACK-NOTE

002780     SET AM-STATUS-ACKNOWLEDGED TO TRUE
002790     MOVE FUNCTION CURRENT-DATE TO AM-ACK-TIMESTAMP
002800     REWRITE ALARM-RECORD
002810     IF WS-AM-FILE-STATUS NOT = "00"
002820         DISPLAY "ALARMMST REWRITE FAILED - FILE STATUS: "
002830             WS-AM-FILE-STATUS " - ALARM NOT ACKNOWLEDGED"
002840         GO TO 2400-EXIT
002850     END-IF
002860     ADD 1 TO WS-ALARMS-ACKNOWLEDGED
002870     DISPLAY "ALARM ACKNOWLEDGED"
002880     .
002890 2400-EXIT.
002900     EXIT.

002910 6000-SET-STATUS-TEXT.
002920     EVALUATE TRUE
002930         WHEN AM-STATUS-OPEN
002940             MOVE "OPEN" TO WS-STATUS-TEXT
002950         WHEN AM-STATUS-ACKNOWLEDGED
002960             MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
002970         WHEN AM-STATUS-CLEARED
002980             MOVE "CLEARED" TO WS-STATUS-TEXT
002990         WHEN OTHER
003000             MOVE "UNKNOWN" TO WS-STATUS-TEXT
003010     END-EVALUATE
003020     .
003030 6000-EXIT.
003040     EXIT.

003050*----------------------------------------------------------------*
003060* 6100-EDIT-TIMESTAMP - A CURRENT-DATE STYLE TIMESTAMP IN        *
003070* WS-TS-WORK TO MM/DD/CCYY HH:MM:SS IN WS-TS-EDITED.             *
003080*----------------------------------------------------------------*
003090 6100-EDIT-TIMESTAMP.
003100     MOVE SPACES TO WS-TS-EDITED
003110     IF WS-TS-WORK = SPACES
003120         GO TO 6100-EXIT
003130     END-IF
003140     STRING WS-TS-WORK(5:2) "/" WS-TS-WORK(7:2) "/"
003150         WS-TS-WORK(1:4) " " WS-TS-WORK(9:2) ":"
003160         WS-TS-WORK(11:2) ":" WS-TS-WORK(13:2)
003170         DELIMITED BY SIZE INTO WS-TS-EDITED
003180     .
003190 6100-EXIT.
003200     EXIT.
