000270*                     TABLE (MODEL, FIELD NAME, LOW LIMIT, HIGH  *
000280*                     LIMIT, SEVERITY) AND PRODUCES AN ALARM     *
000290*                     REPORT PLUS AN ALERT OUTPUT FILE OF EVERY  *
000291*                     FIELD OUTSIDE ITS LIMITS. A FIELD WITH NO  *
000292*                     LIMIT ENTRY PASSES UNCHECKED. THE JOB SETS *
000293*                     RETURN-CODE FOR THE SCHEDULER - 0 CLEAN,   *
000294*                     4 WARNING-SEVERITY ALARMS PRESENT, 8 A     *
000295*                     CRITICAL-SEVERITY ALARM OR A FAILED OPEN - *
000296*                     SO A FAULT-RANGE VALUE PAGES THE ON-CALL   *
000297*                     THE SAME NIGHT.                            *
000298*  10/15/2026  JH    THE LIMIT-TABLE RECORD LAYOUT MOVED TO THE  *
000299*                     SHARED COPYBOOK LIMTABRC NOW THAT THE NEW  *
000300*                     REFERENCE-FILE MAINTENANCE PROGRAM         *
000301*                     (RefFileMaint) WRITES LIMTABLE, SO THE     *
000302*                     READER AND THE WRITER CANNOT DRIFT APART.  *
000303*  10/15/2026  JH    LIMALERT USED TO BE WRITTEN FOR EVERY       *
000304*                     OUT-OF-LIMITS FIELD ON EVERY RUN, SO A     *
000305*                     FIELD THAT STAYED BAD FOR FIVE NIGHTS      *
000306*                     PAGED THE ON-CALL FIVE TIMES AND NOBODY    *
000307*                     COULD TELL WHEN IT FIRST WENT BAD. EACH    *
000308*                     CHECKED FIELD IS NOW POSTED TO THE KEYED   *
000309*                     ALARM MASTER (ALARMMST, COPYBOOK ALARMRC   *
000310*                     - MODEL + DEVICE + BLOCK + REGISTER        *
000311*                     ORDINAL + FIELD NAME). A FIELD FIRST       *
000312*                     FOUND OUT OF LIMITS OPENS AN ALARM WITH A  *
000313*                     RAISED TIMESTAMP AND IS THE ONLY CASE      *
000314*                     STILL WRITTEN TO LIMALERT; A FIELD         *
000315*                     ALREADY ALARMED UPDATES ITS ALARM; A       *
000316*                     FIELD BACK INSIDE ITS LIMITS CLEARS ITS    *
000317*                     ALARM. THE REPORT SHOWS EACH ALARM'S       *
000318*                     STATE (NEW, OPEN, ACK, CLEARED) AND        *
000319*                     RAISED DATE. RETURN-CODE 8 IS NOW RAISED   *
000320*                     ONLY FOR A NEW CRITICAL ALARM; A NEW       *
000321*                     WARNING OR AN ALARM STILL AWAITING         *
000322*                     ACKNOWLEDGMENT GIVES 4, AND AN             *
000323*                     ACKNOWLEDGED ALARM THAT IS STILL OUT       *
000324*                     GIVES NEITHER.                             *
000325*  10/15/2026  JH    THE RUN NOW APPENDS START AND END RECORDS   *
000326*                     TO THE SHOP-WIDE RUN-CONTROL LOG           *
000327*                     (RUNCTLOG, COPYBOOK RUNCTLRC) LIKE THE     *
000328*                     OTHER CHAIN STEPS, SO THE NIGHT-CHAIN      *
000329*                     DRIVER CAN TELL WHETHER IT ENDED CLEANLY   *
000330*                     WHEN A CHAIN IS RESTARTED. AN UNAVAILABLE  *
000331*                     RUN LOG IS NOTED AND DOES NOT STOP THE     *
000332*                     CHECK.                                     *
000333*  10/15/2026  JH    LIMITS ARE NOW IN ENGINEERING UNITS AND     *
000334*                     MAY BE NEGATIVE OR CARRY FOUR DECIMAL      *
000335*                     PLACES. EACH FIELD IS TESTED ON ITS        *
000336*                     ENGINEERING VALUE FROM DECODOUT, AND THE   *
000337*                     ALARM, ALERT AND REPORT CARRY THAT VALUE   *
000338*                     AND ITS UNITS. A FIELD WITH NO             *
000339*                     ENGINEERING VALUE IS COUNTED AND NOT       *
000340*                     TESTED.                                    *
000341*  10/15/2026  JH    EACH RUN NOW ALSO WRITES A PER-DEVICE       *
000342*                     COUNT FILE (LIMCOUNT, COPYBOOK LIMCNTRC)   *
000343*                     OF THE DECODOUT FIELDS READ AND THE        *
000344*                     FIELDS CHECKED AGAINST A LIMIT FOR EVERY   *
000345*                     DEVICE, SO THE NEW DeviceBalance CHECK     *
000346*                     CAN SHOW WHAT THIS STEP SAW OF EACH        *
000347*                     CONTROLLER. LIMCOUNT IS OPENED WITH THE    *
000348*                     OTHER OUTPUTS AND A FAILED OPEN ABORTS     *
000349*                     THE RUN LIKE LIMALERT.                     *
000350*  10/15/2026  JH    LIMALERT RECORDS NOW CARRY THE DEVICE       *
000351*                     (LA-DEVICE-ID, ADDED AT THE END OF THE     *
000352*                     RECORD) SO THE MONTHLY DeviceHealth        *
000353*                     POSTING CAN CHARGE EACH NEW ALARM TO ITS   *
000354*                     CONTROLLER. THE LAYOUT MOVED TO THE        *
000355*                     SHARED COPYBOOK LIMALTRC NOW THAT A        *
000356*                     SECOND PROGRAM READS IT.                   *
000357*  10/15/2026  JH    THE ALARM MASTER IS NOW KEYED ON THE        *
000358*                     BLOCK'S POSITION WITHIN ITS DEVICE         *
000359*                     SECTION (DC-BLOCK-POS) INSTEAD OF THE RAW  *
000360*                     BLOCK NUMBER. THE CONTROLLERS NUMBER       *
000361*                     BLOCKS ON FROM ONE TRANSMISSION TO THE     *
000362*                     NEXT, SO THE RAW NUMBER OPENED A NEW       *
000363*                     ALARM, AND PAGED, FOR THE SAME FIELD       *
000364*                     EVERY NIGHT AND NEVER CLEARED THE OLD      *
000365*                     ONE. THE RAW BLOCK THE FIELD WAS LAST      *
000366*                     SEEN OUT IN IS KEPT ON THE ALARM           *
000367*                     (AM-LAST-BLOCK-SEQ).                       *
000370*----------------------------------------------------------------*

000380 ENVIRONMENT DIVISION.

000500     SELECT ALARM-REPORT-FILE ASSIGN TO "LIMITRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000511         FILE STATUS IS WS-LR-FILE-STATUS.

000512     SELECT ALARM-FILE ASSIGN TO "ALARMMST"
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS AM-KEY
000516         FILE STATUS IS WS-AM-FILE-STATUS.

000517     SELECT DEVICE-COUNT-FILE ASSIGN TO "LIMCOUNT"
000518         ORGANIZATION IS LINE SEQUENTIAL
000519         FILE STATUS IS WS-LN-FILE-STATUS.

000520     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000521         ORGANIZATION IS LINE SEQUENTIAL
000522         FILE STATUS IS WS-RC-FILE-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  LIMIT-TABLE-FILE
000560     RECORDING MODE IS F.
000570     COPY LIMTABRC.

000630 FD  DECODED-INPUT-FILE
000640     RECORDING MODE IS F.

000660 FD  ALERT-FILE
000670     RECORDING MODE IS F.
000680     COPY LIMALTRC.

000760 FD  ALARM-REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  REPORT-LINE                   PIC X(132).

000781 FD  ALARM-FILE.
000782     COPY ALARMRC.

000783 FD  DEVICE-COUNT-FILE
000784     RECORDING MODE IS F.
000785     COPY LIMCNTRC.

000786 FD  RUN-CONTROL-FILE
000787     RECORDING MODE IS F.
000788     COPY RUNCTLRC.

000790 WORKING-STORAGE SECTION.
000800 01  WS-LIMIT-COUNT                PIC 9(03) VALUE 0.
000810 01  WS-LIMIT-MAX                  PIC 9(03) VALUE 128.
000850     05  WS-LIMIT-ENTRY OCCURS 128 TIMES.
000860         10  WS-LM-MODEL-ID        PIC X(08).
000870         10  WS-LM-FIELD-NAME      PIC X(20).
000880         10  WS-LM-LOW-LIMIT       PIC S9(13)V9(04).
000890         10  WS-LM-HIGH-LIMIT      PIC S9(13)V9(04).
000900         10  WS-LM-SEVERITY        PIC X(01).

000910 01  WS-LIMIT-LINE-NO              PIC 9(05) VALUE 0.

000911 01  WS-COUNT-DEVICE-COUNT         PIC 9(04) VALUE 0.
000912 01  WS-COUNT-DEVICE-MAX           PIC 9(04) VALUE 1024.
000913 01  WS-COUNT-DEVICE-SUB           PIC 9(04) VALUE 0.
000914 01  WS-COUNT-CURRENT              PIC 9(04) VALUE 0.
000915 01  WS-COUNT-TABLE.
000916     05  WS-COUNT-ENTRY OCCURS 1024 TIMES.
000917         10  WS-CT-DEVICE-ID       PIC X(08).
000918         10  WS-CT-FIELDS-READ     PIC 9(09).
000919         10  WS-CT-FIELDS-CHECKED  PIC 9(09).

000920 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
000930 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
000940 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.
000980     05  WS-RD-MONTH               PIC 9(2).
000990     05  WS-RD-DAY                 PIC 9(2).
001000 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.
001003 01  WS-RUN-TIMESTAMP              PIC X(21) VALUE SPACES.
001006 01  WS-ALARM-STATE-TEXT           PIC X(07) VALUE SPACES.
001007 01  WS-VALUE-EDITED               PIC -(14)9.9(04).
001008 01  WS-LIMIT-EDITED               PIC -(14)9.9(04).

001010 01  WS-FILE-STATUSES.
001020     05  WS-LT-FILE-STATUS         PIC X(02) VALUE "00".
001030     05  WS-DC-FILE-STATUS         PIC X(02) VALUE "00".
001040     05  WS-AL-FILE-STATUS         PIC X(02) VALUE "00".
001050     05  WS-LR-FILE-STATUS         PIC X(02) VALUE "00".
001055     05  WS-AM-FILE-STATUS         PIC X(02) VALUE "00".
001057     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".
001058     05  WS-LN-FILE-STATUS         PIC X(02) VALUE "00".

001060 01  WS-SWITCHES.
001070     05  WS-LT-EOF-SWITCH          PIC X(01) VALUE "N".
001140     05  WS-SEVERITY-WORK          PIC X(01) VALUE "W".
001150         88  WS-SEVERITY-WARNING       VALUE "W".
001160         88  WS-SEVERITY-CRITICAL      VALUE "C".
001161     05  WS-ALARM-NEW-SWITCH       PIC X(01) VALUE "N".
001162         88  WS-ALARM-IS-NEW           VALUE "Y".
001163     05  WS-ALARM-ON-FILE-SWITCH   PIC X(01) VALUE "N".
001164         88  WS-ALARM-ON-FILE          VALUE "Y".
001165     05  WS-COUNT-FOUND-SWITCH     PIC X(01) VALUE "N".
001166         88  WS-COUNT-DEVICE-FOUND     VALUE "Y".
001167     05  WS-COUNT-FULL-SWITCH      PIC X(01) VALUE "N".
001168         88  WS-COUNT-FULL-NOTED       VALUE "Y".

001170 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001180 77  WS-FIELDS-CHECKED             PIC 9(09) VALUE 0 COMP.
001190 77  WS-WARNING-ALARMS             PIC 9(09) VALUE 0 COMP.
001200 77  WS-CRITICAL-ALARMS            PIC 9(09) VALUE 0 COMP.
001210 77  WS-LIMIT-ERRORS               PIC 9(05) VALUE 0 COMP.
001211 77  WS-NEW-ALARMS                 PIC 9(09) VALUE 0 COMP.
001212 77  WS-NEW-CRITICAL-ALARMS        PIC 9(09) VALUE 0 COMP.
001213 77  WS-OPEN-ALARMS                PIC 9(09) VALUE 0 COMP.
001214 77  WS-ACKED-ALARMS               PIC 9(09) VALUE 0 COMP.
001215 77  WS-CLEARED-ALARMS             PIC 9(09) VALUE 0 COMP.
001217 77  WS-UNFORMED-FIELDS            PIC 9(09) VALUE 0 COMP.
001220 77  WS-CHECKED-EDITED             PIC Z(08)9.
001230 77  WS-WARNING-EDITED             PIC Z(08)9.
001240 77  WS-CRITICAL-EDITED            PIC Z(08)9.
001242 77  WS-NEW-EDITED                 PIC Z(08)9.
001244 77  WS-OPEN-EDITED                PIC Z(08)9.
001246 77  WS-ACKED-EDITED               PIC Z(08)9.
001248 77  WS-CLEARED-EDITED             PIC Z(08)9.

001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001280     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001290         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
001295     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP

001297     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

001300     PERFORM 1000-LOAD-LIMIT-TABLE THRU 1000-EXIT

001590         MOVE 8 TO RETURN-CODE
001600         CLOSE DECODED-INPUT-FILE
001610         CLOSE ALERT-FILE
001611         GO TO 0000-STOP
001612     END-IF

001613     OPEN OUTPUT DEVICE-COUNT-FILE
001614     IF WS-LN-FILE-STATUS NOT = "00"
001615         DISPLAY "LIMCOUNT OPEN FAILED - FILE STATUS: "
001616             WS-LN-FILE-STATUS
001617         DISPLAY "LIMIT CHECK RUN ABORTED"
001618         MOVE 8 TO RETURN-CODE
001619         CLOSE DECODED-INPUT-FILE
001620         CLOSE ALERT-FILE
001621         CLOSE ALARM-REPORT-FILE
001622         GO TO 0000-STOP
001623     END-IF

001624     PERFORM 1500-OPEN-ALARM-MASTER THRU 1500-EXIT
001625     IF WS-AM-FILE-STATUS NOT = "00"
001626         DISPLAY "LIMIT CHECK RUN ABORTED"
001627         MOVE 8 TO RETURN-CODE
001628         CLOSE DECODED-INPUT-FILE
001629         CLOSE ALERT-FILE
001630         CLOSE ALARM-REPORT-FILE
001631         CLOSE DEVICE-COUNT-FILE
001632         GO TO 0000-STOP
001633     END-IF

001640     PERFORM 2000-READ-DECODED-RECORD THRU 2000-EXIT


001670     PERFORM 5000-WRITE-REPORT-SUMMARY THRU 5000-EXIT

001672     PERFORM 5500-WRITE-DEVICE-COUNT THRU 5500-EXIT
001674         VARYING WS-COUNT-DEVICE-SUB FROM 1 BY 1
001676             UNTIL WS-COUNT-DEVICE-SUB > WS-COUNT-DEVICE-COUNT

001680     CLOSE DECODED-INPUT-FILE
001690     CLOSE ALERT-FILE
001700     CLOSE ALARM-REPORT-FILE
001703     CLOSE ALARM-FILE
001706     CLOSE DEVICE-COUNT-FILE

001710     DISPLAY "-----------------------------------------"
001720     DISPLAY "DECODED FIELD LIMIT CHECK SUMMARY"
001750     DISPLAY "FIELDS CHECKED   : " WS-FIELDS-CHECKED
001760     DISPLAY "WARNING ALARMS   : " WS-WARNING-ALARMS
001770     DISPLAY "CRITICAL ALARMS  : " WS-CRITICAL-ALARMS
001771     DISPLAY "NEW ALARMS       : " WS-NEW-ALARMS
001772     DISPLAY "STILL OPEN       : " WS-OPEN-ALARMS
001773     DISPLAY "ACKNOWLEDGED     : " WS-ACKED-ALARMS
001774     DISPLAY "CLEARED          : " WS-CLEARED-ALARMS
001775     DISPLAY "NO ENG VALUE     : " WS-UNFORMED-FIELDS
001776     DISPLAY "DEVICES COUNTED  : " WS-COUNT-DEVICE-COUNT
001780     DISPLAY "-----------------------------------------"

001790     IF WS-NEW-CRITICAL-ALARMS > 0
001800         MOVE 8 TO RETURN-CODE
001810     ELSE
001820         IF WS-NEW-ALARMS > 0 OR WS-OPEN-ALARMS > 0
001830             MOVE 4 TO RETURN-CODE
001840         END-IF
001850     END-IF
001860     .
001870 0000-STOP.
001875     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
001880     STOP RUN.

001890*----------------------------------------------------------------*

002610     PERFORM 1100-READ-LIMIT-RECORD THRU 1100-EXIT
002620     .
002621 1200-EXIT.
002622     EXIT.

002623*----------------------------------------------------------------*
002624* 1500-OPEN-ALARM-MASTER - OPEN (OR ON FIRST USE, CREATE) THE    *
002625* ALARM MASTER, THE SAME FIRST-USE TREATMENT THE PRIOR-VALUES    *
002626* MASTER GETS. ON A FIRST RUN EVERY OUT-OF-LIMITS FIELD OPENS A  *
002627* NEW ALARM.                                                     *
002628*----------------------------------------------------------------*
002629 1500-OPEN-ALARM-MASTER.
002630     OPEN I-O ALARM-FILE
002631     IF WS-AM-FILE-STATUS = "35"
002632         OPEN OUTPUT ALARM-FILE
002633         CLOSE ALARM-FILE
002634         OPEN I-O ALARM-FILE
002635     END-IF
002636     IF WS-AM-FILE-STATUS NOT = "00"
002637         DISPLAY "ALARMMST UNAVAILABLE - FILE STATUS: "
002638             WS-AM-FILE-STATUS
002639     END-IF
002640     .
002641 1500-EXIT.
002642     EXIT.

002650 2000-READ-DECODED-RECORD.
002660     READ DECODED-INPUT-FILE
002760*----------------------------------------------------------------*
002770* 3000-CHECK-DECODED-RECORD - LOOK UP THE LIMIT ENTRY FOR ONE    *
002780* DECODED FIELD BY MODEL AND FIELD NAME. A FIELD WITH NO ENTRY   *
002790* PASSES UNCHECKED; A FIELD OUTSIDE ITS LIMITS RAISES AN ALARM,  *
002795* AND A FIELD INSIDE THEM CLEARS ANY ALARM IT STILL HAS OPEN.    *
002796* THE TEST IS ON THE FIELD'S ENGINEERING VALUE, THE UNITS THE    *
002797* LIMITS ARE KEYED IN. A FIELD WITH A LIMIT BUT NO ENGINEERING   *
002798* VALUE (A BAD BCD DIGIT) CANNOT BE TESTED; IT IS NOTED AND      *
002799* COUNTED AND ITS ALARM, IF ANY, IS LEFT AS IT WAS.              *
002800*----------------------------------------------------------------*
002810 3000-CHECK-DECODED-RECORD.
002812     PERFORM 3050-FIND-COUNT-DEVICE THRU 3050-EXIT
002814     IF WS-COUNT-CURRENT > 0
002816         ADD 1 TO WS-CT-FIELDS-READ(WS-COUNT-CURRENT)
002818     END-IF

002820     SET WS-LIMIT-NOT-FOUND TO TRUE
002830     MOVE 0 TO WS-LIMIT-FOUND-SUB

002860             UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
002870                OR WS-LIMIT-FOUND

002871     IF WS-LIMIT-FOUND AND DC-ENG-VALUE-BAD
002872         ADD 1 TO WS-UNFORMED-FIELDS
002873         DISPLAY "NO ENGINEERING VALUE - MODEL " DC-MODEL-ID
002874             " DEVICE " DC-DEVICE-ID " FIELD " DC-FIELD-NAME
002875             " NOT CHECKED"
002876         SET WS-LIMIT-NOT-FOUND TO TRUE
002877     END-IF

002880     IF WS-LIMIT-FOUND
002890         ADD 1 TO WS-FIELDS-CHECKED
002892         IF WS-COUNT-CURRENT > 0
002894             ADD 1 TO WS-CT-FIELDS-CHECKED(WS-COUNT-CURRENT)
002896         END-IF
002900         IF DC-ENG-VALUE <
002910                WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB)
002920            OR DC-ENG-VALUE >
002930                WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB)
002940             PERFORM 4000-RAISE-ALARM THRU 4000-EXIT
002941         ELSE
002942             PERFORM 4500-CLEAR-ALARM THRU 4500-EXIT
002943         END-IF
002944     END-IF

002945     PERFORM 2000-READ-DECODED-RECORD THRU 2000-EXIT
002946     .
002947 3000-EXIT.
002948     EXIT.

002949*----------------------------------------------------------------*
002950* 3050-FIND-COUNT-DEVICE - POINT WS-COUNT-CURRENT AT THE DEVICE  *
002951* COUNT ENTRY FOR THE CURRENT DECODED FIELD, OPENING ONE FOR A   *
002952* DEVICE NOT YET MET. DECODOUT HOLDS EACH DEVICE'S FIELDS        *
002953* TOGETHER, SO THE TABLE IS ONLY SEARCHED WHEN THE DEVICE        *
002954* CHANGES. A RUN WITH MORE DEVICES THAN THE TABLE HOLDS IS NOTED *
002955* ONCE AND THE OVERFLOW DEVICES GO UNCOUNTED - THE LIMIT CHECK   *
002956* ITSELF IS UNAFFECTED.                                          *
002957*----------------------------------------------------------------*
002958 3050-FIND-COUNT-DEVICE.
002959     IF WS-COUNT-CURRENT > 0
002960         IF WS-CT-DEVICE-ID(WS-COUNT-CURRENT) = DC-DEVICE-ID
002961             GO TO 3050-EXIT
002962         END-IF
002963     END-IF

002964     MOVE "N" TO WS-COUNT-FOUND-SWITCH
002965     PERFORM 3060-MATCH-COUNT-DEVICE THRU 3060-EXIT
002966         VARYING WS-COUNT-DEVICE-SUB FROM 1 BY 1
002967             UNTIL WS-COUNT-DEVICE-SUB > WS-COUNT-DEVICE-COUNT
002968                OR WS-COUNT-DEVICE-FOUND
002969     IF WS-COUNT-DEVICE-FOUND
002970         SUBTRACT 1 FROM WS-COUNT-DEVICE-SUB
002971         MOVE WS-COUNT-DEVICE-SUB TO WS-COUNT-CURRENT
002972         GO TO 3050-EXIT
002973     END-IF

002974     IF WS-COUNT-DEVICE-COUNT >= WS-COUNT-DEVICE-MAX
002975         MOVE 0 TO WS-COUNT-CURRENT
002976         IF NOT WS-COUNT-FULL-NOTED
002977             SET WS-COUNT-FULL-NOTED TO TRUE
002978             DISPLAY "MORE THAN " WS-COUNT-DEVICE-MAX
002979                 " DEVICES - FURTHER DEVICES NOT COUNTED "
002980                 "ON LIMCOUNT"
002981         END-IF
002982         GO TO 3050-EXIT
002983     END-IF

002984     ADD 1 TO WS-COUNT-DEVICE-COUNT
002985     MOVE WS-COUNT-DEVICE-COUNT TO WS-COUNT-CURRENT
002986     MOVE DC-DEVICE-ID TO WS-CT-DEVICE-ID(WS-COUNT-CURRENT)
002987     MOVE 0 TO WS-CT-FIELDS-READ(WS-COUNT-CURRENT)
002988     MOVE 0 TO WS-CT-FIELDS-CHECKED(WS-COUNT-CURRENT)
002989     .
002990 3050-EXIT.
002991     EXIT.

002992 3060-MATCH-COUNT-DEVICE.
002993     IF WS-CT-DEVICE-ID(WS-COUNT-DEVICE-SUB) = DC-DEVICE-ID
002994         SET WS-COUNT-DEVICE-FOUND TO TRUE
002995     END-IF
002996     .
002997 3060-EXIT.
003000     EXIT.

003010 3100-MATCH-LIMIT-ENTRY.
003090     EXIT.

003100*----------------------------------------------------------------*
003110* 4000-RAISE-ALARM - ONE OUT-OF-LIMITS FIELD: COUNT IT BY ITS    *
003116* SEVERITY AND POST IT TO THE ALARM MASTER. A FIELD WITH NO      *
003122* ALARM, OR ONLY A CLEARED ONE, OPENS A NEW ALARM; A FIELD WHOSE *
003128* ALARM IS STILL OPEN OR ACKNOWLEDGED UPDATES IT. EITHER WAY THE *
003134* ALARM REPORT GETS A DETAIL LINE.                               *
003140*----------------------------------------------------------------*
003150 4000-RAISE-ALARM.
003160     MOVE WS-LM-SEVERITY(WS-LIMIT-FOUND-SUB)
003180     IF WS-SEVERITY-CRITICAL
003190         ADD 1 TO WS-CRITICAL-ALARMS
003200     ELSE
003201         ADD 1 TO WS-WARNING-ALARMS
003202     END-IF

003203     MOVE "N" TO WS-ALARM-NEW-SWITCH
003204     MOVE "Y" TO WS-ALARM-ON-FILE-SWITCH
003205     PERFORM 4400-SET-ALARM-KEY THRU 4400-EXIT
003206     READ ALARM-FILE
003207         INVALID KEY
003208             SET WS-ALARM-IS-NEW TO TRUE
003209             MOVE "N" TO WS-ALARM-ON-FILE-SWITCH
003210         NOT INVALID KEY
003211             IF AM-STATUS-CLEARED
003212                 SET WS-ALARM-IS-NEW TO TRUE
003213             END-IF
003214     END-READ

003215     IF WS-ALARM-IS-NEW
003216         PERFORM 4200-OPEN-NEW-ALARM THRU 4200-EXIT
003217     ELSE
003218         PERFORM 4250-UPDATE-OPEN-ALARM THRU 4250-EXIT
003219     END-IF

003220     PERFORM 4300-WRITE-ALARM-LINE THRU 4300-EXIT
003221     .
003222 4000-EXIT.
003223     EXIT.

003224*----------------------------------------------------------------*
003225* 4200-OPEN-NEW-ALARM - A FRESH ALARM FOR THIS FIELD, STAMPED    *
003226* WITH THE RUN'S TIMESTAMP AS ITS RAISED TIME. A CLEARED ALARM   *
003227* ON THE SAME KEY IS REPLACED. ONLY A NEW ALARM GOES TO THE      *
003228* ALERT FILE, SO THE ON-CALL IS PAGED ONCE PER ALARM AND NOT     *
003229* ONCE PER NIGHT.                                                *
003230*----------------------------------------------------------------*
003231 4200-OPEN-NEW-ALARM.
003232     ADD 1 TO WS-NEW-ALARMS
003233     IF WS-SEVERITY-CRITICAL
003234         ADD 1 TO WS-NEW-CRITICAL-ALARMS
003235     END-IF

003236     PERFORM 4400-SET-ALARM-KEY THRU 4400-EXIT
003237     SET AM-STATUS-OPEN TO TRUE
003238     MOVE WS-SEVERITY-WORK TO AM-SEVERITY
003239     MOVE DC-ENG-VALUE TO AM-FIELD-VALUE
003240     MOVE WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB) TO AM-LOW-LIMIT
003241     MOVE WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB) TO AM-HIGH-LIMIT
003242     MOVE DC-ENG-UNITS TO AM-UNITS
003243     MOVE WS-RUN-TIMESTAMP TO AM-RAISED-TIMESTAMP
003244     MOVE WS-RUN-TIMESTAMP TO AM-LAST-SEEN-TIMESTAMP
003245     MOVE DC-BLOCK-SEQ TO AM-LAST-BLOCK-SEQ
003246     MOVE 1 TO AM-RUNS-OUT
003247     MOVE SPACES TO AM-ACK-TIMESTAMP
003248     MOVE SPACES TO AM-ACK-INITIALS
003249     MOVE SPACES TO AM-ACK-NOTE
003250     MOVE SPACES TO AM-CLEARED-TIMESTAMP
003251     IF WS-ALARM-ON-FILE
003252         REWRITE ALARM-RECORD
003253     ELSE
003254         WRITE ALARM-RECORD
003255     END-IF
003256     MOVE "NEW" TO WS-ALARM-STATE-TEXT

003257     MOVE DC-MODEL-ID TO LA-MODEL-ID
003258     MOVE DC-FIELD-NAME TO LA-FIELD-NAME
003259     MOVE DC-ENG-VALUE TO LA-FIELD-VALUE
003260     MOVE WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB) TO LA-LOW-LIMIT
003261     MOVE WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB) TO LA-HIGH-LIMIT
003262     MOVE WS-SEVERITY-WORK TO LA-SEVERITY
003263     MOVE FUNCTION CURRENT-DATE TO LA-TIMESTAMP
003264     MOVE DC-ENG-UNITS TO LA-UNITS
003265     MOVE DC-DEVICE-ID TO LA-DEVICE-ID
003266     WRITE ALERT-RECORD
003267     .
003268 4200-EXIT.
003269     EXIT.

003270*----------------------------------------------------------------*
003271* 4250-UPDATE-OPEN-ALARM - THE FIELD IS STILL OUT OF LIMITS AND  *
003272* ITS ALARM IS STILL OPEN OR ACKNOWLEDGED: CARRY TONIGHT'S VALUE *
003273* AND LIMITS ONTO IT AND COUNT ONE MORE RUN OUT. THE RAISED TIME *
003274* AND ANY ACKNOWLEDGMENT ARE LEFT AS THEY WERE.                  *
003275*----------------------------------------------------------------*
003276 4250-UPDATE-OPEN-ALARM.
003277     IF AM-STATUS-ACKNOWLEDGED
003278         ADD 1 TO WS-ACKED-ALARMS
003279         MOVE "ACK" TO WS-ALARM-STATE-TEXT
003280     ELSE
003281         ADD 1 TO WS-OPEN-ALARMS
003282         MOVE "OPEN" TO WS-ALARM-STATE-TEXT
003283     END-IF

003284     MOVE WS-SEVERITY-WORK TO AM-SEVERITY
003285     MOVE DC-ENG-VALUE TO AM-FIELD-VALUE
003286     MOVE WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB) TO AM-LOW-LIMIT
003287     MOVE WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB) TO AM-HIGH-LIMIT
003288     MOVE DC-ENG-UNITS TO AM-UNITS
003289     MOVE WS-RUN-TIMESTAMP TO AM-LAST-SEEN-TIMESTAMP
003290     MOVE DC-BLOCK-SEQ TO AM-LAST-BLOCK-SEQ
003291     IF AM-RUNS-OUT < 99999
003292         ADD 1 TO AM-RUNS-OUT
003293     END-IF
003294     REWRITE ALARM-RECORD
003295     .
003296 4250-EXIT.
003297     EXIT.

003298*----------------------------------------------------------------*
003299* 4300-WRITE-ALARM-LINE - ONE ALARM REPORT DETAIL LINE: THE      *
003300* FIELD'S KEY, SEVERITY, ALARM STATE, VALUE, LIMITS AND THE DATE *
003301* THE ALARM WAS RAISED. THE VALUE AND LIMITS PRINT IN            *
003302* ENGINEERING UNITS; A VALUE TOO WIDE FOR ITS COLUMN PRINTS AS   *
003303* *OVERFLOW* RATHER THAN LOSING ITS HIGH-ORDER DIGITS.           *
003304*----------------------------------------------------------------*
003305 4300-WRITE-ALARM-LINE.
003310     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
003320         PERFORM 4100-WRITE-REPORT-HEADING THRU 4100-EXIT
003330     END-IF

003340     MOVE SPACES TO REPORT-LINE
003341     MOVE DC-MODEL-ID TO REPORT-LINE(3:8)
003342     MOVE DC-DEVICE-ID TO REPORT-LINE(12:8)
003343     MOVE DC-BLOCK-SEQ TO REPORT-LINE(21:4)
003344     MOVE DC-REGISTER-SEQ TO REPORT-LINE(26:4)
003345     MOVE DC-FIELD-NAME TO REPORT-LINE(31:20)
003346     MOVE WS-SEVERITY-WORK TO REPORT-LINE(52:1)
003347     MOVE WS-ALARM-STATE-TEXT TO REPORT-LINE(54:7)
003348     IF DC-ENG-VALUE > 99999999999999.9999
003349        OR DC-ENG-VALUE < -99999999999999.9999
003350         MOVE "*OVERFLOW*" TO REPORT-LINE(72:10)
003351     ELSE
003352         MOVE DC-ENG-VALUE TO WS-VALUE-EDITED
003353         MOVE WS-VALUE-EDITED TO REPORT-LINE(62:20)
003354     END-IF
003355     MOVE WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB) TO WS-LIMIT-EDITED
003356     MOVE WS-LIMIT-EDITED TO REPORT-LINE(83:20)
003357     MOVE WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB) TO WS-LIMIT-EDITED
003358     MOVE WS-LIMIT-EDITED TO REPORT-LINE(104:20)
003359     MOVE AM-RAISED-TIMESTAMP(1:8) TO REPORT-LINE(125:8)
003360     WRITE REPORT-LINE

003361     ADD 1 TO WS-LINE-COUNT
003362     .
003363 4300-EXIT.
003364     EXIT.

003365*----------------------------------------------------------------*
003366* 4400-SET-ALARM-KEY - THE ALARM MASTER KEY FOR THE CURRENT      *
003367* DECODED FIELD. THE BLOCK PART IS THE BLOCK'S POSITION WITHIN   *
003368* ITS DEVICE SECTION, NOT THE RAW BLOCK NUMBER, WHICH RUNS ON    *
003369* FROM ONE TRANSMISSION TO THE NEXT.                             *
003370*----------------------------------------------------------------*
003371 4400-SET-ALARM-KEY.
003372     MOVE DC-MODEL-ID TO AM-MODEL-ID
003373     MOVE DC-DEVICE-ID TO AM-DEVICE-ID
003374     MOVE DC-BLOCK-POS TO AM-BLOCK-POS
003375     MOVE DC-REGISTER-SEQ TO AM-REGISTER-SEQ
003376     MOVE DC-FIELD-NAME TO AM-FIELD-NAME
003377     .
003378 4400-EXIT.
003379     EXIT.

003380*----------------------------------------------------------------*
003381* 4500-CLEAR-ALARM - THE FIELD IS INSIDE ITS LIMITS. AN OPEN OR  *
003382* ACKNOWLEDGED ALARM ON IT IS MARKED CLEARED WITH THE RUN'S      *
003383* TIMESTAMP AND LISTED ON THE REPORT; A FIELD WITH NO ALARM, OR  *
003384* ONE ALREADY CLEARED, IS LEFT ALONE.                            *
003385*----------------------------------------------------------------*
003386 4500-CLEAR-ALARM.
003387     PERFORM 4400-SET-ALARM-KEY THRU 4400-EXIT
003388     READ ALARM-FILE
003389         INVALID KEY
003390             GO TO 4500-EXIT
003391     END-READ
003392     IF AM-STATUS-CLEARED
003393         GO TO 4500-EXIT
003394     END-IF

003395     ADD 1 TO WS-CLEARED-ALARMS
003396     SET AM-STATUS-CLEARED TO TRUE
003397     MOVE DC-ENG-VALUE TO AM-FIELD-VALUE
003398     MOVE WS-RUN-TIMESTAMP TO AM-CLEARED-TIMESTAMP
003399     REWRITE ALARM-RECORD

003400     MOVE AM-SEVERITY TO WS-SEVERITY-WORK
003401     MOVE "CLEARED" TO WS-ALARM-STATE-TEXT
003402     PERFORM 4300-WRITE-ALARM-LINE THRU 4300-EXIT
003403     .
003404 4500-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------*
003580     WRITE REPORT-LINE

003590     MOVE SPACES TO REPORT-LINE
003600     STRING "  MODEL    DEVICE   BLK  REG  "
003610         "FIELD NAME           S STATE   "
003620         "           ENG VALUE            LOW LIMIT"
003630         "           HIGH LIMIT RAISED"
003640         DELIMITED BY SIZE INTO REPORT-LINE
003650     WRITE REPORT-LINE

003900         DELIMITED BY SIZE INTO REPORT-LINE
003910     WRITE REPORT-LINE

003911     MOVE WS-NEW-ALARMS TO WS-NEW-EDITED
003912     MOVE WS-OPEN-ALARMS TO WS-OPEN-EDITED
003913     MOVE WS-ACKED-ALARMS TO WS-ACKED-EDITED
003914     MOVE WS-CLEARED-ALARMS TO WS-CLEARED-EDITED
003915     MOVE SPACES TO REPORT-LINE
003916     STRING "  NEW ALARMS: " WS-NEW-EDITED
003917         "   STILL OPEN: " WS-OPEN-EDITED
003918         "   ACKNOWLEDGED: " WS-ACKED-EDITED
003919         "   CLEARED: " WS-CLEARED-EDITED
003920         DELIMITED BY SIZE INTO REPORT-LINE
003921     WRITE REPORT-LINE

003922     ADD 3 TO WS-LINE-COUNT
003930     .
003940 5000-EXIT.
003950     EXIT.

005411*----------------------------------------------------------------*
005412* 5500-WRITE-DEVICE-COUNT - ONE LIMCOUNT RECORD PER DEVICE: ITS  *
005413* DECODOUT FIELDS READ AND FIELDS CHECKED AGAINST A LIMIT, FOR   *
005414* THE DeviceBalance CHECK THAT FOLLOWS THE CHAIN.                *
005415*----------------------------------------------------------------*
005416 5500-WRITE-DEVICE-COUNT.
005417     MOVE WS-CT-DEVICE-ID(WS-COUNT-DEVICE-SUB) TO LN-DEVICE-ID
005418     MOVE WS-CT-FIELDS-READ(WS-COUNT-DEVICE-SUB)
005419         TO LN-FIELDS-READ
005420     MOVE WS-CT-FIELDS-CHECKED(WS-COUNT-DEVICE-SUB)
005421         TO LN-FIELDS-CHECKED
005422     WRITE LIMIT-COUNT-RECORD
005423     .
005424 5500-EXIT.
005425     EXIT.

005426*----------------------------------------------------------------*
005430* 9000-WRITE-RUN-START - APPEND THE STEP'S START RECORD TO THE   *
005440* SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS NOTED AND     *
005450* THE CHECK RUNS ON.                                             *
005460*----------------------------------------------------------------*
005470 9000-WRITE-RUN-START.
005480     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
005490     IF WS-RC-FILE-STATUS NOT = "00"
005500         GO TO 9000-EXIT
005510     END-IF
005520     MOVE "LimitCheck" TO RC-PROGRAM-NAME
005530     MOVE "S" TO RC-RECORD-TYPE
005540     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
005550     MOVE 0 TO RC-RECORDS-READ
005560     MOVE 0 TO RC-RECORDS-OUT
005570     MOVE 0 TO RC-RECORDS-REJECTED
005580     MOVE 0 TO RC-RETURN-CODE
005590     WRITE RUN-CONTROL-RECORD
005600     CLOSE RUN-CONTROL-FILE
005610     .
005620 9000-EXIT.
005630     EXIT.

005640*----------------------------------------------------------------*
005650* 9100-WRITE-RUN-END - APPEND THE STEP'S END RECORD WITH ITS     *
005660* COUNTS AND RETURN CODE: DECODOUT RECORDS READ, FIELDS CHECKED  *
005670* AGAINST A LIMIT, LIMTABLE RECORDS IN ERROR.                    *
005680*----------------------------------------------------------------*
005690 9100-WRITE-RUN-END.
005700     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
005710     IF WS-RC-FILE-STATUS NOT = "00"
005720         GO TO 9100-EXIT
005730     END-IF
005740     MOVE "LimitCheck" TO RC-PROGRAM-NAME
005750     MOVE "E" TO RC-RECORD-TYPE
005760     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
005770     MOVE WS-RECORDS-READ TO RC-RECORDS-READ
005780     MOVE WS-FIELDS-CHECKED TO RC-RECORDS-OUT
005790     MOVE WS-LIMIT-ERRORS TO RC-RECORDS-REJECTED
005800     MOVE RETURN-CODE TO RC-RETURN-CODE
005810     WRITE RUN-CONTROL-RECORD
005820     CLOSE RUN-CONTROL-FILE
005830     .
005840 9100-EXIT.
005850     EXIT.

005860 9200-OPEN-RUN-LOG.
005870     OPEN EXTEND RUN-CONTROL-FILE
005880     IF WS-RC-FILE-STATUS = "35"
005890         OPEN OUTPUT RUN-CONTROL-FILE
005900     END-IF
005910     IF WS-RC-FILE-STATUS NOT = "00"
005920         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
005930             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
005940     END-IF
005950     .
005960 9200-EXIT.
005970     EXIT.
