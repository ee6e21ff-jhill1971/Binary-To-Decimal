000970*                     REGISTER'S ORDINAL WITHIN ITS DEVICE AND   *
000980*                     BLOCK (DC-REGISTER-SEQ) - A BLOCK LINE     *
000990*                     CARRIES SEVERAL REGISTERS AND EVERY        *
000991*                     REGISTER OF A MODEL DECODES THE SAME       *
000992*                     FIELD NAMES, SO THE RUN-OVER-RUN DELTA     *
000993*                     STEP NEEDS THE ORDINAL TO KEEP ONE PRIOR   *
000994*                     VALUE PER PHYSICAL REGISTER.               *
000995*  10/15/2026  JH    THE LAYOUT, VALUE-LABEL AND                 *
000996*                     CROSS-REFERENCE RECORD LAYOUTS MOVED TO    *
000997*                     THE SHARED COPYBOOKS REGLAYRC, VALLABRC    *
000998*                     AND DEVMODRC NOW THAT THE NEW              *
000999*                     REFERENCE-FILE MAINTENANCE PROGRAM         *
001000*                     (RefFileMaint) WRITES THOSE FILES, SO THE  *
001001*                     READER AND THE WRITER CANNOT DRIFT APART.  *
001002*  10/15/2026  JH    THE LAYOUT IS NOW PICKED FROM THE KEYED     *
001003*                     DEVICE MASTER (DEVMAST, COPYBOOK           *
001004*                     DEVMSTRC) INSTEAD OF THE DEVMODEL          *
001005*                     CROSS-REFERENCE. EACH NEW DEVICE ON THE    *
001006*                     INPUT IS READ BY KEY, SO THE 32-DEVICE     *
001007*                     TABLE LIMIT IS GONE. A DEVICE NOT ON THE   *
001008*                     MASTER IS STILL REJECTED, AND AN ABSENT    *
001009*                     OR EMPTY MASTER STILL FALLS BACK TO THE    *
001010*                     MODEL PROMPT.                              *
001011*  10/15/2026  JH    EACH LAYOUT ENTRY NOW ALSO GIVES A FIELD    *
001012*                     TYPE (UNSIGNED, SIGNED TWO'S COMPLEMENT    *
001013*                     OR BCD), A SCALE FACTOR, AN OFFSET AND A   *
001014*                     UNITS NAME. EACH FIELD'S ENGINEERING       *
001015*                     VALUE IS FORMED BY THE NEW CALLED          *
001016*                     EngConvert SUBPROGRAM (COPYBOOK ENGCONV)   *
001017*                     AND CARRIED ON DECODOUT WITH ITS TYPE AND  *
001018*                     UNITS, AND DECDRPT PRINTS IT BESIDE THE    *
001019*                     RAW VALUE. A LAYOUT RECORD WITH NO TYPE    *
001020*                     OR SCALING DECODES AS BEFORE; ONE WITH A   *
001021*                     BAD TYPE, SCALE OR OFFSET IS COUNTED AND   *
001022*                     REPORTED LIKE A BAD START OR LENGTH.       *
001023*  10/15/2026  JH    EACH DECODOUT RECORD NOW ALSO CARRIES THE   *
001024*                     BLOCK'S POSITION WITHIN ITS DEVICE         *
001025*                     SECTION (DC-BLOCK-POS, FIRST BLOCK 0001),  *
001026*                     SHOWN AS POS ON THE DECDRPT REGISTER       *
001027*                     LINE. THE CONTROLLERS NUMBER BLOCKS ON     *
001028*                     FROM ONE TRANSMISSION TO THE NEXT, SO THE  *
001029*                     RAW BLOCK NUMBER CHANGES EVERY NIGHT; THE  *
001030*                     POSITION DOES NOT, AND THE PRIOR-VALUES    *
001031*                     AND ALARM MASTERS ARE NOW KEYED ON IT.     *
001040*----------------------------------------------------------------*

001050 ENVIRONMENT DIVISION.
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-VL-FILE-STATUS.

001140     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
001150         ORGANIZATION IS INDEXED
001153         ACCESS MODE IS DYNAMIC
001156         RECORD KEY IS DM-DEVICE-ID
001160         FILE STATUS IS WS-DM-FILE-STATUS.

001170     SELECT BINARY-INPUT-FILE ASSIGN TO "BININPUT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001300 FILE SECTION.
001310 FD  LAYOUT-FILE
001320     RECORDING MODE IS F.
001330     COPY REGLAYRC.

001380 FD  LABEL-FILE
001390     RECORDING MODE IS F.
001400     COPY VALLABRC.

001450 FD  DEVICE-MASTER-FILE.
001470     COPY DEVMSTRC.

001500 FD  BINARY-INPUT-FILE
001510     RECORDING MODE IS F.
001690     05  WS-LAYOUT-ENTRY OCCURS 64 TIMES.
001700         10  WS-LE-FIELD-NAME      PIC X(20).
001710         10  WS-LE-START-BIT       PIC 9(02).
001711         10  WS-LE-BIT-LENGTH      PIC 9(02).
001712         10  WS-LE-FIELD-TYPE      PIC X(01).
001713         10  WS-LE-SCALE-FACTOR    PIC S9(05)V9(06).
001714         10  WS-LE-OFFSET          PIC S9(09)V9(04).
001715         10  WS-LE-UNITS           PIC X(08).
001716 01  WS-SCALE-FACTOR-IN            PIC S9(05)V9(06) VALUE 0.
001717 01  WS-OFFSET-IN                  PIC S9(09)V9(04) VALUE 0.
001718 01  WS-BCD-DIGITS                 PIC 9(02) VALUE 0.
001719 01  WS-BCD-REMAINDER              PIC 9(02) VALUE 0.
001720 01  WS-ENG-VALUE-EDITED           PIC -(20)9.9(04).
001721 01  WS-ENG-TEXT                   PIC X(26) VALUE SPACES.

001730 01  WS-LABEL-COUNT                PIC 9(03) VALUE 0.
001740 01  WS-LABEL-MAX                  PIC 9(03) VALUE 256.
001920 01  WS-REGISTER-SEQ               PIC 9(04) VALUE 0.
001930 01  WS-PREV-DEVICE                PIC X(08) VALUE LOW-VALUES.
001940 01  WS-PREV-BLOCK                 PIC X(04) VALUE LOW-VALUES.
001950 01  WS-SECTION-DEVICE             PIC X(08) VALUE LOW-VALUES.
001960 01  WS-SECTION-FIRST-NUM          PIC 9(04) VALUE 0.
001970 01  WS-BLOCK-NUM                  PIC 9(04) VALUE 0.
001980 01  WS-BLOCK-POS-NUM              PIC 9(04) VALUE 0.
001990 01  WS-BLOCK-POS                  PIC X(04) VALUE SPACES.

002030 01  WS-LOOKUP-DEVICE              PIC X(08) VALUE LOW-VALUES.
002040 01  WS-MASTER-MODE-SWITCH         PIC X(01) VALUE "N".
002050     88  WS-MASTER-ACTIVE              VALUE "Y".
002080 01  WS-MODEL-OK-SWITCH            PIC X(01) VALUE "Y".
002090     88  WS-MODEL-OK                   VALUE "Y".
002100     88  WS-MODEL-NOT-OK               VALUE "N".
002270 01  WS-FILE-STATUSES.
002280     05  WS-LY-FILE-STATUS         PIC X(02) VALUE "00".
002290     05  WS-VL-FILE-STATUS         PIC X(02) VALUE "00".
002300     05  WS-DM-FILE-STATUS         PIC X(02) VALUE "00".
002310     05  WS-BI-FILE-STATUS         PIC X(02) VALUE "00".
002320     05  WS-DC-FILE-STATUS         PIC X(02) VALUE "00".
002330     05  WS-DR-FILE-STATUS         PIC X(02) VALUE "00".
002370         88  END-OF-LAYOUT-FILE        VALUE "Y".
002380     05  WS-VL-EOF-SWITCH          PIC X(01) VALUE "N".
002390         88  END-OF-LABEL-FILE         VALUE "Y".
002420     05  WS-EOF-SWITCH             PIC X(01) VALUE "N".
002430         88  END-OF-INPUT-FILE         VALUE "Y".
002440     05  WS-VALID-SWITCH           PIC X(01) VALUE "Y".
002500     05  WS-BI-OVERSIZE-SWITCH     PIC X(01) VALUE "N".
002510         88  WS-BI-OVERSIZE-PENDING    VALUE "Y".
002520         88  WS-BI-OVERSIZE-NOT-PENDING VALUE "N".
002522     05  WS-SCALING-SWITCH         PIC X(01) VALUE "Y".
002524         88  WS-SCALING-OK             VALUE "Y".
002526         88  WS-SCALING-BAD            VALUE "N".

002530 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
002540 77  WS-RECORDS-REJECTED           PIC 9(09) VALUE 0 COMP.
002570 77  WS-LABEL-ERRORS               PIC 9(05) VALUE 0 COMP.

002580     COPY BASECONV.
002585     COPY ENGCONV.

002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.

002640     PERFORM 9000-WRITE-RUN-START THRU 9000-EXIT

002650     PERFORM 1300-OPEN-DEVICE-MASTER THRU 1300-EXIT

002660     IF NOT WS-MASTER-ACTIVE
002670         PERFORM 1000-GET-MODEL-ID THRU 1000-EXIT
002680         PERFORM 1100-LOAD-LAYOUT-TABLE THRU 1100-EXIT
002690         PERFORM 1200-LOAD-LABEL-TABLE THRU 1200-EXIT
003200     END-IF
003210     .
003220 0000-STOP.
003222     IF WS-MASTER-ACTIVE
003224         CLOSE DEVICE-MASTER-FILE
003226     END-IF
003230     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
003240     STOP RUN.

003870                 " IN ERROR - FIELD " RL-FIELD-NAME
003880                 " START/LENGTH INVALID"
003890         ELSE
003891             PERFORM 1130-EDIT-LAYOUT-SCALING THRU 1130-EXIT
003892             IF WS-SCALING-BAD
003910                 ADD 1 TO WS-LAYOUT-ERRORS
003920                 DISPLAY "LAYOUT RECORD " WS-LAYOUT-LINE-NO
003930                     " IN ERROR - FIELD " RL-FIELD-NAME
003940                     " TYPE/SCALE/OFFSET INVALID"
003950             ELSE
003952                 IF WS-LAYOUT-COUNT >= WS-LAYOUT-MAX
003954                     ADD 1 TO WS-LAYOUT-ERRORS
003956                     DISPLAY "LAYOUT RECORD " WS-LAYOUT-LINE-NO
003958                         " DROPPED - MORE THAN " WS-LAYOUT-MAX
003960                         " FIELDS FOR MODEL " WS-MODEL-ID
003962                 ELSE
003964                     ADD 1 TO WS-LAYOUT-COUNT
003966                     MOVE RL-FIELD-NAME TO
003968                         WS-LE-FIELD-NAME(WS-LAYOUT-COUNT)
003970                     MOVE RL-START-BIT TO
003972                         WS-LE-START-BIT(WS-LAYOUT-COUNT)
003974                     MOVE RL-BIT-LENGTH TO
003976                         WS-LE-BIT-LENGTH(WS-LAYOUT-COUNT)
003978                     IF RL-FIELD-TYPE = SPACE
003980                         MOVE "U" TO
003982                             WS-LE-FIELD-TYPE(WS-LAYOUT-COUNT)
003984                     ELSE
003986                         MOVE RL-FIELD-TYPE TO
003988                             WS-LE-FIELD-TYPE(WS-LAYOUT-COUNT)
003990                     END-IF
003992                     MOVE WS-SCALE-FACTOR-IN TO
003994                         WS-LE-SCALE-FACTOR(WS-LAYOUT-COUNT)
003996                     MOVE WS-OFFSET-IN TO
003998                         WS-LE-OFFSET(WS-LAYOUT-COUNT)
004000                     MOVE RL-UNITS TO
004002                         WS-LE-UNITS(WS-LAYOUT-COUNT)
004004                 END-IF
004030             END-IF
004031         END-IF
004032     END-IF

004033     PERFORM 1110-READ-LAYOUT-RECORD THRU 1110-EXIT
004034     .
004035 1120-EXIT.
004036     EXIT.

004037*----------------------------------------------------------------*
004038* 1130-EDIT-LAYOUT-SCALING - CHECK THE FIELD TYPE, SCALE FACTOR  *
004039* AND OFFSET OF THE CURRENT LAYOUT RECORD AND LEAVE THE SCALING  *
004040* TO TABLE IN WS-SCALE-FACTOR-IN AND WS-OFFSET-IN. A BLANK SCALE *
004041* FACTOR IS 1 AND A BLANK OFFSET IS 0, SO A RECORD KEYED BEFORE  *
004042* THE FIELDS EXISTED DECODES AS IT ALWAYS DID. A BCD FIELD MUST  *
004043* BE A WHOLE NUMBER OF 4-BIT DIGITS AND A SCALE FACTOR CANNOT BE *
004044* ZERO.                                                          *
004045*----------------------------------------------------------------*
004046 1130-EDIT-LAYOUT-SCALING.
004047     SET WS-SCALING-OK TO TRUE
004048     MOVE 1 TO WS-SCALE-FACTOR-IN
004049     MOVE 0 TO WS-OFFSET-IN

004050     IF NOT RL-TYPE-VALID
004051         SET WS-SCALING-BAD TO TRUE
004052         GO TO 1130-EXIT
004053     END-IF
004054     IF RL-TYPE-BCD
004055         DIVIDE RL-BIT-LENGTH BY 4 GIVING WS-BCD-DIGITS
004056             REMAINDER WS-BCD-REMAINDER
004057         IF WS-BCD-REMAINDER NOT = 0
004058             SET WS-SCALING-BAD TO TRUE
004059             GO TO 1130-EXIT
004060         END-IF
004061     END-IF

004062     IF RL-SCALE-FACTOR-X NOT = SPACES
004063         IF RL-SCALE-FACTOR IS NOT NUMERIC
004064             SET WS-SCALING-BAD TO TRUE
004065             GO TO 1130-EXIT
004066         END-IF
004067         IF RL-SCALE-FACTOR = 0
004068             SET WS-SCALING-BAD TO TRUE
004069             GO TO 1130-EXIT
004070         END-IF
004071         MOVE RL-SCALE-FACTOR TO WS-SCALE-FACTOR-IN
004072     END-IF

004073     IF RL-OFFSET-X NOT = SPACES
004074         IF RL-OFFSET IS NOT NUMERIC
004075             SET WS-SCALING-BAD TO TRUE
004076             GO TO 1130-EXIT
004077         END-IF
004078         MOVE RL-OFFSET TO WS-OFFSET-IN
004079     END-IF
004080     .
004081 1130-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------*
004780     EXIT.

004790*----------------------------------------------------------------*
004798* 1300-OPEN-DEVICE-MASTER - OPEN THE KEYED DEVICE MASTER FOR     *
004806* THE RUN. A PRESENT MASTER HOLDING AT LEAST ONE DEVICE PUTS THE *
004814* RUN IN UNATTENDED MODE - THE MODEL COMES FROM THE MASTER       *
004822* RECORD OF THE DEVICE STAMPED ON THE INPUT INSTEAD OF THE       *
004830* OPERATOR PROMPT. AN ABSENT OR EMPTY MASTER LEAVES THE PROMPT   *
004838* IN FORCE.                                                      *
004850*----------------------------------------------------------------*
004860 1300-OPEN-DEVICE-MASTER.
004880     OPEN INPUT DEVICE-MASTER-FILE
004890     IF WS-DM-FILE-STATUS NOT = "00"
004900         DISPLAY "DEVMAST NOT AVAILABLE - FILE STATUS: "
004910             WS-DM-FILE-STATUS
004920             " - FALLING BACK TO THE MODEL PROMPT"
004930         GO TO 1300-EXIT
004940     END-IF

004950     MOVE LOW-VALUES TO DM-DEVICE-ID
004960     START DEVICE-MASTER-FILE KEY IS NOT LESS THAN DM-DEVICE-ID
004970         INVALID KEY
004980             DISPLAY "DEVMAST EMPTY - FALLING BACK TO THE MODEL "
004990                 "PROMPT"
005000             CLOSE DEVICE-MASTER-FILE
005010             GO TO 1300-EXIT
005020     END-START

005030     SET WS-MASTER-ACTIVE TO TRUE
005040     DISPLAY "DEVICE MASTER OPENED - LAYOUTS SELECTED BY DEVICE"
005070     .
005080 1300-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------*
005400* CURRENT RECORD. THE LOOKUP (AND ANY RELOAD) ONLY RUNS WHEN THE *
005410* DEVICE CHANGES FROM THE PREVIOUS RECORD; A DEVICE MAPPING TO A *
005420* NEW MODEL RELOADS THE LAYOUT AND LABEL TABLES MID-FILE. A      *
005430* DEVICE NOT ON THE DEVICE MASTER, OR ONE WHOSE MODEL HAS NO     *
005440* LAYOUT FIELDS, LEAVES WS-MODEL-NOT-OK SET SO THE CALLER        *
005450* REJECTS THE RECORD INSTEAD OF CUTTING IT WITH THE WRONG        *
005460* BOUNDARIES.                                                    *
005510     END-IF
005520     MOVE WS-DEVICE-ID-IN TO WS-LOOKUP-DEVICE

005530     MOVE WS-DEVICE-ID-IN TO DM-DEVICE-ID
005540     READ DEVICE-MASTER-FILE
005550         INVALID KEY
005600             SET WS-MODEL-NOT-OK TO TRUE
005610             DISPLAY "DEVICE " WS-DEVICE-ID-IN
005620                 " NOT IN DEVMAST - ITS RECORDS ARE REJECTED"
005630             GO TO 1400-EXIT
005640     END-READ

005650     IF DM-MODEL-ID NOT = WS-MODEL-ID
005660         MOVE DM-MODEL-ID TO WS-MODEL-ID
005670         DISPLAY "SWITCHING TO MODEL " WS-MODEL-ID
005680             " FOR DEVICE " WS-DEVICE-ID-IN
005690         PERFORM 1100-LOAD-LAYOUT-TABLE THRU 1100-EXIT
005790     END-IF
005800     .
005810 1400-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------*
006350 4200-DECODE-RECORD.
006360     IF BI-BINARY-NUMBER(1:3) = "HDR"
006370         MOVE BI-BINARY-NUMBER(4:8) TO WS-HDR-DEVICE
006375         MOVE LOW-VALUES TO WS-SECTION-DEVICE
006380         GO TO 4200-NEXT
006390     END-IF
006400     IF BI-BINARY-NUMBER(1:3) = "TRL"
006540         MOVE WS-DEVICE-ID-IN TO WS-PREV-DEVICE
006550         MOVE WS-BLOCK-SEQ-IN TO WS-PREV-BLOCK
006560     END-IF
006565     PERFORM 4230-SET-BLOCK-POSITION THRU 4230-EXIT
006570     ADD 1 TO WS-RECORDS-READ

006580     IF WS-MASTER-ACTIVE
006590         PERFORM 1400-SET-CURRENT-MODEL THRU 1400-EXIT
006600         IF WS-MODEL-NOT-OK
006610             ADD 1 TO WS-RECORDS-REJECTED
007270             TO WS-REGISTER-IMAGE(WS-PAD-COUNT + 1:LEN)
007280     END-IF
007290     .
007291 4220-EXIT.
007292     EXIT.

007293*----------------------------------------------------------------*
007294* 4230-SET-BLOCK-POSITION - THE BLOCK'S POSITION WITHIN ITS      *
007295* DEVICE SECTION, COUNTING THE SECTION'S FIRST BLOCK AS 0001.    *
007296* THE CONTROLLERS NUMBER THEIR BLOCKS ON FROM ONE TRANSMISSION   *
007297* TO THE NEXT, SO THE RAW BLOCK NUMBER IS DIFFERENT EVERY NIGHT; *
007298* THE POSITION IS WHAT STAYS THE SAME FOR ONE PHYSICAL REGISTER  *
007299* AND IS WHAT THE PRIOR-VALUES AND ALARM MASTERS ARE KEYED ON.   *
007300* A SECTION STARTS AT ITS HDR OR WHEN THE DEVICE CHANGES, AND A  *
007301* BLOCK NUMBER BELOW THE SECTION'S FIRST HAS WRAPPED PAST 9999   *
007302* TO 0001. A BLANK OR NON-NUMERIC BLOCK IS CARRIED AS IT IS.     *
007303*----------------------------------------------------------------*
007304 4230-SET-BLOCK-POSITION.
007305     IF WS-BLOCK-SEQ-IN IS NOT NUMERIC
007306         MOVE WS-BLOCK-SEQ-IN TO WS-BLOCK-POS
007307         GO TO 4230-EXIT
007308     END-IF

007309     MOVE WS-BLOCK-SEQ-IN TO WS-BLOCK-NUM
007310     IF WS-DEVICE-ID-IN NOT = WS-SECTION-DEVICE
007311         MOVE WS-DEVICE-ID-IN TO WS-SECTION-DEVICE
007312         MOVE WS-BLOCK-NUM TO WS-SECTION-FIRST-NUM
007313     END-IF

007314     IF WS-BLOCK-NUM < WS-SECTION-FIRST-NUM
007315         COMPUTE WS-BLOCK-POS-NUM =
007316             WS-BLOCK-NUM + 10000 - WS-SECTION-FIRST-NUM
007317     ELSE
007318         COMPUTE WS-BLOCK-POS-NUM =
007319             WS-BLOCK-NUM - WS-SECTION-FIRST-NUM + 1
007320     END-IF
007321     MOVE WS-BLOCK-POS-NUM TO WS-BLOCK-POS
007322     .
007323 4230-EXIT.
007324     EXIT.

007325*----------------------------------------------------------------*
007330* 4300-WRITE-REGISTER-HEADER - ONE GROUP HEADER LINE PER         *
007340* REGISTER ON THE DECODE REPORT, WITH A PAGE BREAK WHEN NEEDED.  *
007350*----------------------------------------------------------------*
007410     STRING "  REGISTER: " WS-REGISTER-IMAGE
007420         "  DEVICE: " WS-DEVICE-ID-IN
007430         "  BLK: " WS-BLOCK-SEQ-IN
007435         "  POS: " WS-BLOCK-POS
007440         DELIMITED BY SIZE INTO REPORT-LINE
007450     WRITE REPORT-LINE


007640     MOVE SPACES TO REPORT-LINE
007650     STRING "    FIELD NAME            START  LENGTH  "
007660         "DECIMAL VALUE           VALUE LABEL           "
007665         "      ENGINEERING VALUE  UNITS"
007670         DELIMITED BY SIZE INTO REPORT-LINE
007680     WRITE REPORT-LINE

007920     CALL "BaseConvert" USING CONVERSION-PARMS
007930     MOVE BC-UNSIGNED-VALUE TO WS-FIELD-VALUE
007940     PERFORM 4450-LOOK-UP-VALUE-LABEL THRU 4450-EXIT
007945     PERFORM 4420-FORM-ENGINEERING-VALUE THRU 4420-EXIT

007950     MOVE WS-MODEL-ID TO DC-MODEL-ID
007960     MOVE WS-REGISTER-IMAGE TO DC-BINARY-NUMBER
007990     MOVE FUNCTION CURRENT-DATE TO DC-TIMESTAMP
008000     MOVE WS-DEVICE-ID-IN TO DC-DEVICE-ID
008010     MOVE WS-BLOCK-SEQ-IN TO DC-BLOCK-SEQ
008015     MOVE WS-BLOCK-POS TO DC-BLOCK-POS
008020     MOVE WS-VALUE-LABEL TO DC-VALUE-LABEL
008030     MOVE WS-REGISTER-SEQ TO DC-REGISTER-SEQ
008031     MOVE WS-LE-FIELD-TYPE(WS-LAYOUT-SUB) TO DC-FIELD-TYPE
008032     MOVE EC-ENG-VALUE TO DC-ENG-VALUE
008033     MOVE WS-LE-UNITS(WS-LAYOUT-SUB) TO DC-ENG-UNITS
008034     IF EC-OK
008035         SET DC-ENG-VALUE-OK TO TRUE
008036     ELSE
008037         SET DC-ENG-VALUE-BAD TO TRUE
008038     END-IF
008040     WRITE DECODED-OUTPUT-RECORD

008050     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
008110         "     " WS-LE-BIT-LENGTH(WS-LAYOUT-SUB)
008120         "      " WS-FIELD-VALUE
008130         "  " WS-VALUE-LABEL
008133         "  " WS-ENG-TEXT
008136         "  " WS-LE-UNITS(WS-LAYOUT-SUB)
008140         DELIMITED BY SIZE INTO REPORT-LINE
008150     WRITE REPORT-LINE

008151     ADD 1 TO WS-LINE-COUNT
008152     .
008153 4400-EXIT.
008154     EXIT.

008155*----------------------------------------------------------------*
008156* 4420-FORM-ENGINEERING-VALUE - READ THE SUBFIELD BY ITS LAYOUT  *
008157* TYPE AND APPLY ITS SCALE FACTOR AND OFFSET THROUGH THE SHOP'S  *
008158* CALLED ENGINEERING CONVERSION, AND SET UP THE REPORT TEXT. A   *
008159* BCD DIGIT ABOVE 9 OR A RESULT TOO LARGE PRINTS AS A NOTE IN    *
008160* PLACE OF THE VALUE AND IS FLAGGED ON THE DECODOUT RECORD.      *
008161*----------------------------------------------------------------*
008162 4420-FORM-ENGINEERING-VALUE.
008163     MOVE WS-SUBFIELD-BITS TO EC-FIELD-BITS
008164     MOVE WS-LE-BIT-LENGTH(WS-LAYOUT-SUB) TO EC-BIT-LENGTH
008165     MOVE WS-FIELD-VALUE TO EC-UNSIGNED-VALUE
008166     MOVE WS-LE-FIELD-TYPE(WS-LAYOUT-SUB) TO EC-FIELD-TYPE
008167     MOVE WS-LE-SCALE-FACTOR(WS-LAYOUT-SUB) TO EC-SCALE-FACTOR
008168     MOVE WS-LE-OFFSET(WS-LAYOUT-SUB) TO EC-OFFSET
008169     CALL "EngConvert" USING ENGINEERING-PARMS

008170     MOVE SPACES TO WS-ENG-TEXT
008171     EVALUATE TRUE
008172         WHEN EC-OK
008173             MOVE EC-ENG-VALUE TO WS-ENG-VALUE-EDITED
008174             MOVE WS-ENG-VALUE-EDITED TO WS-ENG-TEXT
008175         WHEN EC-INVALID-BCD-DIGIT
008176             MOVE "*INVALID BCD DIGIT*" TO WS-ENG-TEXT(8:19)
008177         WHEN EC-VALUE-OVERFLOW
008178             MOVE "*VALUE TOO LARGE*" TO WS-ENG-TEXT(10:17)
008179         WHEN OTHER
008180             MOVE "*NOT FORMED*" TO WS-ENG-TEXT(15:12)
008181     END-EVALUATE
008182     .
008183 4420-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------*
