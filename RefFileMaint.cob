000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RefFileMaint.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - THE FOUR REFERENCE FILES *
000210*                     THE DECODE CHAIN DEPENDS ON (REGLAYOT,     *
000220*                     VALLABEL, DEVMODEL AND LIMTABLE) WERE      *
000230*                     EDITED BY HAND, AND A MISTYPED START BIT   *
000240*                     MADE TWO FIELDS OVERLAP WITHOUT ANYONE     *
000250*                     NOTICING UNTIL DECDRPT LOOKED WRONG. THIS  *
000260*                     INTERACTIVE MAINTENANCE PROGRAM ADDS,      *
000270*                     CHANGES AND DELETES ENTRIES IN ALL FOUR    *
000280*                     FILES AND REFUSES A BAD ONE: A FIELD       *
000290*                     RUNNING PAST BIT 64, FIELDS OVERLAPPING    *
000300*                     WITHIN A MODEL, A DUPLICATE FIELD NAME, A  *
000310*                     LABEL VALUE TOO LARGE FOR ITS FIELD'S BIT  *
000320*                     LENGTH, A LOW LIMIT ABOVE ITS HIGH LIMIT,  *
000330*                     AND A LABEL OR LIMIT FOR A FIELD THAT IS   *
000340*                     NOT IN REGLAYOT. A LAYOUT FIELD STILL      *
000350*                     CARRYING LABELS OR LIMITS CANNOT BE        *
000360*                     DELETED, AND A DEVICE CANNOT BE POINTED AT *
000370*                     A MODEL WITH NO LAYOUT. EVERY CHANGE       *
000380*                     APPLIED IS APPENDED TO A CHANGE LOG        *
000390*                     (REFCHLOG, COPYBOOK REFCHGRC) WITH THE     *
000400*                     OPERATOR, THE TIME, AND THE BEFORE AND     *
000410*                     AFTER RECORD IMAGES, SO AN INCIDENT REVIEW *
000420*                     CAN SAY WHEN A LIMIT CHANGED AND WHO       *
000430*                     CHANGED IT. NO CHANGE IS MADE WHEN THE LOG *
000440*                     CANNOT BE OPENED.                          *
000441*  10/15/2026  JH    OPTION 3 NOW MAINTAINS THE KEYED DEVICE     *
000442*                     MASTER (DEVMAST, COPYBOOK DEVMSTRC) THAT   *
000443*                     REPLACES THE DEVMODEL CROSS-REFERENCE:     *
000444*                     MODEL, SITE, RESPONSIBLE GROUP,            *
000445*                     IN-SERVICE DATE AND STATUS (ACTIVE,        *
000446*                     MAINTENANCE, RETIRED) PER DEVICE. EACH     *
000447*                     CHANGE IS WRITTEN BY KEY AND LOGGED LIKE   *
000448*                     THE OTHER FILES, AND THE MODEL MUST STILL  *
000449*                     HAVE A LAYOUT.                             *
000450*  10/15/2026  JH    A LAYOUT ADD OR CHANGE NOW ALSO TAKES THE   *
000451*                     FIELD TYPE (UNSIGNED, SIGNED OR BCD),      *
000452*                     SCALE FACTOR, OFFSET AND UNITS, AND        *
000453*                     LIMITS ARE NOW KEYED AS SIGNED DECIMAL     *
000454*                     ENGINEERING VALUES.                        *
000455*----------------------------------------------------------------*

000460 ENVIRONMENT DIVISION.

000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LAYOUT-FILE ASSIGN TO "REGLAYOT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LY-FILE-STATUS.

000520     SELECT LABEL-FILE ASSIGN TO "VALLABEL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-VL-FILE-STATUS.

000550     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
000560         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000566         RECORD KEY IS DM-DEVICE-ID
000570         FILE STATUS IS WS-DM-FILE-STATUS.

000580     SELECT LIMIT-TABLE-FILE ASSIGN TO "LIMTABLE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LT-FILE-STATUS.

000610     SELECT CHANGE-LOG-FILE ASSIGN TO "REFCHLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CL-FILE-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LAYOUT-FILE
000670     RECORDING MODE IS F.
000680     COPY REGLAYRC.

000690 FD  LABEL-FILE
000700     RECORDING MODE IS F.
000710     COPY VALLABRC.

000720 FD  DEVICE-MASTER-FILE.
000740     COPY DEVMSTRC.

000750 FD  LIMIT-TABLE-FILE
000760     RECORDING MODE IS F.
000770     COPY LIMTABRC.

000780 FD  CHANGE-LOG-FILE
000790     RECORDING MODE IS F.
000800     COPY REFCHGRC.

000810 WORKING-STORAGE SECTION.
000820 01  WS-OPERATOR-ID                PIC X(08) VALUE SPACES.
000830 01  WS-RAW-INPUT                  PIC X(40) VALUE SPACES.

000840 01  WS-FILE-CHOICE                PIC X(01) VALUE SPACE.
000850     88  WS-CHOICE-LAYOUT              VALUE "1".
000860     88  WS-CHOICE-LABEL               VALUE "2".
000870     88  WS-CHOICE-DEVICE              VALUE "3".
000880     88  WS-CHOICE-LIMIT               VALUE "4".
000890     88  WS-CHOICE-END                 VALUE "9".
000900 01  WS-ACTION                     PIC X(01) VALUE SPACE.
000910     88  WS-ACTION-ADD                 VALUE "A".
000920     88  WS-ACTION-CHANGE              VALUE "C".
000930     88  WS-ACTION-DELETE              VALUE "D".
000940     88  WS-ACTION-VALID               VALUE "A" "C" "D".

000950 01  WS-KEY-MODEL-ID               PIC X(08) VALUE SPACES.
000960 01  WS-KEY-FIELD-NAME             PIC X(20) VALUE SPACES.
000970 01  WS-KEY-DEVICE-ID              PIC X(08) VALUE SPACES.
000980 01  WS-KEY-FIELD-VALUE            PIC 9(20) VALUE 0.

000990 01  WS-NEW-START-BIT              PIC 9(02) VALUE 0.
001000 01  WS-NEW-BIT-LENGTH             PIC 9(02) VALUE 0.
001010 01  WS-NEW-END-BIT                PIC 9(03) VALUE 0.
001020 01  WS-OTHER-END-BIT              PIC 9(03) VALUE 0.
001030 01  WS-NEW-LABEL-TEXT             PIC X(20) VALUE SPACES.
001040 01  WS-NEW-MODEL-ID               PIC X(08) VALUE SPACES.
001041 01  WS-NEW-FIELD-TYPE             PIC X(01) VALUE SPACE.
001042     88  WS-NEW-TYPE-BCD               VALUE "B".
001043     88  WS-NEW-TYPE-VALID             VALUE "U" "S" "B".
001044 01  WS-NEW-SCALE-FACTOR           PIC S9(05)V9(06) VALUE 0.
001045 01  WS-NEW-OFFSET                 PIC S9(09)V9(04) VALUE 0.
001046 01  WS-NEW-UNITS                  PIC X(08) VALUE SPACES.
001047 01  WS-BCD-DIGITS                 PIC 9(02) VALUE 0.
001048 01  WS-BCD-REMAINDER              PIC 9(02) VALUE 0.
001050 01  WS-NEW-LOW-LIMIT              PIC S9(13)V9(04) VALUE 0.
001060 01  WS-NEW-HIGH-LIMIT             PIC S9(13)V9(04) VALUE 0.
001070 01  WS-NEW-SEVERITY               PIC X(01) VALUE SPACE.
001080     88  WS-NEW-SEVERITY-VALID         VALUE "W" "C".
001081 01  WS-NEW-SITE-LOCATION          PIC X(20) VALUE SPACES.
001082 01  WS-NEW-RESPONSIBLE-GROUP      PIC X(12) VALUE SPACES.
001083 01  WS-NEW-IN-SERVICE-DATE        PIC 9(08) VALUE 0.
001084 01  WS-NEW-DEVICE-STATUS          PIC X(01) VALUE SPACE.
001085     88  WS-NEW-DEVICE-STATUS-VALID    VALUE "A" "M" "R".
001090 01  WS-FIELD-MAX-VALUE            PIC 9(20) VALUE 0.
001100 01  WS-CONFLICT-NAME              PIC X(20) VALUE SPACES.
001110 01  WS-REJECT-REASON              PIC X(60) VALUE SPACES.

001120 01  WS-NUMBER-TEXT                PIC X(20) VALUE ZEROS.
001130 01  WS-NUMBER-VALUE REDEFINES WS-NUMBER-TEXT
001140                                   PIC 9(20).
001150 01  WS-NUMBER-LEN                 PIC 9(02) VALUE 0.

001151 01  WS-DECIMAL-MAX-INT            PIC 9(02) VALUE 0.
001152 01  WS-DECIMAL-MAX-FRAC           PIC 9(02) VALUE 0.
001153 01  WS-DECIMAL-SIGN               PIC X(01) VALUE "+".
001154 01  WS-DECIMAL-POS                PIC 9(02) VALUE 0.
001155 01  WS-DECIMAL-POINTS             PIC 9(02) VALUE 0.
001156 01  WS-DECIMAL-INT-LEN            PIC 9(02) VALUE 0.
001157 01  WS-DECIMAL-FRAC-LEN           PIC 9(02) VALUE 0.
001158 01  WS-DECIMAL-TEXT.
001159     05  WS-DECIMAL-INT-TEXT       PIC X(13) VALUE ZEROS.
001160     05  WS-DECIMAL-FRAC-TEXT      PIC X(06) VALUE ZEROS.
001161 01  WS-DECIMAL-DIGITS REDEFINES WS-DECIMAL-TEXT
001162                                   PIC 9(13)V9(06).
001163 01  WS-DECIMAL-VALUE              PIC S9(13)V9(06) VALUE 0.

001164 01  WS-SCALE-EDITED               PIC -(05)9.9(06).
001165 01  WS-OFFSET-EDITED              PIC -(09)9.9(04).
001166 01  WS-LOW-EDITED                 PIC -(13)9.9(04).
001167 01  WS-HIGH-EDITED                PIC -(13)9.9(04).

001168 01  WS-LAYOUT-COUNT               PIC 9(04) VALUE 0.
001170 01  WS-LAYOUT-MAX                 PIC 9(04) VALUE 512.
001180 01  WS-LAYOUT-SUB                 PIC 9(04) VALUE 0.
001190 01  WS-LAYOUT-FOUND-SUB           PIC 9(04) VALUE 0.
001200 01  WS-LAYOUT-TABLE.
001210     05  WS-LY-ENTRY OCCURS 512 TIMES.
001220         10  WS-LY-MODEL-ID        PIC X(08).
001230         10  WS-LY-FIELD-NAME      PIC X(20).
001240         10  WS-LY-START-BIT       PIC 9(02).
001250         10  WS-LY-BIT-LENGTH      PIC 9(02).
001251         10  WS-LY-FIELD-TYPE      PIC X(01).
001252         10  WS-LY-SCALE-FACTOR    PIC S9(05)V9(06)
001253                                   SIGN IS LEADING SEPARATE.
001254         10  WS-LY-OFFSET          PIC S9(09)V9(04)
001255                                   SIGN IS LEADING SEPARATE.
001256         10  WS-LY-UNITS           PIC X(08).

001260 01  WS-LABEL-COUNT                PIC 9(04) VALUE 0.
001270 01  WS-LABEL-MAX                  PIC 9(04) VALUE 1024.
001280 01  WS-LABEL-SUB                  PIC 9(04) VALUE 0.
001290 01  WS-LABEL-FOUND-SUB            PIC 9(04) VALUE 0.
001300 01  WS-LABEL-TABLE.
001310     05  WS-LB-ENTRY OCCURS 1024 TIMES.
001320         10  WS-LB-MODEL-ID        PIC X(08).
001330         10  WS-LB-FIELD-NAME      PIC X(20).
001340         10  WS-LB-FIELD-VALUE     PIC 9(20).
001350         10  WS-LB-LABEL-TEXT      PIC X(20).

001440 01  WS-LIMIT-COUNT                PIC 9(04) VALUE 0.
001450 01  WS-LIMIT-MAX                  PIC 9(04) VALUE 512.
001460 01  WS-LIMIT-SUB                  PIC 9(04) VALUE 0.
001470 01  WS-LIMIT-FOUND-SUB            PIC 9(04) VALUE 0.
001480 01  WS-LIMIT-TABLE.
001490     05  WS-LM-ENTRY OCCURS 512 TIMES.
001500         10  WS-LM-MODEL-ID        PIC X(08).
001510         10  WS-LM-FIELD-NAME      PIC X(20).
001520         10  WS-LM-LOW-LIMIT       PIC S9(13)V9(04)
001525                                   SIGN IS LEADING SEPARATE.
001530         10  WS-LM-HIGH-LIMIT      PIC S9(13)V9(04)
001535                                   SIGN IS LEADING SEPARATE.
001540         10  WS-LM-SEVERITY        PIC X(01).

001550 01  WS-BEFORE-IMAGE               PIC X(100) VALUE SPACES.
001560 01  WS-AFTER-IMAGE                PIC X(100) VALUE SPACES.
001570 01  WS-LOG-FILE-NAME              PIC X(08) VALUE SPACES.

001580 01  WS-FILE-STATUSES.
001590     05  WS-LY-FILE-STATUS         PIC X(02) VALUE "00".
001600     05  WS-VL-FILE-STATUS         PIC X(02) VALUE "00".
001610     05  WS-DM-FILE-STATUS         PIC X(02) VALUE "00".
001620     05  WS-LT-FILE-STATUS         PIC X(02) VALUE "00".
001630     05  WS-CL-FILE-STATUS         PIC X(02) VALUE "00".

001640 01  WS-SWITCHES.
001650     05  WS-LY-EOF-SWITCH          PIC X(01) VALUE "N".
001660         88  END-OF-LAYOUT-FILE        VALUE "Y".
001670     05  WS-VL-EOF-SWITCH          PIC X(01) VALUE "N".
001680         88  END-OF-LABEL-FILE         VALUE "Y".
001710     05  WS-LT-EOF-SWITCH          PIC X(01) VALUE "N".
001720         88  END-OF-LIMIT-FILE         VALUE "Y".
001730     05  WS-LOAD-SWITCH            PIC X(01) VALUE "Y".
001740         88  WS-LOAD-OK                VALUE "Y".
001750         88  WS-LOAD-FAILED            VALUE "N".
001760     05  WS-SESSION-SWITCH         PIC X(01) VALUE "N".
001770         88  WS-SESSION-DONE           VALUE "Y".
001780     05  WS-INPUT-SWITCH           PIC X(01) VALUE "Y".
001790         88  WS-INPUT-VALID            VALUE "Y".
001800         88  WS-INPUT-INVALID          VALUE "N".
001810     05  WS-FOUND-SWITCH           PIC X(01) VALUE "N".
001820         88  WS-ENTRY-FOUND            VALUE "Y".
001830         88  WS-ENTRY-NOT-FOUND        VALUE "N".
001840     05  WS-CONFLICT-SWITCH        PIC X(01) VALUE "N".
001850         88  WS-CONFLICT-FOUND         VALUE "Y".
001853     05  WS-DECIMAL-BLANK-SWITCH   PIC X(01) VALUE "N".
001856         88  WS-DECIMAL-BLANK          VALUE "Y".
001860     05  WS-REWRITE-SWITCH         PIC X(01) VALUE "Y".
001870         88  WS-REWRITE-OK             VALUE "Y".
001880         88  WS-REWRITE-FAILED         VALUE "N".

001890 77  WS-CHANGES-APPLIED            PIC 9(05) VALUE 0 COMP.
001900 77  WS-CHANGES-REJECTED           PIC 9(05) VALUE 0 COMP.
001910 77  WS-LABEL-REFS                 PIC 9(05) VALUE 0 COMP.
001920 77  WS-LIMIT-REFS                 PIC 9(05) VALUE 0 COMP.
001930 77  WS-COUNT-EDITED               PIC Z(04)9.

001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-LOAD-REFERENCE-FILES THRU 1000-EXIT
001970     IF WS-LOAD-FAILED
001980         DISPLAY "REFERENCE FILE MAINTENANCE ABORTED"
001990         MOVE 8 TO RETURN-CODE
002000         GO TO 0000-STOP
002010     END-IF

002020     PERFORM 1500-OPEN-CHANGE-LOG THRU 1500-EXIT
002030     IF WS-CL-FILE-STATUS NOT = "00"
002040         DISPLAY "REFERENCE FILE MAINTENANCE ABORTED - NO "
002050             "CHANGE MAY BE MADE UNLOGGED"
002060         MOVE 8 TO RETURN-CODE
002065         CLOSE DEVICE-MASTER-FILE
002070         GO TO 0000-STOP
002080     END-IF

002090     PERFORM 1600-GET-OPERATOR-ID THRU 1600-EXIT

002100     PERFORM 2000-ONE-TRANSACTION THRU 2000-EXIT
002110         UNTIL WS-SESSION-DONE

002120     CLOSE CHANGE-LOG-FILE
002125     CLOSE DEVICE-MASTER-FILE

002130     DISPLAY "-----------------------------------------"
002140     DISPLAY "REFERENCE FILE MAINTENANCE SUMMARY"
002150     MOVE WS-CHANGES-APPLIED TO WS-COUNT-EDITED
002160     DISPLAY "CHANGES APPLIED  : " WS-COUNT-EDITED
002170     MOVE WS-CHANGES-REJECTED TO WS-COUNT-EDITED
002180     DISPLAY "CHANGES REJECTED : " WS-COUNT-EDITED
002190     DISPLAY "-----------------------------------------"
002200     .
002210 0000-STOP.
002220     STOP RUN.

002230*----------------------------------------------------------------*
002240* 1000-LOAD-REFERENCE-FILES - LOAD THE THREE FLAT REFERENCE      *
002250* FILES IN FULL, EVERY MODEL, SO THE CROSS-FILE RULES (A LABEL   *
002260* OR LIMIT NEEDS ITS LAYOUT FIELD, A DEVICE NEEDS ITS MODEL) CAN *
002270* BE CHECKED AND EACH FILE REWRITTEN WHOLE AFTER A CHANGE, THEN  *
002273* OPEN THE KEYED DEVICE MASTER. A FILE NOT YET CREATED LOADS     *
002276* EMPTY; ANY OTHER OPEN FAILURE, OR A FILE LARGER THAN ITS       *
002290* TABLE, STOPS THE SESSION BEFORE ANYTHING IS WRITTEN BACK       *
002300* SHORT.                                                         *
002310*----------------------------------------------------------------*
002320 1000-LOAD-REFERENCE-FILES.
002330     SET WS-LOAD-OK TO TRUE
002340     PERFORM 1100-LOAD-LAYOUT-TABLE THRU 1100-EXIT
002350     PERFORM 1200-LOAD-LABEL-TABLE THRU 1200-EXIT
002370     PERFORM 1400-LOAD-LIMIT-TABLE THRU 1400-EXIT
002372     IF WS-LOAD-OK
002374         PERFORM 1300-OPEN-DEVICE-MASTER THRU 1300-EXIT
002376     END-IF

002380     DISPLAY "REGLAYOT ENTRIES LOADED: " WS-LAYOUT-COUNT
002390     DISPLAY "VALLABEL ENTRIES LOADED: " WS-LABEL-COUNT
002410     DISPLAY "LIMTABLE ENTRIES LOADED: " WS-LIMIT-COUNT
002420     .
002430 1000-EXIT.
002440     EXIT.

002450 1100-LOAD-LAYOUT-TABLE.
002460     MOVE 0 TO WS-LAYOUT-COUNT
002470     OPEN INPUT LAYOUT-FILE
002480     IF WS-LY-FILE-STATUS = "35"
002490         DISPLAY "REGLAYOT NOT FOUND - STARTING EMPTY"
002500         GO TO 1100-EXIT
002510     END-IF
002520     IF WS-LY-FILE-STATUS NOT = "00"
002530         DISPLAY "REGLAYOT COULD NOT BE OPENED - FILE STATUS: "
002540             WS-LY-FILE-STATUS
002550         SET WS-LOAD-FAILED TO TRUE
002560         GO TO 1100-EXIT
002570     END-IF

002580     PERFORM 1110-READ-LAYOUT-RECORD THRU 1110-EXIT
002590     PERFORM 1120-TABLE-LAYOUT-RECORD THRU 1120-EXIT
002600         UNTIL END-OF-LAYOUT-FILE
002610     CLOSE LAYOUT-FILE
002620     .
002630 1100-EXIT.
002640     EXIT.

002650 1110-READ-LAYOUT-RECORD.
002660     READ LAYOUT-FILE
002670         AT END
002680             SET END-OF-LAYOUT-FILE TO TRUE
002690     END-READ
002700     .
002710 1110-EXIT.
002720     EXIT.

002730 1120-TABLE-LAYOUT-RECORD.
002740     IF WS-LAYOUT-COUNT >= WS-LAYOUT-MAX
002750         DISPLAY "REGLAYOT HOLDS MORE THAN " WS-LAYOUT-MAX
002760             " ENTRIES - TABLE TOO SMALL"
002770         SET WS-LOAD-FAILED TO TRUE
002780         SET END-OF-LAYOUT-FILE TO TRUE
002790         GO TO 1120-EXIT
002800     END-IF
002810     ADD 1 TO WS-LAYOUT-COUNT
002820     MOVE LAYOUT-RECORD TO WS-LY-ENTRY(WS-LAYOUT-COUNT)
002830     PERFORM 1110-READ-LAYOUT-RECORD THRU 1110-EXIT
002840     .
002850 1120-EXIT.
002860     EXIT.

002870 1200-LOAD-LABEL-TABLE.
002880     MOVE 0 TO WS-LABEL-COUNT
002890     OPEN INPUT LABEL-FILE
002900     IF WS-VL-FILE-STATUS = "35"
002910         DISPLAY "VALLABEL NOT FOUND - STARTING EMPTY"
002920         GO TO 1200-EXIT
002930     END-IF
002940     IF WS-VL-FILE-STATUS NOT = "00"
002950         DISPLAY "VALLABEL COULD NOT BE OPENED - FILE STATUS: "
002960             WS-VL-FILE-STATUS
002970         SET WS-LOAD-FAILED TO TRUE
002980         GO TO 1200-EXIT
002990     END-IF

003000     PERFORM 1210-READ-LABEL-RECORD THRU 1210-EXIT
003010     PERFORM 1220-TABLE-LABEL-RECORD THRU 1220-EXIT
003020         UNTIL END-OF-LABEL-FILE
003030     CLOSE LABEL-FILE
003040     .
003050 1200-EXIT.
003060     EXIT.

003070 1210-READ-LABEL-RECORD.
003080     READ LABEL-FILE
003090         AT END
003100             SET END-OF-LABEL-FILE TO TRUE
003110     END-READ
003120     .
003130 1210-EXIT.
003140     EXIT.

003150 1220-TABLE-LABEL-RECORD.
003160     IF WS-LABEL-COUNT >= WS-LABEL-MAX
003170         DISPLAY "VALLABEL HOLDS MORE THAN " WS-LABEL-MAX
003180             " ENTRIES - TABLE TOO SMALL"
003190         SET WS-LOAD-FAILED TO TRUE
003200         SET END-OF-LABEL-FILE TO TRUE
003210         GO TO 1220-EXIT
003220     END-IF
003230     ADD 1 TO WS-LABEL-COUNT
003240     MOVE LABEL-RECORD TO WS-LB-ENTRY(WS-LABEL-COUNT)
003250     PERFORM 1210-READ-LABEL-RECORD THRU 1210-EXIT
003260     .
003270 1220-EXIT.
003280     EXIT.

003281*----------------------------------------------------------------*
003282* 1300-OPEN-DEVICE-MASTER - THE DEVICE MASTER IS KEYED, SO IT IS *
003283* NOT TABLED LIKE THE OTHER THREE FILES; IT STAYS OPEN I-O FOR   *
003284* THE SESSION AND EACH CHANGE IS WRITTEN TO IT BY KEY. A MASTER  *
003285* NOT YET CREATED IS CREATED EMPTY.                              *
003286*----------------------------------------------------------------*
003290 1300-OPEN-DEVICE-MASTER.
003300     OPEN I-O DEVICE-MASTER-FILE
003310     IF WS-DM-FILE-STATUS = "35"
003320         DISPLAY "DEVMAST NOT FOUND - STARTING EMPTY"
003330         OPEN OUTPUT DEVICE-MASTER-FILE
003340         CLOSE DEVICE-MASTER-FILE
003350         OPEN I-O DEVICE-MASTER-FILE
003360     END-IF
003370     IF WS-DM-FILE-STATUS NOT = "00"
003380         DISPLAY "DEVMAST COULD NOT BE OPENED - FILE STATUS: "
003390             WS-DM-FILE-STATUS
003400         SET WS-LOAD-FAILED TO TRUE
003410     END-IF
003460     .
003470 1300-EXIT.
003480     EXIT.

003710 1400-LOAD-LIMIT-TABLE.
003720     MOVE 0 TO WS-LIMIT-COUNT
003730     OPEN INPUT LIMIT-TABLE-FILE
003740     IF WS-LT-FILE-STATUS = "35"
003750         DISPLAY "LIMTABLE NOT FOUND - STARTING EMPTY"
003760         GO TO 1400-EXIT
003770     END-IF
003780     IF WS-LT-FILE-STATUS NOT = "00"
003790         DISPLAY "LIMTABLE COULD NOT BE OPENED - FILE STATUS: "
003800             WS-LT-FILE-STATUS
003810         SET WS-LOAD-FAILED TO TRUE
003820         GO TO 1400-EXIT
003830     END-IF

003840     PERFORM 1410-READ-LIMIT-RECORD THRU 1410-EXIT
003850     PERFORM 1420-TABLE-LIMIT-RECORD THRU 1420-EXIT
003860         UNTIL END-OF-LIMIT-FILE
003870     CLOSE LIMIT-TABLE-FILE
003880     .
003890 1400-EXIT.
003900     EXIT.

003910 1410-READ-LIMIT-RECORD.
003920     READ LIMIT-TABLE-FILE
003930         AT END
003940             SET END-OF-LIMIT-FILE TO TRUE
003950     END-READ
003960     .
003970 1410-EXIT.
003980     EXIT.

003990 1420-TABLE-LIMIT-RECORD.
004000     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
004010         DISPLAY "LIMTABLE HOLDS MORE THAN " WS-LIMIT-MAX
004020             " ENTRIES - TABLE TOO SMALL"
004030         SET WS-LOAD-FAILED TO TRUE
004040         SET END-OF-LIMIT-FILE TO TRUE
004050         GO TO 1420-EXIT
004060     END-IF
004070     ADD 1 TO WS-LIMIT-COUNT
004080     MOVE LIMIT-TABLE-RECORD TO WS-LM-ENTRY(WS-LIMIT-COUNT)
004090     PERFORM 1410-READ-LIMIT-RECORD THRU 1410-EXIT
004100     .
004110 1420-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------*
004140* 1500-OPEN-CHANGE-LOG - OPEN THE CHANGE LOG FOR APPEND (OR ON   *
004150* FIRST USE, CREATE IT) AND HOLD IT OPEN FOR THE SESSION.        *
004160*----------------------------------------------------------------*
004170 1500-OPEN-CHANGE-LOG.
004180     OPEN EXTEND CHANGE-LOG-FILE
004190     IF WS-CL-FILE-STATUS = "35"
004200         OPEN OUTPUT CHANGE-LOG-FILE
004210     END-IF
004220     IF WS-CL-FILE-STATUS NOT = "00"
004230         DISPLAY "REFCHLOG COULD NOT BE OPENED - FILE STATUS: "
004240             WS-CL-FILE-STATUS
004250     END-IF
004260     .
004270 1500-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------*
004300* 1600-GET-OPERATOR-ID - THE INITIALS OR USER ID STAMPED ON      *
004310* EVERY CHANGE-LOG RECORD OF THE SESSION. RE-PROMPTS UNTIL ONE   *
004320* OF ONE TO EIGHT CHARACTERS IS GIVEN.                           *
004330*----------------------------------------------------------------*
004340 1600-GET-OPERATOR-ID.
004350     SET WS-INPUT-INVALID TO TRUE
004360     PERFORM 1610-GET-ONE-OPERATOR-ID THRU 1610-EXIT
004370         UNTIL WS-INPUT-VALID
004380     .
004390 1600-EXIT.
004400     EXIT.

004410 1610-GET-ONE-OPERATOR-ID.
004420     SET WS-INPUT-VALID TO TRUE
004430     DISPLAY "ENTER YOUR INITIALS OR USER ID: "
004440         WITH NO ADVANCING
004450     MOVE SPACES TO WS-RAW-INPUT
004460     ACCEPT WS-RAW-INPUT
004470     IF WS-RAW-INPUT = SPACES
004480        OR WS-RAW-INPUT(9:32) NOT = SPACES
004490         DISPLAY "OPERATOR ID MUST BE ONE TO EIGHT CHARACTERS"
004500         SET WS-INPUT-INVALID TO TRUE
004510     ELSE
004520         MOVE WS-RAW-INPUT(1:8) TO WS-OPERATOR-ID
004530     END-IF
004540     .
004550 1610-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------*
004580* 2000-ONE-TRANSACTION - SHOW THE FILE MENU, TAKE THE FILE AND   *
004590* THE ACTION, AND HAND OFF TO THAT FILE'S MAINTENANCE PARAGRAPH. *
004600* OPTION 9 ENDS THE SESSION.                                     *
004610*----------------------------------------------------------------*
004620 2000-ONE-TRANSACTION.
004630     DISPLAY " "
004640     DISPLAY "REFERENCE FILE MAINTENANCE"
004650     DISPLAY "1. LAYOUT ENTRIES        (REGLAYOT)"
004660     DISPLAY "2. VALUE LABELS          (VALLABEL)"
004670     DISPLAY "3. DEVICE MASTER         (DEVMAST)"
004680     DISPLAY "4. LIMIT ENTRIES         (LIMTABLE)"
004690     DISPLAY "9. END SESSION"
004700     DISPLAY "SELECT A FILE: " WITH NO ADVANCING
004710     MOVE SPACES TO WS-RAW-INPUT
004720     ACCEPT WS-RAW-INPUT
004730     MOVE WS-RAW-INPUT(1:1) TO WS-FILE-CHOICE

004740     IF WS-CHOICE-END
004750         SET WS-SESSION-DONE TO TRUE
004760         GO TO 2000-EXIT
004770     END-IF

004780     IF NOT WS-CHOICE-LAYOUT AND NOT WS-CHOICE-LABEL
004790        AND NOT WS-CHOICE-DEVICE AND NOT WS-CHOICE-LIMIT
004800         DISPLAY "INVALID SELECTION"
004810         GO TO 2000-EXIT
004820     END-IF

004830     PERFORM 2100-GET-ACTION THRU 2100-EXIT
004840     IF NOT WS-ACTION-VALID
004850         DISPLAY "ACTION MUST BE A, C OR D"
004860         GO TO 2000-EXIT
004870     END-IF

004880     EVALUATE TRUE
004890         WHEN WS-CHOICE-LAYOUT
004900             PERFORM 3000-MAINTAIN-LAYOUT THRU 3000-EXIT
004910         WHEN WS-CHOICE-LABEL
004920             PERFORM 4000-MAINTAIN-LABEL THRU 4000-EXIT
004930         WHEN WS-CHOICE-DEVICE
004940             PERFORM 5000-MAINTAIN-DEVICE THRU 5000-EXIT
004950         WHEN WS-CHOICE-LIMIT
004960             PERFORM 6000-MAINTAIN-LIMIT THRU 6000-EXIT
004970     END-EVALUATE
004980     .
004990 2000-EXIT.
005000     EXIT.

005010 2100-GET-ACTION.
005020     DISPLAY "ACTION (A = ADD, C = CHANGE, D = DELETE): "
005030         WITH NO ADVANCING
005040     MOVE SPACES TO WS-RAW-INPUT
005050     ACCEPT WS-RAW-INPUT
005060     MOVE WS-RAW-INPUT(1:1) TO WS-ACTION
005070     .
005080 2100-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------*
005110* 2200-GET-MODEL-ID THRU 2230-GET-NUMBER - ONE PROMPTED VALUE    *
005120* EACH, LEFT IN ITS WORK FIELD WITH WS-INPUT-SWITCH SET. A BLANK *
005130* OR OVER-LONG KEY, OR A NUMBER WITH ANYTHING BUT DIGITS IN IT,  *
005140* COMES BACK INVALID.                                            *
005150*----------------------------------------------------------------*
005160 2200-GET-MODEL-ID.
005170     SET WS-INPUT-VALID TO TRUE
005180     DISPLAY "MODEL ID: " WITH NO ADVANCING
005190     MOVE SPACES TO WS-RAW-INPUT
005200     ACCEPT WS-RAW-INPUT
005210     IF WS-RAW-INPUT = SPACES
005220        OR WS-RAW-INPUT(9:32) NOT = SPACES
005230         MOVE "MODEL ID MUST BE ONE TO EIGHT CHARACTERS"
005240             TO WS-REJECT-REASON
005250         SET WS-INPUT-INVALID TO TRUE
005260     ELSE
005270         MOVE WS-RAW-INPUT(1:8) TO WS-KEY-MODEL-ID
005280     END-IF
005290     .
005300 2200-EXIT.
005310     EXIT.

005320 2210-GET-FIELD-NAME.
005330     SET WS-INPUT-VALID TO TRUE
005340     DISPLAY "FIELD NAME: " WITH NO ADVANCING
005350     MOVE SPACES TO WS-RAW-INPUT
005360     ACCEPT WS-RAW-INPUT
005370     IF WS-RAW-INPUT = SPACES
005380        OR WS-RAW-INPUT(21:20) NOT = SPACES
005390         MOVE "FIELD NAME MUST BE ONE TO TWENTY CHARACTERS"
005400             TO WS-REJECT-REASON
005410         SET WS-INPUT-INVALID TO TRUE
005420     ELSE
005430         MOVE WS-RAW-INPUT(1:20) TO WS-KEY-FIELD-NAME
005440     END-IF
005450     .
005460 2210-EXIT.
005470     EXIT.

005480 2220-GET-DEVICE-ID.
005490     SET WS-INPUT-VALID TO TRUE
005500     DISPLAY "DEVICE ID: " WITH NO ADVANCING
005510     MOVE SPACES TO WS-RAW-INPUT
005520     ACCEPT WS-RAW-INPUT
005530     IF WS-RAW-INPUT = SPACES
005540        OR WS-RAW-INPUT(9:32) NOT = SPACES
005550         MOVE "DEVICE ID MUST BE ONE TO EIGHT CHARACTERS"
005560             TO WS-REJECT-REASON
005570         SET WS-INPUT-INVALID TO TRUE
005580     ELSE
005590         MOVE WS-RAW-INPUT(1:8) TO WS-KEY-DEVICE-ID
005600     END-IF
005610     .
005620 2220-EXIT.
005630     EXIT.

005640 2230-GET-NUMBER.
005650*    THE CALLER HAS ALREADY DISPLAYED ITS OWN PROMPT. THE DIGITS
005660*    ARE RIGHT-JUSTIFIED INTO A ZERO-FILLED 20-DIGIT FIELD, SO A
005670*    FULL 64-BIT MAGNITUDE SURVIVES WITHOUT ANY ROUNDING.
005680     SET WS-INPUT-VALID TO TRUE
005690     MOVE SPACES TO WS-RAW-INPUT
005700     ACCEPT WS-RAW-INPUT
005710     MOVE 0 TO WS-NUMBER-LEN
005720     INSPECT WS-RAW-INPUT TALLYING WS-NUMBER-LEN
005730         FOR CHARACTERS BEFORE INITIAL SPACE
005740     IF WS-NUMBER-LEN = 0 OR WS-NUMBER-LEN > 20
005750         MOVE "NUMBER MUST BE ONE TO TWENTY DIGITS"
005760             TO WS-REJECT-REASON
005770         SET WS-INPUT-INVALID TO TRUE
005780         GO TO 2230-EXIT
005790     END-IF
005800     IF WS-RAW-INPUT(WS-NUMBER-LEN + 1:) NOT = SPACES
005810        OR WS-RAW-INPUT(1:WS-NUMBER-LEN) IS NOT NUMERIC
005820         MOVE "NUMBER MUST BE DIGITS ONLY"
005830             TO WS-REJECT-REASON
005840         SET WS-INPUT-INVALID TO TRUE
005850         GO TO 2230-EXIT
005860     END-IF
005870     MOVE ZEROS TO WS-NUMBER-TEXT
005880     MOVE WS-RAW-INPUT(1:WS-NUMBER-LEN)
005890         TO WS-NUMBER-TEXT(21 - WS-NUMBER-LEN:WS-NUMBER-LEN)
005900     .
005910 2230-EXIT.
005920     EXIT.

005921 2240-GET-DECIMAL.
005922*    THE CALLER HAS ALREADY DISPLAYED ITS OWN PROMPT AND SET THE
005923*    MOST DIGITS IT TAKES BEFORE AND AFTER THE POINT. AN OPTIONAL
005924*    LEADING SIGN, THE WHOLE DIGITS AND AN OPTIONAL POINT AND
005925*    DECIMAL DIGITS ARE TAKEN APART BY HAND INTO A ZERO-FILLED
005926*    FIELD, SO NO DIGIT IS LOST TO ROUNDING. A BLANK ANSWER SETS
005927*    WS-DECIMAL-BLANK FOR THE CALLER TO DEFAULT OR REJECT.
005928     SET WS-INPUT-VALID TO TRUE
005929     MOVE "N" TO WS-DECIMAL-BLANK-SWITCH
005930     MOVE 0 TO WS-DECIMAL-VALUE
005931     MOVE SPACES TO WS-RAW-INPUT
005932     ACCEPT WS-RAW-INPUT
005933     IF WS-RAW-INPUT = SPACES
005934         SET WS-DECIMAL-BLANK TO TRUE
005935         GO TO 2240-EXIT
005936     END-IF
005937     MOVE 0 TO WS-NUMBER-LEN
005938     INSPECT WS-RAW-INPUT TALLYING WS-NUMBER-LEN
005939         FOR CHARACTERS BEFORE INITIAL SPACE
005940     IF WS-NUMBER-LEN = 0 OR WS-NUMBER-LEN > 22
005941         MOVE "NUMBER IS TOO LONG OR STARTS WITH A SPACE"
005942             TO WS-REJECT-REASON
005943         SET WS-INPUT-INVALID TO TRUE
005944         GO TO 2240-EXIT
005945     END-IF
005946     IF WS-RAW-INPUT(WS-NUMBER-LEN + 1:) NOT = SPACES
005947         MOVE "NUMBER MUST NOT CONTAIN SPACES"
005948             TO WS-REJECT-REASON
005949         SET WS-INPUT-INVALID TO TRUE
005950         GO TO 2240-EXIT
005951     END-IF

005952     MOVE "+" TO WS-DECIMAL-SIGN
005953     MOVE 1 TO WS-DECIMAL-POS
005954     IF WS-RAW-INPUT(1:1) = "-" OR "+"
005955         MOVE WS-RAW-INPUT(1:1) TO WS-DECIMAL-SIGN
005956         MOVE 2 TO WS-DECIMAL-POS
005957     END-IF
005958     IF WS-NUMBER-LEN < WS-DECIMAL-POS
005959         MOVE "NUMBER HAS A SIGN BUT NO DIGITS"
005960             TO WS-REJECT-REASON
005961         SET WS-INPUT-INVALID TO TRUE
005962         GO TO 2240-EXIT
005963     END-IF
005964     MOVE 0 TO WS-DECIMAL-POINTS
005965     INSPECT WS-RAW-INPUT(1:WS-NUMBER-LEN)
005966         TALLYING WS-DECIMAL-POINTS FOR ALL "."
005967     MOVE 0 TO WS-DECIMAL-INT-LEN
005968     INSPECT WS-RAW-INPUT(WS-DECIMAL-POS:
005969             WS-NUMBER-LEN - WS-DECIMAL-POS + 1)
005970         TALLYING WS-DECIMAL-INT-LEN
005971         FOR CHARACTERS BEFORE INITIAL "."
005972     COMPUTE WS-DECIMAL-FRAC-LEN = WS-NUMBER-LEN
005973         - WS-DECIMAL-POS + 1 - WS-DECIMAL-INT-LEN
005974         - WS-DECIMAL-POINTS
005975     IF WS-DECIMAL-POINTS > 1
005976        OR (WS-DECIMAL-INT-LEN = 0 AND WS-DECIMAL-FRAC-LEN = 0)
005977         MOVE "NUMBER MUST BE DIGITS WITH AT MOST ONE POINT"
005978             TO WS-REJECT-REASON
005979         SET WS-INPUT-INVALID TO TRUE
005980         GO TO 2240-EXIT
005981     END-IF
005982     IF WS-DECIMAL-INT-LEN > WS-DECIMAL-MAX-INT
005983        OR WS-DECIMAL-FRAC-LEN > WS-DECIMAL-MAX-FRAC
005984         MOVE SPACES TO WS-REJECT-REASON
005985         STRING "AT MOST " WS-DECIMAL-MAX-INT
005986             " DIGITS BEFORE AND " WS-DECIMAL-MAX-FRAC
005987             " AFTER THE POINT"
005988             DELIMITED BY SIZE INTO WS-REJECT-REASON
005989         SET WS-INPUT-INVALID TO TRUE
005990         GO TO 2240-EXIT
005991     END-IF

005992     MOVE ZEROS TO WS-DECIMAL-TEXT
005993     IF WS-DECIMAL-INT-LEN > 0
005994         IF WS-RAW-INPUT(WS-DECIMAL-POS:WS-DECIMAL-INT-LEN)
005995                 IS NOT NUMERIC
005996             MOVE "NUMBER MUST BE DIGITS WITH AT MOST ONE POINT"
005997                 TO WS-REJECT-REASON
005998             SET WS-INPUT-INVALID TO TRUE
005999             GO TO 2240-EXIT
006000         END-IF
006001         MOVE WS-RAW-INPUT(WS-DECIMAL-POS:WS-DECIMAL-INT-LEN)
006002             TO WS-DECIMAL-INT-TEXT(14 - WS-DECIMAL-INT-LEN:
006003                                    WS-DECIMAL-INT-LEN)
006004     END-IF
006005     IF WS-DECIMAL-FRAC-LEN > 0
006006         COMPUTE WS-DECIMAL-POS =
006007             WS-DECIMAL-POS + WS-DECIMAL-INT-LEN + 1
006008         IF WS-RAW-INPUT(WS-DECIMAL-POS:WS-DECIMAL-FRAC-LEN)
006009                 IS NOT NUMERIC
006010             MOVE "NUMBER MUST BE DIGITS WITH AT MOST ONE POINT"
006011                 TO WS-REJECT-REASON
006012             SET WS-INPUT-INVALID TO TRUE
006013             GO TO 2240-EXIT
006014         END-IF
006015         MOVE WS-RAW-INPUT(WS-DECIMAL-POS:WS-DECIMAL-FRAC-LEN)
006016             TO WS-DECIMAL-FRAC-TEXT(1:WS-DECIMAL-FRAC-LEN)
006017     END-IF
006018     MOVE WS-DECIMAL-DIGITS TO WS-DECIMAL-VALUE
006019     IF WS-DECIMAL-SIGN = "-"
006020         COMPUTE WS-DECIMAL-VALUE = 0 - WS-DECIMAL-VALUE
006021     END-IF
006022     .
006023 2240-EXIT.
006024     EXIT.

006025*----------------------------------------------------------------*
006026* 2900-REJECT-CHANGE - TELL THE OPERATOR WHY AND COUNT IT.       *
006027*----------------------------------------------------------------*
006028 2900-REJECT-CHANGE.
006029     DISPLAY "CHANGE REJECTED - " WS-REJECT-REASON
006030     ADD 1 TO WS-CHANGES-REJECTED
006031     .
006032 2900-EXIT.
006033     EXIT.

006034*----------------------------------------------------------------*
006035* 3000-MAINTAIN-LAYOUT - ADD, CHANGE OR DELETE ONE REGLAYOT      *
006040* FIELD, KEYED ON MODEL + FIELD NAME. AN ADD OR CHANGE MUST      *
006050* START AT BIT 1 THRU 64, END BY BIT 64 AND OVERLAP NO OTHER     *
006060* FIELD OF THE MODEL; A CHANGE THAT SHORTENS A FIELD MUST STILL  *
006070* HOLD EVERY LABELED VALUE. A FIELD STILL CARRYING LABELS OR     *
006080* LIMITS CANNOT BE DELETED - THEY WOULD BE LEFT POINTING AT      *
006090* NOTHING. AN ADD OR CHANGE ALSO TAKES THE FIELD TYPE, SCALE     *
006095* FACTOR, OFFSET AND UNITS THE ENGINEERING VALUE IS FORMED BY.   *
006100*----------------------------------------------------------------*
006110 3000-MAINTAIN-LAYOUT.
006120     PERFORM 2200-GET-MODEL-ID THRU 2200-EXIT
006130     IF WS-INPUT-VALID
006140         PERFORM 2210-GET-FIELD-NAME THRU 2210-EXIT
006150     END-IF
006160     IF WS-INPUT-INVALID
006170         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
006180         GO TO 3000-EXIT
006190     END-IF

006200     PERFORM 7000-FIND-LAYOUT-ENTRY THRU 7000-EXIT
006210     IF WS-ACTION-ADD AND WS-ENTRY-FOUND
006220         MOVE "DUPLICATE FIELD NAME FOR THIS MODEL"
006230             TO WS-REJECT-REASON
006240         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
006250         GO TO 3000-EXIT
006260     END-IF
006270     IF NOT WS-ACTION-ADD AND WS-ENTRY-NOT-FOUND
006280         MOVE "NO SUCH FIELD IN REGLAYOT FOR THIS MODEL"
006290             TO WS-REJECT-REASON
006300         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
006310         GO TO 3000-EXIT
006320     END-IF

006330     IF WS-ACTION-DELETE
006340         PERFORM 3300-DELETE-LAYOUT-ENTRY THRU 3300-EXIT
006350         GO TO 3000-EXIT
006360     END-IF

006370     IF WS-ACTION-CHANGE
006380         DISPLAY "CURRENT START BIT "
006390             WS-LY-START-BIT(WS-LAYOUT-FOUND-SUB)
006400             "  BIT LENGTH "
006410             WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB)
006415         PERFORM 3050-SHOW-LAYOUT-SCALING THRU 3050-EXIT
006420     END-IF

006430     PERFORM 3100-EDIT-LAYOUT-BITS THRU 3100-EXIT
006432     IF WS-INPUT-VALID
006434         PERFORM 3200-EDIT-LAYOUT-SCALING THRU 3200-EXIT
006436     END-IF
006440     IF WS-INPUT-INVALID
006450         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
006460         GO TO 3000-EXIT
006470     END-IF

006480     IF WS-ACTION-ADD
006490         IF WS-LAYOUT-COUNT >= WS-LAYOUT-MAX
006500             MOVE "REGLAYOT TABLE IS FULL" TO WS-REJECT-REASON
006510             PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
006520             GO TO 3000-EXIT
006530         END-IF
006540         MOVE SPACES TO WS-BEFORE-IMAGE
006550         ADD 1 TO WS-LAYOUT-COUNT
006560         MOVE WS-LAYOUT-COUNT TO WS-LAYOUT-FOUND-SUB
006570         MOVE WS-KEY-MODEL-ID
006580             TO WS-LY-MODEL-ID(WS-LAYOUT-FOUND-SUB)
006590         MOVE WS-KEY-FIELD-NAME
006600             TO WS-LY-FIELD-NAME(WS-LAYOUT-FOUND-SUB)
006610     ELSE
006620         MOVE WS-LY-ENTRY(WS-LAYOUT-FOUND-SUB)
006630             TO WS-BEFORE-IMAGE
006640     END-IF
006650     MOVE WS-NEW-START-BIT
006660         TO WS-LY-START-BIT(WS-LAYOUT-FOUND-SUB)
006670     MOVE WS-NEW-BIT-LENGTH
006680         TO WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB)
006681     MOVE WS-NEW-FIELD-TYPE
006682         TO WS-LY-FIELD-TYPE(WS-LAYOUT-FOUND-SUB)
006683     MOVE WS-NEW-SCALE-FACTOR
006684         TO WS-LY-SCALE-FACTOR(WS-LAYOUT-FOUND-SUB)
006685     MOVE WS-NEW-OFFSET TO WS-LY-OFFSET(WS-LAYOUT-FOUND-SUB)
006686     MOVE WS-NEW-UNITS TO WS-LY-UNITS(WS-LAYOUT-FOUND-SUB)
006690     MOVE WS-LY-ENTRY(WS-LAYOUT-FOUND-SUB) TO WS-AFTER-IMAGE

006700     PERFORM 8000-REWRITE-LAYOUT-FILE THRU 8000-EXIT
006710     .
006720 3000-EXIT.
006730     EXIT.

006731*----------------------------------------------------------------*
006732* 3050-SHOW-LAYOUT-SCALING - THE ENTRY'S CURRENT TYPE, SCALE     *
006733* FACTOR, OFFSET AND UNITS. AN ENTRY WRITTEN BEFORE THESE WERE   *
006734* KEPT HAS THEM BLANK, WHICH DECODES AS UNSIGNED, SCALE 1 AND    *
006735* OFFSET 0, SO THAT IS WHAT IS SHOWN.                            *
006736*----------------------------------------------------------------*
006737 3050-SHOW-LAYOUT-SCALING.
006738     MOVE WS-LY-FIELD-TYPE(WS-LAYOUT-FOUND-SUB)
006739         TO WS-NEW-FIELD-TYPE
006740     IF WS-NEW-FIELD-TYPE = SPACE
006741         MOVE "U" TO WS-NEW-FIELD-TYPE
006742     END-IF
006743     IF WS-LY-SCALE-FACTOR(WS-LAYOUT-FOUND-SUB) IS NUMERIC
006744         MOVE WS-LY-SCALE-FACTOR(WS-LAYOUT-FOUND-SUB)
006745             TO WS-SCALE-EDITED
006746     ELSE
006747         MOVE 1 TO WS-SCALE-EDITED
006748     END-IF
006749     IF WS-LY-OFFSET(WS-LAYOUT-FOUND-SUB) IS NUMERIC
006750         MOVE WS-LY-OFFSET(WS-LAYOUT-FOUND-SUB)
006751             TO WS-OFFSET-EDITED
006752     ELSE
006753         MOVE 0 TO WS-OFFSET-EDITED
006754     END-IF
006755     DISPLAY "CURRENT TYPE " WS-NEW-FIELD-TYPE
006756         "  SCALE " WS-SCALE-EDITED
006757         "  OFFSET " WS-OFFSET-EDITED
006758         "  UNITS " WS-LY-UNITS(WS-LAYOUT-FOUND-SUB)
006759     .
006760 3050-EXIT.
006761     EXIT.

006762*----------------------------------------------------------------*
006763* 3100-EDIT-LAYOUT-BITS - PROMPT FOR START BIT AND BIT LENGTH    *
006764* AND APPLY THE LAYOUT RULES. WS-LAYOUT-FOUND-SUB IS THE ENTRY   *
006770* BEING CHANGED (ZERO ON AN ADD) SO IT IS NOT TESTED AGAINST     *
006780* ITSELF FOR OVERLAP.                                            *
006790*----------------------------------------------------------------*
006800 3100-EDIT-LAYOUT-BITS.
006810     DISPLAY "START BIT (1-64): " WITH NO ADVANCING
006820     PERFORM 2230-GET-NUMBER THRU 2230-EXIT
006830     IF WS-INPUT-INVALID
006840         GO TO 3100-EXIT
006850     END-IF
006860     IF WS-NUMBER-VALUE < 1 OR WS-NUMBER-VALUE > 64
006870         MOVE "START BIT MUST BE 1 THRU 64" TO WS-REJECT-REASON
006880         SET WS-INPUT-INVALID TO TRUE
006890         GO TO 3100-EXIT
006900     END-IF
006910     MOVE WS-NUMBER-VALUE TO WS-NEW-START-BIT

006920     DISPLAY "BIT LENGTH: " WITH NO ADVANCING
006930     PERFORM 2230-GET-NUMBER THRU 2230-EXIT
006940     IF WS-INPUT-INVALID
006950         GO TO 3100-EXIT
006960     END-IF
006970     IF WS-NUMBER-VALUE < 1 OR WS-NUMBER-VALUE > 64
006980         MOVE "BIT LENGTH MUST BE 1 THRU 64" TO WS-REJECT-REASON
006990         SET WS-INPUT-INVALID TO TRUE
007000         GO TO 3100-EXIT
007010     END-IF
007020     MOVE WS-NUMBER-VALUE TO WS-NEW-BIT-LENGTH

007030     COMPUTE WS-NEW-END-BIT =
007040         WS-NEW-START-BIT + WS-NEW-BIT-LENGTH - 1
007050     IF WS-NEW-END-BIT > 64
007060         MOVE SPACES TO WS-REJECT-REASON
007070         STRING "FIELD RUNS PAST BIT 64 (ENDS AT BIT "
007080             WS-NEW-END-BIT ")"
007090             DELIMITED BY SIZE INTO WS-REJECT-REASON
007100         SET WS-INPUT-INVALID TO TRUE
007110         GO TO 3100-EXIT
007120     END-IF

007130     MOVE "N" TO WS-CONFLICT-SWITCH
007140     PERFORM 3110-CHECK-ONE-OVERLAP THRU 3110-EXIT
007150         VARYING WS-LAYOUT-SUB FROM 1 BY 1
007160             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
007170                OR WS-CONFLICT-FOUND
007180     IF WS-CONFLICT-FOUND
007190         MOVE SPACES TO WS-REJECT-REASON
007200         STRING "OVERLAPS FIELD " WS-CONFLICT-NAME
007210             DELIMITED BY SIZE INTO WS-REJECT-REASON
007220         SET WS-INPUT-INVALID TO TRUE
007230         GO TO 3100-EXIT
007240     END-IF

007250     IF WS-ACTION-CHANGE
007260         COMPUTE WS-FIELD-MAX-VALUE =
007270             2 ** WS-NEW-BIT-LENGTH - 1
007280         PERFORM 3120-CHECK-ONE-LABEL-FIT THRU 3120-EXIT
007290             VARYING WS-LABEL-SUB FROM 1 BY 1
007300                 UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
007310                    OR WS-CONFLICT-FOUND
007320         IF WS-CONFLICT-FOUND
007330             MOVE "A LABELED VALUE NO LONGER FITS THE FIELD"
007340                 TO WS-REJECT-REASON
007350             SET WS-INPUT-INVALID TO TRUE
007360         END-IF
007370     END-IF
007380     .
007390 3100-EXIT.
007400     EXIT.

007410 3110-CHECK-ONE-OVERLAP.
007420     IF WS-LAYOUT-SUB = WS-LAYOUT-FOUND-SUB
007430        OR WS-LY-MODEL-ID(WS-LAYOUT-SUB) NOT = WS-KEY-MODEL-ID
007440         GO TO 3110-EXIT
007450     END-IF
007460     IF WS-LY-START-BIT(WS-LAYOUT-SUB) IS NOT NUMERIC
007470        OR WS-LY-BIT-LENGTH(WS-LAYOUT-SUB) IS NOT NUMERIC
007480         GO TO 3110-EXIT
007490     END-IF
007500     COMPUTE WS-OTHER-END-BIT =
007510         WS-LY-START-BIT(WS-LAYOUT-SUB)
007520         + WS-LY-BIT-LENGTH(WS-LAYOUT-SUB) - 1
007530     IF WS-NEW-START-BIT <= WS-OTHER-END-BIT
007540        AND WS-LY-START-BIT(WS-LAYOUT-SUB) <= WS-NEW-END-BIT
007550         SET WS-CONFLICT-FOUND TO TRUE
007560         MOVE WS-LY-FIELD-NAME(WS-LAYOUT-SUB) TO WS-CONFLICT-NAME
007570     END-IF
007580     .
007590 3110-EXIT.
007600     EXIT.

007610 3120-CHECK-ONE-LABEL-FIT.
007620     IF WS-LB-MODEL-ID(WS-LABEL-SUB) = WS-KEY-MODEL-ID
007630        AND WS-LB-FIELD-NAME(WS-LABEL-SUB) = WS-KEY-FIELD-NAME
007640        AND WS-LB-FIELD-VALUE(WS-LABEL-SUB) > WS-FIELD-MAX-VALUE
007650         SET WS-CONFLICT-FOUND TO TRUE
007660     END-IF
007670     .
007680 3120-EXIT.
007690     EXIT.

007691*----------------------------------------------------------------*
007692* 3200-EDIT-LAYOUT-SCALING - PROMPT FOR THE FIELD TYPE, SCALE    *
007693* FACTOR, OFFSET AND UNITS. A BLANK TYPE IS UNSIGNED, A BLANK    *
007694* SCALE FACTOR 1 AND A BLANK OFFSET 0. A BCD FIELD MUST BE A     *
007695* WHOLE NUMBER OF 4-BIT DIGITS, AND A ZERO SCALE FACTOR WOULD    *
007696* MAKE EVERY VALUE THE OFFSET, SO IT IS REFUSED.                 *
007697*----------------------------------------------------------------*
007698 3200-EDIT-LAYOUT-SCALING.
007699     DISPLAY "FIELD TYPE (U = UNSIGNED, S = SIGNED, B = BCD): "
007700         WITH NO ADVANCING
007701     MOVE SPACES TO WS-RAW-INPUT
007702     ACCEPT WS-RAW-INPUT
007703     MOVE WS-RAW-INPUT(1:1) TO WS-NEW-FIELD-TYPE
007704     IF WS-NEW-FIELD-TYPE = SPACE
007705         MOVE "U" TO WS-NEW-FIELD-TYPE
007706     END-IF
007707     IF NOT WS-NEW-TYPE-VALID
007708        OR WS-RAW-INPUT(2:39) NOT = SPACES
007709         MOVE "FIELD TYPE MUST BE U, S OR B" TO WS-REJECT-REASON
007710         SET WS-INPUT-INVALID TO TRUE
007711         GO TO 3200-EXIT
007712     END-IF
007713     IF WS-NEW-TYPE-BCD
007714         DIVIDE WS-NEW-BIT-LENGTH BY 4 GIVING WS-BCD-DIGITS
007715             REMAINDER WS-BCD-REMAINDER
007716         IF WS-BCD-REMAINDER NOT = 0
007717             MOVE "A BCD FIELD MUST BE A MULTIPLE OF 4 BITS LONG"
007718                 TO WS-REJECT-REASON
007719             SET WS-INPUT-INVALID TO TRUE
007720             GO TO 3200-EXIT
007721         END-IF
007722     END-IF

007723     DISPLAY "SCALE FACTOR (BLANK = 1): " WITH NO ADVANCING
007724     MOVE 5 TO WS-DECIMAL-MAX-INT
007725     MOVE 6 TO WS-DECIMAL-MAX-FRAC
007726     PERFORM 2240-GET-DECIMAL THRU 2240-EXIT
007727     IF WS-INPUT-INVALID
007728         GO TO 3200-EXIT
007729     END-IF
007730     IF WS-DECIMAL-BLANK
007731         MOVE 1 TO WS-NEW-SCALE-FACTOR
007732     ELSE
007733         IF WS-DECIMAL-VALUE = 0
007734             MOVE "SCALE FACTOR CANNOT BE ZERO"
007735                 TO WS-REJECT-REASON
007736             SET WS-INPUT-INVALID TO TRUE
007737             GO TO 3200-EXIT
007738         END-IF
007739         MOVE WS-DECIMAL-VALUE TO WS-NEW-SCALE-FACTOR
007740     END-IF

007741     DISPLAY "OFFSET (BLANK = 0): " WITH NO ADVANCING
007742     MOVE 9 TO WS-DECIMAL-MAX-INT
007743     MOVE 4 TO WS-DECIMAL-MAX-FRAC
007744     PERFORM 2240-GET-DECIMAL THRU 2240-EXIT
007745     IF WS-INPUT-INVALID
007746         GO TO 3200-EXIT
007747     END-IF
007748     MOVE WS-DECIMAL-VALUE TO WS-NEW-OFFSET

007749     DISPLAY "UNITS (UP TO 8 CHARACTERS, MAY BE BLANK): "
007750         WITH NO ADVANCING
007751     MOVE SPACES TO WS-RAW-INPUT
007752     ACCEPT WS-RAW-INPUT
007753     IF WS-RAW-INPUT(9:32) NOT = SPACES
007754         MOVE "UNITS MUST BE 8 CHARACTERS OR FEWER"
007755             TO WS-REJECT-REASON
007756         SET WS-INPUT-INVALID TO TRUE
007757         GO TO 3200-EXIT
007758     END-IF
007759     MOVE WS-RAW-INPUT(1:8) TO WS-NEW-UNITS
007760     .
007761 3200-EXIT.
007762     EXIT.

007763*----------------------------------------------------------------*
007764* 3300-DELETE-LAYOUT-ENTRY - REMOVE ONE FIELD, BUT ONLY ONCE NO  *
007765* LABEL OR LIMIT STILL NAMES IT.                                 *
007766*----------------------------------------------------------------*
007767 3300-DELETE-LAYOUT-ENTRY.
007768     MOVE 0 TO WS-LABEL-REFS
007769     MOVE 0 TO WS-LIMIT-REFS
007770     PERFORM 3310-COUNT-ONE-LABEL-REF THRU 3310-EXIT
007780         VARYING WS-LABEL-SUB FROM 1 BY 1
007790             UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
007800     PERFORM 3320-COUNT-ONE-LIMIT-REF THRU 3320-EXIT
007810         VARYING WS-LIMIT-SUB FROM 1 BY 1
007820             UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
007830     IF WS-LABEL-REFS > 0 OR WS-LIMIT-REFS > 0
007840         MOVE "FIELD STILL HAS LABELS OR LIMITS ATTACHED"
007850             TO WS-REJECT-REASON
007860         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
007870         GO TO 3300-EXIT
007880     END-IF

007890     MOVE WS-LY-ENTRY(WS-LAYOUT-FOUND-SUB) TO WS-BEFORE-IMAGE
007900     MOVE SPACES TO WS-AFTER-IMAGE
007910     PERFORM 3330-SHIFT-LAYOUT-ENTRY THRU 3330-EXIT
007920         VARYING WS-LAYOUT-SUB FROM WS-LAYOUT-FOUND-SUB BY 1
007930             UNTIL WS-LAYOUT-SUB >= WS-LAYOUT-COUNT
007940     SUBTRACT 1 FROM WS-LAYOUT-COUNT

007950     PERFORM 8000-REWRITE-LAYOUT-FILE THRU 8000-EXIT
007960     .
007970 3300-EXIT.
007980     EXIT.

007990 3310-COUNT-ONE-LABEL-REF.
008000     IF WS-LB-MODEL-ID(WS-LABEL-SUB) = WS-KEY-MODEL-ID
008010        AND WS-LB-FIELD-NAME(WS-LABEL-SUB) = WS-KEY-FIELD-NAME
008020         ADD 1 TO WS-LABEL-REFS
008030     END-IF
008040     .
008050 3310-EXIT.
008060     EXIT.

008070 3320-COUNT-ONE-LIMIT-REF.
008080     IF WS-LM-MODEL-ID(WS-LIMIT-SUB) = WS-KEY-MODEL-ID
008090        AND WS-LM-FIELD-NAME(WS-LIMIT-SUB) = WS-KEY-FIELD-NAME
008100         ADD 1 TO WS-LIMIT-REFS
008110     END-IF
008120     .
008130 3320-EXIT.
008140     EXIT.

008150 3330-SHIFT-LAYOUT-ENTRY.
008160     MOVE WS-LY-ENTRY(WS-LAYOUT-SUB + 1)
008170         TO WS-LY-ENTRY(WS-LAYOUT-SUB)
008180     .
008190 3330-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------*
008220* 4000-MAINTAIN-LABEL - ADD, CHANGE OR DELETE ONE VALLABEL       *
008230* ENTRY, KEYED ON MODEL + FIELD NAME + VALUE. AN ADD OR CHANGE   *
008240* NEEDS THE FIELD IN REGLAYOT AND A VALUE THAT FITS ITS BIT      *
008250* LENGTH; A CHANGE REPLACES THE LABEL TEXT.                      *
008260*----------------------------------------------------------------*
008270 4000-MAINTAIN-LABEL.
008280     PERFORM 2200-GET-MODEL-ID THRU 2200-EXIT
008290     IF WS-INPUT-VALID
008300         PERFORM 2210-GET-FIELD-NAME THRU 2210-EXIT
008310     END-IF
008320     IF WS-INPUT-VALID
008330         DISPLAY "FIELD VALUE: " WITH NO ADVANCING
008340         PERFORM 2230-GET-NUMBER THRU 2230-EXIT
008350     END-IF
008360     IF WS-INPUT-INVALID
008370         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008380         GO TO 4000-EXIT
008390     END-IF
008400     MOVE WS-NUMBER-VALUE TO WS-KEY-FIELD-VALUE

008410     PERFORM 7100-FIND-LABEL-ENTRY THRU 7100-EXIT
008420     IF WS-ACTION-ADD AND WS-ENTRY-FOUND
008430         MOVE "A LABEL IS ALREADY DEFINED FOR THIS VALUE"
008440             TO WS-REJECT-REASON
008450         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008460         GO TO 4000-EXIT
008470     END-IF
008480     IF NOT WS-ACTION-ADD AND WS-ENTRY-NOT-FOUND
008490         MOVE "NO SUCH LABEL IN VALLABEL" TO WS-REJECT-REASON
008500         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008510         GO TO 4000-EXIT
008520     END-IF

008530     IF WS-ACTION-DELETE
008540         MOVE WS-LB-ENTRY(WS-LABEL-FOUND-SUB) TO WS-BEFORE-IMAGE
008550         MOVE SPACES TO WS-AFTER-IMAGE
008560         PERFORM 4300-SHIFT-LABEL-ENTRY THRU 4300-EXIT
008570             VARYING WS-LABEL-SUB FROM WS-LABEL-FOUND-SUB BY 1
008580                 UNTIL WS-LABEL-SUB >= WS-LABEL-COUNT
008590         SUBTRACT 1 FROM WS-LABEL-COUNT
008600         PERFORM 8100-REWRITE-LABEL-FILE THRU 8100-EXIT
008610         GO TO 4000-EXIT
008620     END-IF

008630     PERFORM 7000-FIND-LAYOUT-ENTRY THRU 7000-EXIT
008640     IF WS-ENTRY-NOT-FOUND
008650         MOVE "FIELD IS NOT IN REGLAYOT FOR THIS MODEL"
008660             TO WS-REJECT-REASON
008670         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008680         GO TO 4000-EXIT
008690     END-IF
008700     PERFORM 7500-SET-FIELD-MAX-VALUE THRU 7500-EXIT
008710     IF WS-KEY-FIELD-VALUE > WS-FIELD-MAX-VALUE
008720         MOVE SPACES TO WS-REJECT-REASON
008730         STRING "VALUE TOO LARGE FOR A "
008740             WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB)
008750             "-BIT FIELD"
008760             DELIMITED BY SIZE INTO WS-REJECT-REASON
008770         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008780         GO TO 4000-EXIT
008790     END-IF

008800     IF WS-ACTION-CHANGE
008810         DISPLAY "CURRENT LABEL "
008820             WS-LB-LABEL-TEXT(WS-LABEL-FOUND-SUB)
008830     END-IF
008840     DISPLAY "LABEL TEXT: " WITH NO ADVANCING
008850     MOVE SPACES TO WS-RAW-INPUT
008860     ACCEPT WS-RAW-INPUT
008870     IF WS-RAW-INPUT = SPACES
008880        OR WS-RAW-INPUT(21:20) NOT = SPACES
008890         MOVE "LABEL TEXT MUST BE ONE TO TWENTY CHARACTERS"
008900             TO WS-REJECT-REASON
008910         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008920         GO TO 4000-EXIT
008930     END-IF
008940     MOVE WS-RAW-INPUT(1:20) TO WS-NEW-LABEL-TEXT

008950     IF WS-ACTION-ADD
008960         IF WS-LABEL-COUNT >= WS-LABEL-MAX
008970             MOVE "VALLABEL TABLE IS FULL" TO WS-REJECT-REASON
008980             PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
008990             GO TO 4000-EXIT
009000         END-IF
009010         MOVE SPACES TO WS-BEFORE-IMAGE
009020         ADD 1 TO WS-LABEL-COUNT
009030         MOVE WS-LABEL-COUNT TO WS-LABEL-FOUND-SUB
009040         MOVE WS-KEY-MODEL-ID
009050             TO WS-LB-MODEL-ID(WS-LABEL-FOUND-SUB)
009060         MOVE WS-KEY-FIELD-NAME
009070             TO WS-LB-FIELD-NAME(WS-LABEL-FOUND-SUB)
009080         MOVE WS-KEY-FIELD-VALUE
009090             TO WS-LB-FIELD-VALUE(WS-LABEL-FOUND-SUB)
009100     ELSE
009110         MOVE WS-LB-ENTRY(WS-LABEL-FOUND-SUB) TO WS-BEFORE-IMAGE
009120     END-IF
009130     MOVE WS-NEW-LABEL-TEXT
009140         TO WS-LB-LABEL-TEXT(WS-LABEL-FOUND-SUB)
009150     MOVE WS-LB-ENTRY(WS-LABEL-FOUND-SUB) TO WS-AFTER-IMAGE

009160     PERFORM 8100-REWRITE-LABEL-FILE THRU 8100-EXIT
009170     .
009180 4000-EXIT.
009190     EXIT.

009200 4300-SHIFT-LABEL-ENTRY.
009210     MOVE WS-LB-ENTRY(WS-LABEL-SUB + 1)
009220         TO WS-LB-ENTRY(WS-LABEL-SUB)
009230     .
009240 4300-EXIT.
009250     EXIT.

009260*----------------------------------------------------------------*
009267* 5000-MAINTAIN-DEVICE - ADD, CHANGE OR DELETE ONE DEVMAST       *
009274* RECORD, KEYED ON DEVICE ID. THE MODEL A DEVICE POINTS AT MUST  *
009281* HAVE AT LEAST ONE FIELD IN REGLAYOT, OR EVERY REGISTER FROM    *
009288* THE DEVICE WOULD DECODE TO NOTHING. A CONTROLLER TAKEN OUT OF  *
009295* SERVICE IS BETTER CHANGED TO STATUS R THAN DELETED, SO THE     *
009302* NIGHTLY DEVICE CHECK CAN STILL NAME IT IF IT REPORTS AGAIN.    *
009310*----------------------------------------------------------------*
009320 5000-MAINTAIN-DEVICE.
009330     PERFORM 2220-GET-DEVICE-ID THRU 2220-EXIT
009340     IF WS-INPUT-INVALID
009350         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
009360         GO TO 5000-EXIT
009370     END-IF

009372     MOVE WS-KEY-DEVICE-ID TO DM-DEVICE-ID
009374     SET WS-ENTRY-FOUND TO TRUE
009376     READ DEVICE-MASTER-FILE
009378         INVALID KEY
009380             SET WS-ENTRY-NOT-FOUND TO TRUE
009382     END-READ
009390     IF WS-ACTION-ADD AND WS-ENTRY-FOUND
009400         MOVE "DEVICE IS ALREADY IN DEVMAST" TO WS-REJECT-REASON
009410         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
009420         GO TO 5000-EXIT
009430     END-IF
009440     IF NOT WS-ACTION-ADD AND WS-ENTRY-NOT-FOUND
009450         MOVE "NO SUCH DEVICE IN DEVMAST" TO WS-REJECT-REASON
009460         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
009470         GO TO 5000-EXIT
009480     END-IF

009490     IF WS-ACTION-DELETE
009500         MOVE DEVICE-MASTER-RECORD TO WS-BEFORE-IMAGE
009510         MOVE SPACES TO WS-AFTER-IMAGE
009520         DELETE DEVICE-MASTER-FILE
009530             INVALID KEY
009540                 CONTINUE
009550         END-DELETE
009560         PERFORM 5200-CHECK-DEVICE-WRITE THRU 5200-EXIT
009570         GO TO 5000-EXIT
009580     END-IF

009590     IF WS-ACTION-CHANGE
009600         DISPLAY "CURRENT MODEL " DM-MODEL-ID
009604             "  SITE " DM-SITE-LOCATION
009608             "  GROUP " DM-RESPONSIBLE-GROUP
009612         DISPLAY "IN SERVICE " DM-IN-SERVICE-DATE
009616             "  STATUS " DM-DEVICE-STATUS
009620     END-IF
009630     PERFORM 5100-EDIT-DEVICE-FIELDS THRU 5100-EXIT
009640     IF WS-INPUT-INVALID
009650         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
009660         GO TO 5000-EXIT
009670     END-IF

009760     IF WS-ACTION-ADD
009820         MOVE SPACES TO WS-BEFORE-IMAGE
009830         MOVE WS-KEY-DEVICE-ID TO DM-DEVICE-ID
009870     ELSE
009880         MOVE DEVICE-MASTER-RECORD TO WS-BEFORE-IMAGE
009890     END-IF
009892     MOVE WS-NEW-MODEL-ID TO DM-MODEL-ID
009894     MOVE WS-NEW-SITE-LOCATION TO DM-SITE-LOCATION
009896     MOVE WS-NEW-RESPONSIBLE-GROUP TO DM-RESPONSIBLE-GROUP
009898     MOVE WS-NEW-IN-SERVICE-DATE TO DM-IN-SERVICE-DATE
009900     MOVE WS-NEW-DEVICE-STATUS TO DM-DEVICE-STATUS
009902     MOVE DEVICE-MASTER-RECORD TO WS-AFTER-IMAGE

009904     IF WS-ACTION-ADD
009906         WRITE DEVICE-MASTER-RECORD
009908             INVALID KEY
009910                 CONTINUE
009912         END-WRITE
009914     ELSE
009916         REWRITE DEVICE-MASTER-RECORD
009918             INVALID KEY
009920                 CONTINUE
009922         END-REWRITE
009924     END-IF
009926     PERFORM 5200-CHECK-DEVICE-WRITE THRU 5200-EXIT
009930     .
009940 5000-EXIT.
009950     EXIT.

009951*----------------------------------------------------------------*
009952* 5100-EDIT-DEVICE-FIELDS - PROMPT FOR THE MODEL, SITE,          *
009953* RESPONSIBLE GROUP, IN-SERVICE DATE AND STATUS OF THE DEVICE,   *
009954* STOPPING AT THE FIRST ONE IN ERROR.                            *
009955*----------------------------------------------------------------*
009956 5100-EDIT-DEVICE-FIELDS.
009957     PERFORM 2200-GET-MODEL-ID THRU 2200-EXIT
009958     IF WS-INPUT-INVALID
009959         GO TO 5100-EXIT
009960     END-IF
009961     PERFORM 7400-FIND-MODEL-LAYOUT THRU 7400-EXIT
009962     IF WS-ENTRY-NOT-FOUND
009963         MOVE "MODEL HAS NO FIELDS IN REGLAYOT"
009964             TO WS-REJECT-REASON
009965         SET WS-INPUT-INVALID TO TRUE
009966         GO TO 5100-EXIT
009967     END-IF
009968     MOVE WS-KEY-MODEL-ID TO WS-NEW-MODEL-ID

009969     DISPLAY "SITE/LOCATION: " WITH NO ADVANCING
009970     MOVE SPACES TO WS-RAW-INPUT
009971     ACCEPT WS-RAW-INPUT
009972     IF WS-RAW-INPUT = SPACES
009973        OR WS-RAW-INPUT(21:20) NOT = SPACES
009974         MOVE "SITE MUST BE ONE TO TWENTY CHARACTERS"
009975             TO WS-REJECT-REASON
009976         SET WS-INPUT-INVALID TO TRUE
009977         GO TO 5100-EXIT
009978     END-IF
009979     MOVE WS-RAW-INPUT(1:20) TO WS-NEW-SITE-LOCATION

009980     DISPLAY "RESPONSIBLE GROUP: " WITH NO ADVANCING
009981     MOVE SPACES TO WS-RAW-INPUT
009982     ACCEPT WS-RAW-INPUT
009983     IF WS-RAW-INPUT = SPACES
009984        OR WS-RAW-INPUT(13:28) NOT = SPACES
009985         MOVE "GROUP MUST BE ONE TO TWELVE CHARACTERS"
009986             TO WS-REJECT-REASON
009987         SET WS-INPUT-INVALID TO TRUE
009988         GO TO 5100-EXIT
009989     END-IF
009990     MOVE WS-RAW-INPUT(1:12) TO WS-NEW-RESPONSIBLE-GROUP

009991     DISPLAY "IN-SERVICE DATE (CCYYMMDD): " WITH NO ADVANCING
009992     PERFORM 2230-GET-NUMBER THRU 2230-EXIT
009993     IF WS-INPUT-INVALID
009994         GO TO 5100-EXIT
009995     END-IF
009996     IF WS-NUMBER-LEN NOT = 8
009997        OR FUNCTION TEST-DATE-YYYYMMDD(WS-NUMBER-VALUE) NOT = 0
009998         MOVE "IN-SERVICE DATE MUST BE A VALID CCYYMMDD DATE"
009999             TO WS-REJECT-REASON
010000         SET WS-INPUT-INVALID TO TRUE
010001         GO TO 5100-EXIT
010002     END-IF
010003     MOVE WS-NUMBER-VALUE TO WS-NEW-IN-SERVICE-DATE

010004     DISPLAY "STATUS (A = ACTIVE, M = MAINTENANCE, R = RETIRED): "
010005         WITH NO ADVANCING
010006     MOVE SPACES TO WS-RAW-INPUT
010007     ACCEPT WS-RAW-INPUT
010008     MOVE WS-RAW-INPUT(1:1) TO WS-NEW-DEVICE-STATUS
010009     IF NOT WS-NEW-DEVICE-STATUS-VALID
010010        OR WS-RAW-INPUT(2:39) NOT = SPACES
010011         MOVE "STATUS MUST BE A, M OR R" TO WS-REJECT-REASON
010012         SET WS-INPUT-INVALID TO TRUE
010013     END-IF
010014     .
010015 5100-EXIT.
010016     EXIT.

010017*----------------------------------------------------------------*
010018* 5200-CHECK-DEVICE-WRITE - A KEYED WRITE, REWRITE OR DELETE     *
010019* THAT FAILED ENDS THE SESSION THE WAY A FAILED FILE REWRITE     *
010020* DOES; ONE THAT WORKED IS LOGGED.                               *
010021*----------------------------------------------------------------*
010022 5200-CHECK-DEVICE-WRITE.
010023     IF WS-DM-FILE-STATUS NOT = "00"
010024         DISPLAY "DEVMAST UPDATE FAILED - FILE STATUS: "
010025             WS-DM-FILE-STATUS " - SESSION ENDED"
010026         SET WS-SESSION-DONE TO TRUE
010027         MOVE 8 TO RETURN-CODE
010028         GO TO 5200-EXIT
010029     END-IF

010030     MOVE "DEVMAST" TO WS-LOG-FILE-NAME
010031     PERFORM 8500-WRITE-CHANGE-LOG THRU 8500-EXIT
010032     .
010033 5200-EXIT.
010034     EXIT.

010035*----------------------------------------------------------------*
010036* 6000-MAINTAIN-LIMIT - ADD, CHANGE OR DELETE ONE LIMTABLE       *
010040* ENTRY, KEYED ON MODEL + FIELD NAME. AN ADD OR CHANGE NEEDS THE *
010050* FIELD IN REGLAYOT, A LOW LIMIT NOT ABOVE THE HIGH LIMIT, AND A *
010060* SEVERITY OF W (WARNING) OR C (CRITICAL). LIMITS ARE KEYED IN   *
010063* THE FIELD'S ENGINEERING UNITS AND MAY BE NEGATIVE OR CARRY UP  *
010066* TO FOUR DECIMAL PLACES.                                        *
010070*----------------------------------------------------------------*
010080 6000-MAINTAIN-LIMIT.
010090     PERFORM 2200-GET-MODEL-ID THRU 2200-EXIT
010100     IF WS-INPUT-VALID
010110         PERFORM 2210-GET-FIELD-NAME THRU 2210-EXIT
010120     END-IF
010130     IF WS-INPUT-INVALID
010140         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010150         GO TO 6000-EXIT
010160     END-IF

010170     PERFORM 7300-FIND-LIMIT-ENTRY THRU 7300-EXIT
010180     IF WS-ACTION-ADD AND WS-ENTRY-FOUND
010190         MOVE "A LIMIT IS ALREADY DEFINED FOR THIS FIELD"
010200             TO WS-REJECT-REASON
010210         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010220         GO TO 6000-EXIT
010230     END-IF
010240     IF NOT WS-ACTION-ADD AND WS-ENTRY-NOT-FOUND
010250         MOVE "NO SUCH LIMIT IN LIMTABLE" TO WS-REJECT-REASON
010260         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010270         GO TO 6000-EXIT
010280     END-IF

010290     IF WS-ACTION-DELETE
010300         MOVE WS-LM-ENTRY(WS-LIMIT-FOUND-SUB) TO WS-BEFORE-IMAGE
010310         MOVE SPACES TO WS-AFTER-IMAGE
010320         PERFORM 6300-SHIFT-LIMIT-ENTRY THRU 6300-EXIT
010330             VARYING WS-LIMIT-SUB FROM WS-LIMIT-FOUND-SUB BY 1
010340                 UNTIL WS-LIMIT-SUB >= WS-LIMIT-COUNT
010350         SUBTRACT 1 FROM WS-LIMIT-COUNT
010360         PERFORM 8300-REWRITE-LIMIT-FILE THRU 8300-EXIT
010370         GO TO 6000-EXIT
010380     END-IF

010390     PERFORM 7000-FIND-LAYOUT-ENTRY THRU 7000-EXIT
010400     IF WS-ENTRY-NOT-FOUND
010410         MOVE "FIELD IS NOT IN REGLAYOT FOR THIS MODEL"
010420             TO WS-REJECT-REASON
010430         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010440         GO TO 6000-EXIT
010450     END-IF

010460     IF WS-ACTION-CHANGE
010462         MOVE WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB)
010464             TO WS-LOW-EDITED
010466         MOVE WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB)
010468             TO WS-HIGH-EDITED
010470         DISPLAY "CURRENT LOW " WS-LOW-EDITED
010490             "  HIGH " WS-HIGH-EDITED
010500             "  SEVERITY " WS-LM-SEVERITY(WS-LIMIT-FOUND-SUB)
010510     END-IF
010512     DISPLAY "LIMITS ARE IN THE FIELD'S ENGINEERING UNITS "
010514         WS-LY-UNITS(WS-LAYOUT-FOUND-SUB)
010516     MOVE 13 TO WS-DECIMAL-MAX-INT
010518     MOVE 4 TO WS-DECIMAL-MAX-FRAC
010520     DISPLAY "LOW LIMIT: " WITH NO ADVANCING
010530     PERFORM 2240-GET-DECIMAL THRU 2240-EXIT
010532     IF WS-INPUT-VALID AND WS-DECIMAL-BLANK
010534         MOVE "A LIMIT CANNOT BE BLANK" TO WS-REJECT-REASON
010536         SET WS-INPUT-INVALID TO TRUE
010538     END-IF
010540     IF WS-INPUT-INVALID
010550         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010560         GO TO 6000-EXIT
010570     END-IF
010580     MOVE WS-DECIMAL-VALUE TO WS-NEW-LOW-LIMIT
010590     DISPLAY "HIGH LIMIT: " WITH NO ADVANCING
010600     PERFORM 2240-GET-DECIMAL THRU 2240-EXIT
010602     IF WS-INPUT-VALID AND WS-DECIMAL-BLANK
010604         MOVE "A LIMIT CANNOT BE BLANK" TO WS-REJECT-REASON
010606         SET WS-INPUT-INVALID TO TRUE
010608     END-IF
010610     IF WS-INPUT-INVALID
010620         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010630         GO TO 6000-EXIT
010640     END-IF
010650     MOVE WS-DECIMAL-VALUE TO WS-NEW-HIGH-LIMIT
010660     IF WS-NEW-LOW-LIMIT > WS-NEW-HIGH-LIMIT
010670         MOVE "LOW LIMIT IS ABOVE HIGH LIMIT" TO WS-REJECT-REASON
010680         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010690         GO TO 6000-EXIT
010700     END-IF
010710     DISPLAY "SEVERITY (W = WARNING, C = CRITICAL): "
010720         WITH NO ADVANCING
010730     MOVE SPACES TO WS-RAW-INPUT
010740     ACCEPT WS-RAW-INPUT
010750     MOVE WS-RAW-INPUT(1:1) TO WS-NEW-SEVERITY
010760     IF NOT WS-NEW-SEVERITY-VALID
010770        OR WS-RAW-INPUT(2:39) NOT = SPACES
010780         MOVE "SEVERITY MUST BE W OR C" TO WS-REJECT-REASON
010790         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010800         GO TO 6000-EXIT
010810     END-IF

010820     IF WS-ACTION-ADD
010830         IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
010840             MOVE "LIMTABLE TABLE IS FULL" TO WS-REJECT-REASON
010850             PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
010860             GO TO 6000-EXIT
010870         END-IF
010880         MOVE SPACES TO WS-BEFORE-IMAGE
010890         ADD 1 TO WS-LIMIT-COUNT
010900         MOVE WS-LIMIT-COUNT TO WS-LIMIT-FOUND-SUB
010910         MOVE WS-KEY-MODEL-ID
010920             TO WS-LM-MODEL-ID(WS-LIMIT-FOUND-SUB)
010930         MOVE WS-KEY-FIELD-NAME
010940             TO WS-LM-FIELD-NAME(WS-LIMIT-FOUND-SUB)
010950     ELSE
010960         MOVE WS-LM-ENTRY(WS-LIMIT-FOUND-SUB) TO WS-BEFORE-IMAGE
010970     END-IF
010980     MOVE WS-NEW-LOW-LIMIT TO WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB)
010990     MOVE WS-NEW-HIGH-LIMIT
011000         TO WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB)
011010     MOVE WS-NEW-SEVERITY TO WS-LM-SEVERITY(WS-LIMIT-FOUND-SUB)
011020     MOVE WS-LM-ENTRY(WS-LIMIT-FOUND-SUB) TO WS-AFTER-IMAGE

011030     PERFORM 8300-REWRITE-LIMIT-FILE THRU 8300-EXIT
011040     .
011050 6000-EXIT.
011060     EXIT.

011070 6300-SHIFT-LIMIT-ENTRY.
011080     MOVE WS-LM-ENTRY(WS-LIMIT-SUB + 1)
011090         TO WS-LM-ENTRY(WS-LIMIT-SUB)
011100     .
011110 6300-EXIT.
011120     EXIT.

011130*----------------------------------------------------------------*
011140* 7000-FIND-LAYOUT-ENTRY THRU 7400-FIND-MODEL-LAYOUT - TABLE     *
011150* LOOKUPS ON THE KEY FIELDS. EACH SETS WS-FOUND-SWITCH AND, WHEN *
011160* FOUND, ITS TABLE'S FOUND SUBSCRIPT (ZERO WHEN NOT FOUND).      *
011170*----------------------------------------------------------------*
011180 7000-FIND-LAYOUT-ENTRY.
011190     MOVE 0 TO WS-LAYOUT-FOUND-SUB
011200     SET WS-ENTRY-NOT-FOUND TO TRUE
011210     PERFORM 7010-MATCH-LAYOUT-ENTRY THRU 7010-EXIT
011220         VARYING WS-LAYOUT-SUB FROM 1 BY 1
011230             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
011240                OR WS-ENTRY-FOUND
011250     .
011260 7000-EXIT.
011270     EXIT.

011280 7010-MATCH-LAYOUT-ENTRY.
011290     IF WS-LY-MODEL-ID(WS-LAYOUT-SUB) = WS-KEY-MODEL-ID
011300        AND WS-LY-FIELD-NAME(WS-LAYOUT-SUB) = WS-KEY-FIELD-NAME
011310         SET WS-ENTRY-FOUND TO TRUE
011320         MOVE WS-LAYOUT-SUB TO WS-LAYOUT-FOUND-SUB
011330     END-IF
011340     .
011350 7010-EXIT.
011360     EXIT.

011370 7100-FIND-LABEL-ENTRY.
011380     MOVE 0 TO WS-LABEL-FOUND-SUB
011390     SET WS-ENTRY-NOT-FOUND TO TRUE
011400     PERFORM 7110-MATCH-LABEL-ENTRY THRU 7110-EXIT
011410         VARYING WS-LABEL-SUB FROM 1 BY 1
011420             UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
011430                OR WS-ENTRY-FOUND
011440     .
011450 7100-EXIT.
011460     EXIT.

011470 7110-MATCH-LABEL-ENTRY.
011480     IF WS-LB-MODEL-ID(WS-LABEL-SUB) = WS-KEY-MODEL-ID
011490        AND WS-LB-FIELD-NAME(WS-LABEL-SUB) = WS-KEY-FIELD-NAME
011500        AND WS-LB-FIELD-VALUE(WS-LABEL-SUB) = WS-KEY-FIELD-VALUE
011510         SET WS-ENTRY-FOUND TO TRUE
011520         MOVE WS-LABEL-SUB TO WS-LABEL-FOUND-SUB
011530     END-IF
011540     .
011550 7110-EXIT.
011560     EXIT.

011750 7300-FIND-LIMIT-ENTRY.
011760     MOVE 0 TO WS-LIMIT-FOUND-SUB
011770     SET WS-ENTRY-NOT-FOUND TO TRUE
011780     PERFORM 7310-MATCH-LIMIT-ENTRY THRU 7310-EXIT
011790         VARYING WS-LIMIT-SUB FROM 1 BY 1
011800             UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
011810                OR WS-ENTRY-FOUND
011820     .
011830 7300-EXIT.
011840     EXIT.

011850 7310-MATCH-LIMIT-ENTRY.
011860     IF WS-LM-MODEL-ID(WS-LIMIT-SUB) = WS-KEY-MODEL-ID
011870        AND WS-LM-FIELD-NAME(WS-LIMIT-SUB) = WS-KEY-FIELD-NAME
011880         SET WS-ENTRY-FOUND TO TRUE
011890         MOVE WS-LIMIT-SUB TO WS-LIMIT-FOUND-SUB
011900     END-IF
011910     .
011920 7310-EXIT.
011930     EXIT.

011940 7400-FIND-MODEL-LAYOUT.
011950     SET WS-ENTRY-NOT-FOUND TO TRUE
011960     PERFORM 7410-MATCH-MODEL-LAYOUT THRU 7410-EXIT
011970         VARYING WS-LAYOUT-SUB FROM 1 BY 1
011980             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
011990                OR WS-ENTRY-FOUND
012000     .
012010 7400-EXIT.
012020     EXIT.

012030 7410-MATCH-MODEL-LAYOUT.
012040     IF WS-LY-MODEL-ID(WS-LAYOUT-SUB) = WS-KEY-MODEL-ID
012050         SET WS-ENTRY-FOUND TO TRUE
012060     END-IF
012070     .
012080 7410-EXIT.
012090     EXIT.

012100*----------------------------------------------------------------*
012110* 7500-SET-FIELD-MAX-VALUE - THE LARGEST VALUE THE LAYOUT FIELD  *
012120* AT WS-LAYOUT-FOUND-SUB CAN HOLD: 2 ** BIT LENGTH - 1.          *
012130*----------------------------------------------------------------*
012140 7500-SET-FIELD-MAX-VALUE.
012150     MOVE 0 TO WS-FIELD-MAX-VALUE
012160     IF WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB) IS NUMERIC
012170        AND WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB) > 0
012180        AND WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB) <= 64
012190         COMPUTE WS-FIELD-MAX-VALUE =
012200             2 ** WS-LY-BIT-LENGTH(WS-LAYOUT-FOUND-SUB) - 1
012210     END-IF
012220     .
012230 7500-EXIT.
012240     EXIT.

012250*----------------------------------------------------------------*
012260* 8000-REWRITE-LAYOUT-FILE THRU 8300-REWRITE-LIMIT-FILE - WRITE  *
012270* THE WHOLE TABLE BACK OVER ITS FILE, THEN LOG THE CHANGE. A     *
012280* FILE THAT CANNOT BE REOPENED ENDS THE SESSION - THE TABLE IN   *
012290* STORAGE NO LONGER MATCHES THE FILE ON DISK, AND THE CHANGE IS  *
012300* NOT LOGGED BECAUSE IT DID NOT LAND.                            *
012310*----------------------------------------------------------------*
012320 8000-REWRITE-LAYOUT-FILE.
012330     OPEN OUTPUT LAYOUT-FILE
012340     IF WS-LY-FILE-STATUS NOT = "00"
012350         DISPLAY "REGLAYOT REWRITE FAILED - FILE STATUS: "
012360             WS-LY-FILE-STATUS " - SESSION ENDED"
012370         SET WS-SESSION-DONE TO TRUE
012380         MOVE 8 TO RETURN-CODE
012390         GO TO 8000-EXIT
012400     END-IF
012410     PERFORM 8010-WRITE-LAYOUT-RECORD THRU 8010-EXIT
012420         VARYING WS-LAYOUT-SUB FROM 1 BY 1
012430             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
012440     CLOSE LAYOUT-FILE

012450     MOVE "REGLAYOT" TO WS-LOG-FILE-NAME
012460     PERFORM 8500-WRITE-CHANGE-LOG THRU 8500-EXIT
012470     .
012480 8000-EXIT.
012490     EXIT.

012500 8010-WRITE-LAYOUT-RECORD.
012510     MOVE WS-LY-ENTRY(WS-LAYOUT-SUB) TO LAYOUT-RECORD
012520     WRITE LAYOUT-RECORD
012530     .
012540 8010-EXIT.
012550     EXIT.

012560 8100-REWRITE-LABEL-FILE.
012570     OPEN OUTPUT LABEL-FILE
012580     IF WS-VL-FILE-STATUS NOT = "00"
012590         DISPLAY "VALLABEL REWRITE FAILED - FILE STATUS: "
012600             WS-VL-FILE-STATUS " - SESSION ENDED"
012610         SET WS-SESSION-DONE TO TRUE
012620         MOVE 8 TO RETURN-CODE
012630         GO TO 8100-EXIT
012640     END-IF
012650     PERFORM 8110-WRITE-LABEL-RECORD THRU 8110-EXIT
012660         VARYING WS-LABEL-SUB FROM 1 BY 1
012670             UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
012680     CLOSE LABEL-FILE

012690     MOVE "VALLABEL" TO WS-LOG-FILE-NAME
012700     PERFORM 8500-WRITE-CHANGE-LOG THRU 8500-EXIT
012710     .
012720 8100-EXIT.
012730     EXIT.

012740 8110-WRITE-LABEL-RECORD.
012750     MOVE WS-LB-ENTRY(WS-LABEL-SUB) TO LABEL-RECORD
012760     WRITE LABEL-RECORD
012770     .
012780 8110-EXIT.
012790     EXIT.

013040 8300-REWRITE-LIMIT-FILE.
013050     OPEN OUTPUT LIMIT-TABLE-FILE
013060     IF WS-LT-FILE-STATUS NOT = "00"
013070         DISPLAY "LIMTABLE REWRITE FAILED - FILE STATUS: "
013080             WS-LT-FILE-STATUS " - SESSION ENDED"
013090         SET WS-SESSION-DONE TO TRUE
013100         MOVE 8 TO RETURN-CODE
013110         GO TO 8300-EXIT
013120     END-IF
013130     PERFORM 8310-WRITE-LIMIT-RECORD THRU 8310-EXIT
013140         VARYING WS-LIMIT-SUB FROM 1 BY 1
013150             UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
013160     CLOSE LIMIT-TABLE-FILE

013170     MOVE "LIMTABLE" TO WS-LOG-FILE-NAME
013180     PERFORM 8500-WRITE-CHANGE-LOG THRU 8500-EXIT
013190     .
013200 8300-EXIT.
013210     EXIT.

013220 8310-WRITE-LIMIT-RECORD.
013230     MOVE WS-LM-ENTRY(WS-LIMIT-SUB) TO LIMIT-TABLE-RECORD
013240     WRITE LIMIT-TABLE-RECORD
013250     .
013260 8310-EXIT.
013270     EXIT.

013280*----------------------------------------------------------------*
013290* 8500-WRITE-CHANGE-LOG - ONE CHANGE-LOG RECORD FOR THE CHANGE   *
013300* JUST WRITTEN: OPERATOR, TIME, FILE, ACTION AND THE BEFORE AND  *
013310* AFTER IMAGES.                                                  *
013320*----------------------------------------------------------------*
013330 8500-WRITE-CHANGE-LOG.
013340     MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP
013350     MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
013360     MOVE WS-LOG-FILE-NAME TO CL-FILE-NAME
013370     MOVE WS-ACTION TO CL-ACTION
013380     MOVE WS-BEFORE-IMAGE TO CL-BEFORE-IMAGE
013390     MOVE WS-AFTER-IMAGE TO CL-AFTER-IMAGE
013400     WRITE CHANGE-LOG-RECORD
013410     IF WS-CL-FILE-STATUS NOT = "00"
013420         DISPLAY "REFCHLOG WRITE FAILED - FILE STATUS: "
013430             WS-CL-FILE-STATUS " - SESSION ENDED"
013440         SET WS-SESSION-DONE TO TRUE
013450         MOVE 8 TO RETURN-CODE
013460         GO TO 8500-EXIT
013470     END-IF
013480     ADD 1 TO WS-CHANGES-APPLIED
013490     DISPLAY WS-LOG-FILE-NAME " UPDATED"
013500     .
013510 8500-EXIT.
013520     EXIT.
