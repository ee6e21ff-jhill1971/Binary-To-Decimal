000870*                     IN THE RESULT COLUMN OF THE AUDIT, OUTPUT  *
000880*                     AND REPORT RECORDS, THE SAME CONVENTION    *
000890*                     BinaryToDecimal'S DECIMAL-TO-BINARY MODE   *
000891*                     ALREADY USES. A DECIMAL VALUE PAST THE     *
000892*                     BASE'S 64-BIT CEILING IS REJECTED ON       *
000893*                     BaseConvert'S OVERFLOW STATUS.             *
000894*  10/15/2026  JH    ADDED MENU 7, DECODE ONE REGISTER, AND      *
000895*                     MENU 8, COMPOSE ONE REGISTER, FOR VENDOR   *
000896*                     CALLS ABOUT A SINGLE READING. DECODE       *
000897*                     TAKES A DEVICE ID (ITS MODEL COMES FROM    *
000898*                     DEVMAST) OR A MODEL ID AND A BINARY OR     *
000899*                     HEX VALUE, AND SHOWS EACH REGLAYOT FIELD   *
000900*                     WITH ITS DECIMAL VALUE, ITS VALLABEL       *
000901*                     MEANING AND ITS STANDING AGAINST           *
000902*                     LIMTABLE. COMPOSE TAKES A MODEL AND A      *
000903*                     VALUE OR LABEL FOR EACH FIELD AND GIVES    *
000904*                     BACK THE 64-BIT REGISTER IMAGE IN BINARY   *
000905*                     AND HEX FOR TEST PATTERNS. BOTH APPEND TO  *
000906*                     THE AUDIT LOG AND REPORT LIKE THE OTHER    *
000907*                     MENU CONVERSIONS; A DECODE FOR A NAMED     *
000908*                     DEVICE STAMPS THE DEVICE ID ON ITS AUDIT   *
000909*                     RECORD.                                    *
000910*  10/15/2026  JH    THE REGISTER DECODE NOW SHOWS EACH FIELD'S  *
000911*                     ENGINEERING VALUE AND UNITS FROM ITS       *
000912*                     TYPE, SCALE FACTOR AND OFFSET, AND TESTS   *
000913*                     THE LIMITS AGAINST THAT VALUE. COMPOSE     *
000914*                     STILL TAKES RAW FIELD VALUES.              *
000915*  10/15/2026  JH    EVERY AUDITLOG RECORD NOW CARRIES A CHAIN   *
000916*                     VALUE (AU-CHAIN-VALUE) BUILT BY THE NEW    *
000917*                     AuditChain SUBPROGRAM, THE SAME AS         *
000918*                     BinaryToDecimal WRITES. THE SESSION PICKS  *
000919*                     UP THE CHAIN END BEFORE ITS FIRST WRITE,   *
000920*                     SO AuditVerify CAN DETECT A RECORD         *
000921*                     ALTERED OR REMOVED AFTERWARDS.             *
000930*----------------------------------------------------------------*

000940 ENVIRONMENT DIVISION.

001090     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
001100         ORGANIZATION IS LINE SEQUENTIAL
001101         FILE STATUS IS WS-RC-FILE-STATUS.

001102     SELECT LAYOUT-FILE ASSIGN TO "REGLAYOT"
001103         ORGANIZATION IS LINE SEQUENTIAL
001104         FILE STATUS IS WS-LY-FILE-STATUS.

001105     SELECT LABEL-FILE ASSIGN TO "VALLABEL"
001106         ORGANIZATION IS LINE SEQUENTIAL
001107         FILE STATUS IS WS-VL-FILE-STATUS.

001108     SELECT LIMIT-TABLE-FILE ASSIGN TO "LIMTABLE"
001109         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-LT-FILE-STATUS.

001111     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
001112         ORGANIZATION IS INDEXED
001113         ACCESS MODE IS RANDOM
001114         RECORD KEY IS DM-DEVICE-ID
001115         FILE STATUS IS WS-DM-FILE-STATUS.

001120 DATA DIVISION.
001130 FILE SECTION.

001330 FD  RUN-CONTROL-FILE
001340     RECORDING MODE IS F.
001341     COPY RUNCTLRC.

001342 FD  LAYOUT-FILE
001343     RECORDING MODE IS F.
001344     COPY REGLAYRC.

001345 FD  LABEL-FILE
001346     RECORDING MODE IS F.
001347     COPY VALLABRC.

001348 FD  LIMIT-TABLE-FILE
001349     RECORDING MODE IS F.
001350     COPY LIMTABRC.

001351 FD  DEVICE-MASTER-FILE.
001352     COPY DEVMSTRC.

001360 WORKING-STORAGE SECTION.
001370 01  WS-MENU-CHOICE            PIC 9(01) VALUE 0.
001410     88  WS-CHOICE-BATCH           VALUE 4.
001420     88  WS-CHOICE-DEC-HEX         VALUE 5.
001430     88  WS-CHOICE-DEC-OCTAL       VALUE 6.
001433     88  WS-CHOICE-DECODE          VALUE 7.
001436     88  WS-CHOICE-COMPOSE         VALUE 8.

001440 01  WS-RAW-INPUT               PIC X(80) VALUE SPACES.
001450 01  WS-INPUT-VALUE              PIC X(64) VALUE SPACES.

001490 01  WS-BASE-VALUE                PIC 9(02) VALUE 0.
001500 01  WS-MAX-LEN                   PIC 9(02) VALUE 0.
001501 01  WS-DECIMAL-RESULT            PIC 9(20) VALUE 0.
001502 01  WS-DECIMAL-INPUT             PIC 9(20) VALUE 0.
001503 01  WS-REVERSE-SWITCH            PIC X(01) VALUE "N".
001504     88  WS-REVERSE-MODE              VALUE "Y".
001505     88  WS-FORWARD-MODE              VALUE "N".

001506 01  WS-DEVICE-ID                 PIC X(08) VALUE SPACES.
001507 01  WS-MODEL-ID                  PIC X(08) VALUE SPACES.
001508 01  WS-REGISTER-IMAGE            PIC X(64) VALUE SPACES.
001509 01  WS-HEX-IMAGE                 PIC X(16) VALUE SPACES.
001510 01  WS-SUBFIELD-BITS             PIC X(64) VALUE SPACES.
001511 01  WS-FIELD-VALUE               PIC 9(20) VALUE 0.
001512 01  WS-FIELD-VALUE-EDITED        PIC Z(19)9.
001513 01  WS-FIELD-END-BIT             PIC 9(02) VALUE 0.
001514 01  WS-PAD-COUNT                 PIC 9(02) VALUE 0.
001515 01  WS-VALUE-LABEL               PIC X(20) VALUE SPACES.
001516 01  WS-LIMIT-STATUS              PIC X(28) VALUE SPACES.
001517 01  WS-LINE-NO                   PIC 9(05) VALUE 0.
001518 01  WS-SCALE-FACTOR-IN           PIC S9(05)V9(06) VALUE 0.
001519 01  WS-OFFSET-IN                 PIC S9(09)V9(04) VALUE 0.
001520 01  WS-BCD-DIGITS                PIC 9(02) VALUE 0.
001521 01  WS-BCD-REMAINDER             PIC 9(02) VALUE 0.
001522 01  WS-ENG-VALUE-EDITED          PIC -(20)9.9(04).
001523 01  WS-ENG-TEXT                  PIC X(26) VALUE SPACES.

001524 01  WS-LAYOUT-COUNT               PIC 9(02) VALUE 0.
001525 01  WS-LAYOUT-MAX                 PIC 9(02) VALUE 64.
001526 01  WS-LAYOUT-SUB                 PIC 9(02) VALUE 0.
001527 01  WS-LAYOUT-TABLE.
001528     05  WS-LAYOUT-ENTRY OCCURS 64 TIMES.
001529         10  WS-LE-FIELD-NAME      PIC X(20).
001530         10  WS-LE-START-BIT       PIC 9(02).
001531         10  WS-LE-BIT-LENGTH      PIC 9(02).
001532         10  WS-LE-FIELD-TYPE      PIC X(01).
001533         10  WS-LE-SCALE-FACTOR    PIC S9(05)V9(06).
001534         10  WS-LE-OFFSET          PIC S9(09)V9(04).
001535         10  WS-LE-UNITS           PIC X(08).

001536 01  WS-LABEL-COUNT                PIC 9(03) VALUE 0.
001537 01  WS-LABEL-MAX                  PIC 9(03) VALUE 256.
001538 01  WS-LABEL-SUB                  PIC 9(03) VALUE 0.
001539 01  WS-LABEL-TABLE.
001540     05  WS-LABEL-ENTRY OCCURS 256 TIMES.
001541         10  WS-VB-FIELD-NAME      PIC X(20).
001542         10  WS-VB-FIELD-VALUE     PIC 9(20).
001543         10  WS-VB-LABEL-TEXT      PIC X(20).

001544 01  WS-LIMIT-COUNT                PIC 9(02) VALUE 0.
001545 01  WS-LIMIT-MAX                  PIC 9(02) VALUE 64.
001546 01  WS-LIMIT-SUB                  PIC 9(02) VALUE 0.
001547 01  WS-LIMIT-FOUND-SUB            PIC 9(02) VALUE 0.
001548 01  WS-LIMIT-TABLE.
001549     05  WS-LIMIT-ENTRY OCCURS 64 TIMES.
001550         10  WS-LM-FIELD-NAME      PIC X(20).
001551         10  WS-LM-LOW-LIMIT       PIC S9(13)V9(04).
001552         10  WS-LM-HIGH-LIMIT      PIC S9(13)V9(04).
001553         10  WS-LM-SEVERITY        PIC X(01).

001560 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
001570 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
001680     05  WS-MB-FILE-STATUS         PIC X(02) VALUE "00".
001690     05  WS-DO-FILE-STATUS         PIC X(02) VALUE "00".
001700     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".
001702     05  WS-LY-FILE-STATUS         PIC X(02) VALUE "00".
001704     05  WS-VL-FILE-STATUS         PIC X(02) VALUE "00".
001706     05  WS-LT-FILE-STATUS         PIC X(02) VALUE "00".
001708     05  WS-DM-FILE-STATUS         PIC X(02) VALUE "00".

001710 01  WS-SWITCHES.
001720     05  WS-VALID-SWITCH           PIC X(01) VALUE "Y".
001780         88  WS-MB-RECORD-OK           VALUE "Y".
001790         88  WS-MB-RECORD-DISCARD      VALUE "N".
001800     05  WS-MB-OVERSIZE-SWITCH     PIC X(01) VALUE "N".
001801         88  WS-MB-OVERSIZE-PENDING    VALUE "Y".
001802         88  WS-MB-OVERSIZE-NOT-PENDING VALUE "N".
001803     05  WS-LY-EOF-SWITCH          PIC X(01) VALUE "N".
001804         88  END-OF-LAYOUT-FILE        VALUE "Y".
001805     05  WS-VL-EOF-SWITCH          PIC X(01) VALUE "N".
001806         88  END-OF-LABEL-FILE         VALUE "Y".
001807     05  WS-LT-EOF-SWITCH          PIC X(01) VALUE "N".
001808         88  END-OF-LIMIT-FILE         VALUE "Y".
001809     05  WS-FIELD-LABELED-SWITCH   PIC X(01) VALUE "N".
001810         88  WS-FIELD-HAS-LABELS       VALUE "Y".
001811     05  WS-LABEL-FOUND-SWITCH     PIC X(01) VALUE "N".
001812         88  WS-LABEL-FOUND            VALUE "Y".
001813     05  WS-LIMIT-FOUND-SWITCH     PIC X(01) VALUE "N".
001814         88  WS-LIMIT-FOUND            VALUE "Y".
001815     05  WS-REGISTER-FORMAT        PIC X(01) VALUE SPACES.
001816         88  WS-FORMAT-BINARY          VALUE "B".
001817         88  WS-FORMAT-HEX             VALUE "H".
001818         88  WS-FORMAT-VALID           VALUE "B" "H".
001819     05  WS-SCALING-SWITCH         PIC X(01) VALUE "Y".
001820         88  WS-SCALING-OK             VALUE "Y".
001821         88  WS-SCALING-BAD            VALUE "N".

001830 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001840 77  WS-RECORDS-REJECTED           PIC 9(09) VALUE 0 COMP.
001850 77  WS-RECORDS-CONVERTED          PIC 9(09) VALUE 0 COMP.
001855 77  WS-REFERENCE-ERRORS           PIC 9(05) VALUE 0 COMP.

001860     COPY BASECONV.
001865     COPY ENGCONV.
001866     COPY AUCHAIN.
001867 01  WS-AUDIT-CHAIN-END            PIC 9(18) VALUE 0.

001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001910     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001920         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001925     PERFORM 2390-FIND-AUDIT-CHAIN-END THRU 2390-EXIT
001930     OPEN EXTEND AUDIT-FILE
001940     IF WS-AU-FILE-STATUS = "35"
001950         OPEN OUTPUT AUDIT-FILE
002180         WHEN WS-CHOICE-DEC-OCTAL
002190             MOVE 8 TO WS-BASE-VALUE
002200             PERFORM 3000-REVERSE-CONTROL THRU 3000-EXIT
002202         WHEN WS-CHOICE-DECODE
002204             PERFORM 5000-DECODE-CONTROL THRU 5000-EXIT
002206         WHEN WS-CHOICE-COMPOSE
002208             PERFORM 6000-COMPOSE-CONTROL THRU 6000-EXIT
002210         WHEN OTHER
002220             DISPLAY "INVALID SELECTION - ENDING RUN"
002230     END-EVALUATE
002360     DISPLAY "  4 - BATCH MULTI-BASE (CONVERT A TAGGED FILE)"
002370     DISPLAY "  5 - DECIMAL TO HEXADECIMAL"
002380     DISPLAY "  6 - DECIMAL TO OCTAL"
002383     DISPLAY "  7 - DECODE ONE REGISTER INTO ITS FIELDS"
002386     DISPLAY "  8 - COMPOSE ONE REGISTER FROM FIELD VALUES"
002390     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
002400     ACCEPT WS-MENU-CHOICE
002410     .
003660 2300-EXIT.
003670     EXIT.

003671*----------------------------------------------------------------*
003672* 2390-FIND-AUDIT-CHAIN-END - PICK UP THE CHAIN VALUE OF THE     *
003673* LAST AUDIT RECORD ALREADY WRITTEN, SO THIS SESSION'S RECORDS   *
003674* CARRY THE CHAIN ON FROM IT. IF IT CANNOT BE FOUND THE CHAIN    *
003675* RESTARTS FROM ZERO, WHICH AuditVerify WILL REPORT AS A BREAK.  *
003676*----------------------------------------------------------------*
003677 2390-FIND-AUDIT-CHAIN-END.
003678     MOVE "E" TO AC-FUNCTION
003679     CALL "AuditChain" USING AUDIT-CHAIN-PARMS
003680     IF NOT AC-OK
003681         DISPLAY "AUDITLOG CHAIN END NOT FOUND, STATUS "
003682             AC-STATUS " - CHAIN RESTARTS FROM ZERO"
003683     END-IF
003684     MOVE AC-CHAIN-VALUE TO WS-AUDIT-CHAIN-END
003685     .
003686 2390-EXIT.
003687     EXIT.

003688*----------------------------------------------------------------*
003690* 2400-WRITE-AUDIT-RECORD - APPEND ONE CONVERSION, IN ANY BASE,  *
003700* TO THE SAME AUDIT FILE BinaryToDecimal WRITES, SO EVERY        *
003710* CONVERSION THROUGH THIS MENU STAYS ON THE COMPLIANCE TRAIL.    *
003713* ONLY A REGISTER DECODED FOR A NAMED DEVICE CARRIES A DEVICE    *
003716* ID; EVERYTHING ELSE HAS NO DUMP ORIGIN AND LEAVES IT BLANK.    *
003718* EACH RECORD IS CHAINED TO THE ONE BEFORE IT (SEE AuditChain).  *
003720*----------------------------------------------------------------*
003730 2400-WRITE-AUDIT-RECORD.
003740     MOVE WS-INPUT-VALUE TO AU-BINARY-NUMBER
003750     MOVE WS-DECIMAL-RESULT TO AU-DECIMAL-RESULT
003760     MOVE "+" TO AU-RESULT-SIGN
003770     MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
003780     MOVE WS-DEVICE-ID TO AU-DEVICE-ID
003790     MOVE SPACES TO AU-BLOCK-SEQ

003791     MOVE "C" TO AC-FUNCTION
003792     MOVE AUDIT-RECORD(1:118) TO AC-RECORD-IMAGE
003793     MOVE WS-AUDIT-CHAIN-END TO AC-CHAIN-VALUE
003794     CALL "AuditChain" USING AUDIT-CHAIN-PARMS
003795     MOVE AC-CHAIN-VALUE TO AU-CHAIN-VALUE
003800     WRITE AUDIT-RECORD
003805     MOVE AC-CHAIN-VALUE TO WS-AUDIT-CHAIN-END
003810     .
003820 2400-EXIT.
003830     EXIT.
007020     EXIT.

007030*----------------------------------------------------------------*
007040* 5000-DECODE-CONTROL - BREAK ONE REGISTER READING INTO ITS      *
007050* NAMED FIELDS THE WAY RegisterDecode DOES FOR A WHOLE DUMP, FOR *
007060* THE ANALYST ON THE PHONE WITH A VENDOR ABOUT ONE VALUE. THE    *
007070* MODEL COMES FROM THE DEVICE MASTER WHEN A DEVICE ID IS KEYED,  *
007080* OTHERWISE THE ENTRY IS TAKEN AS THE MODEL ITSELF. EACH FIELD   *
007090* SHOWS ITS DECIMAL VALUE, ITS VALLABEL MEANING AND WHERE IT     *
007100* SITS AGAINST ITS LIMTABLE LIMITS. THE READING GOES TO THE      *
007110* AUDIT LOG AND REPORT LIKE ANY OTHER MENU CONVERSION, STAMPED   *
007120* WITH THE DEVICE WHEN ONE WAS GIVEN.                            *
007130*----------------------------------------------------------------*
007140 5000-DECODE-CONTROL.
007150     PERFORM 7000-GET-DEVICE-OR-MODEL THRU 7000-EXIT
007160     PERFORM 7100-LOAD-LAYOUT-TABLE THRU 7100-EXIT
007170     IF WS-LAYOUT-COUNT = 0
007180         DISPLAY "NO LAYOUT FIELDS FOUND FOR MODEL " WS-MODEL-ID
007190             " - NOTHING TO DECODE"
007200         GO TO 5000-EXIT
007210     END-IF
007220     PERFORM 7200-LOAD-LABEL-TABLE THRU 7200-EXIT
007230     PERFORM 7300-LOAD-LIMIT-TABLE THRU 7300-EXIT

007240     MOVE SPACES TO WS-REGISTER-FORMAT
007250     PERFORM 5100-GET-REGISTER-FORMAT THRU 5100-EXIT
007260         UNTIL WS-FORMAT-VALID
007270     IF WS-FORMAT-BINARY
007280         MOVE 1 TO WS-MENU-CHOICE
007290         MOVE 2 TO WS-BASE-VALUE
007300     ELSE
007310         MOVE 2 TO WS-MENU-CHOICE
007320         MOVE 16 TO WS-BASE-VALUE
007330     END-IF
007340     SET WS-VALUE-INVALID TO TRUE
007350     PERFORM 5200-GET-REGISTER-VALUE THRU 5200-EXIT
007360         UNTIL WS-VALUE-VALID
007370     PERFORM 2300-CONVERT-TO-DECIMAL THRU 2300-EXIT

007380     MOVE WS-DECIMAL-RESULT TO WS-DECIMAL-INPUT
007390     PERFORM 7500-BUILD-REGISTER-IMAGES THRU 7500-EXIT

007400     DISPLAY "-----------------------------------------"
007410     DISPLAY "MODEL    : " WS-MODEL-ID "   DEVICE: " WS-DEVICE-ID
007420     DISPLAY "BINARY   : " WS-REGISTER-IMAGE
007430     DISPLAY "HEX      : " WS-HEX-IMAGE
007440     DISPLAY "DECIMAL  : " WS-DECIMAL-RESULT
007450     DISPLAY "FIELD NAME                   DECIMAL VALUE  "
007460         "VALUE LABEL           LIMIT STATUS"
007465     DISPLAY "    ENGINEERING VALUE          UNITS"
007470     PERFORM 5300-SHOW-ONE-FIELD THRU 5300-EXIT
007480         VARYING WS-LAYOUT-SUB FROM 1 BY 1
007490             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT
007500     DISPLAY "-----------------------------------------"

007510     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
007520     PERFORM 2450-WRITE-REPORT-LINE THRU 2450-EXIT
007530     .
007540 5000-EXIT.
007550     EXIT.

007560 5100-GET-REGISTER-FORMAT.
007570     DISPLAY "REGISTER VALUE IS (B = BINARY, H = HEXADECIMAL): "
007580         WITH NO ADVANCING
007590     MOVE SPACES TO WS-RAW-INPUT
007600     ACCEPT WS-RAW-INPUT
007610     MOVE WS-RAW-INPUT(1:1) TO WS-REGISTER-FORMAT
007620     IF NOT WS-FORMAT-VALID
007630        OR WS-RAW-INPUT(2:79) NOT = SPACES
007640         DISPLAY "FORMAT MUST BE B OR H"
007650         MOVE SPACES TO WS-REGISTER-FORMAT
007660     END-IF
007670     .
007680 5100-EXIT.
007690     EXIT.

007700 5200-GET-REGISTER-VALUE.
007710     PERFORM 2100-GET-INPUT-VALUE THRU 2100-EXIT
007720     PERFORM 2200-VALIDATE-INPUT-VALUE THRU 2200-EXIT
007730     .
007740 5200-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------*
007770* 5300-SHOW-ONE-FIELD - CUT ONE NAMED FIELD OUT OF THE REGISTER  *
007780* IMAGE AND SHOW IT WITH ITS LABEL AND LIMIT STATUS, AND ITS     *
007783* ENGINEERING VALUE AND UNITS ON THE LINE BELOW. THE LIMITS ARE  *
007786* TESTED AGAINST THE ENGINEERING VALUE. A FIELD WITH NO LIMTABLE *
007790* ENTRY, OR NO ENGINEERING VALUE, IS NOT CHECKED, AS IN          *
007795* LimitCheck.                                                    *
007800*----------------------------------------------------------------*
007810 5300-SHOW-ONE-FIELD.
007820     PERFORM 7600-CUT-FIELD-VALUE THRU 7600-EXIT
007830     PERFORM 7700-LOOK-UP-VALUE-LABEL THRU 7700-EXIT
007835     PERFORM 7650-FORM-ENGINEERING-VALUE THRU 7650-EXIT

007840     MOVE "NO LIMITS ON FILE" TO WS-LIMIT-STATUS
007850     MOVE "N" TO WS-LIMIT-FOUND-SWITCH
007860     MOVE 0 TO WS-LIMIT-FOUND-SUB
007870     PERFORM 5310-MATCH-LIMIT-ENTRY THRU 5310-EXIT
007880         VARYING WS-LIMIT-SUB FROM 1 BY 1
007890             UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
007900                OR WS-LIMIT-FOUND
007902     IF WS-LIMIT-FOUND AND NOT EC-OK
007904         MOVE "NO ENGINEERING VALUE" TO WS-LIMIT-STATUS
007906         MOVE "N" TO WS-LIMIT-FOUND-SWITCH
007908     END-IF
007910     IF WS-LIMIT-FOUND
007920         EVALUATE TRUE
007930             WHEN EC-ENG-VALUE <
007940                     WS-LM-LOW-LIMIT(WS-LIMIT-FOUND-SUB)
007950                 MOVE "BELOW LOW LIMIT" TO WS-LIMIT-STATUS
007960             WHEN EC-ENG-VALUE >
007970                     WS-LM-HIGH-LIMIT(WS-LIMIT-FOUND-SUB)
007980                 MOVE "ABOVE HIGH LIMIT" TO WS-LIMIT-STATUS
007990             WHEN OTHER
008000                 MOVE "WITHIN LIMITS" TO WS-LIMIT-STATUS
008010         END-EVALUATE
008020         IF WS-LIMIT-STATUS NOT = "WITHIN LIMITS"
008030             IF WS-LM-SEVERITY(WS-LIMIT-FOUND-SUB) = "C"
008040                 MOVE " - CRITICAL" TO WS-LIMIT-STATUS(17:12)
008050             ELSE
008060                 MOVE " - WARNING" TO WS-LIMIT-STATUS(17:12)
008070             END-IF
008080         END-IF
008090     END-IF

008100     MOVE WS-FIELD-VALUE TO WS-FIELD-VALUE-EDITED
008110     DISPLAY WS-LE-FIELD-NAME(WS-LAYOUT-SUB) " "
008120         WS-FIELD-VALUE-EDITED "  " WS-VALUE-LABEL "  "
008130         WS-LIMIT-STATUS
008135     DISPLAY "    " WS-ENG-TEXT " " WS-LE-UNITS(WS-LAYOUT-SUB)
008140     .
008150 5300-EXIT.
008160     EXIT.

008170 5310-MATCH-LIMIT-ENTRY.
008180     IF WS-LM-FIELD-NAME(WS-LIMIT-SUB) =
008190            WS-LE-FIELD-NAME(WS-LAYOUT-SUB)
008200         SET WS-LIMIT-FOUND TO TRUE
008210         MOVE WS-LIMIT-SUB TO WS-LIMIT-FOUND-SUB
008220     END-IF
008230     .
008240 5310-EXIT.
008250     EXIT.

008260*----------------------------------------------------------------*
008270* 6000-COMPOSE-CONTROL - THE REVERSE OF 5000: BUILD THE FULL     *
008280* 64-BIT REGISTER IMAGE FOR A MODEL FROM A VALUE OR VALLABEL     *
008290* LABEL KEYED FOR EACH OF ITS FIELDS, FOR THE TEST PATTERNS SENT *
008300* TO THE VENDOR. BITS OUTSIDE EVERY FIELD ARE ZERO. THE IMAGE IS *
008310* SHOWN IN BINARY AND HEXADECIMAL AND GOES TO THE AUDIT LOG AND  *
008320* REPORT IN BINARY WITH ITS DECIMAL VALUE.                       *
008330*----------------------------------------------------------------*
008340 6000-COMPOSE-CONTROL.
008350     DISPLAY "ENTER CONTROLLER MODEL ID (UP TO 8 CHARACTERS): "
008360         WITH NO ADVANCING
008370     MOVE SPACES TO WS-RAW-INPUT
008380     ACCEPT WS-RAW-INPUT
008390     MOVE WS-RAW-INPUT(1:8) TO WS-MODEL-ID
008400     MOVE SPACES TO WS-DEVICE-ID

008410     PERFORM 7100-LOAD-LAYOUT-TABLE THRU 7100-EXIT
008420     IF WS-LAYOUT-COUNT = 0
008430         DISPLAY "NO LAYOUT FIELDS FOUND FOR MODEL " WS-MODEL-ID
008440             " - NOTHING TO COMPOSE"
008450         GO TO 6000-EXIT
008460     END-IF
008470     PERFORM 7200-LOAD-LABEL-TABLE THRU 7200-EXIT

008480     DISPLAY "KEY A DECIMAL VALUE OR A VALUE LABEL FOR EACH "
008490         "FIELD - BLANK IS ZERO"
008500     MOVE ALL "0" TO WS-REGISTER-IMAGE
008510     PERFORM 6100-COMPOSE-ONE-FIELD THRU 6100-EXIT
008520         VARYING WS-LAYOUT-SUB FROM 1 BY 1
008530             UNTIL WS-LAYOUT-SUB > WS-LAYOUT-COUNT

008540     MOVE "D" TO BC-FUNCTION
008550     MOVE 2 TO BC-BASE
008560     MOVE "U" TO BC-SIGN-FLAG
008570     MOVE 0 TO BC-REG-WIDTH
008580     MOVE WS-REGISTER-IMAGE TO BC-INPUT-VALUE
008590     CALL "BaseConvert" USING CONVERSION-PARMS
008600     MOVE BC-UNSIGNED-VALUE TO WS-DECIMAL-INPUT
008610     PERFORM 7500-BUILD-REGISTER-IMAGES THRU 7500-EXIT

008620     DISPLAY "-----------------------------------------"
008630     DISPLAY "MODEL    : " WS-MODEL-ID
008640     DISPLAY "BINARY   : " WS-REGISTER-IMAGE
008650     DISPLAY "HEX      : " WS-HEX-IMAGE
008660     DISPLAY "DECIMAL  : " WS-DECIMAL-INPUT
008670     DISPLAY "-----------------------------------------"

008680     MOVE WS-REGISTER-IMAGE TO WS-INPUT-VALUE
008690     MOVE WS-DECIMAL-INPUT TO WS-DECIMAL-RESULT
008700     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
008710     PERFORM 2450-WRITE-REPORT-LINE THRU 2450-EXIT
008720     .
008730 6000-EXIT.
008740     EXIT.

008750 6100-COMPOSE-ONE-FIELD.
008760     SET WS-VALUE-INVALID TO TRUE
008770     PERFORM 6200-GET-FIELD-VALUE THRU 6200-EXIT
008780         UNTIL WS-VALUE-VALID
008790     MOVE WS-FIELD-VALUE TO WS-DECIMAL-INPUT
008800     MOVE 2 TO WS-BASE-VALUE
008810     PERFORM 3300-CONVERT-FROM-DECIMAL THRU 3300-EXIT
008820     COMPUTE WS-PAD-COUNT = 64 - WS-LE-BIT-LENGTH(WS-LAYOUT-SUB)
008830     MOVE BC-OUTPUT-VALUE(WS-PAD-COUNT + 1:
008840                          WS-LE-BIT-LENGTH(WS-LAYOUT-SUB))
008850         TO WS-REGISTER-IMAGE(WS-LE-START-BIT(WS-LAYOUT-SUB):
008860                              WS-LE-BIT-LENGTH(WS-LAYOUT-SUB))
008870     .
008880 6100-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------*
008910* 6200-GET-FIELD-VALUE - ACCEPT ONE FIELD'S VALUE. ALL DIGITS IS *
008920* A DECIMAL VALUE; ANYTHING ELSE MUST BE ONE OF THE FIELD'S      *
008930* VALLABEL LABELS, WHICH STANDS FOR ITS VALUE. THE VALUE MUST    *
008940* FIT IN THE FIELD'S BIT LENGTH, OR IT WOULD SPILL INTO ITS      *
008950* NEIGHBOR.                                                      *
008960*----------------------------------------------------------------*
008970 6200-GET-FIELD-VALUE.
008980     COMPUTE WS-FIELD-END-BIT = WS-LE-START-BIT(WS-LAYOUT-SUB)
008990         + WS-LE-BIT-LENGTH(WS-LAYOUT-SUB) - 1
009000     DISPLAY WS-LE-FIELD-NAME(WS-LAYOUT-SUB) " (BITS "
009010         WS-LE-START-BIT(WS-LAYOUT-SUB) "-" WS-FIELD-END-BIT
009020         "): " WITH NO ADVANCING
009030     MOVE SPACES TO WS-RAW-INPUT
009040     ACCEPT WS-RAW-INPUT
009050     SET WS-VALUE-VALID TO TRUE
009060     MOVE 0 TO WS-FIELD-VALUE
009070     IF WS-RAW-INPUT = SPACES
009080         GO TO 6200-EXIT
009090     END-IF

009100     MOVE SPACES TO WS-INPUT-VALUE
009110     MOVE WS-RAW-INPUT(1:64) TO WS-INPUT-VALUE
009120     MOVE 0 TO WS-LEN
009130     INSPECT WS-INPUT-VALUE TALLYING WS-LEN
009140         FOR CHARACTERS BEFORE INITIAL SPACE
009150     IF WS-LEN = 0
009160         DISPLAY "START THE VALUE IN THE FIRST POSITION"
009170         SET WS-VALUE-INVALID TO TRUE
009180         GO TO 6200-EXIT
009190     END-IF
009200     IF WS-INPUT-VALUE(1:WS-LEN) IS NUMERIC
009210         IF WS-LEN > 20
009220             DISPLAY "VALUE TOO LONG - MAXIMUM LENGTH FOR A "
009230                 "DECIMAL VALUE IS 20 DIGITS"
009240             SET WS-VALUE-INVALID TO TRUE
009250             GO TO 6200-EXIT
009260         END-IF
009270         MOVE FUNCTION NUMVAL(WS-INPUT-VALUE(1:WS-LEN))
009280             TO WS-FIELD-VALUE
009290     ELSE
009300         MOVE "N" TO WS-LABEL-FOUND-SWITCH
009310         PERFORM 6210-MATCH-LABEL-TEXT THRU 6210-EXIT
009320             VARYING WS-LABEL-SUB FROM 1 BY 1
009330                 UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
009340                    OR WS-LABEL-FOUND
009350         IF NOT WS-LABEL-FOUND
009360             DISPLAY "NOT A NUMBER OR A LABEL OF THIS FIELD"
009370             SET WS-VALUE-INVALID TO TRUE
009380             GO TO 6200-EXIT
009390         END-IF
009400     END-IF

009410     MOVE WS-FIELD-VALUE TO WS-DECIMAL-INPUT
009420     MOVE 2 TO WS-BASE-VALUE
009430     PERFORM 3300-CONVERT-FROM-DECIMAL THRU 3300-EXIT
009440     IF WS-VALUE-INVALID
009450         GO TO 6200-EXIT
009460     END-IF
009470     COMPUTE WS-PAD-COUNT = 64 - WS-LE-BIT-LENGTH(WS-LAYOUT-SUB)
009480     IF WS-PAD-COUNT > 0
009490         IF BC-OUTPUT-VALUE(1:WS-PAD-COUNT) NOT = ALL "0"
009500             DISPLAY "VALUE DOES NOT FIT IN "
009510                 WS-LE-BIT-LENGTH(WS-LAYOUT-SUB) " BITS"
009520             SET WS-VALUE-INVALID TO TRUE
009530         END-IF
009540     END-IF
009550     .
009560 6200-EXIT.
009570     EXIT.

009580 6210-MATCH-LABEL-TEXT.
009590     IF WS-VB-FIELD-NAME(WS-LABEL-SUB) =
009600            WS-LE-FIELD-NAME(WS-LAYOUT-SUB)
009610        AND WS-VB-LABEL-TEXT(WS-LABEL-SUB) = WS-RAW-INPUT(1:20)
009620        AND WS-RAW-INPUT(21:60) = SPACES
009630         SET WS-LABEL-FOUND TO TRUE
009640         MOVE WS-VB-FIELD-VALUE(WS-LABEL-SUB) TO WS-FIELD-VALUE
009650     END-IF
009660     .
009670 6210-EXIT.
009680     EXIT.

009690*----------------------------------------------------------------*
009700* 7000-GET-DEVICE-OR-MODEL - A DEVICE ON THE DEVICE MASTER GIVES *
009710* ITS MODEL; ANY OTHER ENTRY IS TAKEN AS A MODEL ID. AN          *
009720* UNAVAILABLE MASTER ONLY MEANS THE MODEL MUST BE KEYED.         *
009730*----------------------------------------------------------------*
009740 7000-GET-DEVICE-OR-MODEL.
009750     DISPLAY "ENTER DEVICE ID OR CONTROLLER MODEL ID: "
009760         WITH NO ADVANCING
009770     MOVE SPACES TO WS-RAW-INPUT
009780     ACCEPT WS-RAW-INPUT
009790     MOVE WS-RAW-INPUT(1:8) TO WS-MODEL-ID
009800     MOVE SPACES TO WS-DEVICE-ID

009810     OPEN INPUT DEVICE-MASTER-FILE
009820     IF WS-DM-FILE-STATUS NOT = "00"
009830         DISPLAY "DEVMAST NOT AVAILABLE - FILE STATUS: "
009840             WS-DM-FILE-STATUS " - ENTRY TAKEN AS A MODEL ID"
009850         GO TO 7000-EXIT
009860     END-IF
009870     MOVE WS-RAW-INPUT(1:8) TO DM-DEVICE-ID
009880     READ DEVICE-MASTER-FILE
009890         INVALID KEY
009900             MOVE SPACES TO DM-MODEL-ID
009910     END-READ
009920     IF WS-DM-FILE-STATUS = "00"
009930         MOVE DM-DEVICE-ID TO WS-DEVICE-ID
009940         MOVE DM-MODEL-ID TO WS-MODEL-ID
009950         DISPLAY "DEVICE " WS-DEVICE-ID " IS MODEL " WS-MODEL-ID
009960     END-IF
009970     CLOSE DEVICE-MASTER-FILE
009980     .
009990 7000-EXIT.
010000     EXIT.

010010*----------------------------------------------------------------*
010020* 7100-LOAD-LAYOUT-TABLE - TABLE THE REGLAYOT FIELDS OF          *
010030* WS-MODEL-ID WITH THE EDITS RegisterDecode APPLIES. A BAD       *
010040* RECORD IS NOTED AND LEFT OUT.                                  *
010050*----------------------------------------------------------------*
010060 7100-LOAD-LAYOUT-TABLE.
010070     MOVE 0 TO WS-LAYOUT-COUNT
010080     MOVE 0 TO WS-REFERENCE-ERRORS
010090     MOVE 0 TO WS-LINE-NO
010100     MOVE "N" TO WS-LY-EOF-SWITCH

010110     OPEN INPUT LAYOUT-FILE
010120     IF WS-LY-FILE-STATUS NOT = "00"
010130         DISPLAY "REGLAYOT COULD NOT BE OPENED - FILE STATUS: "
010140             WS-LY-FILE-STATUS
010150         GO TO 7100-EXIT
010160     END-IF

010170     PERFORM 7110-READ-LAYOUT-RECORD THRU 7110-EXIT
010180     PERFORM 7120-TABLE-LAYOUT-RECORD THRU 7120-EXIT
010190         UNTIL END-OF-LAYOUT-FILE
010200     CLOSE LAYOUT-FILE

010210     IF WS-REFERENCE-ERRORS > 0
010220         DISPLAY "LAYOUT RECORDS IN ERROR: " WS-REFERENCE-ERRORS
010230     END-IF
010240     .
010250 7100-EXIT.
010260     EXIT.

010270 7110-READ-LAYOUT-RECORD.
010280     READ LAYOUT-FILE
010290         AT END
010300             SET END-OF-LAYOUT-FILE TO TRUE
010310     END-READ
010320     IF NOT END-OF-LAYOUT-FILE
010330         ADD 1 TO WS-LINE-NO
010340     END-IF
010350     .
010360 7110-EXIT.
010370     EXIT.

010380 7120-TABLE-LAYOUT-RECORD.
010390     IF RL-MODEL-ID NOT = WS-MODEL-ID
010400         GO TO 7120-NEXT
010410     END-IF
010420     IF RL-START-BIT IS NOT NUMERIC
010430        OR RL-BIT-LENGTH IS NOT NUMERIC
010440        OR RL-START-BIT < 1
010450        OR RL-BIT-LENGTH < 1
010460        OR RL-START-BIT + RL-BIT-LENGTH - 1 > 64
010470         ADD 1 TO WS-REFERENCE-ERRORS
010480         DISPLAY "LAYOUT RECORD " WS-LINE-NO
010490             " IN ERROR - FIELD " RL-FIELD-NAME
010500             " START/LENGTH INVALID"
010510         GO TO 7120-NEXT
010520     END-IF
010521     PERFORM 7130-EDIT-LAYOUT-SCALING THRU 7130-EXIT
010522     IF WS-SCALING-BAD
010523         ADD 1 TO WS-REFERENCE-ERRORS
010524         DISPLAY "LAYOUT RECORD " WS-LINE-NO
010525             " IN ERROR - FIELD " RL-FIELD-NAME
010526             " TYPE/SCALE/OFFSET INVALID"
010527         GO TO 7120-NEXT
010528     END-IF
010530     IF WS-LAYOUT-COUNT >= WS-LAYOUT-MAX
010540         ADD 1 TO WS-REFERENCE-ERRORS
010550         DISPLAY "LAYOUT RECORD " WS-LINE-NO
010560             " DROPPED - MORE THAN " WS-LAYOUT-MAX
010570             " FIELDS FOR MODEL " WS-MODEL-ID
010580         GO TO 7120-NEXT
010590     END-IF
010600     ADD 1 TO WS-LAYOUT-COUNT
010610     MOVE RL-FIELD-NAME TO WS-LE-FIELD-NAME(WS-LAYOUT-COUNT)
010620     MOVE RL-START-BIT TO WS-LE-START-BIT(WS-LAYOUT-COUNT)
010630     MOVE RL-BIT-LENGTH TO WS-LE-BIT-LENGTH(WS-LAYOUT-COUNT)
010631     MOVE RL-FIELD-TYPE TO WS-LE-FIELD-TYPE(WS-LAYOUT-COUNT)
010632     IF RL-TYPE-UNSIGNED
010633         MOVE "U" TO WS-LE-FIELD-TYPE(WS-LAYOUT-COUNT)
010634     END-IF
010635     MOVE WS-SCALE-FACTOR-IN
010636         TO WS-LE-SCALE-FACTOR(WS-LAYOUT-COUNT)
010637     MOVE WS-OFFSET-IN TO WS-LE-OFFSET(WS-LAYOUT-COUNT)
010638     MOVE RL-UNITS TO WS-LE-UNITS(WS-LAYOUT-COUNT)
010640     .
010650 7120-NEXT.
010660     PERFORM 7110-READ-LAYOUT-RECORD THRU 7110-EXIT
010670     .
010680 7120-EXIT.
010690     EXIT.

010691*----------------------------------------------------------------*
010692* 7130-EDIT-LAYOUT-SCALING - THE SAME TYPE, SCALE FACTOR AND     *
010693* OFFSET RULES RegisterDecode APPLIES, SO THE MENU DECODES A     *
010694* FIELD EXACTLY AS THE NIGHT RUN DOES: A BLANK SCALE FACTOR IS   *
010695* 1, A BLANK OFFSET 0, A BCD FIELD A WHOLE NUMBER OF 4-BIT       *
010696* DIGITS, AND A SCALE FACTOR NEVER ZERO.                         *
010697*----------------------------------------------------------------*
010698 7130-EDIT-LAYOUT-SCALING.
010699     SET WS-SCALING-OK TO TRUE
010700     MOVE 1 TO WS-SCALE-FACTOR-IN
010701     MOVE 0 TO WS-OFFSET-IN

010702     IF NOT RL-TYPE-VALID
010703         SET WS-SCALING-BAD TO TRUE
010704         GO TO 7130-EXIT
010705     END-IF
010706     IF RL-TYPE-BCD
010707         DIVIDE RL-BIT-LENGTH BY 4 GIVING WS-BCD-DIGITS
010708             REMAINDER WS-BCD-REMAINDER
010709         IF WS-BCD-REMAINDER NOT = 0
010710             SET WS-SCALING-BAD TO TRUE
010711             GO TO 7130-EXIT
010712         END-IF
010713     END-IF

010714     IF RL-SCALE-FACTOR-X NOT = SPACES
010715         IF RL-SCALE-FACTOR IS NOT NUMERIC
010716             SET WS-SCALING-BAD TO TRUE
010717             GO TO 7130-EXIT
010718         END-IF
010719         IF RL-SCALE-FACTOR = 0
010720             SET WS-SCALING-BAD TO TRUE
010721             GO TO 7130-EXIT
010722         END-IF
010723         MOVE RL-SCALE-FACTOR TO WS-SCALE-FACTOR-IN
010724     END-IF

010725     IF RL-OFFSET-X NOT = SPACES
010726         IF RL-OFFSET IS NOT NUMERIC
010727             SET WS-SCALING-BAD TO TRUE
010728             GO TO 7130-EXIT
010729         END-IF
010730         MOVE RL-OFFSET TO WS-OFFSET-IN
010731     END-IF
010732     .
010733 7130-EXIT.
010734     EXIT.

010735*----------------------------------------------------------------*
010736* 7200-LOAD-LABEL-TABLE - TABLE THE VALLABEL ENTRIES OF          *
010737* WS-MODEL-ID. AN ABSENT FILE LEAVES EVERY FIELD UNLABELED.      *
010738*----------------------------------------------------------------*
010740 7200-LOAD-LABEL-TABLE.
010750     MOVE 0 TO WS-LABEL-COUNT
010760     MOVE 0 TO WS-REFERENCE-ERRORS
010770     MOVE 0 TO WS-LINE-NO
010780     MOVE "N" TO WS-VL-EOF-SWITCH

010790     OPEN INPUT LABEL-FILE
010800     IF WS-VL-FILE-STATUS NOT = "00"
010810         DISPLAY "VALLABEL NOT AVAILABLE - FILE STATUS: "
010820             WS-VL-FILE-STATUS " - VALUES SHOW UNLABELED"
010830         GO TO 7200-EXIT
010840     END-IF

010850     PERFORM 7210-READ-LABEL-RECORD THRU 7210-EXIT
010860     PERFORM 7220-TABLE-LABEL-RECORD THRU 7220-EXIT
010870         UNTIL END-OF-LABEL-FILE
010880     CLOSE LABEL-FILE

010890     IF WS-REFERENCE-ERRORS > 0
010900         DISPLAY "LABEL RECORDS IN ERROR: " WS-REFERENCE-ERRORS
010910     END-IF
010920     .
010930 7200-EXIT.
010940     EXIT.

010950 7210-READ-LABEL-RECORD.
010960     READ LABEL-FILE
010970         AT END
010980             SET END-OF-LABEL-FILE TO TRUE
010990     END-READ
011000     IF NOT END-OF-LABEL-FILE
011010         ADD 1 TO WS-LINE-NO
011020     END-IF
011030     .
011040 7210-EXIT.
011050     EXIT.

011060 7220-TABLE-LABEL-RECORD.
011070     IF VL-MODEL-ID NOT = WS-MODEL-ID
011080         GO TO 7220-NEXT
011090     END-IF
011100     IF VL-FIELD-VALUE IS NOT NUMERIC
011110         ADD 1 TO WS-REFERENCE-ERRORS
011120         DISPLAY "LABEL RECORD " WS-LINE-NO
011130             " IN ERROR - FIELD " VL-FIELD-NAME
011140             " VALUE NOT NUMERIC"
011150         GO TO 7220-NEXT
011160     END-IF
011170     IF WS-LABEL-COUNT >= WS-LABEL-MAX
011180         ADD 1 TO WS-REFERENCE-ERRORS
011190         DISPLAY "LABEL RECORD " WS-LINE-NO
011200             " DROPPED - MORE THAN " WS-LABEL-MAX
011210             " LABELS FOR MODEL " WS-MODEL-ID
011220         GO TO 7220-NEXT
011230     END-IF
011240     ADD 1 TO WS-LABEL-COUNT
011250     MOVE VL-FIELD-NAME TO WS-VB-FIELD-NAME(WS-LABEL-COUNT)
011260     MOVE VL-FIELD-VALUE TO WS-VB-FIELD-VALUE(WS-LABEL-COUNT)
011270     MOVE VL-LABEL-TEXT TO WS-VB-LABEL-TEXT(WS-LABEL-COUNT)
011280     .
011290 7220-NEXT.
011300     PERFORM 7210-READ-LABEL-RECORD THRU 7210-EXIT
011310     .
011320 7220-EXIT.
011330     EXIT.

011340*----------------------------------------------------------------*
011350* 7300-LOAD-LIMIT-TABLE - TABLE THE LIMTABLE ENTRIES OF          *
011360* WS-MODEL-ID WITH THE EDITS LimitCheck APPLIES. AN ABSENT FILE  *
011370* LEAVES EVERY FIELD UNCHECKED.                                  *
011380*----------------------------------------------------------------*
011390 7300-LOAD-LIMIT-TABLE.
011400     MOVE 0 TO WS-LIMIT-COUNT
011410     MOVE 0 TO WS-REFERENCE-ERRORS
011420     MOVE 0 TO WS-LINE-NO
011430     MOVE "N" TO WS-LT-EOF-SWITCH

011440     OPEN INPUT LIMIT-TABLE-FILE
011450     IF WS-LT-FILE-STATUS NOT = "00"
011460         DISPLAY "LIMTABLE NOT AVAILABLE - FILE STATUS: "
011470             WS-LT-FILE-STATUS " - LIMITS NOT CHECKED"
011480         GO TO 7300-EXIT
011490     END-IF

011500     PERFORM 7310-READ-LIMIT-RECORD THRU 7310-EXIT
011510     PERFORM 7320-TABLE-LIMIT-RECORD THRU 7320-EXIT
011520         UNTIL END-OF-LIMIT-FILE
011530     CLOSE LIMIT-TABLE-FILE

011540     IF WS-REFERENCE-ERRORS > 0
011550         DISPLAY "LIMIT RECORDS IN ERROR: " WS-REFERENCE-ERRORS
011560     END-IF
011570     .
011580 7300-EXIT.
011590     EXIT.

011600 7310-READ-LIMIT-RECORD.
011610     READ LIMIT-TABLE-FILE
011620         AT END
011630             SET END-OF-LIMIT-FILE TO TRUE
011640     END-READ
011650     IF NOT END-OF-LIMIT-FILE
011660         ADD 1 TO WS-LINE-NO
011670     END-IF
011680     .
011690 7310-EXIT.
011700     EXIT.

011710 7320-TABLE-LIMIT-RECORD.
011720     IF LT-MODEL-ID NOT = WS-MODEL-ID
011730         GO TO 7320-NEXT
011740     END-IF
011750     IF LT-LOW-LIMIT IS NOT NUMERIC
011760        OR LT-HIGH-LIMIT IS NOT NUMERIC
011770        OR (LT-SEVERITY NOT = "W" AND LT-SEVERITY NOT = "C")
011780        OR LT-LOW-LIMIT > LT-HIGH-LIMIT
011790         ADD 1 TO WS-REFERENCE-ERRORS
011800         DISPLAY "LIMIT RECORD " WS-LINE-NO
011810             " IN ERROR - FIELD " LT-FIELD-NAME
011820             " LIMITS/SEVERITY INVALID"
011830         GO TO 7320-NEXT
011840     END-IF
011850     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
011860         ADD 1 TO WS-REFERENCE-ERRORS
011870         DISPLAY "LIMIT RECORD " WS-LINE-NO
011880             " DROPPED - MORE THAN " WS-LIMIT-MAX
011890             " LIMITS FOR MODEL " WS-MODEL-ID
011900         GO TO 7320-NEXT
011910     END-IF
011920     ADD 1 TO WS-LIMIT-COUNT
011930     MOVE LT-FIELD-NAME TO WS-LM-FIELD-NAME(WS-LIMIT-COUNT)
011940     MOVE LT-LOW-LIMIT TO WS-LM-LOW-LIMIT(WS-LIMIT-COUNT)
011950     MOVE LT-HIGH-LIMIT TO WS-LM-HIGH-LIMIT(WS-LIMIT-COUNT)
011960     MOVE LT-SEVERITY TO WS-LM-SEVERITY(WS-LIMIT-COUNT)
011970     .
011980 7320-NEXT.
011990     PERFORM 7310-READ-LIMIT-RECORD THRU 7310-EXIT
012000     .
012010 7320-EXIT.
012020     EXIT.

012030*----------------------------------------------------------------*
012040* 7500-BUILD-REGISTER-IMAGES - THE FULL ZERO-FILLED 64-BIT       *
012050* BINARY AND 16-DIGIT HEXADECIMAL IMAGES OF WS-DECIMAL-INPUT,    *
012060* THROUGH THE SHOP'S CALLED CONVERSION.                          *
012070*----------------------------------------------------------------*
012080 7500-BUILD-REGISTER-IMAGES.
012090     MOVE 2 TO WS-BASE-VALUE
012100     PERFORM 3300-CONVERT-FROM-DECIMAL THRU 3300-EXIT
012110     MOVE BC-OUTPUT-VALUE TO WS-REGISTER-IMAGE
012120     MOVE 16 TO WS-BASE-VALUE
012130     PERFORM 3300-CONVERT-FROM-DECIMAL THRU 3300-EXIT
012140     MOVE BC-OUTPUT-VALUE(1:16) TO WS-HEX-IMAGE
012150     .
012160 7500-EXIT.
012170     EXIT.

012180 7600-CUT-FIELD-VALUE.
012190     MOVE SPACES TO WS-SUBFIELD-BITS
012200     MOVE WS-REGISTER-IMAGE
012210         (WS-LE-START-BIT(WS-LAYOUT-SUB):
012220          WS-LE-BIT-LENGTH(WS-LAYOUT-SUB))
012230         TO WS-SUBFIELD-BITS
012240     MOVE "D" TO BC-FUNCTION
012250     MOVE 2 TO BC-BASE
012260     MOVE "U" TO BC-SIGN-FLAG
012270     MOVE 0 TO BC-REG-WIDTH
012280     MOVE WS-SUBFIELD-BITS TO BC-INPUT-VALUE
012290     CALL "BaseConvert" USING CONVERSION-PARMS
012300     MOVE BC-UNSIGNED-VALUE TO WS-FIELD-VALUE
012310     .
012320 7600-EXIT.
012330     EXIT.

012331*----------------------------------------------------------------*
012332* 7650-FORM-ENGINEERING-VALUE - THE FIELD READ AS ITS TYPE WITH  *
012333* ITS SCALE FACTOR AND OFFSET APPLIED, THROUGH THE SAME CALLED   *
012334* ROUTINE RegisterDecode USES, AND EDITED FOR DISPLAY. A VALUE   *
012335* THAT CANNOT BE FORMED SHOWS WHY IN ITS PLACE.                  *
012336*----------------------------------------------------------------*
012337 7650-FORM-ENGINEERING-VALUE.
012338     MOVE WS-SUBFIELD-BITS TO EC-FIELD-BITS
012339     MOVE WS-LE-BIT-LENGTH(WS-LAYOUT-SUB) TO EC-BIT-LENGTH
012340     MOVE WS-FIELD-VALUE TO EC-UNSIGNED-VALUE
012341     MOVE WS-LE-FIELD-TYPE(WS-LAYOUT-SUB) TO EC-FIELD-TYPE
012342     MOVE WS-LE-SCALE-FACTOR(WS-LAYOUT-SUB) TO EC-SCALE-FACTOR
012343     MOVE WS-LE-OFFSET(WS-LAYOUT-SUB) TO EC-OFFSET
012344     CALL "EngConvert" USING ENGINEERING-PARMS

012345     MOVE SPACES TO WS-ENG-TEXT
012346     EVALUATE TRUE
012347         WHEN EC-OK
012348             MOVE EC-ENG-VALUE TO WS-ENG-VALUE-EDITED
012349             MOVE WS-ENG-VALUE-EDITED TO WS-ENG-TEXT
012350         WHEN EC-INVALID-BCD-DIGIT
012351             MOVE "*INVALID BCD DIGIT*" TO WS-ENG-TEXT(8:19)
012352         WHEN EC-VALUE-OVERFLOW
012353             MOVE "*VALUE TOO LARGE*" TO WS-ENG-TEXT(10:17)
012354         WHEN OTHER
012355             MOVE "*NOT FORMED*" TO WS-ENG-TEXT(15:12)
012356     END-EVALUATE
012357     .
012358 7650-EXIT.
012359     EXIT.

012360*----------------------------------------------------------------*
012361* 7700-LOOK-UP-VALUE-LABEL - THE LABEL FOR ONE FIELD VALUE, AS   *
012362* RegisterDecode PRINTS IT: THE LABEL TEXT, *UNKNOWN* FOR A      *
012370* VALUE NOT LISTED ON A LABELED FIELD, BLANK FOR A FIELD WITH NO *
012380* LABELS.                                                        *
012390*----------------------------------------------------------------*
012400 7700-LOOK-UP-VALUE-LABEL.
012410     MOVE SPACES TO WS-VALUE-LABEL
012420     MOVE "N" TO WS-FIELD-LABELED-SWITCH
012430     MOVE "N" TO WS-LABEL-FOUND-SWITCH
012440     PERFORM 7710-MATCH-LABEL-ENTRY THRU 7710-EXIT
012450         VARYING WS-LABEL-SUB FROM 1 BY 1
012460             UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
012470                OR WS-LABEL-FOUND
012480     IF NOT WS-LABEL-FOUND
012490        AND WS-FIELD-HAS-LABELS
012500         MOVE "*UNKNOWN*" TO WS-VALUE-LABEL
012510     END-IF
012520     .
012530 7700-EXIT.
012540     EXIT.

012550 7710-MATCH-LABEL-ENTRY.
012560     IF WS-VB-FIELD-NAME(WS-LABEL-SUB) =
012570            WS-LE-FIELD-NAME(WS-LAYOUT-SUB)
012580         SET WS-FIELD-HAS-LABELS TO TRUE
012590         IF WS-VB-FIELD-VALUE(WS-LABEL-SUB) = WS-FIELD-VALUE
012600             SET WS-LABEL-FOUND TO TRUE
012610             MOVE WS-VB-LABEL-TEXT(WS-LABEL-SUB)
012620                 TO WS-VALUE-LABEL
012630         END-IF
012640     END-IF
012650     .
012660 7710-EXIT.
012670     EXIT.

012680*----------------------------------------------------------------*
012690* 9000-WRITE-RUN-START - APPEND THE BATCH STEP'S START RECORD    *
012700* TO THE SHOP-WIDE RUN-CONTROL LOG. AN UNAVAILABLE LOG IS        *
012710* NOTED AND THE RUN GOES ON.                                     *
012720*----------------------------------------------------------------*
012730 9000-WRITE-RUN-START.
012740     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
012750     IF WS-RC-FILE-STATUS NOT = "00"
012760         GO TO 9000-EXIT
012770     END-IF
012780     MOVE "ConversionMenu" TO RC-PROGRAM-NAME
012790     MOVE "S" TO RC-RECORD-TYPE
012800     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
012810     MOVE 0 TO RC-RECORDS-READ
012820     MOVE 0 TO RC-RECORDS-OUT
012830     MOVE 0 TO RC-RECORDS-REJECTED
012840     MOVE 0 TO RC-RETURN-CODE
012850     WRITE RUN-CONTROL-RECORD
012860     CLOSE RUN-CONTROL-FILE
012870     .
012880 9000-EXIT.
012890     EXIT.

012900*----------------------------------------------------------------*
012910* 9100-WRITE-RUN-END - APPEND THE BATCH STEP'S END RECORD WITH   *
012920* ITS COUNTS AND RETURN CODE.                                    *
012930*----------------------------------------------------------------*
012940 9100-WRITE-RUN-END.
012950     PERFORM 9200-OPEN-RUN-LOG THRU 9200-EXIT
012960     IF WS-RC-FILE-STATUS NOT = "00"
012970         GO TO 9100-EXIT
012980     END-IF
012990     MOVE "ConversionMenu" TO RC-PROGRAM-NAME
013000     MOVE "E" TO RC-RECORD-TYPE
013010     MOVE FUNCTION CURRENT-DATE TO RC-TIMESTAMP
013020     MOVE WS-RECORDS-READ TO RC-RECORDS-READ
013030     MOVE WS-RECORDS-CONVERTED TO RC-RECORDS-OUT
013040     MOVE WS-RECORDS-REJECTED TO RC-RECORDS-REJECTED
013050     MOVE RETURN-CODE TO RC-RETURN-CODE
013060     WRITE RUN-CONTROL-RECORD
013070     CLOSE RUN-CONTROL-FILE
013080     .
013090 9100-EXIT.
013100     EXIT.

013110 9200-OPEN-RUN-LOG.
013120     OPEN EXTEND RUN-CONTROL-FILE
013130     IF WS-RC-FILE-STATUS = "35"
013140         OPEN OUTPUT RUN-CONTROL-FILE
013150     END-IF
013160     IF WS-RC-FILE-STATUS NOT = "00"
013170         DISPLAY "RUNCTLOG UNAVAILABLE - FILE STATUS: "
013180             WS-RC-FILE-STATUS " - RUN NOT LOGGED"
013190     END-IF
013200     .
013210 9200-EXIT.
013220     EXIT.
