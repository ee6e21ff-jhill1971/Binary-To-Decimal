000650*                     COUNTS AND RETURN CODE, SO THE NIGHT       *
000660*                     CHAIN CAN BE RECONSTRUCTED AFTER THE       *
000670*                     CONSOLE DISPLAYS SCROLL AWAY. AN          *
000671*                     UNAVAILABLE RUN LOG IS NOTED AND DOES NOT  *
000672*                     STOP THE INGEST.                           *
000673*  10/15/2026  JH    DEVICE SECTIONS ARE NOW CHECKED AGAINST     *
000674*                     THE NEW TRANSMISSION REGISTER (XMITREG)    *
000675*                     BEFORE GOING TO BININPUT. A SECTION        *
000676*                     ALREADY INGESTED (SAME DEVICE, BLOCK       *
000677*                     RANGE, COUNT AND HASH) IS LISTED AND       *
000678*                     DROPPED WITH RC 8; A FIRST BLOCK NOT       *
000679*                     FOLLOWING THE DEVICE'S LAST TRANSMISSION   *
000680*                     IS LISTED AS A GAP WITH RC 4.              *
000681*  10/15/2026  JH    NO CHANGE TO THE LOGIC - THE PARSE-ERROR    *
000682*                     LISTING (INGSTERR) IS NOW READ BY THE      *
000683*                     MONTHLY DeviceHealth POSTING, AND          *
000684*                     4050-WRITE-LISTING-LINE NOTES THE COLUMNS  *
000685*                     IT DEPENDS ON.                             *
000686*  10/15/2026  JH    XMITREG IS NOW POSTED ONLY AFTER BININPUT   *
000687*                     HAS CLOSED CLEANLY AND NOTHING FAILED      *
000688*                     PART WAY THROUGH THE RUN, SO A FAILED RUN  *
000689*                     REGISTERS NOTHING AND CAN SIMPLY BE RUN    *
000690*                     AGAIN. A MID-RUN FAILURE IS HELD IN ITS    *
000691*                     OWN SWITCH, NOT IN RETURN-CODE, WHICH THE  *
000692*                     BaseConvert CALL RESETS. A DUPLICATE       *
000693*                     SECTION IS NOW DROPPED WITH RC 4 AND       *
000694*                     LISTED ON INGSTERR. A FAILED OPEN OF THE   *
000695*                     SECTION WORK FILE NO LONGER LEAVES A       *
000696*                     SECTION MARKED OPEN.                       *
000700*----------------------------------------------------------------*

000710 ENVIRONMENT DIVISION.
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-EL-FILE-STATUS.

000821     SELECT SECTION-WORK-FILE ASSIGN TO "INGSTWRK"
000822         ORGANIZATION IS LINE SEQUENTIAL
000823         FILE STATUS IS WS-SW-FILE-STATUS.

000824     SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "XMITREG"
000825         ORGANIZATION IS INDEXED
000826         ACCESS MODE IS DYNAMIC
000827         RECORD KEY IS TX-KEY
000828         FILE STATUS IS WS-TX-FILE-STATUS.

000830     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RC-FILE-STATUS.
000950     RECORDING MODE IS F.
000960 01  ERROR-LINE                    PIC X(132).

000961 FD  SECTION-WORK-FILE
000962     RECORDING MODE IS F.
000963 01  SECTION-WORK-RECORD           PIC X(79).

000964 FD  TRANSMISSION-REGISTER-FILE.
000965     COPY XMITRC.

000970 FD  RUN-CONTROL-FILE
000980     RECORDING MODE IS F.
000990     COPY RUNCTLRC.
001070 01  WS-SCAN-POINTER               PIC 9(03) VALUE 1.
001080 01  WS-FIRST-TOKEN                PIC X(80) VALUE SPACES.
001090 01  WS-ERROR-TEXT                 PIC X(40) VALUE SPACES.
001095 01  WS-ERROR-DETAIL               PIC X(40) VALUE SPACES.

001100 01  WS-REGISTER-VALUE             PIC X(64) VALUE SPACES.
001110 01  WS-DECIMAL-VALUE              PIC 9(20) VALUE 0.

001130 01  WS-DEV-HASH                   PIC 9(20) VALUE 0.
001140 01  WS-DEV-REGISTERS              PIC 9(09) VALUE 0.
001141 01  WS-TRL-COUNT-OUT              PIC 9(09) VALUE 0.
001142 01  WS-LINE-NO-OUT                PIC 9(09) VALUE 0.

001143 01  WS-SECTION-FIRST-BLOCK        PIC X(04) VALUE SPACES.
001144 01  WS-SECTION-LAST-BLOCK         PIC X(04) VALUE SPACES.
001145 01  WS-PREV-TRANSMIT-NO           PIC 9(06) VALUE 0.
001147 01  WS-PREV-LAST-BLOCK            PIC X(04) VALUE SPACES.
001148 01  WS-PREV-CREATION-DATE         PIC 9(08) VALUE 0.
001149 01  WS-PREV-LAST-NUM              PIC 9(04) VALUE 0.
001150 01  WS-NEXT-BLOCK-NUM             PIC 9(04) VALUE 0.
001151 01  WS-FIRST-BLOCK-NUM            PIC 9(04) VALUE 0.

001152 01  WS-PENDING-COUNT              PIC 9(04) VALUE 0.
001153 01  WS-PENDING-MAX                PIC 9(04) VALUE 1024.
001154 01  WS-PENDING-SUB                PIC 9(04) VALUE 0.
001155 01  WS-PENDING-TABLE.
001156     05  WS-PENDING-ENTRY OCCURS 1024 TIMES.
001157         10  WS-PD-DEVICE-ID       PIC X(08).
001158         10  WS-PD-TRANSMIT-NO     PIC 9(06).
001159         10  WS-PD-FIRST-BLOCK     PIC X(04).
001160         10  WS-PD-LAST-BLOCK      PIC X(04).
001161         10  WS-PD-REGISTER-COUNT  PIC 9(09).
001162         10  WS-PD-TRL-HASH        PIC 9(20).

001170 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
001180 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
001280     05  WS-BO-FILE-STATUS         PIC X(02) VALUE "00".
001290     05  WS-EL-FILE-STATUS         PIC X(02) VALUE "00".
001300     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".
001303     05  WS-SW-FILE-STATUS         PIC X(02) VALUE "00".
001306     05  WS-TX-FILE-STATUS         PIC X(02) VALUE "00".

001310 01  WS-SWITCHES.
001320     05  WS-DU-EOF-SWITCH          PIC X(01) VALUE "N".
001350         88  WS-DEVICE-SEEN            VALUE "Y".
001360     05  WS-TOKEN-SWITCH           PIC X(01) VALUE "Y".
001370         88  WS-TOKEN-VALID            VALUE "Y".
001371         88  WS-TOKEN-INVALID          VALUE "N".
001372     05  WS-SW-EOF-SWITCH          PIC X(01) VALUE "N".
001373         88  END-OF-SECTION-WORK       VALUE "Y".
001374     05  WS-TX-BROWSE-SWITCH       PIC X(01) VALUE "N".
001375         88  END-OF-DEVICE-TRANSMISSIONS VALUE "Y".
001376     05  WS-DUPLICATE-SWITCH       PIC X(01) VALUE "N".
001377         88  WS-SECTION-DUPLICATE      VALUE "Y".
001378         88  WS-SECTION-NEW            VALUE "N".
001380     05  WS-PRIOR-SWITCH           PIC X(01) VALUE "N".
001381         88  WS-PRIOR-TRANSMISSION     VALUE "Y".
001382         88  WS-NO-PRIOR-TRANSMISSION  VALUE "N".
001384     05  WS-INGEST-FAILED-SWITCH   PIC X(01) VALUE "N".
001386         88  WS-INGEST-FAILED          VALUE "Y".

001390 77  WS-LINES-READ                 PIC 9(09) VALUE 0 COMP.
001400 77  WS-REGISTERS-WRITTEN          PIC 9(09) VALUE 0 COMP.
001410 77  WS-PARSE-ERRORS               PIC 9(09) VALUE 0 COMP.
001420 77  WS-DEVICES-SEEN               PIC 9(09) VALUE 0 COMP.
001422 77  WS-DUPLICATE-SECTIONS         PIC 9(09) VALUE 0 COMP.
001424 77  WS-TRANSMISSION-GAPS          PIC 9(09) VALUE 0 COMP.
001426 77  WS-SECTIONS-REGISTERED        PIC 9(09) VALUE 0 COMP.

001430     COPY BASECONV.

001730         CLOSE DUMP-FILE
001740         CLOSE BINARY-OUTPUT-FILE
001750         GO TO 0000-STOP
001751     END-IF

001752     OPEN I-O TRANSMISSION-REGISTER-FILE
001753     IF WS-TX-FILE-STATUS = "35"
001754         OPEN OUTPUT TRANSMISSION-REGISTER-FILE
001755         CLOSE TRANSMISSION-REGISTER-FILE
001756         OPEN I-O TRANSMISSION-REGISTER-FILE
001757     END-IF
001758     IF WS-TX-FILE-STATUS NOT = "00"
001759         DISPLAY "XMITREG COULD NOT BE OPENED - FILE STATUS: "
001760             WS-TX-FILE-STATUS
001761         DISPLAY "INGEST RUN ABORTED"
001762         MOVE 8 TO RETURN-CODE
001763         CLOSE DUMP-FILE
001764         CLOSE BINARY-OUTPUT-FILE
001765         CLOSE ERROR-LISTING-FILE
001766         GO TO 0000-STOP
001767     END-IF

001770     PERFORM 2000-READ-DUMP-RECORD THRU 2000-EXIT

001780     PERFORM 3000-PARSE-DUMP-RECORD THRU 3000-EXIT
001790         UNTIL END-OF-DUMP-FILE

001800     PERFORM 5000-CLOSE-DEVICE-SECTION THRU 5000-EXIT

001810     CLOSE DUMP-FILE
001811     CLOSE BINARY-OUTPUT-FILE
001812     IF WS-BO-FILE-STATUS NOT = "00"
001813         DISPLAY "BININPUT DID NOT CLOSE CLEANLY - FILE STATUS: "
001814             WS-BO-FILE-STATUS
001815         SET WS-INGEST-FAILED TO TRUE
001816     END-IF
001817     IF WS-INGEST-FAILED
001818         DISPLAY "NO SECTIONS REGISTERED ON XMITREG - THE INGEST "
001819             "CAN SIMPLY BE RUN AGAIN"
001820     ELSE
001821         PERFORM 5600-REGISTER-TRANSMISSIONS THRU 5600-EXIT
001822     END-IF
001830     CLOSE ERROR-LISTING-FILE
001835     CLOSE TRANSMISSION-REGISTER-FILE

001840     DISPLAY "-----------------------------------------"
001850     DISPLAY "CONTROLLER DUMP INGEST SUMMARY"
001870     DISPLAY "DEVICE SECTIONS   : " WS-DEVICES-SEEN
001880     DISPLAY "REGISTERS WRITTEN : " WS-REGISTERS-WRITTEN
001890     DISPLAY "PARSE ERRORS      : " WS-PARSE-ERRORS
001891     DISPLAY "SECTIONS REGISTERED: " WS-SECTIONS-REGISTERED
001892     DISPLAY "DUPLICATES REJECTED: " WS-DUPLICATE-SECTIONS
001894     DISPLAY "TRANSMISSION GAPS  : " WS-TRANSMISSION-GAPS
001895     DISPLAY "-----------------------------------------"

001896     IF WS-DUPLICATE-SECTIONS > 0
001897         DISPLAY "DUPLICATE DEVICE SECTIONS WERE NOT INGESTED - "
001898             "SEE INGSTERR"
001899     END-IF
001900     IF WS-DUPLICATE-SECTIONS > 0 AND RETURN-CODE = 0
001901         MOVE 4 TO RETURN-CODE
001902     END-IF
001903     IF WS-TRANSMISSION-GAPS > 0 AND RETURN-CODE = 0
001904         MOVE 4 TO RETURN-CODE
001905     END-IF
001910     IF WS-PARSE-ERRORS > 0 AND RETURN-CODE = 0
001920         MOVE 4 TO RETURN-CODE
001930     END-IF
001932     IF WS-INGEST-FAILED
001934         MOVE 8 TO RETURN-CODE
001936     END-IF
001940     .
001950 0000-STOP.
001960     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT
002610*----------------------------------------------------------------*
002620* 3100-PARSE-DEVICE-LINE - "DEVICE " NAMES THE SENDING           *
002630* CONTROLLER. EVERY DEVICE LINE OPENS ITS OWN HDR SECTION; A     *
002640* LATER DEVICE LINE FIRST CLOSES THE OPEN SECTION AND THEN       *
002650* SWITCHES THE CURRENT DEVICE AND STARTS A NEW SECTION.          *
002670*----------------------------------------------------------------*
002680 3100-PARSE-DEVICE-LINE.
002690     PERFORM 3050-GET-NEXT-TOKEN THRU 3050-EXIT
002740     END-IF

002750     IF WS-DEVICE-SEEN
002760         PERFORM 5000-CLOSE-DEVICE-SECTION THRU 5000-EXIT
002770     END-IF
002780     MOVE WS-TOKEN(1:8) TO WS-DEVICE-ID
002790     PERFORM 3150-START-DEVICE-SECTION THRU 3150-EXIT
002820     .
002830 3100-EXIT.
002840     EXIT.

002850*----------------------------------------------------------------*
002858* 3150-START-DEVICE-SECTION - OPEN A FRESH SECTION WORK FILE TO  *
002866* HOLD THE DEVICE'S REGISTER RECORDS UNTIL ITS TRAILER VALUES    *
002874* ARE KNOWN AND THE SECTION HAS BEEN CHECKED AGAINST THE         *
002882* TRANSMISSION REGISTER, AND RESET THE SECTION'S COUNT, HASH AND *
002890* BLOCK RANGE. IF THE WORK FILE WILL NOT OPEN THE RUN IS ENDED   *
002895* WITH NO SECTION OPEN, SO NOTHING TRIES TO CLOSE OR READ IT.    *
002900*----------------------------------------------------------------*
002906 3150-START-DEVICE-SECTION.
002912     OPEN OUTPUT SECTION-WORK-FILE
002918     IF WS-SW-FILE-STATUS NOT = "00"
002924         DISPLAY "INGSTWRK OPEN FAILED - FILE STATUS: "
002930             WS-SW-FILE-STATUS
002936         DISPLAY "INGEST RUN ABORTED"
002942         SET WS-INGEST-FAILED TO TRUE
002948         SET END-OF-DUMP-FILE TO TRUE
002950         MOVE "N" TO WS-DEVICE-SWITCH
002952         GO TO 3150-EXIT
002954     END-IF
002957     SET WS-DEVICE-SEEN TO TRUE
002960     MOVE 0 TO WS-DEV-REGISTERS
002970     MOVE 0 TO WS-DEV-HASH
002972     MOVE 0 TO WS-EXPECTED-SEQ
002974     MOVE SPACES TO WS-SECTION-FIRST-BLOCK
002976     MOVE SPACES TO WS-SECTION-LAST-BLOCK
002980     ADD 1 TO WS-DEVICES-SEEN
002990     .
003000 3150-EXIT.
003040* BLOCK SEQUENCE NUMBER; EVERY FURTHER TOKEN IS ONE REGISTER     *
003050* STRING. A GAP OR REPEAT IN THE SEQUENCE IS LISTED BUT THE      *
003060* LINE'S REGISTERS ARE STILL TAKEN - A MISNUMBERED BLOCK IS NOT  *
003070* A REASON TO DROP GOOD DATA. THE CONTROLLERS NUMBER THEIR       *
003072* BLOCKS ON FROM ONE TRANSMISSION TO THE NEXT, SO A SECTION'S    *
003074* FIRST BLOCK IS TAKEN AS IT COMES HERE AND CHECKED AGAINST THE  *
003076* DEVICE'S PREVIOUS TRANSMISSION WHEN THE SECTION CLOSES. WITHIN *
003077* THE SECTION THE NUMBERING WRAPS FROM 9999 ROUND TO 0001, THE   *
003078* SAME AS ACROSS TRANSMISSIONS.                                  *
003080*----------------------------------------------------------------*
003090 3200-PARSE-BLOCK-LINE.
003100     IF NOT WS-DEVICE-SEEN
003110         MOVE "BLOCK BEFORE ANY DEVICE HEADER" TO WS-ERROR-TEXT
003120         PERFORM 4000-WRITE-ERROR-LINE THRU 4000-EXIT
003130         PERFORM 3150-START-DEVICE-SECTION THRU 3150-EXIT
003150     END-IF

003160     MOVE WS-FIRST-TOKEN(1:4) TO WS-CURRENT-BLOCK
003220     END-IF

003230     MOVE WS-CURRENT-BLOCK TO WS-BLOCK-SEQ-NUM
003232     IF WS-SECTION-FIRST-BLOCK = SPACES
003234         MOVE WS-CURRENT-BLOCK TO WS-SECTION-FIRST-BLOCK
003280         MOVE WS-BLOCK-SEQ-NUM TO WS-EXPECTED-SEQ
003281     ELSE
003282         IF WS-EXPECTED-SEQ = 9999
003283             MOVE 1 TO WS-EXPECTED-SEQ
003284         ELSE
003285             ADD 1 TO WS-EXPECTED-SEQ
003286         END-IF
003287         IF WS-BLOCK-SEQ-NUM NOT = WS-EXPECTED-SEQ
003288             MOVE "BLOCK SEQUENCE GAP OR REPEAT" TO WS-ERROR-TEXT
003289             PERFORM 4000-WRITE-ERROR-LINE THRU 4000-EXIT
003290             MOVE WS-BLOCK-SEQ-NUM TO WS-EXPECTED-SEQ
003291         END-IF
003292     END-IF
003296     MOVE WS-CURRENT-BLOCK TO WS-SECTION-LAST-BLOCK

003300     PERFORM 3050-GET-NEXT-TOKEN THRU 3050-EXIT
003310     IF WS-TOKEN-LEN = 0
003420*----------------------------------------------------------------*
003430* 3300-PROCESS-REGISTER-TOKEN - ONE REGISTER STRING: EVERY       *
003440* POSITION MUST BE "0" OR "1" AND THE STRING AT MOST 64 BITS.    *
003450* A GOOD REGISTER IS WRITTEN TO THE SECTION WORK FILE IN         *
003460* BININPUT LAYOUT (UNSIGNED - THE SIGN FIELDS STAY BLANK FOR THE *
003470* ANALYST TO SET WHERE NEEDED) AND ROLLED INTO THE TRAILER HASH. *
003480*----------------------------------------------------------------*
003490 3300-PROCESS-REGISTER-TOKEN.
003500     SET WS-TOKEN-VALID TO TRUE
003710     MOVE SPACES TO BI-REG-WIDTH
003720     MOVE WS-DEVICE-ID TO BI-DEVICE-ID
003730     MOVE WS-CURRENT-BLOCK TO BI-BLOCK-SEQ
003740     WRITE SECTION-WORK-RECORD FROM BINARY-INPUT-RECORD
003760     ADD 1 TO WS-DEV-REGISTERS
003770     .
003780 3300-EXIT.
004070* THE OFFENDING TOKEN (TRUNCATED TO FIT).                        *
004080*----------------------------------------------------------------*
004090 4000-WRITE-ERROR-LINE.
004091     ADD 1 TO WS-PARSE-ERRORS
004092     MOVE WS-TOKEN(1:40) TO WS-ERROR-DETAIL
004093     PERFORM 4050-WRITE-LISTING-LINE THRU 4050-EXIT
004094     .
004095 4000-EXIT.
004096     EXIT.

004097*----------------------------------------------------------------*
004098* 4050-WRITE-LISTING-LINE - PRINT ONE LINE ON THE LISTING WITH   *
004099* WS-ERROR-TEXT AND WS-ERROR-DETAIL. THE TRANSMISSION CHECKS     *
004100* COME IN HERE DIRECTLY, SINCE THEY ARE NOT PARSE ERRORS.        *
004101* DeviceHealth CHARGES EACH PARSE-ERROR LINE TO THE DEVICE AT    *
004102* COLUMN 26 AND TELLS THE TRANSMISSION CHECKS APART BY THEIR     *
004103* TEXT AT COLUMN 48, SO KEEP THIS LAYOUT AND THOSE TEXTS AS THEY *
004104* ARE OR CHANGE DeviceHealth WITH THEM.                          *
004105*----------------------------------------------------------------*
004106 4050-WRITE-LISTING-LINE.
004110     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004120         PERFORM 4100-WRITE-ERROR-HEADING THRU 4100-EXIT
004130     END-IF
004170         "  DEVICE " WS-DEVICE-ID
004180         "  BLOCK " WS-CURRENT-BLOCK
004190         "  " WS-ERROR-TEXT
004200         "  " WS-ERROR-DETAIL
004210         DELIMITED BY SIZE INTO ERROR-LINE
004220     WRITE ERROR-LINE

004230     ADD 1 TO WS-LINE-COUNT
004231     .
004232 4050-EXIT.
004233     EXIT.

004234*----------------------------------------------------------------*
004235* 4100-WRITE-ERROR-HEADING - RUN-DATE/PAGE HEADING FOR THE       *
004236* PARSE-ERROR LISTING.                                           *
004237*----------------------------------------------------------------*
004238 4100-WRITE-ERROR-HEADING.
004239     ADD 1 TO WS-PAGE-NUMBER

004240     MOVE SPACES TO ERROR-LINE
004241     STRING "CONTROLLER DUMP PARSE-ERROR LISTING     RUN DATE: "
004242         WS-RUN-DATE-DISPLAY "     PAGE: " WS-PAGE-NUMBER
004243         DELIMITED BY SIZE INTO ERROR-LINE
004244     WRITE ERROR-LINE

004245     MOVE SPACES TO ERROR-LINE
004246     WRITE ERROR-LINE

004247     MOVE 2 TO WS-LINE-COUNT
004248     .
004249 4100-EXIT.
004250     EXIT.

004251*----------------------------------------------------------------*
004252* 5000-CLOSE-DEVICE-SECTION - FINISH ONE DEVICE SECTION. THE     *
004253* SECTION IS FIRST CHECKED AGAINST THE DEVICE'S EARLIER          *
004254* TRANSMISSIONS ON XMITREG: A RETRANSMISSION OF A SECTION        *
004255* ALREADY INGESTED IS LISTED AND DROPPED WHOLE, AND A FIRST      *
004256* BLOCK THAT DOES NOT FOLLOW THE LAST BLOCK SENT BEFORE IS       *
004257* LISTED AS A GAP. A SECTION THAT IS KEPT GOES TO BININPUT AS    *
004258* HDR, ITS REGISTERS FROM THE WORK FILE, AND TRL, AND IS POSTED  *
004259* TO THE REGISTER. RUN WHEN THE NEXT DEVICE LINE OPENS A NEW     *
004260* SECTION AND AGAIN AT THE END OF THE DUMP; A DUMP WITH NO       *
004261* DEVICE LINE AT ALL STILL GETS ITS ZERO TRAILER.                *
004262*----------------------------------------------------------------*
004263 5000-CLOSE-DEVICE-SECTION.
004264     IF NOT WS-DEVICE-SEEN
004265         PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT
004266         GO TO 5000-EXIT
004267     END-IF
004268     CLOSE SECTION-WORK-FILE

004269     SET WS-SECTION-NEW TO TRUE
004270     SET WS-NO-PRIOR-TRANSMISSION TO TRUE
004271     MOVE 0 TO WS-PREV-TRANSMIT-NO
004272     IF WS-DEVICE-ID NOT = SPACES
004273        AND WS-SECTION-FIRST-BLOCK NOT = SPACES
004274         PERFORM 5100-CHECK-TRANSMISSION THRU 5100-EXIT
004275     END-IF
004276     IF WS-SECTION-DUPLICATE
004277         ADD 1 TO WS-DUPLICATE-SECTIONS
004278         GO TO 5000-EXIT
004279     END-IF

004283     PERFORM 5200-WRITE-BININPUT-HEADER THRU 5200-EXIT
004284     PERFORM 5300-COPY-SECTION-WORK THRU 5300-EXIT
004285     PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT
004286     IF WS-DEVICE-ID NOT = SPACES
004287        AND WS-SECTION-FIRST-BLOCK NOT = SPACES
004288        AND NOT WS-INGEST-FAILED
004289         PERFORM 5400-HOLD-TRANSMISSION THRU 5400-EXIT
004290     END-IF
004291     .
004292 5000-EXIT.
004293     EXIT.

004294*----------------------------------------------------------------*
004295* 5100-CHECK-TRANSMISSION - BROWSE THE DEVICE'S TRANSMISSIONS IN *
004296* THE ORDER THEY WERE INGESTED. ONE WITH THE SAME FIRST AND LAST *
004297* BLOCK, REGISTER COUNT AND TRAILER HASH MARKS THIS SECTION A    *
004298* DUPLICATE. OTHERWISE THE LAST ONE READ IS THE PREVIOUS         *
004299* TRANSMISSION, AND THIS SECTION'S FIRST BLOCK SHOULD BE ONE ON  *
004300* FROM ITS LAST BLOCK (9999 WRAPS ROUND TO 0001).                *
004301* SECTIONS ALREADY KEPT EARLIER IN THIS DUMP ARE HELD IN THE     *
004302* PENDING TABLE, NOT YET ON XMITREG, SO THEY ARE CHECKED FIRST.  *
004306*----------------------------------------------------------------*
004307 5100-CHECK-TRANSMISSION.
004308     PERFORM 5130-CHECK-PENDING-SECTION THRU 5130-EXIT
004309         VARYING WS-PENDING-SUB FROM 1 BY 1
004310         UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
004311            OR WS-SECTION-DUPLICATE
004312     IF NOT WS-SECTION-DUPLICATE
004313         PERFORM 5105-BROWSE-TRANSMISSIONS THRU 5105-EXIT
004314     END-IF

004315     MOVE WS-SECTION-FIRST-BLOCK TO WS-CURRENT-BLOCK
004316     IF WS-SECTION-DUPLICATE
004317         MOVE "DUPLICATE SECTION - NOT INGESTED" TO WS-ERROR-TEXT
004318         MOVE SPACES TO WS-ERROR-DETAIL
004319         STRING "SAME AS TRANSMISSION " TX-TRANSMIT-NO
004320             " OF " TX-CREATION-DATE
004321             DELIMITED BY SIZE INTO WS-ERROR-DETAIL
004322         PERFORM 4050-WRITE-LISTING-LINE THRU 4050-EXIT
004323         GO TO 5100-EXIT
004324     END-IF
004325     IF WS-NO-PRIOR-TRANSMISSION
004326         GO TO 5100-EXIT
004327     END-IF

004328     MOVE WS-PREV-LAST-BLOCK TO WS-PREV-LAST-NUM
004329     IF WS-PREV-LAST-NUM = 9999
004330         MOVE 1 TO WS-NEXT-BLOCK-NUM
004331     ELSE
004332         COMPUTE WS-NEXT-BLOCK-NUM = WS-PREV-LAST-NUM + 1
004333     END-IF
004334     MOVE WS-SECTION-FIRST-BLOCK TO WS-FIRST-BLOCK-NUM
004335     IF WS-FIRST-BLOCK-NUM NOT = WS-NEXT-BLOCK-NUM
004336         ADD 1 TO WS-TRANSMISSION-GAPS
004337         MOVE "BLOCK GAP SINCE LAST TRANSMISSION" TO WS-ERROR-TEXT
004338         MOVE SPACES TO WS-ERROR-DETAIL
004339         STRING "LAST BLOCK SENT " WS-PREV-LAST-BLOCK
004340             " ON " WS-PREV-CREATION-DATE
004341             DELIMITED BY SIZE INTO WS-ERROR-DETAIL
004342         PERFORM 4050-WRITE-LISTING-LINE THRU 4050-EXIT
004343     END-IF
004344     .
004345 5100-EXIT.
004346     EXIT.

004347 5105-BROWSE-TRANSMISSIONS.
004348     MOVE WS-DEVICE-ID TO TX-DEVICE-ID
004349     MOVE 0 TO TX-TRANSMIT-NO
004350     MOVE "N" TO WS-TX-BROWSE-SWITCH
004351     START TRANSMISSION-REGISTER-FILE
004352         KEY IS NOT LESS THAN TX-KEY
004353         INVALID KEY
004354             SET END-OF-DEVICE-TRANSMISSIONS TO TRUE
004355     END-START
004356     IF NOT END-OF-DEVICE-TRANSMISSIONS
004357         PERFORM 5110-READ-NEXT-TRANSMISSION THRU 5110-EXIT
004358     END-IF
004359     PERFORM 5120-COMPARE-TRANSMISSION THRU 5120-EXIT
004360         UNTIL END-OF-DEVICE-TRANSMISSIONS
004361            OR NOT WS-SECTION-NEW
004362     .
004363 5105-EXIT.
004364     EXIT.

004365 5110-READ-NEXT-TRANSMISSION.
004366     READ TRANSMISSION-REGISTER-FILE NEXT RECORD
004367         AT END
004368             SET END-OF-DEVICE-TRANSMISSIONS TO TRUE
004369     END-READ
004370     IF NOT END-OF-DEVICE-TRANSMISSIONS
004371        AND TX-DEVICE-ID NOT = WS-DEVICE-ID
004372         SET END-OF-DEVICE-TRANSMISSIONS TO TRUE
004373     END-IF
004374     .
004375 5110-EXIT.
004376     EXIT.

004377 5120-COMPARE-TRANSMISSION.
004378     IF TX-FIRST-BLOCK = WS-SECTION-FIRST-BLOCK
004379        AND TX-LAST-BLOCK = WS-SECTION-LAST-BLOCK
004380        AND TX-REGISTER-COUNT = WS-DEV-REGISTERS
004381        AND TX-TRL-HASH = WS-DEV-HASH
004386         SET WS-SECTION-DUPLICATE TO TRUE
004388         GO TO 5120-EXIT
004389     END-IF

004390     IF TX-TRANSMIT-NO > WS-PREV-TRANSMIT-NO
004391         SET WS-PRIOR-TRANSMISSION TO TRUE
004392         MOVE TX-TRANSMIT-NO TO WS-PREV-TRANSMIT-NO
004393         MOVE TX-LAST-BLOCK TO WS-PREV-LAST-BLOCK
004394         MOVE TX-CREATION-DATE TO WS-PREV-CREATION-DATE
004395     END-IF
004396     PERFORM 5110-READ-NEXT-TRANSMISSION THRU 5110-EXIT
004397     .
004398 5120-EXIT.
004399     EXIT.

004400*----------------------------------------------------------------*
004401* 5130-CHECK-PENDING-SECTION - COMPARE THE SECTION WITH ONE KEPT *
004402* EARLIER IN THIS DUMP. THE SAME BLOCKS, COUNT AND HASH MAKE IT  *
004403* A DUPLICATE; OTHERWISE THE LATEST ONE FOR THE DEVICE IS ITS    *
004404* PREVIOUS TRANSMISSION.                                         *
004405*----------------------------------------------------------------*
004406 5130-CHECK-PENDING-SECTION.
004407     IF WS-PD-DEVICE-ID(WS-PENDING-SUB) NOT = WS-DEVICE-ID
004408         GO TO 5130-EXIT
004409     END-IF
004410     IF WS-PD-FIRST-BLOCK(WS-PENDING-SUB) = WS-SECTION-FIRST-BLOCK
004411        AND WS-PD-LAST-BLOCK(WS-PENDING-SUB) =
004412            WS-SECTION-LAST-BLOCK
004413        AND WS-PD-REGISTER-COUNT(WS-PENDING-SUB) =
004414            WS-DEV-REGISTERS
004415        AND WS-PD-TRL-HASH(WS-PENDING-SUB) = WS-DEV-HASH
004416         SET WS-SECTION-DUPLICATE TO TRUE
004417         MOVE WS-PD-TRANSMIT-NO(WS-PENDING-SUB) TO TX-TRANSMIT-NO
004418         MOVE WS-RUN-DATE-CCYYMMDD TO TX-CREATION-DATE
004419         GO TO 5130-EXIT
004420     END-IF

004421     SET WS-PRIOR-TRANSMISSION TO TRUE
004422     MOVE WS-PD-TRANSMIT-NO(WS-PENDING-SUB) TO WS-PREV-TRANSMIT-NO
004423     MOVE WS-PD-LAST-BLOCK(WS-PENDING-SUB) TO WS-PREV-LAST-BLOCK
004424     MOVE WS-RUN-DATE-CCYYMMDD TO WS-PREV-CREATION-DATE
004425     .
004426 5130-EXIT.
004427     EXIT.

004428*----------------------------------------------------------------*
004429* 5200-WRITE-BININPUT-HEADER - STAMP THE HEADER RECORD THE       *
004430* BATCH PATH DISPLAYS: "HDR" + SOURCE DEVICE + CREATION DATE.    *
004431* WRITTEN ONCE PER DEVICE SECTION, AHEAD OF THAT DEVICE'S FIRST  *
004432* DATA RECORD.                                                   *
004433*----------------------------------------------------------------*
004434 5200-WRITE-BININPUT-HEADER.
004435     MOVE SPACES TO BINARY-INPUT-RECORD
004436     STRING "HDR" WS-DEVICE-ID WS-RUN-DATE-CCYYMMDD
004437         DELIMITED BY SIZE INTO BINARY-INPUT-RECORD
004438     WRITE BINARY-INPUT-RECORD
004439     .
004440 5200-EXIT.
004441     EXIT.

004442*----------------------------------------------------------------*
004443* 5300-COPY-SECTION-WORK - MOVE THE SECTION'S REGISTER RECORDS   *
004444* FROM THE WORK FILE ONTO BININPUT.                              *
004445*----------------------------------------------------------------*
004446 5300-COPY-SECTION-WORK.
004447     MOVE "N" TO WS-SW-EOF-SWITCH
004448     OPEN INPUT SECTION-WORK-FILE
004449     IF WS-SW-FILE-STATUS NOT = "00"
004450         DISPLAY "INGSTWRK COULD NOT BE REOPENED - FILE STATUS: "
004451             WS-SW-FILE-STATUS
004452         SET WS-INGEST-FAILED TO TRUE
004453         GO TO 5300-EXIT
004454     END-IF
004455     PERFORM 5310-READ-SECTION-WORK THRU 5310-EXIT
004456     PERFORM 5320-COPY-ONE-REGISTER THRU 5320-EXIT
004457         UNTIL END-OF-SECTION-WORK
004458     CLOSE SECTION-WORK-FILE
004459     .
004460 5300-EXIT.
004461     EXIT.

004462 5310-READ-SECTION-WORK.
004463     READ SECTION-WORK-FILE
004464         AT END
004465             SET END-OF-SECTION-WORK TO TRUE
004466     END-READ
004467     .
004468 5310-EXIT.
004469     EXIT.

004470 5320-COPY-ONE-REGISTER.
004471     WRITE BINARY-INPUT-RECORD FROM SECTION-WORK-RECORD
004472     ADD 1 TO WS-REGISTERS-WRITTEN
004473     PERFORM 5310-READ-SECTION-WORK THRU 5310-EXIT
004474     .
004475 5320-EXIT.
004476     EXIT.

004477*----------------------------------------------------------------*
004478* 5400-HOLD-TRANSMISSION - TABLE THE SECTION JUST WRITTEN AS THE *
004479* DEVICE'S NEXT TRANSMISSION. IT IS POSTED TO XMITREG ONLY ONCE  *
004480* BININPUT HAS CLOSED CLEANLY (SEE 5600), SO A FAILED RUN LEAVES *
004481* NOTHING REGISTERED AND CAN SIMPLY BE RUN AGAIN.                *
004484*----------------------------------------------------------------*
004485 5400-HOLD-TRANSMISSION.
004486     IF WS-PENDING-COUNT NOT < WS-PENDING-MAX
004487         DISPLAY "MORE THAN " WS-PENDING-MAX
004488             " DEVICE SECTIONS IN ONE DUMP - INGEST RUN ABORTED"
004489         SET WS-INGEST-FAILED TO TRUE
004490         SET END-OF-DUMP-FILE TO TRUE
004491         GO TO 5400-EXIT
004492     END-IF
004493     ADD 1 TO WS-PENDING-COUNT
004494     MOVE WS-DEVICE-ID TO WS-PD-DEVICE-ID(WS-PENDING-COUNT)
004500     COMPUTE WS-PD-TRANSMIT-NO(WS-PENDING-COUNT) =
004501         WS-PREV-TRANSMIT-NO + 1
004504     MOVE WS-SECTION-FIRST-BLOCK
004505         TO WS-PD-FIRST-BLOCK(WS-PENDING-COUNT)
004506     MOVE WS-SECTION-LAST-BLOCK
004507         TO WS-PD-LAST-BLOCK(WS-PENDING-COUNT)
004508     MOVE WS-DEV-REGISTERS
004509         TO WS-PD-REGISTER-COUNT(WS-PENDING-COUNT)
004510     MOVE WS-DEV-HASH TO WS-PD-TRL-HASH(WS-PENDING-COUNT)
004511     .
004512 5400-EXIT.
004513     EXIT.

004514*----------------------------------------------------------------*
004515* 5500-WRITE-TRAILER - CLOSE ONE DEVICE SECTION WITH THE TRAILER *
004516* THE BATCH PATH VERIFIES: "TRL" + COUNT OF THE SECTION'S        *
004517* REGISTERS + HASH OF THEIR UNSIGNED DECIMAL VALUES.             *
004518*----------------------------------------------------------------*
004519 5500-WRITE-TRAILER.
004520     MOVE WS-DEV-REGISTERS TO WS-TRL-COUNT-OUT
004530     MOVE SPACES TO BINARY-INPUT-RECORD
004540     STRING "TRL" WS-TRL-COUNT-OUT WS-DEV-HASH
004541         DELIMITED BY SIZE INTO BINARY-INPUT-RECORD
004542     WRITE BINARY-INPUT-RECORD
004543     .
004544 5500-EXIT.
004545     EXIT.

004546*----------------------------------------------------------------*
004547* 5600-REGISTER-TRANSMISSIONS - POST THE SECTIONS HELD BY 5400   *
004548* TO XMITREG, IN THE ORDER THEY WERE WRITTEN TO BININPUT.        *
004549*----------------------------------------------------------------*
004550 5600-REGISTER-TRANSMISSIONS.
004551     PERFORM 5610-REGISTER-ONE-SECTION THRU 5610-EXIT
004552         VARYING WS-PENDING-SUB FROM 1 BY 1
004553         UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
004554     .
004555 5600-EXIT.
004556     EXIT.

004557 5610-REGISTER-ONE-SECTION.
004561     MOVE WS-PD-DEVICE-ID(WS-PENDING-SUB) TO TX-DEVICE-ID
004562     MOVE WS-PD-TRANSMIT-NO(WS-PENDING-SUB) TO TX-TRANSMIT-NO
004563     MOVE WS-RUN-DATE-CCYYMMDD TO TX-CREATION-DATE
004564     MOVE WS-PD-FIRST-BLOCK(WS-PENDING-SUB) TO TX-FIRST-BLOCK
004565     MOVE WS-PD-LAST-BLOCK(WS-PENDING-SUB) TO TX-LAST-BLOCK
004566     MOVE WS-PD-REGISTER-COUNT(WS-PENDING-SUB)
004567         TO TX-REGISTER-COUNT
004568     MOVE WS-PD-TRL-HASH(WS-PENDING-SUB) TO TX-TRL-HASH
004569     MOVE FUNCTION CURRENT-DATE TO TX-INGEST-TIMESTAMP
004570     WRITE TRANSMISSION-RECORD
004571         INVALID KEY
004572             CONTINUE
004573     END-WRITE
004574     IF WS-TX-FILE-STATUS NOT = "00"
004575         DISPLAY "XMITREG WRITE FAILED FOR DEVICE " TX-DEVICE-ID
004576             " - FILE STATUS: " WS-TX-FILE-STATUS
004577         DISPLAY "XMITREG IS PART POSTED - RESTORE IT BEFORE THE "
004578             "INGEST IS RUN AGAIN"
004579         SET WS-INGEST-FAILED TO TRUE
004580         GO TO 5610-EXIT
004581     END-IF
004582     ADD 1 TO WS-SECTIONS-REGISTERED
004583     .
004584 5610-EXIT.
004590     EXIT.

004600*----------------------------------------------------------------*
