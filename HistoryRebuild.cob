000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HistoryRebuild.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - CONVHIST IS ONLY EVER    *
000210*                     POSTED BY THE BinaryToDecimal BATCH PATH,  *
000220*                     SO A DAMAGED OR LOST MASTER COULD NOT BE   *
000230*                     RECOVERED AND CONVERSIONS FROM BEFORE IT   *
000240*                     EXISTED WERE NEVER ON IT. THIS JOB READS   *
000250*                     EVERY ARCHIVE GENERATION IN ARCHCTLG AND   *
000260*                     THEN THE LIVE AUDITLOG AND REBUILDS        *
000270*                     FIRST-SEEN, LAST-SEEN, OCCURRENCE COUNT    *
000280*                     AND LATEST RESULT AND SIGN FOR EVERY       *
000290*                     DISTINCT BINARY VALUE. MODE R REPLACES     *
000300*                     CONVHIST WITH THE REBUILT FIGURES; MODE V  *
000310*                     LEAVES IT ALONE AND LISTS ON HISTRBLD      *
000320*                     EVERY VALUE WHOSE COUNT OR DATES DIFFER,   *
000330*                     SO AUDIT CAN CONFIRM THE MASTER MATCHES    *
000340*                     THE COMPLIANCE TRAIL.                      *
000342*  10/15/2026  JH    AUDIT RECORDS NOW CARRY A CHAIN VALUE       *
000344*                     AFTER THE BLOCK SEQUENCE (AUDITRC) - THE   *
000346*                     ARCHIVE GENERATION RECORD WIDENED TO       *
000348*                     MATCH.                                     *
000349*  10/15/2026  JH    AN ARCHIVE CATALOG (ARCHCTLG) THAT EXISTS   *
000350*                     BUT CANNOT BE OPENED IS NOW REPORTED AND   *
000351*                     COUNTED AS A MISSING GENERATION, SO MODE   *
000352*                     R NO LONGER REPLACES CONVHIST FROM THE     *
000353*                     LIVE LOG ALONE. ONLY A CATALOG NOT FOUND   *
000354*                     (STATUS 35) MEANS NOTHING HAS BEEN         *
000355*                     ARCHIVED.                                  *
000356*----------------------------------------------------------------*

000360 ENVIRONMENT DIVISION.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AU-FILE-STATUS.

000420     SELECT CATALOG-FILE ASSIGN TO "ARCHCTLG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CG-FILE-STATUS.

000450     SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-GF-FILE-STATUS.

000480     SELECT REBUILD-WORK-FILE ASSIGN TO "HISTWORK"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS RW-BINARY-NUMBER
000520         FILE STATUS IS WS-RW-FILE-STATUS.

000530     SELECT HISTORY-FILE ASSIGN TO "CONVHIST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS CH-BINARY-NUMBER
000570         FILE STATUS IS WS-CH-FILE-STATUS.

000580     SELECT REBUILD-REPORT-FILE ASSIGN TO "HISTRBLD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RR-FILE-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  AUDIT-FILE
000640     RECORDING MODE IS F.
000650     COPY AUDITRC.

000660 FD  CATALOG-FILE
000670     RECORDING MODE IS F.
000680     COPY ARCCTLRC.

000690 FD  GENERATION-FILE
000700     RECORDING MODE IS F.
000710 01  GENERATION-RECORD             PIC X(136).

000720*----------------------------------------------------------------*
000730* THE WORK FILE HOLDS THE FIGURES REBUILT FROM THE AUDIT TRAIL   *
000740* IN THE SAME SHAPE AS HISTORY-RECORD (CONVHRC), SO A REBUILD    *
000750* COPIES ACROSS TO CONVHIST WITH ONE MOVE.                       *
000760*----------------------------------------------------------------*
000770 FD  REBUILD-WORK-FILE.
000780 01  REBUILD-WORK-RECORD.
000790     05  RW-BINARY-NUMBER          PIC X(64).
000800     05  RW-DECIMAL-RESULT         PIC 9(20).
000810     05  RW-RESULT-SIGN            PIC X(01).
000820     05  RW-FIRST-SEEN             PIC X(21).
000830     05  RW-LAST-SEEN              PIC X(21).
000840     05  RW-OCCURRENCE-COUNT       PIC 9(09).

000850 FD  HISTORY-FILE.
000860     COPY CONVHRC.

000870 FD  REBUILD-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-LINE                   PIC X(132).

000900 WORKING-STORAGE SECTION.
000910 01  WS-RUN-MODE                   PIC X(01) VALUE SPACE.
000920     88  WS-MODE-REBUILD               VALUE "R".
000930     88  WS-MODE-VERIFY                VALUE "V".
000940     88  WS-MODE-VALID                 VALUE "R" "V".
000950 01  WS-RAW-INPUT                  PIC X(20) VALUE SPACES.

000960 01  WS-GENERATION-NAME            PIC X(08) VALUE SPACES.
000970 01  WS-CATALOG-COUNT              PIC 9(03) VALUE 0.
000980 01  WS-CATALOG-MAX                PIC 9(03) VALUE 100.
000990 01  WS-CATALOG-SUB                PIC 9(03) VALUE 0.
001000 01  WS-CATALOG-TABLE.
001010     05  WS-CATALOG-ENTRY OCCURS 100 TIMES.
001020         10  WS-CT-FILE-NAME       PIC X(08).
001030         10  WS-CT-SPAN-LOW        PIC 9(08).
001040         10  WS-CT-SPAN-HIGH       PIC 9(08).
001050         10  WS-CT-COUNT           PIC 9(09).

001060 01  WS-AUDIT-SIGN                 PIC X(01) VALUE "+".
001070 01  WS-AUDIT-TIMESTAMP            PIC X(21) VALUE SPACES.
001080 01  WS-BIT-COUNT                  PIC 9(03) VALUE 0.
001090 01  WS-SPACE-COUNT                PIC 9(03) VALUE 0.

001100 01  WS-WORK-KEY                   PIC X(64) VALUE SPACES.
001110 01  WS-HIST-KEY                   PIC X(64) VALUE SPACES.
001120 01  WS-DIFFERENCE-TEXT            PIC X(24) VALUE SPACES.
001130 01  WS-SAVED-LINE                 PIC X(132) VALUE SPACES.

001140 01  WS-DATE-EDITED                PIC X(10) VALUE SPACES.
001150 01  WS-TRAIL-FIRST-EDITED         PIC X(10) VALUE SPACES.
001160 01  WS-TRAIL-LAST-EDITED          PIC X(10) VALUE SPACES.
001170 01  WS-HIST-FIRST-EDITED          PIC X(10) VALUE SPACES.
001180 01  WS-HIST-LAST-EDITED           PIC X(10) VALUE SPACES.
001190 01  WS-TRAIL-COUNT-EDITED         PIC Z(08)9.
001200 01  WS-HIST-COUNT-EDITED          PIC Z(08)9.
001210 01  WS-DATE-WORK                  PIC 9(08) VALUE 0.
001220 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK
001230                                   PIC X(08).
001240 01  WS-DATE-WORK-GROUP REDEFINES WS-DATE-WORK.
001250     05  WS-DW-YEAR                PIC 9(4).
001260     05  WS-DW-MONTH               PIC 9(2).
001270     05  WS-DW-DAY                 PIC 9(2).

001280 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
001290 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
001300 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

001310 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
001320 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
001330     05  WS-RD-YEAR                PIC 9(4).
001340     05  WS-RD-MONTH               PIC 9(2).
001350     05  WS-RD-DAY                 PIC 9(2).
001360 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

001370 01  WS-FILE-STATUSES.
001380     05  WS-AU-FILE-STATUS         PIC X(02) VALUE "00".
001390     05  WS-CG-FILE-STATUS         PIC X(02) VALUE "00".
001400     05  WS-GF-FILE-STATUS         PIC X(02) VALUE "00".
001410     05  WS-RW-FILE-STATUS         PIC X(02) VALUE "00".
001420     05  WS-CH-FILE-STATUS         PIC X(02) VALUE "00".
001430     05  WS-RR-FILE-STATUS         PIC X(02) VALUE "00".

001440 01  WS-SWITCHES.
001450     05  WS-AU-EOF-SWITCH          PIC X(01) VALUE "N".
001460         88  END-OF-AUDIT-FILE         VALUE "Y".
001470     05  WS-CG-EOF-SWITCH          PIC X(01) VALUE "N".
001480         88  END-OF-CATALOG-FILE       VALUE "Y".
001490     05  WS-GF-EOF-SWITCH          PIC X(01) VALUE "N".
001500         88  END-OF-GENERATION-FILE    VALUE "Y".
001510     05  WS-RW-EOF-SWITCH          PIC X(01) VALUE "N".
001520         88  END-OF-WORK-FILE          VALUE "Y".
001530     05  WS-CH-EOF-SWITCH          PIC X(01) VALUE "N".
001540         88  END-OF-HISTORY-FILE       VALUE "Y".

001550 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001560 77  WS-RECORDS-POSTED             PIC 9(09) VALUE 0 COMP.
001570 77  WS-RECORDS-SKIPPED            PIC 9(09) VALUE 0 COMP.
001580 77  WS-VALUES-REBUILT             PIC 9(09) VALUE 0 COMP.
001590 77  WS-VALUES-WRITTEN             PIC 9(09) VALUE 0 COMP.
001600 77  WS-VALUES-DIFFERENT           PIC 9(09) VALUE 0 COMP.
001610 77  WS-GENERATIONS-USED           PIC 9(03) VALUE 0 COMP.
001620 77  WS-GENERATIONS-MISSING        PIC 9(03) VALUE 0 COMP.
001630 77  WS-COUNT-EDITED               PIC Z(08)9.

001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001670     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001680         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001690     PERFORM 1000-GET-RUN-MODE THRU 1000-EXIT

001700     OPEN OUTPUT REBUILD-WORK-FILE
001710     CLOSE REBUILD-WORK-FILE
001720     OPEN I-O REBUILD-WORK-FILE
001730     IF WS-RW-FILE-STATUS NOT = "00"
001740         DISPLAY "HISTWORK COULD NOT BE OPENED - FILE STATUS: "
001750             WS-RW-FILE-STATUS
001760         DISPLAY "HISTORY REBUILD ABORTED"
001770         MOVE 8 TO RETURN-CODE
001780         GO TO 0000-STOP
001790     END-IF

001800     OPEN OUTPUT REBUILD-REPORT-FILE
001810     IF WS-RR-FILE-STATUS NOT = "00"
001820         DISPLAY "HISTRBLD OPEN FAILED - FILE STATUS: "
001830             WS-RR-FILE-STATUS
001840         DISPLAY "HISTORY REBUILD ABORTED"
001850         MOVE 8 TO RETURN-CODE
001860         CLOSE REBUILD-WORK-FILE
001870         GO TO 0000-STOP
001880     END-IF

001890     PERFORM 2500-READ-ARCHIVES THRU 2500-EXIT

001900     OPEN INPUT AUDIT-FILE
001910     IF WS-AU-FILE-STATUS NOT = "00"
001920         DISPLAY "AUDITLOG COULD NOT BE OPENED - FILE STATUS: "
001930             WS-AU-FILE-STATUS
001940         DISPLAY "HISTORY REBUILD ABORTED"
001950         MOVE 8 TO RETURN-CODE
001960         CLOSE REBUILD-WORK-FILE
001970         CLOSE REBUILD-REPORT-FILE
001980         GO TO 0000-STOP
001990     END-IF
002000     PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT
002010     PERFORM 3000-PROCESS-AUDIT-RECORD THRU 3000-EXIT
002020         UNTIL END-OF-AUDIT-FILE
002030     CLOSE AUDIT-FILE

002040     IF WS-MODE-REBUILD
002050         PERFORM 4000-REPLACE-HISTORY THRU 4000-EXIT
002060     ELSE
002070         PERFORM 5000-VERIFY-HISTORY THRU 5000-EXIT
002080     END-IF

002090     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT

002100     CLOSE REBUILD-WORK-FILE
002110     CLOSE REBUILD-REPORT-FILE

002120     DISPLAY "-----------------------------------------"
002130     IF WS-MODE-REBUILD
002140         DISPLAY "CONVERSION HISTORY REBUILD SUMMARY"
002150     ELSE
002160         DISPLAY "CONVERSION HISTORY VERIFY SUMMARY"
002170     END-IF
002180     MOVE WS-GENERATIONS-USED TO WS-COUNT-EDITED
002190     DISPLAY "ARCHIVE GENERATIONS : " WS-COUNT-EDITED
002200     MOVE WS-GENERATIONS-MISSING TO WS-COUNT-EDITED
002210     DISPLAY "GENERATIONS MISSING : " WS-COUNT-EDITED
002220     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
002230     DISPLAY "AUDIT RECORDS READ  : " WS-COUNT-EDITED
002240     MOVE WS-RECORDS-SKIPPED TO WS-COUNT-EDITED
002250     DISPLAY "NOT BINARY - SKIPPED: " WS-COUNT-EDITED
002260     MOVE WS-VALUES-REBUILT TO WS-COUNT-EDITED
002270     DISPLAY "DISTINCT VALUES     : " WS-COUNT-EDITED
002280     IF WS-MODE-REBUILD
002290         MOVE WS-VALUES-WRITTEN TO WS-COUNT-EDITED
002300         DISPLAY "CONVHIST RECORDS    : " WS-COUNT-EDITED
002310     ELSE
002320         MOVE WS-VALUES-DIFFERENT TO WS-COUNT-EDITED
002330         DISPLAY "VALUES DIFFERING    : " WS-COUNT-EDITED
002340     END-IF
002350     DISPLAY "-----------------------------------------"

002360     IF WS-VALUES-DIFFERENT > 0 AND RETURN-CODE = 0
002370         MOVE 4 TO RETURN-CODE
002380     END-IF
002390     .
002400 0000-STOP.
002410     STOP RUN.

002420*----------------------------------------------------------------*
002430* 1000-GET-RUN-MODE - R REBUILDS CONVHIST FROM THE AUDIT TRAIL;  *
002440* V LEAVES IT ALONE AND LISTS EVERY VALUE WHERE THE MASTER AND   *
002450* THE TRAIL DISAGREE.                                            *
002460*----------------------------------------------------------------*
002470 1000-GET-RUN-MODE.
002480     PERFORM 1100-GET-ONE-MODE THRU 1100-EXIT
002490         UNTIL WS-MODE-VALID
002500     .
002510 1000-EXIT.
002520     EXIT.

002530 1100-GET-ONE-MODE.
002540     DISPLAY "ENTER MODE (R = REBUILD CONVHIST, "
002550         "V = VERIFY ONLY): "
002560         WITH NO ADVANCING
002570     MOVE SPACES TO WS-RAW-INPUT
002580     ACCEPT WS-RAW-INPUT
002590     MOVE WS-RAW-INPUT(1:1) TO WS-RUN-MODE
002600     IF NOT WS-MODE-VALID
002610        OR WS-RAW-INPUT(2:19) NOT = SPACES
002620         DISPLAY "MODE MUST BE R OR V"
002630         MOVE SPACE TO WS-RUN-MODE
002640     END-IF
002650     .
002660 1100-EXIT.
002670     EXIT.

002680 2000-READ-AUDIT-RECORD.
002690     READ AUDIT-FILE
002700         AT END
002710             SET END-OF-AUDIT-FILE TO TRUE
002720     END-READ
002730     .
002740 2000-EXIT.
002750     EXIT.

002760*----------------------------------------------------------------*
002770* 2500-READ-ARCHIVES - LOAD THE ARCHIVE CATALOG AND POST EVERY   *
002780* GENERATION IN IT, OLDEST FIRST, AHEAD OF THE LIVE LOG - THE    *
002790* CATALOG IS APPEND-ONLY SO ITS ORDER IS CHRONOLOGICAL. NO       *
002800* CATALOG MEANS NOTHING HAS BEEN ARCHIVED YET; ONE THAT EXISTS   *
002803* BUT WILL NOT OPEN IS COUNTED AS MISSING, SO A REBUILD FROM THE *
002806* LIVE LOG ALONE CANNOT REPLACE THE MASTER.                      *
002810*----------------------------------------------------------------*
002820 2500-READ-ARCHIVES.
002830     MOVE 0 TO WS-CATALOG-COUNT

002840     OPEN INPUT CATALOG-FILE
002850     IF WS-CG-FILE-STATUS = "35"
002860         GO TO 2500-EXIT
002870     END-IF
002871     IF WS-CG-FILE-STATUS NOT = "00"
002872         DISPLAY "ARCHCTLG COULD NOT BE OPENED - FILE STATUS: "
002873             WS-CG-FILE-STATUS
002874         ADD 1 TO WS-GENERATIONS-MISSING
002875         MOVE SPACES TO REPORT-LINE
002876         STRING "  ** ARCHCTLG COULD NOT BE OPENED - FILE STATUS "
002877             WS-CG-FILE-STATUS
002878             DELIMITED BY SIZE INTO REPORT-LINE
002879         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
002880         GO TO 2500-EXIT
002881     END-IF

002882     PERFORM 2510-READ-CATALOG-RECORD THRU 2510-EXIT
002890     PERFORM 2520-TABLE-CATALOG-RECORD THRU 2520-EXIT
002900         UNTIL END-OF-CATALOG-FILE
002910     CLOSE CATALOG-FILE

002920     PERFORM 2600-PROCESS-ONE-GENERATION THRU 2600-EXIT
002930         VARYING WS-CATALOG-SUB FROM 1 BY 1
002940             UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
002950     .
002960 2500-EXIT.
002970     EXIT.

002980 2510-READ-CATALOG-RECORD.
002990     READ CATALOG-FILE
003000         AT END
003010             SET END-OF-CATALOG-FILE TO TRUE
003020     END-READ
003030     .
003040 2510-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------*
003070* 2520-TABLE-CATALOG-RECORD - A CATALOG THAT WILL NOT FIT THE    *
003080* TABLE LEAVES GENERATIONS UNREAD, SO IT IS COUNTED AS MISSING - *
003090* A REBUILD FROM PART OF THE TRAIL MUST NOT REPLACE THE MASTER.  *
003100*----------------------------------------------------------------*
003110 2520-TABLE-CATALOG-RECORD.
003120     IF CG-SPAN-LOW IS NUMERIC AND CG-SPAN-HIGH IS NUMERIC
003130         IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
003140             DISPLAY "ARCHCTLG HOLDS MORE THAN " WS-CATALOG-MAX
003150                 " GENERATIONS - FURTHER ONES NOT READ"
003160             ADD 1 TO WS-GENERATIONS-MISSING
003170             SET END-OF-CATALOG-FILE TO TRUE
003180             GO TO 2520-EXIT
003190         END-IF
003200         ADD 1 TO WS-CATALOG-COUNT
003210         MOVE CG-FILE-NAME
003220             TO WS-CT-FILE-NAME(WS-CATALOG-COUNT)
003230         MOVE CG-SPAN-LOW
003240             TO WS-CT-SPAN-LOW(WS-CATALOG-COUNT)
003250         MOVE CG-SPAN-HIGH
003260             TO WS-CT-SPAN-HIGH(WS-CATALOG-COUNT)
003270         MOVE CG-RECORD-COUNT
003280             TO WS-CT-COUNT(WS-CATALOG-COUNT)
003290     ELSE
003300         DISPLAY "ARCHCTLG RECORD WITH A NON-NUMERIC DATE "
003310             "SPAN SKIPPED"
003320     END-IF
003330     PERFORM 2510-READ-CATALOG-RECORD THRU 2510-EXIT
003340     .
003350 2520-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------*
003380* 2600-PROCESS-ONE-GENERATION - POST EVERY RECORD OF ONE         *
003390* CATALOGED GENERATION. A GENERATION THAT CANNOT BE OPENED IS    *
003400* NOTED ON THE REPORT AND COUNTED AS MISSING.                    *
003410*----------------------------------------------------------------*
003420 2600-PROCESS-ONE-GENERATION.
003430     MOVE WS-CT-FILE-NAME(WS-CATALOG-SUB)
003440         TO WS-GENERATION-NAME
003450     MOVE "N" TO WS-GF-EOF-SWITCH
003460     OPEN INPUT GENERATION-FILE
003470     IF WS-GF-FILE-STATUS NOT = "00"
003480         DISPLAY "ARCHIVE GENERATION " WS-GENERATION-NAME
003490             " COULD NOT BE OPENED - FILE STATUS: "
003500             WS-GF-FILE-STATUS
003510         ADD 1 TO WS-GENERATIONS-MISSING
003520         MOVE SPACES TO REPORT-LINE
003530         STRING "  ** ARCHIVE GENERATION " WS-GENERATION-NAME
003540             " COULD NOT BE OPENED - FILE STATUS "
003550             WS-GF-FILE-STATUS
003560             DELIMITED BY SIZE INTO REPORT-LINE
003570         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
003580         GO TO 2600-EXIT
003590     END-IF

003600     ADD 1 TO WS-GENERATIONS-USED
003610     MOVE WS-CT-COUNT(WS-CATALOG-SUB) TO WS-COUNT-EDITED
003620     MOVE SPACES TO REPORT-LINE
003630     STRING "  ** INCLUDING ARCHIVE GENERATION "
003640         WS-GENERATION-NAME " - " WS-COUNT-EDITED
003650         " RECORD(S)"
003660         DELIMITED BY SIZE INTO REPORT-LINE
003670     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

003680     PERFORM 2610-READ-GENERATION-RECORD THRU 2610-EXIT
003690     PERFORM 2620-PROCESS-GENERATION-RECORD THRU 2620-EXIT
003700         UNTIL END-OF-GENERATION-FILE

003710     CLOSE GENERATION-FILE
003720     .
003730 2600-EXIT.
003740     EXIT.

003750 2610-READ-GENERATION-RECORD.
003760     READ GENERATION-FILE
003770         AT END
003780             SET END-OF-GENERATION-FILE TO TRUE
003790     END-READ
003800     .
003810 2610-EXIT.
003820     EXIT.

003830 2620-PROCESS-GENERATION-RECORD.
003840     MOVE GENERATION-RECORD TO AUDIT-RECORD
003850     PERFORM 3100-POST-ONE-RECORD THRU 3100-EXIT
003860     PERFORM 2610-READ-GENERATION-RECORD THRU 2610-EXIT
003870     .
003880 2620-EXIT.
003890     EXIT.

003900 3000-PROCESS-AUDIT-RECORD.
003910     PERFORM 3100-POST-ONE-RECORD THRU 3100-EXIT
003920     PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT
003930     .
003940 3000-EXIT.
003950     EXIT.

003960*----------------------------------------------------------------*
003970* 3100-POST-ONE-RECORD - ROLL ONE AUDIT-LAYOUT RECORD, FROM THE  *
003980* LIVE LOG OR A GENERATION, INTO THE WORK FILE THE WAY           *
003990* BinaryToDecimal POSTS A CONVERSION TO CONVHIST, BUT DATED BY   *
004000* THE AUDIT TIMESTAMP. A RECORD FROM BEFORE THE RESULT-SIGN BYTE *
004010* EXISTED HAS A TIMESTAMP DIGIT IN THE SIGN POSITION; ITS        *
004020* TIMESTAMP STARTS THERE AND ITS RESULT WAS UNSIGNED. ONLY       *
004030* BINARY VALUES BELONG ON THE MASTER, SO THE OTHER BASES         *
004040* ConversionMenu LOGS ARE COUNTED AND SKIPPED.                   *
004050*----------------------------------------------------------------*
004060 3100-POST-ONE-RECORD.
004070     ADD 1 TO WS-RECORDS-READ

004080     IF AU-RESULT-SIGN = "+" OR AU-RESULT-SIGN = "-"
004090         MOVE AU-RESULT-SIGN TO WS-AUDIT-SIGN
004100         MOVE AU-TIMESTAMP TO WS-AUDIT-TIMESTAMP
004110     ELSE
004120         MOVE "+" TO WS-AUDIT-SIGN
004130         MOVE SPACES TO WS-AUDIT-TIMESTAMP
004140         STRING AU-RESULT-SIGN AU-TIMESTAMP(1:20)
004150             DELIMITED BY SIZE INTO WS-AUDIT-TIMESTAMP
004160     END-IF

004170     MOVE 0 TO WS-BIT-COUNT
004180     MOVE 0 TO WS-SPACE-COUNT
004190     INSPECT AU-BINARY-NUMBER TALLYING
004200         WS-BIT-COUNT FOR ALL "0" ALL "1"
004210         WS-SPACE-COUNT FOR ALL SPACES
004220     IF WS-BIT-COUNT = 0
004230        OR WS-BIT-COUNT + WS-SPACE-COUNT NOT = 64
004240         ADD 1 TO WS-RECORDS-SKIPPED
004250         GO TO 3100-EXIT
004260     END-IF
004270     IF WS-BIT-COUNT < 64
004280         IF AU-BINARY-NUMBER(WS-BIT-COUNT + 1:) NOT = SPACES
004290             ADD 1 TO WS-RECORDS-SKIPPED
004300             GO TO 3100-EXIT
004310         END-IF
004320     END-IF

004330     MOVE AU-BINARY-NUMBER TO RW-BINARY-NUMBER
004340     READ REBUILD-WORK-FILE
004350         INVALID KEY
004360             MOVE AU-BINARY-NUMBER TO RW-BINARY-NUMBER
004370             MOVE AU-DECIMAL-RESULT TO RW-DECIMAL-RESULT
004380             MOVE WS-AUDIT-SIGN TO RW-RESULT-SIGN
004390             MOVE WS-AUDIT-TIMESTAMP TO RW-FIRST-SEEN
004400             MOVE WS-AUDIT-TIMESTAMP TO RW-LAST-SEEN
004410             MOVE 1 TO RW-OCCURRENCE-COUNT
004420             WRITE REBUILD-WORK-RECORD
004430             ADD 1 TO WS-VALUES-REBUILT
004440         NOT INVALID KEY
004450             ADD 1 TO RW-OCCURRENCE-COUNT
004460             IF WS-AUDIT-TIMESTAMP < RW-FIRST-SEEN
004470                 MOVE WS-AUDIT-TIMESTAMP TO RW-FIRST-SEEN
004480             END-IF
004490             IF WS-AUDIT-TIMESTAMP NOT < RW-LAST-SEEN
004500                 MOVE AU-DECIMAL-RESULT TO RW-DECIMAL-RESULT
004510                 MOVE WS-AUDIT-SIGN TO RW-RESULT-SIGN
004520                 MOVE WS-AUDIT-TIMESTAMP TO RW-LAST-SEEN
004530             END-IF
004540             REWRITE REBUILD-WORK-RECORD
004550     END-READ
004560     IF WS-RW-FILE-STATUS NOT = "00"
004570         DISPLAY "HISTWORK UPDATE FAILED - FILE STATUS: "
004580             WS-RW-FILE-STATUS
004590         MOVE 8 TO RETURN-CODE
004600         GO TO 3100-EXIT
004610     END-IF
004620     ADD 1 TO WS-RECORDS-POSTED
004630     .
004640 3100-EXIT.
004650     EXIT.

004660*----------------------------------------------------------------*
004670* 4000-REPLACE-HISTORY - EMPTY CONVHIST AND LOAD IT FROM THE     *
004680* WORK FILE. A GENERATION THAT COULD NOT BE READ, OR A WORK FILE *
004690* UPDATE THAT FAILED, MEANS THE FIGURES ARE SHORT, AND THE       *
004700* MASTER IS LEFT AS IT WAS RATHER THAN REPLACED WITH THEM.       *
004710*----------------------------------------------------------------*
004720 4000-REPLACE-HISTORY.
004730     IF WS-GENERATIONS-MISSING > 0 OR RETURN-CODE NOT = 0
004740         DISPLAY "AUDIT TRAIL NOT READ IN FULL - CONVHIST "
004750             "NOT REPLACED"
004760         MOVE SPACES TO REPORT-LINE
004770         STRING "  ** AUDIT TRAIL NOT READ IN FULL - CONVHIST "
004780             "NOT REPLACED"
004790             DELIMITED BY SIZE INTO REPORT-LINE
004800         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004810         MOVE 8 TO RETURN-CODE
004820         GO TO 4000-EXIT
004830     END-IF

004840     OPEN OUTPUT HISTORY-FILE
004850     IF WS-CH-FILE-STATUS NOT = "00"
004860         DISPLAY "CONVHIST COULD NOT BE OPENED - FILE STATUS: "
004870             WS-CH-FILE-STATUS
004880         DISPLAY "CONVHIST NOT REPLACED"
004890         MOVE 8 TO RETURN-CODE
004900         GO TO 4000-EXIT
004910     END-IF

004920     PERFORM 4100-START-WORK-FILE THRU 4100-EXIT
004930     PERFORM 4200-COPY-ONE-VALUE THRU 4200-EXIT
004940         UNTIL END-OF-WORK-FILE
004950     CLOSE HISTORY-FILE
004960     .
004970 4000-EXIT.
004980     EXIT.

004990 4100-START-WORK-FILE.
005000     MOVE "N" TO WS-RW-EOF-SWITCH
005010     MOVE LOW-VALUES TO RW-BINARY-NUMBER
005020     START REBUILD-WORK-FILE
005030         KEY IS NOT LESS THAN RW-BINARY-NUMBER
005040         INVALID KEY
005050             SET END-OF-WORK-FILE TO TRUE
005060     END-START
005070     PERFORM 4110-READ-WORK-RECORD THRU 4110-EXIT
005080     .
005090 4100-EXIT.
005100     EXIT.

005110 4110-READ-WORK-RECORD.
005120     IF END-OF-WORK-FILE
005130         MOVE HIGH-VALUES TO WS-WORK-KEY
005140         GO TO 4110-EXIT
005150     END-IF
005160     READ REBUILD-WORK-FILE NEXT RECORD
005170         AT END
005180             SET END-OF-WORK-FILE TO TRUE
005190     END-READ
005200     IF END-OF-WORK-FILE
005210         MOVE HIGH-VALUES TO WS-WORK-KEY
005220     ELSE
005230         MOVE RW-BINARY-NUMBER TO WS-WORK-KEY
005240     END-IF
005250     .
005260 4110-EXIT.
005270     EXIT.

005280 4200-COPY-ONE-VALUE.
005290     MOVE REBUILD-WORK-RECORD TO HISTORY-RECORD
005300     WRITE HISTORY-RECORD
005310     IF WS-CH-FILE-STATUS NOT = "00"
005320         DISPLAY "CONVHIST WRITE FAILED - FILE STATUS: "
005330             WS-CH-FILE-STATUS
005340         MOVE 8 TO RETURN-CODE
005350     ELSE
005360         ADD 1 TO WS-VALUES-WRITTEN
005370     END-IF
005380     PERFORM 4110-READ-WORK-RECORD THRU 4110-EXIT
005390     .
005400 4200-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------*
005430* 5000-VERIFY-HISTORY - MATCH THE WORK FILE AGAINST CONVHIST IN  *
005440* KEY ORDER AND LIST EVERY VALUE THAT IS ON ONLY ONE SIDE, OR    *
005450* WHOSE OCCURRENCE COUNT, FIRST-SEEN DATE OR LAST-SEEN DATE      *
005460* DIFFERS. DATES ARE COMPARED TO THE DAY, SINCE THE MASTER IS    *
005470* STAMPED A MOMENT AFTER THE AUDIT RECORD IS WRITTEN.            *
005480*----------------------------------------------------------------*
005490 5000-VERIFY-HISTORY.
005500     OPEN INPUT HISTORY-FILE
005510     IF WS-CH-FILE-STATUS NOT = "00"
005520         DISPLAY "CONVHIST COULD NOT BE OPENED - FILE STATUS: "
005530             WS-CH-FILE-STATUS
005540         DISPLAY "VERIFY NOT PERFORMED"
005550         MOVE 8 TO RETURN-CODE
005560         GO TO 5000-EXIT
005570     END-IF

005580     PERFORM 4100-START-WORK-FILE THRU 4100-EXIT
005590     MOVE "N" TO WS-CH-EOF-SWITCH
005600     MOVE LOW-VALUES TO CH-BINARY-NUMBER
005610     START HISTORY-FILE
005620         KEY IS NOT LESS THAN CH-BINARY-NUMBER
005630         INVALID KEY
005640             SET END-OF-HISTORY-FILE TO TRUE
005650     END-START
005660     PERFORM 5100-READ-HISTORY-RECORD THRU 5100-EXIT

005670     PERFORM 5200-MATCH-ONE-KEY THRU 5200-EXIT
005680         UNTIL WS-WORK-KEY = HIGH-VALUES
005690           AND WS-HIST-KEY = HIGH-VALUES

005700     CLOSE HISTORY-FILE
005710     .
005720 5000-EXIT.
005730     EXIT.

005740 5100-READ-HISTORY-RECORD.
005750     IF END-OF-HISTORY-FILE
005760         MOVE HIGH-VALUES TO WS-HIST-KEY
005770         GO TO 5100-EXIT
005780     END-IF
005790     READ HISTORY-FILE NEXT RECORD
005800         AT END
005810             SET END-OF-HISTORY-FILE TO TRUE
005820     END-READ
005830     IF END-OF-HISTORY-FILE
005840         MOVE HIGH-VALUES TO WS-HIST-KEY
005850     ELSE
005860         MOVE CH-BINARY-NUMBER TO WS-HIST-KEY
005870     END-IF
005880     .
005890 5100-EXIT.
005900     EXIT.

005910 5200-MATCH-ONE-KEY.
005920     IF WS-WORK-KEY < WS-HIST-KEY
005930         MOVE "ON AUDIT TRAIL ONLY" TO WS-DIFFERENCE-TEXT
005940         PERFORM 5300-WRITE-DIFFERENCE THRU 5300-EXIT
005950         PERFORM 4110-READ-WORK-RECORD THRU 4110-EXIT
005960         GO TO 5200-EXIT
005970     END-IF
005980     IF WS-HIST-KEY < WS-WORK-KEY
005990         MOVE "ON CONVHIST ONLY" TO WS-DIFFERENCE-TEXT
006000         PERFORM 5300-WRITE-DIFFERENCE THRU 5300-EXIT
006010         PERFORM 5100-READ-HISTORY-RECORD THRU 5100-EXIT
006020         GO TO 5200-EXIT
006030     END-IF

006040     IF RW-OCCURRENCE-COUNT NOT = CH-OCCURRENCE-COUNT
006050        OR RW-FIRST-SEEN(1:8) NOT = CH-FIRST-SEEN(1:8)
006060        OR RW-LAST-SEEN(1:8) NOT = CH-LAST-SEEN(1:8)
006070         MOVE "COUNT OR DATES DIFFER" TO WS-DIFFERENCE-TEXT
006080         PERFORM 5300-WRITE-DIFFERENCE THRU 5300-EXIT
006090     END-IF
006100     PERFORM 4110-READ-WORK-RECORD THRU 4110-EXIT
006110     PERFORM 5100-READ-HISTORY-RECORD THRU 5100-EXIT
006120     .
006130 5200-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------*
006160* 5300-WRITE-DIFFERENCE - TWO LINES PER VALUE: THE VALUE AND     *
006170* WHAT IS WRONG WITH IT, THEN THE COUNT AND FIRST/LAST DATES     *
006180* FROM THE AUDIT TRAIL BESIDE THE ONES ON CONVHIST. A SIDE THE   *
006190* VALUE IS MISSING FROM PRINTS BLANK.                            *
006200*----------------------------------------------------------------*
006210 5300-WRITE-DIFFERENCE.
006220     ADD 1 TO WS-VALUES-DIFFERENT

006230     MOVE SPACES TO WS-TRAIL-FIRST-EDITED
006240     MOVE SPACES TO WS-TRAIL-LAST-EDITED
006250     MOVE SPACES TO WS-HIST-FIRST-EDITED
006260     MOVE SPACES TO WS-HIST-LAST-EDITED
006270     MOVE 0 TO WS-TRAIL-COUNT-EDITED
006280     MOVE 0 TO WS-HIST-COUNT-EDITED
006290     IF WS-WORK-KEY NOT > WS-HIST-KEY
006300         MOVE RW-OCCURRENCE-COUNT TO WS-TRAIL-COUNT-EDITED
006310         MOVE RW-FIRST-SEEN(1:8) TO WS-DATE-WORK-X
006320         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
006330         MOVE WS-DATE-EDITED TO WS-TRAIL-FIRST-EDITED
006340         MOVE RW-LAST-SEEN(1:8) TO WS-DATE-WORK-X
006350         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
006360         MOVE WS-DATE-EDITED TO WS-TRAIL-LAST-EDITED
006370     END-IF
006380     IF WS-HIST-KEY NOT > WS-WORK-KEY
006390         MOVE CH-OCCURRENCE-COUNT TO WS-HIST-COUNT-EDITED
006400         MOVE CH-FIRST-SEEN(1:8) TO WS-DATE-WORK-X
006410         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
006420         MOVE WS-DATE-EDITED TO WS-HIST-FIRST-EDITED
006430         MOVE CH-LAST-SEEN(1:8) TO WS-DATE-WORK-X
006440         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
006450         MOVE WS-DATE-EDITED TO WS-HIST-LAST-EDITED
006460     END-IF

006470     MOVE SPACES TO REPORT-LINE
006480     IF WS-WORK-KEY NOT > WS-HIST-KEY
006490         STRING "  " RW-BINARY-NUMBER "  " WS-DIFFERENCE-TEXT
006500             DELIMITED BY SIZE INTO REPORT-LINE
006510     ELSE
006520         STRING "  " CH-BINARY-NUMBER "  " WS-DIFFERENCE-TEXT
006530             DELIMITED BY SIZE INTO REPORT-LINE
006540     END-IF
006550     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

006560     MOVE SPACES TO REPORT-LINE
006570     STRING "      AUDIT TRAIL: COUNT " WS-TRAIL-COUNT-EDITED
006580         " FIRST " WS-TRAIL-FIRST-EDITED
006590         " LAST " WS-TRAIL-LAST-EDITED
006600         "    CONVHIST: COUNT " WS-HIST-COUNT-EDITED
006610         " FIRST " WS-HIST-FIRST-EDITED
006620         " LAST " WS-HIST-LAST-EDITED
006630         DELIMITED BY SIZE INTO REPORT-LINE
006640     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
006650     .
006660 5300-EXIT.
006670     EXIT.

006680*----------------------------------------------------------------*
006690* 6000-WRITE-REPORT-HEADING - RUN-DATE/PAGE HEADING WRITTEN AT   *
006700* THE TOP OF EACH PAGE, NAMING THE MODE THE JOB RAN IN.          *
006710*----------------------------------------------------------------*
006720 6000-WRITE-REPORT-HEADING.
006730     ADD 1 TO WS-PAGE-NUMBER

006740     MOVE SPACES TO REPORT-LINE
006750     IF WS-MODE-REBUILD
006760         STRING "CONVERSION HISTORY REBUILD FROM AUDIT TRAIL"
006770             DELIMITED BY SIZE INTO REPORT-LINE
006780     ELSE
006790         STRING "CONVERSION HISTORY VERIFY AGAINST AUDIT TRAIL"
006800             DELIMITED BY SIZE INTO REPORT-LINE
006810     END-IF
006820     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
006830         "     PAGE: " WS-PAGE-NUMBER
006840         DELIMITED BY SIZE INTO REPORT-LINE(60:)
006850     WRITE REPORT-LINE

006860     MOVE SPACES TO REPORT-LINE
006870     WRITE REPORT-LINE

006880     MOVE 2 TO WS-LINE-COUNT
006890     .
006900 6000-EXIT.
006910     EXIT.

006920 6100-WRITE-REPORT-LINE.
006930     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
006940         MOVE REPORT-LINE TO WS-SAVED-LINE
006950         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
006960         MOVE WS-SAVED-LINE TO REPORT-LINE
006970     END-IF
006980     WRITE REPORT-LINE
006990     ADD 1 TO WS-LINE-COUNT
007000     .
007010 6100-EXIT.
007020     EXIT.

007030*----------------------------------------------------------------*
007040* 6200-EDIT-DATE - CCYYMMDD IN WS-DATE-WORK TO MM/DD/CCYY IN     *
007050* WS-DATE-EDITED, THE SAME DISPLAY FORMAT THE REPORT HEADINGS    *
007060* ELSEWHERE IN THE SHOP USE.                                     *
007070*----------------------------------------------------------------*
007080 6200-EDIT-DATE.
007090     MOVE SPACES TO WS-DATE-EDITED
007100     STRING WS-DW-MONTH "/" WS-DW-DAY "/" WS-DW-YEAR
007110         DELIMITED BY SIZE INTO WS-DATE-EDITED
007120     .
007130 6200-EXIT.
007140     EXIT.

007150*----------------------------------------------------------------*
007160* 7000-WRITE-SUMMARY - CLOSING COUNTS ON THE REPORT.             *
007170*----------------------------------------------------------------*
007180 7000-WRITE-SUMMARY.
007190     MOVE SPACES TO REPORT-LINE
007200     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

007210     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
007220     MOVE SPACES TO REPORT-LINE
007230     STRING "  AUDIT RECORDS READ             : " WS-COUNT-EDITED
007240         DELIMITED BY SIZE INTO REPORT-LINE
007250     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

007260     MOVE WS-RECORDS-SKIPPED TO WS-COUNT-EDITED
007270     MOVE SPACES TO REPORT-LINE
007280     STRING "  NOT BINARY VALUES - SKIPPED    : " WS-COUNT-EDITED
007290         DELIMITED BY SIZE INTO REPORT-LINE
007300     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

007310     MOVE WS-VALUES-REBUILT TO WS-COUNT-EDITED
007320     MOVE SPACES TO REPORT-LINE
007330     STRING "  DISTINCT VALUES ON AUDIT TRAIL : " WS-COUNT-EDITED
007340         DELIMITED BY SIZE INTO REPORT-LINE
007350     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

007360     MOVE SPACES TO REPORT-LINE
007370     IF WS-MODE-REBUILD
007380         MOVE WS-VALUES-WRITTEN TO WS-COUNT-EDITED
007390         STRING "  CONVHIST RECORDS WRITTEN       : "
007400             WS-COUNT-EDITED
007410             DELIMITED BY SIZE INTO REPORT-LINE
007420     ELSE
007430         MOVE WS-VALUES-DIFFERENT TO WS-COUNT-EDITED
007440         STRING "  VALUES DIFFERING FROM CONVHIST : "
007450             WS-COUNT-EDITED
007460             DELIMITED BY SIZE INTO REPORT-LINE
007470     END-IF
007480     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
007490     .
007500 7000-EXIT.
007510     EXIT.
