000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AuditVerify.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - EVERY AUDIT RECORD NOW   *
000210*                     CARRIES A CHAIN VALUE BUILT FROM THE       *
000220*                     RECORD BEFORE IT (SEE AuditChain). THIS    *
000230*                     JOB WALKS EVERY ARCHIVE GENERATION IN      *
000240*                     ARCHCTLG, OLDEST FIRST, AND THEN THE LIVE  *
000250*                     AUDITLOG AS ONE SEQUENCE, RECOMPUTES THE   *
000260*                     CHAIN, AND LISTS ON AUDVRPT EVERY RECORD   *
000270*                     WHOSE STORED VALUE DOES NOT MATCH - THE    *
000280*                     FIRST OF THEM IS WHERE THE TRAIL WAS       *
000290*                     ALTERED, OR A RECORD REMOVED. IT ALSO      *
000300*                     CHECKS EACH GENERATION AGAINST ITS CATALOG *
000310*                     RECORD (COUNT, END CHAIN VALUE, GENERATION *
000320*                     NUMBER IN SEQUENCE). RECORDS WRITTEN       *
000330*                     BEFORE THE CHAIN EXISTED ARE COUNTED, NOT  *
000340*                     FAULTED, UNTIL THE FIRST CHAINED RECORD.   *
000350*                     THE FINAL CHAIN VALUE IS PRINTED SO IT CAN *
000360*                     BE KEPT OFF THE SYSTEM - A TRAIL CUT SHORT *
000370*                     AT ITS END ONLY SHOWS AGAINST THAT VALUE.  *
000380*                     ANY BREAK OR CATALOG MISMATCH ENDS THE RUN *
000390*                     WITH RETURN-CODE 8.                        *
000400*----------------------------------------------------------------*

000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AU-FILE-STATUS.

000470     SELECT CATALOG-FILE ASSIGN TO "ARCHCTLG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CG-FILE-STATUS.

000500     SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-GF-FILE-STATUS.

000530     SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-VR-FILE-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  AUDIT-FILE
000590     RECORDING MODE IS F.
000600     COPY AUDITRC.

000610 FD  CATALOG-FILE
000620     RECORDING MODE IS F.
000630     COPY ARCCTLRC.

000640 FD  GENERATION-FILE
000650     RECORDING MODE IS F.
000660 01  GENERATION-RECORD             PIC X(136).

000670 FD  VERIFY-REPORT-FILE
000680     RECORDING MODE IS F.
000690 01  REPORT-LINE                   PIC X(132).

000700 WORKING-STORAGE SECTION.
000710 01  WS-GENERATION-NAME            PIC X(08) VALUE SPACES.
000720 01  WS-CATALOG-COUNT              PIC 9(03) VALUE 0.
000730 01  WS-CATALOG-MAX                PIC 9(03) VALUE 100.
000740 01  WS-CATALOG-SUB                PIC 9(03) VALUE 0.
000750 01  WS-CATALOG-TABLE.
000760     05  WS-CATALOG-ENTRY OCCURS 100 TIMES.
000770         10  WS-CT-GENERATION      PIC 9(04).
000780         10  WS-CT-FILE-NAME       PIC X(08).
000790         10  WS-CT-COUNT           PIC 9(09).
000800         10  WS-CT-END-CHAIN       PIC 9(18).
000810         10  WS-CT-END-CHAIN-X REDEFINES WS-CT-END-CHAIN
000820                                   PIC X(18).
000830 01  WS-LAST-GENERATION            PIC 9(04) VALUE 0.

000840*    THE CHAIN VALUE THE NEXT RECORD SHOULD BE BUILT ON - THE
000850*    STORED VALUE OF THE RECORD JUST CHECKED, RIGHT OR WRONG, SO
000860*    ONE ALTERED RECORD IS REPORTED ONCE AND NOT AS A BREAK AT
000870*    EVERY RECORD AFTER IT.
000880 01  WS-CHAIN-VALUE                PIC 9(18) VALUE 0.
000890 01  WS-BREAK-REASON               PIC X(30) VALUE SPACES.
000900 01  WS-CURRENT-FILE               PIC X(08) VALUE SPACES.
000910 01  WS-FIRST-BREAK-FILE           PIC X(08) VALUE SPACES.
000920 01  WS-FIRST-BREAK-RECORD         PIC 9(09) VALUE 0.
000930 01  WS-SAVED-LINE                 PIC X(132) VALUE SPACES.

000940 01  WS-PAGE-NUMBER                PIC 9(05) VALUE 0.
000950 01  WS-LINE-COUNT                 PIC 9(05) VALUE 0.
000960 01  WS-LINES-PER-PAGE             PIC 9(05) VALUE 55.

000970 01  WS-RUN-DATE-CCYYMMDD          PIC 9(8) VALUE 0.
000980 01  WS-RUN-DATE-GROUP REDEFINES WS-RUN-DATE-CCYYMMDD.
000990     05  WS-RD-YEAR                PIC 9(4).
001000     05  WS-RD-MONTH               PIC 9(2).
001010     05  WS-RD-DAY                 PIC 9(2).
001020 01  WS-RUN-DATE-DISPLAY           PIC X(10) VALUE SPACES.

001030 01  WS-FILE-STATUSES.
001040     05  WS-AU-FILE-STATUS         PIC X(02) VALUE "00".
001050     05  WS-CG-FILE-STATUS         PIC X(02) VALUE "00".
001060     05  WS-GF-FILE-STATUS         PIC X(02) VALUE "00".
001070     05  WS-VR-FILE-STATUS         PIC X(02) VALUE "00".

001080 01  WS-SWITCHES.
001090     05  WS-AU-EOF-SWITCH          PIC X(01) VALUE "N".
001100         88  END-OF-AUDIT-FILE         VALUE "Y".
001110     05  WS-CG-EOF-SWITCH          PIC X(01) VALUE "N".
001120         88  END-OF-CATALOG-FILE       VALUE "Y".
001130     05  WS-GF-EOF-SWITCH          PIC X(01) VALUE "N".
001140         88  END-OF-GENERATION-FILE    VALUE "Y".
001150     05  WS-CHAIN-SWITCH           PIC X(01) VALUE "N".
001160         88  WS-CHAIN-STARTED          VALUE "Y".
001170         88  WS-CHAIN-NOT-STARTED      VALUE "N".

001180     COPY AUCHAIN.

001190 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001200 77  WS-FILE-RECORDS               PIC 9(09) VALUE 0 COMP.
001210 77  WS-RECORDS-UNCHAINED          PIC 9(09) VALUE 0 COMP.
001220 77  WS-CHAIN-BREAKS               PIC 9(09) VALUE 0 COMP.
001230 77  WS-CATALOG-ERRORS             PIC 9(05) VALUE 0 COMP.
001240 77  WS-GENERATIONS-READ           PIC 9(03) VALUE 0 COMP.
001250 77  WS-COUNT-EDITED               PIC Z(08)9.
001260 77  WS-EXPECTED-EDITED            PIC Z(08)9.

001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
001300     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
001310         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

001320     OPEN OUTPUT VERIFY-REPORT-FILE
001330     IF WS-VR-FILE-STATUS NOT = "00"
001340         DISPLAY "AUDVRPT OPEN FAILED - FILE STATUS: "
001350             WS-VR-FILE-STATUS
001360         DISPLAY "AUDIT CHAIN VERIFY ABORTED"
001370         MOVE 8 TO RETURN-CODE
001380         GO TO 0000-STOP
001390     END-IF

001400     MOVE 0 TO WS-CHAIN-VALUE
001410     SET WS-CHAIN-NOT-STARTED TO TRUE

001420     PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT
001430     PERFORM 2000-VERIFY-GENERATION THRU 2000-EXIT
001440         VARYING WS-CATALOG-SUB FROM 1 BY 1
001450             UNTIL WS-CATALOG-SUB > WS-CATALOG-COUNT
001460     PERFORM 3000-VERIFY-LIVE-LOG THRU 3000-EXIT

001470     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
001480     CLOSE VERIFY-REPORT-FILE

001490     DISPLAY "-----------------------------------------"
001500     DISPLAY "AUDIT TRAIL CHAIN VERIFY SUMMARY"
001510     MOVE WS-GENERATIONS-READ TO WS-COUNT-EDITED
001520     DISPLAY "ARCHIVE GENERATIONS : " WS-COUNT-EDITED
001530     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
001540     DISPLAY "AUDIT RECORDS READ  : " WS-COUNT-EDITED
001550     MOVE WS-RECORDS-UNCHAINED TO WS-COUNT-EDITED
001560     DISPLAY "BEFORE CHAIN BEGAN  : " WS-COUNT-EDITED
001570     MOVE WS-CHAIN-BREAKS TO WS-COUNT-EDITED
001580     DISPLAY "CHAIN BREAKS        : " WS-COUNT-EDITED
001590     MOVE WS-CATALOG-ERRORS TO WS-COUNT-EDITED
001600     DISPLAY "CATALOG MISMATCHES  : " WS-COUNT-EDITED
001610     IF WS-CHAIN-BREAKS > 0
001620         MOVE WS-FIRST-BREAK-RECORD TO WS-COUNT-EDITED
001630         DISPLAY "FIRST BREAK         : " WS-FIRST-BREAK-FILE
001640             " RECORD " WS-COUNT-EDITED
001650     END-IF
001660     DISPLAY "FINAL CHAIN VALUE   : " WS-CHAIN-VALUE
001670     DISPLAY "-----------------------------------------"

001680     IF WS-CHAIN-BREAKS > 0 OR WS-CATALOG-ERRORS > 0
001690         MOVE 8 TO RETURN-CODE
001700     END-IF
001710     .
001720 0000-STOP.
001730     STOP RUN.

001740*----------------------------------------------------------------*
001750* 1000-LOAD-CATALOG - TABLE THE ARCHIVE CATALOG. IT IS APPEND-   *
001760* ONLY, SO ITS ORDER IS THE ORDER THE GENERATIONS WERE CUT AND   *
001770* THE ORDER THEIR RECORDS WERE WRITTEN. NO CATALOG MEANS NOTHING *
001780* HAS BEEN ARCHIVED YET; ONE THAT CANNOT BE READ, OR A RECORD ON *
001790* IT THAT CANNOT BE USED, IS A MISMATCH.                         *
001800*----------------------------------------------------------------*
001810 1000-LOAD-CATALOG.
001820     MOVE 0 TO WS-CATALOG-COUNT

001830     OPEN INPUT CATALOG-FILE
001840     IF WS-CG-FILE-STATUS = "35"
001850         GO TO 1000-EXIT
001860     END-IF
001870     IF WS-CG-FILE-STATUS NOT = "00"
001880         ADD 1 TO WS-CATALOG-ERRORS
001890         MOVE SPACES TO REPORT-LINE
001900         STRING "  ** ARCHCTLG COULD NOT BE OPENED - FILE STATUS "
001910             WS-CG-FILE-STATUS
001920             DELIMITED BY SIZE INTO REPORT-LINE
001930         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
001940         GO TO 1000-EXIT
001950     END-IF

001960     PERFORM 1010-READ-CATALOG-RECORD THRU 1010-EXIT
001970     PERFORM 1020-TABLE-CATALOG-RECORD THRU 1020-EXIT
001980         UNTIL END-OF-CATALOG-FILE
001990     CLOSE CATALOG-FILE
002000     .
002010 1000-EXIT.
002020     EXIT.

002030 1010-READ-CATALOG-RECORD.
002040     READ CATALOG-FILE
002050         AT END
002060             SET END-OF-CATALOG-FILE TO TRUE
002070     END-READ
002080     .
002090 1010-EXIT.
002100     EXIT.

002110*----------------------------------------------------------------*
002120* 1020-TABLE-CATALOG-RECORD - A CATALOG RECORD WITHOUT A NUMERIC *
002130* GENERATION AND COUNT IS REPORTED AND ITS GENERATION LEFT       *
002140* UNREAD - THE CHAIN THEN BREAKS AT THE NEXT RECORD READ, WHICH  *
002150* IS THE RIGHT ANSWER FOR A TRAIL THAT CANNOT BE WALKED WHOLE.   *
002160*----------------------------------------------------------------*
002170 1020-TABLE-CATALOG-RECORD.
002180     IF CG-GENERATION IS NOT NUMERIC
002190        OR CG-RECORD-COUNT IS NOT NUMERIC
002200         ADD 1 TO WS-CATALOG-ERRORS
002210         MOVE SPACES TO REPORT-LINE
002220         STRING "  ** ARCHCTLG RECORD FOR " CG-FILE-NAME
002230             " HAS A NON-NUMERIC GENERATION OR COUNT - "
002240             "NOT READ"
002250             DELIMITED BY SIZE INTO REPORT-LINE
002260         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
002270         GO TO 1020-NEXT
002280     END-IF
002290     IF WS-CATALOG-COUNT >= WS-CATALOG-MAX
002300         ADD 1 TO WS-CATALOG-ERRORS
002310         MOVE SPACES TO REPORT-LINE
002320         STRING "  ** ARCHCTLG HOLDS MORE THAN " WS-CATALOG-MAX
002330             " GENERATIONS - FURTHER ONES NOT READ"
002340             DELIMITED BY SIZE INTO REPORT-LINE
002350         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
002360         SET END-OF-CATALOG-FILE TO TRUE
002370         GO TO 1020-EXIT
002380     END-IF

002390     ADD 1 TO WS-CATALOG-COUNT
002400     MOVE CG-GENERATION TO WS-CT-GENERATION(WS-CATALOG-COUNT)
002410     MOVE CG-FILE-NAME TO WS-CT-FILE-NAME(WS-CATALOG-COUNT)
002420     MOVE CG-RECORD-COUNT TO WS-CT-COUNT(WS-CATALOG-COUNT)
002430     MOVE CG-END-CHAIN-X TO WS-CT-END-CHAIN-X(WS-CATALOG-COUNT)
002440     .
002450 1020-NEXT.
002460     PERFORM 1010-READ-CATALOG-RECORD THRU 1010-EXIT
002470     .
002480 1020-EXIT.
002490     EXIT.

002500*----------------------------------------------------------------*
002510* 2000-VERIFY-GENERATION - WALK ONE CATALOGED GENERATION, THEN   *
002520* HOLD IT TO ITS CATALOG RECORD: THE GENERATION NUMBER ONE PAST  *
002530* THE LAST, THE RECORD COUNT, AND (FOR A GENERATION CUT SINCE    *
002540* THE CHAIN BEGAN) THE CHAIN VALUE OF ITS LAST RECORD. A         *
002550* GENERATION THAT CANNOT BE OPENED IS A MISMATCH; THE CHAIN IS   *
002560* PICKED UP AGAIN FROM ITS CATALOGED END VALUE SO THE REST OF    *
002570* THE TRAIL IS STILL CHECKED.                                    *
002580*----------------------------------------------------------------*
002590 2000-VERIFY-GENERATION.
002600     MOVE WS-CT-FILE-NAME(WS-CATALOG-SUB) TO WS-GENERATION-NAME
002610     MOVE WS-GENERATION-NAME TO WS-CURRENT-FILE

002620     IF WS-CATALOG-SUB > 1
002630        AND WS-CT-GENERATION(WS-CATALOG-SUB)
002640            NOT = WS-LAST-GENERATION + 1
002650         ADD 1 TO WS-CATALOG-ERRORS
002660         MOVE SPACES TO REPORT-LINE
002670         STRING "  ** GENERATION " WS-GENERATION-NAME
002680             " IS CATALOGED AS NUMBER "
002690             WS-CT-GENERATION(WS-CATALOG-SUB)
002700             " - EXPECTED " WS-LAST-GENERATION " PLUS 1"
002710             DELIMITED BY SIZE INTO REPORT-LINE
002720         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
002730     END-IF
002740     MOVE WS-CT-GENERATION(WS-CATALOG-SUB) TO WS-LAST-GENERATION

002750     MOVE "N" TO WS-GF-EOF-SWITCH
002760     OPEN INPUT GENERATION-FILE
002770     IF WS-GF-FILE-STATUS NOT = "00"
002780         ADD 1 TO WS-CATALOG-ERRORS
002790         MOVE SPACES TO REPORT-LINE
002800         STRING "  ** ARCHIVE GENERATION " WS-GENERATION-NAME
002810             " COULD NOT BE OPENED - FILE STATUS "
002820             WS-GF-FILE-STATUS
002830             DELIMITED BY SIZE INTO REPORT-LINE
002840         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
002850         IF WS-CT-END-CHAIN-X(WS-CATALOG-SUB) IS NUMERIC
002860             MOVE WS-CT-END-CHAIN(WS-CATALOG-SUB)
002870                 TO WS-CHAIN-VALUE
002880             SET WS-CHAIN-STARTED TO TRUE
002890         END-IF
002900         GO TO 2000-EXIT
002910     END-IF

002920     ADD 1 TO WS-GENERATIONS-READ
002930     MOVE 0 TO WS-FILE-RECORDS
002940     PERFORM 2010-READ-GENERATION-RECORD THRU 2010-EXIT
002950     PERFORM 2020-CHECK-GENERATION-RECORD THRU 2020-EXIT
002960         UNTIL END-OF-GENERATION-FILE
002970     CLOSE GENERATION-FILE

002980     PERFORM 5000-WRITE-FILE-LINE THRU 5000-EXIT

002990     IF WS-FILE-RECORDS NOT = WS-CT-COUNT(WS-CATALOG-SUB)
003000         ADD 1 TO WS-CATALOG-ERRORS
003010         MOVE WS-FILE-RECORDS TO WS-COUNT-EDITED
003020         MOVE WS-CT-COUNT(WS-CATALOG-SUB) TO WS-EXPECTED-EDITED
003030         MOVE SPACES TO REPORT-LINE
003040         STRING "  ** " WS-GENERATION-NAME " HOLDS "
003050             WS-COUNT-EDITED " RECORD(S) - CATALOG SAYS "
003060             WS-EXPECTED-EDITED
003070             DELIMITED BY SIZE INTO REPORT-LINE
003080         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
003090     END-IF

003100     IF WS-CT-END-CHAIN-X(WS-CATALOG-SUB) IS NUMERIC
003110        AND WS-CT-END-CHAIN(WS-CATALOG-SUB) NOT = WS-CHAIN-VALUE
003120         ADD 1 TO WS-CATALOG-ERRORS
003130         MOVE SPACES TO REPORT-LINE
003140         STRING "  ** " WS-GENERATION-NAME " ENDS ON CHAIN VALUE "
003150             WS-CHAIN-VALUE " - CATALOG SAYS "
003160             WS-CT-END-CHAIN-X(WS-CATALOG-SUB)
003170             DELIMITED BY SIZE INTO REPORT-LINE
003180         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
003190     END-IF
003200     .
003210 2000-EXIT.
003220     EXIT.

003230 2010-READ-GENERATION-RECORD.
003240     READ GENERATION-FILE
003250         AT END
003260             SET END-OF-GENERATION-FILE TO TRUE
003270     END-READ
003280     .
003290 2010-EXIT.
003300     EXIT.

003310 2020-CHECK-GENERATION-RECORD.
003320     MOVE GENERATION-RECORD TO AUDIT-RECORD
003330     PERFORM 4000-CHECK-ONE-RECORD THRU 4000-EXIT
003340     PERFORM 2010-READ-GENERATION-RECORD THRU 2010-EXIT
003350     .
003360 2020-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------*
003390* 3000-VERIFY-LIVE-LOG - THE LIVE LOG CARRIES ON THE CHAIN FROM  *
003400* THE LAST GENERATION, SO ITS FIRST RECORD IS CHECKED AGAINST    *
003410* THAT GENERATION'S LAST.                                        *
003420*----------------------------------------------------------------*
003430 3000-VERIFY-LIVE-LOG.
003440     MOVE "AUDITLOG" TO WS-CURRENT-FILE

003450     OPEN INPUT AUDIT-FILE
003460     IF WS-AU-FILE-STATUS NOT = "00"
003470         ADD 1 TO WS-CATALOG-ERRORS
003480         DISPLAY "AUDITLOG COULD NOT BE OPENED - FILE STATUS: "
003490             WS-AU-FILE-STATUS
003500         MOVE SPACES TO REPORT-LINE
003510         STRING "  ** AUDITLOG COULD NOT BE OPENED - FILE STATUS "
003520             WS-AU-FILE-STATUS
003530             DELIMITED BY SIZE INTO REPORT-LINE
003540         PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
003550         GO TO 3000-EXIT
003560     END-IF

003570     MOVE 0 TO WS-FILE-RECORDS
003580     PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT
003590     PERFORM 3020-CHECK-AUDIT-RECORD THRU 3020-EXIT
003600         UNTIL END-OF-AUDIT-FILE
003610     CLOSE AUDIT-FILE

003620     PERFORM 5000-WRITE-FILE-LINE THRU 5000-EXIT
003630     .
003640 3000-EXIT.
003650     EXIT.

003660 3010-READ-AUDIT-RECORD.
003670     READ AUDIT-FILE
003680         AT END
003690             SET END-OF-AUDIT-FILE TO TRUE
003700     END-READ
003710     .
003720 3010-EXIT.
003730     EXIT.

003740 3020-CHECK-AUDIT-RECORD.
003750     PERFORM 4000-CHECK-ONE-RECORD THRU 4000-EXIT
003760     PERFORM 3010-READ-AUDIT-RECORD THRU 3010-EXIT
003770     .
003780 3020-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------*
003810* 4000-CHECK-ONE-RECORD - REBUILD THE CHAIN VALUE OF THE RECORD  *
003820* IN AUDIT-RECORD FROM THE ONE BEFORE IT AND COMPARE IT WITH THE *
003830* VALUE STORED ON IT. A RECORD WITH NO CHAIN VALUE IS ONE        *
003840* WRITTEN BEFORE THE CHAIN EXISTED, AND IS ONLY ACCEPTED AHEAD   *
003850* OF THE FIRST CHAINED RECORD; ONE LATER THAN THAT IS A BREAK.   *
003860* THE WRITERS CARRY ON FROM ZERO AFTER AN UNCHAINED RECORD.      *
003870*----------------------------------------------------------------*
003880 4000-CHECK-ONE-RECORD.
003890     ADD 1 TO WS-RECORDS-READ
003900     ADD 1 TO WS-FILE-RECORDS

003910     IF AU-CHAIN-VALUE-X IS NOT NUMERIC
003920         IF WS-CHAIN-NOT-STARTED
003930             ADD 1 TO WS-RECORDS-UNCHAINED
003940         ELSE
003950             MOVE 0 TO AC-CHAIN-VALUE
003960             MOVE "NO CHAIN VALUE ON RECORD" TO WS-BREAK-REASON
003970             PERFORM 4100-REPORT-BREAK THRU 4100-EXIT
003980         END-IF
003990         MOVE 0 TO WS-CHAIN-VALUE
004000         GO TO 4000-EXIT
004010     END-IF

004020     MOVE "C" TO AC-FUNCTION
004030     MOVE AUDIT-RECORD(1:118) TO AC-RECORD-IMAGE
004040     MOVE WS-CHAIN-VALUE TO AC-CHAIN-VALUE
004050     CALL "AuditChain" USING AUDIT-CHAIN-PARMS
004060     IF AC-CHAIN-VALUE NOT = AU-CHAIN-VALUE
004070         MOVE "CHAIN VALUE DOES NOT MATCH" TO WS-BREAK-REASON
004080         PERFORM 4100-REPORT-BREAK THRU 4100-EXIT
004090     END-IF

004100     SET WS-CHAIN-STARTED TO TRUE
004110     MOVE AU-CHAIN-VALUE TO WS-CHAIN-VALUE
004120     .
004130 4000-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------*
004160* 4100-REPORT-BREAK - TWO LINES PER BREAK: WHERE IT IS AND WHY,  *
004170* THEN THE RECORD'S OWN FIELDS AND THE STORED VALUE BESIDE THE   *
004180* ONE RECOMPUTED FROM THE RECORD BEFORE IT. THE FIRST BREAK IS   *
004190* KEPT FOR THE SUMMARY.                                          *
004200*----------------------------------------------------------------*
004210 4100-REPORT-BREAK.
004220     ADD 1 TO WS-CHAIN-BREAKS
004230     IF WS-CHAIN-BREAKS = 1
004240         MOVE WS-CURRENT-FILE TO WS-FIRST-BREAK-FILE
004250         MOVE WS-FILE-RECORDS TO WS-FIRST-BREAK-RECORD
004260     END-IF

004270     MOVE WS-FILE-RECORDS TO WS-COUNT-EDITED
004280     MOVE SPACES TO REPORT-LINE
004290     STRING "  ** CHAIN BREAK IN " WS-CURRENT-FILE
004300         " AT RECORD " WS-COUNT-EDITED " - " WS-BREAK-REASON
004310         DELIMITED BY SIZE INTO REPORT-LINE
004320     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

004330     MOVE SPACES TO REPORT-LINE
004340     STRING "       TIMESTAMP " AU-TIMESTAMP(1:14)
004350         "  DEVICE " AU-DEVICE-ID
004360         "  STORED " AU-CHAIN-VALUE-X
004370         "  COMPUTED " AC-CHAIN-VALUE
004380         DELIMITED BY SIZE INTO REPORT-LINE
004390     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004400     .
004410 4100-EXIT.
004420     EXIT.

004430*----------------------------------------------------------------*
004440* 5000-WRITE-FILE-LINE - ONE LINE PER FILE WALKED: ITS NAME, ITS *
004450* RECORD COUNT AND THE CHAIN VALUE IT ENDS ON.                   *
004460*----------------------------------------------------------------*
004470 5000-WRITE-FILE-LINE.
004480     MOVE WS-FILE-RECORDS TO WS-COUNT-EDITED
004490     MOVE SPACES TO REPORT-LINE
004500     STRING "  " WS-CURRENT-FILE "  RECORDS " WS-COUNT-EDITED
004510         "  CHAIN VALUE AT END " WS-CHAIN-VALUE
004520         DELIMITED BY SIZE INTO REPORT-LINE
004530     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
004540     .
004550 5000-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------*
004580* 6000-WRITE-REPORT-HEADING - RUN-DATE/PAGE HEADING WRITTEN AT   *
004590* THE TOP OF EACH PAGE.                                          *
004600*----------------------------------------------------------------*
004610 6000-WRITE-REPORT-HEADING.
004620     ADD 1 TO WS-PAGE-NUMBER

004630     MOVE SPACES TO REPORT-LINE
004640     STRING "AUDIT TRAIL CHAIN VERIFICATION"
004650         DELIMITED BY SIZE INTO REPORT-LINE
004660     STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
004670         "     PAGE: " WS-PAGE-NUMBER
004680         DELIMITED BY SIZE INTO REPORT-LINE(60:)
004690     WRITE REPORT-LINE

004700     MOVE SPACES TO REPORT-LINE
004710     WRITE REPORT-LINE

004720     MOVE 2 TO WS-LINE-COUNT
004730     .
004740 6000-EXIT.
004750     EXIT.

004760 6100-WRITE-REPORT-LINE.
004770     IF WS-LINE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
004780         MOVE REPORT-LINE TO WS-SAVED-LINE
004790         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
004800         MOVE WS-SAVED-LINE TO REPORT-LINE
004810     END-IF
004820     WRITE REPORT-LINE
004830     ADD 1 TO WS-LINE-COUNT
004840     .
004850 6100-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------*
004880* 7000-WRITE-SUMMARY - CLOSING COUNTS ON THE REPORT, THE FIRST   *
004890* BREAK, AND THE FINAL CHAIN VALUE TO BE RECORDED FOR THE NEXT   *
004900* VERIFICATION.                                                  *
004910*----------------------------------------------------------------*
004920 7000-WRITE-SUMMARY.
004930     MOVE SPACES TO REPORT-LINE
004940     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

004950     MOVE WS-GENERATIONS-READ TO WS-COUNT-EDITED
004960     MOVE SPACES TO REPORT-LINE
004970     STRING "  ARCHIVE GENERATIONS READ       : " WS-COUNT-EDITED
004980         DELIMITED BY SIZE INTO REPORT-LINE
004990     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005000     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED
005010     MOVE SPACES TO REPORT-LINE
005020     STRING "  AUDIT RECORDS READ             : " WS-COUNT-EDITED
005030         DELIMITED BY SIZE INTO REPORT-LINE
005040     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005050     MOVE WS-RECORDS-UNCHAINED TO WS-COUNT-EDITED
005060     MOVE SPACES TO REPORT-LINE
005070     STRING "  WRITTEN BEFORE THE CHAIN BEGAN : " WS-COUNT-EDITED
005080         DELIMITED BY SIZE INTO REPORT-LINE
005090     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005100     MOVE WS-CHAIN-BREAKS TO WS-COUNT-EDITED
005110     MOVE SPACES TO REPORT-LINE
005120     STRING "  CHAIN BREAKS                   : " WS-COUNT-EDITED
005130         DELIMITED BY SIZE INTO REPORT-LINE
005140     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005150     MOVE WS-CATALOG-ERRORS TO WS-COUNT-EDITED
005160     MOVE SPACES TO REPORT-LINE
005170     STRING "  CATALOG MISMATCHES             : " WS-COUNT-EDITED
005180         DELIMITED BY SIZE INTO REPORT-LINE
005190     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005200     MOVE SPACES TO REPORT-LINE
005210     IF WS-CHAIN-BREAKS = 0
005220         STRING "  FIRST BREAK                    : NONE"
005230             DELIMITED BY SIZE INTO REPORT-LINE
005240     ELSE
005250         MOVE WS-FIRST-BREAK-RECORD TO WS-COUNT-EDITED
005260         STRING "  FIRST BREAK                    : "
005270             WS-FIRST-BREAK-FILE " RECORD " WS-COUNT-EDITED
005280             DELIMITED BY SIZE INTO REPORT-LINE
005290     END-IF
005300     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT

005310     MOVE SPACES TO REPORT-LINE
005320     STRING "  FINAL CHAIN VALUE              : " WS-CHAIN-VALUE
005330         DELIMITED BY SIZE INTO REPORT-LINE
005340     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT
005350     .
005360 7000-EXIT.
005370     EXIT.
