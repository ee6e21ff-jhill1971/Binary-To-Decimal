000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AuditChain.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - THE ARCHIVE MANIFEST     *
000210*                     HASH ONLY TOTALS AU-DECIMAL-RESULT, SO A   *
000220*                     RECORD EDITED AND REBALANCED, OR DROPPED   *
000230*                     BEFORE THE CUT, WENT UNNOTICED. EVERY      *
000240*                     AUDIT RECORD NOW CARRIES A CHAIN VALUE     *
000250*                     BUILT FROM THE PREVIOUS RECORD'S CHAIN     *
000260*                     VALUE AND ITS OWN CONTENTS. THIS CALLED    *
000270*                     SUBPROGRAM IS THE ONE PLACE THAT VALUE IS  *
000280*                     COMPUTED - BinaryToDecimal AND             *
000290*                     ConversionMenu CHAIN WHAT THEY WRITE,      *
000300*                     AuditVerify RECOMPUTES IT - AND IT ALSO    *
000310*                     FINDS THE CHAIN END A WRITER CARRIES ON    *
000320*                     FROM, ON THE LIVE LOG OR, AFTER AN ARCHIVE *
000330*                     RUN THAT EMPTIED IT, ON THE CATALOG. SEE   *
000340*                     copybooks/AUCHAIN.CPY FOR THE PARAMETER    *
000350*                     AREA AND STATUS CODES.                     *
000360*----------------------------------------------------------------*

000370 ENVIRONMENT DIVISION.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-AU-FILE-STATUS.

000430     SELECT CATALOG-FILE ASSIGN TO "ARCHCTLG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CG-FILE-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AUDIT-FILE
000490     RECORDING MODE IS F.
000500     COPY AUDITRC.

000510 FD  CATALOG-FILE
000520     RECORDING MODE IS F.
000530     COPY ARCCTLRC.

000540 WORKING-STORAGE SECTION.
000550*    THE CHAIN VALUE IS TWO NINE-DIGIT HALVES, EACH A RUNNING
000560*    POLYNOMIAL OF THE RECORD'S BYTES TAKEN TO ITS OWN PRIME
000570*    MODULUS, SO A CHANGE TO ANY ONE BYTE, OR TWO BYTES SWAPPED,
000580*    MOVES BOTH HALVES.
000590 01  WS-HIGH-MODULUS               PIC 9(09) VALUE 999999937.
000600 01  WS-LOW-MODULUS                PIC 9(09) VALUE 999999929.
000610 01  WS-HIGH-MULTIPLIER            PIC 9(05) VALUE 257.
000620 01  WS-LOW-MULTIPLIER             PIC 9(05) VALUE 65599.
000630 01  WS-HALF-SPLIT                 PIC 9(10) VALUE 1000000000.

000640 01  WS-HIGH-PART                  PIC 9(09) VALUE 0.
000650 01  WS-LOW-PART                   PIC 9(09) VALUE 0.
000660 01  WS-MIX-WORK                   PIC 9(18) VALUE 0.
000670 01  WS-MIX-QUOTIENT               PIC 9(18) VALUE 0.
000680 01  WS-BYTE-CODE                  PIC 9(03) VALUE 0.

000690 01  WS-FILE-STATUSES.
000700     05  WS-AU-FILE-STATUS         PIC X(02) VALUE "00".
000710     05  WS-CG-FILE-STATUS         PIC X(02) VALUE "00".

000720 01  WS-SWITCHES.
000730     05  WS-AU-EOF-SWITCH          PIC X(01) VALUE "N".
000740         88  END-OF-AUDIT-FILE         VALUE "Y".
000750     05  WS-CG-EOF-SWITCH          PIC X(01) VALUE "N".
000760         88  END-OF-CATALOG-FILE       VALUE "Y".

000770 77  WS-BYTE-POS                   PIC 9(03) VALUE 0 COMP.
000780 77  WS-RECORD-LENGTH              PIC 9(03) VALUE 118 COMP.
000790 77  WS-AUDIT-RECORDS              PIC 9(09) VALUE 0 COMP.

000800 LINKAGE SECTION.
000810     COPY AUCHAIN.

000820 PROCEDURE DIVISION USING AUDIT-CHAIN-PARMS.
000830 0000-MAINLINE.
000840     MOVE "00" TO AC-STATUS

000850     EVALUATE TRUE
000860         WHEN AC-CHAIN-RECORD
000870             PERFORM 1000-CHAIN-RECORD THRU 1000-EXIT
000880         WHEN AC-FIND-CHAIN-END
000890             PERFORM 2000-FIND-CHAIN-END THRU 2000-EXIT
000900         WHEN OTHER
000910             MOVE "10" TO AC-STATUS
000920     END-EVALUATE
000930     GOBACK.

000940*----------------------------------------------------------------*
000950* 1000-CHAIN-RECORD - SPLIT THE PREVIOUS CHAIN VALUE INTO ITS    *
000960* TWO HALVES, RUN EVERY BYTE OF THE RECORD IMAGE THROUGH BOTH,   *
000970* AND JOIN THEM AGAIN AS THIS RECORD'S CHAIN VALUE.              *
000980*----------------------------------------------------------------*
000990 1000-CHAIN-RECORD.
001000     DIVIDE AC-CHAIN-VALUE BY WS-HALF-SPLIT
001010         GIVING WS-HIGH-PART REMAINDER WS-LOW-PART

001020     PERFORM 1100-MIX-ONE-BYTE THRU 1100-EXIT
001030         VARYING WS-BYTE-POS FROM 1 BY 1
001040             UNTIL WS-BYTE-POS > WS-RECORD-LENGTH

001050     COMPUTE AC-CHAIN-VALUE =
001060         WS-HIGH-PART * WS-HALF-SPLIT + WS-LOW-PART
001070     .
001080 1000-EXIT.
001090     EXIT.

001100 1100-MIX-ONE-BYTE.
001110     COMPUTE WS-BYTE-CODE =
001120         FUNCTION ORD(AC-RECORD-IMAGE(WS-BYTE-POS:1))

001130     COMPUTE WS-MIX-WORK =
001140         WS-HIGH-PART * WS-HIGH-MULTIPLIER + WS-BYTE-CODE
001150     DIVIDE WS-MIX-WORK BY WS-HIGH-MODULUS
001160         GIVING WS-MIX-QUOTIENT REMAINDER WS-HIGH-PART

001170     COMPUTE WS-MIX-WORK =
001180         WS-LOW-PART * WS-LOW-MULTIPLIER + WS-BYTE-CODE
001190         + WS-BYTE-POS
001200     DIVIDE WS-MIX-WORK BY WS-LOW-MODULUS
001210         GIVING WS-MIX-QUOTIENT REMAINDER WS-LOW-PART
001220     .
001230 1100-EXIT.
001240     EXIT.

001250*----------------------------------------------------------------*
001260* 2000-FIND-CHAIN-END - THE CHAIN VALUE OF THE LAST RECORD ON    *
001270* THE LIVE LOG. A LAST RECORD FROM BEFORE THE CHAIN EXISTED      *
001280* GIVES ZERO. AN ABSENT OR EMPTY LIVE LOG MEANS AN ARCHIVE RUN   *
001290* MOVED EVERYTHING OUT (OR NOTHING HAS BEEN WRITTEN YET), SO THE *
001300* CHAIN CARRIES ON FROM THE LAST CATALOGED GENERATION.           *
001310*----------------------------------------------------------------*
001320 2000-FIND-CHAIN-END.
001330     MOVE 0 TO AC-CHAIN-VALUE
001340     MOVE 0 TO WS-AUDIT-RECORDS

001350     OPEN INPUT AUDIT-FILE
001360     IF WS-AU-FILE-STATUS = "35"
001370         PERFORM 2200-FIND-CATALOG-END THRU 2200-EXIT
001380         GO TO 2000-EXIT
001390     END-IF
001400     IF WS-AU-FILE-STATUS NOT = "00"
001410         MOVE "30" TO AC-STATUS
001420         GO TO 2000-EXIT
001430     END-IF

001440     MOVE "N" TO WS-AU-EOF-SWITCH
001450     PERFORM 2110-READ-AUDIT-RECORD THRU 2110-EXIT
001460     PERFORM 2120-NOTE-AUDIT-RECORD THRU 2120-EXIT
001470         UNTIL END-OF-AUDIT-FILE
001480     CLOSE AUDIT-FILE

001490     IF WS-AUDIT-RECORDS = 0
001500         PERFORM 2200-FIND-CATALOG-END THRU 2200-EXIT
001510     END-IF
001520     .
001530 2000-EXIT.
001540     EXIT.

001550 2110-READ-AUDIT-RECORD.
001560     READ AUDIT-FILE
001570         AT END
001580             SET END-OF-AUDIT-FILE TO TRUE
001590     END-READ
001600     .
001610 2110-EXIT.
001620     EXIT.

001630 2120-NOTE-AUDIT-RECORD.
001640     ADD 1 TO WS-AUDIT-RECORDS
001650     IF AU-CHAIN-VALUE-X IS NUMERIC
001660         MOVE AU-CHAIN-VALUE TO AC-CHAIN-VALUE
001670     ELSE
001680         MOVE 0 TO AC-CHAIN-VALUE
001690     END-IF
001700     PERFORM 2110-READ-AUDIT-RECORD THRU 2110-EXIT
001710     .
001720 2120-EXIT.
001730     EXIT.

001740*----------------------------------------------------------------*
001750* 2200-FIND-CATALOG-END - CG-END-CHAIN OF THE LAST GENERATION ON *
001760* THE CATALOG. NO CATALOG MEANS NOTHING HAS EVER BEEN ARCHIVED   *
001770* AND THE CHAIN STARTS FROM ZERO.                                *
001780*----------------------------------------------------------------*
001790 2200-FIND-CATALOG-END.
001800     MOVE 0 TO AC-CHAIN-VALUE

001810     OPEN INPUT CATALOG-FILE
001820     IF WS-CG-FILE-STATUS = "35"
001830         GO TO 2200-EXIT
001840     END-IF
001850     IF WS-CG-FILE-STATUS NOT = "00"
001860         MOVE "30" TO AC-STATUS
001870         GO TO 2200-EXIT
001880     END-IF

001890     MOVE "N" TO WS-CG-EOF-SWITCH
001900     PERFORM 2210-READ-CATALOG-RECORD THRU 2210-EXIT
001910     PERFORM 2220-NOTE-CATALOG-RECORD THRU 2220-EXIT
001920         UNTIL END-OF-CATALOG-FILE
001930     CLOSE CATALOG-FILE
001940     .
001950 2200-EXIT.
001960     EXIT.

001970 2210-READ-CATALOG-RECORD.
001980     READ CATALOG-FILE
001990         AT END
002000             SET END-OF-CATALOG-FILE TO TRUE
002010     END-READ
002020     .
002030 2210-EXIT.
002040     EXIT.

002050 2220-NOTE-CATALOG-RECORD.
002060     IF CG-END-CHAIN-X IS NUMERIC
002070         MOVE CG-END-CHAIN TO AC-CHAIN-VALUE
002080     ELSE
002090         MOVE 0 TO AC-CHAIN-VALUE
002100     END-IF
002110     PERFORM 2210-READ-CATALOG-RECORD THRU 2210-EXIT
002120     .
002130 2220-EXIT.
002140     EXIT.
