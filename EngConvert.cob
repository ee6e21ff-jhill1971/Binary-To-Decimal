000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EngConvert.
000120 AUTHOR. James Hill.
000130 INSTALLATION. Data Conversion Unit.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                           *
000180*----------------------------------------------------------------*
000190*  DATE        INIT  DESCRIPTION                                 *
000200*  10/15/2026  JH    ORIGINAL PROGRAM - A DECODED SUBFIELD WAS   *
000210*                     ALWAYS AN UNSIGNED INTEGER, SO AN ANALYST  *
000220*                     HAD TO REMEMBER THAT A RAW 1450 MEANT 72.5 *
000230*                     DEGREES AND THAT A 12-BIT OFFSET WITH ITS  *
000240*                     TOP BIT ON WAS NEGATIVE. THIS CALLED       *
000250*                     SUBPROGRAM READS THE SUBFIELD BY THE TYPE  *
000260*                     ITS REGLAYOT ENTRY GIVES (UNSIGNED, SIGNED *
000270*                     TWO'S COMPLEMENT OR BCD) AND APPLIES THE   *
000280*                     ENTRY'S SCALE FACTOR AND OFFSET, SO        *
000290*                     RegisterDecode AND ConversionMenu FORM THE *
000300*                     SAME ENGINEERING VALUE FROM THE SAME BITS. *
000310*                     SEE copybooks/ENGCONV.CPY FOR THE          *
000320*                     PARAMETER AREA AND STATUS CODES.           *
000330*----------------------------------------------------------------*

000340 ENVIRONMENT DIVISION.

000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 01  WS-NIBBLE-POS                 PIC 9(02) VALUE 0.
000380 01  WS-BIT-DIGIT                  PIC 9(01) VALUE 0.
000390 01  WS-BCD-DIGIT                  PIC 9(02) VALUE 0.
000400 01  WS-BCD-REMAINDER              PIC 9(02) VALUE 0.
000410 01  WS-BCD-QUOTIENT               PIC 9(02) VALUE 0.
000420 01  WS-BCD-VALUE                  PIC 9(20) VALUE 0.
000430 01  WS-TWO-POWER-LENGTH           PIC 9(20) VALUE 0.
000440 01  WS-SCALE-WORK                 PIC S9(05)V9(06) VALUE 0.

000450 LINKAGE SECTION.
000460     COPY ENGCONV.

000470 PROCEDURE DIVISION USING ENGINEERING-PARMS.
000480 0000-MAINLINE.
000490     MOVE "00" TO EC-STATUS
000500     MOVE 0 TO EC-TYPED-VALUE
000510     MOVE 0 TO EC-ENG-VALUE

000520     IF EC-BIT-LENGTH IS NOT NUMERIC
000530        OR EC-BIT-LENGTH < 1
000540        OR EC-BIT-LENGTH > 64
000550         MOVE "12" TO EC-STATUS
000560         GO TO 0000-EXIT
000570     END-IF

000580     EVALUATE TRUE
000590         WHEN EC-TYPE-UNSIGNED
000600             MOVE EC-UNSIGNED-VALUE TO EC-TYPED-VALUE
000610         WHEN EC-TYPE-SIGNED
000620             PERFORM 1000-READ-SIGNED THRU 1000-EXIT
000630         WHEN EC-TYPE-BCD
000640             PERFORM 2000-READ-BCD THRU 2000-EXIT
000650         WHEN OTHER
000660             MOVE "10" TO EC-STATUS
000670     END-EVALUATE
000680     IF NOT EC-OK
000690         MOVE 0 TO EC-TYPED-VALUE
000700         GO TO 0000-EXIT
000710     END-IF

000720     PERFORM 3000-APPLY-SCALING THRU 3000-EXIT
000730     .
000740 0000-EXIT.
000750     GOBACK.

000760*----------------------------------------------------------------*
000770* 1000-READ-SIGNED - TWO'S COMPLEMENT AT THE FIELD'S OWN BIT     *
000780* LENGTH: WITH THE FIELD'S FIRST (HIGH-ORDER) BIT ON, THE VALUE  *
000790* IS THE UNSIGNED VALUE LESS 2 ** LENGTH.                        *
000800*----------------------------------------------------------------*
000810 1000-READ-SIGNED.
000820     IF EC-FIELD-BITS(1:1) = "1"
000830         COMPUTE WS-TWO-POWER-LENGTH = 2 ** EC-BIT-LENGTH
000840         COMPUTE EC-TYPED-VALUE =
000850             EC-UNSIGNED-VALUE - WS-TWO-POWER-LENGTH
000860     ELSE
000870         MOVE EC-UNSIGNED-VALUE TO EC-TYPED-VALUE
000880     END-IF
000890     .
000900 1000-EXIT.
000910     EXIT.

000920*----------------------------------------------------------------*
000930* 2000-READ-BCD - ONE DECIMAL DIGIT PER 4 BITS, HIGH-ORDER DIGIT *
000940* FIRST. THE LENGTH MUST BE A WHOLE NUMBER OF DIGITS, AND A      *
000950* 4-BIT GROUP ABOVE 9 IS NOT A DECIMAL DIGIT AT ALL.             *
000960*----------------------------------------------------------------*
000970 2000-READ-BCD.
000980     DIVIDE EC-BIT-LENGTH BY 4 GIVING WS-BCD-QUOTIENT
000990         REMAINDER WS-BCD-REMAINDER
001000     IF WS-BCD-REMAINDER NOT = 0
001010         MOVE "12" TO EC-STATUS
001020         GO TO 2000-EXIT
001030     END-IF

001040     MOVE 0 TO WS-BCD-VALUE
001050     PERFORM 2100-ADD-ONE-DIGIT THRU 2100-EXIT
001060         VARYING WS-NIBBLE-POS FROM 1 BY 4
001070             UNTIL WS-NIBBLE-POS > EC-BIT-LENGTH
001080                OR NOT EC-OK
001090     IF EC-OK
001100         MOVE WS-BCD-VALUE TO EC-TYPED-VALUE
001110     END-IF
001120     .
001130 2000-EXIT.
001140     EXIT.

001150 2100-ADD-ONE-DIGIT.
001160     MOVE EC-FIELD-BITS(WS-NIBBLE-POS:1) TO WS-BIT-DIGIT
001170     COMPUTE WS-BCD-DIGIT = WS-BIT-DIGIT * 8
001180     MOVE EC-FIELD-BITS(WS-NIBBLE-POS + 1:1) TO WS-BIT-DIGIT
001190     COMPUTE WS-BCD-DIGIT = WS-BCD-DIGIT + WS-BIT-DIGIT * 4
001200     MOVE EC-FIELD-BITS(WS-NIBBLE-POS + 2:1) TO WS-BIT-DIGIT
001210     COMPUTE WS-BCD-DIGIT = WS-BCD-DIGIT + WS-BIT-DIGIT * 2
001220     MOVE EC-FIELD-BITS(WS-NIBBLE-POS + 3:1) TO WS-BIT-DIGIT
001230     ADD WS-BIT-DIGIT TO WS-BCD-DIGIT
001240     IF WS-BCD-DIGIT > 9
001250         MOVE "20" TO EC-STATUS
001260         GO TO 2100-EXIT
001270     END-IF
001280     COMPUTE WS-BCD-VALUE = WS-BCD-VALUE * 10 + WS-BCD-DIGIT
001290     .
001300 2100-EXIT.
001310     EXIT.

001320*----------------------------------------------------------------*
001330* 3000-APPLY-SCALING - ENGINEERING VALUE = TYPED VALUE * SCALE   *
001340* FACTOR + OFFSET. A ZERO SCALE FACTOR IS TAKEN AS 1, THE VALUE  *
001350* A LAYOUT ENTRY WITH NO SCALE FACTOR GETS. A RESULT TOO LARGE   *
001360* FOR EC-ENG-VALUE IS AN OVERFLOW, NOT A TRUNCATED NUMBER.       *
001370*----------------------------------------------------------------*
001380 3000-APPLY-SCALING.
001390     MOVE EC-SCALE-FACTOR TO WS-SCALE-WORK
001400     IF WS-SCALE-WORK = 0
001410         MOVE 1 TO WS-SCALE-WORK
001420     END-IF

001430     COMPUTE EC-ENG-VALUE ROUNDED =
001440         EC-TYPED-VALUE * WS-SCALE-WORK + EC-OFFSET
001450         ON SIZE ERROR
001460             MOVE "40" TO EC-STATUS
001470             MOVE 0 TO EC-TYPED-VALUE
001480             MOVE 0 TO EC-ENG-VALUE
001490     END-COMPUTE
001500     .
001510 3000-EXIT.
001520     EXIT.
