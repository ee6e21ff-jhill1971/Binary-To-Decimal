000330*                     STEP LOGGED OUTSIDE THE EXPECTED CHAIN IS  *
000340*                     LISTED AFTER IT. RETURN-CODE 4 WHEN ANY    *
000350*                     FLAG IS RAISED SO THE SCHEDULER CAN PAGE.  *
000351*  10/15/2026  JH    THE EXPECTED CHAIN IS NO LONGER CODED INTO  *
000352*                     THE PROGRAM. IT IS READ FROM THE           *
000353*                     CHAIN-DEFINITION FILE (CHAINDEF, COPYBOOK  *
000354*                     CHAINRC) THAT THE NightChain DRIVER RUNS   *
000355*                     FROM, SO ADDING A STEP TO THE NIGHT IS A   *
000356*                     CHANGE TO THAT FILE ALONE. RETURN-CODE 8   *
000357*                     WHEN CHAINDEF CANNOT BE OPENED.            *
000360*----------------------------------------------------------------*

000370 ENVIRONMENT DIVISION.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-OP-FILE-STATUS.

000452     SELECT CHAIN-DEFINITION-FILE ASSIGN TO "CHAINDEF"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-CD-FILE-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  RUN-CONTROL-FILE
000520     RECORDING MODE IS F.
000530 01  REPORT-LINE                   PIC X(132).

000532 FD  CHAIN-DEFINITION-FILE
000534     RECORDING MODE IS F.
000536     COPY CHAINRC.

000540 WORKING-STORAGE SECTION.
000550 01  WS-REPORT-DATE                PIC 9(08) VALUE 0.
000560 01  WS-RAW-DATE-INPUT             PIC X(20) VALUE SPACES.

000570 01  WS-EXPECTED-TABLE.
000580     05  WS-EX-PROGRAM-NAME OCCURS 20 TIMES
000720                                   PIC X(16).
000730 01  WS-EXPECTED-COUNT             PIC 9(02) VALUE 0.
000735 01  WS-EXPECTED-MAX               PIC 9(02) VALUE 20.
000740 01  WS-EXPECTED-SUB               PIC 9(02) VALUE 0.

000750 01  WS-STEP-COUNT                 PIC 9(02) VALUE 0.
001250 01  WS-FILE-STATUSES.
001260     05  WS-RC-FILE-STATUS         PIC X(02) VALUE "00".
001270     05  WS-OP-FILE-STATUS         PIC X(02) VALUE "00".
001275     05  WS-CD-FILE-STATUS         PIC X(02) VALUE "00".

001280 01  WS-SWITCHES.
001290     05  WS-RC-EOF-SWITCH          PIC X(01) VALUE "N".
001300         88  END-OF-RUN-LOG            VALUE "Y".
001303     05  WS-CD-EOF-SWITCH          PIC X(01) VALUE "N".
001306         88  END-OF-CHAIN-DEFINITION   VALUE "Y".
001310     05  WS-DATE-SWITCH            PIC X(01) VALUE "Y".
001320         88  WS-DATE-VALID             VALUE "Y".
001330         88  WS-DATE-INVALID           VALUE "N".

001460     PERFORM 1000-GET-REPORT-DATE THRU 1000-EXIT

001461     PERFORM 7000-LOAD-EXPECTED-CHAIN THRU 7000-EXIT
001462     IF WS-CD-FILE-STATUS NOT = "00"
001463         DISPLAY "RUN-CONTROL REPORT ABORTED"
001464         MOVE 8 TO RETURN-CODE
001465         GO TO 0000-STOP
001466     END-IF

001470     OPEN INPUT RUN-CONTROL-FILE
001480     IF WS-RC-FILE-STATUS NOT = "00"
001490         DISPLAY "RUNCTLOG COULD NOT BE OPENED - FILE STATUS: "
005880     .
005890 6100-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------*
005920* 7000-LOAD-EXPECTED-CHAIN - TABLE THE EXPECTED CHAIN, IN ITS    *
005930* SCHEDULED ORDER, FROM THE SAME CHAIN-DEFINITION FILE THE       *
005940* NightChain DRIVER RUNS FROM. A STEP BEYOND THE TABLE'S SIZE IS *
005950* NOTED AND LEFT OUT; IF IT RAN IT STILL PRINTS AMONG THE OTHER  *
005960* STEPS.                                                         *
005970*----------------------------------------------------------------*
005980 7000-LOAD-EXPECTED-CHAIN.
005990     OPEN INPUT CHAIN-DEFINITION-FILE
006000     IF WS-CD-FILE-STATUS NOT = "00"
006010         DISPLAY "CHAINDEF COULD NOT BE OPENED - FILE STATUS: "
006020             WS-CD-FILE-STATUS
006030         GO TO 7000-EXIT
006040     END-IF

006050     PERFORM 7010-READ-CHAIN-DEFINITION THRU 7010-EXIT
006060     PERFORM 7020-TABLE-EXPECTED-STEP THRU 7020-EXIT
006070         UNTIL END-OF-CHAIN-DEFINITION
006080     CLOSE CHAIN-DEFINITION-FILE
006090     .
006100 7000-EXIT.
006110     EXIT.

006120 7010-READ-CHAIN-DEFINITION.
006130     READ CHAIN-DEFINITION-FILE
006140         AT END
006150             SET END-OF-CHAIN-DEFINITION TO TRUE
006160     END-READ
006170     .
006180 7010-EXIT.
006190     EXIT.

006200 7020-TABLE-EXPECTED-STEP.
006210     IF CD-PROGRAM-NAME = SPACES
006220         GO TO 7020-NEXT
006230     END-IF
006240     IF WS-EXPECTED-COUNT >= WS-EXPECTED-MAX
006250         DISPLAY "MORE THAN " WS-EXPECTED-MAX
006260             " STEPS ON CHAINDEF - " CD-PROGRAM-NAME
006270             " NOT EXPECTED"
006280         GO TO 7020-NEXT
006290     END-IF
006300     ADD 1 TO WS-EXPECTED-COUNT
006310     MOVE CD-PROGRAM-NAME TO WS-EX-PROGRAM-NAME(WS-EXPECTED-COUNT)
006320     .
006330 7020-NEXT.
006340     PERFORM 7010-READ-CHAIN-DEFINITION THRU 7010-EXIT
006350     .
006360 7020-EXIT.
006370     EXIT.
