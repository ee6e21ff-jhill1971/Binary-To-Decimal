001870*                     THE REJECT-STYLE RETURN-CODE 4. ON A       *
001880*                     CHECKPOINT RESTART ONLY THE RECORDS        *
001890*                     PROCESSED AFTER THE RESTART ARE COUNTED.   *
001891*  10/15/2026  JH    EVERY AUDITLOG RECORD NOW CARRIES A CHAIN   *
001892*                     VALUE (AU-CHAIN-VALUE) BUILT BY THE NEW    *
001893*                     AuditChain SUBPROGRAM FROM THE PREVIOUS    *
001894*                     RECORD'S CHAIN VALUE AND THIS RECORD'S     *
001895*                     CONTENTS. THE RUN PICKS UP THE CHAIN END   *
001896*                     FROM THE LIVE LOG (OR THE ARCHIVE          *
001897*                     CATALOG) BEFORE ITS FIRST WRITE, SO        *
001898*                     AuditVerify CAN DETECT A RECORD ALTERED    *
001899*                     OR REMOVED AFTERWARDS.                     *
001900*  10/15/2026  JH    EXCPFILE RECORDS NOW CARRY THE DEVICE THE   *
001901*                     REJECT WAS COUNTED UNDER, FALLING BACK TO  *
001902*                     THE HDR DEVICE AS DECOUTPT ALREADY DID,    *
001903*                     INSTEAD OF THE RAW BININPUT COLUMNS - A    *
001904*                     REJECT FROM A SECTION WITH BLANK DEVICE    *
001905*                     COLUMNS, OR AN OVERSIZE LINE, WAS WRITTEN  *
001906*                     WITH NO DEVICE OR A FRAGMENT OF THE        *
001907*                     VALUE, AND COULD NOT BE BALANCED BACK TO   *
001908*                     ITS CONTROLLER BY THE NEW DeviceBalance    *
001909*                     CHECK.                                     *
001910*  10/15/2026  JH    THE REPEAT COUNT IS NOW KEPT PER DEVICE     *
001911*                     AND VALUE, SO A STUCK-REGISTER ALERT       *
001912*                     NAMES THE CONTROLLER THAT SENT IT, AND     *
001913*                     EACH REPTALRT ALERT LINE CARRIES THAT      *
001914*                     DEVICE AT COLUMN 100 FOR THE MONTHLY       *
001915*                     DeviceHealth POSTING. THE SAME PATTERN     *
001916*                     FROM DIFFERENT CONTROLLERS NO LONGER ADDS  *
001917*                     UP TOWARD ONE ALERT.                       *
001918*----------------------------------------------------------------*

001919 ENVIRONMENT DIVISION.

001920 INPUT-OUTPUT SECTION.
001930 FILE-CONTROL.
004090         88  WS-REPEAT-FULL-NOTED      VALUE "Y".
004100 01  WS-REPEAT-TABLE.
004110     05  WS-REPEAT-ENTRY OCCURS 500 TIMES.
004115         10  WS-RV-DEVICE-ID       PIC X(08).
004120         10  WS-RV-BINARY-NUMBER   PIC X(64).
004130         10  WS-RV-COUNT           PIC 9(09).

004190 77  WS-STUCK-VALUES               PIC 9(05) VALUE 0 COMP.

004200     COPY BASECONV.
004203     COPY AUCHAIN.
004206 01  WS-AUDIT-CHAIN-END            PIC 9(18) VALUE 0.

004210 PROCEDURE DIVISION.
004220 0000-MAINLINE.
004250     STRING WS-RD-MONTH "/" WS-RD-DAY "/" WS-RD-YEAR
004260         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY

004265     PERFORM 3390-FIND-AUDIT-CHAIN-END THRU 3390-EXIT
004270     OPEN EXTEND AUDIT-FILE
004280     IF WS-AU-FILE-STATUS = "35"
004290         OPEN OUTPUT AUDIT-FILE
009360 3300-EXIT.
009370     EXIT.

009371*----------------------------------------------------------------*
009372* 3390-FIND-AUDIT-CHAIN-END - PICK UP THE CHAIN VALUE OF THE     *
009373* LAST AUDIT RECORD ALREADY WRITTEN, SO THIS RUN'S RECORDS CARRY *
009374* THE CHAIN ON FROM IT. IF IT CANNOT BE FOUND THE CHAIN RESTARTS *
009375* FROM ZERO, WHICH AuditVerify WILL REPORT AS A BREAK HERE.      *
009376*----------------------------------------------------------------*
009377 3390-FIND-AUDIT-CHAIN-END.
009378     MOVE "E" TO AC-FUNCTION
009379     CALL "AuditChain" USING AUDIT-CHAIN-PARMS
009380     IF NOT AC-OK
009381         DISPLAY "AUDITLOG CHAIN END NOT FOUND, STATUS "
009382             AC-STATUS " - CHAIN RESTARTS FROM ZERO"
009383     END-IF
009384     MOVE AC-CHAIN-VALUE TO WS-AUDIT-CHAIN-END
009385     .
009386 3390-EXIT.
009387     EXIT.

009388*----------------------------------------------------------------*
009390* 3400-WRITE-AUDIT-RECORD - APPEND ONE CONVERSION TO THE AUDIT   *
009400* FILE. CALLED AFTER EVERY SUCCESSFUL CONVERSION IN ANY MODE.    *
009405* EACH RECORD IS CHAINED TO THE ONE BEFORE IT (SEE AuditChain).  *
009410*----------------------------------------------------------------*
009420 3400-WRITE-AUDIT-RECORD.
009430     MOVE BINARY-NUMBER TO AU-BINARY-NUMBER
009460     MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
009470     MOVE WS-DEVICE-ID-IN TO AU-DEVICE-ID
009480     MOVE WS-BLOCK-SEQ-IN TO AU-BLOCK-SEQ

009481     MOVE "C" TO AC-FUNCTION
009482     MOVE AUDIT-RECORD(1:118) TO AC-RECORD-IMAGE
009483     MOVE WS-AUDIT-CHAIN-END TO AC-CHAIN-VALUE
009484     CALL "AuditChain" USING AUDIT-CHAIN-PARMS
009485     MOVE AC-CHAIN-VALUE TO AU-CHAIN-VALUE
009490     WRITE AUDIT-RECORD
009495     MOVE AC-CHAIN-VALUE TO WS-AUDIT-CHAIN-END
009500     .
009510 3400-EXIT.
009520     EXIT.
011440             MOVE "02" TO WS-REASON-CODE
011450             MOVE 0 TO WS-ERROR-POSITION
011460             COMPUTE WS-EX-RECORD-NO = WS-RECORDS-READ + 1
011463             MOVE WS-HDR-DEVICE TO WS-DEVICE-ID-IN
011466             MOVE SPACES TO WS-BLOCK-SEQ-IN
011470             PERFORM 4300-WRITE-EXCEPTION-RECORD THRU 4300-EXIT
011480         END-IF
011490         PERFORM 4110-READ-ONE-RECORD THRU 4110-EXIT

012240*----------------------------------------------------------------*
012250* 4180-COUNT-REPEAT-VALUE - TALLY ONE MORE SIGHTING OF THE       *
012260* CURRENT BINARY VALUE FROM THE CURRENT DEVICE IN THE DISTINCT-  *
012265* VALUE TABLE. THE SAME PATTERN FROM TWO CONTROLLERS IS TWO      *
012266* ENTRIES, SO AN ALERT NAMES THE CONTROLLER THAT IS WEDGED.      *
012270* A RUN WITH MORE DISTINCT VALUES THAN THE TABLE HOLDS IS NOTED  *
012280* ONCE AND THE OVERFLOW VALUES GO UNCOUNTED - A WEDGED REGISTER  *
012290* BY DEFINITION REPEATS ONE VALUE, SO IT WILL ALREADY BE TABLED. *
012300*----------------------------------------------------------------*
012310 4180-COUNT-REPEAT-VALUE.
012320     MOVE 0 TO WS-REPEAT-FOUND-SUB
012490         END-IF
012500         ADD 1 TO WS-REPEAT-COUNT
012510         MOVE WS-REPEAT-COUNT TO WS-REPEAT-FOUND-SUB
012515         MOVE WS-DEVICE-ID-IN TO WS-RV-DEVICE-ID(WS-REPEAT-COUNT)
012520         MOVE BINARY-NUMBER
012530             TO WS-RV-BINARY-NUMBER(WS-REPEAT-COUNT)
012540         MOVE 1 TO WS-RV-COUNT(WS-REPEAT-COUNT)
012610         DISPLAY "VALUE REPEATED " WS-REPEAT-THRESHOLD
012620             " TIME(S) THIS RUN - POSSIBLE STUCK "
012630             "REGISTER: " BINARY-NUMBER(1:32)
012635             " DEVICE " WS-DEVICE-ID-IN
012640     END-IF
012650     .
012660 4180-EXIT.

012680 4185-MATCH-REPEAT-VALUE.
012690     IF WS-RV-BINARY-NUMBER(WS-REPEAT-SUB) = BINARY-NUMBER
012695        AND WS-RV-DEVICE-ID(WS-REPEAT-SUB) = WS-DEVICE-ID-IN
012700         SET WS-REPEAT-FOUND TO TRUE
012710         MOVE WS-REPEAT-SUB TO WS-REPEAT-FOUND-SUB
012720     END-IF
012770* 4190-WRITE-REPEAT-ALERTS - THE REPEAT-ALERT REPORT, WRITTEN    *
012780* AFTER THE LAST RECORD SO EACH FLAGGED VALUE SHOWS ITS FULL     *
012790* COUNT FOR THE RUN. A CLEAN RUN STILL GETS THE REPORT WITH A    *
012800* NONE LINE SO THE OPERATOR KNOWS THE CHECK RAN. EACH ALERT      *
012801* LINE ENDS WITH THE DEVICE AT COLUMN 100, WHERE DeviceHealth    *
012802* PICKS IT UP FOR THE MONTHLY COUNTS.                            *
012810*----------------------------------------------------------------*
012820 4190-WRITE-REPEAT-ALERTS.
012830     IF WS-REPEAT-THRESHOLD = 0
013160         STRING "  " WS-RV-BINARY-NUMBER(WS-REPEAT-SUB)
013170             "  SEEN " WS-RV-COUNT(WS-REPEAT-SUB)
013180             " TIME(S)"
013185             "  DEVICE " WS-RV-DEVICE-ID(WS-REPEAT-SUB)
013190             DELIMITED BY SIZE INTO REPEAT-ALERT-LINE
013200         WRITE REPEAT-ALERT-LINE
013210     END-IF
014970* 4300-WRITE-EXCEPTION-RECORD - ONE REJECTED RECORD OUT TO THE   *
014980* EXCEPTION FILE WITH ITS RECORD NUMBER, REASON CODE, OFFENDING  *
014990* POSITION (REASON 01 ONLY) AND THE RUN DATE, SO A RERUN CAN     *
015000* RESUBMIT THE CORRECTED RECORDS INSTEAD OF THE WHOLE FILE. THE  *
015002* DEVICE IS THE ONE THE RECORD WAS COUNTED UNDER - ITS OWN, OR   *
015004* THE HDR DEVICE WHEN ITS COLUMNS ARE BLANK OR IT WAS AN         *
015006* OVERSIZE LINE WHOSE COLUMNS CANNOT BE TRUSTED.                 *
015010*----------------------------------------------------------------*
015020 4300-WRITE-EXCEPTION-RECORD.
015030     MOVE BI-BINARY-NUMBER TO EX-BINARY-NUMBER
015070     MOVE WS-REASON-CODE TO EX-REASON-CODE
015080     MOVE WS-ERROR-POSITION TO EX-ERROR-POSITION
015090     MOVE WS-RUN-DATE-CCYYMMDD TO EX-RUN-DATE
015100     MOVE WS-DEVICE-ID-IN TO EX-DEVICE-ID
015110     MOVE WS-BLOCK-SEQ-IN TO EX-BLOCK-SEQ
015120     WRITE EXCEPTION-RECORD
015130     .
015140 4300-EXIT.
