000400*                     TREND SHIFTS AND NOT THE NOISE. THE STEP   *
000410*                     LOGS ITSELF ON THE SHOP-WIDE RUN-CONTROL   *
000420*                     LOG LIKE THE REST OF THE NIGHT CHAIN.      *
000421*  10/15/2026  JH    DECPRIOR IS NOW KEYED ON THE BLOCK'S        *
000422*                     POSITION WITHIN ITS DEVICE SECTION         *
000423*                     (DC-BLOCK-POS) INSTEAD OF THE RAW BLOCK    *
000424*                     NUMBER, WHICH NOW RUNS ON FROM ONE         *
000425*                     TRANSMISSION TO THE NEXT AND WOULD NEVER   *
000426*                     FIND A PRIOR VALUE. THE REPORT STILL       *
000427*                     SHOWS THE RAW BLOCK.                       *
000430*----------------------------------------------------------------*

000440 ENVIRONMENT DIVISION.
002140 3000-COMPARE-AND-POST.
002150     MOVE DC-MODEL-ID TO PV-MODEL-ID
002160     MOVE DC-DEVICE-ID TO PV-DEVICE-ID
002170     MOVE DC-BLOCK-POS TO PV-BLOCK-POS
002180     MOVE DC-REGISTER-SEQ TO PV-REGISTER-SEQ
002190     MOVE DC-FIELD-NAME TO PV-FIELD-NAME

002230             PERFORM 4200-WRITE-NEW-LINE THRU 4200-EXIT
002240             MOVE DC-MODEL-ID TO PV-MODEL-ID
002250             MOVE DC-DEVICE-ID TO PV-DEVICE-ID
002260             MOVE DC-BLOCK-POS TO PV-BLOCK-POS
002270             MOVE DC-REGISTER-SEQ TO PV-REGISTER-SEQ
002280             MOVE DC-FIELD-NAME TO PV-FIELD-NAME
002290             MOVE DC-FIELD-VALUE TO PV-FIELD-VALUE
