      *----------------------------------------------------------------*
      * CHAINRC - NIGHT-CHAIN DEFINITION RECORD LAYOUT.                *
      *                                                                *
      * SHARED COPYBOOK FOR THE CHAIN-DEFINITION FILE (CHAINDEF), ONE  *
      * RECORD PER BATCH STEP IN THE ORDER THE STEPS RUN EACH NIGHT.   *
      * NightChain RUNS THE STEPS FROM IT AND RunControlReport TAKES   *
      * ITS EXPECTED CHAIN FROM IT, SO ADDING OR DROPPING A STEP IS A  *
      * CHANGE TO THIS FILE ONLY. ANY PROGRAM THAT TOUCHES CHAINDEF    *
      * SHOULD COPY THIS MEMBER RATHER THAN RESTATING THE LAYOUT.      *
      *                                                                *
      * CD-PROGRAM-NAME IS THE NAME THE STEP LOGS UNDER ON RUNCTLOG.   *
      * CD-MAX-RC IS THE HIGHEST RETURN CODE THE CHAIN CAN GO ON FROM. *
      * CD-RERUNNABLE IS N FOR A STEP THAT MUST NOT SIMPLY BE RUN A    *
      * SECOND TIME AFTER A FAILURE (IT HAS ALREADY MOVED OR PURGED    *
      * DATA) AND HAS TO BE RECOVERED BY HAND. CD-COMMAND IS THE       *
      * COMMAND THAT STARTS THE STEP, INCLUDING ANY ANSWERS TO ITS     *
      * PROMPTS; BLANK MEANS THE PROGRAM NAME ALONE.                   *
      *                                                                *
      * THE STANDARD CHAIN, IN ORDER, WITH THE RERUNNABLE FLAG EACH    *
      * STEP SHOULD CARRY:                                             *
      *     DumpIngest                 Y                               *
      *     DeviceCheck (WHERE RUN)    Y                               *
      *     BinaryToDecimal            Y  (RESTARTS AT CHECKPOINT)     *
      *     ConversionMenu (BATCH)     Y                               *
      *     RegisterDecode             Y                               *
      *     DecodeDelta                N  (RESTORE DECPRIOR FIRST)     *
      *     LimitCheck                 N  (RESTORE ALARMMST FIRST)     *
      *     AuditArchive               N  (RESTORE AUDITLOG FIRST)     *
      *     DeviceBalance              Y                               *
      *     DeviceHealth               Y  (SKIPS DEVICES POSTED)       *
      * DeviceCheck READS THE BININPUT DumpIngest WRITES, SO IT RUNS   *
      * STRAIGHT AFTER IT. DecodeDelta AND LimitCheck UPDATE DECPRIOR  *
      * AND ALARMMST AS THEY GO, SO A SECOND RUN WOULD REPORT NO       *
      * CHANGES AND COUNT THE NIGHT TWICE ON OPEN ALARMS, AND          *
      * AuditArchive MAY ALREADY HAVE REWRITTEN THE LIVE AUDITLOG. FOR *
      * THESE, RESTORE THE FILE AS IT WAS BEFORE THE FAILED RUN, THEN  *
      * RERUN THE STEP.                                                *
      * DeviceBalance AND DeviceHealth READ THE WORK FILES THE EARLIER *
      * STEPS LEAVE, SO THEY RUN LAST. HealthScorecard IS RUN AT MONTH *
      * END, NOT AS A STEP OF THE NIGHT CHAIN.                         *
      *----------------------------------------------------------------*
       01  CHAIN-DEFINITION-RECORD.
           05  CD-PROGRAM-NAME           PIC X(16).
           05  CD-MAX-RC                 PIC 9(04).
           05  CD-RERUNNABLE             PIC X(01).
               88  CD-STEP-RERUNNABLE        VALUE "Y".
               88  CD-STEP-NOT-RERUNNABLE    VALUE "N".
           05  CD-COMMAND                PIC X(80).
