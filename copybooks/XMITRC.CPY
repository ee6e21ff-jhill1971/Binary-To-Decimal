      *----------------------------------------------------------------*
      * XMITRC - TRANSMISSION REGISTER RECORD LAYOUT.                  *
      *                                                                *
      * SHARED COPYBOOK FOR THE INDEXED TRANSMISSION REGISTER          *
      * (XMITREG) THAT DumpIngest POSTS, ONE RECORD PER DEVICE SECTION *
      * IT PASSES ON TO BININPUT, KEYED ON DEVICE ID + A TRANSMISSION  *
      * NUMBER THAT RUNS UP FROM 1 FOR EACH DEVICE, SO A DEVICE'S      *
      * RECORDS BROWSE IN THE ORDER THEY WERE INGESTED AND THE LAST    *
      * ONE IS ITS PREVIOUS TRANSMISSION. ANY PROGRAM THAT TOUCHES     *
      * XMITREG SHOULD COPY THIS MEMBER RATHER THAN RESTATING THE      *
      * LAYOUT.                                                        *
      *                                                                *
      * A SECTION WITH THE SAME DEVICE, FIRST AND LAST BLOCK, REGISTER *
      * COUNT AND TRAILER HASH AS ONE ALREADY ON THE REGISTER IS A     *
      * RETRANSMISSION AND IS NOT INGESTED AGAIN. DumpIngest POSTS     *
      * NOTHING UNTIL BININPUT HAS CLOSED CLEANLY, SO A FAILED INGEST  *
      * LEAVES NO RECORDS HERE AND CAN SIMPLY BE RUN AGAIN.            *
      * TX-CREATION-DATE IS THE CCYYMMDD DATE STAMPED ON THE SECTION'S *
      * HDR RECORD.                                                    *
      *----------------------------------------------------------------*
       01  TRANSMISSION-RECORD.
           05  TX-KEY.
               10  TX-DEVICE-ID          PIC X(08).
               10  TX-TRANSMIT-NO        PIC 9(06).
           05  TX-CREATION-DATE          PIC 9(08).
           05  TX-FIRST-BLOCK            PIC X(04).
           05  TX-LAST-BLOCK             PIC X(04).
           05  TX-REGISTER-COUNT         PIC 9(09).
           05  TX-TRL-HASH               PIC 9(20).
           05  TX-INGEST-TIMESTAMP       PIC X(21).
