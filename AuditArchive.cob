000600*                     ABORTED RUN THE WAY THE OTHER BATCH STEPS *
000610*                     DO. AN UNAVAILABLE RUN LOG IS NOTED AND    *
000620*                     DOES NOT STOP THE ARCHIVE.                 *
000621*  10/15/2026  JH    AUDIT RECORDS NOW CARRY A CHAIN VALUE       *
000622*                     (AUDITRC, SEE AuditChain) - THE ARCHIVE    *
000623*                     AND KEEP RECORDS WIDENED TO MATCH. THE     *
000624*                     CUT IS NOW A CLEAN SPLIT OF THE FILE:      *
000625*                     ONLY THE LEADING RUN OF RECORDS DATED      *
000626*                     BEFORE THE CUTOFF IS ARCHIVED, AND AN      *
000627*                     OLDER-DATED RECORD BEHIND A NEWER ONE      *
000628*                     STAYS LIVE (COUNTED ON THE MANIFEST), SO   *
000629*                     A GENERATION FOLLOWED BY THE LIVE FILE     *
000630*                     STILL VERIFIES AS ONE UNBROKEN CHAIN. THE  *
000631*                     CHAIN VALUE OF THE LAST ARCHIVED RECORD    *
000632*                     IS PRINTED ON THE MANIFEST AND KEPT ON     *
000633*                     THE CATALOG RECORD (CG-END-CHAIN).         *
000634*----------------------------------------------------------------*

000640 ENVIRONMENT DIVISION.


000900 FD  ARCHIVE-FILE
000910     RECORDING MODE IS F.
000920 01  ARCHIVE-RECORD                PIC X(136).

000930 FD  CATALOG-FILE
000940     RECORDING MODE IS F.

000960 FD  KEEP-FILE
000970     RECORDING MODE IS F.
000980 01  KEEP-RECORD                   PIC X(136).

000990 FD  MANIFEST-FILE
001000     RECORDING MODE IS F.
001160 01  WS-SPAN-HIGH-DATE             PIC 9(08) VALUE 0.

001170 01  WS-HASH-TOTAL                 PIC 9(20) VALUE 0.
001175 01  WS-ARCHIVE-CHAIN-END          PIC 9(18) VALUE 0.

001180 01  WS-DATE-EDITED                PIC X(10) VALUE SPACES.
001190 01  WS-DATE-WORK                  PIC 9(08) VALUE 0.
001440         88  WS-DATE-INVALID           VALUE "N".
001450     05  WS-CG-EOF-SWITCH          PIC X(01) VALUE "N".
001460         88  END-OF-CATALOG-FILE       VALUE "Y".
001462     05  WS-CUT-SWITCH             PIC X(01) VALUE "Y".
001464         88  WS-CUT-OPEN               VALUE "Y".
001466         88  WS-CUT-CLOSED             VALUE "N".

001470 77  WS-RECORDS-READ               PIC 9(09) VALUE 0 COMP.
001480 77  WS-RECORDS-ARCHIVED           PIC 9(09) VALUE 0 COMP.
001490 77  WS-RECORDS-RETAINED           PIC 9(09) VALUE 0 COMP.
001495 77  WS-RECORDS-HELD-BACK          PIC 9(09) VALUE 0 COMP.
001500 77  WS-COUNT-EDITED               PIC Z(08)9.

001510 PROCEDURE DIVISION.
001980     DISPLAY "AUDIT RECORDS READ    : " WS-RECORDS-READ
001990     DISPLAY "AUDIT RECORDS ARCHIVED: " WS-RECORDS-ARCHIVED
002000     DISPLAY "AUDIT RECORDS RETAINED: " WS-RECORDS-RETAINED
002002     IF WS-RECORDS-HELD-BACK > 0
002004         DISPLAY "  OLDER RECORDS KEPT  : " WS-RECORDS-HELD-BACK
002006             " (FOLLOW A RECORD ON OR AFTER THE CUTOFF)"
002008     END-IF
002010     DISPLAY "ARCHIVE GENERATION    : " WS-ARCHIVE-NAME
002020     .
002030 0000-STOP.
002820* ARCHIVE OR THE KEEP FILE BY ITS TIMESTAMP DATE. A RECORD FROM  *
002830* BEFORE THE RESULT-SIGN BYTE EXISTED HAS A TIMESTAMP DIGIT IN   *
002840* THE SIGN POSITION AND ITS DATE STARTS THERE INSTEAD.           *
002841* THE CUT IS A CLEAN SPLIT OF THE FILE: ONLY THE LEADING RUN OF  *
002842* RECORDS DATED BEFORE THE CUTOFF GOES TO THE ARCHIVE, AND FROM  *
002843* THE FIRST RECORD ON OR AFTER IT EVERYTHING STAYS LIVE, EVEN AN *
002844* OLDER-DATED RECORD BEHIND IT. THE GENERATION FOLLOWED BY THE   *
002845* LIVE FILE IS THEN THE LOG IN ITS ORIGINAL ORDER AND THE RECORD *
002846* CHAIN RUNS UNBROKEN ACROSS THE CUT; THE CHAIN VALUE OF THE     *
002847* LAST RECORD ARCHIVED GOES ON THE CATALOG RECORD.               *
002850*----------------------------------------------------------------*
002860 3000-SPLIT-AUDIT-RECORD.
002870     ADD 1 TO WS-RECORDS-READ
002930             DELIMITED BY SIZE INTO WS-AUDIT-DATE-X
002940     END-IF

002942     IF WS-CUT-OPEN
002944        AND WS-AUDIT-DATE NOT < WS-CUTOFF-DATE
002946         SET WS-CUT-CLOSED TO TRUE
002948     END-IF

002950     IF WS-CUT-OPEN
002960         MOVE AUDIT-RECORD TO ARCHIVE-RECORD
002970         WRITE ARCHIVE-RECORD
002980         ADD 1 TO WS-RECORDS-ARCHIVED
002990         ADD AU-DECIMAL-RESULT TO WS-HASH-TOTAL
002991         IF AU-CHAIN-VALUE-X IS NUMERIC
002992             MOVE AU-CHAIN-VALUE TO WS-ARCHIVE-CHAIN-END
002993         ELSE
002994             MOVE 0 TO WS-ARCHIVE-CHAIN-END
002995         END-IF
003000         IF WS-AUDIT-DATE < WS-SPAN-LOW-DATE
003010             MOVE WS-AUDIT-DATE TO WS-SPAN-LOW-DATE
003020         END-IF
003070         MOVE AUDIT-RECORD TO KEEP-RECORD
003080         WRITE KEEP-RECORD
003090         ADD 1 TO WS-RECORDS-RETAINED
003092         IF WS-AUDIT-DATE < WS-CUTOFF-DATE
003094             ADD 1 TO WS-RECORDS-HELD-BACK
003096         END-IF
003100     END-IF

003110     PERFORM 2000-READ-AUDIT-RECORD THRU 2000-EXIT
004000         DELIMITED BY SIZE INTO MANIFEST-LINE
004010     WRITE MANIFEST-LINE

004011     IF WS-RECORDS-HELD-BACK > 0
004012         MOVE WS-RECORDS-HELD-BACK TO WS-COUNT-EDITED
004013         MOVE SPACES TO MANIFEST-LINE
004014         STRING "    OF WHICH DATED BEFORE CUTOFF: "
004015             WS-COUNT-EDITED
004016             DELIMITED BY SIZE INTO MANIFEST-LINE
004017         WRITE MANIFEST-LINE
004018     END-IF

004020     IF WS-RECORDS-ARCHIVED = 0
004030         MOVE SPACES TO MANIFEST-LINE
004040         STRING "  ARCHIVE DATE SPAN             : N/A - "
004230         DELIMITED BY SIZE INTO MANIFEST-LINE
004240     WRITE MANIFEST-LINE

004241     IF WS-RECORDS-ARCHIVED > 0
004242         MOVE SPACES TO MANIFEST-LINE
004243         STRING "  CHAIN VALUE OF LAST ARCHIVED  : "
004244             WS-ARCHIVE-CHAIN-END
004245             DELIMITED BY SIZE INTO MANIFEST-LINE
004246         WRITE MANIFEST-LINE
004247     END-IF

004250     CLOSE MANIFEST-FILE
004260     .
004270 6000-EXIT.
004410*----------------------------------------------------------------*
004420* 7000-APPEND-CATALOG-RECORD - ONE MACHINE-READABLE CATALOG      *
004430* RECORD FOR THE GENERATION JUST CUT: GENERATION NUMBER, FILE    *
004440* NAME, DATE SPAN, COUNT, CUTOFF, RUN DATE AND THE CHAIN VALUE   *
004450* OF ITS LAST RECORD, WHICH THE LIVE FILE'S FIRST RECORD CARRIES *
004460* ON FROM. THE INQUIRY SIDE NAVIGATES BY THIS CATALOG; THE       *
004465* MANIFEST STAYS THE HUMAN-READABLE PROOF.                       *
004470*----------------------------------------------------------------*
004480 7000-APPEND-CATALOG-RECORD.
004490     OPEN EXTEND CATALOG-FILE
004630     MOVE WS-RECORDS-ARCHIVED TO CG-RECORD-COUNT
004640     MOVE WS-CUTOFF-DATE TO CG-CUTOFF-DATE
004650     MOVE WS-RUN-DATE-CCYYMMDD TO CG-RUN-DATE
004655     MOVE WS-ARCHIVE-CHAIN-END TO CG-END-CHAIN
004660     WRITE CATALOG-RECORD

004670     CLOSE CATALOG-FILE
