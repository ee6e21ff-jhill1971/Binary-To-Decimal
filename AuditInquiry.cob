000560*                     EXTRACT IS ONE JOB STEP AGAIN. WITH NO     *
000570*                     CATALOG PRESENT THE INQUIRY READS THE      *
000580*                     LIVE LOG ALONE AS BEFORE.                  *
000582*  10/15/2026  JH    AUDIT RECORDS NOW CARRY A CHAIN VALUE       *
000584*                     AFTER THE BLOCK SEQUENCE (AUDITRC) - THE   *
000586*                     ARCHIVE GENERATION RECORD WIDENED TO       *
000588*                     MATCH.                                     *
000590*----------------------------------------------------------------*

000600 ENVIRONMENT DIVISION.

000830 FD  GENERATION-FILE
000840     RECORDING MODE IS F.
000850 01  GENERATION-RECORD             PIC X(136).

000860 FD  INQUIRY-REPORT-FILE
000870     RECORDING MODE IS F.
