      *                    COUNTBATCH appends it) and its TW figure
      *                    carries six whole digits (49 bytes) - the
      *                    layout and tables widened in step.
      *   15-OCT-2026  DP  SITEHIST lines now end with the run number
      *                    COUNTBATCH stamps on them (61 bytes) -
      *                    layout brought into line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWTREND.
           03  HIST-MH-TENTH           PIC X.
           03  HIST-PD-TAG             PIC X(4).
           03  HIST-POND-COUNT         PIC X(4).
      * RUN STAMP ("  RI" AND THE RUN NUMBER) - NOT USED HERE.
           03  FILLER                  PIC X(12).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD         PIC X(80).
