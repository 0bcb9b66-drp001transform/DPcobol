      *                    carries one dated line per ACCEPTED site
      *                    per run, which is precisely the "recent
      *                    successful run" evidence wanted.
      *   14-OCT-2026  DP  REJFILE records now tail the reject date
      *                    with the survey crew and instrument serial
      *                    (2047 bytes) - layout brought into line.
      *   15-OCT-2026  DP  SITEHIST lines now end with the run number
      *                    COUNTBATCH stamps on them (61 bytes) -
      *                    layout brought into line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWREJAGE.
           03  REJ-TRANSECT-NO         PIC X(2).
           03  REJ-REJECT-CODE         PIC X(4).
           03  REJ-REJECT-DATE         PIC X(8).
           03  REJ-CREW-ID             PIC X(6).
           03  REJ-INSTRUMENT-SERIAL   PIC X(12).

      *********
      * THE SITE HISTORY SUPPLIES "HAS THIS SITE BEEN ACCEPTED
           03  FILLER                  PIC X(5).
           03  HIST-PD-TAG             PIC X(4).
           03  FILLER                  PIC X(4).
      * RUN STAMP ("  RI" AND THE RUN NUMBER) - NOT USED HERE.
           03  FILLER                  PIC X(12).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD         PIC X(80).
