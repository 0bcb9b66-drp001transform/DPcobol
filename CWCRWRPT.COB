      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: MONTHLY CREW AND INSTRUMENT SURVEY REPORT.  READS
      *          THE CUMULATIVE SURVEY LOG COUNTBATCH WRITES (DD
      *          SURVLOG - ONE LINE PER SURVEY RECORD WITH ITS CREW,
      *          INSTRUMENT AND OUTCOME) FOR ONE CALENDAR MONTH AND
      *          REPORTS SURVEYS, REJECTS, REJECT RATE, E106S AND
      *          E204S BY CREW, BY INSTRUMENT AND BY CREW/INSTRUMENT
      *          PAIR ON DD CRWRPT, CREWS AND INSTRUMENTS WORST
      *          REJECT RATE FIRST - SO THE KIT OR THE CREW THAT KEEPS
      *          PRODUCING E106S HAS A NUMBER AGAINST IT.  THE
      *          INSTRUMENT MASTER (DD INSTMAST, OPTIONAL) SUPPLIES
      *          EACH INSTRUMENT'S DESCRIPTION AND CALIBRATION
      *          STANDING.
      * Tectonics: cobc
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *   15-OCT-2026  DP  SURVLOG lines now end with the run number
      *                    COUNTBATCH stamps on them (80 bytes) -
      *                    layout brought into line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWCRWRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-LOG-FILE        ASSIGN TO "SURVLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SURVEY-LOG-STATUS.
           SELECT INSTRUMENT-MASTER-FILE ASSIGN TO "INSTMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS IM-INSTRUMENT-SERIAL
                   FILE STATUS IS INSTRUMENT-MASTER-STATUS.
           SELECT CREW-REPORT-FILE       ASSIGN TO "CRWRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT CREW-CONTROL-FILE      ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *********
      * THE SURVLOG LINE AS COUNTBATCH'S WRITE-SURVEY-LOG-LINE LAYS
      * IT OUT.  THE COLUMN TAGS DOUBLE AS THE DETAIL-LINE CHECK.
      *********
       FD  SURVEY-LOG-FILE.
       01  SURVEY-LOG-RECORD.
           03  SL-RUN-DATE             PIC X(8).
           03  SL-RUN-MONTH REDEFINES SL-RUN-DATE.
               05  SL-RUN-YYYYMM       PIC X(6).
               05  FILLER              PIC X(2).
           03  FILLER                  PIC X(2).
           03  SL-SITE-ID              PIC X(10).
           03  SL-TR-TAG               PIC X(4).
           03  SL-TRANSECT-NO          PIC X(2).
           03  SL-CR-TAG               PIC X(4).
           03  SL-CREW-ID              PIC X(6).
           03  SL-IN-TAG               PIC X(4).
           03  SL-INSTRUMENT-SERIAL    PIC X(12).
           03  SL-RS-TAG               PIC X(4).
           03  SL-RESULT               PIC X(4).
           03  SL-MD-TAG               PIC X(4).
           03  SL-RUN-MODE             PIC X.
           03  FILLER                  PIC X(3).
      * RUN STAMP ("  RI" AND THE RUN NUMBER) - NOT USED HERE.
           03  FILLER                  PIC X(12).

       FD  INSTRUMENT-MASTER-FILE.
       01  INSTRUMENT-MASTER-RECORD.
           COPY CWINST REPLACING ==:PFX:== BY ==IM==.

       FD  CREW-REPORT-FILE.
       01  CREW-REPORT-RECORD          PIC X(80).

       FD  CREW-CONTROL-FILE.
       01  CREW-CONTROL-CARD.
           03  CARD-REPORT-MONTH       PIC 9(6).
           03  FILLER                  PIC X(74).

       WORKING-STORAGE SECTION.
       01  CREW-SWITCHES.
           03  LOG-EOF-SWITCH          PIC X VALUE "N".
               88 LOG-EOF              VALUE "Y".
           03  MASTER-OPEN-SWITCH      PIC X VALUE "N".
               88 MASTER-AVAILABLE     VALUE "Y".
           03  SORT-BEFORE-SWITCH      PIC X.
               88 SORT-SWAP-IS-BEFORE  VALUE "Y".
           03  SURVEY-LOG-STATUS       PIC XX.
               88 SURVEY-LOG-NOT-FOUND VALUE "35".
           03  INSTRUMENT-MASTER-STATUS
                                       PIC XX.
               88 INSTRUMENT-MASTER-NOT-FOUND
                                       VALUE "35".
           03  CONTROL-FILE-STATUS     PIC XX.
               88 CONTROL-FILE-NOT-FOUND
                                       VALUE "35".

       01  CREW-OPTIONS.
           03  REPORT-MONTH            PIC 9(6).
           03  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
               05  REPORT-YEAR         PIC 9(4).
               05  REPORT-MONTH-NO     PIC 9(2).

       01  CREW-COUNTERS.
           03  LOG-LINES-READ          PIC 9(6) COMP VALUE 0.
           03  LINES-IN-MONTH          PIC 9(6) COMP VALUE 0.
           03  RECYCLE-LINES-SKIPPED   PIC 9(6) COMP VALUE 0.
           03  SURVEYS-REPORTED        PIC 9(6) COMP VALUE 0.
           03  SURVEYS-REJECTED        PIC 9(6) COMP VALUE 0.

      *********
      * ONE TABLE FOR ALL THREE SECTIONS, TAGGED BY SECTION: "C" ONE
      * ENTRY PER CREW, "I" ONE PER INSTRUMENT, "P" ONE PER CREW/
      * INSTRUMENT PAIR.  A SURVEY WITH NO CREW OR NO INSTRUMENT IS
      * COUNTED AGAINST A BLANK KEY, PRINTED AS "(NONE)".  THE
      * REJECT RATE IS PER CENT TO ONE DECIMAL, WORKED OUT ONCE
      * BEFORE THE SORT.
      *********
       01  TALLY-TABLE.
           03  TALLY-COUNT             PIC 9(4) COMP VALUE 0.
           03  TALLY-ENTRY OCCURS 2000 TIMES.
               05  TT-SECTION          PIC X.
               05  TT-CREW-ID          PIC X(6).
               05  TT-INSTRUMENT       PIC X(12).
               05  TT-SURVEYS          PIC 9(6) COMP.
               05  TT-REJECTED         PIC 9(6) COMP.
               05  TT-E106             PIC 9(6) COMP.
               05  TT-E204             PIC 9(6) COMP.
               05  TT-REJECT-RATE      PIC 9(3)V9 COMP.

       01  HOLD-TALLY-ENTRY.
           03  HOLD-SECTION            PIC X.
           03  HOLD-CREW-ID            PIC X(6).
           03  HOLD-INSTRUMENT         PIC X(12).
           03  HOLD-SURVEYS            PIC 9(6) COMP.
           03  HOLD-REJECTED           PIC 9(6) COMP.
           03  HOLD-E106               PIC 9(6) COMP.
           03  HOLD-E204               PIC 9(6) COMP.
           03  HOLD-REJECT-RATE        PIC 9(3)V9 COMP.

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  MATCH-INDEX             PIC 9(4) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.

       01  CREW-WORK-FIELDS.
           03  REPORT-RUN-DATE         PIC 9(8).
           03  REPORT-RUN-DATE-PARTS REDEFINES REPORT-RUN-DATE.
               05  RUN-DATE-YEAR       PIC 9(4).
               05  RUN-DATE-MONTH      PIC 9(2).
               05  RUN-DATE-DAY        PIC 9(2).
           03  TALLY-SECTION           PIC X.
           03  TALLY-CREW-ID           PIC X(6).
           03  TALLY-INSTRUMENT        PIC X(12).
           03  SECTION-IN-PROGRESS     PIC X VALUE SPACE.

       01  REPORT-HEADING-LINE.
           03  FILLER                  PIC X(34)
               VALUE "CREW AND INSTRUMENT SURVEYS FOR MO".
           03  FILLER                  PIC X(4) VALUE "NTH ".
           03  HEADING-REPORT-MONTH    PIC 9(6).
           03  FILLER                  PIC X(11) VALUE "  RUN DATE ".
           03  HEADING-RUN-DATE        PIC 9(8).

       01  SECTION-HEADING-LINE        PIC X(80).

       01  COLUMN-HEADING-LINE.
           03  CHL-KEY-1               PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CHL-KEY-2               PIC X(12).
           03  FILLER                  PIC X(37)
               VALUE "  SURVEYS  REJECTED  REJ %   E106   E".
           03  FILLER                  PIC X(3) VALUE "204".
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CHL-NOTE                PIC X(12).

       01  TALLY-DETAIL-LINE.
           03  TDL-KEY-1               PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TDL-KEY-2               PIC X(12).
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  TDL-SURVEYS             PIC ZZZZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  TDL-REJECTED            PIC ZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TDL-REJECT-RATE         PIC ZZ9.9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TDL-E106                PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TDL-E204                PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  TDL-NOTE                PIC X(12).

       01  CAL-NOTE-LINE.
           03  FILLER                  PIC X(4) VALUE "DUE ".
           03  CNL-NEXT-CAL-DUE        PIC 9(8).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CREW-CONTROL-CARD.

           OPEN INPUT SURVEY-LOG-FILE.
           IF SURVEY-LOG-NOT-FOUND THEN
              DISPLAY "CWCRWRPT: DD SURVLOG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-SURVEY-LOG-LINE.
           PERFORM TALLY-SURVEY-LOG-LINE
                   UNTIL LOG-EOF.
           CLOSE SURVEY-LOG-FILE.

           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > TALLY-COUNT
               IF TT-SURVEYS(TABLE-INDEX) > 0 THEN
                  COMPUTE TT-REJECT-RATE(TABLE-INDEX) ROUNDED =
                          TT-REJECTED(TABLE-INDEX) * 100
                          / TT-SURVEYS(TABLE-INDEX)
               ELSE
                  MOVE 0 TO TT-REJECT-RATE(TABLE-INDEX)
               END-IF
           END-PERFORM.
           PERFORM SORT-TALLY-TABLE.

      * THE INSTRUMENT MASTER ONLY DRESSES THE INSTRUMENT LINES - A
      * MONTH'S FIGURES ARE STILL WORTH HAVING WITHOUT IT.
           OPEN INPUT INSTRUMENT-MASTER-FILE.
           IF INSTRUMENT-MASTER-NOT-FOUND THEN
              MOVE "N" TO MASTER-OPEN-SWITCH
           ELSE
              MOVE "Y" TO MASTER-OPEN-SWITCH
           END-IF.
           PERFORM WRITE-CREW-REPORT.
           IF MASTER-AVAILABLE THEN
              CLOSE INSTRUMENT-MASTER-FILE
           END-IF.
           DISPLAY "CWCRWRPT COMPLETE.  MONTH " REPORT-MONTH
                   "  SURVEYS = " SURVEYS-REPORTED
                   "  REJECTED = " SURVEYS-REJECTED.
           STOP RUN.

      *********
      * THE MONTH CARD IS OPTIONAL - NO SYSIN (STATUS 35), AN EMPTY
      * SYSIN OR A BLANK CARD REPORT THE PREVIOUS CALENDAR MONTH, SO
      * THE JOB SCHEDULED EARLY IN A MONTH COVERS THE ONE JUST ENDED.
      *********
       READ-CREW-CONTROL-CARD.
           IF RUN-DATE-MONTH = 1 THEN
              COMPUTE REPORT-YEAR = RUN-DATE-YEAR - 1
              MOVE 12 TO REPORT-MONTH-NO
           ELSE
              MOVE RUN-DATE-YEAR TO REPORT-YEAR
              COMPUTE REPORT-MONTH-NO = RUN-DATE-MONTH - 1
           END-IF.
           OPEN INPUT CREW-CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ CREW-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CARD-REPORT-MONTH IS NUMERIC AND
                         CARD-REPORT-MONTH > 0 THEN
                         MOVE CARD-REPORT-MONTH TO REPORT-MONTH
                      END-IF
              END-READ
              CLOSE CREW-CONTROL-FILE
           END-IF.

       READ-SURVEY-LOG-LINE.
           READ SURVEY-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LOG-LINES-READ
           END-READ.

      *********
      * A LINE COUNTS WHEN ITS TAGS ARE IN PLACE AND ITS RUN DATE
      * FALLS IN THE REPORT MONTH.  A RECYCLE RUN'S LINE IS A
      * CORRECTED RESUBMISSION OF A SURVEY ALREADY COUNTED WHEN IT
      * FIRST ARRIVED, NOT A NEW SURVEY, SO IT IS LEFT OUT - OTHERWISE
      * EVERY FIXED REJECT WOULD FLATTER THE CREW'S RATE.
      *********
       TALLY-SURVEY-LOG-LINE.
           IF SL-TR-TAG = "  TR" AND SL-CR-TAG = "  CR" AND
              SL-IN-TAG = "  IN" AND SL-RS-TAG = "  RS" AND
              SL-MD-TAG = "  MD" AND
              SL-RUN-YYYYMM = REPORT-MONTH THEN
              ADD 1 TO LINES-IN-MONTH
              IF SL-RUN-MODE = "R" THEN
                 ADD 1 TO RECYCLE-LINES-SKIPPED
              ELSE
                 ADD 1 TO SURVEYS-REPORTED
                 IF SL-RESULT NOT = "ACPT" THEN
                    ADD 1 TO SURVEYS-REJECTED
                 END-IF
                 MOVE "C"                  TO TALLY-SECTION
                 MOVE SL-CREW-ID           TO TALLY-CREW-ID
                 MOVE SPACES               TO TALLY-INSTRUMENT
                 PERFORM ADD-TO-TALLY
                 MOVE "I"                  TO TALLY-SECTION
                 MOVE SPACES               TO TALLY-CREW-ID
                 MOVE SL-INSTRUMENT-SERIAL TO TALLY-INSTRUMENT
                 PERFORM ADD-TO-TALLY
                 MOVE "P"                  TO TALLY-SECTION
                 MOVE SL-CREW-ID           TO TALLY-CREW-ID
                 MOVE SL-INSTRUMENT-SERIAL TO TALLY-INSTRUMENT
                 PERFORM ADD-TO-TALLY
              END-IF
           END-IF.
           PERFORM READ-SURVEY-LOG-LINE.

       ADD-TO-TALLY.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > TALLY-COUNT OR
                         MATCH-INDEX > 0
               IF TT-SECTION(TABLE-INDEX) = TALLY-SECTION AND
                  TT-CREW-ID(TABLE-INDEX) = TALLY-CREW-ID AND
                  TT-INSTRUMENT(TABLE-INDEX) = TALLY-INSTRUMENT THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF TALLY-COUNT < 2000 THEN
                 ADD 1 TO TALLY-COUNT
                 MOVE TALLY-COUNT TO MATCH-INDEX
                 MOVE TALLY-SECTION    TO TT-SECTION(MATCH-INDEX)
                 MOVE TALLY-CREW-ID    TO TT-CREW-ID(MATCH-INDEX)
                 MOVE TALLY-INSTRUMENT TO TT-INSTRUMENT(MATCH-INDEX)
                 MOVE 0 TO TT-SURVEYS(MATCH-INDEX)
                           TT-REJECTED(MATCH-INDEX)
                           TT-E106(MATCH-INDEX)
                           TT-E204(MATCH-INDEX)
              ELSE
                 DISPLAY "CWCRWRPT: TALLY TABLE FULL AT "
                         TALLY-CREW-ID " " TALLY-INSTRUMENT
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 THEN
              ADD 1 TO TT-SURVEYS(MATCH-INDEX)
              IF SL-RESULT NOT = "ACPT" THEN
                 ADD 1 TO TT-REJECTED(MATCH-INDEX)
              END-IF
              IF SL-RESULT = "E106" THEN
                 ADD 1 TO TT-E106(MATCH-INDEX)
              END-IF
              IF SL-RESULT = "E204" THEN
                 ADD 1 TO TT-E204(MATCH-INDEX)
              END-IF
           END-IF.

      *********
      * SELECTION SORT: CREW SECTION, THEN INSTRUMENT, THEN PAIRS.
      * CREWS AND INSTRUMENTS RUN WORST REJECT RATE FIRST (MOST
      * SURVEYS FIRST ON A TIE, SO ONE BAD SURVEY FROM A CREW THAT
      * RARELY SURVEYS DOES NOT HEAD THE PAGE ABOVE A BUSY CREW AT
      * THE SAME RATE); PAIRS RUN BY CREW THEN INSTRUMENT SO EACH
      * CREW'S KIT READS TOGETHER.
      *********
       SORT-TALLY-TABLE.
           PERFORM SELECT-NEXT-TALLY-ENTRY
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= TALLY-COUNT.

       SELECT-NEXT-TALLY-ENTRY.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > TALLY-COUNT
               PERFORM COMPARE-TALLY-ENTRIES
               IF SORT-SWAP-IS-BEFORE THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE TALLY-ENTRY(SORT-PASS-NO) TO HOLD-TALLY-ENTRY
              MOVE TALLY-ENTRY(SORT-BEST-INDEX)
                   TO TALLY-ENTRY(SORT-PASS-NO)
              MOVE HOLD-TALLY-ENTRY TO TALLY-ENTRY(SORT-BEST-INDEX)
           END-IF.

      * SETS SORT-SWAP-IS-BEFORE WHEN THE ENTRY AT SORT-SWAP-INDEX
      * BELONGS AHEAD OF THE BEST ENTRY FOUND SO FAR.  THE SECTION
      * TAGS "C" < "I" < "P" GIVE THE SECTION ORDER DIRECTLY.
       COMPARE-TALLY-ENTRIES.
           MOVE "N" TO SORT-BEFORE-SWITCH.
           IF TT-SECTION(SORT-SWAP-INDEX) <
              TT-SECTION(SORT-BEST-INDEX) THEN
              MOVE "Y" TO SORT-BEFORE-SWITCH
           ELSE
           IF TT-SECTION(SORT-SWAP-INDEX) =
              TT-SECTION(SORT-BEST-INDEX) THEN
              IF TT-SECTION(SORT-SWAP-INDEX) = "P" THEN
                 IF TT-CREW-ID(SORT-SWAP-INDEX) <
                    TT-CREW-ID(SORT-BEST-INDEX) OR
                    (TT-CREW-ID(SORT-SWAP-INDEX) =
                     TT-CREW-ID(SORT-BEST-INDEX) AND
                     TT-INSTRUMENT(SORT-SWAP-INDEX) <
                     TT-INSTRUMENT(SORT-BEST-INDEX)) THEN
                    MOVE "Y" TO SORT-BEFORE-SWITCH
                 END-IF
              ELSE
                 IF TT-REJECT-RATE(SORT-SWAP-INDEX) >
                    TT-REJECT-RATE(SORT-BEST-INDEX) OR
                    (TT-REJECT-RATE(SORT-SWAP-INDEX) =
                     TT-REJECT-RATE(SORT-BEST-INDEX) AND
                     TT-SURVEYS(SORT-SWAP-INDEX) >
                     TT-SURVEYS(SORT-BEST-INDEX)) THEN
                    MOVE "Y" TO SORT-BEFORE-SWITCH
                 END-IF
              END-IF
           END-IF
           END-IF.

       WRITE-CREW-REPORT.
           OPEN OUTPUT CREW-REPORT-FILE.
           MOVE REPORT-MONTH    TO HEADING-REPORT-MONTH.
           MOVE REPORT-RUN-DATE TO HEADING-RUN-DATE.
           WRITE CREW-REPORT-RECORD FROM REPORT-HEADING-LINE.
           PERFORM WRITE-TALLY-LINE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > TALLY-COUNT.
           IF TALLY-COUNT = 0 THEN
              MOVE SPACES TO CREW-REPORT-RECORD
              WRITE CREW-REPORT-RECORD
              MOVE "NO SURVEYS LOGGED IN THE MONTH"
                   TO SECTION-HEADING-LINE
              WRITE CREW-REPORT-RECORD FROM SECTION-HEADING-LINE
           END-IF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE CREW-REPORT-FILE.

       WRITE-TALLY-LINE.
           IF TT-SECTION(TABLE-INDEX) NOT = SECTION-IN-PROGRESS THEN
              PERFORM WRITE-SECTION-HEADING
           END-IF.
           MOVE SPACES TO TDL-KEY-1 TDL-KEY-2 TDL-NOTE.
           EVALUATE TT-SECTION(TABLE-INDEX)
               WHEN "C"
                   MOVE TT-CREW-ID(TABLE-INDEX) TO TDL-KEY-1
                   IF TDL-KEY-1 = SPACES THEN
                      MOVE "(NONE)" TO TDL-KEY-1
                   END-IF
               WHEN "I"
                   MOVE TT-INSTRUMENT(TABLE-INDEX) TO TDL-KEY-1
                   IF TDL-KEY-1 = SPACES THEN
                      MOVE "(NONE)" TO TDL-KEY-1
                   ELSE
                      PERFORM DESCRIBE-INSTRUMENT
                   END-IF
               WHEN OTHER
                   MOVE TT-CREW-ID(TABLE-INDEX) TO TDL-KEY-1
                   IF TDL-KEY-1 = SPACES THEN
                      MOVE "(NONE)" TO TDL-KEY-1
                   END-IF
                   MOVE TT-INSTRUMENT(TABLE-INDEX) TO TDL-KEY-2
                   IF TDL-KEY-2 = SPACES THEN
                      MOVE "(NONE)" TO TDL-KEY-2
                   END-IF
           END-EVALUATE.
           MOVE TT-SURVEYS(TABLE-INDEX)     TO TDL-SURVEYS.
           MOVE TT-REJECTED(TABLE-INDEX)    TO TDL-REJECTED.
           MOVE TT-REJECT-RATE(TABLE-INDEX) TO TDL-REJECT-RATE.
           MOVE TT-E106(TABLE-INDEX)        TO TDL-E106.
           MOVE TT-E204(TABLE-INDEX)        TO TDL-E204.
           WRITE CREW-REPORT-RECORD FROM TALLY-DETAIL-LINE.

      *********
      * AN INSTRUMENT LINE CARRIES THE START OF ITS DESCRIPTION AND
      * ITS CALIBRATION STANDING TODAY, SO A BAD RATE AND A LAPSED
      * CALIBRATION ARE SEEN TOGETHER.
      *********
       DESCRIBE-INSTRUMENT.
           IF NOT MASTER-AVAILABLE THEN
              CONTINUE
           ELSE
              MOVE TT-INSTRUMENT(TABLE-INDEX) TO IM-INSTRUMENT-SERIAL
              READ INSTRUMENT-MASTER-FILE
                  INVALID KEY
                      MOVE "UNKNOWN" TO TDL-NOTE
                  NOT INVALID KEY
                      MOVE IM-INSTRUMENT-DESC TO TDL-KEY-2
                      IF IM-INSTRUMENT-WITHDRAWN THEN
                         MOVE "WITHDRAWN" TO TDL-NOTE
                      ELSE
                         MOVE IM-NEXT-CAL-DUE TO CNL-NEXT-CAL-DUE
                         MOVE CAL-NOTE-LINE TO TDL-NOTE
                      END-IF
              END-READ
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE TT-SECTION(TABLE-INDEX) TO SECTION-IN-PROGRESS.
           MOVE SPACES TO CREW-REPORT-RECORD.
           WRITE CREW-REPORT-RECORD.
           MOVE SPACES TO CHL-KEY-1 CHL-KEY-2 CHL-NOTE.
           EVALUATE SECTION-IN-PROGRESS
               WHEN "C"
                   MOVE "BY CREW - WORST REJECT RATE FIRST"
                        TO SECTION-HEADING-LINE
                   MOVE "CREW"        TO CHL-KEY-1
               WHEN "I"
                   MOVE "BY INSTRUMENT - WORST REJECT RATE FIRST"
                        TO SECTION-HEADING-LINE
                   MOVE "INSTRUMENT"  TO CHL-KEY-1
                   MOVE "DESCRIPTION" TO CHL-KEY-2
                   MOVE "CALIBRATION" TO CHL-NOTE
               WHEN OTHER
                   MOVE "BY CREW AND INSTRUMENT"
                        TO SECTION-HEADING-LINE
                   MOVE "CREW"        TO CHL-KEY-1
                   MOVE "INSTRUMENT"  TO CHL-KEY-2
           END-EVALUATE.
           WRITE CREW-REPORT-RECORD FROM SECTION-HEADING-LINE.
           WRITE CREW-REPORT-RECORD FROM COLUMN-HEADING-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO CREW-REPORT-RECORD.
           WRITE CREW-REPORT-RECORD.
           MOVE "SURVEY LOG LINES    " TO TOTAL-LINE-LABEL.
           MOVE LOG-LINES-READ TO TOTAL-LINE-VALUE.
           WRITE CREW-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "LINES IN MONTH      " TO TOTAL-LINE-LABEL.
           MOVE LINES-IN-MONTH TO TOTAL-LINE-VALUE.
           WRITE CREW-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RECYCLES EXCLUDED   " TO TOTAL-LINE-LABEL.
           MOVE RECYCLE-LINES-SKIPPED TO TOTAL-LINE-VALUE.
           WRITE CREW-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SURVEYS REPORTED    " TO TOTAL-LINE-LABEL.
           MOVE SURVEYS-REPORTED TO TOTAL-LINE-VALUE.
           WRITE CREW-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SURVEYS REJECTED    " TO TOTAL-LINE-LABEL.
           MOVE SURVEYS-REJECTED TO TOTAL-LINE-VALUE.
           WRITE CREW-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWCRWRPT.
