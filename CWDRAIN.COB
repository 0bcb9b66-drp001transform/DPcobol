      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: PUMP DRAIN-DOWN REPORT.  JOINS THE NIGHT'S POND
      *          VOLUMES (PONDRPT) TO THE PUMPS ON THE PUMP ASSET FILE
      *          (PUMPMAST) AND WORKS OUT THE HOURS TO DRAIN EACH POND
      *          AND EACH SITE, GROUPED BY REGION FROM THE SITE
      *          MASTER, ON DD DRAINRPT.  IT FLAGS A POND NO PUMP
      *          COVERS, A SITE WHOSE DRAIN-DOWN TIME EXCEEDS ITS
      *          REGION'S TARGET (SYSIN), AND A SITE THAT AN OUT-OF-
      *          SERVICE PUMP PUSHES OVER THAT TARGET.  WHEN THE RUN
      *          CARRIED STORM SCENARIOS, EACH SITE'S SCENRPT WATER
      *          FOR EVERY STORM DEPTH IS TIMED AGAINST ITS IN-SERVICE
      *          PUMPS AS WELL, SO PLANNING CAN SEE WHICH SITES ARE
      *          SHORT OF PUMPING FOR THE BIGGER STORMS.  THIS
      *          REPLACES THE DRAINAGE TEAM'S SIZING SPREADSHEET.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *   15-OCT-2026  DP  Only the latest run's lines are used.  The
      *                    run is looked up on the run-control register
      *                    (DD RUNREG, through CWLASTRN) and must have
      *                    ended with RC 4 or better, and only PONDRPT
      *                    and SCENRPT lines stamped with its number
      *                    are taken in - a pond that has dried up, or
      *                    a storm depth dropped from the scenario
      *                    card, no longer carries an earlier night's
      *                    volume into the totals.  A run that never
      *                    ended or failed stops the step RC 12, as in
      *                    CWINSPCT.  The heading carries the run
      *                    number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWDRAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POND-REPORT-FILE       ASSIGN TO "PONDRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT SCENARIO-REPORT-FILE   ASSIGN TO "SCENRPT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SCENARIO-FILE-STATUS.
           SELECT PUMP-MASTER-FILE       ASSIGN TO "PUMPMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS PM-PUMP-KEY
                   FILE STATUS IS PUMP-MASTER-STATUS.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT TARGET-CONTROL-FILE    ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT DRAIN-REPORT-FILE      ASSIGN TO "DRAINRPT"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POND-REPORT-FILE.
       01  POND-REPORT-RECORD          PIC X(80).

       FD  SCENARIO-REPORT-FILE.
       01  SCENARIO-REPORT-RECORD      PIC X(80).

       FD  PUMP-MASTER-FILE.
       01  PUMP-MASTER-RECORD.
           COPY CWPUMP REPLACING ==:PFX:== BY ==PM==.

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

      *********
      * ONE CARD PER REGION: REGION CODE (COLS 1-3) AND ITS DRAIN-
      * DOWN TARGET IN HOURS WITH ONE IMPLIED DECIMAL (COLS 5-8,
      * "0480" = 48.0 HOURS).  REGION "***" IS THE TARGET FOR ANY
      * REGION WITHOUT A CARD OF ITS OWN.
      *********
       FD  TARGET-CONTROL-FILE.
       01  TARGET-CONTROL-CARD.
           03  CARD-REGION             PIC X(3).
           03  FILLER                  PIC X.
           03  CARD-TARGET-HOURS       PIC 9(3)V9.
           03  FILLER                  PIC X(72).

       FD  DRAIN-REPORT-FILE.
       01  DRAIN-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

       01  DRAIN-SWITCHES.
           03  POND-EOF-SWITCH         PIC X VALUE "N".
               88 POND-EOF             VALUE "Y".
           03  SCENARIO-EOF-SWITCH     PIC X VALUE "N".
               88 SCENARIO-EOF         VALUE "Y".
           03  PUMP-EOF-SWITCH         PIC X VALUE "N".
               88 PUMP-EOF             VALUE "Y".
           03  CONTROL-EOF-SWITCH      PIC X VALUE "N".
               88 CONTROL-EOF          VALUE "Y".
           03  TARGET-FOUND-SWITCH     PIC X.
               88 REGION-HAS-TARGET    VALUE "Y".
           03  SITE-OOS-SWITCH         PIC X.
               88 SITE-HAS-OOS-PUMP    VALUE "Y".
           03  SCENARIO-FILE-STATUS    PIC XX.
               88 SCENARIO-NOT-FOUND   VALUE "35".
           03  PUMP-MASTER-STATUS      PIC XX.
               88 PUMP-MASTER-NOT-FOUND
                                       VALUE "35".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".
           03  CONTROL-FILE-STATUS     PIC XX.
               88 CONTROL-FILE-NOT-FOUND
                                       VALUE "35".

       01  DRAIN-COUNTERS.
           03  POND-LINE-COUNT         PIC 9(4) COMP VALUE 0.
           03  SCENARIO-LINE-COUNT     PIC 9(4) COMP VALUE 0.
           03  PUMP-COUNT              PIC 9(4) COMP VALUE 0.
           03  SITE-COUNT              PIC 9(4) COMP VALUE 0.
           03  TARGET-COUNT            PIC 9(3) COMP VALUE 0.
           03  PONDS-REPORTED          PIC 9(6) COMP VALUE 0.
           03  PONDS-WITHOUT-PUMP      PIC 9(6) COMP VALUE 0.
           03  SITES-OVER-TARGET       PIC 9(6) COMP VALUE 0.
           03  SITES-PUSHED-OVER       PIC 9(6) COMP VALUE 0.
           03  STORMS-SHORT            PIC 9(6) COMP VALUE 0.

      *********
      * POND DETAIL OFF PONDRPT, KEYED BY SITE, POND NUMBER AND
      * TRANSECT.  PONDRPT ACCUMULATES ACROSS NIGHTS, SO ONLY THE
      * LINES STAMPED WITH THE LATEST RUN'S NUMBER ARE TAKEN - THE
      * RULE CWINSPCT READS IT BY.  WITHIN THE RUN A LATER LINE FOR
      * THE SAME KEY (A SITE SENT TWICE) REPLACES THE EARLIER ONE,
      * AND A FULL TABLE WRAPS OVER ITS OLDEST SLOTS.
      *********
       01  POND-TABLE.
           03  POND-ENTRY OCCURS 5000 TIMES.
               05  PT-SITE-ID          PIC X(10).
               05  PT-POND-NO          PIC 9(4).
               05  PT-TRANSECT-NO      PIC 9(2).
               05  PT-START-COLUMN     PIC 9(4).
               05  PT-END-COLUMN       PIC 9(4).
               05  PT-VOLUME           PIC 9(5)V9.

      *********
      * STORM SCENARIO WATER OFF SCENRPT, KEYED BY SITE, STORM DEPTH
      * AND TRANSECT, TAKEN FROM THE LATEST RUN ONLY IN THE SAME WAY.
      *********
       01  SCENARIO-TABLE.
           03  SCENARIO-ENTRY OCCURS 5000 TIMES.
               05  ST-SITE-ID          PIC X(10).
               05  ST-STORM-DEPTH      PIC 9(3).
               05  ST-TRANSECT-NO      PIC 9(2).
               05  ST-WATER            PIC 9(5)V9.

       01  PUMP-TABLE.
           03  PUMP-ENTRY OCCURS 2000 TIMES.
               05  PU-SITE-ID          PIC X(10).
               05  PU-TRANSECT-NO      PIC 9(2).
               05  PU-FIRST-COLUMN     PIC 9(4).
               05  PU-LAST-COLUMN      PIC 9(4).
               05  PU-CAPACITY         PIC 9(5)V9.
               05  PU-STATUS           PIC X.
                   88 PU-IN-SERVICE    VALUE "I".

      *********
      * ONE ENTRY PER SITE WITH A POND OR A STORM LINE, WITH ITS
      * REGION, NAME AND MASTER STANDING - SORTED INTO REGION AND
      * SITE ORDER FOR THE REPORT.
      *********
       01  SITE-TABLE.
           03  SITE-ENTRY OCCURS 2000 TIMES.
               05  SS-SITE-ID          PIC X(10).
               05  SS-REGION           PIC X(3).
               05  SS-SITE-NAME        PIC X(30).
               05  SS-MASTER-FLAG      PIC X.
                   88 SS-ON-MASTER     VALUE "A".
                   88 SS-RETIRED       VALUE "R".
                   88 SS-MISSING       VALUE "M".

       01  HOLD-SITE-ENTRY.
           03  HOLD-SITE-ID            PIC X(10).
           03  HOLD-REGION             PIC X(3).
           03  HOLD-SITE-NAME          PIC X(30).
           03  HOLD-MASTER-FLAG        PIC X.

       01  TARGET-TABLE.
           03  TARGET-ENTRY OCCURS 100 TIMES.
               05  RT-REGION           PIC X(3).
               05  RT-TARGET-HOURS     PIC 9(3)V9.

      *********
      * ONE ENTRY PER STORM DEPTH FOR THE SITE IN HAND - THE
      * SCENARIO CARD CARRIES AT MOST SIX.
      *********
       01  STORM-WORK-TABLE.
           03  STORM-WORK-COUNT        PIC 9(1) COMP.
           03  STORM-WORK-ENTRY OCCURS 6 TIMES.
               05  SW-STORM-DEPTH      PIC 9(3).
               05  SW-WATER            PIC 9(6)V9 COMP.
               05  SW-WORST-HOURS      PIC 9(5)V9 COMP.

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  MATCH-INDEX             PIC 9(4) COMP.
           03  POND-INDEX              PIC 9(4) COMP.
           03  SCENARIO-INDEX          PIC 9(4) COMP.
           03  PUMP-INDEX              PIC 9(4) COMP.
           03  TARGET-INDEX            PIC 9(3) COMP.
           03  STORM-INDEX             PIC 9(1) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.
           03  POND-WRAP-SLOT          PIC 9(4) COMP VALUE 0.
           03  SCENARIO-WRAP-SLOT      PIC 9(4) COMP VALUE 0.

      *********
      * FIELDS FOR PULLING A PONDRPT OR SCENRPT LINE BACK APART.  THE
      * EDITED NUMBERS HAVE THEIR LEADING SPACES ZEROED AND THE ONE-
      * DECIMAL FIGURES ARE REASSEMBLED THROUGH A V9 REDEFINES, AS
      * CWINSPCT DOES WITH THE DELTA LINES.
      *********
       01  PARSE-FIELDS.
           03  PARSE-COUNT-TEXT        PIC X(4).
           03  PARSE-COUNT-NUM REDEFINES PARSE-COUNT-TEXT
                                       PIC 9(4).
           03  PARSE-TRANSECT-TEXT     PIC X(2).
           03  PARSE-TRANSECT-NUM REDEFINES PARSE-TRANSECT-TEXT
                                       PIC 9(2).
           03  PARSE-DEPTH-TEXT        PIC X(4).
           03  PARSE-DEPTH-NUM REDEFINES PARSE-DEPTH-TEXT
                                       PIC 9(4).
           03  PARSE-FIGURE-COMBINED.
               05  PARSE-FIGURE-DIGITS PIC X(5).
               05  PARSE-FIGURE-TENTH  PIC X.
           03  PARSE-FIGURE-NUM REDEFINES PARSE-FIGURE-COMBINED
                                       PIC 9(5)V9.
           03  PARSE-POND-NO           PIC 9(4).
           03  PARSE-START-COLUMN      PIC 9(4).
           03  PARSE-END-COLUMN        PIC 9(4).
           03  PARSE-LINE-OK-SWITCH    PIC X.
               88 PARSE-LINE-OK        VALUE "Y".

      *********
      * DRAIN-DOWN ARITHMETIC.  HOURS ARE VOLUME OVER CAPACITY; WATER
      * WITH NO PUMP CAPACITY AGAINST IT NEVER DRAINS AND IS CARRIED
      * AS NO-CAPACITY-HOURS, WHICH IS OVER ANY TARGET AND PRINTS AS
      * "NONE".  A SITE'S TIME IS THE LONGER OF ITS SLOWEST POND AND
      * ITS WHOLE PUMPED VOLUME OVER ITS WHOLE CAPACITY - ONE PUMP
      * COVERING SEVERAL PONDS CANNOT EMPTY THEM ALL AT ONCE.  EVERY
      * FIGURE IS WORKED TWICE: ON THE PUMPS IN SERVICE, AND AS IF
      * EVERY PUMP ON FILE WERE RUNNING, WHICH IS HOW AN OUT-OF-
      * SERVICE PUMP IS SHOWN TO PUSH A SITE OVER ITS TARGET.
      *********
       01  NO-CAPACITY-HOURS           PIC 9(5)V9 VALUE 99999.9.

       01  DRAIN-WORK-FIELDS.
           03  POND-CAPACITY-IN        PIC 9(6)V9 COMP.
           03  POND-CAPACITY-ALL       PIC 9(6)V9 COMP.
           03  POND-HOURS-IN           PIC 9(5)V9 COMP.
           03  POND-HOURS-ALL          PIC 9(5)V9 COMP.
           03  SITE-CAPACITY-IN        PIC 9(6)V9 COMP.
           03  SITE-CAPACITY-ALL       PIC 9(6)V9 COMP.
           03  SITE-VOLUME             PIC 9(6)V9 COMP.
           03  SITE-PUMPED-VOLUME      PIC 9(6)V9 COMP.
           03  SITE-HOURS-IN           PIC 9(5)V9 COMP.
           03  SITE-HOURS-ALL          PIC 9(5)V9 COMP.
           03  SITE-POND-COUNT         PIC 9(4) COMP.
           03  TRANSECT-CAPACITY       PIC 9(6)V9 COMP.
           03  HOURS-VOLUME            PIC 9(6)V9 COMP.
           03  HOURS-CAPACITY          PIC 9(6)V9 COMP.
           03  HOURS-RESULT            PIC 9(5)V9 COMP.
           03  REGION-TARGET-HOURS     PIC 9(3)V9.
           03  DEFAULT-TARGET-HOURS    PIC 9(3)V9 VALUE 0.
           03  DEFAULT-TARGET-SWITCH   PIC X VALUE "N".
               88 DEFAULT-TARGET-SET   VALUE "Y".

       01  SECTION-BREAK-FIELDS.
           03  REGION-IN-PROGRESS      PIC X(3).
           03  REGION-OPEN-SWITCH      PIC X VALUE "N".
               88 REGION-OPEN          VALUE "Y".

       01  DRAIN-HEADING-LINE.
           03  FILLER                  PIC X(27)
               VALUE "PUMP DRAIN-DOWN REPORT FOR ".
           03  DRAIN-RUN-DATE          PIC 9(8).
           03  FILLER                  PIC X(6) VALUE "  RUN ".
           03  DRAIN-HEADING-RUN-ID    PIC 9(8).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  RHL-REGION              PIC X(3).
           03  FILLER                  PIC X(20)
               VALUE "  DRAIN-DOWN TARGET ".
           03  RHL-TARGET              PIC X(18).

       01  TARGET-EDIT-FIELD           PIC ZZ9.9.

       01  SITE-HEADING-LINE.
           03  SHL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SHL-SITE-NAME           PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SHL-NOTE                PIC X(24).

       01  POND-DRAIN-LINE.
           03  FILLER                  PIC X(4) VALUE "  PD".
           03  PDL-POND-NO             PIC ZZZ9.
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  PDL-TRANSECT-NO         PIC Z9.
           03  FILLER                  PIC X(5) VALUE "  COL".
           03  PDL-START-COLUMN        PIC ZZZ9.
           03  FILLER                  PIC X(1) VALUE "-".
           03  PDL-END-COLUMN          PIC ZZZ9.
           03  FILLER                  PIC X(4) VALUE "  VL".
           03  PDL-VOLUME              PIC ZZZZ9.9.
           03  FILLER                  PIC X(5) VALUE "  CAP".
           03  PDL-CAPACITY            PIC ZZZZ9.9.
           03  FILLER                  PIC X(5) VALUE "  HRS".
           03  PDL-HOURS               PIC X(7).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  PDL-NOTE                PIC X(16).

       01  SITE-DRAIN-LINE.
           03  FILLER                  PIC X(6) VALUE "  SITE".
           03  FILLER                  PIC X(4) VALUE "  VL".
           03  SDL-VOLUME              PIC ZZZZZ9.9.
           03  FILLER                  PIC X(5) VALUE "  CAP".
           03  SDL-CAPACITY            PIC ZZZZ9.9.
           03  FILLER                  PIC X(5) VALUE "  HRS".
           03  SDL-HOURS               PIC X(7).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SDL-FLAG                PIC X(36).

       01  ALL-PUMPS-LINE.
           03  FILLER                  PIC X(39)
               VALUE "    WITH EVERY PUMP ON FILE RUNNING HRS".
           03  APL-HOURS               PIC X(7).

       01  STORM-DRAIN-LINE.
           03  FILLER                  PIC X(8) VALUE "  STORM ".
           03  STL-STORM-DEPTH         PIC ZZ9.
           03  FILLER                  PIC X(4) VALUE "  TW".
           03  STL-WATER               PIC ZZZZZ9.9.
           03  FILLER                  PIC X(5) VALUE "  HRS".
           03  STL-HOURS               PIC X(7).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  STL-FLAG                PIC X(20).

       01  HOURS-EDIT-FIELD            PIC ZZZZ9.9.

       01  DRAIN-NOTE-LINE             PIC X(80).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-LATEST-RUN.
           PERFORM READ-TARGET-CARDS.
           PERFORM LOAD-PUMP-MASTER.
           PERFORM LOAD-POND-REPORT.
           PERFORM LOAD-SCENARIO-REPORT.
           PERFORM LOOK-UP-MASTER-DETAILS.
           PERFORM SORT-DRAIN-SITES.
           PERFORM WRITE-DRAIN-REPORT.
           DISPLAY "CWDRAIN COMPLETE.  SITES = " SITE-COUNT
                   "  PONDS = " PONDS-REPORTED.
           DISPLAY "OVER TARGET = " SITES-OVER-TARGET
                   "  PUSHED OVER BY OUT-OF-SERVICE PUMP = "
                   SITES-PUSHED-OVER.
           STOP RUN.

      *********
      * THE REPORT IS FOR THE LATEST PRODUCE OR RECYCLE RUN ON THE
      * REGISTER, AND ONLY ONE THAT ENDED WITH RC 4 OR BETTER - A RUN
      * THAT NEVER ENDED OR FAILED LEFT ITS OUTPUTS PART-WRITTEN.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWDRAIN: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWDRAIN: NO COUNTBATCH RUN ON RUNREG - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWDRAIN: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - RESTART IT BEFORE "
                      "REPORTING.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWDRAIN: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC
                      " - NO REPORT FROM ITS OUTPUTS.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * THE TARGET CARDS ARE OPTIONAL - NO SYSIN (STATUS 35) OR AN
      * EMPTY ONE MEANS NO TARGETS, AND THE REPORT THEN SHOWS THE
      * HOURS WITHOUT JUDGING THEM.  A CARD WITH A NON-NUMERIC OR
      * ZERO TARGET IS IGNORED.
      *********
       READ-TARGET-CARDS.
           OPEN INPUT TARGET-CONTROL-FILE.
           IF NOT CONTROL-FILE-NOT-FOUND THEN
              PERFORM READ-TARGET-CARD
              PERFORM TAKE-IN-TARGET-CARD
                      UNTIL CONTROL-EOF
              CLOSE TARGET-CONTROL-FILE
           END-IF.

       READ-TARGET-CARD.
           READ TARGET-CONTROL-FILE
               AT END
                   MOVE "Y" TO CONTROL-EOF-SWITCH
           END-READ.

       TAKE-IN-TARGET-CARD.
           IF CARD-TARGET-HOURS IS NUMERIC AND
              CARD-TARGET-HOURS > 0 AND
              CARD-REGION NOT = SPACES THEN
              IF CARD-REGION = "***" THEN
                 MOVE CARD-TARGET-HOURS TO DEFAULT-TARGET-HOURS
                 MOVE "Y" TO DEFAULT-TARGET-SWITCH
              ELSE
                 IF TARGET-COUNT < 100 THEN
                    ADD 1 TO TARGET-COUNT
                    MOVE CARD-REGION TO RT-REGION(TARGET-COUNT)
                    MOVE CARD-TARGET-HOURS
                         TO RT-TARGET-HOURS(TARGET-COUNT)
                 ELSE
                    DISPLAY "CWDRAIN: TARGET TABLE FULL AT "
                            CARD-REGION
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-TARGET-CARD.

      *********
      * THE PUMP FILE IS SMALL AND READ WHOLE; A MISSING FILE ENDS
      * THE RUN - A REPORT SHOWING EVERY POND UNCOVERED WOULD BE
      * NOISE, NOT INFORMATION.
      *********
       LOAD-PUMP-MASTER.
           OPEN INPUT PUMP-MASTER-FILE.
           IF PUMP-MASTER-NOT-FOUND THEN
              DISPLAY "CWDRAIN: DD PUMPMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-PUMP-RECORD.
           PERFORM TAKE-IN-PUMP
                   UNTIL PUMP-EOF.
           CLOSE PUMP-MASTER-FILE.

       READ-PUMP-RECORD.
           READ PUMP-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO PUMP-EOF-SWITCH
           END-READ.

       TAKE-IN-PUMP.
           IF PUMP-COUNT < 2000 THEN
              ADD 1 TO PUMP-COUNT
              MOVE PM-PUMP-SITE-ID     TO PU-SITE-ID(PUMP-COUNT)
              MOVE PM-PUMP-TRANSECT-NO TO PU-TRANSECT-NO(PUMP-COUNT)
              MOVE PM-PUMP-FIRST-COLUMN
                                       TO PU-FIRST-COLUMN(PUMP-COUNT)
              MOVE PM-PUMP-LAST-COLUMN TO PU-LAST-COLUMN(PUMP-COUNT)
              MOVE PM-PUMP-CAPACITY    TO PU-CAPACITY(PUMP-COUNT)
              MOVE PM-PUMP-STATUS      TO PU-STATUS(PUMP-COUNT)
           ELSE
              DISPLAY "CWDRAIN: PUMP TABLE FULL AT " PM-PUMP-KEY
           END-IF.
           PERFORM READ-PUMP-RECORD.

       LOAD-POND-REPORT.
           OPEN INPUT POND-REPORT-FILE.
           PERFORM READ-POND-LINE.
           PERFORM TAKE-IN-POND-LINE
                   UNTIL POND-EOF.
           CLOSE POND-REPORT-FILE.

       READ-POND-LINE.
           READ POND-REPORT-FILE
               AT END
                   MOVE "Y" TO POND-EOF-SWITCH
           END-READ.

      *********
      * ONLY THE "  PD" DETAIL LINES CARRYING THE "  TR" TRANSECT TAG
      * (COLUMNS 63-66) AND THE LATEST RUN'S STAMP ("  RI" AND THE
      * RUN NUMBER, COLUMNS 69-80) ARE TAKEN, AS IN CWINSPCT.  POND
      * NUMBER 15-18, START COLUMN 23-26, END COLUMN 31-34, VOLUME 56-62
      * (ONE DECIMAL), TRANSECT 67-68 (BLANK ON A SINGLE-TRANSECT
      * SURVEY, TAKEN AS 00).
      *********
       TAKE-IN-POND-LINE.
           IF POND-REPORT-RECORD(11:4) = "  PD" AND
              POND-REPORT-RECORD(63:4) = "  TR" AND
              POND-REPORT-RECORD(69:4) = "  RI" AND
              POND-REPORT-RECORD(73:8) = CWL-RUN-ID THEN
              PERFORM PARSE-POND-LINE
              IF PARSE-LINE-OK THEN
                 PERFORM STORE-POND-LINE
              END-IF
           END-IF.
           PERFORM READ-POND-LINE.

       PARSE-POND-LINE.
           MOVE "Y" TO PARSE-LINE-OK-SWITCH.
           MOVE POND-REPORT-RECORD(15:4) TO PARSE-COUNT-TEXT.
           PERFORM RESOLVE-COUNT-TEXT.
           MOVE PARSE-COUNT-NUM TO PARSE-POND-NO.
           MOVE POND-REPORT-RECORD(23:4) TO PARSE-COUNT-TEXT.
           PERFORM RESOLVE-COUNT-TEXT.
           MOVE PARSE-COUNT-NUM TO PARSE-START-COLUMN.
           MOVE POND-REPORT-RECORD(31:4) TO PARSE-COUNT-TEXT.
           PERFORM RESOLVE-COUNT-TEXT.
           MOVE PARSE-COUNT-NUM TO PARSE-END-COLUMN.
           MOVE POND-REPORT-RECORD(56:5) TO PARSE-FIGURE-DIGITS.
           MOVE POND-REPORT-RECORD(62:1) TO PARSE-FIGURE-TENTH.
           PERFORM RESOLVE-FIGURE-TEXT.
           MOVE POND-REPORT-RECORD(67:2) TO PARSE-TRANSECT-TEXT.
           PERFORM RESOLVE-TRANSECT-TEXT.

       RESOLVE-COUNT-TEXT.
           INSPECT PARSE-COUNT-TEXT
                   REPLACING LEADING SPACE BY ZERO.
           IF PARSE-COUNT-TEXT IS NOT NUMERIC THEN
              MOVE "N" TO PARSE-LINE-OK-SWITCH
              MOVE ZERO TO PARSE-COUNT-NUM
           END-IF.

       RESOLVE-FIGURE-TEXT.
           INSPECT PARSE-FIGURE-DIGITS
                   REPLACING LEADING SPACE BY ZERO.
           IF PARSE-FIGURE-COMBINED IS NOT NUMERIC THEN
              MOVE "N" TO PARSE-LINE-OK-SWITCH
              MOVE ZERO TO PARSE-FIGURE-NUM
           END-IF.

       RESOLVE-TRANSECT-TEXT.
           INSPECT PARSE-TRANSECT-TEXT
                   REPLACING LEADING SPACE BY ZERO.
           IF PARSE-TRANSECT-TEXT IS NOT NUMERIC THEN
              MOVE ZERO TO PARSE-TRANSECT-NUM
           END-IF.

       STORE-POND-LINE.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING POND-INDEX FROM 1 BY 1
                   UNTIL POND-INDEX > POND-LINE-COUNT OR
                         MATCH-INDEX > 0
               IF PT-SITE-ID(POND-INDEX) =
                     POND-REPORT-RECORD(1:10) AND
                  PT-POND-NO(POND-INDEX) = PARSE-POND-NO AND
                  PT-TRANSECT-NO(POND-INDEX) = PARSE-TRANSECT-NUM THEN
                  MOVE POND-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF POND-LINE-COUNT < 5000 THEN
                 ADD 1 TO POND-LINE-COUNT
                 MOVE POND-LINE-COUNT TO MATCH-INDEX
              ELSE
                 IF POND-WRAP-SLOT = 0 THEN
                    DISPLAY "CWDRAIN: POND TABLE FULL - "
                            "WRAPPING OVER OLDEST LINES"
                 END-IF
                 ADD 1 TO POND-WRAP-SLOT
                 IF POND-WRAP-SLOT > 5000 THEN
                    MOVE 1 TO POND-WRAP-SLOT
                 END-IF
                 MOVE POND-WRAP-SLOT TO MATCH-INDEX
              END-IF
              MOVE POND-REPORT-RECORD(1:10) TO PT-SITE-ID(MATCH-INDEX)
              MOVE PARSE-POND-NO      TO PT-POND-NO(MATCH-INDEX)
              MOVE PARSE-TRANSECT-NUM TO PT-TRANSECT-NO(MATCH-INDEX)
           END-IF.
           MOVE PARSE-START-COLUMN TO PT-START-COLUMN(MATCH-INDEX).
           MOVE PARSE-END-COLUMN   TO PT-END-COLUMN(MATCH-INDEX).
           MOVE PARSE-FIGURE-NUM   TO PT-VOLUME(MATCH-INDEX).

      *********
      * SCENRPT IS OPTIONAL - IT ONLY EXISTS WHEN THE RUN CARRIED A
      * SCENARIO CARD.  STORM DEPTH 15-18, WATER 23-29 (ONE
      * DECIMAL), TRANSECT 34-35, TAGGED "  RD"/"  TW"/"  TR", AND
      * ONLY LINES WITH THE LATEST RUN'S STAMP (COLUMNS 69-80).
      *********
       LOAD-SCENARIO-REPORT.
           OPEN INPUT SCENARIO-REPORT-FILE.
           IF NOT SCENARIO-NOT-FOUND THEN
              PERFORM READ-SCENARIO-LINE
              PERFORM TAKE-IN-SCENARIO-LINE
                      UNTIL SCENARIO-EOF
              CLOSE SCENARIO-REPORT-FILE
           END-IF.

       READ-SCENARIO-LINE.
           READ SCENARIO-REPORT-FILE
               AT END
                   MOVE "Y" TO SCENARIO-EOF-SWITCH
           END-READ.

       TAKE-IN-SCENARIO-LINE.
           IF SCENARIO-REPORT-RECORD(11:4) = "  RD" AND
              SCENARIO-REPORT-RECORD(19:4) = "  TW" AND
              SCENARIO-REPORT-RECORD(30:4) = "  TR" AND
              SCENARIO-REPORT-RECORD(69:4) = "  RI" AND
              SCENARIO-REPORT-RECORD(73:8) = CWL-RUN-ID THEN
              MOVE "Y" TO PARSE-LINE-OK-SWITCH
              MOVE SCENARIO-REPORT-RECORD(15:4) TO PARSE-COUNT-TEXT
              PERFORM RESOLVE-COUNT-TEXT
              MOVE PARSE-COUNT-NUM TO PARSE-DEPTH-NUM
              MOVE SCENARIO-REPORT-RECORD(23:5) TO PARSE-FIGURE-DIGITS
              MOVE SCENARIO-REPORT-RECORD(29:1) TO PARSE-FIGURE-TENTH
              PERFORM RESOLVE-FIGURE-TEXT
              MOVE SCENARIO-REPORT-RECORD(34:2) TO PARSE-TRANSECT-TEXT
              PERFORM RESOLVE-TRANSECT-TEXT
              IF PARSE-LINE-OK AND PARSE-DEPTH-NUM < 1000 THEN
                 PERFORM STORE-SCENARIO-LINE
              END-IF
           END-IF.
           PERFORM READ-SCENARIO-LINE.

       STORE-SCENARIO-LINE.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING SCENARIO-INDEX FROM 1 BY 1
                   UNTIL SCENARIO-INDEX > SCENARIO-LINE-COUNT OR
                         MATCH-INDEX > 0
               IF ST-SITE-ID(SCENARIO-INDEX) =
                     SCENARIO-REPORT-RECORD(1:10) AND
                  ST-STORM-DEPTH(SCENARIO-INDEX) = PARSE-DEPTH-NUM AND
                  ST-TRANSECT-NO(SCENARIO-INDEX) =
                     PARSE-TRANSECT-NUM THEN
                  MOVE SCENARIO-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF SCENARIO-LINE-COUNT < 5000 THEN
                 ADD 1 TO SCENARIO-LINE-COUNT
                 MOVE SCENARIO-LINE-COUNT TO MATCH-INDEX
              ELSE
                 IF SCENARIO-WRAP-SLOT = 0 THEN
                    DISPLAY "CWDRAIN: STORM TABLE FULL - "
                            "WRAPPING OVER OLDEST LINES"
                 END-IF
                 ADD 1 TO SCENARIO-WRAP-SLOT
                 IF SCENARIO-WRAP-SLOT > 5000 THEN
                    MOVE 1 TO SCENARIO-WRAP-SLOT
                 END-IF
                 MOVE SCENARIO-WRAP-SLOT TO MATCH-INDEX
              END-IF
              MOVE SCENARIO-REPORT-RECORD(1:10)
                   TO ST-SITE-ID(MATCH-INDEX)
              MOVE PARSE-DEPTH-NUM    TO ST-STORM-DEPTH(MATCH-INDEX)
              MOVE PARSE-TRANSECT-NUM TO ST-TRANSECT-NO(MATCH-INDEX)
           END-IF.
           MOVE PARSE-FIGURE-NUM TO ST-WATER(MATCH-INDEX).

      *********
      * BUILDS THE SITE LIST FROM THE POND AND STORM TABLES, THEN ONE
      * KEYED READ PER SITE FOR ITS NAME AND REGION.  A SITE MISSING
      * FROM THE MASTER FALLS BACK TO ITS SITE-ID PREFIX FOR A
      * REGION, AS IN CWINSPCT.
      *********
       LOOK-UP-MASTER-DETAILS.
           PERFORM VARYING POND-INDEX FROM 1 BY 1
                   UNTIL POND-INDEX > POND-LINE-COUNT
               MOVE PT-SITE-ID(POND-INDEX) TO HOLD-SITE-ID
               PERFORM ADD-DRAIN-SITE
           END-PERFORM.
           PERFORM VARYING SCENARIO-INDEX FROM 1 BY 1
                   UNTIL SCENARIO-INDEX > SCENARIO-LINE-COUNT
               MOVE ST-SITE-ID(SCENARIO-INDEX) TO HOLD-SITE-ID
               PERFORM ADD-DRAIN-SITE
           END-PERFORM.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "CWDRAIN: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOOK-UP-ONE-SITE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-COUNT.
           CLOSE SITE-MASTER-FILE.

       ADD-DRAIN-SITE.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-COUNT OR MATCH-INDEX > 0
               IF SS-SITE-ID(TABLE-INDEX) = HOLD-SITE-ID THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF SITE-COUNT < 2000 THEN
                 ADD 1 TO SITE-COUNT
                 MOVE HOLD-SITE-ID TO SS-SITE-ID(SITE-COUNT)
              ELSE
                 DISPLAY "CWDRAIN: SITE TABLE FULL AT " HOLD-SITE-ID
              END-IF
           END-IF.

       LOOK-UP-ONE-SITE.
           MOVE SS-SITE-ID(TABLE-INDEX) TO SM-SITE-ID.
           READ SITE-MASTER-FILE
               INVALID KEY
                   MOVE "M" TO SS-MASTER-FLAG(TABLE-INDEX)
                   MOVE SPACES TO SS-SITE-NAME(TABLE-INDEX)
                   MOVE SS-SITE-ID(TABLE-INDEX)(1:3)
                        TO SS-REGION(TABLE-INDEX)
               NOT INVALID KEY
                   MOVE SM-SITE-NAME TO SS-SITE-NAME(TABLE-INDEX)
                   MOVE SM-SITE-REGION TO SS-REGION(TABLE-INDEX)
                   IF SM-SITE-RETIRED THEN
                      MOVE "R" TO SS-MASTER-FLAG(TABLE-INDEX)
                   ELSE
                      MOVE "A" TO SS-MASTER-FLAG(TABLE-INDEX)
                   END-IF
           END-READ.

      *********
      * SELECTION SORT INTO REGION, THEN SITE-ID ORDER.
      *********
       SORT-DRAIN-SITES.
           PERFORM SELECT-NEXT-DRAIN-SITE
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= SITE-COUNT.

       SELECT-NEXT-DRAIN-SITE.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > SITE-COUNT
               IF SS-REGION(SORT-SWAP-INDEX) <
                  SS-REGION(SORT-BEST-INDEX) OR
                  (SS-REGION(SORT-SWAP-INDEX) =
                   SS-REGION(SORT-BEST-INDEX) AND
                   SS-SITE-ID(SORT-SWAP-INDEX) <
                   SS-SITE-ID(SORT-BEST-INDEX)) THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE SITE-ENTRY(SORT-PASS-NO) TO HOLD-SITE-ENTRY
              MOVE SITE-ENTRY(SORT-BEST-INDEX)
                   TO SITE-ENTRY(SORT-PASS-NO)
              MOVE HOLD-SITE-ENTRY TO SITE-ENTRY(SORT-BEST-INDEX)
           END-IF.

       WRITE-DRAIN-REPORT.
           OPEN OUTPUT DRAIN-REPORT-FILE.
           ACCEPT DRAIN-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CWL-RUN-ID TO DRAIN-HEADING-RUN-ID.
           WRITE DRAIN-REPORT-RECORD FROM DRAIN-HEADING-LINE.
           PERFORM WRITE-DRAIN-SITE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-COUNT.
           IF SITE-COUNT = 0 THEN
              MOVE SPACES TO DRAIN-REPORT-RECORD
              WRITE DRAIN-REPORT-RECORD
              MOVE "NO POND OR STORM LINES FROM THIS RUN"
                   TO DRAIN-NOTE-LINE
              WRITE DRAIN-REPORT-RECORD FROM DRAIN-NOTE-LINE
           END-IF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE DRAIN-REPORT-FILE.

       WRITE-DRAIN-SITE.
           IF NOT REGION-OPEN OR
              SS-REGION(TABLE-INDEX) NOT = REGION-IN-PROGRESS THEN
              PERFORM START-REGION-SECTION
           END-IF.
           MOVE SPACES TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE SS-SITE-ID(TABLE-INDEX)   TO SHL-SITE-ID.
           MOVE SS-SITE-NAME(TABLE-INDEX) TO SHL-SITE-NAME.
           IF SS-MISSING(TABLE-INDEX) THEN
              MOVE "** NOT ON SITE MASTER" TO SHL-NOTE
           ELSE
              IF SS-RETIRED(TABLE-INDEX) THEN
                 MOVE "** RETIRED ON MASTER" TO SHL-NOTE
              ELSE
                 MOVE SPACES TO SHL-NOTE
              END-IF
           END-IF.
           WRITE DRAIN-REPORT-RECORD FROM SITE-HEADING-LINE.
           PERFORM SUM-SITE-CAPACITY.
           PERFORM WRITE-SITE-PONDS.
           IF SITE-POND-COUNT > 0 THEN
              PERFORM JUDGE-SITE-DRAIN-DOWN
           ELSE
              MOVE "  NO PONDS ON PONDRPT" TO DRAIN-NOTE-LINE
              WRITE DRAIN-REPORT-RECORD FROM DRAIN-NOTE-LINE
           END-IF.
           PERFORM WRITE-SITE-STORMS.

      *********
      * A REGION WITH NO CARD OF ITS OWN TAKES THE "***" TARGET;
      * WITH NEITHER, ITS SITES ARE TIMED BUT NOT JUDGED.
      *********
       START-REGION-SECTION.
           MOVE SS-REGION(TABLE-INDEX) TO REGION-IN-PROGRESS.
           MOVE "Y" TO REGION-OPEN-SWITCH.
           MOVE "N" TO TARGET-FOUND-SWITCH.
           PERFORM VARYING TARGET-INDEX FROM 1 BY 1
                   UNTIL TARGET-INDEX > TARGET-COUNT OR
                         REGION-HAS-TARGET
               IF RT-REGION(TARGET-INDEX) = REGION-IN-PROGRESS THEN
                  MOVE RT-TARGET-HOURS(TARGET-INDEX)
                       TO REGION-TARGET-HOURS
                  MOVE "Y" TO TARGET-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF NOT REGION-HAS-TARGET AND DEFAULT-TARGET-SET THEN
              MOVE DEFAULT-TARGET-HOURS TO REGION-TARGET-HOURS
              MOVE "Y" TO TARGET-FOUND-SWITCH
           END-IF.
           MOVE SPACES TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE REGION-IN-PROGRESS TO RHL-REGION.
           IF REGION-HAS-TARGET THEN
              MOVE REGION-TARGET-HOURS TO TARGET-EDIT-FIELD
              MOVE SPACES TO RHL-TARGET
              STRING TARGET-EDIT-FIELD DELIMITED BY SIZE
                     " HOURS" DELIMITED BY SIZE
                     INTO RHL-TARGET
              END-STRING
           ELSE
              MOVE "NOT SET" TO RHL-TARGET
           END-IF.
           WRITE DRAIN-REPORT-RECORD FROM REGION-HEADING-LINE.

       SUM-SITE-CAPACITY.
           MOVE 0 TO SITE-CAPACITY-IN.
           MOVE 0 TO SITE-CAPACITY-ALL.
           MOVE "N" TO SITE-OOS-SWITCH.
           PERFORM VARYING PUMP-INDEX FROM 1 BY 1
                   UNTIL PUMP-INDEX > PUMP-COUNT
               IF PU-SITE-ID(PUMP-INDEX) = SS-SITE-ID(TABLE-INDEX)
                  THEN
                  ADD PU-CAPACITY(PUMP-INDEX) TO SITE-CAPACITY-ALL
                  IF PU-IN-SERVICE(PUMP-INDEX) THEN
                     ADD PU-CAPACITY(PUMP-INDEX) TO SITE-CAPACITY-IN
                  ELSE
                     MOVE "Y" TO SITE-OOS-SWITCH
                  END-IF
               END-IF
           END-PERFORM.

       WRITE-SITE-PONDS.
           MOVE 0 TO SITE-POND-COUNT.
           MOVE 0 TO SITE-VOLUME.
           MOVE 0 TO SITE-PUMPED-VOLUME.
           MOVE 0 TO SITE-HOURS-IN.
           MOVE 0 TO SITE-HOURS-ALL.
           PERFORM VARYING POND-INDEX FROM 1 BY 1
                   UNTIL POND-INDEX > POND-LINE-COUNT
               IF PT-SITE-ID(POND-INDEX) = SS-SITE-ID(TABLE-INDEX)
                  THEN
                  PERFORM WRITE-POND-DRAIN-LINE
               END-IF
           END-PERFORM.

      *********
      * A PUMP COVERS A POND WHEN IT SERVES THE POND'S TRANSECT (OR
      * ANY TRANSECT) AND ITS COLUMN RANGE (OR THE WHOLE PROFILE)
      * OVERLAPS THE POND'S COLUMNS.  A POND NO PUMP COVERS IS
      * FLAGGED AND LEFT OUT OF THE SITE'S TIME - NO PUMP WILL EVER
      * DRAIN IT, AND THAT IS THE FINDING.
      *********
       WRITE-POND-DRAIN-LINE.
           ADD 1 TO SITE-POND-COUNT.
           ADD 1 TO PONDS-REPORTED.
           ADD PT-VOLUME(POND-INDEX) TO SITE-VOLUME.
           MOVE 0 TO POND-CAPACITY-IN.
           MOVE 0 TO POND-CAPACITY-ALL.
           PERFORM VARYING PUMP-INDEX FROM 1 BY 1
                   UNTIL PUMP-INDEX > PUMP-COUNT
               IF PU-SITE-ID(PUMP-INDEX) = PT-SITE-ID(POND-INDEX) AND
                  (PU-TRANSECT-NO(PUMP-INDEX) = 0 OR
                   PU-TRANSECT-NO(PUMP-INDEX) =
                   PT-TRANSECT-NO(POND-INDEX)) AND
                  (PU-FIRST-COLUMN(PUMP-INDEX) = 0 OR
                   (PU-FIRST-COLUMN(PUMP-INDEX) NOT >
                    PT-END-COLUMN(POND-INDEX) AND
                    PU-LAST-COLUMN(PUMP-INDEX) NOT <
                    PT-START-COLUMN(POND-INDEX))) THEN
                  ADD PU-CAPACITY(PUMP-INDEX) TO POND-CAPACITY-ALL
                  IF PU-IN-SERVICE(PUMP-INDEX) THEN
                     ADD PU-CAPACITY(PUMP-INDEX) TO POND-CAPACITY-IN
                  END-IF
               END-IF
           END-PERFORM.
           MOVE PT-POND-NO(POND-INDEX)      TO PDL-POND-NO.
           MOVE PT-TRANSECT-NO(POND-INDEX)  TO PDL-TRANSECT-NO.
           MOVE PT-START-COLUMN(POND-INDEX) TO PDL-START-COLUMN.
           MOVE PT-END-COLUMN(POND-INDEX)   TO PDL-END-COLUMN.
           MOVE PT-VOLUME(POND-INDEX)       TO PDL-VOLUME.
           MOVE POND-CAPACITY-IN            TO PDL-CAPACITY.
           MOVE SPACES                      TO PDL-NOTE.
           IF POND-CAPACITY-ALL = 0 THEN
              ADD 1 TO PONDS-WITHOUT-PUMP
              MOVE "   NONE" TO PDL-HOURS
              MOVE "NO PUMP COVERS" TO PDL-NOTE
           ELSE
              ADD PT-VOLUME(POND-INDEX) TO SITE-PUMPED-VOLUME
              MOVE PT-VOLUME(POND-INDEX) TO HOURS-VOLUME
              MOVE POND-CAPACITY-IN TO HOURS-CAPACITY
              PERFORM COMPUTE-DRAIN-HOURS
              MOVE HOURS-RESULT TO POND-HOURS-IN
              MOVE POND-CAPACITY-ALL TO HOURS-CAPACITY
              PERFORM COMPUTE-DRAIN-HOURS
              MOVE HOURS-RESULT TO POND-HOURS-ALL
              IF POND-HOURS-IN > SITE-HOURS-IN THEN
                 MOVE POND-HOURS-IN TO SITE-HOURS-IN
              END-IF
              IF POND-HOURS-ALL > SITE-HOURS-ALL THEN
                 MOVE POND-HOURS-ALL TO SITE-HOURS-ALL
              END-IF
              MOVE POND-HOURS-IN TO HOURS-RESULT
              PERFORM EDIT-DRAIN-HOURS
              MOVE HOURS-EDIT-FIELD TO PDL-HOURS
              IF POND-CAPACITY-IN = 0 THEN
                 MOVE "   NONE" TO PDL-HOURS
                 MOVE "PUMPS OUT OF SVC" TO PDL-NOTE
              END-IF
           END-IF.
           WRITE DRAIN-REPORT-RECORD FROM POND-DRAIN-LINE.

       COMPUTE-DRAIN-HOURS.
           IF HOURS-VOLUME = 0 THEN
              MOVE 0 TO HOURS-RESULT
           ELSE
              IF HOURS-CAPACITY = 0 THEN
                 MOVE NO-CAPACITY-HOURS TO HOURS-RESULT
              ELSE
                 COMPUTE HOURS-RESULT ROUNDED =
                         HOURS-VOLUME / HOURS-CAPACITY
                     ON SIZE ERROR
                         MOVE NO-CAPACITY-HOURS TO HOURS-RESULT
                 END-COMPUTE
              END-IF
           END-IF.

      * LEAVES HOURS-EDIT-FIELD READY TO MOVE TO A PRINT FIELD; THE
      * CALLER PRINTS "NONE" INSTEAD FOR NO-CAPACITY-HOURS.
       EDIT-DRAIN-HOURS.
           MOVE HOURS-RESULT TO HOURS-EDIT-FIELD.

      *********
      * THE SITE TIME ON THE PUMPS IN SERVICE, AND AGAIN AS IF EVERY
      * PUMP ON FILE WERE RUNNING.  OVER TARGET ON THE FIRST BUT NOT
      * THE SECOND MEANS AN OUT-OF-SERVICE PUMP IS WHAT PUSHES THE
      * SITE OVER.
      *********
       JUDGE-SITE-DRAIN-DOWN.
           MOVE SITE-PUMPED-VOLUME TO HOURS-VOLUME.
           MOVE SITE-CAPACITY-IN TO HOURS-CAPACITY.
           PERFORM COMPUTE-DRAIN-HOURS.
           IF HOURS-RESULT > SITE-HOURS-IN THEN
              MOVE HOURS-RESULT TO SITE-HOURS-IN
           END-IF.
           MOVE SITE-CAPACITY-ALL TO HOURS-CAPACITY.
           PERFORM COMPUTE-DRAIN-HOURS.
           IF HOURS-RESULT > SITE-HOURS-ALL THEN
              MOVE HOURS-RESULT TO SITE-HOURS-ALL
           END-IF.
           MOVE SITE-VOLUME TO SDL-VOLUME.
           MOVE SITE-CAPACITY-IN TO SDL-CAPACITY.
           MOVE SITE-HOURS-IN TO HOURS-RESULT.
           PERFORM SET-SITE-HOURS-TEXT.
           MOVE SPACES TO SDL-FLAG.
           IF REGION-HAS-TARGET AND
              SITE-HOURS-IN > REGION-TARGET-HOURS THEN
              IF SITE-HOURS-ALL NOT > REGION-TARGET-HOURS THEN
                 ADD 1 TO SITES-PUSHED-OVER
                 MOVE "OVER TARGET - PUMP OUT OF SERVICE"
                      TO SDL-FLAG
              ELSE
                 ADD 1 TO SITES-OVER-TARGET
                 MOVE "OVER DRAIN-DOWN TARGET" TO SDL-FLAG
              END-IF
           END-IF.
           WRITE DRAIN-REPORT-RECORD FROM SITE-DRAIN-LINE.
           IF SITE-HAS-OOS-PUMP THEN
              MOVE SITE-HOURS-ALL TO HOURS-RESULT
              PERFORM EDIT-DRAIN-HOURS
              IF SITE-HOURS-ALL = NO-CAPACITY-HOURS THEN
                 MOVE "   NONE" TO APL-HOURS
              ELSE
                 MOVE HOURS-EDIT-FIELD TO APL-HOURS
              END-IF
              WRITE DRAIN-REPORT-RECORD FROM ALL-PUMPS-LINE
           END-IF.

       SET-SITE-HOURS-TEXT.
           IF HOURS-RESULT = NO-CAPACITY-HOURS THEN
              MOVE "   NONE" TO SDL-HOURS
           ELSE
              PERFORM EDIT-DRAIN-HOURS
              MOVE HOURS-EDIT-FIELD TO SDL-HOURS
           END-IF.

      *********
      * STORM SCENARIOS: SCENRPT GIVES THE WATER STANDING PER
      * TRANSECT, NOT PER POND, SO EACH TRANSECT'S WATER IS TIMED
      * AGAINST THE IN-SERVICE PUMPS SERVING THAT TRANSECT AND THE
      * SITE TAKES ITS SLOWEST TRANSECT.  OVER THE REGION TARGET IS
      * SHORT OF PUMPING FOR THAT STORM.
      *********
       WRITE-SITE-STORMS.
           MOVE 0 TO STORM-WORK-COUNT.
           PERFORM VARYING SCENARIO-INDEX FROM 1 BY 1
                   UNTIL SCENARIO-INDEX > SCENARIO-LINE-COUNT
               IF ST-SITE-ID(SCENARIO-INDEX) =
                  SS-SITE-ID(TABLE-INDEX) THEN
                  PERFORM ADD-STORM-TRANSECT
               END-IF
           END-PERFORM.
           PERFORM WRITE-STORM-LINE
                   VARYING STORM-INDEX FROM 1 BY 1
                   UNTIL STORM-INDEX > STORM-WORK-COUNT.

       ADD-STORM-TRANSECT.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING STORM-INDEX FROM 1 BY 1
                   UNTIL STORM-INDEX > STORM-WORK-COUNT OR
                         MATCH-INDEX > 0
               IF SW-STORM-DEPTH(STORM-INDEX) =
                  ST-STORM-DEPTH(SCENARIO-INDEX) THEN
                  MOVE STORM-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF STORM-WORK-COUNT < 6 THEN
                 ADD 1 TO STORM-WORK-COUNT
                 MOVE STORM-WORK-COUNT TO MATCH-INDEX
                 MOVE ST-STORM-DEPTH(SCENARIO-INDEX)
                      TO SW-STORM-DEPTH(MATCH-INDEX)
                 MOVE 0 TO SW-WATER(MATCH-INDEX)
                 MOVE 0 TO SW-WORST-HOURS(MATCH-INDEX)
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 THEN
              ADD ST-WATER(SCENARIO-INDEX) TO SW-WATER(MATCH-INDEX)
              MOVE 0 TO TRANSECT-CAPACITY
              PERFORM VARYING PUMP-INDEX FROM 1 BY 1
                      UNTIL PUMP-INDEX > PUMP-COUNT
                  IF PU-SITE-ID(PUMP-INDEX) = SS-SITE-ID(TABLE-INDEX)
                     AND PU-IN-SERVICE(PUMP-INDEX) AND
                     (PU-TRANSECT-NO(PUMP-INDEX) = 0 OR
                      PU-TRANSECT-NO(PUMP-INDEX) =
                      ST-TRANSECT-NO(SCENARIO-INDEX)) THEN
                     ADD PU-CAPACITY(PUMP-INDEX) TO TRANSECT-CAPACITY
                  END-IF
              END-PERFORM
              MOVE ST-WATER(SCENARIO-INDEX) TO HOURS-VOLUME
              MOVE TRANSECT-CAPACITY TO HOURS-CAPACITY
              PERFORM COMPUTE-DRAIN-HOURS
              IF HOURS-RESULT > SW-WORST-HOURS(MATCH-INDEX) THEN
                 MOVE HOURS-RESULT TO SW-WORST-HOURS(MATCH-INDEX)
              END-IF
           END-IF.

       WRITE-STORM-LINE.
           MOVE SW-STORM-DEPTH(STORM-INDEX) TO STL-STORM-DEPTH.
           MOVE SW-WATER(STORM-INDEX) TO STL-WATER.
           MOVE SW-WORST-HOURS(STORM-INDEX) TO HOURS-RESULT.
           IF HOURS-RESULT = NO-CAPACITY-HOURS THEN
              MOVE "   NONE" TO STL-HOURS
           ELSE
              PERFORM EDIT-DRAIN-HOURS
              MOVE HOURS-EDIT-FIELD TO STL-HOURS
           END-IF.
           MOVE SPACES TO STL-FLAG.
           IF REGION-HAS-TARGET AND
              HOURS-RESULT > REGION-TARGET-HOURS THEN
              ADD 1 TO STORMS-SHORT
              MOVE "SHORT OF PUMPING" TO STL-FLAG
           END-IF.
           WRITE DRAIN-REPORT-RECORD FROM STORM-DRAIN-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE "SITES REPORTED      " TO TOTAL-LINE-LABEL.
           MOVE SITE-COUNT TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "PONDS REPORTED      " TO TOTAL-LINE-LABEL.
           MOVE PONDS-REPORTED TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "PONDS WITH NO PUMP  " TO TOTAL-LINE-LABEL.
           MOVE PONDS-WITHOUT-PUMP TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES OVER TARGET   " TO TOTAL-LINE-LABEL.
           MOVE SITES-OVER-TARGET TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "OVER - PUMP OUT SVC " TO TOTAL-LINE-LABEL.
           MOVE SITES-PUSHED-OVER TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "STORMS SHORT PUMPING" TO TOTAL-LINE-LABEL.
           MOVE STORMS-SHORT TO TOTAL-LINE-VALUE.
           WRITE DRAIN-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWDRAIN.
