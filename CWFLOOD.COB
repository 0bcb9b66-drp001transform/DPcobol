      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: FLOOD WATCH LIST.  TAKES THE DAY'S OBSERVED-RAINFALL
      *          FEED FROM THE WEATHER SERVICE (DD RAINFALL - ONE
      *          FIGURE PER REGION OR PER CATCHMENT, FRAMED BY A
      *          **HEADER**/**TRAILER* AND BALANCED THE WAY COUNTBATCH
      *          BALANCES ELEVIN) AND RUNS EVERY SURVEY COUNTBATCH
      *          ACCEPTED ON ITS LATEST PRODUCE RUN (THE "ACPT" LINES ON
      *          DD SURVLOG) BACK THROUGH COUNTWATER WITH THE STORM
      *          DEPTH SET TO THE RAIN THAT ACTUALLY FELL ON THAT SITE -
      *          ITS CATCHMENT'S FIGURE WHERE THE FEED HAS ONE, ELSE ITS
      *          REGION'S.  THE PROFILES COME FROM THE SAME NIGHT'S
      *          FEED (DD ELEVIN).  EVERY SITE WHOSE WATER AT THAT DEPTH
      *          REACHES ITS TOTAL-WATER OR POND-DEPTH ACTION LEVEL ON
      *          THE SITE MASTER (DD SITEMAST) IS LISTED ON DD FLOODRPT,
      *          WORST FIRST, WITH THE RAINFALL FIGURE USED.  A SITE
      *          WHOSE REGION HAS NO FIGURE FOR THE DAY IS NOT ASSESSED
      *          - NEVER TREATED AS A DRY DAY - AND ITS REGION IS
      *          LISTED AS SUCH.  THE SCENARIO CARD'S FIXED PLANNING
      *          DEPTHS ON SCENRPT ARE UNCHANGED; THIS IS THE NIGHT'S
      *          OBSERVED-RAIN VIEW ALONGSIDE THEM.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *   15-OCT-2026  DP  SURVLOG lines now end with the run number
      *                    COUNTBATCH stamps on them (80 bytes) -
      *                    layout brought into line.
      *   15-OCT-2026  DP  The surveys assessed are now those accepted
      *                    by the latest run on the run-control
      *                    register (DD RUNREG, through CWLASTRN) - the
      *                    SURVLOG lines stamped with its number - not
      *                    those on the latest date on SURVLOG, which
      *                    lost a restarted run's acceptances from
      *                    before the restart.  A run that never ended
      *                    or failed, or a latest run that was not a
      *                    produce run, stops the step RC 12, as in
      *                    CWDRAIN.  The heading carries the run number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWFLOOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAINFALL-FILE          ASSIGN TO "RAINFALL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS RAINFALL-STATUS.
           SELECT SURVEY-LOG-FILE        ASSIGN TO "SURVLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SURVEY-LOG-STATUS.
           SELECT SURVEY-FILE            ASSIGN TO "ELEVIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SURVEY-FILE-STATUS.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT FLOOD-REPORT-FILE      ASSIGN TO "FLOODRPT"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *********
      * THE WEATHER SERVICE'S DAILY FEED.  A DETAIL RECORD IS ONE
      * OBSERVED FIGURE: COL 1 THE AREA TYPE (R REGION, C CATCHMENT),
      * COLS 3-8 THE AREA CODE (A REGION CODE IN COLS 3-5), COLS 10-13
      * THE RAIN IN STORM-DEPTH UNITS WITH ONE IMPLIED DECIMAL ("0140"
      * = 14.0).  THE HEADER CARRIES THE DAY THE RAIN FELL IN COLS
      * 11-18; THE TRAILER THE DETAIL-RECORD COUNT IN COLS 11-16 AND
      * THE HASH - THE SUM OF THE RAINFALL FIELDS READ AS WHOLE
      * TENTHS - IN COLS 17-24.
      *********
       FD  RAINFALL-FILE.
       01  RAINFALL-RECORD.
           03  RAIN-AREA-TYPE          PIC X.
               88  RAIN-FOR-REGION     VALUE "R".
               88  RAIN-FOR-CATCHMENT  VALUE "C".
           03  FILLER                  PIC X.
           03  RAIN-AREA-CODE          PIC X(6).
           03  FILLER                  PIC X.
           03  RAIN-DEPTH              PIC 9(3)V9.
           03  RAIN-DEPTH-TENTHS REDEFINES RAIN-DEPTH
                                       PIC 9(4).
           03  FILLER                  PIC X(67).
       01  RAINFALL-CONTROL-RECORD.
           03  RCTL-RECORD-ID          PIC X(10).
               88  RCTL-HEADER-RECORD  VALUE "**HEADER**".
               88  RCTL-TRAILER-RECORD VALUE "**TRAILER*".
           03  RCTL-HEADER-DATA.
               05  RCTL-RAIN-DATE      PIC 9(8).
               05  FILLER              PIC X(62).
           03  RCTL-TRAILER-DATA REDEFINES RCTL-HEADER-DATA.
               05  RCTL-EXPECTED-COUNT PIC 9(6).
               05  RCTL-HASH-TOTAL     PIC 9(8).
               05  FILLER              PIC X(56).

      *********
      * THE SURVLOG LINE AS COUNTBATCH'S WRITE-SURVEY-LOG-LINE LAYS
      * IT DOWN.  THE COLUMN TAGS DOUBLE AS THE DETAIL-LINE CHECK.
      *********
       FD  SURVEY-LOG-FILE.
       01  SURVEY-LOG-RECORD.
           03  SL-RUN-DATE             PIC X(8).
           03  FILLER                  PIC X(2).
           03  SL-SITE-ID              PIC X(10).
           03  SL-TR-TAG               PIC X(4).
           03  SL-TRANSECT-NO          PIC X(2).
           03  FILLER                  PIC X(26).
           03  SL-RS-TAG               PIC X(4).
           03  SL-RESULT               PIC X(4).
           03  SL-MD-TAG               PIC X(4).
           03  SL-RUN-MODE             PIC X.
           03  FILLER                  PIC X(3).
      * RUN STAMP - "  RI" AND THE NUMBER OF THE RUN THAT WROTE THE
      * LINE.
           03  SL-RI-TAG               PIC X(4).
           03  SL-RUN-ID               PIC X(8).

      *********
      * THE 2047-BYTE ELEVIN RECORD (SEE COUNTBATCH).  ONLY THE FIELDS
      * THE COUNTWATER CALL NEEDS ARE NAMED; THE HEADER AND TRAILER
      * ARE RECOGNISED BY THEIR RECORD ID AND SKIPPED - THE FEED WAS
      * BALANCED BY COUNTBATCH ITSELF.
      *********
       FD  SURVEY-FILE.
       01  SURVEY-RECORD.
           03  SURVEY-SITE-ID          PIC X(10).
               88  SURVEY-CONTROL-RECORD
                                       VALUE "**HEADER**"
                                             "**TRAILER*".
           03  SURVEY-PROFILE-DATA     PIC X(2000).
           03  SURVEY-INPUT-FORMAT     PIC X.
           03  SURVEY-FIXED-COL-COUNT  PIC 9(4).
           03  SURVEY-TRANSECT-NO      PIC X(2).
           03  FILLER                  PIC X(30).

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  FLOOD-REPORT-FILE.
       01  FLOOD-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

       01  FLOOD-SWITCHES.
           03  RAINFALL-EOF-SWITCH     PIC X VALUE "N".
               88 RAINFALL-EOF         VALUE "Y".
           03  SURVEY-LOG-EOF-SWITCH   PIC X VALUE "N".
               88 SURVEY-LOG-EOF       VALUE "Y".
           03  SURVEY-EOF-SWITCH       PIC X VALUE "N".
               88 SURVEY-EOF           VALUE "Y".
           03  HEADER-SEEN-SWITCH      PIC X VALUE "N".
               88 HEADER-SEEN          VALUE "Y".
           03  TRAILER-SEEN-SWITCH     PIC X VALUE "N".
               88 TRAILER-SEEN         VALUE "Y".
           03  FEED-FAILED-SWITCH      PIC X VALUE "N".
               88 FEED-FAILED          VALUE "Y".
           03  GROUP-OPEN-SWITCH       PIC X VALUE "N".
               88 GROUP-OPEN           VALUE "Y".
           03  GROUP-ASSESSED-SWITCH   PIC X.
               88 GROUP-ASSESSED       VALUE "Y".
           03  GROUP-MASTER-SWITCH     PIC X.
               88 GROUP-ON-MASTER      VALUE "Y".
           03  RAINFALL-STATUS         PIC XX.
               88 RAINFALL-NOT-FOUND   VALUE "35".
           03  SURVEY-LOG-STATUS       PIC XX.
               88 SURVEY-LOG-NOT-FOUND VALUE "35".
           03  SURVEY-FILE-STATUS      PIC XX.
               88 SURVEY-FILE-NOT-FOUND
                                       VALUE "35".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".

      *********
      * FEED BALANCING ACCUMULATORS, AS COUNTBATCH KEEPS FOR ELEVIN.
      *********
       01  RAINFALL-CONTROL-FIELDS.
           03  RAIN-RECORDS-READ       PIC 9(6) COMP VALUE 0.
           03  RAIN-RECORDS-IGNORED    PIC 9(6) COMP VALUE 0.
           03  RAIN-HASH-ACCUM         PIC 9(8) COMP VALUE 0.
           03  TRAILER-EXPECTED-COUNT  PIC 9(6) VALUE 0.
           03  TRAILER-HASH-TOTAL      PIC 9(8) VALUE 0.
           03  RAIN-DATE-SAVE          PIC X(8) VALUE SPACES.

       01  FLOOD-COUNTERS.
           03  SITES-ASSESSED          PIC 9(6) COMP VALUE 0.
           03  SITES-NOT-ASSESSED      PIC 9(6) COMP VALUE 0.
           03  SITES-NO-LEVELS         PIC 9(6) COMP VALUE 0.
           03  SITES-NOT-ON-MASTER     PIC 9(6) COMP VALUE 0.
           03  TRANSECTS-RUN           PIC 9(6) COMP VALUE 0.
           03  TRANSECTS-REJECTED      PIC 9(6) COMP VALUE 0.

      *********
      * ONE ENTRY PER FIGURE ON THE RAINFALL FEED.  A REGION OR
      * CATCHMENT SENT TWICE KEEPS THE LATER FIGURE - THE WEATHER
      * SERVICE'S CORRECTIONS COME AFTER THE FIGURE THEY CORRECT.
      *********
       01  RAIN-TABLE.
           03  RAIN-ENTRY OCCURS 500 TIMES.
               05  RT-AREA-TYPE        PIC X.
               05  RT-AREA-CODE        PIC X(6).
               05  RT-RAIN-DEPTH       PIC 9(3)V9.
       01  RAIN-COUNT                  PIC 9(4) COMP VALUE 0.

      *********
      * THE SURVEYS ACCEPTED ON THE LATEST PRODUCE RUN, BY SITE AND
      * TRANSECT.  A RESTARTED RUN'S REPEATED LINES ARE HARMLESS - THE
      * FIRST MATCH ANSWERS.
      *********
       01  ACCEPTED-TABLE.
           03  ACCEPTED-ENTRY OCCURS 10000 TIMES.
               05  AC-SITE-ID          PIC X(10).
               05  AC-TRANSECT-NO      PIC X(2).
       01  ACCEPTED-COUNT              PIC 9(5) COMP VALUE 0.

      *********
      * THE SITE IN HAND ON ELEVIN.  ITS TRANSECTS ARE ROLLED UP THE
      * WAY COUNTBATCH ROLLS THEM: TOTAL WATER SUMMED, POND DEPTH THE
      * DEEPEST COLUMN ON ANY TRANSECT.  A TRANSECT NUMBER THAT DOES
      * NOT ASCEND IS THE SAME SITE SENT AGAIN (COUNTBATCH'S DUP);
      * THE FIRST SURVEY IS THE ONE ASSESSED, AS IN CWGROUND.
      *********
       01  GROUP-FIELDS.
           03  GROUP-SITE-ID           PIC X(10).
           03  GROUP-LAST-TRANSECT     PIC X(2).
           03  GROUP-REGION            PIC X(3).
           03  GROUP-CATCHMENT         PIC X(6).
           03  GROUP-TW-LEVEL          PIC 9(5).
           03  GROUP-POND-LEVEL        PIC 9(4).
           03  GROUP-RAIN-DEPTH        PIC 9(3)V9.
           03  GROUP-RAIN-SOURCE       PIC X.
           03  GROUP-TRANSECTS         PIC 9(2) COMP.
           03  GROUP-TOTAL-WATER       PIC 9(6)V9 COMP.
           03  GROUP-DEEPEST-COLUMN    PIC 9(3)V9 COMP.
           03  GROUP-TW-PERCENT        PIC 9(5) COMP.
           03  GROUP-POND-PERCENT      PIC 9(5) COMP.

       01  CALL-FIELDS.
           03  CALL-TOTAL-WATER        PIC 9(5)V9 COMP.
           COPY CWCNTL.

      *********
      * ONE ENTRY PER SITE ON THE WATCH.  THE SEVERITY IS THE WORSE OF
      * THE TWO MEASURES AS A PERCENTAGE OF ITS ACTION LEVEL, SO A
      * SITE AT TWICE ITS POND LEVEL OUTRANKS ONE JUST AT ITS TOTAL-
      * WATER LEVEL HOWEVER THE TWO LEVELS COMPARE IN SIZE.
      *********
       01  WATCH-TABLE.
           03  WATCH-ENTRY OCCURS 5000 TIMES.
               05  WT-SITE-ID          PIC X(10).
               05  WT-REGION           PIC X(3).
               05  WT-CATCHMENT        PIC X(6).
               05  WT-RAIN-DEPTH       PIC 9(3)V9.
               05  WT-RAIN-SOURCE      PIC X.
               05  WT-TOTAL-WATER      PIC 9(6)V9.
               05  WT-TW-LEVEL         PIC 9(5).
               05  WT-DEEPEST-COLUMN   PIC 9(3)V9.
               05  WT-POND-LEVEL       PIC 9(4).
               05  WT-SEVERITY         PIC 9(5).
       01  WATCH-COUNT                 PIC 9(4) COMP VALUE 0.

       01  HOLD-WATCH-ENTRY.
           03  HOLD-SITE-ID            PIC X(10).
           03  HOLD-REGION             PIC X(3).
           03  HOLD-CATCHMENT          PIC X(6).
           03  HOLD-RAIN-DEPTH         PIC 9(3)V9.
           03  HOLD-RAIN-SOURCE        PIC X.
           03  HOLD-TOTAL-WATER        PIC 9(6)V9.
           03  HOLD-TW-LEVEL           PIC 9(5).
           03  HOLD-DEEPEST-COLUMN     PIC 9(3)V9.
           03  HOLD-POND-LEVEL         PIC 9(4).
           03  HOLD-SEVERITY           PIC 9(5).

      *********
      * THE REGIONS WITH NO FIGURE FOR THE DAY, AND HOW MANY ACCEPTED
      * SITES EACH LEFT UNASSESSED.
      *********
       01  UNASSESSED-TABLE.
           03  UNASSESSED-ENTRY OCCURS 200 TIMES.
               05  UR-REGION           PIC X(3).
               05  UR-SITES            PIC 9(6) COMP.
       01  UNASSESSED-COUNT            PIC 9(4) COMP VALUE 0.

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(5) COMP.
           03  MATCH-INDEX             PIC 9(5) COMP.
           03  SCAN-COLUMN             PIC 9(4) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.

       01  FLOOD-RUN-DATE              PIC 9(8).

       01  FLOOD-HEADING-LINE.
           03  FILLER                  PIC X(22)
               VALUE "FLOOD WATCH LIST FOR  ".
           03  HEADING-RUN-DATE        PIC 9(8).
           03  FILLER                  PIC X(12) VALUE "  RAIN DAY  ".
           03  HEADING-RAIN-DATE       PIC X(8).
           03  FILLER                  PIC X(14)
               VALUE "  SURVEY RUN  ".
           03  HEADING-SURVEY-RUN      PIC 9(8).

       01  BALANCE-COUNT-LINE.
           03  BAL-COUNT-LABEL         PIC X(18).
           03  BAL-ACTUAL-DISPLAY      PIC ZZZZZZZ9.
           03  FILLER                  PIC X(10) VALUE "  EXPECTED".
           03  BAL-EXPECTED-DISPLAY    PIC ZZZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  BAL-RESULT              PIC X(8).

      *********
      * ONE LINE PER SITE ON THE WATCH.  RN IS THE RAINFALL USED AND
      * WHERE IT CAME FROM (C THE CATCHMENT'S FIGURE, R THE REGION'S);
      * TW AND PD ARE THE TOTAL WATER AND DEEPEST POND AT THAT RAIN,
      * EACH OVER ITS ACTION LEVEL (ZERO = NO LEVEL SET); AT IS THE
      * SEVERITY THE LIST IS RANKED ON.
      *********
       01  WATCH-LINE.
           03  WL-RANK                 PIC ZZZ9.
           03  FILLER                  PIC X VALUE SPACE.
           03  WL-SITE-ID              PIC X(10).
           03  FILLER                  PIC X VALUE SPACE.
           03  WL-REGION               PIC X(3).
           03  FILLER                  PIC X VALUE SPACE.
           03  WL-CATCHMENT            PIC X(6).
           03  FILLER                  PIC X(4) VALUE "  RN".
           03  WL-RAIN-DEPTH           PIC ZZ9.9.
           03  WL-RAIN-SOURCE          PIC X.
           03  FILLER                  PIC X(3) VALUE " TW".
           03  WL-TOTAL-WATER          PIC ZZZZZ9.9.
           03  FILLER                  PIC X VALUE "/".
           03  WL-TW-LEVEL             PIC ZZZZ9.
           03  FILLER                  PIC X(3) VALUE " PD".
           03  WL-DEEPEST-COLUMN       PIC ZZ9.9.
           03  FILLER                  PIC X VALUE "/".
           03  WL-POND-LEVEL           PIC ZZZ9.
           03  FILLER                  PIC X(3) VALUE " AT".
           03  WL-SEVERITY             PIC ZZZZ9.
           03  FILLER                  PIC X VALUE "%".

       01  UNASSESSED-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  UL-REGION               PIC X(3).
           03  FILLER                  PIC X(8) VALUE "  SITES ".
           03  UL-SITES                PIC ZZZZZ9.
           03  FILLER                  PIC X(14)
               VALUE "  NOT ASSESSED".

       01  FLOOD-NOTE-LINE             PIC X(80).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT FLOOD-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-LATEST-RUN.
           OPEN OUTPUT FLOOD-REPORT-FILE.
           PERFORM LOAD-RAINFALL-FEED.
           PERFORM LOAD-ACCEPTED-SURVEYS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RECONCILE-RAINFALL-FEED.
           IF NOT FEED-FAILED THEN
              PERFORM ASSESS-ACCEPTED-SITES
              PERFORM SORT-WATCH-LIST
              PERFORM WRITE-WATCH-LIST
              PERFORM WRITE-UNASSESSED-REGIONS
           END-IF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE FLOOD-REPORT-FILE.
           DISPLAY "CWFLOOD COMPLETE.  ASSESSED = " SITES-ASSESSED
                   "  ON WATCH = " WATCH-COUNT
                   "  NOT ASSESSED = " SITES-NOT-ASSESSED.
      *********
      * RC 4 WHEN A SITE IS ON THE WATCH OR THE FEED COULD NOT BE
      * USED - EITHER WAY SOMEONE HAS TO LOOK.  NOT RC 8: THE REST OF
      * THE OVERNIGHT JOB DOES NOT DEPEND ON THE WEATHER SERVICE.
      *********
           IF FEED-FAILED THEN
              DISPLAY "CWFLOOD: RAINFALL FEED UNUSABLE - NO SITES "
                      "ASSESSED"
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WATCH-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      *********
      * THE SURVEYS ARE THOSE OF THE LATEST RUN ON THE REGISTER, AND
      * ONLY ONE THAT ENDED WITH RC 4 OR BETTER - A RUN THAT NEVER
      * ENDED OR FAILED LEFT SURVLOG PART-WRITTEN.  IT MUST ALSO BE A
      * PRODUCE RUN: A RECYCLE RUN'S SURVEYS ARE NOT THE ONES ON
      * TONIGHT'S ELEVIN.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWFLOOD: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWFLOOD: NO COUNTBATCH RUN ON RUNREG - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWFLOOD: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - RESTART IT BEFORE "
                      "REPORTING.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWFLOOD: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC
                      " - NO REPORT FROM ITS OUTPUTS.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-MODE NOT = "P" THEN
              DISPLAY "CWFLOOD: LATEST RUN " CWL-RUN-ID
                      " IS NOT A PRODUCE RUN - ELEVIN IS NOT ITS "
                      "FEED.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * A MISSING RAINFALL FEED IS A FAILED FEED - NO SITE CAN BE
      * ASSESSED, AND AN EMPTY LIST MUST NOT READ AS "NO FLOODING".
      *********
       LOAD-RAINFALL-FEED.
           OPEN INPUT RAINFALL-FILE.
           IF RAINFALL-NOT-FOUND THEN
              MOVE "Y" TO RAINFALL-EOF-SWITCH
              MOVE "Y" TO FEED-FAILED-SWITCH
           ELSE
              PERFORM READ-RAINFALL-RECORD
           END-IF.
           PERFORM TAKE-IN-RAINFALL-RECORD
                   UNTIL RAINFALL-EOF.
           IF NOT RAINFALL-NOT-FOUND THEN
              CLOSE RAINFALL-FILE
           END-IF.

       READ-RAINFALL-RECORD.
           READ RAINFALL-FILE
               AT END
                   MOVE "Y" TO RAINFALL-EOF-SWITCH
           END-READ.

       TAKE-IN-RAINFALL-RECORD.
           IF RCTL-HEADER-RECORD THEN
              MOVE "Y" TO HEADER-SEEN-SWITCH
              IF RCTL-RAIN-DATE IS NUMERIC THEN
                 MOVE RCTL-RAIN-DATE TO RAIN-DATE-SAVE
              END-IF
           ELSE
              IF RCTL-TRAILER-RECORD THEN
                 MOVE "Y" TO TRAILER-SEEN-SWITCH
                 IF RCTL-EXPECTED-COUNT IS NUMERIC THEN
                    MOVE RCTL-EXPECTED-COUNT TO TRAILER-EXPECTED-COUNT
                 END-IF
                 IF RCTL-HASH-TOTAL IS NUMERIC THEN
                    MOVE RCTL-HASH-TOTAL TO TRAILER-HASH-TOTAL
                 END-IF
              ELSE
                 PERFORM TAKE-IN-RAINFALL-FIGURE
              END-IF
           END-IF.
           PERFORM READ-RAINFALL-RECORD.

      *********
      * EVERY DETAIL RECORD COUNTS TOWARDS THE TRAILER COUNT, AND
      * EVERY NUMERIC RAINFALL FIELD TOWARDS THE HASH, WHETHER OR NOT
      * THE FIGURE IS USABLE.  AN UNKNOWN AREA TYPE, A BLANK AREA CODE
      * OR A NON-NUMERIC FIGURE IS IGNORED AND COUNTED - THE AREA IT
      * WAS MEANT FOR THEN SHOWS AS NOT ASSESSED.
      *********
       TAKE-IN-RAINFALL-FIGURE.
           ADD 1 TO RAIN-RECORDS-READ.
           IF RAIN-DEPTH-TENTHS IS NUMERIC THEN
              ADD RAIN-DEPTH-TENTHS TO RAIN-HASH-ACCUM
           END-IF.
           IF (RAIN-FOR-REGION OR RAIN-FOR-CATCHMENT) AND
              RAIN-AREA-CODE NOT = SPACES AND
              RAIN-DEPTH IS NUMERIC THEN
              MOVE 0 TO MATCH-INDEX
              PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                      UNTIL TABLE-INDEX > RAIN-COUNT OR MATCH-INDEX > 0
                  IF RT-AREA-TYPE(TABLE-INDEX) = RAIN-AREA-TYPE AND
                     RT-AREA-CODE(TABLE-INDEX) = RAIN-AREA-CODE THEN
                     MOVE TABLE-INDEX TO MATCH-INDEX
                  END-IF
              END-PERFORM
              IF MATCH-INDEX = 0 THEN
                 IF RAIN-COUNT < 500 THEN
                    ADD 1 TO RAIN-COUNT
                    MOVE RAIN-COUNT TO MATCH-INDEX
                 ELSE
                    DISPLAY "CWFLOOD: RAINFALL TABLE FULL AT "
                            RAIN-AREA-TYPE " " RAIN-AREA-CODE
                    ADD 1 TO RAIN-RECORDS-IGNORED
                 END-IF
              END-IF
              IF MATCH-INDEX > 0 THEN
                 MOVE RAIN-AREA-TYPE TO RT-AREA-TYPE(MATCH-INDEX)
                 MOVE RAIN-AREA-CODE TO RT-AREA-CODE(MATCH-INDEX)
                 MOVE RAIN-DEPTH     TO RT-RAIN-DEPTH(MATCH-INDEX)
              END-IF
           ELSE
              ADD 1 TO RAIN-RECORDS-IGNORED
           END-IF.

      *********
      * A MISSING SURVLOG LEAVES NOTHING ACCEPTED TO ASSESS; THE
      * TOTALS SAY SO RATHER THAN FAILING.  ONLY THE LINES STAMPED
      * WITH THE LATEST RUN'S NUMBER (COLUMNS 69-80) ARE TAKEN -
      * SURVLOG IS CUMULATIVE, AND A RESTARTED RUN CAN SPAN TWO DATES.
      *********
       LOAD-ACCEPTED-SURVEYS.
           OPEN INPUT SURVEY-LOG-FILE.
           IF SURVEY-LOG-NOT-FOUND THEN
              MOVE "Y" TO SURVEY-LOG-EOF-SWITCH
           ELSE
              PERFORM READ-SURVEY-LOG-LINE
           END-IF.
           PERFORM TAKE-IN-SURVEY-LOG-LINE
                   UNTIL SURVEY-LOG-EOF.
           IF NOT SURVEY-LOG-NOT-FOUND THEN
              CLOSE SURVEY-LOG-FILE
           END-IF.

       READ-SURVEY-LOG-LINE.
           READ SURVEY-LOG-FILE
               AT END
                   MOVE "Y" TO SURVEY-LOG-EOF-SWITCH
           END-READ.

       TAKE-IN-SURVEY-LOG-LINE.
           IF SL-TR-TAG = "  TR" AND SL-RS-TAG = "  RS" AND
              SL-MD-TAG = "  MD" AND SL-RI-TAG = "  RI" AND
              SL-RUN-ID = CWL-RUN-ID AND SL-RESULT = "ACPT" THEN
              IF ACCEPTED-COUNT < 10000 THEN
                 ADD 1 TO ACCEPTED-COUNT
                 MOVE SL-SITE-ID TO AC-SITE-ID(ACCEPTED-COUNT)
                 MOVE SL-TRANSECT-NO
                      TO AC-TRANSECT-NO(ACCEPTED-COUNT)
              ELSE
                 DISPLAY "CWFLOOD: ACCEPTED TABLE FULL AT "
                         SL-SITE-ID
              END-IF
           END-IF.
           PERFORM READ-SURVEY-LOG-LINE.

       WRITE-REPORT-HEADING.
           MOVE FLOOD-RUN-DATE TO HEADING-RUN-DATE.
           IF RAIN-DATE-SAVE = SPACES THEN
              MOVE "UNKNOWN " TO HEADING-RAIN-DATE
           ELSE
              MOVE RAIN-DATE-SAVE TO HEADING-RAIN-DATE
           END-IF.
           MOVE CWL-RUN-ID TO HEADING-SURVEY-RUN.
           WRITE FLOOD-REPORT-RECORD FROM FLOOD-HEADING-LINE.

      *********
      * THE FEED IS BALANCED AGAINST ITS TRAILER BEFORE ANY FIGURE ON
      * IT IS USED, BY COUNTBATCH'S RULES FOR ELEVIN: A TRAILER THAT
      * DISAGREES, OR A HEADER WITH NO TRAILER (A CUT-SHORT FEED),
      * FAILS IT; A FEED WITH NEITHER IS TAKEN AS SENT, UNRECONCILED.
      * A FAILED FEED ASSESSES NO SITE - PART OF A FEED CANNOT BE
      * TRUSTED TO SAY WHICH REGIONS STAYED DRY.
      *********
       RECONCILE-RAINFALL-FEED.
           MOVE SPACES TO FLOOD-REPORT-RECORD.
           WRITE FLOOD-REPORT-RECORD.
           IF RAINFALL-NOT-FOUND THEN
              MOVE "NO RAINFALL FEED RECEIVED - NO SITES ASSESSED"
                   TO FLOOD-NOTE-LINE
              WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
           ELSE
              IF TRAILER-SEEN THEN
                 MOVE "RAINFALL RECORDS  " TO BAL-COUNT-LABEL
                 MOVE RAIN-RECORDS-READ      TO BAL-ACTUAL-DISPLAY
                 MOVE TRAILER-EXPECTED-COUNT TO BAL-EXPECTED-DISPLAY
                 IF RAIN-RECORDS-READ = TRAILER-EXPECTED-COUNT THEN
                    MOVE "OK" TO BAL-RESULT
                 ELSE
                    MOVE "MISMATCH" TO BAL-RESULT
                    MOVE "Y" TO FEED-FAILED-SWITCH
                 END-IF
                 WRITE FLOOD-REPORT-RECORD FROM BALANCE-COUNT-LINE
                 MOVE "HASH TOTAL        " TO BAL-COUNT-LABEL
                 MOVE RAIN-HASH-ACCUM    TO BAL-ACTUAL-DISPLAY
                 MOVE TRAILER-HASH-TOTAL TO BAL-EXPECTED-DISPLAY
                 IF RAIN-HASH-ACCUM = TRAILER-HASH-TOTAL THEN
                    MOVE "OK" TO BAL-RESULT
                 ELSE
                    MOVE "MISMATCH" TO BAL-RESULT
                    MOVE "Y" TO FEED-FAILED-SWITCH
                 END-IF
                 WRITE FLOOD-REPORT-RECORD FROM BALANCE-COUNT-LINE
              ELSE
                 IF HEADER-SEEN THEN
                    MOVE "TRAILER MISSING - FEED INCOMPLETE"
                         TO FLOOD-NOTE-LINE
                    MOVE "Y" TO FEED-FAILED-SWITCH
                 ELSE
                    MOVE "NO CONTROL RECORDS ON FEED - NOT RECONCILED"
                         TO FLOOD-NOTE-LINE
                 END-IF
                 WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
              END-IF
              IF FEED-FAILED THEN
                 MOVE "RAINFALL FEED OUT OF BALANCE - NO SITES ASSESSED"
                      TO FLOOD-NOTE-LINE
                 WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
              END-IF
           END-IF.
           IF NOT FEED-FAILED AND HEADER-SEEN AND
              RAIN-DATE-SAVE NOT = CWL-START-DATE THEN
              MOVE "** RAIN DAY IS NOT THE SURVEY RUN DATE"
                   TO FLOOD-NOTE-LINE
              WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
           END-IF.

      *********
      * ONE PASS OF TONIGHT'S ELEVIN.  THE SITE MASTER IS REQUIRED -
      * WITHOUT IT THERE ARE NO ACTION LEVELS TO WATCH AGAINST.
      *********
       ASSESS-ACCEPTED-SITES.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "CWFLOOD: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SURVEY-FILE.
           IF SURVEY-FILE-NOT-FOUND THEN
              DISPLAY "CWFLOOD: DD ELEVIN NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-SURVEY-RECORD.
           PERFORM TAKE-IN-SURVEY-RECORD
                   UNTIL SURVEY-EOF.
           IF GROUP-OPEN THEN
              PERFORM CLOSE-SITE-GROUP
           END-IF.
           CLOSE SURVEY-FILE.
           CLOSE SITE-MASTER-FILE.

       READ-SURVEY-RECORD.
           READ SURVEY-FILE
               AT END
                   MOVE "Y" TO SURVEY-EOF-SWITCH
           END-READ.

       TAKE-IN-SURVEY-RECORD.
           IF NOT SURVEY-CONTROL-RECORD THEN
              IF NOT GROUP-OPEN OR
                 SURVEY-SITE-ID NOT = GROUP-SITE-ID THEN
                 IF GROUP-OPEN THEN
                    PERFORM CLOSE-SITE-GROUP
                 END-IF
                 PERFORM OPEN-SITE-GROUP
                 PERFORM CHECK-SURVEY-ACCEPTED
              ELSE
                 IF SURVEY-TRANSECT-NO > GROUP-LAST-TRANSECT THEN
                    PERFORM CHECK-SURVEY-ACCEPTED
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-SURVEY-RECORD.

       CHECK-SURVEY-ACCEPTED.
           MOVE SURVEY-TRANSECT-NO TO GROUP-LAST-TRANSECT.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > ACCEPTED-COUNT OR MATCH-INDEX > 0
               IF AC-SITE-ID(TABLE-INDEX) = SURVEY-SITE-ID AND
                  AC-TRANSECT-NO(TABLE-INDEX) = SURVEY-TRANSECT-NO THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX > 0 THEN
              ADD 1 TO GROUP-TRANSECTS
              IF GROUP-ASSESSED THEN
                 PERFORM RUN-AT-OBSERVED-RAIN
              END-IF
           END-IF.

      *********
      * A NEW SITE ON ELEVIN.  ITS REGION, CATCHMENT AND ACTION LEVELS
      * COME FROM THE MASTER (A BLANK REGION, OR A SITE SINCE REMOVED
      * FROM THE MASTER, FALLS BACK TO THE SITE-ID PREFIX AS COUNTBATCH
      * DOES).  THE CATCHMENT'S OWN FIGURE IS THE CLOSER OBSERVATION,
      * SO IT WINS OVER THE REGION'S; NEITHER MEANS NOT ASSESSED.
      *********
       OPEN-SITE-GROUP.
           MOVE "Y" TO GROUP-OPEN-SWITCH.
           MOVE SURVEY-SITE-ID TO GROUP-SITE-ID.
           MOVE 0 TO GROUP-TRANSECTS.
           MOVE 0 TO GROUP-TOTAL-WATER.
           MOVE 0 TO GROUP-DEEPEST-COLUMN.
           MOVE SPACES TO GROUP-CATCHMENT.
           MOVE SPACES TO GROUP-REGION.
           MOVE 0 TO GROUP-TW-LEVEL.
           MOVE 0 TO GROUP-POND-LEVEL.
           MOVE "N" TO GROUP-MASTER-SWITCH.
           MOVE SURVEY-SITE-ID TO SM-SITE-ID.
           READ SITE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO GROUP-MASTER-SWITCH
                   MOVE SM-SITE-REGION      TO GROUP-REGION
                   MOVE SM-SITE-CATCHMENT   TO GROUP-CATCHMENT
                   MOVE SM-TW-ALERT-LEVEL   TO GROUP-TW-LEVEL
                   MOVE SM-POND-ALERT-LEVEL TO GROUP-POND-LEVEL
           END-READ.
           IF GROUP-REGION = SPACES THEN
              MOVE SURVEY-SITE-ID(1:3) TO GROUP-REGION
           END-IF.
           MOVE "N" TO GROUP-ASSESSED-SWITCH.
           MOVE SPACE TO GROUP-RAIN-SOURCE.
           MOVE 0 TO GROUP-RAIN-DEPTH.
           IF GROUP-CATCHMENT NOT = SPACES THEN
              PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                      UNTIL TABLE-INDEX > RAIN-COUNT OR GROUP-ASSESSED
                  IF RT-AREA-TYPE(TABLE-INDEX) = "C" AND
                     RT-AREA-CODE(TABLE-INDEX) = GROUP-CATCHMENT THEN
                     MOVE RT-RAIN-DEPTH(TABLE-INDEX) TO GROUP-RAIN-DEPTH
                     MOVE "C" TO GROUP-RAIN-SOURCE
                     MOVE "Y" TO GROUP-ASSESSED-SWITCH
                  END-IF
              END-PERFORM
           END-IF.
           IF NOT GROUP-ASSESSED THEN
              PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                      UNTIL TABLE-INDEX > RAIN-COUNT OR GROUP-ASSESSED
                  IF RT-AREA-TYPE(TABLE-INDEX) = "R" AND
                     RT-AREA-CODE(TABLE-INDEX) = GROUP-REGION THEN
                     MOVE RT-RAIN-DEPTH(TABLE-INDEX) TO GROUP-RAIN-DEPTH
                     MOVE "R" TO GROUP-RAIN-SOURCE
                     MOVE "Y" TO GROUP-ASSESSED-SWITCH
                  END-IF
              END-PERFORM
           END-IF.

      *********
      * THE SCENARIO CALL COUNTBATCH MAKES, WITH THE STORM DEPTH SET
      * TO THE OBSERVED RAIN, PER COLUMN SO THE DEEPEST POND CAN BE
      * READ OFF, AND KEPT OUT OF CWRUNLOG - THIS IS NOT A SURVEY
      * EVENT.  A SCENARIO DEPTH OF ZERO MEANS UNLIMITED RAIN TO
      * COUNTWATER, SO A DRY DAY IS NOT CALLED AT ALL: NO RAIN, NO
      * STANDING WATER.  COUNTBATCH ACCEPTED THE PROFILE, SO A REJECT
      * HERE ONLY MEANS ELEVIN CHANGED SINCE - IT IS COUNTED, NOT
      * ASSESSED.
      *********
       RUN-AT-OBSERVED-RAIN.
           IF GROUP-RAIN-DEPTH > 0 THEN
              MOVE SURVEY-SITE-ID TO CW-SITE-ID
              SET CW-REPORT-PER-COLUMN TO TRUE
              SET CW-RUN-LOG-SUPPRESSED TO TRUE
              MOVE GROUP-RAIN-DEPTH TO CW-SCENARIO-DEPTH
              MOVE SURVEY-INPUT-FORMAT TO CW-INPUT-FORMAT
              IF CW-FORMAT-FIXED THEN
                 MOVE SURVEY-FIXED-COL-COUNT TO CW-FIXED-COLUMN-COUNT
              ELSE
                 MOVE 0 TO CW-FIXED-COLUMN-COUNT
              END-IF
              CALL "COUNTWATER" USING SURVEY-PROFILE-DATA
                                      CALL-TOTAL-WATER
                                      CW-CONTROL-BLOCK
              IF CW-STATUS-REJECTED THEN
                 ADD 1 TO TRANSECTS-REJECTED
              ELSE
                 ADD 1 TO TRANSECTS-RUN
                 ADD CALL-TOTAL-WATER TO GROUP-TOTAL-WATER
                 PERFORM VARYING SCAN-COLUMN FROM 1 BY 1
                         UNTIL SCAN-COLUMN > CW-COLUMN-COUNT
                     IF CW-COLUMN-DEPTH(SCAN-COLUMN) >
                        GROUP-DEEPEST-COLUMN THEN
                        MOVE CW-COLUMN-DEPTH(SCAN-COLUMN)
                             TO GROUP-DEEPEST-COLUMN
                     END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *********
      * A SITE WITH NO ACCEPTED SURVEY TONIGHT IS NOT COUNTED EITHER
      * WAY.  A SITE IS ON THE WATCH WHEN ITS WATER AT TONIGHT'S RAIN
      * REACHES AN ACTION LEVEL - AT OR OVER, WHERE COUNTBATCH'S
      * ALERT NEEDS OVER, BECAUSE THIS LIST IS THE EARLIER WARNING.
      * A LEVEL OF ZERO MEANS NO ALERT IS SET FOR THAT MEASURE.
      *********
       CLOSE-SITE-GROUP.
           MOVE "N" TO GROUP-OPEN-SWITCH.
           IF GROUP-TRANSECTS > 0 THEN
              IF NOT GROUP-ON-MASTER THEN
                 ADD 1 TO SITES-NOT-ON-MASTER
              END-IF
              IF GROUP-ASSESSED THEN
                 ADD 1 TO SITES-ASSESSED
                 PERFORM CHECK-SITE-WATCH
              ELSE
                 ADD 1 TO SITES-NOT-ASSESSED
                 PERFORM TALLY-UNASSESSED-REGION
              END-IF
           END-IF.

       CHECK-SITE-WATCH.
           MOVE 0 TO GROUP-TW-PERCENT.
           MOVE 0 TO GROUP-POND-PERCENT.
           IF GROUP-TW-LEVEL = 0 AND GROUP-POND-LEVEL = 0 THEN
              ADD 1 TO SITES-NO-LEVELS
           END-IF.
           IF GROUP-TW-LEVEL > 0 AND
              GROUP-TOTAL-WATER >= GROUP-TW-LEVEL THEN
              COMPUTE GROUP-TW-PERCENT =
                      GROUP-TOTAL-WATER * 100 / GROUP-TW-LEVEL
                  ON SIZE ERROR
                      MOVE 99999 TO GROUP-TW-PERCENT
              END-COMPUTE
           END-IF.
           IF GROUP-POND-LEVEL > 0 AND
              GROUP-DEEPEST-COLUMN >= GROUP-POND-LEVEL THEN
              COMPUTE GROUP-POND-PERCENT =
                      GROUP-DEEPEST-COLUMN * 100 / GROUP-POND-LEVEL
                  ON SIZE ERROR
                      MOVE 99999 TO GROUP-POND-PERCENT
              END-COMPUTE
           END-IF.
           IF GROUP-TW-PERCENT > 0 OR GROUP-POND-PERCENT > 0 THEN
              IF WATCH-COUNT < 5000 THEN
                 PERFORM STORE-WATCH-ENTRY
              ELSE
                 DISPLAY "CWFLOOD: WATCH TABLE FULL AT " GROUP-SITE-ID
              END-IF
           END-IF.

       STORE-WATCH-ENTRY.
           ADD 1 TO WATCH-COUNT.
           MOVE GROUP-SITE-ID        TO WT-SITE-ID(WATCH-COUNT).
           MOVE GROUP-REGION         TO WT-REGION(WATCH-COUNT).
           MOVE GROUP-CATCHMENT      TO WT-CATCHMENT(WATCH-COUNT).
           MOVE GROUP-RAIN-DEPTH     TO WT-RAIN-DEPTH(WATCH-COUNT).
           MOVE GROUP-RAIN-SOURCE    TO WT-RAIN-SOURCE(WATCH-COUNT).
           MOVE GROUP-TOTAL-WATER    TO WT-TOTAL-WATER(WATCH-COUNT).
           MOVE GROUP-TW-LEVEL       TO WT-TW-LEVEL(WATCH-COUNT).
           MOVE GROUP-DEEPEST-COLUMN TO WT-DEEPEST-COLUMN(WATCH-COUNT).
           MOVE GROUP-POND-LEVEL     TO WT-POND-LEVEL(WATCH-COUNT).
           IF GROUP-TW-PERCENT > GROUP-POND-PERCENT THEN
              MOVE GROUP-TW-PERCENT   TO WT-SEVERITY(WATCH-COUNT)
           ELSE
              MOVE GROUP-POND-PERCENT TO WT-SEVERITY(WATCH-COUNT)
           END-IF.

       TALLY-UNASSESSED-REGION.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > UNASSESSED-COUNT OR
                         MATCH-INDEX > 0
               IF UR-REGION(TABLE-INDEX) = GROUP-REGION THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF UNASSESSED-COUNT < 200 THEN
                 ADD 1 TO UNASSESSED-COUNT
                 MOVE UNASSESSED-COUNT TO MATCH-INDEX
                 MOVE GROUP-REGION TO UR-REGION(MATCH-INDEX)
                 MOVE 0 TO UR-SITES(MATCH-INDEX)
              ELSE
                 DISPLAY "CWFLOOD: REGION TABLE FULL AT " GROUP-REGION
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 THEN
              ADD 1 TO UR-SITES(MATCH-INDEX)
           END-IF.

      *********
      * SELECTION SORT, WORST SEVERITY FIRST; EQUAL SEVERITIES GO BY
      * TOTAL WATER, THEN SITE ID, SO THE ORDER IS REPEATABLE.
      *********
       SORT-WATCH-LIST.
           PERFORM SELECT-NEXT-WATCH-ENTRY
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= WATCH-COUNT.

       SELECT-NEXT-WATCH-ENTRY.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > WATCH-COUNT
               IF WT-SEVERITY(SORT-SWAP-INDEX) >
                  WT-SEVERITY(SORT-BEST-INDEX) OR
                  (WT-SEVERITY(SORT-SWAP-INDEX) =
                   WT-SEVERITY(SORT-BEST-INDEX) AND
                   WT-TOTAL-WATER(SORT-SWAP-INDEX) >
                   WT-TOTAL-WATER(SORT-BEST-INDEX)) OR
                  (WT-SEVERITY(SORT-SWAP-INDEX) =
                   WT-SEVERITY(SORT-BEST-INDEX) AND
                   WT-TOTAL-WATER(SORT-SWAP-INDEX) =
                   WT-TOTAL-WATER(SORT-BEST-INDEX) AND
                   WT-SITE-ID(SORT-SWAP-INDEX) <
                   WT-SITE-ID(SORT-BEST-INDEX)) THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE WATCH-ENTRY(SORT-PASS-NO) TO HOLD-WATCH-ENTRY
              MOVE WATCH-ENTRY(SORT-BEST-INDEX)
                   TO WATCH-ENTRY(SORT-PASS-NO)
              MOVE HOLD-WATCH-ENTRY TO WATCH-ENTRY(SORT-BEST-INDEX)
           END-IF.

       WRITE-WATCH-LIST.
           MOVE SPACES TO FLOOD-REPORT-RECORD.
           WRITE FLOOD-REPORT-RECORD.
           IF WATCH-COUNT = 0 THEN
              MOVE "NO ASSESSED SITE REACHES AN ACTION LEVEL"
                   TO FLOOD-NOTE-LINE
              WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
           END-IF.
           PERFORM WRITE-WATCH-LINE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > WATCH-COUNT.

       WRITE-WATCH-LINE.
           MOVE TABLE-INDEX                   TO WL-RANK.
           MOVE WT-SITE-ID(TABLE-INDEX)        TO WL-SITE-ID.
           MOVE WT-REGION(TABLE-INDEX)         TO WL-REGION.
           MOVE WT-CATCHMENT(TABLE-INDEX)      TO WL-CATCHMENT.
           MOVE WT-RAIN-DEPTH(TABLE-INDEX)     TO WL-RAIN-DEPTH.
           MOVE WT-RAIN-SOURCE(TABLE-INDEX)    TO WL-RAIN-SOURCE.
           MOVE WT-TOTAL-WATER(TABLE-INDEX)    TO WL-TOTAL-WATER.
           MOVE WT-TW-LEVEL(TABLE-INDEX)       TO WL-TW-LEVEL.
           MOVE WT-DEEPEST-COLUMN(TABLE-INDEX) TO WL-DEEPEST-COLUMN.
           MOVE WT-POND-LEVEL(TABLE-INDEX)     TO WL-POND-LEVEL.
           MOVE WT-SEVERITY(TABLE-INDEX)       TO WL-SEVERITY.
           WRITE FLOOD-REPORT-RECORD FROM WATCH-LINE.

       WRITE-UNASSESSED-REGIONS.
           IF UNASSESSED-COUNT > 0 THEN
              MOVE SPACES TO FLOOD-REPORT-RECORD
              WRITE FLOOD-REPORT-RECORD
              MOVE "REGIONS WITH NO RAINFALL FIGURE - NOT ASSESSED"
                   TO FLOOD-NOTE-LINE
              WRITE FLOOD-REPORT-RECORD FROM FLOOD-NOTE-LINE
              PERFORM WRITE-UNASSESSED-LINE
                      VARYING TABLE-INDEX FROM 1 BY 1
                      UNTIL TABLE-INDEX > UNASSESSED-COUNT
           END-IF.

       WRITE-UNASSESSED-LINE.
           MOVE UR-REGION(TABLE-INDEX) TO UL-REGION.
           MOVE UR-SITES(TABLE-INDEX)  TO UL-SITES.
           WRITE FLOOD-REPORT-RECORD FROM UNASSESSED-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO FLOOD-REPORT-RECORD.
           WRITE FLOOD-REPORT-RECORD.
           MOVE "RAINFALL FIGURES    " TO TOTAL-LINE-LABEL.
           MOVE RAIN-COUNT TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RAINFALL IGNORED    " TO TOTAL-LINE-LABEL.
           MOVE RAIN-RECORDS-IGNORED TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES ASSESSED      " TO TOTAL-LINE-LABEL.
           MOVE SITES-ASSESSED TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES ON WATCH      " TO TOTAL-LINE-LABEL.
           MOVE WATCH-COUNT TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES NOT ASSESSED  " TO TOTAL-LINE-LABEL.
           MOVE SITES-NOT-ASSESSED TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES NO LEVELS SET " TO TOTAL-LINE-LABEL.
           MOVE SITES-NO-LEVELS TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES NOT ON MASTER " TO TOTAL-LINE-LABEL.
           MOVE SITES-NOT-ON-MASTER TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "TRANSECTS REJECTED  " TO TOTAL-LINE-LABEL.
           MOVE TRANSECTS-REJECTED TO TOTAL-LINE-VALUE.
           WRITE FLOOD-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWFLOOD.
