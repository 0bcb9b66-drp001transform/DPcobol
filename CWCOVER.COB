
      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: SURVEY COVERAGE REPORT.  A SITE THAT DROPS OUT OF
      *          THE CWEXTR EXTRACT LEAVES NO REJECT, NO ALERT AND NO
      *          SITEHIST LINE - IT JUST GOES QUIET, AND THE ONLY
      *          SIGN WAS ONE MORNING'S "DROPPED" ON DELTARPT.  THIS
      *          JOB READS THE WHOLE SITE MASTER AGAINST THE SITE
      *          HISTORY AND THE REJECT FILE AND LISTS EVERY ACTIVE
      *          SITE WITH NO ACCEPTED SURVEY IN THE LAST N DAYS (N
      *          FROM THE SYSIN CARD) ON DD COVERRPT, GROUPED BY
      *          SM-SITE-REGION, EACH WITH THE REASON: NEVER SURVEYED
      *          SINCE REGISTRATION, SURVEYED BUT EVERY RECENT ATTEMPT
      *          REJECTED (WITH THE LATEST REJECT CODE), OR SIMPLY
      *          NOT IN THE FEED - SO THE REGIONAL COORDINATORS CAN
      *          CHASE THE FIELD CREWS BEFORE A SITE GOES A MONTH
      *          UNMONITORED.
      * Tectonics: cobc
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *   14-OCT-2026  DP  REJFILE records now tail the reject date
      *                    with the survey crew and instrument serial
      *                    (2047 bytes) - layout brought into line.
      *   15-OCT-2026  DP  SITEHIST lines now end with the run number
      *                    COUNTBATCH stamps on them (61 bytes) -
      *                    layout brought into line.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWCOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT SITE-HISTORY-FILE      ASSIGN TO "SITEHIST"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE            ASSIGN TO "REJFILE"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT COVERAGE-REPORT-FILE   ASSIGN TO "COVERRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT COVER-CONTROL-FILE     ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

      *********
      * ONE SITEHIST LINE PER ACCEPTED SITE PER RUN, SO A LINE IS
      * ACCEPTED-SURVEY EVIDENCE BY CONSTRUCTION.  ONLY THE SITE,
      * THE DATE AND THE DETAIL-LINE TAGS ARE PICKED UP, AS IN
      * CWREJAGE.
      *********
       FD  SITE-HISTORY-FILE.
       01  SITE-HISTORY-RECORD.
           03  HIST-SITE-ID            PIC X(10).
           03  FILLER                  PIC X(2).
           03  HIST-RUN-DATE           PIC X(8).
           03  HIST-TW-TAG             PIC X(4).
           03  FILLER                  PIC X(8).
           03  HIST-MH-TAG             PIC X(4).
           03  FILLER                  PIC X(5).
           03  HIST-PD-TAG             PIC X(4).
           03  FILLER                  PIC X(4).
      * RUN STAMP ("  RI" AND THE RUN NUMBER) - NOT USED HERE.
           03  FILLER                  PIC X(12).

      *********
      * THE REJECT RECORD AS COUNTBATCH'S WRITE-REJECT-FILE-LINE
      * LAYS IT OUT - ONLY THE SITE, CODE AND DATE MATTER HERE.
      *********
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           03  REJ-SITE-ID             PIC X(10).
           03  REJ-PROFILE-DATA        PIC X(2000).
           03  REJ-INPUT-FORMAT        PIC X.
           03  REJ-FIXED-COL-COUNT     PIC X(4).
           03  REJ-TRANSECT-NO         PIC X(2).
           03  REJ-REJECT-CODE         PIC X(4).
           03  REJ-REJECT-DATE         PIC X(8).
           03  REJ-CREW-ID             PIC X(6).
           03  REJ-INSTRUMENT-SERIAL   PIC X(12).

       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD      PIC X(80).

       FD  COVER-CONTROL-FILE.
       01  COVER-CONTROL-CARD.
           03  CARD-COVERAGE-DAYS      PIC 9(3).
           03  FILLER                  PIC X(77).

       WORKING-STORAGE SECTION.
       01  COVER-SWITCHES.
           03  HISTORY-EOF-SWITCH      PIC X VALUE "N".
               88 HISTORY-EOF          VALUE "Y".
           03  REJECT-EOF-SWITCH       PIC X VALUE "N".
               88 REJECT-EOF           VALUE "Y".
           03  MASTER-EOF-SWITCH       PIC X VALUE "N".
               88 MASTER-EOF           VALUE "Y".
           03  REGION-OPEN-SWITCH      PIC X VALUE "N".
               88 REGION-OPEN          VALUE "Y".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".
           03  CONTROL-FILE-STATUS     PIC XX.
               88 CONTROL-FILE-NOT-FOUND
                                       VALUE "35".

       01  COVER-OPTIONS.
           03  COVERAGE-DAYS           PIC 9(3) COMP VALUE 14.

       01  COVER-COUNTERS.
           03  MASTER-SITES-READ       PIC 9(6) COMP VALUE 0.
           03  ACTIVE-SITES            PIC 9(6) COMP VALUE 0.
           03  COVERED-SITES           PIC 9(6) COMP VALUE 0.
           03  NEVER-SURVEYED-SITES    PIC 9(6) COMP VALUE 0.
           03  ALL-REJECTED-SITES      PIC 9(6) COMP VALUE 0.
           03  NOT-IN-FEED-SITES       PIC 9(6) COMP VALUE 0.
           03  REGION-UNCOVERED        PIC 9(6) COMP VALUE 0.

      *********
      * LATEST ACCEPTED-RUN DAY PER SITE, FROM THE SITE HISTORY.
      *********
       01  SITE-RUN-TABLE.
           03  SITE-RUN-COUNT          PIC 9(4) COMP VALUE 0.
           03  SITE-RUN-ENTRY OCCURS 2000 TIMES.
               05  SRT-SITE-ID         PIC X(10).
               05  SRT-LATEST-DAY      PIC 9(7) COMP.
               05  SRT-LATEST-DATE     PIC X(8).

      *********
      * LATEST REJECT PER SITE, FROM THE REJECT FILE.  ONLY THE
      * LATEST ONE IS KEPT: IF IT IS NO LATER THAN THE SITE'S LATEST
      * ACCEPTED DAY, NO EARLIER REJECT CAN BE STILL OPEN EITHER.  ON
      * A SAME-DAY TIE THE LATER RECORD ON THE FILE WINS - IT IS THE
      * LATER TRANSECT OR THE LATER RERUN.
      *********
       01  SITE-REJECT-TABLE.
           03  SITE-REJECT-COUNT       PIC 9(4) COMP VALUE 0.
           03  SITE-REJECT-ENTRY OCCURS 2000 TIMES.
               05  SJT-SITE-ID         PIC X(10).
               05  SJT-LATEST-DAY      PIC 9(7) COMP.
               05  SJT-LATEST-DATE     PIC X(8).
               05  SJT-REJECT-CODE     PIC X(4).

      *********
      * ONE ENTRY PER UNCOVERED ACTIVE SITE, SORTED BY REGION (SITE
      * ORDER WITHIN IT, AS READ OFF THE MASTER) BEFORE PRINTING.
      *********
       01  UNCOVERED-SITE-TABLE.
           03  UNCOVERED-COUNT         PIC 9(4) COMP VALUE 0.
           03  UNCOVERED-ENTRY OCCURS 2000 TIMES.
               05  US-REGION           PIC X(3).
               05  US-SITE-ID          PIC X(10).
               05  US-SITE-NAME        PIC X(30).
               05  US-REASON           PIC X(14).
               05  US-LAST-ACCEPTED    PIC X(8).
               05  US-ACCEPTED-AGE     PIC 9(5) COMP.
               05  US-REJECT-CODE      PIC X(4).
               05  US-REJECT-DATE      PIC X(8).

       01  HOLD-UNCOVERED-ENTRY.
           03  HOLD-REGION             PIC X(3).
           03  HOLD-SITE-ID            PIC X(10).
           03  HOLD-SITE-NAME          PIC X(30).
           03  HOLD-REASON             PIC X(14).
           03  HOLD-LAST-ACCEPTED      PIC X(8).
           03  HOLD-ACCEPTED-AGE       PIC 9(5) COMP.
           03  HOLD-REJECT-CODE        PIC X(4).
           03  HOLD-REJECT-DATE        PIC X(8).

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  MATCH-INDEX             PIC 9(4) COMP.
           03  REJECT-INDEX            PIC 9(4) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.

       01  COVER-WORK-FIELDS.
           03  REPORT-RUN-DATE         PIC 9(8).
           03  TODAY-DAY-NUMBER        PIC 9(7) COMP.
           03  ACCEPTED-AGE-DAYS       PIC 9(5) COMP.
           03  REJECT-AGE-DAYS         PIC 9(5) COMP.
           03  REGION-IN-PROGRESS      PIC X(3).

       COPY CWDAYS.

       01  REPORT-HEADING-LINE.
           03  FILLER                  PIC X(22)
               VALUE "SURVEY COVERAGE AS AT ".
           03  HEADING-RUN-DATE        PIC 9(8).
           03  FILLER                  PIC X(20)
               VALUE "  NO ACCEPTED SURVEY".
           03  FILLER                  PIC X(9) VALUE " IN LAST ".
           03  HEADING-COVERAGE-DAYS   PIC ZZ9.
           03  FILLER                  PIC X(5) VALUE " DAYS".

       01  SECTION-HEADING-LINE        PIC X(80).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  REGION-HEADING-NAME     PIC X(3).

       01  COVERAGE-SITE-LINE.
           03  CSL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CSL-SITE-NAME           PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CSL-REASON              PIC X(14).

       01  COVERAGE-DETAIL-LINE.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE "LAST ACCEPTED ".
           03  CDL-LAST-ACCEPTED       PIC X(8).
           03  FILLER                  PIC X(6) VALUE "  AGE ".
           03  CDL-ACCEPTED-AGE        PIC X(5).
           03  FILLER                  PIC X(14) VALUE "  LAST REJECT ".
           03  CDL-REJECT-CODE         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  CDL-REJECT-DATE         PIC X(8).

       01  AGE-EDIT-FIELD              PIC ZZZZ9.

       01  REGION-TOTAL-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  RTL-REGION              PIC X(3).
           03  FILLER                  PIC X(12) VALUE "  UNCOVERED ".
           03  RTL-UNCOVERED           PIC ZZZZZ9.

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COVER-CONTROL-CARD.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-RUN-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-BAD-DATE THEN
              DISPLAY "CWCOVER: RUN DATE " REPORT-RUN-DATE
                      " NOT VALID - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CWD-DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "CWCOVER: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT SITE-HISTORY-FILE.
           PERFORM READ-HISTORY-LINE.
           PERFORM TALLY-SITE-RUN
                   UNTIL HISTORY-EOF.
           CLOSE SITE-HISTORY-FILE.

           OPEN INPUT REJECT-FILE.
           PERFORM READ-REJECT-RECORD.
           PERFORM TALLY-SITE-REJECT
                   UNTIL REJECT-EOF.
           CLOSE REJECT-FILE.

           PERFORM READ-MASTER-SITE.
           PERFORM CHECK-SITE-COVERAGE
                   UNTIL MASTER-EOF.
           CLOSE SITE-MASTER-FILE.

           PERFORM SORT-UNCOVERED-SITES.
           PERFORM WRITE-COVERAGE-REPORT.
           DISPLAY "CWCOVER COMPLETE.  ACTIVE SITES = " ACTIVE-SITES
                   "  COVERED = " COVERED-SITES.
           DISPLAY "NEVER SURVEYED = " NEVER-SURVEYED-SITES
                   "  ALL REJECTED = " ALL-REJECTED-SITES
                   "  NOT IN FEED = " NOT-IN-FEED-SITES.
           STOP RUN.

      *********
      * THE COVERAGE CARD IS OPTIONAL - NO SYSIN (STATUS 35), AN
      * EMPTY SYSIN OR A BLANK CARD LEAVE THE 14-DAY DEFAULT.
      *********
       READ-COVER-CONTROL-CARD.
           OPEN INPUT COVER-CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ COVER-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CARD-COVERAGE-DAYS IS NUMERIC AND
                         CARD-COVERAGE-DAYS > 0 THEN
                         MOVE CARD-COVERAGE-DAYS TO COVERAGE-DAYS
                      END-IF
              END-READ
              CLOSE COVER-CONTROL-FILE
           END-IF.

       READ-HISTORY-LINE.
           READ SITE-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

      *********
      * KEEPS THE LATEST ACCEPTED-RUN DAY PER SITE.  LINES WITHOUT
      * THE COLUMN TAGS OR WITH AN UNPARSEABLE DATE ARE SKIPPED, AS
      * IN CWTREND AND CWREJAGE.
      *********
       TALLY-SITE-RUN.
           IF HIST-TW-TAG = "  TW" AND HIST-MH-TAG = "  MH" AND
              HIST-PD-TAG = "  PD" AND
              HIST-RUN-DATE IS NUMERIC THEN
              MOVE HIST-RUN-DATE TO CWD-DATE
              CALL "CWDAYS" USING CWDAYS-BLOCK
              IF NOT CWD-BAD-DATE THEN
                 PERFORM STORE-SITE-RUN-DAY
              END-IF
           END-IF.
           PERFORM READ-HISTORY-LINE.

       STORE-SITE-RUN-DAY.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-RUN-COUNT OR
                         MATCH-INDEX > 0
               IF SRT-SITE-ID(TABLE-INDEX) = HIST-SITE-ID THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF SITE-RUN-COUNT < 2000 THEN
                 ADD 1 TO SITE-RUN-COUNT
                 MOVE SITE-RUN-COUNT TO MATCH-INDEX
                 MOVE HIST-SITE-ID TO SRT-SITE-ID(MATCH-INDEX)
                 MOVE 0 TO SRT-LATEST-DAY(MATCH-INDEX)
              ELSE
                 DISPLAY "CWCOVER: SITE TABLE FULL AT "
                         HIST-SITE-ID
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 AND
              CWD-DAY-NUMBER > SRT-LATEST-DAY(MATCH-INDEX) THEN
              MOVE CWD-DAY-NUMBER TO SRT-LATEST-DAY(MATCH-INDEX)
              MOVE HIST-RUN-DATE  TO SRT-LATEST-DATE(MATCH-INDEX)
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.

      *********
      * KEEPS THE LATEST REJECT PER SITE.  A REJECT WITH AN
      * UNPARSEABLE DATE CANNOT BE PLACED IN THE WINDOW AND IS
      * LEFT TO CWREJAGE'S UNDATED COUNT.
      *********
       TALLY-SITE-REJECT.
           IF REJ-REJECT-DATE IS NUMERIC THEN
              MOVE REJ-REJECT-DATE TO CWD-DATE
              CALL "CWDAYS" USING CWDAYS-BLOCK
              IF NOT CWD-BAD-DATE THEN
                 PERFORM STORE-SITE-REJECT
              END-IF
           END-IF.
           PERFORM READ-REJECT-RECORD.

       STORE-SITE-REJECT.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-REJECT-COUNT OR
                         MATCH-INDEX > 0
               IF SJT-SITE-ID(TABLE-INDEX) = REJ-SITE-ID THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF SITE-REJECT-COUNT < 2000 THEN
                 ADD 1 TO SITE-REJECT-COUNT
                 MOVE SITE-REJECT-COUNT TO MATCH-INDEX
                 MOVE REJ-SITE-ID TO SJT-SITE-ID(MATCH-INDEX)
                 MOVE 0 TO SJT-LATEST-DAY(MATCH-INDEX)
              ELSE
                 DISPLAY "CWCOVER: REJECT TABLE FULL AT "
                         REJ-SITE-ID
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 AND
              CWD-DAY-NUMBER NOT < SJT-LATEST-DAY(MATCH-INDEX) THEN
              MOVE CWD-DAY-NUMBER  TO SJT-LATEST-DAY(MATCH-INDEX)
              MOVE REJ-REJECT-DATE TO SJT-LATEST-DATE(MATCH-INDEX)
              MOVE REJ-REJECT-CODE TO SJT-REJECT-CODE(MATCH-INDEX)
           END-IF.

       READ-MASTER-SITE.
           READ SITE-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MASTER-SITES-READ
           END-READ.

      *********
      * A RETIRED SITE IS NOT EXPECTED IN THE FEED AND IS PASSED
      * OVER.  AN ACTIVE SITE IS COVERED WHEN ITS LATEST ACCEPTED
      * SURVEY IS NO MORE THAN COVERAGE-DAYS OLD.  OTHERWISE THE
      * REASON IS, IN ORDER OF PRECEDENCE:
      *   ALL REJECTED   - A REJECT LATER THAN THE LAST ACCEPTED
      *                    SURVEY (SO STILL OPEN) FALLS IN THE
      *                    WINDOW: THE CREW IS SURVEYING, BUT NOTHING
      *                    IS GETTING THROUGH;
      *   NEVER SURVEYED - NO ACCEPTED SURVEY ON THE HISTORY AT ALL
      *                    SINCE THE SITE WAS REGISTERED;
      *   NOT IN FEED    - SURVEYED BEFORE, BUT NOTHING ACCEPTED OR
      *                    REJECTED INSIDE THE WINDOW.
      *********
       CHECK-SITE-COVERAGE.
           IF SM-SITE-ACTIVE THEN
              ADD 1 TO ACTIVE-SITES
              PERFORM LOCATE-SITE-RUN-AND-REJECT
              IF MATCH-INDEX > 0 THEN
                 COMPUTE ACCEPTED-AGE-DAYS =
                         TODAY-DAY-NUMBER - SRT-LATEST-DAY(MATCH-INDEX)
              END-IF
              IF MATCH-INDEX > 0 AND
                 ACCEPTED-AGE-DAYS NOT > COVERAGE-DAYS THEN
                 ADD 1 TO COVERED-SITES
              ELSE
                 PERFORM ADD-UNCOVERED-SITE
              END-IF
           END-IF.
           PERFORM READ-MASTER-SITE.

       LOCATE-SITE-RUN-AND-REJECT.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-RUN-COUNT OR
                         MATCH-INDEX > 0
               IF SRT-SITE-ID(TABLE-INDEX) = SM-SITE-ID THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           MOVE 0 TO REJECT-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-REJECT-COUNT OR
                         REJECT-INDEX > 0
               IF SJT-SITE-ID(TABLE-INDEX) = SM-SITE-ID THEN
                  MOVE TABLE-INDEX TO REJECT-INDEX
               END-IF
           END-PERFORM.

       ADD-UNCOVERED-SITE.
           IF UNCOVERED-COUNT < 2000 THEN
              ADD 1 TO UNCOVERED-COUNT
              MOVE SM-SITE-REGION TO US-REGION(UNCOVERED-COUNT)
              MOVE SM-SITE-ID     TO US-SITE-ID(UNCOVERED-COUNT)
              MOVE SM-SITE-NAME   TO US-SITE-NAME(UNCOVERED-COUNT)
              MOVE SPACES TO US-LAST-ACCEPTED(UNCOVERED-COUNT)
                             US-REJECT-CODE(UNCOVERED-COUNT)
                             US-REJECT-DATE(UNCOVERED-COUNT)
              MOVE 0 TO US-ACCEPTED-AGE(UNCOVERED-COUNT)
              IF MATCH-INDEX > 0 THEN
                 MOVE SRT-LATEST-DATE(MATCH-INDEX)
                      TO US-LAST-ACCEPTED(UNCOVERED-COUNT)
                 MOVE ACCEPTED-AGE-DAYS
                      TO US-ACCEPTED-AGE(UNCOVERED-COUNT)
              END-IF
              MOVE 99999 TO REJECT-AGE-DAYS
              IF REJECT-INDEX > 0 THEN
                 MOVE SJT-REJECT-CODE(REJECT-INDEX)
                      TO US-REJECT-CODE(UNCOVERED-COUNT)
                 MOVE SJT-LATEST-DATE(REJECT-INDEX)
                      TO US-REJECT-DATE(UNCOVERED-COUNT)
                 IF MATCH-INDEX = 0 OR
                    SJT-LATEST-DAY(REJECT-INDEX) >
                    SRT-LATEST-DAY(MATCH-INDEX) THEN
                    COMPUTE REJECT-AGE-DAYS = TODAY-DAY-NUMBER
                            - SJT-LATEST-DAY(REJECT-INDEX)
                 END-IF
              END-IF
              IF REJECT-AGE-DAYS NOT > COVERAGE-DAYS THEN
                 MOVE "ALL REJECTED  " TO US-REASON(UNCOVERED-COUNT)
                 ADD 1 TO ALL-REJECTED-SITES
              ELSE
                 IF MATCH-INDEX = 0 THEN
                    MOVE "NEVER SURVEYED"
                         TO US-REASON(UNCOVERED-COUNT)
                    ADD 1 TO NEVER-SURVEYED-SITES
                 ELSE
                    MOVE "NOT IN FEED   "
                         TO US-REASON(UNCOVERED-COUNT)
                    ADD 1 TO NOT-IN-FEED-SITES
                 END-IF
              END-IF
           ELSE
              DISPLAY "CWCOVER: UNCOVERED SITE TABLE FULL AT "
                      SM-SITE-ID
           END-IF.

      *********
      * SELECTION SORT ON REGION.  THE MASTER WAS READ IN KEY ORDER,
      * SO TIES ARE BROKEN ON SITE ID TO KEEP THAT ORDER WITHIN EACH
      * REGION.
      *********
       SORT-UNCOVERED-SITES.
           PERFORM SELECT-NEXT-UNCOVERED-SITE
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= UNCOVERED-COUNT.

       SELECT-NEXT-UNCOVERED-SITE.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > UNCOVERED-COUNT
               IF US-REGION(SORT-SWAP-INDEX) <
                  US-REGION(SORT-BEST-INDEX) OR
                  (US-REGION(SORT-SWAP-INDEX) =
                   US-REGION(SORT-BEST-INDEX) AND
                   US-SITE-ID(SORT-SWAP-INDEX) <
                   US-SITE-ID(SORT-BEST-INDEX)) THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE UNCOVERED-ENTRY(SORT-PASS-NO)
                   TO HOLD-UNCOVERED-ENTRY
              MOVE UNCOVERED-ENTRY(SORT-BEST-INDEX)
                   TO UNCOVERED-ENTRY(SORT-PASS-NO)
              MOVE HOLD-UNCOVERED-ENTRY
                   TO UNCOVERED-ENTRY(SORT-BEST-INDEX)
           END-IF.

       WRITE-COVERAGE-REPORT.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           MOVE REPORT-RUN-DATE TO HEADING-RUN-DATE.
           MOVE COVERAGE-DAYS TO HEADING-COVERAGE-DAYS.
           WRITE COVERAGE-REPORT-RECORD FROM REPORT-HEADING-LINE.
           PERFORM WRITE-UNCOVERED-SITE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > UNCOVERED-COUNT.
           IF REGION-OPEN THEN
              PERFORM WRITE-REGION-TOTAL
           END-IF.
           IF UNCOVERED-COUNT = 0 THEN
              MOVE SPACES TO COVERAGE-REPORT-RECORD
              WRITE COVERAGE-REPORT-RECORD
              MOVE "EVERY ACTIVE SITE HAS A RECENT ACCEPTED SURVEY"
                   TO SECTION-HEADING-LINE
              WRITE COVERAGE-REPORT-RECORD FROM SECTION-HEADING-LINE
           END-IF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE COVERAGE-REPORT-FILE.

       WRITE-UNCOVERED-SITE.
           IF NOT REGION-OPEN OR
              US-REGION(TABLE-INDEX) NOT = REGION-IN-PROGRESS THEN
              IF REGION-OPEN THEN
                 PERFORM WRITE-REGION-TOTAL
              END-IF
              MOVE US-REGION(TABLE-INDEX) TO REGION-IN-PROGRESS
              MOVE "Y" TO REGION-OPEN-SWITCH
              MOVE 0 TO REGION-UNCOVERED
              MOVE SPACES TO COVERAGE-REPORT-RECORD
              WRITE COVERAGE-REPORT-RECORD
              MOVE REGION-IN-PROGRESS TO REGION-HEADING-NAME
              WRITE COVERAGE-REPORT-RECORD FROM REGION-HEADING-LINE
           END-IF.
           ADD 1 TO REGION-UNCOVERED.
           MOVE US-SITE-ID(TABLE-INDEX)   TO CSL-SITE-ID.
           MOVE US-SITE-NAME(TABLE-INDEX) TO CSL-SITE-NAME.
           MOVE US-REASON(TABLE-INDEX)    TO CSL-REASON.
           WRITE COVERAGE-REPORT-RECORD FROM COVERAGE-SITE-LINE.
           IF US-LAST-ACCEPTED(TABLE-INDEX) = SPACES THEN
              MOVE "NONE    " TO CDL-LAST-ACCEPTED
              MOVE SPACES TO CDL-ACCEPTED-AGE
           ELSE
              MOVE US-LAST-ACCEPTED(TABLE-INDEX) TO CDL-LAST-ACCEPTED
              MOVE US-ACCEPTED-AGE(TABLE-INDEX) TO AGE-EDIT-FIELD
              MOVE AGE-EDIT-FIELD TO CDL-ACCEPTED-AGE
           END-IF.
           IF US-REJECT-CODE(TABLE-INDEX) = SPACES THEN
              MOVE "NONE" TO CDL-REJECT-CODE
              MOVE SPACES TO CDL-REJECT-DATE
           ELSE
              MOVE US-REJECT-CODE(TABLE-INDEX) TO CDL-REJECT-CODE
              MOVE US-REJECT-DATE(TABLE-INDEX) TO CDL-REJECT-DATE
           END-IF.
           WRITE COVERAGE-REPORT-RECORD FROM COVERAGE-DETAIL-LINE.

       WRITE-REGION-TOTAL.
           MOVE REGION-IN-PROGRESS TO RTL-REGION.
           MOVE REGION-UNCOVERED   TO RTL-UNCOVERED.
           WRITE COVERAGE-REPORT-RECORD FROM REGION-TOTAL-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO COVERAGE-REPORT-RECORD.
           WRITE COVERAGE-REPORT-RECORD.
           MOVE "SITES ON MASTER     " TO TOTAL-LINE-LABEL.
           MOVE MASTER-SITES-READ TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACTIVE              " TO TOTAL-LINE-LABEL.
           MOVE ACTIVE-SITES TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "COVERED             " TO TOTAL-LINE-LABEL.
           MOVE COVERED-SITES TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "NEVER SURVEYED      " TO TOTAL-LINE-LABEL.
           MOVE NEVER-SURVEYED-SITES TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ALL REJECTED        " TO TOTAL-LINE-LABEL.
           MOVE ALL-REJECTED-SITES TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "NOT IN FEED         " TO TOTAL-LINE-LABEL.
           MOVE NOT-IN-FEED-SITES TO TOTAL-LINE-VALUE.
           WRITE COVERAGE-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWCOVER.
