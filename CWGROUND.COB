      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: GROUND-LEVEL CHANGE DETECTION.  COMPARES EACH SITE'S
      *          PROFILE IN TONIGHT'S SURVEY FEED (DD TODAYIN, THE
      *          MERGED ELEVIN.NEW) WITH THE SAME SITE AND TRANSECT IN
      *          THE LAST PROMOTED FEED (DD PRIORIN, PROD.CW.ELEVIN),
      *          COLUMN BY COLUMN, AFTER UNPACKING BOTH BY COUNTWATER'S
      *          OWN RULES.  IT LISTS ON DD GRNDRPT EVERY COLUMN WHOSE
      *          ELEVATION MOVED BY MORE THAN THE SYSIN TOLERANCE,
      *          EVERY PROFILE WHOSE COLUMN COUNT CHANGED, AND A NET
      *          RAISED/LOWERED FIGURE PER SITE, AND FLAGS A SITE WHERE
      *          A LARGE SHARE OF THE COLUMNS MOVED AS A PROBABLE
      *          RE-SURVEY ON A DIFFERENT BASELINE RATHER THAN
      *          SETTLEMENT.  IT RUNS AHEAD OF COUNTBATCH SO A MIS-
      *          KEYED SURVEY IS CAUGHT BEFORE ITS FIGURES REACH
      *          SITEHIST AND THE TREND, AND SO ENGINEERING CAN TELL A
      *          GROUND CHANGE FROM A RAIN CHANGE WHEN TOTAL-WATER
      *          JUMPS ON THE DELTA REPORT.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWGROUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TODAY-SURVEY-FILE      ASSIGN TO "TODAYIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS TODAY-FILE-STATUS.
           SELECT PRIOR-SURVEY-FILE      ASSIGN TO "PRIORIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS PRIOR-FILE-STATUS.
           SELECT GROUND-REPORT-FILE     ASSIGN TO "GRNDRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT GROUND-CONTROL-FILE    ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *********
      * BOTH FEEDS CARRY THE 2047-BYTE ELEVIN RECORD (SEE COUNTBATCH).
      * ONLY THE FIELDS THE COMPARISON NEEDS ARE NAMED; THE HEADER AND
      * TRAILER RECORDS ARE RECOGNISED BY THEIR RECORD ID AND SKIPPED.
      *********
       FD  TODAY-SURVEY-FILE.
       01  TODAY-SURVEY-RECORD.
           03  TD-SITE-ID              PIC X(10).
               88  TD-CONTROL-RECORD   VALUE "**HEADER**"
                                             "**TRAILER*".
           03  TD-PROFILE-DATA         PIC X(2000).
           03  TD-INPUT-FORMAT         PIC X.
           03  TD-FIXED-COL-COUNT      PIC 9(4).
           03  TD-TRANSECT-NO          PIC X(2).
           03  FILLER                  PIC X(30).

       FD  PRIOR-SURVEY-FILE.
       01  PRIOR-SURVEY-RECORD.
           03  PR-SITE-ID              PIC X(10).
               88  PR-CONTROL-RECORD   VALUE "**HEADER**"
                                             "**TRAILER*".
           03  PR-PROFILE-DATA         PIC X(2000).
           03  PR-INPUT-FORMAT         PIC X.
           03  PR-FIXED-COL-COUNT      PIC 9(4).
           03  PR-TRANSECT-NO          PIC X(2).
           03  FILLER                  PIC X(30).

       FD  GROUND-REPORT-FILE.
       01  GROUND-REPORT-RECORD        PIC X(80).

      *********
      * OPTIONAL CONTROL CARD: COLS 1-3 THE MOVEMENT TOLERANCE IN
      * ELEVATION UNITS WITH ONE IMPLIED DECIMAL ("005" = 0.5), COLS
      * 5-7 THE PERCENTAGE OF A SITE'S COLUMNS THAT MUST MOVE FOR IT
      * TO BE FLAGGED A PROBABLE RE-SURVEY ("050").  A BLANK, NON-
      * NUMERIC OR ZERO FIELD KEEPS ITS DEFAULT.
      *********
       FD  GROUND-CONTROL-FILE.
       01  GROUND-CONTROL-CARD.
           03  CARD-TOLERANCE          PIC 9(2)V9.
           03  FILLER                  PIC X.
           03  CARD-RESURVEY-PERCENT   PIC 9(3).
           03  FILLER                  PIC X(73).

       WORKING-STORAGE SECTION.
       01  GROUND-SWITCHES.
           03  TODAY-EOF-SWITCH        PIC X VALUE "N".
               88 TODAY-EOF            VALUE "Y".
           03  PRIOR-EOF-SWITCH        PIC X VALUE "N".
               88 PRIOR-EOF            VALUE "Y".
           03  SITE-HEADING-SWITCH     PIC X.
               88 SITE-HEADING-WRITTEN VALUE "Y".
           03  TODAY-FILE-STATUS       PIC XX.
               88 TODAY-FILE-NOT-FOUND VALUE "35".
           03  PRIOR-FILE-STATUS       PIC XX.
               88 PRIOR-FILE-NOT-FOUND VALUE "35".
           03  CONTROL-FILE-STATUS     PIC XX.
               88 CONTROL-FILE-NOT-FOUND
                                       VALUE "35".

       01  GROUND-OPTIONS.
           03  MOVE-TOLERANCE          PIC 9(2)V9 VALUE 0.5.
           03  RESURVEY-PERCENT        PIC 9(3) VALUE 50.

      *********
      * THE SITE IN HAND ON EACH FEED.  AT END OF FILE THE KEY GOES TO
      * HIGH-VALUES SO THE MATCH BELOW NEEDS NO SEPARATE EOF TESTS.
      *********
       01  MATCH-FIELDS.
           03  TODAY-KEY               PIC X(10).
           03  PRIOR-KEY               PIC X(10).
           03  GROUP-SITE-ID           PIC X(10).

       01  GROUND-COUNTERS.
           03  SITES-COMPARED          PIC 9(6) COMP VALUE 0.
           03  SITES-NEW               PIC 9(6) COMP VALUE 0.
           03  SITES-WITH-MOVEMENT     PIC 9(6) COMP VALUE 0.
           03  SITES-RESURVEYED        PIC 9(6) COMP VALUE 0.
           03  PROFILES-COUNT-CHANGED  PIC 9(6) COMP VALUE 0.
           03  PROFILES-UNREADABLE     PIC 9(6) COMP VALUE 0.
           03  COLUMNS-MOVED-TOTAL     PIC 9(8) COMP VALUE 0.

      *********
      * THE PROFILES OF ONE SITE FROM EACH FEED, ONE ENTRY PER
      * TRANSECT (00 FOR A SINGLE-TRANSECT SURVEY).  A TRANSECT THAT
      * APPEARS TWICE FOR THE SITE - THE SAME SITE SENT BY TWO
      * CONTRIBUTORS - KEEPS ITS FIRST PROFILE, WHICH IS THE ONE
      * COUNTBATCH RUNS AS THE SURVEY (THE SECOND IS ITS DUP).
      *********
       01  TODAY-SITE-PROFILES.
           03  TODAY-PROFILE-COUNT     PIC 9(2) COMP.
           03  TODAY-REPEAT-COUNT      PIC 9(2) COMP.
           03  TODAY-PROFILE OCCURS 20 TIMES.
               05  TP-TRANSECT-NO      PIC 9(2).
               05  TP-COLUMN-COUNT     PIC 9(4) COMP.
               05  TP-READABLE-SWITCH  PIC X.
                   88 TP-READABLE      VALUE "Y".
               05  TP-REASON           PIC X(50).
               05  TP-ELEVATIONS.
                   07  TP-ELEVATION    PIC S99V9 OCCURS 500 TIMES.

       01  PRIOR-SITE-PROFILES.
           03  PRIOR-PROFILE-COUNT     PIC 9(2) COMP.
           03  PRIOR-PROFILE OCCURS 20 TIMES.
               05  PP-TRANSECT-NO      PIC 9(2).
               05  PP-COLUMN-COUNT     PIC 9(4) COMP.
               05  PP-READABLE-SWITCH  PIC X.
                   88 PP-READABLE      VALUE "Y".
               05  PP-REASON           PIC X(50).
               05  PP-ELEVATIONS.
                   07  PP-ELEVATION    PIC S99V9 OCCURS 500 TIMES.

       01  PROFILE-INDEXES.
           03  PROFILE-INDEX           PIC 9(2) COMP.
           03  MATCH-INDEX             PIC 9(2) COMP.
           03  SEARCH-INDEX            PIC 9(2) COMP.
           03  COMPARE-COLUMN-COUNT    PIC 9(4) COMP.
           03  COMPARE-COLUMN-NO       PIC 9(4) COMP.

      *********
      * UNPACK WORK AREA.  THE PROFILE IS UNPACKED BY THE SAME RULES
      * AS COUNTWATER'S UNPACK LOOP - COMMA, PIPE OR TWO-CHARACTER
      * FIXED-WIDTH READINGS, A LEADING "-" ON A DELIMITED READING,
      * ONE DIGIT AFTER THE POINT, TWO MAGNITUDE DIGITS - SO A
      * PROFILE COUNTBATCH WOULD REJECT IS REPORTED UNREADABLE HERE
      * RATHER THAN COMPARED ON A GUESS.
      *********
       01  UNPACK-INPUT.
           03  UNPACK-PROFILE-DATA     PIC X(2000).
           03  UNPACK-INPUT-FORMAT     PIC X.
               88  UNPACK-FORMAT-PIPE  VALUE "P".
               88  UNPACK-FORMAT-FIXED VALUE "F".
           03  UNPACK-FIXED-COL-COUNT  PIC 9(4).
           03  UNPACK-TRANSECT-TEXT    PIC X(2).
           03  UNPACK-TRANSECT-NUM REDEFINES UNPACK-TRANSECT-TEXT
                                       PIC 9(2).

       01  UNPACK-RESULT.
           03  UNPACK-COLUMN-COUNT     PIC 9(4) COMP.
           03  UNPACK-FAILED-SWITCH    PIC X.
               88 UNPACK-FAILED        VALUE "Y".
           03  UNPACK-REASON           PIC X(50).
           03  UNPACK-ELEVATIONS.
               05  UNPACK-ELEVATION    PIC S99V9 OCCURS 500 TIMES.

       01  UNPACK-CONTROL-FIELDS.
           03  STRING-PTR              PIC 9(4) COMP.
           03  COLUMN-NO               PIC 9(4) COMP.
           03  DELIMITER-CHAR          PIC X.
           03  DELIMITER-COUNT         PIC 9(4) COMP.
           03  FIXED-WIDTH             PIC 9 VALUE 2.
           03  FIXED-FIELD-START       PIC 9(4) COMP.

       01  RAW-ELEVATION-FIELDS.
           03  RAW-ELEV-TEXT           PIC X(5).
           03  RAW-ELEV-LEN            PIC 9(4) COMP.
           03  COLUMN-NO-DISPLAY       PIC 9(4).
           03  TRUE-ELEV-LEN           PIC 9(4) COMP.
           03  ELEV-SIGN               PIC X.
               88 ELEV-IS-NEGATIVE     VALUE "-".
           03  ELEV-MAG-START          PIC 9(4) COMP.
           03  ELEV-MAG-LEN            PIC 9(4) COMP.
           03  ELEV-MAG-TEXT           PIC X(4).
           03  ELEV-WHOLE-LEN          PIC 9(4) COMP.
           03  ELEV-TENTH-CHAR         PIC X.
           03  ELEV-WHOLE-NUM          PIC 99.
           03  ELEV-TENTH-NUM          PIC 9.
           03  ELEV-MAGNITUDE          PIC 99V9.

      *********
      * PER-SITE MOVEMENT FIGURES.  THE NET FIGURE SUMS THE SIGNED
      * MOVEMENT OF THE COLUMNS THAT MOVED BEYOND THE TOLERANCE ONLY,
      * SO INSTRUMENT JITTER INSIDE THE TOLERANCE DOES NOT BUILD UP
      * INTO A FALSE RAISE OR SETTLEMENT.
      *********
       01  SITE-MOVEMENT-FIELDS.
           03  SITE-COLUMNS-CHECKED    PIC 9(6) COMP.
           03  SITE-COLUMNS-MOVED      PIC 9(6) COMP.
           03  SITE-COLUMNS-RAISED     PIC 9(6) COMP.
           03  SITE-COLUMNS-LOWERED    PIC 9(6) COMP.
           03  SITE-NET-MOVEMENT       PIC S9(6)V9 COMP.
           03  SITE-MOVED-PERCENT      PIC 9(3) COMP.
           03  COLUMN-MOVEMENT         PIC S9(3)V9 COMP.
           03  COLUMN-MOVEMENT-SIZE    PIC 9(3)V9 COMP.
           03  PROFILE-LINES-LISTED    PIC 9(4) COMP.
           03  PROFILE-LINES-HELD-BACK PIC 9(4) COMP.

      * A RE-SURVEY MOVES MOST OF A PROFILE; PAST THIS MANY LINES PER
      * PROFILE THE REST ARE COUNTED, NOT LISTED.
       01  COLUMN-LINE-LIMIT           PIC 9(4) COMP VALUE 25.

       01  GROUND-HEADING-LINE.
           03  FILLER                  PIC X(30)
               VALUE "GROUND-LEVEL CHANGE REPORT FOR".
           03  FILLER                  PIC X VALUE SPACE.
           03  GHL-RUN-DATE            PIC 9(8).
           03  FILLER                  PIC X(12)
               VALUE "  TOLERANCE ".
           03  GHL-TOLERANCE           PIC Z9.9.
           03  FILLER                  PIC X(18)
               VALUE "  RE-SURVEY SHARE ".
           03  GHL-RESURVEY-PERCENT    PIC ZZ9.
           03  FILLER                  PIC X VALUE "%".

       01  COLUMN-MOVED-LINE.
           03  CML-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  CML-TRANSECT-NO         PIC Z9.
           03  FILLER                  PIC X(5) VALUE "  COL".
           03  CML-COLUMN-NO           PIC ZZZ9.
           03  FILLER                  PIC X(5) VALUE "  WAS".
           03  CML-WAS                 PIC -Z9.9.
           03  FILLER                  PIC X(5) VALUE "  NOW".
           03  CML-NOW                 PIC -Z9.9.
           03  FILLER                  PIC X(7) VALUE "  MOVED".
           03  CML-MOVEMENT            PIC -ZZ9.9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CML-DIRECTION           PIC X(7).

       01  COUNT-CHANGED-LINE.
           03  CCL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  CCL-TRANSECT-NO         PIC Z9.
           03  FILLER                  PIC X(20)
               VALUE "  COLUMN COUNT WAS  ".
           03  CCL-WAS                 PIC ZZZ9.
           03  FILLER                  PIC X(6) VALUE "  NOW ".
           03  CCL-NOW                 PIC ZZZ9.

       01  PROFILE-NOTE-LINE.
           03  PNL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  PNL-TRANSECT-NO         PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PNL-NOTE                PIC X(62).

       01  SITE-NOTE-LINE.
           03  SNL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SNL-NOTE                PIC X(68).

       01  HELD-BACK-EDIT              PIC ZZZ9.

       01  SITE-MOVEMENT-LINE.
           03  SML-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(5) VALUE "  COL".
           03  SML-CHECKED             PIC ZZZZ9.
           03  FILLER                  PIC X(4) VALUE "  MV".
           03  SML-MOVED               PIC ZZZZ9.
           03  FILLER                  PIC X(4) VALUE "  UP".
           03  SML-RAISED              PIC ZZZZ9.
           03  FILLER                  PIC X(4) VALUE "  DN".
           03  SML-LOWERED             PIC ZZZZ9.
           03  FILLER                  PIC X(5) VALUE "  NET".
           03  SML-NET                 PIC -ZZZZZ9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  SML-FLAG                PIC X(18).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-GROUND-CONTROL-CARD.
           OPEN INPUT TODAY-SURVEY-FILE.
           IF TODAY-FILE-NOT-FOUND THEN
              DISPLAY "CWGROUND: DD TODAYIN NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PRIOR-SURVEY-FILE.
           OPEN OUTPUT GROUND-REPORT-FILE.
           ACCEPT GHL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE MOVE-TOLERANCE   TO GHL-TOLERANCE.
           MOVE RESURVEY-PERCENT TO GHL-RESURVEY-PERCENT.
           WRITE GROUND-REPORT-RECORD FROM GROUND-HEADING-LINE.
           PERFORM READ-TODAY-RECORD.
           IF PRIOR-FILE-NOT-FOUND THEN
              DISPLAY "CWGROUND: DD PRIORIN NOT FOUND - EVERY SITE "
                      "COUNTS AS NEW"
              MOVE "Y" TO PRIOR-EOF-SWITCH
              MOVE HIGH-VALUES TO PRIOR-KEY
           ELSE
              PERFORM READ-PRIOR-RECORD
           END-IF.
           PERFORM MATCH-NEXT-SITE
                   UNTIL TODAY-EOF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE TODAY-SURVEY-FILE.
           IF NOT PRIOR-FILE-NOT-FOUND THEN
              CLOSE PRIOR-SURVEY-FILE
           END-IF.
           CLOSE GROUND-REPORT-FILE.
           DISPLAY "CWGROUND COMPLETE.  SITES COMPARED = "
                   SITES-COMPARED "  PROBABLE RE-SURVEYS = "
                   SITES-RESURVEYED.
      * A PROBABLE RE-SURVEY IS WORTH A LOOK BEFORE THE FIGURES ARE
      * TRUSTED, BUT IS NOT A REASON TO HOLD THE NIGHT'S RUN.
           IF SITES-RESURVEYED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *********
      * THE CONTROL CARD IS OPTIONAL - NO SYSIN (STATUS 35) OR AN
      * EMPTY ONE LEAVES BOTH DEFAULTS STANDING.
      *********
       READ-GROUND-CONTROL-CARD.
           OPEN INPUT GROUND-CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ GROUND-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CARD-TOLERANCE IS NUMERIC AND
                         CARD-TOLERANCE > 0 THEN
                         MOVE CARD-TOLERANCE TO MOVE-TOLERANCE
                      END-IF
                      IF CARD-RESURVEY-PERCENT IS NUMERIC AND
                         CARD-RESURVEY-PERCENT > 0 AND
                         CARD-RESURVEY-PERCENT NOT > 100 THEN
                         MOVE CARD-RESURVEY-PERCENT
                              TO RESURVEY-PERCENT
                      END-IF
              END-READ
              CLOSE GROUND-CONTROL-FILE
           END-IF.

      *********
      * THE HEADER AND TRAILER OF EACH FEED ARE PASSED OVER - ONLY THE
      * SURVEY RECORDS TAKE PART IN THE MATCH.
      *********
       READ-TODAY-RECORD.
           PERFORM READ-TODAY-FILE.
           PERFORM READ-TODAY-FILE
               UNTIL TODAY-EOF OR NOT TD-CONTROL-RECORD.

       READ-TODAY-FILE.
           READ TODAY-SURVEY-FILE
               AT END
                   MOVE "Y" TO TODAY-EOF-SWITCH
                   MOVE HIGH-VALUES TO TODAY-KEY
               NOT AT END
                   MOVE TD-SITE-ID TO TODAY-KEY
           END-READ.

       READ-PRIOR-RECORD.
           PERFORM READ-PRIOR-FILE.
           PERFORM READ-PRIOR-FILE
               UNTIL PRIOR-EOF OR NOT PR-CONTROL-RECORD.

       READ-PRIOR-FILE.
           READ PRIOR-SURVEY-FILE
               AT END
                   MOVE "Y" TO PRIOR-EOF-SWITCH
                   MOVE HIGH-VALUES TO PRIOR-KEY
               NOT AT END
                   MOVE PR-SITE-ID TO PRIOR-KEY
           END-READ.

      *********
      * BOTH FEEDS ARRIVE IN SITE-ID ORDER (COUNTBATCH REJECTS ONE
      * THAT DOES NOT), SO THE TWO ARE MATCHED A SITE AT A TIME.  A
      * SITE ONLY ON THE PRIOR FEED WAS NOT SURVEYED TONIGHT AND IS
      * PASSED OVER; A SITE ONLY ON TONIGHT'S FEED HAS NOTHING TO BE
      * COMPARED WITH AND IS COUNTED AS NEW.
      *********
       MATCH-NEXT-SITE.
           IF PRIOR-KEY < TODAY-KEY THEN
              MOVE PRIOR-KEY TO GROUP-SITE-ID
              PERFORM LOAD-PRIOR-SITE
           ELSE
              IF PRIOR-KEY = TODAY-KEY THEN
                 MOVE TODAY-KEY TO GROUP-SITE-ID
                 PERFORM LOAD-TODAY-SITE
                 PERFORM LOAD-PRIOR-SITE
                 PERFORM COMPARE-SITE-PROFILES
              ELSE
                 MOVE TODAY-KEY TO GROUP-SITE-ID
                 PERFORM LOAD-TODAY-SITE
                 ADD 1 TO SITES-NEW
              END-IF
           END-IF.

       LOAD-TODAY-SITE.
           MOVE 0 TO TODAY-PROFILE-COUNT.
           MOVE 0 TO TODAY-REPEAT-COUNT.
           PERFORM TAKE-TODAY-PROFILE
                   UNTIL TODAY-KEY NOT = GROUP-SITE-ID.

       TAKE-TODAY-PROFILE.
           MOVE TD-PROFILE-DATA    TO UNPACK-PROFILE-DATA.
           MOVE TD-INPUT-FORMAT    TO UNPACK-INPUT-FORMAT.
           MOVE TD-FIXED-COL-COUNT TO UNPACK-FIXED-COL-COUNT.
           MOVE TD-TRANSECT-NO     TO UNPACK-TRANSECT-TEXT.
           PERFORM RESOLVE-TRANSECT-NUMBER.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > TODAY-PROFILE-COUNT OR
                         MATCH-INDEX > 0
               IF TP-TRANSECT-NO(SEARCH-INDEX) = UNPACK-TRANSECT-NUM
                  THEN
                  MOVE SEARCH-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX > 0 THEN
              ADD 1 TO TODAY-REPEAT-COUNT
           ELSE
              IF TODAY-PROFILE-COUNT < 20 THEN
                 ADD 1 TO TODAY-PROFILE-COUNT
                 PERFORM UNPACK-PROFILE
                 MOVE UNPACK-TRANSECT-NUM
                      TO TP-TRANSECT-NO(TODAY-PROFILE-COUNT)
                 MOVE UNPACK-COLUMN-COUNT
                      TO TP-COLUMN-COUNT(TODAY-PROFILE-COUNT)
                 MOVE UNPACK-REASON TO TP-REASON(TODAY-PROFILE-COUNT)
                 MOVE UNPACK-ELEVATIONS
                      TO TP-ELEVATIONS(TODAY-PROFILE-COUNT)
                 IF UNPACK-FAILED THEN
                    MOVE "N" TO TP-READABLE-SWITCH(TODAY-PROFILE-COUNT)
                 ELSE
                    MOVE "Y" TO TP-READABLE-SWITCH(TODAY-PROFILE-COUNT)
                 END-IF
              ELSE
                 DISPLAY "CWGROUND: PROFILE TABLE FULL AT "
                         GROUP-SITE-ID
              END-IF
           END-IF.
           PERFORM READ-TODAY-RECORD.

       LOAD-PRIOR-SITE.
           MOVE 0 TO PRIOR-PROFILE-COUNT.
           PERFORM TAKE-PRIOR-PROFILE
                   UNTIL PRIOR-KEY NOT = GROUP-SITE-ID.

       TAKE-PRIOR-PROFILE.
           MOVE PR-PROFILE-DATA    TO UNPACK-PROFILE-DATA.
           MOVE PR-INPUT-FORMAT    TO UNPACK-INPUT-FORMAT.
           MOVE PR-FIXED-COL-COUNT TO UNPACK-FIXED-COL-COUNT.
           MOVE PR-TRANSECT-NO     TO UNPACK-TRANSECT-TEXT.
           PERFORM RESOLVE-TRANSECT-NUMBER.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > PRIOR-PROFILE-COUNT OR
                         MATCH-INDEX > 0
               IF PP-TRANSECT-NO(SEARCH-INDEX) = UNPACK-TRANSECT-NUM
                  THEN
                  MOVE SEARCH-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 AND PRIOR-PROFILE-COUNT < 20 THEN
              ADD 1 TO PRIOR-PROFILE-COUNT
              PERFORM UNPACK-PROFILE
              MOVE UNPACK-TRANSECT-NUM
                   TO PP-TRANSECT-NO(PRIOR-PROFILE-COUNT)
              MOVE UNPACK-COLUMN-COUNT
                   TO PP-COLUMN-COUNT(PRIOR-PROFILE-COUNT)
              MOVE UNPACK-REASON TO PP-REASON(PRIOR-PROFILE-COUNT)
              MOVE UNPACK-ELEVATIONS
                   TO PP-ELEVATIONS(PRIOR-PROFILE-COUNT)
              IF UNPACK-FAILED THEN
                 MOVE "N" TO PP-READABLE-SWITCH(PRIOR-PROFILE-COUNT)
              ELSE
                 MOVE "Y" TO PP-READABLE-SWITCH(PRIOR-PROFILE-COUNT)
              END-IF
           END-IF.
           PERFORM READ-PRIOR-RECORD.

      * SPACES (A SINGLE-TRANSECT SURVEY) OR ANYTHING NOT NUMERIC IS
      * TRANSECT 00.
       RESOLVE-TRANSECT-NUMBER.
           IF UNPACK-TRANSECT-TEXT IS NOT NUMERIC THEN
              MOVE ZERO TO UNPACK-TRANSECT-NUM
           END-IF.

      *********
      * UNPACKS UNPACK-PROFILE-DATA INTO UNPACK-ELEVATION, STOPPING AT
      * THE FIRST BAD READING WITH UNPACK-REASON SAYING WHY - THE SAME
      * COLUMN COUNT AND THE SAME READING RULES AS COUNTWATER.
      *********
       UNPACK-PROFILE.
           MOVE "N" TO UNPACK-FAILED-SWITCH.
           MOVE SPACES TO UNPACK-REASON.
           MOVE 1 TO STRING-PTR.
           IF UNPACK-FORMAT-FIXED THEN
              IF UNPACK-FIXED-COL-COUNT IS NOT NUMERIC OR
                 UNPACK-FIXED-COL-COUNT = 0 THEN
                 MOVE "Y" TO UNPACK-FAILED-SWITCH
                 MOVE "FIXED-WIDTH COLUMN COUNT NOT SET"
                      TO UNPACK-REASON
                 MOVE 0 TO UNPACK-COLUMN-COUNT
              ELSE
                 MOVE UNPACK-FIXED-COL-COUNT TO UNPACK-COLUMN-COUNT
              END-IF
           ELSE
              IF UNPACK-FORMAT-PIPE THEN
                 MOVE "|" TO DELIMITER-CHAR
              ELSE
                 MOVE "," TO DELIMITER-CHAR
              END-IF
              MOVE 0 TO DELIMITER-COUNT
              INSPECT UNPACK-PROFILE-DATA TALLYING DELIMITER-COUNT
                      FOR ALL DELIMITER-CHAR
              COMPUTE UNPACK-COLUMN-COUNT = DELIMITER-COUNT + 1
           END-IF.
           IF UNPACK-COLUMN-COUNT > 500 THEN
              MOVE "Y" TO UNPACK-FAILED-SWITCH
              MOVE "PROFILE EXCEEDS 500 COLUMNS" TO UNPACK-REASON
              MOVE 500 TO UNPACK-COLUMN-COUNT
           END-IF.
           PERFORM VARYING COLUMN-NO FROM 1 BY 1
                   UNTIL COLUMN-NO > UNPACK-COLUMN-COUNT OR
                         UNPACK-FAILED
               IF UNPACK-FORMAT-FIXED THEN
                  COMPUTE FIXED-FIELD-START =
                          (COLUMN-NO - 1) * FIXED-WIDTH + 1
                  MOVE UNPACK-PROFILE-DATA
                       (FIXED-FIELD-START:FIXED-WIDTH)
                       TO RAW-ELEV-TEXT
                  MOVE FIXED-WIDTH TO RAW-ELEV-LEN
               ELSE
                  UNSTRING UNPACK-PROFILE-DATA
                      DELIMITED BY DELIMITER-CHAR
                      INTO RAW-ELEV-TEXT COUNT IN RAW-ELEV-LEN
                      WITH POINTER STRING-PTR
               END-IF
               PERFORM VALIDATE-ELEVATION-VALUE
               IF NOT UNPACK-FAILED THEN
                  IF ELEV-IS-NEGATIVE THEN
                     COMPUTE UNPACK-ELEVATION(COLUMN-NO) =
                             0 - ELEV-MAGNITUDE
                  ELSE
                     MOVE ELEV-MAGNITUDE TO UNPACK-ELEVATION(COLUMN-NO)
                  END-IF
               END-IF
           END-PERFORM.

      *********
      * COUNTWATER'S READING CHECKS: MEASURE THE TEXT TO ITS FIRST
      * TRAILING SPACE, NO SIGN IN A FIXED-WIDTH SLOT, NO EMPTY
      * READING, AT MOST TWO WHOLE DIGITS AND ONE AFTER THE POINT.
      *********
       VALIDATE-ELEVATION-VALUE.
           MOVE COLUMN-NO TO COLUMN-NO-DISPLAY.
           MOVE SPACE TO ELEV-SIGN.
           IF RAW-ELEV-TEXT(1:1) = SPACE THEN
              MOVE 0 TO TRUE-ELEV-LEN
           ELSE
              IF RAW-ELEV-TEXT(2:1) = SPACE THEN
                 MOVE 1 TO TRUE-ELEV-LEN
              ELSE
                 IF RAW-ELEV-TEXT(3:1) = SPACE THEN
                    MOVE 2 TO TRUE-ELEV-LEN
                 ELSE
                    IF RAW-ELEV-TEXT(4:1) = SPACE THEN
                       MOVE 3 TO TRUE-ELEV-LEN
                    ELSE
                       IF RAW-ELEV-TEXT(5:1) = SPACE THEN
                          MOVE 4 TO TRUE-ELEV-LEN
                       ELSE
                          MOVE 5 TO TRUE-ELEV-LEN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF UNPACK-FORMAT-FIXED AND RAW-ELEV-TEXT(1:1) = "-" THEN
              MOVE "Y" TO UNPACK-FAILED-SWITCH
              STRING "FIXED-WIDTH CANNOT CARRY A SIGN AT COLUMN "
                      COLUMN-NO-DISPLAY
                      DELIMITED BY SIZE INTO UNPACK-REASON
           ELSE
              IF TRUE-ELEV-LEN = 0 THEN
                 MOVE "Y" TO UNPACK-FAILED-SWITCH
                 STRING "MISSING ELEVATION VALUE AT COLUMN "
                         COLUMN-NO-DISPLAY
                         DELIMITED BY SIZE INTO UNPACK-REASON
              ELSE
                 IF RAW-ELEV-TEXT(1:1) = "-" THEN
                    MOVE "-" TO ELEV-SIGN
                    COMPUTE ELEV-MAG-LEN = TRUE-ELEV-LEN - 1
                    MOVE 2 TO ELEV-MAG-START
                 ELSE
                    MOVE TRUE-ELEV-LEN TO ELEV-MAG-LEN
                    MOVE 1 TO ELEV-MAG-START
                 END-IF

                 IF ELEV-MAG-LEN = 0 THEN
                    MOVE "Y" TO UNPACK-FAILED-SWITCH
                    STRING "NON-NUMERIC ELEVATION VALUE AT COLUMN "
                            COLUMN-NO-DISPLAY
                            DELIMITED BY SIZE INTO UNPACK-REASON
                 ELSE
                    IF ELEV-MAG-LEN > 4 OR
                       (TRUE-ELEV-LEN = 5 AND RAW-ELEV-LEN > 5) THEN
                       MOVE "Y" TO UNPACK-FAILED-SWITCH
                       STRING "ELEVATION VALUE EXCEEDS 99 AT COLUMN "
                               COLUMN-NO-DISPLAY
                               DELIMITED BY SIZE INTO UNPACK-REASON
                    ELSE
                       PERFORM SPLIT-ELEVATION-MAGNITUDE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SPLIT-ELEVATION-MAGNITUDE.
           MOVE SPACES TO ELEV-MAG-TEXT.
           MOVE RAW-ELEV-TEXT(ELEV-MAG-START:ELEV-MAG-LEN)
                TO ELEV-MAG-TEXT.
           MOVE "0" TO ELEV-TENTH-CHAR.
           IF ELEV-MAG-LEN > 2 AND
              ELEV-MAG-TEXT(ELEV-MAG-LEN - 1:1) = "." THEN
              COMPUTE ELEV-WHOLE-LEN = ELEV-MAG-LEN - 2
              MOVE ELEV-MAG-TEXT(ELEV-MAG-LEN:1) TO ELEV-TENTH-CHAR
           ELSE
              MOVE ELEV-MAG-LEN TO ELEV-WHOLE-LEN
           END-IF.
           IF ELEV-WHOLE-LEN > 2 THEN
              MOVE "Y" TO UNPACK-FAILED-SWITCH
              STRING "ELEVATION VALUE EXCEEDS 99 AT COLUMN "
                      COLUMN-NO-DISPLAY
                      DELIMITED BY SIZE INTO UNPACK-REASON
           ELSE
              IF ELEV-MAG-TEXT(1:ELEV-WHOLE-LEN) IS NOT NUMERIC OR
                 ELEV-TENTH-CHAR IS NOT NUMERIC THEN
                 MOVE "Y" TO UNPACK-FAILED-SWITCH
                 STRING "NON-NUMERIC ELEVATION VALUE AT COLUMN "
                        COLUMN-NO-DISPLAY
                        DELIMITED BY SIZE INTO UNPACK-REASON
              ELSE
                 MOVE ELEV-MAG-TEXT(1:ELEV-WHOLE-LEN)
                      TO ELEV-WHOLE-NUM
                 MOVE ELEV-TENTH-CHAR TO ELEV-TENTH-NUM
                 COMPUTE ELEV-MAGNITUDE =
                         ELEV-WHOLE-NUM + ELEV-TENTH-NUM / 10
              END-IF
           END-IF.

      *********
      * COMPARES EVERY TRANSECT SURVEYED TONIGHT WITH THE SAME
      * TRANSECT ON THE PRIOR FEED.  A SITE WITH NOTHING TO REPORT
      * PRINTS NOTHING; ANY FINDING IS FOLLOWED BY THE SITE LINE.
      *********
       COMPARE-SITE-PROFILES.
           ADD 1 TO SITES-COMPARED.
           MOVE "N" TO SITE-HEADING-SWITCH.
           MOVE 0 TO SITE-COLUMNS-CHECKED.
           MOVE 0 TO SITE-COLUMNS-MOVED.
           MOVE 0 TO SITE-COLUMNS-RAISED.
           MOVE 0 TO SITE-COLUMNS-LOWERED.
           MOVE 0 TO SITE-NET-MOVEMENT.
           PERFORM COMPARE-ONE-PROFILE
                   VARYING PROFILE-INDEX FROM 1 BY 1
                   UNTIL PROFILE-INDEX > TODAY-PROFILE-COUNT.
           IF TODAY-REPEAT-COUNT > 0 THEN
              PERFORM START-SITE-SECTION
              MOVE GROUP-SITE-ID TO SNL-SITE-ID
              MOVE "REPEATED PROFILE TONIGHT - FIRST OF EACH COMPARED"
                   TO SNL-NOTE
              WRITE GROUND-REPORT-RECORD FROM SITE-NOTE-LINE
           END-IF.
           IF SITE-HEADING-WRITTEN THEN
              PERFORM WRITE-SITE-MOVEMENT-LINE
           END-IF.

       COMPARE-ONE-PROFILE.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > PRIOR-PROFILE-COUNT OR
                         MATCH-INDEX > 0
               IF PP-TRANSECT-NO(SEARCH-INDEX) =
                  TP-TRANSECT-NO(PROFILE-INDEX) THEN
                  MOVE SEARCH-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           MOVE GROUP-SITE-ID TO PNL-SITE-ID.
           MOVE TP-TRANSECT-NO(PROFILE-INDEX) TO PNL-TRANSECT-NO.
           IF MATCH-INDEX = 0 THEN
              PERFORM START-SITE-SECTION
              MOVE "NO PRIOR PROFILE FOR THIS TRANSECT" TO PNL-NOTE
              WRITE GROUND-REPORT-RECORD FROM PROFILE-NOTE-LINE
           ELSE
              IF NOT TP-READABLE(PROFILE-INDEX) THEN
                 ADD 1 TO PROFILES-UNREADABLE
                 PERFORM START-SITE-SECTION
                 MOVE SPACES TO PNL-NOTE
                 STRING "TONIGHT UNREADABLE - " DELIMITED BY SIZE
                        TP-REASON(PROFILE-INDEX) DELIMITED BY SIZE
                        INTO PNL-NOTE
                 END-STRING
                 WRITE GROUND-REPORT-RECORD FROM PROFILE-NOTE-LINE
              ELSE
                 IF NOT PP-READABLE(MATCH-INDEX) THEN
                    ADD 1 TO PROFILES-UNREADABLE
                    PERFORM START-SITE-SECTION
                    MOVE SPACES TO PNL-NOTE
                    STRING "PRIOR UNREADABLE - " DELIMITED BY SIZE
                           PP-REASON(MATCH-INDEX) DELIMITED BY SIZE
                           INTO PNL-NOTE
                    END-STRING
                    WRITE GROUND-REPORT-RECORD FROM PROFILE-NOTE-LINE
                 ELSE
                    PERFORM COMPARE-PROFILE-COLUMNS
                 END-IF
              END-IF
           END-IF.

      *********
      * A CHANGED COLUMN COUNT IS REPORTED, AND THE COLUMNS BOTH
      * PROFILES HAVE ARE STILL COMPARED FROM THE LEFT - A WALK
      * EXTENDED OR CUT SHORT AT ITS FAR END STILL LINES UP.
      *********
       COMPARE-PROFILE-COLUMNS.
           IF TP-COLUMN-COUNT(PROFILE-INDEX) NOT =
              PP-COLUMN-COUNT(MATCH-INDEX) THEN
              ADD 1 TO PROFILES-COUNT-CHANGED
              PERFORM START-SITE-SECTION
              MOVE GROUP-SITE-ID TO CCL-SITE-ID
              MOVE TP-TRANSECT-NO(PROFILE-INDEX) TO CCL-TRANSECT-NO
              MOVE PP-COLUMN-COUNT(MATCH-INDEX) TO CCL-WAS
              MOVE TP-COLUMN-COUNT(PROFILE-INDEX) TO CCL-NOW
              WRITE GROUND-REPORT-RECORD FROM COUNT-CHANGED-LINE
           END-IF.
           IF TP-COLUMN-COUNT(PROFILE-INDEX) <
              PP-COLUMN-COUNT(MATCH-INDEX) THEN
              MOVE TP-COLUMN-COUNT(PROFILE-INDEX)
                   TO COMPARE-COLUMN-COUNT
           ELSE
              MOVE PP-COLUMN-COUNT(MATCH-INDEX)
                   TO COMPARE-COLUMN-COUNT
           END-IF.
           MOVE 0 TO PROFILE-LINES-LISTED.
           MOVE 0 TO PROFILE-LINES-HELD-BACK.
           PERFORM COMPARE-ONE-COLUMN
                   VARYING COMPARE-COLUMN-NO FROM 1 BY 1
                   UNTIL COMPARE-COLUMN-NO > COMPARE-COLUMN-COUNT.
           IF PROFILE-LINES-HELD-BACK > 0 THEN
              MOVE GROUP-SITE-ID TO PNL-SITE-ID
              MOVE TP-TRANSECT-NO(PROFILE-INDEX) TO PNL-TRANSECT-NO
              MOVE PROFILE-LINES-HELD-BACK TO HELD-BACK-EDIT
              MOVE SPACES TO PNL-NOTE
              STRING HELD-BACK-EDIT DELIMITED BY SIZE
                     " FURTHER COLUMNS MOVED - NOT LISTED"
                     DELIMITED BY SIZE
                     INTO PNL-NOTE
              END-STRING
              WRITE GROUND-REPORT-RECORD FROM PROFILE-NOTE-LINE
           END-IF.

       COMPARE-ONE-COLUMN.
           ADD 1 TO SITE-COLUMNS-CHECKED.
           COMPUTE COLUMN-MOVEMENT =
                   TP-ELEVATION(PROFILE-INDEX, COMPARE-COLUMN-NO) -
                   PP-ELEVATION(MATCH-INDEX, COMPARE-COLUMN-NO).
           IF COLUMN-MOVEMENT < 0 THEN
              COMPUTE COLUMN-MOVEMENT-SIZE = 0 - COLUMN-MOVEMENT
           ELSE
              MOVE COLUMN-MOVEMENT TO COLUMN-MOVEMENT-SIZE
           END-IF.
           IF COLUMN-MOVEMENT-SIZE > MOVE-TOLERANCE THEN
              ADD 1 TO SITE-COLUMNS-MOVED
              ADD 1 TO COLUMNS-MOVED-TOTAL
              ADD COLUMN-MOVEMENT TO SITE-NET-MOVEMENT
              IF COLUMN-MOVEMENT > 0 THEN
                 ADD 1 TO SITE-COLUMNS-RAISED
                 MOVE "RAISED" TO CML-DIRECTION
              ELSE
                 ADD 1 TO SITE-COLUMNS-LOWERED
                 MOVE "LOWERED" TO CML-DIRECTION
              END-IF
              PERFORM START-SITE-SECTION
              IF PROFILE-LINES-LISTED < COLUMN-LINE-LIMIT THEN
                 ADD 1 TO PROFILE-LINES-LISTED
                 MOVE GROUP-SITE-ID TO CML-SITE-ID
                 MOVE TP-TRANSECT-NO(PROFILE-INDEX) TO CML-TRANSECT-NO
                 MOVE COMPARE-COLUMN-NO TO CML-COLUMN-NO
                 MOVE PP-ELEVATION(MATCH-INDEX, COMPARE-COLUMN-NO)
                      TO CML-WAS
                 MOVE TP-ELEVATION(PROFILE-INDEX, COMPARE-COLUMN-NO)
                      TO CML-NOW
                 MOVE COLUMN-MOVEMENT TO CML-MOVEMENT
                 WRITE GROUND-REPORT-RECORD FROM COLUMN-MOVED-LINE
              ELSE
                 ADD 1 TO PROFILE-LINES-HELD-BACK
              END-IF
           END-IF.

      * A BLANK LINE AHEAD OF THE FIRST FINDING FOR A SITE.
       START-SITE-SECTION.
           IF NOT SITE-HEADING-WRITTEN THEN
              MOVE "Y" TO SITE-HEADING-SWITCH
              MOVE SPACES TO GROUND-REPORT-RECORD
              WRITE GROUND-REPORT-RECORD
           END-IF.

      *********
      * THE SITE'S NET MOVEMENT, AND THE RE-SURVEY JUDGEMENT: WHEN AT
      * LEAST THE SYSIN SHARE OF THE COLUMNS COMPARED MOVED, THE
      * WHOLE PROFILE HAS SHIFTED - A SURVEY TAKEN FROM A DIFFERENT
      * BENCHMARK OR MIS-KEYED - NOT GROUND SETTLING IN ONE PLACE.
      *********
       WRITE-SITE-MOVEMENT-LINE.
           MOVE GROUP-SITE-ID        TO SML-SITE-ID.
           MOVE SITE-COLUMNS-CHECKED TO SML-CHECKED.
           MOVE SITE-COLUMNS-MOVED   TO SML-MOVED.
           MOVE SITE-COLUMNS-RAISED  TO SML-RAISED.
           MOVE SITE-COLUMNS-LOWERED TO SML-LOWERED.
           MOVE SITE-NET-MOVEMENT    TO SML-NET.
           MOVE SPACES TO SML-FLAG.
           IF SITE-COLUMNS-MOVED > 0 THEN
              ADD 1 TO SITES-WITH-MOVEMENT
              COMPUTE SITE-MOVED-PERCENT =
                      SITE-COLUMNS-MOVED * 100 / SITE-COLUMNS-CHECKED
              IF SITE-MOVED-PERCENT NOT < RESURVEY-PERCENT THEN
                 ADD 1 TO SITES-RESURVEYED
                 MOVE "PROBABLE RE-SURVEY" TO SML-FLAG
              ELSE
                 IF SITE-NET-MOVEMENT > 0 THEN
                    MOVE "NET RAISED" TO SML-FLAG
                 ELSE
                    IF SITE-NET-MOVEMENT < 0 THEN
                       MOVE "NET LOWERED" TO SML-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE GROUND-REPORT-RECORD FROM SITE-MOVEMENT-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO GROUND-REPORT-RECORD.
           WRITE GROUND-REPORT-RECORD.
           MOVE "SITES COMPARED      " TO TOTAL-LINE-LABEL.
           MOVE SITES-COMPARED TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES NEW TONIGHT   " TO TOTAL-LINE-LABEL.
           MOVE SITES-NEW TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES WITH MOVEMENT " TO TOTAL-LINE-LABEL.
           MOVE SITES-WITH-MOVEMENT TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "PROBABLE RE-SURVEYS " TO TOTAL-LINE-LABEL.
           MOVE SITES-RESURVEYED TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "COLUMNS MOVED       " TO TOTAL-LINE-LABEL.
           MOVE COLUMNS-MOVED-TOTAL TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "COLUMN COUNT CHANGED" TO TOTAL-LINE-LABEL.
           MOVE PROFILES-COUNT-CHANGED TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "PROFILES UNREADABLE " TO TOTAL-LINE-LABEL.
           MOVE PROFILES-UNREADABLE TO TOTAL-LINE-VALUE.
           WRITE GROUND-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWGROUND.
