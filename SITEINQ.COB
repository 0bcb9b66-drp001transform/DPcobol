      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: ONLINE SITE INQUIRY.  ONE SCREEN ANSWERS "WHAT'S
      *          GOING ON WITH THIS SITE" WITHOUT SUBMITTING SITEHINQ,
      *          RUNNING CWTREND AND SCANNING REJFILE AND ALRTRPT BY
      *          HAND: KEY IN A SITE ID AND SEE ITS SITE MASTER RECORD
      *          (DD SITEMAST - NAME, REGION, STATUS, BOTH ACTION
      *          LEVELS), ITS LATEST SITE HISTORY READINGS (DD
      *          SITEHIST - TOTAL WATER, MAX WALL HEIGHT, POND COUNT),
      *          ITS OPEN REJECTS WITH CODE AND AGE (DD REJFILE, OPEN
      *          AS CWREJAGE JUDGES IT) AND WHETHER IT BREACHED ON THE
      *          LAST RUN, WITH ITS INCIDENT STANDING (DD ALRTREG).
      *          N AND P PAGE FORWARD AND BACK THROUGH THE MASTER IN
      *          KEY ORDER FROM THE SITE ID ON THE SCREEN, SO KEYING A
      *          REGION PREFIX AND PAGING BROWSES THE REGION.  READ-
      *          ONLY - CHANGES STILL GO THROUGH SITEMNT.
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
       PROGRAM-ID. SITEINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT ALERT-REGISTER-FILE    ASSIGN TO "ALRTREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS AR-SITE-ID
                   FILE STATUS IS REGISTER-STATUS.
           SELECT SITE-HISTORY-FILE      ASSIGN TO "SITEHIST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-STATUS.
           SELECT REJECT-FILE            ASSIGN TO "REJFILE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  ALERT-REGISTER-FILE.
       01  ALERT-REGISTER-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==AR==.

      *********
      * THE HISTORY-LINE LAYOUT WRITTEN BY COUNTBATCH'S WRITE-SITE-
      * HISTORY-LINE, PICKED APART AS CWTREND DOES.  THE COLUMN TAGS
      * DOUBLE AS THE DETAIL-LINE CHECK.
      *********
       FD  SITE-HISTORY-FILE.
       01  SITE-HISTORY-RECORD.
           03  HIST-SITE-ID            PIC X(10).
           03  FILLER                  PIC X(2).
           03  HIST-RUN-DATE           PIC X(8).
           03  HIST-TW-TAG             PIC X(4).
           03  HIST-TW-WHOLE           PIC X(6).
           03  FILLER                  PIC X.
           03  HIST-TW-TENTH           PIC X.
           03  HIST-MH-TAG             PIC X(4).
           03  HIST-MH-SIGN            PIC X.
               88  HIST-MH-NEGATIVE    VALUE "-".
           03  HIST-MH-WHOLE           PIC X(2).
           03  FILLER                  PIC X.
           03  HIST-MH-TENTH           PIC X.
           03  HIST-PD-TAG             PIC X(4).
           03  HIST-POND-COUNT         PIC X(4).
      * RUN STAMP ("  RI" AND THE RUN NUMBER) - NOT USED HERE.
           03  FILLER                  PIC X(12).

      *********
      * THE REJECT RECORD AS COUNTBATCH'S WRITE-REJECT-FILE-LINE
      * LAYS IT OUT - ONLY THE SITE, TRANSECT, CODE AND DATE MATTER.
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

       WORKING-STORAGE SECTION.
       01  INQUIRY-SWITCHES.
           03  INQUIRY-DONE-SWITCH     PIC X VALUE "N".
               88 INQUIRY-DONE         VALUE "Y".
           03  SITE-FOUND-SWITCH       PIC X VALUE "N".
               88 SITE-FOUND           VALUE "Y".
           03  HISTORY-EOF-SWITCH      PIC X.
               88 HISTORY-EOF          VALUE "Y".
           03  REJECT-EOF-SWITCH       PIC X.
               88 REJECT-EOF           VALUE "Y".
           03  REGISTER-OPEN-SWITCH    PIC X VALUE "N".
               88 REGISTER-AVAILABLE   VALUE "Y".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".
           03  REGISTER-STATUS         PIC XX.
               88 REGISTER-NOT-FOUND   VALUE "35".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".
           03  REJECT-STATUS           PIC XX.
               88 REJECT-FILE-NOT-FOUND
                                       VALUE "35".

      *********
      * THE SITE'S LATEST HISTORY READINGS AND OPEN REJECTS.  THE
      * FILES ARE IN RUN ORDER, SO EACH TABLE KEEPS THE LAST ENTRIES
      * SEEN - WHEN FULL, THE OLDEST IS SHIFTED OUT THE BOTTOM - AND
      * IS SHOWN NEWEST FIRST.
      *********
       01  SITE-READING-TABLE.
           03  READING-COUNT           PIC 9(2) COMP VALUE 0.
           03  READING-ENTRY OCCURS 6 TIMES.
               05  RT-RUN-DATE         PIC X(8).
               05  RT-TW-WHOLE         PIC X(6).
               05  RT-TW-TENTH         PIC X.
               05  RT-MH-SIGN          PIC X.
               05  RT-MH-WHOLE         PIC X(2).
               05  RT-MH-TENTH         PIC X.
               05  RT-POND-COUNT       PIC X(4).

       01  SITE-REJECT-TABLE.
           03  OPEN-REJECT-COUNT       PIC 9(5) COMP VALUE 0.
           03  REJECT-SHOWN-COUNT      PIC 9(2) COMP VALUE 0.
           03  REJECT-ENTRY OCCURS 4 TIMES.
               05  RJ-REJECT-CODE      PIC X(4).
               05  RJ-REJECT-DATE      PIC X(8).
               05  RJ-AGE-DAYS         PIC 9(5) COMP.
               05  RJ-TRANSECT-NO      PIC X(2).

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  SHIFT-INDEX             PIC 9(4) COMP.
           03  ROW-INDEX               PIC 9(4) COMP.

       01  INQUIRY-WORK-FIELDS.
           03  INQUIRY-RUN-DATE        PIC 9(8).
           03  TODAY-DAY-NUMBER        PIC 9(7) COMP.
           03  LATEST-ACCEPTED-DAY     PIC 9(7) COMP.
           03  LAST-RUN-DATE           PIC X(8).
           03  PARSE-TW-WHOLE          PIC 9(6).
           03  PARSE-MH-WHOLE          PIC 9(2).
           03  PARSE-POND-COUNT        PIC 9(4).

       COPY CWDAYS.

      *********
      * WHAT THE SCREEN SHOWS.  THE DETAIL ROWS ARE BUILT IN THE
      * FORMATTED LINE LAYOUTS FURTHER DOWN AND MOVED HERE WHOLE, THE
      * WAY A REPORT PROGRAM BUILDS ITS PRINT LINES.
      *********
       01  INQUIRY-SCREEN-FIELDS.
           03  SCR-RUN-DATE            PIC 9(8).
           03  SCR-SITE-ID             PIC X(10).
           03  SCR-ACTION              PIC X.
               88  SCR-ACTION-NEXT     VALUE "N" "n".
               88  SCR-ACTION-PREVIOUS VALUE "P" "p".
               88  SCR-ACTION-EXIT     VALUE "X" "x".
               88  SCR-ACTION-INQUIRE  VALUE SPACE.
           03  SCR-MASTER-LINE-1       PIC X(78).
           03  SCR-MASTER-LINE-2       PIC X(78).
           03  SCR-READING-ROW         PIC X(78) OCCURS 6 TIMES.
           03  SCR-REJECT-HEADING      PIC X(78).
           03  SCR-REJECT-ROW          PIC X(78) OCCURS 4 TIMES.
           03  SCR-ALERT-LINE-1        PIC X(78).
           03  SCR-ALERT-LINE-2        PIC X(78).
           03  SCR-MESSAGE             PIC X(78).

       01  MASTER-NAME-LINE.
           03  FILLER                  PIC X(6) VALUE "NAME: ".
           03  MNL-SITE-NAME           PIC X(30).
           03  FILLER                  PIC X(10) VALUE "  REGION: ".
           03  MNL-SITE-REGION         PIC X(3).
           03  FILLER                  PIC X(10) VALUE "  STATUS: ".
           03  MNL-SITE-STATUS         PIC X(7).

       01  MASTER-LEVEL-LINE.
           03  FILLER                  PIC X(25)
               VALUE "ACTION LEVELS  TOTAL WATE".
           03  FILLER                  PIC X(3) VALUE "R: ".
           03  MLL-TW-ALERT-LEVEL      PIC X(5).
           03  FILLER                  PIC X(14)
               VALUE "  POND DEPTH: ".
           03  MLL-POND-ALERT-LEVEL    PIC X(4).
           03  FILLER                  PIC X(18)
               VALUE "   (0 = NO ALERT)".

       01  READING-ROW-LINE.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RRL-RUN-DATE            PIC X(8).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  RRL-TOTAL-WATER         PIC ZZZZZ9.
           03  RRL-TW-POINT            PIC X.
           03  RRL-TW-TENTH            PIC X.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  RRL-MH-SIGN             PIC X.
           03  RRL-MH-WHOLE            PIC Z9.
           03  RRL-MH-POINT            PIC X.
           03  RRL-MH-TENTH            PIC X.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  RRL-POND-COUNT          PIC ZZZ9.

       01  REJECT-HEADING-LINE.
           03  FILLER                  PIC X(14)
               VALUE "OPEN REJECTS: ".
           03  RHL-OPEN-COUNT          PIC ZZZZ9.
           03  FILLER                  PIC X(34)
               VALUE "    CODE  REJECTED   AGE  TRANSECT".

       01  REJECT-ROW-LINE.
           03  FILLER                  PIC X(23) VALUE SPACES.
           03  RJL-REJECT-CODE         PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RJL-REJECT-DATE         PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RJL-AGE-DAYS            PIC ZZZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  RJL-TRANSECT-NO         PIC X(2).

       01  ALERT-RUN-LINE.
           03  FILLER                  PIC X(9) VALUE "LAST RUN ".
           03  ARL-LAST-RUN-DATE       PIC X(8).
           03  FILLER                  PIC X(2) VALUE ": ".
           03  ARL-BREACH-TEXT         PIC X(40).

       01  ALERT-INCIDENT-LINE.
           03  FILLER                  PIC X(9) VALUE "INCIDENT ".
           03  AIL-INCIDENT-NO         PIC ZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AIL-STATUS              PIC X(12).
           03  FILLER                  PIC X(8) VALUE "  OPENED".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  AIL-OPENED-DATE         PIC 9(8).
           03  FILLER                  PIC X(7) VALUE "  LAST ".
           03  AIL-LAST-BREACH-DATE    PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AIL-ACK-ENGINEER        PIC X(8).

       SCREEN SECTION.
       01  SITE-INQUIRY-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COLUMN 1
               VALUE "SITEINQ   SITE INQUIRY   (READ-ONLY)".
           03  LINE 1 COLUMN 60 VALUE "AS AT ".
           03  LINE 1 COLUMN 66 PIC 9(8) FROM SCR-RUN-DATE.
           03  LINE 3 COLUMN 1 VALUE "SITE ID: ".
           03  LINE 3 COLUMN 10 PIC X(10) USING SCR-SITE-ID.
           03  LINE 4 COLUMN 1 PIC X(78) FROM SCR-MASTER-LINE-1.
           03  LINE 5 COLUMN 1 PIC X(78) FROM SCR-MASTER-LINE-2.
           03  LINE 7 COLUMN 1
               VALUE "RECENT SURVEYS  TOTAL WATER  MAX HEIGHT  PONDS".
           03  LINE 8 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(1).
           03  LINE 9 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(2).
           03  LINE 10 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(3).
           03  LINE 11 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(4).
           03  LINE 12 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(5).
           03  LINE 13 COLUMN 1 PIC X(78) FROM SCR-READING-ROW(6).
           03  LINE 15 COLUMN 1 PIC X(78) FROM SCR-REJECT-HEADING.
           03  LINE 16 COLUMN 1 PIC X(78) FROM SCR-REJECT-ROW(1).
           03  LINE 17 COLUMN 1 PIC X(78) FROM SCR-REJECT-ROW(2).
           03  LINE 18 COLUMN 1 PIC X(78) FROM SCR-REJECT-ROW(3).
           03  LINE 19 COLUMN 1 PIC X(78) FROM SCR-REJECT-ROW(4).
           03  LINE 20 COLUMN 1 PIC X(78) FROM SCR-ALERT-LINE-1.
           03  LINE 21 COLUMN 1 PIC X(78) FROM SCR-ALERT-LINE-2.
           03  LINE 22 COLUMN 1 PIC X(78) FROM SCR-MESSAGE.
           03  LINE 24 COLUMN 1
               VALUE "ENTER=INQUIRE  N=NEXT  P=PREVIOUS  X=EXIT".
           03  LINE 24 COLUMN 50 VALUE "ACTION: ".
           03  LINE 24 COLUMN 58 PIC X USING SCR-ACTION.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT INQUIRY-RUN-DATE FROM DATE YYYYMMDD.
           MOVE INQUIRY-RUN-DATE TO SCR-RUN-DATE.
           MOVE INQUIRY-RUN-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           MOVE CWD-DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "SITEINQ: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      * NO ALERT REGISTER YET JUST MEANS NO SITE HAS AN INCIDENT.
           OPEN INPUT ALERT-REGISTER-FILE.
           IF NOT REGISTER-NOT-FOUND THEN
              MOVE "Y" TO REGISTER-OPEN-SWITCH
           END-IF.

           MOVE SPACES TO SCR-SITE-ID.
           PERFORM CLEAR-SITE-PANELS.
           MOVE "KEY A SITE ID (OR A PREFIX AND N TO BROWSE)"
                TO SCR-MESSAGE.
           PERFORM PROCESS-INQUIRY-SCREEN
                   UNTIL INQUIRY-DONE.

           CLOSE SITE-MASTER-FILE.
           IF REGISTER-AVAILABLE THEN
              CLOSE ALERT-REGISTER-FILE
           END-IF.
           STOP RUN.

      *********
      * ONE SCREEN EXCHANGE: SHOW THE CURRENT PANELS, TAKE THE SITE
      * ID AND ACTION KEYED, AND POSITION ON THE SITE ASKED FOR.  THE
      * ACTION BYTE IS CLEARED EACH TIME SO A STRAY N DOES NOT KEEP
      * PAGING.
      *********
       PROCESS-INQUIRY-SCREEN.
           MOVE SPACE TO SCR-ACTION.
           DISPLAY SITE-INQUIRY-SCREEN.
           ACCEPT SITE-INQUIRY-SCREEN.
           MOVE SPACES TO SCR-MESSAGE.
           EVALUATE TRUE
               WHEN SCR-ACTION-EXIT
                   MOVE "Y" TO INQUIRY-DONE-SWITCH
               WHEN SCR-ACTION-NEXT
                   PERFORM READ-NEXT-SITE
               WHEN SCR-ACTION-PREVIOUS
                   PERFORM READ-PREVIOUS-SITE
               WHEN SCR-ACTION-INQUIRE
                   PERFORM READ-KEYED-SITE
               WHEN OTHER
                   MOVE "ACTION MUST BE N, P, X OR BLANK"
                        TO SCR-MESSAGE
           END-EVALUATE.
           IF NOT INQUIRY-DONE AND SCR-MESSAGE = SPACES THEN
              IF SITE-FOUND THEN
                 PERFORM LOAD-SITE-PANELS
              ELSE
                 PERFORM CLEAR-SITE-PANELS
              END-IF
           END-IF.

       READ-KEYED-SITE.
           MOVE "N" TO SITE-FOUND-SWITCH.
           IF SCR-SITE-ID = SPACES THEN
              MOVE "KEY A SITE ID, OR N/P TO BROWSE" TO SCR-MESSAGE
           ELSE
              MOVE SCR-SITE-ID TO SM-SITE-ID
              READ SITE-MASTER-FILE
                  INVALID KEY
                      PERFORM CLEAR-SITE-PANELS
                      MOVE "SITE NOT ON SITE MASTER" TO SCR-MESSAGE
                  NOT INVALID KEY
                      MOVE "Y" TO SITE-FOUND-SWITCH
              END-READ
           END-IF.

      *********
      * PAGING RUNS FROM THE SITE ID ON THE SCREEN, NOT FROM THE LAST
      * SITE SHOWN, SO A REGION PREFIX KEYED WITH N LANDS ON THE
      * REGION'S FIRST SITE.  A BLANK SITE ID PAGES FROM THE FRONT
      * (N) OR THE BACK (P) OF THE MASTER.  RUNNING OFF EITHER END
      * LEAVES THE SCREEN AS IT WAS, WITH A MESSAGE.
      *********
       READ-NEXT-SITE.
           MOVE "N" TO SITE-FOUND-SWITCH.
           MOVE SCR-SITE-ID TO SM-SITE-ID.
           START SITE-MASTER-FILE KEY > SM-SITE-ID
               INVALID KEY
                   MOVE "END OF SITE MASTER" TO SCR-MESSAGE
               NOT INVALID KEY
                   READ SITE-MASTER-FILE NEXT
                       AT END
                           MOVE "END OF SITE MASTER" TO SCR-MESSAGE
                       NOT AT END
                           MOVE "Y" TO SITE-FOUND-SWITCH
                   END-READ
           END-START.

       READ-PREVIOUS-SITE.
           MOVE "N" TO SITE-FOUND-SWITCH.
           IF SCR-SITE-ID = SPACES THEN
              MOVE HIGH-VALUES TO SM-SITE-ID
           ELSE
              MOVE SCR-SITE-ID TO SM-SITE-ID
           END-IF.
           START SITE-MASTER-FILE KEY < SM-SITE-ID
               INVALID KEY
                   MOVE "START OF SITE MASTER" TO SCR-MESSAGE
               NOT INVALID KEY
                   READ SITE-MASTER-FILE PREVIOUS
                       AT END
                           MOVE "START OF SITE MASTER"
                                TO SCR-MESSAGE
                       NOT AT END
                           MOVE "Y" TO SITE-FOUND-SWITCH
                   END-READ
           END-START.

       CLEAR-SITE-PANELS.
           MOVE SPACES TO SCR-MASTER-LINE-1.
           MOVE SPACES TO SCR-MASTER-LINE-2.
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > 6
               MOVE SPACES TO SCR-READING-ROW(ROW-INDEX)
           END-PERFORM.
           MOVE SPACES TO SCR-REJECT-HEADING.
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                   UNTIL ROW-INDEX > 4
               MOVE SPACES TO SCR-REJECT-ROW(ROW-INDEX)
           END-PERFORM.
           MOVE SPACES TO SCR-ALERT-LINE-1.
           MOVE SPACES TO SCR-ALERT-LINE-2.

      *********
      * FILLS EVERY PANEL FOR THE SITE NOW IN SITE-MASTER-RECORD.
      * THE HISTORY PASS MUST COME BEFORE THE REJECT PASS - IT
      * SUPPLIES THE LATEST ACCEPTED DAY THAT DECIDES WHICH REJECTS
      * ARE STILL OPEN, AND THE LAST RUN DATE THE BREACH CHECK USES.
      *********
       LOAD-SITE-PANELS.
           PERFORM CLEAR-SITE-PANELS.
           MOVE SM-SITE-ID TO SCR-SITE-ID.
           PERFORM BUILD-MASTER-LINES.
           PERFORM SCAN-SITE-HISTORY.
           PERFORM BUILD-READING-ROWS.
           PERFORM SCAN-SITE-REJECTS.
           PERFORM BUILD-REJECT-ROWS.
           PERFORM BUILD-ALERT-LINES.

       BUILD-MASTER-LINES.
           MOVE SM-SITE-NAME   TO MNL-SITE-NAME.
           MOVE SM-SITE-REGION TO MNL-SITE-REGION.
           IF SM-SITE-ACTIVE THEN
              MOVE "ACTIVE " TO MNL-SITE-STATUS
           ELSE
           IF SM-SITE-RETIRED THEN
              MOVE "RETIRED" TO MNL-SITE-STATUS
           ELSE
              MOVE SM-SITE-STATUS TO MNL-SITE-STATUS
           END-IF
           END-IF.
           MOVE MASTER-NAME-LINE TO SCR-MASTER-LINE-1.
           MOVE SM-TW-ALERT-LEVEL   TO MLL-TW-ALERT-LEVEL.
           MOVE SM-POND-ALERT-LEVEL TO MLL-POND-ALERT-LEVEL.
           MOVE MASTER-LEVEL-LINE TO SCR-MASTER-LINE-2.

      *********
      * ONE PASS OF THE SITE HISTORY: THE SITE'S LAST SIX READINGS,
      * ITS LATEST ACCEPTED DAY, AND THE LATEST RUN DATE ON THE FILE
      * FOR ANY SITE (THE LAST RUN).  LINES WITHOUT THE COLUMN TAGS
      * ARE SKIPPED, AS IN CWTREND.
      *********
       SCAN-SITE-HISTORY.
           MOVE 0 TO READING-COUNT.
           MOVE 0 TO LATEST-ACCEPTED-DAY.
           MOVE SPACES TO LAST-RUN-DATE.
           MOVE "N" TO HISTORY-EOF-SWITCH.
           OPEN INPUT SITE-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
              PERFORM READ-HISTORY-LINE
           END-IF.
           PERFORM TALLY-HISTORY-LINE
                   UNTIL HISTORY-EOF.
           IF NOT HISTORY-NOT-FOUND THEN
              CLOSE SITE-HISTORY-FILE
           END-IF.

       READ-HISTORY-LINE.
           READ SITE-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       TALLY-HISTORY-LINE.
           IF HIST-TW-TAG = "  TW" AND HIST-MH-TAG = "  MH" AND
              HIST-PD-TAG = "  PD" AND
              HIST-RUN-DATE IS NUMERIC THEN
              IF LAST-RUN-DATE = SPACES OR
                 HIST-RUN-DATE > LAST-RUN-DATE THEN
                 MOVE HIST-RUN-DATE TO LAST-RUN-DATE
              END-IF
              IF HIST-SITE-ID = SM-SITE-ID THEN
                 PERFORM STORE-SITE-READING
              END-IF
           END-IF.
           PERFORM READ-HISTORY-LINE.

       STORE-SITE-READING.
           IF READING-COUNT < 6 THEN
              ADD 1 TO READING-COUNT
           ELSE
              PERFORM VARYING SHIFT-INDEX FROM 1 BY 1
                      UNTIL SHIFT-INDEX > 5
                  MOVE READING-ENTRY(SHIFT-INDEX + 1)
                       TO READING-ENTRY(SHIFT-INDEX)
              END-PERFORM
           END-IF.
           MOVE HIST-RUN-DATE   TO RT-RUN-DATE(READING-COUNT).
           MOVE HIST-TW-WHOLE   TO RT-TW-WHOLE(READING-COUNT).
           MOVE HIST-TW-TENTH   TO RT-TW-TENTH(READING-COUNT).
           MOVE HIST-MH-SIGN    TO RT-MH-SIGN(READING-COUNT).
           MOVE HIST-MH-WHOLE   TO RT-MH-WHOLE(READING-COUNT).
           MOVE HIST-MH-TENTH   TO RT-MH-TENTH(READING-COUNT).
           MOVE HIST-POND-COUNT TO RT-POND-COUNT(READING-COUNT).
           MOVE HIST-RUN-DATE   TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-OK AND CWD-DAY-NUMBER > LATEST-ACCEPTED-DAY THEN
              MOVE CWD-DAY-NUMBER TO LATEST-ACCEPTED-DAY
           END-IF.

      *********
      * NEWEST READING ON THE TOP ROW.  THE FIGURES ARE ZERO-FILLED
      * DIGITS ON THE FILE AND ARE NUMERIC-CHECKED BEFORE EDITING,
      * SO A DAMAGED LINE SHOWS BLANK FIGURES RATHER THAN ABENDING.
      *********
       BUILD-READING-ROWS.
           IF READING-COUNT = 0 THEN
              MOVE "  NO ACCEPTED SURVEY ON THE SITE HISTORY"
                   TO SCR-READING-ROW(1)
           END-IF.
           MOVE 0 TO ROW-INDEX.
           PERFORM VARYING TABLE-INDEX FROM READING-COUNT BY -1
                   UNTIL TABLE-INDEX < 1
               ADD 1 TO ROW-INDEX
               PERFORM BUILD-ONE-READING-ROW
           END-PERFORM.

       BUILD-ONE-READING-ROW.
           MOVE RT-RUN-DATE(TABLE-INDEX) TO RRL-RUN-DATE.
           MOVE "." TO RRL-TW-POINT.
           MOVE "." TO RRL-MH-POINT.
           MOVE RT-TW-TENTH(TABLE-INDEX) TO RRL-TW-TENTH.
           MOVE RT-MH-TENTH(TABLE-INDEX) TO RRL-MH-TENTH.
           MOVE 0 TO RRL-TOTAL-WATER.
           MOVE 0 TO RRL-MH-WHOLE.
           MOVE 0 TO RRL-POND-COUNT.
           IF RT-TW-WHOLE(TABLE-INDEX) IS NUMERIC THEN
              MOVE RT-TW-WHOLE(TABLE-INDEX) TO PARSE-TW-WHOLE
              MOVE PARSE-TW-WHOLE TO RRL-TOTAL-WATER
           END-IF.
           IF RT-MH-SIGN(TABLE-INDEX) = "-" THEN
              MOVE "-" TO RRL-MH-SIGN
           ELSE
              MOVE SPACE TO RRL-MH-SIGN
           END-IF.
           IF RT-MH-WHOLE(TABLE-INDEX) IS NUMERIC THEN
              MOVE RT-MH-WHOLE(TABLE-INDEX) TO PARSE-MH-WHOLE
              MOVE PARSE-MH-WHOLE TO RRL-MH-WHOLE
           END-IF.
           IF RT-POND-COUNT(TABLE-INDEX) IS NUMERIC THEN
              MOVE RT-POND-COUNT(TABLE-INDEX) TO PARSE-POND-COUNT
              MOVE PARSE-POND-COUNT TO RRL-POND-COUNT
           END-IF.
           MOVE READING-ROW-LINE TO SCR-READING-ROW(ROW-INDEX).

      *********
      * ONE PASS OF THE REJECT FILE.  A REJECT IS OPEN UNLESS THE
      * SITE HAS BEEN ACCEPTED ON A LATER DAY - THE SAME RULE AS
      * CWREJAGE, SO THE SCREEN AND THE AGING REPORT AGREE.  ALL
      * OPEN REJECTS ARE COUNTED; THE LATEST FOUR ARE SHOWN.
      *********
       SCAN-SITE-REJECTS.
           MOVE 0 TO OPEN-REJECT-COUNT.
           MOVE 0 TO REJECT-SHOWN-COUNT.
           MOVE "N" TO REJECT-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF REJECT-FILE-NOT-FOUND THEN
              MOVE "Y" TO REJECT-EOF-SWITCH
           ELSE
              PERFORM READ-REJECT-RECORD
           END-IF.
           PERFORM TALLY-REJECT-RECORD
                   UNTIL REJECT-EOF.
           IF NOT REJECT-FILE-NOT-FOUND THEN
              CLOSE REJECT-FILE
           END-IF.

       READ-REJECT-RECORD.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO REJECT-EOF-SWITCH
           END-READ.

       TALLY-REJECT-RECORD.
           IF REJ-SITE-ID = SM-SITE-ID AND
              REJ-REJECT-DATE IS NUMERIC THEN
              MOVE REJ-REJECT-DATE TO CWD-DATE
              CALL "CWDAYS" USING CWDAYS-BLOCK
              IF CWD-OK AND
                 CWD-DAY-NUMBER NOT < LATEST-ACCEPTED-DAY THEN
                 PERFORM STORE-OPEN-REJECT
              END-IF
           END-IF.
           PERFORM READ-REJECT-RECORD.

       STORE-OPEN-REJECT.
           ADD 1 TO OPEN-REJECT-COUNT.
           IF REJECT-SHOWN-COUNT < 4 THEN
              ADD 1 TO REJECT-SHOWN-COUNT
           ELSE
              PERFORM VARYING SHIFT-INDEX FROM 1 BY 1
                      UNTIL SHIFT-INDEX > 3
                  MOVE REJECT-ENTRY(SHIFT-INDEX + 1)
                       TO REJECT-ENTRY(SHIFT-INDEX)
              END-PERFORM
           END-IF.
           MOVE REJ-REJECT-CODE TO RJ-REJECT-CODE(REJECT-SHOWN-COUNT).
           MOVE REJ-REJECT-DATE TO RJ-REJECT-DATE(REJECT-SHOWN-COUNT).
           MOVE REJ-TRANSECT-NO TO RJ-TRANSECT-NO(REJECT-SHOWN-COUNT).
           MOVE 0 TO RJ-AGE-DAYS(REJECT-SHOWN-COUNT).
           IF TODAY-DAY-NUMBER > CWD-DAY-NUMBER THEN
              COMPUTE RJ-AGE-DAYS(REJECT-SHOWN-COUNT) =
                      TODAY-DAY-NUMBER - CWD-DAY-NUMBER
           END-IF.

       BUILD-REJECT-ROWS.
           MOVE OPEN-REJECT-COUNT TO RHL-OPEN-COUNT.
           MOVE REJECT-HEADING-LINE TO SCR-REJECT-HEADING.
           MOVE 0 TO ROW-INDEX.
           PERFORM VARYING TABLE-INDEX FROM REJECT-SHOWN-COUNT BY -1
                   UNTIL TABLE-INDEX < 1
               ADD 1 TO ROW-INDEX
               MOVE RJ-REJECT-CODE(TABLE-INDEX) TO RJL-REJECT-CODE
               MOVE RJ-REJECT-DATE(TABLE-INDEX) TO RJL-REJECT-DATE
               MOVE RJ-AGE-DAYS(TABLE-INDEX)    TO RJL-AGE-DAYS
               MOVE RJ-TRANSECT-NO(TABLE-INDEX) TO RJL-TRANSECT-NO
               MOVE REJECT-ROW-LINE TO SCR-REJECT-ROW(ROW-INDEX)
           END-PERFORM.

      *********
      * THE LAST RUN IS THE LATEST RUN DATE ON THE SITE HISTORY.  THE
      * SITE BREACHED ON IT WHEN ITS REGISTER ENTRY'S LAST BREACH
      * DATE IS THAT DATE - THE REGISTER, NOT ALRTRPT, WHOSE LINES
      * CARRY NO DATE.  ANY ACTIVE OR CLOSED INCIDENT IS SHOWN ON THE
      * SECOND LINE WITH WHO ACKNOWLEDGED IT.
      *********
       BUILD-ALERT-LINES.
           IF LAST-RUN-DATE = SPACES THEN
              MOVE "NONE    " TO ARL-LAST-RUN-DATE
           ELSE
              MOVE LAST-RUN-DATE TO ARL-LAST-RUN-DATE
           END-IF.
           MOVE "NO ACTION-LEVEL BREACH" TO ARL-BREACH-TEXT.
           IF NOT REGISTER-AVAILABLE THEN
              MOVE "ALERT REGISTER NOT AVAILABLE" TO ARL-BREACH-TEXT
           ELSE
              MOVE SM-SITE-ID TO AR-SITE-ID
              READ ALERT-REGISTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM BUILD-INCIDENT-LINE
              END-READ
           END-IF.
           MOVE ALERT-RUN-LINE TO SCR-ALERT-LINE-1.

       BUILD-INCIDENT-LINE.
           IF LAST-RUN-DATE NOT = SPACES AND
              AR-LAST-BREACH-DATE = LAST-RUN-DATE THEN
              EVALUATE TRUE
                  WHEN AR-TW-BREACHED AND AR-POND-BREACHED
                      MOVE "BREACHED - TOTAL WATER AND POND DEPTH"
                           TO ARL-BREACH-TEXT
                  WHEN AR-TW-BREACHED
                      MOVE "BREACHED - TOTAL WATER"
                           TO ARL-BREACH-TEXT
                  WHEN OTHER
                      MOVE "BREACHED - POND DEPTH"
                           TO ARL-BREACH-TEXT
              END-EVALUATE
           END-IF.
           MOVE AR-INCIDENT-NO TO AIL-INCIDENT-NO.
           EVALUATE TRUE
               WHEN AR-INCIDENT-OPEN
                   MOVE "OPEN        " TO AIL-STATUS
               WHEN AR-INCIDENT-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO AIL-STATUS
               WHEN OTHER
                   MOVE "CLOSED      " TO AIL-STATUS
           END-EVALUATE.
           MOVE AR-OPENED-DATE      TO AIL-OPENED-DATE.
           MOVE AR-LAST-BREACH-DATE TO AIL-LAST-BREACH-DATE.
           EVALUATE TRUE
               WHEN AR-INCIDENT-CLOSED
                   MOVE AR-CLOSE-ENGINEER TO AIL-ACK-ENGINEER
               WHEN AR-INCIDENT-ACKNOWLEDGED
                   MOVE AR-ACK-ENGINEER TO AIL-ACK-ENGINEER
               WHEN OTHER
                   MOVE SPACES TO AIL-ACK-ENGINEER
           END-EVALUATE.
           MOVE ALERT-INCIDENT-LINE TO SCR-ALERT-LINE-2.

       END PROGRAM SITEINQ.
