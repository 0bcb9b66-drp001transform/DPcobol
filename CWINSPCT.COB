      *                    dataset the newest lines are today's, and
      *                    today's are the ones the packet exists to
      *                    show.
      *   15-OCT-2026  DP  The site line now shows the catchment the
      *                    master assigns the site to, and a master
      *                    record with no region falls back to the
      *                    site-id prefix as a missing site does, so
      *                    every site is grouped under the region the
      *                    master gives it and lands on someone's
      *                    desk.
      *   15-OCT-2026  DP  Run identifier check.  The latest run is
      *                    looked up on the run-control register (DD
      *                    RUNREG, through CWLASTRN) and must have
      *                    ended with RC 4 or better.  DELTARPT's last
      *                    section must be CWCOMPARE's comparison of
      *                    that run (the run number on its heading),
      *                    and only PONDRPT lines stamped with that run
      *                    number are taken in, so a dried-up pond's
      *                    line from an earlier night no longer rides
      *                    along.  Any mismatch stops the step RC 12
      *                    with the reason instead of building a
      *                    packet from two different nights.  The
      *                    packet heading carries the run number.
      *   15-OCT-2026  DP  A PONDRPT with no lines from the run being
      *                    inspected now ends the step RC 4, not RC
      *                    12: a night with pond reporting off is an
      *                    ordinary night.  The packet is still
      *                    written, each site noting that the run
      *                    produced no pond detail.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWINSPCT.
       01  PACKET-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

      *********
      * RUN IDENTIFIER FIELDS.  INSPECT-RUN-ID IS THE LATEST RUN ON
      * THE REGISTER; SECTION-RUN-ID IS THE RUN NUMBER ON THE LAST
      * CWCOMPARE HEADING READ OFF DELTARPT (ZERO UNTIL ONE IS SEEN,
      * OR FOR A HEADING WRITTEN BEFORE THE STAMP EXISTED).  A
      * COUNTBATCH OR CWCOMPARE LINE CARRIES "  RI" AND THE RUN
      * NUMBER IN COLUMNS 69-80.
      *********
       01  RUN-ID-FIELDS.
           03  INSPECT-RUN-ID          PIC 9(8) VALUE 0.
           03  SECTION-RUN-ID          PIC 9(8) VALUE 0.
           03  SECTION-SEEN-SWITCH     PIC X VALUE "N".
               88 SECTION-SEEN         VALUE "Y".
           03  RUN-POND-LINES          PIC 9(6) COMP VALUE 0.

       01  INSPCT-SWITCHES.
           03  DELTA-EOF-SWITCH        PIC X VALUE "N".
               88 DELTA-EOF            VALUE "Y".
               05  FS-MOVEMENT         PIC 9(6)V9 COMP.
               05  FS-REGION           PIC X(3).
               05  FS-SITE-NAME        PIC X(30).
               05  FS-CATCHMENT        PIC X(6).
               05  FS-MASTER-FLAG      PIC X.
                   88 FS-ON-MASTER     VALUE "A".
                   88 FS-RETIRED       VALUE "R".
      * SAME KEY OVERWRITES THE EARLIER ONE - TODAY'S WALK OF A POND
      * REPLACES YESTERDAY'S - AND WHEN THE TABLE FILLS, NEW LINES
      * WRAP OVER THE OLDEST SLOTS, SO IT IS ALWAYS THE NEWEST 5000
      * LINES (TODAY'S AMONG THEM) THAT SURVIVE.  ONLY LINES STAMPED
      * WITH THE RUN BEING INSPECTED ARE TAKEN IN, SO A POND THAT
      * DRIED UP SINCE YESTERDAY LEAVES NO STALE LINE BEHIND; THE
      * OVERWRITE STILL MATTERS FOR A RESTARTED RUN, WHICH CAN WRITE
      * THE SAME POND TWICE UNDER THE ONE RUN NUMBER.
      *********
       01  POND-DETAIL-TABLE.
           03  POND-DETAIL-ENTRY OCCURS 5000 TIMES.
           03  HOLD-MOVEMENT           PIC 9(6)V9 COMP.
           03  HOLD-REGION             PIC X(3).
           03  HOLD-SITE-NAME          PIC X(30).
           03  HOLD-CATCHMENT          PIC X(6).
           03  HOLD-MASTER-FLAG        PIC X.

      *********
           03  FILLER                  PIC X(30)
               VALUE "MORNING INSPECTION PACKET FOR ".
           03  PACKET-RUN-DATE         PIC 9(8).
           03  FILLER                  PIC X(6) VALUE "  RUN ".
           03  PACKET-RUN-ID           PIC 9(8).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  PSL-SITE-NAME           PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  PSL-REASON              PIC X(10).
           03  FILLER                  PIC X(5) VALUE "  CA ".
           03  PSL-CATCHMENT           PIC X(6).

       01  PACKET-FIGURE-LINE.
           03  FILLER                  PIC X(5) VALUE "  TW ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-LATEST-RUN.
           PERFORM LOAD-DELTA-REPORT.
           PERFORM CHECK-DELTA-SECTION-RUN.
           PERFORM LOAD-POND-REPORT.
           PERFORM CHECK-POND-REPORT-RUN.
           PERFORM LOOK-UP-MASTER-DETAILS.
           PERFORM SORT-FLAGGED-SITES.
           PERFORM WRITE-INSPECTION-PACKET.
                   SITES-NOT-ON-MASTER.
           STOP RUN.

      *********
      * THE PACKET IS FOR THE LATEST PRODUCE OR RECYCLE RUN ON THE
      * REGISTER, AND ONLY ONE THAT ENDED WITH RC 4 OR BETTER - A RUN
      * THAT NEVER ENDED OR FAILED LEFT ITS OUTPUTS PART-WRITTEN, AND
      * AN OLDER RUN'S PACKET WOULD GO OUT AS TODAY'S.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWINSPCT: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWINSPCT: NO COUNTBATCH RUN ON RUNREG - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWINSPCT: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - RESTART IT BEFORE "
                      "INSPECTING.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWINSPCT: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC
                      " - NO PACKET FROM ITS OUTPUTS.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CWL-RUN-ID TO INSPECT-RUN-ID.

      *********
      * DELTARPT'S LAST SECTION MUST BE THE COMPARISON OF THE RUN
      * BEING INSPECTED.  ANY OTHER NUMBER (OR NONE) MEANS CWCOMPARE
      * DID NOT RUN, OR FAILED, AFTER THE LATEST COUNTBATCH RUN.
      *********
       CHECK-DELTA-SECTION-RUN.
           IF NOT SECTION-SEEN THEN
              DISPLAY "CWINSPCT: NO CWCOMPARE SECTION ON DELTARPT - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF SECTION-RUN-ID NOT = INSPECT-RUN-ID THEN
              DISPLAY "CWINSPCT: LAST DELTARPT SECTION IS RUN "
                      SECTION-RUN-ID ", LATEST COMPLETED RUN IS "
                      INSPECT-RUN-ID
              DISPLAY "CWINSPCT: RERUN CWCOMPARE FIRST - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * EVERY PRODUCE RUN THAT WRITES PONDRPT PUTS A POND COUNT LINE
      * ON IT FOR EACH SITE IT ACCEPTS, SO NO LINE AT ALL FROM THE RUN
      * MEANS THE RUN HAD POND REPORTING OFF (RUN-OPTIONS CARD COL 4)
      * - AN ORDINARY NIGHT - OR PONDRPT IS THE WRONG DATASET.  THE
      * PACKET STILL GOES OUT, WITHOUT POND DETAIL, AND THE STEP ENDS
      * RC 4 SO THE MESSAGE IS SEEN.
      *********
       CHECK-POND-REPORT-RUN.
           IF RUN-POND-LINES = 0 THEN
              DISPLAY "CWINSPCT: PONDRPT CARRIES NO LINES FROM RUN "
                      INSPECT-RUN-ID " - PACKET HAS NO POND DETAIL"
              MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-DELTA-REPORT.
           OPEN INPUT DELTA-REPORT-FILE.
           PERFORM READ-DELTA-LINE.
      *********
      * A CWCOMPARE HEADING STARTS A NEW RUN'S SECTION, SO THE TABLE
      * RESTARTS - ONLY THE FILE'S LAST SECTION (TODAY'S RUN) FEEDS
      * THE PACKET, AND ITS HEADING'S RUN NUMBER IS KEPT FOR THE
      * CHECK AGAINST THE REGISTER.  A DETAIL LINE CARRIES "  TW "
      * AT COLUMNS 23-27 AND THE "->" ARROW AT 36-37; ANYTHING ELSE
      * IS A HEADING OR TOTAL LINE AND IS SKIPPED.
      *********
       TAKE-IN-DELTA-LINE.
           MOVE DELTA-REPORT-RECORD TO PARSE-WORK-RECORD.
           IF PARSE-WORK-RECORD(1:29) =
              "DAY-OVER-DAY SITE COMPARISON " THEN
              MOVE 0 TO FLAGGED-SITE-COUNT
              MOVE "Y" TO SECTION-SEEN-SWITCH
              MOVE 0 TO SECTION-RUN-ID
              IF PARSE-WORK-RECORD(69:4) = "  RI" AND
                 PARSE-WORK-RECORD(73:8) IS NUMERIC THEN
                 MOVE PARSE-WORK-RECORD(73:8) TO SECTION-RUN-ID
              END-IF
           ELSE
              IF PARSE-WORK-RECORD(23:5) = "  TW " AND
                 PARSE-WORK-RECORD(36:2) = "->" THEN
      *********
      * ONLY THE "  PD" DETAIL LINES IN THE CURRENT LAYOUT - THE
      * ONES CARRYING THE "  TR" TRANSECT TAG AT COLUMNS 63-66 -
      * STAMPED WITH THE RUN BEING INSPECTED ARE KEPT; THE POND COUNT
      * LINES ADD NOTHING THE PACKET DOES NOT ALREADY SHOW (THOUGH
      * THEY COUNT AS THE RUN'S LINES FOR THE CHECK ABOVE), AND A
      * PRE-CUTOVER LINE WITHOUT THE TAG CANNOT KEY AGAINST TODAY'S
      * LINES.  THE KEY IS POND NUMBER (COLUMNS 15-18) PLUS TRANSECT
      * (COLUMNS 67-68), SO A LATER LINE FOR THE SAME POND REPLACES
      * THE EARLIER ONE.
      *********
       TAKE-IN-POND-LINE.
           IF POND-REPORT-RECORD(69:4) = "  RI" AND
              POND-REPORT-RECORD(73:8) = INSPECT-RUN-ID THEN
              ADD 1 TO RUN-POND-LINES
              IF POND-REPORT-RECORD(11:4) = "  PD" AND
                 POND-REPORT-RECORD(63:4) = "  TR" THEN
                 PERFORM STORE-POND-LINE
              END-IF
           END-IF.
           PERFORM READ-POND-LINE.

               INVALID KEY
                   MOVE "M" TO FS-MASTER-FLAG(TABLE-INDEX)
                   MOVE SPACES TO FS-SITE-NAME(TABLE-INDEX)
                   MOVE SPACES TO FS-CATCHMENT(TABLE-INDEX)
                   MOVE FS-SITE-ID(TABLE-INDEX)(1:3)
                        TO FS-REGION(TABLE-INDEX)
                   ADD 1 TO SITES-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE SM-SITE-NAME TO FS-SITE-NAME(TABLE-INDEX)
                   MOVE SM-SITE-REGION TO FS-REGION(TABLE-INDEX)
                   IF SM-SITE-REGION = SPACES THEN
                      MOVE FS-SITE-ID(TABLE-INDEX)(1:3)
                           TO FS-REGION(TABLE-INDEX)
                   END-IF
                   MOVE SM-SITE-CATCHMENT
                        TO FS-CATCHMENT(TABLE-INDEX)
                   IF SM-SITE-RETIRED THEN
                      MOVE "R" TO FS-MASTER-FLAG(TABLE-INDEX)
                      ADD 1 TO SITES-NOT-ON-MASTER
       WRITE-INSPECTION-PACKET.
           OPEN OUTPUT PACKET-REPORT-FILE.
           ACCEPT PACKET-RUN-DATE FROM DATE YYYYMMDD.
           MOVE INSPECT-RUN-ID TO PACKET-RUN-ID.
           WRITE PACKET-REPORT-RECORD FROM PACKET-HEADING-LINE.
           PERFORM WRITE-PACKET-SITE
                   VARYING TABLE-INDEX FROM 1 BY 1
           MOVE FS-SITE-ID(TABLE-INDEX)   TO PSL-SITE-ID.
           MOVE FS-SITE-NAME(TABLE-INDEX) TO PSL-SITE-NAME.
           MOVE FS-REASON(TABLE-INDEX)    TO PSL-REASON.
           MOVE FS-CATCHMENT(TABLE-INDEX) TO PSL-CATCHMENT.
           WRITE PACKET-REPORT-RECORD FROM PACKET-SITE-LINE.
           IF FS-MISSING(TABLE-INDEX) THEN
              MOVE "** SITE NOT ON MASTER - FEED AND MASTER DISAGREE"
                        FROM PD-LINE-TEXT(POND-INDEX)
               END-IF
           END-PERFORM.
           IF RUN-POND-LINES = 0 THEN
              MOVE "  NO PONDRPT FROM THIS RUN - POND REPORTING OFF?"
                   TO PACKET-NOTE-LINE
              WRITE PACKET-REPORT-RECORD FROM PACKET-NOTE-LINE
           ELSE
           IF SITE-POND-LINES = 0 THEN
              MOVE "  NO POND DETAIL ON PONDRPT"
                   TO PACKET-NOTE-LINE
              WRITE PACKET-REPORT-RECORD FROM PACKET-NOTE-LINE
           END-IF
           END-IF.

       END PROGRAM CWINSPCT.
