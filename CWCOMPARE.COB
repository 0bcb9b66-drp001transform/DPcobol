      *                    writes carry "  TR" where this parser
      *                    looks for "  MH", so they fall through the
      *                    detail-line check untouched.
      *   15-OCT-2026  DP  Run identifier check.  ELEVOUT accumulates
      *                    across nights, and every line COUNTBATCH
      *                    writes now carries its run number in
      *                    columns 69-80.  The latest run is looked up
      *                    on the run-control register (DD RUNREG,
      *                    through CWLASTRN); unless it ended with RC 4
      *                    or better and TODAYIN carries its lines, the
      *                    step stops RC 12 with the reason.  Only that
      *                    run's lines are compared - earlier nights'
      *                    lines on TODAYIN used to be compared again
      *                    every morning - and only lines from EARLIER
      *                    runs are loaded off PRIORIN, so a rerun
      *                    after the promotion cannot compare the run
      *                    against itself.  Lines written before the
      *                    stamp existed count as run zero.  DELTARPT
      *                    carries the run number the same way.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWCOMPARE.
           03  FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

      *********
      * RUN IDENTIFIER FIELDS.  A COUNTBATCH LINE CARRIES "  RI" AND
      * ITS RUN NUMBER IN COLUMNS 69-80; LINE-RUN-ID IS ZERO FOR A
      * LINE WITHOUT THE STAMP.  COMPARE-RUN-ID IS THE LATEST RUN ON
      * THE REGISTER - THE ONE BEING COMPARED.
      *********
       01  RUN-ID-FIELDS.
           03  COMPARE-RUN-ID            PIC 9(8) VALUE 0.
           03  LINE-RUN-ID               PIC 9(8) VALUE 0.
           03  TODAY-RUN-LINES           PIC 9(6) COMP VALUE 0.

       01  COMPARE-SWITCHES.
           03  TODAY-EOF-SWITCH          PIC X VALUE "N".
               88 TODAY-EOF              VALUE "Y".
           03  HEADING-TW-TOLERANCE      PIC ZZZZ9.
           03  FILLER                    PIC X(8) VALUE "  MHTOL ".
           03  HEADING-MH-TOLERANCE      PIC Z9.
           03  FILLER                    PIC X(4) VALUE SPACES.
           03  FILLER                    PIC X(4) VALUE "  RI".
           03  HEADING-RUN-ID            PIC 9(8).

       01  DELTA-LINE.
           03  DELTA-SITE-ID             PIC X(10).
           03  DELTA-PRIOR-MH            PIC -Z9.9.
           03  FILLER                    PIC X(2) VALUE "->".
           03  DELTA-TODAY-MH            PIC -Z9.9.
           03  FILLER                    PIC X(6) VALUE SPACES.
           03  FILLER                    PIC X(4) VALUE "  RI".
           03  DELTA-RUN-ID              PIC 9(8).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL          PIC X(20).
           03  TOTAL-LINE-VALUE          PIC ZZZ9.
           03  FILLER                    PIC X(44) VALUE SPACES.
           03  FILLER                    PIC X(4) VALUE "  RI".
           03  TOTAL-LINE-RUN-ID         PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-COMPARE-CONTROL-CARD.
           PERFORM CHECK-LATEST-RUN.
           PERFORM SCAN-TODAY-SUMMARY.
           OPEN INPUT PRIOR-SUMMARY-FILE.
           OPEN INPUT TODAY-SUMMARY-FILE.
           OPEN OUTPUT DELTA-REPORT-FILE.
              CLOSE COMPARE-CONTROL-FILE
           END-IF.

      *********
      * THE LATEST PRODUCE OR RECYCLE RUN ON THE REGISTER IS THE ONE
      * TO COMPARE.  A RUN THAT NEVER ENDED, OR ENDED RC 8 OR WORSE,
      * LEFT ELEVOUT PART-WRITTEN OR UNBALANCED, AND COMPARING THE
      * RUN BEFORE IT INSTEAD WOULD HAND ENGINEERING A STALE LIST AS
      * TODAY'S - SO THE STEP STOPS AND SAYS WHY.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWCOMPARE: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWCOMPARE: NO COUNTBATCH RUN ON RUNREG - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWCOMPARE: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - RESTART IT BEFORE "
                      "COMPARING.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWCOMPARE: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC
                      " - ITS OUTPUTS ARE NOT COMPARED.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CWL-RUN-ID TO COMPARE-RUN-ID.
           MOVE COMPARE-RUN-ID TO HEADING-RUN-ID.
           MOVE COMPARE-RUN-ID TO DELTA-RUN-ID.
           MOVE COMPARE-RUN-ID TO TOTAL-LINE-RUN-ID.

      *********
      * A FIRST PASS OVER TODAYIN BEFORE ANYTHING IS WRITTEN: THE RUN
      * BEING COMPARED MUST HAVE LEFT ITS LINES ON ELEVOUT.  NONE
      * MEANS THE STEP IS POINTED AT A STALE OR WRONG DATASET (OR THE
      * RUN WAS TOLD NOT TO PRODUCE THE SUMMARY).
      *********
       SCAN-TODAY-SUMMARY.
           OPEN INPUT TODAY-SUMMARY-FILE.
           PERFORM READ-TODAY-RECORD.
           PERFORM COUNT-TODAY-RUN-LINE
                   UNTIL TODAY-EOF.
           CLOSE TODAY-SUMMARY-FILE.
           MOVE "N" TO TODAY-EOF-SWITCH.
           IF TODAY-RUN-LINES = 0 THEN
              DISPLAY "CWCOMPARE: TODAYIN CARRIES NO LINES FROM RUN "
                      COMPARE-RUN-ID " - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       COUNT-TODAY-RUN-LINE.
           MOVE TODAY-SUMMARY-RECORD TO PARSE-WORK-RECORD.
           PERFORM PARSE-RUN-STAMP.
           IF LINE-RUN-ID = COMPARE-RUN-ID THEN
              ADD 1 TO TODAY-RUN-LINES
           END-IF.
           PERFORM READ-TODAY-RECORD.

       PARSE-RUN-STAMP.
           MOVE 0 TO LINE-RUN-ID.
           IF PARSE-WORK-RECORD(69:4) = "  RI" AND
              PARSE-WORK-RECORD(73:8) IS NUMERIC THEN
              MOVE PARSE-WORK-RECORD(73:8) TO LINE-RUN-ID
           END-IF.

       WRITE-REPORT-HEADING.
           ACCEPT HEADING-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TW-TOLERANCE TO HEADING-TW-TOLERANCE.
           MOVE SPACES TO DELTA-RECORD.
           WRITE DELTA-RECORD.

      *********
      * PRIORIN IS A COPY OF THE WHOLE ACCUMULATED ELEVOUT, SO ONLY
      * LINES FROM RUNS BEFORE THE ONE BEING COMPARED ARE PRIOR
      * FIGURES.  THE RUN'S OWN LINES ARE ON IT WHENEVER THE STEP IS
      * RERUN AFTER CWPROMO HAS ALREADY COPIED TONIGHT'S ELEVOUT, AND
      * LOADING THEM WOULD COMPARE THE RUN AGAINST ITSELF.
      *********
       LOAD-PRIOR-SUMMARY.
           READ PRIOR-SUMMARY-FILE
               AT END
                   MOVE "Y" TO PRIOR-EOF-SWITCH
               NOT AT END
                   MOVE PRIOR-SUMMARY-RECORD TO PARSE-WORK-RECORD
                   PERFORM PARSE-RUN-STAMP
                   PERFORM PARSE-SUMMARY-DETAIL-LINE
                   IF DETAIL-LINE-PARSED AND
                      LINE-RUN-ID < COMPARE-RUN-ID THEN
                      PERFORM ADD-PRIOR-TABLE-ENTRY
                   END-IF
           END-READ.

       COMPARE-TODAY-RECORD.
           MOVE TODAY-SUMMARY-RECORD TO PARSE-WORK-RECORD.
           PERFORM PARSE-RUN-STAMP.
           PERFORM PARSE-SUMMARY-DETAIL-LINE.
           IF DETAIL-LINE-PARSED AND
              LINE-RUN-ID = COMPARE-RUN-ID THEN
              ADD 1 TO SITES-COMPARED
              PERFORM LOCATE-PRIOR-SITE
              IF MATCH-INDEX > 0 THEN
