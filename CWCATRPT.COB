      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: CATCHMENT ROLL-UP REPORT.  TAKES THE LATEST RUN'S
      *          FIGURES FOR EVERY SITE OFF THE CUMULATIVE SITE
      *          HISTORY (DD SITEHIST - TOTAL WATER AND POND COUNT)
      *          AND WHETHER THE SITE BREACHED AN ACTION LEVEL ON THAT
      *          RUN OFF THE ALERT REGISTER (DD ALRTREG), ROLLS THEM UP
      *          BY THE CATCHMENT THE SITE MASTER (DD SITEMAST) ASSIGNS
      *          EACH SITE TO, THEN CARRIES EVERY CATCHMENT'S TOTALS
      *          DOWN ITS CHAIN ON THE CATCHMENT MASTER (DD CATCHMST)
      *          SO EACH CATCHMENT SHOWS BOTH ITS OWN LOAD AND THE
      *          LOAD ARRIVING AT IT FROM EVERYTHING UPSTREAM.  THE
      *          ARRIVING FIGURES AT AN OUTFALL ARE WHAT ENGINEERING
      *          HAS TO DISCHARGE.  LISTED BY OWNING REGION ON DD
      *          CATCHRPT; SITES WITH NO CATCHMENT ARE TOTALLED AT THE
      *          FOOT SO THE GAPS IN THE ASSIGNMENTS STAY VISIBLE.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *   15-OCT-2026  DP  SITEHIST lines now end with the run number
      *                    COUNTBATCH stamps on them (61 bytes) -
      *                    layout brought into line.
      *   15-OCT-2026  DP  "The last run" is now the latest run on the
      *                    run-control register (DD RUNREG, through
      *                    CWLASTRN), not the latest date on SITEHIST -
      *                    a restarted run that finished on a later day
      *                    lost the sites it wrote before the restart,
      *                    and a recycle run dated after the produce run
      *                    took its place.  Only SITEHIST lines stamped
      *                    with that run's number are rolled up, a
      *                    breach counts when the site's last breach
      *                    date falls within the run, and a run that
      *                    never ended or failed stops the step RC 12,
      *                    as in CWDRAIN.  The heading carries the run
      *                    number.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWCATRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCHMENT-MASTER-FILE  ASSIGN TO "CATCHMST"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS CM-CATCHMENT-ID
                   FILE STATUS IS CATCHMENT-MASTER-STATUS.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
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
           SELECT CATCHMENT-REPORT-FILE  ASSIGN TO "CATCHRPT"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCHMENT-MASTER-FILE.
       01  CATCHMENT-MASTER-RECORD.
           COPY CWCATCH REPLACING ==:PFX:== BY ==CM==.

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  ALERT-REGISTER-FILE.
       01  ALERT-REGISTER-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==AR==.

      *********
      * THE HISTORY-LINE LAYOUT WRITTEN BY COUNTBATCH'S WRITE-SITE-
      * HISTORY-LINE, PICKED APART AS SITEINQ DOES.  THE COLUMN TAGS
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
           03  FILLER                  PIC X(5).
           03  HIST-PD-TAG             PIC X(4).
           03  HIST-POND-COUNT         PIC X(4).
      * RUN STAMP - "  RI" AND THE NUMBER OF THE RUN THAT WROTE THE
      * LINE.
           03  HIST-RI-TAG             PIC X(4).
           03  HIST-RUN-ID             PIC X(8).

       FD  CATCHMENT-REPORT-FILE.
       01  CATCHMENT-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

       01  CATCH-SWITCHES.
           03  CATCHMENT-EOF-SWITCH    PIC X VALUE "N".
               88 CATCHMENT-EOF        VALUE "Y".
           03  HISTORY-EOF-SWITCH      PIC X VALUE "N".
               88 HISTORY-EOF          VALUE "Y".
           03  WALK-END-SWITCH         PIC X.
               88 WALK-ENDED           VALUE "Y".
           03  REGION-OPEN-SWITCH      PIC X VALUE "N".
               88 REGION-OPEN          VALUE "Y".
           03  CATCHMENT-MASTER-STATUS PIC XX.
               88 CATCHMENT-MASTER-NOT-FOUND
                                       VALUE "35".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".
           03  REGISTER-STATUS         PIC XX.
               88 REGISTER-NOT-FOUND   VALUE "35".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".

       01  CATCH-COUNTERS.
           03  CATCHMENT-COUNT         PIC 9(4) COMP VALUE 0.
           03  SITE-COUNT              PIC 9(4) COMP VALUE 0.
           03  SITES-ASSIGNED          PIC 9(6) COMP VALUE 0.
           03  SITES-UNASSIGNED        PIC 9(6) COMP VALUE 0.
           03  SITES-BREACHED          PIC 9(6) COMP VALUE 0.
           03  BROKEN-LINKS            PIC 9(6) COMP VALUE 0.

      *********
      * ONE ENTRY PER CATCHMENT ON THE MASTER.  CT-DOWN-INDEX IS THE
      * TABLE SLOT OF THE CATCHMENT IT DRAINS INTO, RESOLVED ONCE THE
      * WHOLE MASTER IS IN (ZERO = OUTFALL, OR A LINK TO A CATCHMENT
      * NOT ON THE MASTER).  THE OWN FIGURES ARE THE CATCHMENT'S OWN
      * SITES; THE ARRIVING FIGURES ADD IN EVERYTHING UPSTREAM.
      *********
       01  CATCHMENT-TABLE.
           03  CATCHMENT-ENTRY OCCURS 500 TIMES.
               05  CT-CATCHMENT-ID     PIC X(6).
               05  CT-CATCHMENT-NAME   PIC X(30).
               05  CT-REGION           PIC X(3).
               05  CT-DOWNSTREAM-ID    PIC X(6).
               05  CT-STATUS           PIC X.
                   88 CT-RETIRED       VALUE "R".
               05  CT-DOWN-INDEX       PIC 9(4) COMP.
               05  CT-OWN-SITES        PIC 9(6) COMP.
               05  CT-OWN-WATER        PIC 9(8)V9 COMP.
               05  CT-OWN-PONDS        PIC 9(6) COMP.
               05  CT-OWN-BREACHES     PIC 9(6) COMP.
               05  CT-IN-SITES         PIC 9(6) COMP.
               05  CT-IN-WATER         PIC 9(8)V9 COMP.
               05  CT-IN-PONDS         PIC 9(6) COMP.
               05  CT-IN-BREACHES      PIC 9(6) COMP.

       01  HOLD-CATCHMENT-ENTRY.
           03  HOLD-CATCHMENT-ID       PIC X(6).
           03  HOLD-CATCHMENT-NAME     PIC X(30).
           03  HOLD-REGION             PIC X(3).
           03  HOLD-DOWNSTREAM-ID      PIC X(6).
           03  HOLD-STATUS             PIC X.
           03  HOLD-DOWN-INDEX         PIC 9(4) COMP.
           03  HOLD-OWN-SITES          PIC 9(6) COMP.
           03  HOLD-OWN-WATER          PIC 9(8)V9 COMP.
           03  HOLD-OWN-PONDS          PIC 9(6) COMP.
           03  HOLD-OWN-BREACHES       PIC 9(6) COMP.
           03  HOLD-IN-SITES           PIC 9(6) COMP.
           03  HOLD-IN-WATER           PIC 9(8)V9 COMP.
           03  HOLD-IN-PONDS           PIC 9(6) COMP.
           03  HOLD-IN-BREACHES        PIC 9(6) COMP.

      *********
      * THE LATEST RUN'S LINE FOR EACH SITE.  A LINE FOR A SITE
      * ALREADY HELD (THE SAME RUN AFTER A RESTART) REPLACES IT.
      *********
       01  SITE-TABLE.
           03  SITE-ENTRY OCCURS 5000 TIMES.
               05  ST-SITE-ID          PIC X(10).
               05  ST-WATER            PIC 9(6)V9.
               05  ST-PONDS            PIC 9(4).

       01  UNASSIGNED-TOTALS.
           03  UN-SITES                PIC 9(6) COMP VALUE 0.
           03  UN-WATER                PIC 9(8)V9 COMP VALUE 0.
           03  UN-PONDS                PIC 9(6) COMP VALUE 0.
           03  UN-BREACHES             PIC 9(6) COMP VALUE 0.

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  MATCH-INDEX             PIC 9(4) COMP.
           03  WALK-INDEX              PIC 9(4) COMP.
           03  WALK-STEPS              PIC 9(4) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.
           03  REGION-IN-PROGRESS      PIC X(3).
           03  SITE-BREACH-SWITCH      PIC X.
               88 SITE-BREACHED        VALUE "Y".

      *********
      * THE TOTAL-WATER COLUMN IS 9(6).9 ON THE HISTORY LINE; THE
      * DIGITS EITHER SIDE OF THE POINT ARE REASSEMBLED THROUGH A V9
      * REDEFINES, AS CWINSPCT DOES WITH THE DELTA REPORT.
      *********
       01  PARSE-FIELDS.
           03  PARSE-TW-COMBINED.
               05  PARSE-TW-DIGITS     PIC X(6).
               05  PARSE-TW-TENTH      PIC X.
           03  PARSE-TW-NUM REDEFINES PARSE-TW-COMBINED
                                       PIC 9(6)V9.

       01  CATCHMENT-RUN-DATE          PIC 9(8).

       01  CATCHMENT-HEADING-LINE.
           03  FILLER                  PIC X(23)
               VALUE "CATCHMENT ROLL-UP FOR  ".
           03  HEADING-RUN-DATE        PIC 9(8).
           03  FILLER                  PIC X(6) VALUE "  RUN ".
           03  HEADING-RUN-ID          PIC 9(8).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  REGION-HEADING-NAME     PIC X(3).

       01  CATCHMENT-NAME-LINE.
           03  CNL-CATCHMENT-ID        PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CNL-CATCHMENT-NAME      PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CNL-DRAINS-TEXT         PIC X(22).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  CNL-STATUS-TEXT         PIC X(7).

       01  CATCHMENT-FIGURE-LINE.
           03  CFL-LABEL               PIC X(12).
           03  FILLER                  PIC X(7) VALUE " SITES ".
           03  CFL-SITES               PIC ZZZZ9.
           03  FILLER                  PIC X(8) VALUE "  WATER ".
           03  CFL-WATER               PIC ZZZZZZZ9.9.
           03  FILLER                  PIC X(8) VALUE "  PONDS ".
           03  CFL-PONDS               PIC ZZZZZ9.
           03  FILLER                  PIC X(11) VALUE "  BREACHES ".
           03  CFL-BREACHES            PIC ZZZZ9.

       01  CATCHMENT-NOTE-LINE         PIC X(80).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-LATEST-RUN.
           PERFORM LOAD-CATCHMENT-MASTER.
           PERFORM LOAD-SITE-HISTORY.
           PERFORM ASSIGN-SITES-TO-CATCHMENTS.
           PERFORM RESOLVE-DOWNSTREAM-LINKS.
           PERFORM CARRY-TOTALS-DOWNSTREAM.
           PERFORM SORT-CATCHMENTS.
           PERFORM WRITE-CATCHMENT-REPORT.
           DISPLAY "CWCATRPT COMPLETE.  CATCHMENTS = " CATCHMENT-COUNT
                   "  SITES = " SITE-COUNT.
           DISPLAY "UNASSIGNED = " SITES-UNASSIGNED
                   "  BREACHED = " SITES-BREACHED.
           STOP RUN.

      *********
      * THE ROLL-UP IS FOR THE LATEST PRODUCE OR RECYCLE RUN ON THE
      * REGISTER, AND ONLY ONE THAT ENDED WITH RC 4 OR BETTER - A RUN
      * THAT NEVER ENDED OR FAILED LEFT SITEHIST AND THE ALERT
      * REGISTER PART-WRITTEN.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWCATRPT: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWCATRPT: NO COUNTBATCH RUN ON RUNREG - "
                      "RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWCATRPT: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - RESTART IT BEFORE "
                      "REPORTING.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWCATRPT: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC
                      " - NO REPORT FROM ITS OUTPUTS.  RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * THE CATCHMENT MASTER IS READ WHOLE.  A MISSING MASTER ENDS
      * THE RUN - A ROLL-UP WITH EVERY SITE UNASSIGNED WOULD BE
      * NOISE, NOT INFORMATION.  RUN THE CATCHMNT JOB FIRST.
      *********
       LOAD-CATCHMENT-MASTER.
           OPEN INPUT CATCHMENT-MASTER-FILE.
           IF CATCHMENT-MASTER-NOT-FOUND THEN
              DISPLAY "CWCATRPT: DD CATCHMST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-CATCHMENT-RECORD.
           PERFORM TAKE-IN-CATCHMENT
                   UNTIL CATCHMENT-EOF.
           CLOSE CATCHMENT-MASTER-FILE.

       READ-CATCHMENT-RECORD.
           READ CATCHMENT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO CATCHMENT-EOF-SWITCH
           END-READ.

       TAKE-IN-CATCHMENT.
           IF CATCHMENT-COUNT < 500 THEN
              ADD 1 TO CATCHMENT-COUNT
              INITIALIZE CATCHMENT-ENTRY(CATCHMENT-COUNT)
              MOVE CM-CATCHMENT-ID
                   TO CT-CATCHMENT-ID(CATCHMENT-COUNT)
              MOVE CM-CATCHMENT-NAME
                   TO CT-CATCHMENT-NAME(CATCHMENT-COUNT)
              MOVE CM-CATCHMENT-REGION TO CT-REGION(CATCHMENT-COUNT)
              MOVE CM-DOWNSTREAM-ID
                   TO CT-DOWNSTREAM-ID(CATCHMENT-COUNT)
              MOVE CM-CATCHMENT-STATUS TO CT-STATUS(CATCHMENT-COUNT)
           ELSE
              DISPLAY "CWCATRPT: CATCHMENT TABLE FULL AT "
                      CM-CATCHMENT-ID
           END-IF.
           PERFORM READ-CATCHMENT-RECORD.

      *********
      * A MISSING SITEHIST LEAVES THE SITE TABLE EMPTY; THE REPORT
      * SAYS SO RATHER THAN FAILING.  ONLY THE LINES STAMPED WITH THE
      * LATEST RUN'S NUMBER (COLUMNS 50-61) ARE TAKEN - SITEHIST IS
      * CUMULATIVE, AND A RESTARTED RUN CAN SPAN TWO DATES.
      *********
       LOAD-SITE-HISTORY.
           OPEN INPUT SITE-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              MOVE "Y" TO HISTORY-EOF-SWITCH
           ELSE
              PERFORM READ-HISTORY-LINE
           END-IF.
           PERFORM TAKE-IN-HISTORY-LINE
                   UNTIL HISTORY-EOF.
           IF NOT HISTORY-NOT-FOUND THEN
              CLOSE SITE-HISTORY-FILE
           END-IF.

       READ-HISTORY-LINE.
           READ SITE-HISTORY-FILE
               AT END
                   MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ.

       TAKE-IN-HISTORY-LINE.
           IF HIST-TW-TAG = "  TW" AND HIST-MH-TAG = "  MH" AND
              HIST-PD-TAG = "  PD" AND HIST-RI-TAG = "  RI" AND
              HIST-RUN-ID = CWL-RUN-ID THEN
              PERFORM STORE-SITE-LINE
           END-IF.
           PERFORM READ-HISTORY-LINE.

       STORE-SITE-LINE.
           MOVE 0 TO MATCH-INDEX.
           PERFORM VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-COUNT OR MATCH-INDEX > 0
               IF ST-SITE-ID(TABLE-INDEX) = HIST-SITE-ID THEN
                  MOVE TABLE-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.
           IF MATCH-INDEX = 0 THEN
              IF SITE-COUNT < 5000 THEN
                 ADD 1 TO SITE-COUNT
                 MOVE SITE-COUNT TO MATCH-INDEX
              ELSE
                 DISPLAY "CWCATRPT: SITE TABLE FULL AT " HIST-SITE-ID
              END-IF
           END-IF.
           IF MATCH-INDEX > 0 THEN
              MOVE HIST-SITE-ID TO ST-SITE-ID(MATCH-INDEX)
              MOVE HIST-TW-WHOLE TO PARSE-TW-DIGITS
              MOVE HIST-TW-TENTH TO PARSE-TW-TENTH
              IF PARSE-TW-COMBINED IS NUMERIC THEN
                 MOVE PARSE-TW-NUM TO ST-WATER(MATCH-INDEX)
              ELSE
                 MOVE 0 TO ST-WATER(MATCH-INDEX)
              END-IF
              IF HIST-POND-COUNT IS NUMERIC THEN
                 MOVE HIST-POND-COUNT TO ST-PONDS(MATCH-INDEX)
              ELSE
                 MOVE 0 TO ST-PONDS(MATCH-INDEX)
              END-IF
           END-IF.

      *********
      * ONE KEYED READ OF THE SITE MASTER PER SITE FOR ITS CATCHMENT,
      * AND ONE OF THE ALERT REGISTER FOR WHETHER IT BREACHED ON THE
      * LATEST RUN - ITS LAST BREACH DATE FALLS BETWEEN THAT RUN'S
      * START AND END DATES (A RESTART STAMPS ITS OWN DAY, AND NO
      * LATER RUN HAS WRITTEN TO THE REGISTER SINCE).  A SITE WITH NO
      * CATCHMENT, OR ONE NAMING A CATCHMENT NOT ON THE MASTER, IS
      * COUNTED AS UNASSIGNED.
      *********
       ASSIGN-SITES-TO-CATCHMENTS.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "CWCATRPT: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ALERT-REGISTER-FILE.
           IF REGISTER-NOT-FOUND THEN
              DISPLAY "CWCATRPT: DD ALRTREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ASSIGN-ONE-SITE
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > SITE-COUNT.
           CLOSE SITE-MASTER-FILE.
           CLOSE ALERT-REGISTER-FILE.

       ASSIGN-ONE-SITE.
           MOVE "N" TO SITE-BREACH-SWITCH.
           MOVE ST-SITE-ID(TABLE-INDEX) TO AR-SITE-ID.
           READ ALERT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AR-LAST-BREACH-DATE NOT < CWL-START-DATE AND
                      AR-LAST-BREACH-DATE NOT > CWL-END-DATE THEN
                      MOVE "Y" TO SITE-BREACH-SWITCH
                      ADD 1 TO SITES-BREACHED
                   END-IF
           END-READ.
           MOVE 0 TO MATCH-INDEX.
           MOVE ST-SITE-ID(TABLE-INDEX) TO SM-SITE-ID.
           READ SITE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-SITE-CATCHMENT NOT = SPACES THEN
                      PERFORM FIND-SITE-CATCHMENT
                   END-IF
           END-READ.
           IF MATCH-INDEX = 0 THEN
              ADD 1 TO SITES-UNASSIGNED
              ADD 1 TO UN-SITES
              ADD ST-WATER(TABLE-INDEX) TO UN-WATER
              ADD ST-PONDS(TABLE-INDEX) TO UN-PONDS
              IF SITE-BREACHED THEN
                 ADD 1 TO UN-BREACHES
              END-IF
           ELSE
              ADD 1 TO SITES-ASSIGNED
              ADD 1 TO CT-OWN-SITES(MATCH-INDEX)
              ADD ST-WATER(TABLE-INDEX) TO CT-OWN-WATER(MATCH-INDEX)
              ADD ST-PONDS(TABLE-INDEX) TO CT-OWN-PONDS(MATCH-INDEX)
              IF SITE-BREACHED THEN
                 ADD 1 TO CT-OWN-BREACHES(MATCH-INDEX)
              END-IF
           END-IF.

       FIND-SITE-CATCHMENT.
           PERFORM VARYING WALK-INDEX FROM 1 BY 1
                   UNTIL WALK-INDEX > CATCHMENT-COUNT OR
                         MATCH-INDEX > 0
               IF CT-CATCHMENT-ID(WALK-INDEX) = SM-SITE-CATCHMENT THEN
                  MOVE WALK-INDEX TO MATCH-INDEX
               END-IF
           END-PERFORM.

      *********
      * TURNS EACH DOWNSTREAM ID INTO THE TABLE SLOT IT NAMES.  A LINK
      * TO A CATCHMENT NOT ON THE MASTER (OR LOST TO A FULL TABLE)
      * ENDS THE CHAIN THERE AND IS CALLED OUT ON THE REPORT.
      *********
       RESOLVE-DOWNSTREAM-LINKS.
           PERFORM RESOLVE-ONE-LINK
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > CATCHMENT-COUNT.

       RESOLVE-ONE-LINK.
           MOVE 0 TO CT-DOWN-INDEX(TABLE-INDEX).
           IF CT-DOWNSTREAM-ID(TABLE-INDEX) NOT = SPACES THEN
              PERFORM VARYING WALK-INDEX FROM 1 BY 1
                      UNTIL WALK-INDEX > CATCHMENT-COUNT OR
                            CT-DOWN-INDEX(TABLE-INDEX) > 0
                  IF CT-CATCHMENT-ID(WALK-INDEX) =
                     CT-DOWNSTREAM-ID(TABLE-INDEX) THEN
                     MOVE WALK-INDEX TO CT-DOWN-INDEX(TABLE-INDEX)
                  END-IF
              END-PERFORM
              IF CT-DOWN-INDEX(TABLE-INDEX) = 0 THEN
                 ADD 1 TO BROKEN-LINKS
              END-IF
           END-IF.

      *********
      * EVERY CATCHMENT'S OWN FIGURES ARE ADDED TO ITS OWN ARRIVING
      * FIGURES AND THEN TO THOSE OF EACH CATCHMENT DOWN ITS CHAIN,
      * SO A CATCHMENT'S ARRIVING FIGURES END UP AS ITS OWN PLUS
      * EVERYTHING THAT DRAINS INTO IT, HOWEVER FAR UP.  CATCHMNT
      * REFUSES A LINK THAT WOULD CLOSE A LOOP; THE STEP COUNT IS A
      * BACKSTOP SO A DAMAGED MASTER CANNOT HOLD THE RUN IN ONE.
      *********
       CARRY-TOTALS-DOWNSTREAM.
           PERFORM CARRY-ONE-CATCHMENT
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > CATCHMENT-COUNT.

       CARRY-ONE-CATCHMENT.
           MOVE TABLE-INDEX TO WALK-INDEX.
           MOVE 0 TO WALK-STEPS.
           MOVE "N" TO WALK-END-SWITCH.
           PERFORM ADD-TO-WALK-CATCHMENT
                   UNTIL WALK-ENDED.

       ADD-TO-WALK-CATCHMENT.
           ADD CT-OWN-SITES(TABLE-INDEX)   TO CT-IN-SITES(WALK-INDEX).
           ADD CT-OWN-WATER(TABLE-INDEX)   TO CT-IN-WATER(WALK-INDEX).
           ADD CT-OWN-PONDS(TABLE-INDEX)   TO CT-IN-PONDS(WALK-INDEX).
           ADD CT-OWN-BREACHES(TABLE-INDEX)
                                        TO CT-IN-BREACHES(WALK-INDEX).
           ADD 1 TO WALK-STEPS.
           IF CT-DOWN-INDEX(WALK-INDEX) = 0 OR
              WALK-STEPS >= CATCHMENT-COUNT THEN
              MOVE "Y" TO WALK-END-SWITCH
           ELSE
              MOVE CT-DOWN-INDEX(WALK-INDEX) TO WALK-INDEX
           END-IF.

      *********
      * SELECTION SORT INTO OWNING REGION, THEN CATCHMENT-ID ORDER.
      * THE DOWNSTREAM SLOTS ARE FINISHED WITH BY NOW, SO MOVING THE
      * ENTRIES DOES NOT MATTER - THE REPORT PRINTS THE IDS.
      *********
       SORT-CATCHMENTS.
           PERFORM SELECT-NEXT-CATCHMENT
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= CATCHMENT-COUNT.

       SELECT-NEXT-CATCHMENT.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > CATCHMENT-COUNT
               IF CT-REGION(SORT-SWAP-INDEX) <
                  CT-REGION(SORT-BEST-INDEX) OR
                  (CT-REGION(SORT-SWAP-INDEX) =
                   CT-REGION(SORT-BEST-INDEX) AND
                   CT-CATCHMENT-ID(SORT-SWAP-INDEX) <
                   CT-CATCHMENT-ID(SORT-BEST-INDEX)) THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE CATCHMENT-ENTRY(SORT-PASS-NO)
                   TO HOLD-CATCHMENT-ENTRY
              MOVE CATCHMENT-ENTRY(SORT-BEST-INDEX)
                   TO CATCHMENT-ENTRY(SORT-PASS-NO)
              MOVE HOLD-CATCHMENT-ENTRY
                   TO CATCHMENT-ENTRY(SORT-BEST-INDEX)
           END-IF.

       WRITE-CATCHMENT-REPORT.
           OPEN OUTPUT CATCHMENT-REPORT-FILE.
           ACCEPT CATCHMENT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CATCHMENT-RUN-DATE TO HEADING-RUN-DATE.
           MOVE CWL-RUN-ID TO HEADING-RUN-ID.
           WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-HEADING-LINE.
           IF SITE-COUNT = 0 THEN
              MOVE SPACES TO CATCHMENT-REPORT-RECORD
              WRITE CATCHMENT-REPORT-RECORD
              MOVE "NO SITEHIST LINES FOR THIS RUN - NOTHING TO ROLL UP"
                   TO CATCHMENT-NOTE-LINE
              WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-NOTE-LINE
           END-IF.
           PERFORM WRITE-CATCHMENT-ENTRY
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > CATCHMENT-COUNT.
           PERFORM WRITE-UNASSIGNED-SITES.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE CATCHMENT-REPORT-FILE.

      *********
      * TWO FIGURE LINES PER CATCHMENT: ITS OWN SITES, THEN THE LOAD
      * ARRIVING AT IT WITH EVERYTHING UPSTREAM ADDED IN.  A
      * CATCHMENT NOTHING DRAINS INTO SHOWS THE SAME FIGURES ON BOTH.
      *********
       WRITE-CATCHMENT-ENTRY.
           IF NOT REGION-OPEN OR
              CT-REGION(TABLE-INDEX) NOT = REGION-IN-PROGRESS THEN
              MOVE CT-REGION(TABLE-INDEX) TO REGION-IN-PROGRESS
              MOVE "Y" TO REGION-OPEN-SWITCH
              MOVE SPACES TO CATCHMENT-REPORT-RECORD
              WRITE CATCHMENT-REPORT-RECORD
              MOVE REGION-IN-PROGRESS TO REGION-HEADING-NAME
              WRITE CATCHMENT-REPORT-RECORD FROM REGION-HEADING-LINE
           END-IF.
           MOVE SPACES TO CATCHMENT-REPORT-RECORD.
           WRITE CATCHMENT-REPORT-RECORD.
           MOVE CT-CATCHMENT-ID(TABLE-INDEX)   TO CNL-CATCHMENT-ID.
           MOVE CT-CATCHMENT-NAME(TABLE-INDEX) TO CNL-CATCHMENT-NAME.
           IF CT-DOWNSTREAM-ID(TABLE-INDEX) = SPACES THEN
              MOVE "OUTFALL" TO CNL-DRAINS-TEXT
           ELSE
              MOVE SPACES TO CNL-DRAINS-TEXT
              STRING "DRAINS TO " DELIMITED BY SIZE
                     CT-DOWNSTREAM-ID(TABLE-INDEX) DELIMITED BY SIZE
                     INTO CNL-DRAINS-TEXT
           END-IF.
           IF CT-RETIRED(TABLE-INDEX) THEN
              MOVE "RETIRED" TO CNL-STATUS-TEXT
           ELSE
              MOVE SPACES TO CNL-STATUS-TEXT
           END-IF.
           WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-NAME-LINE.
           MOVE "    OWN     " TO CFL-LABEL.
           MOVE CT-OWN-SITES(TABLE-INDEX)    TO CFL-SITES.
           MOVE CT-OWN-WATER(TABLE-INDEX)    TO CFL-WATER.
           MOVE CT-OWN-PONDS(TABLE-INDEX)    TO CFL-PONDS.
           MOVE CT-OWN-BREACHES(TABLE-INDEX) TO CFL-BREACHES.
           WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-FIGURE-LINE.
           MOVE "    ARRIVING" TO CFL-LABEL.
           MOVE CT-IN-SITES(TABLE-INDEX)     TO CFL-SITES.
           MOVE CT-IN-WATER(TABLE-INDEX)     TO CFL-WATER.
           MOVE CT-IN-PONDS(TABLE-INDEX)     TO CFL-PONDS.
           MOVE CT-IN-BREACHES(TABLE-INDEX)  TO CFL-BREACHES.
           WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-FIGURE-LINE.
           IF CT-DOWNSTREAM-ID(TABLE-INDEX) NOT = SPACES AND
              CT-DOWN-INDEX(TABLE-INDEX) = 0 THEN
              MOVE SPACES TO CATCHMENT-NOTE-LINE
              STRING "** DOWNSTREAM " DELIMITED BY SIZE
                     CT-DOWNSTREAM-ID(TABLE-INDEX) DELIMITED BY SIZE
                     " NOT ON CATCHMENT MASTER - CHAIN ENDS HERE"
                     DELIMITED BY SIZE
                     INTO CATCHMENT-NOTE-LINE
              WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-NOTE-LINE
           END-IF.

       WRITE-UNASSIGNED-SITES.
           IF UN-SITES > 0 THEN
              MOVE SPACES TO CATCHMENT-REPORT-RECORD
              WRITE CATCHMENT-REPORT-RECORD
              MOVE "SITES NOT ASSIGNED TO A CATCHMENT ON THE MASTER"
                   TO CATCHMENT-NOTE-LINE
              WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-NOTE-LINE
              MOVE "    OWN     " TO CFL-LABEL
              MOVE UN-SITES    TO CFL-SITES
              MOVE UN-WATER    TO CFL-WATER
              MOVE UN-PONDS    TO CFL-PONDS
              MOVE UN-BREACHES TO CFL-BREACHES
              WRITE CATCHMENT-REPORT-RECORD FROM CATCHMENT-FIGURE-LINE
           END-IF.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO CATCHMENT-REPORT-RECORD.
           WRITE CATCHMENT-REPORT-RECORD.
           MOVE "CATCHMENTS          " TO TOTAL-LINE-LABEL.
           MOVE CATCHMENT-COUNT TO TOTAL-LINE-VALUE.
           WRITE CATCHMENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES ROLLED UP     " TO TOTAL-LINE-LABEL.
           MOVE SITES-ASSIGNED TO TOTAL-LINE-VALUE.
           WRITE CATCHMENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES UNASSIGNED    " TO TOTAL-LINE-LABEL.
           MOVE SITES-UNASSIGNED TO TOTAL-LINE-VALUE.
           WRITE CATCHMENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "SITES BREACHED      " TO TOTAL-LINE-LABEL.
           MOVE SITES-BREACHED TO TOTAL-LINE-VALUE.
           WRITE CATCHMENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "BROKEN CHAIN LINKS  " TO TOTAL-LINE-LABEL.
           MOVE BROKEN-LINKS TO TOTAL-LINE-VALUE.
           WRITE CATCHMENT-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWCATRPT.
