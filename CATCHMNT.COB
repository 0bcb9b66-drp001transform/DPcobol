      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: CATCHMENT MASTER MAINTENANCE.  APPLIES ADD/CHANGE/
      *          RETIRE TRANSACTIONS (DD CATCHTRN) TO THE INDEXED
      *          CATCHMENT MASTER (DD CATCHMST) IN PLACE, LISTS EVERY
      *          TRANSACTION AND ITS OUTCOME ON THE AUDIT REPORT (DD
      *          CATCHAUD), AND APPENDS EVERY TRANSACTION WITH BEFORE
      *          AND AFTER IMAGES TO THE CUMULATIVE CHANGE HISTORY (DD
      *          CATCHHST) - THE SAME PATTERN AS SITEMNT.  THE
      *          DOWNSTREAM LINKS ARE KEPT SOUND HERE SO EVERY PROGRAM
      *          THAT WALKS THEM CAN TRUST THEM: A CATCHMENT CAN ONLY
      *          DRAIN INTO AN ACTIVE CATCHMENT, NEVER INTO ITSELF OR
      *          ANYTHING UPSTREAM OF IT, AND CANNOT BE RETIRED WHILE
      *          AN ACTIVE CATCHMENT STILL DRAINS INTO IT.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCHMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCHMENT-MASTER-FILE  ASSIGN TO "CATCHMST"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CM-CATCHMENT-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT CATCHMENT-TRAN-FILE    ASSIGN TO "CATCHTRN"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE      ASSIGN TO "CATCHAUD"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT CATCHMENT-HISTORY-FILE ASSIGN TO "CATCHHST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCHMENT-MASTER-FILE.
       01  CATCHMENT-MASTER-RECORD.
           COPY CWCATCH REPLACING ==:PFX:== BY ==CM==.

      *********
      * A CHANGE CARRIES ONLY THE FIELDS BEING CHANGED - SPACES
      * LEAVE THE MASTER VALUE ALONE.  SPACES CANNOT THEREFORE ALSO
      * MEAN "NOW AN OUTFALL" ON A CHANGE, SO AN ASTERISK IN THE
      * FIRST COLUMN OF THE DOWNSTREAM FIELD CUTS THE LINK.  ON AN
      * ADD, SPACES (OR THE ASTERISK) MAKE THE NEW CATCHMENT AN
      * OUTFALL.
      *********
       FD  CATCHMENT-TRAN-FILE.
       01  CATCHMENT-TRAN-RECORD.
           03  TRAN-ACTION             PIC X.
               88  TRAN-ADD            VALUE "A".
               88  TRAN-CHANGE         VALUE "C".
               88  TRAN-RETIRE         VALUE "R".
           03  TRAN-CATCHMENT-ID       PIC X(6).
           03  TRAN-CATCHMENT-NAME     PIC X(30).
           03  TRAN-CATCHMENT-REGION   PIC X(3).
           03  TRAN-DOWNSTREAM-ID      PIC X(6).
               88  TRAN-DOWNSTREAM-NOT-GIVEN
                                       VALUE SPACES.
           03  FILLER REDEFINES TRAN-DOWNSTREAM-ID.
               05  TRAN-OUTFALL-FLAG   PIC X.
                   88  TRAN-MAKE-OUTFALL
                                       VALUE "*".
               05  FILLER              PIC X(5).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-RECORD                PIC X(80).

      *********
      * ONE HISTORY RECORD PER TRANSACTION, APPLIED OR REJECTED: RUN
      * DATE, ACTION, CATCHMENT, THE AUDIT OUTCOME TEXT, THEN THE
      * FULL BEFORE AND AFTER IMAGES OF THE MASTER RECORD, AS
      * SITEMNT WRITES SITEHST.
      *********
       FD  CATCHMENT-HISTORY-FILE.
       01  CATCHMENT-HISTORY-RECORD.
           03  CH-RUN-DATE             PIC 9(8).
           03  CH-ACTION               PIC X.
           03  CH-CATCHMENT-ID         PIC X(6).
           03  CH-RESULT               PIC X(40).
           03  CH-BEFORE-IMAGE         PIC X(46).
           03  CH-AFTER-IMAGE          PIC X(46).

       WORKING-STORAGE SECTION.
       01  MAINT-SWITCHES.
           03  TRAN-EOF-SWITCH         PIC X VALUE "N".
               88 TRAN-EOF             VALUE "Y".
           03  COUNT-EOF-SWITCH        PIC X.
               88 COUNT-EOF            VALUE "Y".
           03  MASTER-FOUND-SWITCH     PIC X.
               88 MASTER-CATCHMENT-FOUND
                                       VALUE "Y".
           03  DOWNSTREAM-SWITCH       PIC X.
               88 DOWNSTREAM-INVALID   VALUE "Y".
           03  WALK-END-SWITCH         PIC X.
               88 WALK-ENDED           VALUE "Y".
           03  UPSTREAM-SWITCH         PIC X.
               88 UPSTREAM-STILL-ACTIVE
                                       VALUE "Y".
           03  MASTER-STATUS           PIC XX.
               88 MASTER-NOT-FOUND     VALUE "35".
               88 MASTER-IO-OK         VALUE "00".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".

       01  MAINT-COUNTERS.
           03  MASTER-CATCHMENTS-IN    PIC 9(6) COMP VALUE 0.
           03  MASTER-CATCHMENTS-OUT   PIC 9(6) COMP VALUE 0.
           03  TRANS-READ              PIC 9(4) COMP VALUE 0.
           03  TRANS-APPLIED           PIC 9(4) COMP VALUE 0.
           03  TRANS-REJECTED          PIC 9(4) COMP VALUE 0.
           03  WALK-STEPS              PIC 9(6) COMP.

      *********
      * THE DOWNSTREAM WALK FOLLOWS THE LINKS ONE KEYED READ AT A
      * TIME.  A SOUND MASTER ENDS EVERY CHAIN AT AN OUTFALL LONG
      * BEFORE THE STEP LIMIT; HITTING IT MEANS A LOOP ALREADY ON
      * THE FILE, AND THE TRANSACTION IS REJECTED RATHER THAN WALKED
      * FOREVER.
      *********
       01  WALK-STEP-LIMIT             PIC 9(6) COMP VALUE 9999.

       01  BEFORE-IMAGE-RECORD.
           COPY CWCATCH REPLACING ==:PFX:== BY ==HB==.

       01  AFTER-IMAGE-RECORD.
           COPY CWCATCH REPLACING ==:PFX:== BY ==HA==.

       01  MAINT-RUN-DATE              PIC 9(8).

       01  AUDIT-HEADING-LINE.
           03  FILLER                  PIC X(39)
               VALUE "CATCHMENT MASTER MAINTENANCE AUDIT FOR ".
           03  AUDIT-RUN-DATE          PIC 9(8).

       01  AUDIT-LINE.
           03  AUDIT-ACTION            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-CATCHMENT-ID      PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-RESULT            PIC X(40).

       01  AUDIT-TOTAL-LINE.
           03  AUDIT-TOTAL-LABEL       PIC X(20).
           03  AUDIT-TOTAL-VALUE       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE MAINT-RUN-DATE TO AUDIT-RUN-DATE.
           PERFORM OPEN-CATCHMENT-HISTORY.
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-LINE.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           PERFORM OPEN-CATCHMENT-MASTER.
           PERFORM COUNT-MASTER-CATCHMENTS.
           MOVE MASTER-CATCHMENTS-OUT TO MASTER-CATCHMENTS-IN.

           OPEN INPUT CATCHMENT-TRAN-FILE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION
                   UNTIL TRAN-EOF.
           CLOSE CATCHMENT-TRAN-FILE.

           PERFORM COUNT-MASTER-CATCHMENTS.
           CLOSE CATCHMENT-MASTER-FILE.
           CLOSE CATCHMENT-HISTORY-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "CATCHMNT COMPLETE.  TRANSACTIONS READ = "
                   TRANS-READ.
           DISPLAY "APPLIED = " TRANS-APPLIED
                   "  REJECTED = " TRANS-REJECTED.
           STOP RUN.

      *********
      * A MISSING CATCHMST (STATUS 35) IS THE FIRST-EVER RUN: THE
      * EMPTY INDEXED DATASET IS CREATED AND REOPENED I-O, AS
      * SITEMNT BOOTSTRAPS THE SITE MASTER.
      *********
       OPEN-CATCHMENT-MASTER.
           OPEN I-O CATCHMENT-MASTER-FILE.
           IF MASTER-NOT-FOUND THEN
              OPEN OUTPUT CATCHMENT-MASTER-FILE
              CLOSE CATCHMENT-MASTER-FILE
              OPEN I-O CATCHMENT-MASTER-FILE
           END-IF.

       COUNT-MASTER-CATCHMENTS.
           MOVE 0 TO MASTER-CATCHMENTS-OUT.
           MOVE "N" TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO CM-CATCHMENT-ID.
           START CATCHMENT-MASTER-FILE KEY NOT < CM-CATCHMENT-ID
               INVALID KEY
                   MOVE "Y" TO COUNT-EOF-SWITCH
           END-START.
           PERFORM COUNT-NEXT-MASTER-CATCHMENT
                   UNTIL COUNT-EOF.

       COUNT-NEXT-MASTER-CATCHMENT.
           READ CATCHMENT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO COUNT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MASTER-CATCHMENTS-OUT
           END-READ.

       READ-TRANSACTION.
           READ CATCHMENT-TRAN-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ
           END-READ.

      *********
      * THE DOWNSTREAM AND UPSTREAM CHECKS READ OTHER RECORDS OF THE
      * SAME MASTER, SO THEY RUN FIRST - THE KEYED READ OF THE
      * TRANSACTION'S OWN CATCHMENT COMES LAST AND LEAVES ITS RECORD
      * IN THE BUFFER FOR THE APPLY PARAGRAPHS TO UPDATE.
      *********
       APPLY-TRANSACTION.
           MOVE "N" TO DOWNSTREAM-SWITCH.
           MOVE "N" TO UPSTREAM-SWITCH.
           EVALUATE TRUE
               WHEN TRAN-ADD
               WHEN TRAN-CHANGE
                   PERFORM CHECK-DOWNSTREAM-LINK
               WHEN TRAN-RETIRE
                   PERFORM CHECK-UPSTREAM-CATCHMENTS
           END-EVALUATE.
           PERFORM LOCATE-MASTER-CATCHMENT.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TRAN-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TRAN-RETIRE
                   PERFORM APPLY-RETIRE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                        TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT-LINE
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

       LOCATE-MASTER-CATCHMENT.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           MOVE SPACES TO BEFORE-IMAGE-RECORD.
           MOVE TRAN-CATCHMENT-ID TO CM-CATCHMENT-ID.
           READ CATCHMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE CATCHMENT-MASTER-RECORD
                        TO BEFORE-IMAGE-RECORD
           END-READ.

      *********
      * A NEW DOWNSTREAM LINK MUST NAME AN ACTIVE CATCHMENT OTHER
      * THAN THIS ONE, AND FOLLOWING THE CHAIN ON FROM IT MUST REACH
      * AN OUTFALL WITHOUT COMING BACK HERE - OTHERWISE THE ROLL-UP
      * WOULD CARRY THE LOAD ROUND IN A CIRCLE.  THE REJECT REASON IS
      * LEFT IN AUDIT-RESULT FOR THE APPLY PARAGRAPH.
      *********
       CHECK-DOWNSTREAM-LINK.
           IF TRAN-DOWNSTREAM-NOT-GIVEN OR TRAN-MAKE-OUTFALL THEN
              CONTINUE
           ELSE
           IF TRAN-DOWNSTREAM-ID = TRAN-CATCHMENT-ID THEN
              MOVE "Y" TO DOWNSTREAM-SWITCH
              MOVE "REJECTED - CANNOT DRAIN INTO ITSELF"
                   TO AUDIT-RESULT
           ELSE
              MOVE TRAN-DOWNSTREAM-ID TO CM-CATCHMENT-ID
              READ CATCHMENT-MASTER-FILE
                  INVALID KEY
                      MOVE "Y" TO DOWNSTREAM-SWITCH
                      MOVE "REJECTED - DOWNSTREAM NOT ON MASTER"
                           TO AUDIT-RESULT
                  NOT INVALID KEY
                      IF CM-CATCHMENT-RETIRED THEN
                         MOVE "Y" TO DOWNSTREAM-SWITCH
                         MOVE "REJECTED - DOWNSTREAM IS RETIRED"
                              TO AUDIT-RESULT
                      ELSE
                         PERFORM WALK-DOWNSTREAM-CHAIN
                      END-IF
              END-READ
           END-IF
           END-IF.

      *********
      * CM HOLDS THE PROPOSED DOWNSTREAM CATCHMENT.  FOLLOW ITS LINKS
      * TO THE OUTFALL; MEETING THE TRANSACTION'S OWN CATCHMENT ON
      * THE WAY MEANS THE NEW LINK WOULD CLOSE A LOOP.
      *********
       WALK-DOWNSTREAM-CHAIN.
           MOVE "N" TO WALK-END-SWITCH.
           MOVE 0 TO WALK-STEPS.
           PERFORM FOLLOW-DOWNSTREAM-LINK
                   UNTIL WALK-ENDED.

       FOLLOW-DOWNSTREAM-LINK.
           ADD 1 TO WALK-STEPS.
           IF CM-CATCHMENT-OUTFALL THEN
              MOVE "Y" TO WALK-END-SWITCH
           ELSE
           IF CM-DOWNSTREAM-ID = TRAN-CATCHMENT-ID OR
              WALK-STEPS > WALK-STEP-LIMIT THEN
              MOVE "Y" TO WALK-END-SWITCH
              MOVE "Y" TO DOWNSTREAM-SWITCH
              MOVE "REJECTED - DOWNSTREAM LINK MAKES A LOOP"
                   TO AUDIT-RESULT
           ELSE
              MOVE CM-DOWNSTREAM-ID TO CM-CATCHMENT-ID
              READ CATCHMENT-MASTER-FILE
                  INVALID KEY
      * A BROKEN LINK FURTHER DOWN IS NOT THIS TRANSACTION'S DOING -
      * THE CHAIN SIMPLY ENDS THERE, AS THE ROLL-UP TREATS IT.
                      MOVE "Y" TO WALK-END-SWITCH
              END-READ
           END-IF
           END-IF.

      *********
      * A CATCHMENT CANNOT BE RETIRED WHILE AN ACTIVE CATCHMENT STILL
      * DRAINS INTO IT - THAT CATCHMENT'S LOAD WOULD ARRIVE NOWHERE.
      * ONE PASS OF THE MASTER LOOKS FOR ONE; RE-POINT OR RETIRE THE
      * UPSTREAM CATCHMENTS FIRST.
      *********
       CHECK-UPSTREAM-CATCHMENTS.
           MOVE "N" TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO CM-CATCHMENT-ID.
           START CATCHMENT-MASTER-FILE KEY NOT < CM-CATCHMENT-ID
               INVALID KEY
                   MOVE "Y" TO COUNT-EOF-SWITCH
           END-START.
           PERFORM CHECK-NEXT-UPSTREAM-CATCHMENT
                   UNTIL COUNT-EOF OR UPSTREAM-STILL-ACTIVE.

       CHECK-NEXT-UPSTREAM-CATCHMENT.
           READ CATCHMENT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO COUNT-EOF-SWITCH
               NOT AT END
                   IF CM-DOWNSTREAM-ID = TRAN-CATCHMENT-ID AND
                      CM-CATCHMENT-ACTIVE THEN
                      MOVE "Y" TO UPSTREAM-SWITCH
                   END-IF
           END-READ.

       APPLY-ADD-TRANSACTION.
           IF MASTER-CATCHMENT-FOUND THEN
              MOVE "REJECTED - CATCHMENT ALREADY ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-CATCHMENT-REGION = SPACES THEN
              MOVE "REJECTED - OWNING REGION REQUIRED"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF DOWNSTREAM-INVALID THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE TRAN-CATCHMENT-ID     TO CM-CATCHMENT-ID
              MOVE TRAN-CATCHMENT-NAME   TO CM-CATCHMENT-NAME
              MOVE TRAN-CATCHMENT-REGION TO CM-CATCHMENT-REGION
              MOVE SPACES                TO CM-DOWNSTREAM-ID
              IF NOT TRAN-MAKE-OUTFALL THEN
                 MOVE TRAN-DOWNSTREAM-ID TO CM-DOWNSTREAM-ID
              END-IF
              MOVE "A"                   TO CM-CATCHMENT-STATUS
              WRITE CATCHMENT-MASTER-RECORD
                  INVALID KEY
                      MOVE "REJECTED - CATCHMENT ALREADY ON MASTER"
                           TO AUDIT-RESULT
                      PERFORM WRITE-REJECT-AUDIT-LINE
                  NOT INVALID KEY
                      MOVE "ADDED" TO AUDIT-RESULT
                      PERFORM WRITE-APPLIED-AUDIT-LINE
              END-WRITE
           END-IF
           END-IF
           END-IF.

       APPLY-CHANGE-TRANSACTION.
           IF NOT MASTER-CATCHMENT-FOUND THEN
              MOVE "REJECTED - CATCHMENT NOT ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CM-CATCHMENT-RETIRED THEN
              MOVE "REJECTED - CATCHMENT IS RETIRED"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF DOWNSTREAM-INVALID THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF TRAN-CATCHMENT-NAME NOT = SPACES THEN
                 MOVE TRAN-CATCHMENT-NAME TO CM-CATCHMENT-NAME
              END-IF
              IF TRAN-CATCHMENT-REGION NOT = SPACES THEN
                 MOVE TRAN-CATCHMENT-REGION TO CM-CATCHMENT-REGION
              END-IF
              IF TRAN-MAKE-OUTFALL THEN
                 MOVE SPACES TO CM-DOWNSTREAM-ID
              ELSE
              IF NOT TRAN-DOWNSTREAM-NOT-GIVEN THEN
                 MOVE TRAN-DOWNSTREAM-ID TO CM-DOWNSTREAM-ID
              END-IF
              END-IF
              PERFORM REWRITE-MASTER-RECORD
              MOVE "CHANGED" TO AUDIT-RESULT
              PERFORM WRITE-APPLIED-AUDIT-LINE
           END-IF
           END-IF
           END-IF.

       APPLY-RETIRE-TRANSACTION.
           IF NOT MASTER-CATCHMENT-FOUND THEN
              MOVE "REJECTED - CATCHMENT NOT ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CM-CATCHMENT-RETIRED THEN
              MOVE "REJECTED - CATCHMENT ALREADY RETIRED"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF UPSTREAM-STILL-ACTIVE THEN
              MOVE "REJECTED - STILL HAS ACTIVE UPSTREAM"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE "R" TO CM-CATCHMENT-STATUS
              PERFORM REWRITE-MASTER-RECORD
              MOVE "RETIRED" TO AUDIT-RESULT
              PERFORM WRITE-APPLIED-AUDIT-LINE
           END-IF
           END-IF
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE CATCHMENT-MASTER-RECORD.
           IF NOT MASTER-IO-OK THEN
              DISPLAY "CATCHMNT: REWRITE FAILED, STATUS = "
                      MASTER-STATUS " CATCHMENT " CM-CATCHMENT-ID
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-APPLIED-AUDIT-LINE.
           ADD 1 TO TRANS-APPLIED.
           PERFORM WRITE-AUDIT-LINE.
           MOVE CATCHMENT-MASTER-RECORD TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-REJECT-AUDIT-LINE.
           ADD 1 TO TRANS-REJECTED.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION       TO AUDIT-ACTION.
           MOVE TRAN-CATCHMENT-ID TO AUDIT-CATCHMENT-ID.
           WRITE AUDIT-RECORD FROM AUDIT-LINE.

       OPEN-CATCHMENT-HISTORY.
           OPEN EXTEND CATCHMENT-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              OPEN OUTPUT CATCHMENT-HISTORY-FILE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE MAINT-RUN-DATE       TO CH-RUN-DATE.
           MOVE TRAN-ACTION          TO CH-ACTION.
           MOVE TRAN-CATCHMENT-ID    TO CH-CATCHMENT-ID.
           MOVE AUDIT-RESULT         TO CH-RESULT.
           MOVE BEFORE-IMAGE-RECORD  TO CH-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-RECORD   TO CH-AFTER-IMAGE.
           WRITE CATCHMENT-HISTORY-RECORD.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE "CATCHMENTS ON OLD   " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-CATCHMENTS-IN TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.
           MOVE "TRANSACTIONS READ   " TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-READ TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.
           MOVE "APPLIED             " TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-APPLIED TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.
           MOVE "REJECTED            " TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-REJECTED TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.
           MOVE "CATCHMENTS ON NEW   " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-CATCHMENTS-OUT TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.

       END PROGRAM CATCHMNT.
