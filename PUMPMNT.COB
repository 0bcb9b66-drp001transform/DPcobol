      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: PUMP ASSET MAINTENANCE.  APPLIES ADD/CHANGE/OUT-OF-
      *          SERVICE/IN-SERVICE/DELETE TRANSACTIONS (DD PUMPTRAN)
      *          TO THE INDEXED PUMP ASSET FILE (DD PUMPMAST) IN
      *          PLACE, LISTS EVERY TRANSACTION AND ITS OUTCOME ON
      *          THE AUDIT REPORT (DD PUMPAUDT), AND APPENDS EVERY
      *          TRANSACTION WITH BEFORE AND AFTER IMAGES TO THE
      *          CUMULATIVE CHANGE HISTORY (DD PUMPHST) - THE SAME
      *          PATTERN AS SITEMNT.  A PUMP CAN ONLY BE ADDED TO A
      *          SITE THAT IS ACTIVE ON THE SITE MASTER.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUMPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUMP-MASTER-FILE       ASSIGN TO "PUMPMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PM-PUMP-KEY
                   FILE STATUS IS MASTER-STATUS.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT PUMP-TRANSACTION-FILE  ASSIGN TO "PUMPTRAN"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE      ASSIGN TO "PUMPAUDT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT PUMP-HISTORY-FILE      ASSIGN TO "PUMPHST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUMP-MASTER-FILE.
       01  PUMP-MASTER-RECORD.
           COPY CWPUMP REPLACING ==:PFX:== BY ==PM==.

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  PUMP-TRANSACTION-FILE.
       01  PUMP-TRANSACTION-RECORD.
           03  TRAN-ACTION             PIC X.
               88  TRAN-ADD            VALUE "A".
               88  TRAN-CHANGE         VALUE "C".
               88  TRAN-OUT-OF-SERVICE VALUE "O".
               88  TRAN-IN-SERVICE     VALUE "I".
               88  TRAN-DELETE         VALUE "D".
           03  TRAN-PUMP-KEY.
               05  TRAN-SITE-ID        PIC X(10).
               05  TRAN-PUMP-ID        PIC X(6).
      * THE COVERAGE AND CAPACITY FIELDS ARE PIC X SO A CHANGE THAT
      * IS NOT TOUCHING THEM READS AS SPACES - "NOT SUPPLIED" -
      * RATHER THAN FAILING A NUMERIC FIELD.  ALL ZERO-FILLED WHEN
      * GIVEN; THE CAPACITY CARRIES ONE IMPLIED DECIMAL (001205 =
      * 120.5 UNITS AN HOUR).
           03  TRAN-TRANSECT-NO        PIC X(2).
           03  TRAN-FIRST-COLUMN       PIC X(4).
           03  TRAN-LAST-COLUMN        PIC X(4).
           03  TRAN-CAPACITY           PIC X(6).
           03  TRAN-CAPACITY-NUM REDEFINES TRAN-CAPACITY
                                       PIC 9(5)V9.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-RECORD                PIC X(80).

      *********
      * ONE HISTORY RECORD PER TRANSACTION, APPLIED OR REJECTED: RUN
      * DATE, ACTION, PUMP KEY, THE AUDIT OUTCOME TEXT, THEN THE
      * FULL BEFORE AND AFTER IMAGES OF THE PUMP RECORD, AS SITEMNT
      * WRITES SITEHST.  A DELETED PUMP'S LAST IMAGE SURVIVES HERE.
      *********
       FD  PUMP-HISTORY-FILE.
       01  PUMP-HISTORY-RECORD.
           03  PH-RUN-DATE             PIC 9(8).
           03  PH-ACTION               PIC X.
           03  PH-PUMP-KEY             PIC X(16).
           03  PH-RESULT               PIC X(40).
           03  PH-BEFORE-IMAGE         PIC X(41).
           03  PH-AFTER-IMAGE          PIC X(41).

       WORKING-STORAGE SECTION.
       01  MAINT-SWITCHES.
           03  TRAN-EOF-SWITCH         PIC X VALUE "N".
               88 TRAN-EOF             VALUE "Y".
           03  COUNT-EOF-SWITCH        PIC X.
               88 COUNT-EOF            VALUE "Y".
           03  MASTER-FOUND-SWITCH     PIC X.
               88 MASTER-PUMP-FOUND    VALUE "Y".
           03  FIELD-ERROR-SWITCH      PIC X.
               88 TRAN-FIELD-INVALID   VALUE "Y".
           03  MASTER-STATUS           PIC XX.
               88 MASTER-NOT-FOUND     VALUE "35".
               88 MASTER-IO-OK         VALUE "00".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".

       01  MAINT-COUNTERS.
           03  MASTER-PUMPS-IN         PIC 9(6) COMP VALUE 0.
           03  MASTER-PUMPS-OUT        PIC 9(6) COMP VALUE 0.
           03  TRANS-READ              PIC 9(4) COMP VALUE 0.
           03  TRANS-APPLIED           PIC 9(4) COMP VALUE 0.
           03  TRANS-REJECTED          PIC 9(4) COMP VALUE 0.

      *********
      * BEFORE/AFTER IMAGES OF THE PUMP RECORD FOR THE CHANGE
      * HISTORY - THE CWPUMP LAYOUT COPIED TWICE WITH DIFFERENT
      * PREFIXES.  THE BEFORE IMAGE IS CAPTURED BY LOCATE-MASTER-PUMP
      * AS THE RECORD IS READ; A PUMP NOT ON THE FILE LEAVES IT
      * SPACES.
      *********
       01  BEFORE-IMAGE-RECORD.
           COPY CWPUMP REPLACING ==:PFX:== BY ==HB==.

       01  AFTER-IMAGE-RECORD.
           COPY CWPUMP REPLACING ==:PFX:== BY ==HA==.

       01  MAINT-RUN-DATE              PIC 9(8).

       01  AUDIT-HEADING-LINE.
           03  FILLER                  PIC X(34)
               VALUE "PUMP ASSET MAINTENANCE AUDIT FOR  ".
           03  AUDIT-RUN-DATE          PIC 9(8).

       01  AUDIT-LINE.
           03  AUDIT-ACTION            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-SITE-ID           PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  AUDIT-PUMP-ID           PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-RESULT            PIC X(40).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-CAPACITY          PIC ZZZZ9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  AUDIT-STATUS            PIC X(3).

       01  AUDIT-TOTAL-LINE.
           03  AUDIT-TOTAL-LABEL       PIC X(20).
           03  AUDIT-TOTAL-VALUE       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE MAINT-RUN-DATE TO AUDIT-RUN-DATE.
           PERFORM OPEN-PUMP-HISTORY.
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-LINE.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "PUMPMNT: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-PUMP-MASTER.
           PERFORM COUNT-MASTER-PUMPS.
           MOVE MASTER-PUMPS-OUT TO MASTER-PUMPS-IN.

           OPEN INPUT PUMP-TRANSACTION-FILE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION
                   UNTIL TRAN-EOF.
           CLOSE PUMP-TRANSACTION-FILE.

           PERFORM COUNT-MASTER-PUMPS.
           CLOSE PUMP-MASTER-FILE.
           CLOSE SITE-MASTER-FILE.
           CLOSE PUMP-HISTORY-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "PUMPMNT COMPLETE.  TRANSACTIONS READ = "
                   TRANS-READ.
           DISPLAY "APPLIED = " TRANS-APPLIED
                   "  REJECTED = " TRANS-REJECTED.
           STOP RUN.

      *********
      * A MISSING PUMPMAST (STATUS 35) IS NOT AN ERROR HERE - THE
      * FIRST-EVER RUN BOOTSTRAPS THE FILE FROM A DECK OF ADD
      * TRANSACTIONS, AS SITEMNT BOOTSTRAPS THE SITE MASTER.
      *********
       OPEN-PUMP-MASTER.
           OPEN I-O PUMP-MASTER-FILE.
           IF MASTER-NOT-FOUND THEN
              OPEN OUTPUT PUMP-MASTER-FILE
              CLOSE PUMP-MASTER-FILE
              OPEN I-O PUMP-MASTER-FILE
           END-IF.

       COUNT-MASTER-PUMPS.
           MOVE 0 TO MASTER-PUMPS-OUT.
           MOVE "N" TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO PM-PUMP-KEY.
           START PUMP-MASTER-FILE
                 KEY NOT < PM-PUMP-KEY
               INVALID KEY
                   MOVE "Y" TO COUNT-EOF-SWITCH
           END-START.
           PERFORM COUNT-NEXT-MASTER-PUMP
                   UNTIL COUNT-EOF.

       COUNT-NEXT-MASTER-PUMP.
           READ PUMP-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO COUNT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MASTER-PUMPS-OUT
           END-READ.

       READ-TRANSACTION.
           READ PUMP-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ
           END-READ.

       APPLY-TRANSACTION.
           PERFORM LOCATE-MASTER-PUMP.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TRAN-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TRAN-OUT-OF-SERVICE
                   PERFORM APPLY-OUT-OF-SERVICE
               WHEN TRAN-IN-SERVICE
                   PERFORM APPLY-IN-SERVICE
               WHEN TRAN-DELETE
                   PERFORM APPLY-DELETE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                        TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT-LINE
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

       LOCATE-MASTER-PUMP.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           MOVE SPACES TO BEFORE-IMAGE-RECORD.
           MOVE TRAN-PUMP-KEY TO PM-PUMP-KEY.
           READ PUMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE PUMP-MASTER-RECORD TO BEFORE-IMAGE-RECORD
           END-READ.

      *********
      * EACH COVERAGE OR CAPACITY FIELD IS EITHER SPACES (NOT
      * SUPPLIED) OR ZERO-FILLED DIGITS.  ANYTHING ELSE REJECTS THE
      * TRANSACTION RATHER THAN QUIETLY ZEROING A FIGURE THE DRAIN-
      * DOWN REPORT RELIES ON - THE SITEMNT ACTION-LEVEL RULE.
      *********
       CHECK-TRANSACTION-FIELDS.
           MOVE "N" TO FIELD-ERROR-SWITCH.
           IF TRAN-TRANSECT-NO NOT = SPACES AND
              TRAN-TRANSECT-NO IS NOT NUMERIC THEN
              MOVE "Y" TO FIELD-ERROR-SWITCH
           END-IF.
           IF TRAN-FIRST-COLUMN NOT = SPACES AND
              TRAN-FIRST-COLUMN IS NOT NUMERIC THEN
              MOVE "Y" TO FIELD-ERROR-SWITCH
           END-IF.
           IF TRAN-LAST-COLUMN NOT = SPACES AND
              TRAN-LAST-COLUMN IS NOT NUMERIC THEN
              MOVE "Y" TO FIELD-ERROR-SWITCH
           END-IF.
           IF TRAN-CAPACITY NOT = SPACES AND
              TRAN-CAPACITY IS NOT NUMERIC THEN
              MOVE "Y" TO FIELD-ERROR-SWITCH
           END-IF.

       APPLY-SUPPLIED-FIELDS.
           IF TRAN-TRANSECT-NO NOT = SPACES THEN
              MOVE TRAN-TRANSECT-NO TO PM-PUMP-TRANSECT-NO
           END-IF.
           IF TRAN-FIRST-COLUMN NOT = SPACES THEN
              MOVE TRAN-FIRST-COLUMN TO PM-PUMP-FIRST-COLUMN
           END-IF.
           IF TRAN-LAST-COLUMN NOT = SPACES THEN
              MOVE TRAN-LAST-COLUMN TO PM-PUMP-LAST-COLUMN
           END-IF.
           IF TRAN-CAPACITY NOT = SPACES THEN
              MOVE TRAN-CAPACITY-NUM TO PM-PUMP-CAPACITY
           END-IF.

      *********
      * THE COLUMN RANGE IS EITHER 0000/0000 (THE WHOLE PROFILE) OR
      * A REAL RANGE WITH THE FIRST COLUMN NOT PAST THE LAST.
      *********
       CHECK-COLUMN-RANGE.
           IF PM-PUMP-FIRST-COLUMN > PM-PUMP-LAST-COLUMN OR
              (PM-PUMP-FIRST-COLUMN = 0 AND
               PM-PUMP-LAST-COLUMN > 0) THEN
              MOVE "REJECTED - COLUMN RANGE NOT VALID"
                   TO AUDIT-RESULT
           END-IF.

      *********
      * AN ADD NEEDS A RATED CAPACITY - A PUMP WITH NO CAPACITY
      * WOULD LOOK LIKE COVER ON THE DRAIN-DOWN REPORT AND DRAIN
      * NOTHING.  COVERAGE DEFAULTS TO THE WHOLE SITE.  A NEW PUMP
      * GOES IN SERVICE FROM THE RUN DATE.
      *********
       APPLY-ADD-TRANSACTION.
           PERFORM CHECK-TRANSACTION-FIELDS.
           IF MASTER-PUMP-FOUND THEN
              MOVE "REJECTED - PUMP ALREADY ON FILE"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-SITE-ID = SPACES OR TRAN-PUMP-ID = SPACES THEN
              MOVE "REJECTED - SITE OR PUMP ID MISSING"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-FIELD-INVALID THEN
              MOVE "REJECTED - COVERAGE/CAPACITY NOT NUMERIC"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-CAPACITY = SPACES OR TRAN-CAPACITY-NUM = 0 THEN
              MOVE "REJECTED - RATED CAPACITY MISSING"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              PERFORM CHECK-PUMP-SITE
              IF AUDIT-RESULT NOT = SPACES THEN
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 MOVE TRAN-PUMP-KEY  TO PM-PUMP-KEY
                 MOVE 0              TO PM-PUMP-TRANSECT-NO
                                        PM-PUMP-FIRST-COLUMN
                                        PM-PUMP-LAST-COLUMN
                 PERFORM APPLY-SUPPLIED-FIELDS
                 MOVE "I"            TO PM-PUMP-STATUS
                 MOVE MAINT-RUN-DATE TO PM-PUMP-STATUS-DATE
                 PERFORM CHECK-COLUMN-RANGE
                 IF AUDIT-RESULT NOT = SPACES THEN
                    PERFORM WRITE-REJECT-AUDIT-LINE
                 ELSE
                    WRITE PUMP-MASTER-RECORD
                        INVALID KEY
                            MOVE "REJECTED - PUMP ALREADY ON FILE"
                                 TO AUDIT-RESULT
                            PERFORM WRITE-REJECT-AUDIT-LINE
                        NOT INVALID KEY
                            MOVE "ADDED" TO AUDIT-RESULT
                            PERFORM WRITE-APPLIED-AUDIT-LINE
                    END-WRITE
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * LEAVES AUDIT-RESULT SPACES WHEN THE SITE IS ACTIVE ON THE
      * SITE MASTER, OR THE REJECT REASON WHEN IT IS NOT.
       CHECK-PUMP-SITE.
           MOVE SPACES TO AUDIT-RESULT.
           MOVE TRAN-SITE-ID TO SM-SITE-ID.
           READ SITE-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - SITE NOT ON SITE MASTER"
                        TO AUDIT-RESULT
               NOT INVALID KEY
                   IF SM-SITE-RETIRED THEN
                      MOVE "REJECTED - SITE RETIRED ON SITE MASTER"
                           TO AUDIT-RESULT
                   END-IF
           END-READ.

      *********
      * A CHANGE CARRIES ONLY THE FIELDS BEING CHANGED - SPACES
      * LEAVE THE FILE VALUE ALONE, AS IN SITEMNT.  THE STATUS BYTE
      * MOVES ONLY ON OUT-OF-SERVICE AND IN-SERVICE.
      *********
       APPLY-CHANGE-TRANSACTION.
           PERFORM CHECK-TRANSACTION-FIELDS.
           MOVE SPACES TO AUDIT-RESULT.
           IF NOT MASTER-PUMP-FOUND THEN
              MOVE "REJECTED - PUMP NOT ON FILE"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-FIELD-INVALID THEN
              MOVE "REJECTED - COVERAGE/CAPACITY NOT NUMERIC"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-CAPACITY NOT = SPACES AND
              TRAN-CAPACITY-NUM = 0 THEN
              MOVE "REJECTED - RATED CAPACITY MISSING"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              PERFORM APPLY-SUPPLIED-FIELDS
              PERFORM CHECK-COLUMN-RANGE
              IF AUDIT-RESULT NOT = SPACES THEN
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "CHANGED" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF
           END-IF
           END-IF.

      *********
      * OUT OF SERVICE (FAILED, AWAITING PARTS, ON MAINTENANCE) KEEPS
      * THE PUMP ON FILE SO THE DRAIN-DOWN REPORT CAN SHOW WHAT ITS
      * ABSENCE COSTS; THE STATUS DATE SAYS SINCE WHEN.
      *********
       APPLY-OUT-OF-SERVICE.
           IF NOT MASTER-PUMP-FOUND THEN
              MOVE "REJECTED - PUMP NOT ON FILE"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF PM-PUMP-OUT-OF-SERVICE THEN
                 MOVE "REJECTED - PUMP ALREADY OUT OF SERVICE"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 MOVE "O" TO PM-PUMP-STATUS
                 MOVE MAINT-RUN-DATE TO PM-PUMP-STATUS-DATE
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "TAKEN OUT OF SERVICE" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF.

       APPLY-IN-SERVICE.
           IF NOT MASTER-PUMP-FOUND THEN
              MOVE "REJECTED - PUMP NOT ON FILE"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF PM-PUMP-IN-SERVICE THEN
                 MOVE "REJECTED - PUMP ALREADY IN SERVICE"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 MOVE "I" TO PM-PUMP-STATUS
                 MOVE MAINT-RUN-DATE TO PM-PUMP-STATUS-DATE
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "RETURNED TO SERVICE" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF.

      *********
      * A PUMP REMOVED FROM THE SITE FOR GOOD IS DELETED; ITS LAST
      * IMAGE IS KEPT AS THE HISTORY RECORD'S BEFORE IMAGE.
      *********
       APPLY-DELETE-TRANSACTION.
           IF NOT MASTER-PUMP-FOUND THEN
              MOVE "REJECTED - PUMP NOT ON FILE"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              DELETE PUMP-MASTER-FILE RECORD
              IF NOT MASTER-IO-OK THEN
                 DISPLAY "PUMPMNT: DELETE FAILED, STATUS = "
                         MASTER-STATUS " PUMP " PM-PUMP-KEY
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TRANS-APPLIED
              MOVE "DELETED" TO AUDIT-RESULT
              MOVE 0 TO AUDIT-CAPACITY
              MOVE SPACES TO AUDIT-STATUS
              PERFORM WRITE-AUDIT-LINE
              MOVE SPACES TO AFTER-IMAGE-RECORD
              PERFORM WRITE-HISTORY-RECORD
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE PUMP-MASTER-RECORD.
           IF NOT MASTER-IO-OK THEN
              DISPLAY "PUMPMNT: REWRITE FAILED, STATUS = "
                      MASTER-STATUS " PUMP " PM-PUMP-KEY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-APPLIED-AUDIT-LINE.
           ADD 1 TO TRANS-APPLIED.
           MOVE PM-PUMP-CAPACITY TO AUDIT-CAPACITY.
           IF PM-PUMP-IN-SERVICE THEN
              MOVE "IN" TO AUDIT-STATUS
           ELSE
              MOVE "OUT" TO AUDIT-STATUS
           END-IF.
           PERFORM WRITE-AUDIT-LINE.
           MOVE PUMP-MASTER-RECORD TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

      * A REJECTED TRANSACTION CHANGED NOTHING, SO ITS AFTER IMAGE
      * IS SPACES - THE REJECT REASON RIDES IN PH-RESULT.
       WRITE-REJECT-AUDIT-LINE.
           ADD 1 TO TRANS-REJECTED.
           MOVE 0 TO AUDIT-CAPACITY.
           MOVE SPACES TO AUDIT-STATUS.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION  TO AUDIT-ACTION.
           MOVE TRAN-SITE-ID TO AUDIT-SITE-ID.
           MOVE TRAN-PUMP-ID TO AUDIT-PUMP-ID.
           WRITE AUDIT-RECORD FROM AUDIT-LINE.

       OPEN-PUMP-HISTORY.
           OPEN EXTEND PUMP-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              OPEN OUTPUT PUMP-HISTORY-FILE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE MAINT-RUN-DATE      TO PH-RUN-DATE.
           MOVE TRAN-ACTION         TO PH-ACTION.
           MOVE TRAN-PUMP-KEY       TO PH-PUMP-KEY.
           MOVE AUDIT-RESULT        TO PH-RESULT.
           MOVE BEFORE-IMAGE-RECORD TO PH-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-RECORD  TO PH-AFTER-IMAGE.
           WRITE PUMP-HISTORY-RECORD.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE "PUMPS ON OLD        " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-PUMPS-IN TO AUDIT-TOTAL-VALUE.
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
           MOVE "PUMPS ON NEW        " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-PUMPS-OUT TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.

       END PROGRAM PUMPMNT.
