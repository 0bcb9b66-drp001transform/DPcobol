
      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: ALERT REGISTER MAINTENANCE.  APPLIES THE DRAINAGE
      *          ENGINEERS' ACKNOWLEDGE/CLOSE TRANSACTIONS (DD
      *          ALRTTRAN) TO THE INDEXED ALERT REGISTER (DD ALRTREG)
      *          THAT COUNTBATCH OPENS INCIDENTS ON, LISTS EVERY
      *          TRANSACTION AND ITS OUTCOME ON THE AUDIT REPORT (DD
      *          ALRTAUDT), AND APPENDS EACH ONE WITH THE BEFORE AND
      *          AFTER REGISTER IMAGES TO THE CHANGE HISTORY (DD
      *          ALRTHST) - THE SAME SHAPE AS SITEMNT.  AN
      *          ACKNOWLEDGED INCIDENT STOPS ESCALATING; A CLOSED ONE
      *          LETS THE SITE'S NEXT BREACH OPEN A NEW INCIDENT.
      * Tectonics: cobc
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REGISTER-FILE    ASSIGN TO "ALRTREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AR-SITE-ID
                   FILE STATUS IS REGISTER-STATUS.
           SELECT ALERT-TRANSACTION-FILE ASSIGN TO "ALRTTRAN"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE      ASSIGN TO "ALRTAUDT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT ALERT-HISTORY-FILE     ASSIGN TO "ALRTHST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-REGISTER-FILE.
       01  ALERT-REGISTER-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==AR==.

       FD  ALERT-TRANSACTION-FILE.
       01  ALERT-TRANSACTION-RECORD.
           03  TRAN-ACTION             PIC X.
               88  TRAN-ACKNOWLEDGE    VALUE "A".
               88  TRAN-CLOSE          VALUE "C".
           03  TRAN-SITE-ID            PIC X(10).
      * THE INCIDENT NUMBER IS PIC X(4): SPACES MEANS "THE SITE'S
      * CURRENT INCIDENT".  WHEN SUPPLIED IT MUST MATCH, SO A DECK
      * KEYED AGAINST LAST WEEK'S INCIDENT CANNOT CLOSE THE NEW ONE
      * THE SITE HAS OPENED SINCE.
           03  TRAN-INCIDENT-NO        PIC X(4).
           03  TRAN-ENGINEER-ID        PIC X(8).
           03  TRAN-NOTE               PIC X(40).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-RECORD                PIC X(80).

      *********
      * ONE HISTORY RECORD PER TRANSACTION, APPLIED OR REJECTED: RUN
      * DATE, ACTION, SITE, THE AUDIT OUTCOME TEXT, THEN THE FULL
      * BEFORE AND AFTER IMAGES OF THE REGISTER RECORD, AS SITEMNT
      * KEEPS FOR THE SITE MASTER.  THIS IS WHERE A CLOSED
      * INCIDENT'S DETAIL SURVIVES ONCE THE SITE'S NEXT BREACH HAS
      * REUSED THE REGISTER RECORD.
      *********
       FD  ALERT-HISTORY-FILE.
       01  ALERT-HISTORY-RECORD.
           03  AH-RUN-DATE             PIC 9(8).
           03  AH-ACTION               PIC X.
           03  AH-SITE-ID              PIC X(10).
           03  AH-RESULT               PIC X(40).
           03  AH-BEFORE-IMAGE         PIC X(174).
           03  AH-AFTER-IMAGE          PIC X(174).

       WORKING-STORAGE SECTION.
       01  MAINT-SWITCHES.
           03  TRAN-EOF-SWITCH         PIC X VALUE "N".
               88 TRAN-EOF             VALUE "Y".
           03  COUNT-EOF-SWITCH        PIC X.
               88 COUNT-EOF            VALUE "Y".
           03  REGISTER-FOUND-SWITCH   PIC X.
               88 REGISTER-SITE-FOUND  VALUE "Y".
           03  INCIDENT-MATCH-SWITCH   PIC X.
               88 INCIDENT-NOT-CURRENT VALUE "Y".
           03  REGISTER-STATUS         PIC XX.
               88 REGISTER-NOT-FOUND   VALUE "35".
               88 REGISTER-IO-OK       VALUE "00".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".

       01  MAINT-COUNTERS.
           03  ACTIVE-INCIDENTS-IN     PIC 9(6) COMP VALUE 0.
           03  ACTIVE-INCIDENTS-OUT    PIC 9(6) COMP VALUE 0.
           03  TRANS-READ              PIC 9(4) COMP VALUE 0.
           03  TRANS-APPLIED           PIC 9(4) COMP VALUE 0.
           03  TRANS-REJECTED          PIC 9(4) COMP VALUE 0.

      *********
      * BEFORE/AFTER IMAGES OF THE REGISTER RECORD FOR THE CHANGE
      * HISTORY - THE CWALRT LAYOUT COPIED TWICE WITH DIFFERENT
      * PREFIXES.  THE BEFORE IMAGE IS CAPTURED BY LOCATE-REGISTER-
      * SITE AS THE RECORD IS READ; A SITE NOT ON THE REGISTER LEAVES
      * IT SPACES.
      *********
       01  BEFORE-IMAGE-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==HB==.

       01  AFTER-IMAGE-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==HA==.

       01  MAINT-RUN-DATE              PIC 9(8).

       01  AUDIT-HEADING-LINE.
           03  FILLER                  PIC X(36)
               VALUE "ALERT REGISTER MAINTENANCE AUDIT FOR".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  AUDIT-RUN-DATE          PIC 9(8).

       01  AUDIT-LINE.
           03  AUDIT-ACTION            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-SITE-ID           PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-ENGINEER-ID       PIC X(8).
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
           PERFORM OPEN-ALERT-HISTORY.
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-LINE.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           PERFORM OPEN-ALERT-REGISTER.
           PERFORM COUNT-ACTIVE-INCIDENTS.
           MOVE ACTIVE-INCIDENTS-OUT TO ACTIVE-INCIDENTS-IN.

           OPEN INPUT ALERT-TRANSACTION-FILE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION
                   UNTIL TRAN-EOF.
           CLOSE ALERT-TRANSACTION-FILE.

           PERFORM COUNT-ACTIVE-INCIDENTS.
           CLOSE ALERT-REGISTER-FILE.
           CLOSE ALERT-HISTORY-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "ALRTMNT COMPLETE.  TRANSACTIONS READ = "
                   TRANS-READ.
           DISPLAY "APPLIED = " TRANS-APPLIED
                   "  REJECTED = " TRANS-REJECTED.
           STOP RUN.

      *********
      * A MISSING ALRTREG (STATUS 35) IS CREATED EMPTY, AS COUNTBATCH
      * DOES - EVERY TRANSACTION THEN REJECTS AS NOT ON THE REGISTER,
      * WHICH IS THE TRUE ANSWER.
      *********
       OPEN-ALERT-REGISTER.
           OPEN I-O ALERT-REGISTER-FILE.
           IF REGISTER-NOT-FOUND THEN
              OPEN OUTPUT ALERT-REGISTER-FILE
              CLOSE ALERT-REGISTER-FILE
              OPEN I-O ALERT-REGISTER-FILE
           END-IF.

      *********
      * ONE SEQUENTIAL PASS OVER THE REGISTER TO COUNT THE OPEN AND
      * ACKNOWLEDGED INCIDENTS FOR THE AUDIT TOTALS, BEFORE AND AFTER
      * THE TRANSACTIONS, AS SITEMNT COUNTS ITS MASTER.
      *********
       COUNT-ACTIVE-INCIDENTS.
           MOVE 0 TO ACTIVE-INCIDENTS-OUT.
           MOVE "N" TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO AR-SITE-ID.
           START ALERT-REGISTER-FILE KEY NOT < AR-SITE-ID
               INVALID KEY
                   MOVE "Y" TO COUNT-EOF-SWITCH
           END-START.
           PERFORM COUNT-NEXT-INCIDENT
                   UNTIL COUNT-EOF.

       COUNT-NEXT-INCIDENT.
           READ ALERT-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO COUNT-EOF-SWITCH
               NOT AT END
                   IF AR-INCIDENT-ACTIVE THEN
                      ADD 1 TO ACTIVE-INCIDENTS-OUT
                   END-IF
           END-READ.

       READ-TRANSACTION.
           READ ALERT-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ
           END-READ.

       APPLY-TRANSACTION.
           PERFORM LOCATE-REGISTER-SITE.
           EVALUATE TRUE
               WHEN TRAN-ACKNOWLEDGE
                   PERFORM APPLY-ACKNOWLEDGE-TRANSACTION
               WHEN TRAN-CLOSE
                   PERFORM APPLY-CLOSE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                        TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT-LINE
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

      *********
      * ONE KEYED READ ANSWERS "DOES THIS SITE HAVE AN INCIDENT" AND
      * LEAVES THE RECORD IN ALERT-REGISTER-RECORD FOR THE APPLY
      * PARAGRAPHS TO UPDATE AND REWRITE.  A SUPPLIED INCIDENT NUMBER
      * IS CHECKED AGAINST THE SITE'S CURRENT INCIDENT HERE TOO.
      *********
       LOCATE-REGISTER-SITE.
           MOVE "N" TO REGISTER-FOUND-SWITCH.
           MOVE "N" TO INCIDENT-MATCH-SWITCH.
           MOVE SPACES TO BEFORE-IMAGE-RECORD.
           MOVE TRAN-SITE-ID TO AR-SITE-ID.
           READ ALERT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO REGISTER-FOUND-SWITCH
                   MOVE ALERT-REGISTER-RECORD TO BEFORE-IMAGE-RECORD
           END-READ.
           IF REGISTER-SITE-FOUND AND
              TRAN-INCIDENT-NO NOT = SPACES THEN
              IF TRAN-INCIDENT-NO IS NOT NUMERIC THEN
                 MOVE "Y" TO INCIDENT-MATCH-SWITCH
              ELSE
              IF TRAN-INCIDENT-NO NOT = AR-INCIDENT-NO THEN
                 MOVE "Y" TO INCIDENT-MATCH-SWITCH
              END-IF
              END-IF
           END-IF.

      *********
      * THE CHECKS SHARED BY BOTH ACTIONS.  AN ACKNOWLEDGE OR CLOSE
      * WITH NO ENGINEER ID IS REJECTED - THE REGISTER EXISTS SO
      * SOMEBODY IS ANSWERABLE FOR EACH INCIDENT.  THE AUDIT RESULT
      * IS LEFT AT SPACES WHEN THE TRANSACTION PASSES.
      *********
       CHECK-COMMON-TRANSACTION.
           MOVE SPACES TO AUDIT-RESULT.
           IF NOT REGISTER-SITE-FOUND THEN
              MOVE "REJECTED - SITE NOT ON ALERT REGISTER"
                   TO AUDIT-RESULT
           ELSE
           IF TRAN-ENGINEER-ID = SPACES THEN
              MOVE "REJECTED - ENGINEER ID MISSING"
                   TO AUDIT-RESULT
           ELSE
           IF INCIDENT-NOT-CURRENT THEN
              MOVE "REJECTED - NOT THE CURRENT INCIDENT"
                   TO AUDIT-RESULT
           ELSE
           IF AR-INCIDENT-CLOSED THEN
              MOVE "REJECTED - INCIDENT ALREADY CLOSED"
                   TO AUDIT-RESULT
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-ACKNOWLEDGE-TRANSACTION.
           PERFORM CHECK-COMMON-TRANSACTION.
           IF AUDIT-RESULT NOT = SPACES THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF AR-INCIDENT-ACKNOWLEDGED THEN
              MOVE "REJECTED - INCIDENT ALREADY ACKNOWLEDGED"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE "A"              TO AR-INCIDENT-STATUS
              MOVE MAINT-RUN-DATE   TO AR-ACK-DATE
              MOVE TRAN-ENGINEER-ID TO AR-ACK-ENGINEER
              MOVE TRAN-NOTE        TO AR-ACK-NOTE
              PERFORM REWRITE-REGISTER-RECORD
              MOVE "ACKNOWLEDGED" TO AUDIT-RESULT
              PERFORM WRITE-APPLIED-AUDIT-LINE
           END-IF
           END-IF.

      *********
      * AN INCIDENT MAY BE CLOSED STRAIGHT FROM OPEN - AN ENGINEER
      * WHO HAS ALREADY FIXED THE CAUSE NEED NOT ACKNOWLEDGE FIRST.
      *********
       APPLY-CLOSE-TRANSACTION.
           PERFORM CHECK-COMMON-TRANSACTION.
           IF AUDIT-RESULT NOT = SPACES THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE "C"              TO AR-INCIDENT-STATUS
              MOVE MAINT-RUN-DATE   TO AR-CLOSE-DATE
              MOVE TRAN-ENGINEER-ID TO AR-CLOSE-ENGINEER
              MOVE TRAN-NOTE        TO AR-CLOSE-NOTE
              PERFORM REWRITE-REGISTER-RECORD
              MOVE "CLOSED" TO AUDIT-RESULT
              PERFORM WRITE-APPLIED-AUDIT-LINE
           END-IF.

      *********
      * THE RECORD BEING REWRITTEN WAS JUST READ BY LOCATE-REGISTER-
      * SITE, SO A REWRITE FAILURE MEANS THE DATASET IS IN TROUBLE -
      * SURFACE IT AND STOP, AS SITEMNT DOES.
      *********
       REWRITE-REGISTER-RECORD.
           REWRITE ALERT-REGISTER-RECORD.
           IF NOT REGISTER-IO-OK THEN
              DISPLAY "ALRTMNT: REWRITE FAILED, STATUS = "
                      REGISTER-STATUS " SITE " AR-SITE-ID
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-APPLIED-AUDIT-LINE.
           ADD 1 TO TRANS-APPLIED.
           PERFORM WRITE-AUDIT-LINE.
           MOVE ALERT-REGISTER-RECORD TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-REJECT-AUDIT-LINE.
           ADD 1 TO TRANS-REJECTED.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION      TO AUDIT-ACTION.
           MOVE TRAN-SITE-ID     TO AUDIT-SITE-ID.
           MOVE TRAN-ENGINEER-ID TO AUDIT-ENGINEER-ID.
           WRITE AUDIT-RECORD FROM AUDIT-LINE.

      *********
      * THE HISTORY IS CUMULATIVE ACROSS RUNS - OPENED EXTEND, AND
      * CREATED ON THE FIRST-EVER RUN (STATUS 35), AS FOR SITEHST.
      *********
       OPEN-ALERT-HISTORY.
           OPEN EXTEND ALERT-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              OPEN OUTPUT ALERT-HISTORY-FILE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE MAINT-RUN-DATE       TO AH-RUN-DATE.
           MOVE TRAN-ACTION          TO AH-ACTION.
           MOVE TRAN-SITE-ID         TO AH-SITE-ID.
           MOVE AUDIT-RESULT         TO AH-RESULT.
           MOVE BEFORE-IMAGE-RECORD  TO AH-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-RECORD   TO AH-AFTER-IMAGE.
           WRITE ALERT-HISTORY-RECORD.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE "ACTIVE INCIDENTS IN " TO AUDIT-TOTAL-LABEL.
           MOVE ACTIVE-INCIDENTS-IN TO AUDIT-TOTAL-VALUE.
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
           MOVE "ACTIVE INCIDENTS OUT" TO AUDIT-TOTAL-LABEL.
           MOVE ACTIVE-INCIDENTS-OUT TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.

       END PROGRAM ALRTMNT.
