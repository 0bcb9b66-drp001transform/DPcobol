      *                    what, and which deck.  The SITEHINQ job
      *                    reports a site's lifecycle or a date range
      *                    from this file.
      *   15-OCT-2026  DP  The transaction now carries the catchment
      *                    the site drains to (columns 54-59), kept on
      *                    the new CWSITE catchment field.  A supplied
      *                    catchment must be active on the catchment
      *                    master (DD CATCHMST, maintained by
      *                    CATCHMNT) or the transaction is rejected;
      *                    spaces leave the assignment alone, or leave
      *                    a new site unassigned.  The history images
      *                    grow to 59 bytes with the record.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMNT.
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS MASTER-STATUS.
           SELECT CATCHMENT-MASTER-FILE  ASSIGN TO "CATCHMST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS CM-CATCHMENT-ID
                   FILE STATUS IS CATCHMENT-STATUS.
           SELECT SITE-TRANSACTION-FILE  ASSIGN TO "SITETRAN"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE      ASSIGN TO "SITEAUDT"
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  CATCHMENT-MASTER-FILE.
       01  CATCHMENT-MASTER-RECORD.
           COPY CWCATCH REPLACING ==:PFX:== BY ==CM==.

       FD  SITE-TRANSACTION-FILE.
       01  SITE-TRANSACTION-RECORD.
           03  TRAN-ACTION             PIC X.
      * SUPPLIED" - RATHER THAN FAILING A NUMERIC FIELD.
           03  TRAN-TW-ALERT-LEVEL     PIC X(5).
           03  TRAN-POND-ALERT-LEVEL   PIC X(4).
           03  TRAN-SITE-CATCHMENT     PIC X(6).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-RECORD                PIC X(80).
           03  SH-ACTION               PIC X.
           03  SH-SITE-ID              PIC X(10).
           03  SH-RESULT               PIC X(40).
           03  SH-BEFORE-IMAGE         PIC X(59).
           03  SH-AFTER-IMAGE          PIC X(59).

       WORKING-STORAGE SECTION.
       01  MAINT-SWITCHES.
               88 MASTER-IO-OK         VALUE "00".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".
           03  CATCHMENT-STATUS        PIC XX.
               88 CATCHMENT-NOT-FOUND  VALUE "35".
           03  CATCHMENT-MASTER-SWITCH PIC X VALUE "Y".
               88 CATCHMENT-MASTER-OPEN
                                       VALUE "Y".
           03  CATCHMENT-SWITCH        PIC X.
               88 CATCHMENT-INVALID    VALUE "Y".

       01  MAINT-COUNTERS.
           03  MASTER-SITES-IN         PIC 9(6) COMP VALUE 0.
           WRITE AUDIT-RECORD.

           PERFORM OPEN-SITE-MASTER.
           PERFORM OPEN-CATCHMENT-MASTER.
           PERFORM COUNT-MASTER-SITES.
           MOVE MASTER-SITES-OUT TO MASTER-SITES-IN.


           PERFORM COUNT-MASTER-SITES.
           CLOSE SITE-MASTER-FILE.
           IF CATCHMENT-MASTER-OPEN THEN
              CLOSE CATCHMENT-MASTER-FILE
           END-IF.
           CLOSE SITE-HISTORY-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
              OPEN I-O SITE-MASTER-FILE
           END-IF.

      *********
      * THE CATCHMENT MASTER IS ONLY LOOKED UP, NEVER UPDATED.  A
      * MISSING CATCHMST (STATUS 35 - NO CATCHMNT RUN YET) DOES NOT
      * STOP THE RUN: TRANSACTIONS THAT LEAVE THE CATCHMENT BLANK
      * APPLY AS BEFORE, AND ANY THAT NAME ONE ARE REJECTED BY
      * CHECK-CATCHMENT AS NOT ON THE MASTER.
      *********
       OPEN-CATCHMENT-MASTER.
           OPEN INPUT CATCHMENT-MASTER-FILE.
           IF CATCHMENT-NOT-FOUND THEN
              MOVE "N" TO CATCHMENT-MASTER-SWITCH
           END-IF.

      *********
      * ONE SEQUENTIAL PASS OVER THE MASTER TO COUNT ITS RECORDS FOR
      * THE AUDIT TOTALS - RUN ONCE BEFORE AND ONCE AFTER THE

       APPLY-ADD-TRANSACTION.
           PERFORM CHECK-ALERT-LEVELS.
           PERFORM CHECK-CATCHMENT.
           IF MASTER-SITE-FOUND THEN
              MOVE "REJECTED - SITE ALREADY ON MASTER"
                   TO AUDIT-RESULT
              MOVE "REJECTED - ALERT LEVEL NOT NUMERIC"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CATCHMENT-INVALID THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE TRAN-SITE-ID     TO SM-SITE-ID
              MOVE TRAN-SITE-NAME   TO SM-SITE-NAME
              MOVE "A"              TO SM-SITE-STATUS
              MOVE 0 TO SM-TW-ALERT-LEVEL
              MOVE 0 TO SM-POND-ALERT-LEVEL
              MOVE TRAN-SITE-CATCHMENT TO SM-SITE-CATCHMENT
              PERFORM APPLY-SUPPLIED-ALERT-LEVELS
              WRITE SITE-MASTER-RECORD
                  INVALID KEY
                      PERFORM WRITE-APPLIED-AUDIT-LINE
              END-WRITE
           END-IF
           END-IF
           END-IF.

      *********
              MOVE "Y" TO ALERT-LEVEL-SWITCH
           END-IF.

      *********
      * A SUPPLIED CATCHMENT MUST BE ON THE CATCHMENT MASTER AND
      * STILL ACTIVE - A SITE ASSIGNED TO A CATCHMENT NOBODY HAS SET
      * UP WOULD DROP OUT OF THE CATCHMENT ROLL-UP WITHOUT A WORD.
      * THE REJECT REASON IS LEFT IN AUDIT-RESULT FOR THE CALLER.
      *********
       CHECK-CATCHMENT.
           MOVE "N" TO CATCHMENT-SWITCH.
           IF TRAN-SITE-CATCHMENT NOT = SPACES THEN
              IF NOT CATCHMENT-MASTER-OPEN THEN
                 MOVE "Y" TO CATCHMENT-SWITCH
                 MOVE "REJECTED - CATCHMENT NOT ON MASTER"
                      TO AUDIT-RESULT
              ELSE
                 MOVE TRAN-SITE-CATCHMENT TO CM-CATCHMENT-ID
                 READ CATCHMENT-MASTER-FILE
                     INVALID KEY
                         MOVE "Y" TO CATCHMENT-SWITCH
                         MOVE "REJECTED - CATCHMENT NOT ON MASTER"
                              TO AUDIT-RESULT
                     NOT INVALID KEY
                         IF CM-CATCHMENT-RETIRED THEN
                            MOVE "Y" TO CATCHMENT-SWITCH
                            MOVE "REJECTED - CATCHMENT IS RETIRED"
                                 TO AUDIT-RESULT
                         END-IF
                 END-READ
              END-IF
           END-IF.

       APPLY-SUPPLIED-ALERT-LEVELS.
           IF TRAN-TW-ALERT-LEVEL IS NUMERIC THEN
              MOVE TRAN-TW-ALERT-LEVEL TO SM-TW-ALERT-LEVEL

      *********
      * A CHANGE CARRIES ONLY THE FIELDS BEING CHANGED - A SPACE
      * NAME, REGION OR CATCHMENT ON THE TRANSACTION LEAVES THE
      * MASTER VALUE ALONE.  A CHANGE DOES NOT TOUCH THE STATUS BYTE:
      * RETIRE IS ONE-WAY, AND A REINSTATEMENT IS DONE BY OPERATIONS
      * AS A FRESH ADD UNDER A NEW SITE ID.
      *********
       APPLY-CHANGE-TRANSACTION.
           PERFORM CHECK-ALERT-LEVELS.
           PERFORM CHECK-CATCHMENT.
           IF NOT MASTER-SITE-FOUND THEN
              MOVE "REJECTED - SITE NOT ON MASTER"
                   TO AUDIT-RESULT
              MOVE "REJECTED - ALERT LEVEL NOT NUMERIC"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CATCHMENT-INVALID THEN
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF TRAN-SITE-NAME NOT = SPACES THEN
                 MOVE TRAN-SITE-NAME TO SM-SITE-NAME
              IF TRAN-SITE-REGION NOT = SPACES THEN
                 MOVE TRAN-SITE-REGION TO SM-SITE-REGION
              END-IF
              IF TRAN-SITE-CATCHMENT NOT = SPACES THEN
                 MOVE TRAN-SITE-CATCHMENT TO SM-SITE-CATCHMENT
              END-IF
              PERFORM APPLY-SUPPLIED-ALERT-LEVELS
              PERFORM REWRITE-MASTER-RECORD
              MOVE "CHANGED" TO AUDIT-RESULT
              PERFORM WRITE-APPLIED-AUDIT-LINE
           END-IF
           END-IF
           END-IF.

       APPLY-RETIRE-TRANSACTION.
