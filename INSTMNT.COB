      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: INSTRUMENT MASTER MAINTENANCE.  APPLIES ADD/CHANGE/
      *          WITHDRAW/REINSTATE TRANSACTIONS (DD INSTTRAN) TO THE
      *          INDEXED INSTRUMENT MASTER (DD INSTMAST) IN PLACE,
      *          LISTS EVERY TRANSACTION AND ITS OUTCOME ON THE AUDIT
      *          REPORT (DD INSTAUDT), AND APPENDS EVERY TRANSACTION
      *          WITH BEFORE AND AFTER IMAGES TO THE CUMULATIVE
      *          CHANGE HISTORY (DD INSTHST) - THE SAME PATTERN AS
      *          SITEMNT.  A RECALIBRATION IS A CHANGE CARRYING THE
      *          NEW LAST-CALIBRATED AND NEXT-DUE DATES, SO THE
      *          HISTORY IS ALSO THE INSTRUMENT'S CALIBRATION RECORD.
      * Tectonics: cobc
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUMENT-MASTER-FILE ASSIGN TO "INSTMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS IM-INSTRUMENT-SERIAL
                   FILE STATUS IS MASTER-STATUS.
           SELECT INSTRUMENT-TRANSACTION-FILE
                                         ASSIGN TO "INSTTRAN"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE      ASSIGN TO "INSTAUDT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT INSTRUMENT-HISTORY-FILE
                                         ASSIGN TO "INSTHST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUMENT-MASTER-FILE.
       01  INSTRUMENT-MASTER-RECORD.
           COPY CWINST REPLACING ==:PFX:== BY ==IM==.

       FD  INSTRUMENT-TRANSACTION-FILE.
       01  INSTRUMENT-TRANSACTION-RECORD.
           03  TRAN-ACTION             PIC X.
               88  TRAN-ADD            VALUE "A".
               88  TRAN-CHANGE         VALUE "C".
               88  TRAN-WITHDRAW       VALUE "W".
               88  TRAN-REINSTATE      VALUE "R".
           03  TRAN-INSTRUMENT-SERIAL  PIC X(12).
           03  TRAN-INSTRUMENT-DESC    PIC X(30).
      * THE DATES ARE PIC X SO A CHANGE THAT IS NOT TOUCHING THEM
      * READS AS SPACES - "NOT SUPPLIED" - RATHER THAN FAILING A
      * NUMERIC FIELD.
           03  TRAN-LAST-CAL-DATE      PIC X(8).
           03  TRAN-NEXT-CAL-DUE       PIC X(8).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-RECORD                PIC X(80).

      *********
      * ONE HISTORY RECORD PER TRANSACTION, APPLIED OR REJECTED: RUN
      * DATE, ACTION, INSTRUMENT, THE AUDIT OUTCOME TEXT, THEN THE
      * FULL BEFORE AND AFTER IMAGES OF THE MASTER RECORD, AS
      * SITEMNT WRITES SITEHST.
      *********
       FD  INSTRUMENT-HISTORY-FILE.
       01  INSTRUMENT-HISTORY-RECORD.
           03  IH-RUN-DATE             PIC 9(8).
           03  IH-ACTION               PIC X.
           03  IH-INSTRUMENT-SERIAL    PIC X(12).
           03  IH-RESULT               PIC X(40).
           03  IH-BEFORE-IMAGE         PIC X(59).
           03  IH-AFTER-IMAGE          PIC X(59).

       WORKING-STORAGE SECTION.
       01  MAINT-SWITCHES.
           03  TRAN-EOF-SWITCH         PIC X VALUE "N".
               88 TRAN-EOF             VALUE "Y".
           03  COUNT-EOF-SWITCH        PIC X.
               88 COUNT-EOF            VALUE "Y".
           03  MASTER-FOUND-SWITCH     PIC X.
               88 MASTER-INSTRUMENT-FOUND
                                       VALUE "Y".
           03  CAL-DATE-SWITCH         PIC X.
               88 CAL-DATE-INVALID     VALUE "Y".
           03  MASTER-STATUS           PIC XX.
               88 MASTER-NOT-FOUND     VALUE "35".
               88 MASTER-IO-OK         VALUE "00".
           03  HISTORY-STATUS          PIC XX.
               88 HISTORY-NOT-FOUND    VALUE "35".

       01  MAINT-COUNTERS.
           03  MASTER-INSTRUMENTS-IN   PIC 9(6) COMP VALUE 0.
           03  MASTER-INSTRUMENTS-OUT  PIC 9(6) COMP VALUE 0.
           03  TRANS-READ              PIC 9(4) COMP VALUE 0.
           03  TRANS-APPLIED           PIC 9(4) COMP VALUE 0.
           03  TRANS-REJECTED          PIC 9(4) COMP VALUE 0.

      *********
      * BEFORE/AFTER IMAGES OF THE MASTER RECORD FOR THE CHANGE
      * HISTORY - THE CWINST LAYOUT COPIED TWICE WITH DIFFERENT
      * PREFIXES.  THE BEFORE IMAGE IS CAPTURED BY LOCATE-MASTER-
      * INSTRUMENT AS THE RECORD IS READ; AN INSTRUMENT NOT ON THE
      * MASTER LEAVES IT SPACES.
      *********
       01  BEFORE-IMAGE-RECORD.
           COPY CWINST REPLACING ==:PFX:== BY ==HB==.

       01  AFTER-IMAGE-RECORD.
           COPY CWINST REPLACING ==:PFX:== BY ==HA==.

       01  MAINT-RUN-DATE              PIC 9(8).

       COPY CWDAYS.

       01  AUDIT-HEADING-LINE.
           03  FILLER                  PIC X(34)
               VALUE "INSTRUMENT MASTER MAINTENANCE AUDI".
           03  FILLER                  PIC X(7) VALUE "T FOR  ".
           03  AUDIT-RUN-DATE          PIC 9(8).

       01  AUDIT-LINE.
           03  AUDIT-ACTION            PIC X.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-INSTRUMENT-SERIAL PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-RESULT            PIC X(40).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  AUDIT-NEXT-CAL-DUE      PIC X(8).

       01  AUDIT-TOTAL-LINE.
           03  AUDIT-TOTAL-LABEL       PIC X(20).
           03  AUDIT-TOTAL-VALUE       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE MAINT-RUN-DATE TO AUDIT-RUN-DATE.
           PERFORM OPEN-INSTRUMENT-HISTORY.
           WRITE AUDIT-RECORD FROM AUDIT-HEADING-LINE.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           PERFORM OPEN-INSTRUMENT-MASTER.
           PERFORM COUNT-MASTER-INSTRUMENTS.
           MOVE MASTER-INSTRUMENTS-OUT TO MASTER-INSTRUMENTS-IN.

           OPEN INPUT INSTRUMENT-TRANSACTION-FILE.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION
                   UNTIL TRAN-EOF.
           CLOSE INSTRUMENT-TRANSACTION-FILE.

           PERFORM COUNT-MASTER-INSTRUMENTS.
           CLOSE INSTRUMENT-MASTER-FILE.
           CLOSE INSTRUMENT-HISTORY-FILE.
           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "INSTMNT COMPLETE.  TRANSACTIONS READ = "
                   TRANS-READ.
           DISPLAY "APPLIED = " TRANS-APPLIED
                   "  REJECTED = " TRANS-REJECTED.
           STOP RUN.

      *********
      * A MISSING INSTMAST (STATUS 35) IS NOT AN ERROR HERE - THE
      * FIRST-EVER RUN BOOTSTRAPS THE MASTER FROM A DECK OF ADD
      * TRANSACTIONS, AS SITEMNT BOOTSTRAPS THE SITE MASTER.
      *********
       OPEN-INSTRUMENT-MASTER.
           OPEN I-O INSTRUMENT-MASTER-FILE.
           IF MASTER-NOT-FOUND THEN
              OPEN OUTPUT INSTRUMENT-MASTER-FILE
              CLOSE INSTRUMENT-MASTER-FILE
              OPEN I-O INSTRUMENT-MASTER-FILE
           END-IF.

       COUNT-MASTER-INSTRUMENTS.
           MOVE 0 TO MASTER-INSTRUMENTS-OUT.
           MOVE "N" TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO IM-INSTRUMENT-SERIAL.
           START INSTRUMENT-MASTER-FILE
                 KEY NOT < IM-INSTRUMENT-SERIAL
               INVALID KEY
                   MOVE "Y" TO COUNT-EOF-SWITCH
           END-START.
           PERFORM COUNT-NEXT-MASTER-INSTRUMENT
                   UNTIL COUNT-EOF.

       COUNT-NEXT-MASTER-INSTRUMENT.
           READ INSTRUMENT-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO COUNT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO MASTER-INSTRUMENTS-OUT
           END-READ.

       READ-TRANSACTION.
           READ INSTRUMENT-TRANSACTION-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TRANS-READ
           END-READ.

       APPLY-TRANSACTION.
           PERFORM LOCATE-MASTER-INSTRUMENT.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TRAN-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TRAN-WITHDRAW
                   PERFORM APPLY-WITHDRAW-TRANSACTION
               WHEN TRAN-REINSTATE
                   PERFORM APPLY-REINSTATE-TRANSACTION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                        TO AUDIT-RESULT
                   PERFORM WRITE-REJECT-AUDIT-LINE
           END-EVALUATE.
           PERFORM READ-TRANSACTION.

       LOCATE-MASTER-INSTRUMENT.
           MOVE "N" TO MASTER-FOUND-SWITCH.
           MOVE SPACES TO BEFORE-IMAGE-RECORD.
           MOVE TRAN-INSTRUMENT-SERIAL TO IM-INSTRUMENT-SERIAL.
           READ INSTRUMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MASTER-FOUND-SWITCH
                   MOVE INSTRUMENT-MASTER-RECORD
                        TO BEFORE-IMAGE-RECORD
           END-READ.

      *********
      * AN ADD NEEDS BOTH CALIBRATION DATES - AN INSTRUMENT WITH NO
      * CALIBRATION ON RECORD IS EXACTLY WHAT THE MASTER EXISTS TO
      * KEEP OUT OF THE FEED.
      *********
       APPLY-ADD-TRANSACTION.
           PERFORM CHECK-CALIBRATION-DATES.
           IF MASTER-INSTRUMENT-FOUND THEN
              MOVE "REJECTED - INSTRUMENT ALREADY ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-INSTRUMENT-SERIAL = SPACES THEN
              MOVE "REJECTED - INSTRUMENT SERIAL MISSING"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF TRAN-LAST-CAL-DATE = SPACES OR
              TRAN-NEXT-CAL-DUE = SPACES THEN
              MOVE "REJECTED - CALIBRATION DATES MISSING"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CAL-DATE-INVALID THEN
              MOVE "REJECTED - CALIBRATION DATE NOT VALID"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              MOVE TRAN-INSTRUMENT-SERIAL TO IM-INSTRUMENT-SERIAL
              MOVE TRAN-INSTRUMENT-DESC   TO IM-INSTRUMENT-DESC
              MOVE "A"                    TO IM-INSTRUMENT-STATUS
              PERFORM APPLY-SUPPLIED-CAL-DATES
              IF IM-NEXT-CAL-DUE NOT > IM-LAST-CAL-DATE THEN
                 MOVE "REJECTED - NEXT DUE NOT AFTER LAST CAL"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 WRITE INSTRUMENT-MASTER-RECORD
                     INVALID KEY
                         MOVE "REJECTED - INSTRUMENT ALREADY ON MASTER"
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
           END-IF.

      *********
      * A CALIBRATION DATE ON THE TRANSACTION IS EITHER SPACES (NOT
      * SUPPLIED) OR A REAL YYYYMMDD DATE.  ANYTHING ELSE REJECTS
      * THE TRANSACTION - A MIS-KEYED DUE DATE WOULD OTHERWISE PASS
      * OR FAIL EVERY SURVEY TAKEN WITH THE INSTRUMENT.
      *********
       CHECK-CALIBRATION-DATES.
           MOVE "N" TO CAL-DATE-SWITCH.
           IF TRAN-LAST-CAL-DATE NOT = SPACES THEN
              MOVE TRAN-LAST-CAL-DATE TO CWD-DATE
              PERFORM CHECK-ONE-CAL-DATE
           END-IF.
           IF TRAN-NEXT-CAL-DUE NOT = SPACES THEN
              MOVE TRAN-NEXT-CAL-DUE TO CWD-DATE
              PERFORM CHECK-ONE-CAL-DATE
           END-IF.

       CHECK-ONE-CAL-DATE.
           IF CWD-DATE IS NOT NUMERIC THEN
              MOVE "Y" TO CAL-DATE-SWITCH
           ELSE
              CALL "CWDAYS" USING CWDAYS-BLOCK
              IF CWD-BAD-DATE THEN
                 MOVE "Y" TO CAL-DATE-SWITCH
              END-IF
           END-IF.

       APPLY-SUPPLIED-CAL-DATES.
           IF TRAN-LAST-CAL-DATE NOT = SPACES THEN
              MOVE TRAN-LAST-CAL-DATE TO IM-LAST-CAL-DATE
           END-IF.
           IF TRAN-NEXT-CAL-DUE NOT = SPACES THEN
              MOVE TRAN-NEXT-CAL-DUE TO IM-NEXT-CAL-DUE
           END-IF.

      *********
      * A CHANGE CARRIES ONLY THE FIELDS BEING CHANGED - SPACES
      * LEAVE THE MASTER VALUE ALONE, AS IN SITEMNT.  A
      * RECALIBRATION IS A CHANGE WITH BOTH NEW DATES.  THE STATUS
      * BYTE MOVES ONLY ON WITHDRAW AND REINSTATE.
      *********
       APPLY-CHANGE-TRANSACTION.
           PERFORM CHECK-CALIBRATION-DATES.
           IF NOT MASTER-INSTRUMENT-FOUND THEN
              MOVE "REJECTED - INSTRUMENT NOT ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CAL-DATE-INVALID THEN
              MOVE "REJECTED - CALIBRATION DATE NOT VALID"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF TRAN-INSTRUMENT-DESC NOT = SPACES THEN
                 MOVE TRAN-INSTRUMENT-DESC TO IM-INSTRUMENT-DESC
              END-IF
              PERFORM APPLY-SUPPLIED-CAL-DATES
              IF IM-NEXT-CAL-DUE NOT > IM-LAST-CAL-DATE THEN
                 MOVE "REJECTED - NEXT DUE NOT AFTER LAST CAL"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "CHANGED" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF
           END-IF.

      *********
      * A WITHDRAWN INSTRUMENT (LOST, DAMAGED, AWAY FOR REPAIR)
      * FAILS EVERY SURVEY THAT NAMES IT, WHATEVER ITS DUE DATE.
      * UNLIKE A RETIRED SITE IT CAN COME BACK: AN INSTRUMENT BACK
      * FROM REPAIR IS REINSTATED UNDER ITS OWN SERIAL, NORMALLY
      * WITH A FRESH CALIBRATION ON THE SAME TRANSACTION.
      *********
       APPLY-WITHDRAW-TRANSACTION.
           IF NOT MASTER-INSTRUMENT-FOUND THEN
              MOVE "REJECTED - INSTRUMENT NOT ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              IF IM-INSTRUMENT-WITHDRAWN THEN
                 MOVE "REJECTED - INSTRUMENT ALREADY WITHDRAWN"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 MOVE "W" TO IM-INSTRUMENT-STATUS
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "WITHDRAWN" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF.

       APPLY-REINSTATE-TRANSACTION.
           PERFORM CHECK-CALIBRATION-DATES.
           IF NOT MASTER-INSTRUMENT-FOUND THEN
              MOVE "REJECTED - INSTRUMENT NOT ON MASTER"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF NOT IM-INSTRUMENT-WITHDRAWN THEN
              MOVE "REJECTED - INSTRUMENT NOT WITHDRAWN"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
           IF CAL-DATE-INVALID THEN
              MOVE "REJECTED - CALIBRATION DATE NOT VALID"
                   TO AUDIT-RESULT
              PERFORM WRITE-REJECT-AUDIT-LINE
           ELSE
              PERFORM APPLY-SUPPLIED-CAL-DATES
              IF IM-NEXT-CAL-DUE NOT > IM-LAST-CAL-DATE THEN
                 MOVE "REJECTED - NEXT DUE NOT AFTER LAST CAL"
                      TO AUDIT-RESULT
                 PERFORM WRITE-REJECT-AUDIT-LINE
              ELSE
                 MOVE "A" TO IM-INSTRUMENT-STATUS
                 PERFORM REWRITE-MASTER-RECORD
                 MOVE "REINSTATED" TO AUDIT-RESULT
                 PERFORM WRITE-APPLIED-AUDIT-LINE
              END-IF
           END-IF
           END-IF
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE INSTRUMENT-MASTER-RECORD.
           IF NOT MASTER-IO-OK THEN
              DISPLAY "INSTMNT: REWRITE FAILED, STATUS = "
                      MASTER-STATUS " INSTRUMENT "
                      IM-INSTRUMENT-SERIAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-APPLIED-AUDIT-LINE.
           ADD 1 TO TRANS-APPLIED.
           MOVE IM-NEXT-CAL-DUE TO AUDIT-NEXT-CAL-DUE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE INSTRUMENT-MASTER-RECORD TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

      * A REJECTED TRANSACTION CHANGED NOTHING, SO ITS AFTER IMAGE
      * IS SPACES - THE REJECT REASON RIDES IN IH-RESULT.
       WRITE-REJECT-AUDIT-LINE.
           ADD 1 TO TRANS-REJECTED.
           MOVE SPACES TO AUDIT-NEXT-CAL-DUE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO AFTER-IMAGE-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-AUDIT-LINE.
           MOVE TRAN-ACTION            TO AUDIT-ACTION.
           MOVE TRAN-INSTRUMENT-SERIAL TO AUDIT-INSTRUMENT-SERIAL.
           WRITE AUDIT-RECORD FROM AUDIT-LINE.

       OPEN-INSTRUMENT-HISTORY.
           OPEN EXTEND INSTRUMENT-HISTORY-FILE.
           IF HISTORY-NOT-FOUND THEN
              OPEN OUTPUT INSTRUMENT-HISTORY-FILE
           END-IF.

       WRITE-HISTORY-RECORD.
           MOVE MAINT-RUN-DATE         TO IH-RUN-DATE.
           MOVE TRAN-ACTION            TO IH-ACTION.
           MOVE TRAN-INSTRUMENT-SERIAL TO IH-INSTRUMENT-SERIAL.
           MOVE AUDIT-RESULT           TO IH-RESULT.
           MOVE BEFORE-IMAGE-RECORD    TO IH-BEFORE-IMAGE.
           MOVE AFTER-IMAGE-RECORD     TO IH-AFTER-IMAGE.
           WRITE INSTRUMENT-HISTORY-RECORD.

       WRITE-AUDIT-TOTALS.
           MOVE SPACES TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE "INSTRUMENTS ON OLD  " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-INSTRUMENTS-IN TO AUDIT-TOTAL-VALUE.
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
           MOVE "INSTRUMENTS ON NEW  " TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-INSTRUMENTS-OUT TO AUDIT-TOTAL-VALUE.
           WRITE AUDIT-RECORD FROM AUDIT-TOTAL-LINE.

       END PROGRAM INSTMNT.
