      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: OPERATIONS LISTING OF THE RUN-CONTROL REGISTER (DD
      *          RUNREG) WRITTEN BY COUNTBATCH.  ONE LINE PER RUN THAT
      *          STARTED IN THE LAST N DAYS - RUN NUMBER, MODE, START
      *          AND END, RECORDS READ AND REJECTED, ALERT BREACHES,
      *          FEED RECONCILIATION, FINAL RETURN CODE, CHECKPOINT
      *          RESTARTS AND A ONE-WORD VERDICT (OK, FAILED, NEVER
      *          ENDED) - THEN THE TOTALS AND WHETHER THE LATEST RUN
      *          IS CLEAR FOR CWCOMPARE, CWINSPCT AND THE PROMOTION
      *          STEPS.  N COMES FROM AN OPTIONAL SYSIN CARD (COLUMNS
      *          1-3, ZERO-FILLED), DEFAULT THIRTY.  REPORT ON DD
      *          RUNRPT.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWRUNRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTER-FILE      ASSIGN TO "RUNREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS RR-RUN-ID
                   FILE STATUS IS RUN-REGISTER-STATUS.
           SELECT RUN-REPORT-FILE        ASSIGN TO "RUNRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT RUNRPT-CONTROL-FILE    ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-RECORD.
           COPY CWRUNREG REPLACING ==:PFX:== BY ==RR==.

       FD  RUN-REPORT-FILE.
       01  RUN-REPORT-RECORD           PIC X(80).

       FD  RUNRPT-CONTROL-FILE.
       01  RUNRPT-CONTROL-CARD.
           03  CARD-DAYS-WANTED        PIC 9(3).
           03  FILLER                  PIC X(77).

       WORKING-STORAGE SECTION.
       01  RUNRPT-SWITCHES.
           03  REGISTER-EOF-SWITCH     PIC X VALUE "N".
               88 REGISTER-EOF         VALUE "Y".
           03  RUN-REGISTER-STATUS     PIC XX.
               88 RUN-REGISTER-NOT-FOUND
                                       VALUE "35".
           03  CONTROL-FILE-STATUS     PIC XX.
               88 CONTROL-FILE-NOT-FOUND
                                       VALUE "35".

       01  RUNRPT-OPTIONS.
           03  DAYS-WANTED             PIC 9(3) COMP VALUE 30.

       01  RUNRPT-COUNTERS.
           03  ENTRIES-READ            PIC 9(6) COMP VALUE 0.
           03  RUNS-LISTED             PIC 9(6) COMP VALUE 0.
           03  RUNS-RESTARTED          PIC 9(6) COMP VALUE 0.
           03  RUNS-FAILED             PIC 9(6) COMP VALUE 0.
           03  RUNS-NEVER-ENDED        PIC 9(6) COMP VALUE 0.

       01  WINDOW-FIELDS.
           03  REPORT-RUN-DATE         PIC 9(8).
           03  TODAY-DAY-NUMBER        PIC 9(7) COMP.
           03  RUN-AGE-DAYS            PIC 9(7) COMP.
      * START TIMES ARE HELD HHMMSS; THE LISTING SHOWS HHMM.
           03  TIME-HHMMSS             PIC 9(6).
           03  TIME-HHMMSS-PARTS REDEFINES TIME-HHMMSS.
               05  TIME-HHMM           PIC 9(4).
               05  FILLER              PIC 9(2).

       COPY CWDAYS.

       COPY CWLASTRN.

       01  REPORT-HEADING-LINE.
           03  FILLER                  PIC X(32)
               VALUE "RUN-CONTROL REGISTER AS AT  ".
           03  HEADING-RUN-DATE        PIC 9(8).
           03  FILLER                  PIC X(11) VALUE "  -  LAST ".
           03  HEADING-DAYS            PIC ZZ9.
           03  FILLER                  PIC X(5) VALUE " DAYS".

       01  SECTION-HEADING-LINE        PIC X(80).

       01  COLUMN-HEADING-LINE.
           03  FILLER                  PIC X(9)  VALUE "RUN ID".
           03  FILLER                  PIC X(2)  VALUE "M".
           03  FILLER                  PIC X(14) VALUE "START".
           03  FILLER                  PIC X(13) VALUE "END".
           03  FILLER                  PIC X(7)  VALUE "   READ".
           03  FILLER                  PIC X(7)  VALUE " REJECT".
           03  FILLER                  PIC X(6)  VALUE "  BRCH".
           03  FILLER                  PIC X(2)  VALUE " R".
           03  FILLER                  PIC X(3)  VALUE " RC".
           03  FILLER                  PIC X(3)  VALUE " RS".
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(6)  VALUE "STATUS".

      *********
      * END DATE AND TIME ARE LEFT BLANK FOR A RUN THAT NEVER ENDED,
      * AND THE RESTART COLUMN IS BLANK FOR A RUN THAT NEVER
      * RESTARTED, SO THE EXCEPTIONS STAND OUT DOWN THE PAGE.
      *********
       01  RUN-DETAIL-LINE.
           03  RDL-RUN-ID              PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-RUN-MODE            PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-START-DATE          PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-START-TIME          PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-END-DATE            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-END-TIME            PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-RECORDS-READ        PIC ZZZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-RECORDS-REJECTED    PIC ZZZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-ALERT-BREACHES      PIC ZZZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-RECONCILE-RESULT    PIC X.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-FINAL-RC            PIC Z9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  RDL-RESTART-COUNT       PIC ZZ.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  RDL-STATUS              PIC X(11).

       01  TOTAL-LINE.
           03  TOTAL-LABEL             PIC X(30).
           03  TOTAL-COUNT             PIC ZZZZZ9.

       01  LATEST-RUN-LINE.
           03  FILLER                  PIC X(11) VALUE "LATEST RUN ".
           03  LRL-RUN-ID              PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  LRL-VERDICT             PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUNRPT-CONTROL-CARD.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-RUN-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-BAD-DATE THEN
              DISPLAY "CWRUNRPT: SYSTEM DATE " REPORT-RUN-DATE
                      " NOT VALID - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CWD-DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN INPUT RUN-REGISTER-FILE.
           IF RUN-REGISTER-NOT-FOUND THEN
              DISPLAY "CWRUNRPT: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RUN-REPORT-FILE.
           MOVE REPORT-RUN-DATE TO HEADING-RUN-DATE.
           MOVE DAYS-WANTED TO HEADING-DAYS.
           WRITE RUN-REPORT-RECORD FROM REPORT-HEADING-LINE.
           MOVE SPACES TO RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD.
           MOVE "M: P PRODUCE  V VALIDATE  R RECYCLE"
                TO SECTION-HEADING-LINE.
           WRITE RUN-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE "R: FEED B BALANCED  X OUT OF BALANCE  N NOT RECONCILED"
                TO SECTION-HEADING-LINE.
           WRITE RUN-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE "RS: CHECKPOINT RESTARTS" TO SECTION-HEADING-LINE.
           WRITE RUN-REPORT-RECORD FROM SECTION-HEADING-LINE.
           MOVE SPACES TO RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD FROM COLUMN-HEADING-LINE.

           PERFORM READ-REGISTER-ENTRY.
           PERFORM LIST-REGISTER-ENTRY
                   UNTIL REGISTER-EOF.
           CLOSE RUN-REGISTER-FILE.
           IF RUNS-LISTED = 0 THEN
              MOVE "NO RUNS IN THE PERIOD" TO SECTION-HEADING-LINE
              WRITE RUN-REPORT-RECORD FROM SECTION-HEADING-LINE
           END-IF.
           PERFORM WRITE-TOTALS-SECTION.
           PERFORM WRITE-LATEST-RUN-LINE.
           CLOSE RUN-REPORT-FILE.
           DISPLAY "CWRUNRPT COMPLETE.  REGISTER ENTRIES READ = "
                   ENTRIES-READ.
           DISPLAY "RUNS LISTED = " RUNS-LISTED.
           STOP RUN.

       READ-RUNRPT-CONTROL-CARD.
           OPEN INPUT RUNRPT-CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND THEN
              CONTINUE
           ELSE
              READ RUNRPT-CONTROL-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF CARD-DAYS-WANTED IS NUMERIC AND
                         CARD-DAYS-WANTED > 0 THEN
                         MOVE CARD-DAYS-WANTED TO DAYS-WANTED
                      END-IF
              END-READ
              CLOSE RUNRPT-CONTROL-FILE
           END-IF.

       READ-REGISTER-ENTRY.
           READ RUN-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO REGISTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ENTRIES-READ
           END-READ.

      *********
      * THE REGISTER IS READ IN RUN-NUMBER ORDER, WHICH IS START
      * ORDER, SO THE LISTING COMES OUT OLDEST FIRST.  AN ENTRY WHOSE
      * START DATE WILL NOT CONVERT IS LISTED RATHER THAN DROPPED -
      * A DAMAGED ENTRY IS ITSELF SOMETHING OPERATIONS NEEDS TO SEE.
      *********
       LIST-REGISTER-ENTRY.
           MOVE RR-START-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-BAD-DATE THEN
              MOVE 0 TO RUN-AGE-DAYS
           ELSE
           IF CWD-DAY-NUMBER > TODAY-DAY-NUMBER THEN
              MOVE 0 TO RUN-AGE-DAYS
           ELSE
              COMPUTE RUN-AGE-DAYS =
                      TODAY-DAY-NUMBER - CWD-DAY-NUMBER
           END-IF
           END-IF.
           IF RUN-AGE-DAYS < DAYS-WANTED THEN
              PERFORM WRITE-RUN-DETAIL-LINE
           END-IF.
           PERFORM READ-REGISTER-ENTRY.

       WRITE-RUN-DETAIL-LINE.
           ADD 1 TO RUNS-LISTED.
           MOVE RR-RUN-ID              TO RDL-RUN-ID.
           MOVE RR-RUN-MODE            TO RDL-RUN-MODE.
           MOVE RR-START-DATE          TO RDL-START-DATE.
           MOVE RR-START-TIME          TO TIME-HHMMSS.
           MOVE TIME-HHMM              TO RDL-START-TIME.
           MOVE RR-RECORDS-READ        TO RDL-RECORDS-READ.
           MOVE RR-RECORDS-REJECTED    TO RDL-RECORDS-REJECTED.
           MOVE RR-ALERT-BREACHES      TO RDL-ALERT-BREACHES.
           IF RR-RUN-RESTARTED THEN
              ADD 1 TO RUNS-RESTARTED
              MOVE RR-RESTART-COUNT    TO RDL-RESTART-COUNT
           ELSE
              MOVE 0                   TO RDL-RESTART-COUNT
           END-IF.
           IF RR-RUN-ENDED THEN
              MOVE RR-END-DATE         TO RDL-END-DATE
              MOVE RR-END-TIME         TO TIME-HHMMSS
              MOVE TIME-HHMM           TO RDL-END-TIME
              MOVE RR-RECONCILE-RESULT TO RDL-RECONCILE-RESULT
              MOVE RR-FINAL-RC         TO RDL-FINAL-RC
              IF RR-FINAL-RC > 4 THEN
                 ADD 1 TO RUNS-FAILED
                 MOVE "FAILED"         TO RDL-STATUS
              ELSE
                 MOVE "OK"             TO RDL-STATUS
              END-IF
           ELSE
              ADD 1 TO RUNS-NEVER-ENDED
              MOVE SPACES              TO RDL-END-DATE
              MOVE SPACES              TO RDL-END-TIME
              MOVE SPACE               TO RDL-RECONCILE-RESULT
              MOVE 0                   TO RDL-FINAL-RC
              MOVE "NEVER ENDED"       TO RDL-STATUS
           END-IF.
           WRITE RUN-REPORT-RECORD FROM RUN-DETAIL-LINE.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD.
           MOVE "RUNS IN THE PERIOD" TO TOTAL-LABEL.
           MOVE RUNS-LISTED TO TOTAL-COUNT.
           WRITE RUN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RUNS RESTARTED FROM CHECKPOINT" TO TOTAL-LABEL.
           MOVE RUNS-RESTARTED TO TOTAL-COUNT.
           WRITE RUN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RUNS FAILED (RC 8 OR WORSE)" TO TOTAL-LABEL.
           MOVE RUNS-FAILED TO TOTAL-COUNT.
           WRITE RUN-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RUNS THAT NEVER ENDED" TO TOTAL-LABEL.
           MOVE RUNS-NEVER-ENDED TO TOTAL-COUNT.
           WRITE RUN-REPORT-RECORD FROM TOTAL-LINE.

      *********
      * THE SAME LATEST-RUN RULE CWCOMPARE, CWINSPCT AND CWRUNCHK
      * APPLY, SO THE REPORT SAYS UP FRONT WHETHER THE NEXT STEPS
      * WILL ACCEPT LAST NIGHT'S OUTPUTS.
      *********
       WRITE-LATEST-RUN-LINE.
           MOVE SPACES TO RUN-REPORT-RECORD.
           WRITE RUN-REPORT-RECORD.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-RUN OR CWL-NO-REGISTER THEN
              MOVE "NO PRODUCE OR RECYCLE RUN ON THE REGISTER"
                   TO SECTION-HEADING-LINE
              WRITE RUN-REPORT-RECORD FROM SECTION-HEADING-LINE
           ELSE
              MOVE CWL-RUN-ID TO LRL-RUN-ID
              IF CWL-RUN-USABLE THEN
                 MOVE "CLEAR FOR COMPARE, INSPECTION AND PROMOTION"
                      TO LRL-VERDICT
              ELSE
              IF CWL-RUN-INCOMPLETE THEN
                 MOVE "NEVER ENDED - RESTART IT BEFORE ANYTHING ELSE"
                      TO LRL-VERDICT
              ELSE
                 MOVE "FAILED - OUTPUTS WILL NOT BE USED OR PROMOTED"
                      TO LRL-VERDICT
              END-IF
              END-IF
              WRITE RUN-REPORT-RECORD FROM LATEST-RUN-LINE
           END-IF.

       END PROGRAM CWRUNRPT.
