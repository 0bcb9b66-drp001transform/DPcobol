      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: DAILY OPEN-INCIDENT REPORT.  READS THE WHOLE ALERT
      *          REGISTER (DD ALRTREG) THAT COUNTBATCH MAINTAINS AND
      *          LISTS EVERY OPEN OR ACKNOWLEDGED INCIDENT ON DD
      *          INCRPT, GROUPED BY THE SITE'S REGION ON THE SITE
      *          MASTER, LONGEST-OPEN FIRST WITHIN EACH REGION: DAYS
      *          OPEN, BREACH NIGHTS, THE LATEST FIGURES AGAINST THE
      *          ACTION LEVELS, WHO ACKNOWLEDGED IT AND WHEN, AND AN
      *          ESCALATE FLAG ON EVERY INCIDENT COUNTBATCH HAS
      *          ESCALATED (STILL UNACKNOWLEDGED PAST THE LIMIT ON ITS
      *          RUN-OPTIONS CARD).  THIS REPLACES
      *          READING ALRTRPT, WHICH SHOWS EVERY BREACH EVERY NIGHT
      *          WITH NO WAY TO TELL A NEW ONE FROM ONE ENGINEERING IS
      *          ALREADY HANDLING.
      * Tectonics: cobc
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *   15-OCT-2026  DP  The ESCALATE flag is now COUNTBATCH's
      *                    escalated flag off the register, not this
      *                    program's own test against a limit on its
      *                    SYSIN card - the limit is keyed once, on
      *                    COUNTBATCH's run-options card, and the
      *                    report can no longer disagree with the page.
      *                    SYSIN and the limit on the heading are gone.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWINCRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-REGISTER-FILE    ASSIGN TO "ALRTREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS AR-SITE-ID
                   FILE STATUS IS REGISTER-STATUS.
           SELECT SITE-MASTER-FILE       ASSIGN TO "SITEMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT INCIDENT-REPORT-FILE   ASSIGN TO "INCRPT"
                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-REGISTER-FILE.
       01  ALERT-REGISTER-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==AR==.

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  INCIDENT-SWITCHES.
           03  REGISTER-EOF-SWITCH     PIC X VALUE "N".
               88 REGISTER-EOF         VALUE "Y".
           03  REGION-OPEN-SWITCH      PIC X VALUE "N".
               88 REGION-OPEN          VALUE "Y".
           03  REGISTER-STATUS         PIC XX.
               88 REGISTER-NOT-FOUND   VALUE "35".
           03  SITE-MASTER-STATUS      PIC XX.
               88 SITE-MASTER-NOT-FOUND
                                       VALUE "35".

       01  INCIDENT-COUNTERS.
           03  REGISTER-ENTRIES-READ   PIC 9(6) COMP VALUE 0.
           03  ACTIVE-INCIDENTS        PIC 9(6) COMP VALUE 0.
           03  OPEN-INCIDENTS          PIC 9(6) COMP VALUE 0.
           03  ACKNOWLEDGED-INCIDENTS  PIC 9(6) COMP VALUE 0.
           03  ESCALATE-INCIDENTS      PIC 9(6) COMP VALUE 0.
           03  REGION-INCIDENTS        PIC 9(6) COMP VALUE 0.
           03  REGION-ESCALATIONS      PIC 9(6) COMP VALUE 0.

      *********
      * ONE ENTRY PER ACTIVE INCIDENT, SORTED BY REGION AND THEN
      * DAYS OPEN (LONGEST FIRST) BEFORE PRINTING.  A SITE NO LONGER
      * ON THE MASTER STILL HAS ITS INCIDENT LISTED, UNDER REGION
      * "???", RATHER THAN DROPPED.
      *********
       01  INCIDENT-TABLE.
           03  INCIDENT-COUNT          PIC 9(4) COMP VALUE 0.
           03  INCIDENT-ENTRY OCCURS 2000 TIMES.
               05  IT-REGION           PIC X(3).
               05  IT-SITE-NAME        PIC X(30).
               05  IT-DAYS-OPEN        PIC 9(5) COMP.
               05  IT-ESCALATE         PIC X.
               05  IT-REGISTER-IMAGE   PIC X(174).

       01  HOLD-INCIDENT-ENTRY.
           03  HOLD-REGION             PIC X(3).
           03  HOLD-SITE-NAME          PIC X(30).
           03  HOLD-DAYS-OPEN          PIC 9(5) COMP.
           03  HOLD-ESCALATE           PIC X.
           03  HOLD-REGISTER-IMAGE     PIC X(174).

      *********
      * THE PRINT PARAGRAPHS UNPACK EACH TABLE ENTRY'S REGISTER IMAGE
      * INTO THIS COPY OF THE LAYOUT.
      *********
       01  REPORT-INCIDENT-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==RI==.

       01  TABLE-CONTROL-FIELDS.
           03  TABLE-INDEX             PIC 9(4) COMP.
           03  SORT-PASS-NO            PIC 9(4) COMP.
           03  SORT-SWAP-INDEX         PIC 9(4) COMP.
           03  SORT-BEST-INDEX         PIC 9(4) COMP.

       01  INCIDENT-WORK-FIELDS.
           03  REPORT-RUN-DATE         PIC 9(8).
           03  TODAY-DAY-NUMBER        PIC 9(7) COMP.
           03  INCIDENT-DAYS-OPEN      PIC 9(5) COMP.
           03  REGION-IN-PROGRESS      PIC X(3).

       COPY CWDAYS.

       01  REPORT-HEADING-LINE.
           03  FILLER                  PIC X(27)
               VALUE "OPEN ALERT INCIDENTS AS AT ".
           03  HEADING-RUN-DATE        PIC 9(8).

       01  SECTION-HEADING-LINE        PIC X(80).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  REGION-HEADING-NAME     PIC X(3).

       01  INCIDENT-SITE-LINE.
           03  ISL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ISL-SITE-NAME           PIC X(30).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ISL-STATUS              PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ISL-ESCALATE            PIC X(8).

       01  INCIDENT-DATES-LINE.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "INC ".
           03  IDL-INCIDENT-NO         PIC ZZZ9.
           03  FILLER                  PIC X(9) VALUE "  OPENED ".
           03  IDL-OPENED-DATE         PIC 9(8).
           03  FILLER                  PIC X(7) VALUE "  DAYS ".
           03  IDL-DAYS-OPEN           PIC ZZZZ9.
           03  FILLER                  PIC X(9) VALUE "  NIGHTS ".
           03  IDL-BREACH-NIGHTS       PIC ZZZ9.
           03  FILLER                  PIC X(7) VALUE "  LAST ".
           03  IDL-LAST-BREACH-DATE    PIC 9(8).

       01  INCIDENT-FIGURES-LINE.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  FILLER                  PIC X(3) VALUE "TW ".
           03  IFL-LATEST-TW           PIC ZZZZZ9.9.
           03  FILLER                  PIC X(1) VALUE "/".
           03  IFL-TW-LEVEL            PIC ZZZZ9.
           03  IFL-TW-FLAG             PIC X(1).
           03  FILLER                  PIC X(5) VALUE "  PD ".
           03  IFL-LATEST-POND         PIC ZZ9.9.
           03  FILLER                  PIC X(1) VALUE "/".
           03  IFL-POND-LEVEL          PIC ZZZ9.
           03  IFL-POND-FLAG           PIC X(1).
           03  FILLER                  PIC X(6) VALUE "  ACK ".
           03  IFL-ACK-ENGINEER        PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  IFL-ACK-DATE            PIC X(8).

       01  INCIDENT-NOTE-LINE.
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  FILLER                  PIC X(5) VALUE "NOTE ".
           03  INL-ACK-NOTE            PIC X(40).

       01  REGION-TOTAL-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  RTL-REGION              PIC X(3).
           03  FILLER                  PIC X(12) VALUE "  INCIDENTS ".
           03  RTL-INCIDENTS           PIC ZZZZZ9.
           03  FILLER                  PIC X(12) VALUE "  ESCALATE  ".
           03  RTL-ESCALATIONS         PIC ZZZZZ9.

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE REPORT-RUN-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-BAD-DATE THEN
              DISPLAY "CWINCRPT: RUN DATE " REPORT-RUN-DATE
                      " NOT VALID - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CWD-DAY-NUMBER TO TODAY-DAY-NUMBER.

           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-MASTER-NOT-FOUND THEN
              DISPLAY "CWINCRPT: DD SITEMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * NO REGISTER YET MEANS NO SITE HAS EVER BREACHED - AN EMPTY
      * REPORT, NOT A FAILURE.
           OPEN INPUT ALERT-REGISTER-FILE.
           IF REGISTER-NOT-FOUND THEN
              MOVE "Y" TO REGISTER-EOF-SWITCH
           ELSE
              PERFORM READ-REGISTER-ENTRY
           END-IF.
           PERFORM TALLY-INCIDENT
                   UNTIL REGISTER-EOF.
           IF NOT REGISTER-NOT-FOUND THEN
              CLOSE ALERT-REGISTER-FILE
           END-IF.
           CLOSE SITE-MASTER-FILE.

           PERFORM SORT-INCIDENTS.
           PERFORM WRITE-INCIDENT-REPORT.
           DISPLAY "CWINCRPT COMPLETE.  ACTIVE INCIDENTS = "
                   ACTIVE-INCIDENTS "  ESCALATE = " ESCALATE-INCIDENTS.
           STOP RUN.

       READ-REGISTER-ENTRY.
           READ ALERT-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO REGISTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO REGISTER-ENTRIES-READ
           END-READ.

      *********
      * CLOSED INCIDENTS ARE PASSED OVER.  DAYS OPEN IS WORKED OUT
      * AFRESH FROM TODAY'S DATE RATHER THAN TAKEN OFF THE REGISTER,
      * WHICH COUNTBATCH ONLY UPDATES ON A BREACH NIGHT OR WHEN IT
      * ESCALATES - AN INCIDENT WHOSE SITE HAS DROPPED BACK UNDER ITS
      * LEVELS STAYS OPEN, AND KEEPS AGEING, UNTIL ENGINEERING CLOSES
      * IT.  WHETHER IT IS TO BE ESCALATED IS COUNTBATCH'S CALL.
      *********
       TALLY-INCIDENT.
           IF AR-INCIDENT-ACTIVE THEN
              ADD 1 TO ACTIVE-INCIDENTS
              MOVE 0 TO INCIDENT-DAYS-OPEN
              MOVE AR-OPENED-DATE TO CWD-DATE
              CALL "CWDAYS" USING CWDAYS-BLOCK
              IF CWD-OK AND TODAY-DAY-NUMBER > CWD-DAY-NUMBER THEN
                 COMPUTE INCIDENT-DAYS-OPEN =
                         TODAY-DAY-NUMBER - CWD-DAY-NUMBER
              END-IF
              PERFORM ADD-INCIDENT-ENTRY
           END-IF.
           PERFORM READ-REGISTER-ENTRY.

       ADD-INCIDENT-ENTRY.
           IF INCIDENT-COUNT < 2000 THEN
              ADD 1 TO INCIDENT-COUNT
              MOVE AR-SITE-ID TO SM-SITE-ID
              READ SITE-MASTER-FILE
                  INVALID KEY
                      MOVE "???" TO IT-REGION(INCIDENT-COUNT)
                      MOVE "*** NOT ON SITE MASTER ***"
                           TO IT-SITE-NAME(INCIDENT-COUNT)
                  NOT INVALID KEY
                      MOVE SM-SITE-REGION TO IT-REGION(INCIDENT-COUNT)
                      MOVE SM-SITE-NAME
                           TO IT-SITE-NAME(INCIDENT-COUNT)
              END-READ
              MOVE INCIDENT-DAYS-OPEN TO IT-DAYS-OPEN(INCIDENT-COUNT)
              MOVE ALERT-REGISTER-RECORD
                   TO IT-REGISTER-IMAGE(INCIDENT-COUNT)
              IF AR-INCIDENT-OPEN AND
                 AR-INCIDENT-ESCALATED THEN
                 MOVE "Y" TO IT-ESCALATE(INCIDENT-COUNT)
                 ADD 1 TO ESCALATE-INCIDENTS
              ELSE
                 MOVE "N" TO IT-ESCALATE(INCIDENT-COUNT)
              END-IF
              IF AR-INCIDENT-OPEN THEN
                 ADD 1 TO OPEN-INCIDENTS
              ELSE
                 ADD 1 TO ACKNOWLEDGED-INCIDENTS
              END-IF
           ELSE
              DISPLAY "CWINCRPT: INCIDENT TABLE FULL AT " AR-SITE-ID
           END-IF.

      *********
      * SELECTION SORT ON REGION, THEN DAYS OPEN DESCENDING SO THE
      * LONGEST-RUNNING INCIDENTS HEAD EACH REGION.
      *********
       SORT-INCIDENTS.
           PERFORM SELECT-NEXT-INCIDENT
                   VARYING SORT-PASS-NO FROM 1 BY 1
                   UNTIL SORT-PASS-NO >= INCIDENT-COUNT.

       SELECT-NEXT-INCIDENT.
           MOVE SORT-PASS-NO TO SORT-BEST-INDEX.
           PERFORM VARYING SORT-SWAP-INDEX FROM SORT-PASS-NO BY 1
                   UNTIL SORT-SWAP-INDEX > INCIDENT-COUNT
               IF IT-REGION(SORT-SWAP-INDEX) <
                  IT-REGION(SORT-BEST-INDEX) OR
                  (IT-REGION(SORT-SWAP-INDEX) =
                   IT-REGION(SORT-BEST-INDEX) AND
                   IT-DAYS-OPEN(SORT-SWAP-INDEX) >
                   IT-DAYS-OPEN(SORT-BEST-INDEX)) THEN
                  MOVE SORT-SWAP-INDEX TO SORT-BEST-INDEX
               END-IF
           END-PERFORM.
           IF SORT-BEST-INDEX NOT = SORT-PASS-NO THEN
              MOVE INCIDENT-ENTRY(SORT-PASS-NO)
                   TO HOLD-INCIDENT-ENTRY
              MOVE INCIDENT-ENTRY(SORT-BEST-INDEX)
                   TO INCIDENT-ENTRY(SORT-PASS-NO)
              MOVE HOLD-INCIDENT-ENTRY
                   TO INCIDENT-ENTRY(SORT-BEST-INDEX)
           END-IF.

       WRITE-INCIDENT-REPORT.
           OPEN OUTPUT INCIDENT-REPORT-FILE.
           MOVE REPORT-RUN-DATE TO HEADING-RUN-DATE.
           WRITE INCIDENT-REPORT-RECORD FROM REPORT-HEADING-LINE.
           PERFORM WRITE-INCIDENT
                   VARYING TABLE-INDEX FROM 1 BY 1
                   UNTIL TABLE-INDEX > INCIDENT-COUNT.
           IF REGION-OPEN THEN
              PERFORM WRITE-REGION-TOTAL
           END-IF.
           IF INCIDENT-COUNT = 0 THEN
              MOVE SPACES TO INCIDENT-REPORT-RECORD
              WRITE INCIDENT-REPORT-RECORD
              MOVE "NO OPEN OR ACKNOWLEDGED INCIDENTS"
                   TO SECTION-HEADING-LINE
              WRITE INCIDENT-REPORT-RECORD FROM SECTION-HEADING-LINE
           END-IF.
           PERFORM WRITE-TOTAL-LINES.
           CLOSE INCIDENT-REPORT-FILE.

      *********
      * THREE LINES PER INCIDENT (FOUR WITH AN ACKNOWLEDGE NOTE): THE
      * SITE AND ITS STANDING, THE DATES, THEN THE LATEST FIGURES
      * AGAINST THE LEVELS - A "*" MARKS THE MEASURE THAT BREACHED ON
      * THE LATEST BREACH NIGHT.
      *********
       WRITE-INCIDENT.
           IF NOT REGION-OPEN OR
              IT-REGION(TABLE-INDEX) NOT = REGION-IN-PROGRESS THEN
              IF REGION-OPEN THEN
                 PERFORM WRITE-REGION-TOTAL
              END-IF
              MOVE IT-REGION(TABLE-INDEX) TO REGION-IN-PROGRESS
              MOVE "Y" TO REGION-OPEN-SWITCH
              MOVE 0 TO REGION-INCIDENTS
              MOVE 0 TO REGION-ESCALATIONS
              MOVE SPACES TO INCIDENT-REPORT-RECORD
              WRITE INCIDENT-REPORT-RECORD
              MOVE REGION-IN-PROGRESS TO REGION-HEADING-NAME
              WRITE INCIDENT-REPORT-RECORD FROM REGION-HEADING-LINE
           END-IF.
           ADD 1 TO REGION-INCIDENTS.
           MOVE IT-REGISTER-IMAGE(TABLE-INDEX)
                TO REPORT-INCIDENT-RECORD.
           MOVE RI-SITE-ID TO ISL-SITE-ID.
           MOVE IT-SITE-NAME(TABLE-INDEX) TO ISL-SITE-NAME.
           IF RI-INCIDENT-OPEN THEN
              MOVE "OPEN        " TO ISL-STATUS
           ELSE
              MOVE "ACKNOWLEDGED" TO ISL-STATUS
           END-IF.
           IF IT-ESCALATE(TABLE-INDEX) = "Y" THEN
              MOVE "ESCALATE" TO ISL-ESCALATE
              ADD 1 TO REGION-ESCALATIONS
           ELSE
              MOVE SPACES TO ISL-ESCALATE
           END-IF.
           WRITE INCIDENT-REPORT-RECORD FROM INCIDENT-SITE-LINE.
           MOVE RI-INCIDENT-NO    TO IDL-INCIDENT-NO.
           MOVE RI-OPENED-DATE    TO IDL-OPENED-DATE.
           MOVE IT-DAYS-OPEN(TABLE-INDEX) TO IDL-DAYS-OPEN.
           MOVE RI-BREACH-NIGHTS  TO IDL-BREACH-NIGHTS.
           MOVE RI-LAST-BREACH-DATE TO IDL-LAST-BREACH-DATE.
           WRITE INCIDENT-REPORT-RECORD FROM INCIDENT-DATES-LINE.
           MOVE RI-LATEST-TW      TO IFL-LATEST-TW.
           MOVE RI-TW-LEVEL       TO IFL-TW-LEVEL.
           MOVE RI-LATEST-POND    TO IFL-LATEST-POND.
           MOVE RI-POND-LEVEL     TO IFL-POND-LEVEL.
           MOVE SPACE TO IFL-TW-FLAG.
           MOVE SPACE TO IFL-POND-FLAG.
           IF RI-TW-BREACHED THEN
              MOVE "*" TO IFL-TW-FLAG
           END-IF.
           IF RI-POND-BREACHED THEN
              MOVE "*" TO IFL-POND-FLAG
           END-IF.
           IF RI-INCIDENT-ACKNOWLEDGED THEN
              MOVE RI-ACK-ENGINEER TO IFL-ACK-ENGINEER
              MOVE RI-ACK-DATE     TO IFL-ACK-DATE
           ELSE
              MOVE "NONE    " TO IFL-ACK-ENGINEER
              MOVE SPACES TO IFL-ACK-DATE
           END-IF.
           WRITE INCIDENT-REPORT-RECORD FROM INCIDENT-FIGURES-LINE.
           IF RI-INCIDENT-ACKNOWLEDGED AND
              RI-ACK-NOTE NOT = SPACES THEN
              MOVE RI-ACK-NOTE TO INL-ACK-NOTE
              WRITE INCIDENT-REPORT-RECORD FROM INCIDENT-NOTE-LINE
           END-IF.

       WRITE-REGION-TOTAL.
           MOVE REGION-IN-PROGRESS TO RTL-REGION.
           MOVE REGION-INCIDENTS   TO RTL-INCIDENTS.
           MOVE REGION-ESCALATIONS TO RTL-ESCALATIONS.
           WRITE INCIDENT-REPORT-RECORD FROM REGION-TOTAL-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE "SITES ON REGISTER   " TO TOTAL-LINE-LABEL.
           MOVE REGISTER-ENTRIES-READ TO TOTAL-LINE-VALUE.
           WRITE INCIDENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACTIVE INCIDENTS    " TO TOTAL-LINE-LABEL.
           MOVE ACTIVE-INCIDENTS TO TOTAL-LINE-VALUE.
           WRITE INCIDENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "OPEN                " TO TOTAL-LINE-LABEL.
           MOVE OPEN-INCIDENTS TO TOTAL-LINE-VALUE.
           WRITE INCIDENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ACKNOWLEDGED        " TO TOTAL-LINE-LABEL.
           MOVE ACKNOWLEDGED-INCIDENTS TO TOTAL-LINE-VALUE.
           WRITE INCIDENT-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "ESCALATE            " TO TOTAL-LINE-LABEL.
           MOVE ESCALATE-INCIDENTS TO TOTAL-LINE-VALUE.
           WRITE INCIDENT-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWINCRPT.
