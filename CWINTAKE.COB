      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: SURVEY FEED INTAKE.  READS EVERY CONTRIBUTOR'S
      *          SURVEY FEED (DD FEEDIN - THE IN-HOUSE CWEXTR FEED
      *          AND EACH CONTRACTOR'S FILE, CONCATENATED), EACH
      *          FRAMED BY ITS OWN **HEADER**/**TRAILER* RECORD
      *          COUNT AND COLUMN HASH, AND BALANCES EACH FEED ON
      *          ITS OWN.  A FEED THAT FAILS IS QUARANTINED WHOLE
      *          (DD QUARFILE, AS RECEIVED) RATHER THAN PART OF IT
      *          MIXED IN; THE GOOD FEEDS ARE MERGED INTO ONE FEED
      *          (DD MERGEOUT) IN SITE-ID AND SURVEY-TRANSECT-NO
      *          ORDER WITH A FRESH COMBINED HEADER AND TRAILER, SO
      *          COUNTBATCH SEES ONE BALANCED, SEQUENCED ELEVIN.  A
      *          SITE SENT BY TWO CONTRIBUTORS IS FLAGGED.  THE
      *          INTAKE CONTROL REPORT (DD INTKRPT) LISTS EVERY FEED
      *          RECEIVED, ITS COUNTS AND WHETHER IT WAS ACCEPTED OR
      *          QUARANTINED.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWINTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-INPUT-FILE        ASSIGN TO "FEEDIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS FEED-INPUT-STATUS.
           SELECT MERGED-FEED-FILE       ASSIGN TO "MERGEOUT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT QUARANTINE-FILE        ASSIGN TO "QUARFILE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS QUARANTINE-STATUS.
           SELECT INTAKE-REPORT-FILE     ASSIGN TO "INTKRPT"
                   ORGANIZATION LINE SEQUENTIAL.
           SELECT INTAKE-SORT-FILE       ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *********
      * THE ELEVIN RECORD AS COUNTBATCH LAYS IT OUT, WITH THE SAME
      * CONTROL-RECORD VIEW.  A CONTRACTOR'S HEADER MAY ALSO NAME THE
      * CONTRIBUTOR (COLS 37-44) FOR THE INTAKE REPORT - COUNTBATCH
      * NEVER SEES IT, AS THE COMBINED HEADER IS BUILT HERE.
      *********
       FD  FEED-INPUT-FILE.
       01  FEED-RECORD.
           03  FEED-SITE-ID            PIC X(10).
           03  FEED-PROFILE-DATA       PIC X(2000).
           03  FEED-INPUT-FORMAT       PIC X.
               88  FEED-FORMAT-PIPE    VALUE "P".
               88  FEED-FORMAT-FIXED   VALUE "F".
           03  FEED-FIXED-COL-COUNT    PIC 9(4).
           03  FEED-TRANSECT-NO        PIC X(2).
           03  FEED-RECYCLE-CODE       PIC X(4).
           03  FEED-RECYCLE-DATE       PIC X(8).
           03  FEED-CREW-ID            PIC X(6).
           03  FEED-INSTRUMENT-SERIAL  PIC X(12).
       01  FEED-CONTROL-RECORD.
           03  FCTL-RECORD-ID          PIC X(10).
               88  FCTL-HEADER-RECORD  VALUE "**HEADER**".
               88  FCTL-TRAILER-RECORD VALUE "**TRAILER*".
           03  FCTL-HEADER-DATA.
               05  FCTL-EXTRACT-DATE   PIC 9(8).
               05  FCTL-HEADER-CREW-ID PIC X(6).
               05  FCTL-HEADER-INSTRUMENT
                                       PIC X(12).
               05  FCTL-CONTRIBUTOR    PIC X(8).
               05  FILLER              PIC X(1973).
           03  FCTL-TRAILER-DATA REDEFINES FCTL-HEADER-DATA.
               05  FCTL-EXPECTED-COUNT PIC 9(6).
               05  FCTL-HASH-TOTAL     PIC 9(8).
               05  FILLER              PIC X(1993).

       FD  MERGED-FEED-FILE.
       01  MERGED-FEED-RECORD          PIC X(2047).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD           PIC X(2047).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-RECORD        PIC X(80).

      *********
      * SORT KEY: SITE, THEN CONTRIBUTING FEED, THEN TRANSECT, THEN
      * POSITION ON THE INPUT.  KEEPING EACH CONTRIBUTOR'S RECORDS
      * FOR A SITE TOGETHER MEANS A SITE SENT TWICE ARRIVES AT
      * COUNTBATCH AS TWO WHOLE SURVEYS - THE SECOND FLAGGED DUP -
      * INSTEAD OF TWO GRID SURVEYS INTERLEAVED TRANSECT BY TRANSECT.
      *********
       SD  INTAKE-SORT-FILE.
       01  SORT-RECORD.
           03  SR-SITE-ID              PIC X(10).
           03  SR-FEED-NO              PIC 9(3).
           03  SR-TRANSECT-NO          PIC X(2).
           03  SR-INPUT-SEQ            PIC 9(7).
           03  SR-SURVEY-RECORD.
               05  SR-SURVEY-SITE-ID   PIC X(10).
               05  SR-PROFILE-DATA     PIC X(2000).
               05  SR-INPUT-FORMAT     PIC X.
                   88  SR-FORMAT-PIPE  VALUE "P".
                   88  SR-FORMAT-FIXED VALUE "F".
               05  SR-FIXED-COL-COUNT  PIC 9(4).
               05  FILLER              PIC X(32).

       WORKING-STORAGE SECTION.
       01  INTAKE-SWITCHES.
           03  FEED-EOF-SWITCH         PIC X VALUE "N".
               88 FEED-EOF             VALUE "Y".
           03  SORT-EOF-SWITCH         PIC X VALUE "N".
               88 SORT-EOF             VALUE "Y".
           03  FEED-OPEN-SWITCH        PIC X VALUE "N".
               88 FEED-OPEN            VALUE "Y".
           03  INTAKE-PASS-SWITCH      PIC X VALUE "1".
               88 BALANCING-PASS       VALUE "1".
               88 MERGING-PASS         VALUE "2".
           03  DUP-HEADING-SWITCH      PIC X VALUE "N".
               88 DUP-HEADING-WRITTEN  VALUE "Y".
           03  DUP-SITE-SWITCH         PIC X VALUE "N".
               88 DUP-SITE-COUNTED     VALUE "Y".
           03  FEED-INPUT-STATUS       PIC XX.
               88 FEED-INPUT-NOT-FOUND VALUE "35".
           03  QUARANTINE-STATUS       PIC XX.
               88 QUARANTINE-NOT-FOUND VALUE "35".

       01  INTAKE-COUNTERS.
           03  RECORDS-READ            PIC 9(7) COMP VALUE 0.
           03  FEEDS-ACCEPTED          PIC 9(3) COMP VALUE 0.
           03  FEEDS-QUARANTINED       PIC 9(3) COMP VALUE 0.
           03  RECORDS-MERGED          PIC 9(6) COMP VALUE 0.
           03  RECORDS-QUARANTINED     PIC 9(7) COMP VALUE 0.
           03  MULTI-FEED-SITES        PIC 9(6) COMP VALUE 0.

      *********
      * ONE ENTRY PER FEED FOUND ON FEEDIN, IN ARRIVAL ORDER.  A FEED
      * STARTS AT ITS **HEADER** - OR AT A DATA OR TRAILER RECORD
      * WITH NO FEED OPEN, WHICH IS A FEED WITH NO HEADER - AND ENDS
      * AT ITS **TRAILER*, AT THE NEXT HEADER, OR AT END OF FILE.
      * THE SAME BOUNDARY RULES RUN ON BOTH PASSES, SO THE MERGING
      * PASS ASSIGNS EVERY RECORD TO THE SAME FEED THE BALANCING
      * PASS DID.  THE HASH IS CARRIED IN EIGHT DIGITS AND WRAPS THE
      * SAME WAY AS THE TRAILER'S AND COUNTBATCH'S.
      *********
       01  FEED-TABLE.
           03  FEED-COUNT              PIC 9(3) COMP VALUE 0.
           03  FEED-ENTRY OCCURS 99 TIMES.
               05  FT-CONTRIBUTOR      PIC X(8).
               05  FT-EXTRACT-DATE     PIC 9(8).
               05  FT-HEADER-CREW-ID   PIC X(6).
               05  FT-HEADER-INSTRUMENT
                                       PIC X(12).
               05  FT-HEADER-SWITCH    PIC X.
                   88 FT-HEADER-PRESENT
                                       VALUE "Y".
               05  FT-TRAILER-SWITCH   PIC X.
                   88 FT-TRAILER-PRESENT
                                       VALUE "Y".
               05  FT-DATA-RECORDS     PIC 9(6) COMP.
               05  FT-HASH-TOTAL       PIC 9(8) COMP.
               05  FT-EXPECTED-COUNT   PIC 9(6) COMP.
               05  FT-TRAILER-HASH     PIC 9(8) COMP.
               05  FT-RESULT           PIC X.
                   88 FT-ACCEPTED      VALUE "A".
                   88 FT-QUARANTINED   VALUE "Q".
               05  FT-REASON           PIC X(40).

       01  INTAKE-WORK-FIELDS.
           03  CURRENT-FEED            PIC 9(3) COMP VALUE 0.
           03  FEED-INDEX              PIC 9(3) COMP.
           03  INTAKE-RUN-DATE         PIC 9(8).
           03  COMBINED-EXTRACT-DATE   PIC 9(8) VALUE 0.
           03  RECORD-HASH             PIC 9(8) COMP.
           03  HASH-DELIMITER-COUNT    PIC 9(4) COMP.
           03  MERGED-HASH-TOTAL       PIC 9(8) COMP VALUE 0.
           03  PREV-MERGED-SITE        PIC X(10) VALUE SPACES.
           03  PREV-MERGED-FEED        PIC 9(3) VALUE 0.

       01  COMBINED-HEADER-LINE.
           03  FILLER                  PIC X(10) VALUE "**HEADER**".
           03  CHL-EXTRACT-DATE        PIC 9(8).

       01  COMBINED-TRAILER-LINE.
           03  FILLER                  PIC X(10) VALUE "**TRAILER*".
           03  CTL-RECORD-COUNT        PIC 9(6).
           03  CTL-HASH-TOTAL          PIC 9(8).

       01  REPORT-HEADING-LINE.
           03  FILLER                  PIC X(25)
               VALUE "SURVEY FEED INTAKE FOR   ".
           03  HEADING-RUN-DATE        PIC 9(8).

       01  SECTION-HEADING-LINE        PIC X(80).

       01  FEED-COLUMN-LINE.
           03  FILLER                  PIC X(34)
               VALUE "FEED  CONTRIB   EXTRACT   RECORDS ".
           03  FILLER                  PIC X(34)
               VALUE " EXPECTED  HASH      EXPECTED  RES".
           03  FILLER                  PIC X(3) VALUE "ULT".

       01  FEED-DETAIL-LINE.
           03  FDL-FEED-NO             PIC ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  FDL-CONTRIBUTOR         PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FDL-EXTRACT-DATE        PIC X(8).
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FDL-RECORDS             PIC ZZZZZ9.
           03  FILLER                  PIC X(4) VALUE SPACES.
           03  FDL-EXPECTED            PIC X(6).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FDL-HASH                PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FDL-TRAILER-HASH        PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  FDL-RESULT              PIC X(11).

       01  FEED-REASON-LINE.
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FRL-REASON              PIC X(40).

       01  NUMBER-EDIT-FIELD           PIC ZZZZZ9.
       01  HASH-EDIT-FIELD             PIC 9(8).

       01  MULTI-FEED-LINE.
           03  MFL-SITE-ID             PIC X(10).
           03  FILLER                  PIC X(7) VALUE "  FEED ".
           03  MFL-FIRST-FEED          PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  MFL-FIRST-CONTRIBUTOR   PIC X(8).
           03  FILLER                  PIC X(11) VALUE "  AND FEED ".
           03  MFL-SECOND-FEED         PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  MFL-SECOND-CONTRIBUTOR  PIC X(8).

       01  TOTAL-LINE.
           03  TOTAL-LINE-LABEL        PIC X(20).
           03  TOTAL-LINE-VALUE        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT INTAKE-RUN-DATE FROM DATE YYYYMMDD.

      * PASS 1 - FIND AND BALANCE EVERY FEED.
           OPEN INPUT FEED-INPUT-FILE.
           IF FEED-INPUT-NOT-FOUND THEN
              DISPLAY "CWINTAKE: DD FEEDIN NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-FEED-RECORD.
           PERFORM BALANCE-FEED-RECORD
                   UNTIL FEED-EOF.
           IF FEED-OPEN THEN
              PERFORM END-CURRENT-FEED
           END-IF.
           CLOSE FEED-INPUT-FILE.

           OPEN OUTPUT INTAKE-REPORT-FILE.
           MOVE INTAKE-RUN-DATE TO HEADING-RUN-DATE.
           WRITE INTAKE-REPORT-RECORD FROM REPORT-HEADING-LINE.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD FROM FEED-COLUMN-LINE.
           PERFORM WRITE-FEED-LINE
                   VARYING FEED-INDEX FROM 1 BY 1
                   UNTIL FEED-INDEX > FEED-COUNT.
           IF FEED-COUNT = 0 THEN
              MOVE "NO FEEDS RECEIVED" TO SECTION-HEADING-LINE
              WRITE INTAKE-REPORT-RECORD FROM SECTION-HEADING-LINE
           END-IF.

      * PASS 2 - QUARANTINE THE FAILED FEEDS AND SORT THE GOOD ONES
      * INTO THE COMBINED FEED.
           MOVE "2" TO INTAKE-PASS-SWITCH.
           MOVE "N" TO FEED-EOF-SWITCH.
           MOVE "N" TO FEED-OPEN-SWITCH.
           MOVE 0 TO CURRENT-FEED.
           MOVE 0 TO RECORDS-READ.
      * QUARFILE HOLDS EVERY FEED STILL WAITING TO BE RESENT - IT IS
      * EXTENDED, NEVER TRUNCATED, AND CREATED ON FIRST USE.
           OPEN EXTEND QUARANTINE-FILE.
           IF QUARANTINE-NOT-FOUND THEN
              OPEN OUTPUT QUARANTINE-FILE
           END-IF.
           OPEN OUTPUT MERGED-FEED-FILE.
           SORT INTAKE-SORT-FILE
                ON ASCENDING KEY SR-SITE-ID
                                 SR-FEED-NO
                                 SR-TRANSECT-NO
                                 SR-INPUT-SEQ
                INPUT PROCEDURE IS RELEASE-ACCEPTED-FEEDS
                OUTPUT PROCEDURE IS WRITE-MERGED-FEED.
           CLOSE MERGED-FEED-FILE.
           CLOSE QUARANTINE-FILE.

           PERFORM WRITE-TOTAL-LINES.
           CLOSE INTAKE-REPORT-FILE.
           DISPLAY "CWINTAKE COMPLETE.  FEEDS ACCEPTED = "
                   FEEDS-ACCEPTED "  QUARANTINED = " FEEDS-QUARANTINED.
           DISPLAY "RECORDS MERGED = " RECORDS-MERGED
                   "  MULTI-FEED SITES = " MULTI-FEED-SITES.
      * NO GOOD FEED AT ALL HOLDS THE OVERNIGHT RUN (RC 8) - THE
      * COMBINED FEED IS EMPTY AND WOULD REPORT EVERY SITE DROPPED.
      * A QUARANTINED FEED ALONGSIDE GOOD ONES IS A WARNING (RC 4):
      * THE GOOD FEEDS STILL RUN TONIGHT.
           IF FEEDS-ACCEPTED = 0 THEN
              DISPLAY "CWINTAKE: NO FEED ACCEPTED - SEE INTKRPT"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF FEEDS-QUARANTINED > 0 THEN
                 DISPLAY "CWINTAKE: " FEEDS-QUARANTINED
                         " FEEDS QUARANTINED - SEE INTKRPT"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       READ-FEED-RECORD.
           READ FEED-INPUT-FILE
               AT END
                   MOVE "Y" TO FEED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ
           END-READ.

      *********
      * WORKS OUT WHICH FEED THE RECORD IN HAND BELONGS TO, OPENING
      * AND CLOSING FEEDS AT THE BOUNDARIES.  RUN BY BOTH PASSES; ONLY
      * THE BALANCING PASS BUILDS THE FEED TABLE.
      *********
       TRACK-FEED-BOUNDARY.
           IF FCTL-HEADER-RECORD THEN
              IF FEED-OPEN THEN
                 PERFORM END-CURRENT-FEED
              END-IF
              PERFORM START-NEW-FEED
              IF BALANCING-PASS AND CURRENT-FEED NOT > 99 THEN
                 MOVE "Y" TO FT-HEADER-SWITCH(CURRENT-FEED)
                 MOVE FCTL-CONTRIBUTOR
                      TO FT-CONTRIBUTOR(CURRENT-FEED)
                 IF FCTL-EXTRACT-DATE IS NUMERIC THEN
                    MOVE FCTL-EXTRACT-DATE
                         TO FT-EXTRACT-DATE(CURRENT-FEED)
                 END-IF
                 MOVE FCTL-HEADER-CREW-ID
                      TO FT-HEADER-CREW-ID(CURRENT-FEED)
                 MOVE FCTL-HEADER-INSTRUMENT
                      TO FT-HEADER-INSTRUMENT(CURRENT-FEED)
              END-IF
           ELSE
              IF NOT FEED-OPEN THEN
                 PERFORM START-NEW-FEED
              END-IF
           END-IF.

       START-NEW-FEED.
           ADD 1 TO CURRENT-FEED.
           MOVE "Y" TO FEED-OPEN-SWITCH.
           IF BALANCING-PASS THEN
              IF CURRENT-FEED > 99 THEN
                 DISPLAY "CWINTAKE: FEED TABLE FULL AT RECORD "
                         RECORDS-READ " - RUN ENDED"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CURRENT-FEED TO FEED-COUNT
              MOVE SPACES TO FT-CONTRIBUTOR(CURRENT-FEED)
                             FT-HEADER-CREW-ID(CURRENT-FEED)
                             FT-HEADER-INSTRUMENT(CURRENT-FEED)
                             FT-REASON(CURRENT-FEED)
              MOVE 0 TO FT-EXTRACT-DATE(CURRENT-FEED)
                        FT-DATA-RECORDS(CURRENT-FEED)
                        FT-HASH-TOTAL(CURRENT-FEED)
                        FT-EXPECTED-COUNT(CURRENT-FEED)
                        FT-TRAILER-HASH(CURRENT-FEED)
              MOVE "N" TO FT-HEADER-SWITCH(CURRENT-FEED)
                          FT-TRAILER-SWITCH(CURRENT-FEED)
              MOVE "Q" TO FT-RESULT(CURRENT-FEED)
           END-IF.

       END-CURRENT-FEED.
           MOVE "N" TO FEED-OPEN-SWITCH.
           IF BALANCING-PASS THEN
              PERFORM JUDGE-FEED-BALANCE
           END-IF.

       BALANCE-FEED-RECORD.
           PERFORM TRACK-FEED-BOUNDARY.
           IF FCTL-TRAILER-RECORD THEN
              MOVE "Y" TO FT-TRAILER-SWITCH(CURRENT-FEED)
              IF FCTL-EXPECTED-COUNT IS NUMERIC THEN
                 MOVE FCTL-EXPECTED-COUNT
                      TO FT-EXPECTED-COUNT(CURRENT-FEED)
              END-IF
              IF FCTL-HASH-TOTAL IS NUMERIC THEN
                 MOVE FCTL-HASH-TOTAL TO FT-TRAILER-HASH(CURRENT-FEED)
              END-IF
              PERFORM END-CURRENT-FEED
           ELSE
              IF NOT FCTL-HEADER-RECORD THEN
                 ADD 1 TO FT-DATA-RECORDS(CURRENT-FEED)
                 PERFORM COMPUTE-RECORD-HASH
                 COMPUTE FT-HASH-TOTAL(CURRENT-FEED) =
                         FT-HASH-TOTAL(CURRENT-FEED) + RECORD-HASH
              END-IF
           END-IF.
           PERFORM READ-FEED-RECORD.

      *********
      * COUNTS THE PROFILE'S COLUMNS EXACTLY AS COUNTBATCH'S
      * ACCUMULATE-PROFILE-HASH DOES - DELIMITERS PLUS ONE FOR A
      * DELIMITED PROFILE, THE STATED READING COUNT FOR A FIXED-WIDTH
      * ONE - SO A FEED THAT BALANCES HERE BALANCES THERE.
      *********
       COMPUTE-RECORD-HASH.
           MOVE 0 TO RECORD-HASH.
           IF FEED-FORMAT-FIXED THEN
              IF FEED-FIXED-COL-COUNT IS NUMERIC THEN
                 MOVE FEED-FIXED-COL-COUNT TO RECORD-HASH
              END-IF
           ELSE
              MOVE 0 TO HASH-DELIMITER-COUNT
              IF FEED-FORMAT-PIPE THEN
                 INSPECT FEED-PROFILE-DATA
                         TALLYING HASH-DELIMITER-COUNT FOR ALL "|"
              ELSE
                 INSPECT FEED-PROFILE-DATA
                         TALLYING HASH-DELIMITER-COUNT FOR ALL ","
              END-IF
              COMPUTE RECORD-HASH = HASH-DELIMITER-COUNT + 1
           END-IF.

      *********
      * A FEED IS ACCEPTED ONLY WHEN IT IS FULLY FRAMED AND BOTH ITS
      * COUNT AND ITS HASH BALANCE.  THE FIRST FAILURE FOUND IS THE
      * REASON REPORTED.
      *********
       JUDGE-FEED-BALANCE.
           IF NOT FT-HEADER-PRESENT(CURRENT-FEED) THEN
              MOVE "NO HEADER RECORD"
                   TO FT-REASON(CURRENT-FEED)
           ELSE
           IF NOT FT-TRAILER-PRESENT(CURRENT-FEED) THEN
              MOVE "NO TRAILER RECORD - FEED CUT SHORT"
                   TO FT-REASON(CURRENT-FEED)
           ELSE
           IF FT-DATA-RECORDS(CURRENT-FEED) NOT =
              FT-EXPECTED-COUNT(CURRENT-FEED) THEN
              MOVE "RECORD COUNT DOES NOT BALANCE"
                   TO FT-REASON(CURRENT-FEED)
           ELSE
           IF FT-HASH-TOTAL(CURRENT-FEED) NOT =
              FT-TRAILER-HASH(CURRENT-FEED) THEN
              MOVE "COLUMN HASH DOES NOT BALANCE"
                   TO FT-REASON(CURRENT-FEED)
           ELSE
              MOVE "A" TO FT-RESULT(CURRENT-FEED)
           END-IF
           END-IF
           END-IF
           END-IF.
           IF FT-ACCEPTED(CURRENT-FEED) THEN
              ADD 1 TO FEEDS-ACCEPTED
              IF FT-EXTRACT-DATE(CURRENT-FEED) >
                 COMBINED-EXTRACT-DATE THEN
                 MOVE FT-EXTRACT-DATE(CURRENT-FEED)
                      TO COMBINED-EXTRACT-DATE
              END-IF
           ELSE
              ADD 1 TO FEEDS-QUARANTINED
           END-IF.

       WRITE-FEED-LINE.
           MOVE FEED-INDEX TO FDL-FEED-NO.
           MOVE FT-CONTRIBUTOR(FEED-INDEX) TO FDL-CONTRIBUTOR.
           IF FT-EXTRACT-DATE(FEED-INDEX) > 0 THEN
              MOVE FT-EXTRACT-DATE(FEED-INDEX) TO FDL-EXTRACT-DATE
           ELSE
              MOVE SPACES TO FDL-EXTRACT-DATE
           END-IF.
           MOVE FT-DATA-RECORDS(FEED-INDEX) TO FDL-RECORDS.
           MOVE FT-HASH-TOTAL(FEED-INDEX) TO FDL-HASH.
           IF FT-TRAILER-PRESENT(FEED-INDEX) THEN
              MOVE FT-EXPECTED-COUNT(FEED-INDEX) TO NUMBER-EDIT-FIELD
              MOVE NUMBER-EDIT-FIELD TO FDL-EXPECTED
              MOVE FT-TRAILER-HASH(FEED-INDEX) TO HASH-EDIT-FIELD
              MOVE HASH-EDIT-FIELD TO FDL-TRAILER-HASH
           ELSE
              MOVE "  NONE" TO FDL-EXPECTED
              MOVE "    NONE" TO FDL-TRAILER-HASH
           END-IF.
           IF FT-ACCEPTED(FEED-INDEX) THEN
              MOVE "ACCEPTED" TO FDL-RESULT
           ELSE
              MOVE "QUARANTINED" TO FDL-RESULT
           END-IF.
           WRITE INTAKE-REPORT-RECORD FROM FEED-DETAIL-LINE.
           IF FT-QUARANTINED(FEED-INDEX) THEN
              MOVE FT-REASON(FEED-INDEX) TO FRL-REASON
              WRITE INTAKE-REPORT-RECORD FROM FEED-REASON-LINE
           END-IF.

      *********
      * SORT INPUT: RE-READS FEEDIN, ASSIGNING EACH RECORD TO ITS
      * FEED BY THE SAME BOUNDARY RULES.  EVERY RECORD OF A
      * QUARANTINED FEED - CONTROL RECORDS INCLUDED - GOES TO
      * QUARFILE AS RECEIVED, SO THE CONTRIBUTOR'S FILE CAN BE FIXED
      * AND RESENT WHOLE.  AN ACCEPTED FEED'S DATA RECORDS ARE
      * RELEASED TO THE SORT WITH THE FEED HEADER'S CREW AND
      * INSTRUMENT FILLED INTO ANY RECORD THAT LEAVES THEM BLANK -
      * THE COMBINED HEADER CANNOT CARRY EACH FEED'S DEFAULTS.
      *********
       RELEASE-ACCEPTED-FEEDS.
           OPEN INPUT FEED-INPUT-FILE.
           PERFORM READ-FEED-RECORD.
           PERFORM RELEASE-FEED-RECORD
                   UNTIL FEED-EOF.
           CLOSE FEED-INPUT-FILE.

       RELEASE-FEED-RECORD.
           PERFORM TRACK-FEED-BOUNDARY.
           IF FT-QUARANTINED(CURRENT-FEED) THEN
              ADD 1 TO RECORDS-QUARANTINED
              WRITE QUARANTINE-RECORD FROM FEED-RECORD
           ELSE
              IF NOT FCTL-HEADER-RECORD AND
                 NOT FCTL-TRAILER-RECORD THEN
                 IF FEED-CREW-ID = SPACES THEN
                    MOVE FT-HEADER-CREW-ID(CURRENT-FEED)
                         TO FEED-CREW-ID
                 END-IF
                 IF FEED-INSTRUMENT-SERIAL = SPACES THEN
                    MOVE FT-HEADER-INSTRUMENT(CURRENT-FEED)
                         TO FEED-INSTRUMENT-SERIAL
                 END-IF
                 MOVE FEED-SITE-ID     TO SR-SITE-ID
                 MOVE CURRENT-FEED     TO SR-FEED-NO
                 MOVE FEED-TRANSECT-NO TO SR-TRANSECT-NO
                 MOVE RECORDS-READ     TO SR-INPUT-SEQ
                 MOVE FEED-RECORD      TO SR-SURVEY-RECORD
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
           IF FCTL-TRAILER-RECORD THEN
              PERFORM END-CURRENT-FEED
           END-IF.
           PERFORM READ-FEED-RECORD.

      *********
      * SORT OUTPUT: THE COMBINED FEED - A FRESH HEADER CARRYING THE
      * LATEST EXTRACT DATE AMONG THE ACCEPTED FEEDS (THE STRICTER
      * DATE FOR COUNTBATCH'S CALIBRATION CHECK), THE MERGED RECORDS,
      * AND A FRESH TRAILER WITH THE COUNT AND COLUMN HASH OF WHAT
      * WAS ACTUALLY WRITTEN.  A SITE ARRIVING FROM A SECOND FEED IS
      * LISTED ON THE INTAKE REPORT.
      *********
       WRITE-MERGED-FEED.
           IF COMBINED-EXTRACT-DATE = 0 THEN
              MOVE INTAKE-RUN-DATE TO COMBINED-EXTRACT-DATE
           END-IF.
           MOVE COMBINED-EXTRACT-DATE TO CHL-EXTRACT-DATE.
           WRITE MERGED-FEED-RECORD FROM COMBINED-HEADER-LINE.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM WRITE-MERGED-RECORD
                   UNTIL SORT-EOF.
           MOVE RECORDS-MERGED    TO CTL-RECORD-COUNT.
           MOVE MERGED-HASH-TOTAL TO CTL-HASH-TOTAL.
           WRITE MERGED-FEED-RECORD FROM COMBINED-TRAILER-LINE.

       RETURN-SORTED-RECORD.
           RETURN INTAKE-SORT-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN.

       WRITE-MERGED-RECORD.
           IF SR-SITE-ID = PREV-MERGED-SITE THEN
              IF SR-FEED-NO NOT = PREV-MERGED-FEED THEN
                 PERFORM WRITE-MULTI-FEED-LINE
              END-IF
           ELSE
              MOVE "N" TO DUP-SITE-SWITCH
           END-IF.
           MOVE SR-SITE-ID TO PREV-MERGED-SITE.
           MOVE SR-FEED-NO TO PREV-MERGED-FEED.
           ADD 1 TO RECORDS-MERGED.
           MOVE 0 TO RECORD-HASH.
           IF SR-FORMAT-FIXED THEN
              IF SR-FIXED-COL-COUNT IS NUMERIC THEN
                 MOVE SR-FIXED-COL-COUNT TO RECORD-HASH
              END-IF
           ELSE
              MOVE 0 TO HASH-DELIMITER-COUNT
              IF SR-FORMAT-PIPE THEN
                 INSPECT SR-PROFILE-DATA
                         TALLYING HASH-DELIMITER-COUNT FOR ALL "|"
              ELSE
                 INSPECT SR-PROFILE-DATA
                         TALLYING HASH-DELIMITER-COUNT FOR ALL ","
              END-IF
              COMPUTE RECORD-HASH = HASH-DELIMITER-COUNT + 1
           END-IF.
           COMPUTE MERGED-HASH-TOTAL = MERGED-HASH-TOTAL + RECORD-HASH.
           WRITE MERGED-FEED-RECORD FROM SR-SURVEY-RECORD.
           PERFORM RETURN-SORTED-RECORD.

      * ONE LINE PER EXTRA CONTRIBUTOR OF A SITE; THE SITE IS COUNTED
      * ONCE HOWEVER MANY FEEDS SENT IT.
       WRITE-MULTI-FEED-LINE.
           IF NOT DUP-HEADING-WRITTEN THEN
              MOVE SPACES TO INTAKE-REPORT-RECORD
              WRITE INTAKE-REPORT-RECORD
              MOVE "SITES SENT BY MORE THAN ONE CONTRIBUTOR"
                   TO SECTION-HEADING-LINE
              WRITE INTAKE-REPORT-RECORD FROM SECTION-HEADING-LINE
              MOVE "Y" TO DUP-HEADING-SWITCH
           END-IF.
           IF NOT DUP-SITE-COUNTED THEN
              ADD 1 TO MULTI-FEED-SITES
              MOVE "Y" TO DUP-SITE-SWITCH
           END-IF.
           MOVE SR-SITE-ID       TO MFL-SITE-ID.
           MOVE PREV-MERGED-FEED TO MFL-FIRST-FEED.
           MOVE FT-CONTRIBUTOR(PREV-MERGED-FEED)
                                 TO MFL-FIRST-CONTRIBUTOR.
           MOVE SR-FEED-NO       TO MFL-SECOND-FEED.
           MOVE FT-CONTRIBUTOR(SR-FEED-NO)
                                 TO MFL-SECOND-CONTRIBUTOR.
           WRITE INTAKE-REPORT-RECORD FROM MULTI-FEED-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE "FEEDS RECEIVED      " TO TOTAL-LINE-LABEL.
           MOVE FEED-COUNT TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "FEEDS ACCEPTED      " TO TOTAL-LINE-LABEL.
           MOVE FEEDS-ACCEPTED TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "FEEDS QUARANTINED   " TO TOTAL-LINE-LABEL.
           MOVE FEEDS-QUARANTINED TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RECORDS MERGED      " TO TOTAL-LINE-LABEL.
           MOVE RECORDS-MERGED TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "RECORDS QUARANTINED " TO TOTAL-LINE-LABEL.
           MOVE RECORDS-QUARANTINED TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.
           MOVE "MULTI-FEED SITES    " TO TOTAL-LINE-LABEL.
           MOVE MULTI-FEED-SITES TO TOTAL-LINE-VALUE.
           WRITE INTAKE-REPORT-RECORD FROM TOTAL-LINE.

       END PROGRAM CWINTAKE.
