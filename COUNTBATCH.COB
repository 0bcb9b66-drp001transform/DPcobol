      *                    restarted run with zero levels and its
      *                    breaches were silently dropped, breaking
      *                    the restarted-run alert guarantee above.
      *   14-OCT-2026  DP  Alert register (DD ALRTREG, layout CWALRT).
      *                    CHECK-SITE-ALERTS now opens an incident the
      *                    first time a site breaches and updates the
      *                    same incident (latest figures, breach
      *                    nights, days open) on later breach nights,
      *                    instead of every night reading as a new
      *                    alarm.  ALRTRPT still gets one line per
      *                    breach, now tagged NEW/OPEN/ACK/ESCALATED.
      *                    RC 4 is raised only for incidents opened
      *                    this run and for incidents still not
      *                    acknowledged after the escalation limit
      *                    (SYSIN run-options card cols 12-14, default
      *                    3 days) - a breach engineering is already
      *                    handling no longer pages the on-call every
      *                    night.  ALRTMNT takes the acknowledge and
      *                    close transactions; CWINCRPT is the daily
      *                    open-incident report.  The two incident
      *                    counts ride in the checkpoint (179 bytes).
      *   14-OCT-2026  DP  Crew and instrument on the survey: ELEVIN
      *                    records gain SURVEY-CREW-ID and SURVEY-
      *                    INSTRUMENT-SERIAL after the recycle fields
      *                    (2047 bytes), and the **HEADER** record can
      *                    carry a crew and instrument for a crew-level
      *                    feed, filled into any data record that
      *                    leaves them blank.  Every survey naming an
      *                    instrument is checked against the new
      *                    instrument master (DD INSTMAST, layout
      *                    CWINST, maintained by INSTMNT) and rejected
      *                    E204 when the instrument is unknown,
      *                    withdrawn, or past its next-due calibration
      *                    date on the extract date.  A survey with no
      *                    instrument passes unless run-options card
      *                    col 15 is "Y".  REJFILE carries the two
      *                    fields (LRECL 2047) so a recycle keeps them.
      *                    New cumulative DD SURVLOG gets one line per
      *                    survey record with its crew, instrument and
      *                    outcome for the monthly CWCRWRPT report.
      *                    The header crew/instrument ride in the
      *                    checkpoint (197 bytes).
      *   15-OCT-2026  DP  The ELEVOUT region break now takes the
      *                    region off the site master record the
      *                    registration read fetched (SM-SITE-REGION),
      *                    not the first three characters of the site
      *                    id, so a site moved between regions on the
      *                    master subtotals under its new region.  A
      *                    master record with no region falls back to
      *                    the id prefix.
      *   15-OCT-2026  DP  Run identifier and run-control register.
      *                    Every run takes a run number at start-up -
      *                    one more than the highest on the new
      *                    indexed register (DD RUNREG, layout
      *                    CWRUNREG) - and stamps it ("  RI" and the
      *                    number, columns 69-80) on every line of
      *                    ELEVOUT, EXCPRPT, DEPTHRPT, PONDRPT, SCENRPT,
      *                    ALRTRPT and SURVLOG, on the end of each
      *                    SITEHIST line (61 bytes now) and after the
      *                    run date on the GISEXTR header, so lines
      *                    left on the DISP=MOD datasets by a failed
      *                    night can be told from the rerun's.  The
      *                    register entry is written STARTED before the
      *                    first survey record is read and rewritten
      *                    ENDED with the counts, breaches, balancing
      *                    verdict and final return code; a run that
      *                    abends stays STARTED.  The run number rides
      *                    in the checkpoint (205 bytes), so a restart
      *                    keeps it and reopens the same entry, flagged
      *                    as restarted.  REJFILE is full at 2047 bytes
      *                    and carries no stamp.
      *   15-OCT-2026  DP  Region subtotals no longer break on feed
      *                    order: each site's TOTAL-WATER and count are
      *                    added to its master region's entry in a
      *                    region table, and the subtotals print as one
      *                    block, in region order, after the last site
      *                    and ahead of the balancing page.  The per-
      *                    region headings are gone.  The table and
      *                    the open site's master region (so a restart
      *                    subtotals that site under the right region)
      *                    ride at the end of the checkpoint, after the
      *                    run number; the old break state is kept as
      *                    filler so an older checkpoint still lines up
      *                    (1110 bytes).  At end of a produce or
      *                    recycle run ALRTREG is now read through
      *                    (ACCESS MODE DYNAMIC) and every
      *                    unacknowledged incident with no breach
      *                    tonight that is past the escalation limit is
      *                    flagged escalated and counted, so a quiet
      *                    night still pages RC 4 for it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTBATCH.
                   ACCESS MODE RANDOM
                   RECORD KEY IS SM-SITE-ID
                   FILE STATUS IS SITE-MASTER-STATUS.
           SELECT ALERT-REGISTER-FILE    ASSIGN TO "ALRTREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AR-SITE-ID
                   FILE STATUS IS ALERT-REGISTER-STATUS.
           SELECT INSTRUMENT-MASTER-FILE ASSIGN TO "INSTMAST"
                   ORGANIZATION INDEXED
                   ACCESS MODE RANDOM
                   RECORD KEY IS IM-INSTRUMENT-SERIAL
                   FILE STATUS IS INSTRUMENT-MASTER-STATUS.
           SELECT SURVEY-LOG-FILE        ASSIGN TO "SURVLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SURVEY-LOG-STATUS.
           SELECT RUN-REGISTER-FILE      ASSIGN TO "RUNREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RR-RUN-ID
                   FILE STATUS IS RUN-REGISTER-STATUS.
           SELECT RUN-CONTROL-FILE       ASSIGN TO "SYSIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS RUN-CONTROL-STATUS.
      * SPACES AND ARE IGNORED.
           03  SURVEY-RECYCLE-CODE     PIC X(4).
           03  SURVEY-RECYCLE-DATE     PIC X(8).
      * WHO SURVEYED THE SITE AND WITH WHICH INSTRUMENT.  SPACES ON A
      * FEED THAT PREDATES THE FIELDS, OR WHERE THE **HEADER** CARRIES
      * THEM FOR THE WHOLE FEED - SEE PROCESS-DATA-RECORD.
           03  SURVEY-CREW-ID          PIC X(6).
           03  SURVEY-INSTRUMENT-SERIAL
                                       PIC X(12).
      *********
      * CONTROL-RECORD VIEW OF THE SAME RECORD AREA.  THE RECORD ID
      * SITS WHERE A DATA RECORD CARRIES ITS SITE ID, AND NEITHER
               88  CTL-TRAILER-RECORD  VALUE "**TRAILER*".
           03  CTL-HEADER-DATA.
               05  CTL-EXTRACT-DATE    PIC 9(8).
      * A CREW-LEVEL FEED NAMES ITS CREW AND INSTRUMENT ONCE HERE
      * RATHER THAN ON EVERY DATA RECORD.
               05  CTL-HEADER-CREW-ID  PIC X(6).
               05  CTL-HEADER-INSTRUMENT
                                       PIC X(12).
               05  FILLER              PIC X(1981).
           03  CTL-TRAILER-DATA REDEFINES CTL-HEADER-DATA.
               05  CTL-EXPECTED-COUNT  PIC 9(6).
               05  CTL-HASH-TOTAL      PIC 9(8).
       01  POND-RECORD                 PIC X(80).

       FD  REJECT-FILE.
       01  REJECT-FILE-RECORD          PIC X(2047).

       FD  SCENARIO-REPORT-FILE.
       01  SCENARIO-RECORD             PIC X(80).
       01  ALERT-RECORD                PIC X(80).

       FD  SITE-HISTORY-FILE.
       01  SITE-HISTORY-RECORD         PIC X(61).

       FD  SURVEY-LOG-FILE.
       01  SURVEY-LOG-RECORD           PIC X(80).

       FD  GIS-EXTRACT-FILE.
       01  GIS-EXTRACT-RECORD          PIC X(80).
           03  CKPT-HEADER-SEEN        PIC X.
           03  CKPT-EXTRACT-DATE       PIC 9(8).
           03  CKPT-PREV-SITE-ID       PIC X(10).
      * ONCE THE REGION-BREAK STATE; KEPT AS FILLER SO EVERY FIELD
      * AFTER IT STAYS WHERE AN OLDER CHECKPOINT HAS IT.  NEW FIELDS
      * GO ON THE END OF THE RECORD, AFTER CKPT-RUN-ID.
           03  CKPT-OLD-REGION-BREAK   PIC X(19).
           03  CKPT-DUPLICATES         PIC 9(6).
           03  CKPT-TRAILER-SEEN       PIC X.
           03  CKPT-EXPECTED-COUNT     PIC 9(6).
           03  CKPT-SITE-FORMAT        PIC X.
           03  CKPT-GIS-RECORDS        PIC 9(6).
           03  CKPT-GIS-HASH           PIC 9(8).
           03  CKPT-NEW-INCIDENTS      PIC 9(6).
           03  CKPT-ESCALATIONS        PIC 9(6).
           03  CKPT-HEADER-CREW        PIC X(6).
           03  CKPT-HEADER-INSTRUMENT  PIC X(12).
           03  CKPT-RUN-ID             PIC 9(8).
           03  CKPT-SITE-REGION        PIC X(3).
           03  CKPT-REGION-COUNT       PIC 9(2).
           03  CKPT-REGION-TABLE.
               05  CKPT-REGION-ENTRY OCCURS 50 TIMES.
                   07  CKPT-RT-REGION  PIC X(3).
                   07  CKPT-RT-SITES   PIC 9(6).
                   07  CKPT-RT-WATER   PIC 9(8)V9.

       FD  SITE-MASTER-FILE.
       01  SITE-MASTER-RECORD.
           COPY CWSITE REPLACING ==:PFX:== BY ==SM==.

       FD  ALERT-REGISTER-FILE.
       01  ALERT-REGISTER-RECORD.
           COPY CWALRT REPLACING ==:PFX:== BY ==AR==.

       FD  INSTRUMENT-MASTER-FILE.
       01  INSTRUMENT-MASTER-RECORD.
           COPY CWINST REPLACING ==:PFX:== BY ==IM==.

       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-RECORD.
           COPY CWRUNREG REPLACING ==:PFX:== BY ==RR==.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-CARD.
           03  CARD-RUN-MODE           PIC X.
           03  CARD-POND-OPT           PIC X.
           03  CARD-MAX-REJECTS        PIC 9(6).
           03  CARD-GIS-OPT            PIC X.
           03  CARD-ESCALATION-DAYS    PIC 9(3).
           03  CARD-INSTRUMENT-REQD    PIC X.
           03  FILLER                  PIC X(65).
      *********
      * SECOND-CARD VIEW: THE OPTIONAL SCENARIO CARD CARRIES UP TO
      * SIX STORM DEPTHS, EACH THREE ZERO-FILLED DIGITS FOLLOWED BY
           03  SITE-HISTORY-STATUS     PIC XX.
               88 SITE-HISTORY-NOT-FOUND
                                       VALUE "35".
           03  ALERT-REGISTER-STATUS   PIC XX.
               88 ALERT-REGISTER-NOT-FOUND
                                       VALUE "35".
               88 ALERT-REGISTER-IO-OK VALUE "00".
           03  INSTRUMENT-CHECK-SWITCH PIC X.
               88 INSTRUMENT-CHECK-FAILED
                                       VALUE "Y".
           03  INSTRUMENT-MASTER-STATUS
                                       PIC XX.
               88 INSTRUMENT-MASTER-NOT-FOUND
                                       VALUE "35".
           03  SURVEY-LOG-STATUS       PIC XX.
               88 SURVEY-LOG-NOT-FOUND VALUE "35".

      *********
      * RUN OPTIONS, SEEDED WITH THE DEFAULTS AND OVERRIDDEN FROM THE
           03  MAX-REJECTS             PIC 9(6) COMP VALUE 0.
           03  GIS-EXTRACT-OPT         PIC X VALUE "N".
               88 GIS-EXTRACT-WANTED   VALUE "Y".
           03  ESCALATION-DAYS         PIC 9(3) COMP VALUE 3.
           03  INSTRUMENT-REQD-OPT     PIC X VALUE "N".
               88 INSTRUMENT-REQUIRED  VALUE "Y".

      *********
      * STORM SCENARIO DEPTHS FROM THE SCENARIO CARD.  A COUNT OF
           03  TRAILER-HASH-TOTAL      PIC 9(8) COMP VALUE 0.
           03  HASH-TOTAL-ACCUM        PIC 9(8) COMP VALUE 0.
           03  HASH-DELIMITER-COUNT    PIC 9(4) COMP.
           03  HEADER-CREW-ID          PIC X(6) VALUE SPACES.
           03  HEADER-INSTRUMENT       PIC X(12) VALUE SPACES.

      *********
      * THE DATE A SURVEY'S INSTRUMENT MUST BE IN CALIBRATION ON: THE
      * FEED'S EXTRACT DATE WHEN THE HEADER GAVE ONE, OTHERWISE THE
      * RUN DATE.  A RECYCLE FEED HAS NO HEADER, SO A CORRECTED
      * RECORD IS JUDGED AGAINST THE INSTRUMENT'S STANDING TODAY.
      *********
       01  CALIBRATION-CHECK-DATE      PIC 9(8).

      *********
      * SITE-ID SEQUENCE FIELDS.  PREV-SITE-ID STARTS AT SPACES, WHICH
           03  SITE-MH-WORK            PIC 99V9.

      *********
      * REGION SUBTOTALS FOR THE SUMMARY REPORT.  THE REGION IS THE
      * ONE THE SITE MASTER ASSIGNS THE SITE TO, CAPTURED INTO
      * SITE-MASTER-REGION BY THE REGISTRATION READ.  ELEVIN COMES IN
      * SITE-ID ORDER, WHICH NEED NOT KEEP A REGION'S SITES TOGETHER,
      * SO EACH SITE IS ADDED TO ITS REGION'S ENTRY HERE (KEPT IN
      * REGION ORDER) AND THE SUBTOTALS ALL PRINT AT END OF RUN.
      *********
       01  REGION-TOTALS-FIELDS.
           03  SITE-MASTER-REGION      PIC X(3).
           03  REGION-COUNT            PIC 9(2) COMP VALUE 0.
           03  REGION-INDEX            PIC 9(2) COMP.
           03  REGION-SHIFT-INDEX      PIC 9(2) COMP.
           03  REGION-PLACE-SWITCH     PIC X.
               88 REGION-PLACE-FOUND   VALUE "Y".
           03  REGION-FULL-SWITCH      PIC X VALUE "N".
               88 REGION-TABLE-FULL    VALUE "Y".
           03  REGION-ENTRY OCCURS 50 TIMES.
               05  RT-REGION           PIC X(3).
               05  RT-SITE-COUNT       PIC 9(6) COMP.
               05  RT-WATER-TOTAL      PIC 9(8)V9 COMP.

       01  CHECKPOINT-FIELDS.
           03  LAST-CHECKPOINT-COUNT   PIC 9(6) COMP VALUE 0.
               88 CHECKPOINT-FILE-NOT-FOUND
                                       VALUE "35".

      *********
      * RUN IDENTIFIER AND RUN-CONTROL REGISTER FIELDS.  RUN-ID IS
      * STAMPED ON EVERY OUTPUT LINE (SEE STAMP-RUN-ID).  CHECKPOINT-
      * RUN-ID IS THE NUMBER THE LAST CHECKPOINT CARRIED - NON-ZERO
      * ONLY WHEN THIS IS A RESTART OF A RUN THAT ALREADY HAD ONE.
      * THE CLOCK IS TAKEN AS HHMMSSHH; THE REGISTER KEEPS HHMMSS.
      *********
       01  RUN-REGISTER-FIELDS.
           03  RUN-ID                  PIC 9(8) VALUE 0.
           03  CHECKPOINT-RUN-ID       PIC 9(8) VALUE 0.
           03  HIGHEST-RUN-ID          PIC 9(8) VALUE 0.
           03  RUN-REGISTER-STATUS     PIC XX.
               88 RUN-REGISTER-NOT-FOUND
                                       VALUE "35".
               88 RUN-REGISTER-IO-OK   VALUE "00".
           03  RUN-REGISTER-EOF-SWITCH PIC X VALUE "N".
               88 RUN-REGISTER-EOF     VALUE "Y".
           03  RUN-ENTRY-FOUND-SWITCH  PIC X.
               88 RUN-ENTRY-FOUND      VALUE "Y".
           03  REGISTER-CLOCK          PIC 9(8).
           03  REGISTER-CLOCK-VIEW REDEFINES REGISTER-CLOCK.
               05  REGISTER-HHMMSS     PIC 9(6).
               05  FILLER              PIC 9(2).

       01  CALL-FIELDS.
           03  CALL-TOTAL-WATER        PIC 9(5)V9 COMP.
           COPY CWCNTL.
           03  SITE-DEEPEST-COLUMN     PIC 9(3)V9 COMP.
           03  ALERT-SCAN-COLUMN       PIC 9(4) COMP.
           03  ALERT-BREACH-COUNT      PIC 9(6) COMP VALUE 0.
           03  SITE-TW-BREACH-SWITCH   PIC X.
               88 SITE-TW-BREACHED     VALUE "Y".
           03  SITE-POND-BREACH-SWITCH PIC X.
               88 SITE-POND-BREACHED   VALUE "Y".

      *********
      * ALERT REGISTER FIELDS.  NEW-INCIDENT-COUNT AND ESCALATED-
      * INCIDENT-COUNT DRIVE THE RC 4 PAGE; BOTH RIDE IN THE
      * CHECKPOINT SO A RESTART STILL PAGES FOR AN INCIDENT THE
      * ABENDED RUN OPENED.  THE DAY NUMBERS COME FROM CWDAYS - DAYS
      * OPEN IS THE RUN DATE LESS THE DATE THE INCIDENT OPENED.
      *********
       01  ALERT-REGISTER-FIELDS.
           03  REGISTER-FOUND-SWITCH   PIC X.
               88 REGISTER-ENTRY-FOUND VALUE "Y".
           03  REGISTER-EOF-SWITCH     PIC X.
               88 REGISTER-EOF         VALUE "Y".
           03  NEW-INCIDENT-COUNT      PIC 9(6) COMP VALUE 0.
           03  ESCALATED-INCIDENT-COUNT
                                       PIC 9(6) COMP VALUE 0.
           03  RUN-DAY-NUMBER          PIC 9(7) COMP VALUE 0.
           03  ALERT-INCIDENT-TAG      PIC X(9).

           COPY CWDAYS.

       01  ALERT-LINE.
           03  ALERT-SITE-ID           PIC X(10).
           03  ALERT-ACTUAL-DISPLAY    PIC ZZZZZ9.9.
           03  FILLER                  PIC X(7) VALUE "  LEVEL".
           03  ALERT-LEVEL-DISPLAY     PIC ZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  ALERT-INCIDENT-DISPLAY  PIC X(9).
           03  FILLER                  PIC X(8) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  ALERT-RUN-ID            PIC 9(8).

      *********
      * ONE SITEHIST LINE PER ACCEPTED SITE PER RUN.  PLAIN ZERO-
           03  HIST-MH-VALUE           PIC 99.9.
           03  FILLER                  PIC X(4) VALUE "  PD".
           03  HIST-POND-COUNT         PIC 9(4).
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  HIST-RUN-ID             PIC 9(8).

       01  HIST-MH-WORK                PIC 99V9.

      *********
      * ONE SURVLOG LINE PER SURVEY RECORD PROCESSED BY A PRODUCE OR
      * RECYCLE RUN - ACCEPTED ("ACPT") OR THE REJECT CODE - WITH THE
      * CREW AND INSTRUMENT THAT TOOK IT.  CUMULATIVE LIKE SITEHIST;
      * CWCRWRPT READS IT FOR THE MONTHLY CREW/INSTRUMENT REPORT.
      *********
       01  SURVEY-LOG-LINE.
           03  SL-RUN-DATE             PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  SL-SITE-ID              PIC X(10).
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  SL-TRANSECT-NO          PIC X(2).
           03  FILLER                  PIC X(4) VALUE "  CR".
           03  SL-CREW-ID              PIC X(6).
           03  FILLER                  PIC X(4) VALUE "  IN".
           03  SL-INSTRUMENT-SERIAL    PIC X(12).
           03  FILLER                  PIC X(4) VALUE "  RS".
           03  SL-RESULT               PIC X(4).
           03  FILLER                  PIC X(4) VALUE "  MD".
           03  SL-RUN-MODE             PIC X.
           03  FILLER                  PIC X(3) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  SL-RUN-ID               PIC 9(8).

      *********
      * GIS EXTRACT FIELDS AND RECORD LAYOUTS.  THE RECEIVING SIDE
      * RECONCILES THE TRAILER COUNT AND HASH THE WAY THIS PROGRAM
       01  GIS-HEADER-LINE.
           03  FILLER                  PIC X(10) VALUE "**HEADER**".
           03  GXH-RUN-DATE            PIC 9(8).
           03  GXH-RUN-ID              PIC 9(8).

       01  GIS-TRAILER-LINE.
           03  FILLER                  PIC X(10) VALUE "**TRAILER*".
           03  SUMMARY-RECYCLE-FLAG    PIC X(3).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  SUMMARY-DUP-FLAG        PIC X(3).
           03  FILLER                  PIC X(28) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  SUMMARY-RUN-ID          PIC 9(8).

      *********
      * ONE TAGGED LINE PER TRANSECT ON THE SUMMARY, WRITTEN ONLY
           03  TRAN-LINE-MAX-WALL      PIC -Z9.9.
           03  FILLER                  PIC X(4) VALUE "  TW".
           03  TRAN-LINE-WATER         PIC ZZZZ9.9.
           03  FILLER                  PIC X(32) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  TRAN-LINE-RUN-ID        PIC 9(8).

       01  SITE-ROLLUP-LINE.
           03  ROLLUP-SITE-ID          PIC X(10).
           03  ROLLUP-WORST-DEPTH      PIC ZZ9.9.
           03  FILLER                  PIC X(7) VALUE "  ON TR".
           03  ROLLUP-WORST-TRANSECT   PIC Z9.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  ROLLUP-RUN-ID           PIC 9(8).

       01  BATCH-RUN-DATE              PIC 9(8).

           03  REJECT-OUT-RECORD       PIC X(2017).
           03  REJECT-OUT-CODE         PIC X(4).
           03  REJECT-OUT-DATE         PIC 9(8).
           03  REJECT-OUT-CREW-ID      PIC X(6).
           03  REJECT-OUT-INSTRUMENT   PIC X(12).

       01  SCENARIO-LINE.
           03  SCENARIO-SITE-ID        PIC X(10).
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  SCENARIO-TRANSECT-DISPLAY
                                       PIC Z9.
           03  FILLER                  PIC X(33) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  SCENARIO-RUN-ID         PIC 9(8).

       01  EXCEPTION-LINE.
           03  EXCEPTION-SITE-ID       PIC X(10).
           03  FILLER                  PIC X(2) VALUE "  ".
           03  EXCEPTION-REASON        PIC X(50).
           03  FILLER                  PIC X(6) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  EXCEPTION-RUN-ID        PIC 9(8).

       01  DEPTH-COLUMN-NO             PIC 9(4) COMP.

           03  POND-VOLUME-DISPLAY     PIC ZZZZ9.9.
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  POND-TRANSECT-DISPLAY   PIC Z9.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  POND-RUN-ID             PIC 9(8).

       01  POND-COUNT-LINE.
           03  POND-COUNT-SITE-ID      PIC X(10).
           03  POND-COUNT-DISPLAY      PIC ZZZ9.
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  POND-COUNT-TR-DISPLAY   PIC Z9.
           03  FILLER                  PIC X(41) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  POND-COUNT-RUN-ID       PIC 9(8).

       01  BALANCE-HEADING-LINE.
           03  FILLER                  PIC X(30)
               VALUE "CONTROL BALANCING FOR EXTRACT ".
           03  BAL-EXTRACT-DATE        PIC X(8).
           03  FILLER                  PIC X(30) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  BAL-HEADING-RUN-ID      PIC 9(8).

       01  BALANCE-COUNT-LINE.
           03  BAL-COUNT-LABEL         PIC X(18).
           03  BAL-EXPECTED-DISPLAY    PIC ZZZZZZZ9.
           03  FILLER                  PIC X(2) VALUE SPACES.
           03  BAL-RESULT              PIC X(8).
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  BAL-COUNT-RUN-ID        PIC 9(8).

       01  BALANCE-TOTAL-LINE.
           03  BAL-TOTAL-LABEL         PIC X(18).
           03  BAL-TOTAL-DISPLAY       PIC ZZZZZZZ9.
           03  FILLER                  PIC X(42) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  BAL-TOTAL-RUN-ID        PIC 9(8).

       01  BALANCE-WATER-LINE.
           03  BAL-WATER-LABEL         PIC X(18).
           03  BAL-WATER-DISPLAY       PIC ZZZZZZZ9.9.
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  BAL-WATER-RUN-ID        PIC 9(8).

       01  BALANCE-NOTE-LINE.
           03  BAL-NOTE-TEXT           PIC X(68).
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  BAL-NOTE-RUN-ID         PIC 9(8).

       01  REGION-HEADING-LINE.
           03  FILLER                  PIC X(16)
               VALUE "REGION SUBTOTALS".
           03  FILLER                  PIC X(52) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  REGION-HEADING-RUN-ID   PIC 9(8).

       01  REGION-SUBTOTAL-LINE.
           03  FILLER                  PIC X(7) VALUE "REGION ".
           03  FILLER                  PIC X(13)
               VALUE "  TOTAL WATER".
           03  REGION-WATER-DISPLAY    PIC ZZZZZZZ9.9.
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  REGION-SUBTOTAL-RUN-ID  PIC 9(8).

       01  DEPTH-LINE.
           03  DEPTH-SITE-ID           PIC X(10).
           03  DEPTH-VALUE-DISPLAY     PIC ZZ9.9.
           03  FILLER                  PIC X(4) VALUE "  TR".
           03  DEPTH-TRANSECT-DISPLAY  PIC Z9.
           03  FILLER                  PIC X(35) VALUE SPACES.
           03  FILLER                  PIC X(4) VALUE "  RI".
           03  DEPTH-RUN-ID            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT BATCH-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-CONTROL-CARD.
           PERFORM OPEN-SITE-MASTER.
           PERFORM OPEN-INSTRUMENT-MASTER.
           IF RUN-MODE-VALIDATE THEN
              MOVE 0 TO LAST-CHECKPOINT-COUNT
           ELSE
              PERFORM READ-CHECKPOINT
           END-IF.
           PERFORM START-RUN-REGISTER-ENTRY.
           PERFORM STAMP-RUN-ID.
           OPEN INPUT ELEVATION-SURVEY-FILE.
           IF LAST-CHECKPOINT-COUNT > 0 THEN
              PERFORM SKIP-CHECKPOINTED-RECORDS

           CLOSE ELEVATION-SURVEY-FILE.
           CLOSE SITE-MASTER-FILE.
           CLOSE INSTRUMENT-MASTER-FILE.
      * A SITE STILL OPEN AT END OF FILE (OR AT A REJECT-LIMIT STOP)
      * IS CLOSED HERE SO ITS ROLL-UP LINE, ALERTS AND HISTORY ARE
      * NOT LOST WITH THE LAST SITE ON THE FEED.
           IF SITE-OPEN THEN
              PERFORM CLOSE-OPEN-SITE
           END-IF.
           IF SUMMARY-REPORT-WANTED AND REGION-COUNT > 0 THEN
              PERFORM WRITE-REGION-SUBTOTALS
           END-IF.
           IF NOT RUN-MODE-VALIDATE THEN
              PERFORM SWEEP-OVERDUE-INCIDENTS
           END-IF.
           PERFORM RECONCILE-CONTROL-TOTALS.
           PERFORM CLOSE-REPORT-FILES.
              MOVE 8 TO RETURN-CODE
           END-IF.
      * A BREACH GETS ITS OWN, LOWER RETURN CODE - THE SURVEYS
      * THEMSELVES PROCESSED CLEANLY, BUT THE ON-CALL MUST BE PAGED.
      * ONLY A NEW INCIDENT OR ONE LEFT UNACKNOWLEDGED PAST THE
      * ESCALATION LIMIT PAGES; A BREACH ON AN INCIDENT ENGINEERING
      * IS ALREADY HANDLING IS ON THE REGISTER AND ALRTRPT ONLY.
      * A FEED FAILURE (RC 8) STILL WINS.
           IF ALERT-BREACH-COUNT > 0 THEN
              DISPLAY "COUNTBATCH: " ALERT-BREACH-COUNT
                      " ALERT LEVEL BREACHES - SEE ALRTRPT"
           END-IF.
           IF NEW-INCIDENT-COUNT > 0 OR
              ESCALATED-INCIDENT-COUNT > 0 THEN
              DISPLAY "COUNTBATCH: " NEW-INCIDENT-COUNT
                      " NEW INCIDENTS, " ESCALATED-INCIDENT-COUNT
                      " ESCALATED - SEE CWINCRPT"
              IF RETURN-CODE = 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM END-RUN-REGISTER-ENTRY.
           STOP RUN.

      *********
           IF CARD-GIS-OPT = "Y" THEN
              MOVE "Y" TO GIS-EXTRACT-OPT
           END-IF.
      * BLANK OR ZERO KEEPS THE THREE-DAY DEFAULT ESCALATION LIMIT.
           IF CARD-ESCALATION-DAYS IS NUMERIC AND
              CARD-ESCALATION-DAYS > 0 THEN
              MOVE CARD-ESCALATION-DAYS TO ESCALATION-DAYS
           END-IF.
      * A SURVEY WITH NO INSTRUMENT SERIAL PASSES UNLESS COLUMN 15
      * SAYS OTHERWISE - FEEDS FROM BEFORE THE FIELD EXISTED, AND
      * RECYCLED REJECTS WRITTEN BEFORE IT, STILL RUN.
           IF CARD-INSTRUMENT-REQD = "Y" THEN
              MOVE "Y" TO INSTRUMENT-REQD-OPT
           END-IF.

      *********
      * ONLY THE REPORTS THE RUN OPTIONS ASK FOR ARE OPENED (AND SO
           IF NOT RUN-MODE-VALIDATE THEN
              OPEN OUTPUT REJECT-FILE
              OPEN OUTPUT ALERT-REPORT-FILE
              PERFORM OPEN-ALERT-REGISTER
              PERFORM OPEN-SITE-HISTORY
              PERFORM OPEN-SURVEY-LOG
           END-IF.
           IF SCENARIO-DEPTH-COUNT > 0 THEN
              OPEN OUTPUT SCENARIO-REPORT-FILE
           IF NOT RUN-MODE-VALIDATE THEN
              OPEN EXTEND REJECT-FILE
              OPEN EXTEND ALERT-REPORT-FILE
              PERFORM OPEN-ALERT-REGISTER
              PERFORM OPEN-SITE-HISTORY
              PERFORM OPEN-SURVEY-LOG
           END-IF.
           IF SCENARIO-DEPTH-COUNT > 0 THEN
              OPEN EXTEND SCENARIO-REPORT-FILE
           IF NOT RUN-MODE-VALIDATE THEN
              CLOSE REJECT-FILE
              CLOSE ALERT-REPORT-FILE
              CLOSE ALERT-REGISTER-FILE
              CLOSE SITE-HISTORY-FILE
              CLOSE SURVEY-LOG-FILE
           END-IF.
           IF SCENARIO-DEPTH-COUNT > 0 THEN
              CLOSE SCENARIO-REPORT-FILE
              OPEN OUTPUT SITE-HISTORY-FILE
           END-IF.

      * SURVLOG IS CUMULATIVE TOO, AND CREATED THE SAME WAY.
       OPEN-SURVEY-LOG.
           OPEN EXTEND SURVEY-LOG-FILE.
           IF SURVEY-LOG-NOT-FOUND THEN
              OPEN OUTPUT SURVEY-LOG-FILE
           END-IF.

      *********
      * THE ALERT REGISTER IS UPDATED IN PLACE.  THE FIRST RUN AFTER
      * THE REGISTER WAS INTRODUCED FINDS NO DATASET (STATUS 35) AND
      * CREATES IT EMPTY, AS SITEMNT BOOTSTRAPS THE SITE MASTER - A
      * MISSING REGISTER JUST MEANS NO SITE HAS AN INCIDENT YET.  THE
      * RUN DATE'S DAY NUMBER IS TAKEN HERE ONCE FOR THE DAYS-OPEN
      * ARITHMETIC.
      *********
       OPEN-ALERT-REGISTER.
           OPEN I-O ALERT-REGISTER-FILE.
           IF ALERT-REGISTER-NOT-FOUND THEN
              OPEN OUTPUT ALERT-REGISTER-FILE
              CLOSE ALERT-REGISTER-FILE
              OPEN I-O ALERT-REGISTER-FILE
           END-IF.
           MOVE BATCH-RUN-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           MOVE CWD-DAY-NUMBER TO RUN-DAY-NUMBER.

       READ-SURVEY-RECORD.
           READ ELEVATION-SURVEY-FILE
               AT END
              IF CTL-EXTRACT-DATE IS NUMERIC THEN
                 MOVE CTL-EXTRACT-DATE TO EXTRACT-DATE-SAVE
              END-IF
              MOVE CTL-HEADER-CREW-ID    TO HEADER-CREW-ID
              MOVE CTL-HEADER-INSTRUMENT TO HEADER-INSTRUMENT
           ELSE
              MOVE "Y" TO TRAILER-SEEN-SWITCH
              IF CTL-EXPECTED-COUNT IS NUMERIC THEN

       PROCESS-DATA-RECORD.
           ADD 1 TO DATA-RECORDS-READ.
      * THE HEADER'S CREW AND INSTRUMENT STAND FOR ANY RECORD THAT
      * DOES NOT NAME ITS OWN, AND ARE WRITTEN INTO THE RECORD SO
      * REJFILE AND A LATER RECYCLE CARRY THEM.
           IF SURVEY-CREW-ID = SPACES THEN
              MOVE HEADER-CREW-ID TO SURVEY-CREW-ID
           END-IF.
           IF SURVEY-INSTRUMENT-SERIAL = SPACES THEN
              MOVE HEADER-INSTRUMENT TO SURVEY-INSTRUMENT-SERIAL
           END-IF.
           PERFORM ACCUMULATE-PROFILE-HASH.
           PERFORM CHECK-SITE-SEQUENCE.
           IF SEQUENCE-ERROR THEN
              PERFORM WRITE-CHECKPOINT
              PERFORM READ-SURVEY-RECORD
           ELSE
              PERFORM CHECK-SURVEY-INSTRUMENT
              IF INSTRUMENT-CHECK-FAILED THEN
                 ADD 1 TO RECORDS-REJECTED
                 PERFORM WRITE-EXCEPTION-LINE
                 PERFORM WRITE-REJECT-FILE-LINE
                 PERFORM CHECK-REJECT-LIMIT
                 PERFORM WRITE-CHECKPOINT
                 PERFORM READ-SURVEY-RECORD
              ELSE
                 PERFORM RUN-SURVEY-RECORD
              END-IF
           END-IF.

       RUN-SURVEY-RECORD.
              PERFORM WRITE-REJECT-FILE-LINE
              PERFORM CHECK-REJECT-LIMIT
           ELSE
              MOVE "ACPT" TO SL-RESULT
              PERFORM WRITE-SURVEY-LOG-LINE
              ADD CALL-TOTAL-WATER TO GRAND-TOTAL-WATER
              IF NOT SITE-OPEN THEN
                 PERFORM OPEN-SITE-ROLLUP
      *********
      * OPENS THE SITE ROLL-UP AT THE FIRST ACCEPTED TRANSECT - A
      * SITE WHOSE EVERY RECORD REJECTS NEVER OPENS AND SO NEVER
      * PRINTS AN EMPTY ROLL-UP.
      *********
       OPEN-SITE-ROLLUP.
           MOVE "Y" TO SITE-OPEN-SWITCH.
           MOVE SURVEY-SITE-ID TO SITE-IN-PROGRESS.
           IF DUPLICATE-SITE THEN
      * A LEVEL OF ZERO MEANS NO ALERT IS SET FOR THAT MEASURE.  THE
      * WORST POND DEPTH WAS TRACKED TRANSECT BY TRANSECT AS THE
      * DEEPEST COLUMN SEEN - THE DEEPEST COLUMN OF A PROFILE IS THE
      * DEEPEST POINT OF ITS DEEPEST POND.  A SITE IN BREACH ON
      * EITHER MEASURE HAS ITS INCIDENT OPENED OR UPDATED ON THE
      * ALERT REGISTER FIRST, SO ITS ALRTRPT LINES CAN CARRY THE
      * INCIDENT'S STANDING.
      *********
       CHECK-SITE-ALERTS.
           MOVE "N" TO SITE-TW-BREACH-SWITCH.
           MOVE "N" TO SITE-POND-BREACH-SWITCH.
           IF SITE-TW-ALERT-LEVEL > 0 AND
              SITE-TOTAL-WATER > SITE-TW-ALERT-LEVEL THEN
              MOVE "Y" TO SITE-TW-BREACH-SWITCH
           END-IF.
           IF SITE-POND-ALERT-LEVEL > 0 AND
              SITE-WORST-POND-DEPTH > SITE-POND-ALERT-LEVEL THEN
              MOVE "Y" TO SITE-POND-BREACH-SWITCH
           END-IF.
           IF SITE-TW-BREACHED OR SITE-POND-BREACHED THEN
              PERFORM UPDATE-ALERT-REGISTER
           END-IF.
           IF SITE-TW-BREACHED THEN
              MOVE "TOTAL WATER  " TO ALERT-MEASURE
              MOVE SITE-TOTAL-WATER TO ALERT-ACTUAL-DISPLAY
              MOVE SITE-TW-ALERT-LEVEL TO ALERT-LEVEL-DISPLAY
              PERFORM WRITE-ALERT-LINE
           END-IF.
           IF SITE-POND-BREACHED THEN
              MOVE "POND DEPTH   " TO ALERT-MEASURE
              MOVE SITE-WORST-POND-DEPTH TO ALERT-ACTUAL-DISPLAY
              MOVE SITE-POND-ALERT-LEVEL TO ALERT-LEVEL-DISPLAY
       WRITE-ALERT-LINE.
           ADD 1 TO ALERT-BREACH-COUNT.
           MOVE SITE-IN-PROGRESS TO ALERT-SITE-ID.
           MOVE ALERT-INCIDENT-TAG TO ALERT-INCIDENT-DISPLAY.
           WRITE ALERT-RECORD FROM ALERT-LINE.

      *********
      * ONE KEYED READ OF THE REGISTER PER BREACHING SITE.  NO ENTRY,
      * OR AN ENTRY WHOSE LAST INCIDENT ENGINEERING HAS CLOSED, MEANS
      * THIS IS A NEW INCIDENT; AN OPEN OR ACKNOWLEDGED INCIDENT IS
      * UPDATED WITH TONIGHT'S FIGURES INSTEAD OF RAISING ANOTHER.
      *********
       UPDATE-ALERT-REGISTER.
           MOVE "N" TO REGISTER-FOUND-SWITCH.
           MOVE SITE-IN-PROGRESS TO AR-SITE-ID.
           READ ALERT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO REGISTER-FOUND-SWITCH
           END-READ.
           IF NOT REGISTER-ENTRY-FOUND THEN
              MOVE SITE-IN-PROGRESS TO AR-SITE-ID
              MOVE 0 TO AR-INCIDENT-NO
              PERFORM OPEN-NEW-INCIDENT
              WRITE ALERT-REGISTER-RECORD
              PERFORM CHECK-REGISTER-WRITE
           ELSE
           IF AR-INCIDENT-CLOSED THEN
              PERFORM OPEN-NEW-INCIDENT
              REWRITE ALERT-REGISTER-RECORD
              PERFORM CHECK-REGISTER-WRITE
           ELSE
              PERFORM UPDATE-ACTIVE-INCIDENT
              REWRITE ALERT-REGISTER-RECORD
              PERFORM CHECK-REGISTER-WRITE
           END-IF
           END-IF.

      *********
      * STARTS THE NEXT INCIDENT NUMBER FOR THE SITE (1 FOR A SITE
      * NEW TO THE REGISTER) WITH THE ACKNOWLEDGE AND CLOSE DETAILS
      * OF ANY EARLIER INCIDENT CLEARED.
      *********
       OPEN-NEW-INCIDENT.
           ADD 1 TO AR-INCIDENT-NO.
           MOVE "O" TO AR-INCIDENT-STATUS.
           MOVE BATCH-RUN-DATE TO AR-OPENED-DATE.
           MOVE BATCH-RUN-DATE TO AR-LAST-BREACH-DATE.
           MOVE 0 TO AR-DAYS-OPEN.
           MOVE 1 TO AR-BREACH-NIGHTS.
           MOVE "N" TO AR-ESCALATED.
           MOVE 0 TO AR-ACK-DATE.
           MOVE SPACES TO AR-ACK-ENGINEER.
           MOVE SPACES TO AR-ACK-NOTE.
           MOVE 0 TO AR-CLOSE-DATE.
           MOVE SPACES TO AR-CLOSE-ENGINEER.
           MOVE SPACES TO AR-CLOSE-NOTE.
           PERFORM STORE-INCIDENT-FIGURES.
           ADD 1 TO NEW-INCIDENT-COUNT.
           MOVE "NEW" TO ALERT-INCIDENT-TAG.

      *********
      * A FURTHER BREACH NIGHT ON AN INCIDENT ALREADY OPEN.  A SITE
      * CLOSED TWICE IN ONE RUN (A DUP SITE, OR A RESTART RE-CLOSING
      * THE SITE THE ABEND INTERRUPTED) DOES NOT ADD A SECOND BREACH
      * NIGHT.  AN INCIDENT OPENED EARLIER THE SAME DAY STILL COUNTS
      * AS NEW - A RESTART MUST PAGE FOR IT EVEN THOUGH THE ABENDED
      * RUN OPENED IT.  AN INCIDENT NOBODY HAS ACKNOWLEDGED AFTER THE
      * ESCALATION LIMIT PAGES EVERY BREACH NIGHT UNTIL SOMEBODY DOES;
      * ONCE ACKNOWLEDGED IT IS TRACKED HERE SILENTLY.
      *********
       UPDATE-ACTIVE-INCIDENT.
           IF AR-LAST-BREACH-DATE NOT = BATCH-RUN-DATE THEN
              ADD 1 TO AR-BREACH-NIGHTS
           END-IF.
           MOVE BATCH-RUN-DATE TO AR-LAST-BREACH-DATE.
           MOVE AR-OPENED-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-OK AND RUN-DAY-NUMBER > CWD-DAY-NUMBER THEN
              COMPUTE AR-DAYS-OPEN = RUN-DAY-NUMBER - CWD-DAY-NUMBER
           END-IF.
           PERFORM STORE-INCIDENT-FIGURES.
           IF AR-OPENED-DATE = BATCH-RUN-DATE THEN
              ADD 1 TO NEW-INCIDENT-COUNT
              MOVE "NEW" TO ALERT-INCIDENT-TAG
           ELSE
           IF AR-INCIDENT-OPEN AND
              AR-DAYS-OPEN > ESCALATION-DAYS THEN
              MOVE "Y" TO AR-ESCALATED
              ADD 1 TO ESCALATED-INCIDENT-COUNT
              MOVE "ESCALATED" TO ALERT-INCIDENT-TAG
           ELSE
           IF AR-INCIDENT-ACKNOWLEDGED THEN
              MOVE "ACK" TO ALERT-INCIDENT-TAG
           ELSE
              MOVE "OPEN" TO ALERT-INCIDENT-TAG
           END-IF
           END-IF
           END-IF.

       STORE-INCIDENT-FIGURES.
           MOVE SITE-TW-BREACH-SWITCH   TO AR-TW-BREACH.
           MOVE SITE-POND-BREACH-SWITCH TO AR-POND-BREACH.
           MOVE SITE-TOTAL-WATER        TO AR-LATEST-TW.
           MOVE SITE-TW-ALERT-LEVEL     TO AR-TW-LEVEL.
           MOVE SITE-WORST-POND-DEPTH   TO AR-LATEST-POND.
           MOVE SITE-POND-ALERT-LEVEL   TO AR-POND-LEVEL.

      *********
      * AN INCIDENT LEFT OPEN PAST THE ESCALATION LIMIT MUST PAGE
      * WHETHER OR NOT ITS SITE BREACHED TONIGHT - A SITE THAT HAS
      * GONE QUIET (OR WAS NOT SURVEYED) STILL HAS NOBODY ON IT.  SO
      * ONCE EVERY SITE HAS CLOSED, THE WHOLE REGISTER IS READ AND
      * EACH UNACKNOWLEDGED INCIDENT WITH NO BREACH TONIGHT HAS ITS
      * DAYS OPEN BROUGHT UP TO DATE; PAST THE LIMIT IT IS FLAGGED
      * ESCALATED AND COUNTED TOWARDS THE RC 4 PAGE.  TONIGHT'S
      * BREACHES WERE JUDGED BY UPDATE-ACTIVE-INCIDENT ALREADY.  THE
      * SWEEP WRITES NO CHECKPOINT, SO A RESTART AFTER AN ABEND HERE
      * SWEEPS AGAIN FROM THE CHECKPOINTED COUNT, NOT ON TOP OF IT.
      *********
       SWEEP-OVERDUE-INCIDENTS.
           MOVE "N" TO REGISTER-EOF-SWITCH.
           MOVE LOW-VALUES TO AR-SITE-ID.
           START ALERT-REGISTER-FILE KEY NOT < AR-SITE-ID
               INVALID KEY
                   MOVE "Y" TO REGISTER-EOF-SWITCH
           END-START.
           PERFORM SWEEP-NEXT-INCIDENT
                   UNTIL REGISTER-EOF.

       SWEEP-NEXT-INCIDENT.
           READ ALERT-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO REGISTER-EOF-SWITCH
               NOT AT END
                   IF AR-INCIDENT-OPEN AND
                      AR-LAST-BREACH-DATE NOT = BATCH-RUN-DATE THEN
                      PERFORM CHECK-QUIET-INCIDENT
                   END-IF
           END-READ.

       CHECK-QUIET-INCIDENT.
           MOVE AR-OPENED-DATE TO CWD-DATE.
           CALL "CWDAYS" USING CWDAYS-BLOCK.
           IF CWD-OK AND RUN-DAY-NUMBER > CWD-DAY-NUMBER THEN
              COMPUTE AR-DAYS-OPEN = RUN-DAY-NUMBER - CWD-DAY-NUMBER
           END-IF.
           IF AR-DAYS-OPEN > ESCALATION-DAYS THEN
              MOVE "Y" TO AR-ESCALATED
              ADD 1 TO ESCALATED-INCIDENT-COUNT
              REWRITE ALERT-REGISTER-RECORD
              PERFORM CHECK-REGISTER-WRITE
           END-IF.

      *********
      * THE REGISTER ENTRY WAS JUST READ (OR FOUND ABSENT) BY THIS
      * RUN, SO A FAILED WRITE MEANS THE DATASET ITSELF IS IN TROUBLE.
      * STOP WITH RC 12 - THE CHECKPOINT STILL POINTS AT THE LAST
      * RECORD FULLY PROCESSED, SO THE RESTART PICKS UP CLEANLY.
      *********
       CHECK-REGISTER-WRITE.
           IF NOT ALERT-REGISTER-IO-OK THEN
              DISPLAY "COUNTBATCH: ALRTREG WRITE FAILED, STATUS = "
                      ALERT-REGISTER-STATUS " SITE " AR-SITE-ID
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * APPENDS THE CLOSING SITE'S ROLLED-UP FIGURES TO THE
      * CUMULATIVE SITE HISTORY.  THE WALL HEIGHT MAY BE NEGATIVE,
      * SO ITS SIGN IS CARRIED AS ITS OWN BYTE AHEAD OF THE UNSIGNED
      * DIGITS - THE SAME CONVENTION CWCOMPARE ALREADY UNPICKS OFF
      * THE SUMMARY.
      * A RESTARTED RUN SKIPS THE RECORDS IT ALREADY PROCESSED, SO
      * THEIR HISTORY LINES ARE NOT APPENDED TWICE.
      *********
           ELSE
              IF HEADER-SEEN THEN
                 MOVE "TRAILER MISSING - FEED INCOMPLETE"
                      TO BAL-NOTE-TEXT
              ELSE
                 MOVE "NO CONTROL RECORDS ON FEED - NOT RECONCILED"
                      TO BAL-NOTE-TEXT
              END-IF
              WRITE SUMMARY-RECORD FROM BALANCE-NOTE-LINE
           END-IF.
              STOP RUN
           END-IF.

      *********
      * THE INSTRUMENT MASTER IS REQUIRED FOR THE SAME REASON: WITHOUT
      * IT EVERY SURVEY NAMING AN INSTRUMENT WOULD REJECT E204.  THE
      * FIRST INSTMNT RUN CREATES IT.
      *********
       OPEN-INSTRUMENT-MASTER.
           OPEN INPUT INSTRUMENT-MASTER-FILE.
           IF INSTRUMENT-MASTER-NOT-FOUND THEN
              DISPLAY "COUNTBATCH: DD INSTMAST NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * CHECKS THE RECORD'S SITE AGAINST THE MASTER WITH ONE KEYED
      * READ BEFORE ANY WATER COMPUTATION.  THE REJECT REASON IS
                   END-IF
           END-READ.

      *********
      * CHECKS THE SURVEY'S INSTRUMENT AGAINST THE INSTRUMENT MASTER
      * AFTER THE SITE HAS PASSED REGISTRATION.  A SURVEY TAKEN WITH
      * AN UNKNOWN OR WITHDRAWN INSTRUMENT, OR ONE PAST ITS NEXT-DUE
      * CALIBRATION DATE, IS REJECTED E204 - ITS READINGS CANNOT BE
      * TRUSTED TO THE TENTH.  RUN IN EVERY MODE, SO A VALIDATE-ONLY
      * PRE-FLIGHT SHOWS THE CALIBRATION REJECTS TOO.
      *********
       CHECK-SURVEY-INSTRUMENT.
           MOVE "N" TO INSTRUMENT-CHECK-SWITCH.
           IF EXTRACT-DATE-SAVE > 0 THEN
              MOVE EXTRACT-DATE-SAVE TO CALIBRATION-CHECK-DATE
           ELSE
              MOVE BATCH-RUN-DATE TO CALIBRATION-CHECK-DATE
           END-IF.
           IF SURVEY-INSTRUMENT-SERIAL = SPACES THEN
              IF INSTRUMENT-REQUIRED THEN
                 MOVE "Y" TO INSTRUMENT-CHECK-SWITCH
                 MOVE "NO INSTRUMENT SERIAL ON SURVEY"
                      TO CW-REJECT-REASON
                 MOVE "E204" TO CW-REJECT-CODE
              END-IF
           ELSE
              MOVE SURVEY-INSTRUMENT-SERIAL TO IM-INSTRUMENT-SERIAL
              READ INSTRUMENT-MASTER-FILE
                  INVALID KEY
                      MOVE "Y" TO INSTRUMENT-CHECK-SWITCH
                      MOVE "INSTRUMENT NOT ON INSTRUMENT MASTER"
                           TO CW-REJECT-REASON
                      MOVE "E204" TO CW-REJECT-CODE
                  NOT INVALID KEY
                      PERFORM CHECK-INSTRUMENT-CALIBRATION
              END-READ
           END-IF.

       CHECK-INSTRUMENT-CALIBRATION.
           IF IM-INSTRUMENT-WITHDRAWN THEN
              MOVE "Y" TO INSTRUMENT-CHECK-SWITCH
              MOVE "INSTRUMENT WITHDRAWN FROM SERVICE"
                   TO CW-REJECT-REASON
              MOVE "E204" TO CW-REJECT-CODE
           ELSE
              IF IM-NEXT-CAL-DUE IS NOT NUMERIC OR
                 IM-NEXT-CAL-DUE < CALIBRATION-CHECK-DATE THEN
                 MOVE "Y" TO INSTRUMENT-CHECK-SWITCH
                 MOVE "INSTRUMENT OUT OF CALIBRATION"
                      TO CW-REJECT-REASON
                 MOVE "E204" TO CW-REJECT-CODE
              END-IF
           END-IF.

      *********
      * CAPTURES THE ACTION LEVELS OFF THE MASTER RECORD THE
      * REGISTRATION READ JUST FETCHED.  NUMERIC-CHECKED: A MASTER
      * RECORD WRITTEN BEFORE THE LEVELS EXISTED MAY CARRY SPACES
      * THERE, WHICH MUST READ AS "NO ALERT SET", NOT ABEND THE RUN.
      * THE SITE'S REGION IS TAKEN HERE TOO, FOR THE ELEVOUT REGION
      * BREAK; A RECORD WITH NO REGION FALLS BACK TO THE SITE-ID
      * PREFIX THE BREAK USED BEFORE THE MASTER CARRIED ONE.
      *********
       CAPTURE-SITE-ALERT-LEVELS.
           IF SM-TW-ALERT-LEVEL IS NUMERIC THEN
           IF SM-POND-ALERT-LEVEL IS NUMERIC THEN
              MOVE SM-POND-ALERT-LEVEL TO SITE-POND-ALERT-LEVEL
           END-IF.
           IF SM-SITE-REGION = SPACES THEN
              MOVE SURVEY-SITE-ID(1:3) TO SITE-MASTER-REGION
           ELSE
              MOVE SM-SITE-REGION TO SITE-MASTER-REGION
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
                      MOVE CKPT-RECORDS-READ TO LAST-CHECKPOINT-COUNT
                      MOVE CKPT-RECORDS-REJECTED TO RECORDS-REJECTED
                      PERFORM RESTORE-RECONCILE-ACCUMULATORS
                      IF CKPT-RUN-ID IS NUMERIC THEN
                         MOVE CKPT-RUN-ID TO CHECKPOINT-RUN-ID
                      END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
           IF CKPT-PREV-SITE-ID NOT = SPACES THEN
              MOVE CKPT-PREV-SITE-ID TO PREV-SITE-ID
           END-IF.
      * THE REGION TABLE RIDES AT THE END OF THE RECORD; AN OLDER
      * CHECKPOINT (SPACES THERE) RESTARTS WITH AN EMPTY TABLE, SO
      * ITS SUBTOTALS COVER ONLY THE SITES AFTER THE RESTART POINT.
           IF CKPT-REGION-COUNT IS NUMERIC AND
              CKPT-REGION-COUNT NOT > 50 THEN
              MOVE CKPT-REGION-COUNT TO REGION-COUNT
              PERFORM RESTORE-REGION-ENTRY
                      VARYING REGION-INDEX FROM 1 BY 1
                      UNTIL REGION-INDEX > REGION-COUNT
           END-IF.
           IF CKPT-DUPLICATES IS NUMERIC THEN
              MOVE CKPT-DUPLICATES TO DUPLICATE-SITES-FOUND
           IF CKPT-ALERT-BREACHES IS NUMERIC THEN
              MOVE CKPT-ALERT-BREACHES TO ALERT-BREACH-COUNT
           END-IF.
           IF CKPT-NEW-INCIDENTS IS NUMERIC THEN
              MOVE CKPT-NEW-INCIDENTS TO NEW-INCIDENT-COUNT
           END-IF.
           IF CKPT-ESCALATIONS IS NUMERIC THEN
              MOVE CKPT-ESCALATIONS TO ESCALATED-INCIDENT-COUNT
           END-IF.
      * THE HEADER'S CREW AND INSTRUMENT STILL STAND FOR THE RECORDS
      * AFTER THE RESTART POINT - THE HEADER ITSELF WAS SKIPPED.
           MOVE CKPT-HEADER-CREW       TO HEADER-CREW-ID.
           MOVE CKPT-HEADER-INSTRUMENT TO HEADER-INSTRUMENT.
      * THE SITE ROLL-UP STATE RESTARTS TOO - AN ABEND MID-SITE MUST
      * NOT LOSE THE TRANSECTS ALREADY FOLDED IN, OR THE SITE WOULD
      * CLOSE SHORT ON THE RESTARTED RUN.
      * WHICH A RESTART NEVER RE-DRIVES FOR THE SKIPPED RECORDS -
      * WITHOUT THESE TWO FIELDS THE SITE STILL OPEN AT THE ABEND
      * WOULD CLOSE AGAINST ZERO LEVELS AND ITS BREACHES WOULD BE
      * DROPPED.  THE SITE'S MASTER REGION IS RESTORED FOR THE SAME
      * REASON - WITHOUT IT THE SITE WOULD BE SUBTOTALLED UNDER NO
      * REGION.  IT RIDES PAST THE OLDER RECORD END, SO AN OLDER
      * CHECKPOINT LEAVES IT AS SPACES AND THE REGION UNCHANGED.
              IF CKPT-SITE-TW-LEVEL IS NUMERIC THEN
                 MOVE CKPT-SITE-TW-LEVEL TO SITE-TW-ALERT-LEVEL
              END-IF
              IF CKPT-SITE-PD-LEVEL IS NUMERIC THEN
                 MOVE CKPT-SITE-PD-LEVEL TO SITE-POND-ALERT-LEVEL
              END-IF
              IF CKPT-SITE-REGION NOT = SPACES THEN
                 MOVE CKPT-SITE-REGION TO SITE-MASTER-REGION
              END-IF
              IF CKPT-SITE-COLS IS NUMERIC THEN
                 MOVE CKPT-SITE-COLS TO SITE-COLUMN-COUNT
              END-IF
              MOVE CKPT-GIS-HASH TO GIS-HASH-TOTAL
           END-IF.

       RESTORE-REGION-ENTRY.
           MOVE CKPT-RT-REGION(REGION-INDEX) TO RT-REGION(REGION-INDEX).
           MOVE 0 TO RT-SITE-COUNT(REGION-INDEX).
           MOVE 0 TO RT-WATER-TOTAL(REGION-INDEX).
           IF CKPT-RT-SITES(REGION-INDEX) IS NUMERIC THEN
              MOVE CKPT-RT-SITES(REGION-INDEX)
                   TO RT-SITE-COUNT(REGION-INDEX)
           END-IF.
           IF CKPT-RT-WATER(REGION-INDEX) IS NUMERIC THEN
              MOVE CKPT-RT-WATER(REGION-INDEX)
                   TO RT-WATER-TOTAL(REGION-INDEX)
           END-IF.

      *********
      * DISCARDS THE RECORDS THE LAST RUN ALREADY GOT THROUGH SO
      * PROCESS-SURVEY-RECORD PICKS UP AT THE FIRST UNPROCESSED ONE.
                                     TO CKPT-HEADER-SEEN
              MOVE EXTRACT-DATE-SAVE TO CKPT-EXTRACT-DATE
              MOVE PREV-SITE-ID      TO CKPT-PREV-SITE-ID
              MOVE SPACES            TO CKPT-OLD-REGION-BREAK
              MOVE DUPLICATE-SITES-FOUND
                                     TO CKPT-DUPLICATES
              MOVE TRAILER-SEEN-SWITCH
                                     TO CKPT-SITE-TW-LEVEL
              MOVE SITE-POND-ALERT-LEVEL
                                     TO CKPT-SITE-PD-LEVEL
              MOVE SITE-MASTER-REGION
                                     TO CKPT-SITE-REGION
              MOVE SITE-COLUMN-COUNT TO CKPT-SITE-COLS
              MOVE SITE-INPUT-FORMAT TO CKPT-SITE-FORMAT
              MOVE GIS-RECORD-COUNT  TO CKPT-GIS-RECORDS
              MOVE GIS-HASH-TOTAL    TO CKPT-GIS-HASH
              MOVE NEW-INCIDENT-COUNT
                                     TO CKPT-NEW-INCIDENTS
              MOVE ESCALATED-INCIDENT-COUNT
                                     TO CKPT-ESCALATIONS
              MOVE HEADER-CREW-ID    TO CKPT-HEADER-CREW
              MOVE HEADER-INSTRUMENT TO CKPT-HEADER-INSTRUMENT
              MOVE RUN-ID            TO CKPT-RUN-ID
              MOVE REGION-COUNT      TO CKPT-REGION-COUNT
              MOVE SPACES            TO CKPT-REGION-TABLE
              PERFORM SAVE-REGION-ENTRY
                      VARYING REGION-INDEX FROM 1 BY 1
                      UNTIL REGION-INDEX > REGION-COUNT
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE "N" TO CKPT-HEADER-SEEN.
           MOVE 0 TO CKPT-EXTRACT-DATE.
           MOVE SPACES TO CKPT-PREV-SITE-ID.
           MOVE SPACES TO CKPT-OLD-REGION-BREAK.
           MOVE 0 TO CKPT-DUPLICATES.
           MOVE "N" TO CKPT-TRAILER-SEEN.
           MOVE 0 TO CKPT-EXPECTED-COUNT.
           MOVE 0 TO CKPT-SITE-WORST-TRAN.
           MOVE 0 TO CKPT-SITE-TW-LEVEL.
           MOVE 0 TO CKPT-SITE-PD-LEVEL.
           MOVE SPACES TO CKPT-SITE-REGION.
           MOVE 0 TO CKPT-SITE-COLS.
           MOVE SPACE TO CKPT-SITE-FORMAT.
           MOVE 0 TO CKPT-GIS-RECORDS.
           MOVE 0 TO CKPT-GIS-HASH.
           MOVE 0 TO CKPT-NEW-INCIDENTS.
           MOVE 0 TO CKPT-ESCALATIONS.
           MOVE SPACES TO CKPT-HEADER-CREW.
           MOVE SPACES TO CKPT-HEADER-INSTRUMENT.
           MOVE 0 TO CKPT-RUN-ID.
           MOVE 0 TO CKPT-REGION-COUNT.
           MOVE SPACES TO CKPT-REGION-TABLE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       SAVE-REGION-ENTRY.
           MOVE RT-REGION(REGION-INDEX) TO CKPT-RT-REGION(REGION-INDEX).
           MOVE RT-SITE-COUNT(REGION-INDEX)
                TO CKPT-RT-SITES(REGION-INDEX).
           MOVE RT-WATER-TOTAL(REGION-INDEX)
                TO CKPT-RT-WATER(REGION-INDEX).

      *********
      * THE RUN'S ENTRY ON THE RUN-CONTROL REGISTER.  A FRESH RUN
      * TAKES THE NEXT RUN NUMBER AND WRITES ITS ENTRY STARTED.  A
      * CHECKPOINT RESTART FINDS ITS RUN'S NUMBER IN THE CHECKPOINT,
      * SO IT REOPENS THAT ENTRY (BACK TO STARTED) AND MARKS IT
      * RESTARTED - THE LINES THE FAILED ATTEMPT WROTE AND THE LINES
      * THE RESTART WRITES CARRY THE ONE NUMBER.  A RESTART FROM A
      * CHECKPOINT WRITTEN BEFORE THE NUMBER RODE IN IT (SPACES, SO
      * ZERO) TAKES A NEW NUMBER, STILL MARKED RESTARTED.  THE FIRST
      * RUN AFTER THE REGISTER WAS INTRODUCED FINDS NO DATASET
      * (STATUS 35) AND CREATES IT EMPTY, AS FOR ALRTREG.  ANY OTHER
      * OPEN FAILURE ENDS THE RUN RC 12 BEFORE A RECORD IS READ.
      *********
       START-RUN-REGISTER-ENTRY.
           OPEN I-O RUN-REGISTER-FILE.
           IF RUN-REGISTER-NOT-FOUND THEN
              OPEN OUTPUT RUN-REGISTER-FILE
              CLOSE RUN-REGISTER-FILE
              OPEN I-O RUN-REGISTER-FILE
           END-IF.
           IF NOT RUN-REGISTER-IO-OK THEN
              DISPLAY "COUNTBATCH: RUNREG OPEN FAILED, STATUS = "
                      RUN-REGISTER-STATUS " - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO RUN-ENTRY-FOUND-SWITCH.
           IF LAST-CHECKPOINT-COUNT > 0 AND CHECKPOINT-RUN-ID > 0 THEN
              MOVE CHECKPOINT-RUN-ID TO RUN-ID
              MOVE RUN-ID TO RR-RUN-ID
              READ RUN-REGISTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "Y" TO RUN-ENTRY-FOUND-SWITCH
              END-READ
           ELSE
              PERFORM FIND-HIGHEST-RUN-ID
              COMPUTE RUN-ID = HIGHEST-RUN-ID + 1
           END-IF.
      * A RESTART WHOSE ENTRY HAS GONE (THE REGISTER WAS REBUILT
      * UNDER IT) IS WRITTEN AFRESH UNDER ITS OWN NUMBER.
           IF RUN-ENTRY-FOUND THEN
              SET RR-RUN-STARTED TO TRUE
              MOVE 0 TO RR-END-DATE
              MOVE 0 TO RR-END-TIME
              MOVE "Y" TO RR-RESTART-FLAG
              ADD 1 TO RR-RESTART-COUNT
              MOVE LAST-CHECKPOINT-COUNT TO RR-RESTART-RECORD
              REWRITE RUN-REGISTER-RECORD
              PERFORM CHECK-RUN-REGISTER-IO
           ELSE
              PERFORM BUILD-NEW-RUN-ENTRY
              WRITE RUN-REGISTER-RECORD
              PERFORM CHECK-RUN-REGISTER-IO
           END-IF.
           DISPLAY "COUNTBATCH: RUN ID " RUN-ID.

      * THE REGISTER IS KEYED ON THE RUN NUMBER, SO THE LAST ENTRY
      * READ IN KEY ORDER IS THE HIGHEST.  AN EMPTY REGISTER LEAVES
      * ZERO AND THE FIRST RUN IS NUMBER 1.
       FIND-HIGHEST-RUN-ID.
           MOVE 0 TO HIGHEST-RUN-ID.
           MOVE "N" TO RUN-REGISTER-EOF-SWITCH.
           PERFORM READ-NEXT-RUN-ENTRY
                   UNTIL RUN-REGISTER-EOF.

       READ-NEXT-RUN-ENTRY.
           READ RUN-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO RUN-REGISTER-EOF-SWITCH
               NOT AT END
                   MOVE RR-RUN-ID TO HIGHEST-RUN-ID
           END-READ.

       BUILD-NEW-RUN-ENTRY.
           MOVE RUN-ID            TO RR-RUN-ID.
           MOVE RUN-MODE          TO RR-RUN-MODE.
           SET RR-RUN-STARTED     TO TRUE.
           MOVE BATCH-RUN-DATE    TO RR-START-DATE.
           ACCEPT REGISTER-CLOCK FROM TIME.
           MOVE REGISTER-HHMMSS   TO RR-START-TIME.
           MOVE 0 TO RR-END-DATE.
           MOVE 0 TO RR-END-TIME.
           MOVE 0 TO RR-EXTRACT-DATE.
           MOVE 0 TO RR-RECORDS-READ.
           MOVE 0 TO RR-RECORDS-REJECTED.
           MOVE 0 TO RR-ALERT-BREACHES.
           SET RR-FEED-NOT-RECONCILED TO TRUE.
           MOVE 0 TO RR-FINAL-RC.
           IF LAST-CHECKPOINT-COUNT > 0 THEN
              MOVE "Y" TO RR-RESTART-FLAG
              MOVE 1 TO RR-RESTART-COUNT
              MOVE LAST-CHECKPOINT-COUNT TO RR-RESTART-RECORD
           ELSE
              MOVE "N" TO RR-RESTART-FLAG
              MOVE 0 TO RR-RESTART-COUNT
              MOVE 0 TO RR-RESTART-RECORD
           END-IF.

      *********
      * CLOSES THE RUN'S REGISTER ENTRY WITH ITS FIGURES, THE
      * BALANCING PAGE'S VERDICT AND THE RETURN CODE THE RUN IS ABOUT
      * TO END WITH.  ONLY AN ENTRY MARKED ENDED WITH RC 4 OR BETTER
      * LETS THE DOWNSTREAM STEPS CONSUME THE RUN'S OUTPUTS (SEE
      * CWLASTRN), SO AN UPDATE FAILURE HERE ENDS THE RUN RC 12 AND
      * THOSE STEPS ARE BYPASSED.
      *********
       END-RUN-REGISTER-ENTRY.
           MOVE RUN-ID TO RR-RUN-ID.
           READ RUN-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM CHECK-RUN-REGISTER-IO.
           SET RR-RUN-ENDED TO TRUE.
           ACCEPT RR-END-DATE FROM DATE YYYYMMDD.
           ACCEPT REGISTER-CLOCK FROM TIME.
           MOVE REGISTER-HHMMSS TO RR-END-TIME.
           IF HEADER-SEEN THEN
              MOVE EXTRACT-DATE-SAVE TO RR-EXTRACT-DATE
           ELSE
              MOVE 0 TO RR-EXTRACT-DATE
           END-IF.
           MOVE RECORDS-READ       TO RR-RECORDS-READ.
           MOVE RECORDS-REJECTED   TO RR-RECORDS-REJECTED.
           MOVE ALERT-BREACH-COUNT TO RR-ALERT-BREACHES.
           IF RECONCILE-ERROR THEN
              SET RR-FEED-OUT-OF-BALANCE TO TRUE
           ELSE
           IF TRAILER-SEEN THEN
              SET RR-FEED-BALANCED TO TRUE
           ELSE
              SET RR-FEED-NOT-RECONCILED TO TRUE
           END-IF
           END-IF.
           MOVE RETURN-CODE TO RR-FINAL-RC.
           REWRITE RUN-REGISTER-RECORD.
           PERFORM CHECK-RUN-REGISTER-IO.
           CLOSE RUN-REGISTER-FILE.

       CHECK-RUN-REGISTER-IO.
           IF NOT RUN-REGISTER-IO-OK THEN
              DISPLAY "COUNTBATCH: RUNREG UPDATE FAILED, STATUS = "
                      RUN-REGISTER-STATUS " RUN " RUN-ID
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *********
      * EVERY LINE THIS RUN WRITES CARRIES ITS RUN NUMBER - "  RI"
      * AND EIGHT DIGITS IN COLUMNS 69-80, ON THE END OF THE SITEHIST
      * LINE, AND AFTER THE RUN DATE ON THE GIS HEADER - SO A STEP
      * READING ONE OF THE DISP=MOD DATASETS CAN TELL THIS RUN'S LINES
      * FROM THOSE A FAILED OR EARLIER RUN LEFT BEHIND.  THE LAYOUTS
      * ARE NEVER CLEARED AT GROUP LEVEL (SEE WRITE-SITE-SUMMARY-LINE),
      * SO ONE MOVE EACH AT START-UP HOLDS FOR THE WHOLE RUN.  THE
      * BLANK SPACER LINES ON ELEVOUT STAY BLANK.
      *********
       STAMP-RUN-ID.
           MOVE RUN-ID TO SUMMARY-RUN-ID.
           MOVE RUN-ID TO TRAN-LINE-RUN-ID.
           MOVE RUN-ID TO ROLLUP-RUN-ID.
           MOVE RUN-ID TO REGION-HEADING-RUN-ID.
           MOVE RUN-ID TO REGION-SUBTOTAL-RUN-ID.
           MOVE RUN-ID TO BAL-HEADING-RUN-ID.
           MOVE RUN-ID TO BAL-COUNT-RUN-ID.
           MOVE RUN-ID TO BAL-TOTAL-RUN-ID.
           MOVE RUN-ID TO BAL-WATER-RUN-ID.
           MOVE RUN-ID TO BAL-NOTE-RUN-ID.
           MOVE RUN-ID TO EXCEPTION-RUN-ID.
           MOVE RUN-ID TO DEPTH-RUN-ID.
           MOVE RUN-ID TO POND-RUN-ID.
           MOVE RUN-ID TO POND-COUNT-RUN-ID.
           MOVE RUN-ID TO SCENARIO-RUN-ID.
           MOVE RUN-ID TO ALERT-RUN-ID.
           MOVE RUN-ID TO HIST-RUN-ID.
           MOVE RUN-ID TO SL-RUN-ID.
           MOVE RUN-ID TO GXH-RUN-ID.

      *********
      * NO GROUP-LEVEL MOVE SPACES HERE (OR IN THE OTHER REPORT LINE
      * PARAGRAPHS BELOW): THAT WIPED THE "  MH"/"  TW" COLUMN-TAG
      * SO THE TAGS SET BY THE VALUE CLAUSES ARE LEFT ALONE.
      *********
       WRITE-SITE-SUMMARY-LINE.
           PERFORM ADD-SITE-TO-REGION.
           MOVE SITE-IN-PROGRESS      TO SUMMARY-SITE-ID.
           MOVE SITE-MAX-WALL         TO SUMMARY-MAX-WALL-HEIGHT.
           MOVE SITE-TOTAL-WATER      TO SUMMARY-TOTAL-WATER.
           END-IF.

      *********
      * ADDS THE CLOSING SITE TO ITS REGION'S SUBTOTALS.  A REGION NOT
      * YET IN THE TABLE IS INSERTED AT ITS PLACE IN REGION ORDER, SO
      * THE TABLE IS ALREADY SORTED WHEN THE SUBTOTALS PRINT.  A FULL
      * TABLE IS REPORTED ONCE; THE SITES OF A REGION THAT FINDS NO
      * ROOM STILL COUNT IN THE BALANCING PAGE'S GRAND TOTAL.
      *********
       ADD-SITE-TO-REGION.
           MOVE 0 TO REGION-INDEX.
           MOVE "N" TO REGION-PLACE-SWITCH.
           PERFORM FIND-REGION-PLACE
                   UNTIL REGION-PLACE-FOUND.
           IF REGION-INDEX > REGION-COUNT THEN
              PERFORM INSERT-REGION-ENTRY
           ELSE
           IF RT-REGION(REGION-INDEX) NOT = SITE-MASTER-REGION THEN
              PERFORM INSERT-REGION-ENTRY
           END-IF
           END-IF.
           IF REGION-INDEX NOT > REGION-COUNT THEN
              ADD 1 TO RT-SITE-COUNT(REGION-INDEX)
              ADD SITE-TOTAL-WATER TO RT-WATER-TOTAL(REGION-INDEX)
           END-IF.

      * STOPS AT THE SITE'S REGION, OR AT THE FIRST REGION AFTER IT,
      * OR ONE PAST THE LAST ENTRY.
       FIND-REGION-PLACE.
           ADD 1 TO REGION-INDEX.
           IF REGION-INDEX > REGION-COUNT THEN
              MOVE "Y" TO REGION-PLACE-SWITCH
           ELSE
           IF RT-REGION(REGION-INDEX) NOT < SITE-MASTER-REGION THEN
              MOVE "Y" TO REGION-PLACE-SWITCH
           END-IF
           END-IF.

       INSERT-REGION-ENTRY.
           IF REGION-COUNT < 50 THEN
              PERFORM SHIFT-REGION-ENTRY
                      VARYING REGION-SHIFT-INDEX FROM REGION-COUNT BY -1
                      UNTIL REGION-SHIFT-INDEX < REGION-INDEX
              ADD 1 TO REGION-COUNT
              MOVE SITE-MASTER-REGION TO RT-REGION(REGION-INDEX)
              MOVE 0 TO RT-SITE-COUNT(REGION-INDEX)
              MOVE 0 TO RT-WATER-TOTAL(REGION-INDEX)
           ELSE
              IF NOT REGION-TABLE-FULL THEN
                 DISPLAY "COUNTBATCH: REGION TABLE FULL AT "
                         SITE-MASTER-REGION " - NOT SUBTOTALLED"
                 MOVE "Y" TO REGION-FULL-SWITCH
              END-IF
              MOVE 51 TO REGION-INDEX
           END-IF.

       SHIFT-REGION-ENTRY.
           MOVE REGION-ENTRY(REGION-SHIFT-INDEX)
                TO REGION-ENTRY(REGION-SHIFT-INDEX + 1).

      *********
      * THE REGION SUBTOTALS, ONE LINE PER REGION IN REGION ORDER,
      * AFTER THE LAST SITE AND AHEAD OF THE BALANCING PAGE.
      *********
       WRITE-REGION-SUBTOTALS.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           WRITE SUMMARY-RECORD FROM REGION-HEADING-LINE.
           PERFORM WRITE-REGION-SUBTOTAL
                   VARYING REGION-INDEX FROM 1 BY 1
                   UNTIL REGION-INDEX > REGION-COUNT.

       WRITE-REGION-SUBTOTAL.
           MOVE RT-REGION(REGION-INDEX)     TO REGION-SUBTOTAL-NAME.
           MOVE RT-SITE-COUNT(REGION-INDEX) TO REGION-SITES-DISPLAY.
           MOVE RT-WATER-TOTAL(REGION-INDEX)
                                            TO REGION-WATER-DISPLAY.
           WRITE SUMMARY-RECORD FROM REGION-SUBTOTAL-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE SURVEY-SITE-ID  TO EXCEPTION-SITE-ID.
      * STRUCTURED REASON CODE AND THIS RUN'S DATE TAILING IT.  THE
      * MOVE OF SURVEY-RECORD TRUNCATES AT THE SURVEY PORTION, SO A
      * RECORD REJECTED OUT OF A RECYCLE FEED CARRIES THIS RUN'S CODE
      * AND DATE, NOT THE ONES IT ARRIVED WITH.  THE CREW AND
      * INSTRUMENT FOLLOW THE DATE, WHERE SURVEY-RECORD CARRIES THEM,
      * SO A RECYCLE FEED READS THEM BACK IN THE SAME PLACE.  EVERY
      * REJECT PATH COMES THROUGH HERE, SO THIS IS ALSO WHERE THE
      * REJECT'S SURVLOG LINE IS WRITTEN.  A VALIDATE-ONLY RUN WRITES
      * NEITHER (THE DATASETS ARE NOT EVEN OPEN).
      *********
       WRITE-REJECT-FILE-LINE.
           IF NOT RUN-MODE-VALIDATE THEN
              MOVE SURVEY-RECORD    TO REJECT-OUT-RECORD
              MOVE CW-REJECT-CODE   TO REJECT-OUT-CODE
              MOVE BATCH-RUN-DATE   TO REJECT-OUT-DATE
              MOVE SURVEY-CREW-ID   TO REJECT-OUT-CREW-ID
              MOVE SURVEY-INSTRUMENT-SERIAL
                                    TO REJECT-OUT-INSTRUMENT
              WRITE REJECT-FILE-RECORD FROM REJECT-OUT-LINE
              MOVE CW-REJECT-CODE   TO SL-RESULT
              PERFORM WRITE-SURVEY-LOG-LINE
           END-IF.

       WRITE-SURVEY-LOG-LINE.
           IF NOT RUN-MODE-VALIDATE THEN
              MOVE BATCH-RUN-DATE   TO SL-RUN-DATE
              MOVE SURVEY-SITE-ID   TO SL-SITE-ID
              MOVE SURVEY-TRANSECT-NO
                                    TO SL-TRANSECT-NO
              MOVE SURVEY-CREW-ID   TO SL-CREW-ID
              MOVE SURVEY-INSTRUMENT-SERIAL
                                    TO SL-INSTRUMENT-SERIAL
              MOVE RUN-MODE         TO SL-RUN-MODE
              WRITE SURVEY-LOG-RECORD FROM SURVEY-LOG-LINE
           END-IF.

       WRITE-DEPTH-REPORT-LINES.
