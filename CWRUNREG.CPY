      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: RUN-CONTROL REGISTER RECORD LAYOUT (DD RUNREG).  ONE
      *          RECORD PER COUNTBATCH RUN ON AN INDEXED DATASET KEYED
      *          ON :PFX:-RUN-ID, THE RUN NUMBER COUNTBATCH ASSIGNS AT
      *          START-UP (ONE MORE THAN THE HIGHEST ON THE REGISTER)
      *          AND STAMPS ON EVERY LINE IT WRITES.  THE ENTRY IS
      *          WRITTEN "STARTED" BEFORE THE FIRST SURVEY RECORD IS
      *          READ AND REWRITTEN "ENDED" WITH THE RUN'S FIGURES AND
      *          RETURN CODE AT THE END, SO A RUN THAT ABENDED IS LEFT
      *          ON THE REGISTER AS STARTED AND NEVER ENDED.  A
      *          CHECKPOINT RESTART KEEPS ITS RUN'S NUMBER AND REOPENS
      *          THE SAME ENTRY.  CWCOMPARE, CWINSPCT, CWDRAIN,
      *          CWCATRPT, CWFLOOD AND CWRUNCHK (THROUGH CWLASTRN)
      *          CHECK THEIR INPUTS AGAINST IT; CWRUNRPT LISTS IT FOR
      *          OPERATIONS.  COPIED WITH A PREFIX (COPY CWRUNREG
      *          REPLACING ==:PFX:== BY ==XXX==) THE SAME WAY AS
      *          CWSITE.
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
           03  :PFX:-RUN-ID            PIC 9(8).
           03  :PFX:-RUN-MODE          PIC X.
               88  :PFX:-MODE-PRODUCE  VALUE "P".
               88  :PFX:-MODE-VALIDATE VALUE "V".
               88  :PFX:-MODE-RECYCLE  VALUE "R".
           03  :PFX:-RUN-STATE         PIC X.
               88  :PFX:-RUN-STARTED   VALUE "S".
               88  :PFX:-RUN-ENDED     VALUE "E".
           03  :PFX:-START-DATE        PIC 9(8).
           03  :PFX:-START-TIME        PIC 9(6).
      * ZERO UNTIL THE RUN ENDS.
           03  :PFX:-END-DATE          PIC 9(8).
           03  :PFX:-END-TIME          PIC 9(6).
      * THE FEED'S HEADER DATE - ZERO FOR A FEED WITH NO HEADER.
           03  :PFX:-EXTRACT-DATE      PIC 9(8).
           03  :PFX:-RECORDS-READ      PIC 9(6).
           03  :PFX:-RECORDS-REJECTED  PIC 9(6).
           03  :PFX:-ALERT-BREACHES    PIC 9(6).
      * THE BALANCING PAGE'S VERDICT ON THE FEED'S CONTROL RECORDS.
           03  :PFX:-RECONCILE-RESULT  PIC X.
               88  :PFX:-FEED-BALANCED VALUE "B".
               88  :PFX:-FEED-OUT-OF-BALANCE
                                       VALUE "X".
               88  :PFX:-FEED-NOT-RECONCILED
                                       VALUE "N".
           03  :PFX:-FINAL-RC          PIC 9(2).
      * SET ONCE ANY ATTEMPT OF THE RUN RESTARTED FROM A CHECKPOINT;
      * THE COUNT IS THE NUMBER OF RESTARTS AND THE RECORD NUMBER
      * IS WHERE THE LATEST ONE PICKED UP.
           03  :PFX:-RESTART-FLAG      PIC X.
               88  :PFX:-RUN-RESTARTED VALUE "Y".
           03  :PFX:-RESTART-COUNT     PIC 9(2).
           03  :PFX:-RESTART-RECORD    PIC 9(6).
