      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: FINDS THE LATEST PRODUCE OR RECYCLE RUN ON THE
      *          RUN-CONTROL REGISTER (DD RUNREG) AND TELLS THE CALLER
      *          WHETHER IT ENDED CLEANLY ENOUGH (RC 4 OR BETTER) FOR
      *          ITS OUTPUTS TO BE CONSUMED.  THE REGISTER IS KEYED ON
      *          THE RUN NUMBER, SO THE LAST QUALIFYING ENTRY READ IN
      *          KEY ORDER IS THE LATEST RUN.  CALLED BY CWCOMPARE,
      *          CWINSPCT, CWDRAIN, CWCATRPT, CWFLOOD AND CWRUNCHK,
      *          WHICH EACH STOP WITH THEIR OWN MESSAGE WHEN THE ANSWER
      *          IS NOT CWL-RUN-USABLE.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWLASTRN IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTER-FILE      ASSIGN TO "RUNREG"
                   ORGANIZATION INDEXED
                   ACCESS MODE SEQUENTIAL
                   RECORD KEY IS RR-RUN-ID
                   FILE STATUS IS RUN-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REGISTER-FILE.
       01  RUN-REGISTER-RECORD.
           COPY CWRUNREG REPLACING ==:PFX:== BY ==RR==.

       WORKING-STORAGE SECTION.
       01  LOOKUP-SWITCHES.
           03  RUN-REGISTER-STATUS     PIC XX.
               88 RUN-REGISTER-NOT-FOUND
                                       VALUE "35".
           03  REGISTER-EOF-SWITCH     PIC X VALUE "N".
               88 REGISTER-EOF         VALUE "Y".
           03  LATEST-FOUND-SWITCH     PIC X VALUE "N".
               88 LATEST-RUN-FOUND     VALUE "Y".
           03  LATEST-STATE            PIC X.
               88 LATEST-RUN-ENDED     VALUE "E".

       LINKAGE SECTION.
       COPY CWLASTRN.

       PROCEDURE DIVISION USING CWLASTRN-BLOCK.
       MAIN-PROCEDURE.
           MOVE 0 TO CWL-RUN-ID.
           MOVE SPACE TO CWL-RUN-MODE.
           MOVE 0 TO CWL-START-DATE.
           MOVE 0 TO CWL-END-DATE.
           MOVE 0 TO CWL-FINAL-RC.
           OPEN INPUT RUN-REGISTER-FILE.
           IF RUN-REGISTER-NOT-FOUND THEN
              SET CWL-NO-REGISTER TO TRUE
              EXIT PROGRAM
           END-IF.
           PERFORM READ-REGISTER-ENTRY
                   UNTIL REGISTER-EOF.
           CLOSE RUN-REGISTER-FILE.
           IF NOT LATEST-RUN-FOUND THEN
              SET CWL-NO-RUN TO TRUE
           ELSE
           IF NOT LATEST-RUN-ENDED THEN
              SET CWL-RUN-INCOMPLETE TO TRUE
           ELSE
           IF CWL-FINAL-RC > 4 THEN
              SET CWL-RUN-FAILED TO TRUE
           ELSE
              SET CWL-RUN-USABLE TO TRUE
           END-IF
           END-IF
           END-IF.
           EXIT PROGRAM.

      *********
      * A VALIDATE-ONLY RUN WRITES NONE OF THE OUTPUTS THE CALLERS
      * READ, SO IT NEITHER COUNTS AS THE LATEST RUN NOR HIDES THE
      * PRODUCE RUN BEFORE IT.
      *********
       READ-REGISTER-ENTRY.
           READ RUN-REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO REGISTER-EOF-SWITCH
               NOT AT END
                   IF NOT RR-MODE-VALIDATE THEN
                      MOVE "Y" TO LATEST-FOUND-SWITCH
                      MOVE RR-RUN-ID     TO CWL-RUN-ID
                      MOVE RR-RUN-MODE   TO CWL-RUN-MODE
                      MOVE RR-START-DATE TO CWL-START-DATE
                      MOVE RR-END-DATE   TO CWL-END-DATE
                      MOVE RR-FINAL-RC   TO CWL-FINAL-RC
                      MOVE RR-RUN-STATE  TO LATEST-STATE
                   END-IF
           END-READ.

       END PROGRAM CWLASTRN.
