      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: PROMOTION GATE.  RUN AS THE STEP IN FRONT OF A COPY
      *          THAT PROMOTES ONE OF COUNTBATCH'S OUTPUTS (CWPROMO'S
      *          ELEVOUT TO ELEVOUT.PRIOR, GISPROMO'S GISEXTR TO THE
      *          DAILY GENERATION).  THE DATASET ABOUT TO BE COPIED
      *          (DD CHECKIN) MUST END WITH THE LINES OF THE LATEST
      *          RUN ON THE RUN-CONTROL REGISTER (DD RUNREG, THROUGH
      *          CWLASTRN), AND THAT RUN MUST HAVE ENDED WITH RC 4 OR
      *          BETTER.  OTHERWISE THE STEP ENDS RC 12 WITH THE
      *          REASON AND THE COPY BEHIND IT IS BYPASSED - A RERUN
      *          OF THE PROMOTION CAN NO LONGER COPY A STALE OR
      *          HALF-WRITTEN DATASET OVER THE GOOD ONE.  THE RUN
      *          NUMBER IS TAKEN FROM THE "  RI" STAMP IN COLUMNS 69-80
      *          OF A REPORT LINE, OR FROM COLUMNS 19-26 OF A GIS
      *          EXTRACT **HEADER** RECORD.
      * Tectonics: cobc
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CWRUNCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-INPUT-FILE       ASSIGN TO "CHECKIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS CHECK-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-INPUT-FILE.
       01  CHECK-INPUT-RECORD.
           03  CHK-RECORD-ID           PIC X(10).
               88  CHK-GIS-HEADER      VALUE "**HEADER**".
           03  CHK-GIS-RUN-DATE        PIC X(8).
           03  CHK-GIS-RUN-ID          PIC X(8).
           03  FILLER                  PIC X(42).
           03  CHK-RUN-TAG             PIC X(4).
           03  CHK-RUN-ID              PIC X(8).

       WORKING-STORAGE SECTION.
       COPY CWLASTRN.

       01  CHECK-SWITCHES.
           03  CHECK-EOF-SWITCH        PIC X VALUE "N".
               88 CHECK-EOF            VALUE "Y".
           03  CHECK-INPUT-STATUS      PIC XX.
               88 CHECK-INPUT-NOT-FOUND
                                       VALUE "35".

       01  CHECK-COUNTERS.
           03  LINES-READ              PIC 9(6) COMP VALUE 0.
           03  RUN-LINES-FOUND         PIC 9(6) COMP VALUE 0.
      * THE RUN NUMBER ON THE LAST STAMPED LINE OF THE DATASET.
           03  LAST-RUN-ID             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-LATEST-RUN.
           OPEN INPUT CHECK-INPUT-FILE.
           IF CHECK-INPUT-NOT-FOUND THEN
              DISPLAY "CWRUNCHK: DD CHECKIN NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM READ-CHECK-LINE.
           PERFORM TAKE-IN-CHECK-LINE
                   UNTIL CHECK-EOF.
           CLOSE CHECK-INPUT-FILE.
           IF LAST-RUN-ID NOT = CWL-RUN-ID THEN
              DISPLAY "CWRUNCHK: CHECKIN ENDS WITH RUN " LAST-RUN-ID
                      ", LATEST COMPLETED RUN IS " CWL-RUN-ID
              DISPLAY "CWRUNCHK: DATASET IS NOT THE LATEST RUN'S - "
                      "NOT PROMOTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "CWRUNCHK: CHECKIN CARRIES RUN " CWL-RUN-ID
                   " (" RUN-LINES-FOUND " LINES) - CLEAR TO PROMOTE".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *********
      * ONLY THE LATEST PRODUCE OR RECYCLE RUN, AND ONLY IF IT ENDED
      * WITH RC 4 OR BETTER, MAY BE PROMOTED.
      *********
       CHECK-LATEST-RUN.
           CALL "CWLASTRN" USING CWLASTRN-BLOCK.
           IF CWL-NO-REGISTER THEN
              DISPLAY "CWRUNCHK: DD RUNREG NOT FOUND - RUN ENDED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-NO-RUN THEN
              DISPLAY "CWRUNCHK: NO COUNTBATCH RUN ON RUNREG - "
                      "NOT PROMOTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-INCOMPLETE THEN
              DISPLAY "CWRUNCHK: LATEST RUN " CWL-RUN-ID
                      " NEVER COMPLETED - NOT PROMOTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF CWL-RUN-FAILED THEN
              DISPLAY "CWRUNCHK: LATEST RUN " CWL-RUN-ID
                      " ENDED RC " CWL-FINAL-RC " - NOT PROMOTED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-CHECK-LINE.
           READ CHECK-INPUT-FILE
               AT END
                   MOVE "Y" TO CHECK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LINES-READ
           END-READ.

      *********
      * UNSTAMPED LINES (BLANK SPACERS, THE GIS "S"/"P" RECORDS AND
      * TRAILER, LINES WRITTEN BEFORE THE STAMP EXISTED) LEAVE THE
      * LAST RUN NUMBER SEEN AS IT WAS.
      *********
       TAKE-IN-CHECK-LINE.
           IF CHK-GIS-HEADER AND CHK-GIS-RUN-ID IS NUMERIC THEN
              MOVE CHK-GIS-RUN-ID TO LAST-RUN-ID
           ELSE
           IF CHK-RUN-TAG = "  RI" AND CHK-RUN-ID IS NUMERIC THEN
              MOVE CHK-RUN-ID TO LAST-RUN-ID
           END-IF
           END-IF.
           IF LAST-RUN-ID = CWL-RUN-ID THEN
              ADD 1 TO RUN-LINES-FOUND
           END-IF.
           PERFORM READ-CHECK-LINE.

       END PROGRAM CWRUNCHK.
