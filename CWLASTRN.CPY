      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: CONTROL BLOCK PASSED TO CWLASTRN, THE LATEST-RUN
      *          LOOKUP ON THE RUN-CONTROL REGISTER (DD RUNREG).  THE
      *          CALLER GETS BACK THE HIGHEST-NUMBERED PRODUCE OR
      *          RECYCLE RUN AND WHETHER ITS OUTPUTS MAY BE USED -
      *          THE ONE RULE EVERY STEP THAT CONSUMES COUNTBATCH'S
      *          OUTPUTS APPLIES BEFORE IT TRUSTS THEM.  A VALIDATE-
      *          ONLY RUN WRITES NOTHING THOSE STEPS READ, SO IT IS
      *          PASSED OVER.
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
       01  CWLASTRN-BLOCK.
           03  CWL-STATUS              PIC X.
      * THE LATEST RUN ENDED WITH RC 4 OR BETTER - ITS OUTPUTS ARE
      * THE ONES TO CONSUME.
               88  CWL-RUN-USABLE      VALUE "0".
      * THE LATEST RUN STARTED BUT NEVER ENDED (ABENDED, OR STILL
      * AWAITING ITS CHECKPOINT RESTART).
               88  CWL-RUN-INCOMPLETE  VALUE "I".
      * THE LATEST RUN ENDED WITH RC 8 OR WORSE.
               88  CWL-RUN-FAILED      VALUE "F".
               88  CWL-NO-RUN          VALUE "N".
               88  CWL-NO-REGISTER     VALUE "M".
           03  CWL-RUN-ID              PIC 9(8).
           03  CWL-RUN-MODE            PIC X.
           03  CWL-START-DATE          PIC 9(8).
           03  CWL-END-DATE            PIC 9(8).
           03  CWL-FINAL-RC            PIC 9(2).
