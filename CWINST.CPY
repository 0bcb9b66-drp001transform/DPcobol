      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: INSTRUMENT MASTER RECORD LAYOUT (DD INSTMAST).  ONE
      *          RECORD PER SURVEY INSTRUMENT (LEVEL OR TOTAL
      *          STATION) ON AN INDEXED DATASET KEYED ON
      *          :PFX:-INSTRUMENT-SERIAL, UPDATED IN PLACE BY
      *          INSTMNT.  COUNTBATCH READS IT FOR EVERY SURVEY THAT
      *          NAMES AN INSTRUMENT AND REJECTS (E204) ONE TAKEN
      *          WITH AN UNKNOWN, WITHDRAWN OR OUT-OF-CALIBRATION
      *          INSTRUMENT.  COPIED WITH A PREFIX (COPY CWINST
      *          REPLACING ==:PFX:== BY ==XXX==) THE SAME WAY AS
      *          CWSITE.
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *****************************************************************
           03  :PFX:-INSTRUMENT-SERIAL PIC X(12).
           03  :PFX:-INSTRUMENT-DESC   PIC X(30).
           03  :PFX:-INSTRUMENT-STATUS PIC X.
               88  :PFX:-INSTRUMENT-ACTIVE
                                       VALUE "A".
               88  :PFX:-INSTRUMENT-WITHDRAWN
                                       VALUE "W".
      * CALIBRATION DATES, YYYYMMDD.  A SURVEY IS IN CALIBRATION UP
      * TO AND INCLUDING THE NEXT-DUE DATE.
           03  :PFX:-LAST-CAL-DATE     PIC 9(8).
           03  :PFX:-NEXT-CAL-DUE      PIC 9(8).
