      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: CATCHMENT MASTER RECORD LAYOUT (DD CATCHMST).  ONE
      *          RECORD PER DRAINAGE CATCHMENT ON AN INDEXED DATASET
      *          KEYED ON :PFX:-CATCHMENT-ID, UPDATED IN PLACE BY
      *          CATCHMNT.  EACH SITE ON THE SITE MASTER IS ASSIGNED
      *          TO ONE CATCHMENT, AND EACH CATCHMENT NAMES THE ONE IT
      *          DRAINS INTO, SO THE RECORDS CHAIN DOWNSTREAM TO AN
      *          OUTFALL.  COPIED WITH A PREFIX (COPY CWCATCH
      *          REPLACING ==:PFX:== BY ==XXX==) THE SAME WAY AS
      *          CWSITE.
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
           03  :PFX:-CATCHMENT-ID      PIC X(6).
           03  :PFX:-CATCHMENT-NAME    PIC X(30).
      * THE REGION THAT OWNS THE CATCHMENT - THE REGION WHOSE
      * ENGINEERS ANSWER FOR ITS OUTFALL.
           03  :PFX:-CATCHMENT-REGION  PIC X(3).
      * THE CATCHMENT THIS ONE DRAINS INTO.  SPACES MARK AN OUTFALL -
      * THE END OF A CHAIN, DISCHARGING OFF THE NETWORK.
           03  :PFX:-DOWNSTREAM-ID     PIC X(6).
               88  :PFX:-CATCHMENT-OUTFALL
                                       VALUE SPACES.
           03  :PFX:-CATCHMENT-STATUS  PIC X.
               88  :PFX:-CATCHMENT-ACTIVE
                                       VALUE "A".
               88  :PFX:-CATCHMENT-RETIRED
                                       VALUE "R".
