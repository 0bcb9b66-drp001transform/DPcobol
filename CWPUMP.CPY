      ******************************************************************
      * Author: DEREK PALMER
      * Date: 15th OCTOBER 2026
      * Purpose: PUMP ASSET RECORD LAYOUT (DD PUMPMAST).  ONE RECORD
      *          PER PUMP INSTALLED AT A SURVEY SITE, ON AN INDEXED
      *          DATASET KEYED ON :PFX:-PUMP-KEY (SITE ID + PUMP ID)
      *          SO A SITE'S PUMPS READ TOGETHER, UPDATED IN PLACE BY
      *          PUMPMNT.  CWDRAIN JOINS THE NIGHT'S POND VOLUMES TO
      *          THE PUMPS COVERING THEM.  COPIED WITH A PREFIX (COPY
      *          CWPUMP REPLACING ==:PFX:== BY ==XXX==) THE SAME WAY
      *          AS CWSITE.
      * Modification History:
      *   15-OCT-2026  DP  Created.
      *****************************************************************
           03  :PFX:-PUMP-KEY.
               05  :PFX:-PUMP-SITE-ID  PIC X(10).
               05  :PFX:-PUMP-ID       PIC X(6).
      * THE STRETCH OF THE SITE THE PUMP DRAINS: A TRANSECT (00 = ANY
      * TRANSECT, AS FOR A SINGLE-TRANSECT SITE) AND A COLUMN RANGE
      * ALONG IT (0000/0000 = THE WHOLE PROFILE).  A POND IS COVERED
      * WHEN ITS COLUMNS OVERLAP THE RANGE ON A TRANSECT THE PUMP
      * SERVES.
           03  :PFX:-PUMP-TRANSECT-NO  PIC 9(2).
           03  :PFX:-PUMP-FIRST-COLUMN PIC 9(4).
           03  :PFX:-PUMP-LAST-COLUMN  PIC 9(4).
      * RATED CAPACITY IN VOLUME UNITS PER HOUR - THE SAME UNITS AS
      * THE PONDRPT VOLUME (DEPTH TIMES COLUMNS).
           03  :PFX:-PUMP-CAPACITY     PIC 9(5)V9.
           03  :PFX:-PUMP-STATUS       PIC X.
               88  :PFX:-PUMP-IN-SERVICE
                                       VALUE "I".
               88  :PFX:-PUMP-OUT-OF-SERVICE
                                       VALUE "O".
           03  :PFX:-PUMP-STATUS-DATE  PIC 9(8).
