      *                    replaces the spreadsheet of action levels
      *                    the engineers were eyeballing ELEVOUT
      *                    against every morning.
      *   15-OCT-2026  DP  Added the catchment the site drains to (a
      *                    key on the CWCATCH catchment master, spaces
      *                    while unassigned).  SITEMNT sets it on
      *                    add/change transactions.  The region
      *                    subtotals on ELEVOUT, the CWINSPCT packet
      *                    and the CWCATRPT catchment roll-up all group
      *                    by the master's assignment rather than the
      *                    site-id prefix.  The record grows from 53 to
      *                    59 bytes - SITEMAST is reloaded through
      *                    REPRO with the new field spaces.
      *****************************************************************
           03  :PFX:-SITE-ID           PIC X(10).
           03  :PFX:-SITE-NAME         PIC X(30).
               88  :PFX:-SITE-RETIRED  VALUE "R".
           03  :PFX:-TW-ALERT-LEVEL    PIC 9(5).
           03  :PFX:-POND-ALERT-LEVEL  PIC 9(4).
      * THE CATCHMENT THE SITE DRAINS TO - SPACES UNTIL ASSIGNED.
           03  :PFX:-SITE-CATCHMENT    PIC X(6).
