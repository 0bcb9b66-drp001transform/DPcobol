      ******************************************************************
      * Author: DEREK PALMER
      * Date: 14th OCTOBER 2026
      * Purpose: ALERT REGISTER RECORD LAYOUT (DD ALRTREG).  ONE
      *          RECORD PER SITE THAT HAS EVER BREACHED AN ACTION
      *          LEVEL, ON AN INDEXED DATASET KEYED ON :PFX:-SITE-ID,
      *          HOLDING THAT SITE'S CURRENT (OR MOST RECENT) INCIDENT.
      *          COUNTBATCH OPENS AN INCIDENT ON A SITE'S FIRST BREACH
      *          AND UPDATES IT ON LATER BREACH NIGHTS; ALRTMNT
      *          APPLIES THE ENGINEERS' ACKNOWLEDGE AND CLOSE
      *          TRANSACTIONS; CWINCRPT LISTS THE OPEN INCIDENTS.  A
      *          BREACH AFTER A CLOSE REOPENS THE RECORD AS THE NEXT
      *          INCIDENT NUMBER - THE CLOSED INCIDENT'S DETAIL IS
      *          KEPT ON ALRTMNT'S CHANGE HISTORY (DD ALRTHST).
      *          COPIED WITH A PREFIX (COPY CWALRT REPLACING
      *          ==:PFX:== BY ==XXX==) THE SAME WAY AS CWSITE.
      * Modification History:
      *   14-OCT-2026  DP  Created.
      *****************************************************************
           03  :PFX:-SITE-ID           PIC X(10).
           03  :PFX:-INCIDENT-NO       PIC 9(4).
           03  :PFX:-INCIDENT-STATUS   PIC X.
               88  :PFX:-INCIDENT-OPEN VALUE "O".
               88  :PFX:-INCIDENT-ACKNOWLEDGED
                                       VALUE "A".
               88  :PFX:-INCIDENT-CLOSED
                                       VALUE "C".
               88  :PFX:-INCIDENT-ACTIVE
                                       VALUE "O" "A".
      * WHICH MEASURES BREACHED ON THE INCIDENT'S LATEST BREACH NIGHT.
           03  :PFX:-TW-BREACH         PIC X.
               88  :PFX:-TW-BREACHED   VALUE "Y".
           03  :PFX:-POND-BREACH       PIC X.
               88  :PFX:-POND-BREACHED VALUE "Y".
           03  :PFX:-OPENED-DATE       PIC 9(8).
           03  :PFX:-LAST-BREACH-DATE  PIC 9(8).
           03  :PFX:-DAYS-OPEN         PIC 9(4).
           03  :PFX:-BREACH-NIGHTS     PIC 9(4).
      * THE LATEST BREACH NIGHT'S FIGURES AND THE LEVELS THEY WERE
      * JUDGED AGAINST, IN THE SAME UNITS AS ALRTRPT.
           03  :PFX:-LATEST-TW         PIC 9(6)V9.
           03  :PFX:-TW-LEVEL          PIC 9(5).
           03  :PFX:-LATEST-POND       PIC 9(3)V9.
           03  :PFX:-POND-LEVEL        PIC 9(4).
           03  :PFX:-ESCALATED         PIC X.
               88  :PFX:-INCIDENT-ESCALATED
                                       VALUE "Y".
           03  :PFX:-ACK-DATE          PIC 9(8).
           03  :PFX:-ACK-ENGINEER      PIC X(8).
           03  :PFX:-ACK-NOTE          PIC X(40).
           03  :PFX:-CLOSE-DATE        PIC 9(8).
           03  :PFX:-CLOSE-ENGINEER    PIC X(8).
           03  :PFX:-CLOSE-NOTE        PIC X(40).
