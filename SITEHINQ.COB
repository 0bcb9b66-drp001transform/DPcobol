      * Tectonics: cobc
      * Modification History:
      *   02-SEP-2026  DP  Created.
      *   15-OCT-2026  DP  The master images grow to 59 bytes with
      *                    the catchment assignment added to CWSITE,
      *                    and the image lines now print it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEHINQ.
           03  SH-ACTION               PIC X.
           03  SH-SITE-ID              PIC X(10).
           03  SH-RESULT               PIC X(40).
           03  SH-BEFORE-IMAGE         PIC X(59).
           03  SH-AFTER-IMAGE          PIC X(59).

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD       PIC X(80).
           03  IDL-TW-ALERT-LEVEL      PIC X(5).
           03  FILLER                  PIC X(5) VALUE "  PD ".
           03  IDL-POND-ALERT-LEVEL    PIC X(4).
           03  FILLER                  PIC X(5) VALUE "  CA ".
           03  IDL-SITE-CATCHMENT      PIC X(6).

       01  NOTE-LINE                   PIC X(80).

           MOVE HB-SITE-STATUS       TO IDL-SITE-STATUS.
           MOVE HB-TW-ALERT-LEVEL    TO IDL-TW-ALERT-LEVEL.
           MOVE HB-POND-ALERT-LEVEL  TO IDL-POND-ALERT-LEVEL.
           MOVE HB-SITE-CATCHMENT    TO IDL-SITE-CATCHMENT.
           WRITE HISTORY-REPORT-RECORD FROM IMAGE-DETAIL-LINE.

       WRITE-AFTER-IMAGE-LINE.
           MOVE HA-SITE-STATUS       TO IDL-SITE-STATUS.
           MOVE HA-TW-ALERT-LEVEL    TO IDL-TW-ALERT-LEVEL.
           MOVE HA-POND-ALERT-LEVEL  TO IDL-POND-ALERT-LEVEL.
           MOVE HA-SITE-CATCHMENT    TO IDL-SITE-CATCHMENT.
           WRITE HISTORY-REPORT-RECORD FROM IMAGE-DETAIL-LINE.

       END PROGRAM SITEHINQ.
