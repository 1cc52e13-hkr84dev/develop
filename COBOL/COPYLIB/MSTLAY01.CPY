      *                     OVERRIDE MATCHES FOR EXTRA SCRUTINY) AND
      *                     MST-CERT-DATE (DATE THE LAST QUARTERLY
      *                     RECERTIFICATION RESPONSE WAS PROCESSED).
      *   10/15/2026 DWH    WIDENED WITH MST-LAST-ACTIVITY-DATE - THE
      *                     LAST LOGON DATE REPORTED BY THE SECURITY
      *                     SYSTEM ACTIVITY FEED (IDLOGON).  ZERO
      *                     UNTIL THE FEED FIRST CARRIES THE CODE1.
      *   10/15/2026 DWH    MANUAL DELETE FLAG VALUES - IDMNT FLAGS "P"
      *                     (REVOCATION PENDING), IDMAST'S SWEEP REVOKES
      *                     IT AND MOVES IT TO "M".  A MANUAL FLAG IS
      *                     NEVER CLEARED BY THE FEED - ONLY BY IDMNT.
      *****************************************************************
       01  MASTER-RECORD.
           05  MST-CODE1                    PIC 9(06).
           05  MST-EFFECTIVE-DATE           PIC 9(08).
           05  MST-LAST-SEEN-DATE           PIC 9(08).
           05  MST-DELETE-FLAG              PIC X(01).
               88  MST-DELETE-FLAGGED       VALUES "D" "P" "M".
               88  MST-ON-FEED              VALUE " ".
               88  MST-DROPPED-OFF-FEED     VALUE "D".
               88  MST-MANUAL-DELETE        VALUES "P" "M".
               88  MST-MANUAL-DELETE-PENDING VALUE "P".
               88  MST-MANUAL-DELETE-REVOKED VALUE "M".
           05  MST-MATCH-TYPE               PIC X(01).
               88  MST-ROSTER-MATCH         VALUE "R".
               88  MST-OVERRIDE-MATCH       VALUE "O".
           05  MST-CERT-DATE                PIC 9(08).
           05  MST-LAST-ACTIVITY-DATE       PIC 9(08).
