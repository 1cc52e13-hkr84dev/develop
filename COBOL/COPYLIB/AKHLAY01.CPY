      *****************************************************************
      * AKHLAY01 - ACK-HISTORY-RECORD LAYOUT FOR ACKHIST (THE         *
      *            PERMANENT PER-TRANSMISSION ACKNOWLEDGMENT TRAIL).  *
      *            IDACK APPENDS ONE RECORD FOR EVERY TRANSMISSION IT *
      *            RECONCILES - THE BUSINESS DATE PROCESSED, THE FILE *
      *            SEQUENCE NUMBER AND THE DETAIL COUNTS SENT,        *
      *            PROVISIONED, REJECTED, NEVER ACKNOWLEDGED AND      *
      *            REQUEUED - SO REJECT AND REQUEUE RATES CAN BE      *
      *            REPORTED PER TRANSMISSION AFTER ACKRPT IS GONE.    *
      *****************************************************************
      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   10/15/2026 DWH    ORIGINAL COPYBOOK.
      *****************************************************************
       01  ACK-HISTORY-RECORD.
           05  AHR-ACK-DATE                 PIC 9(08).
           05  AHR-SEQ-NUMBER               PIC 9(06).
           05  AHR-SENT-COUNT               PIC 9(07).
           05  AHR-PROVISIONED-COUNT        PIC 9(07).
           05  AHR-REJECTED-COUNT           PIC 9(07).
           05  AHR-UNACKED-COUNT            PIC 9(07).
           05  AHR-UNKNOWN-COUNT            PIC 9(07).
           05  AHR-REQUEUED-COUNT           PIC 9(07).
           05  AHR-GAP-COUNT                PIC 9(04).
           05  AHR-BALANCE-SWITCH           PIC X(01).
               88  AHR-IN-BALANCE           VALUE "B".
               88  AHR-OUT-OF-BALANCE       VALUE "O".
