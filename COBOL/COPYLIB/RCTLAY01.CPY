      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   09/01/2026 DWH    ORIGINAL COPYBOOK.
      *   10/15/2026 DWH    ADDED RCT-PRIOR-RUN-DATE - THE BUSINESS DATE
      *                     OF THE GENERATION BEFORE THIS ONE, SO A
      *                     RESUMED IDNAME CAN STILL AGE ITS EXCEPTIONS
      *                     BY THE BUSINESS DAYS SINCE THAT RUN.
      *   10/15/2026 DWH    ADDED RCT-IDEXCTRK-FLAG - IDEXCTRK STAMPS
      *                     ITS LOAD OF THE GENERATION'S EXCEPTIONS SO
      *                     THE STREAM STATUS REPORT (IDSTATUS) CAN
      *                     SHOW IT.  NO STEP WAITS ON IT.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RCT-RUN-DATE                 PIC 9(08).
           05  RCT-MATCH-GEN-CURRENT        PIC 9(06).
           05  RCT-MATCH-GEN-PRIOR          PIC 9(06).
           05  RCT-MATCH-GEN-APPLIED        PIC 9(06).
           05  RCT-PRIOR-RUN-DATE           PIC 9(08).
           05  RCT-IDEXCTRK-FLAG            PIC X(01).
               88  RCT-IDEXCTRK-COMPLETE    VALUE "C".
