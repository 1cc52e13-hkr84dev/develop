      * HSTLAY01 - HISTORY-RECORD LAYOUT FOR MSTHIST (THE PERMANENT   *
      *            CHANGE-HISTORY TRAIL ON THE IDENTITY MASTER).      *
      *            IDMAST APPENDS ONE RECORD PER ADD, CHANGE OR       *
      *            DELETE-FLAG APPLIED TO MASTFILE, AND IDMNT ONE     *
      *            PER APPROVED MANUAL FIX - RUN DATE, ACTION,        *
      *            AND THE FULL BEFORE AND AFTER IMAGES OF            *
      *            THE MASTER FIELDS.  SHARED WITH IDHIST, WHICH      *
      *            PRINTS A CODE1'S LIFECYCLE FROM THE SAME LAYOUT.   *
      *****************************************************************
      *                     NOW PARTICIPATES IN IDMAST'S CHANGE
      *                     DETECTION - A CHG EVENT MUST BE ABLE TO
      *                     SHOW WHICH FIELD ACTUALLY MOVED.
      *   10/15/2026 DWH    ADDED THE MAN (MANUAL) ACTION - IDMNT
      *                     APPENDS ONE RECORD PER APPROVED MANUAL
      *                     ADD, CHANGE, DELETE-FLAG OR UNDELETE.
      *   10/15/2026 DWH    ADDED THE MATCHFILE GENERATION THAT WROTE
      *                     EACH RECORD (ZERO FOR A MANUAL FIX) AND THE
      *                     BAK (BACKOUT) ACTION - IDBKOUT APPENDS ONE
      *                     COMPENSATING RECORD PER MASTER RECORD IT
      *                     RESTORES WHEN A GENERATION IS REVERSED.
      *   10/15/2026 DWH    ADDED THE BKE (BACKOUT END) ACTION - IDBKOUT
      *                     CLOSES EACH COMPLETED BACKOUT WITH ONE BKE
      *                     RECORD (ZERO CODE1, BLANK IMAGES) THAT A
      *                     LATER BACKOUT OF THE GENERATION ANCHORS ON.
      *****************************************************************
       01  HISTORY-RECORD.
           05  HST-CODE1                    PIC 9(06).
               88  HST-ADD-ACTION           VALUE "ADD".
               88  HST-CHANGE-ACTION        VALUE "CHG".
               88  HST-DELETE-ACTION        VALUE "DEL".
               88  HST-MANUAL-ACTION        VALUE "MAN".
               88  HST-BACKOUT-ACTION       VALUE "BAK".
               88  HST-BACKOUT-END-ACTION   VALUE "BKE".
           05  HST-BEFORE-IMAGE.
               10  HST-BEF-USERNAME         PIC X(30).
               10  HST-BEF-DEPT-CODE        PIC X(04).
               10  HST-AFT-LAST-SEEN-DATE   PIC 9(08).
               10  HST-AFT-DELETE-FLAG      PIC X(01).
               10  HST-AFT-MATCH-TYPE       PIC X(01).
           05  HST-MATCH-GEN                PIC 9(06).
