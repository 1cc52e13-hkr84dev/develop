      *****************************************************************
      * CALLAY01 - CALENDAR-RECORD LAYOUT FOR PROCCAL (THE SHARED     *
      *            PROCESSING CALENDAR).  ONE RECORD PER CALENDAR     *
      *            DATE IN ASCENDING DATE ORDER, TYPED AS A BUSINESS  *
      *            DAY, A HOLIDAY OR A WEEKEND DAY.  ONLY BUSINESS    *
      *            DAYS COUNT WHEN THE STREAM AGES AN EXCEPTION OR    *
      *            BACKS A CUTOFF OFF THE BUSINESS DATE; A DATE NOT   *
      *            ON THE CALENDAR IS TREATED AS A NON-BUSINESS DAY.  *
      *            MAINTAINED BY OPERATIONS A YEAR AHEAD.             *
      *****************************************************************
      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   10/15/2026 DWH    ORIGINAL COPYBOOK.
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                     PIC 9(08).
           05  CAL-DAY-TYPE                 PIC X(01).
               88  CAL-BUSINESS-DAY         VALUE "B".
               88  CAL-HOLIDAY              VALUE "H".
               88  CAL-WEEKEND              VALUE "W".
           05  CAL-DESCRIPTION              PIC X(30).
