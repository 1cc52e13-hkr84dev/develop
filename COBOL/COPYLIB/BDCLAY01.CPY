      *****************************************************************
      * BDCLAY01 - BUSINESS-DATE-CARD LAYOUT FOR BIZDATE (THE ONE-    *
      *            CARD PROCESSING-DATE CONTROL READ BY EVERY STEP OF *
      *            THE IDENTITY STREAM INSTEAD OF THE SYSTEM CLOCK).  *
      *            THE CARD CARRIES THE BUSINESS DATE BEING           *
      *            PROCESSED (CCYYMMDD), SO A STEP HELD PAST MIDNIGHT *
      *            OR A RERUN OF A MISSED DAY STAMPS THE DAY IT IS    *
      *            PROCESSING.  OPERATIONS ROLLS THE CARD FORWARD ONE *
      *            BUSINESS DAY (PER THE PROCESSING CALENDAR,         *
      *            CALLAY01) AHEAD OF EACH DAILY STREAM.              *
      *****************************************************************
      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   10/15/2026 DWH    ORIGINAL COPYBOOK.
      *****************************************************************
       01  BUSINESS-DATE-CARD.
           05  BDC-BUSINESS-DATE            PIC X(08).
           05  BDC-BUSINESS-DATE-X REDEFINES
               BDC-BUSINESS-DATE.
               10  BDC-BUSINESS-CCYY        PIC X(04).
               10  BDC-BUSINESS-MM          PIC X(02).
                   88  BDC-MONTH-VALID      VALUES "01" THRU "12".
               10  BDC-BUSINESS-DD          PIC X(02).
                   88  BDC-DAY-VALID        VALUES "01" THRU "31".
           05  FILLER                       PIC X(72).
