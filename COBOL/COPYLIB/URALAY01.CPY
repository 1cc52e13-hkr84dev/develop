      *****************************************************************
      * URALAY01 - USER-ROLE-RECORD LAYOUT FOR USERROLE (THE KEYED    *
      *            USER-ROLE ASSIGNMENT FILE, RECORD KEY URA-KEY =    *
      *            CODE1 + ROLE CODE).  ONE RECORD PER BIRTHRIGHT     *
      *            ROLE A CODE1 CURRENTLY HOLDS, WITH THE DEPARTMENT  *
      *            THAT ENTITLED IT AND THE DATE IT WAS GRANTED.      *
      *            MAINTAINED BY IDMAST ALONGSIDE THE IDENTITY        *
      *            MASTER FROM THE DEPARTMENT-TO-ROLE REFERENCE       *
      *            (DEPTROLE) - EVERY GRANT AND REMOVAL IS SENT ON    *
      *            THE ROLE-DELTA INTERFACE (ROLEFILE).               *
      *****************************************************************
      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   10/15/2026 DWH    ORIGINAL COPYBOOK.
      *****************************************************************
       01  USER-ROLE-RECORD.
           05  URA-KEY.
               10  URA-CODE1                PIC 9(06).
               10  URA-ROLE-CODE            PIC X(08).
           05  URA-DEPT-CODE                PIC X(04).
           05  URA-GRANT-DATE               PIC 9(08).
