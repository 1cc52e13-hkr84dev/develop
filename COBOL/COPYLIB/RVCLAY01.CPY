      *****************************************************************
      * RVCLAY01 - REVOKE-CANDIDATE-RECORD LAYOUT FOR RVKCAND (THE    *
      *            REVOCATION CANDIDATES FILE HANDED TO SECURITY FOR  *
      *            REVIEW).  TWO PROGRAMS RAISE CANDIDATES - IDCERTR  *
      *            FOR USERS A MANAGER REJECTS AT RECERTIFICATION     *
      *            (REASON R) AND IDLOGON FOR ACCOUNTS DORMANT PAST   *
      *            THE REVOCATION THRESHOLD (REASON D).  EACH ONE     *
      *            RESTATES ITS OWN REASON ON EVERY RUN AND CARRIES   *
      *            THE OTHER'S CANDIDATES FORWARD UNTOUCHED.  A RECORD*
      *            WRITTEN BEFORE THE REASON EXISTED READS AS SPACE   *
      *            AND IS A RECERTIFICATION REJECT.                   *
      *****************************************************************
      *   DATE       INIT   DESCRIPTION
      *   ---------- ----   ------------------------------------------
      *   10/15/2026 DWH    ORIGINAL COPYBOOK - CARVED OUT OF IDCERTR'S
      *                     INLINE FD AND WIDENED WITH THE CANDIDATE
      *                     REASON AND THE LAST-ACTIVITY DATE SO
      *                     IDLOGON CAN RAISE DORMANT ACCOUNTS ON THE
      *                     SAME FILE.
      *****************************************************************
       01  REVOKE-CANDIDATE-RECORD.
           05  RQC-CODE1                    PIC 9(06).
           05  RQC-USERNAME                 PIC X(30).
           05  RQC-DEPT-CODE                PIC X(04).
           05  RQC-STATUS                   PIC X(01).
           05  RQC-LAST-SEEN-DATE           PIC 9(08).
      *    DATE THE CANDIDATE WAS RAISED - THE RECERTIFICATION
      *    REJECT DATE, OR THE RUN THAT FOUND THE ACCOUNT DORMANT.
           05  RQC-REJECT-DATE              PIC 9(08).
           05  RQC-REASON                   PIC X(01).
               88  RQC-RECERT-REJECTED      VALUES "R" " ".
               88  RQC-DORMANT-ACCOUNT      VALUE "D".
           05  RQC-LAST-ACTIVITY-DATE       PIC 9(08).
