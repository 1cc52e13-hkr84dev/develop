000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000242*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000244*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000250*****************************************************************
000260 ENVIRONMENT      DIVISION.
000270 CONFIGURATION    SECTION.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000311*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000312*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000313     SELECT BIZDATE      ASSIGN TO BIZDATE
000314         ORGANIZATION IS LINE SEQUENTIAL
000315         FILE STATUS  IS BIZDATE-STATUS.
000320*    INQREQST IS THE REQUEST CARD FILE PUNCHED BY THE HELP DESK.
000330*    ASSIGNED TO A DDNAME SO THE JCL DD CONTROLS WHICH BATCH OF
000340*    REQUESTS IS ANSWERED.
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA             DIVISION.
000490 FILE             SECTION.
000492 FD  BIZDATE
000494     RECORDING MODE IS F.
000496     COPY BDCLAY01.
000500 FD  INQREQST
000510     RECORDING MODE IS F.
000520 01  INQUIRY-REQUEST.
000890 01  NAME-MATCH-SWITCH               PIC X(01).
000900     88  NAME-MATCH-FOUND            VALUE "Y".
000910     88  NAME-MATCH-NOT-FOUND        VALUE "N".
000912 01  BIZDATE-STATUS                  PIC X(02).
000914     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000916     88  BIZDATE-NOT-FOUND           VALUE "35".
000920 01  RUN-DATE-FIELDS.
000930     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000940     05  RUN-DATE-CCYYMMDD-X REDEFINES
001430 PROCEDURE        DIVISION.
001440 MAIN             SECTION.
001450 MAIN-ENTRY.
001451     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001452     IF FAILURE
001453         DISPLAY "IDINQ - NO USABLE BUSINESS DATE - STEP ENDED"
001454         MOVE 16 TO RETURN-CODE
001455         STOP RUN
001456     END-IF.
001460     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001470     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001480         UNTIL END-OF-REQUESTS.
001620                     REQUESTS-NOT-FOUND-COUNT
001630                     REQUESTS-INVALID-COUNT
001640                     NAME-MATCHES-COUNT.
001660     STRING RUN-DATE-MM  DELIMITED BY SIZE
001670            "/"          DELIMITED BY SIZE
001680            RUN-DATE-DD  DELIMITED BY SIZE
004390     END-IF.
004400 3400-EXIT.
004410     EXIT.
004420*****************************************************************
004430* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
004440* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
004450* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
004460* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
004470* ENDS THE STEP.                                                *
004480*****************************************************************
004490 9000-READ-BUSINESS-DATE.
004500     MOVE "00" TO STATE-CODE.
004510     OPEN INPUT BIZDATE.
004520     IF BIZDATE-NOT-FOUND
004530         SET FAILURE TO TRUE
004540         DISPLAY "IDINQ - NO BUSINESS-DATE CARD ON BIZDATE"
004550         GO TO 9000-EXIT
004560     END-IF.
004570     IF NOT BIZDATE-STATUS-OK
004580         SET FAILURE TO TRUE
004590         DISPLAY "IDINQ - CANNOT OPEN BIZDATE, STATUS = "
004600             BIZDATE-STATUS
004610         GO TO 9000-EXIT
004620     END-IF.
004630     READ BIZDATE
004640         AT END
004650             SET FAILURE TO TRUE
004660             DISPLAY "IDINQ - EMPTY BUSINESS-DATE CARD"
004670     END-READ.
004680     IF NOT FAILURE
004690         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
004700     END-IF.
004710     CLOSE BIZDATE.
004720 9000-EXIT.
004730     EXIT.
004740 9050-EDIT-BUSINESS-DATE.
004750     IF BDC-BUSINESS-DATE NOT NUMERIC
004760      OR NOT BDC-MONTH-VALID
004770      OR NOT BDC-DAY-VALID
004780         SET FAILURE TO TRUE
004790         DISPLAY "IDINQ - INVALID BUSINESS-DATE CARD "
004800             BDC-BUSINESS-DATE
004810         GO TO 9050-EXIT
004820     END-IF.
004830     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
004840 9050-EXIT.
004850     EXIT.
