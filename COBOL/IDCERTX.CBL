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
000320     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE  IS DYNAMIC
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA             DIVISION.
000510 FILE             SECTION.
000512 FD  BIZDATE
000514     RECORDING MODE IS F.
000516     COPY BDCLAY01.
000520 FD  MASTFILE.
000530     COPY MSTLAY01.
000540 SD  SRTWK1.
001040 01  GROUP-OPEN-SWITCH               PIC X(01).
001050     88  GROUP-IS-OPEN               VALUE "Y".
001060     88  GROUP-IS-CLOSED             VALUE "N".
001062 01  BIZDATE-STATUS                  PIC X(02).
001064     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001066     88  BIZDATE-NOT-FOUND           VALUE "35".
001070 01  RUN-DATE-FIELDS.
001080     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001090     05  RUN-DATE-CCYYMMDD-X REDEFINES
001420 PROCEDURE        DIVISION.
001430 MAIN             SECTION.
001440 MAIN-ENTRY.
001441     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001442     IF FAILURE
001443         DISPLAY "IDCERTX - NO USABLE BUSINESS DATE - STEP ENDED"
001444         MOVE 16 TO RETURN-CODE
001445         STOP RUN
001446     END-IF.
001450     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001460     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001470         UNTIL END-OF-SORTED.
001630                     DEPARTMENTS-COUNT
001640                     OVERRIDES-FLAGGED-COUNT
001650                     SKIPPED-FLAGGED-COUNT.
001670     STRING RUN-DATE-MM  DELIMITED BY SIZE
001680            "/"          DELIMITED BY SIZE
001690            RUN-DATE-DD  DELIMITED BY SIZE
003540     END-IF.
003550 3400-EXIT.
003560     EXIT.
003570*****************************************************************
003580* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
003590* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
003600* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
003610* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
003620* ENDS THE STEP.                                                *
003630*****************************************************************
003640 9000-READ-BUSINESS-DATE.
003650     MOVE "00" TO STATE-CODE.
003660     OPEN INPUT BIZDATE.
003670     IF BIZDATE-NOT-FOUND
003680         SET FAILURE TO TRUE
003690         DISPLAY "IDCERTX - NO BUSINESS-DATE CARD ON BIZDATE"
003700         GO TO 9000-EXIT
003710     END-IF.
003720     IF NOT BIZDATE-STATUS-OK
003730         SET FAILURE TO TRUE
003740         DISPLAY "IDCERTX - CANNOT OPEN BIZDATE, STATUS = "
003750             BIZDATE-STATUS
003760         GO TO 9000-EXIT
003770     END-IF.
003780     READ BIZDATE
003790         AT END
003800             SET FAILURE TO TRUE
003810             DISPLAY "IDCERTX - EMPTY BUSINESS-DATE CARD"
003820     END-READ.
003830     IF NOT FAILURE
003840         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
003850     END-IF.
003860     CLOSE BIZDATE.
003870 9000-EXIT.
003880     EXIT.
003890 9050-EDIT-BUSINESS-DATE.
003900     IF BDC-BUSINESS-DATE NOT NUMERIC
003910      OR NOT BDC-MONTH-VALID
003920      OR NOT BDC-DAY-VALID
003930         SET FAILURE TO TRUE
003940         DISPLAY "IDCERTX - INVALID BUSINESS-DATE CARD "
003950             BDC-BUSINESS-DATE
003960         GO TO 9050-EXIT
003970     END-IF.
003980     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
003990 9050-EXIT.
004000     EXIT.
