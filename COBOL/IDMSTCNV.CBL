000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000242*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000244*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000246*   10/15/2026 DWH    LAST-ACTIVITY DATE WRITTEN AS ZERO.        *
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
000320*    MASTOLD IS THE MASTER AS IT STANDS TODAY - THE OLD 58-BYTE
000330*    IMAGE, READ ONLY.
000340     SELECT MASTOLD      ASSIGN TO "FILEPATH\IDMASTER.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA             DIVISION.
000490 FILE             SECTION.
000492 FD  BIZDATE
000494     RECORDING MODE IS F.
000496     COPY BDCLAY01.
000500 FD  MASTOLD.
000510*    THE BASELINE MASTER IMAGE, FROZEN HERE ON PURPOSE - THIS
000520*    PROGRAM MUST KEEP READING THE OLD SHAPE EVEN AS MSTLAY01
000800 01  CONVERT-COUNTERS.
000810     05  RECORDS-READ-COUNT          PIC 9(07) COMP.
000820     05  RECORDS-WRITTEN-COUNT       PIC 9(07) COMP.
000822 01  BIZDATE-STATUS                  PIC X(02).
000824     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000826     88  BIZDATE-NOT-FOUND           VALUE "35".
000830 01  RUN-DATE-FIELDS.
000840     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000850     05  RUN-DATE-CCYYMMDD-X REDEFINES
001040 PROCEDURE        DIVISION.
001050 MAIN             SECTION.
001060 MAIN-ENTRY.
001061     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001062     IF FAILURE
001063         DISPLAY "IDMSTCNV - NO USABLE BUSINESS DATE - STEP ENDED"
001064         MOVE 16 TO RETURN-CODE
001065         STOP RUN
001066     END-IF.
001070     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001080     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001090         UNTIL END-OF-OLD-MASTER.
001200     MOVE "00"    TO STATE-CODE.
001210     MOVE ZERO    TO RECORDS-READ-COUNT
001220                     RECORDS-WRITTEN-COUNT.
001240     STRING RUN-DATE-MM  DELIMITED BY SIZE
001250            "/"          DELIMITED BY SIZE
001260            RUN-DATE-DD  DELIMITED BY SIZE
001860     MOVE OLD-DELETE-FLAG    TO MST-DELETE-FLAG.
001870     MOVE SPACE              TO MST-MATCH-TYPE.
001880     MOVE ZERO               TO MST-CERT-DATE.
001882     MOVE ZERO               TO MST-LAST-ACTIVITY-DATE.
001890     WRITE MASTER-RECORD
001900         INVALID KEY
001910             SET FAILURE TO TRUE
002540     END-IF.
002550 3400-EXIT.
002560     EXIT.
002570*****************************************************************
002580* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
002590* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
002600* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
002610* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
002620* ENDS THE STEP.                                                *
002630*****************************************************************
002640 9000-READ-BUSINESS-DATE.
002650     MOVE "00" TO STATE-CODE.
002660     OPEN INPUT BIZDATE.
002670     IF BIZDATE-NOT-FOUND
002680         SET FAILURE TO TRUE
002690         DISPLAY "IDMSTCNV - NO BUSINESS-DATE CARD ON BIZDATE"
002700         GO TO 9000-EXIT
002710     END-IF.
002720     IF NOT BIZDATE-STATUS-OK
002730         SET FAILURE TO TRUE
002740         DISPLAY "IDMSTCNV - CANNOT OPEN BIZDATE, STATUS = "
002750             BIZDATE-STATUS
002760         GO TO 9000-EXIT
002770     END-IF.
002780     READ BIZDATE
002790         AT END
002800             SET FAILURE TO TRUE
002810             DISPLAY "IDMSTCNV - EMPTY BUSINESS-DATE CARD"
002820     END-READ.
002830     IF NOT FAILURE
002840         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
002850     END-IF.
002860     CLOSE BIZDATE.
002870 9000-EXIT.
002880     EXIT.
002890 9050-EDIT-BUSINESS-DATE.
002900     IF BDC-BUSINESS-DATE NOT NUMERIC
002910      OR NOT BDC-MONTH-VALID
002920      OR NOT BDC-DAY-VALID
002930         SET FAILURE TO TRUE
002940         DISPLAY "IDMSTCNV - INVALID BUSINESS-DATE CARD "
002950             BDC-BUSINESS-DATE
002960         GO TO 9050-EXIT
002970     END-IF.
002980     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
002990 9050-EXIT.
003000     EXIT.
