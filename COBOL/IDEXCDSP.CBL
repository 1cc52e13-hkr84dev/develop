000200*   DATE       INIT   DESCRIPTION                                *
000210*   ---------- ----   -------------------------------------------*
000220*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000222*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000224*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000230*****************************************************************
000240 ENVIRONMENT      DIVISION.
000250 CONFIGURATION    SECTION.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT     SECTION.
000290 FILE-CONTROL.
000291*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000292*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000293     SELECT BIZDATE      ASSIGN TO BIZDATE
000294         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS  IS BIZDATE-STATUS.
000300*    DISPIN IS THE ANALYST DISPOSITION TRANSACTION FILE.
000310*    ASSIGNED TO A DDNAME SO THE JCL DD CONTROLS WHICH BATCH
000320*    OF DISPOSITIONS IS APPLIED.
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA             DIVISION.
000440 FILE             SECTION.
000442 FD  BIZDATE
000444     RECORDING MODE IS F.
000446     COPY BDCLAY01.
000450 FD  DISPIN
000460     RECORDING MODE IS F.
000470 01  DISPOSITION-TRANSACTION.
000770     05  TRANS-READ-COUNT            PIC 9(07) COMP.
000780     05  TRANS-APPLIED-COUNT         PIC 9(07) COMP.
000790     05  TRANS-REJECTED-COUNT        PIC 9(07) COMP.
000792 01  BIZDATE-STATUS                  PIC X(02).
000794     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000796     88  BIZDATE-NOT-FOUND           VALUE "35".
000800 01  RUN-DATE-FIELDS.
000810     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000820     05  RUN-DATE-CCYYMMDD-X REDEFINES
001130 PROCEDURE        DIVISION.
001140 MAIN             SECTION.
001150 MAIN-ENTRY.
001151     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001152     IF FAILURE
001153         DISPLAY "IDEXCDSP - NO USABLE BUSINESS DATE - STEP ENDED"
001154         MOVE 16 TO RETURN-CODE
001155         STOP RUN
001156     END-IF.
001160     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001170     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001180         UNTIL END-OF-TRANSACTIONS.
001300     MOVE ZERO    TO TRANS-READ-COUNT
001310                     TRANS-APPLIED-COUNT
001320                     TRANS-REJECTED-COUNT.
001340     STRING RUN-DATE-MM  DELIMITED BY SIZE
001350            "/"          DELIMITED BY SIZE
001360            RUN-DATE-DD  DELIMITED BY SIZE
002920     END-IF.
002930 3400-EXIT.
002940     EXIT.
002950*****************************************************************
002960* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
002970* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
002980* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
002990* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
003000* ENDS THE STEP.                                                *
003010*****************************************************************
003020 9000-READ-BUSINESS-DATE.
003030     MOVE "00" TO STATE-CODE.
003040     OPEN INPUT BIZDATE.
003050     IF BIZDATE-NOT-FOUND
003060         SET FAILURE TO TRUE
003070         DISPLAY "IDEXCDSP - NO BUSINESS-DATE CARD ON BIZDATE"
003080         GO TO 9000-EXIT
003090     END-IF.
003100     IF NOT BIZDATE-STATUS-OK
003110         SET FAILURE TO TRUE
003120         DISPLAY "IDEXCDSP - CANNOT OPEN BIZDATE, STATUS = "
003130             BIZDATE-STATUS
003140         GO TO 9000-EXIT
003150     END-IF.
003160     READ BIZDATE
003170         AT END
003180             SET FAILURE TO TRUE
003190             DISPLAY "IDEXCDSP - EMPTY BUSINESS-DATE CARD"
003200     END-READ.
003210     IF NOT FAILURE
003220         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
003230     END-IF.
003240     CLOSE BIZDATE.
003250 9000-EXIT.
003260     EXIT.
003270 9050-EDIT-BUSINESS-DATE.
003280     IF BDC-BUSINESS-DATE NOT NUMERIC
003290      OR NOT BDC-MONTH-VALID
003300      OR NOT BDC-DAY-VALID
003310         SET FAILURE TO TRUE
003320         DISPLAY "IDEXCDSP - INVALID BUSINESS-DATE CARD "
003330             BDC-BUSINESS-DATE
003340         GO TO 9050-EXIT
003350     END-IF.
003360     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
003370 9050-EXIT.
003380     EXIT.
