000190*   DATE       INIT   DESCRIPTION                                *
000200*   ---------- ----   -------------------------------------------*
000210*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000211*   10/15/2026 DWH    TRAIL NOW ALSO CARRIES IDMNT MANUAL FIXES  *
000212*                     (ACTION MAN) - A MANUAL ADD HAS NO BEFORE  *
000213*                     IMAGE, SO NO WAS LINE IS PRINTED FOR IT.   *
000214*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000215*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000216*   10/15/2026 DWH    TRAIL WIDENED WITH THE MATCHFILE GENERATION*
000217*                     AND THE IDBKOUT BACKOUT ACTION (BAK).  THE *
000218*                     SORT KEEPS SAME-DAY EVENTS IN FILE ORDER SO*
000219*                     A BACKOUT PRINTS AFTER WHAT IT REVERSES.   *
000220*   10/15/2026 DWH    THE BKE RECORD CLOSING EACH BACKOUT CARRIES*
000221*                     NO CODE1 AND IS NOT PASSED TO THE SORT.    *
000222*****************************************************************
000230 ENVIRONMENT      DIVISION.
000240 CONFIGURATION    SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT     SECTION.
000280 FILE-CONTROL.
000281*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000282*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000283     SELECT BIZDATE      ASSIGN TO BIZDATE
000284         ORGANIZATION IS LINE SEQUENTIAL
000285         FILE STATUS  IS BIZDATE-STATUS.
000290*    HISTREQ IS THE REQUEST CARD FILE - ONE CODE1 PER CARD.
000300*    ASSIGNED TO A DDNAME SO THE JCL DD CONTROLS WHICH BATCH OF
000310*    REQUESTS IS ANSWERED.
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS  IS HISTREQ-STATUS.
000350*    MSTHIST IS THE PERMANENT CHANGE-HISTORY TRAIL APPENDED BY
000360*    IDMAST AND IDMNT.  IT ACCUMULATES ACROSS RUNS, SO IT IS
000370*    RESORTED INTO CODE1 / RUN-DATE SEQUENCE BEFORE PRINTING.
000380     SELECT MSTHIST      ASSIGN TO "FILEPATH\MSTHIST.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS MSTHIST-STATUS.
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA             DIVISION.
000480 FILE             SECTION.
000482 FD  BIZDATE
000484     RECORDING MODE IS F.
000486     COPY BDCLAY01.
000490 FD  HISTREQ
000500     RECORDING MODE IS F.
000510 01  HISTORY-REQUEST.
000570 01  SORT-WORK-RECORD.
000580     05  SRT-CODE1                   PIC 9(06).
000590     05  SRT-RUN-DATE                PIC 9(08).
000600     05  FILLER                      PIC X(115).
000610 FD  HISTWORK
000620     RECORDING MODE IS F.
000630     COPY HSTLAY01 REPLACING LEADING ==HST== BY ==HWK==
001030 01  GROUP-OPEN-SWITCH               PIC X(01).
001040     88  GROUP-IS-OPEN               VALUE "Y".
001050     88  GROUP-IS-CLOSED             VALUE "N".
001052 01  BIZDATE-STATUS                  PIC X(02).
001054     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001056     88  BIZDATE-NOT-FOUND           VALUE "35".
001060 01  RUN-DATE-FIELDS.
001070     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001080     05  RUN-DATE-CCYYMMDD-X REDEFINES
001600 PROCEDURE        DIVISION.
001610 MAIN             SECTION.
001620 MAIN-ENTRY.
001621     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001622     IF FAILURE
001623         DISPLAY "IDHIST - NO USABLE BUSINESS DATE - STEP ENDED"
001624         MOVE 16 TO RETURN-CODE
001625         STOP RUN
001626     END-IF.
001630     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001640     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001650         UNTIL END-OF-HISTORY.
001810                     REQUESTS-INVALID-COUNT
001820                     HISTORY-READ-COUNT
001830                     EVENTS-PRINTED-COUNT.
001850     STRING RUN-DATE-MM  DELIMITED BY SIZE
001860            "/"          DELIMITED BY SIZE
001870            RUN-DATE-DD  DELIMITED BY SIZE
002680     SORT SRTWK1
002690         ON ASCENDING KEY SRT-CODE1
002700                          SRT-RUN-DATE
002705         WITH DUPLICATES IN ORDER
002710         INPUT PROCEDURE IS 1510-RELEASE-HISTORY
002720                       THRU 1510-EXIT
002730         GIVING HISTWORK.
003080         GO TO 1520-EXIT
003090     END-IF.
003100     IF NOT END-OF-HISTORY
003105      AND NOT HST-BACKOUT-END-ACTION
003110         RELEASE SORT-WORK-RECORD FROM HISTORY-RECORD
003120         ADD 1 TO HISTORY-READ-COUNT
003130     END-IF.
003770     MOVE HISTORY-EVENT-LINE TO REPORT-LINE.
003780     WRITE REPORT-LINE.
003790     IF NOT HWK-ADD-ACTION
003795      AND HWK-BEF-USERNAME NOT = SPACES
003800         MOVE SPACES                 TO HISTORY-IMAGE-LINE
003810         MOVE " WAS "                TO HIL-LABEL
003820         MOVE HWK-BEF-USERNAME       TO HIL-USERNAME
004690     END-IF.
004700 3400-EXIT.
004710     EXIT.
004720*****************************************************************
004730* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
004740* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
004750* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
004760* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
004770* ENDS THE STEP.                                                *
004780*****************************************************************
004790 9000-READ-BUSINESS-DATE.
004800     MOVE "00" TO STATE-CODE.
004810     OPEN INPUT BIZDATE.
004820     IF BIZDATE-NOT-FOUND
004830         SET FAILURE TO TRUE
004840         DISPLAY "IDHIST - NO BUSINESS-DATE CARD ON BIZDATE"
004850         GO TO 9000-EXIT
004860     END-IF.
004870     IF NOT BIZDATE-STATUS-OK
004880         SET FAILURE TO TRUE
004890         DISPLAY "IDHIST - CANNOT OPEN BIZDATE, STATUS = "
004900             BIZDATE-STATUS
004910         GO TO 9000-EXIT
004920     END-IF.
004930     READ BIZDATE
004940         AT END
004950             SET FAILURE TO TRUE
004960             DISPLAY "IDHIST - EMPTY BUSINESS-DATE CARD"
004970     END-READ.
004980     IF NOT FAILURE
004990         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
005000     END-IF.
005010     CLOSE BIZDATE.
005020 9000-EXIT.
005030     EXIT.
005040 9050-EDIT-BUSINESS-DATE.
005050     IF BDC-BUSINESS-DATE NOT NUMERIC
005060      OR NOT BDC-MONTH-VALID
005070      OR NOT BDC-DAY-VALID
005080         SET FAILURE TO TRUE
005090         DISPLAY "IDHIST - INVALID BUSINESS-DATE CARD "
005100             BDC-BUSINESS-DATE
005110         GO TO 9050-EXIT
005120     END-IF.
005130     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
005140 9050-EXIT.
005150     EXIT.
