000010*****************************************************************
000020* PROGRAM      IDMSTCV2                                         *
000030* PURPOSE      ONE-TIME CONVERSION OF THE IDENTITY MASTER TO    *
000040*              THE WIDENED MSTLAY01 LAYOUT (LAST-ACTIVITY       *
000050*              DATE).  THE EXISTING MASTER IS READ UNDER ITS    *
000060*              67-BYTE IMAGE AND EVERY RECORD IS REWRITTEN TO A *
000070*              NEW KEYED FILE WITH LAST-ACTIVITY DATE ZERO,     *
000080*              UNTIL IDLOGON FIRST POSTS THE CODE1.  RUN ONCE,  *
000090*              BEFORE THE FIRST CYCLE ON THE NEW LAYOUT, THEN   *
000100*              SWAP THE NEW DATASET IN AS IDMASTER.  WITHOUT    *
000110*              THIS SWEEP EVERY KEYED OPEN OF AN OLD-FORMAT     *
000120*              MASTER FAILS ON THE RECORD-LENGTH MISMATCH.      *
000130*****************************************************************
000140 IDENTIFICATION   DIVISION.
000150 PROGRAM-ID.      IDMSTCV2.
000160 AUTHOR.          D W HOLLIS.
000170 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000180 DATE-WRITTEN.    10/15/2026.
000190 DATE-COMPILED.
000200*****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000250*****************************************************************
000260 ENVIRONMENT      DIVISION.
000270 CONFIGURATION    SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000320*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000330*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000340     SELECT BIZDATE      ASSIGN TO BIZDATE
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS  IS BIZDATE-STATUS.
000370*    MASTOLD IS THE MASTER AS IT STANDS TODAY - THE 67-BYTE
000380*    IMAGE WRITTEN SINCE IDMSTCNV, READ ONLY.
000390     SELECT MASTOLD      ASSIGN TO "FILEPATH\IDMASTER.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS DYNAMIC
000420         RECORD KEY   IS OLD-CODE1
000430         FILE STATUS  IS MASTOLD-STATUS.
000440*    MASTNEW IS THE CONVERTED MASTER ON THE WIDENED LAYOUT -
000450*    OPERATIONS SWAPS IT IN AS IDMASTER AFTER A CLEAN RUN.
000460     SELECT MASTNEW      ASSIGN TO "FILEPATH\IDMASTNW.DAT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS DYNAMIC
000490         RECORD KEY   IS MST-CODE1
000500         FILE STATUS  IS MASTNEW-STATUS.
000510     SELECT CNVRPT       ASSIGN TO "FILEPATH\CNVRPT.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530 DATA             DIVISION.
000540 FILE             SECTION.
000550 FD  BIZDATE
000560     RECORDING MODE IS F.
000570     COPY BDCLAY01.
000580 FD  MASTOLD.
000590*    THE 67-BYTE MASTER IMAGE, FROZEN HERE ON PURPOSE - THIS
000600*    PROGRAM MUST KEEP READING THE OLD SHAPE EVEN AS MSTLAY01
000610*    MOVES ON.
000620 01  OLD-MASTER-RECORD.
000630     05  OLD-CODE1                    PIC 9(06).
000640     05  OLD-USERNAME                 PIC X(30).
000650     05  OLD-DEPT-CODE                PIC X(04).
000660     05  OLD-STATUS                   PIC X(01).
000670     05  OLD-EFFECTIVE-DATE           PIC 9(08).
000680     05  OLD-LAST-SEEN-DATE           PIC 9(08).
000690     05  OLD-DELETE-FLAG              PIC X(01).
000700     05  OLD-MATCH-TYPE               PIC X(01).
000710     05  OLD-CERT-DATE                PIC 9(08).
000720 FD  MASTNEW.
000730     COPY MSTLAY01.
000740 FD  CNVRPT
000750     RECORDING MODE IS F.
000760 01  REPORT-LINE                      PIC X(80).
000770 WORKING-STORAGE  SECTION.
000780 01  STATE.
000790     05  STATE-CODE                  PIC X(02).
000800         88  SUCCESS                 VALUE "00".
000810         88  OUT-OF-BALANCE          VALUE "08".
000820         88  FAILURE                 VALUE "99".
000830 01  FLAG1                           PIC X(03).
000840     88  END-OF-OLD-MASTER           VALUE "EOF".
000850 01  MASTOLD-STATUS                  PIC X(02).
000860     88  MASTOLD-STATUS-OK           VALUE "00".
000870     88  MASTOLD-FILE-MISSING        VALUE "35".
000880 01  MASTNEW-STATUS                  PIC X(02).
000890     88  MASTNEW-STATUS-OK           VALUE "00".
000900 01  CONVERT-COUNTERS.
000910     05  RECORDS-READ-COUNT          PIC 9(07) COMP.
000920     05  RECORDS-WRITTEN-COUNT       PIC 9(07) COMP.
000930 01  BIZDATE-STATUS                  PIC X(02).
000940     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000950     88  BIZDATE-NOT-FOUND           VALUE "35".
000960 01  RUN-DATE-FIELDS.
000970     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000980     05  RUN-DATE-CCYYMMDD-X REDEFINES
000990         RUN-DATE-CCYYMMDD.
001000         10  RUN-DATE-CCYY           PIC 9(04).
001010         10  RUN-DATE-MM             PIC 9(02).
001020         10  RUN-DATE-DD             PIC 9(02).
001030 01  RUN-DATE-DISPLAY                PIC X(10).
001040 01  CONVERT-HEADING-LINE.
001050     05  FILLER                      PIC X(38)  VALUE
001060         "IDMSTCV2 MASTER LAYOUT CONVERSION     ".
001070     05  FILLER                      PIC X(09)  VALUE
001080         "RUN DATE ".
001090     05  CHL-RUN-DATE                PIC X(10).
001100     05  FILLER                      PIC X(23)  VALUE SPACES.
001110 01  CONVERT-TOTAL-LINE.
001120     05  CTL-LABEL                   PIC X(24).
001130     05  FILLER                      PIC X(02)  VALUE SPACES.
001140     05  CTL-VALUE                   PIC X(10).
001150     05  FILLER                      PIC X(44)  VALUE SPACES.
001160 01  CONVERT-COUNT-DISPLAY           PIC ZZZZZZ9.
001170 PROCEDURE        DIVISION.
001180 MAIN             SECTION.
001190 MAIN-ENTRY.
001200     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001210     IF FAILURE
001220         DISPLAY "IDMSTCV2 - NO USABLE BUSINESS DATE - STEP ENDED"
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN
001250     END-IF.
001260     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001270     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001280         UNTIL END-OF-OLD-MASTER.
001290     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
001300     STOP RUN.
001310*****************************************************************
001320* PRE-PROCESS - OPEN BOTH MASTERS AND POSITION THE SWEEP.  A    *
001330* MISSING OLD MASTER IS A HARD FAILURE - THERE IS NOTHING TO    *
001340* CONVERT.                                                      *
001350*****************************************************************
001360 PRE-PROCESS      SECTION.
001370 PRE-PROCESS-ENTRY.
001380     MOVE SPACES  TO FLAG1.
001390     MOVE "00"    TO STATE-CODE.
001400     MOVE ZERO    TO RECORDS-READ-COUNT
001410                     RECORDS-WRITTEN-COUNT.
001420     STRING RUN-DATE-MM  DELIMITED BY SIZE
001430            "/"          DELIMITED BY SIZE
001440            RUN-DATE-DD  DELIMITED BY SIZE
001450            "/"          DELIMITED BY SIZE
001460            RUN-DATE-CCYY DELIMITED BY SIZE
001470         INTO RUN-DATE-DISPLAY.
001480     OPEN OUTPUT CNVRPT.
001490     MOVE RUN-DATE-DISPLAY     TO CHL-RUN-DATE.
001500     MOVE CONVERT-HEADING-LINE TO REPORT-LINE.
001510     WRITE REPORT-LINE.
001520     MOVE SPACES               TO REPORT-LINE.
001530     WRITE REPORT-LINE.
001540     OPEN INPUT MASTOLD.
001550     IF NOT MASTOLD-STATUS-OK
001560         SET FAILURE TO TRUE
001570         SET END-OF-OLD-MASTER TO TRUE
001580         DISPLAY "IDMSTCV2 - CANNOT OPEN OLD MASTER, STATUS = "
001590             MASTOLD-STATUS
001600         GO TO PRE-PROCESS-EXIT
001610     END-IF.
001620     OPEN OUTPUT MASTNEW.
001630     IF NOT MASTNEW-STATUS-OK
001640         SET FAILURE TO TRUE
001650         SET END-OF-OLD-MASTER TO TRUE
001660         DISPLAY "IDMSTCV2 - CANNOT OPEN NEW MASTER, STATUS = "
001670             MASTNEW-STATUS
001680         GO TO PRE-PROCESS-EXIT
001690     END-IF.
001700     MOVE ZERO TO OLD-CODE1.
001710     START MASTOLD KEY NOT < OLD-CODE1
001720         INVALID KEY SET END-OF-OLD-MASTER TO TRUE
001730     END-START.
001740 PRE-PROCESS-EXIT.
001750     EXIT.
001760*****************************************************************
001770* MAIN-PROCESS - CONVERT ONE RECORD PER INVOCATION.  EVERY      *
001780* EXISTING FIELD IS CARRIED ACROSS AS IT STANDS; THE NEW        *
001790* LAST-ACTIVITY DATE IS ZERO (NO LOGON YET REPORTED) UNTIL THE  *
001800* FIRST IDLOGON RUN POSTS THE ACTIVITY FEED.                    *
001810*****************************************************************
001820 MAIN-PROCESS     SECTION.
001830 MAIN-PROCESS-ENTRY.
001840     READ MASTOLD NEXT RECORD
001850         AT END SET END-OF-OLD-MASTER TO TRUE
001860     END-READ.
001870     IF END-OF-OLD-MASTER
001880         GO TO MAIN-PROCESS-EXIT
001890     END-IF.
001900     IF NOT MASTOLD-STATUS-OK
001910         SET FAILURE TO TRUE
001920         SET END-OF-OLD-MASTER TO TRUE
001930         DISPLAY "IDMSTCV2 - I/O ERROR ON OLD MASTER, STATUS = "
001940             MASTOLD-STATUS
001950         GO TO MAIN-PROCESS-EXIT
001960     END-IF.
001970     ADD 1 TO RECORDS-READ-COUNT.
001980     MOVE OLD-CODE1          TO MST-CODE1.
001990     MOVE OLD-USERNAME       TO MST-USERNAME.
002000     MOVE OLD-DEPT-CODE      TO MST-DEPT-CODE.
002010     MOVE OLD-STATUS         TO MST-STATUS.
002020     MOVE OLD-EFFECTIVE-DATE TO MST-EFFECTIVE-DATE.
002030     MOVE OLD-LAST-SEEN-DATE TO MST-LAST-SEEN-DATE.
002040     MOVE OLD-DELETE-FLAG    TO MST-DELETE-FLAG.
002050     MOVE OLD-MATCH-TYPE     TO MST-MATCH-TYPE.
002060     MOVE OLD-CERT-DATE      TO MST-CERT-DATE.
002070     MOVE ZERO               TO MST-LAST-ACTIVITY-DATE.
002080     WRITE MASTER-RECORD
002090         INVALID KEY
002100             SET FAILURE TO TRUE
002110             SET END-OF-OLD-MASTER TO TRUE
002120             DISPLAY "IDMSTCV2 - WRITE FAILED ON NEW MASTER, "
002130                 "STATUS = " MASTNEW-STATUS
002140     END-WRITE.
002150     IF SUCCESS
002160         ADD 1 TO RECORDS-WRITTEN-COUNT
002170     END-IF.
002180 MAIN-PROCESS-EXIT.
002190     EXIT.
002200*****************************************************************
002210* POST-PROCESS - PROVE READ = WRITTEN, PRINT THE TOTALS AND     *
002220* CLOSE ALL FILES.  AN UNBALANCED CONVERSION MUST NOT BE        *
002230* SWAPPED IN.                                                   *
002240*****************************************************************
002250 POST-PROCESS     SECTION.
002260 POST-PROCESS-ENTRY.
002270     IF SUCCESS
002280      AND RECORDS-READ-COUNT NOT = RECORDS-WRITTEN-COUNT
002290         SET OUT-OF-BALANCE TO TRUE
002300         DISPLAY "IDMSTCV2 - CONVERSION COUNTS DO NOT BALANCE"
002310     END-IF.
002320     PERFORM 3300-WRITE-CONVERT-TOTALS THRU 3300-EXIT.
002330     CLOSE MASTOLD.
002340     CLOSE MASTNEW.
002350     CLOSE CNVRPT.
002360     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
002370 POST-PROCESS-EXIT.
002380     EXIT.
002390 3300-WRITE-CONVERT-TOTALS.
002400     MOVE RECORDS-READ-COUNT  TO CONVERT-COUNT-DISPLAY.
002410     MOVE SPACES              TO CONVERT-TOTAL-LINE.
002420     MOVE "OLD RECORDS READ"  TO CTL-LABEL.
002430     MOVE CONVERT-COUNT-DISPLAY TO CTL-VALUE.
002440     MOVE CONVERT-TOTAL-LINE  TO REPORT-LINE.
002450     WRITE REPORT-LINE.
002460     MOVE RECORDS-WRITTEN-COUNT TO CONVERT-COUNT-DISPLAY.
002470     MOVE SPACES              TO CONVERT-TOTAL-LINE.
002480     MOVE "NEW RECORDS WRITTEN" TO CTL-LABEL.
002490     MOVE CONVERT-COUNT-DISPLAY TO CTL-VALUE.
002500     MOVE CONVERT-TOTAL-LINE  TO REPORT-LINE.
002510     WRITE REPORT-LINE.
002520     MOVE SPACES              TO REPORT-LINE.
002530     WRITE REPORT-LINE.
002540     IF SUCCESS
002550         MOVE "CONVERSION IS IN BALANCE - SWAP THE NEW MASTER IN"
002560             TO REPORT-LINE
002570     ELSE
002580         MOVE "CONVERSION FAILED OR OUT OF BALANCE - DO NOT SWAP"
002590             TO REPORT-LINE
002600     END-IF.
002610     WRITE REPORT-LINE.
002620 3300-EXIT.
002630     EXIT.
002640 3400-SET-RETURN-CODE.
002650     IF SUCCESS
002660         MOVE 0  TO RETURN-CODE
002670     ELSE
002680         IF OUT-OF-BALANCE
002690             MOVE 8  TO RETURN-CODE
002700         ELSE
002710             MOVE 99 TO RETURN-CODE
002720         END-IF
002730     END-IF.
002740 3400-EXIT.
002750     EXIT.
002760*****************************************************************
002770* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
002780* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
002790* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
002800* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
002810* ENDS THE STEP.                                                *
002820*****************************************************************
002830 9000-READ-BUSINESS-DATE.
002840     MOVE "00" TO STATE-CODE.
002850     OPEN INPUT BIZDATE.
002860     IF BIZDATE-NOT-FOUND
002870         SET FAILURE TO TRUE
002880         DISPLAY "IDMSTCV2 - NO BUSINESS-DATE CARD ON BIZDATE"
002890         GO TO 9000-EXIT
002900     END-IF.
002910     IF NOT BIZDATE-STATUS-OK
002920         SET FAILURE TO TRUE
002930         DISPLAY "IDMSTCV2 - CANNOT OPEN BIZDATE, STATUS = "
002940             BIZDATE-STATUS
002950         GO TO 9000-EXIT
002960     END-IF.
002970     READ BIZDATE
002980         AT END
002990             SET FAILURE TO TRUE
003000             DISPLAY "IDMSTCV2 - EMPTY BUSINESS-DATE CARD"
003010     END-READ.
003020     IF NOT FAILURE
003030         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
003040     END-IF.
003050     CLOSE BIZDATE.
003060 9000-EXIT.
003070     EXIT.
003080 9050-EDIT-BUSINESS-DATE.
003090     IF BDC-BUSINESS-DATE NOT NUMERIC
003100      OR NOT BDC-MONTH-VALID
003110      OR NOT BDC-DAY-VALID
003120         SET FAILURE TO TRUE
003130         DISPLAY "IDMSTCV2 - INVALID BUSINESS-DATE CARD "
003140             BDC-BUSINESS-DATE
003150         GO TO 9050-EXIT
003160     END-IF.
003170     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
003180 9050-EXIT.
003190     EXIT.
