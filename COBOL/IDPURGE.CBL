000040*              SWEEPS MASTFILE AND MOVES RECORDS THAT HAVE      *
000050*              CARRIED THE DELETE FLAG LONGER THAN THE          *
000060*              RETENTION PERIOD (MST-LAST-SEEN-DATE OLDER THAN  *
000070*              THE CUTOFF COUNTED BACK FROM THE BUSINESS DATE)  *
000080*              OUT TO A PERMANENT SEQUENTIAL ARCHIVE, DELETES   *
000090*              THEM FROM THE MASTER AND PRINTS A PURGE REPORT   *
000100*              WITH KEPT/ARCHIVED/DELETED COUNTS THAT BALANCING *
000110*              CAN TIE OUT.  RETENTION POLICY IS 378 BUSINESS   *
000120*              DAYS UNLESS THE PARAMETER CARD SAYS OTHERWISE.   *
000130*****************************************************************
000140 IDENTIFICATION   DIVISION.
000150 PROGRAM-ID.      IDPURGE.
000242*   09/01/2026 DWH    ARCHIVE IMAGE WIDENED TO MATCH THE MASTER  *
000244*                     RECORD AFTER MSTLAY01 PICKED UP MATCH      *
000246*                     TYPE AND CERTIFICATION DATE.               *
000247*   10/15/2026 DWH    BUSINESS DATE FROM BIZDATE, NOT THE CLOCK; *
000248*                     RETENTION NOW IN BUSINESS DAYS ON PROCCAL  *
000249*                     (378 DEFAULT, 4-DIGIT PARAMETER CARD).     *
000250*   10/15/2026 DWH    ARCHIVE IMAGE WIDENED FOR LAST-ACTIVITY.   *
000251*   10/15/2026 DWH    A RETENTION CARD THAT IS PRESENT BUT NOT A *
000252*                     VALID 4-DIGIT DAY COUNT NOW ENDS THE STEP  *
000253*                     (RC 16) INSTEAD OF DEFAULTING TO 378 DAYS. *
000255*****************************************************************
000260 ENVIRONMENT      DIVISION.
000270 CONFIGURATION    SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000311*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000312*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000313     SELECT BIZDATE      ASSIGN TO BIZDATE
000314         ORGANIZATION IS LINE SEQUENTIAL
000315         FILE STATUS  IS BIZDATE-STATUS.
000320*    PURGPARM IS THE RETENTION PARAMETER CARD - BUSINESS DAYS A
000325*    DELETE-FLAGGED RECORD IS KEPT BEFORE PURGING (FOUR DIGITS).
000330*    A MISSING OR EMPTY CARD FALLS BACK TO THE 378-DAY POLICY
000335*    DEFAULT.  A CARD THAT IS NOT FOUR DIGITS, IS ZERO OR IS STILL
000340*    IN THE OLD THREE-DIGIT MONTHS FORMAT ENDS THE STEP WITH
000345*    RETURN CODE 16 BEFORE ANYTHING IS PURGED.
000350     SELECT PURGPARM     ASSIGN TO PURGPARM
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS PURGPARM-STATUS.
000480         FILE STATUS  IS ARCHFILE-STATUS.
000490     SELECT PURGRPT      ASSIGN TO "FILEPATH\PURGRPT.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000501*    PROCCAL IS THE SHARED PROCESSING CALENDAR - BUSINESS DAYS,
000502*    HOLIDAYS AND WEEKENDS IN DATE ORDER (LAYOUT CALLAY01).
000503     SELECT PROCCAL      ASSIGN TO "FILEPATH\PROCCAL.DAT"
000504         ORGANIZATION IS LINE SEQUENTIAL
000505         FILE STATUS  IS PROCCAL-STATUS.
000510 DATA             DIVISION.
000520 FILE             SECTION.
000522 FD  BIZDATE
000524     RECORDING MODE IS F.
000526     COPY BDCLAY01.
000530 FD  PURGPARM
000540     RECORDING MODE IS F.
000550 01  PURGE-PARM-CARD.
000560     05  PRM-RETENTION-DAYS           PIC X(04).
000570 FD  MASTFILE.
000580     COPY MSTLAY01.
000590 FD  ARCHFILE
000630*    REMOVED IT.
000640 01  ARCHIVE-RECORD.
000650     05  ARC-PURGE-DATE               PIC 9(08).
000660     05  ARC-MASTER-IMAGE             PIC X(75).
000670 FD  PURGRPT
000680     RECORDING MODE IS F.
000690 01  REPORT-LINE                      PIC X(80).
000692 FD  PROCCAL
000694     RECORDING MODE IS F.
000696     COPY CALLAY01.
000700 WORKING-STORAGE  SECTION.
000710 01  STATE.
000720     05  STATE-CODE                  PIC X(02).
000730         88  SUCCESS                 VALUE "00".
000740         88  OUT-OF-BALANCE          VALUE "08".
000742         88  SEQUENCE-REFUSED        VALUE "16".
000750         88  FAILURE                 VALUE "99".
000760 01  FLAG1                           PIC X(03).
000770     88  END-OF-MASTER               VALUE "EOF".
000780 01  FLAG2                           PIC X(03).
000790     88  END-OF-PARM                 VALUE "EOF".
000791 01  FLAG3                           PIC X(03).
000792     88  END-OF-CALENDAR             VALUE "EOF".
000793 01  CALENDAR-REACH-SWITCH           PIC X(01).
000794     88  CALENDAR-REACHES-DATE       VALUE "Y".
000795     88  CALENDAR-FALLS-SHORT        VALUE "N".
000800 01  PURGPARM-STATUS                 PIC X(02).
000810     88  PURGPARM-STATUS-OK          VALUES "00" "10".
000820     88  PURGPARM-NOT-FOUND          VALUE "35".
000860 01  ARCHFILE-STATUS                 PIC X(02).
000870     88  ARCHFILE-STATUS-OK          VALUES "00" "10".
000880     88  ARCHFILE-NOT-FOUND          VALUE "35".
000882 01  PROCCAL-STATUS                  PIC X(02).
000884     88  PROCCAL-STATUS-OK           VALUES "00" "10".
000886     88  PROCCAL-NOT-FOUND           VALUE "35".
000890 01  RETENTION-CONTROLS.
000900*    RETENTION POLICY - A DELETE-FLAGGED RECORD IS HELD THIS
000910*    MANY BUSINESS DAYS PAST ITS LAST-SEEN DATE BEFORE PURGING.
000920     05  RETENTION-DAYS               PIC 9(04) VALUE 0378.
000930     05  RETENTION-DEFAULT-DAYS       PIC 9(04) VALUE 0378.
000940 01  PURGE-COUNTERS.
000950     05  RECORDS-READ-COUNT          PIC 9(07) COMP.
000960     05  RECORDS-KEPT-COUNT          PIC 9(07) COMP.
000970     05  RECORDS-ARCHIVED-COUNT      PIC 9(07) COMP.
000980     05  RECORDS-DELETED-COUNT       PIC 9(07) COMP.
000982 01  BIZDATE-STATUS                  PIC X(02).
000984     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000986     88  BIZDATE-NOT-FOUND           VALUE "35".
000990 01  RUN-DATE-FIELDS.
001000     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001010     05  RUN-DATE-CCYYMMDD-X REDEFINES
001040         10  RUN-DATE-MM             PIC 9(02).
001050         10  RUN-DATE-DD             PIC 9(02).
001060 01  RUN-DATE-DISPLAY                PIC X(10).
001062 01  BUSINESS-CALENDAR.
001064     05  CALENDAR-ENTRY  OCCURS 5000 TIMES.
001066         10  CALT-BUSINESS-DATE      PIC 9(08).
001070 01  CUTOFF-DATE-FIELDS.
001080     05  CUTOFF-CCYYMMDD             PIC 9(08).
001090     05  CUTOFF-CCYYMMDD-X REDEFINES
001110         10  CUTOFF-CCYY             PIC 9(04).
001120         10  CUTOFF-MM               PIC 9(02).
001130         10  CUTOFF-DD               PIC 9(02).
001132 01  CALENDAR-WORK.
001134     05  CALENDAR-COUNT              PIC S9(05) COMP.
001136     05  CALENDAR-POSITION           PIC S9(05) COMP.
001138     05  CALENDAR-LOW                PIC S9(05) COMP.
001140     05  CALENDAR-HIGH               PIC S9(05) COMP.
001142     05  CALENDAR-MID                PIC S9(05) COMP.
001144     05  CALENDAR-SEEK-DATE          PIC 9(08).
001146     05  CALENDAR-LAST-DATE          PIC 9(08).
001170 01  PURGE-HEADING-LINE.
001180     05  FILLER                      PIC X(38)  VALUE
001190         "IDPURGE MASTER RETENTION PURGE REPORT ".
001240 01  PURGE-POLICY-LINE.
001250     05  FILLER                      PIC X(10)  VALUE
001260         "RETENTION ".
001270     05  PPL-RETENTION-DAYS          PIC ZZZ9.
001280     05  FILLER                      PIC X(23)  VALUE
001290         " BUSINESS DAYS, CUTOFF ".
001300     05  PPL-CUTOFF-DATE             PIC 9(08).
001310     05  FILLER                      PIC X(35)  VALUE SPACES.
001320 01  PURGE-COLUMN-LINE.
001330     05  FILLER                      PIC X(08)  VALUE "CODE1".
001340     05  FILLER                      PIC X(32)  VALUE "USERNAME".
001570 PROCEDURE        DIVISION.
001580 MAIN             SECTION.
001590 MAIN-ENTRY.
001591     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001592     IF FAILURE
001593         DISPLAY "IDPURGE - NO USABLE BUSINESS DATE - STEP ENDED"
001594         MOVE 16 TO RETURN-CODE
001595         STOP RUN
001596     END-IF.
001600     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001610     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001620         UNTIL END-OF-MASTER.
001740                     RECORDS-KEPT-COUNT
001750                     RECORDS-ARCHIVED-COUNT
001760                     RECORDS-DELETED-COUNT.
001780     STRING RUN-DATE-MM  DELIMITED BY SIZE
001790            "/"          DELIMITED BY SIZE
001800            RUN-DATE-DD  DELIMITED BY SIZE
002110 PRE-PROCESS-EXIT.
002120     EXIT.
002130 1100-READ-RETENTION-PARM.
002140     MOVE RETENTION-DEFAULT-DAYS TO RETENTION-DAYS.
002150     OPEN INPUT PURGPARM.
002160     IF PURGPARM-NOT-FOUND
002165         DISPLAY "IDPURGE - NO PARAMETER CARD, USING 378 "
002170             "BUSINESS DAYS"
002180         GO TO 1100-EXIT
002190     END-IF.
002200     IF NOT PURGPARM-STATUS-OK
002270     READ PURGPARM
002280         AT END SET END-OF-PARM TO TRUE
002290     END-READ.
002295     IF END-OF-PARM
002300      OR PRM-RETENTION-DAYS = SPACES
002305         DISPLAY "IDPURGE - EMPTY PARAMETER CARD, USING 378 "
002310             "BUSINESS DAYS"
002315     ELSE
002320         IF PRM-RETENTION-DAYS NUMERIC
002325          AND PRM-RETENTION-DAYS NOT = "0000"
002330             MOVE PRM-RETENTION-DAYS TO RETENTION-DAYS
002335         ELSE
002340             SET SEQUENCE-REFUSED TO TRUE
002345             SET END-OF-MASTER TO TRUE
002350             DISPLAY "IDPURGE - RETENTION PARM "
002355                 PRM-RETENTION-DAYS " IS NOT A 4-DIGIT BUSINESS "
002360                 "DAY COUNT - NOTHING PURGED"
002365         END-IF
002370     END-IF.
002410     CLOSE PURGPARM.
002420 1100-EXIT.
002430     EXIT.
002440*****************************************************************
002445* 1200-COMPUTE-CUTOFF-DATE - COUNT THE RETENTION DAYS BACK      *
002450* FROM THE BUSINESS DATE ON THE PROCESSING CALENDAR.  THE       *
002455* CUTOFF IS THE BUSINESS DAY THAT MANY BUSINESS DAYS AGO - A    *
002460* RECORD LAST SEEN BEFORE IT HAS BEEN GONE LONGER THAN THE      *
002465* POLICY ALLOWS.  A CALENDAR THAT DOES NOT REACH BACK THAT FAR  *
002470* FAILS THE STEP RATHER THAN PURGE ON A GUESS.                  *
002475*****************************************************************
002480 1200-COMPUTE-CUTOFF-DATE.
002485     MOVE ZERO TO CUTOFF-CCYYMMDD.
002490     IF NOT SUCCESS
002495         GO TO 1200-EXIT
002500     END-IF.
002505     PERFORM 9300-LOAD-CALENDAR THRU 9300-EXIT.
002510     IF FAILURE
002515         SET END-OF-MASTER TO TRUE
002520         GO TO 1200-EXIT
002525     END-IF.
002530     MOVE RUN-DATE-CCYYMMDD TO CALENDAR-SEEK-DATE.
002535     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
002540     IF CALENDAR-POSITION NOT > RETENTION-DAYS
002545         SET FAILURE TO TRUE
002550         SET END-OF-MASTER TO TRUE
002555         DISPLAY "IDPURGE - PROCCAL DOES NOT REACH BACK "
002560             RETENTION-DAYS " BUSINESS DAYS"
002565         GO TO 1200-EXIT
002570     END-IF.
002575     COMPUTE CALENDAR-MID = CALENDAR-POSITION - RETENTION-DAYS.
002580     MOVE CALT-BUSINESS-DATE (CALENDAR-MID) TO CUTOFF-CCYYMMDD.
002585 1200-EXIT.
002590     EXIT.
002650 1300-WRITE-REPORT-HEADINGS.
002660     MOVE RUN-DATE-DISPLAY    TO PHL-RUN-DATE.
002670     MOVE PURGE-HEADING-LINE  TO REPORT-LINE.
002680     WRITE REPORT-LINE.
002690     MOVE RETENTION-DAYS      TO PPL-RETENTION-DAYS.
002700     MOVE CUTOFF-CCYYMMDD     TO PPL-CUTOFF-DATE.
002710     MOVE PURGE-POLICY-LINE   TO REPORT-LINE.
002720     WRITE REPORT-LINE.
004050 3300-EXIT.
004060     EXIT.
004070 3400-SET-RETURN-CODE.
004075     IF SUCCESS
004080         MOVE 0  TO RETURN-CODE
004085     ELSE
004090         IF OUT-OF-BALANCE
004095             MOVE 8  TO RETURN-CODE
004100         ELSE
004105             IF SEQUENCE-REFUSED
004110                 MOVE 16 TO RETURN-CODE
004115             ELSE
004120                 MOVE 99 TO RETURN-CODE
004125             END-IF
004130         END-IF
004135     END-IF.
004170 3400-EXIT.
004180     EXIT.
004190*****************************************************************
004200* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
004210* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
004220* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
004230* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
004240* ENDS THE STEP.                                                *
004250*****************************************************************
004260 9000-READ-BUSINESS-DATE.
004270     MOVE "00" TO STATE-CODE.
004280     OPEN INPUT BIZDATE.
004290     IF BIZDATE-NOT-FOUND
004300         SET FAILURE TO TRUE
004310         DISPLAY "IDPURGE - NO BUSINESS-DATE CARD ON BIZDATE"
004320         GO TO 9000-EXIT
004330     END-IF.
004340     IF NOT BIZDATE-STATUS-OK
004350         SET FAILURE TO TRUE
004360         DISPLAY "IDPURGE - CANNOT OPEN BIZDATE, STATUS = "
004370             BIZDATE-STATUS
004380         GO TO 9000-EXIT
004390     END-IF.
004400     READ BIZDATE
004410         AT END
004420             SET FAILURE TO TRUE
004430             DISPLAY "IDPURGE - EMPTY BUSINESS-DATE CARD"
004440     END-READ.
004450     IF NOT FAILURE
004460         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
004470     END-IF.
004480     CLOSE BIZDATE.
004490 9000-EXIT.
004500     EXIT.
004510 9050-EDIT-BUSINESS-DATE.
004520     IF BDC-BUSINESS-DATE NOT NUMERIC
004530      OR NOT BDC-MONTH-VALID
004540      OR NOT BDC-DAY-VALID
004550         SET FAILURE TO TRUE
004560         DISPLAY "IDPURGE - INVALID BUSINESS-DATE CARD "
004570             BDC-BUSINESS-DATE
004580         GO TO 9050-EXIT
004590     END-IF.
004600     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
004610 9050-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 9300-LOAD-CALENDAR - LOAD THE BUSINESS DAYS OF THE PROCESSING *
004650* CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, INTO THE     *
004660* CALENDAR TABLE IN DATE ORDER.  HOLIDAYS AND WEEKENDS ARE NOT  *
004670* LOADED - ONLY BUSINESS DAYS COUNT.  A MISSING CALENDAR, ONE   *
004680* OUT OF DATE ORDER, OR ONE THAT STOPS SHORT OF THE BUSINESS    *
004690* DATE ENDS THE STEP RATHER THAN COUNT DAYS WRONG.              *
004700*****************************************************************
004710 9300-LOAD-CALENDAR.
004720     MOVE ZERO    TO CALENDAR-COUNT
004730                     CALENDAR-LAST-DATE.
004740     MOVE SPACES  TO FLAG3.
004750     SET CALENDAR-FALLS-SHORT TO TRUE.
004760     OPEN INPUT PROCCAL.
004770     IF NOT PROCCAL-STATUS-OK
004780         SET FAILURE TO TRUE
004790         DISPLAY "IDPURGE - CANNOT OPEN PROCCAL, STATUS = "
004800             PROCCAL-STATUS
004810         GO TO 9300-EXIT
004820     END-IF.
004830     PERFORM 9310-LOAD-CALENDAR-RECORD THRU 9310-EXIT
004840         UNTIL END-OF-CALENDAR.
004850     CLOSE PROCCAL.
004860     IF FAILURE
004870         GO TO 9300-EXIT
004880     END-IF.
004890     IF CALENDAR-FALLS-SHORT
004900      OR CALENDAR-COUNT = ZERO
004910         SET FAILURE TO TRUE
004920         DISPLAY "IDPURGE - PROCCAL DOES NOT COVER BUSINESS DATE "
004930             RUN-DATE-CCYYMMDD
004940     END-IF.
004950 9300-EXIT.
004960     EXIT.
004970 9310-LOAD-CALENDAR-RECORD.
004980     READ PROCCAL
004990         AT END SET END-OF-CALENDAR TO TRUE
005000     END-READ.
005010     IF END-OF-CALENDAR
005020         GO TO 9310-EXIT
005030     END-IF.
005040     IF NOT PROCCAL-STATUS-OK
005050         SET FAILURE TO TRUE
005060         SET END-OF-CALENDAR TO TRUE
005070         DISPLAY "IDPURGE - I/O ERROR ON PROCCAL, STATUS = "
005080             PROCCAL-STATUS
005090         GO TO 9310-EXIT
005100     END-IF.
005110     IF CAL-DATE NOT NUMERIC
005120      OR CAL-DATE NOT > CALENDAR-LAST-DATE
005130         SET FAILURE TO TRUE
005140         SET END-OF-CALENDAR TO TRUE
005150         DISPLAY "IDPURGE - PROCCAL OUT OF DATE ORDER AT "
005160             CAL-DATE
005170         GO TO 9310-EXIT
005180     END-IF.
005190     MOVE CAL-DATE TO CALENDAR-LAST-DATE.
005200     IF CAL-DATE NOT < RUN-DATE-CCYYMMDD
005210         SET CALENDAR-REACHES-DATE TO TRUE
005220     END-IF.
005230     IF CAL-DATE > RUN-DATE-CCYYMMDD
005240         SET END-OF-CALENDAR TO TRUE
005250         GO TO 9310-EXIT
005260     END-IF.
005270     IF NOT CAL-BUSINESS-DAY
005280         GO TO 9310-EXIT
005290     END-IF.
005300     IF CALENDAR-COUNT NOT < 5000
005310         SET FAILURE TO TRUE
005320         SET END-OF-CALENDAR TO TRUE
005330         DISPLAY "IDPURGE - CALENDAR TABLE FULL AT 5000 BUSINESS "
005340             "DAYS - ARCHIVE THE OLDEST YEARS OFF PROCCAL"
005350         GO TO 9310-EXIT
005360     END-IF.
005370     ADD 1 TO CALENDAR-COUNT.
005380     MOVE CAL-DATE TO CALT-BUSINESS-DATE (CALENDAR-COUNT).
005390 9310-EXIT.
005400     EXIT.
005410*****************************************************************
005420* 9400-LOCATE-BUSINESS-DATE - BINARY SEARCH OF THE CALENDAR     *
005430* TABLE.  CALENDAR-POSITION COMES BACK AS THE NUMBER OF         *
005440* BUSINESS DAYS ON OR BEFORE CALENDAR-SEEK-DATE (ZERO WHEN THE  *
005450* DATE IS AHEAD OF THE CALENDAR), SO THE DIFFERENCE OF TWO      *
005460* POSITIONS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.         *
005470*****************************************************************
005480 9400-LOCATE-BUSINESS-DATE.
005490     MOVE ZERO           TO CALENDAR-POSITION.
005500     MOVE 1              TO CALENDAR-LOW.
005510     MOVE CALENDAR-COUNT TO CALENDAR-HIGH.
005520     PERFORM 9410-HALVE-CALENDAR-RANGE THRU 9410-EXIT
005530         UNTIL CALENDAR-LOW > CALENDAR-HIGH.
005540 9400-EXIT.
005550     EXIT.
005560 9410-HALVE-CALENDAR-RANGE.
005570     COMPUTE CALENDAR-MID = (CALENDAR-LOW + CALENDAR-HIGH) / 2.
005580     IF CALT-BUSINESS-DATE (CALENDAR-MID) NOT > CALENDAR-SEEK-DATE
005590         MOVE CALENDAR-MID TO CALENDAR-POSITION
005600         COMPUTE CALENDAR-LOW  = CALENDAR-MID + 1
005610     ELSE
005620         COMPUTE CALENDAR-HIGH = CALENDAR-MID - 1
005630     END-IF.
005640 9410-EXIT.
005650     EXIT.
