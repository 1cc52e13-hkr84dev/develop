000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000241*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000242*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000243*                     THE DEFAULT CYCLE CUTOFF IS NOW 63 BUSINESS*
000244*                     DAYS BACK ON THE PROCESSING CALENDAR       *
000245*                     (PROCCAL) INSTEAD OF THREE CALENDAR MONTHS.*
000246*   10/15/2026 DWH    RVKCAND LAYOUT MOVED TO COPYBOOK RVCLAY01  *
000247*                     WITH A CANDIDATE REASON (R).  DORMANT      *
000248*                     CANDIDATES RAISED BY IDLOGON ARE CARRIED   *
000249*                     FORWARD INSTEAD OF BEING CLEARED.          *
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
000320*    CERTPARM IS THE CYCLE CUTOFF CARD (CCYYMMDD) - A USER
000330*    WHOSE CERTIFICATION DATE IS OLDER THAN THE CUTOFF HAS NOT
000340*    BEEN REVIEWED THIS CYCLE.  WITH NO CARD THE CUTOFF FALLS
000345*    BACK TO THE BUSINESS DATE LESS 63 BUSINESS DAYS - ONE
000350*    QUARTER ON THE PROCESSING CALENDAR.
000360     SELECT CERTPARM     ASSIGN TO CERTPARM
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS CERTPARM-STATUS.
000490         FILE STATUS  IS MASTER-FILE-STATUS.
000500*    RVKCAND COLLECTS THE MANAGER-REJECTED USERS FOR SECURITY
000510*    TO ACTION - THE RECERTIFICATION COUNTERPART OF THE
000520*    AUTOMATED REVOCATION FEED.  IDLOGON RAISES DORMANT
000522*    ACCOUNTS ON THE SAME FILE, SO EACH RUN RESTATES ITS OWN
000524*    REJECTS AND CARRIES THE DORMANT CANDIDATES FORWARD.
000530     SELECT RVKCAND      ASSIGN TO "FILEPATH\RVKCAND.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000541         FILE STATUS  IS RVKCAND-STATUS.
000542*    RVKKEEP HOLDS THE CARRIED-FORWARD CANDIDATES WHILE RVKCAND
000543*    IS REWRITTEN.
000544     SELECT RVKKEEP      ASSIGN TO "FILEPATH\RVKKEEP.DAT"
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS  IS RVKKEEP-STATUS.
000550     SELECT CERTRRPT     ASSIGN TO "FILEPATH\CERTRRPT.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570*    ESCRPT IS THE NON-RESPONDER ESCALATION REPORT - USERS
000580*    WITH NO RESPONSE BY THE DEADLINE.
000590     SELECT ESCRPT       ASSIGN TO "FILEPATH\ESCRPT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000601*    PROCCAL IS THE SHARED PROCESSING CALENDAR - BUSINESS DAYS,
000602*    HOLIDAYS AND WEEKENDS IN DATE ORDER (LAYOUT CALLAY01).
000603     SELECT PROCCAL      ASSIGN TO "FILEPATH\PROCCAL.DAT"
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS  IS PROCCAL-STATUS.
000610 DATA             DIVISION.
000620 FILE             SECTION.
000622 FD  BIZDATE
000624     RECORDING MODE IS F.
000626     COPY BDCLAY01.
000630 FD  CERTPARM
000640     RECORDING MODE IS F.
000650 01  CERT-PARM-CARD.
000760     COPY MSTLAY01.
000770 FD  RVKCAND
000780     RECORDING MODE IS F.
000790     COPY RVCLAY01.
000800 FD  RVKKEEP
000810     RECORDING MODE IS F.
000820 01  KEEP-CANDIDATE-RECORD            PIC X(66).
000860 FD  CERTRRPT
000870     RECORDING MODE IS F.
000880 01  REPORT-LINE                      PIC X(80).
000890 FD  ESCRPT
000900     RECORDING MODE IS F.
000910 01  ESCALATION-LINE                  PIC X(80).
000912 FD  PROCCAL
000914     RECORDING MODE IS F.
000916     COPY CALLAY01.
000920 WORKING-STORAGE  SECTION.
000930 01  STATE.
000940     05  STATE-CODE                  PIC X(02).
001000     88  END-OF-MASTER               VALUE "EOF".
001010 01  FLAG3                           PIC X(03).
001020     88  END-OF-PARM                 VALUE "EOF".
001021 01  FLAG4                           PIC X(03).
001022     88  END-OF-CALENDAR             VALUE "EOF".
001023 01  CALENDAR-REACH-SWITCH           PIC X(01).
001024     88  CALENDAR-REACHES-DATE       VALUE "Y".
001025     88  CALENDAR-FALLS-SHORT        VALUE "N".
001030 01  CERTPARM-STATUS                 PIC X(02).
001040     88  CERTPARM-STATUS-OK          VALUES "00" "10".
001050     88  CERTPARM-NOT-FOUND          VALUE "35".
001060 01  CERTRESP-STATUS                 PIC X(02).
001070     88  CERTRESP-STATUS-OK          VALUES "00" "10".
001072 01  PROCCAL-STATUS                  PIC X(02).
001074     88  PROCCAL-STATUS-OK           VALUES "00" "10".
001076     88  PROCCAL-NOT-FOUND           VALUE "35".
001080 01  MASTER-FILE-STATUS              PIC X(02).
001090     88  MASTER-STATUS-OK            VALUE "00".
001100     88  MASTER-RECORD-MISSING       VALUE "23".
001110     88  MASTER-FILE-MISSING         VALUE "35".
001111 01  RVKCAND-STATUS                  PIC X(02).
001112     88  RVKCAND-STATUS-OK           VALUES "00" "10".
001113     88  RVKCAND-NOT-FOUND           VALUE "35".
001114 01  RVKKEEP-STATUS                  PIC X(02).
001115     88  RVKKEEP-STATUS-OK           VALUES "00" "10".
001116 01  FLAG5                           PIC X(03).
001117     88  END-OF-CANDIDATES           VALUE "EOF".
001118 01  CANDIDATES-CARRIED-COUNT        PIC 9(07) COMP.
001120 01  RESPONSE-COUNTERS.
001130     05  RESPONSES-READ-COUNT        PIC 9(07) COMP.
001140     05  USERS-CERTIFIED-COUNT       PIC 9(07) COMP.
001150     05  USERS-REJECTED-COUNT        PIC 9(07) COMP.
001160     05  RESPONSES-INVALID-COUNT     PIC 9(07) COMP.
001170     05  NON-RESPONDERS-COUNT        PIC 9(07) COMP.
001172 01  BIZDATE-STATUS                  PIC X(02).
001174     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001176     88  BIZDATE-NOT-FOUND           VALUE "35".
001180 01  RUN-DATE-FIELDS.
001190     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001200     05  RUN-DATE-CCYYMMDD-X REDEFINES
001230         10  RUN-DATE-MM             PIC 9(02).
001240         10  RUN-DATE-DD             PIC 9(02).
001250 01  RUN-DATE-DISPLAY                PIC X(10).
001252 01  BUSINESS-CALENDAR.
001254     05  CALENDAR-ENTRY  OCCURS 5000 TIMES.
001256         10  CALT-BUSINESS-DATE      PIC 9(08).
001260 01  CUTOFF-DATE-FIELDS.
001270     05  CUTOFF-CCYYMMDD             PIC 9(08).
001280     05  CUTOFF-CCYYMMDD-X REDEFINES
001300         10  CUTOFF-CCYY             PIC 9(04).
001310         10  CUTOFF-MM               PIC 9(02).
001320         10  CUTOFF-DD               PIC 9(02).
001322 01  CYCLE-CONTROLS.
001324*    QUARTERLY POLICY - ONE CYCLE IS 63 BUSINESS DAYS.
001326     05  CYCLE-BUSINESS-DAYS         PIC 9(03) VALUE 063.
001328 01  CALENDAR-WORK.
001330     05  CALENDAR-COUNT              PIC S9(05) COMP.
001332     05  CALENDAR-POSITION           PIC S9(05) COMP.
001334     05  CALENDAR-LOW                PIC S9(05) COMP.
001336     05  CALENDAR-HIGH               PIC S9(05) COMP.
001338     05  CALENDAR-MID                PIC S9(05) COMP.
001340     05  CALENDAR-SEEK-DATE          PIC 9(08).
001342     05  CALENDAR-LAST-DATE          PIC 9(08).
001360 01  RESP-HEADING-LINE.
001370     05  FILLER                      PIC X(38)  VALUE
001380         "IDCERTR RECERTIFICATION RESPONSES     ".
001880 PROCEDURE        DIVISION.
001890 MAIN             SECTION.
001900 MAIN-ENTRY.
001901     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001902     IF FAILURE
001903         DISPLAY "IDCERTR - NO USABLE BUSINESS DATE - STEP ENDED"
001904         MOVE 16 TO RETURN-CODE
001905         STOP RUN
001906     END-IF.
001910     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001920     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001930         UNTIL END-OF-RESPONSES.
002060                     USERS-REJECTED-COUNT
002070                     RESPONSES-INVALID-COUNT
002080                     NON-RESPONDERS-COUNT.
002100     STRING RUN-DATE-MM  DELIMITED BY SIZE
002110            "/"          DELIMITED BY SIZE
002120            RUN-DATE-DD  DELIMITED BY SIZE
002230     WRITE REPORT-LINE.
002240     MOVE SPACES            TO REPORT-LINE.
002250     WRITE REPORT-LINE.
002260     PERFORM 1200-RESTATE-CANDIDATE-FILE THRU 1200-EXIT.
002270     OPEN OUTPUT ESCRPT.
002280     MOVE RUN-DATE-DISPLAY  TO EHL-RUN-DATE.
002290     MOVE ESC-HEADING-LINE  TO ESCALATION-LINE.
002510     END-IF.
002520 PRE-PROCESS-EXIT.
002530     EXIT.
002535 1100-SET-CYCLE-CUTOFF.
002540*    THE PARAMETER CARD, WHEN THERE IS ONE, SETS THE CUTOFF
002545*    OUTRIGHT.  OTHERWISE THE POLICY DEFAULT IS COUNTED BACK ON
002550*    THE PROCESSING CALENDAR.
002555     MOVE ZERO TO CUTOFF-CCYYMMDD.
002560     PERFORM 1120-READ-CUTOFF-CARD THRU 1120-EXIT.
002565     IF CUTOFF-CCYYMMDD = ZERO
002570      AND NOT FAILURE
002575         PERFORM 1150-DEFAULT-CYCLE-CUTOFF THRU 1150-EXIT
002580     END-IF.
002585 1100-EXIT.
002590     EXIT.
002595 1120-READ-CUTOFF-CARD.
002600     OPEN INPUT CERTPARM.
002605     IF CERTPARM-NOT-FOUND
002610         DISPLAY "IDCERTR - NO CUTOFF CARD, USING 63 BUSINESS "
002615             "DAYS"
002620         GO TO 1120-EXIT
002625     END-IF.
002630     IF NOT CERTPARM-STATUS-OK
002635         SET FAILURE TO TRUE
002640         SET END-OF-RESPONSES TO TRUE
002645         DISPLAY "IDCERTR - CANNOT OPEN CERTPARM, STATUS = "
002650             CERTPARM-STATUS
002655         GO TO 1120-EXIT
002660     END-IF.
002665     READ CERTPARM
002670         AT END SET END-OF-PARM TO TRUE
002675     END-READ.
002680     IF END-OF-PARM
002685         DISPLAY "IDCERTR - EMPTY CUTOFF CARD, USING 63 BUSINESS "
002690             "DAYS"
002695     ELSE
002700         IF PRM-CYCLE-CUTOFF NUMERIC
002705             MOVE PRM-CYCLE-CUTOFF TO CUTOFF-CCYYMMDD
002710         ELSE
002715             DISPLAY "IDCERTR - INVALID CUTOFF CARD, USING 63 "
002720                 "BUSINESS DAYS"
002725         END-IF
002730     END-IF.
002735     CLOSE CERTPARM.
002740 1120-EXIT.
002745     EXIT.
002750*****************************************************************
002755* 1150-DEFAULT-CYCLE-CUTOFF - THE CUTOFF IS THE BUSINESS DAY    *
002760* CYCLE-BUSINESS-DAYS BACK FROM THE BUSINESS DATE.  A CALENDAR  *
002765* THAT DOES NOT REACH BACK A FULL CYCLE FAILS THE STEP RATHER   *
002770* THAN ESCALATE AGAINST A GUESSED CUTOFF.                       *
002775*****************************************************************
002780 1150-DEFAULT-CYCLE-CUTOFF.
002785     PERFORM 9300-LOAD-CALENDAR THRU 9300-EXIT.
002790     IF FAILURE
002795         SET END-OF-RESPONSES TO TRUE
002800         GO TO 1150-EXIT
002805     END-IF.
002810     MOVE RUN-DATE-CCYYMMDD TO CALENDAR-SEEK-DATE.
002815     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
002820     IF CALENDAR-POSITION NOT > CYCLE-BUSINESS-DAYS
002825         SET FAILURE TO TRUE
002830         SET END-OF-RESPONSES TO TRUE
002835         DISPLAY "IDCERTR - PROCCAL DOES NOT REACH BACK A FULL "
002840             "CYCLE FROM THE BUSINESS DATE"
002845         GO TO 1150-EXIT
002850     END-IF.
002855     COMPUTE CALENDAR-MID = CALENDAR-POSITION
002860                          - CYCLE-BUSINESS-DAYS.
002865     MOVE CALT-BUSINESS-DATE (CALENDAR-MID) TO CUTOFF-CCYYMMDD.
002870 1150-EXIT.
002875     EXIT.
002876*****************************************************************
002877* 1200-RESTATE-CANDIDATE-FILE - THIS RUN'S REJECTS REPLACE THE  *
002878* LAST RUN'S, BUT THE DORMANT-ACCOUNT CANDIDATES IDLOGON HAS    *
002879* RAISED ARE NOT OURS TO CLEAR.  THEY ARE SET ASIDE ON RVKKEEP, *
002880* RVKCAND IS OPENED AFRESH AND THEY ARE PUT BACK AHEAD OF THE   *
002881* NEW REJECTS.  NO RVKCAND YET SIMPLY MEANS NOTHING TO CARRY.   *
002882*****************************************************************
002883 1200-RESTATE-CANDIDATE-FILE.
002884     MOVE ZERO   TO CANDIDATES-CARRIED-COUNT.
002885     MOVE SPACES TO FLAG5.
002886     OPEN OUTPUT RVKKEEP.
002887     OPEN INPUT RVKCAND.
002888     IF RVKCAND-NOT-FOUND
002889         SET END-OF-CANDIDATES TO TRUE
002890     ELSE
002891         IF NOT RVKCAND-STATUS-OK
002892             SET FAILURE TO TRUE
002893             SET END-OF-RESPONSES TO TRUE
002894             DISPLAY "IDCERTR - CANNOT OPEN RVKCAND, STATUS = "
002895                 RVKCAND-STATUS
002896             CLOSE RVKKEEP
002897             GO TO 1200-EXIT
002898         END-IF
002899         PERFORM 1210-SAVE-CANDIDATE-RECORD THRU 1210-EXIT
002900             UNTIL END-OF-CANDIDATES
002901         CLOSE RVKCAND
002902     END-IF.
002903     CLOSE RVKKEEP.
002904     IF FAILURE
002905         GO TO 1200-EXIT
002906     END-IF.
002907     OPEN OUTPUT RVKCAND.
002908     OPEN INPUT RVKKEEP.
002909     MOVE SPACES TO FLAG5.
002910     PERFORM 1220-RESTORE-CANDIDATE-RECORD THRU 1220-EXIT
002911         UNTIL END-OF-CANDIDATES.
002912     CLOSE RVKKEEP.
002913     IF CANDIDATES-CARRIED-COUNT > ZERO
002914         DISPLAY "IDCERTR - DORMANT CANDIDATES CARRIED FORWARD = "
002915             CANDIDATES-CARRIED-COUNT
002916     END-IF.
002917 1200-EXIT.
002918     EXIT.
002919 1210-SAVE-CANDIDATE-RECORD.
002920     READ RVKCAND
002921         AT END SET END-OF-CANDIDATES TO TRUE
002922     END-READ.
002923     IF END-OF-CANDIDATES
002924         GO TO 1210-EXIT
002925     END-IF.
002926     IF NOT RVKCAND-STATUS-OK
002927         SET FAILURE TO TRUE
002928         SET END-OF-RESPONSES TO TRUE
002929         SET END-OF-CANDIDATES TO TRUE
002930         DISPLAY "IDCERTR - I/O ERROR ON RVKCAND, STATUS = "
002931             RVKCAND-STATUS
002932         GO TO 1210-EXIT
002933     END-IF.
002934     IF RQC-DORMANT-ACCOUNT
002935         WRITE KEEP-CANDIDATE-RECORD FROM REVOKE-CANDIDATE-RECORD
002936         IF NOT RVKKEEP-STATUS-OK
002937             SET FAILURE TO TRUE
002938             SET END-OF-RESPONSES TO TRUE
002939             SET END-OF-CANDIDATES TO TRUE
002940             DISPLAY "IDCERTR - WRITE FAILED ON RVKKEEP, "
002941                 "STATUS = " RVKKEEP-STATUS
002942         END-IF
002943     END-IF.
002944 1210-EXIT.
002945     EXIT.
002946 1220-RESTORE-CANDIDATE-RECORD.
002947     READ RVKKEEP
002948         AT END SET END-OF-CANDIDATES TO TRUE
002949     END-READ.
002950     IF END-OF-CANDIDATES
002951         GO TO 1220-EXIT
002952     END-IF.
002953     IF NOT RVKKEEP-STATUS-OK
002954         SET FAILURE TO TRUE
002955         SET END-OF-RESPONSES TO TRUE
002956         SET END-OF-CANDIDATES TO TRUE
002957         DISPLAY "IDCERTR - I/O ERROR ON RVKKEEP, STATUS = "
002958             RVKKEEP-STATUS
002959         GO TO 1220-EXIT
002960     END-IF.
002961     WRITE REVOKE-CANDIDATE-RECORD FROM KEEP-CANDIDATE-RECORD.
002962     IF NOT RVKCAND-STATUS-OK
002963         SET FAILURE TO TRUE
002964         SET END-OF-RESPONSES TO TRUE
002965         SET END-OF-CANDIDATES TO TRUE
002966         DISPLAY "IDCERTR - WRITE FAILED ON RVKCAND, STATUS = "
002967             RVKCAND-STATUS
002968         GO TO 1220-EXIT
002969     END-IF.
002970     ADD 1 TO CANDIDATES-CARRIED-COUNT.
002971 1220-EXIT.
002972     EXIT.
002990*****************************************************************
003000* MAIN-PROCESS - APPLY ONE RESPONSE PER INVOCATION.  CERTIFIED  *
003010* AND REJECTED BOTH COUNT AS REVIEWED (THE CERT DATE IS         *
003850     MOVE MST-STATUS         TO RQC-STATUS.
003860     MOVE MST-LAST-SEEN-DATE TO RQC-LAST-SEEN-DATE.
003870     MOVE RUN-DATE-CCYYMMDD  TO RQC-REJECT-DATE.
003872     SET RQC-RECERT-REJECTED TO TRUE.
003874     MOVE MST-LAST-ACTIVITY-DATE TO RQC-LAST-ACTIVITY-DATE.
003880     WRITE REVOKE-CANDIDATE-RECORD.
003890 2200-EXIT.
003900     EXIT.
005000     END-IF.
005010 3400-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
005050* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
005060* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
005070* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
005080* ENDS THE STEP.                                                *
005090*****************************************************************
005100 9000-READ-BUSINESS-DATE.
005110     MOVE "00" TO STATE-CODE.
005120     OPEN INPUT BIZDATE.
005130     IF BIZDATE-NOT-FOUND
005140         SET FAILURE TO TRUE
005150         DISPLAY "IDCERTR - NO BUSINESS-DATE CARD ON BIZDATE"
005160         GO TO 9000-EXIT
005170     END-IF.
005180     IF NOT BIZDATE-STATUS-OK
005190         SET FAILURE TO TRUE
005200         DISPLAY "IDCERTR - CANNOT OPEN BIZDATE, STATUS = "
005210             BIZDATE-STATUS
005220         GO TO 9000-EXIT
005230     END-IF.
005240     READ BIZDATE
005250         AT END
005260             SET FAILURE TO TRUE
005270             DISPLAY "IDCERTR - EMPTY BUSINESS-DATE CARD"
005280     END-READ.
005290     IF NOT FAILURE
005300         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
005310     END-IF.
005320     CLOSE BIZDATE.
005330 9000-EXIT.
005340     EXIT.
005350 9050-EDIT-BUSINESS-DATE.
005360     IF BDC-BUSINESS-DATE NOT NUMERIC
005370      OR NOT BDC-MONTH-VALID
005380      OR NOT BDC-DAY-VALID
005390         SET FAILURE TO TRUE
005400         DISPLAY "IDCERTR - INVALID BUSINESS-DATE CARD "
005410             BDC-BUSINESS-DATE
005420         GO TO 9050-EXIT
005430     END-IF.
005440     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
005450 9050-EXIT.
005460     EXIT.
005470*****************************************************************
005480* 9300-LOAD-CALENDAR - LOAD THE BUSINESS DAYS OF THE PROCESSING *
005490* CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, INTO THE     *
005500* CALENDAR TABLE IN DATE ORDER.  HOLIDAYS AND WEEKENDS ARE NOT  *
005510* LOADED - ONLY BUSINESS DAYS COUNT.  A MISSING CALENDAR, ONE   *
005520* OUT OF DATE ORDER, OR ONE THAT STOPS SHORT OF THE BUSINESS    *
005530* DATE ENDS THE STEP RATHER THAN COUNT DAYS WRONG.              *
005540*****************************************************************
005550 9300-LOAD-CALENDAR.
005560     MOVE ZERO    TO CALENDAR-COUNT
005570                     CALENDAR-LAST-DATE.
005580     MOVE SPACES  TO FLAG4.
005590     SET CALENDAR-FALLS-SHORT TO TRUE.
005600     OPEN INPUT PROCCAL.
005610     IF NOT PROCCAL-STATUS-OK
005620         SET FAILURE TO TRUE
005630         DISPLAY "IDCERTR - CANNOT OPEN PROCCAL, STATUS = "
005640             PROCCAL-STATUS
005650         GO TO 9300-EXIT
005660     END-IF.
005670     PERFORM 9310-LOAD-CALENDAR-RECORD THRU 9310-EXIT
005680         UNTIL END-OF-CALENDAR.
005690     CLOSE PROCCAL.
005700     IF FAILURE
005710         GO TO 9300-EXIT
005720     END-IF.
005730     IF CALENDAR-FALLS-SHORT
005740      OR CALENDAR-COUNT = ZERO
005750         SET FAILURE TO TRUE
005760         DISPLAY "IDCERTR - PROCCAL DOES NOT COVER BUSINESS DATE "
005770             RUN-DATE-CCYYMMDD
005780     END-IF.
005790 9300-EXIT.
005800     EXIT.
005810 9310-LOAD-CALENDAR-RECORD.
005820     READ PROCCAL
005830         AT END SET END-OF-CALENDAR TO TRUE
005840     END-READ.
005850     IF END-OF-CALENDAR
005860         GO TO 9310-EXIT
005870     END-IF.
005880     IF NOT PROCCAL-STATUS-OK
005890         SET FAILURE TO TRUE
005900         SET END-OF-CALENDAR TO TRUE
005910         DISPLAY "IDCERTR - I/O ERROR ON PROCCAL, STATUS = "
005920             PROCCAL-STATUS
005930         GO TO 9310-EXIT
005940     END-IF.
005950     IF CAL-DATE NOT NUMERIC
005960      OR CAL-DATE NOT > CALENDAR-LAST-DATE
005970         SET FAILURE TO TRUE
005980         SET END-OF-CALENDAR TO TRUE
005990         DISPLAY "IDCERTR - PROCCAL OUT OF DATE ORDER AT "
006000             CAL-DATE
006010         GO TO 9310-EXIT
006020     END-IF.
006030     MOVE CAL-DATE TO CALENDAR-LAST-DATE.
006040     IF CAL-DATE NOT < RUN-DATE-CCYYMMDD
006050         SET CALENDAR-REACHES-DATE TO TRUE
006060     END-IF.
006070     IF CAL-DATE > RUN-DATE-CCYYMMDD
006080         SET END-OF-CALENDAR TO TRUE
006090         GO TO 9310-EXIT
006100     END-IF.
006110     IF NOT CAL-BUSINESS-DAY
006120         GO TO 9310-EXIT
006130     END-IF.
006140     IF CALENDAR-COUNT NOT < 5000
006150         SET FAILURE TO TRUE
006160         SET END-OF-CALENDAR TO TRUE
006170         DISPLAY "IDCERTR - CALENDAR TABLE FULL AT 5000 BUSINESS "
006180             "DAYS - ARCHIVE THE OLDEST YEARS OFF PROCCAL"
006190         GO TO 9310-EXIT
006200     END-IF.
006210     ADD 1 TO CALENDAR-COUNT.
006220     MOVE CAL-DATE TO CALT-BUSINESS-DATE (CALENDAR-COUNT).
006230 9310-EXIT.
006240     EXIT.
006250*****************************************************************
006260* 9400-LOCATE-BUSINESS-DATE - BINARY SEARCH OF THE CALENDAR     *
006270* TABLE.  CALENDAR-POSITION COMES BACK AS THE NUMBER OF         *
006280* BUSINESS DAYS ON OR BEFORE CALENDAR-SEEK-DATE (ZERO WHEN THE  *
006290* DATE IS AHEAD OF THE CALENDAR), SO THE DIFFERENCE OF TWO      *
006300* POSITIONS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.         *
006310*****************************************************************
006320 9400-LOCATE-BUSINESS-DATE.
006330     MOVE ZERO           TO CALENDAR-POSITION.
006340     MOVE 1              TO CALENDAR-LOW.
006350     MOVE CALENDAR-COUNT TO CALENDAR-HIGH.
006360     PERFORM 9410-HALVE-CALENDAR-RANGE THRU 9410-EXIT
006370         UNTIL CALENDAR-LOW > CALENDAR-HIGH.
006380 9400-EXIT.
006390     EXIT.
006400 9410-HALVE-CALENDAR-RANGE.
006410     COMPUTE CALENDAR-MID = (CALENDAR-LOW + CALENDAR-HIGH) / 2.
006420     IF CALT-BUSINESS-DATE (CALENDAR-MID) NOT > CALENDAR-SEEK-DATE
006430         MOVE CALENDAR-MID TO CALENDAR-POSITION
006440         COMPUTE CALENDAR-LOW  = CALENDAR-MID + 1
006450     ELSE
006460         COMPUTE CALENDAR-HIGH = CALENDAR-MID - 1
006470     END-IF.
006480 9410-EXIT.
006490     EXIT.
