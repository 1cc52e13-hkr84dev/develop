001570*                     WHILE A DOWNSTREAM STEP OF THE PRIOR RUN   *
001580*                     IS STILL INCOMPLETE, AND A CLEAN END OF    *
001590*                     JOB STAMPS THE IDNAME COMPLETION FLAG.     *
001591*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
001592*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
001593*                     A DATE ALREADY PROCESSED, NOT A BUSINESS   *
001594*                     DAY ON PROCCAL, OR SKIPPING AN UNPROCESSED *
001595*                     BUSINESS DAY IS REFUSED (RETURN CODE 16).  *
001596*                     RECYCLED EXCEPTIONS AGE BY BUSINESS DAYS.  *
001597*   10/15/2026 DWH    A NEW GENERATION ALSO CLEARS THE IDEXCTRK  *
001598*                     COMPLETION FLAG ON RUNCTL.                 *
001600*****************************************************************
001610 ENVIRONMENT      DIVISION.
001620 CONFIGURATION    SECTION.
001660     C01 IS TOP-OF-PAGE.
001670 INPUT-OUTPUT     SECTION.
001680 FILE-CONTROL.
001681*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
001682*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
001683     SELECT BIZDATE      ASSIGN TO BIZDATE
001684         ORGANIZATION IS LINE SEQUENTIAL
001685         FILE STATUS  IS BIZDATE-STATUS.
001690*    RAWFILE1 IS THE EXTRACT AS IT ARRIVES FROM THE SOURCE
001700*    SYSTEM, IN WHATEVER ORDER IT WAS BUILT.  ASSIGNED TO A
001710*    DDNAME RATHER THAN A FIXED PATH SO OPERATIONS CAN POINT
003010*    THE FILE IS OTHERWISE TWO SORTED RUNS LAID END TO END.
003020     SELECT MATCHWORK    ASSIGN TO "FILEPATH\MATCHWRK.DAT"
003030         ORGANIZATION IS LINE SEQUENTIAL.
003031*    PROCCAL IS THE SHARED PROCESSING CALENDAR - BUSINESS DAYS,
003032*    HOLIDAYS AND WEEKENDS IN DATE ORDER (LAYOUT CALLAY01).
003033     SELECT PROCCAL      ASSIGN TO "FILEPATH\PROCCAL.DAT"
003034         ORGANIZATION IS LINE SEQUENTIAL
003035         FILE STATUS  IS PROCCAL-STATUS.
003040 DATA             DIVISION.
003050 FILE             SECTION.
003052 FD  BIZDATE
003054     RECORDING MODE IS F.
003056     COPY BDCLAY01.
003060 FD  RAWFILE1
003070     RECORDING MODE IS F.
003080*    THE SOURCE EXTRACT NOW ARRIVES UNDER HEADER/TRAILER
005470     RECORDING MODE IS F.
005480     COPY MATLAY01 REPLACING LEADING ==MTC== BY ==MWK==
005490                   ==MATCH-RECORD== BY ==MATCH-WORK-RECORD==.
005492 FD  PROCCAL
005494     RECORDING MODE IS F.
005496     COPY CALLAY01.
005500 WORKING-STORAGE  SECTION.
005510 01  STATE.
005520     05  STATE-CODE                  PIC X(02).
005630     05  RECORDS-DUPLICATED-COUNT    PIC 9(07) COMP.
005640     05  RECORDS-MATCHED-COUNT       PIC 9(07) COMP.
005650     05  RECORDS-EXCEPTION-COUNT     PIC 9(07) COMP.
005652 01  BIZDATE-STATUS                  PIC X(02).
005654     88  BIZDATE-STATUS-OK           VALUES "00" "10".
005656     88  BIZDATE-NOT-FOUND           VALUE "35".
005660 01  RUN-DATE-FIELDS.
005670     05  RUN-DATE-CCYYMMDD           PIC 9(08).
005680     05  RUN-DATE-CCYYMMDD-X REDEFINES
005710         10  RUN-DATE-MM             PIC 9(02).
005720         10  RUN-DATE-DD             PIC 9(02).
005730 01  RUN-DATE-DISPLAY                PIC X(10).
005732 01  BUSINESS-CALENDAR.
005734     05  CALENDAR-ENTRY  OCCURS 5000 TIMES.
005736         10  CALT-BUSINESS-DATE      PIC 9(08).
005740 01  SUMMARY-DETAIL-LINE.
005750     05  SDL-LABEL                   PIC X(24).
005760     05  FILLER                      PIC X(02)  VALUE SPACES.
006260 01  FLAG16                           PIC X(03).
006270     88  END-OF-MERGE-INPUT           VALUE "EOF".
006280     88  MORE-MERGE-RECORDS           VALUE "NO ".
006281 01  FLAG17                           PIC X(03).
006282     88  END-OF-CALENDAR              VALUE "EOF".
006283 01  CALENDAR-REACH-SWITCH            PIC X(01).
006284     88  CALENDAR-REACHES-DATE        VALUE "Y".
006285     88  CALENDAR-FALLS-SHORT         VALUE "N".
006290*    THE SORT KEY CARRIES AN ORIGIN BYTE BEHIND CODE1 SO A
006300*    CODE1 BOTH MATCHED TODAY AND REQUEUED SORTS MATCHED-FIRST
006310*    AND THE DUPLICATE-DROP KEEPS THE FRESHER MATCHED DATA.
007080 01  RUNCTL-STATUS                    PIC X(02).
007090     88  RUNCTL-STATUS-OK             VALUE "00".
007100     88  RUNCTL-NOT-FOUND             VALUE "35".
007102 01  PROCCAL-STATUS                   PIC X(02).
007104     88  PROCCAL-STATUS-OK            VALUES "00" "10".
007106     88  PROCCAL-NOT-FOUND            VALUE "35".
007110 01  RUNCTL-READ-SWITCH               PIC X(01).
007120     88  RUNCTL-RECORD-PRESENT        VALUE "Y".
007130     88  RUNCTL-RECORD-ABSENT         VALUE "N".
007131 01  CALENDAR-WORK.
007132     05  CALENDAR-COUNT               PIC S9(05) COMP.
007133     05  CALENDAR-POSITION            PIC S9(05) COMP.
007134     05  CALENDAR-LOW                 PIC S9(05) COMP.
007135     05  CALENDAR-HIGH                PIC S9(05) COMP.
007136     05  CALENDAR-MID                 PIC S9(05) COMP.
007137     05  CALENDAR-SEEK-DATE           PIC 9(08).
007138     05  CALENDAR-LAST-DATE           PIC 9(08).
007140*    THE CONTROL RECORD IS HELD HERE WHILE THE FILE IS CLOSED -
007150*    THE FD RECORD AREA IS NOT AVAILABLE BETWEEN OPENS.
007160     COPY RCTLAY01 REPLACING LEADING ==RCT== BY ==RCH==
008690     88  MORE-RECYCLE-RECORDS         VALUE "NO ".
008700 01  RECYCLE-CONTROLS.
008710*    AN EXCEPTION THAT HAS RECYCLED MORE THAN RECYCLE-AGE-LIMIT
008720*    BUSINESS DAYS WITHOUT MATCHING THE ROSTER COMES OFF THE
008730*    RECYCLE FILE AND ONTO THE AGED-EXCEPTIONS REPORT.
008740     05  RECYCLE-AGE-LIMIT            PIC 9(03) VALUE 010.
008741*    EACH RUN AGES A RECYCLED EXCEPTION BY THE BUSINESS DAYS
008742*    SINCE THE PRIOR GENERATION'S BUSINESS DATE - NORMALLY ONE.
008743     05  RECYCLE-AGE-INCREMENT        PIC 9(03).
008744 01  RECYCLE-AGE-WORK.
008745     05  RUN-BUSINESS-DAY             PIC S9(05) COMP.
008746     05  AGE-FROM-DATE                PIC X(08).
008747     05  AGE-FROM-DATE-N REDEFINES AGE-FROM-DATE
008748                                      PIC 9(08).
008750 01  RECYCLE-COUNTERS.
008760     05  RECYCLE-READ-COUNT           PIC 9(07) COMP.
008770     05  RECYCLE-MATCHED-COUNT        PIC 9(07) COMP.
012130* THAT NEVER FINISHED RESUMES ITS OWN GENERATION, BUT A NEW     *
012140* GENERATION IS REFUSED WHILE IDRECON, IDMAST OR IDCOMPAR FROM  *
012150* THE PRIOR RUN IS STILL INCOMPLETE - THE LAMINATED CHECKLIST   *
012152* ON THE OPERATIONS BRIDGE, IN CODE.  THE BUSINESS DATE MUST BE *
012154* A BUSINESS DAY ON PROCCAL AND THE NEXT ONE AFTER THE LAST     *
012156* GENERATION - A DATE ALREADY PROCESSED, OR ONE THAT WOULD SKIP *
012158* AN UNPROCESSED BUSINESS DAY, IS REFUSED.                      *
012170*****************************************************************
012172 0200-CHECK-RUN-CONTROL.
012174     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
012176     IF SEQUENCE-REFUSED
012178         GO TO 0200-EXIT
012180     END-IF.
012182     PERFORM 9300-LOAD-CALENDAR THRU 9300-EXIT.
012184     IF SEQUENCE-REFUSED
012186         GO TO 0200-EXIT
012188     END-IF.
012190     MOVE RUN-DATE-CCYYMMDD TO CALENDAR-SEEK-DATE.
012192     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
012194     MOVE CALENDAR-POSITION TO RUN-BUSINESS-DAY.
012196     IF CALT-BUSINESS-DATE (CALENDAR-COUNT)
012198         NOT = RUN-DATE-CCYYMMDD
012200         SET SEQUENCE-REFUSED TO TRUE
012202         DISPLAY "IDNAME - BUSINESS DATE " RUN-DATE-CCYYMMDD
012204             " IS NOT A BUSINESS DAY ON PROCCAL"
012206         GO TO 0200-EXIT
012208     END-IF.
012210     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
012212     IF SEQUENCE-REFUSED
012214         GO TO 0200-EXIT
012216     END-IF.
012218     IF RUNCTL-RECORD-ABSENT
012220         DISPLAY "IDNAME - NO RUN-CONTROL RECORD - OPENING "
012222             "FIRST GENERATION"
012224         MOVE ZERO TO RCH-RUN-SEQ
012226                      RCH-RUN-DATE
012228                      RCH-MATCH-GEN-CURRENT
012230                      RCH-MATCH-GEN-PRIOR
012232                      RCH-MATCH-GEN-APPLIED
012234         MOVE 1    TO RECYCLE-AGE-INCREMENT
012236         PERFORM 0260-OPEN-NEW-GENERATION THRU 0260-EXIT
012238         GO TO 0200-EXIT
012240     END-IF.
012242*    A RESUMED GENERATION MUST BE RERUN FOR ITS OWN BUSINESS
012244*    DATE, AND AGES FROM THE GENERATION BEFORE IT.
012246     IF NOT RCH-IDNAME-COMPLETE
012248         IF RCH-RUN-DATE NOT = RUN-DATE-CCYYMMDD
012250             SET SEQUENCE-REFUSED TO TRUE
012252             DISPLAY "IDNAME - INCOMPLETE GENERATION " RCH-RUN-SEQ
012254                 " IS FOR BUSINESS DATE " RCH-RUN-DATE
012256                 " - RUN REFUSED"
012258             GO TO 0200-EXIT
012260         END-IF
012262         DISPLAY "IDNAME - RESUMING INCOMPLETE GENERATION "
012264             RCH-RUN-SEQ
012266         MOVE RCH-PRIOR-RUN-DATE TO AGE-FROM-DATE
012268         PERFORM 0205-SET-AGE-INCREMENT THRU 0205-EXIT
012270         GO TO 0200-EXIT
012272     END-IF.
012274     IF NOT RCH-IDRECON-COMPLETE
012276      OR NOT RCH-IDMAST-COMPLETE
012278      OR NOT RCH-IDCOMPAR-COMPLETE
012280         SET SEQUENCE-REFUSED TO TRUE
012282         DISPLAY "IDNAME - GENERATION " RCH-RUN-SEQ " HAS AN "
012284             "INCOMPLETE DOWNSTREAM STEP - NEW RUN REFUSED"
012286         GO TO 0200-EXIT
012288     END-IF.
012290     IF RUN-DATE-CCYYMMDD NOT > RCH-RUN-DATE
012292         SET SEQUENCE-REFUSED TO TRUE
012294         DISPLAY "IDNAME - BUSINESS DATE " RUN-DATE-CCYYMMDD
012296             " ALREADY PROCESSED - LAST GENERATION " RCH-RUN-SEQ
012298             " WAS FOR " RCH-RUN-DATE
012300         GO TO 0200-EXIT
012302     END-IF.
012304     MOVE RCH-RUN-DATE TO AGE-FROM-DATE.
012306     PERFORM 0205-SET-AGE-INCREMENT THRU 0205-EXIT.
012308     IF RECYCLE-AGE-INCREMENT > 1
012310         COMPUTE CALENDAR-MID = RUN-BUSINESS-DAY
012312                              - RECYCLE-AGE-INCREMENT + 1
012314         SET SEQUENCE-REFUSED TO TRUE
012316         DISPLAY "IDNAME - BUSINESS DATE " RUN-DATE-CCYYMMDD
012318             " SKIPS UNPROCESSED BUSINESS DAY "
012320             CALT-BUSINESS-DATE (CALENDAR-MID)
012322         GO TO 0200-EXIT
012324     END-IF.
012326     PERFORM 0260-OPEN-NEW-GENERATION THRU 0260-EXIT.
012328 0200-EXIT.
012330     EXIT.
012332*****************************************************************
012334* 0205-SET-AGE-INCREMENT - BUSINESS DAYS FROM AGE-FROM-DATE TO  *
012336* THE BUSINESS DATE.  A DATE THAT IS MISSING, OR OLDER THAN THE *
012338* CALENDAR REACHES, CANNOT BE COUNTED AND AGES BY ONE.          *
012340*****************************************************************
012342 0205-SET-AGE-INCREMENT.
012344     MOVE 1 TO RECYCLE-AGE-INCREMENT.
012346     IF AGE-FROM-DATE-N NOT NUMERIC
012348         GO TO 0205-EXIT
012350     END-IF.
012352     IF AGE-FROM-DATE-N < CALT-BUSINESS-DATE (1)
012354         GO TO 0205-EXIT
012356     END-IF.
012358     MOVE AGE-FROM-DATE-N TO CALENDAR-SEEK-DATE.
012360     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
012362     IF RUN-BUSINESS-DAY - CALENDAR-POSITION > 1
012364         COMPUTE RECYCLE-AGE-INCREMENT =
012366             RUN-BUSINESS-DAY - CALENDAR-POSITION
012368     END-IF.
012370 0205-EXIT.
012372     EXIT.
012500 0210-READ-RUN-CONTROL.
012510     SET RUNCTL-RECORD-ABSENT TO TRUE.
012520     OPEN INPUT RUNCTL.
012770     EXIT.
012780 0260-OPEN-NEW-GENERATION.
012790     ADD 1 TO RCH-RUN-SEQ.
012792     MOVE RCH-RUN-DATE          TO RCH-PRIOR-RUN-DATE.
012800     MOVE RUN-DATE-CCYYMMDD     TO RCH-RUN-DATE.
012810     MOVE RCH-MATCH-GEN-CURRENT TO RCH-MATCH-GEN-PRIOR.
012820     MOVE RCH-RUN-SEQ           TO RCH-MATCH-GEN-CURRENT.
012830     MOVE SPACES                TO RCH-IDNAME-FLAG
012840                                   RCH-IDRECON-FLAG
012850                                   RCH-IDMAST-FLAG
012860                                   RCH-IDCOMPAR-FLAG
012862                                   RCH-IDEXCTRK-FLAG.
012870     PERFORM 0250-REWRITE-RUN-CONTROL THRU 0250-EXIT.
012880 0260-EXIT.
012890     EXIT.
012920*****************************************************************
012930 PRE-PROCESS      SECTION.
012940 PRE-PROCESS-ENTRY.
012960     STRING RUN-DATE-MM  DELIMITED BY SIZE
012970            "/"          DELIMITED BY SIZE
012980            RUN-DATE-DD  DELIMITED BY SIZE
017150             ADD 1 TO RECYCLE-MATCHED-COUNT
017160             ADD 1 TO OVERRIDE-MATCHED-COUNT
017170         ELSE
017180             ADD RECYCLE-AGE-INCREMENT TO RCW-AGE-DAYS
017190             IF RCW-AGE-DAYS > RECYCLE-AGE-LIMIT
017200                 PERFORM 1620-WRITE-AGED-EXCEPTION THRU 1620-EXIT
017210             ELSE
029450     END-IF.
029460 3460-EXIT.
029470     EXIT.
029480*****************************************************************
029490* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
029500* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
029510* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
029520* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
029530* ENDS THE STEP.                                                *
029540*****************************************************************
029550 9000-READ-BUSINESS-DATE.
029560     OPEN INPUT BIZDATE.
029570     IF BIZDATE-NOT-FOUND
029580         SET SEQUENCE-REFUSED TO TRUE
029590         DISPLAY "IDNAME - NO BUSINESS-DATE CARD ON BIZDATE"
029600         GO TO 9000-EXIT
029610     END-IF.
029620     IF NOT BIZDATE-STATUS-OK
029630         SET SEQUENCE-REFUSED TO TRUE
029640         DISPLAY "IDNAME - CANNOT OPEN BIZDATE, STATUS = "
029650             BIZDATE-STATUS
029660         GO TO 9000-EXIT
029670     END-IF.
029680     READ BIZDATE
029690         AT END
029700             SET SEQUENCE-REFUSED TO TRUE
029710             DISPLAY "IDNAME - EMPTY BUSINESS-DATE CARD"
029720     END-READ.
029730     IF NOT SEQUENCE-REFUSED
029740         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
029750     END-IF.
029760     CLOSE BIZDATE.
029770 9000-EXIT.
029780     EXIT.
029790 9050-EDIT-BUSINESS-DATE.
029800     IF BDC-BUSINESS-DATE NOT NUMERIC
029810      OR NOT BDC-MONTH-VALID
029820      OR NOT BDC-DAY-VALID
029830         SET SEQUENCE-REFUSED TO TRUE
029840         DISPLAY "IDNAME - INVALID BUSINESS-DATE CARD "
029850             BDC-BUSINESS-DATE
029860         GO TO 9050-EXIT
029870     END-IF.
029880     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
029890 9050-EXIT.
029900     EXIT.
029910*****************************************************************
029920* 9300-LOAD-CALENDAR - LOAD THE BUSINESS DAYS OF THE PROCESSING *
029930* CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, INTO THE     *
029940* CALENDAR TABLE IN DATE ORDER.  HOLIDAYS AND WEEKENDS ARE NOT  *
029950* LOADED - ONLY BUSINESS DAYS COUNT.  A MISSING CALENDAR, ONE   *
029960* OUT OF DATE ORDER, OR ONE THAT STOPS SHORT OF THE BUSINESS    *
029970* DATE ENDS THE STEP RATHER THAN COUNT DAYS WRONG.              *
029980*****************************************************************
029990 9300-LOAD-CALENDAR.
030000     MOVE ZERO    TO CALENDAR-COUNT
030010                     CALENDAR-LAST-DATE.
030020     MOVE SPACES  TO FLAG17.
030030     SET CALENDAR-FALLS-SHORT TO TRUE.
030040     OPEN INPUT PROCCAL.
030050     IF NOT PROCCAL-STATUS-OK
030060         SET SEQUENCE-REFUSED TO TRUE
030070         DISPLAY "IDNAME - CANNOT OPEN PROCCAL, STATUS = "
030080             PROCCAL-STATUS
030090         GO TO 9300-EXIT
030100     END-IF.
030110     PERFORM 9310-LOAD-CALENDAR-RECORD THRU 9310-EXIT
030120         UNTIL END-OF-CALENDAR.
030130     CLOSE PROCCAL.
030140     IF SEQUENCE-REFUSED
030150         GO TO 9300-EXIT
030160     END-IF.
030170     IF CALENDAR-FALLS-SHORT
030180      OR CALENDAR-COUNT = ZERO
030190         SET SEQUENCE-REFUSED TO TRUE
030200         DISPLAY "IDNAME - PROCCAL DOES NOT COVER BUSINESS DATE "
030210             RUN-DATE-CCYYMMDD
030220     END-IF.
030230 9300-EXIT.
030240     EXIT.
030250 9310-LOAD-CALENDAR-RECORD.
030260     READ PROCCAL
030270         AT END SET END-OF-CALENDAR TO TRUE
030280     END-READ.
030290     IF END-OF-CALENDAR
030300         GO TO 9310-EXIT
030310     END-IF.
030320     IF NOT PROCCAL-STATUS-OK
030330         SET SEQUENCE-REFUSED TO TRUE
030340         SET END-OF-CALENDAR TO TRUE
030350         DISPLAY "IDNAME - I/O ERROR ON PROCCAL, STATUS = "
030360             PROCCAL-STATUS
030370         GO TO 9310-EXIT
030380     END-IF.
030390     IF CAL-DATE NOT NUMERIC
030400      OR CAL-DATE NOT > CALENDAR-LAST-DATE
030410         SET SEQUENCE-REFUSED TO TRUE
030420         SET END-OF-CALENDAR TO TRUE
030430         DISPLAY "IDNAME - PROCCAL OUT OF DATE ORDER AT "
030440             CAL-DATE
030450         GO TO 9310-EXIT
030460     END-IF.
030470     MOVE CAL-DATE TO CALENDAR-LAST-DATE.
030480     IF CAL-DATE NOT < RUN-DATE-CCYYMMDD
030490         SET CALENDAR-REACHES-DATE TO TRUE
030500     END-IF.
030510     IF CAL-DATE > RUN-DATE-CCYYMMDD
030520         SET END-OF-CALENDAR TO TRUE
030530         GO TO 9310-EXIT
030540     END-IF.
030550     IF NOT CAL-BUSINESS-DAY
030560         GO TO 9310-EXIT
030570     END-IF.
030580     IF CALENDAR-COUNT NOT < 5000
030590         SET SEQUENCE-REFUSED TO TRUE
030600         SET END-OF-CALENDAR TO TRUE
030610         DISPLAY "IDNAME - CALENDAR TABLE FULL AT 5000 BUSINESS "
030620             "DAYS - ARCHIVE THE OLDEST YEARS OFF PROCCAL"
030630         GO TO 9310-EXIT
030640     END-IF.
030650     ADD 1 TO CALENDAR-COUNT.
030660     MOVE CAL-DATE TO CALT-BUSINESS-DATE (CALENDAR-COUNT).
030670 9310-EXIT.
030680     EXIT.
030690*****************************************************************
030700* 9400-LOCATE-BUSINESS-DATE - BINARY SEARCH OF THE CALENDAR     *
030710* TABLE.  CALENDAR-POSITION COMES BACK AS THE NUMBER OF         *
030720* BUSINESS DAYS ON OR BEFORE CALENDAR-SEEK-DATE (ZERO WHEN THE  *
030730* DATE IS AHEAD OF THE CALENDAR), SO THE DIFFERENCE OF TWO      *
030740* POSITIONS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.         *
030750*****************************************************************
030760 9400-LOCATE-BUSINESS-DATE.
030770     MOVE ZERO           TO CALENDAR-POSITION.
030780     MOVE 1              TO CALENDAR-LOW.
030790     MOVE CALENDAR-COUNT TO CALENDAR-HIGH.
030800     PERFORM 9410-HALVE-CALENDAR-RANGE THRU 9410-EXIT
030810         UNTIL CALENDAR-LOW > CALENDAR-HIGH.
030820 9400-EXIT.
030830     EXIT.
030840 9410-HALVE-CALENDAR-RANGE.
030850     COMPUTE CALENDAR-MID = (CALENDAR-LOW + CALENDAR-HIGH) / 2.
030860     IF CALT-BUSINESS-DATE (CALENDAR-MID) NOT > CALENDAR-SEEK-DATE
030870         MOVE CALENDAR-MID TO CALENDAR-POSITION
030880         COMPUTE CALENDAR-LOW  = CALENDAR-MID + 1
030890     ELSE
030900         COMPUTE CALENDAR-HIGH = CALENDAR-MID - 1
030910     END-IF.
030920 9410-EXIT.
030930     EXIT.
