000020* PROGRAM      IDEXCTRK                                         *
000030* PURPOSE      LOAD EACH RUN'S EXCEPTION FILE (EXCPFILE FROM    *
000040*              IDNAME) INTO THE KEYED EXCEPTION-TRACKING FILE   *
000050*              AND PRINT THE OPEN-ITEMS REPORT AGED BY BUSINESS *
000060*              DAYS OPEN.  AN EXCEPTION ALREADY BEING WORKED    *
000070*              ITS WORK-STATUS AND JUST HAS ITS LAST-SEEN DATE  *
000080*              AND OCCURRENCE COUNT BUMPED; ONE THAT WAS        *
000090*              RESOLVED OR ACCEPTED AND SHOWS UP AGAIN REOPENS  *
000100*              AS A REPEAT, NOT AS BRAND NEW.                   *
000102*              IDMAST'S MASTER EXCEPTIONS (MSTEXCP - MANUAL     *
000104*              DELETES STILL ON THE FEED) LOAD THE SAME WAY,    *
000106*              AFTER IDNAME'S.                                  *
000110*****************************************************************
000120 IDENTIFICATION   DIVISION.
000130 PROGRAM-ID.      IDEXCTRK.
000200*   DATE       INIT   DESCRIPTION                                *
000210*   ---------- ----   -------------------------------------------*
000220*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000221*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000222*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000223*                     OPEN ITEMS ARE NOW AGED IN BUSINESS DAYS ON*
000224*                     THE PROCESSING CALENDAR (PROCCAL).         *
000225*   10/15/2026 DWH    A CLEAN LOAD STAMPS THE IDEXCTRK COMPLETION*
000226*                     FLAG ON THE SHARED RUN-CONTROL RECORD      *
000227*                     (RUNCTL) WHEN ITS GENERATION IS FOR THE    *
000228*                     SAME BUSINESS DATE.                        *
000229*   10/15/2026 DWH    ALSO LOADS IDMAST'S MASTER EXCEPTIONS      *
000230*                     (MSTEXCP) AFTER IDNAME'S.  RUNCTL STAMP IS *
000231*                     STATUS-CHECKED.  AN ITEM OPENED BEFORE THE *
000232*                     CALENDAR STARTS PRINTS WITH NO AGE.        *
000233*****************************************************************
000240 ENVIRONMENT      DIVISION.
000250 CONFIGURATION    SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT     SECTION.
000290 FILE-CONTROL.
000291*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000292*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000293     SELECT BIZDATE      ASSIGN TO BIZDATE
000294         ORGANIZATION IS LINE SEQUENTIAL
000295         FILE STATUS  IS BIZDATE-STATUS.
000300*    EXCPFILE IS THE EXCEPTION FILE THE IDNAME STEP JUST WROTE.
000310     SELECT EXCPFILE     ASSIGN TO "FILEPATH\EXCEPT.DAT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS  IS EXCPFILE-STATUS.
000331*    MSTEXCP IS IDMAST'S MASTER EXCEPTION FILE - MANUAL DELETES
000332*    STILL ON THE FEED - LOADED AFTER EXCPFILE.
000333     SELECT MSTEXCP      ASSIGN TO "FILEPATH\MSTEXCP.DAT"
000334         ORGANIZATION IS LINE SEQUENTIAL
000335         FILE STATUS  IS MSTEXCP-STATUS.
000340*    EXCTRACK IS THE PERMANENT KEYED EXCEPTION-TRACKING FILE -
000350*    ONE ITEM PER CODE1 AND REASON, CARRYING THE ANALYST
000360*    WORK-STATUS ACROSS RUNS.
000390         ACCESS MODE  IS DYNAMIC
000400         RECORD KEY   IS ETK-KEY
000410         FILE STATUS  IS EXCTRACK-STATUS.
000411*    RUNCTL IS THE SHARED RUN-CONTROL RECORD.  THIS STEP DOES
000412*    NOT WAIT ON IT - IT ONLY STAMPS ITS OWN COMPLETION FLAG.
000413     SELECT RUNCTL       ASSIGN TO "FILEPATH\RUNCTL.DAT"
000414         ORGANIZATION IS LINE SEQUENTIAL
000415         FILE STATUS  IS RUNCTL-STATUS.
000420     SELECT TRKRPT       ASSIGN TO "FILEPATH\TRKRPT.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000431*    PROCCAL IS THE SHARED PROCESSING CALENDAR - BUSINESS DAYS,
000432*    HOLIDAYS AND WEEKENDS IN DATE ORDER (LAYOUT CALLAY01).
000433     SELECT PROCCAL      ASSIGN TO "FILEPATH\PROCCAL.DAT"
000434         ORGANIZATION IS LINE SEQUENTIAL
000435         FILE STATUS  IS PROCCAL-STATUS.
000440 DATA             DIVISION.
000450 FILE             SECTION.
000452 FD  BIZDATE
000454     RECORDING MODE IS F.
000456     COPY BDCLAY01.
000460 FD  EXCPFILE
000470     RECORDING MODE IS F.
000480 01  EXCPFILE-RECORD                  PIC X(81).
000490 FD  MSTEXCP
000500     RECORDING MODE IS F.
000510 01  MSTEXCP-RECORD                   PIC X(81).
000560 FD  EXCTRACK.
000570     COPY ETKLAY01.
000580 FD  TRKRPT
000590     RECORDING MODE IS F.
000600 01  REPORT-LINE                      PIC X(80).
000601 FD  PROCCAL
000602     RECORDING MODE IS F.
000603     COPY CALLAY01.
000604 FD  RUNCTL
000605     RECORDING MODE IS F.
000606     COPY RCTLAY01.
000610 WORKING-STORAGE  SECTION.
000620 01  STATE.
000630     05  STATE-CODE                  PIC X(02).
000670     88  END-OF-EXCEPTIONS           VALUE "EOF".
000680 01  FLAG2                           PIC X(03).
000690     88  END-OF-TRACKING             VALUE "EOF".
000691 01  FLAG3                           PIC X(03).
000692     88  END-OF-CALENDAR             VALUE "EOF".
000693 01  CALENDAR-REACH-SWITCH           PIC X(01).
000694     88  CALENDAR-REACHES-DATE       VALUE "Y".
000695     88  CALENDAR-FALLS-SHORT        VALUE "N".
000696 01  EXCEPTION-SOURCE-SWITCH         PIC X(01).
000697     88  READING-IDNAME-EXCEPTIONS   VALUE "I".
000698     88  READING-MASTER-EXCEPTIONS   VALUE "M".
000700 01  EXCPFILE-STATUS                 PIC X(02).
000710     88  EXCPFILE-STATUS-OK          VALUES "00" "10".
000715     88  EXCPFILE-AT-END             VALUE "10".
000720     88  EXCPFILE-NOT-FOUND          VALUE "35".
000722 01  MSTEXCP-STATUS                  PIC X(02).
000724     88  MSTEXCP-STATUS-OK           VALUES "00" "10".
000726     88  MSTEXCP-NOT-FOUND           VALUE "35".
000730 01  EXCTRACK-STATUS                 PIC X(02).
000740     88  EXCTRACK-STATUS-OK          VALUE "00".
000750     88  EXCTRACK-RECORD-MISSING     VALUE "23".
000760     88  EXCTRACK-FILE-MISSING       VALUE "35".
000762 01  PROCCAL-STATUS                  PIC X(02).
000764     88  PROCCAL-STATUS-OK           VALUES "00" "10".
000766     88  PROCCAL-NOT-FOUND           VALUE "35".
000770 01  TRACKING-COUNTERS.
000780     05  EXCEPTIONS-READ-COUNT       PIC 9(07) COMP.
000790     05  ITEMS-ADDED-COUNT           PIC 9(07) COMP.
000800     05  ITEMS-UPDATED-COUNT         PIC 9(07) COMP.
000810     05  ITEMS-REOPENED-COUNT        PIC 9(07) COMP.
000820     05  OPEN-ITEMS-COUNT            PIC 9(07) COMP.
000822 01  BIZDATE-STATUS                  PIC X(02).
000824     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000826     88  BIZDATE-NOT-FOUND           VALUE "35".
000830 01  RUN-DATE-FIELDS.
000840     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000850     05  RUN-DATE-CCYYMMDD-X REDEFINES
000880         10  RUN-DATE-MM             PIC 9(02).
000890         10  RUN-DATE-DD             PIC 9(02).
000900 01  RUN-DATE-DISPLAY                PIC X(10).
000910 01  BUSINESS-CALENDAR.
000920     05  CALENDAR-ENTRY  OCCURS 5000 TIMES.
000930         10  CALT-BUSINESS-DATE      PIC 9(08).
000940*    THE AGE OF AN OPEN ITEM IS THE DIFFERENCE OF TWO POSITIONS
000950*    ON THE BUSINESS CALENDAR, SO WEEKENDS AND HOLIDAYS DO NOT
000960*    AGE AN ITEM.
000970 01  CALENDAR-WORK.
000980     05  CALENDAR-COUNT              PIC S9(05) COMP.
000990     05  CALENDAR-POSITION           PIC S9(05) COMP.
001000     05  CALENDAR-LOW                PIC S9(05) COMP.
001010     05  CALENDAR-HIGH               PIC S9(05) COMP.
001020     05  CALENDAR-MID                PIC S9(05) COMP.
001030     05  CALENDAR-SEEK-DATE          PIC 9(08).
001040     05  CALENDAR-LAST-DATE          PIC 9(08).
001120 01  AGE-WORK-FIELDS.
001130     05  RUN-BUSINESS-DAY            PIC S9(05) COMP.
001150     05  ITEM-AGE-DAYS               PIC S9(05) COMP.
001151 01  AGE-KNOWN-SWITCH                PIC X(01).
001152     88  ITEM-AGE-KNOWN              VALUE "Y".
001153     88  ITEM-AGE-UNKNOWN            VALUE "N".
001154 01  RUNCTL-STATUS                   PIC X(02).
001155     88  RUNCTL-STATUS-OK            VALUE "00".
001156     88  RUNCTL-NOT-FOUND            VALUE "35".
001157 01  RUNCTL-READ-SWITCH              PIC X(01).
001158     88  RUNCTL-RECORD-PRESENT       VALUE "Y".
001159     88  RUNCTL-RECORD-ABSENT        VALUE "N".
001160*    THE CONTROL RECORD IS HELD HERE WHILE THE FILE IS CLOSED -
001161*    THE FD RECORD AREA IS NOT AVAILABLE BETWEEN OPENS.
001162     COPY RCTLAY01 REPLACING LEADING ==RCT== BY ==RCH==
001163                   ==RUN-CONTROL-RECORD== BY ==RUN-CONTROL-HOLD==.
001164 01  TRACK-HEADING-LINE.
001170     05  FILLER                      PIC X(38)  VALUE
001180         "IDEXCTRK OPEN EXCEPTION ITEMS REPORT  ".
001190     05  FILLER                      PIC X(09)  VALUE
001280     05  FILLER                      PIC X(06)  VALUE "DEPT".
001290     05  FILLER                      PIC X(10)  VALUE
001300         "OPENED".
001310     05  FILLER                      PIC X(06)  VALUE "BDAYS".
001320     05  FILLER                      PIC X(06)  VALUE "OCCUR".
001330     05  FILLER                      PIC X(11)  VALUE "ANALYST".
001340 01  TRACK-DETAIL-LINE.
001560     05  TTL-VALUE                   PIC X(10).
001570     05  FILLER                      PIC X(44)  VALUE SPACES.
001580 01  TRACK-COUNT-DISPLAY             PIC ZZZZZZ9.
001581*    THE EXCEPTION BEING LOADED, FROM EXCPFILE OR MSTEXCP.
001582 01  EXCEPTION-RECORD.
001583     05  EXC-CODE1                   PIC 9(06).
001584     05  EXC-USERNAME                PIC X(30).
001585     05  EXC-DEPT-CODE               PIC X(04).
001586     05  EXC-EFFECTIVE-DATE          PIC 9(08).
001587     05  EXC-STATUS                  PIC X(01).
001588     05  EXC-REASON-CODE             PIC X(02).
001589     05  EXC-REASON-TEXT             PIC X(30).
001590 PROCEDURE        DIVISION.
001600 MAIN             SECTION.
001610 MAIN-ENTRY.
001611     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001612     IF FAILURE
001613         DISPLAY "IDEXCTRK - NO USABLE BUSINESS DATE - STEP ENDED"
001614         MOVE 16 TO RETURN-CODE
001615         STOP RUN
001616     END-IF.
001620     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
001630     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
001640         UNTIL END-OF-EXCEPTIONS.
001720 PRE-PROCESS-ENTRY.
001730     MOVE SPACES  TO FLAG1 FLAG2.
001740     MOVE "00"    TO STATE-CODE.
001745     SET READING-IDNAME-EXCEPTIONS TO TRUE.
001750     MOVE ZERO    TO EXCEPTIONS-READ-COUNT
001760                     ITEMS-ADDED-COUNT
001770                     ITEMS-UPDATED-COUNT
001780                     ITEMS-REOPENED-COUNT
001790                     OPEN-ITEMS-COUNT.
001810     STRING RUN-DATE-MM  DELIMITED BY SIZE
001820            "/"          DELIMITED BY SIZE
001830            RUN-DATE-DD  DELIMITED BY SIZE
001840            "/"          DELIMITED BY SIZE
001850            RUN-DATE-CCYY DELIMITED BY SIZE
001860         INTO RUN-DATE-DISPLAY.
001900     OPEN OUTPUT TRKRPT.
001910     MOVE RUN-DATE-DISPLAY   TO THL-RUN-DATE.
001920     MOVE TRACK-HEADING-LINE TO REPORT-LINE.
001930     WRITE REPORT-LINE.
001940     MOVE SPACES             TO REPORT-LINE.
001950     WRITE REPORT-LINE.
001951     PERFORM 9300-LOAD-CALENDAR THRU 9300-EXIT.
001952     IF FAILURE
001953         SET END-OF-EXCEPTIONS TO TRUE
001954         GO TO PRE-PROCESS-EXIT
001955     END-IF.
001956     MOVE RUN-DATE-CCYYMMDD TO CALENDAR-SEEK-DATE.
001957     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
001958     MOVE CALENDAR-POSITION TO RUN-BUSINESS-DAY.
001960     OPEN INPUT EXCPFILE.
001970     IF EXCPFILE-NOT-FOUND
001980         DISPLAY "IDEXCTRK - NO EXCEPTION FILE FROM IDNAME"
001990         PERFORM 2060-OPEN-MASTER-EXCEPTIONS THRU 2060-EXIT
002000     ELSE
002010         IF NOT EXCPFILE-STATUS-OK
002020             SET FAILURE TO TRUE
002340*****************************************************************
002350 MAIN-PROCESS     SECTION.
002360 MAIN-PROCESS-ENTRY.
002370     PERFORM 2050-READ-EXCEPTION THRU 2050-EXIT.
002470     IF END-OF-EXCEPTIONS
002480         GO TO MAIN-PROCESS-EXIT
002490     END-IF.
002650     IF ETK-ITEM-IS-CLOSED
002660         PERFORM 2300-REOPEN-TRACK-ITEM THRU 2300-EXIT
002670     ELSE
002671         PERFORM 2200-UPDATE-TRACK-ITEM THRU 2200-EXIT
002672     END-IF.
002673 MAIN-PROCESS-EXIT.
002674     EXIT.
002675*****************************************************************
002676* 2050-READ-EXCEPTION - IDNAME'S EXCEPTIONS (EXCPFILE) LOAD     *
002677* FIRST, THEN IDMAST'S (MSTEXCP).  BOTH FILES CARRY THE SAME    *
002678* LAYOUT AND ARE READ INTO EXCEPTION-RECORD.                    *
002679*****************************************************************
002680 2050-READ-EXCEPTION.
002681     IF READING-MASTER-EXCEPTIONS
002682         PERFORM 2070-READ-MASTER-EXCEPTION THRU 2070-EXIT
002683         GO TO 2050-EXIT
002684     END-IF.
002685     READ EXCPFILE INTO EXCEPTION-RECORD
002686         AT END CONTINUE
002687     END-READ.
002688     IF EXCPFILE-AT-END
002689         PERFORM 2060-OPEN-MASTER-EXCEPTIONS THRU 2060-EXIT
002690         IF READING-MASTER-EXCEPTIONS
002691             PERFORM 2070-READ-MASTER-EXCEPTION THRU 2070-EXIT
002692         END-IF
002693         GO TO 2050-EXIT
002694     END-IF.
002695     IF NOT EXCPFILE-STATUS-OK
002696         SET FAILURE TO TRUE
002697         SET END-OF-EXCEPTIONS TO TRUE
002698         DISPLAY "IDEXCTRK - I/O ERROR ON EXCPFILE, STATUS = "
002699             EXCPFILE-STATUS
002700     END-IF.
002701 2050-EXIT.
002702     EXIT.
002703 2060-OPEN-MASTER-EXCEPTIONS.
002704     OPEN INPUT MSTEXCP.
002705     IF MSTEXCP-NOT-FOUND
002706         DISPLAY "IDEXCTRK - NO MASTER EXCEPTION FILE - NOTHING "
002707             "MORE TO LOAD"
002708         SET END-OF-EXCEPTIONS TO TRUE
002709         GO TO 2060-EXIT
002710     END-IF.
002711     IF NOT MSTEXCP-STATUS-OK
002712         SET FAILURE TO TRUE
002713         SET END-OF-EXCEPTIONS TO TRUE
002714         DISPLAY "IDEXCTRK - CANNOT OPEN MSTEXCP, STATUS = "
002715             MSTEXCP-STATUS
002716         GO TO 2060-EXIT
002717     END-IF.
002718     SET READING-MASTER-EXCEPTIONS TO TRUE.
002719 2060-EXIT.
002720     EXIT.
002721 2070-READ-MASTER-EXCEPTION.
002722     READ MSTEXCP INTO EXCEPTION-RECORD
002723         AT END SET END-OF-EXCEPTIONS TO TRUE
002724     END-READ.
002725     IF NOT MSTEXCP-STATUS-OK
002726         SET FAILURE TO TRUE
002727         SET END-OF-EXCEPTIONS TO TRUE
002728         DISPLAY "IDEXCTRK - I/O ERROR ON MSTEXCP, STATUS = "
002729             MSTEXCP-STATUS
002730     END-IF.
002731 2070-EXIT.
002732     EXIT.
002733 2100-ADD-TRACK-ITEM.
002734     MOVE EXC-USERNAME       TO ETK-USERNAME.
002740     MOVE EXC-DEPT-CODE      TO ETK-DEPT-CODE.
002750     MOVE EXC-REASON-TEXT    TO ETK-REASON-TEXT.
002760     MOVE "O"                TO ETK-WORK-STATUS.
003330     EXIT.
003340*****************************************************************
003350* POST-PROCESS - SWEEP THE TRACKING FILE AND PRINT EVERY OPEN   *
003360* ITEM AGED BY BUSINESS DAYS OPEN, THEN THE LOAD TOTALS.        *
003370*****************************************************************
003380 POST-PROCESS     SECTION.
003390 POST-PROCESS-ENTRY.
003420     END-IF.
003430     PERFORM 3300-WRITE-TRACK-TOTALS THRU 3300-EXIT.
003440     CLOSE EXCPFILE.
003442     IF READING-MASTER-EXCEPTIONS
003444         CLOSE MSTEXCP
003446     END-IF.
003450     CLOSE EXCTRACK.
003460     CLOSE TRKRPT.
003462     IF SUCCESS
003464         PERFORM 3500-STAMP-RUN-CONTROL THRU 3500-EXIT
003466     END-IF.
003470     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
003480 POST-PROCESS-EXIT.
003490     EXIT.
003770     IF NOT ETK-ITEM-IS-OPEN
003780         GO TO 3150-EXIT
003790     END-IF.
003792     MOVE ETK-OPENED-DATE TO CALENDAR-SEEK-DATE.
003794     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
003796     SET ITEM-AGE-KNOWN TO TRUE.
003798*    AN ITEM OPENED BEFORE THE FIRST DAY ON PROCCAL HAS NO
003800*    CALENDAR POSITION - ITS AGE IS LEFT BLANK, NOT OVERSTATED.
003802     IF CALENDAR-POSITION = ZERO
003804         SET ITEM-AGE-UNKNOWN TO TRUE
003806         DISPLAY "IDEXCTRK - WARNING - " ETK-CODE1 " OPENED "
003808             ETK-OPENED-DATE " BEFORE PROCCAL STARTS - AGE "
003810             "NOT SHOWN"
003812     END-IF.
003830     COMPUTE ITEM-AGE-DAYS =
003832         RUN-BUSINESS-DAY - CALENDAR-POSITION.
003834     IF ITEM-AGE-DAYS < ZERO
003836         MOVE ZERO TO ITEM-AGE-DAYS
003838     END-IF.
003850     MOVE SPACES             TO TRACK-DETAIL-LINE.
003860     MOVE ETK-CODE1          TO TDL-CODE1.
003870     MOVE ETK-REASON-CODE    TO TDL-REASON-CODE.
003890     MOVE ETK-USERNAME       TO TDL-USERNAME.
003900     MOVE ETK-DEPT-CODE      TO TDL-DEPT-CODE.
003910     MOVE ETK-OPENED-DATE    TO TDL-OPENED-DATE.
003915     IF ITEM-AGE-KNOWN
003920         MOVE ITEM-AGE-DAYS  TO TDL-AGE-DAYS
003925     END-IF.
003930     MOVE ETK-OCCURRENCE-COUNT TO TDL-OCCURRENCES.
003940     MOVE ETK-ANALYST-ID     TO TDL-ANALYST-ID.
003950     MOVE TRACK-DETAIL-LINE  TO REPORT-LINE.
004410 3400-EXIT.
004420     EXIT.
004430*****************************************************************
004435* 3500-STAMP-RUN-CONTROL - A CLEAN LOAD MARKS THE IDEXCTRK STEP *
004440* COMPLETE ON THE SHARED RUN-CONTROL RECORD.  A GENERATION FOR  *
004445* ANOTHER BUSINESS DATE, OR NO RECORD AT ALL, IS LEFT ALONE -   *
004450* THE LOAD ITSELF STANDS EITHER WAY, AND A RECORD THAT CANNOT   *
004455* BE REWRITTEN IS ONLY DISPLAYED - NO LATER STEP WAITS ON THIS  *
004460* FLAG.                                                         *
004480*****************************************************************
004485 3500-STAMP-RUN-CONTROL.
004490     PERFORM 3510-READ-RUN-CONTROL THRU 3510-EXIT.
004495     IF RUNCTL-RECORD-ABSENT
004500         DISPLAY "IDEXCTRK - NO RUN-CONTROL RECORD - COMPLETION "
004505             "NOT STAMPED"
004510         GO TO 3500-EXIT
004530     END-IF.
004532     IF RCH-RUN-DATE NOT = RUN-DATE-CCYYMMDD
004534         DISPLAY "IDEXCTRK - GENERATION " RCH-RUN-SEQ " IS FOR "
004536             "BUSINESS DATE " RCH-RUN-DATE " - COMPLETION NOT "
004538             "STAMPED"
004540         GO TO 3500-EXIT
004542     END-IF.
004544     SET RCH-IDEXCTRK-COMPLETE TO TRUE.
004546     OPEN OUTPUT RUNCTL.
004548     IF NOT RUNCTL-STATUS-OK
004550         DISPLAY "IDEXCTRK - CANNOT OPEN RUNCTL FOR OUTPUT, "
004552             "STATUS = " RUNCTL-STATUS
004554         GO TO 3500-EXIT
004556     END-IF.
004558     WRITE RUN-CONTROL-RECORD FROM RUN-CONTROL-HOLD.
004560     IF NOT RUNCTL-STATUS-OK
004562         DISPLAY "IDEXCTRK - WRITE FAILED ON RUNCTL, STATUS = "
004564             RUNCTL-STATUS
004566     END-IF.
004568     CLOSE RUNCTL.
004570 3500-EXIT.
004630     EXIT.
004640 3510-READ-RUN-CONTROL.
004650     SET RUNCTL-RECORD-ABSENT TO TRUE.
004660     OPEN INPUT RUNCTL.
004670     IF RUNCTL-NOT-FOUND
004680         GO TO 3510-EXIT
004690     END-IF.
004700     IF NOT RUNCTL-STATUS-OK
004710         DISPLAY "IDEXCTRK - CANNOT OPEN RUNCTL, STATUS = "
004720             RUNCTL-STATUS
004730         GO TO 3510-EXIT
004740     END-IF.
004750     READ RUNCTL
004760         AT END CONTINUE
004770     END-READ.
004780     IF RUNCTL-STATUS-OK
004790         MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HOLD
004800         SET RUNCTL-RECORD-PRESENT TO TRUE
004810     END-IF.
004820     CLOSE RUNCTL.
004830 3510-EXIT.
004840     EXIT.
004850*****************************************************************
004860* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
004870* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
004880* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
004890* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
004900* ENDS THE STEP.                                                *
004910*****************************************************************
004920 9000-READ-BUSINESS-DATE.
004930     MOVE "00" TO STATE-CODE.
004940     OPEN INPUT BIZDATE.
004950     IF BIZDATE-NOT-FOUND
004960         SET FAILURE TO TRUE
004970         DISPLAY "IDEXCTRK - NO BUSINESS-DATE CARD ON BIZDATE"
004980         GO TO 9000-EXIT
004990     END-IF.
005000     IF NOT BIZDATE-STATUS-OK
005010         SET FAILURE TO TRUE
005020         DISPLAY "IDEXCTRK - CANNOT OPEN BIZDATE, STATUS = "
005030             BIZDATE-STATUS
005040         GO TO 9000-EXIT
005050     END-IF.
005060     READ BIZDATE
005070         AT END
005080             SET FAILURE TO TRUE
005090             DISPLAY "IDEXCTRK - EMPTY BUSINESS-DATE CARD"
005100     END-READ.
005110     IF NOT FAILURE
005120         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
005130     END-IF.
005140     CLOSE BIZDATE.
005150 9000-EXIT.
005160     EXIT.
005170 9050-EDIT-BUSINESS-DATE.
005180     IF BDC-BUSINESS-DATE NOT NUMERIC
005190      OR NOT BDC-MONTH-VALID
005200      OR NOT BDC-DAY-VALID
005210         SET FAILURE TO TRUE
005220         DISPLAY "IDEXCTRK - INVALID BUSINESS-DATE CARD "
005230             BDC-BUSINESS-DATE
005240         GO TO 9050-EXIT
005250     END-IF.
005260     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
005270 9050-EXIT.
005280     EXIT.
005290*****************************************************************
005300* 9300-LOAD-CALENDAR - LOAD THE BUSINESS DAYS OF THE PROCESSING *
005310* CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, INTO THE     *
005320* CALENDAR TABLE IN DATE ORDER.  HOLIDAYS AND WEEKENDS ARE NOT  *
005330* LOADED - ONLY BUSINESS DAYS COUNT.  A MISSING CALENDAR, ONE   *
005340* OUT OF DATE ORDER, OR ONE THAT STOPS SHORT OF THE BUSINESS    *
005350* DATE ENDS THE STEP RATHER THAN COUNT DAYS WRONG.              *
005360*****************************************************************
005370 9300-LOAD-CALENDAR.
005380     MOVE ZERO    TO CALENDAR-COUNT
005390                     CALENDAR-LAST-DATE.
005400     MOVE SPACES  TO FLAG3.
005410     SET CALENDAR-FALLS-SHORT TO TRUE.
005420     OPEN INPUT PROCCAL.
005430     IF NOT PROCCAL-STATUS-OK
005440         SET FAILURE TO TRUE
005450         DISPLAY "IDEXCTRK - CANNOT OPEN PROCCAL, STATUS = "
005460             PROCCAL-STATUS
005470         GO TO 9300-EXIT
005480     END-IF.
005490     PERFORM 9310-LOAD-CALENDAR-RECORD THRU 9310-EXIT
005500         UNTIL END-OF-CALENDAR.
005510     CLOSE PROCCAL.
005520     IF FAILURE
005530         GO TO 9300-EXIT
005540     END-IF.
005550     IF CALENDAR-FALLS-SHORT
005560      OR CALENDAR-COUNT = ZERO
005570         SET FAILURE TO TRUE
005580         DISPLAY "IDEXCTRK - PROCCAL DOES NOT COVER "
005590             "BUSINESS DATE " RUN-DATE-CCYYMMDD
005600     END-IF.
005610 9300-EXIT.
005620     EXIT.
005630 9310-LOAD-CALENDAR-RECORD.
005640     READ PROCCAL
005650         AT END SET END-OF-CALENDAR TO TRUE
005660     END-READ.
005670     IF END-OF-CALENDAR
005680         GO TO 9310-EXIT
005690     END-IF.
005700     IF NOT PROCCAL-STATUS-OK
005710         SET FAILURE TO TRUE
005720         SET END-OF-CALENDAR TO TRUE
005730         DISPLAY "IDEXCTRK - I/O ERROR ON PROCCAL, STATUS = "
005740             PROCCAL-STATUS
005750         GO TO 9310-EXIT
005760     END-IF.
005770     IF CAL-DATE NOT NUMERIC
005780      OR CAL-DATE NOT > CALENDAR-LAST-DATE
005790         SET FAILURE TO TRUE
005800         SET END-OF-CALENDAR TO TRUE
005810         DISPLAY "IDEXCTRK - PROCCAL OUT OF DATE ORDER AT "
005820             CAL-DATE
005830         GO TO 9310-EXIT
005840     END-IF.
005850     MOVE CAL-DATE TO CALENDAR-LAST-DATE.
005860     IF CAL-DATE NOT < RUN-DATE-CCYYMMDD
005870         SET CALENDAR-REACHES-DATE TO TRUE
005880     END-IF.
005890     IF CAL-DATE > RUN-DATE-CCYYMMDD
005900         SET END-OF-CALENDAR TO TRUE
005910         GO TO 9310-EXIT
005920     END-IF.
005930     IF NOT CAL-BUSINESS-DAY
005940         GO TO 9310-EXIT
005950     END-IF.
005960     IF CALENDAR-COUNT NOT < 5000
005970         SET FAILURE TO TRUE
005980         SET END-OF-CALENDAR TO TRUE
005990         DISPLAY "IDEXCTRK - CALENDAR TABLE FULL AT 5000 "
006000             "BUSINESS DAYS - ARCHIVE THE OLDEST YEARS "
006010             "OFF PROCCAL"
006020         GO TO 9310-EXIT
006030     END-IF.
006040     ADD 1 TO CALENDAR-COUNT.
006050     MOVE CAL-DATE TO CALT-BUSINESS-DATE (CALENDAR-COUNT).
006060 9310-EXIT.
006070     EXIT.
006080*****************************************************************
006090* 9400-LOCATE-BUSINESS-DATE - BINARY SEARCH OF THE CALENDAR     *
006100* TABLE.  CALENDAR-POSITION COMES BACK AS THE NUMBER OF         *
006110* BUSINESS DAYS ON OR BEFORE CALENDAR-SEEK-DATE (ZERO WHEN THE  *
006120* DATE IS AHEAD OF THE CALENDAR), SO THE DIFFERENCE OF TWO      *
006130* POSITIONS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.         *
006140*****************************************************************
006150 9400-LOCATE-BUSINESS-DATE.
006160     MOVE ZERO           TO CALENDAR-POSITION.
006170     MOVE 1              TO CALENDAR-LOW.
006180     MOVE CALENDAR-COUNT TO CALENDAR-HIGH.
006190     PERFORM 9410-HALVE-CALENDAR-RANGE THRU 9410-EXIT
006200         UNTIL CALENDAR-LOW > CALENDAR-HIGH.
006210 9400-EXIT.
006220     EXIT.
006230 9410-HALVE-CALENDAR-RANGE.
006240     COMPUTE CALENDAR-MID = (CALENDAR-LOW + CALENDAR-HIGH) / 2.
006250     IF CALT-BUSINESS-DATE (CALENDAR-MID) NOT > CALENDAR-SEEK-DATE
006260         MOVE CALENDAR-MID TO CALENDAR-POSITION
006270         COMPUTE CALENDAR-LOW  = CALENDAR-MID + 1
006280     ELSE
006290         COMPUTE CALENDAR-HIGH = CALENDAR-MID - 1
006300     END-IF.
006310 9410-EXIT.
006320     EXIT.
