000010*****************************************************************
000020* PROGRAM      IDMETRIC                                         *
000030* PURPOSE      MONTHLY OPERATIONAL METRICS AND SLA REPORT FOR   *
000040*              THE IDENTITY STREAM.  FOR ONE CALENDAR MONTH IT  *
000050*              MEASURES THE EXCEPTION WORKLOAD ON THE TRACKING  *
000060*              FILE (EXCTRACK) - ITEMS OPENED AND CLOSED, MEAN  *
000070*              AND WORST BUSINESS DAYS TO DISPOSITION AND ITEMS *
000080*              PAST THE 5, 10 AND 30 BUSINESS-DAY SERVICE       *
000090*              LEVELS, BY REASON CODE AND BY ANALYST - THE      *
000100*              PROVISIONING REJECT AND REQUEUE RATE OF EVERY    *
000110*              TRANSMISSION ACKNOWLEDGED IN THE MONTH (ACKHIST) *
000120*              AND THE RECERTIFICATION COMPLETION RATE BY       *
000130*              DEPARTMENT AND BY MANAGER.  THE MONTH'S HEADLINE *
000140*              FIGURES ARE SET AGAINST THE PRIOR MONTH'S FROM   *
000150*              THE METRICS HISTORY (METHIST) AND THEN ADDED TO  *
000160*              IT FOR NEXT MONTH'S COMPARISON.                  *
000170*****************************************************************
000180 IDENTIFICATION   DIVISION.
000190 PROGRAM-ID.      IDMETRIC.
000200 AUTHOR.          D W HOLLIS.
000210 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*   DATE       INIT   DESCRIPTION                                *
000270*   ---------- ----   -------------------------------------------*
000275*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000280*   10/15/2026 DWH    METHIST CARRIES A MEASURED SWITCH WITH EACH*
000285*                     TREND VALUE - A FIGURE NOT MEASURED SHOWS  *
000290*                     N/A AND IS NEVER COMPARED.                 *
000295*****************************************************************
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000360*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000370*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000380     SELECT BIZDATE      ASSIGN TO BIZDATE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS BIZDATE-STATUS.
000410*    METPARM IS THE OPTIONAL REPORT CARD - THE MONTH TO REPORT
000420*    (CCYYMM) AND A RECERTIFICATION CYCLE CUTOFF (CCYYMMDD).
000430*    ASSIGNED TO A DDNAME; WITH NO CARD, OR BLANK FIELDS, THE
000440*    MONTH OF THE BUSINESS DATE IS REPORTED AND THE CUTOFF IS
000450*    63 BUSINESS DAYS BEFORE THE END OF THE PERIOD.
000460     SELECT METPARM      ASSIGN TO METPARM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS METPARM-STATUS.
000490*    PROCCAL IS THE SHARED PROCESSING CALENDAR - BUSINESS DAYS,
000500*    HOLIDAYS AND WEEKENDS IN DATE ORDER (LAYOUT CALLAY01).
000510     SELECT PROCCAL      ASSIGN TO "FILEPATH\PROCCAL.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS PROCCAL-STATUS.
000540     SELECT EXCTRACK     ASSIGN TO "FILEPATH\EXCTRACK.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS ETK-KEY
000580         FILE STATUS  IS EXCTRACK-STATUS.
000590*    ACKHIST IS IDACK'S PER-TRANSMISSION TRAIL (AKHLAY01).
000600     SELECT ACKHIST      ASSIGN TO "FILEPATH\ACKHIST.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS ACKHIST-STATUS.
000630     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE  IS DYNAMIC
000660         RECORD KEY   IS MST-CODE1
000670         FILE STATUS  IS MASTER-FILE-STATUS.
000680*    DEPTREF IS THE DEPARTMENT REFERENCE FILE - CODE, NAME AND
000690*    OWNING MANAGER PER DEPARTMENT.  ASSIGNED TO A DDNAME.
000700     SELECT DEPTREF      ASSIGN TO DEPTREF
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS  IS DEPTREF-STATUS.
000730*    METHIST IS THE PERMANENT METRICS HISTORY - ONE RECORD OF
000740*    HEADLINE FIGURES APPENDED PER REPORTED MONTH.
000750     SELECT METHIST      ASSIGN TO "FILEPATH\METHIST.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS  IS METHIST-STATUS.
000780     SELECT METRPT       ASSIGN TO "FILEPATH\METRICS.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL.
000800 DATA             DIVISION.
000810 FILE             SECTION.
000820 FD  BIZDATE
000830     RECORDING MODE IS F.
000840     COPY BDCLAY01.
000850 FD  METPARM
000860     RECORDING MODE IS F.
000870 01  METRIC-PARM-CARD.
000880     05  MTP-REPORT-MONTH             PIC X(06).
000890     05  MTP-REPORT-MONTH-X REDEFINES
000900         MTP-REPORT-MONTH.
000910         10  MTP-REPORT-CCYY          PIC X(04).
000920         10  MTP-REPORT-MM            PIC X(02).
000930             88  MTP-REPORT-MONTH-VALID VALUES "01" THRU "12".
000940     05  MTP-REPORT-MONTH-9 REDEFINES
000950         MTP-REPORT-MONTH             PIC 9(06).
000960     05  MTP-CYCLE-CUTOFF             PIC X(08).
000970     05  MTP-CYCLE-CUTOFF-X REDEFINES
000980         MTP-CYCLE-CUTOFF.
000990         10  MTP-CUTOFF-CCYY          PIC X(04).
001000         10  MTP-CUTOFF-MM            PIC X(02).
001010             88  MTP-CUTOFF-MONTH-VALID VALUES "01" THRU "12".
001020         10  MTP-CUTOFF-DD            PIC X(02).
001030             88  MTP-CUTOFF-DAY-VALID VALUES "01" THRU "31".
001040     05  MTP-CYCLE-CUTOFF-9 REDEFINES
001050         MTP-CYCLE-CUTOFF             PIC 9(08).
001060 FD  PROCCAL
001070     RECORDING MODE IS F.
001080     COPY CALLAY01.
001090 FD  EXCTRACK.
001100     COPY ETKLAY01.
001110 FD  ACKHIST
001120     RECORDING MODE IS F.
001130     COPY AKHLAY01.
001140 FD  MASTFILE.
001150     COPY MSTLAY01.
001160 FD  DEPTREF
001170     RECORDING MODE IS F.
001180 01  DEPT-REFERENCE-RECORD.
001190     05  DRF-DEPT-CODE                PIC X(04).
001200     05  DRF-DEPT-NAME                PIC X(30).
001210     05  DRF-MANAGER                  PIC X(20).
001220 FD  METHIST
001230     RECORDING MODE IS F.
001235*    THE TREND VALUES ARE HELD IN THE ORDER OF TREND-LABEL-TABLE
001240*    (ONE DECIMAL PLACE, SO RATES AND MEANS CARRY THEIR TENTHS).
001245*    A VALUE WHOSE SWITCH IS NOT "Y" WAS NOT MEASURED THAT MONTH
001250*    (NO ACKHIST, NO CYCLE CUTOFF) AND IS NEVER COMPARED.
001255 01  METRIC-HISTORY-RECORD.
001260     05  MHR-REPORT-MONTH             PIC 9(06).
001265     05  MHR-RUN-DATE                 PIC 9(08).
001270     05  MHR-PERIOD-END               PIC 9(08).
001275     05  MHR-TREND-VALUES.
001280         10  MHR-TREND-ENTRY          OCCURS 12 TIMES.
001285             15  MHR-TREND-VALUE      PIC 9(07)V9.
001290             15  MHR-TREND-MEASURED   PIC X(01).
001295                 88  MHR-FIGURE-MEASURED VALUE "Y".
001330 FD  METRPT
001340     RECORDING MODE IS F.
001350 01  REPORT-LINE                      PIC X(80).
001360 WORKING-STORAGE  SECTION.
001370 01  STATE.
001380     05  STATE-CODE                  PIC X(02).
001390         88  SUCCESS                 VALUE "00".
001400         88  SEQUENCE-REFUSED        VALUE "16".
001410         88  FAILURE                 VALUE "99".
001420 01  FLAG1                           PIC X(03).
001430     88  END-OF-TRACKING             VALUE "EOF".
001440 01  FLAG2                           PIC X(03).
001450     88  END-OF-ACK-HISTORY          VALUE "EOF".
001460 01  FLAG3                           PIC X(03).
001470     88  END-OF-MASTER               VALUE "EOF".
001480 01  FLAG4                           PIC X(03).
001490     88  END-OF-DEPT-REF             VALUE "EOF".
001500 01  FLAG5                           PIC X(03).
001510     88  END-OF-METRIC-HISTORY       VALUE "EOF".
001520 01  FLAG6                           PIC X(03).
001530     88  END-OF-CALENDAR             VALUE "EOF".
001540 01  CALENDAR-REACH-SWITCH           PIC X(01).
001550     88  CALENDAR-REACHES-DATE       VALUE "Y".
001560     88  CALENDAR-FALLS-SHORT        VALUE "N".
001570 01  BIZDATE-STATUS                  PIC X(02).
001580     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001590     88  BIZDATE-NOT-FOUND           VALUE "35".
001600 01  METPARM-STATUS                  PIC X(02).
001610     88  METPARM-STATUS-OK           VALUES "00" "10".
001620     88  METPARM-NOT-FOUND           VALUE "35".
001630 01  PROCCAL-STATUS                  PIC X(02).
001640     88  PROCCAL-STATUS-OK           VALUES "00" "10".
001650     88  PROCCAL-NOT-FOUND           VALUE "35".
001660 01  EXCTRACK-STATUS                 PIC X(02).
001670     88  EXCTRACK-STATUS-OK          VALUE "00".
001680     88  EXCTRACK-RECORD-MISSING     VALUE "23".
001690     88  EXCTRACK-FILE-MISSING       VALUE "35".
001700 01  ACKHIST-STATUS                  PIC X(02).
001710     88  ACKHIST-STATUS-OK           VALUES "00" "10".
001720     88  ACKHIST-NOT-FOUND           VALUE "35".
001730 01  MASTER-FILE-STATUS              PIC X(02).
001740     88  MASTER-STATUS-OK            VALUE "00".
001750     88  MASTER-FILE-MISSING         VALUE "35".
001760 01  DEPTREF-STATUS                  PIC X(02).
001770     88  DEPTREF-STATUS-OK           VALUES "00" "10".
001780     88  DEPTREF-NOT-FOUND           VALUE "35".
001790 01  METHIST-STATUS                  PIC X(02).
001800     88  METHIST-STATUS-OK           VALUES "00" "10".
001810     88  METHIST-NOT-FOUND           VALUE "35".
001820*    A SECTION THAT COULD NOT BE MEASURED (NO ACKHIST, NO
001830*    DEPTREF, NO CYCLE CUTOFF) IS NOTED ON THE REPORT AND ENDS
001840*    THE STEP RETURN CODE 4 INSTEAD OF 0.
001850 01  SECTION-WARNING-COUNT           PIC 9(04) COMP.
001860*****************************************************************
001870* SERVICE LEVELS, IN BUSINESS DAYS FROM OPENING.  AN ITEM IS IN *
001880* BREACH WHEN IT WAS CLOSED AFTER MORE THAN THE LEVEL, OR STOOD *
001890* OPEN AT THE END OF THE PERIOD OLDER THAN THE LEVEL.           *
001900*****************************************************************
001910 01  SLA-CONTROLS.
001920     05  SLA-FIRST-DAYS              PIC 9(03) VALUE 005.
001930     05  SLA-SECOND-DAYS             PIC 9(03) VALUE 010.
001940     05  SLA-THIRD-DAYS              PIC 9(03) VALUE 030.
001950 01  CYCLE-CONTROLS.
001960*    QUARTERLY POLICY - ONE CYCLE IS 63 BUSINESS DAYS.
001970     05  CYCLE-BUSINESS-DAYS         PIC 9(03) VALUE 063.
001980*****************************************************************
001990* THE PERIOD REPORTED - THE FIRST OF THE MONTH THROUGH THE END  *
002000* OF THE MONTH, OR THROUGH THE BUSINESS DATE FOR THE MONTH IN   *
002010* PROGRESS.  PERIOD-END IS HELD AS DAY 31 FOR A WHOLE MONTH; IT *
002020* IS ONLY EVER COMPARED AGAINST, SO SHORTER MONTHS NEED NO TABLE.*
002030*****************************************************************
002040 01  PERIOD-FIELDS.
002050     05  SEL-REPORT-MONTH            PIC 9(06).
002060     05  SEL-REPORT-MONTH-X REDEFINES
002070         SEL-REPORT-MONTH.
002080         10  SEL-REPORT-CCYY         PIC 9(04).
002090         10  SEL-REPORT-MM           PIC 9(02).
002100     05  RUN-MONTH                   PIC 9(06).
002110     05  PERIOD-START                PIC 9(08).
002120     05  PERIOD-END                  PIC 9(08).
002130     05  PERIOD-END-POSITION         PIC S9(05) COMP.
002140     05  CUTOFF-CCYYMMDD             PIC 9(08).
002150     05  RECERT-SWITCH               PIC X(01).
002160         88  RECERT-MEASURABLE       VALUE "Y".
002170         88  RECERT-NOT-MEASURABLE   VALUE "N".
002180 01  RUN-DATE-FIELDS.
002190     05  RUN-DATE-CCYYMMDD           PIC 9(08).
002200     05  RUN-DATE-CCYYMMDD-X REDEFINES
002210         RUN-DATE-CCYYMMDD.
002220         10  RUN-DATE-CCYY           PIC 9(04).
002230         10  RUN-DATE-MM             PIC 9(02).
002240         10  RUN-DATE-DD             PIC 9(02).
002250 01  RUN-DATE-DISPLAY                PIC X(10).
002260 01  EDIT-DATE-FIELDS.
002270     05  EDIT-DATE-CCYYMMDD          PIC 9(08).
002280     05  EDIT-DATE-CCYYMMDD-X REDEFINES
002290         EDIT-DATE-CCYYMMDD.
002300         10  EDIT-DATE-CCYY          PIC 9(04).
002310         10  EDIT-DATE-MM            PIC 9(02).
002320         10  EDIT-DATE-DD            PIC 9(02).
002330 01  EDIT-DATE-DISPLAY               PIC X(10).
002340 01  BUSINESS-CALENDAR.
002350     05  CALENDAR-ENTRY  OCCURS 5000 TIMES.
002360         10  CALT-BUSINESS-DATE      PIC 9(08).
002370 01  CALENDAR-WORK.
002380     05  CALENDAR-COUNT              PIC S9(05) COMP.
002390     05  CALENDAR-POSITION           PIC S9(05) COMP.
002400     05  CALENDAR-LOW                PIC S9(05) COMP.
002410     05  CALENDAR-HIGH               PIC S9(05) COMP.
002420     05  CALENDAR-MID                PIC S9(05) COMP.
002430     05  CALENDAR-SEEK-DATE          PIC 9(08).
002440     05  CALENDAR-LAST-DATE          PIC 9(08).
002450*****************************************************************
002460* WHAT ONE TRACKING ITEM CONTRIBUTES TO THE PERIOD.  AN ITEM    *
002470* CLOSED IN THE PERIOD IS MEASURED OPENING TO DISPOSITION; ONE  *
002480* STILL OPEN AT THE END OF THE PERIOD IS MEASURED OPENING TO    *
002490* PERIOD END.  EITHER MAY BREACH A SERVICE LEVEL.               *
002500*****************************************************************
002510 01  ITEM-MEASURE.
002520     05  ITM-OPENED                  PIC 9(01).
002530     05  ITM-CLOSED                  PIC 9(01).
002540     05  ITM-REOPENED                PIC 9(01).
002550     05  ITM-OPEN-AT-END             PIC 9(01).
002560     05  ITM-OVER-FIRST              PIC 9(01).
002570     05  ITM-OVER-SECOND             PIC 9(01).
002580     05  ITM-OVER-THIRD              PIC 9(01).
002590     05  ITM-DAYS                    PIC S9(05) COMP.
002600 01  OPENED-POSITION                 PIC S9(05) COMP.
002610*****************************************************************
002620* EXCEPTION METRICS, ONE ROW PER REASON CODE (GROUP 1), PER     *
002630* ANALYST (GROUP 2) AND ONE FOR THE MONTH (GROUP 3), KEPT IN    *
002640* GROUP/KEY ORDER AS ROWS ARE ADDED SO THEY PRINT IN ORDER.     *
002650*****************************************************************
002660 01  METRIC-COUNT                    PIC 9(04) COMP.
002670 01  METRIC-SUB                      PIC S9(04) COMP.
002680 01  METRIC-SHIFT-SUB                PIC S9(04) COMP.
002690 01  METRIC-ROW-SWITCH               PIC X(01).
002700     88  METRIC-ROW-PLACED           VALUE "Y".
002710     88  METRIC-ROW-NOT-PLACED       VALUE "N".
002720 01  METRIC-WARNING-SWITCH           PIC X(01).
002730     88  METRIC-TABLE-FULL-WARNED    VALUE "Y".
002740     88  METRIC-NOT-YET-WARNED       VALUE "N".
002750 01  METRIC-SEEK-KEY.
002760     05  MSK-GROUP                   PIC X(01).
002770     05  MSK-KEY                     PIC X(08).
002780 01  PRIOR-METRIC-GROUP              PIC X(01).
002790 01  METRIC-TABLE.
002800     05  METRIC-ENTRY    OCCURS 300 TIMES.
002810         10  MTR-SORT-KEY.
002820             15  MTR-GROUP           PIC X(01).
002830             15  MTR-KEY             PIC X(08).
002840         10  MTR-OPENED              PIC 9(07) COMP.
002850         10  MTR-CLOSED              PIC 9(07) COMP.
002860         10  MTR-TOTAL-DAYS          PIC 9(09) COMP.
002870         10  MTR-WORST-DAYS          PIC 9(05) COMP.
002880         10  MTR-OVER-FIRST          PIC 9(07) COMP.
002890         10  MTR-OVER-SECOND         PIC 9(07) COMP.
002900         10  MTR-OVER-THIRD          PIC 9(07) COMP.
002910         10  MTR-REOPENED            PIC 9(07) COMP.
002920         10  MTR-OPEN-AT-END         PIC 9(07) COMP.
002930 01  MEAN-DAYS-WORK                  PIC 9(05)V9.
002940 01  TRACK-READ-COUNT                PIC 9(07) COMP.
002942 01  AGE-UNKNOWN-COUNT               PIC 9(07) COMP.
002950*****************************************************************
002960* TRANSMISSION TOTALS FOR THE MONTH, FROM ACKHIST.              *
002970*****************************************************************
002980 01  TRANSMISSION-TOTALS.
002990     05  XMIT-COUNT                  PIC 9(07) COMP.
003000     05  XMIT-SENT-TOTAL             PIC 9(09) COMP.
003010     05  XMIT-REJECTED-TOTAL         PIC 9(09) COMP.
003020     05  XMIT-UNACKED-TOTAL          PIC 9(09) COMP.
003030     05  XMIT-REQUEUED-TOTAL         PIC 9(09) COMP.
003040     05  XMIT-OUT-OF-BALANCE         PIC 9(07) COMP.
003050 01  RATE-WORK                       PIC 9(03)V9.
003060*****************************************************************
003070* RECERTIFICATION BY DEPARTMENT - DEPTREF ORDER, WITH ANY       *
003080* DEPARTMENT ON THE MASTER BUT NOT ON DEPTREF ADDED AT THE END  *
003090* - AND ROLLED UP TO ONE ROW PER OWNING MANAGER.                *
003100*****************************************************************
003110 01  DEPT-COUNT                      PIC 9(04) COMP VALUE ZERO.
003120 01  DEPT-SWITCH                     PIC X(01).
003130     88  DEPT-CODE-FOUND             VALUE "Y".
003140     88  DEPT-CODE-NOT-FOUND         VALUE "N".
003150 01  DEPT-WARNING-SWITCH             PIC X(01).
003160     88  DEPT-TABLE-FULL-WARNED      VALUE "Y".
003170     88  DEPT-NOT-YET-WARNED         VALUE "N".
003180 01  DEPT-SEEK-CODE                  PIC X(04).
003190 01  DEPT-TABLE.
003200     05  DEPT-ENTRY      OCCURS 500 TIMES
003210                         INDEXED BY DEPT-IDX.
003220         10  DPT-DEPT-CODE           PIC X(04).
003230         10  DPT-DEPT-NAME           PIC X(30).
003240         10  DPT-MANAGER             PIC X(20).
003250         10  DPT-POPULATION          PIC 9(07) COMP.
003260         10  DPT-CERTIFIED           PIC 9(07) COMP.
003270 01  MANAGER-COUNT                   PIC 9(04) COMP VALUE ZERO.
003280 01  MANAGER-SWITCH                  PIC X(01).
003290     88  MANAGER-FOUND               VALUE "Y".
003300     88  MANAGER-NOT-FOUND           VALUE "N".
003310 01  MANAGER-SEEK-NAME               PIC X(20).
003320 01  MANAGER-TABLE.
003330     05  MANAGER-ENTRY   OCCURS 500 TIMES
003340                         INDEXED BY MGR-IDX.
003350         10  MGT-MANAGER             PIC X(20).
003360         10  MGT-DEPT-COUNT          PIC 9(04) COMP.
003370         10  MGT-POPULATION          PIC 9(07) COMP.
003380         10  MGT-CERTIFIED           PIC 9(07) COMP.
003390 01  RECERT-TOTALS.
003400     05  RECERT-POPULATION           PIC 9(07) COMP.
003410     05  RECERT-CERTIFIED            PIC 9(07) COMP.
003420     05  MASTERS-READ-COUNT          PIC 9(07) COMP.
003430*****************************************************************
003440* MONTH-OVER-MONTH TREND.  EACH HEADLINE FIGURE CARRIES WHICH   *
003450* WAY IS BETTER (H HIGHER, L LOWER, N NEITHER) AND WHETHER IT   *
003460* PRINTS WITH ITS TENTHS.  METHIST HOLDS THE VALUES IN THIS     *
003470* ORDER - NEW FIGURES GO ON THE END.                            *
003480*****************************************************************
003490 01  TREND-LABEL-VALUES.
003500     05  FILLER                      PIC X(26)  VALUE
003510         "EXCEPTIONS OPENED       LN".
003520     05  FILLER                      PIC X(26)  VALUE
003530         "EXCEPTIONS CLOSED       HN".
003540     05  FILLER                      PIC X(26)  VALUE
003550         "MEAN DAYS TO DISPOSITIONLY".
003560     05  FILLER                      PIC X(26)  VALUE
003570         "WORST DAYS TO DISPOSE   LN".
003580     05  FILLER                      PIC X(26)  VALUE
003590         "BREACHES OVER 5 DAYS    LN".
003600     05  FILLER                      PIC X(26)  VALUE
003610         "BREACHES OVER 10 DAYS   LN".
003620     05  FILLER                      PIC X(26)  VALUE
003630         "BREACHES OVER 30 DAYS   LN".
003640     05  FILLER                      PIC X(26)  VALUE
003650         "OPEN AT PERIOD END      LN".
003660     05  FILLER                      PIC X(26)  VALUE
003670         "TRANSMISSIONS ACKED     NN".
003680     05  FILLER                      PIC X(26)  VALUE
003690         "PROVISIONING REJECT PCT LY".
003700     05  FILLER                      PIC X(26)  VALUE
003710         "REQUEUE PCT             LY".
003720     05  FILLER                      PIC X(26)  VALUE
003730         "RECERTIFIED PCT         HY".
003740 01  TREND-LABEL-TABLE REDEFINES TREND-LABEL-VALUES.
003750     05  TREND-LABEL-ENTRY OCCURS 12 TIMES.
003760         10  TLB-LABEL               PIC X(24).
003770         10  TLB-DIRECTION           PIC X(01).
003780             88  TLB-HIGHER-IS-BETTER VALUE "H".
003790             88  TLB-LOWER-IS-BETTER VALUE "L".
003800         10  TLB-DECIMAL-SWITCH      PIC X(01).
003810             88  TLB-SHOWN-WITH-TENTHS VALUE "Y".
003820 01  TREND-COUNT                     PIC 9(04) COMP VALUE 12.
003830 01  TREND-SUB                       PIC 9(04) COMP.
003835 01  THIS-TREND-VALUES.
003840     05  THIS-TREND-ENTRY            OCCURS 12 TIMES.
003845         10  THIS-TREND-VALUE        PIC 9(07)V9.
003850         10  THIS-TREND-MEASURED     PIC X(01).
003855             88  THIS-FIGURE-MEASURED VALUE "Y".
003860 01  PRIOR-TREND-VALUES.
003865     05  PRIOR-TREND-ENTRY           OCCURS 12 TIMES.
003870         10  PRIOR-TREND-VALUE       PIC 9(07)V9.
003875         10  PRIOR-TREND-MEASURED    PIC X(01).
003880             88  PRIOR-FIGURE-MEASURED VALUE "Y".
003900 01  PRIOR-MONTH                     PIC 9(06).
003910 01  PRIOR-MONTH-X REDEFINES PRIOR-MONTH.
003920     05  PRIOR-MONTH-CCYY            PIC 9(04).
003930     05  PRIOR-MONTH-MM              PIC 9(02).
003940 01  TREND-CHANGE                    PIC S9(07)V9.
003950 01  METRIC-HEADING-LINE.
003960     05  FILLER                      PIC X(38)  VALUE
003970         "IDMETRIC MONTHLY METRICS AND SLA      ".
003980     05  FILLER                      PIC X(09)  VALUE
003990         "RUN DATE ".
004000     05  MHL-RUN-DATE                PIC X(10).
004010     05  FILLER                      PIC X(23)  VALUE SPACES.
004020 01  METRIC-TITLE-LINE.
004030     05  MTL-TITLE                   PIC X(60).
004040     05  FILLER                      PIC X(20)  VALUE SPACES.
004050 01  EXCEPTION-COLUMN-LINE.
004060     05  ECL-KEY-CAPTION             PIC X(10).
004070     05  FILLER                      PIC X(07)  VALUE " OPENED".
004080     05  FILLER                      PIC X(07)  VALUE " CLOSED".
004090     05  FILLER                      PIC X(07)  VALUE "   MEAN".
004100     05  FILLER                      PIC X(06)  VALUE " WORST".
004110     05  FILLER                      PIC X(07)  VALUE "   >5D".
004120     05  FILLER                      PIC X(07)  VALUE "  >10D".
004130     05  FILLER                      PIC X(07)  VALUE "  >30D".
004140     05  FILLER                      PIC X(07)  VALUE " REOPEN".
004150     05  FILLER                      PIC X(07)  VALUE "   OPEN".
004160     05  FILLER                      PIC X(08)  VALUE SPACES.
004170 01  EXCEPTION-DETAIL-LINE.
004180     05  EDL-KEY                     PIC X(08).
004190     05  FILLER                      PIC X(02)  VALUE SPACES.
004200     05  EDL-OPENED                  PIC ZZZZZZ9.
004210     05  EDL-CLOSED                  PIC ZZZZZZ9.
004220     05  FILLER                      PIC X(01)  VALUE SPACES.
004230     05  EDL-MEAN-DAYS               PIC ZZZZ9.9.
004240     05  FILLER                      PIC X(01)  VALUE SPACES.
004250     05  EDL-WORST-DAYS              PIC ZZZZ9.
004260     05  EDL-OVER-FIRST              PIC ZZZZZZ9.
004270     05  EDL-OVER-SECOND             PIC ZZZZZZ9.
004280     05  EDL-OVER-THIRD              PIC ZZZZZZ9.
004290     05  EDL-REOPENED                PIC ZZZZZZ9.
004300     05  EDL-OPEN-AT-END             PIC ZZZZZZ9.
004310     05  FILLER                      PIC X(07)  VALUE SPACES.
004320 01  XMIT-COLUMN-LINE.
004330     05  FILLER                      PIC X(08)  VALUE "SEQ".
004340     05  FILLER                      PIC X(12)  VALUE "ACK DATE".
004350     05  FILLER                      PIC X(08)  VALUE "    SENT".
004360     05  FILLER                      PIC X(08)  VALUE "  REJECT".
004370     05  FILLER                      PIC X(08)  VALUE "  NO ACK".
004380     05  FILLER                      PIC X(08)  VALUE " REQUEUE".
004390     05  FILLER                      PIC X(07)  VALUE "  REJ%".
004400     05  FILLER                      PIC X(07)  VALUE "   RQ%".
004410     05  FILLER                      PIC X(14)  VALUE
004420         "  BALANCED".
004430 01  XMIT-DETAIL-LINE.
004440     05  XDL-SEQ-NUMBER              PIC 9(06).
004450     05  FILLER                      PIC X(02)  VALUE SPACES.
004460     05  XDL-ACK-DATE                PIC X(10).
004470     05  FILLER                      PIC X(02)  VALUE SPACES.
004480     05  XDL-SENT                    PIC ZZZZZZZ9.
004490     05  XDL-REJECTED                PIC ZZZZZZZ9.
004500     05  XDL-UNACKED                 PIC ZZZZZZZ9.
004510     05  XDL-REQUEUED                PIC ZZZZZZZ9.
004520     05  FILLER                      PIC X(02)  VALUE SPACES.
004530     05  XDL-REJECT-RATE             PIC ZZ9.9.
004540     05  FILLER                      PIC X(02)  VALUE SPACES.
004550     05  XDL-REQUEUE-RATE            PIC ZZ9.9.
004560     05  FILLER                      PIC X(03)  VALUE SPACES.
004570     05  XDL-BALANCED                PIC X(03).
004580     05  FILLER                      PIC X(08)  VALUE SPACES.
004590 01  RECERT-DEPT-COLUMN-LINE.
004600     05  FILLER                      PIC X(06)  VALUE "DEPT".
004610     05  FILLER                      PIC X(23)  VALUE "NAME".
004620     05  FILLER                      PIC X(21)  VALUE "MANAGER".
004630     05  FILLER                      PIC X(08)  VALUE "     POP".
004640     05  FILLER                      PIC X(08)  VALUE "    CERT".
004650     05  FILLER                      PIC X(07)  VALUE "   PCT".
004660     05  FILLER                      PIC X(07)  VALUE SPACES.
004670 01  RECERT-DEPT-LINE.
004680     05  RDL-DEPT-CODE               PIC X(04).
004690     05  FILLER                      PIC X(02)  VALUE SPACES.
004700     05  RDL-DEPT-NAME               PIC X(22).
004710     05  FILLER                      PIC X(01)  VALUE SPACES.
004720     05  RDL-MANAGER                 PIC X(20).
004730     05  FILLER                      PIC X(01)  VALUE SPACES.
004740     05  RDL-POPULATION              PIC ZZZZZZZ9.
004750     05  RDL-CERTIFIED               PIC ZZZZZZZ9.
004760     05  FILLER                      PIC X(02)  VALUE SPACES.
004770     05  RDL-PERCENT                 PIC ZZ9.9.
004780     05  FILLER                      PIC X(07)  VALUE SPACES.
004790 01  RECERT-MGR-COLUMN-LINE.
004800     05  FILLER                      PIC X(22)  VALUE "MANAGER".
004810     05  FILLER                      PIC X(06)  VALUE " DEPTS".
004820     05  FILLER                      PIC X(08)  VALUE "     POP".
004830     05  FILLER                      PIC X(08)  VALUE "    CERT".
004840     05  FILLER                      PIC X(07)  VALUE "   PCT".
004850     05  FILLER                      PIC X(29)  VALUE SPACES.
004860 01  RECERT-MGR-LINE.
004870     05  RML-MANAGER                 PIC X(20).
004880     05  FILLER                      PIC X(02)  VALUE SPACES.
004890     05  RML-DEPT-COUNT              PIC ZZZZZ9.
004900     05  RML-POPULATION              PIC ZZZZZZZ9.
004910     05  RML-CERTIFIED               PIC ZZZZZZZ9.
004920     05  FILLER                      PIC X(02)  VALUE SPACES.
004930     05  RML-PERCENT                 PIC ZZ9.9.
004940     05  FILLER                      PIC X(29)  VALUE SPACES.
004950 01  TREND-COLUMN-LINE.
004960     05  FILLER                      PIC X(25)  VALUE "MEASURE".
004970     05  FILLER                      PIC X(11)  VALUE "  THIS MO".
004980     05  FILLER                      PIC X(11)  VALUE
004990         "  PRIOR MO".
005000     05  FILLER                      PIC X(11)  VALUE
005010         "     CHANGE".
005020     05  FILLER                      PIC X(02)  VALUE SPACES.
005030     05  FILLER                      PIC X(06)  VALUE "TREND".
005040     05  FILLER                      PIC X(14)  VALUE SPACES.
005050 01  TREND-DETAIL-LINE.
005060     05  TDL-LABEL                   PIC X(24).
005070     05  FILLER                      PIC X(01)  VALUE SPACES.
005080     05  TDL-THIS                    PIC X(11).
005090     05  TDL-PRIOR                   PIC X(11).
005100     05  TDL-CHANGE                  PIC X(11).
005110     05  FILLER                      PIC X(02)  VALUE SPACES.
005120     05  TDL-VERDICT                 PIC X(06).
005130     05  FILLER                      PIC X(14)  VALUE SPACES.
005140 01  TREND-EDIT-FIELDS.
005150     05  TREND-TENTHS-EDIT           PIC ZZZZZZZZ9.9.
005160     05  TREND-WHOLE-EDIT            PIC ZZZZZZZZZZ9.
005170     05  TREND-TENTHS-CHANGE         PIC -ZZZZZZZ9.9.
005180     05  TREND-WHOLE-CHANGE          PIC -ZZZZZZZZZ9.
005190 01  METRIC-TOTAL-LINE.
005200     05  MTT-LABEL                   PIC X(24).
005210     05  FILLER                      PIC X(02)  VALUE SPACES.
005220     05  MTT-VALUE                   PIC X(10).
005230     05  FILLER                      PIC X(44)  VALUE SPACES.
005240 01  METRIC-COUNT-DISPLAY            PIC ZZZZZZ9.
005250 01  METRIC-RATE-DISPLAY             PIC ZZ9.9.
005260 PROCEDURE        DIVISION.
005270 MAIN             SECTION.
005280 MAIN-ENTRY.
005290     PERFORM 0200-READ-PARAMETERS THRU 0200-EXIT.
005300     IF SEQUENCE-REFUSED
005310         DISPLAY "IDMETRIC - REPORT CARD REFUSED - STEP ENDED"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
005360     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
005370         UNTIL END-OF-TRACKING.
005380     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
005390     STOP RUN.
005400*****************************************************************
005410* 0200-READ-PARAMETERS - BUSINESS DATE, THEN THE REPORT CARD.   *
005420* A BLANK MONTH MEANS THE MONTH OF THE BUSINESS DATE; A BLANK   *
005430* CUTOFF MEANS THE POLICY CYCLE.  A CARD THAT CANNOT BE READ,   *
005440* OR A MONTH AFTER THE BUSINESS DATE, ENDS THE STEP RETURN CODE *
005450* 16 WITH NOTHING PRINTED.                                      *
005460*****************************************************************
005470 0200-READ-PARAMETERS.
005480     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
005490     IF SEQUENCE-REFUSED
005500         GO TO 0200-EXIT
005510     END-IF.
005520     COMPUTE RUN-MONTH = RUN-DATE-CCYY * 100 + RUN-DATE-MM.
005530     MOVE RUN-MONTH         TO SEL-REPORT-MONTH.
005540     MOVE ZERO              TO CUTOFF-CCYYMMDD.
005550     OPEN INPUT METPARM.
005560     IF METPARM-NOT-FOUND
005570         DISPLAY "IDMETRIC - NO REPORT CARD, REPORTING MONTH "
005580             RUN-MONTH
005590         PERFORM 0250-SET-PERIOD THRU 0250-EXIT
005600         GO TO 0200-EXIT
005610     END-IF.
005620     IF NOT METPARM-STATUS-OK
005630         SET SEQUENCE-REFUSED TO TRUE
005640         DISPLAY "IDMETRIC - CANNOT OPEN METPARM, STATUS = "
005650             METPARM-STATUS
005660         GO TO 0200-EXIT
005670     END-IF.
005680     READ METPARM
005690         AT END MOVE SPACES TO METRIC-PARM-CARD
005700     END-READ.
005710     CLOSE METPARM.
005720     PERFORM 0220-EDIT-PARAMETERS THRU 0220-EXIT.
005730     IF SEQUENCE-REFUSED
005740         GO TO 0200-EXIT
005750     END-IF.
005760     PERFORM 0250-SET-PERIOD THRU 0250-EXIT.
005770 0200-EXIT.
005780     EXIT.
005790 0220-EDIT-PARAMETERS.
005800     IF MTP-REPORT-MONTH NOT = SPACES
005810         IF MTP-REPORT-MONTH NOT NUMERIC
005820          OR NOT MTP-REPORT-MONTH-VALID
005830             SET SEQUENCE-REFUSED TO TRUE
005840             DISPLAY "IDMETRIC - INVALID REPORT MONTH "
005850                 MTP-REPORT-MONTH
005860             GO TO 0220-EXIT
005870         END-IF
005880         MOVE MTP-REPORT-MONTH-9 TO SEL-REPORT-MONTH
005890     END-IF.
005900     IF SEL-REPORT-MONTH > RUN-MONTH
005910         SET SEQUENCE-REFUSED TO TRUE
005920         DISPLAY "IDMETRIC - REPORT MONTH " SEL-REPORT-MONTH
005930             " IS PAST THE BUSINESS DATE " RUN-DATE-CCYYMMDD
005940         GO TO 0220-EXIT
005950     END-IF.
005960     IF MTP-CYCLE-CUTOFF NOT = SPACES
005970         IF MTP-CYCLE-CUTOFF NOT NUMERIC
005980          OR NOT MTP-CUTOFF-MONTH-VALID
005990          OR NOT MTP-CUTOFF-DAY-VALID
006000             SET SEQUENCE-REFUSED TO TRUE
006010             DISPLAY "IDMETRIC - INVALID CYCLE CUTOFF "
006020                 MTP-CYCLE-CUTOFF
006030             GO TO 0220-EXIT
006040         END-IF
006050         MOVE MTP-CYCLE-CUTOFF-9 TO CUTOFF-CCYYMMDD
006060     END-IF.
006070 0220-EXIT.
006080     EXIT.
006090 0250-SET-PERIOD.
006100     COMPUTE PERIOD-START = SEL-REPORT-MONTH * 100 + 1.
006110     COMPUTE PERIOD-END   = SEL-REPORT-MONTH * 100 + 31.
006120     IF PERIOD-END > RUN-DATE-CCYYMMDD
006130         MOVE RUN-DATE-CCYYMMDD TO PERIOD-END
006140     END-IF.
006150 0250-EXIT.
006160     EXIT.
006170*****************************************************************
006180* PRE-PROCESS - HEADING, CALENDAR, CYCLE CUTOFF, DEPARTMENT     *
006190* REFERENCE AND THE PRIOR MONTH'S FIGURES, THEN POSITION THE    *
006200* TRACKING FILE FOR THE SWEEP.  A TRACKING FILE OR CALENDAR     *
006210* THAT CANNOT BE USED ENDS THE STEP.                            *
006220*****************************************************************
006230 PRE-PROCESS      SECTION.
006240 PRE-PROCESS-ENTRY.
006250     MOVE SPACES  TO FLAG1 FLAG2 FLAG3 FLAG4 FLAG5.
006260     MOVE ZERO    TO SECTION-WARNING-COUNT
006270                     METRIC-COUNT
006280                     TRACK-READ-COUNT
006282                     AGE-UNKNOWN-COUNT
006290                     XMIT-COUNT
006300                     XMIT-SENT-TOTAL
006310                     XMIT-REJECTED-TOTAL
006320                     XMIT-UNACKED-TOTAL
006330                     XMIT-REQUEUED-TOTAL
006340                     XMIT-OUT-OF-BALANCE
006350                     RECERT-POPULATION
006360                     RECERT-CERTIFIED
006370                     MASTERS-READ-COUNT
006380                     PRIOR-MONTH
006390                     THIS-TREND-VALUES
006400                     PRIOR-TREND-VALUES.
006410     SET METRIC-NOT-YET-WARNED TO TRUE.
006420     SET DEPT-NOT-YET-WARNED   TO TRUE.
006430     SET RECERT-NOT-MEASURABLE TO TRUE.
006440     STRING RUN-DATE-MM  DELIMITED BY SIZE
006450            "/"          DELIMITED BY SIZE
006460            RUN-DATE-DD  DELIMITED BY SIZE
006470            "/"          DELIMITED BY SIZE
006480            RUN-DATE-CCYY DELIMITED BY SIZE
006490         INTO RUN-DATE-DISPLAY.
006500     OPEN OUTPUT METRPT.
006510     MOVE RUN-DATE-DISPLAY    TO MHL-RUN-DATE.
006520     MOVE METRIC-HEADING-LINE TO REPORT-LINE.
006530     WRITE REPORT-LINE.
006540     MOVE SPACES              TO REPORT-LINE.
006550     WRITE REPORT-LINE.
006560     PERFORM 9300-LOAD-CALENDAR THRU 9300-EXIT.
006570     IF FAILURE
006580         SET END-OF-TRACKING TO TRUE
006590         GO TO PRE-PROCESS-EXIT
006600     END-IF.
006610     MOVE PERIOD-END TO CALENDAR-SEEK-DATE.
006620     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
006630     MOVE CALENDAR-POSITION TO PERIOD-END-POSITION.
006640     PERFORM 1200-SET-CYCLE-CUTOFF THRU 1200-EXIT.
006650     PERFORM 1100-WRITE-PERIOD THRU 1100-EXIT.
006660     PERFORM 1300-LOAD-DEPT-REFERENCE THRU 1300-EXIT.
006670     PERFORM 1400-READ-PRIOR-MONTH THRU 1400-EXIT.
006680     MOVE "3"     TO MSK-GROUP.
006690     MOVE "MONTH" TO MSK-KEY.
006700     PERFORM 2300-LOCATE-METRIC-ROW THRU 2300-EXIT.
006710     OPEN INPUT EXCTRACK.
006720     IF EXCTRACK-FILE-MISSING
006730         SET FAILURE TO TRUE
006740         SET END-OF-TRACKING TO TRUE
006750         DISPLAY "IDMETRIC - NO EXCEPTION TRACKING FILE"
006760         GO TO PRE-PROCESS-EXIT
006770     END-IF.
006780     IF NOT EXCTRACK-STATUS-OK
006790         SET FAILURE TO TRUE
006800         SET END-OF-TRACKING TO TRUE
006810         DISPLAY "IDMETRIC - CANNOT OPEN EXCTRACK, STATUS = "
006820             EXCTRACK-STATUS
006830         GO TO PRE-PROCESS-EXIT
006840     END-IF.
006850     MOVE LOW-VALUES TO ETK-KEY.
006860     START EXCTRACK KEY NOT < ETK-KEY
006870         INVALID KEY SET END-OF-TRACKING TO TRUE
006880     END-START.
006890 PRE-PROCESS-EXIT.
006900     EXIT.
006910 1100-WRITE-PERIOD.
006920     MOVE SPACES            TO METRIC-TOTAL-LINE.
006930     MOVE "REPORT MONTH"    TO MTT-LABEL.
006940     STRING SEL-REPORT-MM   DELIMITED BY SIZE
006950            "/"             DELIMITED BY SIZE
006960            SEL-REPORT-CCYY DELIMITED BY SIZE
006970         INTO MTT-VALUE.
006980     MOVE METRIC-TOTAL-LINE TO REPORT-LINE.
006990     WRITE REPORT-LINE.
007000     MOVE PERIOD-END        TO EDIT-DATE-CCYYMMDD.
007010     IF PERIOD-END < RUN-DATE-CCYYMMDD
007020         MOVE "MONTH END" TO EDIT-DATE-DISPLAY
007030     ELSE
007040         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
007050     END-IF.
007060     MOVE SPACES            TO METRIC-TOTAL-LINE.
007070     MOVE "MEASURED THROUGH" TO MTT-LABEL.
007080     MOVE EDIT-DATE-DISPLAY TO MTT-VALUE.
007090     MOVE METRIC-TOTAL-LINE TO REPORT-LINE.
007100     WRITE REPORT-LINE.
007110     MOVE SPACES            TO METRIC-TOTAL-LINE.
007120     MOVE "SLA LEVELS (BUS DAYS)" TO MTT-LABEL.
007130     MOVE "5/10/30"         TO MTT-VALUE.
007140     MOVE METRIC-TOTAL-LINE TO REPORT-LINE.
007150     WRITE REPORT-LINE.
007160     MOVE SPACES            TO METRIC-TOTAL-LINE.
007170     MOVE "RECERT CYCLE CUTOFF" TO MTT-LABEL.
007180     IF RECERT-MEASURABLE
007190         MOVE CUTOFF-CCYYMMDD   TO EDIT-DATE-CCYYMMDD
007200         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
007210         MOVE EDIT-DATE-DISPLAY TO MTT-VALUE
007220     ELSE
007230         MOVE "NONE"            TO MTT-VALUE
007240     END-IF.
007250     MOVE METRIC-TOTAL-LINE TO REPORT-LINE.
007260     WRITE REPORT-LINE.
007270 1100-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 1200-SET-CYCLE-CUTOFF - THE CARD SETS THE CUTOFF OUTRIGHT;    *
007310* OTHERWISE IT IS THE BUSINESS DAY CYCLE-BUSINESS-DAYS BACK     *
007320* FROM THE END OF THE PERIOD, AS IDCERTR COUNTS IT.  A CALENDAR *
007330* THAT DOES NOT REACH BACK A FULL CYCLE LEAVES RECERTIFICATION  *
007340* UNMEASURED RATHER THAN MEASURED AGAINST A GUESSED CUTOFF.     *
007350*****************************************************************
007360 1200-SET-CYCLE-CUTOFF.
007370     IF CUTOFF-CCYYMMDD > ZERO
007380         SET RECERT-MEASURABLE TO TRUE
007390         GO TO 1200-EXIT
007400     END-IF.
007410     IF PERIOD-END-POSITION NOT > CYCLE-BUSINESS-DAYS
007420         ADD 1 TO SECTION-WARNING-COUNT
007430         DISPLAY "IDMETRIC - PROCCAL DOES NOT REACH BACK A FULL "
007440             "CYCLE - RECERTIFICATION NOT MEASURED"
007450         GO TO 1200-EXIT
007460     END-IF.
007470     COMPUTE CALENDAR-MID = PERIOD-END-POSITION
007480                          - CYCLE-BUSINESS-DAYS.
007490     MOVE CALT-BUSINESS-DATE (CALENDAR-MID) TO CUTOFF-CCYYMMDD.
007500     SET RECERT-MEASURABLE TO TRUE.
007510 1200-EXIT.
007520     EXIT.
007530*****************************************************************
007540* 1300-LOAD-DEPT-REFERENCE - DEPARTMENT NAMES AND OWNING        *
007550* MANAGERS FOR THE RECERTIFICATION SECTION.  WITHOUT DEPTREF    *
007560* THE DEPARTMENTS ARE STILL MEASURED, ALL UNDER UNASSIGNED.     *
007570*****************************************************************
007580 1300-LOAD-DEPT-REFERENCE.
007590     OPEN INPUT DEPTREF.
007600     IF DEPTREF-NOT-FOUND
007610         ADD 1 TO SECTION-WARNING-COUNT
007620         DISPLAY "IDMETRIC - NO DEPT REFERENCE FILE - MANAGERS "
007630             "SHOWN AS UNASSIGNED"
007640         GO TO 1300-EXIT
007650     END-IF.
007660     IF NOT DEPTREF-STATUS-OK
007670         ADD 1 TO SECTION-WARNING-COUNT
007680         DISPLAY "IDMETRIC - CANNOT OPEN DEPTREF, STATUS = "
007690             DEPTREF-STATUS
007700         GO TO 1300-EXIT
007710     END-IF.
007720     PERFORM 1310-LOAD-DEPT-REF-RECORD THRU 1310-EXIT
007730         UNTIL END-OF-DEPT-REF.
007740     CLOSE DEPTREF.
007750 1300-EXIT.
007760     EXIT.
007770 1310-LOAD-DEPT-REF-RECORD.
007780     READ DEPTREF
007790         AT END SET END-OF-DEPT-REF TO TRUE
007800     END-READ.
007810     IF END-OF-DEPT-REF
007820         GO TO 1310-EXIT
007830     END-IF.
007840     IF NOT DEPTREF-STATUS-OK
007850         ADD 1 TO SECTION-WARNING-COUNT
007860         SET END-OF-DEPT-REF TO TRUE
007870         DISPLAY "IDMETRIC - I/O ERROR ON DEPTREF, STATUS = "
007880             DEPTREF-STATUS
007890         GO TO 1310-EXIT
007900     END-IF.
007910     IF DEPT-COUNT NOT < 500
007920         PERFORM 1320-DEPT-TABLE-FULL-WARNING THRU 1320-EXIT
007930         GO TO 1310-EXIT
007940     END-IF.
007950     ADD 1 TO DEPT-COUNT.
007960     SET DEPT-IDX TO DEPT-COUNT.
007970     MOVE DRF-DEPT-CODE TO DPT-DEPT-CODE (DEPT-IDX).
007980     MOVE DRF-DEPT-NAME TO DPT-DEPT-NAME (DEPT-IDX).
007990     MOVE DRF-MANAGER   TO DPT-MANAGER (DEPT-IDX).
008000     MOVE ZERO          TO DPT-POPULATION (DEPT-IDX)
008010                           DPT-CERTIFIED (DEPT-IDX).
008020 1310-EXIT.
008030     EXIT.
008040 1320-DEPT-TABLE-FULL-WARNING.
008050     IF NOT DEPT-TABLE-FULL-WARNED
008060         DISPLAY "IDMETRIC - WARNING - DEPT-TABLE FULL AT 500"
008070         DISPLAY "IDMETRIC - REMAINING DEPARTMENTS COUNT IN THE "
008080             "TOTAL ONLY"
008090         SET DEPT-TABLE-FULL-WARNED TO TRUE
008100     END-IF.
008110 1320-EXIT.
008120     EXIT.
008130*****************************************************************
008140* 1400-READ-PRIOR-MONTH - THE PRIOR MONTH IS THE LATEST MONTH   *
008150* ON METHIST BEFORE THE ONE REPORTED.  A MONTH REPORTED MORE    *
008160* THAN ONCE (A RERUN, OR A MONTH TAKEN PART-WAY THROUGH) IS     *
008170* TAKEN FROM ITS LAST RECORD.                                   *
008180*****************************************************************
008190 1400-READ-PRIOR-MONTH.
008200     OPEN INPUT METHIST.
008210     IF METHIST-NOT-FOUND
008220         DISPLAY "IDMETRIC - NO METRICS HISTORY - NO PRIOR MONTH"
008230         GO TO 1400-EXIT
008240     END-IF.
008250     IF NOT METHIST-STATUS-OK
008260         ADD 1 TO SECTION-WARNING-COUNT
008270         DISPLAY "IDMETRIC - CANNOT OPEN METHIST, STATUS = "
008280             METHIST-STATUS
008290         GO TO 1400-EXIT
008300     END-IF.
008310     PERFORM 1410-READ-HISTORY-RECORD THRU 1410-EXIT
008320         UNTIL END-OF-METRIC-HISTORY.
008330     CLOSE METHIST.
008340 1400-EXIT.
008350     EXIT.
008360 1410-READ-HISTORY-RECORD.
008370     READ METHIST
008380         AT END SET END-OF-METRIC-HISTORY TO TRUE
008390     END-READ.
008400     IF END-OF-METRIC-HISTORY
008410         GO TO 1410-EXIT
008420     END-IF.
008430     IF NOT METHIST-STATUS-OK
008440         ADD 1 TO SECTION-WARNING-COUNT
008450         SET END-OF-METRIC-HISTORY TO TRUE
008460         DISPLAY "IDMETRIC - I/O ERROR ON METHIST, STATUS = "
008470             METHIST-STATUS
008480         GO TO 1410-EXIT
008490     END-IF.
008500     IF MHR-REPORT-MONTH NOT < SEL-REPORT-MONTH
008510      OR MHR-REPORT-MONTH < PRIOR-MONTH
008520         GO TO 1410-EXIT
008530     END-IF.
008540     MOVE MHR-REPORT-MONTH  TO PRIOR-MONTH.
008550     MOVE MHR-TREND-VALUES  TO PRIOR-TREND-VALUES.
008560 1410-EXIT.
008570     EXIT.
008580*****************************************************************
008590* MAIN-PROCESS - MEASURE ONE TRACKING ITEM PER INVOCATION AND   *
008600* POST IT TO ITS REASON CODE, ITS ANALYST AND THE MONTH.        *
008610*****************************************************************
008620 MAIN-PROCESS     SECTION.
008630 MAIN-PROCESS-ENTRY.
008640     READ EXCTRACK NEXT RECORD
008650         AT END SET END-OF-TRACKING TO TRUE
008660     END-READ.
008670     IF END-OF-TRACKING
008680         GO TO MAIN-PROCESS-EXIT
008690     END-IF.
008700     IF NOT EXCTRACK-STATUS-OK
008710         SET FAILURE TO TRUE
008720         SET END-OF-TRACKING TO TRUE
008730         DISPLAY "IDMETRIC - I/O ERROR ON SWEEP, STATUS = "
008740             EXCTRACK-STATUS
008750         GO TO MAIN-PROCESS-EXIT
008760     END-IF.
008770     ADD 1 TO TRACK-READ-COUNT.
008780     PERFORM 2100-MEASURE-ITEM THRU 2100-EXIT.
008790     IF ITM-OPENED = ZERO
008800      AND ITM-CLOSED = ZERO
008810      AND ITM-OPEN-AT-END = ZERO
008820         GO TO MAIN-PROCESS-EXIT
008830     END-IF.
008840     PERFORM 2200-POST-ITEM THRU 2200-EXIT.
008850 MAIN-PROCESS-EXIT.
008860     EXIT.
008870*****************************************************************
008880* 2100-MEASURE-ITEM - EXCTRACK HOLDS EACH ITEM AS IT STANDS     *
008890* NOW, SO AN ITEM IS OPENED IN THE PERIOD WHEN ITS OPENED DATE  *
008900* FALLS IN IT (A REOPENED ITEM CARRIES ITS REOPENING DATE),     *
008910* CLOSED IN THE PERIOD WHEN IT IS RESOLVED OR ACCEPTED WITH ITS *
008920* DISPOSITION DATE IN IT, AND OPEN AT THE END OF THE PERIOD     *
008930* WHEN IT WAS OPENED BY THEN AND WAS NOT DISPOSED BY THEN.      *
008932* AN ITEM OPENED BEFORE THE FIRST DAY ON PROCCAL HAS NO KNOWN   *
008934* AGE - IT IS LEFT OUT OF THE MEASURES WITH A WARNING AND       *
008936* COUNTED AS OF UNKNOWN AGE.                                    *
008940*****************************************************************
008950 2100-MEASURE-ITEM.
008960     MOVE ZERO TO ITM-OPENED
008970                  ITM-CLOSED
008980                  ITM-REOPENED
008990                  ITM-OPEN-AT-END
009000                  ITM-OVER-FIRST
009010                  ITM-OVER-SECOND
009020                  ITM-OVER-THIRD
009030                  ITM-DAYS.
009040     IF ETK-OPENED-DATE = ZERO
009050      OR ETK-OPENED-DATE > PERIOD-END
009060         GO TO 2100-EXIT
009070     END-IF.
009080     MOVE ETK-OPENED-DATE TO CALENDAR-SEEK-DATE.
009090     PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT.
009091     IF CALENDAR-POSITION = ZERO
009092         ADD 1 TO AGE-UNKNOWN-COUNT
009093         DISPLAY "IDMETRIC - WARNING - " ETK-CODE1 " OPENED "
009094             ETK-OPENED-DATE " BEFORE PROCCAL STARTS - NOT "
009095             "MEASURED"
009096         GO TO 2100-EXIT
009097     END-IF.
009100     MOVE CALENDAR-POSITION TO OPENED-POSITION.
009110     IF ETK-OPENED-DATE NOT < PERIOD-START
009120         MOVE 1 TO ITM-OPENED
009130         IF ETK-REPEAT-COUNT > ZERO
009140             MOVE 1 TO ITM-REOPENED
009150         END-IF
009160     END-IF.
009170     IF ETK-ITEM-IS-CLOSED
009180      AND ETK-DISPOSED-DATE NOT < PERIOD-START
009190      AND ETK-DISPOSED-DATE NOT > PERIOD-END
009200         MOVE 1 TO ITM-CLOSED
009210         MOVE ETK-DISPOSED-DATE TO CALENDAR-SEEK-DATE
009220         PERFORM 9400-LOCATE-BUSINESS-DATE THRU 9400-EXIT
009230         COMPUTE ITM-DAYS = CALENDAR-POSITION - OPENED-POSITION
009240     END-IF.
009250     IF ETK-ITEM-IS-OPEN
009260      OR (ETK-ITEM-IS-CLOSED AND ETK-DISPOSED-DATE > PERIOD-END)
009270         MOVE 1 TO ITM-OPEN-AT-END
009280         COMPUTE ITM-DAYS = PERIOD-END-POSITION - OPENED-POSITION
009290     END-IF.
009300     IF ITM-DAYS < ZERO
009310         MOVE ZERO TO ITM-DAYS
009320     END-IF.
009330     IF ITM-CLOSED = ZERO
009340      AND ITM-OPEN-AT-END = ZERO
009350         GO TO 2100-EXIT
009360     END-IF.
009370     IF ITM-DAYS > SLA-FIRST-DAYS
009380         MOVE 1 TO ITM-OVER-FIRST
009390     END-IF.
009400     IF ITM-DAYS > SLA-SECOND-DAYS
009410         MOVE 1 TO ITM-OVER-SECOND
009420     END-IF.
009430     IF ITM-DAYS > SLA-THIRD-DAYS
009440         MOVE 1 TO ITM-OVER-THIRD
009450     END-IF.
009460 2100-EXIT.
009470     EXIT.
009480 2200-POST-ITEM.
009490     MOVE "1"             TO MSK-GROUP.
009500     MOVE ETK-REASON-CODE TO MSK-KEY.
009510     PERFORM 2300-LOCATE-METRIC-ROW THRU 2300-EXIT.
009520     PERFORM 2250-ADD-TO-METRIC-ROW THRU 2250-EXIT.
009530     MOVE "2"             TO MSK-GROUP.
009540     MOVE ETK-ANALYST-ID  TO MSK-KEY.
009550     IF ETK-ANALYST-ID = SPACES
009560         MOVE "(NONE)"    TO MSK-KEY
009570     END-IF.
009580     PERFORM 2300-LOCATE-METRIC-ROW THRU 2300-EXIT.
009590     PERFORM 2250-ADD-TO-METRIC-ROW THRU 2250-EXIT.
009600     MOVE "3"             TO MSK-GROUP.
009610     MOVE "MONTH"         TO MSK-KEY.
009620     PERFORM 2300-LOCATE-METRIC-ROW THRU 2300-EXIT.
009630     PERFORM 2250-ADD-TO-METRIC-ROW THRU 2250-EXIT.
009640 2200-EXIT.
009650     EXIT.
009660 2250-ADD-TO-METRIC-ROW.
009670     IF METRIC-SUB = ZERO
009680         GO TO 2250-EXIT
009690     END-IF.
009700     ADD ITM-OPENED      TO MTR-OPENED (METRIC-SUB).
009710     ADD ITM-CLOSED      TO MTR-CLOSED (METRIC-SUB).
009720     ADD ITM-REOPENED    TO MTR-REOPENED (METRIC-SUB).
009730     ADD ITM-OPEN-AT-END TO MTR-OPEN-AT-END (METRIC-SUB).
009740     ADD ITM-OVER-FIRST  TO MTR-OVER-FIRST (METRIC-SUB).
009750     ADD ITM-OVER-SECOND TO MTR-OVER-SECOND (METRIC-SUB).
009760     ADD ITM-OVER-THIRD  TO MTR-OVER-THIRD (METRIC-SUB).
009770     IF ITM-CLOSED = 1
009780         ADD ITM-DAYS    TO MTR-TOTAL-DAYS (METRIC-SUB)
009790         IF ITM-DAYS > MTR-WORST-DAYS (METRIC-SUB)
009800             MOVE ITM-DAYS TO MTR-WORST-DAYS (METRIC-SUB)
009810         END-IF
009820     END-IF.
009830 2250-EXIT.
009840     EXIT.
009850*****************************************************************
009860* 2300-LOCATE-METRIC-ROW - FIND THE ROW FOR METRIC-SEEK-KEY, OR *
009870* OPEN ONE IN ITS PLACE IN KEY ORDER.  METRIC-SUB COMES BACK    *
009880* ZERO ONLY WHEN THE TABLE IS FULL, AND THE ITEM THEN COUNTS IN *
009890* THE MONTH'S ROW ALONE.                                        *
009900*****************************************************************
009910 2300-LOCATE-METRIC-ROW.
009920     MOVE 1 TO METRIC-SUB.
009930     SET METRIC-ROW-NOT-PLACED TO TRUE.
009940     PERFORM 2310-PASS-LOWER-ROW THRU 2310-EXIT
009950         UNTIL METRIC-ROW-PLACED.
009960     IF METRIC-SUB NOT > METRIC-COUNT
009970         IF MTR-SORT-KEY (METRIC-SUB) = METRIC-SEEK-KEY
009980             GO TO 2300-EXIT
009990         END-IF
010000     END-IF.
010010     IF METRIC-COUNT NOT < 300
010020         PERFORM 2330-METRIC-TABLE-FULL-WARNING THRU 2330-EXIT
010030         MOVE ZERO TO METRIC-SUB
010040         GO TO 2300-EXIT
010050     END-IF.
010060     PERFORM 2320-SHIFT-METRIC-ROW THRU 2320-EXIT
010070         VARYING METRIC-SHIFT-SUB FROM METRIC-COUNT BY -1
010080         UNTIL METRIC-SHIFT-SUB < METRIC-SUB.
010090     ADD 1 TO METRIC-COUNT.
010100     MOVE METRIC-SEEK-KEY TO MTR-SORT-KEY (METRIC-SUB).
010110     MOVE ZERO            TO MTR-OPENED (METRIC-SUB)
010120                             MTR-CLOSED (METRIC-SUB)
010130                             MTR-TOTAL-DAYS (METRIC-SUB)
010140                             MTR-WORST-DAYS (METRIC-SUB)
010150                             MTR-OVER-FIRST (METRIC-SUB)
010160                             MTR-OVER-SECOND (METRIC-SUB)
010170                             MTR-OVER-THIRD (METRIC-SUB)
010180                             MTR-REOPENED (METRIC-SUB)
010190                             MTR-OPEN-AT-END (METRIC-SUB).
010200 2300-EXIT.
010210     EXIT.
010220 2310-PASS-LOWER-ROW.
010230     IF METRIC-SUB > METRIC-COUNT
010240         SET METRIC-ROW-PLACED TO TRUE
010250         GO TO 2310-EXIT
010260     END-IF.
010270     IF MTR-SORT-KEY (METRIC-SUB) < METRIC-SEEK-KEY
010280         ADD 1 TO METRIC-SUB
010290     ELSE
010300         SET METRIC-ROW-PLACED TO TRUE
010310     END-IF.
010320 2310-EXIT.
010330     EXIT.
010340 2320-SHIFT-METRIC-ROW.
010350     MOVE METRIC-ENTRY (METRIC-SHIFT-SUB)
010360         TO METRIC-ENTRY (METRIC-SHIFT-SUB + 1).
010370 2320-EXIT.
010380     EXIT.
010390 2330-METRIC-TABLE-FULL-WARNING.
010400     IF NOT METRIC-TABLE-FULL-WARNED
010410         DISPLAY "IDMETRIC - WARNING - METRIC-TABLE FULL AT 300"
010420         DISPLAY "IDMETRIC - FURTHER REASONS AND ANALYSTS COUNT "
010430             "IN THE MONTH TOTAL ONLY"
010440         SET METRIC-TABLE-FULL-WARNED TO TRUE
010450     END-IF.
010460 2330-EXIT.
010470     EXIT.
010480*****************************************************************
010490* POST-PROCESS - PRINT THE EXCEPTION, TRANSMISSION AND          *
010500* RECERTIFICATION SECTIONS, SET THE MONTH AGAINST THE PRIOR     *
010510* MONTH AND ADD IT TO THE METRICS HISTORY.                      *
010520*****************************************************************
010530 POST-PROCESS     SECTION.
010540 POST-PROCESS-ENTRY.
010550     IF FAILURE
010560         CLOSE METRPT
010570         PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT
010580         GO TO POST-PROCESS-EXIT
010590     END-IF.
010600     CLOSE EXCTRACK.
010610     PERFORM 3100-PRINT-EXCEPTIONS THRU 3100-EXIT.
010620     PERFORM 3200-PRINT-TRANSMISSIONS THRU 3200-EXIT.
010630     PERFORM 3300-MEASURE-RECERT THRU 3300-EXIT.
010640     IF NOT FAILURE
010650         PERFORM 3500-PRINT-TREND THRU 3500-EXIT
010660         PERFORM 3600-APPEND-METRIC-HISTORY THRU 3600-EXIT
010670     END-IF.
010680     CLOSE METRPT.
010690     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
010700 POST-PROCESS-EXIT.
010710     EXIT.
010720*****************************************************************
010730* 3100-PRINT-EXCEPTIONS - THE METRIC ROWS IN GROUP/KEY ORDER,   *
010740* A CAPTION AHEAD OF EACH GROUP.  THE MONTH ROW FEEDS THE TREND.*
010750*****************************************************************
010760 3100-PRINT-EXCEPTIONS.
010770     MOVE SPACES              TO REPORT-LINE.
010780     WRITE REPORT-LINE.
010790     MOVE SPACES              TO METRIC-TITLE-LINE.
010800     MOVE "EXCEPTION WORKLOAD AND SERVICE LEVELS (EXCTRACK)"
010810                              TO MTL-TITLE.
010820     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
010830     WRITE REPORT-LINE.
010840     MOVE SPACES              TO METRIC-TOTAL-LINE.
010850     MOVE "TRACKING ITEMS READ" TO MTT-LABEL.
010860     MOVE TRACK-READ-COUNT    TO METRIC-COUNT-DISPLAY.
010870     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
010880     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
010890     WRITE REPORT-LINE.
010891     MOVE SPACES              TO METRIC-TOTAL-LINE.
010892     MOVE "ITEMS OF UNKNOWN AGE" TO MTT-LABEL.
010893     MOVE AGE-UNKNOWN-COUNT   TO METRIC-COUNT-DISPLAY.
010894     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
010895     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
010896     WRITE REPORT-LINE.
010900     MOVE SPACE               TO PRIOR-METRIC-GROUP.
010910     PERFORM 3110-PRINT-METRIC-ROW THRU 3110-EXIT
010920         VARYING METRIC-SUB FROM 1 BY 1
010930         UNTIL METRIC-SUB > METRIC-COUNT.
010940 3100-EXIT.
010950     EXIT.
010960 3110-PRINT-METRIC-ROW.
010970     IF MTR-GROUP (METRIC-SUB) NOT = PRIOR-METRIC-GROUP
010980         PERFORM 3120-START-METRIC-GROUP THRU 3120-EXIT
010990     END-IF.
011000     MOVE ZERO TO MEAN-DAYS-WORK.
011010     IF MTR-CLOSED (METRIC-SUB) > ZERO
011020         COMPUTE MEAN-DAYS-WORK ROUNDED =
011030             MTR-TOTAL-DAYS (METRIC-SUB) / MTR-CLOSED (METRIC-SUB)
011040     END-IF.
011050     MOVE MTR-KEY (METRIC-SUB)         TO EDL-KEY.
011060     MOVE MTR-OPENED (METRIC-SUB)      TO EDL-OPENED.
011070     MOVE MTR-CLOSED (METRIC-SUB)      TO EDL-CLOSED.
011080     MOVE MEAN-DAYS-WORK               TO EDL-MEAN-DAYS.
011090     MOVE MTR-WORST-DAYS (METRIC-SUB)  TO EDL-WORST-DAYS.
011100     MOVE MTR-OVER-FIRST (METRIC-SUB)  TO EDL-OVER-FIRST.
011110     MOVE MTR-OVER-SECOND (METRIC-SUB) TO EDL-OVER-SECOND.
011120     MOVE MTR-OVER-THIRD (METRIC-SUB)  TO EDL-OVER-THIRD.
011130     MOVE MTR-REOPENED (METRIC-SUB)    TO EDL-REOPENED.
011140     MOVE MTR-OPEN-AT-END (METRIC-SUB) TO EDL-OPEN-AT-END.
011150     MOVE EXCEPTION-DETAIL-LINE        TO REPORT-LINE.
011160     WRITE REPORT-LINE.
011170     IF MTR-GROUP (METRIC-SUB) NOT = "3"
011180         GO TO 3110-EXIT
011190     END-IF.
011200     MOVE MTR-OPENED (METRIC-SUB)      TO THIS-TREND-VALUE (1).
011210     MOVE MTR-CLOSED (METRIC-SUB)      TO THIS-TREND-VALUE (2).
011220     MOVE MEAN-DAYS-WORK               TO THIS-TREND-VALUE (3).
011230     MOVE MTR-WORST-DAYS (METRIC-SUB)  TO THIS-TREND-VALUE (4).
011240     MOVE MTR-OVER-FIRST (METRIC-SUB)  TO THIS-TREND-VALUE (5).
011250     MOVE MTR-OVER-SECOND (METRIC-SUB) TO THIS-TREND-VALUE (6).
011260     MOVE MTR-OVER-THIRD (METRIC-SUB)  TO THIS-TREND-VALUE (7).
011262     MOVE MTR-OPEN-AT-END (METRIC-SUB) TO THIS-TREND-VALUE (8).
011264     MOVE "Y" TO THIS-TREND-MEASURED (1) THIS-TREND-MEASURED (2)
011266                 THIS-TREND-MEASURED (3) THIS-TREND-MEASURED (4)
011268                 THIS-TREND-MEASURED (5) THIS-TREND-MEASURED (6)
011270                 THIS-TREND-MEASURED (7) THIS-TREND-MEASURED (8).
011280 3110-EXIT.
011290     EXIT.
011300 3120-START-METRIC-GROUP.
011310     MOVE MTR-GROUP (METRIC-SUB) TO PRIOR-METRIC-GROUP.
011320     MOVE SPACES              TO REPORT-LINE.
011330     WRITE REPORT-LINE.
011340     MOVE SPACES              TO METRIC-TITLE-LINE.
011350     EVALUATE MTR-GROUP (METRIC-SUB)
011360         WHEN "1"
011370             MOVE "BY REASON CODE"       TO MTL-TITLE
011380             MOVE "REASON"               TO ECL-KEY-CAPTION
011390         WHEN "2"
011400             MOVE "BY ANALYST"           TO MTL-TITLE
011410             MOVE "ANALYST"              TO ECL-KEY-CAPTION
011420         WHEN OTHER
011430             MOVE "ALL EXCEPTIONS"       TO MTL-TITLE
011440             MOVE SPACES                 TO ECL-KEY-CAPTION
011450     END-EVALUATE.
011460     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
011470     WRITE REPORT-LINE.
011480     MOVE EXCEPTION-COLUMN-LINE TO REPORT-LINE.
011490     WRITE REPORT-LINE.
011500 3120-EXIT.
011510     EXIT.
011520*****************************************************************
011530* 3200-PRINT-TRANSMISSIONS - EVERY TRANSMISSION IDACK           *
011540* RECONCILED IN THE PERIOD, WITH ITS REJECT AND REQUEUE RATE,   *
011550* THEN THE MONTH'S RATES OVER ALL RECORDS SENT.  WITHOUT ACKHIST*
011560* THE SECTION SAYS SO AND THE RATES STAY ZERO.                  *
011570*****************************************************************
011580 3200-PRINT-TRANSMISSIONS.
011590     MOVE SPACES              TO REPORT-LINE.
011600     WRITE REPORT-LINE.
011610     MOVE SPACES              TO METRIC-TITLE-LINE.
011620     MOVE "PROVISIONING REJECTS AND REQUEUES (ACKHIST)"
011630                              TO MTL-TITLE.
011640     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
011650     WRITE REPORT-LINE.
011660     OPEN INPUT ACKHIST.
011670     IF ACKHIST-NOT-FOUND
011680         ADD 1 TO SECTION-WARNING-COUNT
011690         MOVE SPACES          TO METRIC-TITLE-LINE
011700         MOVE "NO ACKNOWLEDGMENT HISTORY ON FILE" TO MTL-TITLE
011710         MOVE METRIC-TITLE-LINE TO REPORT-LINE
011720         WRITE REPORT-LINE
011730         GO TO 3200-EXIT
011740     END-IF.
011750     IF NOT ACKHIST-STATUS-OK
011760         ADD 1 TO SECTION-WARNING-COUNT
011770         DISPLAY "IDMETRIC - CANNOT OPEN ACKHIST, STATUS = "
011780             ACKHIST-STATUS
011790         GO TO 3200-EXIT
011800     END-IF.
011810     MOVE XMIT-COLUMN-LINE    TO REPORT-LINE.
011820     WRITE REPORT-LINE.
011830     PERFORM 3210-PRINT-TRANSMISSION THRU 3210-EXIT
011840         UNTIL END-OF-ACK-HISTORY.
011850     CLOSE ACKHIST.
011860     PERFORM 3220-WRITE-TRANSMISSION-TOTALS THRU 3220-EXIT.
011870 3200-EXIT.
011880     EXIT.
011890 3210-PRINT-TRANSMISSION.
011900     READ ACKHIST
011910         AT END SET END-OF-ACK-HISTORY TO TRUE
011920     END-READ.
011930     IF END-OF-ACK-HISTORY
011940         GO TO 3210-EXIT
011950     END-IF.
011960     IF NOT ACKHIST-STATUS-OK
011970         ADD 1 TO SECTION-WARNING-COUNT
011980         SET END-OF-ACK-HISTORY TO TRUE
011990         DISPLAY "IDMETRIC - I/O ERROR ON ACKHIST, STATUS = "
012000             ACKHIST-STATUS
012010         GO TO 3210-EXIT
012020     END-IF.
012030     IF AHR-ACK-DATE < PERIOD-START
012040      OR AHR-ACK-DATE > PERIOD-END
012050         GO TO 3210-EXIT
012060     END-IF.
012070     ADD 1                    TO XMIT-COUNT.
012080     ADD AHR-SENT-COUNT       TO XMIT-SENT-TOTAL.
012090     ADD AHR-REJECTED-COUNT   TO XMIT-REJECTED-TOTAL.
012100     ADD AHR-UNACKED-COUNT    TO XMIT-UNACKED-TOTAL.
012110     ADD AHR-REQUEUED-COUNT   TO XMIT-REQUEUED-TOTAL.
012120     MOVE AHR-SEQ-NUMBER      TO XDL-SEQ-NUMBER.
012130     MOVE AHR-ACK-DATE        TO EDIT-DATE-CCYYMMDD.
012140     PERFORM 9100-FORMAT-DATE THRU 9100-EXIT.
012150     MOVE EDIT-DATE-DISPLAY   TO XDL-ACK-DATE.
012160     MOVE AHR-SENT-COUNT      TO XDL-SENT.
012170     MOVE AHR-REJECTED-COUNT  TO XDL-REJECTED.
012180     MOVE AHR-UNACKED-COUNT   TO XDL-UNACKED.
012190     MOVE AHR-REQUEUED-COUNT  TO XDL-REQUEUED.
012200     MOVE ZERO                TO XDL-REJECT-RATE
012210                                 XDL-REQUEUE-RATE.
012220     IF AHR-SENT-COUNT > ZERO
012230         COMPUTE RATE-WORK ROUNDED =
012240             (AHR-REJECTED-COUNT * 100) / AHR-SENT-COUNT
012250         MOVE RATE-WORK       TO XDL-REJECT-RATE
012260         COMPUTE RATE-WORK ROUNDED =
012270             (AHR-REQUEUED-COUNT * 100) / AHR-SENT-COUNT
012280         MOVE RATE-WORK       TO XDL-REQUEUE-RATE
012290     END-IF.
012300     IF AHR-IN-BALANCE
012310         MOVE "YES"           TO XDL-BALANCED
012320     ELSE
012330         MOVE "NO"            TO XDL-BALANCED
012340         ADD 1                TO XMIT-OUT-OF-BALANCE
012350     END-IF.
012360     MOVE XMIT-DETAIL-LINE    TO REPORT-LINE.
012370     WRITE REPORT-LINE.
012380 3210-EXIT.
012390     EXIT.
012400 3220-WRITE-TRANSMISSION-TOTALS.
012405     MOVE XMIT-COUNT          TO THIS-TREND-VALUE (9).
012410     SET THIS-FIGURE-MEASURED (9) TO TRUE.
012415*    THE RATES ARE ONLY MEASURED WHEN SOMETHING WAS SENT.
012420     IF XMIT-SENT-TOTAL > ZERO
012425         COMPUTE THIS-TREND-VALUE (10) ROUNDED =
012430             (XMIT-REJECTED-TOTAL * 100) / XMIT-SENT-TOTAL
012435         COMPUTE THIS-TREND-VALUE (11) ROUNDED =
012440             (XMIT-REQUEUED-TOTAL * 100) / XMIT-SENT-TOTAL
012445         SET THIS-FIGURE-MEASURED (10) TO TRUE
012450         SET THIS-FIGURE-MEASURED (11) TO TRUE
012455     END-IF.
012480     MOVE SPACES              TO REPORT-LINE.
012490     WRITE REPORT-LINE.
012500     MOVE SPACES              TO METRIC-TOTAL-LINE.
012510     MOVE "TRANSMISSIONS"     TO MTT-LABEL.
012520     MOVE XMIT-COUNT          TO METRIC-COUNT-DISPLAY.
012530     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
012540     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012550     WRITE REPORT-LINE.
012560     MOVE SPACES              TO METRIC-TOTAL-LINE.
012570     MOVE "OUT OF BALANCE"    TO MTT-LABEL.
012580     MOVE XMIT-OUT-OF-BALANCE TO METRIC-COUNT-DISPLAY.
012590     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
012600     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012610     WRITE REPORT-LINE.
012620     MOVE SPACES              TO METRIC-TOTAL-LINE.
012630     MOVE "RECORDS SENT"      TO MTT-LABEL.
012640     MOVE XMIT-SENT-TOTAL     TO METRIC-COUNT-DISPLAY.
012650     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
012660     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012670     WRITE REPORT-LINE.
012680     MOVE SPACES              TO METRIC-TOTAL-LINE.
012690     MOVE "NEVER ACKNOWLEDGED" TO MTT-LABEL.
012700     MOVE XMIT-UNACKED-TOTAL  TO METRIC-COUNT-DISPLAY.
012710     MOVE METRIC-COUNT-DISPLAY TO MTT-VALUE.
012720     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012730     WRITE REPORT-LINE.
012740     MOVE SPACES              TO METRIC-TOTAL-LINE.
012750     MOVE "REJECT RATE PCT"   TO MTT-LABEL.
012760     MOVE THIS-TREND-VALUE (10) TO METRIC-RATE-DISPLAY.
012770     MOVE METRIC-RATE-DISPLAY TO MTT-VALUE.
012780     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012790     WRITE REPORT-LINE.
012800     MOVE SPACES              TO METRIC-TOTAL-LINE.
012810     MOVE "REQUEUE RATE PCT"  TO MTT-LABEL.
012820     MOVE THIS-TREND-VALUE (11) TO METRIC-RATE-DISPLAY.
012830     MOVE METRIC-RATE-DISPLAY TO MTT-VALUE.
012840     MOVE METRIC-TOTAL-LINE   TO REPORT-LINE.
012850     WRITE REPORT-LINE.
012860 3220-EXIT.
012870     EXIT.
012880*****************************************************************
012890* 3300-MEASURE-RECERT - SWEEP THE MASTER.  EVERY RECORD NOT     *
012900* FLAGGED FOR DELETION IS IN THE CYCLE'S POPULATION; IT IS      *
012910* RECERTIFIED WHEN ITS CERT DATE IS ON OR AFTER THE CUTOFF.     *
012920*****************************************************************
012930 3300-MEASURE-RECERT.
012940     MOVE SPACES              TO REPORT-LINE.
012950     WRITE REPORT-LINE.
012960     MOVE SPACES              TO METRIC-TITLE-LINE.
012970     MOVE "RECERTIFICATION COMPLETION (IDMASTER)" TO MTL-TITLE.
012980     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
012990     WRITE REPORT-LINE.
013000     IF RECERT-NOT-MEASURABLE
013010         MOVE SPACES          TO METRIC-TITLE-LINE
013020         MOVE "NO CYCLE CUTOFF - NOT MEASURED" TO MTL-TITLE
013030         MOVE METRIC-TITLE-LINE TO REPORT-LINE
013040         WRITE REPORT-LINE
013050         GO TO 3300-EXIT
013060     END-IF.
013070     OPEN INPUT MASTFILE.
013080     IF NOT MASTER-STATUS-OK
013090         SET FAILURE TO TRUE
013100         DISPLAY "IDMETRIC - CANNOT OPEN MASTER, STATUS = "
013110             MASTER-FILE-STATUS
013120         GO TO 3300-EXIT
013130     END-IF.
013140     MOVE ZERO TO MST-CODE1.
013150     START MASTFILE KEY NOT < MST-CODE1
013160         INVALID KEY SET END-OF-MASTER TO TRUE
013170     END-START.
013180     PERFORM 3310-MEASURE-MASTER-RECORD THRU 3310-EXIT
013190         UNTIL END-OF-MASTER.
013200     CLOSE MASTFILE.
013210     IF FAILURE
013220         GO TO 3300-EXIT
013230     END-IF.
013240     IF RECERT-POPULATION > ZERO
013245         COMPUTE THIS-TREND-VALUE (12) ROUNDED =
013250             (RECERT-CERTIFIED * 100) / RECERT-POPULATION
013255         SET THIS-FIGURE-MEASURED (12) TO TRUE
013260     END-IF.
013280     PERFORM 3330-PRINT-RECERT-DEPTS THRU 3330-EXIT.
013290     PERFORM 3350-PRINT-RECERT-MANAGERS THRU 3350-EXIT.
013300 3300-EXIT.
013310     EXIT.
013320 3310-MEASURE-MASTER-RECORD.
013330     READ MASTFILE NEXT RECORD
013340         AT END SET END-OF-MASTER TO TRUE
013350     END-READ.
013360     IF END-OF-MASTER
013370         GO TO 3310-EXIT
013380     END-IF.
013390     IF NOT MASTER-STATUS-OK
013400         SET FAILURE TO TRUE
013410         SET END-OF-MASTER TO TRUE
013420         DISPLAY "IDMETRIC - I/O ERROR ON MASTER, STATUS = "
013430             MASTER-FILE-STATUS
013440         GO TO 3310-EXIT
013450     END-IF.
013460     ADD 1 TO MASTERS-READ-COUNT.
013470     IF MST-DELETE-FLAGGED
013480         GO TO 3310-EXIT
013490     END-IF.
013500     ADD 1 TO RECERT-POPULATION.
013505     IF MST-CERT-DATE NOT < CUTOFF-CCYYMMDD
013510      AND MST-CERT-DATE NOT > PERIOD-END
013520         ADD 1 TO RECERT-CERTIFIED
013530     END-IF.
013540     MOVE MST-DEPT-CODE TO DEPT-SEEK-CODE.
013550     PERFORM 3320-LOCATE-DEPT THRU 3320-EXIT.
013560     IF DEPT-CODE-NOT-FOUND
013570         GO TO 3310-EXIT
013580     END-IF.
013590     ADD 1 TO DPT-POPULATION (DEPT-IDX).
013595     IF MST-CERT-DATE NOT < CUTOFF-CCYYMMDD
013600      AND MST-CERT-DATE NOT > PERIOD-END
013610         ADD 1 TO DPT-CERTIFIED (DEPT-IDX)
013620     END-IF.
013630 3310-EXIT.
013640     EXIT.
013650*    A DEPARTMENT ON THE MASTER BUT NOT ON DEPTREF IS ADDED TO
013660*    THE TABLE WITH NO NAME OR MANAGER SO IT IS STILL REPORTED.
013670 3320-LOCATE-DEPT.
013680     SET DEPT-CODE-NOT-FOUND TO TRUE.
013690     IF DEPT-COUNT > ZERO
013700         SET DEPT-IDX TO 1
013710         SEARCH DEPT-ENTRY
013720             AT END
013730                 SET DEPT-CODE-NOT-FOUND TO TRUE
013740             WHEN DEPT-IDX > DEPT-COUNT
013750                 SET DEPT-CODE-NOT-FOUND TO TRUE
013760             WHEN DPT-DEPT-CODE (DEPT-IDX) = DEPT-SEEK-CODE
013770                 SET DEPT-CODE-FOUND TO TRUE
013780         END-SEARCH
013790     END-IF.
013800     IF DEPT-CODE-FOUND
013810         GO TO 3320-EXIT
013820     END-IF.
013830     IF DEPT-COUNT NOT < 500
013840         PERFORM 1320-DEPT-TABLE-FULL-WARNING THRU 1320-EXIT
013850         GO TO 3320-EXIT
013860     END-IF.
013870     ADD 1 TO DEPT-COUNT.
013880     SET DEPT-IDX TO DEPT-COUNT.
013890     MOVE DEPT-SEEK-CODE    TO DPT-DEPT-CODE (DEPT-IDX).
013900     MOVE "NOT ON DEPTREF"  TO DPT-DEPT-NAME (DEPT-IDX).
013910     MOVE SPACES            TO DPT-MANAGER (DEPT-IDX).
013920     MOVE ZERO              TO DPT-POPULATION (DEPT-IDX)
013930                               DPT-CERTIFIED (DEPT-IDX).
013940     SET DEPT-CODE-FOUND TO TRUE.
013950 3320-EXIT.
013960     EXIT.
013970*****************************************************************
013980* 3330-PRINT-RECERT-DEPTS - ONE LINE PER DEPARTMENT WITH A      *
013990* POPULATION, BUILDING THE MANAGER ROLL-UP AS IT GOES, THEN THE *
014000* WHOLE POPULATION.                                             *
014010*****************************************************************
014020 3330-PRINT-RECERT-DEPTS.
014030     MOVE SPACES              TO REPORT-LINE.
014040     WRITE REPORT-LINE.
014050     MOVE SPACES              TO METRIC-TITLE-LINE.
014060     MOVE "BY DEPARTMENT"     TO MTL-TITLE.
014070     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
014080     WRITE REPORT-LINE.
014090     MOVE RECERT-DEPT-COLUMN-LINE TO REPORT-LINE.
014100     WRITE REPORT-LINE.
014110     PERFORM 3340-PRINT-RECERT-DEPT THRU 3340-EXIT
014120         VARYING DEPT-IDX FROM 1 BY 1
014130         UNTIL DEPT-IDX > DEPT-COUNT.
014140     MOVE SPACES              TO RDL-DEPT-CODE
014150                                 RDL-MANAGER.
014160     MOVE "ALL DEPARTMENTS"   TO RDL-DEPT-NAME.
014170     MOVE RECERT-POPULATION   TO RDL-POPULATION.
014180     MOVE RECERT-CERTIFIED    TO RDL-CERTIFIED.
014190     MOVE THIS-TREND-VALUE (12) TO RDL-PERCENT.
014200     MOVE RECERT-DEPT-LINE    TO REPORT-LINE.
014210     WRITE REPORT-LINE.
014220 3330-EXIT.
014230     EXIT.
014240 3340-PRINT-RECERT-DEPT.
014250     IF DPT-POPULATION (DEPT-IDX) = ZERO
014260         GO TO 3340-EXIT
014270     END-IF.
014280     MOVE DPT-MANAGER (DEPT-IDX) TO MANAGER-SEEK-NAME.
014290     IF MANAGER-SEEK-NAME = SPACES
014300         MOVE "UNASSIGNED"    TO MANAGER-SEEK-NAME
014310     END-IF.
014320     COMPUTE RATE-WORK ROUNDED =
014330         (DPT-CERTIFIED (DEPT-IDX) * 100)
014340             / DPT-POPULATION (DEPT-IDX).
014350     MOVE DPT-DEPT-CODE (DEPT-IDX)  TO RDL-DEPT-CODE.
014360     MOVE DPT-DEPT-NAME (DEPT-IDX)  TO RDL-DEPT-NAME.
014370     MOVE MANAGER-SEEK-NAME         TO RDL-MANAGER.
014380     MOVE DPT-POPULATION (DEPT-IDX) TO RDL-POPULATION.
014390     MOVE DPT-CERTIFIED (DEPT-IDX)  TO RDL-CERTIFIED.
014400     MOVE RATE-WORK                 TO RDL-PERCENT.
014410     MOVE RECERT-DEPT-LINE          TO REPORT-LINE.
014420     WRITE REPORT-LINE.
014430     PERFORM 3345-ROLL-UP-MANAGER THRU 3345-EXIT.
014440 3340-EXIT.
014450     EXIT.
014460 3345-ROLL-UP-MANAGER.
014470     SET MANAGER-NOT-FOUND TO TRUE.
014480     IF MANAGER-COUNT > ZERO
014490         SET MGR-IDX TO 1
014500         SEARCH MANAGER-ENTRY
014510             AT END
014520                 SET MANAGER-NOT-FOUND TO TRUE
014530             WHEN MGR-IDX > MANAGER-COUNT
014540                 SET MANAGER-NOT-FOUND TO TRUE
014550             WHEN MGT-MANAGER (MGR-IDX) = MANAGER-SEEK-NAME
014560                 SET MANAGER-FOUND TO TRUE
014570         END-SEARCH
014580     END-IF.
014590     IF MANAGER-NOT-FOUND
014600         ADD 1 TO MANAGER-COUNT
014610         SET MGR-IDX TO MANAGER-COUNT
014620         MOVE MANAGER-SEEK-NAME TO MGT-MANAGER (MGR-IDX)
014630         MOVE ZERO              TO MGT-DEPT-COUNT (MGR-IDX)
014640                                   MGT-POPULATION (MGR-IDX)
014650                                   MGT-CERTIFIED (MGR-IDX)
014660     END-IF.
014670     ADD 1                         TO MGT-DEPT-COUNT (MGR-IDX).
014680     ADD DPT-POPULATION (DEPT-IDX) TO MGT-POPULATION (MGR-IDX).
014690     ADD DPT-CERTIFIED (DEPT-IDX)  TO MGT-CERTIFIED (MGR-IDX).
014700 3345-EXIT.
014710     EXIT.
014720 3350-PRINT-RECERT-MANAGERS.
014730     MOVE SPACES              TO REPORT-LINE.
014740     WRITE REPORT-LINE.
014750     MOVE SPACES              TO METRIC-TITLE-LINE.
014760     MOVE "BY MANAGER"        TO MTL-TITLE.
014770     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
014780     WRITE REPORT-LINE.
014790     MOVE RECERT-MGR-COLUMN-LINE TO REPORT-LINE.
014800     WRITE REPORT-LINE.
014810     PERFORM 3360-PRINT-RECERT-MANAGER THRU 3360-EXIT
014820         VARYING MGR-IDX FROM 1 BY 1
014830         UNTIL MGR-IDX > MANAGER-COUNT.
014840 3350-EXIT.
014850     EXIT.
014860 3360-PRINT-RECERT-MANAGER.
014870     COMPUTE RATE-WORK ROUNDED =
014880         (MGT-CERTIFIED (MGR-IDX) * 100)
014890             / MGT-POPULATION (MGR-IDX).
014900     MOVE MGT-MANAGER (MGR-IDX)    TO RML-MANAGER.
014910     MOVE MGT-DEPT-COUNT (MGR-IDX) TO RML-DEPT-COUNT.
014920     MOVE MGT-POPULATION (MGR-IDX) TO RML-POPULATION.
014930     MOVE MGT-CERTIFIED (MGR-IDX)  TO RML-CERTIFIED.
014940     MOVE RATE-WORK                TO RML-PERCENT.
014950     MOVE RECERT-MGR-LINE          TO REPORT-LINE.
014960     WRITE REPORT-LINE.
014970 3360-EXIT.
014980     EXIT.
014990 3400-SET-RETURN-CODE.
015000     IF NOT SUCCESS
015010         MOVE 99 TO RETURN-CODE
015020     ELSE
015030         IF SECTION-WARNING-COUNT > ZERO
015040             MOVE 4  TO RETURN-CODE
015050         ELSE
015060             MOVE 0  TO RETURN-CODE
015070         END-IF
015080     END-IF.
015090 3400-EXIT.
015100     EXIT.
015110*****************************************************************
015115* 3500-PRINT-TREND - THE MONTH'S HEADLINE FIGURES AGAINST THE   *
015120* PRIOR MONTH ON METHIST, EACH MARKED BETTER, WORSE OR SAME.  A  *
015125* FIGURE NOT MEASURED IN EITHER MONTH SHOWS N/A AND IS NOT       *
015130* COMPARED - A ZERO STANDING IN FOR IT WOULD FAKE A TREND.       *
015140*****************************************************************
015150 3500-PRINT-TREND.
015160     MOVE SPACES              TO REPORT-LINE.
015170     WRITE REPORT-LINE.
015180     MOVE SPACES              TO METRIC-TITLE-LINE.
015190     MOVE "MONTH OVER MONTH"  TO MTL-TITLE.
015200     IF PRIOR-MONTH > ZERO
015210         STRING "MONTH OVER MONTH - PRIOR MONTH "
015220                                  DELIMITED BY SIZE
015230                PRIOR-MONTH-MM    DELIMITED BY SIZE
015240                "/"               DELIMITED BY SIZE
015250                PRIOR-MONTH-CCYY  DELIMITED BY SIZE
015260             INTO MTL-TITLE
015270     END-IF.
015280     MOVE METRIC-TITLE-LINE   TO REPORT-LINE.
015290     WRITE REPORT-LINE.
015300     IF PRIOR-MONTH = ZERO
015310         MOVE SPACES          TO METRIC-TITLE-LINE
015320         MOVE "NO PRIOR MONTH ON FILE" TO MTL-TITLE
015330         MOVE METRIC-TITLE-LINE TO REPORT-LINE
015340         WRITE REPORT-LINE
015350     END-IF.
015360     MOVE TREND-COLUMN-LINE   TO REPORT-LINE.
015370     WRITE REPORT-LINE.
015380     PERFORM 3510-PRINT-TREND-LINE THRU 3510-EXIT
015390         VARYING TREND-SUB FROM 1 BY 1
015400         UNTIL TREND-SUB > TREND-COUNT.
015410 3500-EXIT.
015420     EXIT.
015425 3510-PRINT-TREND-LINE.
015430     MOVE TLB-LABEL (TREND-SUB) TO TDL-LABEL.
015435     MOVE SPACES                TO TDL-PRIOR
015440                                   TDL-CHANGE
015445                                   TDL-VERDICT.
015450     IF TLB-SHOWN-WITH-TENTHS (TREND-SUB)
015455         MOVE THIS-TREND-VALUE (TREND-SUB) TO TREND-TENTHS-EDIT
015460         MOVE TREND-TENTHS-EDIT            TO TDL-THIS
015465     ELSE
015470         MOVE THIS-TREND-VALUE (TREND-SUB) TO TREND-WHOLE-EDIT
015475         MOVE TREND-WHOLE-EDIT             TO TDL-THIS
015480     END-IF.
015485     IF NOT THIS-FIGURE-MEASURED (TREND-SUB)
015490         MOVE "        N/A"            TO TDL-THIS
015495     END-IF.
015500     IF PRIOR-MONTH > ZERO
015505         PERFORM 3520-COMPARE-PRIOR-MONTH THRU 3520-EXIT
015510     END-IF.
015515     MOVE TREND-DETAIL-LINE     TO REPORT-LINE.
015520     WRITE REPORT-LINE.
015600 3510-EXIT.
015610     EXIT.
015615 3520-COMPARE-PRIOR-MONTH.
015620     IF NOT PRIOR-FIGURE-MEASURED (TREND-SUB)
015625         MOVE "        N/A"               TO TDL-PRIOR
015630         GO TO 3520-EXIT
015635     END-IF.
015640     IF TLB-SHOWN-WITH-TENTHS (TREND-SUB)
015645         MOVE PRIOR-TREND-VALUE (TREND-SUB) TO TREND-TENTHS-EDIT
015650         MOVE TREND-TENTHS-EDIT             TO TDL-PRIOR
015655     ELSE
015660         MOVE PRIOR-TREND-VALUE (TREND-SUB) TO TREND-WHOLE-EDIT
015665         MOVE TREND-WHOLE-EDIT              TO TDL-PRIOR
015670     END-IF.
015675     IF NOT THIS-FIGURE-MEASURED (TREND-SUB)
015680         GO TO 3520-EXIT
015685     END-IF.
015690     COMPUTE TREND-CHANGE = THIS-TREND-VALUE (TREND-SUB)
015695                          - PRIOR-TREND-VALUE (TREND-SUB).
015700     IF TLB-SHOWN-WITH-TENTHS (TREND-SUB)
015705         MOVE TREND-CHANGE                  TO TREND-TENTHS-CHANGE
015710         MOVE TREND-TENTHS-CHANGE           TO TDL-CHANGE
015715     ELSE
015720         MOVE TREND-CHANGE                  TO TREND-WHOLE-CHANGE
015725         MOVE TREND-WHOLE-CHANGE            TO TDL-CHANGE
015730     END-IF.
015760     EVALUATE TRUE
015770         WHEN TREND-CHANGE = ZERO
015780             MOVE "SAME"   TO TDL-VERDICT
015790         WHEN TLB-HIGHER-IS-BETTER (TREND-SUB)
015800          AND TREND-CHANGE > ZERO
015810             MOVE "BETTER" TO TDL-VERDICT
015820         WHEN TLB-HIGHER-IS-BETTER (TREND-SUB)
015830             MOVE "WORSE"  TO TDL-VERDICT
015840         WHEN TLB-LOWER-IS-BETTER (TREND-SUB)
015850          AND TREND-CHANGE < ZERO
015860             MOVE "BETTER" TO TDL-VERDICT
015870         WHEN TLB-LOWER-IS-BETTER (TREND-SUB)
015880             MOVE "WORSE"  TO TDL-VERDICT
015890         WHEN OTHER
015900             MOVE SPACES   TO TDL-VERDICT
015910     END-EVALUATE.
015920 3520-EXIT.
015930     EXIT.
015940*****************************************************************
015950* 3600-APPEND-METRIC-HISTORY - THE MONTH'S HEADLINE FIGURES GO  *
015960* ON METHIST FOR NEXT MONTH'S COMPARISON.                       *
015970*****************************************************************
015980 3600-APPEND-METRIC-HISTORY.
015990     MOVE SEL-REPORT-MONTH    TO MHR-REPORT-MONTH.
016000     MOVE RUN-DATE-CCYYMMDD   TO MHR-RUN-DATE.
016010     MOVE PERIOD-END          TO MHR-PERIOD-END.
016020     MOVE THIS-TREND-VALUES   TO MHR-TREND-VALUES.
016030     OPEN EXTEND METHIST.
016040     IF METHIST-NOT-FOUND
016050         OPEN OUTPUT METHIST
016060     END-IF.
016070     IF NOT METHIST-STATUS-OK
016080         ADD 1 TO SECTION-WARNING-COUNT
016090         DISPLAY "IDMETRIC - CANNOT OPEN METHIST, STATUS = "
016100             METHIST-STATUS
016110         GO TO 3600-EXIT
016120     END-IF.
016130     WRITE METRIC-HISTORY-RECORD.
016140     CLOSE METHIST.
016150 3600-EXIT.
016160     EXIT.
016170 9100-FORMAT-DATE.
016180     STRING EDIT-DATE-MM  DELIMITED BY SIZE
016190            "/"           DELIMITED BY SIZE
016200            EDIT-DATE-DD  DELIMITED BY SIZE
016210            "/"           DELIMITED BY SIZE
016220            EDIT-DATE-CCYY DELIMITED BY SIZE
016230         INTO EDIT-DATE-DISPLAY.
016240 9100-EXIT.
016250     EXIT.
016260*****************************************************************
016270* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
016280* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
016290* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
016300* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
016310* ENDS THE STEP.                                                *
016320*****************************************************************
016330 9000-READ-BUSINESS-DATE.
016340     MOVE "00" TO STATE-CODE.
016350     OPEN INPUT BIZDATE.
016360     IF BIZDATE-NOT-FOUND
016370         SET SEQUENCE-REFUSED TO TRUE
016380         DISPLAY "IDMETRIC - NO BUSINESS-DATE CARD ON BIZDATE"
016390         GO TO 9000-EXIT
016400     END-IF.
016410     IF NOT BIZDATE-STATUS-OK
016420         SET SEQUENCE-REFUSED TO TRUE
016430         DISPLAY "IDMETRIC - CANNOT OPEN BIZDATE, STATUS = "
016440             BIZDATE-STATUS
016450         GO TO 9000-EXIT
016460     END-IF.
016470     READ BIZDATE
016480         AT END
016490             SET SEQUENCE-REFUSED TO TRUE
016500             DISPLAY "IDMETRIC - EMPTY BUSINESS-DATE CARD"
016510     END-READ.
016520     IF NOT SEQUENCE-REFUSED
016530         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
016540     END-IF.
016550     CLOSE BIZDATE.
016560 9000-EXIT.
016570     EXIT.
016580 9050-EDIT-BUSINESS-DATE.
016590     IF BDC-BUSINESS-DATE NOT NUMERIC
016600      OR NOT BDC-MONTH-VALID
016610      OR NOT BDC-DAY-VALID
016620         SET SEQUENCE-REFUSED TO TRUE
016630         DISPLAY "IDMETRIC - INVALID BUSINESS-DATE CARD "
016640             BDC-BUSINESS-DATE
016650         GO TO 9050-EXIT
016660     END-IF.
016670     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
016680 9050-EXIT.
016690     EXIT.
016700*****************************************************************
016710* 9300-LOAD-CALENDAR - LOAD THE BUSINESS DAYS OF THE PROCESSING *
016720* CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, INTO THE     *
016730* CALENDAR TABLE IN DATE ORDER.  HOLIDAYS AND WEEKENDS ARE NOT  *
016740* LOADED - ONLY BUSINESS DAYS COUNT.  A MISSING CALENDAR, ONE   *
016750* OUT OF DATE ORDER, OR ONE THAT STOPS SHORT OF THE BUSINESS    *
016760* DATE ENDS THE STEP RATHER THAN COUNT DAYS WRONG.              *
016770*****************************************************************
016780 9300-LOAD-CALENDAR.
016790     MOVE ZERO    TO CALENDAR-COUNT
016800                     CALENDAR-LAST-DATE.
016810     MOVE SPACES  TO FLAG6.
016820     SET CALENDAR-FALLS-SHORT TO TRUE.
016830     OPEN INPUT PROCCAL.
016840     IF NOT PROCCAL-STATUS-OK
016850         SET FAILURE TO TRUE
016860         DISPLAY "IDMETRIC - CANNOT OPEN PROCCAL, STATUS = "
016870             PROCCAL-STATUS
016880         GO TO 9300-EXIT
016890     END-IF.
016900     PERFORM 9310-LOAD-CALENDAR-RECORD THRU 9310-EXIT
016910         UNTIL END-OF-CALENDAR.
016920     CLOSE PROCCAL.
016930     IF FAILURE
016940         GO TO 9300-EXIT
016950     END-IF.
016960     IF CALENDAR-FALLS-SHORT
016970      OR CALENDAR-COUNT = ZERO
016980         SET FAILURE TO TRUE
016990         DISPLAY "IDMETRIC - PROCCAL DOES NOT COVER "
017000             "BUSINESS DATE " RUN-DATE-CCYYMMDD
017010     END-IF.
017020 9300-EXIT.
017030     EXIT.
017040 9310-LOAD-CALENDAR-RECORD.
017050     READ PROCCAL
017060         AT END SET END-OF-CALENDAR TO TRUE
017070     END-READ.
017080     IF END-OF-CALENDAR
017090         GO TO 9310-EXIT
017100     END-IF.
017110     IF NOT PROCCAL-STATUS-OK
017120         SET FAILURE TO TRUE
017130         SET END-OF-CALENDAR TO TRUE
017140         DISPLAY "IDMETRIC - I/O ERROR ON PROCCAL, STATUS = "
017150             PROCCAL-STATUS
017160         GO TO 9310-EXIT
017170     END-IF.
017180     IF CAL-DATE NOT NUMERIC
017190      OR CAL-DATE NOT > CALENDAR-LAST-DATE
017200         SET FAILURE TO TRUE
017210         SET END-OF-CALENDAR TO TRUE
017220         DISPLAY "IDMETRIC - PROCCAL OUT OF DATE ORDER AT "
017230             CAL-DATE
017240         GO TO 9310-EXIT
017250     END-IF.
017260     MOVE CAL-DATE TO CALENDAR-LAST-DATE.
017270     IF CAL-DATE NOT < RUN-DATE-CCYYMMDD
017280         SET CALENDAR-REACHES-DATE TO TRUE
017290     END-IF.
017300     IF CAL-DATE > RUN-DATE-CCYYMMDD
017310         SET END-OF-CALENDAR TO TRUE
017320         GO TO 9310-EXIT
017330     END-IF.
017340     IF NOT CAL-BUSINESS-DAY
017350         GO TO 9310-EXIT
017360     END-IF.
017370     IF CALENDAR-COUNT NOT < 5000
017380         SET FAILURE TO TRUE
017390         SET END-OF-CALENDAR TO TRUE
017400         DISPLAY "IDMETRIC - CALENDAR TABLE FULL AT 5000 "
017410             "BUSINESS DAYS - ARCHIVE THE OLDEST YEARS "
017420             "OFF PROCCAL"
017430         GO TO 9310-EXIT
017440     END-IF.
017450     ADD 1 TO CALENDAR-COUNT.
017460     MOVE CAL-DATE TO CALT-BUSINESS-DATE (CALENDAR-COUNT).
017470 9310-EXIT.
017480     EXIT.
017490*****************************************************************
017500* 9400-LOCATE-BUSINESS-DATE - BINARY SEARCH OF THE CALENDAR     *
017510* TABLE.  CALENDAR-POSITION COMES BACK AS THE NUMBER OF         *
017520* BUSINESS DAYS ON OR BEFORE CALENDAR-SEEK-DATE (ZERO WHEN THE  *
017530* DATE IS AHEAD OF THE CALENDAR), SO THE DIFFERENCE OF TWO      *
017540* POSITIONS IS THE BUSINESS DAYS BETWEEN THE TWO DATES.         *
017550*****************************************************************
017560 9400-LOCATE-BUSINESS-DATE.
017570     MOVE ZERO           TO CALENDAR-POSITION.
017580     MOVE 1              TO CALENDAR-LOW.
017590     MOVE CALENDAR-COUNT TO CALENDAR-HIGH.
017600     PERFORM 9410-HALVE-CALENDAR-RANGE THRU 9410-EXIT
017610         UNTIL CALENDAR-LOW > CALENDAR-HIGH.
017620 9400-EXIT.
017630     EXIT.
017640 9410-HALVE-CALENDAR-RANGE.
017650     COMPUTE CALENDAR-MID = (CALENDAR-LOW + CALENDAR-HIGH) / 2.
017660     IF CALT-BUSINESS-DATE (CALENDAR-MID) NOT > CALENDAR-SEEK-DATE
017670         MOVE CALENDAR-MID TO CALENDAR-POSITION
017680         COMPUTE CALENDAR-LOW  = CALENDAR-MID + 1
017690     ELSE
017700         COMPUTE CALENDAR-HIGH = CALENDAR-MID - 1
017710     END-IF.
017720 9410-EXIT.
017730     EXIT.
