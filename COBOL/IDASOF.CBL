000010*****************************************************************
000020* PROGRAM      IDASOF                                           *
000030* PURPOSE      AS-OF-DATE ACCESS POPULATION REPORT FOR AUDIT.   *
000040*              RESTATES WHO HELD AN IDENTITY, AND WHO HELD      *
000050*              ACCESS, AT THE CLOSE OF A REQUESTED BUSINESS     *
000060*              DATE.  STARTS FROM THE IDENTITY MASTER AND THE   *
000070*              PURGE ARCHIVE (MSTARCH) AS THEY STAND TODAY AND  *
000080*              ROLLS EACH CODE1 BACK THROUGH THE MSTHIST        *
000090*              CHANGE TRAIL - THE BEFORE IMAGE OF THE FIRST     *
000100*              EVENT AFTER THE REQUESTED DATE IS THE RECORD AS  *
000110*              IT STOOD ON THAT DATE.  THE POPULATION CAN BE    *
000120*              LIMITED BY DEPARTMENT, STATUS AND MATCH TYPE AND *
000130*              PRINTS WITH CONTROL TOTALS PER DEPARTMENT.  WHEN *
000140*              A SECOND (COMPARE) DATE IS GIVEN, EVERY CODE1    *
000150*              THAT GAINED OR LOST ACCESS BETWEEN THE TWO DATES *
000160*              IS LISTED AS WELL.                               *
000170*****************************************************************
000180 IDENTIFICATION   DIVISION.
000190 PROGRAM-ID.      IDASOF.
000200 AUTHOR.          D W HOLLIS.
000210 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*   DATE       INIT   DESCRIPTION                                *
000270*   ---------- ----   -------------------------------------------*
000280*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000281*   10/15/2026 DWH    ARCHIVE LAYOUT CARRIES THE LAST-ACTIVITY   *
000282*                     DATE NOW HELD ON THE MASTER IMAGE.         *
000283*   10/15/2026 DWH    MANUAL DELETE FLAGS ("P" AND "M") COUNT AS *
000284*                     DELETE-FLAGGED ALONGSIDE THE SWEEP'S "D".  *
000285*   10/15/2026 DWH    ARCHIVE IMAGES ARE SEQUENCED WITH THE      *
000286*                     TRAIL BY PURGE DATE, SO THE EARLIEST EVENT *
000287*                     AFTER THE REQUESTED DATE WINS FOR A CODE1  *
000288*                     PURGED AND ADDED AGAIN.                    *
000289*                     BACKOUT END RECORDS ARE PASSED OVER.       *
000290*****************************************************************
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
000410*    ASOFPARM IS THE SELECTION CARD - AS-OF DATE, OPTIONAL
000420*    COMPARE DATE, DEPARTMENT, STATUS, MATCH TYPE AND WHETHER
000430*    DELETE-FLAGGED RECORDS ARE LISTED.  ASSIGNED TO A DDNAME;
000440*    WITH NO CARD THE WHOLE POPULATION IS LISTED AS OF THE
000450*    BUSINESS DATE.
000460     SELECT ASOFPARM     ASSIGN TO ASOFPARM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS ASOFPARM-STATUS.
000490*    MSTHIST IS THE PERMANENT CHANGE-HISTORY TRAIL APPENDED BY
000500*    IDMAST, IDMNT AND IDBKOUT - THE SOURCE OF EVERY PRIOR STATE.
000510     SELECT MSTHIST      ASSIGN TO "FILEPATH\MSTHIST.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS MSTHIST-STATUS.
000540     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS MST-CODE1
000580         FILE STATUS  IS MASTER-FILE-STATUS.
000590*    ARCHFILE IS IDPURGE'S PERMANENT ARCHIVE OF PURGED MASTER
000600*    RECORDS - A LEAVER PURGED SINCE THE AS-OF DATE WAS STILL ON
000610*    THE MASTER THEN.
000620     SELECT ARCHFILE     ASSIGN TO "FILEPATH\MSTARCH.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS ARCHFILE-STATUS.
000650     SELECT SRTWK1       ASSIGN TO SRTWK01.
000660*    ASOFSRTD IS THE TRAIL, MASTER AND ARCHIVE RESEQUENCED INTO
000670*    CODE1 ORDER - THE RESTATEMENT PASS READS THIS STREAM.
000680     SELECT ASOFSRTD     ASSIGN TO "FILEPATH\ASOFSRTD.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS  IS ASOFSRTD-STATUS.
000710*    ASOFITEM HOLDS ONE LINE PER POPULATION MEMBER AND PER GAIN
000720*    OR LOSS OF ACCESS, IN CODE1 ORDER, UNTIL THE RESTATEMENT
000730*    PASS ENDS; ASOFSRT2 IS THE SAME ITEMS IN REPORT ORDER.
000740     SELECT ASOFITEM     ASSIGN TO "FILEPATH\ASOFITEM.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT SRTWK2       ASSIGN TO SRTWK02.
000770     SELECT ASOFSRT2     ASSIGN TO "FILEPATH\ASOFSRT2.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS  IS ASOFSRT2-STATUS.
000800     SELECT ASOFRPT      ASSIGN TO "FILEPATH\ASOFRPT.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820 DATA             DIVISION.
000830 FILE             SECTION.
000840 FD  BIZDATE
000850     RECORDING MODE IS F.
000860     COPY BDCLAY01.
000870 FD  ASOFPARM
000880     RECORDING MODE IS F.
000890 01  ASOF-PARM-CARD.
000900     05  ASP-ASOF-DATE                PIC X(08).
000910     05  ASP-ASOF-DATE-X REDEFINES
000920         ASP-ASOF-DATE.
000930         10  ASP-ASOF-CCYY            PIC X(04).
000940         10  ASP-ASOF-MM              PIC X(02).
000950             88  ASP-ASOF-MONTH-VALID VALUES "01" THRU "12".
000960         10  ASP-ASOF-DD              PIC X(02).
000970             88  ASP-ASOF-DAY-VALID   VALUES "01" THRU "31".
000980     05  ASP-ASOF-DATE-9 REDEFINES
000990         ASP-ASOF-DATE                PIC 9(08).
001000     05  ASP-COMPARE-DATE             PIC X(08).
001010     05  ASP-COMPARE-DATE-X REDEFINES
001020         ASP-COMPARE-DATE.
001030         10  ASP-COMPARE-CCYY         PIC X(04).
001040         10  ASP-COMPARE-MM           PIC X(02).
001050             88  ASP-COMPARE-MONTH-VALID VALUES "01" THRU "12".
001060         10  ASP-COMPARE-DD           PIC X(02).
001070             88  ASP-COMPARE-DAY-VALID  VALUES "01" THRU "31".
001080     05  ASP-COMPARE-DATE-9 REDEFINES
001090         ASP-COMPARE-DATE             PIC 9(08).
001100     05  ASP-DEPT-CODE                PIC X(04).
001110     05  ASP-STATUS                   PIC X(01).
001120         88  ASP-STATUS-VALID         VALUES " " "A" "I".
001130     05  ASP-MATCH-TYPE               PIC X(01).
001140         88  ASP-MATCH-TYPE-VALID     VALUES " " "R" "O".
001150     05  ASP-INCLUDE-DELETED          PIC X(01).
001160         88  ASP-DELETED-SWITCH-VALID VALUES " " "Y" "N".
001170 FD  MSTHIST
001180     RECORDING MODE IS F.
001190     COPY HSTLAY01.
001200 FD  MASTFILE.
001210     COPY MSTLAY01.
001220 FD  ARCHFILE
001230     RECORDING MODE IS F.
001240*    PURGE DATE FOLLOWED BY THE MASTER IMAGE AS IDPURGE WROTE
001250*    IT (MSTLAY01 ORDER).
001260 01  ARCHIVE-RECORD.
001270     05  ARC-PURGE-DATE               PIC 9(08).
001280     05  ARC-CODE1                    PIC 9(06).
001290     05  ARC-USERNAME                 PIC X(30).
001300     05  ARC-DEPT-CODE                PIC X(04).
001310     05  ARC-STATUS                   PIC X(01).
001320     05  ARC-EFFECTIVE-DATE           PIC 9(08).
001330     05  ARC-LAST-SEEN-DATE           PIC 9(08).
001340     05  ARC-DELETE-FLAG              PIC X(01).
001350     05  ARC-MATCH-TYPE               PIC X(01).
001360     05  ARC-CERT-DATE                PIC 9(08).
001362     05  ARC-LAST-ACTIVITY-DATE       PIC 9(08).
001370 SD  SRTWK1.
001380 01  SORT-WORK-RECORD.
001390     05  SRT-CODE1                   PIC 9(06).
001400     05  SRT-SOURCE                  PIC X(01).
001410     05  SRT-EVENT-DATE              PIC 9(08).
001420     05  FILLER                      PIC X(45).
001430 FD  ASOFSRTD
001440     RECORDING MODE IS F.
001450*    ONE IMAGE OF A CODE1.  FROM THE TRAIL IT IS THE BEFORE
001460*    IMAGE AND THE EVENT DATE IS THE RUN DATE; AN ARCHIVE IMAGE
001470*    IS CARRIED AS A TRAIL EVENT DATED ON THE PURGE DATE.
001480 01  ASOF-SORTED-RECORD.
001490     05  ASR-CODE1                    PIC 9(06).
001500     05  ASR-SOURCE                   PIC X(01).
001510         88  ASR-FROM-HISTORY         VALUE "1".
001520         88  ASR-FROM-MASTER          VALUE "2".
001540     05  ASR-EVENT-DATE               PIC 9(08).
001550     05  ASR-USERNAME                 PIC X(30).
001560     05  ASR-DEPT-CODE                PIC X(04).
001570     05  ASR-STATUS                   PIC X(01).
001580     05  ASR-EFFECTIVE-DATE           PIC 9(08).
001590     05  ASR-DELETE-FLAG              PIC X(01).
001600     05  ASR-MATCH-TYPE               PIC X(01).
001610 FD  ASOFITEM
001620     RECORDING MODE IS F.
001630 01  ASOF-ITEM-RECORD.
001640     05  ITM-TYPE                     PIC 9(01).
001650         88  ITM-POPULATION           VALUE 1.
001660         88  ITM-GAINED-ACCESS        VALUE 2.
001670         88  ITM-LOST-ACCESS          VALUE 3.
001680     05  ITM-DEPT-CODE                PIC X(04).
001690     05  ITM-CODE1                    PIC 9(06).
001700     05  ITM-USERNAME                 PIC X(30).
001710     05  ITM-STATUS                   PIC X(01).
001720     05  ITM-MATCH-TYPE               PIC X(01).
001730     05  ITM-DELETE-FLAG              PIC X(01).
001740     05  ITM-EFFECTIVE-DATE           PIC 9(08).
001750     05  ITM-REASON                   PIC X(15).
001760 SD  SRTWK2.
001770 01  SORT-ITEM-RECORD.
001780     05  SRX-TYPE                    PIC 9(01).
001790     05  SRX-DEPT-CODE               PIC X(04).
001800     05  SRX-CODE1                   PIC 9(06).
001810     05  FILLER                      PIC X(56).
001820 FD  ASOFSRT2
001830     RECORDING MODE IS F.
001840 01  ASOF-SORTED-ITEM.
001850     05  SIT-TYPE                     PIC 9(01).
001860     05  SIT-DEPT-CODE                PIC X(04).
001870     05  SIT-CODE1                    PIC 9(06).
001880     05  SIT-USERNAME                 PIC X(30).
001890     05  SIT-STATUS                   PIC X(01).
001900     05  SIT-MATCH-TYPE               PIC X(01).
001910     05  SIT-DELETE-FLAG              PIC X(01).
001912         88  SIT-DELETE-FLAGGED       VALUES "D" "P" "M".
001920     05  SIT-EFFECTIVE-DATE           PIC 9(08).
001930     05  SIT-REASON                   PIC X(15).
001940 FD  ASOFRPT
001950     RECORDING MODE IS F.
001960 01  REPORT-LINE                      PIC X(80).
001970 WORKING-STORAGE  SECTION.
001980 01  STATE.
001990     05  STATE-CODE                  PIC X(02).
002000         88  SUCCESS                 VALUE "00".
002010         88  SEQUENCE-REFUSED        VALUE "16".
002020         88  FAILURE                 VALUE "99".
002030 01  FLAG1                           PIC X(03).
002040     88  END-OF-SORTED               VALUE "EOF".
002050 01  FLAG2                           PIC X(03).
002060     88  END-OF-HISTORY              VALUE "EOF".
002070 01  FLAG3                           PIC X(03).
002080     88  END-OF-MASTER               VALUE "EOF".
002090 01  FLAG4                           PIC X(03).
002100     88  END-OF-ARCHIVE              VALUE "EOF".
002110 01  FLAG5                           PIC X(03).
002120     88  END-OF-ITEMS                VALUE "EOF".
002130 01  BIZDATE-STATUS                  PIC X(02).
002140     88  BIZDATE-STATUS-OK           VALUES "00" "10".
002150     88  BIZDATE-NOT-FOUND           VALUE "35".
002160 01  ASOFPARM-STATUS                 PIC X(02).
002170     88  ASOFPARM-STATUS-OK          VALUES "00" "10".
002180     88  ASOFPARM-NOT-FOUND          VALUE "35".
002190 01  MSTHIST-STATUS                  PIC X(02).
002200     88  MSTHIST-STATUS-OK           VALUES "00" "10".
002210     88  MSTHIST-NOT-FOUND           VALUE "35".
002220 01  MASTER-FILE-STATUS              PIC X(02).
002230     88  MASTER-STATUS-OK            VALUE "00".
002240     88  MASTER-FILE-MISSING         VALUE "35".
002250 01  ARCHFILE-STATUS                 PIC X(02).
002260     88  ARCHFILE-STATUS-OK          VALUES "00" "10".
002270     88  ARCHFILE-NOT-FOUND          VALUE "35".
002280 01  ASOFSRTD-STATUS                 PIC X(02).
002290     88  ASOFSRTD-STATUS-OK          VALUES "00" "10".
002300 01  ASOFSRT2-STATUS                 PIC X(02).
002310     88  ASOFSRT2-STATUS-OK          VALUES "00" "10".
002320 01  ASOF-COUNTERS.
002330     05  HISTORY-READ-COUNT          PIC 9(07) COMP.
002340     05  HISTORY-USED-COUNT          PIC 9(07) COMP.
002350     05  MASTERS-READ-COUNT          PIC 9(07) COMP.
002360     05  ARCHIVES-READ-COUNT         PIC 9(07) COMP.
002370     05  IDENTITIES-COUNT            PIC 9(07) COMP.
002380     05  POPULATION-COUNT            PIC 9(07) COMP.
002390     05  GAINED-COUNT                PIC 9(07) COMP.
002400     05  LOST-COUNT                  PIC 9(07) COMP.
002410*****************************************************************
002420* THE SELECTION IN FORCE FOR THE RUN, FROM THE CARD OR DEFAULTED.*
002430* BLANK DEPARTMENT, STATUS OR MATCH TYPE SELECTS EVERY VALUE.   *
002440*****************************************************************
002450 01  SELECTION-FIELDS.
002460     05  SEL-ASOF-DATE               PIC 9(08).
002470     05  SEL-COMPARE-DATE            PIC 9(08).
002480     05  SEL-EARLIEST-DATE           PIC 9(08).
002490     05  SEL-DEPT-CODE               PIC X(04).
002500     05  SEL-STATUS                  PIC X(01).
002510     05  SEL-MATCH-TYPE              PIC X(01).
002520     05  SEL-DELETED-SWITCH          PIC X(01).
002530         88  SEL-INCLUDE-DELETED     VALUE "Y".
002540     05  SEL-COMPARE-SWITCH          PIC X(01).
002550         88  COMPARE-REQUESTED       VALUE "Y".
002560         88  COMPARE-NOT-REQUESTED   VALUE "N".
002570*    SORT INPUT IS STAGED HERE - THE ASOFSRTD RECORD AREA IS
002580*    NOT AVAILABLE WHILE THAT FILE IS STILL CLOSED.
002590 01  ASOF-EXTRACT-WORK.
002600     05  AXW-CODE1                   PIC 9(06).
002610     05  AXW-SOURCE                  PIC X(01).
002620     05  AXW-EVENT-DATE              PIC 9(08).
002630     05  AXW-USERNAME                PIC X(30).
002640     05  AXW-DEPT-CODE               PIC X(04).
002650     05  AXW-STATUS                  PIC X(01).
002660     05  AXW-EFFECTIVE-DATE          PIC 9(08).
002670     05  AXW-DELETE-FLAG             PIC X(01).
002680     05  AXW-MATCH-TYPE              PIC X(01).
002690*****************************************************************
002700* ONE CODE1 RESTATED AT EACH REQUESTED DATE - VIEW 1 IS THE     *
002710* AS-OF DATE, VIEW 2 THE COMPARE DATE.  A VIEW IS RESOLVED BY   *
002720* THE FIRST IMAGE IN THE CODE1'S STREAM THAT SPEAKS FOR ITS     *
002730* DATE; ONE NEVER RESOLVED HAD NO RECORD ON THAT DATE.          *
002740*****************************************************************
002750 01  PRIOR-CODE1                     PIC 9(06).
002760 01  IDENTITY-OPEN-SWITCH            PIC X(01).
002770     88  IDENTITY-IS-OPEN            VALUE "Y".
002780     88  IDENTITY-IS-CLOSED          VALUE "N".
002790 01  VIEW-COUNT                      PIC 9(04) COMP.
002800 01  VIEW-SUB                        PIC 9(04) COMP.
002810 01  EARLY-VIEW-SUB                  PIC 9(04) COMP.
002820 01  LATE-VIEW-SUB                   PIC 9(04) COMP.
002830 01  ITEM-VIEW-SUB                   PIC 9(04) COMP.
002840 01  VIEW-TABLE.
002850     05  VIEW-ENTRY      OCCURS 2 TIMES.
002860         10  VEW-DATE                PIC 9(08).
002870         10  VEW-RESOLVED-SWITCH     PIC X(01).
002880             88  VEW-RESOLVED        VALUE "Y".
002890         10  VEW-PRESENT-SWITCH      PIC X(01).
002900             88  VEW-PRESENT         VALUE "Y".
002910         10  VEW-SELECTED-SWITCH     PIC X(01).
002920             88  VEW-SELECTED        VALUE "Y".
002930         10  VEW-ACCESS-SWITCH       PIC X(01).
002940             88  VEW-HAS-ACCESS      VALUE "Y".
002950         10  VEW-USERNAME            PIC X(30).
002960         10  VEW-DEPT-CODE           PIC X(04).
002970         10  VEW-STATUS              PIC X(01).
002980         10  VEW-EFFECTIVE-DATE      PIC 9(08).
002990         10  VEW-DELETE-FLAG         PIC X(01).
002992             88  VEW-DELETE-FLAGGED  VALUES "D" "P" "M".
003000         10  VEW-MATCH-TYPE          PIC X(01).
003010 01  ITEM-TYPE-WORK                  PIC 9(01).
003020 01  ITEM-REASON-WORK                PIC X(15).
003030*****************************************************************
003040* REPORT CONTROL - THE SECTION BEING PRINTED (1 POPULATION,     *
003050* 2 GAINED, 3 LOST), THE DEPARTMENT BREAK AND THE TOTALS.       *
003060*****************************************************************
003070 01  CURRENT-SECTION                 PIC 9(01).
003080 01  LAST-SECTION                    PIC 9(01).
003090 01  PRIOR-DEPT-CODE                 PIC X(04).
003100 01  DEPT-OPEN-SWITCH                PIC X(01).
003110     88  DEPT-IS-OPEN                VALUE "Y".
003120     88  DEPT-IS-CLOSED              VALUE "N".
003130 01  SECTION-ITEM-COUNT              PIC 9(07) COMP.
003140 01  DEPT-TOTALS.
003150     05  DEPT-ACCOUNT-COUNT          PIC 9(07) COMP.
003160     05  DEPT-ACTIVE-COUNT           PIC 9(07) COMP.
003170     05  DEPT-INACTIVE-COUNT         PIC 9(07) COMP.
003180     05  DEPT-DELETED-COUNT          PIC 9(07) COMP.
003190     05  DEPT-OVERRIDE-COUNT         PIC 9(07) COMP.
003200 01  GRAND-TOTALS.
003210     05  GRAND-ACCOUNT-COUNT         PIC 9(07) COMP.
003220     05  GRAND-ACTIVE-COUNT          PIC 9(07) COMP.
003230     05  GRAND-INACTIVE-COUNT        PIC 9(07) COMP.
003240     05  GRAND-DELETED-COUNT         PIC 9(07) COMP.
003250     05  GRAND-OVERRIDE-COUNT        PIC 9(07) COMP.
003260 01  RUN-DATE-FIELDS.
003270     05  RUN-DATE-CCYYMMDD           PIC 9(08).
003280     05  RUN-DATE-CCYYMMDD-X REDEFINES
003290         RUN-DATE-CCYYMMDD.
003300         10  RUN-DATE-CCYY           PIC 9(04).
003310         10  RUN-DATE-MM             PIC 9(02).
003320         10  RUN-DATE-DD             PIC 9(02).
003330 01  RUN-DATE-DISPLAY                PIC X(10).
003340 01  EDIT-DATE-FIELDS.
003350     05  EDIT-DATE-CCYYMMDD          PIC 9(08).
003360     05  EDIT-DATE-CCYYMMDD-X REDEFINES
003370         EDIT-DATE-CCYYMMDD.
003380         10  EDIT-DATE-CCYY          PIC 9(04).
003390         10  EDIT-DATE-MM            PIC 9(02).
003400         10  EDIT-DATE-DD            PIC 9(02).
003410 01  EDIT-DATE-DISPLAY               PIC X(10).
003420 01  ASOF-HEADING-LINE.
003430     05  FILLER                      PIC X(38)  VALUE
003440         "IDASOF AS-OF ACCESS POPULATION        ".
003450     05  FILLER                      PIC X(09)  VALUE
003460         "RUN DATE ".
003470     05  AHL-RUN-DATE                PIC X(10).
003480     05  FILLER                      PIC X(23)  VALUE SPACES.
003490 01  ASOF-TITLE-LINE.
003500     05  ATL-TITLE                   PIC X(30).
003510     05  ATL-FIRST-DATE              PIC X(10).
003520     05  ATL-CONNECTOR               PIC X(05).
003530     05  ATL-SECOND-DATE             PIC X(10).
003540     05  FILLER                      PIC X(25)  VALUE SPACES.
003550 01  ASOF-COLUMN-LINE.
003560     05  FILLER                      PIC X(06)  VALUE "DEPT".
003570     05  FILLER                      PIC X(08)  VALUE "CODE1".
003580     05  FILLER                      PIC X(03)  VALUE "ST".
003590     05  FILLER                      PIC X(03)  VALUE "MT".
003600     05  FILLER                      PIC X(03)  VALUE "DL".
003610     05  FILLER                      PIC X(10)  VALUE "EFFECTIVE".
003620     05  FILLER                      PIC X(32)  VALUE "USERNAME".
003630     05  FILLER                      PIC X(15)  VALUE "CHANGE".
003640 01  ASOF-DETAIL-LINE.
003650     05  ADL-DEPT-CODE               PIC X(04).
003660     05  FILLER                      PIC X(02)  VALUE SPACES.
003670     05  ADL-CODE1                   PIC 9(06).
003680     05  FILLER                      PIC X(02)  VALUE SPACES.
003690     05  ADL-STATUS                  PIC X(01).
003700     05  FILLER                      PIC X(02)  VALUE SPACES.
003710     05  ADL-MATCH-TYPE              PIC X(01).
003720     05  FILLER                      PIC X(02)  VALUE SPACES.
003730     05  ADL-DELETE-FLAG             PIC X(01).
003740     05  FILLER                      PIC X(02)  VALUE SPACES.
003750     05  ADL-EFFECTIVE-DATE          PIC 9(08).
003760     05  FILLER                      PIC X(02)  VALUE SPACES.
003770     05  ADL-USERNAME                PIC X(30).
003780     05  FILLER                      PIC X(02)  VALUE SPACES.
003790     05  ADL-REASON                  PIC X(15).
003800*    CONTROL TOTALS FOR ONE DEPARTMENT (OR, WITH ALL IN THE
003810*    DEPARTMENT COLUMN, THE WHOLE POPULATION).
003820 01  ASOF-DEPT-TOTAL-LINE.
003830     05  FILLER                      PIC X(06)  VALUE "TOTAL ".
003840     05  ADT-DEPT-CODE               PIC X(04).
003850     05  FILLER                      PIC X(02)  VALUE SPACES.
003860     05  FILLER                      PIC X(06)  VALUE "ACCTS ".
003870     05  ADT-ACCOUNT-COUNT           PIC ZZZZZZ9.
003880     05  FILLER                      PIC X(07)  VALUE " ACTIVE".
003890     05  ADT-ACTIVE-COUNT            PIC ZZZZZZ9.
003900     05  FILLER                      PIC X(06)  VALUE " INACT".
003910     05  ADT-INACTIVE-COUNT          PIC ZZZZZZ9.
003920     05  FILLER                      PIC X(08)  VALUE " DELETED".
003930     05  ADT-DELETED-COUNT           PIC ZZZZZZ9.
003940     05  FILLER                      PIC X(05)  VALUE " OVRD".
003950     05  ADT-OVERRIDE-COUNT          PIC ZZZZZZ9.
003960     05  FILLER                      PIC X(01)  VALUE SPACES.
003970 01  ASOF-TOTAL-LINE.
003980     05  ATT-LABEL                   PIC X(24).
003990     05  FILLER                      PIC X(02)  VALUE SPACES.
004000     05  ATT-VALUE                   PIC X(10).
004010     05  FILLER                      PIC X(44)  VALUE SPACES.
004020 01  ASOF-COUNT-DISPLAY              PIC ZZZZZZ9.
004030 PROCEDURE        DIVISION.
004040 MAIN             SECTION.
004050 MAIN-ENTRY.
004060     PERFORM 0200-READ-SELECTION THRU 0200-EXIT.
004070     IF SEQUENCE-REFUSED
004080         DISPLAY "IDASOF - SELECTION REFUSED - STEP ENDED"
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
004130     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
004140         UNTIL END-OF-SORTED.
004150     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
004160     STOP RUN.
004170*****************************************************************
004180* 0200-READ-SELECTION - BUSINESS DATE, THEN THE SELECTION CARD. *
004190* A BLANK AS-OF DATE MEANS THE BUSINESS DATE; A BLANK COMPARE   *
004200* DATE MEANS NO COMPARISON.  A CARD THAT CANNOT BE READ AS A    *
004210* SELECTION, OR A DATE PAST THE BUSINESS DATE, ENDS THE STEP    *
004220* RETURN CODE 16 WITH NOTHING PRINTED.                          *
004230*****************************************************************
004240 0200-READ-SELECTION.
004250     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
004260     IF SEQUENCE-REFUSED
004270         GO TO 0200-EXIT
004280     END-IF.
004290     MOVE RUN-DATE-CCYYMMDD TO SEL-ASOF-DATE.
004300     MOVE ZERO              TO SEL-COMPARE-DATE.
004310     MOVE SPACES            TO SEL-DEPT-CODE
004320                               SEL-STATUS
004330                               SEL-MATCH-TYPE.
004340     MOVE "N"               TO SEL-DELETED-SWITCH.
004350     SET COMPARE-NOT-REQUESTED TO TRUE.
004360     PERFORM 0210-READ-SELECTION-CARD THRU 0210-EXIT.
004370     IF SEQUENCE-REFUSED
004380         GO TO 0200-EXIT
004390     END-IF.
004400     MOVE SEL-ASOF-DATE     TO SEL-EARLIEST-DATE.
004410     IF COMPARE-REQUESTED
004420      AND SEL-COMPARE-DATE < SEL-ASOF-DATE
004430         MOVE SEL-COMPARE-DATE TO SEL-EARLIEST-DATE
004440     END-IF.
004450 0200-EXIT.
004460     EXIT.
004470 0210-READ-SELECTION-CARD.
004480     OPEN INPUT ASOFPARM.
004490     IF ASOFPARM-NOT-FOUND
004500         DISPLAY "IDASOF - NO SELECTION CARD, LISTING EVERY "
004510             "IDENTITY AS OF " RUN-DATE-CCYYMMDD
004520         GO TO 0210-EXIT
004530     END-IF.
004540     IF NOT ASOFPARM-STATUS-OK
004550         SET SEQUENCE-REFUSED TO TRUE
004560         DISPLAY "IDASOF - CANNOT OPEN ASOFPARM, STATUS = "
004570             ASOFPARM-STATUS
004580         GO TO 0210-EXIT
004590     END-IF.
004600     READ ASOFPARM
004610         AT END MOVE SPACES TO ASOF-PARM-CARD
004620     END-READ.
004630     CLOSE ASOFPARM.
004640     PERFORM 0220-EDIT-SELECTION THRU 0220-EXIT.
004650 0210-EXIT.
004660     EXIT.
004670 0220-EDIT-SELECTION.
004680     IF ASP-ASOF-DATE NOT = SPACES
004690         IF ASP-ASOF-DATE NOT NUMERIC
004700          OR NOT ASP-ASOF-MONTH-VALID
004710          OR NOT ASP-ASOF-DAY-VALID
004720             SET SEQUENCE-REFUSED TO TRUE
004730             DISPLAY "IDASOF - INVALID AS-OF DATE " ASP-ASOF-DATE
004740             GO TO 0220-EXIT
004750         END-IF
004760         MOVE ASP-ASOF-DATE-9 TO SEL-ASOF-DATE
004770     END-IF.
004780     IF ASP-COMPARE-DATE NOT = SPACES
004790         IF ASP-COMPARE-DATE NOT NUMERIC
004800          OR NOT ASP-COMPARE-MONTH-VALID
004810          OR NOT ASP-COMPARE-DAY-VALID
004820             SET SEQUENCE-REFUSED TO TRUE
004830             DISPLAY "IDASOF - INVALID COMPARE DATE "
004840                 ASP-COMPARE-DATE
004850             GO TO 0220-EXIT
004860         END-IF
004870         MOVE ASP-COMPARE-DATE-9 TO SEL-COMPARE-DATE
004880         SET COMPARE-REQUESTED TO TRUE
004890     END-IF.
004900     IF SEL-ASOF-DATE > RUN-DATE-CCYYMMDD
004910      OR SEL-COMPARE-DATE > RUN-DATE-CCYYMMDD
004920         SET SEQUENCE-REFUSED TO TRUE
004930         DISPLAY "IDASOF - A SELECTED DATE IS PAST THE BUSINESS "
004940             "DATE " RUN-DATE-CCYYMMDD
004950         GO TO 0220-EXIT
004960     END-IF.
004970     IF NOT ASP-STATUS-VALID
004980      OR NOT ASP-MATCH-TYPE-VALID
004990      OR NOT ASP-DELETED-SWITCH-VALID
005000         SET SEQUENCE-REFUSED TO TRUE
005010         DISPLAY "IDASOF - INVALID SELECTION CARD " ASOF-PARM-CARD
005020         GO TO 0220-EXIT
005030     END-IF.
005040     MOVE ASP-DEPT-CODE     TO SEL-DEPT-CODE.
005050     MOVE ASP-STATUS        TO SEL-STATUS.
005060     MOVE ASP-MATCH-TYPE    TO SEL-MATCH-TYPE.
005070     IF ASP-INCLUDE-DELETED = "Y"
005080         MOVE "Y"           TO SEL-DELETED-SWITCH
005090     END-IF.
005100 0220-EXIT.
005110     EXIT.
005120*****************************************************************
005130* PRE-PROCESS - PRINT THE SELECTION, THEN RESEQUENCE THE TRAIL, *
005140* THE MASTER AND THE ARCHIVE INTO CODE1 ORDER.                  *
005150*****************************************************************
005160 PRE-PROCESS      SECTION.
005170 PRE-PROCESS-ENTRY.
005180     MOVE SPACES  TO FLAG1 FLAG2 FLAG3 FLAG4 FLAG5.
005190     SET IDENTITY-IS-CLOSED  TO TRUE.
005200     MOVE ZERO    TO HISTORY-READ-COUNT
005210                     HISTORY-USED-COUNT
005220                     MASTERS-READ-COUNT
005230                     ARCHIVES-READ-COUNT
005240                     IDENTITIES-COUNT
005250                     POPULATION-COUNT
005260                     GAINED-COUNT
005270                     LOST-COUNT
005280                     PRIOR-CODE1.
005290     MOVE 1                  TO VIEW-COUNT.
005300     MOVE SEL-ASOF-DATE      TO VEW-DATE (1).
005310     MOVE 1                  TO EARLY-VIEW-SUB LATE-VIEW-SUB.
005320     MOVE 1                  TO LAST-SECTION.
005330     IF COMPARE-REQUESTED
005340         MOVE 2                  TO VIEW-COUNT
005350         MOVE SEL-COMPARE-DATE   TO VEW-DATE (2)
005360         MOVE 3                  TO LAST-SECTION
005370         IF SEL-COMPARE-DATE < SEL-ASOF-DATE
005380             MOVE 2              TO EARLY-VIEW-SUB
005390         ELSE
005400             MOVE 2              TO LATE-VIEW-SUB
005410         END-IF
005420     END-IF.
005430     STRING RUN-DATE-MM  DELIMITED BY SIZE
005440            "/"          DELIMITED BY SIZE
005450            RUN-DATE-DD  DELIMITED BY SIZE
005460            "/"          DELIMITED BY SIZE
005470            RUN-DATE-CCYY DELIMITED BY SIZE
005480         INTO RUN-DATE-DISPLAY.
005490     OPEN OUTPUT ASOFRPT.
005500     MOVE RUN-DATE-DISPLAY  TO AHL-RUN-DATE.
005510     MOVE ASOF-HEADING-LINE TO REPORT-LINE.
005520     WRITE REPORT-LINE.
005530     MOVE SPACES            TO REPORT-LINE.
005540     WRITE REPORT-LINE.
005550     PERFORM 1100-WRITE-SELECTION THRU 1100-EXIT.
005560     PERFORM 1500-SORT-IMAGES THRU 1500-EXIT.
005570     IF FAILURE
005580         SET END-OF-SORTED TO TRUE
005590         GO TO PRE-PROCESS-EXIT
005600     END-IF.
005610     OPEN INPUT ASOFSRTD.
005620     OPEN OUTPUT ASOFITEM.
005630 PRE-PROCESS-EXIT.
005640     EXIT.
005650 1100-WRITE-SELECTION.
005660     MOVE SEL-ASOF-DATE     TO EDIT-DATE-CCYYMMDD.
005670     PERFORM 9100-FORMAT-DATE THRU 9100-EXIT.
005680     MOVE SPACES            TO ASOF-TOTAL-LINE.
005690     MOVE "AS-OF DATE"      TO ATT-LABEL.
005700     MOVE EDIT-DATE-DISPLAY TO ATT-VALUE.
005710     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
005720     WRITE REPORT-LINE.
005730     MOVE SPACES            TO ASOF-TOTAL-LINE.
005740     MOVE "COMPARE DATE"    TO ATT-LABEL.
005750     IF COMPARE-REQUESTED
005760         MOVE SEL-COMPARE-DATE  TO EDIT-DATE-CCYYMMDD
005770         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
005780         MOVE EDIT-DATE-DISPLAY TO ATT-VALUE
005790     ELSE
005800         MOVE "NONE"            TO ATT-VALUE
005810     END-IF.
005820     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
005830     WRITE REPORT-LINE.
005840     MOVE SPACES            TO ASOF-TOTAL-LINE.
005850     MOVE "DEPARTMENT"      TO ATT-LABEL.
005860     MOVE SEL-DEPT-CODE     TO ATT-VALUE.
005870     IF SEL-DEPT-CODE = SPACES
005880         MOVE "ALL"         TO ATT-VALUE
005890     END-IF.
005900     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
005910     WRITE REPORT-LINE.
005920     MOVE SPACES            TO ASOF-TOTAL-LINE.
005930     MOVE "STATUS"          TO ATT-LABEL.
005940     MOVE SEL-STATUS        TO ATT-VALUE.
005950     IF SEL-STATUS = SPACE
005960         MOVE "ALL"         TO ATT-VALUE
005970     END-IF.
005980     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
005990     WRITE REPORT-LINE.
006000     MOVE SPACES            TO ASOF-TOTAL-LINE.
006010     MOVE "MATCH TYPE"      TO ATT-LABEL.
006020     MOVE SEL-MATCH-TYPE    TO ATT-VALUE.
006030     IF SEL-MATCH-TYPE = SPACE
006040         MOVE "ALL"         TO ATT-VALUE
006050     END-IF.
006060     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
006070     WRITE REPORT-LINE.
006080     MOVE SPACES            TO ASOF-TOTAL-LINE.
006090     MOVE "DELETE-FLAGGED RECORDS" TO ATT-LABEL.
006100     IF SEL-INCLUDE-DELETED
006110         MOVE "LISTED"      TO ATT-VALUE
006120     ELSE
006130         MOVE "NOT LISTED"  TO ATT-VALUE
006140     END-IF.
006150     MOVE ASOF-TOTAL-LINE   TO REPORT-LINE.
006160     WRITE REPORT-LINE.
006170 1100-EXIT.
006180     EXIT.
006190 1500-SORT-IMAGES.
006200     SORT SRTWK1
006210         ON ASCENDING KEY SRT-CODE1
006220                          SRT-SOURCE
006230                          SRT-EVENT-DATE
006240         WITH DUPLICATES IN ORDER
006250         INPUT PROCEDURE IS 1510-RELEASE-IMAGES
006260                       THRU 1510-EXIT
006270         GIVING ASOFSRTD.
006280     IF SORT-RETURN NOT = ZERO
006290         SET FAILURE TO TRUE
006300         DISPLAY "IDASOF - IMAGE SORT FAILED, SORT-RETURN = "
006310             SORT-RETURN
006320     END-IF.
006330 1500-EXIT.
006340     EXIT.
006350*****************************************************************
006360* 1510-RELEASE-IMAGES - THE TRAIL EVENTS AND ARCHIVE IMAGES     *
006370* DATED AFTER THE EARLIER REQUESTED DATE (EARLIER EVENTS CANNOT *
006380* CHANGE THE ANSWER) AND EVERY MASTER RECORD.  WITH             *
006390* NO TRAIL ON FILE NOTHING CAN BE ROLLED BACK, SO ONLY A REPORT *
006400* AS OF THE BUSINESS DATE ITSELF MAY GO ON WITHOUT ONE.  WITH   *
006410* NO ARCHIVE THE RUN GOES ON AGAINST THE MASTER ALONE.          *
006420*****************************************************************
006430 1510-RELEASE-IMAGES.
006440     PERFORM 1515-RELEASE-HISTORY THRU 1515-EXIT.
006450     IF FAILURE
006460         GO TO 1510-EXIT
006470     END-IF.
006480     OPEN INPUT MASTFILE.
006490     IF NOT MASTER-STATUS-OK
006500         SET FAILURE TO TRUE
006510         DISPLAY "IDASOF - CANNOT OPEN MASTER, STATUS = "
006520             MASTER-FILE-STATUS
006530         GO TO 1510-EXIT
006540     END-IF.
006550     MOVE ZERO TO MST-CODE1.
006560     START MASTFILE KEY NOT < MST-CODE1
006570         INVALID KEY SET END-OF-MASTER TO TRUE
006580     END-START.
006590     PERFORM 1540-RELEASE-MASTER-RECORD THRU 1540-EXIT
006600         UNTIL END-OF-MASTER.
006610     CLOSE MASTFILE.
006620     IF FAILURE
006630         GO TO 1510-EXIT
006640     END-IF.
006650     OPEN INPUT ARCHFILE.
006660     IF ARCHFILE-NOT-FOUND
006670         DISPLAY "IDASOF - NO MASTER ARCHIVE - RESTATING THE "
006680             "MASTER ONLY"
006690         GO TO 1510-EXIT
006700     END-IF.
006710     IF NOT ARCHFILE-STATUS-OK
006720         SET FAILURE TO TRUE
006730         DISPLAY "IDASOF - CANNOT OPEN ARCHFILE, STATUS = "
006740             ARCHFILE-STATUS
006750         GO TO 1510-EXIT
006760     END-IF.
006770     PERFORM 1560-RELEASE-ARCHIVE-RECORD THRU 1560-EXIT
006780         UNTIL END-OF-ARCHIVE.
006790     CLOSE ARCHFILE.
006800 1510-EXIT.
006810     EXIT.
006820 1515-RELEASE-HISTORY.
006830     OPEN INPUT MSTHIST.
006840     IF MSTHIST-NOT-FOUND
006850      AND SEL-EARLIEST-DATE < RUN-DATE-CCYYMMDD
006860         SET FAILURE TO TRUE
006870         DISPLAY "IDASOF - NO HISTORY TRAIL - CANNOT RESTATE "
006880             "THE MASTER AS OF " SEL-EARLIEST-DATE
006890         GO TO 1515-EXIT
006900     END-IF.
006910     IF MSTHIST-NOT-FOUND
006920         DISPLAY "IDASOF - NO HISTORY TRAIL - MASTER TAKEN AS IT "
006930             "STANDS"
006940         GO TO 1515-EXIT
006950     END-IF.
006960     IF NOT MSTHIST-STATUS-OK
006970         SET FAILURE TO TRUE
006980         DISPLAY "IDASOF - CANNOT OPEN MSTHIST, STATUS = "
006990             MSTHIST-STATUS
007000         GO TO 1515-EXIT
007010     END-IF.
007020     PERFORM 1520-RELEASE-HISTORY-RECORD THRU 1520-EXIT
007030         UNTIL END-OF-HISTORY.
007040     CLOSE MSTHIST.
007050 1515-EXIT.
007060     EXIT.
007070*    THE BEFORE IMAGE IS THE RECORD AS IT STOOD AT THE CLOSE OF
007080*    THE PRIOR RUN.  AN ADD HAS NO BEFORE IMAGE - THE CODE1 WAS
007090*    NOT ON THE MASTER - AND IS CARRIED WITH THE IMAGE BLANK.
007100 1520-RELEASE-HISTORY-RECORD.
007110     READ MSTHIST
007120         AT END SET END-OF-HISTORY TO TRUE
007130     END-READ.
007140     IF END-OF-HISTORY
007150         GO TO 1520-EXIT
007160     END-IF.
007170     IF NOT MSTHIST-STATUS-OK
007180         SET FAILURE TO TRUE
007190         SET END-OF-HISTORY TO TRUE
007200         DISPLAY "IDASOF - I/O ERROR ON MSTHIST, STATUS = "
007210             MSTHIST-STATUS
007220         GO TO 1520-EXIT
007230     END-IF.
007240     ADD 1 TO HISTORY-READ-COUNT.
007245     IF HST-RUN-DATE NOT > SEL-EARLIEST-DATE
007250      OR HST-BACKOUT-END-ACTION
007260         GO TO 1520-EXIT
007270     END-IF.
007280     ADD 1 TO HISTORY-USED-COUNT.
007290     MOVE HST-CODE1              TO AXW-CODE1.
007300     MOVE "1"                    TO AXW-SOURCE.
007310     MOVE HST-RUN-DATE           TO AXW-EVENT-DATE.
007320     IF HST-BEF-USERNAME = SPACES
007330      AND HST-BEF-STATUS = SPACE
007340         MOVE SPACES             TO AXW-USERNAME
007350                                    AXW-DEPT-CODE
007360                                    AXW-STATUS
007370                                    AXW-DELETE-FLAG
007380                                    AXW-MATCH-TYPE
007390         MOVE ZERO               TO AXW-EFFECTIVE-DATE
007400     ELSE
007410         MOVE HST-BEF-USERNAME   TO AXW-USERNAME
007420         MOVE HST-BEF-DEPT-CODE  TO AXW-DEPT-CODE
007430         MOVE HST-BEF-STATUS     TO AXW-STATUS
007440         MOVE HST-BEF-EFFECTIVE-DATE TO AXW-EFFECTIVE-DATE
007450         MOVE HST-BEF-DELETE-FLAG TO AXW-DELETE-FLAG
007460         MOVE HST-BEF-MATCH-TYPE TO AXW-MATCH-TYPE
007470     END-IF.
007480     RELEASE SORT-WORK-RECORD FROM ASOF-EXTRACT-WORK.
007490 1520-EXIT.
007500     EXIT.
007510 1540-RELEASE-MASTER-RECORD.
007520     READ MASTFILE NEXT RECORD
007530         AT END SET END-OF-MASTER TO TRUE
007540     END-READ.
007550     IF END-OF-MASTER
007560         GO TO 1540-EXIT
007570     END-IF.
007580     IF NOT MASTER-STATUS-OK
007590         SET FAILURE TO TRUE
007600         SET END-OF-MASTER TO TRUE
007610         DISPLAY "IDASOF - I/O ERROR ON MASTER, STATUS = "
007620             MASTER-FILE-STATUS
007630         GO TO 1540-EXIT
007640     END-IF.
007650     ADD 1 TO MASTERS-READ-COUNT.
007660     MOVE MST-CODE1          TO AXW-CODE1.
007670     MOVE "2"                TO AXW-SOURCE.
007680     MOVE ZERO               TO AXW-EVENT-DATE.
007690     MOVE MST-USERNAME       TO AXW-USERNAME.
007700     MOVE MST-DEPT-CODE      TO AXW-DEPT-CODE.
007710     MOVE MST-STATUS         TO AXW-STATUS.
007720     MOVE MST-EFFECTIVE-DATE TO AXW-EFFECTIVE-DATE.
007730     MOVE MST-DELETE-FLAG    TO AXW-DELETE-FLAG.
007740     MOVE MST-MATCH-TYPE     TO AXW-MATCH-TYPE.
007750     RELEASE SORT-WORK-RECORD FROM ASOF-EXTRACT-WORK.
007760 1540-EXIT.
007770     EXIT.
007771*    THE ARCHIVED IMAGE IS THE RECORD AS IT STOOD WHEN IT WAS
007772*    PURGED, SO IT GOES IN WITH THE TRAIL (SOURCE 1) AS AN EVENT
007773*    ON THE PURGE DATE.  A CODE1 PURGED AND LATER ADDED AGAIN IS
007774*    THEN RESTATED BY WHICHEVER EVENT FOLLOWS THE REQUESTED DATE
007775*    FIRST - ON THE SAME DATE THE TRAIL EVENT, RELEASED FIRST,
007776*    STAYS AHEAD.
007780 1560-RELEASE-ARCHIVE-RECORD.
007790     READ ARCHFILE
007800         AT END SET END-OF-ARCHIVE TO TRUE
007810     END-READ.
007820     IF NOT ARCHFILE-STATUS-OK
007830         SET FAILURE TO TRUE
007840         SET END-OF-ARCHIVE TO TRUE
007850         DISPLAY "IDASOF - I/O ERROR ON ARCHFILE, STATUS = "
007860             ARCHFILE-STATUS
007870         GO TO 1560-EXIT
007880     END-IF.
007890     IF END-OF-ARCHIVE
007900         GO TO 1560-EXIT
007910     END-IF.
007915     ADD 1 TO ARCHIVES-READ-COUNT.
007920     IF ARC-PURGE-DATE NOT > SEL-EARLIEST-DATE
007925         GO TO 1560-EXIT
007930     END-IF.
007935     MOVE ARC-CODE1          TO AXW-CODE1.
007940     MOVE "1"                TO AXW-SOURCE.
007950     MOVE ARC-PURGE-DATE     TO AXW-EVENT-DATE.
007960     MOVE ARC-USERNAME       TO AXW-USERNAME.
007970     MOVE ARC-DEPT-CODE      TO AXW-DEPT-CODE.
007980     MOVE ARC-STATUS         TO AXW-STATUS.
007990     MOVE ARC-EFFECTIVE-DATE TO AXW-EFFECTIVE-DATE.
008000     MOVE ARC-DELETE-FLAG    TO AXW-DELETE-FLAG.
008010     MOVE ARC-MATCH-TYPE     TO AXW-MATCH-TYPE.
008020     RELEASE SORT-WORK-RECORD FROM ASOF-EXTRACT-WORK.
008030 1560-EXIT.
008040     EXIT.
008050*****************************************************************
008060* MAIN-PROCESS - APPLY EACH IMAGE IN THE SORTED STREAM TO THE   *
008070* CODE1 IT BELONGS TO.  WHEN THE CODE1 CHANGES THE FINISHED ONE *
008080* IS RESTATED AND ITS ITEMS WRITTEN.                            *
008090*****************************************************************
008100 MAIN-PROCESS     SECTION.
008110 MAIN-PROCESS-ENTRY.
008120     READ ASOFSRTD
008130         AT END SET END-OF-SORTED TO TRUE
008140     END-READ.
008150     IF NOT ASOFSRTD-STATUS-OK
008160         SET FAILURE TO TRUE
008170         SET END-OF-SORTED TO TRUE
008180         DISPLAY "IDASOF - I/O ERROR ON ASOFSRTD, STATUS = "
008190             ASOFSRTD-STATUS
008200         GO TO MAIN-PROCESS-EXIT
008210     END-IF.
008220     IF END-OF-SORTED
008230         GO TO MAIN-PROCESS-EXIT
008240     END-IF.
008250     IF IDENTITY-IS-OPEN
008260      AND ASR-CODE1 NOT = PRIOR-CODE1
008270         PERFORM 2500-RESTATE-IDENTITY THRU 2500-EXIT
008280     END-IF.
008290     IF NOT IDENTITY-IS-OPEN
008300         PERFORM 2100-START-IDENTITY THRU 2100-EXIT
008310     END-IF.
008320     PERFORM 2200-APPLY-IMAGE THRU 2200-EXIT
008330         VARYING VIEW-SUB FROM 1 BY 1
008340         UNTIL VIEW-SUB > VIEW-COUNT.
008350 MAIN-PROCESS-EXIT.
008360     EXIT.
008370 2100-START-IDENTITY.
008380     MOVE ASR-CODE1          TO PRIOR-CODE1.
008390     ADD 1 TO IDENTITIES-COUNT.
008400     MOVE "N"                TO VEW-RESOLVED-SWITCH (1)
008410                                VEW-PRESENT-SWITCH (1)
008420                                VEW-RESOLVED-SWITCH (2)
008430                                VEW-PRESENT-SWITCH (2).
008440     SET IDENTITY-IS-OPEN    TO TRUE.
008450 2100-EXIT.
008460     EXIT.
008470*****************************************************************
008480* 2200-APPLY-IMAGE - THE CODE1'S IMAGES ARRIVE TRAIL FIRST, IN  *
008490* EVENT-DATE ORDER WITH THE ARCHIVE IMAGES AMONG THEM, THEN THE *
008500* MASTER.  FOR EACH REQUESTED DATE THE FIRST IMAGE THAT SPEAKS  *
008510* FOR IT WINS:                                                  *
008520*   TRAIL   - AN EVENT DATED AFTER THE REQUESTED DATE; ITS      *
008530*             BEFORE (OR ARCHIVED) IMAGE IS THE RECORD ON THAT  *
008540*             DATE                                              *
008550*   MASTER  - NO LATER EVENT; THE RECORD TODAY IS THE RECORD    *
008560*             ON THAT DATE                                      *
008570*****************************************************************
008580 2200-APPLY-IMAGE.
008590     IF VEW-RESOLVED (VIEW-SUB)
008600         GO TO 2200-EXIT
008610     END-IF.
008620     IF ASR-FROM-HISTORY
008630      AND ASR-EVENT-DATE NOT > VEW-DATE (VIEW-SUB)
008640         GO TO 2200-EXIT
008650     END-IF.
008660     MOVE "Y"                TO VEW-RESOLVED-SWITCH (VIEW-SUB).
008710     IF ASR-USERNAME = SPACES
008720      AND ASR-STATUS = SPACE
008730         GO TO 2200-EXIT
008740     END-IF.
008750     MOVE "Y"                TO VEW-PRESENT-SWITCH (VIEW-SUB).
008760     MOVE ASR-USERNAME       TO VEW-USERNAME (VIEW-SUB).
008770     MOVE ASR-DEPT-CODE      TO VEW-DEPT-CODE (VIEW-SUB).
008780     MOVE ASR-STATUS         TO VEW-STATUS (VIEW-SUB).
008790     MOVE ASR-EFFECTIVE-DATE TO VEW-EFFECTIVE-DATE (VIEW-SUB).
008800     MOVE ASR-DELETE-FLAG    TO VEW-DELETE-FLAG (VIEW-SUB).
008810     MOVE ASR-MATCH-TYPE     TO VEW-MATCH-TYPE (VIEW-SUB).
008820 2200-EXIT.
008830     EXIT.
008840*****************************************************************
008850* 2500-RESTATE-IDENTITY - TEST EACH VIEW AGAINST THE SELECTION, *
008860* LIST THE CODE1 IN THE POPULATION WHEN THE AS-OF VIEW IS       *
008870* SELECTED, AND WHEN COMPARING LIST A GAIN OR LOSS OF ACCESS    *
008880* FROM THE EARLIER DATE TO THE LATER.                           *
008890*****************************************************************
008900 2500-RESTATE-IDENTITY.
008910     PERFORM 2520-TEST-VIEW THRU 2520-EXIT
008920         VARYING VIEW-SUB FROM 1 BY 1
008930         UNTIL VIEW-SUB > VIEW-COUNT.
008940     IF VEW-SELECTED (1)
008950         MOVE 1              TO ITEM-TYPE-WORK
008960         MOVE 1              TO ITEM-VIEW-SUB
008970         MOVE SPACES         TO ITEM-REASON-WORK
008980         PERFORM 2600-WRITE-ITEM THRU 2600-EXIT
008990         ADD 1 TO POPULATION-COUNT
009000     END-IF.
009010     IF COMPARE-REQUESTED
009020         PERFORM 2550-COMPARE-ACCESS THRU 2550-EXIT
009030     END-IF.
009040     SET IDENTITY-IS-CLOSED  TO TRUE.
009050 2500-EXIT.
009060     EXIT.
009070*    ACCESS MEANS ON THE MASTER, ACTIVE AND NOT DELETE-FLAGGED,
009080*    WITHIN THE DEPARTMENT AND MATCH TYPE SELECTED.  THE STATUS
009090*    AND DELETE-FLAG SELECTIONS GOVERN ONLY THE POPULATION LIST.
009100 2520-TEST-VIEW.
009110     MOVE "N"                TO VEW-SELECTED-SWITCH (VIEW-SUB)
009120                                VEW-ACCESS-SWITCH (VIEW-SUB).
009130     IF NOT VEW-PRESENT (VIEW-SUB)
009140         GO TO 2520-EXIT
009150     END-IF.
009160     IF SEL-DEPT-CODE NOT = SPACES
009170      AND VEW-DEPT-CODE (VIEW-SUB) NOT = SEL-DEPT-CODE
009180         GO TO 2520-EXIT
009190     END-IF.
009200     IF SEL-MATCH-TYPE NOT = SPACE
009210      AND VEW-MATCH-TYPE (VIEW-SUB) NOT = SEL-MATCH-TYPE
009220         GO TO 2520-EXIT
009230     END-IF.
009240     IF VEW-STATUS (VIEW-SUB) = "A"
009250      AND NOT VEW-DELETE-FLAGGED (VIEW-SUB)
009260         MOVE "Y"            TO VEW-ACCESS-SWITCH (VIEW-SUB)
009270     END-IF.
009280     IF SEL-STATUS NOT = SPACE
009290      AND VEW-STATUS (VIEW-SUB) NOT = SEL-STATUS
009300         GO TO 2520-EXIT
009310     END-IF.
009320     IF VEW-DELETE-FLAGGED (VIEW-SUB)
009330      AND NOT SEL-INCLUDE-DELETED
009340         GO TO 2520-EXIT
009350     END-IF.
009360     MOVE "Y"                TO VEW-SELECTED-SWITCH (VIEW-SUB).
009370 2520-EXIT.
009380     EXIT.
009390*****************************************************************
009400* 2550-COMPARE-ACCESS - A GAIN IS LISTED WITH THE LATER IMAGE   *
009410* AND A LOSS WITH THE EARLIER ONE (THE RECORD THAT HELD THE     *
009420* ACCESS), EACH WITH WHAT CHANGED:                              *
009430*   GAINED - NEW ACCOUNT, DELETE CLEARED, REACTIVATED, FROM     *
009440*            ANOTHER DEPARTMENT OR FROM ANOTHER MATCH TYPE      *
009450*   LOST   - REMOVED, DELETE FLAGGED, INACTIVATED, TO ANOTHER   *
009460*            DEPARTMENT OR TO ANOTHER MATCH TYPE                *
009470*****************************************************************
009480 2550-COMPARE-ACCESS.
009490     IF VEW-HAS-ACCESS (LATE-VIEW-SUB)
009500      AND NOT VEW-HAS-ACCESS (EARLY-VIEW-SUB)
009510         PERFORM 2560-WRITE-GAIN THRU 2560-EXIT
009520     END-IF.
009530     IF VEW-HAS-ACCESS (EARLY-VIEW-SUB)
009540      AND NOT VEW-HAS-ACCESS (LATE-VIEW-SUB)
009550         PERFORM 2570-WRITE-LOSS THRU 2570-EXIT
009560     END-IF.
009570 2550-EXIT.
009580     EXIT.
009590 2560-WRITE-GAIN.
009600     PERFORM 2565-GAIN-REASON THRU 2565-EXIT.
009610     MOVE 2                  TO ITEM-TYPE-WORK.
009620     MOVE LATE-VIEW-SUB      TO ITEM-VIEW-SUB.
009630     PERFORM 2600-WRITE-ITEM THRU 2600-EXIT.
009640     ADD 1 TO GAINED-COUNT.
009650 2560-EXIT.
009660     EXIT.
009670 2565-GAIN-REASON.
009680     MOVE SPACES             TO ITEM-REASON-WORK.
009690     IF NOT VEW-PRESENT (EARLY-VIEW-SUB)
009700         MOVE "NEW ACCOUNT"  TO ITEM-REASON-WORK
009710         GO TO 2565-EXIT
009720     END-IF.
009730     IF VEW-DELETE-FLAGGED (EARLY-VIEW-SUB)
009740         MOVE "DELETE CLEARED" TO ITEM-REASON-WORK
009750         GO TO 2565-EXIT
009760     END-IF.
009770     IF VEW-STATUS (EARLY-VIEW-SUB) NOT = "A"
009780         MOVE "REACTIVATED"  TO ITEM-REASON-WORK
009790         GO TO 2565-EXIT
009800     END-IF.
009810     IF VEW-DEPT-CODE (EARLY-VIEW-SUB)
009820            NOT = VEW-DEPT-CODE (LATE-VIEW-SUB)
009830         STRING "FROM DEPT "  DELIMITED BY SIZE
009840                VEW-DEPT-CODE (EARLY-VIEW-SUB) DELIMITED BY SIZE
009850             INTO ITEM-REASON-WORK
009860     ELSE
009870         STRING "MATCH WAS "  DELIMITED BY SIZE
009880                VEW-MATCH-TYPE (EARLY-VIEW-SUB) DELIMITED BY SIZE
009890             INTO ITEM-REASON-WORK
009900     END-IF.
009910 2565-EXIT.
009920     EXIT.
009930 2570-WRITE-LOSS.
009940     PERFORM 2575-LOSS-REASON THRU 2575-EXIT.
009950     MOVE 3                  TO ITEM-TYPE-WORK.
009960     MOVE EARLY-VIEW-SUB     TO ITEM-VIEW-SUB.
009970     PERFORM 2600-WRITE-ITEM THRU 2600-EXIT.
009980     ADD 1 TO LOST-COUNT.
009990 2570-EXIT.
010000     EXIT.
010010 2575-LOSS-REASON.
010020     MOVE SPACES             TO ITEM-REASON-WORK.
010030     IF NOT VEW-PRESENT (LATE-VIEW-SUB)
010040         MOVE "REMOVED"      TO ITEM-REASON-WORK
010050         GO TO 2575-EXIT
010060     END-IF.
010070     IF VEW-DELETE-FLAGGED (LATE-VIEW-SUB)
010080         MOVE "DELETE FLAGGED" TO ITEM-REASON-WORK
010090         GO TO 2575-EXIT
010100     END-IF.
010110     IF VEW-STATUS (LATE-VIEW-SUB) NOT = "A"
010120         MOVE "INACTIVATED"  TO ITEM-REASON-WORK
010130         GO TO 2575-EXIT
010140     END-IF.
010150     IF VEW-DEPT-CODE (EARLY-VIEW-SUB)
010160            NOT = VEW-DEPT-CODE (LATE-VIEW-SUB)
010170         STRING "TO DEPT "    DELIMITED BY SIZE
010180                VEW-DEPT-CODE (LATE-VIEW-SUB) DELIMITED BY SIZE
010190             INTO ITEM-REASON-WORK
010200     ELSE
010210         STRING "MATCH NOW "  DELIMITED BY SIZE
010220                VEW-MATCH-TYPE (LATE-VIEW-SUB) DELIMITED BY SIZE
010230             INTO ITEM-REASON-WORK
010240     END-IF.
010250 2575-EXIT.
010260     EXIT.
010270 2600-WRITE-ITEM.
010280     MOVE ITEM-TYPE-WORK     TO ITM-TYPE.
010290     MOVE VEW-DEPT-CODE (ITEM-VIEW-SUB)  TO ITM-DEPT-CODE.
010300     MOVE PRIOR-CODE1                    TO ITM-CODE1.
010310     MOVE VEW-USERNAME (ITEM-VIEW-SUB)   TO ITM-USERNAME.
010320     MOVE VEW-STATUS (ITEM-VIEW-SUB)     TO ITM-STATUS.
010330     MOVE VEW-MATCH-TYPE (ITEM-VIEW-SUB) TO ITM-MATCH-TYPE.
010340     MOVE VEW-DELETE-FLAG (ITEM-VIEW-SUB) TO ITM-DELETE-FLAG.
010350     MOVE VEW-EFFECTIVE-DATE (ITEM-VIEW-SUB)
010360                                         TO ITM-EFFECTIVE-DATE.
010370     MOVE ITEM-REASON-WORK               TO ITM-REASON.
010380     WRITE ASOF-ITEM-RECORD.
010390 2600-EXIT.
010400     EXIT.
010410*****************************************************************
010420* POST-PROCESS - RESTATE THE LAST CODE1, PUT THE ITEMS INTO     *
010430* SECTION/DEPARTMENT/CODE1 ORDER AND PRINT THEM, THEN THE RUN   *
010440* COUNTS.                                                       *
010450*****************************************************************
010460 POST-PROCESS     SECTION.
010470 POST-PROCESS-ENTRY.
010480     IF FAILURE
010490         CLOSE ASOFRPT
010500         PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT
010510         GO TO POST-PROCESS-EXIT
010520     END-IF.
010530     IF IDENTITY-IS-OPEN
010540         PERFORM 2500-RESTATE-IDENTITY THRU 2500-EXIT
010550     END-IF.
010560     CLOSE ASOFSRTD.
010570     CLOSE ASOFITEM.
010580     IF NOT FAILURE
010590         PERFORM 3000-SORT-ITEMS THRU 3000-EXIT
010600     END-IF.
010610     IF NOT FAILURE
010620         PERFORM 3100-PRINT-ITEMS THRU 3100-EXIT
010630     END-IF.
010640     PERFORM 3300-WRITE-RUN-TOTALS THRU 3300-EXIT.
010650     CLOSE ASOFRPT.
010660     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
010670 POST-PROCESS-EXIT.
010680     EXIT.
010690 3000-SORT-ITEMS.
010700     SORT SRTWK2
010710         ON ASCENDING KEY SRX-TYPE
010720                          SRX-DEPT-CODE
010730                          SRX-CODE1
010740         USING ASOFITEM
010750         GIVING ASOFSRT2.
010760     IF SORT-RETURN NOT = ZERO
010770         SET FAILURE TO TRUE
010780         DISPLAY "IDASOF - ITEM SORT FAILED, SORT-RETURN = "
010790             SORT-RETURN
010800     END-IF.
010810 3000-EXIT.
010820     EXIT.
010830*****************************************************************
010840* 3100-PRINT-ITEMS - EVERY SECTION THE RUN CALLS FOR IS PRINTED,*
010850* WITH A NONE LINE WHEN IT HAS NO ITEMS, SO THE AUDITOR SEES    *
010860* THE QUESTION WAS ASKED.                                       *
010870*****************************************************************
010880 3100-PRINT-ITEMS.
010890     MOVE ZERO               TO CURRENT-SECTION.
010900     OPEN INPUT ASOFSRT2.
010910     IF NOT ASOFSRT2-STATUS-OK
010920         SET FAILURE TO TRUE
010930         DISPLAY "IDASOF - CANNOT OPEN ASOFSRT2, STATUS = "
010940             ASOFSRT2-STATUS
010950         GO TO 3100-EXIT
010960     END-IF.
010970     PERFORM 3110-PRINT-ITEM THRU 3110-EXIT
010980         UNTIL END-OF-ITEMS.
010990     CLOSE ASOFSRT2.
011000     IF FAILURE
011010         GO TO 3100-EXIT
011020     END-IF.
011030     PERFORM 3120-ADVANCE-SECTION THRU 3120-EXIT
011040         UNTIL CURRENT-SECTION = LAST-SECTION.
011050     PERFORM 3200-CLOSE-SECTION THRU 3200-EXIT.
011060 3100-EXIT.
011070     EXIT.
011080 3110-PRINT-ITEM.
011090     READ ASOFSRT2
011100         AT END SET END-OF-ITEMS TO TRUE
011110     END-READ.
011120     IF END-OF-ITEMS
011130         GO TO 3110-EXIT
011140     END-IF.
011150     IF NOT ASOFSRT2-STATUS-OK
011160         SET FAILURE TO TRUE
011170         SET END-OF-ITEMS TO TRUE
011180         DISPLAY "IDASOF - I/O ERROR ON ASOFSRT2, STATUS = "
011190             ASOFSRT2-STATUS
011200         GO TO 3110-EXIT
011210     END-IF.
011220     PERFORM 3120-ADVANCE-SECTION THRU 3120-EXIT
011230         UNTIL CURRENT-SECTION = SIT-TYPE.
011240     IF CURRENT-SECTION = 1
011250         PERFORM 3150-COUNT-POPULATION THRU 3150-EXIT
011260     END-IF.
011270     ADD 1 TO SECTION-ITEM-COUNT.
011280     MOVE SPACES             TO ASOF-DETAIL-LINE.
011290     MOVE SIT-DEPT-CODE      TO ADL-DEPT-CODE.
011300     MOVE SIT-CODE1          TO ADL-CODE1.
011310     MOVE SIT-STATUS         TO ADL-STATUS.
011320     MOVE SIT-MATCH-TYPE     TO ADL-MATCH-TYPE.
011330     MOVE SIT-DELETE-FLAG    TO ADL-DELETE-FLAG.
011340     MOVE SIT-EFFECTIVE-DATE TO ADL-EFFECTIVE-DATE.
011350     MOVE SIT-USERNAME       TO ADL-USERNAME.
011360     MOVE SIT-REASON         TO ADL-REASON.
011370     MOVE ASOF-DETAIL-LINE   TO REPORT-LINE.
011380     WRITE REPORT-LINE.
011390 3110-EXIT.
011400     EXIT.
011410 3120-ADVANCE-SECTION.
011420     PERFORM 3200-CLOSE-SECTION THRU 3200-EXIT.
011430     ADD 1 TO CURRENT-SECTION.
011440     MOVE ZERO               TO SECTION-ITEM-COUNT.
011450     MOVE SPACES             TO REPORT-LINE.
011460     WRITE REPORT-LINE.
011470     MOVE SPACES             TO ASOF-TITLE-LINE.
011480     IF CURRENT-SECTION = 1
011490         MOVE "ACCESS POPULATION AS OF"  TO ATL-TITLE
011500         MOVE VEW-DATE (1)               TO EDIT-DATE-CCYYMMDD
011510         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
011520         MOVE EDIT-DATE-DISPLAY          TO ATL-FIRST-DATE
011530         SET DEPT-IS-CLOSED              TO TRUE
011540         MOVE ZERO                       TO GRAND-ACCOUNT-COUNT
011550                                            GRAND-ACTIVE-COUNT
011560                                            GRAND-INACTIVE-COUNT
011570                                            GRAND-DELETED-COUNT
011580                                            GRAND-OVERRIDE-COUNT
011590     ELSE
011600         IF CURRENT-SECTION = 2
011610             MOVE "GAINED ACCESS BETWEEN" TO ATL-TITLE
011620         ELSE
011630             MOVE "LOST ACCESS BETWEEN"   TO ATL-TITLE
011640         END-IF
011650         MOVE VEW-DATE (EARLY-VIEW-SUB)  TO EDIT-DATE-CCYYMMDD
011660         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
011670         MOVE EDIT-DATE-DISPLAY          TO ATL-FIRST-DATE
011680         MOVE " AND"                     TO ATL-CONNECTOR
011690         MOVE VEW-DATE (LATE-VIEW-SUB)   TO EDIT-DATE-CCYYMMDD
011700         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
011710         MOVE EDIT-DATE-DISPLAY          TO ATL-SECOND-DATE
011720     END-IF.
011730     MOVE ASOF-TITLE-LINE    TO REPORT-LINE.
011740     WRITE REPORT-LINE.
011750     MOVE SPACES             TO REPORT-LINE.
011760     WRITE REPORT-LINE.
011770     MOVE ASOF-COLUMN-LINE   TO REPORT-LINE.
011780     WRITE REPORT-LINE.
011790 3120-EXIT.
011800     EXIT.
011810*    DEPARTMENT BREAK AND CONTROL COUNTS FOR THE POPULATION.
011820 3150-COUNT-POPULATION.
011830     IF DEPT-IS-OPEN
011840      AND SIT-DEPT-CODE NOT = PRIOR-DEPT-CODE
011850         PERFORM 3160-WRITE-DEPT-TOTAL THRU 3160-EXIT
011860     END-IF.
011870     IF DEPT-IS-CLOSED
011880         MOVE SIT-DEPT-CODE  TO PRIOR-DEPT-CODE
011890         MOVE ZERO           TO DEPT-ACCOUNT-COUNT
011900                                DEPT-ACTIVE-COUNT
011910                                DEPT-INACTIVE-COUNT
011920                                DEPT-DELETED-COUNT
011930                                DEPT-OVERRIDE-COUNT
011940         SET DEPT-IS-OPEN    TO TRUE
011950     END-IF.
011960     ADD 1 TO DEPT-ACCOUNT-COUNT GRAND-ACCOUNT-COUNT.
011970     IF SIT-DELETE-FLAGGED
011980         ADD 1 TO DEPT-DELETED-COUNT GRAND-DELETED-COUNT
011990     ELSE
012000         IF SIT-STATUS = "A"
012010             ADD 1 TO DEPT-ACTIVE-COUNT GRAND-ACTIVE-COUNT
012020         ELSE
012030             ADD 1 TO DEPT-INACTIVE-COUNT GRAND-INACTIVE-COUNT
012040         END-IF
012050     END-IF.
012060     IF SIT-MATCH-TYPE = "O"
012070         ADD 1 TO DEPT-OVERRIDE-COUNT GRAND-OVERRIDE-COUNT
012080     END-IF.
012090 3150-EXIT.
012100     EXIT.
012110 3160-WRITE-DEPT-TOTAL.
012120     MOVE PRIOR-DEPT-CODE     TO ADT-DEPT-CODE.
012130     MOVE DEPT-ACCOUNT-COUNT  TO ADT-ACCOUNT-COUNT.
012140     MOVE DEPT-ACTIVE-COUNT   TO ADT-ACTIVE-COUNT.
012150     MOVE DEPT-INACTIVE-COUNT TO ADT-INACTIVE-COUNT.
012160     MOVE DEPT-DELETED-COUNT  TO ADT-DELETED-COUNT.
012170     MOVE DEPT-OVERRIDE-COUNT TO ADT-OVERRIDE-COUNT.
012180     MOVE ASOF-DEPT-TOTAL-LINE TO REPORT-LINE.
012190     WRITE REPORT-LINE.
012200     MOVE SPACES              TO REPORT-LINE.
012210     WRITE REPORT-LINE.
012220     SET DEPT-IS-CLOSED       TO TRUE.
012230 3160-EXIT.
012240     EXIT.
012250 3200-CLOSE-SECTION.
012260     IF CURRENT-SECTION = ZERO
012270         GO TO 3200-EXIT
012280     END-IF.
012290     IF SECTION-ITEM-COUNT = ZERO
012300         MOVE "NONE"         TO REPORT-LINE
012310         WRITE REPORT-LINE
012320     END-IF.
012330     IF CURRENT-SECTION NOT = 1
012340         MOVE SPACES         TO REPORT-LINE
012350         WRITE REPORT-LINE
012360         MOVE SECTION-ITEM-COUNT TO ASOF-COUNT-DISPLAY
012370         MOVE SPACES         TO ASOF-TOTAL-LINE
012380         MOVE "CODE1S LISTED" TO ATT-LABEL
012390         MOVE ASOF-COUNT-DISPLAY TO ATT-VALUE
012400         MOVE ASOF-TOTAL-LINE TO REPORT-LINE
012410         WRITE REPORT-LINE
012420         GO TO 3200-EXIT
012430     END-IF.
012440     IF DEPT-IS-OPEN
012450         PERFORM 3160-WRITE-DEPT-TOTAL THRU 3160-EXIT
012460     END-IF.
012470     MOVE "ALL "               TO ADT-DEPT-CODE.
012480     MOVE GRAND-ACCOUNT-COUNT  TO ADT-ACCOUNT-COUNT.
012490     MOVE GRAND-ACTIVE-COUNT   TO ADT-ACTIVE-COUNT.
012500     MOVE GRAND-INACTIVE-COUNT TO ADT-INACTIVE-COUNT.
012510     MOVE GRAND-DELETED-COUNT  TO ADT-DELETED-COUNT.
012520     MOVE GRAND-OVERRIDE-COUNT TO ADT-OVERRIDE-COUNT.
012530     MOVE ASOF-DEPT-TOTAL-LINE TO REPORT-LINE.
012540     WRITE REPORT-LINE.
012550 3200-EXIT.
012560     EXIT.
012570 3300-WRITE-RUN-TOTALS.
012580     MOVE SPACES              TO REPORT-LINE.
012590     WRITE REPORT-LINE.
012600     MOVE HISTORY-READ-COUNT  TO ASOF-COUNT-DISPLAY.
012610     MOVE SPACES              TO ASOF-TOTAL-LINE.
012620     MOVE "HISTORY RECORDS READ" TO ATT-LABEL.
012630     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012640     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012650     WRITE REPORT-LINE.
012660     MOVE HISTORY-USED-COUNT  TO ASOF-COUNT-DISPLAY.
012670     MOVE SPACES              TO ASOF-TOTAL-LINE.
012680     MOVE "HISTORY ROLLED BACK" TO ATT-LABEL.
012690     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012700     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012710     WRITE REPORT-LINE.
012720     MOVE MASTERS-READ-COUNT  TO ASOF-COUNT-DISPLAY.
012730     MOVE SPACES              TO ASOF-TOTAL-LINE.
012740     MOVE "MASTER RECORDS READ" TO ATT-LABEL.
012750     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012760     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012770     WRITE REPORT-LINE.
012780     MOVE ARCHIVES-READ-COUNT TO ASOF-COUNT-DISPLAY.
012790     MOVE SPACES              TO ASOF-TOTAL-LINE.
012800     MOVE "ARCHIVE RECORDS READ" TO ATT-LABEL.
012810     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012820     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012830     WRITE REPORT-LINE.
012840     MOVE IDENTITIES-COUNT    TO ASOF-COUNT-DISPLAY.
012850     MOVE SPACES              TO ASOF-TOTAL-LINE.
012860     MOVE "CODE1S RESTATED" TO ATT-LABEL.
012870     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012880     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012890     WRITE REPORT-LINE.
012900     MOVE POPULATION-COUNT    TO ASOF-COUNT-DISPLAY.
012910     MOVE SPACES              TO ASOF-TOTAL-LINE.
012920     MOVE "POPULATION LISTED" TO ATT-LABEL.
012930     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
012940     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
012950     WRITE REPORT-LINE.
012960     IF COMPARE-NOT-REQUESTED
012970         GO TO 3300-EXIT
012980     END-IF.
012990     MOVE GAINED-COUNT        TO ASOF-COUNT-DISPLAY.
013000     MOVE SPACES              TO ASOF-TOTAL-LINE.
013010     MOVE "GAINED ACCESS" TO ATT-LABEL.
013020     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
013030     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
013040     WRITE REPORT-LINE.
013050     MOVE LOST-COUNT          TO ASOF-COUNT-DISPLAY.
013060     MOVE SPACES              TO ASOF-TOTAL-LINE.
013070     MOVE "LOST ACCESS" TO ATT-LABEL.
013080     MOVE ASOF-COUNT-DISPLAY  TO ATT-VALUE.
013090     MOVE ASOF-TOTAL-LINE     TO REPORT-LINE.
013100     WRITE REPORT-LINE.
013110 3300-EXIT.
013120     EXIT.
013130 3400-SET-RETURN-CODE.
013140     IF NOT SUCCESS
013150         MOVE 99 TO RETURN-CODE
013160     ELSE
013170         MOVE 0  TO RETURN-CODE
013180     END-IF.
013190 3400-EXIT.
013200     EXIT.
013210 9100-FORMAT-DATE.
013220     STRING EDIT-DATE-MM  DELIMITED BY SIZE
013230            "/"           DELIMITED BY SIZE
013240            EDIT-DATE-DD  DELIMITED BY SIZE
013250            "/"           DELIMITED BY SIZE
013260            EDIT-DATE-CCYY DELIMITED BY SIZE
013270         INTO EDIT-DATE-DISPLAY.
013280 9100-EXIT.
013290     EXIT.
013300*****************************************************************
013310* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
013320* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
013330* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
013340* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
013350* ENDS THE STEP.                                                *
013360*****************************************************************
013370 9000-READ-BUSINESS-DATE.
013380     MOVE "00" TO STATE-CODE.
013390     OPEN INPUT BIZDATE.
013400     IF BIZDATE-NOT-FOUND
013410         SET SEQUENCE-REFUSED TO TRUE
013420         DISPLAY "IDASOF - NO BUSINESS-DATE CARD ON BIZDATE"
013430         GO TO 9000-EXIT
013440     END-IF.
013450     IF NOT BIZDATE-STATUS-OK
013460         SET SEQUENCE-REFUSED TO TRUE
013470         DISPLAY "IDASOF - CANNOT OPEN BIZDATE, STATUS = "
013480             BIZDATE-STATUS
013490         GO TO 9000-EXIT
013500     END-IF.
013510     READ BIZDATE
013520         AT END
013530             SET SEQUENCE-REFUSED TO TRUE
013540             DISPLAY "IDASOF - EMPTY BUSINESS-DATE CARD"
013550     END-READ.
013560     IF NOT SEQUENCE-REFUSED
013570         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
013580     END-IF.
013590     CLOSE BIZDATE.
013600 9000-EXIT.
013610     EXIT.
013620 9050-EDIT-BUSINESS-DATE.
013630     IF BDC-BUSINESS-DATE NOT NUMERIC
013640      OR NOT BDC-MONTH-VALID
013650      OR NOT BDC-DAY-VALID
013660         SET SEQUENCE-REFUSED TO TRUE
013670         DISPLAY "IDASOF - INVALID BUSINESS-DATE CARD "
013680             BDC-BUSINESS-DATE
013690         GO TO 9050-EXIT
013700     END-IF.
013710     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
013720 9050-EXIT.
013730     EXIT.
