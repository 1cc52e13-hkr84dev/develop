000010*****************************************************************
000020* PROGRAM      IDLOGON                                          *
000030* PURPOSE      POST THE SECURITY SYSTEM'S LAST-LOGON ACTIVITY   *
000040*              FEED TO THE IDENTITY MASTER AND REPORT DORMANT   *
000050*              ACCOUNTS.  THE FEED ARRIVES UNDER THE SAME       *
000060*              HEADER/TRAILER CONTROLS AS THE HR EXTRACT AND IS *
000070*              PROVEN BEFORE ANYTHING IS TOUCHED.  EACH DETAIL  *
000080*              CARRIES A CODE1 AND ITS LAST LOGON DATE, WHICH   *
000090*              IS HELD ON THE MASTER AS THE LAST-ACTIVITY DATE. *
000100*              A CODE1 THE MASTER DOES NOT HAVE, OR HAS FLAGGED *
000110*              FOR DELETE, GOES ON THE POSSIBLE ORPHANED        *
000120*              ACCOUNTS LIST.  EVERY ACTIVE ACCOUNT WITH NO     *
000130*              LOGON WITHIN THE DORMANT THRESHOLD (DEFAULT 90   *
000140*              DAYS) IS REPORTED BY DEPARTMENT, ROSTER AND      *
000150*              OVERRIDE MATCHES SEPARATELY, AND ONE PAST THE    *
000160*              REVOCATION THRESHOLD (DEFAULT 180 DAYS) IS       *
000170*              RAISED ON THE REVOCATION CANDIDATES FILE.        *
000180*****************************************************************
000190 IDENTIFICATION   DIVISION.
000200 PROGRAM-ID.      IDLOGON.
000210 AUTHOR.          D W HOLLIS.
000220 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000230 DATE-WRITTEN.    10/15/2026.
000240 DATE-COMPILED.
000250*****************************************************************
000260* MODIFICATION HISTORY                                          *
000270*   DATE       INIT   DESCRIPTION                                *
000280*   ---------- ----   -------------------------------------------*
000290*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000300*****************************************************************
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000380*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000390     SELECT BIZDATE      ASSIGN TO BIZDATE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS BIZDATE-STATUS.
000420*    LOGPARM IS THE OPTIONAL THRESHOLD CARD - DAYS WITHOUT A
000430*    LOGON BEFORE AN ACCOUNT IS DORMANT, THEN BEFORE IT IS A
000440*    REVOCATION CANDIDATE (4 DIGITS EACH).  WITH NO CARD, OR A
000450*    BLANK FIELD, THE POLICY DEFAULTS OF 90 AND 180 APPLY.
000460     SELECT LOGPARM      ASSIGN TO LOGPARM
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS LOGPARM-STATUS.
000490*    LOGFEED IS THE LAST-LOGON FEED AS IT ARRIVES FROM THE
000500*    SECURITY SYSTEM.  ASSIGNED TO A DDNAME SO OPERATIONS CAN
000510*    POINT THE RUN AT ANY DATED FEED VIA THE JCL DD STATEMENT.
000520     SELECT LOGFEED      ASSIGN TO LOGFEED
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS  IS LOGFEED-STATUS.
000550*    LASTLOGN REMEMBERS THE FEED DATE LAST POSTED CLEAN - THE
000560*    CONTROL GATE REFUSES A FEED NOT DATED AFTER IT.
000570     SELECT LASTLOGN     ASSIGN TO "FILEPATH\LASTLOGN.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS LASTLOGN-STATUS.
000600     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS DYNAMIC
000630         RECORD KEY   IS MST-CODE1
000640         FILE STATUS  IS MASTER-FILE-STATUS.
000650*    DEPTREF IS THE DEPARTMENT REFERENCE FILE - CODE, NAME AND
000660*    OWNING MANAGER PER DEPARTMENT.  USED ONLY TO PUT REAL
000670*    DEPARTMENT NAMES ON THE DORMANT ACCOUNT REPORT.
000680     SELECT DEPTREF      ASSIGN TO DEPTREF
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS  IS DEPTREF-STATUS.
000710     SELECT SRTWK1       ASSIGN TO SRTWK01.
000720*    DORMSRTD IS THE DORMANT ACCOUNTS RESEQUENCED INTO MATCH
000730*    TYPE/DEPARTMENT/CODE1 ORDER FOR THE REPORT.
000740     SELECT DORMSRTD     ASSIGN TO "FILEPATH\DORMSRTD.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS  IS DORMSRTD-STATUS.
000770*    RVKCAND IS THE REVOCATION CANDIDATES FILE SHARED WITH
000780*    IDCERTR (RVCLAY01).  EACH RUN RESTATES THE DORMANT
000790*    CANDIDATES AND CARRIES THE RECERTIFICATION REJECTS FORWARD,
000800*    HELD ON RVKKEEP WHILE RVKCAND IS REWRITTEN.
000810     SELECT RVKCAND      ASSIGN TO "FILEPATH\RVKCAND.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS  IS RVKCAND-STATUS.
000840     SELECT RVKKEEP      ASSIGN TO "FILEPATH\RVKKEEP.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS  IS RVKKEEP-STATUS.
000870     SELECT DORMRPT      ASSIGN TO "FILEPATH\DORMRPT.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890*    ORPHRPT IS THE POSSIBLE ORPHANED ACCOUNTS LIST - LOGONS
000900*    FOR CODE1S THE MASTER DOES NOT HAVE OR HAS DELETE-FLAGGED.
000910     SELECT ORPHRPT      ASSIGN TO "FILEPATH\ORPHRPT.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL.
000930 DATA             DIVISION.
000940 FILE             SECTION.
000950 FD  BIZDATE
000960     RECORDING MODE IS F.
000970     COPY BDCLAY01.
000980 FD  LOGPARM
000990     RECORDING MODE IS F.
001000 01  LOGON-PARM-CARD.
001010     05  LGP-DORMANT-DAYS             PIC X(04).
001020     05  LGP-DORMANT-DAYS-9 REDEFINES
001030         LGP-DORMANT-DAYS             PIC 9(04).
001040     05  LGP-REVOKE-DAYS              PIC X(04).
001050     05  LGP-REVOKE-DAYS-9 REDEFINES
001060         LGP-REVOKE-DAYS              PIC 9(04).
001070 FD  LOGFEED
001080     RECORDING MODE IS F.
001090*    RECORD TYPE IN COLUMN 1 - H HEADER (FEED DATE), D DETAIL
001100*    (CODE1 AND LAST LOGON DATE), T TRAILER (DETAIL COUNT AND
001110*    HASH TOTAL OF THE NUMERIC CODE1S).
001120 01  LOGON-FEED-RECORD.
001130     05  LGF-RECORD-TYPE              PIC X(01).
001140         88  LGF-HEADER-RECORD        VALUE "H".
001150         88  LGF-DETAIL-RECORD        VALUE "D".
001160         88  LGF-TRAILER-RECORD       VALUE "T".
001170     05  LGF-RECORD-DATA              PIC X(19).
001180     05  LGF-HEADER-FIELDS REDEFINES LGF-RECORD-DATA.
001190         10  LGF-FEED-DATE            PIC X(08).
001200         10  FILLER                   PIC X(11).
001210     05  LGF-DETAIL-FIELDS REDEFINES LGF-RECORD-DATA.
001220         10  LGF-CODE1                PIC X(06).
001230         10  LGF-LAST-LOGON-DATE      PIC X(08).
001240         10  FILLER                   PIC X(05).
001250     05  LGF-TRAILER-FIELDS REDEFINES LGF-RECORD-DATA.
001260         10  LGF-RECORD-COUNT         PIC 9(07).
001270         10  LGF-HASH-TOTAL           PIC 9(12).
001280 FD  LASTLOGN
001290     RECORDING MODE IS F.
001300 01  LAST-LOGON-FEED-RECORD.
001310     05  LLF-FEED-DATE                PIC 9(08).
001320 FD  MASTFILE.
001330     COPY MSTLAY01.
001340 FD  DEPTREF
001350     RECORDING MODE IS F.
001360 01  DEPT-REFERENCE-RECORD.
001370     05  DRF-DEPT-CODE                PIC X(04).
001380     05  DRF-DEPT-NAME                PIC X(30).
001390     05  DRF-MANAGER                  PIC X(20).
001400 SD  SRTWK1.
001410 01  SORT-WORK-RECORD.
001420     05  SRT-SECTION                 PIC X(01).
001430     05  SRT-DEPT-CODE               PIC X(04).
001440     05  SRT-CODE1                   PIC 9(06).
001450     05  FILLER                      PIC X(61).
001460 FD  DORMSRTD
001470     RECORDING MODE IS F.
001480 01  DORMANT-SORTED-RECORD.
001490     05  DSR-SECTION                  PIC X(01).
001500         88  DSR-ROSTER-SECTION       VALUE "1".
001510         88  DSR-OVERRIDE-SECTION     VALUE "2".
001520     05  DSR-DEPT-CODE                PIC X(04).
001530     05  DSR-CODE1                    PIC 9(06).
001540     05  DSR-USERNAME                 PIC X(30).
001550     05  DSR-STATUS                   PIC X(01).
001560     05  DSR-LAST-ACTIVITY-DATE       PIC 9(08).
001570     05  DSR-EFFECTIVE-DATE           PIC 9(08).
001580     05  DSR-LAST-SEEN-DATE           PIC 9(08).
001590     05  DSR-DAYS-IDLE                PIC 9(05).
001600     05  DSR-CANDIDATE-SWITCH         PIC X(01).
001610         88  DSR-REVOKE-CANDIDATE     VALUE "Y".
001620 FD  RVKCAND
001630     RECORDING MODE IS F.
001640     COPY RVCLAY01.
001650 FD  RVKKEEP
001660     RECORDING MODE IS F.
001670 01  KEEP-CANDIDATE-RECORD            PIC X(66).
001680 FD  DORMRPT
001690     RECORDING MODE IS F.
001700 01  REPORT-LINE                      PIC X(80).
001710 FD  ORPHRPT
001720     RECORDING MODE IS F.
001730 01  ORPHAN-LINE                      PIC X(80).
001740 WORKING-STORAGE  SECTION.
001750 01  STATE.
001760     05  STATE-CODE                  PIC X(02).
001770         88  SUCCESS                 VALUE "00".
001780         88  CONTROL-FAILURE         VALUE "12".
001790         88  SEQUENCE-REFUSED        VALUE "16".
001800         88  FAILURE                 VALUE "99".
001810 01  FLAG1                           PIC X(03).
001820     88  END-OF-FEED                 VALUE "EOF".
001830 01  FLAG2                           PIC X(03).
001840     88  END-OF-VERIFY               VALUE "EOF".
001850 01  FLAG3                           PIC X(03).
001860     88  END-OF-MASTER               VALUE "EOF".
001870 01  FLAG4                           PIC X(03).
001880     88  END-OF-DEPT-REF             VALUE "EOF".
001890 01  FLAG5                           PIC X(03).
001900     88  END-OF-CANDIDATES           VALUE "EOF".
001910 01  FLAG6                           PIC X(03).
001920     88  END-OF-DORMANT              VALUE "EOF".
001930 01  BIZDATE-STATUS                  PIC X(02).
001940     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001950     88  BIZDATE-NOT-FOUND           VALUE "35".
001960 01  LOGPARM-STATUS                  PIC X(02).
001970     88  LOGPARM-STATUS-OK           VALUES "00" "10".
001980     88  LOGPARM-NOT-FOUND           VALUE "35".
001990 01  LOGFEED-STATUS                  PIC X(02).
002000     88  LOGFEED-STATUS-OK           VALUES "00" "10".
002010 01  LASTLOGN-STATUS                 PIC X(02).
002020     88  LASTLOGN-STATUS-OK          VALUE "00".
002030     88  LASTLOGN-NOT-FOUND          VALUE "35".
002040 01  MASTER-FILE-STATUS              PIC X(02).
002050     88  MASTER-STATUS-OK            VALUE "00".
002060     88  MASTER-RECORD-MISSING       VALUE "23".
002070     88  MASTER-FILE-MISSING         VALUE "35".
002080 01  DEPTREF-STATUS                  PIC X(02).
002090     88  DEPTREF-STATUS-OK           VALUES "00" "10".
002100     88  DEPTREF-NOT-FOUND           VALUE "35".
002110 01  DORMSRTD-STATUS                 PIC X(02).
002120     88  DORMSRTD-STATUS-OK          VALUES "00" "10".
002130 01  RVKCAND-STATUS                  PIC X(02).
002140     88  RVKCAND-STATUS-OK           VALUES "00" "10".
002150     88  RVKCAND-NOT-FOUND           VALUE "35".
002160 01  RVKKEEP-STATUS                  PIC X(02).
002170     88  RVKKEEP-STATUS-OK           VALUES "00" "10".
002172 01  RVKCAND-OPEN-SWITCH             PIC X(01).
002174     88  RVKCAND-OPENED              VALUE "Y".
002176     88  RVKCAND-NOT-OPENED          VALUE "N".
002180*****************************************************************
002190* POLICY THRESHOLDS, IN CALENDAR DAYS SINCE THE LAST LOGON -    *
002200* OVERRIDDEN BY THE LOGPARM CARD.                               *
002210*****************************************************************
002220 01  LOGON-THRESHOLDS.
002230     05  DORMANT-DAYS                PIC 9(04) VALUE 0090.
002240     05  REVOKE-DAYS                 PIC 9(04) VALUE 0180.
002250*****************************************************************
002260* FEED CONTROL VERIFICATION - WHAT THE HEADER AND TRAILER CLAIM *
002270* AGAINST WHAT IS REALLY ON THE FILE.                           *
002280*****************************************************************
002290 01  VERIFY-FIELDS.
002300     05  VFY-FEED-DATE               PIC 9(08).
002310     05  VFY-TRAILER-COUNT           PIC 9(07).
002320     05  VFY-TRAILER-HASH            PIC 9(12).
002330     05  VFY-COUNTED                 PIC 9(07) COMP.
002340     05  VFY-HASH-COUNTED            PIC 9(12) COMP.
002350     05  VFY-CODE1-WORK              PIC 9(06).
002360     05  VFY-HEADER-SWITCH           PIC X(01).
002370         88  VFY-HEADER-SEEN         VALUE "Y".
002380         88  VFY-HEADER-NOT-SEEN     VALUE "N".
002390     05  VFY-TRAILER-SWITCH          PIC X(01).
002400         88  VFY-TRAILER-SEEN        VALUE "Y".
002410         88  VFY-TRAILER-NOT-SEEN    VALUE "N".
002420 01  LAST-FEED-DATE                  PIC 9(08).
002430 01  FEED-DATE-FIELDS.
002440     05  FEED-DATE-CCYYMMDD          PIC X(08).
002450     05  FEED-DATE-CCYYMMDD-X REDEFINES
002460         FEED-DATE-CCYYMMDD.
002470         10  FEED-DATE-CCYY          PIC X(04).
002480         10  FEED-DATE-MM            PIC X(02).
002490             88  FEED-MONTH-VALID    VALUES "01" THRU "12".
002500         10  FEED-DATE-DD            PIC X(02).
002510             88  FEED-DAY-VALID      VALUES "01" THRU "31".
002520     05  FEED-DATE-CCYYMMDD-9 REDEFINES
002530         FEED-DATE-CCYYMMDD          PIC 9(08).
002540*****************************************************************
002550* ONE FEED DETAIL ONCE EDITED.                                  *
002560*****************************************************************
002570 01  LOGON-CODE1                     PIC 9(06).
002580 01  LOGON-DATE                      PIC 9(08).
002590 01  DETAIL-SWITCH                   PIC X(01).
002600     88  DETAIL-USABLE               VALUE "Y".
002610     88  DETAIL-UNUSABLE             VALUE "N".
002620 01  ORPHAN-REASON                   PIC X(16).
002630 01  LOGON-COUNTERS.
002640     05  DETAILS-READ-COUNT          PIC 9(07) COMP.
002650     05  ACTIVITY-POSTED-COUNT       PIC 9(07) COMP.
002660     05  NOT-NEWER-COUNT             PIC 9(07) COMP.
002670     05  DETAILS-UNUSABLE-COUNT      PIC 9(07) COMP.
002680     05  ORPHAN-MISSING-COUNT        PIC 9(07) COMP.
002690     05  ORPHAN-DELETED-COUNT        PIC 9(07) COMP.
002700     05  ACCOUNTS-CHECKED-COUNT      PIC 9(07) COMP.
002710     05  DORMANT-ROSTER-COUNT        PIC 9(07) COMP.
002720     05  DORMANT-OVERRIDE-COUNT      PIC 9(07) COMP.
002730     05  NEVER-LOGGED-ON-COUNT       PIC 9(07) COMP.
002740     05  CANDIDATES-RAISED-COUNT     PIC 9(07) COMP.
002750     05  CANDIDATES-CARRIED-COUNT    PIC 9(07) COMP.
002760     05  DEPT-DORMANT-COUNT          PIC 9(07) COMP.
002770     05  SECTION-DORMANT-COUNT       PIC 9(07) COMP.
002780 01  RUN-DATE-FIELDS.
002790     05  RUN-DATE-CCYYMMDD           PIC 9(08).
002800     05  RUN-DATE-CCYYMMDD-X REDEFINES
002810         RUN-DATE-CCYYMMDD.
002820         10  RUN-DATE-CCYY           PIC 9(04).
002830         10  RUN-DATE-MM             PIC 9(02).
002840         10  RUN-DATE-DD             PIC 9(02).
002850 01  RUN-DATE-DISPLAY                PIC X(10).
002860 01  EDIT-DATE-FIELDS.
002870     05  EDIT-DATE-CCYYMMDD          PIC 9(08).
002880     05  EDIT-DATE-CCYYMMDD-X REDEFINES
002890         EDIT-DATE-CCYYMMDD.
002900         10  EDIT-DATE-CCYY          PIC 9(04).
002910         10  EDIT-DATE-MM            PIC 9(02).
002920         10  EDIT-DATE-DD            PIC 9(02).
002930 01  EDIT-DATE-DISPLAY               PIC X(10).
002940*****************************************************************
002950* DAY NUMBERS - A DATE AS A COUNT OF DAYS, SO THE DAYS BETWEEN  *
002960* TWO DATES IS A SUBTRACTION.  THE YEAR IS TAKEN TO START IN    *
002970* MARCH SO THE LEAP DAY FALLS AT THE END OF IT.                 *
002980*****************************************************************
002990 01  DAY-NUMBER-WORK.
003000     05  DNW-DATE                    PIC 9(08).
003010     05  DNW-DATE-X REDEFINES DNW-DATE.
003020         10  DNW-CCYY                PIC 9(04).
003030         10  DNW-MM                  PIC 9(02).
003040         10  DNW-DD                  PIC 9(02).
003050     05  DNW-YEAR                    PIC S9(05) COMP.
003060     05  DNW-MONTH                   PIC S9(03) COMP.
003070     05  DNW-PART                    PIC S9(09) COMP.
003080     05  DNW-RESULT                  PIC S9(09) COMP.
003090 01  RUN-DAY-NUMBER                  PIC S9(09) COMP.
003100 01  DAYS-IDLE                       PIC S9(09) COMP.
003110 01  REFERENCE-DATE                  PIC 9(08).
003120*    THE SORT INPUT IS STAGED HERE - THE DORMSRTD RECORD AREA IS
003130*    NOT AVAILABLE UNTIL THE SORT HAS WRITTEN IT.
003140 01  DORMANT-EXTRACT-WORK.
003150     05  DXW-SECTION                 PIC X(01).
003160     05  DXW-DEPT-CODE               PIC X(04).
003170     05  DXW-CODE1                   PIC 9(06).
003180     05  DXW-USERNAME                PIC X(30).
003190     05  DXW-STATUS                  PIC X(01).
003200     05  DXW-LAST-ACTIVITY-DATE      PIC 9(08).
003210     05  DXW-EFFECTIVE-DATE          PIC 9(08).
003220     05  DXW-LAST-SEEN-DATE          PIC 9(08).
003230     05  DXW-DAYS-IDLE               PIC 9(05).
003240     05  DXW-CANDIDATE-SWITCH        PIC X(01).
003250*****************************************************************
003260* DEPARTMENT NAMES FOR THE REPORT, FROM DEPTREF.                *
003270*****************************************************************
003280 01  DEPT-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
003290 01  DEPT-REF-SWITCH                 PIC X(01).
003300     88  DEPT-CODE-FOUND             VALUE "Y".
003310     88  DEPT-CODE-NOT-FOUND         VALUE "N".
003320 01  DEPT-REF-WARNING-SWITCH         PIC X(01).
003330     88  DEPT-REF-TABLE-FULL-WARNED  VALUE "Y".
003340     88  DEPT-REF-NOT-YET-WARNED     VALUE "N".
003350 01  DEPT-SEEK-CODE                  PIC X(04).
003360 01  DEPT-NAME-WORK                  PIC X(30).
003370 01  DEPT-REF-TABLE.
003380     05  DEPT-REF-ENTRY  OCCURS 500 TIMES
003390                         INDEXED BY DEPT-REF-IDX.
003400         10  DRT-DEPT-CODE           PIC X(04).
003410         10  DRT-DEPT-NAME           PIC X(30).
003420 01  PRIOR-SECTION                   PIC X(01).
003430 01  PRIOR-DEPT-CODE                 PIC X(04).
003440 01  LOGON-HEADING-LINE.
003450     05  FILLER                      PIC X(38)  VALUE
003460         "IDLOGON DORMANT ACCOUNT REPORT        ".
003470     05  FILLER                      PIC X(09)  VALUE
003480         "RUN DATE ".
003490     05  LHL-RUN-DATE                PIC X(10).
003500     05  FILLER                      PIC X(23)  VALUE SPACES.
003510 01  ORPHAN-HEADING-LINE.
003520     05  FILLER                      PIC X(38)  VALUE
003530         "IDLOGON POSSIBLE ORPHANED ACCOUNTS    ".
003540     05  FILLER                      PIC X(09)  VALUE
003550         "RUN DATE ".
003560     05  OHL-RUN-DATE                PIC X(10).
003570     05  FILLER                      PIC X(23)  VALUE SPACES.
003580 01  FEED-DATE-LINE.
003590     05  FILLER                      PIC X(20)  VALUE
003600         "ACTIVITY FEED DATED ".
003610     05  FDL-FEED-DATE               PIC X(10).
003620     05  FILLER                      PIC X(50)  VALUE SPACES.
003630 01  THRESHOLD-LINE.
003640     05  FILLER                      PIC X(14)  VALUE
003650         "DORMANT AFTER ".
003660     05  THL-DORMANT-DAYS            PIC ZZZ9.
003670     05  FILLER                      PIC X(36)  VALUE
003680         " DAYS - REVOCATION CANDIDATE AFTER ".
003690     05  THL-REVOKE-DAYS             PIC ZZZ9.
003700     05  FILLER                      PIC X(05)  VALUE " DAYS".
003710     05  FILLER                      PIC X(17)  VALUE SPACES.
003720 01  SECTION-HEADING-LINE.
003730     05  SHL-TITLE                   PIC X(50).
003740     05  FILLER                      PIC X(30)  VALUE SPACES.
003750 01  DORMANT-COLUMN-LINE.
003760     05  FILLER                      PIC X(08)  VALUE "CODE1".
003770     05  FILLER                      PIC X(32)  VALUE "USERNAME".
003780     05  FILLER                      PIC X(04)  VALUE "ST".
003790     05  FILLER                      PIC X(12)  VALUE
003800         "LAST LOGON".
003810     05  FILLER                      PIC X(07)  VALUE "   DAYS".
003820     05  FILLER                      PIC X(17)  VALUE "  ACTION".
003830 01  DEPT-GROUP-LINE.
003840     05  FILLER                      PIC X(11)  VALUE
003850         "DEPARTMENT ".
003860     05  DGL-DEPT-CODE               PIC X(04).
003870     05  FILLER                      PIC X(02)  VALUE SPACES.
003880     05  DGL-DEPT-NAME               PIC X(30).
003890     05  FILLER                      PIC X(33)  VALUE SPACES.
003900 01  DORMANT-DETAIL-LINE.
003910     05  DDL-CODE1                   PIC 9(06).
003920     05  FILLER                      PIC X(02)  VALUE SPACES.
003930     05  DDL-USERNAME                PIC X(30).
003940     05  FILLER                      PIC X(02)  VALUE SPACES.
003950     05  DDL-STATUS                  PIC X(01).
003960     05  FILLER                      PIC X(03)  VALUE SPACES.
003970     05  DDL-LAST-LOGON              PIC X(10).
003980     05  FILLER                      PIC X(02)  VALUE SPACES.
003990     05  DDL-DAYS-IDLE               PIC ZZZZZZ9.
004000     05  FILLER                      PIC X(02)  VALUE SPACES.
004010     05  DDL-ACTION                  PIC X(15).
004020 01  DEPT-TOTAL-LINE.
004030     05  FILLER                      PIC X(22)  VALUE
004040         "DORMANT IN DEPARTMENT ".
004050     05  DTL-DEPT-CODE               PIC X(04).
004060     05  FILLER                      PIC X(02)  VALUE SPACES.
004070     05  DTL-DEPT-NAME               PIC X(30).
004080     05  FILLER                      PIC X(02)  VALUE SPACES.
004090     05  DTL-DORMANT-COUNT           PIC ZZZZZZ9.
004100     05  FILLER                      PIC X(13)  VALUE SPACES.
004110 01  ORPHAN-COLUMN-LINE.
004120     05  FILLER                      PIC X(08)  VALUE "CODE1".
004130     05  FILLER                      PIC X(12)  VALUE
004140         "LAST LOGON".
004150     05  FILLER                      PIC X(18)  VALUE "REASON".
004160     05  FILLER                      PIC X(32)  VALUE "USERNAME".
004170     05  FILLER                      PIC X(10)  VALUE "DEPT".
004180 01  ORPHAN-DETAIL-LINE.
004190     05  ODL-CODE1                   PIC X(06).
004200     05  FILLER                      PIC X(02)  VALUE SPACES.
004210     05  ODL-LAST-LOGON              PIC X(10).
004220     05  FILLER                      PIC X(02)  VALUE SPACES.
004230     05  ODL-REASON                  PIC X(16).
004240     05  FILLER                      PIC X(02)  VALUE SPACES.
004250     05  ODL-USERNAME                PIC X(30).
004260     05  FILLER                      PIC X(02)  VALUE SPACES.
004270     05  ODL-DEPT-CODE               PIC X(04).
004280     05  FILLER                      PIC X(06)  VALUE SPACES.
004290 01  LOGON-TOTAL-LINE.
004300     05  LTL-LABEL                   PIC X(24).
004310     05  FILLER                      PIC X(02)  VALUE SPACES.
004320     05  LTL-VALUE                   PIC X(10).
004330     05  FILLER                      PIC X(44)  VALUE SPACES.
004340 01  LOGON-COUNT-DISPLAY             PIC ZZZZZZ9.
004350 PROCEDURE        DIVISION.
004360 MAIN             SECTION.
004370 MAIN-ENTRY.
004380     PERFORM 0200-READ-PARAMETERS THRU 0200-EXIT.
004390     IF SEQUENCE-REFUSED
004400         DISPLAY "IDLOGON - PARAMETERS REFUSED - STEP ENDED"
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440*    THE FEED CONTROL GATE RUNS BEFORE ANYTHING IS POSTED - A BAD
004450*    OR STALE FEED MUST END THE STEP WITH THE MASTER UNTOUCHED.
004460     PERFORM 0100-VERIFY-FEED-CONTROLS THRU 0100-EXIT.
004470     IF CONTROL-FAILURE
004480         DISPLAY "IDLOGON - FEED CONTROL FAILURE - STEP ENDED"
004490         MOVE 12 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
004530     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
004540         UNTIL END-OF-FEED.
004550     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
004560     STOP RUN.
004570*****************************************************************
004580* 0100-VERIFY-FEED-CONTROLS - PROVE THE FEED BEFORE POSTING IT. *
004590* IT MUST OPEN WITH A HEADER, CLOSE WITH A TRAILER WHOSE COUNT  *
004600* AND CODE1 HASH MATCH WHAT IS REALLY ON THE FILE, AND CARRY A  *
004610* FEED DATE NO LATER THAN THE BUSINESS DATE AND AFTER THE LAST  *
004620* FEED POSTED - AN EQUAL OR EARLIER DATE IS A STALE OR          *
004630* DOUBLE-SHIPPED FILE.                                          *
004640*****************************************************************
004650 0100-VERIFY-FEED-CONTROLS.
004660     MOVE "00" TO STATE-CODE.
004670     PERFORM 0110-READ-LAST-FEED-DATE THRU 0110-EXIT.
004680     IF CONTROL-FAILURE
004690         GO TO 0100-EXIT
004700     END-IF.
004710     MOVE SPACES TO FLAG2.
004720     MOVE ZERO   TO VFY-FEED-DATE
004730                    VFY-TRAILER-COUNT
004740                    VFY-TRAILER-HASH
004750                    VFY-COUNTED
004760                    VFY-HASH-COUNTED.
004770     SET VFY-HEADER-NOT-SEEN  TO TRUE.
004780     SET VFY-TRAILER-NOT-SEEN TO TRUE.
004790     OPEN INPUT LOGFEED.
004800     IF NOT LOGFEED-STATUS-OK
004810         SET CONTROL-FAILURE TO TRUE
004820         DISPLAY "IDLOGON - CANNOT OPEN LOGFEED, STATUS = "
004830             LOGFEED-STATUS
004840         GO TO 0100-EXIT
004850     END-IF.
004860     PERFORM 0130-VERIFY-FEED-RECORD THRU 0130-EXIT
004870         UNTIL END-OF-VERIFY.
004880     CLOSE LOGFEED.
004890     PERFORM 0160-JUDGE-FEED-CONTROLS THRU 0160-EXIT.
004900     IF CONTROL-FAILURE
004910         GO TO 0100-EXIT
004920     END-IF.
004930     IF VFY-FEED-DATE > RUN-DATE-CCYYMMDD
004940         SET CONTROL-FAILURE TO TRUE
004950         DISPLAY "IDLOGON - LOGFEED DATED " VFY-FEED-DATE
004960             " IS PAST THE BUSINESS DATE " RUN-DATE-CCYYMMDD
004970         GO TO 0100-EXIT
004980     END-IF.
004990     IF VFY-FEED-DATE NOT > LAST-FEED-DATE
005000         SET CONTROL-FAILURE TO TRUE
005010         DISPLAY "IDLOGON - LOGFEED DATE NOT AFTER THE LAST FEED "
005020             "POSTED - STALE OR DOUBLE-SHIPPED FILE"
005030     END-IF.
005040 0100-EXIT.
005050     EXIT.
005060 0110-READ-LAST-FEED-DATE.
005070     MOVE ZERO TO LAST-FEED-DATE.
005080     OPEN INPUT LASTLOGN.
005090     IF LASTLOGN-NOT-FOUND
005100         DISPLAY "IDLOGON - NO LAST-FEED RECORD - FIRST RUN "
005110             "UNDER FEED CONTROLS"
005120         GO TO 0110-EXIT
005130     END-IF.
005140     IF NOT LASTLOGN-STATUS-OK
005150         SET CONTROL-FAILURE TO TRUE
005160         DISPLAY "IDLOGON - CANNOT OPEN LASTLOGN, STATUS = "
005170             LASTLOGN-STATUS
005180         GO TO 0110-EXIT
005190     END-IF.
005200     READ LASTLOGN
005210         AT END MOVE ZERO TO LAST-LOGON-FEED-RECORD
005220     END-READ.
005230     MOVE LLF-FEED-DATE TO LAST-FEED-DATE.
005240     CLOSE LASTLOGN.
005250 0110-EXIT.
005260     EXIT.
005270 0130-VERIFY-FEED-RECORD.
005280     READ LOGFEED
005290         AT END SET END-OF-VERIFY TO TRUE
005300     END-READ.
005310     IF NOT LOGFEED-STATUS-OK
005320         SET CONTROL-FAILURE TO TRUE
005330         SET END-OF-VERIFY TO TRUE
005340         DISPLAY "IDLOGON - I/O ERROR ON LOGFEED, STATUS = "
005350             LOGFEED-STATUS
005360         GO TO 0130-EXIT
005370     END-IF.
005380     IF END-OF-VERIFY
005390         GO TO 0130-EXIT
005400     END-IF.
005410     EVALUATE TRUE
005420         WHEN LGF-HEADER-RECORD
005430             SET VFY-HEADER-SEEN TO TRUE
005440             PERFORM 0140-EDIT-FEED-DATE THRU 0140-EXIT
005450         WHEN LGF-TRAILER-RECORD
005460             SET VFY-TRAILER-SEEN TO TRUE
005470             MOVE LGF-RECORD-COUNT TO VFY-TRAILER-COUNT
005480             MOVE LGF-HASH-TOTAL   TO VFY-TRAILER-HASH
005490         WHEN LGF-DETAIL-RECORD
005500             IF VFY-TRAILER-SEEN
005510                 SET CONTROL-FAILURE TO TRUE
005520                 DISPLAY "IDLOGON - LOGFEED HAS RECORDS AFTER "
005530                     "THE TRAILER"
005540             END-IF
005550             ADD 1 TO VFY-COUNTED
005560             IF LGF-CODE1 NUMERIC
005570                 MOVE LGF-CODE1 TO VFY-CODE1-WORK
005580                 ADD VFY-CODE1-WORK TO VFY-HASH-COUNTED
005590             END-IF
005600         WHEN OTHER
005610             SET CONTROL-FAILURE TO TRUE
005620             DISPLAY "IDLOGON - LOGFEED HAS AN UNKNOWN "
005630                 "RECORD TYPE"
005640     END-EVALUATE.
005650 0130-EXIT.
005660     EXIT.
005670 0140-EDIT-FEED-DATE.
005680     MOVE LGF-FEED-DATE TO FEED-DATE-CCYYMMDD.
005690     IF FEED-DATE-CCYYMMDD NOT NUMERIC
005700      OR NOT FEED-MONTH-VALID
005710      OR NOT FEED-DAY-VALID
005720         SET CONTROL-FAILURE TO TRUE
005730         DISPLAY "IDLOGON - LOGFEED HEADER DATE IS NOT A DATE "
005740             LGF-FEED-DATE
005750         GO TO 0140-EXIT
005760     END-IF.
005770     MOVE FEED-DATE-CCYYMMDD-9 TO VFY-FEED-DATE.
005780 0140-EXIT.
005790     EXIT.
005800*****************************************************************
005810* 0160-JUDGE-FEED-CONTROLS - HEADER AND TRAILER MUST BOTH BE    *
005820* PRESENT AND THE TRAILER COUNT AND HASH MUST MATCH WHAT WAS    *
005830* COUNTED.  THE HASH COVERS NUMERIC CODE1S ONLY, AS THE SOURCE  *
005840* CANNOT HASH A NON-NUMERIC KEY EITHER.                         *
005850*****************************************************************
005860 0160-JUDGE-FEED-CONTROLS.
005870     IF NOT VFY-HEADER-SEEN
005880         SET CONTROL-FAILURE TO TRUE
005890         DISPLAY "IDLOGON - LOGFEED HAS NO HEADER"
005900     END-IF.
005910     IF NOT VFY-TRAILER-SEEN
005920         SET CONTROL-FAILURE TO TRUE
005930         DISPLAY "IDLOGON - LOGFEED HAS NO TRAILER"
005940         GO TO 0160-EXIT
005950     END-IF.
005960     IF VFY-TRAILER-COUNT NOT = VFY-COUNTED
005970         SET CONTROL-FAILURE TO TRUE
005980         DISPLAY "IDLOGON - LOGFEED RECORD COUNT DOES NOT MATCH "
005990             "TRAILER"
006000     END-IF.
006010     IF VFY-TRAILER-HASH NOT = VFY-HASH-COUNTED
006020         SET CONTROL-FAILURE TO TRUE
006030         DISPLAY "IDLOGON - LOGFEED CODE1 HASH DOES NOT MATCH "
006040             "TRAILER"
006050     END-IF.
006060 0160-EXIT.
006070     EXIT.
006080*****************************************************************
006090* 0200-READ-PARAMETERS - BUSINESS DATE, THEN THE THRESHOLD      *
006100* CARD.  A THRESHOLD THAT IS NOT A NUMBER OF DAYS, OR A         *
006110* REVOCATION THRESHOLD NOT PAST THE DORMANT ONE, ENDS THE STEP  *
006120* RETURN CODE 16 BEFORE THE FEED IS READ.                       *
006130*****************************************************************
006140 0200-READ-PARAMETERS.
006150     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
006160     IF SEQUENCE-REFUSED
006170         GO TO 0200-EXIT
006180     END-IF.
006190     OPEN INPUT LOGPARM.
006200     IF LOGPARM-NOT-FOUND
006210         GO TO 0200-EXIT
006220     END-IF.
006230     IF NOT LOGPARM-STATUS-OK
006240         SET SEQUENCE-REFUSED TO TRUE
006250         DISPLAY "IDLOGON - CANNOT OPEN LOGPARM, STATUS = "
006260             LOGPARM-STATUS
006270         GO TO 0200-EXIT
006280     END-IF.
006290     READ LOGPARM
006300         AT END MOVE SPACES TO LOGON-PARM-CARD
006310     END-READ.
006320     CLOSE LOGPARM.
006330     PERFORM 0220-EDIT-PARAMETERS THRU 0220-EXIT.
006340 0200-EXIT.
006350     EXIT.
006360 0220-EDIT-PARAMETERS.
006370     IF LGP-DORMANT-DAYS NOT = SPACES
006380         IF LGP-DORMANT-DAYS NOT NUMERIC
006390          OR LGP-DORMANT-DAYS-9 = ZERO
006400             SET SEQUENCE-REFUSED TO TRUE
006410             DISPLAY "IDLOGON - INVALID DORMANT THRESHOLD "
006420                 LGP-DORMANT-DAYS
006430             GO TO 0220-EXIT
006440         END-IF
006450         MOVE LGP-DORMANT-DAYS-9 TO DORMANT-DAYS
006460     END-IF.
006470     IF LGP-REVOKE-DAYS NOT = SPACES
006480         IF LGP-REVOKE-DAYS NOT NUMERIC
006490          OR LGP-REVOKE-DAYS-9 = ZERO
006500             SET SEQUENCE-REFUSED TO TRUE
006510             DISPLAY "IDLOGON - INVALID REVOCATION THRESHOLD "
006520                 LGP-REVOKE-DAYS
006530             GO TO 0220-EXIT
006540         END-IF
006550         MOVE LGP-REVOKE-DAYS-9 TO REVOKE-DAYS
006560     END-IF.
006570     IF REVOKE-DAYS NOT > DORMANT-DAYS
006580         SET SEQUENCE-REFUSED TO TRUE
006590         DISPLAY "IDLOGON - REVOCATION THRESHOLD " REVOKE-DAYS
006600             " IS NOT PAST THE DORMANT THRESHOLD " DORMANT-DAYS
006610     END-IF.
006620 0220-EXIT.
006630     EXIT.
006640*****************************************************************
006650* PRE-PROCESS - OPEN THE MASTER FOR UPDATE, LOAD THE DEPARTMENT *
006660* NAMES, START THE ORPHAN LIST AND REOPEN THE PROVEN FEED FOR   *
006670* THE POSTING PASS.                                             *
006680*****************************************************************
006690 PRE-PROCESS      SECTION.
006700 PRE-PROCESS-ENTRY.
006710     MOVE SPACES TO FLAG1
006720                    FLAG3
006730                    FLAG4.
006732     SET RVKCAND-NOT-OPENED TO TRUE.
006740     MOVE ZERO   TO DETAILS-READ-COUNT
006750                    ACTIVITY-POSTED-COUNT
006760                    NOT-NEWER-COUNT
006770                    DETAILS-UNUSABLE-COUNT
006780                    ORPHAN-MISSING-COUNT
006790                    ORPHAN-DELETED-COUNT
006800                    ACCOUNTS-CHECKED-COUNT
006810                    DORMANT-ROSTER-COUNT
006820                    DORMANT-OVERRIDE-COUNT
006830                    NEVER-LOGGED-ON-COUNT
006840                    CANDIDATES-RAISED-COUNT
006850                    CANDIDATES-CARRIED-COUNT.
006860     SET DEPT-REF-NOT-YET-WARNED TO TRUE.
006870     STRING RUN-DATE-MM  DELIMITED BY SIZE
006880            "/"          DELIMITED BY SIZE
006890            RUN-DATE-DD  DELIMITED BY SIZE
006900            "/"          DELIMITED BY SIZE
006910            RUN-DATE-CCYY DELIMITED BY SIZE
006920         INTO RUN-DATE-DISPLAY.
006930     MOVE RUN-DATE-CCYYMMDD TO DNW-DATE.
006940     PERFORM 9500-COMPUTE-DAY-NUMBER THRU 9500-EXIT.
006950     MOVE DNW-RESULT        TO RUN-DAY-NUMBER.
006960     OPEN OUTPUT ORPHRPT.
006970     MOVE RUN-DATE-DISPLAY    TO OHL-RUN-DATE.
006980     MOVE ORPHAN-HEADING-LINE TO ORPHAN-LINE.
006990     WRITE ORPHAN-LINE.
007000     MOVE VFY-FEED-DATE       TO EDIT-DATE-CCYYMMDD.
007010     PERFORM 9100-FORMAT-DATE THRU 9100-EXIT.
007020     MOVE EDIT-DATE-DISPLAY   TO FDL-FEED-DATE.
007030     MOVE FEED-DATE-LINE      TO ORPHAN-LINE.
007040     WRITE ORPHAN-LINE.
007050     MOVE SPACES              TO ORPHAN-LINE.
007060     WRITE ORPHAN-LINE.
007070     MOVE ORPHAN-COLUMN-LINE  TO ORPHAN-LINE.
007080     WRITE ORPHAN-LINE.
007090     MOVE SPACES              TO ORPHAN-LINE.
007100     WRITE ORPHAN-LINE.
007110     PERFORM 1100-LOAD-DEPT-REFERENCE THRU 1100-EXIT.
007120     IF FAILURE
007130         SET END-OF-FEED TO TRUE
007140         GO TO PRE-PROCESS-EXIT
007150     END-IF.
007160     OPEN I-O MASTFILE.
007170     IF NOT MASTER-STATUS-OK
007180         SET FAILURE TO TRUE
007190         SET END-OF-FEED TO TRUE
007200         DISPLAY "IDLOGON - CANNOT OPEN MASTER, STATUS = "
007210             MASTER-FILE-STATUS
007220         GO TO PRE-PROCESS-EXIT
007230     END-IF.
007240     OPEN INPUT LOGFEED.
007250     IF NOT LOGFEED-STATUS-OK
007260         SET FAILURE TO TRUE
007270         SET END-OF-FEED TO TRUE
007280         DISPLAY "IDLOGON - CANNOT REOPEN LOGFEED, STATUS = "
007290             LOGFEED-STATUS
007300     END-IF.
007310 PRE-PROCESS-EXIT.
007320     EXIT.
007330*****************************************************************
007340* 1100-LOAD-DEPT-REFERENCE - DEPARTMENT NAMES FOR THE REPORT.   *
007350* WITH NO FILE ON THE DD THE REPORT SHOWS THE CODES ALONE.      *
007360*****************************************************************
007370 1100-LOAD-DEPT-REFERENCE.
007380     OPEN INPUT DEPTREF.
007390     IF DEPTREF-NOT-FOUND
007400         DISPLAY "IDLOGON - NO DEPT REFERENCE FILE - DEPARTMENT "
007410             "NAMES NOT SHOWN"
007420         GO TO 1100-EXIT
007430     END-IF.
007440     IF NOT DEPTREF-STATUS-OK
007450         SET FAILURE TO TRUE
007460         DISPLAY "IDLOGON - CANNOT OPEN DEPTREF, STATUS = "
007470             DEPTREF-STATUS
007480         GO TO 1100-EXIT
007490     END-IF.
007500     PERFORM 1110-LOAD-DEPT-REF-RECORD THRU 1110-EXIT
007510         UNTIL END-OF-DEPT-REF.
007520     CLOSE DEPTREF.
007530 1100-EXIT.
007540     EXIT.
007550 1110-LOAD-DEPT-REF-RECORD.
007560     READ DEPTREF
007570         AT END SET END-OF-DEPT-REF TO TRUE
007580     END-READ.
007590     IF NOT DEPTREF-STATUS-OK
007600         SET FAILURE TO TRUE
007610         SET END-OF-DEPT-REF TO TRUE
007620         DISPLAY "IDLOGON - I/O ERROR ON DEPTREF, STATUS = "
007630             DEPTREF-STATUS
007640         GO TO 1110-EXIT
007650     END-IF.
007660     IF END-OF-DEPT-REF
007670         GO TO 1110-EXIT
007680     END-IF.
007690     IF DEPT-REF-COUNT < 500
007700         ADD 1 TO DEPT-REF-COUNT
007710         SET DEPT-REF-IDX TO DEPT-REF-COUNT
007720         MOVE DRF-DEPT-CODE TO DRT-DEPT-CODE (DEPT-REF-IDX)
007730         MOVE DRF-DEPT-NAME TO DRT-DEPT-NAME (DEPT-REF-IDX)
007740     ELSE
007750         PERFORM 1120-DEPT-REF-FULL-WARNING THRU 1120-EXIT
007760     END-IF.
007770 1110-EXIT.
007780     EXIT.
007790 1120-DEPT-REF-FULL-WARNING.
007800     IF NOT DEPT-REF-TABLE-FULL-WARNED
007810         DISPLAY "IDLOGON - WARNING - DEPT-REF-TABLE FULL AT 500"
007820         DISPLAY "IDLOGON - REMAINING DEPARTMENTS NOT LOADED"
007830         SET DEPT-REF-TABLE-FULL-WARNED TO TRUE
007840     END-IF.
007850 1120-EXIT.
007860     EXIT.
007870*****************************************************************
007880* MAIN-PROCESS - POST ONE FEED DETAIL PER INVOCATION.  HEADER   *
007890* AND TRAILER WERE PROVEN BY THE CONTROL GATE AND ARE PASSED    *
007900* OVER.  A LOGON LATER THAN THE ONE THE MASTER HOLDS BECOMES    *
007910* THE LAST-ACTIVITY DATE; AN EARLIER OR EQUAL ONE IS LEFT, SO A *
007920* RERUN OF THE SAME FEED CHANGES NOTHING.                       *
007930*****************************************************************
007940 MAIN-PROCESS     SECTION.
007950 MAIN-PROCESS-ENTRY.
007960     READ LOGFEED
007970         AT END SET END-OF-FEED TO TRUE
007980     END-READ.
007990     IF END-OF-FEED
008000         GO TO MAIN-PROCESS-EXIT
008010     END-IF.
008020     IF NOT LOGFEED-STATUS-OK
008030         SET FAILURE TO TRUE
008040         SET END-OF-FEED TO TRUE
008050         DISPLAY "IDLOGON - I/O ERROR ON LOGFEED, STATUS = "
008060             LOGFEED-STATUS
008070         GO TO MAIN-PROCESS-EXIT
008080     END-IF.
008090     IF NOT LGF-DETAIL-RECORD
008100         GO TO MAIN-PROCESS-EXIT
008110     END-IF.
008120     ADD 1 TO DETAILS-READ-COUNT.
008130     PERFORM 2100-EDIT-FEED-DETAIL THRU 2100-EXIT.
008140     IF DETAIL-UNUSABLE
008150         ADD 1 TO DETAILS-UNUSABLE-COUNT
008160         GO TO MAIN-PROCESS-EXIT
008170     END-IF.
008180     MOVE LOGON-CODE1 TO MST-CODE1.
008190     READ MASTFILE.
008200     IF MASTER-RECORD-MISSING
008210         MOVE "NOT ON MASTER"  TO ORPHAN-REASON
008220         MOVE SPACES           TO MST-USERNAME
008230                                  MST-DEPT-CODE
008240         PERFORM 2300-WRITE-ORPHAN THRU 2300-EXIT
008250         ADD 1 TO ORPHAN-MISSING-COUNT
008260         GO TO MAIN-PROCESS-EXIT
008270     END-IF.
008280     IF NOT MASTER-STATUS-OK
008290         SET FAILURE TO TRUE
008300         SET END-OF-FEED TO TRUE
008310         DISPLAY "IDLOGON - I/O ERROR ON MASTER, STATUS = "
008320             MASTER-FILE-STATUS
008330         GO TO MAIN-PROCESS-EXIT
008340     END-IF.
008350     IF MST-DELETE-FLAGGED
008360         MOVE "DELETE-FLAGGED" TO ORPHAN-REASON
008370         PERFORM 2300-WRITE-ORPHAN THRU 2300-EXIT
008380         ADD 1 TO ORPHAN-DELETED-COUNT
008390         GO TO MAIN-PROCESS-EXIT
008400     END-IF.
008410     PERFORM 2200-POST-ACTIVITY THRU 2200-EXIT.
008420 MAIN-PROCESS-EXIT.
008430     EXIT.
008440*****************************************************************
008450* 2100-EDIT-FEED-DETAIL - A DETAIL IS USABLE WITH A NUMERIC     *
008460* CODE1 AND A REAL LOGON DATE NO LATER THAN THE BUSINESS DATE.  *
008470* ANYTHING ELSE IS NAMED ON THE JOB LOG AND COUNTED.            *
008480*****************************************************************
008490 2100-EDIT-FEED-DETAIL.
008500     SET DETAIL-UNUSABLE TO TRUE.
008510     IF LGF-CODE1 NOT NUMERIC
008520         DISPLAY "IDLOGON - FEED CODE1 NOT NUMERIC " LGF-CODE1
008530         GO TO 2100-EXIT
008540     END-IF.
008550     MOVE LGF-LAST-LOGON-DATE TO FEED-DATE-CCYYMMDD.
008560     IF FEED-DATE-CCYYMMDD NOT NUMERIC
008570      OR NOT FEED-MONTH-VALID
008580      OR NOT FEED-DAY-VALID
008590         DISPLAY "IDLOGON - FEED LOGON DATE NOT A DATE, CODE1 "
008600             LGF-CODE1 " DATE " LGF-LAST-LOGON-DATE
008610         GO TO 2100-EXIT
008620     END-IF.
008630     IF FEED-DATE-CCYYMMDD-9 > RUN-DATE-CCYYMMDD
008640         DISPLAY "IDLOGON - FEED LOGON DATE PAST THE BUSINESS "
008650             "DATE, CODE1 " LGF-CODE1 " DATE " LGF-LAST-LOGON-DATE
008660         GO TO 2100-EXIT
008670     END-IF.
008680     MOVE LGF-CODE1            TO LOGON-CODE1.
008690     MOVE FEED-DATE-CCYYMMDD-9 TO LOGON-DATE.
008700     SET DETAIL-USABLE TO TRUE.
008710 2100-EXIT.
008720     EXIT.
008730 2200-POST-ACTIVITY.
008740     IF LOGON-DATE NOT > MST-LAST-ACTIVITY-DATE
008750         ADD 1 TO NOT-NEWER-COUNT
008760         GO TO 2200-EXIT
008770     END-IF.
008780     MOVE LOGON-DATE TO MST-LAST-ACTIVITY-DATE.
008790     REWRITE MASTER-RECORD
008800         INVALID KEY
008810             SET FAILURE TO TRUE
008820             SET END-OF-FEED TO TRUE
008830             DISPLAY "IDLOGON - REWRITE FAILED ON MASTER, "
008840                 "STATUS = " MASTER-FILE-STATUS
008850     END-REWRITE.
008860     IF SUCCESS
008870         ADD 1 TO ACTIVITY-POSTED-COUNT
008880     END-IF.
008890 2200-EXIT.
008900     EXIT.
008910 2300-WRITE-ORPHAN.
008920     MOVE SPACES              TO ORPHAN-DETAIL-LINE.
008930     MOVE LGF-CODE1           TO ODL-CODE1.
008940     MOVE LOGON-DATE          TO EDIT-DATE-CCYYMMDD.
008950     PERFORM 9100-FORMAT-DATE THRU 9100-EXIT.
008960     MOVE EDIT-DATE-DISPLAY   TO ODL-LAST-LOGON.
008970     MOVE ORPHAN-REASON       TO ODL-REASON.
008980     MOVE MST-USERNAME        TO ODL-USERNAME.
008990     MOVE MST-DEPT-CODE       TO ODL-DEPT-CODE.
009000     MOVE ORPHAN-DETAIL-LINE  TO ORPHAN-LINE.
009010     WRITE ORPHAN-LINE.
009020 2300-EXIT.
009030     EXIT.
009040*****************************************************************
009050* POST-PROCESS - WITH THE FEED POSTED, SWEEP THE MASTER FOR     *
009060* DORMANT ACCOUNTS, PRINT THEM AND RAISE THE REVOCATION         *
009070* CANDIDATES, THEN TOTAL BOTH LISTS.  ONLY A CLEAN RUN RECORDS  *
009080* THE FEED DATE, SO A FAILED RUN CAN TAKE THE SAME FEED AGAIN.  *
009090*****************************************************************
009100 POST-PROCESS     SECTION.
009110 POST-PROCESS-ENTRY.
009120     CLOSE LOGFEED.
009130     OPEN OUTPUT DORMRPT.
009140     MOVE RUN-DATE-DISPLAY    TO LHL-RUN-DATE.
009150     MOVE LOGON-HEADING-LINE  TO REPORT-LINE.
009160     WRITE REPORT-LINE.
009170     MOVE FEED-DATE-LINE      TO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE DORMANT-DAYS        TO THL-DORMANT-DAYS.
009200     MOVE REVOKE-DAYS         TO THL-REVOKE-DAYS.
009210     MOVE THRESHOLD-LINE      TO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     IF NOT FAILURE
009240         PERFORM 3100-RESTATE-CANDIDATE-FILE THRU 3100-EXIT
009250     END-IF.
009260     IF NOT FAILURE
009270         PERFORM 3200-SORT-DORMANT-ACCOUNTS THRU 3200-EXIT
009280     END-IF.
009290     IF NOT FAILURE
009300         PERFORM 3300-PRINT-DORMANT-REPORT THRU 3300-EXIT
009310     END-IF.
009320     PERFORM 3380-WRITE-LOGON-TOTALS THRU 3380-EXIT.
009330     CLOSE MASTFILE.
009335     IF RVKCAND-OPENED
009340         CLOSE RVKCAND
009345     END-IF.
009350     CLOSE DORMRPT.
009360     CLOSE ORPHRPT.
009370     IF SUCCESS
009380         PERFORM 3500-STAMP-FEED-DATE THRU 3500-EXIT
009390     END-IF.
009400     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
009410 POST-PROCESS-EXIT.
009420     EXIT.
009430*****************************************************************
009440* 3100-RESTATE-CANDIDATE-FILE - THIS RUN'S DORMANT CANDIDATES   *
009450* REPLACE THE LAST RUN'S, BUT THE RECERTIFICATION REJECTS       *
009460* IDCERTR HAS RAISED ARE NOT OURS TO CLEAR.  THEY ARE SET ASIDE *
009470* ON RVKKEEP, RVKCAND IS OPENED AFRESH AND THEY ARE PUT BACK    *
009480* AHEAD OF THE NEW CANDIDATES.                                  *
009490*****************************************************************
009500 3100-RESTATE-CANDIDATE-FILE.
009510     MOVE SPACES TO FLAG5.
009520     OPEN OUTPUT RVKKEEP.
009530     OPEN INPUT RVKCAND.
009540     IF RVKCAND-NOT-FOUND
009550         SET END-OF-CANDIDATES TO TRUE
009560     ELSE
009570         IF NOT RVKCAND-STATUS-OK
009580             SET FAILURE TO TRUE
009590             DISPLAY "IDLOGON - CANNOT OPEN RVKCAND, STATUS = "
009600                 RVKCAND-STATUS
009610             CLOSE RVKKEEP
009620             GO TO 3100-EXIT
009630         END-IF
009640         PERFORM 3110-SAVE-CANDIDATE-RECORD THRU 3110-EXIT
009650             UNTIL END-OF-CANDIDATES
009660         CLOSE RVKCAND
009670     END-IF.
009680     CLOSE RVKKEEP.
009690     IF FAILURE
009700         GO TO 3100-EXIT
009710     END-IF.
009712     OPEN OUTPUT RVKCAND.
009714     IF NOT RVKCAND-STATUS-OK
009716         SET FAILURE TO TRUE
009718         DISPLAY "IDLOGON - CANNOT OPEN RVKCAND FOR OUTPUT, "
009720             "STATUS = " RVKCAND-STATUS
009722         GO TO 3100-EXIT
009724     END-IF.
009726     SET RVKCAND-OPENED TO TRUE.
009730     OPEN INPUT RVKKEEP.
009740     MOVE SPACES TO FLAG5.
009750     PERFORM 3120-RESTORE-CANDIDATE-RECORD THRU 3120-EXIT
009760         UNTIL END-OF-CANDIDATES.
009770     CLOSE RVKKEEP.
009780 3100-EXIT.
009790     EXIT.
009800 3110-SAVE-CANDIDATE-RECORD.
009810     READ RVKCAND
009820         AT END SET END-OF-CANDIDATES TO TRUE
009830     END-READ.
009840     IF END-OF-CANDIDATES
009850         GO TO 3110-EXIT
009860     END-IF.
009870     IF NOT RVKCAND-STATUS-OK
009880         SET FAILURE TO TRUE
009890         SET END-OF-CANDIDATES TO TRUE
009900         DISPLAY "IDLOGON - I/O ERROR ON RVKCAND, STATUS = "
009910             RVKCAND-STATUS
009920         GO TO 3110-EXIT
009930     END-IF.
009932     IF NOT RQC-DORMANT-ACCOUNT
009934         WRITE KEEP-CANDIDATE-RECORD FROM REVOKE-CANDIDATE-RECORD
009936         IF NOT RVKKEEP-STATUS-OK
009938             SET FAILURE TO TRUE
009940             SET END-OF-CANDIDATES TO TRUE
009942             DISPLAY "IDLOGON - WRITE FAILED ON RVKKEEP, "
009944                 "STATUS = " RVKKEEP-STATUS
009946         END-IF
009948     END-IF.
009970 3110-EXIT.
009980     EXIT.
009990 3120-RESTORE-CANDIDATE-RECORD.
010000     READ RVKKEEP
010010         AT END SET END-OF-CANDIDATES TO TRUE
010020     END-READ.
010030     IF END-OF-CANDIDATES
010040         GO TO 3120-EXIT
010050     END-IF.
010051     IF NOT RVKKEEP-STATUS-OK
010052         SET FAILURE TO TRUE
010053         SET END-OF-CANDIDATES TO TRUE
010054         DISPLAY "IDLOGON - I/O ERROR ON RVKKEEP, STATUS = "
010055             RVKKEEP-STATUS
010056         GO TO 3120-EXIT
010057     END-IF.
010058     WRITE REVOKE-CANDIDATE-RECORD FROM KEEP-CANDIDATE-RECORD.
010059     IF NOT RVKCAND-STATUS-OK
010060         SET FAILURE TO TRUE
010061         SET END-OF-CANDIDATES TO TRUE
010062         DISPLAY "IDLOGON - WRITE FAILED ON RVKCAND, STATUS = "
010063             RVKCAND-STATUS
010064         GO TO 3120-EXIT
010065     END-IF.
010066     ADD 1 TO CANDIDATES-CARRIED-COUNT.
010080 3120-EXIT.
010090     EXIT.
010100 3200-SORT-DORMANT-ACCOUNTS.
010110     SORT SRTWK1
010120         ON ASCENDING KEY SRT-SECTION
010130                          SRT-DEPT-CODE
010140                          SRT-CODE1
010150         INPUT PROCEDURE IS 3210-RELEASE-DORMANT-ACCOUNTS
010160                       THRU 3210-EXIT
010170         GIVING DORMSRTD.
010180     IF SORT-RETURN NOT = ZERO
010190         SET FAILURE TO TRUE
010200         DISPLAY "IDLOGON - DORMANT SORT FAILED, SORT-RETURN = "
010210             SORT-RETURN
010220     END-IF.
010230 3200-EXIT.
010240     EXIT.
010250 3210-RELEASE-DORMANT-ACCOUNTS.
010260     MOVE ZERO TO MST-CODE1.
010270     START MASTFILE KEY NOT < MST-CODE1
010280         INVALID KEY SET END-OF-MASTER TO TRUE
010290     END-START.
010300     PERFORM 3220-CHECK-MASTER-RECORD THRU 3220-EXIT
010310         UNTIL END-OF-MASTER.
010320 3210-EXIT.
010330     EXIT.
010340*****************************************************************
010350* 3220-CHECK-MASTER-RECORD - ONLY LIVE ACCESS CAN BE DORMANT -  *
010360* AN ACTIVE, UNFLAGGED ACCOUNT.  IDLE DAYS RUN FROM THE LAST    *
010370* LOGON, OR FROM THE EFFECTIVE DATE FOR AN ACCOUNT THE FEED HAS *
010380* NEVER CARRIED, SO A NEW STARTER IS NOT DORMANT ON DAY ONE.    *
010390*****************************************************************
010400 3220-CHECK-MASTER-RECORD.
010410     READ MASTFILE NEXT RECORD
010420         AT END SET END-OF-MASTER TO TRUE
010430     END-READ.
010440     IF END-OF-MASTER
010450         GO TO 3220-EXIT
010460     END-IF.
010470     IF NOT MASTER-STATUS-OK
010480         SET FAILURE TO TRUE
010490         SET END-OF-MASTER TO TRUE
010500         DISPLAY "IDLOGON - I/O ERROR ON MASTER, STATUS = "
010510             MASTER-FILE-STATUS
010520         GO TO 3220-EXIT
010530     END-IF.
010540     IF MST-DELETE-FLAGGED
010550      OR MST-STATUS NOT = "A"
010560         GO TO 3220-EXIT
010570     END-IF.
010580     ADD 1 TO ACCOUNTS-CHECKED-COUNT.
010590     IF MST-LAST-ACTIVITY-DATE > ZERO
010600         MOVE MST-LAST-ACTIVITY-DATE TO REFERENCE-DATE
010610     ELSE
010620         MOVE MST-EFFECTIVE-DATE     TO REFERENCE-DATE
010630     END-IF.
010640     IF REFERENCE-DATE = ZERO
010650         MOVE 99999 TO DAYS-IDLE
010660     ELSE
010670         MOVE REFERENCE-DATE TO DNW-DATE
010680         PERFORM 9500-COMPUTE-DAY-NUMBER THRU 9500-EXIT
010690         COMPUTE DAYS-IDLE = RUN-DAY-NUMBER - DNW-RESULT
010700     END-IF.
010710     IF DAYS-IDLE NOT > DORMANT-DAYS
010720         GO TO 3220-EXIT
010730     END-IF.
010740     IF DAYS-IDLE > 99999
010750         MOVE 99999 TO DAYS-IDLE
010760     END-IF.
010770     IF MST-OVERRIDE-MATCH
010780         MOVE "2" TO DXW-SECTION
010790         ADD 1 TO DORMANT-OVERRIDE-COUNT
010800     ELSE
010810         MOVE "1" TO DXW-SECTION
010820         ADD 1 TO DORMANT-ROSTER-COUNT
010830     END-IF.
010840     IF MST-LAST-ACTIVITY-DATE = ZERO
010850         ADD 1 TO NEVER-LOGGED-ON-COUNT
010860     END-IF.
010870     MOVE MST-DEPT-CODE          TO DXW-DEPT-CODE.
010880     MOVE MST-CODE1              TO DXW-CODE1.
010890     MOVE MST-USERNAME           TO DXW-USERNAME.
010900     MOVE MST-STATUS             TO DXW-STATUS.
010910     MOVE MST-LAST-ACTIVITY-DATE TO DXW-LAST-ACTIVITY-DATE.
010920     MOVE MST-EFFECTIVE-DATE     TO DXW-EFFECTIVE-DATE.
010930     MOVE MST-LAST-SEEN-DATE     TO DXW-LAST-SEEN-DATE.
010940     MOVE DAYS-IDLE              TO DXW-DAYS-IDLE.
010950     IF DAYS-IDLE > REVOKE-DAYS
010960         MOVE "Y" TO DXW-CANDIDATE-SWITCH
010970     ELSE
010980         MOVE "N" TO DXW-CANDIDATE-SWITCH
010990     END-IF.
011000     RELEASE SORT-WORK-RECORD FROM DORMANT-EXTRACT-WORK.
011010 3220-EXIT.
011020     EXIT.
011030*****************************************************************
011040* 3300-PRINT-DORMANT-REPORT - ROSTER MATCHES FIRST, THEN THE    *
011050* APPROVED OVERRIDES ON THEIR OWN, EACH BROKEN OUT BY           *
011060* DEPARTMENT WITH A COUNT PER DEPARTMENT.  EVERY ACCOUNT PAST   *
011070* THE REVOCATION THRESHOLD IS RAISED ON RVKCAND AS IT PRINTS.   *
011080*****************************************************************
011090 3300-PRINT-DORMANT-REPORT.
011100     OPEN INPUT DORMSRTD.
011110     IF NOT DORMSRTD-STATUS-OK
011120         SET FAILURE TO TRUE
011130         DISPLAY "IDLOGON - CANNOT OPEN DORMSRTD, STATUS = "
011140             DORMSRTD-STATUS
011150         GO TO 3300-EXIT
011160     END-IF.
011170     MOVE SPACES TO FLAG6
011180                    PRIOR-SECTION.
011190     PERFORM 3310-READ-DORMANT THRU 3310-EXIT.
011200     IF END-OF-DORMANT
011210         MOVE SPACES TO REPORT-LINE
011220         WRITE REPORT-LINE
011230         MOVE "NO DORMANT ACCOUNTS" TO REPORT-LINE
011240         WRITE REPORT-LINE
011250     ELSE
011260         PERFORM 3320-PROCESS-DORMANT-RECORD THRU 3320-EXIT
011270             UNTIL END-OF-DORMANT
011280         PERFORM 3350-DEPT-BREAK THRU 3350-EXIT
011290         PERFORM 3335-SECTION-BREAK THRU 3335-EXIT
011300     END-IF.
011310     CLOSE DORMSRTD.
011320 3300-EXIT.
011330     EXIT.
011340 3310-READ-DORMANT.
011350     READ DORMSRTD
011360         AT END SET END-OF-DORMANT TO TRUE
011370     END-READ.
011380 3310-EXIT.
011390     EXIT.
011400 3320-PROCESS-DORMANT-RECORD.
011410     IF DSR-SECTION NOT = PRIOR-SECTION
011420         IF PRIOR-SECTION NOT = SPACES
011430             PERFORM 3350-DEPT-BREAK THRU 3350-EXIT
011440             PERFORM 3335-SECTION-BREAK THRU 3335-EXIT
011450         END-IF
011460         MOVE DSR-SECTION   TO PRIOR-SECTION
011470         PERFORM 3330-SECTION-HEADING THRU 3330-EXIT
011480         MOVE DSR-DEPT-CODE TO PRIOR-DEPT-CODE
011490         PERFORM 3340-DEPT-GROUP-HEADING THRU 3340-EXIT
011500     END-IF.
011510     IF DSR-DEPT-CODE NOT = PRIOR-DEPT-CODE
011520         PERFORM 3350-DEPT-BREAK THRU 3350-EXIT
011530         MOVE DSR-DEPT-CODE TO PRIOR-DEPT-CODE
011540         PERFORM 3340-DEPT-GROUP-HEADING THRU 3340-EXIT
011550     END-IF.
011560     MOVE SPACES              TO DORMANT-DETAIL-LINE.
011570     MOVE DSR-CODE1           TO DDL-CODE1.
011580     MOVE DSR-USERNAME        TO DDL-USERNAME.
011590     MOVE DSR-STATUS          TO DDL-STATUS.
011600     IF DSR-LAST-ACTIVITY-DATE = ZERO
011610         MOVE "NEVER"         TO DDL-LAST-LOGON
011620     ELSE
011630         MOVE DSR-LAST-ACTIVITY-DATE TO EDIT-DATE-CCYYMMDD
011640         PERFORM 9100-FORMAT-DATE THRU 9100-EXIT
011650         MOVE EDIT-DATE-DISPLAY      TO DDL-LAST-LOGON
011660     END-IF.
011670     MOVE DSR-DAYS-IDLE       TO DDL-DAYS-IDLE.
011680     IF DSR-REVOKE-CANDIDATE
011690         MOVE "REVOKE CANDIDATE" TO DDL-ACTION
011700         PERFORM 3360-WRITE-REVOKE-CANDIDATE THRU 3360-EXIT
011710     ELSE
011720         MOVE "REVIEW"        TO DDL-ACTION
011730     END-IF.
011740     MOVE DORMANT-DETAIL-LINE TO REPORT-LINE.
011750     WRITE REPORT-LINE.
011760     ADD 1 TO DEPT-DORMANT-COUNT.
011770     ADD 1 TO SECTION-DORMANT-COUNT.
011780     PERFORM 3310-READ-DORMANT THRU 3310-EXIT.
011790 3320-EXIT.
011800     EXIT.
011810 3330-SECTION-HEADING.
011820     MOVE SPACES TO REPORT-LINE.
011830     WRITE REPORT-LINE.
011840     MOVE SPACES TO SECTION-HEADING-LINE.
011850     IF DSR-OVERRIDE-SECTION
011860         MOVE "DORMANT ACCOUNTS - APPROVED ROSTER OVERRIDES"
011870             TO SHL-TITLE
011880     ELSE
011890         MOVE "DORMANT ACCOUNTS - ROSTER MATCHES" TO SHL-TITLE
011900     END-IF.
011910     MOVE SECTION-HEADING-LINE TO REPORT-LINE.
011920     WRITE REPORT-LINE.
011930     MOVE DORMANT-COLUMN-LINE  TO REPORT-LINE.
011940     WRITE REPORT-LINE.
011950     MOVE SPACES               TO REPORT-LINE.
011960     WRITE REPORT-LINE.
011970     MOVE ZERO TO SECTION-DORMANT-COUNT.
011980 3330-EXIT.
011990     EXIT.
012000 3335-SECTION-BREAK.
012010     MOVE SECTION-DORMANT-COUNT TO LOGON-COUNT-DISPLAY.
012020     MOVE SPACES                TO LOGON-TOTAL-LINE.
012030     IF PRIOR-SECTION = "2"
012040         MOVE "OVERRIDE MATCHES"    TO LTL-LABEL
012050     ELSE
012060         MOVE "ROSTER MATCHES"      TO LTL-LABEL
012070     END-IF.
012080     MOVE LOGON-COUNT-DISPLAY   TO LTL-VALUE.
012090     MOVE LOGON-TOTAL-LINE      TO REPORT-LINE.
012100     WRITE REPORT-LINE.
012110 3335-EXIT.
012120     EXIT.
012130 3340-DEPT-GROUP-HEADING.
012140     MOVE PRIOR-DEPT-CODE    TO DGL-DEPT-CODE.
012150     PERFORM 3345-LOOKUP-DEPT-NAME THRU 3345-EXIT.
012160     MOVE DEPT-NAME-WORK     TO DGL-DEPT-NAME.
012170     MOVE DEPT-GROUP-LINE    TO REPORT-LINE.
012180     WRITE REPORT-LINE.
012190     MOVE ZERO TO DEPT-DORMANT-COUNT.
012200 3340-EXIT.
012210     EXIT.
012220 3345-LOOKUP-DEPT-NAME.
012230     MOVE PRIOR-DEPT-CODE TO DEPT-SEEK-CODE.
012240     SET DEPT-CODE-NOT-FOUND TO TRUE.
012250     IF DEPT-REF-COUNT > ZERO
012260         SET DEPT-REF-IDX TO 1
012270         SEARCH DEPT-REF-ENTRY
012280             AT END
012290                 SET DEPT-CODE-NOT-FOUND TO TRUE
012300             WHEN DEPT-REF-IDX > DEPT-REF-COUNT
012310                 SET DEPT-CODE-NOT-FOUND TO TRUE
012320             WHEN DRT-DEPT-CODE (DEPT-REF-IDX) = DEPT-SEEK-CODE
012330                 SET DEPT-CODE-FOUND TO TRUE
012340         END-SEARCH
012350     END-IF.
012360     IF DEPT-CODE-FOUND
012370         MOVE DRT-DEPT-NAME (DEPT-REF-IDX) TO DEPT-NAME-WORK
012380     ELSE
012390         MOVE "** NOT ON DEPT REFERENCE **" TO DEPT-NAME-WORK
012400     END-IF.
012410 3345-EXIT.
012420     EXIT.
012430 3350-DEPT-BREAK.
012440     MOVE PRIOR-DEPT-CODE    TO DTL-DEPT-CODE.
012450     PERFORM 3345-LOOKUP-DEPT-NAME THRU 3345-EXIT.
012460     MOVE DEPT-NAME-WORK     TO DTL-DEPT-NAME.
012470     MOVE DEPT-DORMANT-COUNT TO DTL-DORMANT-COUNT.
012480     MOVE DEPT-TOTAL-LINE    TO REPORT-LINE.
012490     WRITE REPORT-LINE.
012500     MOVE SPACES             TO REPORT-LINE.
012510     WRITE REPORT-LINE.
012520 3350-EXIT.
012530     EXIT.
012540 3360-WRITE-REVOKE-CANDIDATE.
012550     MOVE DSR-CODE1              TO RQC-CODE1.
012560     MOVE DSR-USERNAME           TO RQC-USERNAME.
012570     MOVE DSR-DEPT-CODE          TO RQC-DEPT-CODE.
012580     MOVE DSR-STATUS             TO RQC-STATUS.
012590     MOVE DSR-LAST-SEEN-DATE     TO RQC-LAST-SEEN-DATE.
012600     MOVE RUN-DATE-CCYYMMDD      TO RQC-REJECT-DATE.
012610     SET RQC-DORMANT-ACCOUNT     TO TRUE.
012620     MOVE DSR-LAST-ACTIVITY-DATE TO RQC-LAST-ACTIVITY-DATE.
012622     WRITE REVOKE-CANDIDATE-RECORD.
012624     IF NOT RVKCAND-STATUS-OK
012626         SET FAILURE TO TRUE
012628         DISPLAY "IDLOGON - WRITE FAILED ON RVKCAND, STATUS = "
012630             RVKCAND-STATUS
012632         GO TO 3360-EXIT
012634     END-IF.
012636     ADD 1 TO CANDIDATES-RAISED-COUNT.
012650 3360-EXIT.
012660     EXIT.
012670*****************************************************************
012680* 3380-WRITE-LOGON-TOTALS - POSTING AND DORMANCY TOTALS CLOSE   *
012690* THE DORMANT ACCOUNT REPORT; THE ORPHAN COUNTS CLOSE THE       *
012700* ORPHAN LIST.                                                  *
012710*****************************************************************
012720 3380-WRITE-LOGON-TOTALS.
012730     MOVE SPACES TO REPORT-LINE.
012740     WRITE REPORT-LINE.
012750     MOVE "FEED DETAILS READ"        TO LTL-LABEL.
012760     MOVE DETAILS-READ-COUNT         TO LOGON-COUNT-DISPLAY.
012770     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012780     MOVE "ACTIVITY DATES POSTED"    TO LTL-LABEL.
012790     MOVE ACTIVITY-POSTED-COUNT      TO LOGON-COUNT-DISPLAY.
012800     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012810     MOVE "NOT NEWER THAN MASTER"    TO LTL-LABEL.
012820     MOVE NOT-NEWER-COUNT            TO LOGON-COUNT-DISPLAY.
012830     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012840     MOVE "UNUSABLE FEED DETAILS"    TO LTL-LABEL.
012850     MOVE DETAILS-UNUSABLE-COUNT     TO LOGON-COUNT-DISPLAY.
012860     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012870     MOVE "POSSIBLE ORPHANS"         TO LTL-LABEL.
012880     COMPUTE LOGON-COUNT-DISPLAY = ORPHAN-MISSING-COUNT
012890                                 + ORPHAN-DELETED-COUNT.
012900     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012910     MOVE "ACTIVE ACCOUNTS CHECKED"  TO LTL-LABEL.
012920     MOVE ACCOUNTS-CHECKED-COUNT     TO LOGON-COUNT-DISPLAY.
012930     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012940     MOVE "DORMANT ROSTER MATCHES"   TO LTL-LABEL.
012950     MOVE DORMANT-ROSTER-COUNT       TO LOGON-COUNT-DISPLAY.
012960     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
012970     MOVE "DORMANT OVERRIDE MATCHES" TO LTL-LABEL.
012980     MOVE DORMANT-OVERRIDE-COUNT     TO LOGON-COUNT-DISPLAY.
012990     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
013000     MOVE "DORMANT NEVER LOGGED ON"  TO LTL-LABEL.
013010     MOVE NEVER-LOGGED-ON-COUNT      TO LOGON-COUNT-DISPLAY.
013020     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
013030     MOVE "REVOCATION CANDIDATES"    TO LTL-LABEL.
013040     MOVE CANDIDATES-RAISED-COUNT    TO LOGON-COUNT-DISPLAY.
013050     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
013060     MOVE "RECERT REJECTS CARRIED"   TO LTL-LABEL.
013070     MOVE CANDIDATES-CARRIED-COUNT   TO LOGON-COUNT-DISPLAY.
013080     PERFORM 3390-WRITE-TOTAL-LINE THRU 3390-EXIT.
013090     IF FAILURE
013100         MOVE SPACES TO REPORT-LINE
013110         WRITE REPORT-LINE
013120         MOVE "RUN FAILED - SEE JOB LOG - FEED DATE NOT RECORDED"
013130             TO REPORT-LINE
013140         WRITE REPORT-LINE
013150     END-IF.
013160     IF ORPHAN-MISSING-COUNT = ZERO
013170      AND ORPHAN-DELETED-COUNT = ZERO
013180         MOVE "NO POSSIBLE ORPHANED ACCOUNTS ON THIS FEED"
013190             TO ORPHAN-LINE
013200         WRITE ORPHAN-LINE
013210     END-IF.
013220     MOVE SPACES TO ORPHAN-LINE.
013230     WRITE ORPHAN-LINE.
013240     MOVE SPACES                     TO LOGON-TOTAL-LINE.
013250     MOVE "NOT ON MASTER"            TO LTL-LABEL.
013260     MOVE ORPHAN-MISSING-COUNT       TO LOGON-COUNT-DISPLAY.
013270     MOVE LOGON-COUNT-DISPLAY        TO LTL-VALUE.
013280     MOVE LOGON-TOTAL-LINE           TO ORPHAN-LINE.
013290     WRITE ORPHAN-LINE.
013300     MOVE SPACES                     TO LOGON-TOTAL-LINE.
013310     MOVE "DELETE-FLAGGED ON MASTER" TO LTL-LABEL.
013320     MOVE ORPHAN-DELETED-COUNT       TO LOGON-COUNT-DISPLAY.
013330     MOVE LOGON-COUNT-DISPLAY        TO LTL-VALUE.
013340     MOVE LOGON-TOTAL-LINE           TO ORPHAN-LINE.
013350     WRITE ORPHAN-LINE.
013360 3380-EXIT.
013370     EXIT.
013380 3390-WRITE-TOTAL-LINE.
013390     MOVE LOGON-COUNT-DISPLAY TO LTL-VALUE.
013400     MOVE LOGON-TOTAL-LINE    TO REPORT-LINE.
013410     WRITE REPORT-LINE.
013420     MOVE SPACES              TO LOGON-TOTAL-LINE.
013430 3390-EXIT.
013440     EXIT.
013450*****************************************************************
013460* 3400-SET-RETURN-CODE - RETURN CODE 4 WHEN THE FEED CARRIED A  *
013470* POSSIBLE ORPHAN OR AN UNUSABLE DETAIL, OR AN ACCOUNT WAS      *
013480* RAISED FOR REVOCATION, SO SECURITY LOOKS AT THE LISTS.        *
013490*****************************************************************
013500 3400-SET-RETURN-CODE.
013510     IF NOT SUCCESS
013520         MOVE 99 TO RETURN-CODE
013530     ELSE
013540         IF ORPHAN-MISSING-COUNT > ZERO
013550          OR ORPHAN-DELETED-COUNT > ZERO
013560          OR DETAILS-UNUSABLE-COUNT > ZERO
013570          OR CANDIDATES-RAISED-COUNT > ZERO
013580             MOVE 4  TO RETURN-CODE
013590         ELSE
013600             MOVE 0  TO RETURN-CODE
013610         END-IF
013620     END-IF.
013630 3400-EXIT.
013640     EXIT.
013650*****************************************************************
013660* 3500-STAMP-FEED-DATE - A CLEAN RUN RECORDS THE FEED DATE IT   *
013670* POSTED SO THE CONTROL GATE REFUSES THE SAME FEED NEXT TIME.   *
013672* A STAMP THAT CANNOT BE WRITTEN FAILS THE STEP, SO THE FEED IS *
013674* NOT SILENTLY LEFT OPEN TO A SECOND POSTING.                   *
013680*****************************************************************
013690 3500-STAMP-FEED-DATE.
013692     OPEN OUTPUT LASTLOGN.
013694     IF NOT LASTLOGN-STATUS-OK
013696         SET FAILURE TO TRUE
013698         DISPLAY "IDLOGON - CANNOT OPEN LASTLOGN FOR OUTPUT, "
013700             "STATUS = " LASTLOGN-STATUS
013702         GO TO 3500-EXIT
013704     END-IF.
013706     MOVE VFY-FEED-DATE TO LLF-FEED-DATE.
013708     WRITE LAST-LOGON-FEED-RECORD.
013710     IF NOT LASTLOGN-STATUS-OK
013712         SET FAILURE TO TRUE
013714         DISPLAY "IDLOGON - WRITE FAILED ON LASTLOGN, STATUS = "
013716             LASTLOGN-STATUS
013718     END-IF.
013720     CLOSE LASTLOGN.
013740 3500-EXIT.
013750     EXIT.
013760 9100-FORMAT-DATE.
013770     STRING EDIT-DATE-MM  DELIMITED BY SIZE
013780            "/"           DELIMITED BY SIZE
013790            EDIT-DATE-DD  DELIMITED BY SIZE
013800            "/"           DELIMITED BY SIZE
013810            EDIT-DATE-CCYY DELIMITED BY SIZE
013820         INTO EDIT-DATE-DISPLAY.
013830 9100-EXIT.
013840     EXIT.
013850*****************************************************************
013860* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
013870* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
013880* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
013890* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
013900* ENDS THE STEP.                                                *
013910*****************************************************************
013920 9000-READ-BUSINESS-DATE.
013930     MOVE "00" TO STATE-CODE.
013940     OPEN INPUT BIZDATE.
013950     IF BIZDATE-NOT-FOUND
013960         SET SEQUENCE-REFUSED TO TRUE
013970         DISPLAY "IDLOGON - NO BUSINESS-DATE CARD ON BIZDATE"
013980         GO TO 9000-EXIT
013990     END-IF.
014000     IF NOT BIZDATE-STATUS-OK
014010         SET SEQUENCE-REFUSED TO TRUE
014020         DISPLAY "IDLOGON - CANNOT OPEN BIZDATE, STATUS = "
014030             BIZDATE-STATUS
014040         GO TO 9000-EXIT
014050     END-IF.
014060     READ BIZDATE
014070         AT END
014080             SET SEQUENCE-REFUSED TO TRUE
014090             DISPLAY "IDLOGON - EMPTY BUSINESS-DATE CARD"
014100     END-READ.
014110     IF NOT SEQUENCE-REFUSED
014120         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
014130     END-IF.
014140     CLOSE BIZDATE.
014150 9000-EXIT.
014160     EXIT.
014170 9050-EDIT-BUSINESS-DATE.
014180     IF BDC-BUSINESS-DATE NOT NUMERIC
014190      OR NOT BDC-MONTH-VALID
014200      OR NOT BDC-DAY-VALID
014210         SET SEQUENCE-REFUSED TO TRUE
014220         DISPLAY "IDLOGON - INVALID BUSINESS-DATE CARD "
014230             BDC-BUSINESS-DATE
014240         GO TO 9050-EXIT
014250     END-IF.
014260     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
014270 9050-EXIT.
014280     EXIT.
014290*****************************************************************
014300* 9500-COMPUTE-DAY-NUMBER - DNW-DATE AS A DAY COUNT IN          *
014310* DNW-RESULT.  EACH DIVISION IS TAKEN SEPARATELY SO ONLY WHOLE  *
014320* QUOTIENTS ARE KEPT.                                           *
014330*****************************************************************
014340 9500-COMPUTE-DAY-NUMBER.
014350     MOVE DNW-CCYY TO DNW-YEAR.
014360     MOVE DNW-MM   TO DNW-MONTH.
014370     IF DNW-MONTH < 3
014380         SUBTRACT 1 FROM DNW-YEAR
014390         ADD 12 TO DNW-MONTH
014400     END-IF.
014410     COMPUTE DNW-RESULT = DNW-YEAR * 365 + DNW-DD.
014420     DIVIDE DNW-YEAR BY 4   GIVING DNW-PART.
014430     ADD DNW-PART TO DNW-RESULT.
014440     DIVIDE DNW-YEAR BY 100 GIVING DNW-PART.
014450     SUBTRACT DNW-PART FROM DNW-RESULT.
014460     DIVIDE DNW-YEAR BY 400 GIVING DNW-PART.
014470     ADD DNW-PART TO DNW-RESULT.
014480     COMPUTE DNW-PART = (DNW-MONTH - 3) * 153 + 2.
014490     DIVIDE DNW-PART BY 5   GIVING DNW-PART.
014500     ADD DNW-PART TO DNW-RESULT.
014510 9500-EXIT.
014520     EXIT.
