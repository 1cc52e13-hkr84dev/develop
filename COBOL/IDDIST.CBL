000010*****************************************************************
000020* PROGRAM      IDDIST                                           *
000030* PURPOSE      BURST THE DAILY AND CYCLICAL IDENTITY REPORTS    *
000040*              INTO ONE DISTRIBUTION PACKET PER OWNING MANAGER. *
000050*              EVERY ITEM ON THE NEW-EXCEPTION FILE (EXCEPT),   *
000060*              THE OPEN-ITEM TRACKING REPORT (TRKRPT), THE      *
000070*              MASTER CHANGE REPORT (CHANGES), THE RECERT       *
000080*              ESCALATION REPORT (ESCRPT) AND THE REVOCATION    *
000090*              FEED (REVOKE) IS ROUTED BY ITS DEPT-CODE TO THE  *
000100*              MANAGER NAMED ON THE DEPARTMENT REFERENCE        *
000110*              (DEPTREF).  EACH PACKET OPENS WITH A COVER PAGE  *
000120*              LISTING THE MANAGER'S DEPARTMENTS AND THE        *
000130*              SECTIONS THAT APPLY, WITH ITEM COUNTS.  A        *
000140*              DISTRIBUTION INDEX RECORDS WHO RECEIVED WHAT.    *
000150*              ITEMS WHOSE DEPARTMENT HAS NO OWNING MANAGER ARE *
000160*              LISTED ON THE UNDELIVERABLE REPORT INSTEAD.      *
000170*****************************************************************
000180 IDENTIFICATION   DIVISION.
000190 PROGRAM-ID.      IDDIST.
000200 AUTHOR.          D W HOLLIS.
000210 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000220 DATE-WRITTEN.    10/15/2026.
000230 DATE-COMPILED.
000240*****************************************************************
000250* MODIFICATION HISTORY                                          *
000260*   DATE       INIT   DESCRIPTION                                *
000270*   ---------- ----   -------------------------------------------*
000280*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000282*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000284*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000285*   10/15/2026 DWH    MANUAL-DELETE REVOCATIONS (REASON M) SHOWN *
000286*                     AS SUCH.  TRACKING AGE HEADED BDAYS - IT IS*
000287*                     BUSINESS DAYS, AS PRINTED BY IDEXCTRK.     *
000290*****************************************************************
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000351*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000352*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000353     SELECT BIZDATE      ASSIGN TO BIZDATE
000354         ORGANIZATION IS LINE SEQUENTIAL
000355         FILE STATUS  IS BIZDATE-STATUS.
000360*    DISTPARM IS THE OPTIONAL SECTION-SELECTION CARD - FIVE
000370*    Y/N SWITCHES IN SECTION ORDER (EXCEPTIONS, OPEN ITEMS,
000380*    CHANGES, ESCALATIONS, REVOCATIONS).  AN N LEAVES THAT
000390*    SECTION OUT OF THIS RUN; WITH NO CARD EVERY SECTION IS
000400*    DISTRIBUTED.
000410     SELECT DISTPARM     ASSIGN TO DISTPARM
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS DISTPARM-STATUS.
000440*    DEPTREF IS THE DEPARTMENT REFERENCE FILE - CODE, NAME AND
000450*    OWNING MANAGER.  THE MANAGER IS THE PACKET RECIPIENT.
000460     SELECT DEPTREF      ASSIGN TO DEPTREF
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS DEPTREF-STATUS.
000490*    MASTFILE IS READ ONLY TO PLACE A FIELD-CHANGE LINE FROM
000500*    THE CHANGE REPORT, WHICH CARRIES CODE1 BUT NO DEPT-CODE.
000510     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE  IS DYNAMIC
000540         RECORD KEY   IS MST-CODE1
000550         FILE STATUS  IS MASTER-FILE-STATUS.
000560     SELECT EXCPFILE     ASSIGN TO "FILEPATH\EXCEPT.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS EXCPFILE-STATUS.
000590     SELECT TRKRPT       ASSIGN TO "FILEPATH\TRKRPT.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS TRKRPT-STATUS.
000620     SELECT CHGRPT       ASSIGN TO "FILEPATH\CHANGES.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS  IS CHGRPT-STATUS.
000650     SELECT ESCRPT       ASSIGN TO "FILEPATH\ESCRPT.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS  IS ESCRPT-STATUS.
000680     SELECT RVKFILE      ASSIGN TO "FILEPATH\REVOKE.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS  IS RVKFILE-STATUS.
000710     SELECT SRTWK1       ASSIGN TO SRTWK01.
000720*    DISTSRTD IS EVERY DISTRIBUTABLE ITEM RESEQUENCED INTO
000730*    MANAGER/DEPARTMENT/SECTION ORDER - THE PACKET BUILD READS
000740*    THIS STREAM.  UNDELIVERABLE ITEMS SORT LAST.
000750     SELECT DISTSRTD     ASSIGN TO "FILEPATH\DISTSRTD.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS  IS DISTSRTD-STATUS.
000780*    DISTPKT HOLDS THE PACKETS, ONE PER MANAGER, EACH OPENED BY
000790*    A COVER PAGE SO THE PRINT ROOM CAN BURST IT.
000800     SELECT DISTPKT      ASSIGN TO "FILEPATH\DISTPKT.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820*    DISTIDX IS THE DISTRIBUTION INDEX - ONE LINE PER PACKET
000830*    WITH ITS SECTION COUNTS, THEN THE UNDELIVERABLE DEPARTMENTS
000840*    AND THE RUN TOTALS.
000850     SELECT DISTIDX      ASSIGN TO "FILEPATH\DISTIDX.DAT"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870*    UNDELIV IS THE UNDELIVERABLE EXCEPTION REPORT - EVERY ITEM
000880*    WHOSE DEPARTMENT IS MISSING FROM DEPTREF OR HAS NO OWNING
000890*    MANAGER THERE, GROUPED BY DEPARTMENT.
000900     SELECT UNDELIV      ASSIGN TO "FILEPATH\UNDELIV.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920 DATA             DIVISION.
000930 FILE             SECTION.
000932 FD  BIZDATE
000934     RECORDING MODE IS F.
000936     COPY BDCLAY01.
000940 FD  DISTPARM
000950     RECORDING MODE IS F.
000960 01  DIST-PARM-CARD.
000970     05  PRM-SECTION-SWITCHES         PIC X(05).
000980 FD  DEPTREF
000990     RECORDING MODE IS F.
001000 01  DEPT-REFERENCE-RECORD.
001010     05  DRF-DEPT-CODE                PIC X(04).
001020     05  DRF-DEPT-NAME                PIC X(30).
001030     05  DRF-MANAGER                  PIC X(20).
001040 FD  MASTFILE.
001050     COPY MSTLAY01.
001060 FD  EXCPFILE
001070     RECORDING MODE IS F.
001080 01  EXCEPTION-RECORD.
001090     05  EXC-CODE1                    PIC 9(06).
001100     05  EXC-USERNAME                 PIC X(30).
001110     05  EXC-DEPT-CODE                PIC X(04).
001120     05  EXC-EFFECTIVE-DATE           PIC 9(08).
001130     05  EXC-STATUS                   PIC X(01).
001140     05  EXC-REASON-CODE              PIC X(02).
001150     05  EXC-REASON-TEXT              PIC X(30).
001160*    TRKRPT DETAIL LINES CARRY CODE1 IN COLUMNS 1-6 AND THE
001170*    DEPT-CODE IN COLUMNS 42-45 - HEADINGS AND TOTALS DO NOT
001180*    START WITH A NUMERIC CODE1.
001190 FD  TRKRPT
001200     RECORDING MODE IS F.
001210 01  TRACK-REPORT-LINE.
001220     05  TRL-CODE1                    PIC X(06).
001230     05  FILLER                       PIC X(35).
001240     05  TRL-DEPT-CODE                PIC X(04).
001250     05  FILLER                       PIC X(35).
001260*    CHANGES DETAIL LINES ARE NEW, GONE OR CHG WITH CODE1 IN
001270*    COLUMNS 7-12.  NEW AND GONE CARRY THE DEPT-CODE IN COLUMNS
001280*    47-50; A CHG LINE IS PLACED FROM THE MASTER.
001290 FD  CHGRPT
001300     RECORDING MODE IS F.
001310 01  CHANGE-REPORT-LINE.
001320     05  CRL-ACTION                   PIC X(04).
001330         88  CRL-NEW-OR-GONE          VALUES "NEW " "GONE".
001340         88  CRL-FIELD-CHANGE         VALUE "CHG ".
001350     05  FILLER                       PIC X(02).
001360     05  CRL-CODE1                    PIC X(06).
001370     05  CRL-CODE1-9 REDEFINES
001380         CRL-CODE1                    PIC 9(06).
001390     05  FILLER                       PIC X(34).
001400     05  CRL-DEPT-CODE                PIC X(04).
001410     05  FILLER                       PIC X(30).
001420*    ESCRPT DETAIL LINES CARRY CODE1 IN COLUMNS 1-6 AND THE
001430*    DEPT-CODE IN COLUMNS 41-44.
001440 FD  ESCRPT
001450     RECORDING MODE IS F.
001460 01  ESCALATION-REPORT-LINE.
001470     05  ERL-CODE1                    PIC X(06).
001480     05  FILLER                       PIC X(34).
001490     05  ERL-DEPT-CODE                PIC X(04).
001500     05  FILLER                       PIC X(36).
001510 FD  RVKFILE
001520     RECORDING MODE IS F.
001530 01  REVOKE-RECORD.
001540     05  RVR-RECORD-TYPE              PIC X(01).
001550         88  RVR-DETAIL-RECORD        VALUE "D".
001560     05  RVR-CODE1                    PIC 9(06).
001570     05  RVR-USERNAME                 PIC X(30).
001580     05  RVR-DEPT-CODE                PIC X(04).
001590     05  RVR-REVOKE-REASON            PIC X(01).
001600         88  RVR-OFF-FEED             VALUE "F".
001610         88  RVR-ROSTER-INACTIVE      VALUE "I".
001612         88  RVR-MANUAL-DELETE        VALUE "M".
001620     05  RVR-LAST-SEEN-DATE           PIC 9(08).
001630     05  FILLER                       PIC X(30).
001640 SD  SRTWK1.
001650 01  SORT-WORK-RECORD.
001660     05  SRT-MANAGER                 PIC X(20).
001670     05  SRT-MANAGER-NUMBER          PIC 9(04).
001680     05  SRT-DEPT-CODE               PIC X(04).
001690     05  SRT-SECTION                 PIC 9(01).
001700     05  SRT-ITEM-SEQ                PIC 9(07).
001710     05  FILLER                      PIC X(80).
001720 FD  DISTSRTD
001730     RECORDING MODE IS F.
001740 01  DIST-SORTED-RECORD.
001750     05  DSR-MANAGER                  PIC X(20).
001760         88  DSR-UNDELIVERABLE        VALUE HIGH-VALUES.
001770     05  DSR-MANAGER-NUMBER           PIC 9(04).
001780     05  DSR-DEPT-CODE                PIC X(04).
001790     05  DSR-SECTION                  PIC 9(01).
001800     05  DSR-ITEM-SEQ                 PIC 9(07).
001810     05  DSR-ITEM-LINE                PIC X(80).
001820 FD  DISTPKT
001830     RECORDING MODE IS F.
001840 01  PACKET-LINE                      PIC X(80).
001850 FD  DISTIDX
001860     RECORDING MODE IS F.
001870 01  INDEX-LINE                       PIC X(80).
001880 FD  UNDELIV
001890     RECORDING MODE IS F.
001900 01  UNDELIV-LINE                     PIC X(80).
001910 WORKING-STORAGE  SECTION.
001920 01  STATE.
001930     05  STATE-CODE                  PIC X(02).
001940         88  SUCCESS                 VALUE "00".
001950         88  FAILURE                 VALUE "99".
001960 01  FLAG1                           PIC X(03).
001970     88  END-OF-SORTED               VALUE "EOF".
001980 01  FLAG2                           PIC X(03).
001990     88  END-OF-SOURCE               VALUE "EOF".
002000 01  FLAG3                           PIC X(03).
002010     88  END-OF-DEPT-REF             VALUE "EOF".
002020 01  DISTPARM-STATUS                 PIC X(02).
002030     88  DISTPARM-STATUS-OK          VALUES "00" "10".
002040     88  DISTPARM-NOT-FOUND          VALUE "35".
002050 01  DEPTREF-STATUS                  PIC X(02).
002060     88  DEPTREF-STATUS-OK           VALUES "00" "10".
002070     88  DEPTREF-NOT-FOUND           VALUE "35".
002080 01  MASTER-FILE-STATUS              PIC X(02).
002090     88  MASTER-STATUS-OK            VALUE "00".
002100     88  MASTER-FILE-MISSING         VALUE "35".
002110     88  MASTER-RECORD-NOT-FOUND     VALUE "23".
002120 01  EXCPFILE-STATUS                 PIC X(02).
002130     88  EXCPFILE-STATUS-OK          VALUES "00" "10".
002140     88  EXCPFILE-NOT-FOUND          VALUE "35".
002150 01  TRKRPT-STATUS                   PIC X(02).
002160     88  TRKRPT-STATUS-OK            VALUES "00" "10".
002170     88  TRKRPT-NOT-FOUND            VALUE "35".
002180 01  CHGRPT-STATUS                   PIC X(02).
002190     88  CHGRPT-STATUS-OK            VALUES "00" "10".
002200     88  CHGRPT-NOT-FOUND            VALUE "35".
002210 01  ESCRPT-STATUS                   PIC X(02).
002220     88  ESCRPT-STATUS-OK            VALUES "00" "10".
002230     88  ESCRPT-NOT-FOUND            VALUE "35".
002240 01  RVKFILE-STATUS                  PIC X(02).
002250     88  RVKFILE-STATUS-OK           VALUES "00" "10".
002260     88  RVKFILE-NOT-FOUND           VALUE "35".
002270 01  DISTSRTD-STATUS                 PIC X(02).
002280     88  DISTSRTD-STATUS-OK          VALUES "00" "10".
002290 01  MASTER-LOOKUP-SWITCH            PIC X(01).
002300     88  MASTER-LOOKUP-ACTIVE        VALUE "Y".
002310     88  MASTER-LOOKUP-INACTIVE      VALUE "N".
002320*    SECTION SELECTION - Y DISTRIBUTES THE SECTION, N LEAVES IT
002330*    OUT.  DEFAULTS TO EVERY SECTION WHEN NO CARD IS SUPPLIED.
002340 01  SECTION-SWITCHES                PIC X(05).
002350 01  SECTION-SWITCH-TABLE REDEFINES SECTION-SWITCHES.
002360     05  SECTION-SWITCH              PIC X(01) OCCURS 5 TIMES.
002370         88  SECTION-SELECTED        VALUE "Y".
002380*    SECTION DISPOSITION - SET WHILE THE SOURCES ARE READ AND
002390*    SHOWN AGAINST EACH SECTION IN THE INDEX TOTALS.
002400 01  SECTION-STATES                  PIC X(05).
002410 01  SECTION-STATE-TABLE REDEFINES SECTION-STATES.
002420     05  SECTION-STATE               PIC X(01) OCCURS 5 TIMES.
002430         88  SECTION-LOADED          VALUE "L".
002440         88  SECTION-NOT-SELECTED    VALUE "S".
002450         88  SECTION-FILE-MISSING    VALUE "M".
002460 01  SECTION-TITLE-VALUES.
002470     05  FILLER                      PIC X(24)  VALUE
002480         "NEW EXCEPTIONS".
002490     05  FILLER                      PIC X(24)  VALUE
002500         "OPEN EXCEPTION ITEMS".
002510     05  FILLER                      PIC X(24)  VALUE
002520         "MASTER CHANGES".
002530     05  FILLER                      PIC X(24)  VALUE
002540         "RECERT ESCALATIONS".
002550     05  FILLER                      PIC X(24)  VALUE
002560         "REVOCATIONS".
002570 01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLE-VALUES.
002580     05  SECTION-TITLE               PIC X(24) OCCURS 5 TIMES.
002590 01  SECTION-COUNTERS.
002600     05  SECTION-COUNT-ENTRY         OCCURS 5 TIMES.
002610         10  SECTION-READ-COUNT      PIC 9(07) COMP.
002620         10  SECTION-UNDELIV-COUNT   PIC 9(07) COMP.
002630 01  SECTION-SUB                     PIC 9(04) COMP.
002640 01  DIST-COUNTERS.
002650     05  ITEMS-RELEASED-COUNT        PIC 9(07) COMP.
002660     05  ITEMS-DELIVERED-COUNT       PIC 9(07) COMP.
002670     05  ITEMS-UNDELIV-COUNT         PIC 9(07) COMP.
002680     05  PACKETS-BUILT-COUNT         PIC 9(07) COMP.
002690     05  UNDELIV-DEPTS-COUNT         PIC 9(07) COMP.
002700     05  CHG-UNPLACED-COUNT          PIC 9(07) COMP.
002710*    DEPARTMENT REFERENCE, WITH EACH DEPARTMENT'S OWNING MANAGER
002720*    AND THAT MANAGER'S SLOT IN THE MANAGER TABLE (ZERO WHEN THE
002730*    DEPARTMENT HAS NO MANAGER ON FILE).
002740 01  DEPT-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
002750 01  DEPT-REF-SWITCH                 PIC X(01).
002760     88  DEPT-CODE-FOUND             VALUE "Y".
002770     88  DEPT-CODE-NOT-FOUND         VALUE "N".
002780 01  DEPT-REF-WARNING-SWITCH         PIC X(01).
002790     88  DEPT-REF-TABLE-FULL-WARNED  VALUE "Y".
002800     88  DEPT-REF-NOT-YET-WARNED     VALUE "N".
002810 01  DEPT-SEEK-CODE                  PIC X(04).
002820 01  DEPT-NAME-WORK                  PIC X(30).
002830 01  DEPT-REF-TABLE.
002840     05  DEPT-REF-ENTRY  OCCURS 500 TIMES
002850                         INDEXED BY DEPT-REF-IDX.
002860         10  DRT-DEPT-CODE           PIC X(04).
002870         10  DRT-DEPT-NAME           PIC X(30).
002880         10  DRT-MANAGER             PIC X(20).
002890         10  DRT-MANAGER-NUMBER      PIC 9(04) COMP.
002900*    ONE ENTRY PER DISTINCT MANAGER ON DEPTREF.  THE SECTION
002910*    COUNTS ARE ACCUMULATED WHILE THE SORT IS FED, SO THE COVER
002920*    PAGE CAN LIST THEM BEFORE THE PACKET BODY IS WRITTEN.
002930 01  MANAGER-COUNT                   PIC 9(04) COMP VALUE ZERO.
002940 01  MANAGER-SWITCH                  PIC X(01).
002950     88  MANAGER-FOUND               VALUE "Y".
002960     88  MANAGER-NOT-FOUND           VALUE "N".
002970 01  MANAGER-TABLE.
002980     05  MANAGER-ENTRY   OCCURS 500 TIMES
002990                         INDEXED BY MGR-IDX.
003000         10  MGT-MANAGER             PIC X(20).
003010         10  MGT-ITEM-COUNT          PIC 9(07) COMP.
003020         10  MGT-SECTION-COUNT       PIC 9(07) COMP
003030                                     OCCURS 5 TIMES.
003040*    SORT INPUT IS STAGED HERE - THE DISTSRTD RECORD AREA IS
003050*    NOT AVAILABLE WHILE THAT FILE IS STILL CLOSED.
003060 01  DIST-ITEM-WORK.
003070     05  DIW-MANAGER                 PIC X(20).
003080     05  DIW-MANAGER-NUMBER          PIC 9(04).
003090     05  DIW-DEPT-CODE               PIC X(04).
003100     05  DIW-SECTION                 PIC 9(01).
003110     05  DIW-ITEM-SEQ                PIC 9(07).
003120     05  DIW-ITEM-LINE               PIC X(80).
003130*    CONTROL-BREAK FIELDS FOR THE PACKET BUILD.
003140 01  PRIOR-MANAGER                   PIC X(20).
003150 01  PRIOR-DEPT-CODE                 PIC X(04).
003160 01  PRIOR-SECTION                   PIC 9(01).
003170 01  GROUP-OPEN-SWITCH               PIC X(01).
003180     88  GROUP-IS-OPEN               VALUE "Y".
003190     88  GROUP-IS-CLOSED             VALUE "N".
003200 01  GROUP-TYPE-SWITCH               PIC X(01).
003210     88  PACKET-GROUP                VALUE "P".
003220     88  UNDELIVERABLE-GROUP         VALUE "U".
003230 01  UNDELIV-DEPT-SWITCH             PIC X(01).
003240     88  UNDELIV-DEPT-OPEN           VALUE "Y".
003250     88  UNDELIV-DEPT-CLOSED         VALUE "N".
003260 01  UNDELIV-DEPT-REASON             PIC X(20).
003270 01  UNDELIV-DEPT-COUNTS.
003280     05  UDC-ITEM-COUNT              PIC 9(07) COMP.
003290     05  UDC-SECTION-COUNT           PIC 9(07) COMP
003300                                     OCCURS 5 TIMES.
003310 01  PACKET-DEPT-COUNT               PIC 9(04) COMP.
003320 01  PACKET-NUMBER-DISPLAY           PIC 9(04).
003330 01  OUTPUT-LINE                     PIC X(80).
003332 01  BIZDATE-STATUS                  PIC X(02).
003334     88  BIZDATE-STATUS-OK           VALUES "00" "10".
003336     88  BIZDATE-NOT-FOUND           VALUE "35".
003340 01  RUN-DATE-FIELDS.
003350     05  RUN-DATE-CCYYMMDD           PIC 9(08).
003360     05  RUN-DATE-CCYYMMDD-X REDEFINES
003370         RUN-DATE-CCYYMMDD.
003380         10  RUN-DATE-CCYY           PIC 9(04).
003390         10  RUN-DATE-MM             PIC 9(02).
003400         10  RUN-DATE-DD             PIC 9(02).
003410 01  RUN-DATE-DISPLAY                PIC X(10).
003420*    ITEM LINES BUILT FROM THE TWO RECORD-FORMAT SOURCES - THE
003430*    THREE REPORT SOURCES ARE CARRIED AS PRINTED.
003440 01  EXCEPTION-ITEM-LINE.
003450     05  EIL-CODE1                   PIC 9(06).
003460     05  FILLER                      PIC X(02)  VALUE SPACES.
003470     05  EIL-USERNAME                PIC X(30).
003480     05  FILLER                      PIC X(02)  VALUE SPACES.
003490     05  EIL-DEPT-CODE               PIC X(04).
003500     05  FILLER                      PIC X(02)  VALUE SPACES.
003510     05  EIL-REASON-CODE             PIC X(02).
003520     05  FILLER                      PIC X(02)  VALUE SPACES.
003530     05  EIL-REASON-TEXT             PIC X(30).
003540 01  REVOKE-ITEM-LINE.
003550     05  RIL-CODE1                   PIC 9(06).
003560     05  FILLER                      PIC X(02)  VALUE SPACES.
003570     05  RIL-USERNAME                PIC X(30).
003580     05  FILLER                      PIC X(02)  VALUE SPACES.
003590     05  RIL-DEPT-CODE               PIC X(04).
003600     05  FILLER                      PIC X(02)  VALUE SPACES.
003610     05  RIL-REASON                  PIC X(10).
003620     05  FILLER                      PIC X(02)  VALUE SPACES.
003630     05  RIL-LAST-SEEN-DATE          PIC 9(08).
003640     05  FILLER                      PIC X(14)  VALUE SPACES.
003650*    COLUMN CAPTIONS, ONE PER SECTION, MATCHING THE ITEM LINES.
003660 01  EXCEPTION-COLUMN-LINE.
003670     05  FILLER                      PIC X(08)  VALUE "CODE1".
003680     05  FILLER                      PIC X(32)  VALUE "USERNAME".
003690     05  FILLER                      PIC X(06)  VALUE "DEPT".
003700     05  FILLER                      PIC X(04)  VALUE "RSN".
003710     05  FILLER                      PIC X(30)  VALUE "REASON".
003720 01  TRACK-COLUMN-LINE.
003730     05  FILLER                      PIC X(08)  VALUE "CODE1".
003740     05  FILLER                      PIC X(04)  VALUE "RSN".
003750     05  FILLER                      PIC X(03)  VALUE "ST".
003760     05  FILLER                      PIC X(26)  VALUE "USERNAME".
003770     05  FILLER                      PIC X(06)  VALUE "DEPT".
003780     05  FILLER                      PIC X(10)  VALUE
003790         "OPENED".
003800     05  FILLER                      PIC X(06)  VALUE "BDAYS".
003810     05  FILLER                      PIC X(06)  VALUE "OCCUR".
003820     05  FILLER                      PIC X(11)  VALUE "ANALYST".
003830 01  CHANGE-COLUMN-LINE.
003840     05  FILLER                      PIC X(06)  VALUE "ACT   ".
003850     05  FILLER                      PIC X(08)  VALUE "CODE1   ".
003860     05  FILLER                      PIC X(32)  VALUE "USERNAME".
003870     05  FILLER                      PIC X(06)  VALUE "DEPT  ".
003880     05  FILLER                      PIC X(05)  VALUE "STAT ".
003890     05  FILLER                      PIC X(09)  VALUE "EFFECTIVE".
003900     05  FILLER                      PIC X(14)  VALUE SPACES.
003910 01  ESCALATION-COLUMN-LINE.
003920     05  FILLER                      PIC X(08)  VALUE "CODE1".
003930     05  FILLER                      PIC X(32)  VALUE "USERNAME".
003940     05  FILLER                      PIC X(06)  VALUE "DEPT".
003950     05  FILLER                      PIC X(03)  VALUE "ST".
003960     05  FILLER                      PIC X(10)  VALUE
003970         "LAST CERT".
003980     05  FILLER                      PIC X(21)  VALUE SPACES.
003990 01  REVOKE-COLUMN-LINE.
004000     05  FILLER                      PIC X(08)  VALUE "CODE1".
004010     05  FILLER                      PIC X(32)  VALUE "USERNAME".
004020     05  FILLER                      PIC X(06)  VALUE "DEPT".
004030     05  FILLER                      PIC X(12)  VALUE "REASON".
004040     05  FILLER                      PIC X(09)  VALUE "LAST SEEN".
004050     05  FILLER                      PIC X(13)  VALUE SPACES.
004060*    PACKET COVER PAGE AND SECTION HEADINGS.
004070 01  PACKET-RULE-LINE                PIC X(80)  VALUE ALL "=".
004080 01  PACKET-HEADING-LINE.
004090     05  FILLER                      PIC X(38)  VALUE
004100         "IDDIST DISTRIBUTION PACKET            ".
004110     05  FILLER                      PIC X(09)  VALUE
004120         "RUN DATE ".
004130     05  PHL-RUN-DATE                PIC X(10).
004140     05  FILLER                      PIC X(23)  VALUE SPACES.
004150 01  PACKET-LABEL-LINE.
004160     05  PLL-LABEL                   PIC X(16).
004170     05  PLL-VALUE                   PIC X(30).
004180     05  FILLER                      PIC X(34)  VALUE SPACES.
004190 01  PACKET-DEPT-LINE.
004200     05  FILLER                      PIC X(04)  VALUE SPACES.
004210     05  PDL-DEPT-CODE               PIC X(04).
004220     05  FILLER                      PIC X(02)  VALUE SPACES.
004230     05  PDL-DEPT-NAME               PIC X(30).
004240     05  FILLER                      PIC X(40)  VALUE SPACES.
004250 01  PACKET-SECTION-LINE.
004260     05  FILLER                      PIC X(04)  VALUE SPACES.
004270     05  PSL-SECTION-NUMBER          PIC 9(01).
004280     05  FILLER                      PIC X(02)  VALUE SPACES.
004290     05  PSL-SECTION-TITLE           PIC X(24).
004300     05  FILLER                      PIC X(02)  VALUE SPACES.
004310     05  PSL-ITEM-COUNT              PIC ZZZZZZ9.
004320     05  FILLER                      PIC X(40)  VALUE SPACES.
004330 01  PACKET-SECTION-CAPTION.
004340     05  FILLER                      PIC X(35)  VALUE
004350         "SECTIONS IN THIS PACKET".
004360     05  FILLER                      PIC X(45)  VALUE "ITEMS".
004370 01  SECTION-HEADING-LINE.
004380     05  FILLER                      PIC X(08)  VALUE "SECTION ".
004390     05  SHL-SECTION-NUMBER          PIC 9(01).
004400     05  FILLER                      PIC X(03)  VALUE " - ".
004410     05  SHL-SECTION-TITLE           PIC X(24).
004420     05  FILLER                      PIC X(07)  VALUE "  DEPT ".
004430     05  SHL-DEPT-CODE               PIC X(04).
004440     05  FILLER                      PIC X(02)  VALUE SPACES.
004450     05  SHL-DEPT-NAME               PIC X(30).
004460     05  FILLER                      PIC X(01)  VALUE SPACES.
004470*    UNDELIVERABLE REPORT LINES.
004480 01  UNDELIV-HEADING-LINE.
004490     05  FILLER                      PIC X(38)  VALUE
004500         "IDDIST UNDELIVERABLE ITEMS            ".
004510     05  FILLER                      PIC X(09)  VALUE
004520         "RUN DATE ".
004530     05  UHL-RUN-DATE                PIC X(10).
004540     05  FILLER                      PIC X(23)  VALUE SPACES.
004550 01  UNDELIV-DEPT-LINE.
004560     05  FILLER                      PIC X(05)  VALUE "DEPT ".
004570     05  UDL-DEPT-CODE               PIC X(04).
004580     05  FILLER                      PIC X(03)  VALUE " - ".
004590     05  UDL-REASON                  PIC X(20).
004600     05  FILLER                      PIC X(48)  VALUE SPACES.
004610*    DISTRIBUTION INDEX LINES.  THE DETAIL LINE SERVES BOTH THE
004620*    PACKET ENTRIES (PACKET NUMBER, MANAGER) AND THE
004630*    UNDELIVERABLE ENTRIES (DEPT-CODE, REASON).
004640 01  INDEX-HEADING-LINE.
004650     05  FILLER                      PIC X(38)  VALUE
004660         "IDDIST DISTRIBUTION INDEX             ".
004670     05  FILLER                      PIC X(09)  VALUE
004680         "RUN DATE ".
004690     05  IHL-RUN-DATE                PIC X(10).
004700     05  FILLER                      PIC X(23)  VALUE SPACES.
004710 01  INDEX-COLUMN-LINE.
004720     05  FILLER                      PIC X(06)  VALUE "PKT".
004730     05  FILLER                      PIC X(22)  VALUE "MANAGER".
004740     05  FILLER                      PIC X(06)  VALUE "DEPTS".
004750     05  FILLER                      PIC X(07)  VALUE "EXCPT".
004760     05  FILLER                      PIC X(07)  VALUE " OPEN".
004770     05  FILLER                      PIC X(07)  VALUE " CHGS".
004780     05  FILLER                      PIC X(07)  VALUE " ESCL".
004790     05  FILLER                      PIC X(07)  VALUE " RVKS".
004800     05  FILLER                      PIC X(11)  VALUE " TOTAL".
004810 01  UNDELIV-COLUMN-LINE.
004820     05  FILLER                      PIC X(06)  VALUE "DEPT".
004830     05  FILLER                      PIC X(28)  VALUE "REASON".
004840     05  FILLER                      PIC X(07)  VALUE "EXCPT".
004850     05  FILLER                      PIC X(07)  VALUE " OPEN".
004860     05  FILLER                      PIC X(07)  VALUE " CHGS".
004870     05  FILLER                      PIC X(07)  VALUE " ESCL".
004880     05  FILLER                      PIC X(07)  VALUE " RVKS".
004890     05  FILLER                      PIC X(11)  VALUE " TOTAL".
004900 01  INDEX-DETAIL-LINE.
004910     05  IXL-PACKET-ID               PIC X(04).
004920     05  FILLER                      PIC X(02).
004930     05  IXL-RECIPIENT               PIC X(20).
004940     05  FILLER                      PIC X(02).
004950     05  IXL-DEPT-COUNT              PIC ZZZ9.
004960     05  FILLER                      PIC X(02).
004970     05  IXL-SECTION-ENTRY           OCCURS 5 TIMES.
004980         10  IXL-SECTION-COUNT       PIC ZZZZ9.
004990         10  FILLER                  PIC X(02).
005000     05  IXL-ITEM-COUNT              PIC ZZZZZ9.
005010     05  FILLER                      PIC X(05).
005020 01  INDEX-TOTAL-LINE.
005030     05  ITL-LABEL                   PIC X(24).
005040     05  FILLER                      PIC X(02)  VALUE SPACES.
005050     05  ITL-VALUE                   PIC X(10).
005060     05  FILLER                      PIC X(44)  VALUE SPACES.
005070 01  DIST-COUNT-DISPLAY              PIC ZZZZZZ9.
005080 PROCEDURE        DIVISION.
005090 MAIN             SECTION.
005100 MAIN-ENTRY.
005101     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
005102     IF FAILURE
005103         DISPLAY "IDDIST - NO USABLE BUSINESS DATE - STEP ENDED"
005104         MOVE 16 TO RETURN-CODE
005105         STOP RUN
005106     END-IF.
005110     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
005120     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
005130         UNTIL END-OF-SORTED.
005140     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
005150     STOP RUN.
005160*****************************************************************
005170* PRE-PROCESS - LOAD THE SECTION CARD AND THE DEPARTMENT        *
005180* REFERENCE, THEN FEED EVERY SELECTED SOURCE THROUGH THE SORT   *
005190* INTO MANAGER/DEPARTMENT/SECTION ORDER AND OPEN THE PACKET,    *
005200* INDEX AND UNDELIVERABLE REPORTS.                              *
005210*****************************************************************
005220 PRE-PROCESS      SECTION.
005230 PRE-PROCESS-ENTRY.
005240     MOVE SPACES  TO FLAG1 FLAG2 FLAG3.
005250     MOVE "00"    TO STATE-CODE.
005260     SET GROUP-IS-CLOSED         TO TRUE.
005270     SET UNDELIV-DEPT-CLOSED     TO TRUE.
005280     SET DEPT-REF-NOT-YET-WARNED TO TRUE.
005290     SET MASTER-LOOKUP-INACTIVE  TO TRUE.
005300     MOVE SPACE   TO GROUP-TYPE-SWITCH.
005310     MOVE "YYYYY" TO SECTION-SWITCHES.
005320     MOVE "LLLLL" TO SECTION-STATES.
005330     MOVE ZERO    TO ITEMS-RELEASED-COUNT
005340                     ITEMS-DELIVERED-COUNT
005350                     ITEMS-UNDELIV-COUNT
005360                     PACKETS-BUILT-COUNT
005370                     UNDELIV-DEPTS-COUNT
005380                     CHG-UNPLACED-COUNT.
005390     PERFORM 1050-CLEAR-SECTION-COUNTS THRU 1050-EXIT
005400         VARYING SECTION-SUB FROM 1 BY 1
005410         UNTIL SECTION-SUB > 5.
005430     STRING RUN-DATE-MM  DELIMITED BY SIZE
005440            "/"          DELIMITED BY SIZE
005450            RUN-DATE-DD  DELIMITED BY SIZE
005460            "/"          DELIMITED BY SIZE
005470            RUN-DATE-CCYY DELIMITED BY SIZE
005480         INTO RUN-DATE-DISPLAY.
005490     OPEN OUTPUT DISTIDX.
005500     MOVE RUN-DATE-DISPLAY   TO IHL-RUN-DATE.
005510     MOVE INDEX-HEADING-LINE TO INDEX-LINE.
005520     WRITE INDEX-LINE.
005530     MOVE SPACES             TO INDEX-LINE.
005540     WRITE INDEX-LINE.
005550     MOVE INDEX-COLUMN-LINE  TO INDEX-LINE.
005560     WRITE INDEX-LINE.
005570     OPEN OUTPUT UNDELIV.
005580     MOVE RUN-DATE-DISPLAY   TO UHL-RUN-DATE.
005590     MOVE UNDELIV-HEADING-LINE TO UNDELIV-LINE.
005600     WRITE UNDELIV-LINE.
005610     OPEN OUTPUT DISTPKT.
005620     PERFORM 1100-READ-SECTION-CARD THRU 1100-EXIT.
005630     IF FAILURE
005640         SET END-OF-SORTED TO TRUE
005650         GO TO PRE-PROCESS-EXIT
005660     END-IF.
005670     PERFORM 1800-LOAD-DEPT-REFERENCE THRU 1800-EXIT.
005680     IF FAILURE
005690         SET END-OF-SORTED TO TRUE
005700         GO TO PRE-PROCESS-EXIT
005710     END-IF.
005720     PERFORM 1500-SORT-ITEMS THRU 1500-EXIT.
005730     IF FAILURE
005740         SET END-OF-SORTED TO TRUE
005750         GO TO PRE-PROCESS-EXIT
005760     END-IF.
005770     OPEN INPUT DISTSRTD.
005780 PRE-PROCESS-EXIT.
005790     EXIT.
005800 1050-CLEAR-SECTION-COUNTS.
005810     MOVE ZERO TO SECTION-READ-COUNT (SECTION-SUB)
005820                  SECTION-UNDELIV-COUNT (SECTION-SUB).
005830 1050-EXIT.
005840     EXIT.
005850*****************************************************************
005860* 1100-READ-SECTION-CARD - AN N IN A SECTION'S POSITION LEAVES  *
005870* THAT SECTION OUT OF THE RUN.  ANY OTHER VALUE, OR NO CARD AT  *
005880* ALL, DISTRIBUTES IT.                                          *
005890*****************************************************************
005900 1100-READ-SECTION-CARD.
005910     OPEN INPUT DISTPARM.
005920     IF DISTPARM-NOT-FOUND
005930         DISPLAY "IDDIST - NO SECTION CARD, DISTRIBUTING EVERY "
005940             "SECTION"
005950         GO TO 1100-EXIT
005960     END-IF.
005970     IF NOT DISTPARM-STATUS-OK
005980         SET FAILURE TO TRUE
005990         DISPLAY "IDDIST - CANNOT OPEN DISTPARM, STATUS = "
006000             DISTPARM-STATUS
006010         GO TO 1100-EXIT
006020     END-IF.
006030     READ DISTPARM
006040         AT END MOVE "YYYYY" TO PRM-SECTION-SWITCHES
006050     END-READ.
006060     CLOSE DISTPARM.
006070     PERFORM 1110-SET-SECTION-SWITCH THRU 1110-EXIT
006080         VARYING SECTION-SUB FROM 1 BY 1
006090         UNTIL SECTION-SUB > 5.
006100 1100-EXIT.
006110     EXIT.
006120 1110-SET-SECTION-SWITCH.
006130     IF PRM-SECTION-SWITCHES (SECTION-SUB:1) = "N"
006140         MOVE "N" TO SECTION-SWITCH (SECTION-SUB)
006150         SET SECTION-NOT-SELECTED (SECTION-SUB) TO TRUE
006160         DISPLAY "IDDIST - NOT SELECTED - "
006170             SECTION-TITLE (SECTION-SUB)
006180     END-IF.
006190 1110-EXIT.
006200     EXIT.
006210 1500-SORT-ITEMS.
006220     SORT SRTWK1
006230         ON ASCENDING KEY SRT-MANAGER
006240                          SRT-MANAGER-NUMBER
006250                          SRT-DEPT-CODE
006260                          SRT-SECTION
006270                          SRT-ITEM-SEQ
006280         INPUT PROCEDURE IS 1510-RELEASE-ITEMS
006290                       THRU 1510-EXIT
006300         GIVING DISTSRTD.
006310     IF SORT-RETURN NOT = ZERO
006320         SET FAILURE TO TRUE
006330         DISPLAY "IDDIST - ITEM SORT FAILED, SORT-RETURN = "
006340             SORT-RETURN
006350     END-IF.
006360 1500-EXIT.
006370     EXIT.
006380*****************************************************************
006390* 1510-RELEASE-ITEMS - FEED EACH SELECTED SOURCE TO THE SORT.   *
006400* A SOURCE THAT IS NOT ON FILE THIS RUN IS NOTED AND SKIPPED -  *
006410* THE REMAINING SECTIONS ARE STILL DISTRIBUTED.                 *
006420*****************************************************************
006430 1510-RELEASE-ITEMS.
006440     IF SECTION-SELECTED (3)
006450         PERFORM 1520-OPEN-MASTER-LOOKUP THRU 1520-EXIT
006460     END-IF.
006470     IF SECTION-SELECTED (1) AND SUCCESS
006480         PERFORM 1600-RELEASE-EXCEPTIONS THRU 1600-EXIT
006490     END-IF.
006500     IF SECTION-SELECTED (2) AND SUCCESS
006510         PERFORM 1620-RELEASE-OPEN-ITEMS THRU 1620-EXIT
006520     END-IF.
006530     IF SECTION-SELECTED (3) AND SUCCESS
006540         PERFORM 1640-RELEASE-CHANGES THRU 1640-EXIT
006550     END-IF.
006560     IF SECTION-SELECTED (4) AND SUCCESS
006570         PERFORM 1660-RELEASE-ESCALATIONS THRU 1660-EXIT
006580     END-IF.
006590     IF SECTION-SELECTED (5) AND SUCCESS
006600         PERFORM 1680-RELEASE-REVOCATIONS THRU 1680-EXIT
006610     END-IF.
006620     IF MASTER-LOOKUP-ACTIVE
006630         CLOSE MASTFILE
006640     END-IF.
006650 1510-EXIT.
006660     EXIT.
006670 1520-OPEN-MASTER-LOOKUP.
006680     OPEN INPUT MASTFILE.
006690     IF MASTER-STATUS-OK
006700         SET MASTER-LOOKUP-ACTIVE TO TRUE
006710         GO TO 1520-EXIT
006720     END-IF.
006730     IF MASTER-FILE-MISSING
006740         DISPLAY "IDDIST - NO MASTER FILE - CHANGE LINES "
006750             "WITHOUT A DEPT-CODE ARE UNDELIVERABLE"
006760     ELSE
006770         SET FAILURE TO TRUE
006780         DISPLAY "IDDIST - CANNOT OPEN MASTER, STATUS = "
006790             MASTER-FILE-STATUS
006800     END-IF.
006810 1520-EXIT.
006820     EXIT.
006830*****************************************************************
006840* 1600 - SECTION 1, NEW EXCEPTIONS.  EVERY RECORD ON EXCEPT IS  *
006850* AN ITEM.                                                      *
006860*****************************************************************
006870 1600-RELEASE-EXCEPTIONS.
006880     OPEN INPUT EXCPFILE.
006890     IF EXCPFILE-NOT-FOUND
006900         SET SECTION-FILE-MISSING (1) TO TRUE
006910         DISPLAY "IDDIST - NO EXCEPTION FILE, SECTION 1 SKIPPED"
006920         GO TO 1600-EXIT
006930     END-IF.
006940     IF NOT EXCPFILE-STATUS-OK
006950         SET FAILURE TO TRUE
006960         DISPLAY "IDDIST - CANNOT OPEN EXCPFILE, STATUS = "
006970             EXCPFILE-STATUS
006980         GO TO 1600-EXIT
006990     END-IF.
007000     MOVE SPACES TO FLAG2.
007010     PERFORM 1610-RELEASE-EXCEPTION THRU 1610-EXIT
007020         UNTIL END-OF-SOURCE.
007030     CLOSE EXCPFILE.
007040 1600-EXIT.
007050     EXIT.
007060 1610-RELEASE-EXCEPTION.
007070     READ EXCPFILE
007080         AT END SET END-OF-SOURCE TO TRUE
007090     END-READ.
007100     IF NOT EXCPFILE-STATUS-OK
007110         SET FAILURE TO TRUE
007120         SET END-OF-SOURCE TO TRUE
007130         DISPLAY "IDDIST - I/O ERROR ON EXCPFILE, STATUS = "
007140             EXCPFILE-STATUS
007150         GO TO 1610-EXIT
007160     END-IF.
007170     IF END-OF-SOURCE
007180         GO TO 1610-EXIT
007190     END-IF.
007200     MOVE EXC-CODE1          TO EIL-CODE1.
007210     MOVE EXC-USERNAME       TO EIL-USERNAME.
007220     MOVE EXC-DEPT-CODE      TO EIL-DEPT-CODE.
007230     MOVE EXC-REASON-CODE    TO EIL-REASON-CODE.
007240     MOVE EXC-REASON-TEXT    TO EIL-REASON-TEXT.
007250     MOVE 1                  TO DIW-SECTION.
007260     MOVE EXC-DEPT-CODE      TO DIW-DEPT-CODE.
007270     MOVE EXCEPTION-ITEM-LINE TO DIW-ITEM-LINE.
007280     PERFORM 1700-RELEASE-ITEM THRU 1700-EXIT.
007290 1610-EXIT.
007300     EXIT.
007310*****************************************************************
007320* 1620 - SECTION 2, OPEN EXCEPTION ITEMS.  ONLY THE TRACKING    *
007330* REPORT'S DETAIL LINES ARE ITEMS - THEY ARE THE LINES THAT     *
007340* OPEN WITH A NUMERIC CODE1.                                    *
007350*****************************************************************
007360 1620-RELEASE-OPEN-ITEMS.
007370     OPEN INPUT TRKRPT.
007380     IF TRKRPT-NOT-FOUND
007390         SET SECTION-FILE-MISSING (2) TO TRUE
007400         DISPLAY "IDDIST - NO TRACKING REPORT, SECTION 2 SKIPPED"
007410         GO TO 1620-EXIT
007420     END-IF.
007430     IF NOT TRKRPT-STATUS-OK
007440         SET FAILURE TO TRUE
007450         DISPLAY "IDDIST - CANNOT OPEN TRKRPT, STATUS = "
007460             TRKRPT-STATUS
007470         GO TO 1620-EXIT
007480     END-IF.
007490     MOVE SPACES TO FLAG2.
007500     PERFORM 1630-RELEASE-OPEN-ITEM THRU 1630-EXIT
007510         UNTIL END-OF-SOURCE.
007520     CLOSE TRKRPT.
007530 1620-EXIT.
007540     EXIT.
007550 1630-RELEASE-OPEN-ITEM.
007560     READ TRKRPT
007570         AT END SET END-OF-SOURCE TO TRUE
007580     END-READ.
007590     IF NOT TRKRPT-STATUS-OK
007600         SET FAILURE TO TRUE
007610         SET END-OF-SOURCE TO TRUE
007620         DISPLAY "IDDIST - I/O ERROR ON TRKRPT, STATUS = "
007630             TRKRPT-STATUS
007640         GO TO 1630-EXIT
007650     END-IF.
007660     IF END-OF-SOURCE
007670         GO TO 1630-EXIT
007680     END-IF.
007690     IF TRL-CODE1 NOT NUMERIC
007700         GO TO 1630-EXIT
007710     END-IF.
007720     MOVE 2                  TO DIW-SECTION.
007730     MOVE TRL-DEPT-CODE      TO DIW-DEPT-CODE.
007740     MOVE TRACK-REPORT-LINE  TO DIW-ITEM-LINE.
007750     PERFORM 1700-RELEASE-ITEM THRU 1700-EXIT.
007760 1630-EXIT.
007770     EXIT.
007780*****************************************************************
007790* 1640 - SECTION 3, MASTER CHANGES.  NEW AND GONE LINES CARRY   *
007800* THEIR OWN DEPT-CODE.  A CHG LINE IS PLACED BY THE CODE1'S     *
007810* CURRENT DEPARTMENT ON THE MASTER; ONE THAT CANNOT BE PLACED   *
007820* GOES TO THE UNDELIVERABLE REPORT WITH A BLANK DEPT-CODE.      *
007830*****************************************************************
007840 1640-RELEASE-CHANGES.
007850     OPEN INPUT CHGRPT.
007860     IF CHGRPT-NOT-FOUND
007870         SET SECTION-FILE-MISSING (3) TO TRUE
007880         DISPLAY "IDDIST - NO CHANGE REPORT, SECTION 3 SKIPPED"
007890         GO TO 1640-EXIT
007900     END-IF.
007910     IF NOT CHGRPT-STATUS-OK
007920         SET FAILURE TO TRUE
007930         DISPLAY "IDDIST - CANNOT OPEN CHGRPT, STATUS = "
007940             CHGRPT-STATUS
007950         GO TO 1640-EXIT
007960     END-IF.
007970     MOVE SPACES TO FLAG2.
007980     PERFORM 1650-RELEASE-CHANGE THRU 1650-EXIT
007990         UNTIL END-OF-SOURCE.
008000     CLOSE CHGRPT.
008010 1640-EXIT.
008020     EXIT.
008030 1650-RELEASE-CHANGE.
008040     READ CHGRPT
008050         AT END SET END-OF-SOURCE TO TRUE
008060     END-READ.
008070     IF NOT CHGRPT-STATUS-OK
008080         SET FAILURE TO TRUE
008090         SET END-OF-SOURCE TO TRUE
008100         DISPLAY "IDDIST - I/O ERROR ON CHGRPT, STATUS = "
008110             CHGRPT-STATUS
008120         GO TO 1650-EXIT
008130     END-IF.
008140     IF END-OF-SOURCE
008150         GO TO 1650-EXIT
008160     END-IF.
008170     IF CRL-CODE1 NOT NUMERIC
008180         GO TO 1650-EXIT
008190     END-IF.
008200     IF CRL-NEW-OR-GONE
008210         MOVE CRL-DEPT-CODE  TO DIW-DEPT-CODE
008220     ELSE
008230         IF CRL-FIELD-CHANGE
008240             PERFORM 1655-PLACE-FIELD-CHANGE THRU 1655-EXIT
008250         ELSE
008260             GO TO 1650-EXIT
008270         END-IF
008280     END-IF.
008290     MOVE 3                  TO DIW-SECTION.
008300     MOVE CHANGE-REPORT-LINE TO DIW-ITEM-LINE.
008310     PERFORM 1700-RELEASE-ITEM THRU 1700-EXIT.
008320 1650-EXIT.
008330     EXIT.
008340 1655-PLACE-FIELD-CHANGE.
008350     MOVE SPACES TO DIW-DEPT-CODE.
008360     IF MASTER-LOOKUP-INACTIVE
008370         ADD 1 TO CHG-UNPLACED-COUNT
008380         GO TO 1655-EXIT
008390     END-IF.
008400     MOVE CRL-CODE1-9 TO MST-CODE1.
008410     READ MASTFILE
008420         INVALID KEY CONTINUE
008430     END-READ.
008440     IF MASTER-STATUS-OK
008450         MOVE MST-DEPT-CODE TO DIW-DEPT-CODE
008460         GO TO 1655-EXIT
008470     END-IF.
008480     IF NOT MASTER-RECORD-NOT-FOUND
008490         SET FAILURE TO TRUE
008500         SET END-OF-SOURCE TO TRUE
008510         DISPLAY "IDDIST - I/O ERROR ON MASTER, STATUS = "
008520             MASTER-FILE-STATUS
008530     END-IF.
008540     ADD 1 TO CHG-UNPLACED-COUNT.
008550 1655-EXIT.
008560     EXIT.
008570*****************************************************************
008580* 1660 - SECTION 4, RECERT ESCALATIONS.  ONLY THE DETAIL LINES  *
008590* (NUMERIC CODE1 IN COLUMNS 1-6) ARE ITEMS.                     *
008600*****************************************************************
008610 1660-RELEASE-ESCALATIONS.
008620     OPEN INPUT ESCRPT.
008630     IF ESCRPT-NOT-FOUND
008640         SET SECTION-FILE-MISSING (4) TO TRUE
008650         DISPLAY "IDDIST - NO ESCALATION REPORT, SECTION 4 "
008660             "SKIPPED"
008670         GO TO 1660-EXIT
008680     END-IF.
008690     IF NOT ESCRPT-STATUS-OK
008700         SET FAILURE TO TRUE
008710         DISPLAY "IDDIST - CANNOT OPEN ESCRPT, STATUS = "
008720             ESCRPT-STATUS
008730         GO TO 1660-EXIT
008740     END-IF.
008750     MOVE SPACES TO FLAG2.
008760     PERFORM 1670-RELEASE-ESCALATION THRU 1670-EXIT
008770         UNTIL END-OF-SOURCE.
008780     CLOSE ESCRPT.
008790 1660-EXIT.
008800     EXIT.
008810 1670-RELEASE-ESCALATION.
008820     READ ESCRPT
008830         AT END SET END-OF-SOURCE TO TRUE
008840     END-READ.
008850     IF NOT ESCRPT-STATUS-OK
008860         SET FAILURE TO TRUE
008870         SET END-OF-SOURCE TO TRUE
008880         DISPLAY "IDDIST - I/O ERROR ON ESCRPT, STATUS = "
008890             ESCRPT-STATUS
008900         GO TO 1670-EXIT
008910     END-IF.
008920     IF END-OF-SOURCE
008930         GO TO 1670-EXIT
008940     END-IF.
008950     IF ERL-CODE1 NOT NUMERIC
008960         GO TO 1670-EXIT
008970     END-IF.
008980     MOVE 4                  TO DIW-SECTION.
008990     MOVE ERL-DEPT-CODE      TO DIW-DEPT-CODE.
009000     MOVE ESCALATION-REPORT-LINE TO DIW-ITEM-LINE.
009010     PERFORM 1700-RELEASE-ITEM THRU 1700-EXIT.
009020 1670-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 1680 - SECTION 5, REVOCATIONS.  EVERY DETAIL RECORD ON THE    *
009060* REVOCATION FEED IS AN ITEM; THE HEADER AND TRAILER ARE NOT.   *
009070*****************************************************************
009080 1680-RELEASE-REVOCATIONS.
009090     OPEN INPUT RVKFILE.
009100     IF RVKFILE-NOT-FOUND
009110         SET SECTION-FILE-MISSING (5) TO TRUE
009120         DISPLAY "IDDIST - NO REVOCATION FEED, SECTION 5 SKIPPED"
009130         GO TO 1680-EXIT
009140     END-IF.
009150     IF NOT RVKFILE-STATUS-OK
009160         SET FAILURE TO TRUE
009170         DISPLAY "IDDIST - CANNOT OPEN RVKFILE, STATUS = "
009180             RVKFILE-STATUS
009190         GO TO 1680-EXIT
009200     END-IF.
009210     MOVE SPACES TO FLAG2.
009220     PERFORM 1690-RELEASE-REVOCATION THRU 1690-EXIT
009230         UNTIL END-OF-SOURCE.
009240     CLOSE RVKFILE.
009250 1680-EXIT.
009260     EXIT.
009270 1690-RELEASE-REVOCATION.
009280     READ RVKFILE
009290         AT END SET END-OF-SOURCE TO TRUE
009300     END-READ.
009310     IF NOT RVKFILE-STATUS-OK
009320         SET FAILURE TO TRUE
009330         SET END-OF-SOURCE TO TRUE
009340         DISPLAY "IDDIST - I/O ERROR ON RVKFILE, STATUS = "
009350             RVKFILE-STATUS
009360         GO TO 1690-EXIT
009370     END-IF.
009380     IF END-OF-SOURCE
009390         GO TO 1690-EXIT
009400     END-IF.
009410     IF NOT RVR-DETAIL-RECORD
009420         GO TO 1690-EXIT
009430     END-IF.
009440     MOVE RVR-CODE1          TO RIL-CODE1.
009450     MOVE RVR-USERNAME       TO RIL-USERNAME.
009460     MOVE RVR-DEPT-CODE      TO RIL-DEPT-CODE.
009465     EVALUATE TRUE
009470         WHEN RVR-OFF-FEED
009475             MOVE "OFF FEED"      TO RIL-REASON
009480         WHEN RVR-ROSTER-INACTIVE
009485             MOVE "INACTIVE"      TO RIL-REASON
009490         WHEN RVR-MANUAL-DELETE
009495             MOVE "MANUAL DEL"    TO RIL-REASON
009500         WHEN OTHER
009505             MOVE RVR-REVOKE-REASON TO RIL-REASON
009510     END-EVALUATE.
009560     MOVE RVR-LAST-SEEN-DATE TO RIL-LAST-SEEN-DATE.
009570     MOVE 5                  TO DIW-SECTION.
009580     MOVE RVR-DEPT-CODE      TO DIW-DEPT-CODE.
009590     MOVE REVOKE-ITEM-LINE   TO DIW-ITEM-LINE.
009600     PERFORM 1700-RELEASE-ITEM THRU 1700-EXIT.
009610 1690-EXIT.
009620     EXIT.
009630*****************************************************************
009640* 1700-RELEASE-ITEM - ROUTE ONE STAGED ITEM TO ITS DEPARTMENT'S *
009650* OWNING MANAGER AND RELEASE IT TO THE SORT.  AN ITEM WHOSE     *
009660* DEPARTMENT IS NOT ON DEPTREF, OR HAS NO MANAGER THERE, IS     *
009670* KEYED ON HIGH-VALUES SO IT SORTS BEHIND EVERY PACKET ONTO THE *
009680* UNDELIVERABLE REPORT.                                         *
009690*****************************************************************
009700 1700-RELEASE-ITEM.
009710     ADD 1 TO ITEMS-RELEASED-COUNT.
009720     ADD 1 TO SECTION-READ-COUNT (DIW-SECTION).
009730     MOVE ITEMS-RELEASED-COUNT TO DIW-ITEM-SEQ.
009740     MOVE DIW-DEPT-CODE      TO DEPT-SEEK-CODE.
009750     PERFORM 2270-SEARCH-DEPT-REFERENCE THRU 2270-EXIT.
009760     IF DEPT-CODE-FOUND
009770      AND DRT-MANAGER-NUMBER (DEPT-REF-IDX) > ZERO
009780         SET MGR-IDX TO DRT-MANAGER-NUMBER (DEPT-REF-IDX)
009790         MOVE MGT-MANAGER (MGR-IDX) TO DIW-MANAGER
009800         MOVE DRT-MANAGER-NUMBER (DEPT-REF-IDX)
009810                             TO DIW-MANAGER-NUMBER
009820         ADD 1 TO MGT-ITEM-COUNT (MGR-IDX)
009830                  MGT-SECTION-COUNT (MGR-IDX, DIW-SECTION)
009840                  ITEMS-DELIVERED-COUNT
009850     ELSE
009860         MOVE HIGH-VALUES    TO DIW-MANAGER
009870         MOVE ZERO           TO DIW-MANAGER-NUMBER
009880         ADD 1 TO SECTION-UNDELIV-COUNT (DIW-SECTION)
009890                  ITEMS-UNDELIV-COUNT
009900     END-IF.
009910     RELEASE SORT-WORK-RECORD FROM DIST-ITEM-WORK.
009920 1700-EXIT.
009930     EXIT.
009940*****************************************************************
009950* 1800-LOAD-DEPT-REFERENCE - LOAD THE DEPARTMENT REFERENCE      *
009960* (CODE, NAME, OWNING MANAGER) AND BUILD THE MANAGER TABLE FROM *
009970* IT.  THE REFERENCE IS WHAT ROUTES EVERY ITEM, SO THE RUN      *
009980* CANNOT PROCEED WITHOUT IT.                                    *
009990*****************************************************************
010000 1800-LOAD-DEPT-REFERENCE.
010010     OPEN INPUT DEPTREF.
010020     IF DEPTREF-NOT-FOUND
010030         SET FAILURE TO TRUE
010040         DISPLAY "IDDIST - NO DEPT REFERENCE FILE - NOTHING CAN "
010050             "BE DISTRIBUTED"
010060         GO TO 1800-EXIT
010070     END-IF.
010080     IF NOT DEPTREF-STATUS-OK
010090         SET FAILURE TO TRUE
010100         DISPLAY "IDDIST - CANNOT OPEN DEPTREF, STATUS = "
010110             DEPTREF-STATUS
010120         GO TO 1800-EXIT
010130     END-IF.
010140     PERFORM 1810-LOAD-DEPT-REF-RECORD THRU 1810-EXIT
010150         UNTIL END-OF-DEPT-REF.
010160     CLOSE DEPTREF.
010170     IF DEPT-REF-COUNT = ZERO
010180         SET FAILURE TO TRUE
010190         DISPLAY "IDDIST - DEPT REFERENCE IS EMPTY - NOTHING CAN "
010200             "BE DISTRIBUTED"
010210     END-IF.
010220 1800-EXIT.
010230     EXIT.
010240 1810-LOAD-DEPT-REF-RECORD.
010250     READ DEPTREF
010260         AT END SET END-OF-DEPT-REF TO TRUE
010270     END-READ.
010280     IF NOT DEPTREF-STATUS-OK
010290         SET FAILURE TO TRUE
010300         SET END-OF-DEPT-REF TO TRUE
010310         DISPLAY "IDDIST - I/O ERROR ON DEPTREF, STATUS = "
010320             DEPTREF-STATUS
010330         GO TO 1810-EXIT
010340     END-IF.
010350     IF END-OF-DEPT-REF
010360         GO TO 1810-EXIT
010370     END-IF.
010380     IF DEPT-REF-COUNT < 500
010390         ADD 1 TO DEPT-REF-COUNT
010400         SET DEPT-REF-IDX TO DEPT-REF-COUNT
010410         MOVE DRF-DEPT-CODE TO DRT-DEPT-CODE (DEPT-REF-IDX)
010420         MOVE DRF-DEPT-NAME TO DRT-DEPT-NAME (DEPT-REF-IDX)
010430         MOVE DRF-MANAGER   TO DRT-MANAGER (DEPT-REF-IDX)
010440         MOVE ZERO          TO DRT-MANAGER-NUMBER (DEPT-REF-IDX)
010450         IF DRF-MANAGER NOT = SPACES
010460             PERFORM 1830-REGISTER-MANAGER THRU 1830-EXIT
010470         END-IF
010480     ELSE
010490         PERFORM 1820-DEPT-REF-FULL-WARNING THRU 1820-EXIT
010500     END-IF.
010510 1810-EXIT.
010520     EXIT.
010530 1820-DEPT-REF-FULL-WARNING.
010540     IF NOT DEPT-REF-TABLE-FULL-WARNED
010550         DISPLAY "IDDIST - WARNING - DEPT-REF-TABLE FULL AT 500"
010560         DISPLAY "IDDIST - REMAINING DEPARTMENTS ARE "
010570             "UNDELIVERABLE"
010580         SET DEPT-REF-TABLE-FULL-WARNED TO TRUE
010590     END-IF.
010600 1820-EXIT.
010610     EXIT.
010620*    A MANAGER WHO OWNS SEVERAL DEPARTMENTS GETS ONE PACKET -
010630*    EACH DISTINCT NAME TAKES ONE SLOT IN THE MANAGER TABLE.
010640 1830-REGISTER-MANAGER.
010650     SET MANAGER-NOT-FOUND TO TRUE.
010660     IF MANAGER-COUNT > ZERO
010670         SET MGR-IDX TO 1
010680         SEARCH MANAGER-ENTRY
010690             AT END
010700                 SET MANAGER-NOT-FOUND TO TRUE
010710             WHEN MGR-IDX > MANAGER-COUNT
010720                 SET MANAGER-NOT-FOUND TO TRUE
010730             WHEN MGT-MANAGER (MGR-IDX) = DRF-MANAGER
010740                 SET MANAGER-FOUND TO TRUE
010750         END-SEARCH
010760     END-IF.
010770     IF MANAGER-NOT-FOUND
010780         ADD 1 TO MANAGER-COUNT
010790         SET MGR-IDX TO MANAGER-COUNT
010800         MOVE DRF-MANAGER TO MGT-MANAGER (MGR-IDX)
010810         MOVE ZERO        TO MGT-ITEM-COUNT (MGR-IDX)
010820         PERFORM 1840-CLEAR-MANAGER-COUNT THRU 1840-EXIT
010830             VARYING SECTION-SUB FROM 1 BY 1
010840             UNTIL SECTION-SUB > 5
010850     END-IF.
010860     SET DRT-MANAGER-NUMBER (DEPT-REF-IDX) TO MGR-IDX.
010870 1830-EXIT.
010880     EXIT.
010890 1840-CLEAR-MANAGER-COUNT.
010900     MOVE ZERO TO MGT-SECTION-COUNT (MGR-IDX, SECTION-SUB).
010910 1840-EXIT.
010920     EXIT.
010930*****************************************************************
010940* MAIN-PROCESS - BUILD THE PACKETS FROM THE SORTED STREAM.  A   *
010950* NEW MANAGER OPENS A PACKET WITH ITS COVER PAGE; A NEW         *
010960* DEPARTMENT OR SECTION OPENS A SECTION HEADING.  THE           *
010970* UNDELIVERABLE ITEMS FOLLOW THE LAST PACKET AND ARE WRITTEN TO *
010980* THE UNDELIVERABLE REPORT IN THE SAME FORM.                    *
010990*****************************************************************
011000 MAIN-PROCESS     SECTION.
011010 MAIN-PROCESS-ENTRY.
011020     READ DISTSRTD
011030         AT END SET END-OF-SORTED TO TRUE
011040     END-READ.
011050     IF NOT DISTSRTD-STATUS-OK
011060         SET FAILURE TO TRUE
011070         SET END-OF-SORTED TO TRUE
011080         DISPLAY "IDDIST - I/O ERROR ON DISTSRTD, STATUS = "
011090             DISTSRTD-STATUS
011100         GO TO MAIN-PROCESS-EXIT
011110     END-IF.
011120     IF END-OF-SORTED
011130         GO TO MAIN-PROCESS-EXIT
011140     END-IF.
011150     IF NOT GROUP-IS-OPEN
011160      OR DSR-MANAGER NOT = PRIOR-MANAGER
011170         PERFORM 2100-START-RECIPIENT THRU 2100-EXIT
011180     END-IF.
011190     IF DSR-DEPT-CODE NOT = PRIOR-DEPT-CODE
011200         PERFORM 2200-START-DEPARTMENT THRU 2200-EXIT
011210     END-IF.
011220     IF DSR-SECTION NOT = PRIOR-SECTION
011230         PERFORM 2300-START-SECTION THRU 2300-EXIT
011240     END-IF.
011250     MOVE DSR-ITEM-LINE      TO OUTPUT-LINE.
011260     PERFORM 2900-PUT-LINE THRU 2900-EXIT.
011270     IF UNDELIVERABLE-GROUP
011280         ADD 1 TO UDC-ITEM-COUNT
011290                  UDC-SECTION-COUNT (DSR-SECTION)
011300     END-IF.
011310 MAIN-PROCESS-EXIT.
011320     EXIT.
011330*****************************************************************
011340* 2100-START-RECIPIENT - OPEN THE NEXT MANAGER'S PACKET WITH    *
011350* ITS COVER PAGE AND INDEX ENTRY, OR OPEN THE UNDELIVERABLE     *
011360* BLOCK OF THE INDEX WHEN THE HIGH-VALUES GROUP ARRIVES.        *
011370*****************************************************************
011380 2100-START-RECIPIENT.
011390     MOVE DSR-MANAGER        TO PRIOR-MANAGER.
011400     MOVE HIGH-VALUES        TO PRIOR-DEPT-CODE.
011410     SET GROUP-IS-OPEN       TO TRUE.
011420     IF DSR-UNDELIVERABLE
011430         SET UNDELIVERABLE-GROUP TO TRUE
011440         PERFORM 2400-START-UNDELIV-INDEX THRU 2400-EXIT
011450         GO TO 2100-EXIT
011460     END-IF.
011470     SET PACKET-GROUP        TO TRUE.
011480     ADD 1 TO PACKETS-BUILT-COUNT.
011490     MOVE PACKETS-BUILT-COUNT TO PACKET-NUMBER-DISPLAY.
011500     SET MGR-IDX             TO DSR-MANAGER-NUMBER.
011510     MOVE PACKET-RULE-LINE   TO PACKET-LINE.
011520     WRITE PACKET-LINE.
011530     MOVE RUN-DATE-DISPLAY   TO PHL-RUN-DATE.
011540     MOVE PACKET-HEADING-LINE TO PACKET-LINE.
011550     WRITE PACKET-LINE.
011560     MOVE SPACES             TO PACKET-LINE.
011570     WRITE PACKET-LINE.
011580     MOVE "PACKET NUMBER"    TO PLL-LABEL.
011590     MOVE PACKET-NUMBER-DISPLAY TO PLL-VALUE.
011600     MOVE PACKET-LABEL-LINE  TO PACKET-LINE.
011610     WRITE PACKET-LINE.
011620     MOVE "DELIVER TO"       TO PLL-LABEL.
011630     MOVE DSR-MANAGER        TO PLL-VALUE.
011640     MOVE PACKET-LABEL-LINE  TO PACKET-LINE.
011650     WRITE PACKET-LINE.
011660     MOVE SPACES             TO PACKET-LINE.
011670     WRITE PACKET-LINE.
011680     MOVE "DEPARTMENTS COVERED" TO PACKET-LINE.
011690     WRITE PACKET-LINE.
011700     MOVE ZERO               TO PACKET-DEPT-COUNT.
011710     PERFORM 2110-LIST-PACKET-DEPT THRU 2110-EXIT
011720         VARYING DEPT-REF-IDX FROM 1 BY 1
011730         UNTIL DEPT-REF-IDX > DEPT-REF-COUNT.
011740     MOVE SPACES             TO PACKET-LINE.
011750     WRITE PACKET-LINE.
011760     MOVE PACKET-SECTION-CAPTION TO PACKET-LINE.
011770     WRITE PACKET-LINE.
011780     PERFORM 2120-LIST-PACKET-SECTION THRU 2120-EXIT
011790         VARYING SECTION-SUB FROM 1 BY 1
011800         UNTIL SECTION-SUB > 5.
011810     MOVE MGT-ITEM-COUNT (MGR-IDX) TO PSL-ITEM-COUNT.
011820     MOVE ZERO               TO PSL-SECTION-NUMBER.
011830     MOVE "TOTAL ITEMS"      TO PSL-SECTION-TITLE.
011840     MOVE PACKET-SECTION-LINE TO PACKET-LINE.
011850     MOVE SPACE              TO PACKET-LINE (5:1).
011860     WRITE PACKET-LINE.
011870     MOVE PACKET-RULE-LINE   TO PACKET-LINE.
011880     WRITE PACKET-LINE.
011890     PERFORM 2150-WRITE-PACKET-INDEX THRU 2150-EXIT.
011900 2100-EXIT.
011910     EXIT.
011920 2110-LIST-PACKET-DEPT.
011930     IF DRT-MANAGER-NUMBER (DEPT-REF-IDX) NOT = DSR-MANAGER-NUMBER
011940         GO TO 2110-EXIT
011950     END-IF.
011960     ADD 1 TO PACKET-DEPT-COUNT.
011970     MOVE DRT-DEPT-CODE (DEPT-REF-IDX) TO PDL-DEPT-CODE.
011980     MOVE DRT-DEPT-NAME (DEPT-REF-IDX) TO PDL-DEPT-NAME.
011990     MOVE PACKET-DEPT-LINE   TO PACKET-LINE.
012000     WRITE PACKET-LINE.
012010 2110-EXIT.
012020     EXIT.
012030 2120-LIST-PACKET-SECTION.
012040     IF MGT-SECTION-COUNT (MGR-IDX, SECTION-SUB) = ZERO
012050         GO TO 2120-EXIT
012060     END-IF.
012070     MOVE SECTION-SUB        TO PSL-SECTION-NUMBER.
012080     MOVE SECTION-TITLE (SECTION-SUB) TO PSL-SECTION-TITLE.
012090     MOVE MGT-SECTION-COUNT (MGR-IDX, SECTION-SUB)
012100                             TO PSL-ITEM-COUNT.
012110     MOVE PACKET-SECTION-LINE TO PACKET-LINE.
012120     WRITE PACKET-LINE.
012130 2120-EXIT.
012140     EXIT.
012150 2150-WRITE-PACKET-INDEX.
012160     MOVE SPACES             TO INDEX-DETAIL-LINE.
012170     MOVE PACKET-NUMBER-DISPLAY TO IXL-PACKET-ID.
012180     MOVE DSR-MANAGER        TO IXL-RECIPIENT.
012190     MOVE PACKET-DEPT-COUNT  TO IXL-DEPT-COUNT.
012200     PERFORM 2160-SET-PACKET-INDEX-COUNT THRU 2160-EXIT
012210         VARYING SECTION-SUB FROM 1 BY 1
012220         UNTIL SECTION-SUB > 5.
012230     MOVE MGT-ITEM-COUNT (MGR-IDX) TO IXL-ITEM-COUNT.
012240     MOVE INDEX-DETAIL-LINE  TO INDEX-LINE.
012250     WRITE INDEX-LINE.
012260 2150-EXIT.
012270     EXIT.
012280 2160-SET-PACKET-INDEX-COUNT.
012290     MOVE MGT-SECTION-COUNT (MGR-IDX, SECTION-SUB)
012300                             TO IXL-SECTION-COUNT (SECTION-SUB).
012310 2160-EXIT.
012320     EXIT.
012330*****************************************************************
012340* 2200-START-DEPARTMENT - NOTE THE DEPARTMENT'S NAME FOR THE    *
012350* SECTION HEADINGS.  ON THE UNDELIVERABLE REPORT EACH           *
012360* DEPARTMENT ALSO GETS A BANNER GIVING THE REASON, AND THE      *
012370* PRIOR DEPARTMENT'S COUNTS ARE POSTED TO THE INDEX.            *
012380*****************************************************************
012390 2200-START-DEPARTMENT.
012400     IF UNDELIV-DEPT-OPEN
012410         PERFORM 2450-WRITE-UNDELIV-INDEX THRU 2450-EXIT
012420     END-IF.
012430     MOVE DSR-DEPT-CODE      TO PRIOR-DEPT-CODE.
012440     MOVE ZERO               TO PRIOR-SECTION.
012450     MOVE DSR-DEPT-CODE      TO DEPT-SEEK-CODE.
012460     PERFORM 2270-SEARCH-DEPT-REFERENCE THRU 2270-EXIT.
012470     IF DEPT-CODE-FOUND
012480         MOVE DRT-DEPT-NAME (DEPT-REF-IDX) TO DEPT-NAME-WORK
012490         MOVE "NO MANAGER ON FILE"  TO UNDELIV-DEPT-REASON
012500     ELSE
012510         MOVE "NOT ON DEPTREF"      TO DEPT-NAME-WORK
012520         IF DSR-DEPT-CODE = SPACES
012530             MOVE "DEPT-CODE UNKNOWN"   TO UNDELIV-DEPT-REASON
012540         ELSE
012550             MOVE "DEPT NOT ON DEPTREF" TO UNDELIV-DEPT-REASON
012560         END-IF
012570     END-IF.
012580     IF PACKET-GROUP
012590         GO TO 2200-EXIT
012600     END-IF.
012610     SET UNDELIV-DEPT-OPEN   TO TRUE.
012620     ADD 1 TO UNDELIV-DEPTS-COUNT.
012630     MOVE ZERO               TO UDC-ITEM-COUNT.
012640     PERFORM 2210-CLEAR-UNDELIV-COUNT THRU 2210-EXIT
012650         VARYING SECTION-SUB FROM 1 BY 1
012660         UNTIL SECTION-SUB > 5.
012670     MOVE SPACES             TO UNDELIV-LINE.
012680     WRITE UNDELIV-LINE.
012690     MOVE DSR-DEPT-CODE      TO UDL-DEPT-CODE.
012700     MOVE UNDELIV-DEPT-REASON TO UDL-REASON.
012710     MOVE UNDELIV-DEPT-LINE  TO UNDELIV-LINE.
012720     WRITE UNDELIV-LINE.
012730 2200-EXIT.
012740     EXIT.
012750 2210-CLEAR-UNDELIV-COUNT.
012760     MOVE ZERO TO UDC-SECTION-COUNT (SECTION-SUB).
012770 2210-EXIT.
012780     EXIT.
012790 2270-SEARCH-DEPT-REFERENCE.
012800     SET DEPT-CODE-NOT-FOUND TO TRUE.
012810     IF DEPT-REF-COUNT > ZERO
012820      AND DEPT-SEEK-CODE NOT = SPACES
012830         SET DEPT-REF-IDX TO 1
012840         SEARCH DEPT-REF-ENTRY
012850             AT END
012860                 SET DEPT-CODE-NOT-FOUND TO TRUE
012870             WHEN DEPT-REF-IDX > DEPT-REF-COUNT
012880                 SET DEPT-CODE-NOT-FOUND TO TRUE
012890             WHEN DRT-DEPT-CODE (DEPT-REF-IDX) = DEPT-SEEK-CODE
012900                 SET DEPT-CODE-FOUND TO TRUE
012910         END-SEARCH
012920     END-IF.
012930 2270-EXIT.
012940     EXIT.
012950*****************************************************************
012960* 2300-START-SECTION - SECTION HEADING AND THE SECTION'S OWN    *
012970* COLUMN CAPTIONS AHEAD OF ITS ITEMS.                           *
012980*****************************************************************
012990 2300-START-SECTION.
013000     MOVE DSR-SECTION        TO PRIOR-SECTION.
013010     MOVE SPACES             TO OUTPUT-LINE.
013020     PERFORM 2900-PUT-LINE THRU 2900-EXIT.
013030     MOVE DSR-SECTION        TO SHL-SECTION-NUMBER.
013040     MOVE SECTION-TITLE (DSR-SECTION) TO SHL-SECTION-TITLE.
013050     MOVE DSR-DEPT-CODE      TO SHL-DEPT-CODE.
013060     MOVE DEPT-NAME-WORK     TO SHL-DEPT-NAME.
013070     MOVE SECTION-HEADING-LINE TO OUTPUT-LINE.
013080     PERFORM 2900-PUT-LINE THRU 2900-EXIT.
013090     IF DSR-SECTION = 1
013100         MOVE EXCEPTION-COLUMN-LINE  TO OUTPUT-LINE
013110     END-IF.
013120     IF DSR-SECTION = 2
013130         MOVE TRACK-COLUMN-LINE      TO OUTPUT-LINE
013140     END-IF.
013150     IF DSR-SECTION = 3
013160         MOVE CHANGE-COLUMN-LINE     TO OUTPUT-LINE
013170     END-IF.
013180     IF DSR-SECTION = 4
013190         MOVE ESCALATION-COLUMN-LINE TO OUTPUT-LINE
013200     END-IF.
013210     IF DSR-SECTION = 5
013220         MOVE REVOKE-COLUMN-LINE     TO OUTPUT-LINE
013230     END-IF.
013240     PERFORM 2900-PUT-LINE THRU 2900-EXIT.
013250 2300-EXIT.
013260     EXIT.
013270 2400-START-UNDELIV-INDEX.
013280     MOVE SPACES             TO INDEX-LINE.
013290     WRITE INDEX-LINE.
013300     MOVE "UNDELIVERABLE - NO OWNING MANAGER ON DEPTREF"
013310                             TO INDEX-LINE.
013320     WRITE INDEX-LINE.
013330     MOVE UNDELIV-COLUMN-LINE TO INDEX-LINE.
013340     WRITE INDEX-LINE.
013350 2400-EXIT.
013360     EXIT.
013370 2450-WRITE-UNDELIV-INDEX.
013380     MOVE SPACES             TO INDEX-DETAIL-LINE.
013390     MOVE PRIOR-DEPT-CODE    TO IXL-PACKET-ID.
013400     MOVE UNDELIV-DEPT-REASON TO IXL-RECIPIENT.
013410     PERFORM 2460-SET-UNDELIV-INDEX-COUNT THRU 2460-EXIT
013420         VARYING SECTION-SUB FROM 1 BY 1
013430         UNTIL SECTION-SUB > 5.
013440     MOVE UDC-ITEM-COUNT     TO IXL-ITEM-COUNT.
013450     MOVE INDEX-DETAIL-LINE  TO INDEX-LINE.
013460     WRITE INDEX-LINE.
013470     SET UNDELIV-DEPT-CLOSED TO TRUE.
013480 2450-EXIT.
013490     EXIT.
013500 2460-SET-UNDELIV-INDEX-COUNT.
013510     MOVE UDC-SECTION-COUNT (SECTION-SUB)
013520                             TO IXL-SECTION-COUNT (SECTION-SUB).
013530 2460-EXIT.
013540     EXIT.
013550*    EVERY SECTION HEADING AND ITEM GOES TO THE CURRENT
013560*    MANAGER'S PACKET, OR TO THE UNDELIVERABLE REPORT ONCE THE
013570*    HIGH-VALUES GROUP HAS STARTED.
013580 2900-PUT-LINE.
013590     IF UNDELIVERABLE-GROUP
013600         MOVE OUTPUT-LINE    TO UNDELIV-LINE
013610         WRITE UNDELIV-LINE
013620     ELSE
013630         MOVE OUTPUT-LINE    TO PACKET-LINE
013640         WRITE PACKET-LINE
013650     END-IF.
013660 2900-EXIT.
013670     EXIT.
013680*****************************************************************
013690* POST-PROCESS - POST THE LAST UNDELIVERABLE DEPARTMENT, WRITE  *
013700* THE INDEX TOTALS AND CLOSE ALL FILES.                         *
013710*****************************************************************
013720 POST-PROCESS     SECTION.
013730 POST-PROCESS-ENTRY.
013740     IF UNDELIV-DEPT-OPEN
013750         PERFORM 2450-WRITE-UNDELIV-INDEX THRU 2450-EXIT
013760     END-IF.
013770     IF NOT UNDELIVERABLE-GROUP
013780         PERFORM 2400-START-UNDELIV-INDEX THRU 2400-EXIT
013790         MOVE "NONE"         TO INDEX-LINE
013800         WRITE INDEX-LINE
013810         MOVE SPACES         TO UNDELIV-LINE
013820         WRITE UNDELIV-LINE
013830         MOVE "NO UNDELIVERABLE ITEMS THIS RUN" TO UNDELIV-LINE
013840         WRITE UNDELIV-LINE
013850     END-IF.
013860     IF PACKETS-BUILT-COUNT = ZERO
013870         MOVE "NO ITEMS TO DISTRIBUTE THIS RUN" TO PACKET-LINE
013880         WRITE PACKET-LINE
013890     END-IF.
013900     PERFORM 3300-WRITE-DIST-TOTALS THRU 3300-EXIT.
013910     CLOSE DISTSRTD.
013920     CLOSE DISTPKT.
013930     CLOSE DISTIDX.
013940     CLOSE UNDELIV.
013950     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
013960 POST-PROCESS-EXIT.
013970     EXIT.
013980 3300-WRITE-DIST-TOTALS.
013990     MOVE SPACES              TO INDEX-LINE.
014000     WRITE INDEX-LINE.
014010     PERFORM 3310-WRITE-SECTION-TOTAL THRU 3310-EXIT
014020         VARYING SECTION-SUB FROM 1 BY 1
014030         UNTIL SECTION-SUB > 5.
014040     MOVE PACKETS-BUILT-COUNT TO DIST-COUNT-DISPLAY.
014050     MOVE SPACES              TO INDEX-TOTAL-LINE.
014060     MOVE "PACKETS BUILT"     TO ITL-LABEL.
014070     MOVE DIST-COUNT-DISPLAY  TO ITL-VALUE.
014080     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014090     WRITE INDEX-LINE.
014100     MOVE ITEMS-DELIVERED-COUNT TO DIST-COUNT-DISPLAY.
014110     MOVE SPACES              TO INDEX-TOTAL-LINE.
014120     MOVE "ITEMS DISTRIBUTED" TO ITL-LABEL.
014130     MOVE DIST-COUNT-DISPLAY  TO ITL-VALUE.
014140     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014150     WRITE INDEX-LINE.
014160     MOVE ITEMS-UNDELIV-COUNT TO DIST-COUNT-DISPLAY.
014170     MOVE SPACES              TO INDEX-TOTAL-LINE.
014180     MOVE "ITEMS UNDELIVERABLE" TO ITL-LABEL.
014190     MOVE DIST-COUNT-DISPLAY  TO ITL-VALUE.
014200     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014210     WRITE INDEX-LINE.
014220     MOVE UNDELIV-DEPTS-COUNT TO DIST-COUNT-DISPLAY.
014230     MOVE SPACES              TO INDEX-TOTAL-LINE.
014240     MOVE "UNDELIVERABLE DEPTS" TO ITL-LABEL.
014250     MOVE DIST-COUNT-DISPLAY  TO ITL-VALUE.
014260     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014270     WRITE INDEX-LINE.
014280     MOVE CHG-UNPLACED-COUNT  TO DIST-COUNT-DISPLAY.
014290     MOVE SPACES              TO INDEX-TOTAL-LINE.
014300     MOVE "CHANGE LINES UNPLACED" TO ITL-LABEL.
014310     MOVE DIST-COUNT-DISPLAY  TO ITL-VALUE.
014320     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014330     WRITE INDEX-LINE.
014340 3300-EXIT.
014350     EXIT.
014360*    A SECTION LEFT OFF THE CARD OR WHOSE SOURCE WAS NOT ON FILE
014370*    IS SHOWN AS SUCH RATHER THAN AS A ZERO COUNT.
014380 3310-WRITE-SECTION-TOTAL.
014390     MOVE SPACES              TO INDEX-TOTAL-LINE.
014400     MOVE SECTION-TITLE (SECTION-SUB) TO ITL-LABEL.
014410     IF SECTION-NOT-SELECTED (SECTION-SUB)
014420         MOVE "NOT RUN"       TO ITL-VALUE
014430     ELSE
014440         IF SECTION-FILE-MISSING (SECTION-SUB)
014450             MOVE "NO FILE"   TO ITL-VALUE
014460         ELSE
014470             MOVE SECTION-READ-COUNT (SECTION-SUB)
014480                              TO DIST-COUNT-DISPLAY
014490             MOVE DIST-COUNT-DISPLAY TO ITL-VALUE
014500         END-IF
014510     END-IF.
014520     MOVE INDEX-TOTAL-LINE    TO INDEX-LINE.
014530     WRITE INDEX-LINE.
014540 3310-EXIT.
014550     EXIT.
014560 3400-SET-RETURN-CODE.
014570     IF NOT SUCCESS
014580         MOVE 99 TO RETURN-CODE
014590     ELSE
014600         IF ITEMS-UNDELIV-COUNT > ZERO
014610             MOVE 4  TO RETURN-CODE
014620         ELSE
014630             MOVE 0  TO RETURN-CODE
014640         END-IF
014650     END-IF.
014660 3400-EXIT.
014670     EXIT.
014680*****************************************************************
014690* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
014700* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
014710* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
014720* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
014730* ENDS THE STEP.                                                *
014740*****************************************************************
014750 9000-READ-BUSINESS-DATE.
014760     MOVE "00" TO STATE-CODE.
014770     OPEN INPUT BIZDATE.
014780     IF BIZDATE-NOT-FOUND
014790         SET FAILURE TO TRUE
014800         DISPLAY "IDDIST - NO BUSINESS-DATE CARD ON BIZDATE"
014810         GO TO 9000-EXIT
014820     END-IF.
014830     IF NOT BIZDATE-STATUS-OK
014840         SET FAILURE TO TRUE
014850         DISPLAY "IDDIST - CANNOT OPEN BIZDATE, STATUS = "
014860             BIZDATE-STATUS
014870         GO TO 9000-EXIT
014880     END-IF.
014890     READ BIZDATE
014900         AT END
014910             SET FAILURE TO TRUE
014920             DISPLAY "IDDIST - EMPTY BUSINESS-DATE CARD"
014930     END-READ.
014940     IF NOT FAILURE
014950         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
014960     END-IF.
014970     CLOSE BIZDATE.
014980 9000-EXIT.
014990     EXIT.
015000 9050-EDIT-BUSINESS-DATE.
015010     IF BDC-BUSINESS-DATE NOT NUMERIC
015020      OR NOT BDC-MONTH-VALID
015030      OR NOT BDC-DAY-VALID
015040         SET FAILURE TO TRUE
015050         DISPLAY "IDDIST - INVALID BUSINESS-DATE CARD "
015060             BDC-BUSINESS-DATE
015070         GO TO 9050-EXIT
015080     END-IF.
015090     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
015100 9050-EXIT.
015110     EXIT.
