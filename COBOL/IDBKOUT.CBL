000010*****************************************************************
000020* PROGRAM      IDBKOUT                                          *
000030* PURPOSE      BACK OUT ONE IDMAST RUN.  A BAD EXTRACT CAN PASS *
000040*              IDNAME'S CONTROLS AND IDRECON'S BALANCING AND    *
000050*              STILL BE WRONG - A DEPARTMENT MAPPING ERROR OR A *
000060*              SHORT ROSTER.  GIVEN THE BUSINESS DATE AND THE   *
000070*              MATCHFILE GENERATION TO REVERSE, THIS PROGRAM    *
000080*              READS THAT RUN'S MSTHIST BEFORE IMAGES AND PUTS  *
000090*              EACH AFFECTED MASTER RECORD BACK - ADDS ARE      *
000095*              REMOVED (WITH THE ROLES IDMAST GRANTED THEM),    *
000100*              CHANGES REVERTED AND DELETE FLAGS CLEARED.       *
000105*              EVERY RESTORE APPENDS A COMPENSATING BAK HISTORY *
000110*              RECORD, ANYONE THE RUN WRONGLY REVOKED GOES OUT  *
000115*              ON A REVOCATION-REVERSAL FEED, EVERY ROLE TAKEN  *
000120*              BACK GOES OUT ON ITS OWN ROLE-DELTA FEED         *
000125*              (ROLEBKO), AND RUNCTL IS RESET SO THE GENERATION *
000130*              IS REBUILT FROM THE CORRECTED EXTRACT AND        *
000135*              APPLIED AGAIN.  A BKE RECORD CLOSES EACH CLEAN   *
000140*              BACKOUT ON THE TRAIL.                            *
000160*****************************************************************
000170 IDENTIFICATION   DIVISION.
000180 PROGRAM-ID.      IDBKOUT.
000190 AUTHOR.          D W HOLLIS.
000200 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000210 DATE-WRITTEN.    10/15/2026.
000220 DATE-COMPILED.
000230*****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*   DATE       INIT   DESCRIPTION                                *
000251*   ---------- ----   -------------------------------------------*
000252*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000253*   10/15/2026 DWH    A REMOVED ADD NOW HAS ITS USERROLE ROWS    *
000254*                     DELETED AND A ROLE REMOVAL SENT FOR EACH ON*
000255*                     ROLEDLTA UNDER ROLESEQ.  A REVERSED MANUAL *
000256*                     DELETE REVOCATION GOES BACK AS REASON M.   *
000257*                     REVWORK COUNTS TAKEN AFTER THE WRITE CHECK.*
000258*   10/15/2026 DWH    A CLEAN BACKOUT NOW ENDS WITH A BKE RECORD *
000259*                     ON MSTHIST AND A LATER BACKOUT ANCHORS ON  *
000260*                     IT.  A RERUN AFTER A FAILED BACKOUT STILL  *
000261*                     SENDS THE REVERSALS AND ROLE REMOVALS OF   *
000262*                     RECORDS THE FAILED RUN PUT BACK.  ROLE     *
000263*                     REMOVALS GO OUT ON ROLEBKO UNDER ROLESEQ,  *
000264*                     NEVER OVER IDMAST'S ROLEDLTA.  THE RUNCTL  *
000265*                     RESET CLEARS EVERY STEP OF THE GENERATION  *
000266*                     SO IDNAME REBUILDS IT FROM THE CORRECTED   *
000267*                     EXTRACT BEFORE IDMAST APPLIES IT AGAIN.    *
000274*****************************************************************
000290 ENVIRONMENT      DIVISION.
000300 CONFIGURATION    SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.
000350*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000360*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000370     SELECT BIZDATE      ASSIGN TO BIZDATE
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS BIZDATE-STATUS.
000400*    BKOPARM IS THE BACKOUT PARM CARD - THE BUSINESS DATE AND
000410*    MATCHFILE GENERATION OF THE IDMAST RUN TO REVERSE.
000420*    ASSIGNED TO A DDNAME SO THE JCL DD NAMES THE RUN.
000430     SELECT BKOPARM      ASSIGN TO BKOPARM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS BKOPARM-STATUS.
000460*    RUNCTL IS THE SHARED RUN-CONTROL RECORD SEQUENCING THE
000470*    STREAM - ONLY THE GENERATION LAST APPLIED MAY BE BACKED
000480*    OUT, AND A CLEAN BACKOUT RESETS IT FOR IDMAST.
000490     SELECT RUNCTL       ASSIGN TO "FILEPATH\RUNCTL.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS RUNCTL-STATUS.
000520*    MSTHIST IS THE PERMANENT CHANGE-HISTORY TRAIL.  IT IS READ
000530*    TWICE TO SELECT THE RUN'S RECORDS, THEN OPENED IN EXTEND
000540*    MODE FOR THE COMPENSATING BAK RECORDS.
000550     SELECT MSTHIST      ASSIGN TO "FILEPATH\MSTHIST.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS  IS MSTHIST-STATUS.
000580*    BKOWORK HOLDS THE HISTORY RECORDS SELECTED FOR REVERSAL,
000590*    SO THE TRAIL IS NOT READ WHILE IT IS BEING APPENDED.
000600     SELECT BKOWORK      ASSIGN TO "FILEPATH\BKOWORK.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS BKOWORK-STATUS.
000630*    MASTFILE IS THE PERMANENT IDENTITY MASTER, KEYED BY CODE1.
000640     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE  IS DYNAMIC
000670         RECORD KEY   IS MST-CODE1
000680         FILE STATUS  IS MASTER-FILE-STATUS.
000690     SELECT BKORPT       ASSIGN TO "FILEPATH\BACKOUT.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710*    RVRFILE IS THE OUTBOUND REVOCATION-REVERSAL INTERFACE - ONE
000720*    DETAIL PER CODE1 THE REVERSED RUN REVOKED (REVOKE.DAT) WHOSE
000730*    ACCESS MUST BE PUT BACK, UNDER THE SAME HEADER/TRAILER,
000740*    SEQUENCE-NUMBER AND HASH-TOTAL DISCIPLINE AS RVKFILE.
000750*    RVRSEQ HOLDS THE LAST FILE SEQUENCE NUMBER SENT AND REVWORK
000760*    COLLECTS THE REINSTATEMENTS UNTIL CLEAN END OF JOB.
000770     SELECT RVRFILE      ASSIGN TO "FILEPATH\RVKREVS.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790     SELECT RVRSEQ       ASSIGN TO "FILEPATH\RVRSEQ.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS  IS RVRSEQ-STATUS.
000820     SELECT REVWORK      ASSIGN TO "FILEPATH\REVWORK.DAT"
000821         ORGANIZATION IS LINE SEQUENTIAL
000822         FILE STATUS  IS REVWORK-STATUS.
000823*    USERROLE IS THE PERMANENT USER-ROLE ASSIGNMENT FILE IDMAST
000824*    MAINTAINS - THE ROLES OF A REMOVED ADD ARE DELETED FROM IT.
000825     SELECT USERROLE     ASSIGN TO "FILEPATH\USERROLE.DAT"
000826         ORGANIZATION IS INDEXED
000827         ACCESS MODE  IS DYNAMIC
000828         RECORD KEY   IS URA-KEY
000829         FILE STATUS  IS USERROLE-STATUS.
000830*    ROLEFILE IS THE BACKOUT'S OWN ROLE-DELTA FEED - IDMAST'S
000831*    ROLEDLTA LAYOUT AND ROLESEQ NUMBERING, BUT A SEPARATE DATASET
000832*    SO AN IDMAST FEED NOT YET SENT IS NEVER OVERWRITTEN.  EACH
000833*    ROLE TAKEN BACK GOES OUT AS A REMOVAL.  ROLEWORK COLLECTS THE
000834*    REMOVALS UNTIL CLEAN END OF JOB AND KEEPS THEM ACROSS A
000835*    BACKOUT THAT FAILS PART WAY.
000836     SELECT ROLEFILE     ASSIGN TO "FILEPATH\ROLEBKO.DAT"
000837         ORGANIZATION IS LINE SEQUENTIAL.
000838     SELECT ROLESEQ      ASSIGN TO "FILEPATH\ROLESEQ.DAT"
000839         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS  IS ROLESEQ-STATUS.
000841     SELECT ROLEWORK     ASSIGN TO "FILEPATH\ROLEBKW.DAT"
000842         ORGANIZATION IS LINE SEQUENTIAL
000843         FILE STATUS  IS ROLEWORK-STATUS.
000850 DATA             DIVISION.
000860 FILE             SECTION.
000870 FD  BIZDATE
000880     RECORDING MODE IS F.
000890     COPY BDCLAY01.
000900 FD  BKOPARM
000910     RECORDING MODE IS F.
000920 01  BACKOUT-PARM-RECORD.
000930     05  BKP-RUN-DATE                 PIC X(08).
000940     05  BKP-RUN-DATE-9 REDEFINES
000950         BKP-RUN-DATE                 PIC 9(08).
000960     05  BKP-MATCH-GEN                PIC X(06).
000970     05  BKP-MATCH-GEN-9 REDEFINES
000980         BKP-MATCH-GEN                PIC 9(06).
000990 FD  RUNCTL
001000     RECORDING MODE IS F.
001010     COPY RCTLAY01.
001020 FD  MSTHIST
001030     RECORDING MODE IS F.
001040     COPY HSTLAY01.
001050 FD  BKOWORK
001060     RECORDING MODE IS F.
001070     COPY HSTLAY01 REPLACING LEADING ==HST== BY ==BKW==
001080                   ==HISTORY-RECORD== BY ==BACKOUT-WORK-RECORD==.
001090 FD  MASTFILE.
001100     COPY MSTLAY01.
001110 FD  BKORPT
001120     RECORDING MODE IS F.
001130 01  REPORT-LINE                      PIC X(80).
001140 FD  RVRFILE
001150     RECORDING MODE IS F.
001160 01  REVERSAL-RECORD                  PIC X(80).
001170 FD  RVRSEQ
001180     RECORDING MODE IS F.
001190 01  RVR-SEQ-RECORD.
001200     05  RRS-SEQ-NUMBER               PIC 9(06).
001210 FD  REVWORK
001220     RECORDING MODE IS F.
001230 01  REVERSAL-WORK-RECORD.
001240     05  RVW-CODE1                    PIC 9(06).
001250     05  RVW-USERNAME                 PIC X(30).
001260     05  RVW-DEPT-CODE                PIC X(04).
001261     05  RVW-REVOKE-REASON            PIC X(01).
001262     05  RVW-LAST-SEEN-DATE           PIC 9(08).
001263 FD  USERROLE.
001264     COPY URALAY01.
001265 FD  ROLEFILE
001266     RECORDING MODE IS F.
001267 01  ROLE-DELTA-RECORD                PIC X(80).
001268 FD  ROLESEQ
001269     RECORDING MODE IS F.
001270 01  ROLE-SEQ-RECORD.
001271     05  RSQ-SEQ-NUMBER               PIC 9(06).
001272 FD  ROLEWORK
001273     RECORDING MODE IS F.
001274 01  ROLE-WORK-RECORD.
001275     05  RLW-CODE1                    PIC 9(06).
001276     05  RLW-USERNAME                 PIC X(30).
001277     05  RLW-DEPT-CODE                PIC X(04).
001278     05  RLW-ROLE-CODE                PIC X(08).
001279     05  RLW-ROLE-ACTION              PIC X(01).
001280         88  RLW-GRANT                VALUE "G".
001281         88  RLW-REMOVE               VALUE "R".
001290 WORKING-STORAGE  SECTION.
001300 01  STATE.
001310     05  STATE-CODE                  PIC X(02).
001320         88  SUCCESS                 VALUE "00".
001330         88  SEQUENCE-REFUSED        VALUE "16".
001340         88  FAILURE                 VALUE "99".
001350 01  FLAG1                           PIC X(03).
001360     88  END-OF-BKOWORK              VALUE "EOF".
001370 01  FLAG2                           PIC X(03).
001380     88  END-OF-HISTORY              VALUE "EOF".
001390     88  MORE-HISTORY-RECORDS        VALUE "NO ".
001400 01  FLAG3                           PIC X(03).
001410     88  END-OF-REVWORK              VALUE "EOF".
001412     88  MORE-REVWORK-RECORDS        VALUE "NO ".
001414 01  FLAG4                           PIC X(03).
001416     88  END-OF-USER-ROLES           VALUE "EOF".
001418     88  MORE-USER-ROLES             VALUE "NO ".
001420 01  FLAG5                           PIC X(03).
001422     88  END-OF-ROLEWORK             VALUE "EOF".
001424     88  MORE-ROLEWORK-RECORDS       VALUE "NO ".
001430 01  BACKOUT-COUNTERS.
001440     05  HISTORY-READ-COUNT          PIC 9(09) COMP.
001450     05  HISTORY-SELECTED-COUNT      PIC 9(07) COMP.
001460     05  ADDS-REMOVED-COUNT          PIC 9(07) COMP.
001470     05  CHANGES-REVERTED-COUNT      PIC 9(07) COMP.
001475     05  FLAGS-CLEARED-COUNT         PIC 9(07) COMP.
001480     05  MANUAL-REVERSED-COUNT       PIC 9(07) COMP.
001490     05  RECORDS-SKIPPED-COUNT       PIC 9(07) COMP.
001500     05  HISTORY-WRITTEN-COUNT       PIC 9(07) COMP.
001502     05  ALREADY-RESTORED-COUNT      PIC 9(07) COMP.
001504     05  ROLES-CARRIED-COUNT         PIC 9(07) COMP.
001510*    THE TRAIL POSITION OF THE LAST BKE (BACKOUT END) RECORD
001520*    FOR THE GENERATION - A GENERATION BACKED OUT, CORRECTED AND
001530*    APPLIED AGAIN IS ONLY REVERSED FROM THAT POINT ON, NEVER
001532*    TWICE.
001540 01  HISTORY-POSITION                PIC 9(09) COMP.
001550 01  LAST-BACKOUT-POSITION           PIC 9(09) COMP.
001551*    A BAK RECORD FOR THE GENERATION PAST THAT POINT WAS LEFT BY
001552*    A BACKOUT THAT FAILED PART WAY - THIS RUN FINISHES IT.
001553 01  BACKOUT-RERUN-SWITCH            PIC X(01).
001554     88  PARTIAL-BACKOUT-FOUND       VALUE "Y".
001555     88  NO-PARTIAL-BACKOUT          VALUE "N".
001560 01  BIZDATE-STATUS                  PIC X(02).
001570     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001580     88  BIZDATE-NOT-FOUND           VALUE "35".
001590 01  BKOPARM-STATUS                  PIC X(02).
001600     88  BKOPARM-STATUS-OK           VALUES "00" "10".
001610     88  BKOPARM-NOT-FOUND           VALUE "35".
001620 01  RUN-DATE-FIELDS.
001630     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001640     05  RUN-DATE-CCYYMMDD-X REDEFINES
001650         RUN-DATE-CCYYMMDD.
001660         10  RUN-DATE-CCYY           PIC 9(04).
001670         10  RUN-DATE-MM             PIC 9(02).
001680         10  RUN-DATE-DD             PIC 9(02).
001690 01  RUN-DATE-DISPLAY                PIC X(10).
001700 01  RUNCTL-STATUS                   PIC X(02).
001710     88  RUNCTL-STATUS-OK            VALUE "00".
001720     88  RUNCTL-NOT-FOUND            VALUE "35".
001730 01  RUNCTL-READ-SWITCH              PIC X(01).
001740     88  RUNCTL-RECORD-PRESENT       VALUE "Y".
001750     88  RUNCTL-RECORD-ABSENT        VALUE "N".
001760*    THE CONTROL RECORD IS HELD HERE WHILE THE FILE IS CLOSED -
001770*    THE FD RECORD AREA IS NOT AVAILABLE BETWEEN OPENS.
001780     COPY RCTLAY01 REPLACING LEADING ==RCT== BY ==RCH==
001790                   ==RUN-CONTROL-RECORD== BY ==RUN-CONTROL-HOLD==.
001800 01  MSTHIST-STATUS                  PIC X(02).
001810     88  MSTHIST-STATUS-OK           VALUES "00" "10".
001820     88  MSTHIST-NOT-FOUND           VALUE "35".
001830 01  BKOWORK-STATUS                  PIC X(02).
001840     88  BKOWORK-STATUS-OK           VALUES "00" "10".
001850 01  MASTER-FILE-STATUS              PIC X(02).
001860     88  MASTER-STATUS-OK            VALUE "00".
001870     88  MASTER-RECORD-MISSING       VALUE "23".
001880     88  MASTER-FILE-MISSING         VALUE "35".
001890 01  RVRSEQ-STATUS                   PIC X(02).
001900     88  RVRSEQ-STATUS-OK            VALUE "00".
001910     88  RVRSEQ-NOT-FOUND            VALUE "35".
001920 01  REVWORK-STATUS                  PIC X(02).
001921     88  REVWORK-STATUS-OK           VALUES "00" "10".
001922 01  USERROLE-STATUS                 PIC X(02).
001923     88  USERROLE-STATUS-OK          VALUE "00".
001924     88  USERROLE-FILE-MISSING       VALUE "35".
001925 01  USERROLE-OPEN-SWITCH            PIC X(01).
001926     88  USERROLE-OPENED             VALUE "Y".
001927     88  USERROLE-NOT-OPENED         VALUE "N".
001928 01  ROLESEQ-STATUS                  PIC X(02).
001929     88  ROLESEQ-STATUS-OK           VALUE "00".
001930     88  ROLESEQ-NOT-FOUND           VALUE "35".
001931 01  ROLEWORK-STATUS                 PIC X(02).
001932     88  ROLEWORK-STATUS-OK          VALUES "00" "10".
001934     88  ROLEWORK-NOT-FOUND          VALUE "35".
001940 01  IMAGE-SWITCH                    PIC X(01).
001950     88  MASTER-AS-RUN-LEFT-IT       VALUE "Y".
001960     88  MASTER-CHANGED-SINCE        VALUE "N".
001962     88  MASTER-ALREADY-RESTORED     VALUE "R".
001970 01  REGISTER-MESSAGE                PIC X(24).
001980 01  REVERSAL-CONTROLS.
001990     05  RVR-FILE-SEQ-NUMBER         PIC 9(06).
002000     05  RVR-DETAIL-COUNT            PIC 9(07) COMP.
002010     05  RVR-HASH-TOTAL              PIC 9(12) COMP.
002020 01  RVR-HEADER-LINE.
002030     05  FILLER                      PIC X(01)  VALUE "H".
002040     05  RRH-FILE-DATE               PIC 9(08).
002050     05  RRH-FILE-TIME.
002060         10  RRH-TIME-HH             PIC 9(02).
002070         10  RRH-TIME-MM             PIC 9(02).
002080         10  RRH-TIME-SS             PIC 9(02).
002090     05  RRH-SEQ-NUMBER              PIC 9(06).
002100     05  FILLER                      PIC X(59)  VALUE SPACES.
002105*    THE REASON ON A REVERSAL DETAIL IS THE REASON THE ACCESS WAS
002110*    TAKEN AWAY - OFF FEED, ROSTER INACTIVE OR MANUAL DELETE - AS
002115*    IT WAS SENT.
002130 01  RVR-DETAIL-LINE.
002140     05  FILLER                      PIC X(01)  VALUE "D".
002150     05  RRD-CODE1                   PIC 9(06).
002160     05  RRD-USERNAME                PIC X(30).
002170     05  RRD-DEPT-CODE               PIC X(04).
002180     05  RRD-REVOKE-REASON           PIC X(01).
002190         88  RRD-OFF-FEED            VALUE "F".
002195         88  RRD-ROSTER-INACTIVE     VALUE "I".
002200         88  RRD-MANUAL-DELETE       VALUE "M".
002210     05  RRD-LAST-SEEN-DATE          PIC 9(08).
002220     05  FILLER                      PIC X(30)  VALUE SPACES.
002230 01  RVR-TRAILER-LINE.
002240     05  FILLER                      PIC X(01)  VALUE "T".
002241     05  RRT-DETAIL-COUNT            PIC 9(07).
002242     05  RRT-HASH-TOTAL              PIC 9(12).
002243     05  FILLER                      PIC X(60)  VALUE SPACES.
002244 01  ROLE-CONTROLS.
002245     05  ROLE-FILE-SEQ-NUMBER        PIC 9(06).
002246     05  ROLE-DETAIL-COUNT           PIC 9(07) COMP.
002247     05  ROLE-HASH-TOTAL             PIC 9(12) COMP.
002248 01  ROLE-HEADER-LINE.
002249     05  FILLER                      PIC X(01)  VALUE "H".
002250     05  RLH-FILE-DATE               PIC 9(08).
002251     05  RLH-FILE-TIME.
002252         10  RLH-TIME-HH             PIC 9(02).
002253         10  RLH-TIME-MM             PIC 9(02).
002254         10  RLH-TIME-SS             PIC 9(02).
002255     05  RLH-SEQ-NUMBER              PIC 9(06).
002256     05  FILLER                      PIC X(59)  VALUE SPACES.
002257 01  ROLE-DETAIL-LINE.
002258     05  FILLER                      PIC X(01)  VALUE "D".
002259     05  RLD-CODE1                   PIC 9(06).
002260     05  RLD-USERNAME                PIC X(30).
002261     05  RLD-DEPT-CODE               PIC X(04).
002262     05  RLD-ROLE-CODE               PIC X(08).
002263     05  RLD-ROLE-ACTION             PIC X(01).
002264         88  RLD-GRANT               VALUE "G".
002265         88  RLD-REMOVE              VALUE "R".
002266     05  FILLER                      PIC X(30)  VALUE SPACES.
002267 01  ROLE-TRAILER-LINE.
002268     05  FILLER                      PIC X(01)  VALUE "T".
002269     05  RLT-DETAIL-COUNT            PIC 9(07).
002270     05  RLT-HASH-TOTAL              PIC 9(12).
002271     05  FILLER                      PIC X(60)  VALUE SPACES.
002280 01  RUN-TIME-FIELDS.
002290     05  RUN-TIME-HHMMSSHH           PIC 9(08).
002300     05  RUN-TIME-HHMMSSHH-X REDEFINES
002310         RUN-TIME-HHMMSSHH.
002320         10  RUN-TIME-HH             PIC 9(02).
002330         10  RUN-TIME-MM             PIC 9(02).
002340         10  RUN-TIME-SS             PIC 9(02).
002350         10  RUN-TIME-HH2            PIC 9(02).
002360 01  BKO-HEADING-LINE.
002370     05  FILLER                      PIC X(38)  VALUE
002380         "IDBKOUT MASTER BACKOUT REGISTER       ".
002390     05  FILLER                      PIC X(09)  VALUE
002400         "RUN DATE ".
002410     05  BHL-RUN-DATE                PIC X(10).
002420     05  FILLER                      PIC X(23)  VALUE SPACES.
002430 01  BKO-SUBHEADING-LINE.
002440     05  FILLER                      PIC X(21)  VALUE
002450         "REVERSING GENERATION ".
002460     05  BSL-MATCH-GEN               PIC 9(06).
002470     05  FILLER                      PIC X(18)  VALUE
002480         " OF BUSINESS DATE ".
002490     05  BSL-RUN-DATE                PIC 9(08).
002500     05  FILLER                      PIC X(27)  VALUE SPACES.
002510 01  BKO-COLUMN-LINE.
002520     05  FILLER                      PIC X(09)  VALUE "VERDICT  ".
002530     05  FILLER                      PIC X(05)  VALUE "ACT  ".
002540     05  FILLER                      PIC X(08)  VALUE "CODE1   ".
002550     05  FILLER                      PIC X(32)  VALUE "USERNAME".
002560     05  FILLER                      PIC X(26)  VALUE "MESSAGE".
002570 01  BKO-DETAIL-LINE.
002580     05  BDL-VERDICT                 PIC X(09).
002590     05  BDL-ACTION                  PIC X(03).
002600     05  FILLER                      PIC X(02)  VALUE SPACES.
002610     05  BDL-CODE1                   PIC 9(06).
002620     05  FILLER                      PIC X(02)  VALUE SPACES.
002630     05  BDL-USERNAME                PIC X(30).
002640     05  FILLER                      PIC X(02)  VALUE SPACES.
002650     05  BDL-MESSAGE                 PIC X(24).
002660     05  FILLER                      PIC X(02)  VALUE SPACES.
002670*    THE WAS/NOW LINES UNDER A RESTORED RECORD SHOW THE MASTER
002680*    FIELDS AS FOUND AND AS PUT BACK, AS IDHIST PRINTS THEM.
002690 01  BKO-IMAGE-LINE.
002700     05  FILLER                      PIC X(09)  VALUE SPACES.
002710     05  BIL-LABEL                   PIC X(05).
002720     05  BIL-USERNAME                PIC X(30).
002730     05  FILLER                      PIC X(01)  VALUE SPACES.
002740     05  BIL-DEPT-CODE               PIC X(04).
002750     05  FILLER                      PIC X(01)  VALUE SPACES.
002760     05  BIL-STATUS                  PIC X(01).
002770     05  FILLER                      PIC X(01)  VALUE SPACES.
002780     05  BIL-EFFECTIVE-DATE          PIC 9(08).
002790     05  FILLER                      PIC X(01)  VALUE SPACES.
002800     05  BIL-LAST-SEEN-DATE          PIC 9(08).
002810     05  FILLER                      PIC X(01)  VALUE SPACES.
002820     05  BIL-DELETE-FLAG             PIC X(01).
002830     05  FILLER                      PIC X(01)  VALUE SPACES.
002840     05  BIL-MATCH-TYPE              PIC X(01).
002850     05  FILLER                      PIC X(07)  VALUE SPACES.
002860 01  BKO-TOTAL-LINE.
002870     05  BTL-LABEL                   PIC X(24).
002880     05  FILLER                      PIC X(02)  VALUE SPACES.
002890     05  BTL-VALUE                   PIC X(10).
002900     05  FILLER                      PIC X(44)  VALUE SPACES.
002910 01  BKO-COUNT-DISPLAY               PIC ZZZZZZ9.
002920 PROCEDURE        DIVISION.
002930 MAIN             SECTION.
002940 MAIN-ENTRY.
002950*    THE GATE COMES FIRST - ONLY THE GENERATION LAST APPLIED TO
002960*    THE MASTER, FOR ITS OWN BUSINESS DATE, MAY BE BACKED OUT.
002970     PERFORM 0200-CHECK-RUN-CONTROL THRU 0200-EXIT.
002980     IF SEQUENCE-REFUSED
002990         DISPLAY "IDBKOUT - BACKOUT REFUSED - STEP ENDED"
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
003040     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
003050         UNTIL END-OF-BKOWORK.
003060     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
003070     STOP RUN.
003080*****************************************************************
003090* 0200-CHECK-RUN-CONTROL - THE PARM MUST NAME THE GENERATION    *
003100* IDMAST LAST APPLIED AND ITS BUSINESS DATE, AND IDMAST MUST    *
003110* HAVE COMPLETED IT.  ONCE IDNAME HAS OPENED THE NEXT           *
003120* GENERATION THE RUN CAN NO LONGER BE BACKED OUT HERE - THE     *
003130* MASTER HAS MOVED ON.  ANY REFUSAL ENDS THE STEP RETURN CODE   *
003140* 16 WITH NOTHING TOUCHED.                                      *
003150*****************************************************************
003160 0200-CHECK-RUN-CONTROL.
003170     MOVE "00" TO STATE-CODE.
003180     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
003190     IF SEQUENCE-REFUSED
003200         GO TO 0200-EXIT
003210     END-IF.
003220     PERFORM 0220-READ-BACKOUT-PARM THRU 0220-EXIT.
003230     IF SEQUENCE-REFUSED
003240         GO TO 0200-EXIT
003250     END-IF.
003260     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
003270     IF SEQUENCE-REFUSED
003280         GO TO 0200-EXIT
003290     END-IF.
003300     IF RUNCTL-RECORD-ABSENT
003310         SET SEQUENCE-REFUSED TO TRUE
003320         DISPLAY "IDBKOUT - NO RUN-CONTROL RECORD - NOTHING TO "
003330             "BACK OUT"
003340         GO TO 0200-EXIT
003350     END-IF.
003360     IF BKP-MATCH-GEN-9 NOT = RCH-MATCH-GEN-CURRENT
003370      OR BKP-MATCH-GEN-9 NOT = RCH-MATCH-GEN-APPLIED
003380         SET SEQUENCE-REFUSED TO TRUE
003390         DISPLAY "IDBKOUT - GENERATION " BKP-MATCH-GEN
003400             " IS NOT THE GENERATION LAST APPLIED ("
003410             RCH-MATCH-GEN-APPLIED ") - BACKOUT REFUSED"
003420         GO TO 0200-EXIT
003430     END-IF.
003440     IF NOT RCH-IDMAST-COMPLETE
003450         SET SEQUENCE-REFUSED TO TRUE
003460         DISPLAY "IDBKOUT - IDMAST HAS NOT COMPLETED GENERATION "
003470             BKP-MATCH-GEN " - BACKOUT REFUSED"
003480         GO TO 0200-EXIT
003490     END-IF.
003500     IF BKP-RUN-DATE-9 NOT = RCH-RUN-DATE
003510         SET SEQUENCE-REFUSED TO TRUE
003520         DISPLAY "IDBKOUT - GENERATION " BKP-MATCH-GEN " IS FOR "
003530             "BUSINESS DATE " RCH-RUN-DATE ", PARM IS "
003540             BKP-RUN-DATE
003550         GO TO 0200-EXIT
003560     END-IF.
003570     IF RUN-DATE-CCYYMMDD < BKP-RUN-DATE-9
003580         SET SEQUENCE-REFUSED TO TRUE
003590         DISPLAY "IDBKOUT - BUSINESS DATE " RUN-DATE-CCYYMMDD
003600             " IS BEFORE THE RUN TO BACK OUT"
003610     END-IF.
003620 0200-EXIT.
003630     EXIT.
003640 0210-READ-RUN-CONTROL.
003650     SET RUNCTL-RECORD-ABSENT TO TRUE.
003660     OPEN INPUT RUNCTL.
003670     IF RUNCTL-NOT-FOUND
003680         GO TO 0210-EXIT
003690     END-IF.
003700     IF NOT RUNCTL-STATUS-OK
003710         SET SEQUENCE-REFUSED TO TRUE
003720         DISPLAY "IDBKOUT - CANNOT OPEN RUNCTL, STATUS = "
003730             RUNCTL-STATUS
003740         GO TO 0210-EXIT
003750     END-IF.
003760     READ RUNCTL
003770         AT END CONTINUE
003780     END-READ.
003790     IF RUNCTL-STATUS-OK
003800         MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HOLD
003810         SET RUNCTL-RECORD-PRESENT TO TRUE
003820     END-IF.
003830     CLOSE RUNCTL.
003840 0210-EXIT.
003850     EXIT.
003860 0220-READ-BACKOUT-PARM.
003870     OPEN INPUT BKOPARM.
003880     IF BKOPARM-NOT-FOUND
003890         SET SEQUENCE-REFUSED TO TRUE
003900         DISPLAY "IDBKOUT - NO BACKOUT PARM CARD ON BKOPARM"
003910         GO TO 0220-EXIT
003920     END-IF.
003930     IF NOT BKOPARM-STATUS-OK
003940         SET SEQUENCE-REFUSED TO TRUE
003950         DISPLAY "IDBKOUT - CANNOT OPEN BKOPARM, STATUS = "
003960             BKOPARM-STATUS
003970         GO TO 0220-EXIT
003980     END-IF.
003990     READ BKOPARM
004000         AT END
004010             SET SEQUENCE-REFUSED TO TRUE
004020             DISPLAY "IDBKOUT - EMPTY BACKOUT PARM CARD"
004030     END-READ.
004040     CLOSE BKOPARM.
004050     IF SEQUENCE-REFUSED
004060         GO TO 0220-EXIT
004070     END-IF.
004080     IF BKP-RUN-DATE NOT NUMERIC
004090      OR BKP-MATCH-GEN NOT NUMERIC
004100      OR BKP-MATCH-GEN-9 = ZERO
004110         SET SEQUENCE-REFUSED TO TRUE
004120         DISPLAY "IDBKOUT - INVALID BACKOUT PARM CARD "
004130             BACKOUT-PARM-RECORD
004140     END-IF.
004150 0220-EXIT.
004160     EXIT.
004170 0250-REWRITE-RUN-CONTROL.
004180     OPEN OUTPUT RUNCTL.
004190     WRITE RUN-CONTROL-RECORD FROM RUN-CONTROL-HOLD.
004200     CLOSE RUNCTL.
004210 0250-EXIT.
004220     EXIT.
004230*****************************************************************
004240* PRE-PROCESS - SELECT THE RUN'S HISTORY RECORDS ONTO THE WORK  *
004250* FILE, OPEN THE MASTER AND WRITE THE REGISTER HEADINGS.        *
004260*****************************************************************
004270 PRE-PROCESS      SECTION.
004280 PRE-PROCESS-ENTRY.
004290     MOVE SPACES  TO FLAG1 FLAG2 FLAG3 FLAG4 FLAG5.
004300     MOVE "00"    TO STATE-CODE.
004310     MOVE ZERO    TO HISTORY-READ-COUNT
004320                     HISTORY-SELECTED-COUNT
004330                     ADDS-REMOVED-COUNT
004340                     CHANGES-REVERTED-COUNT
004345                     FLAGS-CLEARED-COUNT
004350                     MANUAL-REVERSED-COUNT
004360                     RECORDS-SKIPPED-COUNT
004370                     HISTORY-WRITTEN-COUNT
004372                     ALREADY-RESTORED-COUNT
004374                     ROLES-CARRIED-COUNT
004380                     LAST-BACKOUT-POSITION
004390                     RVR-DETAIL-COUNT
004392                     RVR-HASH-TOTAL
004394                     ROLE-DETAIL-COUNT
004396                     ROLE-HASH-TOTAL.
004398     SET USERROLE-NOT-OPENED TO TRUE.
004410     STRING RUN-DATE-MM  DELIMITED BY SIZE
004420            "/"          DELIMITED BY SIZE
004430            RUN-DATE-DD  DELIMITED BY SIZE
004440            "/"          DELIMITED BY SIZE
004450            RUN-DATE-CCYY DELIMITED BY SIZE
004460         INTO RUN-DATE-DISPLAY.
004470     OPEN OUTPUT BKORPT.
004480*    THE WORK FILES OPEN AHEAD OF ANY BAILOUT SO EVERY LATER
004490*    PATH MAY SAFELY READ OR CLOSE THEM.
004492     OPEN OUTPUT REVWORK.
004494     OPEN OUTPUT BKOWORK.
004496     PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT.
004498     PERFORM 1300-FIND-LAST-BACKOUT THRU 1300-EXIT.
004500*    ROLEWORK STARTS EMPTY UNLESS AN EARLIER BACKOUT OF THE
004502*    GENERATION WAS LEFT UNFINISHED, WHEN ITS REMOVALS ARE KEPT.
004504*    AFTER A FAILED SCAN IT IS LEFT AS IT STANDS FOR THE RERUN.
004506     IF PARTIAL-BACKOUT-FOUND
004508      OR FAILURE
004510         PERFORM 1260-CARRY-ROLE-REMOVALS THRU 1260-EXIT
004512     ELSE
004514         OPEN OUTPUT ROLEWORK
004516     END-IF.
004540     IF NOT FAILURE
004550         PERFORM 1400-SELECT-RUN-HISTORY THRU 1400-EXIT
004560     END-IF.
004570     CLOSE BKOWORK.
004580     OPEN INPUT BKOWORK.
004590     IF FAILURE
004600         SET END-OF-BKOWORK TO TRUE
004610         GO TO PRE-PROCESS-EXIT
004620     END-IF.
004630     IF HISTORY-SELECTED-COUNT = ZERO
004640         DISPLAY "IDBKOUT - NO MSTHIST RECORDS FOR GENERATION "
004650             BKP-MATCH-GEN " - RUN CONTROL IS STILL RESET"
004660     END-IF.
004670     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
004675     PERFORM 1150-OPEN-HISTORY THRU 1150-EXIT.
004680     PERFORM 1250-OPEN-USER-ROLES THRU 1250-EXIT.
004690 PRE-PROCESS-EXIT.
004700     EXIT.
004710*****************************************************************
004720* 1100-OPEN-MASTER - THE MASTER MUST ALREADY EXIST - A BACKOUT  *
004730* NEVER CREATES ONE.                                            *
004740*****************************************************************
004750 1100-OPEN-MASTER.
004760     OPEN I-O MASTFILE.
004770     IF NOT MASTER-STATUS-OK
004780         SET FAILURE TO TRUE
004790         SET END-OF-BKOWORK TO TRUE
004800         DISPLAY "IDBKOUT - CANNOT OPEN MASTER, STATUS = "
004810             MASTER-FILE-STATUS
004820     END-IF.
004830 1100-EXIT.
004840     EXIT.
004850 1150-OPEN-HISTORY.
004851     OPEN EXTEND MSTHIST.
004852     IF NOT MSTHIST-STATUS-OK
004853         SET FAILURE TO TRUE
004854         SET END-OF-BKOWORK TO TRUE
004855         DISPLAY "IDBKOUT - CANNOT OPEN MSTHIST, STATUS = "
004856             MSTHIST-STATUS
004857     END-IF.
004858 1150-EXIT.
004859     EXIT.
004860*****************************************************************
004861* 1250-OPEN-USER-ROLES - THE ROLE FILE IS IDMAST'S TO CREATE -  *
004862* WITH NONE ON FILE THERE ARE NO ROLES TO TAKE BACK.            *
004863*****************************************************************
004864 1250-OPEN-USER-ROLES.
004865     OPEN I-O USERROLE.
004866     IF USERROLE-FILE-MISSING
004867         DISPLAY "IDBKOUT - NO USER ROLE FILE - NO ROLES TO TAKE "
004868             "BACK"
004869         GO TO 1250-EXIT
004870     END-IF.
004871     IF NOT USERROLE-STATUS-OK
004872         SET FAILURE TO TRUE
004873         SET END-OF-BKOWORK TO TRUE
004874         DISPLAY "IDBKOUT - CANNOT OPEN USERROLE, STATUS = "
004875             USERROLE-STATUS
004876         GO TO 1250-EXIT
004877     END-IF.
004878     SET USERROLE-OPENED TO TRUE.
004879 1250-EXIT.
004880     EXIT.
004881*****************************************************************
004882* 1260-CARRY-ROLE-REMOVALS - A BACKOUT THAT FAILED PART WAY HAS *
004883* ALREADY DELETED SOME USERROLE ROWS, AND THEIR REMOVALS ARE    *
004884* ONLY ON ROLEWORK.  THEY ARE COUNTED AND KEPT, THIS RUN ADDS   *
004885* TO THEM, AND THE FEED CARRIES EVERY ROLE TAKEN BACK.          *
004886*****************************************************************
004887 1260-CARRY-ROLE-REMOVALS.
004888     OPEN INPUT ROLEWORK.
004889     IF ROLEWORK-NOT-FOUND
004890         OPEN OUTPUT ROLEWORK
004891         GO TO 1260-EXIT
004892     END-IF.
004893     IF NOT ROLEWORK-STATUS-OK
004894         SET FAILURE TO TRUE
004895         DISPLAY "IDBKOUT - CANNOT OPEN ROLEWORK, STATUS = "
004896             ROLEWORK-STATUS
004897         GO TO 1260-EXIT
004898     END-IF.
004899     SET MORE-ROLEWORK-RECORDS TO TRUE.
004900     PERFORM 1270-COUNT-CARRIED-ROLE THRU 1270-EXIT
004901         UNTIL END-OF-ROLEWORK.
004902     CLOSE ROLEWORK.
004903     OPEN EXTEND ROLEWORK.
004904     IF NOT ROLEWORK-STATUS-OK
004905         SET FAILURE TO TRUE
004906         DISPLAY "IDBKOUT - CANNOT EXTEND ROLEWORK, STATUS = "
004907             ROLEWORK-STATUS
004908         GO TO 1260-EXIT
004909     END-IF.
004910     IF ROLES-CARRIED-COUNT > ZERO
004911         MOVE ROLES-CARRIED-COUNT TO BKO-COUNT-DISPLAY
004912         DISPLAY "IDBKOUT - " BKO-COUNT-DISPLAY " ROLE REMOVALS"
004913             " CARRIED FROM THE UNFINISHED BACKOUT"
004922     END-IF.
004923 1260-EXIT.
004924     EXIT.
004925 1270-COUNT-CARRIED-ROLE.
004926     READ ROLEWORK
004927         AT END SET END-OF-ROLEWORK TO TRUE
004928     END-READ.
004929     IF END-OF-ROLEWORK
004930         GO TO 1270-EXIT
004931     END-IF.
004932     IF NOT ROLEWORK-STATUS-OK
004933         SET FAILURE TO TRUE
004934         SET END-OF-ROLEWORK TO TRUE
004935         DISPLAY "IDBKOUT - I/O ERROR ON ROLEWORK, STATUS = "
004936             ROLEWORK-STATUS
004937         GO TO 1270-EXIT
004938     END-IF.
004939     ADD 1         TO ROLES-CARRIED-COUNT.
004940     ADD 1         TO ROLE-DETAIL-COUNT.
004941     ADD RLW-CODE1 TO ROLE-HASH-TOTAL.
004942 1270-EXIT.
004943     EXIT.
004950 1200-WRITE-REPORT-HEADINGS.
004960     MOVE RUN-DATE-DISPLAY    TO BHL-RUN-DATE.
004970     MOVE BKO-HEADING-LINE    TO REPORT-LINE.
004980     WRITE REPORT-LINE.
004990     MOVE BKP-MATCH-GEN-9     TO BSL-MATCH-GEN.
005000     MOVE BKP-RUN-DATE-9      TO BSL-RUN-DATE.
005010     MOVE BKO-SUBHEADING-LINE TO REPORT-LINE.
005020     WRITE REPORT-LINE.
005030     MOVE SPACES              TO REPORT-LINE.
005040     WRITE REPORT-LINE.
005050     MOVE BKO-COLUMN-LINE     TO REPORT-LINE.
005060     WRITE REPORT-LINE.
005070     MOVE SPACES              TO REPORT-LINE.
005080     WRITE REPORT-LINE.
005090 1200-EXIT.
005100     EXIT.
005110*****************************************************************
005115* 1300-FIND-LAST-BACKOUT - FIRST PASS OF THE TRAIL.  NOTE WHERE *
005120* THE LAST COMPLETED BACKOUT OF THIS GENERATION ENDED (ITS BKE  *
005125* RECORD) - ONLY RECORDS AFTER IT BELONG TO THE APPLICATION     *
005130* BEING REVERSED.  A BAK RECORD PAST THAT POINT WAS LEFT BY A   *
005135* BACKOUT THAT FAILED PART WAY, WHICH THIS RUN THEN FINISHES.   *
005150*****************************************************************
005160 1300-FIND-LAST-BACKOUT.
005170     MOVE ZERO TO HISTORY-POSITION.
005172     SET NO-PARTIAL-BACKOUT TO TRUE.
005180     OPEN INPUT MSTHIST.
005190     IF MSTHIST-NOT-FOUND
005200         SET FAILURE TO TRUE
005210         DISPLAY "IDBKOUT - NO MSTHIST TRAIL - NOTHING TO "
005220             "BACK OUT"
005230         GO TO 1300-EXIT
005240     END-IF.
005250     IF NOT MSTHIST-STATUS-OK
005260         SET FAILURE TO TRUE
005270         DISPLAY "IDBKOUT - CANNOT OPEN MSTHIST, STATUS = "
005280             MSTHIST-STATUS
005290         GO TO 1300-EXIT
005300     END-IF.
005310     SET MORE-HISTORY-RECORDS TO TRUE.
005320     PERFORM 1310-SCAN-FOR-BACKOUT THRU 1310-EXIT
005330         UNTIL END-OF-HISTORY.
005332     CLOSE MSTHIST.
005334     IF PARTIAL-BACKOUT-FOUND
005336         DISPLAY "IDBKOUT - A BACKOUT OF GENERATION "
005338             BKP-MATCH-GEN " DID NOT COMPLETE - FINISHING IT"
005340     END-IF.
005350 1300-EXIT.
005360     EXIT.
005370 1310-SCAN-FOR-BACKOUT.
005380     READ MSTHIST
005390         AT END SET END-OF-HISTORY TO TRUE
005400     END-READ.
005410     IF END-OF-HISTORY
005420         GO TO 1310-EXIT
005430     END-IF.
005440     IF NOT MSTHIST-STATUS-OK
005450         SET FAILURE TO TRUE
005460         SET END-OF-HISTORY TO TRUE
005470         DISPLAY "IDBKOUT - I/O ERROR ON MSTHIST, STATUS = "
005480             MSTHIST-STATUS
005490         GO TO 1310-EXIT
005500     END-IF.
005510     ADD 1 TO HISTORY-POSITION.
005515     IF HST-MATCH-GEN NUMERIC
005520         IF HST-MATCH-GEN = BKP-MATCH-GEN-9
005525          AND HST-BACKOUT-END-ACTION
005530             MOVE HISTORY-POSITION TO LAST-BACKOUT-POSITION
005535             SET NO-PARTIAL-BACKOUT TO TRUE
005540         END-IF
005545         IF HST-MATCH-GEN = BKP-MATCH-GEN-9
005550          AND HST-BACKOUT-ACTION
005555             SET PARTIAL-BACKOUT-FOUND TO TRUE
005560         END-IF
005565     END-IF.
005580 1310-EXIT.
005590     EXIT.
005600*****************************************************************
005610* 1400-SELECT-RUN-HISTORY - SECOND PASS OF THE TRAIL.  EVERY    *
005620* ADD, CHG AND DEL RECORD IDMAST WROTE FOR THE GENERATION ON    *
005630* ITS BUSINESS DATE GOES TO THE WORK FILE.  A RECORD WRITTEN    *
005640* BEFORE THE TRAIL CARRIED A GENERATION IS TAKEN ON THE RUN     *
005650* DATE ALONE.  MANUAL (MAN) AND BACKOUT (BAK) RECORDS ARE NEVER *
005660* REVERSED.                                                     *
005670*****************************************************************
005680 1400-SELECT-RUN-HISTORY.
005690     MOVE ZERO TO HISTORY-POSITION.
005700     OPEN INPUT MSTHIST.
005710     IF NOT MSTHIST-STATUS-OK
005720         SET FAILURE TO TRUE
005730         DISPLAY "IDBKOUT - CANNOT REOPEN MSTHIST, STATUS = "
005740             MSTHIST-STATUS
005750         GO TO 1400-EXIT
005760     END-IF.
005770     SET MORE-HISTORY-RECORDS TO TRUE.
005780     PERFORM 1410-SELECT-HISTORY-RECORD THRU 1410-EXIT
005790         UNTIL END-OF-HISTORY.
005800     CLOSE MSTHIST.
005810 1400-EXIT.
005820     EXIT.
005830 1410-SELECT-HISTORY-RECORD.
005840     READ MSTHIST
005850         AT END SET END-OF-HISTORY TO TRUE
005860     END-READ.
005870     IF END-OF-HISTORY
005880         GO TO 1410-EXIT
005890     END-IF.
005900     IF NOT MSTHIST-STATUS-OK
005910         SET FAILURE TO TRUE
005920         SET END-OF-HISTORY TO TRUE
005930         DISPLAY "IDBKOUT - I/O ERROR ON MSTHIST, STATUS = "
005940             MSTHIST-STATUS
005950         GO TO 1410-EXIT
005960     END-IF.
005970     ADD 1 TO HISTORY-POSITION.
005980     ADD 1 TO HISTORY-READ-COUNT.
005990     IF HISTORY-POSITION NOT > LAST-BACKOUT-POSITION
006000         GO TO 1410-EXIT
006010     END-IF.
006020     IF HST-RUN-DATE NOT = BKP-RUN-DATE-9
006030         GO TO 1410-EXIT
006040     END-IF.
006050     IF NOT HST-ADD-ACTION
006060      AND NOT HST-CHANGE-ACTION
006070      AND NOT HST-DELETE-ACTION
006080         GO TO 1410-EXIT
006090     END-IF.
006100     IF HST-MATCH-GEN NUMERIC
006110         IF HST-MATCH-GEN NOT = BKP-MATCH-GEN-9
006120             GO TO 1410-EXIT
006130         END-IF
006140     END-IF.
006150     WRITE BACKOUT-WORK-RECORD FROM HISTORY-RECORD.
006160     IF NOT BKOWORK-STATUS-OK
006170         SET FAILURE TO TRUE
006180         SET END-OF-HISTORY TO TRUE
006190         DISPLAY "IDBKOUT - I/O ERROR ON BKOWORK, STATUS = "
006200             BKOWORK-STATUS
006210         GO TO 1410-EXIT
006220     END-IF.
006230     ADD 1 TO HISTORY-SELECTED-COUNT.
006240 1410-EXIT.
006250     EXIT.
006260*****************************************************************
006270* MAIN-PROCESS - REVERSE ONE SELECTED HISTORY RECORD PER        *
006280* INVOCATION.  THE MASTER RECORD IS ONLY PUT BACK WHEN IT STILL *
006290* STANDS EXACTLY AS THE RUN LEFT IT - ANYTHING TOUCHED SINCE    *
006295* (A MANUAL FIX) IS SKIPPED AND PRINTED FOR REVIEW RATHER THAN  *
006300* OVERLAID.  FINISHING A BACKOUT THAT FAILED PART WAY, A RECORD *
006305* ALREADY STANDING AS ITS BEFORE IMAGE (OR AN ADD ALREADY GONE) *
006310* WAS PUT BACK BY THAT RUN AND ONLY HAS ITS FEEDS HELD AGAIN.   *
006320*****************************************************************
006330 MAIN-PROCESS     SECTION.
006340 MAIN-PROCESS-ENTRY.
006350     READ BKOWORK
006360         AT END SET END-OF-BKOWORK TO TRUE
006370     END-READ.
006380     IF END-OF-BKOWORK
006390         GO TO MAIN-PROCESS-EXIT
006400     END-IF.
006410     IF NOT BKOWORK-STATUS-OK
006420         SET FAILURE TO TRUE
006430         SET END-OF-BKOWORK TO TRUE
006440         DISPLAY "IDBKOUT - I/O ERROR ON BKOWORK, STATUS = "
006450             BKOWORK-STATUS
006460         GO TO MAIN-PROCESS-EXIT
006470     END-IF.
006480     MOVE BKW-CODE1 TO MST-CODE1.
006490     READ MASTFILE.
006492     IF MASTER-RECORD-MISSING
006494         IF PARTIAL-BACKOUT-FOUND
006496          AND BKW-ADD-ACTION
006498             PERFORM 2900-FINISH-EARLIER-RESTORE THRU 2900-EXIT
006500             GO TO MAIN-PROCESS-EXIT
006502         END-IF
006510         MOVE "NOT ON MASTER" TO REGISTER-MESSAGE
006520         PERFORM 2800-SKIP-RECORD THRU 2800-EXIT
006530         GO TO MAIN-PROCESS-EXIT
006540     END-IF.
006550     IF NOT MASTER-STATUS-OK
006560         SET FAILURE TO TRUE
006570         SET END-OF-BKOWORK TO TRUE
006580         DISPLAY "IDBKOUT - I/O ERROR ON MASTER, STATUS = "
006590             MASTER-FILE-STATUS
006600         GO TO MAIN-PROCESS-EXIT
006610     END-IF.
006612     PERFORM 2100-COMPARE-AFTER-IMAGE THRU 2100-EXIT.
006614     IF MASTER-CHANGED-SINCE
006616      AND PARTIAL-BACKOUT-FOUND
006618         PERFORM 2150-COMPARE-BEFORE-IMAGE THRU 2150-EXIT
006620     END-IF.
006622     IF MASTER-ALREADY-RESTORED
006624         PERFORM 2900-FINISH-EARLIER-RESTORE THRU 2900-EXIT
006626         GO TO MAIN-PROCESS-EXIT
006628     END-IF.
006630     IF MASTER-CHANGED-SINCE
006640         MOVE "CHANGED SINCE RUN" TO REGISTER-MESSAGE
006650         PERFORM 2800-SKIP-RECORD THRU 2800-EXIT
006660         GO TO MAIN-PROCESS-EXIT
006670     END-IF.
006680     PERFORM 2450-SAVE-BEFORE-IMAGE THRU 2450-EXIT.
006690     IF BKW-ADD-ACTION
006700         PERFORM 2200-UNDO-ADD THRU 2200-EXIT
006710     END-IF.
006720     IF BKW-CHANGE-ACTION
006730         PERFORM 2300-REVERT-CHANGE THRU 2300-EXIT
006740     END-IF.
006750     IF BKW-DELETE-ACTION
006760         PERFORM 2400-CLEAR-DELETE-FLAG THRU 2400-EXIT
006770     END-IF.
006780 MAIN-PROCESS-EXIT.
006790     EXIT.
006800 2100-COMPARE-AFTER-IMAGE.
006810     SET MASTER-AS-RUN-LEFT-IT TO TRUE.
006820     IF MST-USERNAME       NOT = BKW-AFT-USERNAME
006830      OR MST-DEPT-CODE      NOT = BKW-AFT-DEPT-CODE
006840      OR MST-STATUS         NOT = BKW-AFT-STATUS
006850      OR MST-EFFECTIVE-DATE NOT = BKW-AFT-EFFECTIVE-DATE
006860      OR MST-LAST-SEEN-DATE NOT = BKW-AFT-LAST-SEEN-DATE
006870      OR MST-DELETE-FLAG    NOT = BKW-AFT-DELETE-FLAG
006880      OR MST-MATCH-TYPE     NOT = BKW-AFT-MATCH-TYPE
006890         SET MASTER-CHANGED-SINCE TO TRUE
006900     END-IF.
006910 2100-EXIT.
006911     EXIT.
006912 2150-COMPARE-BEFORE-IMAGE.
006913     IF MST-USERNAME       = BKW-BEF-USERNAME
006914      AND MST-DEPT-CODE      = BKW-BEF-DEPT-CODE
006915      AND MST-STATUS         = BKW-BEF-STATUS
006916      AND MST-EFFECTIVE-DATE = BKW-BEF-EFFECTIVE-DATE
006917      AND MST-LAST-SEEN-DATE = BKW-BEF-LAST-SEEN-DATE
006918      AND MST-DELETE-FLAG    = BKW-BEF-DELETE-FLAG
006919      AND MST-MATCH-TYPE     = BKW-BEF-MATCH-TYPE
006920         SET MASTER-ALREADY-RESTORED TO TRUE
006921     END-IF.
006922 2150-EXIT.
006923     EXIT.
006930*****************************************************************
006935* 2200-UNDO-ADD - THE RUN CREATED THIS CODE1, SO IT IS REMOVED  *
006940* FROM THE MASTER.  THE BAK RECORD'S AFTER IMAGE IS LEFT BLANK. *
006945* THE ROLES IDMAST GRANTED IT GO WITH IT - THE CORRECTED        *
006950* GENERATION MAY NEVER CARRY THE CODE1 AGAIN TO SQUARE THEM.    *
006960*****************************************************************
006970 2200-UNDO-ADD.
006980     DELETE MASTFILE RECORD
006990         INVALID KEY
007000             SET FAILURE TO TRUE
007010             SET END-OF-BKOWORK TO TRUE
007020             DISPLAY "IDBKOUT - DELETE FAILED ON MASTER, STATUS ="
007030                 MASTER-FILE-STATUS
007040     END-DELETE.
007050     IF SUCCESS
007060         ADD 1 TO ADDS-REMOVED-COUNT
007070         PERFORM 2460-CLEAR-AFTER-IMAGE THRU 2460-EXIT
007080         PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT
007081         MOVE "ADD REMOVED" TO REGISTER-MESSAGE
007082         PERFORM 2750-WRITE-RESTORED-LINES THRU 2750-EXIT
007083         PERFORM 2250-REMOVE-USER-ROLES THRU 2250-EXIT
007084     END-IF.
007085 2200-EXIT.
007086     EXIT.
007087*****************************************************************
007088* 2250-REMOVE-USER-ROLES - DELETE EVERY USERROLE ROW THE        *
007089* REMOVED CODE1 HOLDS AND HOLD A ROLE REMOVAL FOR EACH ON       *
007090* ROLEWORK, AS IDMAST'S 2710 DOES FOR A ROLE NO LONGER EARNED.  *
007091*****************************************************************
007092 2250-REMOVE-USER-ROLES.
007093     IF USERROLE-NOT-OPENED
007094         GO TO 2250-EXIT
007095     END-IF.
007096     MOVE SPACES     TO FLAG4.
007097     MOVE BKW-CODE1  TO URA-CODE1.
007098     MOVE LOW-VALUES TO URA-ROLE-CODE.
007099     START USERROLE KEY NOT < URA-KEY
007100         INVALID KEY SET END-OF-USER-ROLES TO TRUE
007101     END-START.
007102     PERFORM 2260-REMOVE-HELD-ROLE THRU 2260-EXIT
007103         UNTIL END-OF-USER-ROLES.
007104 2250-EXIT.
007105     EXIT.
007106 2260-REMOVE-HELD-ROLE.
007107     READ USERROLE NEXT RECORD
007108         AT END SET END-OF-USER-ROLES TO TRUE
007109     END-READ.
007110     IF END-OF-USER-ROLES
007111         GO TO 2260-EXIT
007112     END-IF.
007113     IF NOT USERROLE-STATUS-OK
007114         SET FAILURE TO TRUE
007115         SET END-OF-USER-ROLES TO TRUE
007116         SET END-OF-BKOWORK TO TRUE
007117         DISPLAY "IDBKOUT - I/O ERROR ON USERROLE, STATUS = "
007118             USERROLE-STATUS
007119         GO TO 2260-EXIT
007120     END-IF.
007121     IF URA-CODE1 NOT = BKW-CODE1
007122         SET END-OF-USER-ROLES TO TRUE
007123         GO TO 2260-EXIT
007124     END-IF.
007125     DELETE USERROLE RECORD
007126         INVALID KEY
007127             SET FAILURE TO TRUE
007128             SET END-OF-USER-ROLES TO TRUE
007129             SET END-OF-BKOWORK TO TRUE
007130             DISPLAY "IDBKOUT - DELETE FAILED ON USERROLE, "
007131                 "STATUS = " USERROLE-STATUS
007132     END-DELETE.
007133     IF SUCCESS
007134         PERFORM 2650-WRITE-ROLE-DELTA THRU 2650-EXIT
007135     END-IF.
007136 2260-EXIT.
007137     EXIT.
007140*****************************************************************
007150* 2300-REVERT-CHANGE - PUT THE BEFORE IMAGE BACK.  A USER THE   *
007160* RUN TURNED INACTIVE WAS REVOKED (REASON I), SO THE REVOCATION *
007170* IS REVERSED.  THE CERTIFICATION DATE IS NOT ON THE TRAIL AND  *
007180* IS LEFT AS IT STANDS.                                         *
007190*****************************************************************
007200 2300-REVERT-CHANGE.
007210     PERFORM 2550-RESTORE-BEFORE-IMAGE THRU 2550-EXIT.
007220     IF SUCCESS
007230         ADD 1 TO CHANGES-REVERTED-COUNT
007240         PERFORM 2470-SAVE-AFTER-IMAGE THRU 2470-EXIT
007250         PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT
007260         MOVE "CHANGE REVERTED" TO REGISTER-MESSAGE
007270         PERFORM 2750-WRITE-RESTORED-LINES THRU 2750-EXIT
007280         IF BKW-BEF-STATUS NOT = "I"
007290          AND BKW-AFT-STATUS = "I"
007300             MOVE "I" TO RVW-REVOKE-REASON
007310             PERFORM 2600-WRITE-REINSTATEMENT THRU 2600-EXIT
007320         END-IF
007330     END-IF.
007340 2300-EXIT.
007350     EXIT.
007360*****************************************************************
007365* 2400-CLEAR-DELETE-FLAG - THE RUN'S DROP SWEEP FLAGGED THIS    *
007370* CODE1 AND REVOKED IT OFF FEED (REASON F), OR REVOKED A MANUAL *
007375* DELETE IDMNT HAD LEFT PENDING (REASON M).  THE BEFORE IMAGE   *
007380* CLEARS THE FLAG (OR PUTS A MANUAL ONE BACK TO PENDING FOR THE *
007385* NEXT RUN TO REVOKE AGAIN) AND RESTORES THE LAST-SEEN DATE, AND*
007390* THE REVOCATION IS REVERSED WITH THE REASON IT WENT OUT.       *
007410*****************************************************************
007415 2400-CLEAR-DELETE-FLAG.
007420     PERFORM 2550-RESTORE-BEFORE-IMAGE THRU 2550-EXIT.
007425     IF NOT SUCCESS
007430         GO TO 2400-EXIT
007435     END-IF.
007440     PERFORM 2470-SAVE-AFTER-IMAGE THRU 2470-EXIT.
007445     PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT.
007450     IF MST-MANUAL-DELETE-PENDING
007455         ADD 1 TO MANUAL-REVERSED-COUNT
007460         MOVE "MANUAL REVOKE REVERSED" TO REGISTER-MESSAGE
007465         MOVE "M" TO RVW-REVOKE-REASON
007470     ELSE
007475         ADD 1 TO FLAGS-CLEARED-COUNT
007480         MOVE "DELETE FLAG CLEARED" TO REGISTER-MESSAGE
007485         MOVE "F" TO RVW-REVOKE-REASON
007490     END-IF.
007495     PERFORM 2750-WRITE-RESTORED-LINES THRU 2750-EXIT.
007500     PERFORM 2600-WRITE-REINSTATEMENT THRU 2600-EXIT.
007530 2400-EXIT.
007540     EXIT.
007550*****************************************************************
007560* 2450/2460/2470 - THE BAK RECORD'S BEFORE IMAGE IS THE MASTER  *
007570* AS FOUND, ITS AFTER IMAGE THE MASTER AS PUT BACK (BLANK WHEN  *
007580* AN ADD WAS REMOVED).                                          *
007590*****************************************************************
007600 2450-SAVE-BEFORE-IMAGE.
007610     MOVE MST-USERNAME        TO HST-BEF-USERNAME.
007620     MOVE MST-DEPT-CODE       TO HST-BEF-DEPT-CODE.
007630     MOVE MST-STATUS          TO HST-BEF-STATUS.
007640     MOVE MST-EFFECTIVE-DATE  TO HST-BEF-EFFECTIVE-DATE.
007650     MOVE MST-LAST-SEEN-DATE  TO HST-BEF-LAST-SEEN-DATE.
007660     MOVE MST-DELETE-FLAG     TO HST-BEF-DELETE-FLAG.
007670     MOVE MST-MATCH-TYPE      TO HST-BEF-MATCH-TYPE.
007680 2450-EXIT.
007690     EXIT.
007700 2460-CLEAR-AFTER-IMAGE.
007710     MOVE SPACES              TO HST-AFT-USERNAME
007720                                 HST-AFT-DEPT-CODE
007730                                 HST-AFT-STATUS
007740                                 HST-AFT-DELETE-FLAG
007750                                 HST-AFT-MATCH-TYPE.
007760     MOVE ZERO                TO HST-AFT-EFFECTIVE-DATE
007770                                 HST-AFT-LAST-SEEN-DATE.
007780 2460-EXIT.
007790     EXIT.
007800 2470-SAVE-AFTER-IMAGE.
007810     MOVE MST-USERNAME        TO HST-AFT-USERNAME.
007820     MOVE MST-DEPT-CODE       TO HST-AFT-DEPT-CODE.
007830     MOVE MST-STATUS          TO HST-AFT-STATUS.
007840     MOVE MST-EFFECTIVE-DATE  TO HST-AFT-EFFECTIVE-DATE.
007850     MOVE MST-LAST-SEEN-DATE  TO HST-AFT-LAST-SEEN-DATE.
007860     MOVE MST-DELETE-FLAG     TO HST-AFT-DELETE-FLAG.
007870     MOVE MST-MATCH-TYPE      TO HST-AFT-MATCH-TYPE.
007880 2470-EXIT.
007890     EXIT.
007900*****************************************************************
007910* 2500-WRITE-HISTORY-RECORD - APPEND ONE COMPENSATING BAK       *
007920* RECORD, STAMPED WITH TODAY'S BUSINESS DATE AND THE GENERATION *
007930* REVERSED.  THE CALLER HAS SET BOTH IMAGES.                    *
007940*****************************************************************
007950 2500-WRITE-HISTORY-RECORD.
007960     MOVE BKW-CODE1           TO HST-CODE1.
007970     MOVE RUN-DATE-CCYYMMDD   TO HST-RUN-DATE.
007980     SET HST-BACKOUT-ACTION   TO TRUE.
007990     MOVE BKP-MATCH-GEN-9     TO HST-MATCH-GEN.
008000     WRITE HISTORY-RECORD.
008010     IF NOT MSTHIST-STATUS-OK
008020         SET FAILURE TO TRUE
008030         SET END-OF-BKOWORK TO TRUE
008040         DISPLAY "IDBKOUT - I/O ERROR ON MSTHIST, STATUS = "
008050             MSTHIST-STATUS
008060         GO TO 2500-EXIT
008070     END-IF.
008080     ADD 1 TO HISTORY-WRITTEN-COUNT.
008090 2500-EXIT.
008100     EXIT.
008110 2550-RESTORE-BEFORE-IMAGE.
008120     MOVE BKW-BEF-USERNAME       TO MST-USERNAME.
008130     MOVE BKW-BEF-DEPT-CODE      TO MST-DEPT-CODE.
008140     MOVE BKW-BEF-STATUS         TO MST-STATUS.
008150     MOVE BKW-BEF-EFFECTIVE-DATE TO MST-EFFECTIVE-DATE.
008160     MOVE BKW-BEF-LAST-SEEN-DATE TO MST-LAST-SEEN-DATE.
008170     MOVE BKW-BEF-DELETE-FLAG    TO MST-DELETE-FLAG.
008180     MOVE BKW-BEF-MATCH-TYPE     TO MST-MATCH-TYPE.
008190     REWRITE MASTER-RECORD
008200         INVALID KEY
008210             SET FAILURE TO TRUE
008220             SET END-OF-BKOWORK TO TRUE
008230             DISPLAY "IDBKOUT - REWRITE FAILED ON MASTER, "
008240                 "STATUS = "
008250                 MASTER-FILE-STATUS
008260     END-REWRITE.
008270 2550-EXIT.
008280     EXIT.
008290*****************************************************************
008300* 2600-WRITE-REINSTATEMENT - HOLD ONE REVOCATION REVERSAL ON    *
008310* THE WORK FILE FOR THE MASTER RECORD JUST PUT BACK.  THE       *
008320* CALLER HAS SET THE REASON THE ACCESS WAS TAKEN AWAY.          *
008330*****************************************************************
008340 2600-WRITE-REINSTATEMENT.
008350     MOVE MST-CODE1           TO RVW-CODE1.
008360     MOVE MST-USERNAME        TO RVW-USERNAME.
008370     MOVE MST-DEPT-CODE       TO RVW-DEPT-CODE.
008380     MOVE MST-LAST-SEEN-DATE  TO RVW-LAST-SEEN-DATE.
008385     WRITE REVERSAL-WORK-RECORD.
008390     IF NOT REVWORK-STATUS-OK
008395         SET FAILURE TO TRUE
008400         SET END-OF-BKOWORK TO TRUE
008405         DISPLAY "IDBKOUT - I/O ERROR ON REVWORK, STATUS = "
008410             REVWORK-STATUS
008415         GO TO 2600-EXIT
008420     END-IF.
008425     ADD 1         TO RVR-DETAIL-COUNT.
008430     ADD MST-CODE1 TO RVR-HASH-TOTAL.
008471 2600-EXIT.
008472     EXIT.
008473*****************************************************************
008474* 2650-WRITE-ROLE-DELTA - HOLD ONE ROLE REMOVAL ON ROLEWORK FOR *
008475* THE USERROLE ROW JUST DELETED.                                *
008476*****************************************************************
008477 2650-WRITE-ROLE-DELTA.
008478     MOVE BKW-CODE1          TO RLW-CODE1.
008479     MOVE BKW-AFT-USERNAME   TO RLW-USERNAME.
008480     MOVE URA-DEPT-CODE      TO RLW-DEPT-CODE.
008481     MOVE URA-ROLE-CODE      TO RLW-ROLE-CODE.
008482     SET RLW-REMOVE          TO TRUE.
008483     WRITE ROLE-WORK-RECORD.
008484     IF NOT ROLEWORK-STATUS-OK
008485         SET FAILURE TO TRUE
008486         SET END-OF-USER-ROLES TO TRUE
008487         SET END-OF-BKOWORK TO TRUE
008488         DISPLAY "IDBKOUT - I/O ERROR ON ROLEWORK, STATUS = "
008489             ROLEWORK-STATUS
008490         GO TO 2650-EXIT
008491     END-IF.
008492     ADD 1         TO ROLE-DETAIL-COUNT.
008493     ADD BKW-CODE1 TO ROLE-HASH-TOTAL.
008494 2650-EXIT.
008495     EXIT.
008500*****************************************************************
008510* 2750-WRITE-RESTORED-LINES - THE REGISTER ENTRY FOR A RESTORED *
008520* RECORD, WITH THE WAS IMAGE AND (NOT FOR A REMOVED ADD) THE    *
008530* NOW IMAGE.                                                    *
008540*****************************************************************
008550 2750-WRITE-RESTORED-LINES.
008560     MOVE "RESTORED "         TO BDL-VERDICT.
008570     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT.
008580     MOVE SPACES                 TO BKO-IMAGE-LINE.
008590     MOVE " WAS "                TO BIL-LABEL.
008600     MOVE HST-BEF-USERNAME       TO BIL-USERNAME.
008610     MOVE HST-BEF-DEPT-CODE      TO BIL-DEPT-CODE.
008620     MOVE HST-BEF-STATUS         TO BIL-STATUS.
008630     MOVE HST-BEF-EFFECTIVE-DATE TO BIL-EFFECTIVE-DATE.
008640     MOVE HST-BEF-LAST-SEEN-DATE TO BIL-LAST-SEEN-DATE.
008650     MOVE HST-BEF-DELETE-FLAG    TO BIL-DELETE-FLAG.
008660     MOVE HST-BEF-MATCH-TYPE     TO BIL-MATCH-TYPE.
008670     MOVE BKO-IMAGE-LINE         TO REPORT-LINE.
008680     WRITE REPORT-LINE.
008690     IF BKW-ADD-ACTION
008700         GO TO 2750-EXIT
008710     END-IF.
008720     MOVE SPACES                 TO BKO-IMAGE-LINE.
008730     MOVE " NOW "                TO BIL-LABEL.
008740     MOVE HST-AFT-USERNAME       TO BIL-USERNAME.
008750     MOVE HST-AFT-DEPT-CODE      TO BIL-DEPT-CODE.
008760     MOVE HST-AFT-STATUS         TO BIL-STATUS.
008770     MOVE HST-AFT-EFFECTIVE-DATE TO BIL-EFFECTIVE-DATE.
008780     MOVE HST-AFT-LAST-SEEN-DATE TO BIL-LAST-SEEN-DATE.
008790     MOVE HST-AFT-DELETE-FLAG    TO BIL-DELETE-FLAG.
008800     MOVE HST-AFT-MATCH-TYPE     TO BIL-MATCH-TYPE.
008810     MOVE BKO-IMAGE-LINE         TO REPORT-LINE.
008820     WRITE REPORT-LINE.
008830 2750-EXIT.
008840     EXIT.
008850 2800-SKIP-RECORD.
008860     ADD 1 TO RECORDS-SKIPPED-COUNT.
008870     MOVE "SKIPPED  "         TO BDL-VERDICT.
008880     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT.
008890 2800-EXIT.
008900     EXIT.
008910 2850-WRITE-REGISTER-LINE.
008920     MOVE BKW-ACTION          TO BDL-ACTION.
008930     MOVE BKW-CODE1           TO BDL-CODE1.
008940     MOVE BKW-AFT-USERNAME    TO BDL-USERNAME.
008950     MOVE REGISTER-MESSAGE        TO BDL-MESSAGE.
008960     MOVE BKO-DETAIL-LINE     TO REPORT-LINE.
008961     WRITE REPORT-LINE.
008962 2850-EXIT.
008963     EXIT.
008964*****************************************************************
008965* 2900-FINISH-EARLIER-RESTORE - A BACKOUT OF THIS GENERATION    *
008966* THAT FAILED PART WAY ALREADY PUT THIS RECORD BACK AND WROTE   *
008967* ITS BAK RECORD, BUT ITS FEEDS WERE NEVER SENT.  THE MASTER    *
008968* AND THE TRAIL ARE LEFT ALONE.  THE REVERSAL IS HELD AGAIN, OR *
008969* FOR A REMOVED ADD ANY ROLE STILL ON USERROLE IS TAKEN BACK    *
008970* (THOSE THE FAILED RUN TOOK ARE ALREADY CARRIED ON ROLEWORK).  *
008971*****************************************************************
008972 2900-FINISH-EARLIER-RESTORE.
008973     ADD 1 TO ALREADY-RESTORED-COUNT.
008974     MOVE "RESTORED "         TO BDL-VERDICT.
008975     MOVE "ALREADY RESTORED"  TO REGISTER-MESSAGE.
008976     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT.
008977     IF BKW-ADD-ACTION
008978         PERFORM 2250-REMOVE-USER-ROLES THRU 2250-EXIT
008979         GO TO 2900-EXIT
008980     END-IF.
008981     IF BKW-CHANGE-ACTION
008982         IF BKW-BEF-STATUS NOT = "I"
008983          AND BKW-AFT-STATUS = "I"
008984             MOVE "I" TO RVW-REVOKE-REASON
008985             PERFORM 2600-WRITE-REINSTATEMENT THRU 2600-EXIT
008986         END-IF
008987         GO TO 2900-EXIT
008988     END-IF.
008989     IF MST-MANUAL-DELETE-PENDING
008990         MOVE "M" TO RVW-REVOKE-REASON
008991     ELSE
008992         MOVE "F" TO RVW-REVOKE-REASON
008993     END-IF.
008994     PERFORM 2600-WRITE-REINSTATEMENT THRU 2600-EXIT.
008995 2900-EXIT.
008996     EXIT.
009000*****************************************************************
009005* POST-PROCESS - PRINT THE REGISTER TOTALS, CLOSE ALL FILES AND,*
009010* FOR A CLEAN RUN ONLY, SEAL THE REVERSAL FEED AND ANY ROLE     *
009015* REMOVALS, CLOSE THE BACKOUT ON THE TRAIL WITH ITS BKE RECORD  *
009020* AND RESET RUNCTL SO THE GENERATION IS REBUILT AND APPLIED     *
009025* AGAIN.                                                        *
009040*****************************************************************
009050 POST-PROCESS     SECTION.
009060 POST-PROCESS-ENTRY.
009070     PERFORM 3300-WRITE-REGISTER-TOTALS THRU 3300-EXIT.
009080     CLOSE BKOWORK.
009090     CLOSE MASTFILE.
009102     CLOSE REVWORK.
009104     CLOSE ROLEWORK.
009106     IF USERROLE-OPENED
009108         CLOSE USERROLE
009110     END-IF.
009120     CLOSE BKORPT.
009130*    THE CONTROLLED REVERSAL FEED IS ONLY BUILT FROM A CLEAN
009140*    RUN - A FAILED RUN MUST NOT SEAL A SHORT FEED THE
009150*    RECEIVER WOULD TRUST, NOR BURN A SEQUENCE NUMBER.
009160     IF SUCCESS
009170         PERFORM 3600-BUILD-REVERSAL-FILE THRU 3600-EXIT
009172     END-IF.
009174*    THE ROLE-DELTA FEED GOES OUT ONLY WHEN AN ADD TOOK ROLES
009176*    WITH IT - AN EMPTY FEED WOULD ONLY BURN A ROLESEQ NUMBER.
009178     IF SUCCESS
009180      AND ROLE-DETAIL-COUNT > ZERO
009182         PERFORM 3700-BUILD-ROLE-FILE THRU 3700-EXIT
009183     END-IF.
009184*    THE BKE RECORD GOES ON THE TRAIL ONLY ONCE BOTH FEEDS ARE
009185*    BUILT - UNTIL IT IS THERE A RERUN FINISHES THIS BACKOUT.
009186     IF SUCCESS
009187         PERFORM 3550-WRITE-BACKOUT-END THRU 3550-EXIT
009188     END-IF.
009189     CLOSE MSTHIST.
009190     IF SUCCESS
009200         PERFORM 3500-RESET-RUN-CONTROL THRU 3500-EXIT
009210     END-IF.
009220     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
009230 POST-PROCESS-EXIT.
009240     EXIT.
009250 3300-WRITE-REGISTER-TOTALS.
009260     MOVE SPACES              TO REPORT-LINE.
009270     WRITE REPORT-LINE.
009280     MOVE HISTORY-READ-COUNT  TO BKO-COUNT-DISPLAY.
009290     MOVE SPACES              TO BKO-TOTAL-LINE.
009300     MOVE "HISTORY RECORDS READ" TO BTL-LABEL.
009310     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009320     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009330     WRITE REPORT-LINE.
009340     MOVE HISTORY-SELECTED-COUNT TO BKO-COUNT-DISPLAY.
009350     MOVE SPACES              TO BKO-TOTAL-LINE.
009360     MOVE "RECORDS TO REVERSE" TO BTL-LABEL.
009370     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009380     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009390     WRITE REPORT-LINE.
009400     MOVE ADDS-REMOVED-COUNT  TO BKO-COUNT-DISPLAY.
009410     MOVE SPACES              TO BKO-TOTAL-LINE.
009420     MOVE "ADDS REMOVED"      TO BTL-LABEL.
009430     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009440     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009450     WRITE REPORT-LINE.
009460     MOVE CHANGES-REVERTED-COUNT TO BKO-COUNT-DISPLAY.
009470     MOVE SPACES              TO BKO-TOTAL-LINE.
009480     MOVE "CHANGES REVERTED"  TO BTL-LABEL.
009490     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009500     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009510     WRITE REPORT-LINE.
009520     MOVE FLAGS-CLEARED-COUNT TO BKO-COUNT-DISPLAY.
009530     MOVE SPACES              TO BKO-TOTAL-LINE.
009540     MOVE "DELETE FLAGS CLEARED" TO BTL-LABEL.
009550     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009560     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009562     WRITE REPORT-LINE.
009564     MOVE MANUAL-REVERSED-COUNT TO BKO-COUNT-DISPLAY.
009566     MOVE SPACES              TO BKO-TOTAL-LINE.
009568     MOVE "MANUAL REVOKES REVERSED" TO BTL-LABEL.
009570     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009572     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009573     WRITE REPORT-LINE.
009574     MOVE ALREADY-RESTORED-COUNT TO BKO-COUNT-DISPLAY.
009575     MOVE SPACES              TO BKO-TOTAL-LINE.
009576     MOVE "ALREADY RESTORED"  TO BTL-LABEL.
009577     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009578     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009579     WRITE REPORT-LINE.
009580     MOVE RECORDS-SKIPPED-COUNT TO BKO-COUNT-DISPLAY.
009590     MOVE SPACES              TO BKO-TOTAL-LINE.
009600     MOVE "RECORDS SKIPPED"   TO BTL-LABEL.
009610     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009620     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009630     WRITE REPORT-LINE.
009640     MOVE HISTORY-WRITTEN-COUNT TO BKO-COUNT-DISPLAY.
009650     MOVE SPACES              TO BKO-TOTAL-LINE.
009660     MOVE "HISTORY RECORDS WRITTEN" TO BTL-LABEL.
009670     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009680     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009690     WRITE REPORT-LINE.
009700     MOVE RVR-DETAIL-COUNT    TO BKO-COUNT-DISPLAY.
009710     MOVE SPACES              TO BKO-TOTAL-LINE.
009720     MOVE "REINSTATEMENTS WRITTEN" TO BTL-LABEL.
009730     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009740     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009742     WRITE REPORT-LINE.
009744     MOVE ROLE-DETAIL-COUNT   TO BKO-COUNT-DISPLAY.
009746     MOVE SPACES              TO BKO-TOTAL-LINE.
009748     MOVE "ROLE REMOVALS WRITTEN" TO BTL-LABEL.
009750     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009752     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009753     WRITE REPORT-LINE.
009754     MOVE ROLES-CARRIED-COUNT TO BKO-COUNT-DISPLAY.
009755     MOVE SPACES              TO BKO-TOTAL-LINE.
009756     MOVE "ROLE REMOVALS CARRIED" TO BTL-LABEL.
009757     MOVE BKO-COUNT-DISPLAY   TO BTL-VALUE.
009758     MOVE BKO-TOTAL-LINE      TO REPORT-LINE.
009759     WRITE REPORT-LINE.
009760 3300-EXIT.
009770     EXIT.
009780*****************************************************************
009790* 3400-SET-RETURN-CODE - A CLEAN BACKOUT ENDS 0.  ONE THAT HAD  *
009800* TO SKIP A RECORD, OR FOUND NOTHING ON THE TRAIL TO REVERSE,   *
009810* ENDS 4 SO THE REGISTER IS REVIEWED.  A FAILURE ENDS 99.       *
009820*****************************************************************
009830 3400-SET-RETURN-CODE.
009840     IF NOT SUCCESS
009850         MOVE 99 TO RETURN-CODE
009860         GO TO 3400-EXIT
009870     END-IF.
009880     IF RECORDS-SKIPPED-COUNT > ZERO
009890      OR HISTORY-SELECTED-COUNT = ZERO
009900         MOVE 4  TO RETURN-CODE
009910     ELSE
009920         MOVE 0  TO RETURN-CODE
009930     END-IF.
009940 3400-EXIT.
009950     EXIT.
009960*****************************************************************
009965* 3500-RESET-RUN-CONTROL - THE MASTER NOW STANDS AS IT DID      *
009970* BEFORE THE GENERATION WAS APPLIED, SO RUNCTL IS PUT BACK TO   *
009975* MATCH - THE LAST APPLIED GENERATION RETURNS TO THE PRIOR ONE  *
009980* AND EVERY STEP FLAG OF THE GENERATION IS CLEARED, KEEPING ITS *
009985* SEQUENCE NUMBER AND BUSINESS DATE.  IDNAME THEN RESUMES THE   *
009990* SAME GENERATION FOR THAT BUSINESS DATE FROM THE CORRECTED     *
009995* EXTRACT, IDRECON BALANCES IT AGAIN, AND ONLY THEN WILL IDMAST *
010000* APPLY IT.                                                     *
010005*****************************************************************
010010 3500-RESET-RUN-CONTROL.
010015     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
010020     IF RUNCTL-RECORD-PRESENT
010025         MOVE RCH-MATCH-GEN-PRIOR TO RCH-MATCH-GEN-APPLIED
010030         MOVE SPACES              TO RCH-IDNAME-FLAG
010035                                     RCH-IDRECON-FLAG
010040                                     RCH-IDMAST-FLAG
010045                                     RCH-IDCOMPAR-FLAG
010050                                     RCH-IDEXCTRK-FLAG
010055         PERFORM 0250-REWRITE-RUN-CONTROL THRU 0250-EXIT
010060     ELSE
010065         SET FAILURE TO TRUE
010070         DISPLAY "IDBKOUT - RUN-CONTROL RECORD LOST AT EOJ"
010075     END-IF.
010077 3500-EXIT.
010079     EXIT.
010081*****************************************************************
010083* 3550-WRITE-BACKOUT-END - APPEND THE BKE RECORD MARKING THIS   *
010085* BACKOUT OF THE GENERATION COMPLETE.  IT CARRIES NO CODE1 AND  *
010087* NO IMAGES - ONLY THE BUSINESS DATE AND GENERATION REVERSED.   *
010089*****************************************************************
010091 3550-WRITE-BACKOUT-END.
010093     MOVE ZERO                TO HST-CODE1.
010095     PERFORM 2460-CLEAR-AFTER-IMAGE THRU 2460-EXIT.
010097     MOVE HST-AFTER-IMAGE     TO HST-BEFORE-IMAGE.
010099     MOVE RUN-DATE-CCYYMMDD   TO HST-RUN-DATE.
010101     SET HST-BACKOUT-END-ACTION TO TRUE.
010103     MOVE BKP-MATCH-GEN-9     TO HST-MATCH-GEN.
010105     WRITE HISTORY-RECORD.
010107     IF NOT MSTHIST-STATUS-OK
010109         SET FAILURE TO TRUE
010111         DISPLAY "IDBKOUT - I/O ERROR ON MSTHIST, STATUS = "
010113             MSTHIST-STATUS
010115     END-IF.
010117 3550-EXIT.
010119     EXIT.
010145*****************************************************************
010150* 3600-BUILD-REVERSAL-FILE - REWRITE THE COLLECTED              *
010155* REINSTATEMENTS AS THE CONTROLLED FEED - THE NEXT SEQUENCE     *
010160* NUMBER, A HEADER WITH THE FILE DATE/TIME, ONE DETAIL PER      *
010165* REINSTATEMENT, AND A TRAILER (DETAIL COUNT AND CODE1 HASH),   *
010170* EXACTLY AS IDMAST BUILDS THE REVOCATION FEED.                 *
010175*****************************************************************
010180 3600-BUILD-REVERSAL-FILE.
010185     ACCEPT RUN-TIME-HHMMSSHH FROM TIME.
010190     PERFORM 3650-NEXT-RVR-SEQUENCE THRU 3650-EXIT.
010195     OPEN OUTPUT RVRFILE.
010200     OPEN INPUT  REVWORK.
010205     IF NOT REVWORK-STATUS-OK
010210         SET FAILURE TO TRUE
010215         DISPLAY "IDBKOUT - CANNOT REOPEN REVWORK, STATUS = "
010220             REVWORK-STATUS
010225         CLOSE RVRFILE
010230         GO TO 3600-EXIT
010235     END-IF.
010240     SET MORE-REVWORK-RECORDS TO TRUE.
010245     MOVE RUN-DATE-CCYYMMDD   TO RRH-FILE-DATE.
010250     MOVE RUN-TIME-HH         TO RRH-TIME-HH.
010255     MOVE RUN-TIME-MM         TO RRH-TIME-MM.
010260     MOVE RUN-TIME-SS         TO RRH-TIME-SS.
010265     MOVE RVR-FILE-SEQ-NUMBER TO RRH-SEQ-NUMBER.
010270     MOVE RVR-HEADER-LINE     TO REVERSAL-RECORD.
010275     WRITE REVERSAL-RECORD.
010280     PERFORM 3620-COPY-REVERSAL-DETAIL THRU 3620-EXIT
010285         UNTIL END-OF-REVWORK.
010290     MOVE RVR-DETAIL-COUNT TO RRT-DETAIL-COUNT.
010295     MOVE RVR-HASH-TOTAL   TO RRT-HASH-TOTAL.
010300     MOVE RVR-TRAILER-LINE TO REVERSAL-RECORD.
010305     WRITE REVERSAL-RECORD.
010310     CLOSE REVWORK.
010315     CLOSE RVRFILE.
010320 3600-EXIT.
010325     EXIT.
010330 3620-COPY-REVERSAL-DETAIL.
010335     READ REVWORK
010340         AT END SET END-OF-REVWORK TO TRUE
010345     END-READ.
010350     IF NOT REVWORK-STATUS-OK
010355         SET FAILURE TO TRUE
010360         SET END-OF-REVWORK TO TRUE
010365         DISPLAY "IDBKOUT - I/O ERROR ON REVWORK, STATUS = "
010370             REVWORK-STATUS
010375         GO TO 3620-EXIT
010380     END-IF.
010385     IF END-OF-REVWORK
010390         GO TO 3620-EXIT
010395     END-IF.
010400     MOVE RVW-CODE1          TO RRD-CODE1.
010405     MOVE RVW-USERNAME       TO RRD-USERNAME.
010410     MOVE RVW-DEPT-CODE      TO RRD-DEPT-CODE.
010415     MOVE RVW-REVOKE-REASON  TO RRD-REVOKE-REASON.
010420     MOVE RVW-LAST-SEEN-DATE TO RRD-LAST-SEEN-DATE.
010425     MOVE RVR-DETAIL-LINE    TO REVERSAL-RECORD.
010430     WRITE REVERSAL-RECORD.
010435 3620-EXIT.
010440     EXIT.
010445 3650-NEXT-RVR-SEQUENCE.
010450     MOVE ZERO TO RVR-FILE-SEQ-NUMBER.
010455     OPEN INPUT RVRSEQ.
010460     IF RVRSEQ-STATUS-OK
010465         READ RVRSEQ
010470             AT END MOVE ZERO TO RRS-SEQ-NUMBER
010475         END-READ
010480         IF RRS-SEQ-NUMBER NUMERIC
010485             MOVE RRS-SEQ-NUMBER TO RVR-FILE-SEQ-NUMBER
010490         END-IF
010495         CLOSE RVRSEQ
010500     ELSE
010505         IF NOT RVRSEQ-NOT-FOUND
010510             DISPLAY "IDBKOUT - CANNOT READ RVRSEQ, STATUS = "
010515                 RVRSEQ-STATUS
010520         END-IF
010525     END-IF.
010530     ADD 1 TO RVR-FILE-SEQ-NUMBER.
010535     OPEN OUTPUT RVRSEQ.
010540     MOVE RVR-FILE-SEQ-NUMBER TO RRS-SEQ-NUMBER.
010545     WRITE RVR-SEQ-RECORD.
010550     CLOSE RVRSEQ.
010555 3650-EXIT.
010560     EXIT.
010565*****************************************************************
010570* 3700-BUILD-ROLE-FILE - REWRITE THE COLLECTED ROLE REMOVALS AS *
010575* THE CONTROLLED ROLEBKO FEED UNDER THE NEXT ROLESEQ NUMBER,    *
010580* BUILT EXACTLY AS IDMAST BUILDS ROLEDLTA.                      *
010585*****************************************************************
010590 3700-BUILD-ROLE-FILE.
010595     ACCEPT RUN-TIME-HHMMSSHH FROM TIME.
010600     PERFORM 3750-NEXT-ROLE-SEQUENCE THRU 3750-EXIT.
010605     OPEN OUTPUT ROLEFILE.
010610     OPEN INPUT  ROLEWORK.
010615     IF NOT ROLEWORK-STATUS-OK
010620         SET FAILURE TO TRUE
010625         DISPLAY "IDBKOUT - CANNOT REOPEN ROLEWORK, STATUS = "
010630             ROLEWORK-STATUS
010635         CLOSE ROLEFILE
010640         GO TO 3700-EXIT
010645     END-IF.
010650     SET MORE-ROLEWORK-RECORDS TO TRUE.
010655     MOVE RUN-DATE-CCYYMMDD    TO RLH-FILE-DATE.
010660     MOVE RUN-TIME-HH          TO RLH-TIME-HH.
010665     MOVE RUN-TIME-MM          TO RLH-TIME-MM.
010670     MOVE RUN-TIME-SS          TO RLH-TIME-SS.
010675     MOVE ROLE-FILE-SEQ-NUMBER TO RLH-SEQ-NUMBER.
010680     MOVE ROLE-HEADER-LINE     TO ROLE-DELTA-RECORD.
010685     WRITE ROLE-DELTA-RECORD.
010690     PERFORM 3720-COPY-ROLE-DETAIL THRU 3720-EXIT
010695         UNTIL END-OF-ROLEWORK.
010700     MOVE ROLE-DETAIL-COUNT TO RLT-DETAIL-COUNT.
010705     MOVE ROLE-HASH-TOTAL   TO RLT-HASH-TOTAL.
010710     MOVE ROLE-TRAILER-LINE TO ROLE-DELTA-RECORD.
010715     WRITE ROLE-DELTA-RECORD.
010720     CLOSE ROLEWORK.
010725     CLOSE ROLEFILE.
010730 3700-EXIT.
010735     EXIT.
010740 3720-COPY-ROLE-DETAIL.
010745     READ ROLEWORK
010750         AT END SET END-OF-ROLEWORK TO TRUE
010755     END-READ.
010760     IF NOT ROLEWORK-STATUS-OK
010765         SET FAILURE TO TRUE
010770         SET END-OF-ROLEWORK TO TRUE
010775         DISPLAY "IDBKOUT - I/O ERROR ON ROLEWORK, STATUS = "
010780             ROLEWORK-STATUS
010785         GO TO 3720-EXIT
010790     END-IF.
010795     IF END-OF-ROLEWORK
010800         GO TO 3720-EXIT
010805     END-IF.
010810     MOVE RLW-CODE1          TO RLD-CODE1.
010815     MOVE RLW-USERNAME       TO RLD-USERNAME.
010820     MOVE RLW-DEPT-CODE      TO RLD-DEPT-CODE.
010825     MOVE RLW-ROLE-CODE      TO RLD-ROLE-CODE.
010830     MOVE RLW-ROLE-ACTION    TO RLD-ROLE-ACTION.
010835     MOVE ROLE-DETAIL-LINE   TO ROLE-DELTA-RECORD.
010840     WRITE ROLE-DELTA-RECORD.
010845 3720-EXIT.
010850     EXIT.
010855 3750-NEXT-ROLE-SEQUENCE.
010860     MOVE ZERO TO ROLE-FILE-SEQ-NUMBER.
010865     OPEN INPUT ROLESEQ.
010870     IF ROLESEQ-STATUS-OK
010875         READ ROLESEQ
010880             AT END MOVE ZERO TO RSQ-SEQ-NUMBER
010885         END-READ
010890         IF RSQ-SEQ-NUMBER NUMERIC
010895             MOVE RSQ-SEQ-NUMBER TO ROLE-FILE-SEQ-NUMBER
010900         END-IF
010905         CLOSE ROLESEQ
010910     ELSE
010915         IF NOT ROLESEQ-NOT-FOUND
010920             DISPLAY "IDBKOUT - CANNOT READ ROLESEQ, STATUS = "
010925                 ROLESEQ-STATUS
010930         END-IF
010935     END-IF.
010940     ADD 1 TO ROLE-FILE-SEQ-NUMBER.
010945     OPEN OUTPUT ROLESEQ.
010950     MOVE ROLE-FILE-SEQ-NUMBER TO RSQ-SEQ-NUMBER.
010955     WRITE ROLE-SEQ-RECORD.
010960     CLOSE ROLESEQ.
010965 3750-EXIT.
010970     EXIT.
010990*****************************************************************
011000* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
011010* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
011020* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
011030* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
011040* ENDS THE STEP.                                                *
011050*****************************************************************
011060 9000-READ-BUSINESS-DATE.
011070     OPEN INPUT BIZDATE.
011080     IF BIZDATE-NOT-FOUND
011090         SET SEQUENCE-REFUSED TO TRUE
011100         DISPLAY "IDBKOUT - NO BUSINESS-DATE CARD ON BIZDATE"
011110         GO TO 9000-EXIT
011120     END-IF.
011130     IF NOT BIZDATE-STATUS-OK
011140         SET SEQUENCE-REFUSED TO TRUE
011150         DISPLAY "IDBKOUT - CANNOT OPEN BIZDATE, STATUS = "
011160             BIZDATE-STATUS
011170         GO TO 9000-EXIT
011180     END-IF.
011190     READ BIZDATE
011200         AT END
011210             SET SEQUENCE-REFUSED TO TRUE
011220             DISPLAY "IDBKOUT - EMPTY BUSINESS-DATE CARD"
011230     END-READ.
011240     IF NOT SEQUENCE-REFUSED
011250         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
011260     END-IF.
011270     CLOSE BIZDATE.
011280 9000-EXIT.
011290     EXIT.
011300 9050-EDIT-BUSINESS-DATE.
011310     IF BDC-BUSINESS-DATE NOT NUMERIC
011320      OR NOT BDC-MONTH-VALID
011330      OR NOT BDC-DAY-VALID
011340         SET SEQUENCE-REFUSED TO TRUE
011350         DISPLAY "IDBKOUT - INVALID BUSINESS-DATE CARD "
011360             BDC-BUSINESS-DATE
011370         GO TO 9050-EXIT
011380     END-IF.
011390     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
011400 9050-EXIT.
011410     EXIT.
