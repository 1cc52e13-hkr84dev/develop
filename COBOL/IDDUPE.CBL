000010*****************************************************************
000020* PROGRAM      IDDUPE                                           *
000030* PURPOSE      PERIODIC DUPLICATE-PERSON AND REHIRE SWEEP.      *
000040*              EVERY RECORD ON THE IDENTITY MASTER AND ON THE   *
000050*              PURGE ARCHIVE (MSTARCH) IS GIVEN A NORMALIZED    *
000060*              NAME KEY - USERNAME UPPER-CASED, PUNCTUATION     *
000070*              DROPPED, INITIALS DROPPED AND THE REMAINING      *
000080*              NAME PARTS PUT IN ALPHABETIC ORDER SO THAT       *
000090*              "SMITH, JOHN A." AND "JOHN SMITH" AGREE.  THE    *
000100*              RECORDS ARE SORTED ON THAT KEY AND EVERY PAIR OF *
000110*              DIFFERENT CODE1S SHARING A KEY IS REPORTED AS A  *
000120*              SUSPECTED DUPLICATE, WITH BOTH RECORDS' DEPT,    *
000130*              STATUS, MATCH TYPE AND LAST-SEEN DATE.  PAIRS    *
000140*              WHERE BOTH CODE1S ARE ACTIVE ON THE MASTER ARE   *
000150*              FLAGGED.  PAIRS ON THE CONFIRMED-NOT-DUPLICATE   *
000160*              LIST (DUPEXCL) ARE LEFT OFF THE REPORT.          *
000170*****************************************************************
000180 IDENTIFICATION   DIVISION.
000190 PROGRAM-ID.      IDDUPE.
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
000286*   10/15/2026 DWH    ARCHIVE LAYOUT CARRIES THE LAST-ACTIVITY   *
000288*                     DATE NOW HELD ON THE MASTER IMAGE.         *
000290*   10/15/2026 DWH    MANUAL DELETE FLAGS ("P" AND "M") COUNT AS *
000292*                     DELETE-FLAGGED ALONGSIDE THE SWEEP'S "D".  *
000294*****************************************************************
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
000360*    DUPEXCL IS THE CONFIRMED-NOT-DUPLICATE LIST - ONE RECORD
000370*    PER CODE1 PAIR THAT HAS BEEN REVIEWED AND FOUND TO BE TWO
000380*    DIFFERENT PEOPLE.  EITHER ORDER OF THE PAIR IS ACCEPTED.
000390*    ASSIGNED TO A DDNAME; WITH NO FILE EVERY PAIR IS REPORTED.
000400     SELECT DUPEXCL      ASSIGN TO DUPEXCL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS DUPEXCL-STATUS.
000430     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE  IS DYNAMIC
000460         RECORD KEY   IS MST-CODE1
000470         FILE STATUS  IS MASTER-FILE-STATUS.
000480*    ARCHFILE IS IDPURGE'S PERMANENT ARCHIVE OF PURGED MASTER
000490*    RECORDS - THE ONLY TRACE OF A LEAVER ONCE PURGED, AND SO
000500*    THE SOURCE FOR REHIRE DETECTION.
000510     SELECT ARCHFILE     ASSIGN TO "FILEPATH\MSTARCH.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS ARCHFILE-STATUS.
000540     SELECT SRTWK1       ASSIGN TO SRTWK01.
000550*    DUPESRTD IS BOTH SOURCES RESEQUENCED INTO NAME-KEY/CODE1
000560*    ORDER - THE PAIRING PASS READS THIS STREAM.
000570     SELECT DUPESRTD     ASSIGN TO "FILEPATH\DUPESRTD.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS  IS DUPESRTD-STATUS.
000600     SELECT DUPERPT      ASSIGN TO "FILEPATH\DUPERPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA             DIVISION.
000630 FILE             SECTION.
000632 FD  BIZDATE
000634     RECORDING MODE IS F.
000636     COPY BDCLAY01.
000640 FD  DUPEXCL
000650     RECORDING MODE IS F.
000660 01  DUP-EXCLUSION-RECORD.
000670     05  DXL-CODE1-A                  PIC X(06).
000680     05  DXL-CODE1-B                  PIC X(06).
000690     05  DXL-CONFIRMED-BY             PIC X(08).
000700     05  DXL-CONFIRMED-DATE           PIC X(08).
000710     05  DXL-REMARKS                  PIC X(30).
000720 FD  MASTFILE.
000730     COPY MSTLAY01.
000740 FD  ARCHFILE
000750     RECORDING MODE IS F.
000760*    PURGE DATE FOLLOWED BY THE MASTER IMAGE AS IDPURGE WROTE
000770*    IT (MSTLAY01 ORDER).
000780 01  ARCHIVE-RECORD.
000790     05  ARC-PURGE-DATE               PIC 9(08).
000800     05  ARC-CODE1                    PIC 9(06).
000810     05  ARC-USERNAME                 PIC X(30).
000820     05  ARC-DEPT-CODE                PIC X(04).
000830     05  ARC-STATUS                   PIC X(01).
000840     05  ARC-EFFECTIVE-DATE           PIC 9(08).
000850     05  ARC-LAST-SEEN-DATE           PIC 9(08).
000860     05  ARC-DELETE-FLAG              PIC X(01).
000870     05  ARC-MATCH-TYPE               PIC X(01).
000880     05  ARC-CERT-DATE                PIC 9(08).
000882     05  ARC-LAST-ACTIVITY-DATE       PIC 9(08).
000890 SD  SRTWK1.
000900 01  SORT-WORK-RECORD.
000910     05  SRT-NAME-KEY                PIC X(40).
000920     05  SRT-CODE1                   PIC 9(06).
000930     05  SRT-SOURCE                  PIC X(01).
000940     05  FILLER                      PIC X(53).
000950 FD  DUPESRTD
000960     RECORDING MODE IS F.
000970 01  DUPE-SORTED-RECORD.
000980     05  DSR-NAME-KEY                 PIC X(40).
000990     05  DSR-CODE1                    PIC 9(06).
001000     05  DSR-SOURCE                   PIC X(01).
001010         88  DSR-FROM-MASTER          VALUE "M".
001020         88  DSR-FROM-ARCHIVE         VALUE "A".
001030     05  DSR-USERNAME                 PIC X(30).
001040     05  DSR-DEPT-CODE                PIC X(04).
001050     05  DSR-STATUS                   PIC X(01).
001060     05  DSR-MATCH-TYPE               PIC X(01).
001070     05  DSR-LAST-SEEN-DATE           PIC 9(08).
001080     05  DSR-DELETE-FLAG              PIC X(01).
001082         88  DSR-DELETE-FLAGGED       VALUES "D" "P" "M".
001090     05  DSR-PURGE-DATE               PIC 9(08).
001100 FD  DUPERPT
001110     RECORDING MODE IS F.
001120 01  REPORT-LINE                      PIC X(80).
001130 WORKING-STORAGE  SECTION.
001140 01  STATE.
001150     05  STATE-CODE                  PIC X(02).
001160         88  SUCCESS                 VALUE "00".
001170         88  FAILURE                 VALUE "99".
001180 01  FLAG1                           PIC X(03).
001190     88  END-OF-SORTED               VALUE "EOF".
001200 01  FLAG2                           PIC X(03).
001210     88  END-OF-MASTER               VALUE "EOF".
001220 01  FLAG3                           PIC X(03).
001230     88  END-OF-ARCHIVE              VALUE "EOF".
001240 01  FLAG4                           PIC X(03).
001250     88  END-OF-EXCLUSIONS           VALUE "EOF".
001260 01  DUPEXCL-STATUS                  PIC X(02).
001270     88  DUPEXCL-STATUS-OK           VALUES "00" "10".
001280     88  DUPEXCL-NOT-FOUND           VALUE "35".
001290 01  MASTER-FILE-STATUS              PIC X(02).
001300     88  MASTER-STATUS-OK            VALUE "00".
001310     88  MASTER-FILE-MISSING         VALUE "35".
001320 01  ARCHFILE-STATUS                 PIC X(02).
001330     88  ARCHFILE-STATUS-OK          VALUES "00" "10".
001340     88  ARCHFILE-NOT-FOUND          VALUE "35".
001350 01  DUPESRTD-STATUS                 PIC X(02).
001360     88  DUPESRTD-STATUS-OK          VALUES "00" "10".
001370 01  DUPE-COUNTERS.
001380     05  MASTERS-READ-COUNT          PIC 9(07) COMP.
001390     05  ARCHIVES-READ-COUNT         PIC 9(07) COMP.
001400     05  NAMES-UNUSABLE-COUNT        PIC 9(07) COMP.
001410     05  PAIRS-REPORTED-COUNT        PIC 9(07) COMP.
001420     05  BOTH-ACTIVE-COUNT           PIC 9(07) COMP.
001430     05  REHIRE-PAIRS-COUNT          PIC 9(07) COMP.
001440     05  PAIRS-EXCLUDED-COUNT        PIC 9(07) COMP.
001450     05  ARCHIVE-ONLY-COUNT          PIC 9(07) COMP.
001460     05  EXCLUSIONS-LOADED-COUNT     PIC 9(07) COMP.
001470     05  EXCLUSIONS-INVALID-COUNT    PIC 9(07) COMP.
001480*    SORT INPUT IS STAGED HERE - THE DUPESRTD RECORD AREA IS
001490*    NOT AVAILABLE WHILE THAT FILE IS STILL CLOSED.
001500 01  DUPE-EXTRACT-WORK.
001510     05  DXW-NAME-KEY                PIC X(40).
001520     05  DXW-CODE1                   PIC 9(06).
001530     05  DXW-SOURCE                  PIC X(01).
001540     05  DXW-USERNAME                PIC X(30).
001550     05  DXW-DEPT-CODE               PIC X(04).
001560     05  DXW-STATUS                  PIC X(01).
001570     05  DXW-MATCH-TYPE              PIC X(01).
001580     05  DXW-LAST-SEEN-DATE          PIC 9(08).
001590     05  DXW-DELETE-FLAG             PIC X(01).
001600     05  DXW-PURGE-DATE              PIC 9(08).
001610*****************************************************************
001620* NAME NORMALIZATION WORK AREAS.  THE USERNAME IS UPPER-CASED   *
001630* AND SPLIT INTO NAME PARTS AT SPACES AND SEPARATORS (COMMA,    *
001640* PERIOD AND THE LIKE); APOSTROPHES AND HYPHENS ARE DROPPED     *
001650* WITHOUT SPLITTING, SO O'BRIEN AND OBRIEN AGREE.  SINGLE-      *
001660* LETTER PARTS (INITIALS) ARE DISCARDED AND THE REST ARE PUT IN *
001670* ALPHABETIC ORDER, WHICH MAKES THE KEY INDEPENDENT OF NAME     *
001680* ORDER.                                                        *
001690*****************************************************************
001700 01  NAME-WORK                       PIC X(30).
001710 01  NAME-KEY-WORK                   PIC X(40).
001720 01  NAME-CHAR                       PIC X(01).
001730     88  NAME-CHAR-KEPT              VALUES "A" THRU "Z"
001740                                            "0" THRU "9".
001750     88  NAME-CHAR-DROPPED           VALUES "'" "-".
001760 01  NAME-CHAR-SUB                   PIC 9(04) COMP.
001770 01  NAME-KEY-POINTER                PIC 9(04) COMP.
001780 01  NAME-PART-COUNT                 PIC 9(04) COMP.
001790 01  NAME-PART-LENGTH                PIC 9(04) COMP.
001800 01  NAME-PART-SUB                   PIC 9(04) COMP.
001810 01  NAME-PART-NEXT                  PIC 9(04) COMP.
001820 01  NAME-PART-START                 PIC 9(04) COMP.
001830 01  NAME-PART-HOLD                  PIC X(30).
001840 01  NAME-PART-SWITCH                PIC X(01).
001850     88  NAME-PART-OPEN              VALUE "Y".
001860     88  NAME-PART-CLOSED            VALUE "N".
001870 01  NAME-PART-TABLE.
001880     05  NAME-PART                   PIC X(30) OCCURS 6 TIMES.
001890*    CONFIRMED-NOT-DUPLICATE PAIRS, HELD LOW CODE1 FIRST SO A
001900*    PAIR MATCHES WHICHEVER ORDER IT WAS KEYED IN.
001910 01  EXCLUSION-COUNT                 PIC 9(04) COMP VALUE ZERO.
001920 01  EXCLUSION-SWITCH                PIC X(01).
001930     88  PAIR-EXCLUDED               VALUE "Y".
001940     88  PAIR-NOT-EXCLUDED           VALUE "N".
001950 01  EXCLUSION-WARNING-SWITCH        PIC X(01).
001960     88  EXCLUSION-TABLE-FULL-WARNED VALUE "Y".
001970     88  EXCLUSION-NOT-YET-WARNED    VALUE "N".
001980 01  EXCLUSION-TABLE.
001990     05  EXCLUSION-ENTRY OCCURS 2000 TIMES
002000                         INDEXED BY EXCL-IDX.
002010         10  EXT-CODE1-LOW           PIC 9(06).
002020         10  EXT-CODE1-HIGH          PIC 9(06).
002030 01  PAIR-CODE1-LOW                  PIC 9(06).
002040 01  PAIR-CODE1-HIGH                 PIC 9(06).
002050*****************************************************************
002060* ONE NAME-KEY GROUP, HELD UNTIL THE KEY CHANGES SO EVERY PAIR  *
002070* WITHIN IT CAN BE REPORTED.  A CODE1 APPEARING ON BOTH THE     *
002080* MASTER AND THE ARCHIVE IS HELD ONCE, FROM THE MASTER.         *
002090*****************************************************************
002100 01  PRIOR-NAME-KEY                  PIC X(40).
002110 01  PRIOR-CODE1                     PIC 9(06).
002120 01  GROUP-OPEN-SWITCH               PIC X(01).
002130     88  GROUP-IS-OPEN               VALUE "Y".
002140     88  GROUP-IS-CLOSED             VALUE "N".
002150 01  GROUP-WARNING-SWITCH            PIC X(01).
002160     88  GROUP-TABLE-FULL-WARNED     VALUE "Y".
002170     88  GROUP-NOT-YET-WARNED        VALUE "N".
002180 01  GROUP-COUNT                     PIC 9(04) COMP.
002190 01  GROUP-SUB-A                     PIC 9(04) COMP.
002200 01  GROUP-SUB-B                     PIC 9(04) COMP.
002210 01  GROUP-SUB-START                 PIC 9(04) COMP.
002220 01  PAIR-SIDE-SUB                   PIC 9(04) COMP.
002230 01  GROUP-TABLE.
002240     05  GROUP-ENTRY     OCCURS 50 TIMES.
002250         10  GRP-CODE1               PIC 9(06).
002260         10  GRP-SOURCE              PIC X(01).
002270             88  GRP-FROM-MASTER     VALUE "M".
002280             88  GRP-FROM-ARCHIVE    VALUE "A".
002290         10  GRP-USERNAME            PIC X(30).
002300         10  GRP-DEPT-CODE           PIC X(04).
002310         10  GRP-STATUS              PIC X(01).
002320         10  GRP-MATCH-TYPE          PIC X(01).
002330         10  GRP-LAST-SEEN-DATE      PIC 9(08).
002340         10  GRP-ACTIVE-SWITCH       PIC X(01).
002350             88  GRP-ACTIVE          VALUE "Y".
002360 01  PAIR-TYPE-WORK                  PIC X(08).
002362 01  BIZDATE-STATUS                  PIC X(02).
002364     88  BIZDATE-STATUS-OK           VALUES "00" "10".
002366     88  BIZDATE-NOT-FOUND           VALUE "35".
002370 01  RUN-DATE-FIELDS.
002380     05  RUN-DATE-CCYYMMDD           PIC 9(08).
002390     05  RUN-DATE-CCYYMMDD-X REDEFINES
002400         RUN-DATE-CCYYMMDD.
002410         10  RUN-DATE-CCYY           PIC 9(04).
002420         10  RUN-DATE-MM             PIC 9(02).
002430         10  RUN-DATE-DD             PIC 9(02).
002440 01  RUN-DATE-DISPLAY                PIC X(10).
002450 01  DUPE-HEADING-LINE.
002460     05  FILLER                      PIC X(38)  VALUE
002470         "IDDUPE DUPLICATE PERSON SWEEP         ".
002480     05  FILLER                      PIC X(09)  VALUE
002490         "RUN DATE ".
002500     05  DHL-RUN-DATE                PIC X(10).
002510     05  FILLER                      PIC X(23)  VALUE SPACES.
002520 01  DUPE-COLUMN-LINE.
002530     05  FILLER                      PIC X(07)  VALUE "PAIR".
002540     05  FILLER                      PIC X(10)  VALUE "TYPE".
002550     05  FILLER                      PIC X(05)  VALUE "BOTH".
002560     05  FILLER                      PIC X(08)  VALUE "CODE1".
002570     05  FILLER                      PIC X(06)  VALUE "SRC".
002580     05  FILLER                      PIC X(06)  VALUE "DEPT".
002590     05  FILLER                      PIC X(03)  VALUE "ST".
002600     05  FILLER                      PIC X(03)  VALUE "MT".
002610     05  FILLER                      PIC X(10)  VALUE "LAST SEEN".
002620     05  FILLER                      PIC X(22)  VALUE "USERNAME".
002630*    EACH PAIR PRINTS AS TWO LINES - THE PAIR NUMBER, TYPE AND
002640*    BOTH-ACTIVE FLAG ON THE FIRST, ONE RECORD ON EACH LINE.
002650 01  DUPE-DETAIL-LINE.
002660     05  DDL-PAIR-NUMBER             PIC ZZZZZ.
002670     05  FILLER                      PIC X(02)  VALUE SPACES.
002680     05  DDL-PAIR-TYPE               PIC X(08).
002690     05  FILLER                      PIC X(02)  VALUE SPACES.
002700     05  DDL-BOTH-ACTIVE             PIC X(03).
002710     05  FILLER                      PIC X(02)  VALUE SPACES.
002720     05  DDL-CODE1                   PIC 9(06).
002730     05  FILLER                      PIC X(02)  VALUE SPACES.
002740     05  DDL-SOURCE                  PIC X(04).
002750     05  FILLER                      PIC X(02)  VALUE SPACES.
002760     05  DDL-DEPT-CODE               PIC X(04).
002770     05  FILLER                      PIC X(02)  VALUE SPACES.
002780     05  DDL-STATUS                  PIC X(01).
002790     05  FILLER                      PIC X(02)  VALUE SPACES.
002800     05  DDL-MATCH-TYPE              PIC X(01).
002810     05  FILLER                      PIC X(02)  VALUE SPACES.
002820     05  DDL-LAST-SEEN-DATE          PIC 9(08).
002830     05  FILLER                      PIC X(02)  VALUE SPACES.
002840     05  DDL-USERNAME                PIC X(22).
002850 01  DUPE-TOTAL-LINE.
002860     05  DTL-LABEL                   PIC X(24).
002870     05  FILLER                      PIC X(02)  VALUE SPACES.
002880     05  DTL-VALUE                   PIC X(10).
002890     05  FILLER                      PIC X(44)  VALUE SPACES.
002900 01  DUPE-COUNT-DISPLAY              PIC ZZZZZZ9.
002910 PROCEDURE        DIVISION.
002920 MAIN             SECTION.
002930 MAIN-ENTRY.
002931     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
002932     IF FAILURE
002933         DISPLAY "IDDUPE - NO USABLE BUSINESS DATE - STEP ENDED"
002934         MOVE 16 TO RETURN-CODE
002935         STOP RUN
002936     END-IF.
002940     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
002950     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
002960         UNTIL END-OF-SORTED.
002970     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
002980     STOP RUN.
002990*****************************************************************
003000* PRE-PROCESS - LOAD THE EXCLUSION LIST, THEN RESEQUENCE THE    *
003010* MASTER AND THE ARCHIVE INTO NAME-KEY ORDER.                   *
003020*****************************************************************
003030 PRE-PROCESS      SECTION.
003040 PRE-PROCESS-ENTRY.
003050     MOVE SPACES  TO FLAG1 FLAG2 FLAG3 FLAG4.
003060     MOVE "00"    TO STATE-CODE.
003070     SET GROUP-IS-CLOSED             TO TRUE.
003080     SET GROUP-NOT-YET-WARNED        TO TRUE.
003090     SET EXCLUSION-NOT-YET-WARNED    TO TRUE.
003100     MOVE ZERO    TO MASTERS-READ-COUNT
003110                     ARCHIVES-READ-COUNT
003120                     NAMES-UNUSABLE-COUNT
003130                     PAIRS-REPORTED-COUNT
003140                     BOTH-ACTIVE-COUNT
003150                     REHIRE-PAIRS-COUNT
003160                     PAIRS-EXCLUDED-COUNT
003170                     ARCHIVE-ONLY-COUNT
003180                     EXCLUSIONS-LOADED-COUNT
003190                     EXCLUSIONS-INVALID-COUNT
003200                     GROUP-COUNT.
003220     STRING RUN-DATE-MM  DELIMITED BY SIZE
003230            "/"          DELIMITED BY SIZE
003240            RUN-DATE-DD  DELIMITED BY SIZE
003250            "/"          DELIMITED BY SIZE
003260            RUN-DATE-CCYY DELIMITED BY SIZE
003270         INTO RUN-DATE-DISPLAY.
003280     OPEN OUTPUT DUPERPT.
003290     MOVE RUN-DATE-DISPLAY  TO DHL-RUN-DATE.
003300     MOVE DUPE-HEADING-LINE TO REPORT-LINE.
003310     WRITE REPORT-LINE.
003320     MOVE SPACES            TO REPORT-LINE.
003330     WRITE REPORT-LINE.
003340     MOVE DUPE-COLUMN-LINE  TO REPORT-LINE.
003350     WRITE REPORT-LINE.
003360     PERFORM 1100-LOAD-EXCLUSIONS THRU 1100-EXIT.
003370     IF FAILURE
003380         SET END-OF-SORTED TO TRUE
003390         GO TO PRE-PROCESS-EXIT
003400     END-IF.
003410     PERFORM 1500-SORT-IDENTITIES THRU 1500-EXIT.
003420     IF FAILURE
003430         SET END-OF-SORTED TO TRUE
003440         GO TO PRE-PROCESS-EXIT
003450     END-IF.
003460     OPEN INPUT DUPESRTD.
003470 PRE-PROCESS-EXIT.
003480     EXIT.
003490*****************************************************************
003500* 1100-LOAD-EXCLUSIONS - LOAD THE CONFIRMED-NOT-DUPLICATE LIST. *
003510* AN ENTRY WITHOUT TWO NUMERIC CODE1S IS REPORTED AND SKIPPED.  *
003520*****************************************************************
003530 1100-LOAD-EXCLUSIONS.
003540     OPEN INPUT DUPEXCL.
003550     IF DUPEXCL-NOT-FOUND
003560         DISPLAY "IDDUPE - NO EXCLUSION LIST - EVERY SUSPECTED "
003570             "PAIR IS REPORTED"
003580         GO TO 1100-EXIT
003590     END-IF.
003600     IF NOT DUPEXCL-STATUS-OK
003610         SET FAILURE TO TRUE
003620         DISPLAY "IDDUPE - CANNOT OPEN DUPEXCL, STATUS = "
003630             DUPEXCL-STATUS
003640         GO TO 1100-EXIT
003650     END-IF.
003660     PERFORM 1110-LOAD-EXCLUSION-RECORD THRU 1110-EXIT
003670         UNTIL END-OF-EXCLUSIONS.
003680     CLOSE DUPEXCL.
003690 1100-EXIT.
003700     EXIT.
003710 1110-LOAD-EXCLUSION-RECORD.
003720     READ DUPEXCL
003730         AT END SET END-OF-EXCLUSIONS TO TRUE
003740     END-READ.
003750     IF NOT DUPEXCL-STATUS-OK
003760         SET FAILURE TO TRUE
003770         SET END-OF-EXCLUSIONS TO TRUE
003780         DISPLAY "IDDUPE - I/O ERROR ON DUPEXCL, STATUS = "
003790             DUPEXCL-STATUS
003800         GO TO 1110-EXIT
003810     END-IF.
003820     IF END-OF-EXCLUSIONS
003830         GO TO 1110-EXIT
003840     END-IF.
003850     IF DXL-CODE1-A NOT NUMERIC
003860      OR DXL-CODE1-B NOT NUMERIC
003870         ADD 1 TO EXCLUSIONS-INVALID-COUNT
003880         DISPLAY "IDDUPE - INVALID EXCLUSION ENTRY SKIPPED - "
003890             DXL-CODE1-A " " DXL-CODE1-B
003900         GO TO 1110-EXIT
003910     END-IF.
003920     IF EXCLUSION-COUNT NOT < 2000
003930         PERFORM 1120-EXCLUSION-FULL-WARNING THRU 1120-EXIT
003940         GO TO 1110-EXIT
003950     END-IF.
003960     ADD 1 TO EXCLUSION-COUNT.
003970     ADD 1 TO EXCLUSIONS-LOADED-COUNT.
003980     SET EXCL-IDX TO EXCLUSION-COUNT.
003990     IF DXL-CODE1-A < DXL-CODE1-B
004000         MOVE DXL-CODE1-A TO EXT-CODE1-LOW (EXCL-IDX)
004010         MOVE DXL-CODE1-B TO EXT-CODE1-HIGH (EXCL-IDX)
004020     ELSE
004030         MOVE DXL-CODE1-B TO EXT-CODE1-LOW (EXCL-IDX)
004040         MOVE DXL-CODE1-A TO EXT-CODE1-HIGH (EXCL-IDX)
004050     END-IF.
004060 1110-EXIT.
004070     EXIT.
004080 1120-EXCLUSION-FULL-WARNING.
004090     IF NOT EXCLUSION-TABLE-FULL-WARNED
004100         DISPLAY "IDDUPE - WARNING - EXCLUSION-TABLE FULL AT 2000"
004110         DISPLAY "IDDUPE - REMAINING EXCLUSIONS NOT LOADED"
004120         SET EXCLUSION-TABLE-FULL-WARNED TO TRUE
004130     END-IF.
004140 1120-EXIT.
004150     EXIT.
004160 1500-SORT-IDENTITIES.
004170     SORT SRTWK1
004180         ON ASCENDING  KEY SRT-NAME-KEY
004190                           SRT-CODE1
004200         ON DESCENDING KEY SRT-SOURCE
004210         INPUT PROCEDURE IS 1510-RELEASE-IDENTITIES
004220                       THRU 1510-EXIT
004230         GIVING DUPESRTD.
004240     IF SORT-RETURN NOT = ZERO
004250         SET FAILURE TO TRUE
004260         DISPLAY "IDDUPE - IDENTITY SORT FAILED, SORT-RETURN = "
004270             SORT-RETURN
004280     END-IF.
004290 1500-EXIT.
004300     EXIT.
004310*****************************************************************
004320* 1510-RELEASE-IDENTITIES - EVERY MASTER RECORD, THEN EVERY     *
004330* ARCHIVE RECORD.  DELETE-FLAGGED MASTER RECORDS ARE KEPT - A   *
004340* LEAVER NOT YET PURGED IS JUST AS MUCH A REHIRE'S PRIOR        *
004350* IDENTITY AS ONE ALREADY ARCHIVED.  WITH NO ARCHIVE ON FILE    *
004360* THE SWEEP RUNS AGAINST THE MASTER ALONE.                      *
004370*****************************************************************
004380 1510-RELEASE-IDENTITIES.
004390     OPEN INPUT MASTFILE.
004400     IF NOT MASTER-STATUS-OK
004410         SET FAILURE TO TRUE
004420         DISPLAY "IDDUPE - CANNOT OPEN MASTER, STATUS = "
004430             MASTER-FILE-STATUS
004440         GO TO 1510-EXIT
004450     END-IF.
004460     MOVE ZERO TO MST-CODE1.
004470     START MASTFILE KEY NOT < MST-CODE1
004480         INVALID KEY SET END-OF-MASTER TO TRUE
004490     END-START.
004500     PERFORM 1520-RELEASE-MASTER-RECORD THRU 1520-EXIT
004510         UNTIL END-OF-MASTER.
004520     CLOSE MASTFILE.
004530     IF FAILURE
004540         GO TO 1510-EXIT
004550     END-IF.
004560     OPEN INPUT ARCHFILE.
004570     IF ARCHFILE-NOT-FOUND
004580         DISPLAY "IDDUPE - NO MASTER ARCHIVE - SWEEPING THE "
004590             "MASTER ONLY"
004600         GO TO 1510-EXIT
004610     END-IF.
004620     IF NOT ARCHFILE-STATUS-OK
004630         SET FAILURE TO TRUE
004640         DISPLAY "IDDUPE - CANNOT OPEN ARCHFILE, STATUS = "
004650             ARCHFILE-STATUS
004660         GO TO 1510-EXIT
004670     END-IF.
004680     PERFORM 1540-RELEASE-ARCHIVE-RECORD THRU 1540-EXIT
004690         UNTIL END-OF-ARCHIVE.
004700     CLOSE ARCHFILE.
004710 1510-EXIT.
004720     EXIT.
004730 1520-RELEASE-MASTER-RECORD.
004740     READ MASTFILE NEXT RECORD
004750         AT END SET END-OF-MASTER TO TRUE
004760     END-READ.
004770     IF END-OF-MASTER
004780         GO TO 1520-EXIT
004790     END-IF.
004800     IF NOT MASTER-STATUS-OK
004810         SET FAILURE TO TRUE
004820         SET END-OF-MASTER TO TRUE
004830         DISPLAY "IDDUPE - I/O ERROR ON MASTER, STATUS = "
004840             MASTER-FILE-STATUS
004850         GO TO 1520-EXIT
004860     END-IF.
004870     ADD 1 TO MASTERS-READ-COUNT.
004880     MOVE MST-USERNAME       TO NAME-WORK.
004890     PERFORM 1600-NORMALIZE-NAME THRU 1600-EXIT.
004900     IF NAME-KEY-WORK = SPACES
004910         ADD 1 TO NAMES-UNUSABLE-COUNT
004920         GO TO 1520-EXIT
004930     END-IF.
004940     MOVE NAME-KEY-WORK      TO DXW-NAME-KEY.
004950     MOVE MST-CODE1          TO DXW-CODE1.
004960     MOVE "M"                TO DXW-SOURCE.
004970     MOVE MST-USERNAME       TO DXW-USERNAME.
004980     MOVE MST-DEPT-CODE      TO DXW-DEPT-CODE.
004990     MOVE MST-STATUS         TO DXW-STATUS.
005000     MOVE MST-MATCH-TYPE     TO DXW-MATCH-TYPE.
005010     MOVE MST-LAST-SEEN-DATE TO DXW-LAST-SEEN-DATE.
005020     MOVE MST-DELETE-FLAG    TO DXW-DELETE-FLAG.
005030     MOVE ZERO               TO DXW-PURGE-DATE.
005040     RELEASE SORT-WORK-RECORD FROM DUPE-EXTRACT-WORK.
005050 1520-EXIT.
005060     EXIT.
005070 1540-RELEASE-ARCHIVE-RECORD.
005080     READ ARCHFILE
005090         AT END SET END-OF-ARCHIVE TO TRUE
005100     END-READ.
005110     IF NOT ARCHFILE-STATUS-OK
005120         SET FAILURE TO TRUE
005130         SET END-OF-ARCHIVE TO TRUE
005140         DISPLAY "IDDUPE - I/O ERROR ON ARCHFILE, STATUS = "
005150             ARCHFILE-STATUS
005160         GO TO 1540-EXIT
005170     END-IF.
005180     IF END-OF-ARCHIVE
005190         GO TO 1540-EXIT
005200     END-IF.
005210     ADD 1 TO ARCHIVES-READ-COUNT.
005220     MOVE ARC-USERNAME       TO NAME-WORK.
005230     PERFORM 1600-NORMALIZE-NAME THRU 1600-EXIT.
005240     IF NAME-KEY-WORK = SPACES
005250         ADD 1 TO NAMES-UNUSABLE-COUNT
005260         GO TO 1540-EXIT
005270     END-IF.
005280     MOVE NAME-KEY-WORK      TO DXW-NAME-KEY.
005290     MOVE ARC-CODE1          TO DXW-CODE1.
005300     MOVE "A"                TO DXW-SOURCE.
005310     MOVE ARC-USERNAME       TO DXW-USERNAME.
005320     MOVE ARC-DEPT-CODE      TO DXW-DEPT-CODE.
005330     MOVE ARC-STATUS         TO DXW-STATUS.
005340     MOVE ARC-MATCH-TYPE     TO DXW-MATCH-TYPE.
005350     MOVE ARC-LAST-SEEN-DATE TO DXW-LAST-SEEN-DATE.
005360     MOVE ARC-DELETE-FLAG    TO DXW-DELETE-FLAG.
005370     MOVE ARC-PURGE-DATE     TO DXW-PURGE-DATE.
005380     RELEASE SORT-WORK-RECORD FROM DUPE-EXTRACT-WORK.
005390 1540-EXIT.
005400     EXIT.
005410*****************************************************************
005420* 1600-NORMALIZE-NAME - BUILD NAME-KEY-WORK FROM NAME-WORK.     *
005430* LEAVES NAME-KEY-WORK BLANK WHEN NO USABLE NAME PART REMAINS.  *
005440*****************************************************************
005450 1600-NORMALIZE-NAME.
005460     MOVE SPACES             TO NAME-KEY-WORK NAME-PART-TABLE.
005470     MOVE ZERO               TO NAME-PART-COUNT NAME-PART-LENGTH.
005480     SET NAME-PART-CLOSED    TO TRUE.
005490     INSPECT NAME-WORK CONVERTING
005500         "abcdefghijklmnopqrstuvwxyz"
005510      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005520     PERFORM 1610-SCAN-NAME-CHAR THRU 1610-EXIT
005530         VARYING NAME-CHAR-SUB FROM 1 BY 1
005540         UNTIL NAME-CHAR-SUB > 30.
005550     PERFORM 1620-CLOSE-NAME-PART THRU 1620-EXIT.
005560     IF NAME-PART-COUNT = ZERO
005570         GO TO 1600-EXIT
005580     END-IF.
005590     PERFORM 1630-ORDER-NAME-PARTS THRU 1630-EXIT
005600         VARYING NAME-PART-SUB FROM 1 BY 1
005610         UNTIL NAME-PART-SUB NOT < NAME-PART-COUNT.
005620     MOVE 1                  TO NAME-KEY-POINTER.
005630     PERFORM 1650-APPEND-NAME-PART THRU 1650-EXIT
005640         VARYING NAME-PART-SUB FROM 1 BY 1
005650         UNTIL NAME-PART-SUB > NAME-PART-COUNT.
005660 1600-EXIT.
005670     EXIT.
005680 1610-SCAN-NAME-CHAR.
005690     MOVE NAME-WORK (NAME-CHAR-SUB:1) TO NAME-CHAR.
005700     IF NAME-CHAR-DROPPED
005710         GO TO 1610-EXIT
005720     END-IF.
005730     IF NOT NAME-CHAR-KEPT
005740         PERFORM 1620-CLOSE-NAME-PART THRU 1620-EXIT
005750         GO TO 1610-EXIT
005760     END-IF.
005770     IF NAME-PART-CLOSED
005780         IF NAME-PART-COUNT NOT < 6
005790             GO TO 1610-EXIT
005800         END-IF
005810         ADD 1 TO NAME-PART-COUNT
005820         MOVE ZERO TO NAME-PART-LENGTH
005830         SET NAME-PART-OPEN TO TRUE
005840     END-IF.
005850     ADD 1 TO NAME-PART-LENGTH.
005860     MOVE NAME-CHAR TO
005870         NAME-PART (NAME-PART-COUNT) (NAME-PART-LENGTH:1).
005880 1610-EXIT.
005890     EXIT.
005900*    AN INITIAL (A ONE-LETTER PART) IS DISCARDED AS IT CLOSES -
005910*    ONE FEED CARRIES MIDDLE INITIALS AND ANOTHER DOES NOT.
005920 1620-CLOSE-NAME-PART.
005930     IF NAME-PART-OPEN
005940      AND NAME-PART-LENGTH = 1
005950         MOVE SPACES TO NAME-PART (NAME-PART-COUNT)
005960         SUBTRACT 1 FROM NAME-PART-COUNT
005970     END-IF.
005980     SET NAME-PART-CLOSED TO TRUE.
005990 1620-EXIT.
006000     EXIT.
006010*    EXCHANGE ORDERING OF AT MOST SIX PARTS - EACH PASS CARRIES
006020*    THE LOWEST REMAINING PART INTO POSITION NAME-PART-SUB.
006030 1630-ORDER-NAME-PARTS.
006040     COMPUTE NAME-PART-START = NAME-PART-SUB + 1.
006050     PERFORM 1640-EXCHANGE-NAME-PART THRU 1640-EXIT
006060         VARYING NAME-PART-NEXT FROM NAME-PART-START BY 1
006070         UNTIL NAME-PART-NEXT > NAME-PART-COUNT.
006080 1630-EXIT.
006090     EXIT.
006100 1640-EXCHANGE-NAME-PART.
006110     IF NAME-PART (NAME-PART-NEXT) < NAME-PART (NAME-PART-SUB)
006120         MOVE NAME-PART (NAME-PART-SUB)  TO NAME-PART-HOLD
006130         MOVE NAME-PART (NAME-PART-NEXT) TO
006140             NAME-PART (NAME-PART-SUB)
006150         MOVE NAME-PART-HOLD TO NAME-PART (NAME-PART-NEXT)
006160     END-IF.
006170 1640-EXIT.
006180     EXIT.
006190 1650-APPEND-NAME-PART.
006200     IF NAME-PART-SUB > 1
006210         STRING " " DELIMITED BY SIZE
006220             INTO NAME-KEY-WORK
006230             WITH POINTER NAME-KEY-POINTER
006240         END-STRING
006250     END-IF.
006260     STRING NAME-PART (NAME-PART-SUB) DELIMITED BY SPACE
006270         INTO NAME-KEY-WORK
006280         WITH POINTER NAME-KEY-POINTER
006290     END-STRING.
006300 1650-EXIT.
006310     EXIT.
006320*****************************************************************
006330* MAIN-PROCESS - COLLECT EACH NAME-KEY GROUP FROM THE SORTED    *
006340* STREAM.  WHEN THE KEY CHANGES THE FINISHED GROUP IS PAIRED    *
006350* OFF AND REPORTED.                                             *
006360*****************************************************************
006370 MAIN-PROCESS     SECTION.
006380 MAIN-PROCESS-ENTRY.
006390     READ DUPESRTD
006400         AT END SET END-OF-SORTED TO TRUE
006410     END-READ.
006420     IF NOT DUPESRTD-STATUS-OK
006430         SET FAILURE TO TRUE
006440         SET END-OF-SORTED TO TRUE
006450         DISPLAY "IDDUPE - I/O ERROR ON DUPESRTD, STATUS = "
006460             DUPESRTD-STATUS
006470         GO TO MAIN-PROCESS-EXIT
006480     END-IF.
006490     IF END-OF-SORTED
006500         GO TO MAIN-PROCESS-EXIT
006510     END-IF.
006520     IF GROUP-IS-OPEN
006530      AND DSR-NAME-KEY NOT = PRIOR-NAME-KEY
006540         PERFORM 2500-REPORT-GROUP THRU 2500-EXIT
006550     END-IF.
006560     IF NOT GROUP-IS-OPEN
006570         PERFORM 2100-START-GROUP THRU 2100-EXIT
006580     END-IF.
006590     IF DSR-CODE1 NOT = PRIOR-CODE1
006600         PERFORM 2200-ADD-GROUP-ENTRY THRU 2200-EXIT
006610     END-IF.
006620 MAIN-PROCESS-EXIT.
006630     EXIT.
006640 2100-START-GROUP.
006650     MOVE DSR-NAME-KEY       TO PRIOR-NAME-KEY.
006660     MOVE ZERO               TO PRIOR-CODE1.
006670     MOVE ZERO               TO GROUP-COUNT.
006680     SET GROUP-IS-OPEN       TO TRUE.
006690 2100-EXIT.
006700     EXIT.
006710*    THE MASTER COPY OF A CODE1 SORTS AHEAD OF ANY ARCHIVE COPY,
006720*    SO THE FIRST RECORD SEEN FOR A CODE1 IS THE ONE HELD.
006730 2200-ADD-GROUP-ENTRY.
006740     MOVE DSR-CODE1          TO PRIOR-CODE1.
006750     IF GROUP-COUNT NOT < 50
006760         IF NOT GROUP-TABLE-FULL-WARNED
006770             DISPLAY "IDDUPE - WARNING - GROUP-TABLE FULL AT 50 "
006780                 "FOR " DSR-NAME-KEY
006790             SET GROUP-TABLE-FULL-WARNED TO TRUE
006800         END-IF
006810         GO TO 2200-EXIT
006820     END-IF.
006830     ADD 1 TO GROUP-COUNT.
006840     MOVE DSR-CODE1          TO GRP-CODE1 (GROUP-COUNT).
006850     MOVE DSR-SOURCE         TO GRP-SOURCE (GROUP-COUNT).
006860     MOVE DSR-USERNAME       TO GRP-USERNAME (GROUP-COUNT).
006870     MOVE DSR-DEPT-CODE      TO GRP-DEPT-CODE (GROUP-COUNT).
006880     MOVE DSR-STATUS         TO GRP-STATUS (GROUP-COUNT).
006890     MOVE DSR-MATCH-TYPE     TO GRP-MATCH-TYPE (GROUP-COUNT).
006900     MOVE DSR-LAST-SEEN-DATE TO GRP-LAST-SEEN-DATE (GROUP-COUNT).
006910     MOVE "N"                TO GRP-ACTIVE-SWITCH (GROUP-COUNT).
006920     IF DSR-FROM-MASTER
006930      AND DSR-STATUS = "A"
006940      AND NOT DSR-DELETE-FLAGGED
006950         MOVE "Y"            TO GRP-ACTIVE-SWITCH (GROUP-COUNT)
006960     END-IF.
006970 2200-EXIT.
006980     EXIT.
006990*****************************************************************
007000* 2500-REPORT-GROUP - PAIR OFF EVERY TWO CODE1S IN THE GROUP.   *
007010*****************************************************************
007020 2500-REPORT-GROUP.
007030     IF GROUP-COUNT > 1
007040         PERFORM 2510-PAIR-FIRST-ENTRY THRU 2510-EXIT
007050             VARYING GROUP-SUB-A FROM 1 BY 1
007060             UNTIL GROUP-SUB-A NOT < GROUP-COUNT
007070     END-IF.
007080     SET GROUP-IS-CLOSED     TO TRUE.
007090 2500-EXIT.
007100     EXIT.
007110 2510-PAIR-FIRST-ENTRY.
007120     COMPUTE GROUP-SUB-START = GROUP-SUB-A + 1.
007130     PERFORM 2520-PAIR-SECOND-ENTRY THRU 2520-EXIT
007140         VARYING GROUP-SUB-B FROM GROUP-SUB-START BY 1
007150         UNTIL GROUP-SUB-B > GROUP-COUNT.
007160 2510-EXIT.
007170     EXIT.
007180*    TWO ARCHIVED IDENTITIES GRANT NOTHING TODAY, SO A PAIR IS
007190*    ONLY REPORTED WHEN AT LEAST ONE SIDE IS STILL ON THE MASTER.
007200 2520-PAIR-SECOND-ENTRY.
007210     IF GRP-FROM-ARCHIVE (GROUP-SUB-A)
007220      AND GRP-FROM-ARCHIVE (GROUP-SUB-B)
007230         ADD 1 TO ARCHIVE-ONLY-COUNT
007240         GO TO 2520-EXIT
007250     END-IF.
007260     PERFORM 2530-CHECK-EXCLUSION THRU 2530-EXIT.
007270     IF PAIR-EXCLUDED
007280         ADD 1 TO PAIRS-EXCLUDED-COUNT
007290         GO TO 2520-EXIT
007300     END-IF.
007310     PERFORM 2550-WRITE-PAIR THRU 2550-EXIT.
007320 2520-EXIT.
007330     EXIT.
007340 2530-CHECK-EXCLUSION.
007350     SET PAIR-NOT-EXCLUDED   TO TRUE.
007360     IF EXCLUSION-COUNT = ZERO
007370         GO TO 2530-EXIT
007380     END-IF.
007390     IF GRP-CODE1 (GROUP-SUB-A) < GRP-CODE1 (GROUP-SUB-B)
007400         MOVE GRP-CODE1 (GROUP-SUB-A) TO PAIR-CODE1-LOW
007410         MOVE GRP-CODE1 (GROUP-SUB-B) TO PAIR-CODE1-HIGH
007420     ELSE
007430         MOVE GRP-CODE1 (GROUP-SUB-B) TO PAIR-CODE1-LOW
007440         MOVE GRP-CODE1 (GROUP-SUB-A) TO PAIR-CODE1-HIGH
007450     END-IF.
007460     SET EXCL-IDX TO 1.
007470     SEARCH EXCLUSION-ENTRY
007480         AT END
007490             SET PAIR-NOT-EXCLUDED TO TRUE
007500         WHEN EXCL-IDX > EXCLUSION-COUNT
007510             SET PAIR-NOT-EXCLUDED TO TRUE
007520         WHEN EXT-CODE1-LOW (EXCL-IDX) = PAIR-CODE1-LOW
007530          AND EXT-CODE1-HIGH (EXCL-IDX) = PAIR-CODE1-HIGH
007540             SET PAIR-EXCLUDED TO TRUE
007550     END-SEARCH.
007560 2530-EXIT.
007570     EXIT.
007580*****************************************************************
007590* 2550-WRITE-PAIR - CLASSIFY AND PRINT ONE SUSPECTED PAIR.      *
007600*   REHIRE   - ONE SIDE IS A PURGED (ARCHIVED) IDENTITY         *
007610*   CONVERT  - BOTH ON THE MASTER, ONE BY ROSTER OVERRIDE       *
007620*   TWO IDS  - BOTH ON THE MASTER, SAME MATCH TYPE              *
007630* BOTH = YES WHEN BOTH CODE1S ARE ACTIVE AND NOT DELETE-FLAGGED *
007640*****************************************************************
007650 2550-WRITE-PAIR.
007660     ADD 1 TO PAIRS-REPORTED-COUNT.
007670     IF GRP-FROM-ARCHIVE (GROUP-SUB-A)
007680      OR GRP-FROM-ARCHIVE (GROUP-SUB-B)
007690         MOVE "REHIRE"       TO PAIR-TYPE-WORK
007700         ADD 1 TO REHIRE-PAIRS-COUNT
007710     ELSE
007720         IF GRP-MATCH-TYPE (GROUP-SUB-A)
007730                NOT = GRP-MATCH-TYPE (GROUP-SUB-B)
007740             MOVE "CONVERT"  TO PAIR-TYPE-WORK
007750         ELSE
007760             MOVE "TWO IDS"  TO PAIR-TYPE-WORK
007770         END-IF
007780     END-IF.
007790     MOVE SPACES             TO REPORT-LINE.
007800     WRITE REPORT-LINE.
007810     MOVE PAIRS-REPORTED-COUNT TO DDL-PAIR-NUMBER.
007820     MOVE PAIR-TYPE-WORK     TO DDL-PAIR-TYPE.
007830     IF GRP-ACTIVE (GROUP-SUB-A)
007840      AND GRP-ACTIVE (GROUP-SUB-B)
007850         MOVE "YES"          TO DDL-BOTH-ACTIVE
007860         ADD 1 TO BOTH-ACTIVE-COUNT
007870     ELSE
007880         MOVE SPACES         TO DDL-BOTH-ACTIVE
007890     END-IF.
007900     MOVE GROUP-SUB-A        TO PAIR-SIDE-SUB.
007910     PERFORM 2560-WRITE-PAIR-SIDE THRU 2560-EXIT.
007920     MOVE SPACES             TO DDL-PAIR-TYPE DDL-BOTH-ACTIVE.
007930     MOVE ZERO               TO DDL-PAIR-NUMBER.
007940     MOVE GROUP-SUB-B        TO PAIR-SIDE-SUB.
007950     PERFORM 2560-WRITE-PAIR-SIDE THRU 2560-EXIT.
007960 2550-EXIT.
007970     EXIT.
007980 2560-WRITE-PAIR-SIDE.
007990     MOVE GRP-CODE1 (PAIR-SIDE-SUB)      TO DDL-CODE1.
008000     IF GRP-FROM-MASTER (PAIR-SIDE-SUB)
008010         MOVE "MSTR"                     TO DDL-SOURCE
008020     ELSE
008030         MOVE "ARCH"                     TO DDL-SOURCE
008040     END-IF.
008050     MOVE GRP-DEPT-CODE (PAIR-SIDE-SUB)  TO DDL-DEPT-CODE.
008060     MOVE GRP-STATUS (PAIR-SIDE-SUB)     TO DDL-STATUS.
008070     MOVE GRP-MATCH-TYPE (PAIR-SIDE-SUB) TO DDL-MATCH-TYPE.
008080     MOVE GRP-LAST-SEEN-DATE (PAIR-SIDE-SUB)
008090                                         TO DDL-LAST-SEEN-DATE.
008100     MOVE GRP-USERNAME (PAIR-SIDE-SUB)   TO DDL-USERNAME.
008110     MOVE DUPE-DETAIL-LINE               TO REPORT-LINE.
008120     WRITE REPORT-LINE.
008130 2560-EXIT.
008140     EXIT.
008150*****************************************************************
008160* POST-PROCESS - REPORT THE LAST GROUP, PRINT THE SWEEP TOTALS  *
008170* AND CLOSE ALL FILES.                                          *
008180*****************************************************************
008190 POST-PROCESS     SECTION.
008200 POST-PROCESS-ENTRY.
008210     IF GROUP-IS-OPEN
008220         PERFORM 2500-REPORT-GROUP THRU 2500-EXIT
008230     END-IF.
008240     PERFORM 3300-WRITE-DUPE-TOTALS THRU 3300-EXIT.
008250     CLOSE DUPESRTD.
008260     CLOSE DUPERPT.
008270     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
008280 POST-PROCESS-EXIT.
008290     EXIT.
008300 3300-WRITE-DUPE-TOTALS.
008310     MOVE SPACES              TO REPORT-LINE.
008320     WRITE REPORT-LINE.
008330     MOVE MASTERS-READ-COUNT  TO DUPE-COUNT-DISPLAY.
008340     MOVE SPACES              TO DUPE-TOTAL-LINE.
008350     MOVE "MASTER RECORDS READ" TO DTL-LABEL.
008360     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008370     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008380     WRITE REPORT-LINE.
008390     MOVE ARCHIVES-READ-COUNT TO DUPE-COUNT-DISPLAY.
008400     MOVE SPACES              TO DUPE-TOTAL-LINE.
008410     MOVE "ARCHIVE RECORDS READ" TO DTL-LABEL.
008420     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008430     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008440     WRITE REPORT-LINE.
008450     MOVE NAMES-UNUSABLE-COUNT TO DUPE-COUNT-DISPLAY.
008460     MOVE SPACES              TO DUPE-TOTAL-LINE.
008470     MOVE "NO USABLE NAME" TO DTL-LABEL.
008480     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008490     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008500     WRITE REPORT-LINE.
008510     MOVE PAIRS-REPORTED-COUNT TO DUPE-COUNT-DISPLAY.
008520     MOVE SPACES              TO DUPE-TOTAL-LINE.
008530     MOVE "SUSPECTED PAIRS" TO DTL-LABEL.
008540     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008550     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008560     WRITE REPORT-LINE.
008570     MOVE BOTH-ACTIVE-COUNT   TO DUPE-COUNT-DISPLAY.
008580     MOVE SPACES              TO DUPE-TOTAL-LINE.
008590     MOVE "BOTH CODE1S ACTIVE" TO DTL-LABEL.
008600     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008610     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008620     WRITE REPORT-LINE.
008630     MOVE REHIRE-PAIRS-COUNT  TO DUPE-COUNT-DISPLAY.
008640     MOVE SPACES              TO DUPE-TOTAL-LINE.
008650     MOVE "REHIRE PAIRS" TO DTL-LABEL.
008660     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008670     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008680     WRITE REPORT-LINE.
008690     MOVE PAIRS-EXCLUDED-COUNT TO DUPE-COUNT-DISPLAY.
008700     MOVE SPACES              TO DUPE-TOTAL-LINE.
008710     MOVE "CONFIRMED NOT DUPLICATE" TO DTL-LABEL.
008720     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008730     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008740     WRITE REPORT-LINE.
008750     MOVE ARCHIVE-ONLY-COUNT  TO DUPE-COUNT-DISPLAY.
008760     MOVE SPACES              TO DUPE-TOTAL-LINE.
008770     MOVE "ARCHIVE-ONLY PAIRS SKIP" TO DTL-LABEL.
008780     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008790     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008800     WRITE REPORT-LINE.
008810     MOVE EXCLUSIONS-INVALID-COUNT TO DUPE-COUNT-DISPLAY.
008820     MOVE SPACES              TO DUPE-TOTAL-LINE.
008830     MOVE "INVALID EXCLUSIONS" TO DTL-LABEL.
008840     MOVE DUPE-COUNT-DISPLAY  TO DTL-VALUE.
008850     MOVE DUPE-TOTAL-LINE     TO REPORT-LINE.
008860     WRITE REPORT-LINE.
008870 3300-EXIT.
008880     EXIT.
008890*    RETURN CODE 4 CALLS FOR ACTION - AT LEAST ONE PERSON HOLDS
008900*    TWO ACTIVE IDENTITIES.
008910 3400-SET-RETURN-CODE.
008920     IF NOT SUCCESS
008930         MOVE 99 TO RETURN-CODE
008940     ELSE
008950         IF BOTH-ACTIVE-COUNT > ZERO
008960             MOVE 4  TO RETURN-CODE
008970         ELSE
008980             MOVE 0  TO RETURN-CODE
008990         END-IF
009000     END-IF.
009010 3400-EXIT.
009020     EXIT.
009030*****************************************************************
009040* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
009050* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
009060* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
009070* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
009080* ENDS THE STEP.                                                *
009090*****************************************************************
009100 9000-READ-BUSINESS-DATE.
009110     MOVE "00" TO STATE-CODE.
009120     OPEN INPUT BIZDATE.
009130     IF BIZDATE-NOT-FOUND
009140         SET FAILURE TO TRUE
009150         DISPLAY "IDDUPE - NO BUSINESS-DATE CARD ON BIZDATE"
009160         GO TO 9000-EXIT
009170     END-IF.
009180     IF NOT BIZDATE-STATUS-OK
009190         SET FAILURE TO TRUE
009200         DISPLAY "IDDUPE - CANNOT OPEN BIZDATE, STATUS = "
009210             BIZDATE-STATUS
009220         GO TO 9000-EXIT
009230     END-IF.
009240     READ BIZDATE
009250         AT END
009260             SET FAILURE TO TRUE
009270             DISPLAY "IDDUPE - EMPTY BUSINESS-DATE CARD"
009280     END-READ.
009290     IF NOT FAILURE
009300         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
009310     END-IF.
009320     CLOSE BIZDATE.
009330 9000-EXIT.
009340     EXIT.
009350 9050-EDIT-BUSINESS-DATE.
009360     IF BDC-BUSINESS-DATE NOT NUMERIC
009370      OR NOT BDC-MONTH-VALID
009380      OR NOT BDC-DAY-VALID
009390         SET FAILURE TO TRUE
009400         DISPLAY "IDDUPE - INVALID BUSINESS-DATE CARD "
009410             BDC-BUSINESS-DATE
009420         GO TO 9050-EXIT
009430     END-IF.
009440     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
009450 9050-EXIT.
009460     EXIT.
