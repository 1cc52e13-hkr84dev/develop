000010*****************************************************************
000020* PROGRAM      IDMNT                                            *
000030* PURPOSE      APPLY APPROVED MANUAL MAINTENANCE TRANSACTIONS   *
000040*              TO THE KEYED IDENTITY MASTER - ADD, CHANGE,      *
000050*              DELETE-FLAG AND UNDELETE BY CODE1 - SO A BAD     *
000060*              HR EXTRACT CAN BE CORRECTED THE SAME DAY         *
000070*              INSTEAD OF BY HAND EDIT.  EVERY TRANSACTION      *
000080*              CARRIES A REQUESTER AND A SEPARATE APPROVER.     *
000090*              APPLIED FIXES APPEND MSTHIST BEFORE/AFTER        *
000100*              IMAGES UNDER THE MAN ACTION, AND EVERY           *
000110*              TRANSACTION IS PRINTED ON THE REGISTER AS        *
000120*              APPLIED OR REJECTED WITH THE REASON.             *
000130*****************************************************************
000140 IDENTIFICATION   DIVISION.
000150 PROGRAM-ID.      IDMNT.
000160 AUTHOR.          D W HOLLIS.
000170 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000180 DATE-WRITTEN.    10/15/2026.
000190 DATE-COMPILED.
000200*****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000242*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000244*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000246*   10/15/2026 DWH    MANUAL MSTHIST RECORDS CARRY A ZERO        *
000248*                     MATCHFILE GENERATION.                      *
000249*   10/15/2026 DWH    MANUAL ADDS ZERO THE LAST-ACTIVITY DATE.   *
000250*   10/15/2026 DWH    A MANUAL DELETE IS FLAGGED "P" (REVOCATION *
000251*                     PENDING) SO IDMAST'S SWEEP REVOKES IT AND  *
000252*                     THE FEED CANNOT CLEAR IT.  AN ADD WITH NO  *
000253*                     MATCH TYPE IS REJECTED.                    *
000254*****************************************************************
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
000320*    MNTIN IS THE APPROVED MANUAL MAINTENANCE TRANSACTION FILE.
000330*    ASSIGNED TO A DDNAME SO THE JCL DD CONTROLS WHICH BATCH OF
000340*    FIXES IS APPLIED.
000350     SELECT MNTIN        ASSIGN TO MNTIN
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS  IS MNTIN-STATUS.
000380*    MASTFILE IS THE PERMANENT IDENTITY MASTER, KEYED BY CODE1.
000390     SELECT MASTFILE     ASSIGN TO "FILEPATH\IDMASTER.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS DYNAMIC
000420         RECORD KEY   IS MST-CODE1
000430         FILE STATUS  IS MASTER-FILE-STATUS.
000440*    MSTHIST IS THE PERMANENT CHANGE-HISTORY TRAIL SHARED WITH
000450*    IDMAST - OPENED IN EXTEND MODE SO THIS RUN APPENDS.
000460     SELECT MSTHIST      ASSIGN TO "FILEPATH\MSTHIST.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS MSTHIST-STATUS.
000490*    DEPTREF IS THE DEPARTMENT REFERENCE FILE - A MANUAL ADD OR
000500*    DEPT-CODE CORRECTION MUST NAME A DEPARTMENT ON IT.
000510     SELECT DEPTREF      ASSIGN TO DEPTREF
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS DEPTREF-STATUS.
000540     SELECT MNTREG       ASSIGN TO "FILEPATH\MNTREG.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA             DIVISION.
000570 FILE             SECTION.
000572 FD  BIZDATE
000574     RECORDING MODE IS F.
000576     COPY BDCLAY01.
000580 FD  MNTIN
000590     RECORDING MODE IS F.
000600 01  MAINT-TRANSACTION.
000610     05  MNT-ACTION                   PIC X(01).
000620         88  MNT-ADD                  VALUE "A".
000630         88  MNT-CHANGE               VALUE "C".
000640         88  MNT-DELETE-FLAG          VALUE "D".
000650         88  MNT-UNDELETE             VALUE "U".
000660         88  MNT-ACTION-VALID         VALUES "A" "C" "D" "U".
000670     05  MNT-CODE1                    PIC X(06).
000680*    ON A CHANGE A BLANK FIELD MEANS LEAVE THAT FIELD AS IT IS.
000690     05  MNT-USERNAME                 PIC X(30).
000700     05  MNT-DEPT-CODE                PIC X(04).
000710     05  MNT-STATUS                   PIC X(01).
000720         88  MNT-STATUS-VALID         VALUES "A" "I".
000730     05  MNT-EFFECTIVE-DATE           PIC X(08).
000740     05  MNT-EFFECTIVE-DATE-9 REDEFINES
000750         MNT-EFFECTIVE-DATE           PIC 9(08).
000760     05  MNT-MATCH-TYPE               PIC X(01).
000770         88  MNT-MATCH-TYPE-VALID     VALUES "R" "O".
000780     05  MNT-REQUESTER                PIC X(08).
000790     05  MNT-APPROVER                 PIC X(08).
000800     05  MNT-REFERENCE                PIC X(12).
000810 FD  MASTFILE.
000820     COPY MSTLAY01.
000830 FD  MSTHIST
000840     RECORDING MODE IS F.
000850     COPY HSTLAY01.
000860 FD  DEPTREF
000870     RECORDING MODE IS F.
000880 01  DEPT-REFERENCE-RECORD.
000890     05  DRF-DEPT-CODE                PIC X(04).
000900     05  DRF-DEPT-NAME                PIC X(30).
000910     05  DRF-MANAGER                  PIC X(20).
000920 FD  MNTREG
000930     RECORDING MODE IS F.
000940 01  REPORT-LINE                      PIC X(80).
000950 WORKING-STORAGE  SECTION.
000960 01  STATE.
000970     05  STATE-CODE                  PIC X(02).
000980         88  SUCCESS                 VALUE "00".
000990         88  FAILURE                 VALUE "99".
001000 01  FLAG1                           PIC X(03).
001010     88  END-OF-TRANSACTIONS         VALUE "EOF".
001020 01  FLAG2                           PIC X(03).
001030     88  END-OF-DEPT-REF             VALUE "EOF".
001040     88  MORE-DEPT-REF-RECORDS       VALUE "NO ".
001050 01  MNTIN-STATUS                    PIC X(02).
001060     88  MNTIN-STATUS-OK             VALUES "00" "10".
001070 01  MASTER-FILE-STATUS              PIC X(02).
001080     88  MASTER-STATUS-OK            VALUE "00".
001090     88  MASTER-RECORD-MISSING       VALUE "23".
001100     88  MASTER-FILE-MISSING         VALUE "35".
001110 01  MSTHIST-STATUS                  PIC X(02).
001120     88  MSTHIST-STATUS-OK           VALUES "00" "10".
001130     88  MSTHIST-NOT-FOUND           VALUE "35".
001140 01  DEPTREF-STATUS                  PIC X(02).
001150     88  DEPTREF-STATUS-OK           VALUES "00" "10".
001160     88  DEPTREF-NOT-FOUND           VALUE "35".
001170 01  MAINT-COUNTERS.
001180     05  TRANS-READ-COUNT            PIC 9(07) COMP.
001190     05  TRANS-APPLIED-COUNT         PIC 9(07) COMP.
001200     05  TRANS-REJECTED-COUNT        PIC 9(07) COMP.
001210     05  RECORDS-ADDED-COUNT         PIC 9(07) COMP.
001220     05  RECORDS-CHANGED-COUNT       PIC 9(07) COMP.
001230     05  RECORDS-FLAGGED-COUNT       PIC 9(07) COMP.
001240     05  RECORDS-UNDELETED-COUNT     PIC 9(07) COMP.
001250     05  HISTORY-WRITTEN-COUNT       PIC 9(07) COMP.
001252 01  BIZDATE-STATUS                  PIC X(02).
001254     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001256     88  BIZDATE-NOT-FOUND           VALUE "35".
001260 01  RUN-DATE-FIELDS.
001270     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001280     05  RUN-DATE-CCYYMMDD-X REDEFINES
001290         RUN-DATE-CCYYMMDD.
001300         10  RUN-DATE-CCYY           PIC 9(04).
001310         10  RUN-DATE-MM             PIC 9(02).
001320         10  RUN-DATE-DD             PIC 9(02).
001330 01  RUN-DATE-DISPLAY                PIC X(10).
001340 01  DEPT-VALIDATION-SWITCH          PIC X(01).
001350*    WITH NO REFERENCE FILE ON THE DD THE RUN STILL GOES WITH
001360*    DEPT-CODE VALIDATION OFF, AS IDNAME DOES, AND SAYS SO.
001370     88  DEPT-VALIDATION-ACTIVE      VALUE "Y".
001380     88  DEPT-VALIDATION-OFF         VALUE "N".
001390 01  DEPT-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
001400 01  DEPT-REF-SWITCH                 PIC X(01).
001410     88  DEPT-CODE-FOUND             VALUE "Y".
001420     88  DEPT-CODE-NOT-FOUND         VALUE "N".
001430 01  DEPT-REF-WARNING-SWITCH         PIC X(01).
001440     88  DEPT-REF-TABLE-FULL-WARNED  VALUE "Y".
001450     88  DEPT-REF-NOT-YET-WARNED     VALUE "N".
001460 01  DEPT-SEEK-CODE                  PIC X(04).
001470 01  DEPT-REF-TABLE.
001480     05  DEPT-REF-ENTRY  OCCURS 500 TIMES
001490                         INDEXED BY DEPT-REF-IDX.
001500         10  DRT-DEPT-CODE           PIC X(04).
001510 01  EDIT-SWITCH                     PIC X(01).
001520     88  TRANSACTION-ACCEPTED        VALUE "Y".
001530     88  TRANSACTION-REJECTED        VALUE "N".
001540 01  CHANGE-SWITCH                   PIC X(01).
001550     88  FIELDS-CHANGED              VALUE "Y".
001560     88  FIELDS-UNCHANGED            VALUE "N".
001570 01  REJECT-MESSAGE                  PIC X(24).
001580 01  REG-HEADING-LINE.
001590     05  FILLER                      PIC X(38)  VALUE
001600         "IDMNT MANUAL MAINTENANCE REGISTER     ".
001610     05  FILLER                      PIC X(09)  VALUE
001620         "RUN DATE ".
001630     05  RHL-RUN-DATE                PIC X(10).
001640     05  FILLER                      PIC X(23)  VALUE SPACES.
001650 01  REG-COLUMN-LINE.
001660     05  FILLER                      PIC X(09)  VALUE "VERDICT  ".
001670     05  FILLER                      PIC X(05)  VALUE "ACT  ".
001680     05  FILLER                      PIC X(08)  VALUE "CODE1   ".
001690     05  FILLER                      PIC X(10)  VALUE "REQUESTER".
001700     05  FILLER                      PIC X(10)  VALUE "APPROVER".
001710     05  FILLER                      PIC X(14)  VALUE "REFERENCE".
001720     05  FILLER                      PIC X(24)  VALUE "MESSAGE".
001730 01  REG-DETAIL-LINE.
001740     05  RDL-VERDICT                 PIC X(09).
001750     05  RDL-ACTION                  PIC X(03).
001760     05  FILLER                      PIC X(02)  VALUE SPACES.
001770     05  RDL-CODE1                   PIC X(06).
001780     05  FILLER                      PIC X(02)  VALUE SPACES.
001790     05  RDL-REQUESTER               PIC X(08).
001800     05  FILLER                      PIC X(02)  VALUE SPACES.
001810     05  RDL-APPROVER                PIC X(08).
001820     05  FILLER                      PIC X(02)  VALUE SPACES.
001830     05  RDL-REFERENCE               PIC X(12).
001840     05  FILLER                      PIC X(02)  VALUE SPACES.
001850     05  RDL-MESSAGE                 PIC X(24).
001860*    THE WAS/NOW LINES UNDER AN APPLIED TRANSACTION SHOW THE
001870*    MASTER FIELDS EITHER SIDE OF THE FIX, AS IDHIST PRINTS THEM.
001880 01  REG-IMAGE-LINE.
001890     05  FILLER                      PIC X(09)  VALUE SPACES.
001900     05  RIL-LABEL                   PIC X(05).
001910     05  RIL-USERNAME                PIC X(30).
001920     05  FILLER                      PIC X(01)  VALUE SPACES.
001930     05  RIL-DEPT-CODE               PIC X(04).
001940     05  FILLER                      PIC X(01)  VALUE SPACES.
001950     05  RIL-STATUS                  PIC X(01).
001960     05  FILLER                      PIC X(01)  VALUE SPACES.
001970     05  RIL-EFFECTIVE-DATE          PIC 9(08).
001980     05  FILLER                      PIC X(01)  VALUE SPACES.
001990     05  RIL-DELETE-FLAG             PIC X(01).
002000     05  FILLER                      PIC X(01)  VALUE SPACES.
002010     05  RIL-MATCH-TYPE              PIC X(01).
002020     05  FILLER                      PIC X(16)  VALUE SPACES.
002030 01  REG-TOTAL-LINE.
002040     05  RTL-LABEL                   PIC X(24).
002050     05  FILLER                      PIC X(02)  VALUE SPACES.
002060     05  RTL-VALUE                   PIC X(10).
002070     05  FILLER                      PIC X(44)  VALUE SPACES.
002080 01  REG-COUNT-DISPLAY               PIC ZZZZZZ9.
002090 PROCEDURE        DIVISION.
002100 MAIN             SECTION.
002110 MAIN-ENTRY.
002111     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
002112     IF FAILURE
002113         DISPLAY "IDMNT - NO USABLE BUSINESS DATE - STEP ENDED"
002114         MOVE 16 TO RETURN-CODE
002115         STOP RUN
002116     END-IF.
002120     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
002130     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
002140         UNTIL END-OF-TRANSACTIONS.
002150     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
002160     STOP RUN.
002170*****************************************************************
002180* PRE-PROCESS - OPEN FILES, LOAD THE DEPARTMENT REFERENCE AND   *
002190* WRITE THE REGISTER HEADINGS.  THE MASTER IS CREATED ON FIRST  *
002200* USE, AS IDMAST DOES.                                          *
002210*****************************************************************
002220 PRE-PROCESS      SECTION.
002230 PRE-PROCESS-ENTRY.
002240     MOVE SPACES  TO FLAG1 FLAG2.
002250     MOVE "00"    TO STATE-CODE.
002260     MOVE ZERO    TO TRANS-READ-COUNT
002270                     TRANS-APPLIED-COUNT
002280                     TRANS-REJECTED-COUNT
002290                     RECORDS-ADDED-COUNT
002300                     RECORDS-CHANGED-COUNT
002310                     RECORDS-FLAGGED-COUNT
002320                     RECORDS-UNDELETED-COUNT
002330                     HISTORY-WRITTEN-COUNT.
002340     SET DEPT-REF-NOT-YET-WARNED TO TRUE.
002350     SET DEPT-VALIDATION-OFF     TO TRUE.
002370     STRING RUN-DATE-MM  DELIMITED BY SIZE
002380            "/"          DELIMITED BY SIZE
002390            RUN-DATE-DD  DELIMITED BY SIZE
002400            "/"          DELIMITED BY SIZE
002410            RUN-DATE-CCYY DELIMITED BY SIZE
002420         INTO RUN-DATE-DISPLAY.
002430     OPEN OUTPUT MNTREG.
002440     PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT.
002450     PERFORM 1800-LOAD-DEPT-REFERENCE THRU 1800-EXIT.
002460     IF FAILURE
002470         SET END-OF-TRANSACTIONS TO TRUE
002480         GO TO PRE-PROCESS-EXIT
002490     END-IF.
002500     OPEN INPUT MNTIN.
002510     IF NOT MNTIN-STATUS-OK
002520         SET FAILURE TO TRUE
002530         SET END-OF-TRANSACTIONS TO TRUE
002540         DISPLAY "IDMNT - CANNOT OPEN MNTIN, STATUS = "
002550             MNTIN-STATUS
002560         GO TO PRE-PROCESS-EXIT
002570     END-IF.
002580     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
002590     PERFORM 1150-OPEN-HISTORY THRU 1150-EXIT.
002600 PRE-PROCESS-EXIT.
002610     EXIT.
002620 1100-OPEN-MASTER.
002630     OPEN I-O MASTFILE.
002640     IF MASTER-FILE-MISSING
002650         DISPLAY "IDMNT - MASTER NOT FOUND, CREATING NEW FILE"
002660         OPEN OUTPUT MASTFILE
002670         CLOSE MASTFILE
002680         OPEN I-O MASTFILE
002690     END-IF.
002700     IF NOT MASTER-STATUS-OK
002710         SET FAILURE TO TRUE
002720         SET END-OF-TRANSACTIONS TO TRUE
002730         DISPLAY "IDMNT - CANNOT OPEN MASTER, STATUS = "
002740             MASTER-FILE-STATUS
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.
002780 1150-OPEN-HISTORY.
002790     OPEN EXTEND MSTHIST.
002800     IF MSTHIST-NOT-FOUND
002810         OPEN OUTPUT MSTHIST
002820     END-IF.
002830     IF NOT MSTHIST-STATUS-OK
002840         SET FAILURE TO TRUE
002850         SET END-OF-TRANSACTIONS TO TRUE
002860         DISPLAY "IDMNT - CANNOT OPEN MSTHIST, STATUS = "
002870             MSTHIST-STATUS
002880     END-IF.
002890 1150-EXIT.
002900     EXIT.
002910 1200-WRITE-REPORT-HEADINGS.
002920     MOVE RUN-DATE-DISPLAY    TO RHL-RUN-DATE.
002930     MOVE REG-HEADING-LINE    TO REPORT-LINE.
002940     WRITE REPORT-LINE.
002950     MOVE SPACES              TO REPORT-LINE.
002960     WRITE REPORT-LINE.
002970     MOVE REG-COLUMN-LINE     TO REPORT-LINE.
002980     WRITE REPORT-LINE.
002990     MOVE SPACES              TO REPORT-LINE.
003000     WRITE REPORT-LINE.
003010 1200-EXIT.
003020     EXIT.
003030*****************************************************************
003040* 1800-LOAD-DEPT-REFERENCE - LOAD THE DEPARTMENT CODES FROM     *
003050* DEPTREF.  WITH NO FILE ON THE DD THE RUN PROCEEDS WITH        *
003060* DEPT-CODE VALIDATION OFF.                                     *
003070*****************************************************************
003080 1800-LOAD-DEPT-REFERENCE.
003090     OPEN INPUT DEPTREF.
003100     IF DEPTREF-NOT-FOUND
003110         DISPLAY "IDMNT - NO DEPT REFERENCE FILE - DEPT-CODE "
003120             "VALIDATION IS OFF"
003130         GO TO 1800-EXIT
003140     END-IF.
003150     IF NOT DEPTREF-STATUS-OK
003160         SET FAILURE TO TRUE
003170         DISPLAY "IDMNT - CANNOT OPEN DEPTREF, STATUS = "
003180             DEPTREF-STATUS
003190         GO TO 1800-EXIT
003200     END-IF.
003210     PERFORM 1810-LOAD-DEPT-REF-RECORD THRU 1810-EXIT
003220         UNTIL END-OF-DEPT-REF.
003230     CLOSE DEPTREF.
003240     IF DEPT-REF-COUNT > ZERO
003250         SET DEPT-VALIDATION-ACTIVE TO TRUE
003260     ELSE
003270         DISPLAY "IDMNT - DEPT REFERENCE IS EMPTY - DEPT-CODE "
003280             "VALIDATION IS OFF"
003290     END-IF.
003300 1800-EXIT.
003310     EXIT.
003320 1810-LOAD-DEPT-REF-RECORD.
003330     READ DEPTREF
003340         AT END SET END-OF-DEPT-REF TO TRUE
003350     END-READ.
003360     IF NOT DEPTREF-STATUS-OK
003370         SET FAILURE TO TRUE
003380         SET END-OF-DEPT-REF TO TRUE
003390         DISPLAY "IDMNT - I/O ERROR ON DEPTREF, STATUS = "
003400             DEPTREF-STATUS
003410         GO TO 1810-EXIT
003420     END-IF.
003430     IF END-OF-DEPT-REF
003440         GO TO 1810-EXIT
003450     END-IF.
003460     IF DEPT-REF-COUNT < 500
003470         ADD 1 TO DEPT-REF-COUNT
003480         SET DEPT-REF-IDX TO DEPT-REF-COUNT
003490         MOVE DRF-DEPT-CODE TO DRT-DEPT-CODE (DEPT-REF-IDX)
003500     ELSE
003510         PERFORM 1820-DEPT-REF-FULL-WARNING THRU 1820-EXIT
003520     END-IF.
003530 1810-EXIT.
003540     EXIT.
003550 1820-DEPT-REF-FULL-WARNING.
003560     IF NOT DEPT-REF-TABLE-FULL-WARNED
003570         DISPLAY "IDMNT - WARNING - DEPT-REF-TABLE FULL AT 500"
003580         DISPLAY "IDMNT - REMAINING DEPARTMENTS NOT LOADED"
003590         SET DEPT-REF-TABLE-FULL-WARNED TO TRUE
003600     END-IF.
003610 1820-EXIT.
003620     EXIT.
003630*****************************************************************
003640* MAIN-PROCESS - EDIT AND APPLY ONE MAINTENANCE TRANSACTION PER *
003650* INVOCATION.  ANY TRANSACTION THAT FAILS AN EDIT IS PRINTED AS *
003660* REJECTED WITH THE REASON AND LEAVES THE MASTER UNTOUCHED.     *
003670*****************************************************************
003680 MAIN-PROCESS     SECTION.
003690 MAIN-PROCESS-ENTRY.
003700     READ MNTIN
003710         AT END SET END-OF-TRANSACTIONS TO TRUE
003720     END-READ.
003730     IF NOT MNTIN-STATUS-OK
003740         SET FAILURE TO TRUE
003750         SET END-OF-TRANSACTIONS TO TRUE
003760         DISPLAY "IDMNT - I/O ERROR ON MNTIN, STATUS = "
003770             MNTIN-STATUS
003780         GO TO MAIN-PROCESS-EXIT
003790     END-IF.
003800     IF END-OF-TRANSACTIONS
003810         GO TO MAIN-PROCESS-EXIT
003820     END-IF.
003830     ADD 1 TO TRANS-READ-COUNT.
003840     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
003850     IF TRANSACTION-REJECTED
003860         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003870         GO TO MAIN-PROCESS-EXIT
003880     END-IF.
003890     MOVE MNT-CODE1 TO MST-CODE1.
003900     READ MASTFILE.
003910     IF NOT MASTER-STATUS-OK
003920      AND NOT MASTER-RECORD-MISSING
003930         SET FAILURE TO TRUE
003940         SET END-OF-TRANSACTIONS TO TRUE
003950         DISPLAY "IDMNT - I/O ERROR ON MASTER, STATUS = "
003960             MASTER-FILE-STATUS
003970         GO TO MAIN-PROCESS-EXIT
003980     END-IF.
003990     IF MNT-ADD
004000         PERFORM 2200-ADD-MASTER-RECORD THRU 2200-EXIT
004010     END-IF.
004020     IF MNT-CHANGE
004030         PERFORM 2300-CHANGE-MASTER-RECORD THRU 2300-EXIT
004040     END-IF.
004050     IF MNT-DELETE-FLAG
004060         PERFORM 2400-FLAG-MASTER-RECORD THRU 2400-EXIT
004070     END-IF.
004080     IF MNT-UNDELETE
004090         PERFORM 2500-UNDELETE-MASTER-RECORD THRU 2500-EXIT
004100     END-IF.
004110     IF TRANSACTION-REJECTED
004120         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
004130     END-IF.
004140 MAIN-PROCESS-EXIT.
004150     EXIT.
004160*****************************************************************
004170* 2100-EDIT-TRANSACTION - THE EDITS THAT DO NOT NEED THE MASTER.*
004180* THE REQUESTER AND APPROVER MUST BOTH BE PRESENT AND MUST BE   *
004190* DIFFERENT PEOPLE - NOBODY APPROVES THEIR OWN FIX.  EVERY      *
004200* FIELD SUPPLIED MUST PASS THE SAME EDITS THE FEED IS HELD TO.  *
004210*****************************************************************
004220 2100-EDIT-TRANSACTION.
004230     SET TRANSACTION-REJECTED TO TRUE.
004240     IF NOT MNT-ACTION-VALID
004250         MOVE "ACTION MUST BE A/C/D/U" TO REJECT-MESSAGE
004260         GO TO 2100-EXIT
004270     END-IF.
004280     IF MNT-CODE1 NOT NUMERIC
004290         MOVE "CODE1 IS NOT NUMERIC" TO REJECT-MESSAGE
004300         GO TO 2100-EXIT
004310     END-IF.
004320     IF MNT-REQUESTER = SPACES
004330      OR MNT-APPROVER = SPACES
004340         MOVE "REQUESTER/APPROVER BLANK" TO REJECT-MESSAGE
004350         GO TO 2100-EXIT
004360     END-IF.
004370     IF MNT-REQUESTER = MNT-APPROVER
004380         MOVE "REQUESTER IS APPROVER" TO REJECT-MESSAGE
004390         GO TO 2100-EXIT
004400     END-IF.
004410     IF MNT-ADD
004420         IF MNT-USERNAME = SPACES
004430          OR MNT-DEPT-CODE = SPACES
004440          OR MNT-STATUS = SPACES
004450          OR MNT-EFFECTIVE-DATE = SPACES
004452          OR MNT-MATCH-TYPE = SPACES
004460             MOVE "ADD NEEDS ALL FIELDS" TO REJECT-MESSAGE
004470             GO TO 2100-EXIT
004480         END-IF
004490     END-IF.
004500     IF MNT-CHANGE
004510         IF MNT-USERNAME = SPACES
004520          AND MNT-DEPT-CODE = SPACES
004530          AND MNT-STATUS = SPACES
004540          AND MNT-EFFECTIVE-DATE = SPACES
004550          AND MNT-MATCH-TYPE = SPACES
004560             MOVE "NO FIELDS TO CHANGE" TO REJECT-MESSAGE
004570             GO TO 2100-EXIT
004580         END-IF
004590     END-IF.
004600     IF MNT-STATUS NOT = SPACES
004610      AND NOT MNT-STATUS-VALID
004620         MOVE "STATUS MUST BE A OR I" TO REJECT-MESSAGE
004630         GO TO 2100-EXIT
004640     END-IF.
004650     IF MNT-EFFECTIVE-DATE NOT = SPACES
004660      AND MNT-EFFECTIVE-DATE NOT NUMERIC
004670         MOVE "EFFECTIVE DATE INVALID" TO REJECT-MESSAGE
004680         GO TO 2100-EXIT
004690     END-IF.
004700     IF MNT-MATCH-TYPE NOT = SPACES
004710      AND NOT MNT-MATCH-TYPE-VALID
004720         MOVE "MATCH TYPE MUST BE R/O" TO REJECT-MESSAGE
004730         GO TO 2100-EXIT
004740     END-IF.
004750     IF MNT-DEPT-CODE NOT = SPACES
004760      AND DEPT-VALIDATION-ACTIVE
004770         MOVE MNT-DEPT-CODE TO DEPT-SEEK-CODE
004780         PERFORM 2270-SEARCH-DEPT-REFERENCE THRU 2270-EXIT
004790         IF DEPT-CODE-NOT-FOUND
004800             MOVE "DEPT NOT ON REFERENCE" TO REJECT-MESSAGE
004810             GO TO 2100-EXIT
004820         END-IF
004830     END-IF.
004840     SET TRANSACTION-ACCEPTED TO TRUE.
004850 2100-EXIT.
004860     EXIT.
004870 2270-SEARCH-DEPT-REFERENCE.
004880     SET DEPT-CODE-NOT-FOUND TO TRUE.
004890     IF DEPT-REF-COUNT > ZERO
004900         SET DEPT-REF-IDX TO 1
004910         SEARCH DEPT-REF-ENTRY
004920             AT END
004930                 SET DEPT-CODE-NOT-FOUND TO TRUE
004940             WHEN DRT-DEPT-CODE (DEPT-REF-IDX) = DEPT-SEEK-CODE
004950                 SET DEPT-CODE-FOUND TO TRUE
004960         END-SEARCH
004970     END-IF.
004980 2270-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 2200-ADD-MASTER-RECORD - ADD A CODE1 THE FEED HAS NOT YET     *
005020* DELIVERED.  IT IS STAMPED AS SEEN TODAY - IF THE FEED STILL   *
005030* DOES NOT CARRY IT, THE NEXT IDMAST DROP SWEEP WILL FLAG IT.   *
005040*****************************************************************
005050 2200-ADD-MASTER-RECORD.
005060     IF NOT MASTER-RECORD-MISSING
005070         SET TRANSACTION-REJECTED TO TRUE
005080         MOVE "CODE1 ALREADY ON MASTER" TO REJECT-MESSAGE
005090         GO TO 2200-EXIT
005100     END-IF.
005110     PERFORM 2650-CLEAR-BEFORE-IMAGE THRU 2650-EXIT.
005120     MOVE MNT-CODE1          TO MST-CODE1.
005130     MOVE MNT-USERNAME       TO MST-USERNAME.
005140     MOVE MNT-DEPT-CODE      TO MST-DEPT-CODE.
005150     MOVE MNT-STATUS         TO MST-STATUS.
005160     MOVE MNT-EFFECTIVE-DATE-9 TO MST-EFFECTIVE-DATE.
005170     MOVE RUN-DATE-CCYYMMDD  TO MST-LAST-SEEN-DATE.
005180     SET MST-ON-FEED         TO TRUE.
005190     MOVE MNT-MATCH-TYPE     TO MST-MATCH-TYPE.
005200     MOVE ZERO               TO MST-CERT-DATE.
005202     MOVE ZERO               TO MST-LAST-ACTIVITY-DATE.
005210     WRITE MASTER-RECORD
005220         INVALID KEY
005230             SET FAILURE TO TRUE
005240             SET END-OF-TRANSACTIONS TO TRUE
005250             DISPLAY "IDMNT - WRITE FAILED ON MASTER, STATUS = "
005260                 MASTER-FILE-STATUS
005270     END-WRITE.
005280     IF SUCCESS
005290         ADD 1 TO RECORDS-ADDED-COUNT
005300         PERFORM 2700-WRITE-HISTORY-RECORD THRU 2700-EXIT
005310         PERFORM 2750-WRITE-APPLIED-LINES THRU 2750-EXIT
005320     END-IF.
005330 2200-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 2300-CHANGE-MASTER-RECORD - OVERLAY ONLY THE FIELDS SUPPLIED. *
005370* A CHANGE THAT WOULD LEAVE THE RECORD AS IT STANDS IS REJECTED *
005380* SO THE TRAIL NEVER CARRIES AN EMPTY MANUAL EVENT.             *
005390*****************************************************************
005400 2300-CHANGE-MASTER-RECORD.
005410     IF MASTER-RECORD-MISSING
005420         SET TRANSACTION-REJECTED TO TRUE
005430         MOVE "CODE1 NOT ON MASTER" TO REJECT-MESSAGE
005440         GO TO 2300-EXIT
005450     END-IF.
005460     SET FIELDS-UNCHANGED TO TRUE.
005470     PERFORM 2600-SAVE-BEFORE-IMAGE THRU 2600-EXIT.
005480     IF MNT-USERNAME NOT = SPACES
005490         MOVE MNT-USERNAME       TO MST-USERNAME
005500     END-IF.
005510     IF MNT-DEPT-CODE NOT = SPACES
005520         MOVE MNT-DEPT-CODE      TO MST-DEPT-CODE
005530     END-IF.
005540     IF MNT-STATUS NOT = SPACES
005550         MOVE MNT-STATUS         TO MST-STATUS
005560     END-IF.
005570     IF MNT-EFFECTIVE-DATE NOT = SPACES
005580         MOVE MNT-EFFECTIVE-DATE-9 TO MST-EFFECTIVE-DATE
005590     END-IF.
005600     IF MNT-MATCH-TYPE NOT = SPACES
005610         MOVE MNT-MATCH-TYPE     TO MST-MATCH-TYPE
005620     END-IF.
005630     IF MST-USERNAME       NOT = HST-BEF-USERNAME
005640      OR MST-DEPT-CODE      NOT = HST-BEF-DEPT-CODE
005650      OR MST-STATUS         NOT = HST-BEF-STATUS
005660      OR MST-EFFECTIVE-DATE NOT = HST-BEF-EFFECTIVE-DATE
005670      OR MST-MATCH-TYPE     NOT = HST-BEF-MATCH-TYPE
005680         SET FIELDS-CHANGED TO TRUE
005690     END-IF.
005700     IF FIELDS-UNCHANGED
005710         SET TRANSACTION-REJECTED TO TRUE
005720         MOVE "NO CHANGE TO MASTER" TO REJECT-MESSAGE
005730         GO TO 2300-EXIT
005740     END-IF.
005750     PERFORM 2550-REWRITE-MASTER-RECORD THRU 2550-EXIT.
005760     IF SUCCESS
005770         ADD 1 TO RECORDS-CHANGED-COUNT
005780         PERFORM 2700-WRITE-HISTORY-RECORD THRU 2700-EXIT
005790         PERFORM 2750-WRITE-APPLIED-LINES THRU 2750-EXIT
005800     END-IF.
005810 2300-EXIT.
005820     EXIT.
005830*****************************************************************
005835* 2400-FLAG-MASTER-RECORD - FORCE THE DELETE FLAG ON A CODE1    *
005840* (A SAME-DAY TERMINATION).  THE LAST-SEEN DATE IS LEFT AS THE  *
005845* FEED LAST REPORTED IT.  THE FLAG IS SET REVOCATION PENDING -  *
005850* IDMAST'S NEXT SWEEP SENDS THE REVOCATION, REMOVES THE ROLES   *
005855* AND MARKS IT REVOKED.  A CODE1 THE SWEEP ALREADY DROPPED OFF  *
005860* FEED WAS REVOKED THEN, SO IT IS MARKED REVOKED STRAIGHT AWAY  *
005865* AND THE FLAG STAYS IF THE FEED CARRIES IT AGAIN.              *
005870*****************************************************************
005880 2400-FLAG-MASTER-RECORD.
005890     IF MASTER-RECORD-MISSING
005900         SET TRANSACTION-REJECTED TO TRUE
005910         MOVE "CODE1 NOT ON MASTER" TO REJECT-MESSAGE
005920         GO TO 2400-EXIT
005930     END-IF.
005940     IF MST-MANUAL-DELETE
005950         SET TRANSACTION-REJECTED TO TRUE
005960         MOVE "ALREADY DELETE FLAGGED" TO REJECT-MESSAGE
005970         GO TO 2400-EXIT
005980     END-IF.
005990     PERFORM 2600-SAVE-BEFORE-IMAGE THRU 2600-EXIT.
005992     IF MST-DROPPED-OFF-FEED
005994         SET MST-MANUAL-DELETE-REVOKED TO TRUE
005996     ELSE
005998         SET MST-MANUAL-DELETE-PENDING TO TRUE
006000     END-IF.
006010     PERFORM 2550-REWRITE-MASTER-RECORD THRU 2550-EXIT.
006020     IF SUCCESS
006030         ADD 1 TO RECORDS-FLAGGED-COUNT
006040         PERFORM 2700-WRITE-HISTORY-RECORD THRU 2700-EXIT
006050         PERFORM 2750-WRITE-APPLIED-LINES THRU 2750-EXIT
006060     END-IF.
006070 2400-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 2500-UNDELETE-MASTER-RECORD - REINSTATE A CODE1 THAT WAS      *
006110* DELETE-FLAGGED IN ERROR.                                      *
006120*****************************************************************
006130 2500-UNDELETE-MASTER-RECORD.
006140     IF MASTER-RECORD-MISSING
006150         SET TRANSACTION-REJECTED TO TRUE
006160         MOVE "CODE1 NOT ON MASTER" TO REJECT-MESSAGE
006170         GO TO 2500-EXIT
006180     END-IF.
006190     IF NOT MST-DELETE-FLAGGED
006200         SET TRANSACTION-REJECTED TO TRUE
006210         MOVE "NOT DELETE FLAGGED" TO REJECT-MESSAGE
006220         GO TO 2500-EXIT
006230     END-IF.
006240     PERFORM 2600-SAVE-BEFORE-IMAGE THRU 2600-EXIT.
006250     SET MST-ON-FEED TO TRUE.
006260     PERFORM 2550-REWRITE-MASTER-RECORD THRU 2550-EXIT.
006270     IF SUCCESS
006280         ADD 1 TO RECORDS-UNDELETED-COUNT
006290         PERFORM 2700-WRITE-HISTORY-RECORD THRU 2700-EXIT
006300         PERFORM 2750-WRITE-APPLIED-LINES THRU 2750-EXIT
006310     END-IF.
006320 2500-EXIT.
006330     EXIT.
006340 2550-REWRITE-MASTER-RECORD.
006350     REWRITE MASTER-RECORD
006360         INVALID KEY
006370             SET FAILURE TO TRUE
006380             SET END-OF-TRANSACTIONS TO TRUE
006390             DISPLAY "IDMNT - REWRITE FAILED ON MASTER, STATUS = "
006400                 MASTER-FILE-STATUS
006410     END-REWRITE.
006420 2550-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 2600/2650 - CAPTURE (OR BLANK, FOR AN ADD) THE BEFORE IMAGE   *
006460* OF THE MASTER FIELDS AHEAD OF THE MOVES THAT OVERLAY THEM.    *
006470*****************************************************************
006480 2600-SAVE-BEFORE-IMAGE.
006490     MOVE MST-USERNAME        TO HST-BEF-USERNAME.
006500     MOVE MST-DEPT-CODE       TO HST-BEF-DEPT-CODE.
006510     MOVE MST-STATUS          TO HST-BEF-STATUS.
006520     MOVE MST-EFFECTIVE-DATE  TO HST-BEF-EFFECTIVE-DATE.
006530     MOVE MST-LAST-SEEN-DATE  TO HST-BEF-LAST-SEEN-DATE.
006540     MOVE MST-DELETE-FLAG     TO HST-BEF-DELETE-FLAG.
006550     MOVE MST-MATCH-TYPE      TO HST-BEF-MATCH-TYPE.
006560 2600-EXIT.
006570     EXIT.
006580 2650-CLEAR-BEFORE-IMAGE.
006590     MOVE SPACES              TO HST-BEF-USERNAME
006600                                 HST-BEF-DEPT-CODE
006610                                 HST-BEF-STATUS
006620                                 HST-BEF-DELETE-FLAG
006630                                 HST-BEF-MATCH-TYPE.
006640     MOVE ZERO                TO HST-BEF-EFFECTIVE-DATE
006650                                 HST-BEF-LAST-SEEN-DATE.
006660 2650-EXIT.
006670     EXIT.
006680*****************************************************************
006690* 2700-WRITE-HISTORY-RECORD - APPEND ONE MAN TRAIL RECORD FOR   *
006700* THE FIX JUST APPLIED.  THE BEFORE IMAGE IS ALREADY SET - THE  *
006710* AFTER IMAGE IS TAKEN FROM THE MASTER AS IT NOW STANDS.        *
006720*****************************************************************
006730 2700-WRITE-HISTORY-RECORD.
006740     MOVE MST-CODE1           TO HST-CODE1.
006750     MOVE RUN-DATE-CCYYMMDD   TO HST-RUN-DATE.
006752     MOVE ZERO                TO HST-MATCH-GEN.
006760     SET HST-MANUAL-ACTION    TO TRUE.
006770     MOVE MST-USERNAME        TO HST-AFT-USERNAME.
006780     MOVE MST-DEPT-CODE       TO HST-AFT-DEPT-CODE.
006790     MOVE MST-STATUS          TO HST-AFT-STATUS.
006800     MOVE MST-EFFECTIVE-DATE  TO HST-AFT-EFFECTIVE-DATE.
006810     MOVE MST-LAST-SEEN-DATE  TO HST-AFT-LAST-SEEN-DATE.
006820     MOVE MST-DELETE-FLAG     TO HST-AFT-DELETE-FLAG.
006830     MOVE MST-MATCH-TYPE      TO HST-AFT-MATCH-TYPE.
006840     WRITE HISTORY-RECORD.
006850     IF NOT MSTHIST-STATUS-OK
006860         SET FAILURE TO TRUE
006870         SET END-OF-TRANSACTIONS TO TRUE
006880         DISPLAY "IDMNT - I/O ERROR ON MSTHIST, STATUS = "
006890             MSTHIST-STATUS
006900         GO TO 2700-EXIT
006910     END-IF.
006920     ADD 1 TO HISTORY-WRITTEN-COUNT.
006930 2700-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 2750-WRITE-APPLIED-LINES - THE REGISTER ENTRY FOR AN APPLIED  *
006970* TRANSACTION, WITH THE WAS (NOT FOR AN ADD) AND NOW IMAGES.    *
006980*****************************************************************
006990 2750-WRITE-APPLIED-LINES.
007000     ADD 1 TO TRANS-APPLIED-COUNT.
007010     MOVE SPACES              TO REJECT-MESSAGE.
007020     MOVE "APPLIED  "         TO RDL-VERDICT.
007030     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT.
007040     IF NOT MNT-ADD
007050         MOVE SPACES                 TO REG-IMAGE-LINE
007060         MOVE " WAS "                TO RIL-LABEL
007070         MOVE HST-BEF-USERNAME       TO RIL-USERNAME
007080         MOVE HST-BEF-DEPT-CODE      TO RIL-DEPT-CODE
007090         MOVE HST-BEF-STATUS         TO RIL-STATUS
007100         MOVE HST-BEF-EFFECTIVE-DATE TO RIL-EFFECTIVE-DATE
007110         MOVE HST-BEF-DELETE-FLAG    TO RIL-DELETE-FLAG
007120         MOVE HST-BEF-MATCH-TYPE     TO RIL-MATCH-TYPE
007130         MOVE REG-IMAGE-LINE         TO REPORT-LINE
007140         WRITE REPORT-LINE
007150     END-IF.
007160     MOVE SPACES                 TO REG-IMAGE-LINE.
007170     MOVE " NOW "                TO RIL-LABEL.
007180     MOVE HST-AFT-USERNAME       TO RIL-USERNAME.
007190     MOVE HST-AFT-DEPT-CODE      TO RIL-DEPT-CODE.
007200     MOVE HST-AFT-STATUS         TO RIL-STATUS.
007210     MOVE HST-AFT-EFFECTIVE-DATE TO RIL-EFFECTIVE-DATE.
007220     MOVE HST-AFT-DELETE-FLAG    TO RIL-DELETE-FLAG.
007230     MOVE HST-AFT-MATCH-TYPE     TO RIL-MATCH-TYPE.
007240     MOVE REG-IMAGE-LINE         TO REPORT-LINE.
007250     WRITE REPORT-LINE.
007260 2750-EXIT.
007270     EXIT.
007280 2800-REJECT-TRANSACTION.
007290     ADD 1 TO TRANS-REJECTED-COUNT.
007300     MOVE "REJECTED "         TO RDL-VERDICT.
007310     PERFORM 2850-WRITE-REGISTER-LINE THRU 2850-EXIT.
007320 2800-EXIT.
007330     EXIT.
007340 2850-WRITE-REGISTER-LINE.
007350     MOVE SPACES              TO RDL-ACTION.
007360     IF MNT-ADD
007370         MOVE "ADD"           TO RDL-ACTION
007380     END-IF.
007390     IF MNT-CHANGE
007400         MOVE "CHG"           TO RDL-ACTION
007410     END-IF.
007420     IF MNT-DELETE-FLAG
007430         MOVE "DEL"           TO RDL-ACTION
007440     END-IF.
007450     IF MNT-UNDELETE
007460         MOVE "UND"           TO RDL-ACTION
007470     END-IF.
007480     IF NOT MNT-ACTION-VALID
007490         MOVE MNT-ACTION      TO RDL-ACTION
007500     END-IF.
007510     MOVE MNT-CODE1           TO RDL-CODE1.
007520     MOVE MNT-REQUESTER       TO RDL-REQUESTER.
007530     MOVE MNT-APPROVER        TO RDL-APPROVER.
007540     MOVE MNT-REFERENCE       TO RDL-REFERENCE.
007550     MOVE REJECT-MESSAGE      TO RDL-MESSAGE.
007560     MOVE REG-DETAIL-LINE     TO REPORT-LINE.
007570     WRITE REPORT-LINE.
007580 2850-EXIT.
007590     EXIT.
007600*****************************************************************
007610* POST-PROCESS - PRINT THE REGISTER TOTALS AND CLOSE ALL FILES. *
007620*****************************************************************
007630 POST-PROCESS     SECTION.
007640 POST-PROCESS-ENTRY.
007650     PERFORM 3300-WRITE-REGISTER-TOTALS THRU 3300-EXIT.
007660     CLOSE MNTIN.
007670     CLOSE MASTFILE.
007680     CLOSE MSTHIST.
007690     CLOSE MNTREG.
007700     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
007710 POST-PROCESS-EXIT.
007720     EXIT.
007730 3300-WRITE-REGISTER-TOTALS.
007740     MOVE SPACES              TO REPORT-LINE.
007750     WRITE REPORT-LINE.
007760     MOVE TRANS-READ-COUNT    TO REG-COUNT-DISPLAY.
007770     MOVE SPACES              TO REG-TOTAL-LINE.
007780     MOVE "TRANSACTIONS READ" TO RTL-LABEL.
007790     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
007800     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
007810     WRITE REPORT-LINE.
007820     MOVE TRANS-APPLIED-COUNT TO REG-COUNT-DISPLAY.
007830     MOVE SPACES              TO REG-TOTAL-LINE.
007840     MOVE "TRANSACTIONS APPLIED" TO RTL-LABEL.
007850     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
007860     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
007870     WRITE REPORT-LINE.
007880     MOVE TRANS-REJECTED-COUNT TO REG-COUNT-DISPLAY.
007890     MOVE SPACES              TO REG-TOTAL-LINE.
007900     MOVE "TRANSACTIONS REJECTED" TO RTL-LABEL.
007910     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
007920     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
007930     WRITE REPORT-LINE.
007940     MOVE RECORDS-ADDED-COUNT TO REG-COUNT-DISPLAY.
007950     MOVE SPACES              TO REG-TOTAL-LINE.
007960     MOVE "RECORDS ADDED"     TO RTL-LABEL.
007970     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
007980     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
007990     WRITE REPORT-LINE.
008000     MOVE RECORDS-CHANGED-COUNT TO REG-COUNT-DISPLAY.
008010     MOVE SPACES              TO REG-TOTAL-LINE.
008020     MOVE "RECORDS CHANGED"   TO RTL-LABEL.
008030     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
008040     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
008050     WRITE REPORT-LINE.
008060     MOVE RECORDS-FLAGGED-COUNT TO REG-COUNT-DISPLAY.
008070     MOVE SPACES              TO REG-TOTAL-LINE.
008080     MOVE "RECORDS DELETE FLAGGED" TO RTL-LABEL.
008090     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
008100     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
008110     WRITE REPORT-LINE.
008120     MOVE RECORDS-UNDELETED-COUNT TO REG-COUNT-DISPLAY.
008130     MOVE SPACES              TO REG-TOTAL-LINE.
008140     MOVE "RECORDS UNDELETED" TO RTL-LABEL.
008150     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
008160     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
008170     WRITE REPORT-LINE.
008180     MOVE HISTORY-WRITTEN-COUNT TO REG-COUNT-DISPLAY.
008190     MOVE SPACES              TO REG-TOTAL-LINE.
008200     MOVE "HISTORY RECORDS WRITTEN" TO RTL-LABEL.
008210     MOVE REG-COUNT-DISPLAY   TO RTL-VALUE.
008220     MOVE REG-TOTAL-LINE      TO REPORT-LINE.
008230     WRITE REPORT-LINE.
008240 3300-EXIT.
008250     EXIT.
008260 3400-SET-RETURN-CODE.
008270     IF SUCCESS
008280         MOVE 0  TO RETURN-CODE
008290     ELSE
008300         MOVE 99 TO RETURN-CODE
008310     END-IF.
008320 3400-EXIT.
008330     EXIT.
008340*****************************************************************
008350* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
008360* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
008370* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
008380* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
008390* ENDS THE STEP.                                                *
008400*****************************************************************
008410 9000-READ-BUSINESS-DATE.
008420     MOVE "00" TO STATE-CODE.
008430     OPEN INPUT BIZDATE.
008440     IF BIZDATE-NOT-FOUND
008450         SET FAILURE TO TRUE
008460         DISPLAY "IDMNT - NO BUSINESS-DATE CARD ON BIZDATE"
008470         GO TO 9000-EXIT
008480     END-IF.
008490     IF NOT BIZDATE-STATUS-OK
008500         SET FAILURE TO TRUE
008510         DISPLAY "IDMNT - CANNOT OPEN BIZDATE, STATUS = "
008520             BIZDATE-STATUS
008530         GO TO 9000-EXIT
008540     END-IF.
008550     READ BIZDATE
008560         AT END
008570             SET FAILURE TO TRUE
008580             DISPLAY "IDMNT - EMPTY BUSINESS-DATE CARD"
008590     END-READ.
008600     IF NOT FAILURE
008610         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
008620     END-IF.
008630     CLOSE BIZDATE.
008640 9000-EXIT.
008650     EXIT.
008660 9050-EDIT-BUSINESS-DATE.
008670     IF BDC-BUSINESS-DATE NOT NUMERIC
008680      OR NOT BDC-MONTH-VALID
008690      OR NOT BDC-DAY-VALID
008700         SET FAILURE TO TRUE
008710         DISPLAY "IDMNT - INVALID BUSINESS-DATE CARD "
008720             BDC-BUSINESS-DATE
008730         GO TO 9050-EXIT
008740     END-IF.
008750     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
008760 9050-EXIT.
008770     EXIT.
