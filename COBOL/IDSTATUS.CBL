000010*****************************************************************
000020* PROGRAM      IDSTATUS                                         *
000030* PURPOSE      ONE-PAGE STATUS OF THE NIGHTLY IDENTITY STREAM,  *
000040*              RUN AS ITS LAST STEP AND ON DEMAND.  IT READS    *
000050*              EVERY CONTROL FILE THE STREAM LEAVES BEHIND -    *
000060*              THE RUN-CONTROL RECORD (GENERATION AND STEP      *
000070*              FLAGS), IDNAME'S AUDIT LOG AND TOLERANCE ALERTS, *
000080*              THE IDRECON BALANCING REPORT, THE INTERFACE AND  *
000090*              REVOCATION SEQUENCES AGAINST WHAT HAS BEEN       *
000100*              ACKNOWLEDGED, AND THE OPEN EXCEPTION ITEMS - AND *
000110*              GRADES EACH ONE OK, WARNING OR ACTION REQUIRED.  *
000120*              THE WORST GRADE IS THE RETURN CODE (0, 4 OR 8)   *
000130*              SO THE SCHEDULER CAN PAGE, AND EVERY RUN LEAVES  *
000140*              A LINE ON THE STATUS HISTORY.                    *
000150*****************************************************************
000160 IDENTIFICATION   DIVISION.
000170 PROGRAM-ID.      IDSTATUS.
000180 AUTHOR.          D W HOLLIS.
000190 INSTALLATION.    ENTERPRISE SYSTEMS - IDENTITY SERVICES.
000200 DATE-WRITTEN.    10/15/2026.
000210 DATE-COMPILED.
000220*****************************************************************
000230* MODIFICATION HISTORY                                          *
000240*   DATE       INIT   DESCRIPTION                                *
000250*   ---------- ----   -------------------------------------------*
000260*   10/15/2026 DWH    ORIGINAL PROGRAM.                          *
000270*****************************************************************
000280 ENVIRONMENT      DIVISION.
000290 CONFIGURATION    SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT     SECTION.
000330 FILE-CONTROL.
000340*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000350*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000360     SELECT BIZDATE      ASSIGN TO BIZDATE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS BIZDATE-STATUS.
000390*    EVERY FILE BELOW IS ONLY READ - THIS STEP CHANGES NOTHING
000400*    THE STREAM DEPENDS ON.
000410     SELECT RUNCTL       ASSIGN TO "FILEPATH\RUNCTL.DAT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS RUNCTL-STATUS.
000440     SELECT AUDITFILE    ASSIGN TO "FILEPATH\AUDITLOG.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS AUDIT-FILE-STATUS.
000470     SELECT ALERTRPT     ASSIGN TO "FILEPATH\ALERTRPT.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS ALERTRPT-STATUS.
000500     SELECT RECONRPT     ASSIGN TO "FILEPATH\RECONRPT.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS RECONRPT-STATUS.
000530     SELECT INTFSEQ      ASSIGN TO "FILEPATH\INTFSEQ.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS  IS INTFSEQ-STATUS.
000560     SELECT ACKCTL       ASSIGN TO "FILEPATH\ACKCTL.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS  IS ACKCTL-STATUS.
000590     SELECT RVKSEQ       ASSIGN TO "FILEPATH\RVKSEQ.DAT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS RVKSEQ-STATUS.
000620*    RVKACK HOLDS THE LAST REVOCATION FILE SEQUENCE NUMBER THE
000630*    SECURITY TEAM HAS CONFIRMED RECEIVING.  THE REVOCATION FEED
000640*    HAS NO ACKNOWLEDGMENT FILE OF ITS OWN, SO OPERATIONS KEY IT
000650*    FROM SECURITY'S CONFIRMATION, 6 DIGITS, LIKE A CONTROL CARD.
000660     SELECT RVKACK       ASSIGN TO "FILEPATH\RVKACK.DAT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS  IS RVKACK-STATUS.
000690     SELECT EXCTRACK     ASSIGN TO "FILEPATH\EXCTRACK.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE  IS DYNAMIC
000720         RECORD KEY   IS ETK-KEY
000730         FILE STATUS  IS EXCTRACK-STATUS.
000740     SELECT STATRPT      ASSIGN TO "FILEPATH\STATRPT.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS  IS STATRPT-STATUS.
000770*    STATHIST IS THE PERMANENT STATUS HISTORY - ONE LINE PER RUN
000780*    OF THIS STEP, OPENED IN EXTEND MODE.
000790     SELECT STATHIST     ASSIGN TO "FILEPATH\STATHIST.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS  IS STATHIST-STATUS.
000820 DATA             DIVISION.
000830 FILE             SECTION.
000840 FD  BIZDATE
000850     RECORDING MODE IS F.
000860     COPY BDCLAY01.
000870 FD  RUNCTL
000880     RECORDING MODE IS F.
000890     COPY RCTLAY01.
000900 FD  AUDITFILE
000910     RECORDING MODE IS F.
000920 01  AUDIT-LINE                       PIC X(80).
000930 FD  ALERTRPT
000940     RECORDING MODE IS F.
000950 01  ALERT-REPORT-LINE                PIC X(80).
000960 FD  RECONRPT
000970     RECORDING MODE IS F.
000980 01  RECON-REPORT-LINE                PIC X(80).
000990 FD  INTFSEQ
001000     RECORDING MODE IS F.
001010 01  INTF-SEQ-RECORD.
001020     05  ISR-SEQ-NUMBER               PIC 9(06).
001030 FD  ACKCTL
001040     RECORDING MODE IS F.
001050 01  ACK-CONTROL-RECORD.
001060     05  ACR-LAST-ACKED-SEQ           PIC 9(06).
001070 FD  RVKSEQ
001080     RECORDING MODE IS F.
001090 01  RVK-SEQ-RECORD.
001100     05  RSQ-SEQ-NUMBER               PIC 9(06).
001110 FD  RVKACK
001120     RECORDING MODE IS F.
001130 01  RVK-ACK-RECORD.
001140     05  RAK-LAST-ACKED-SEQ           PIC 9(06).
001150 FD  EXCTRACK.
001160     COPY ETKLAY01.
001170 FD  STATRPT
001180     RECORDING MODE IS F.
001190 01  REPORT-LINE                      PIC X(80).
001200 FD  STATHIST
001210     RECORDING MODE IS F.
001220 01  STATUS-HISTORY-RECORD.
001230     05  SHR-RUN-DATE                 PIC 9(08).
001240     05  FILLER                       PIC X(01).
001250     05  SHR-REPORT-TIME              PIC 9(06).
001260     05  FILLER                       PIC X(01).
001270     05  SHR-RUN-SEQ                  PIC 9(06).
001280     05  FILLER                       PIC X(01).
001290     05  SHR-RETURN-CODE              PIC 9(02).
001300     05  FILLER                       PIC X(01).
001310     05  SHR-OVERALL-STATUS           PIC X(15).
001320     05  FILLER                       PIC X(01).
001330     05  SHR-STEPS-INCOMPLETE         PIC 9(01).
001340     05  FILLER                       PIC X(01).
001350     05  SHR-ALERT-COUNT              PIC 9(03).
001360     05  FILLER                       PIC X(01).
001370     05  SHR-OUT-OF-BALANCE           PIC 9(03).
001380     05  FILLER                       PIC X(01).
001390     05  SHR-INTF-UNACKED             PIC 9(05).
001400     05  FILLER                       PIC X(01).
001410     05  SHR-RVK-UNACKED              PIC 9(05).
001420     05  FILLER                       PIC X(01).
001430     05  SHR-OPEN-EXCEPTIONS          PIC 9(07).
001440     05  FILLER                       PIC X(01).
001450     05  SHR-WARNING-COUNT            PIC 9(03).
001460     05  FILLER                       PIC X(01).
001470     05  SHR-ACTION-COUNT             PIC 9(03).
001472     05  FILLER                       PIC X(01).
001480 WORKING-STORAGE  SECTION.
001490 01  STATE.
001500     05  STATE-CODE                  PIC X(02).
001510         88  SUCCESS                 VALUE "00".
001520         88  FAILURE                 VALUE "99".
001530 01  FLAG1                           PIC X(03).
001540     88  END-OF-AUDIT-LOG            VALUE "EOF".
001550 01  FLAG2                           PIC X(03).
001560     88  END-OF-ALERTS               VALUE "EOF".
001570 01  FLAG3                           PIC X(03).
001580     88  END-OF-RECON                VALUE "EOF".
001590 01  FLAG4                           PIC X(03).
001600     88  END-OF-TRACKING             VALUE "EOF".
001610 01  BIZDATE-STATUS                  PIC X(02).
001620     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001630     88  BIZDATE-NOT-FOUND           VALUE "35".
001640 01  RUNCTL-STATUS                   PIC X(02).
001650     88  RUNCTL-STATUS-OK            VALUE "00".
001660     88  RUNCTL-NOT-FOUND            VALUE "35".
001670 01  AUDIT-FILE-STATUS               PIC X(02).
001680     88  AUDIT-FILE-STATUS-OK        VALUES "00" "10".
001690     88  AUDIT-FILE-NOT-FOUND        VALUE "35".
001700 01  ALERTRPT-STATUS                 PIC X(02).
001710     88  ALERTRPT-STATUS-OK          VALUES "00" "10".
001720     88  ALERTRPT-NOT-FOUND          VALUE "35".
001730 01  RECONRPT-STATUS                 PIC X(02).
001740     88  RECONRPT-STATUS-OK          VALUES "00" "10".
001750     88  RECONRPT-NOT-FOUND          VALUE "35".
001760 01  INTFSEQ-STATUS                  PIC X(02).
001770     88  INTFSEQ-STATUS-OK           VALUE "00".
001780     88  INTFSEQ-NOT-FOUND           VALUE "35".
001790 01  ACKCTL-STATUS                   PIC X(02).
001800     88  ACKCTL-STATUS-OK            VALUE "00".
001810     88  ACKCTL-NOT-FOUND            VALUE "35".
001820 01  RVKSEQ-STATUS                   PIC X(02).
001830     88  RVKSEQ-STATUS-OK            VALUE "00".
001840     88  RVKSEQ-NOT-FOUND            VALUE "35".
001850 01  RVKACK-STATUS                   PIC X(02).
001860     88  RVKACK-STATUS-OK            VALUE "00".
001870     88  RVKACK-NOT-FOUND            VALUE "35".
001880 01  EXCTRACK-STATUS                 PIC X(02).
001890     88  EXCTRACK-STATUS-OK          VALUE "00".
001900     88  EXCTRACK-FILE-MISSING       VALUE "35".
001910 01  STATRPT-STATUS                  PIC X(02).
001920     88  STATRPT-STATUS-OK           VALUE "00".
001930 01  STATHIST-STATUS                 PIC X(02).
001940     88  STATHIST-STATUS-OK          VALUE "00".
001950     88  STATHIST-NOT-FOUND          VALUE "35".
001960 01  RUNCTL-READ-SWITCH              PIC X(01).
001970     88  RUNCTL-RECORD-PRESENT       VALUE "Y".
001980     88  RUNCTL-RECORD-ABSENT        VALUE "N".
001990*    THE CONTROL RECORD IS HELD HERE WHILE THE FILE IS CLOSED -
002000*    THE FD RECORD AREA IS NOT AVAILABLE BETWEEN OPENS.
002010     COPY RCTLAY01 REPLACING LEADING ==RCT== BY ==RCH==
002020                   ==RUN-CONTROL-RECORD== BY ==RUN-CONTROL-HOLD==.
002030*****************************************************************
002040* GRADING - EVERY DASHBOARD LINE CARRIES A LEVEL.  THE WORST    *
002050* LEVEL FOUND IS THE RETURN CODE: 0 OK, 4 WARNING (LOOK IN THE  *
002060* MORNING), 8 ACTION REQUIRED (PAGE THE ON-CALL ANALYST).       *
002070*****************************************************************
002080 01  LINE-LEVEL                      PIC 9(02).
002090     88  LINE-OK                     VALUE 00.
002100     88  LINE-WARNING                VALUE 04.
002110     88  LINE-ACTION                 VALUE 08.
002120 01  WORST-LEVEL                     PIC 9(02).
002130     88  WORST-OK                    VALUE 00.
002140     88  WORST-WARNING               VALUE 04.
002150     88  WORST-ACTION                VALUE 08.
002160 01  STATUS-COUNTERS.
002170     05  WARNING-COUNT               PIC 9(03) COMP.
002180     05  ACTION-COUNT                PIC 9(03) COMP.
002190     05  STEPS-INCOMPLETE-COUNT      PIC 9(01) COMP.
002200     05  ALERT-COUNT                 PIC 9(03) COMP.
002210     05  OUT-OF-BALANCE-COUNT        PIC 9(03) COMP.
002220     05  IN-BALANCE-COUNT            PIC 9(03) COMP.
002230     05  INTF-UNACKED-COUNT          PIC 9(05) COMP.
002240     05  RVK-UNACKED-COUNT           PIC 9(05) COMP.
002250     05  OPEN-EXCEPTION-COUNT        PIC 9(07) COMP.
002260     05  ALERT-LINE-NUMBER           PIC 9(05) COMP.
002270     05  AUDIT-LINES-READ            PIC 9(07) COMP.
002280 01  SEQUENCE-FIELDS.
002290     05  INTF-LAST-SENT              PIC 9(06).
002300     05  INTF-LAST-ACKED             PIC 9(06).
002310     05  RVK-LAST-SENT               PIC 9(06).
002320     05  RVK-LAST-ACKED              PIC 9(06).
002330     05  SEQUENCE-GAP                PIC S9(07) COMP.
002340 01  RVKACK-SWITCH                   PIC X(01).
002350     88  RVK-ACK-RECORDED            VALUE "Y".
002360     88  RVK-ACK-NOT-RECORDED        VALUE "N".
002370 01  RECON-VERDICT-SWITCH            PIC X(01).
002380     88  RECON-VERDICT-IN-BALANCE    VALUE "I".
002390     88  RECON-VERDICT-OUT           VALUE "O".
002400     88  RECON-VERDICT-NONE          VALUE " ".
002410*    THE LAST AUDIT LOG LINE IS IDNAME'S MOST RECENT RUN - SAME
002420*    LAYOUT IDNAME WRITES (AUDIT-DETAIL-LINE).
002430 01  LAST-AUDIT-LINE.
002440     05  LAL-RUN-DATE                PIC X(10).
002450     05  FILLER                      PIC X(02).
002460     05  LAL-RUN-TIME                PIC X(08).
002470     05  FILLER                      PIC X(02).
002480     05  LAL-RECORDS-READ            PIC X(07).
002490     05  FILLER                      PIC X(02).
002500     05  LAL-RECORDS-REJECTED        PIC X(07).
002510     05  FILLER                      PIC X(02).
002520     05  LAL-COMPLETION-STATUS       PIC X(07).
002530     05  FILLER                      PIC X(33).
002540*    THE ALERT REPORT HEADING CARRIES THE RUN DATE IT WAS WRITTEN
002550*    FOR (ALERT-HEADING-LINE IN IDNAME).
002560 01  ALERT-HEADING-PARSE.
002570     05  FILLER                      PIC X(42).
002580     05  AHP-RUN-DATE                PIC X(10).
002590     05  FILLER                      PIC X(28).
002600 01  ALERT-LINE-PARSE.
002610     05  ALP-PREFIX                  PIC X(09).
002620     05  FILLER                      PIC X(71).
002630 01  ALERT-REPORT-DATE               PIC X(10).
002640*    ONE BALANCING REPORT DETAIL LINE (RECON-DETAIL-LINE IN
002650*    IDRECON) - THE RESULT COLUMN IS WHAT MATTERS HERE.
002660 01  RECON-LINE-PARSE.
002670     05  RLP-ITEM                    PIC X(24).
002680     05  FILLER                      PIC X(22).
002690     05  RLP-RESULT                  PIC X(14).
002700     05  FILLER                      PIC X(20).
002710 01  RUN-DATE-FIELDS.
002720     05  RUN-DATE-CCYYMMDD           PIC 9(08).
002730     05  RUN-DATE-CCYYMMDD-X REDEFINES
002740         RUN-DATE-CCYYMMDD.
002750         10  RUN-DATE-CCYY           PIC 9(04).
002760         10  RUN-DATE-MM             PIC 9(02).
002770         10  RUN-DATE-DD             PIC 9(02).
002780 01  RUN-DATE-DISPLAY                PIC X(10).
002790 01  GENERATION-DATE-DISPLAY         PIC X(10).
002800 01  EDIT-DATE-FIELDS.
002810     05  EDIT-DATE-CCYYMMDD          PIC 9(08).
002820     05  EDIT-DATE-CCYYMMDD-X REDEFINES
002830         EDIT-DATE-CCYYMMDD.
002840         10  EDIT-DATE-CCYY          PIC 9(04).
002850         10  EDIT-DATE-MM            PIC 9(02).
002860         10  EDIT-DATE-DD            PIC 9(02).
002870 01  EDIT-DATE-DISPLAY               PIC X(10).
002880 01  REPORT-TIME-FIELDS.
002890     05  REPORT-TIME-HHMMSSHH        PIC 9(08).
002900     05  REPORT-TIME-HHMMSSHH-X REDEFINES
002910         REPORT-TIME-HHMMSSHH.
002920         10  REPORT-TIME-HH          PIC 9(02).
002930         10  REPORT-TIME-MM          PIC 9(02).
002940         10  REPORT-TIME-SS          PIC 9(02).
002950         10  REPORT-TIME-HH2         PIC 9(02).
002960 01  REPORT-TIME-DISPLAY             PIC X(08).
002970 01  STATUS-COUNT-DISPLAY            PIC ZZZZZZ9.
002980 01  STATUS-ITEM                     PIC X(26).
002990 01  STATUS-VALUE                    PIC X(34).
003000 01  STEP-NAME                       PIC X(08).
003010 01  STEP-FLAG                       PIC X(01).
003020     88  STEP-COMPLETE               VALUE "C".
003030 01  STATUS-HEADING-LINE.
003040     05  FILLER                      PIC X(38)  VALUE
003050         "IDSTATUS BATCH STREAM STATUS          ".
003060     05  FILLER                      PIC X(09)  VALUE
003070         "RUN DATE ".
003080     05  SHL-RUN-DATE                PIC X(10).
003090     05  FILLER                      PIC X(02)  VALUE SPACES.
003100     05  FILLER                      PIC X(05)  VALUE "TIME ".
003110     05  SHL-REPORT-TIME             PIC X(08).
003120     05  FILLER                      PIC X(08)  VALUE SPACES.
003130 01  STATUS-COLUMN-LINE.
003140     05  FILLER                      PIC X(26)  VALUE "ITEM".
003150     05  FILLER                      PIC X(34)  VALUE "VALUE".
003160     05  FILLER                      PIC X(20)  VALUE "CONDITION".
003170 01  STATUS-SECTION-LINE.
003180     05  SSL-TITLE                   PIC X(40).
003190     05  FILLER                      PIC X(40)  VALUE SPACES.
003200 01  STATUS-DETAIL-LINE.
003210     05  SDL-ITEM                    PIC X(26).
003220     05  SDL-VALUE                   PIC X(34).
003230     05  SDL-CONDITION               PIC X(16).
003240     05  FILLER                      PIC X(04)  VALUE SPACES.
003250 01  STATUS-OVERALL-LINE.
003260     05  FILLER                      PIC X(26)  VALUE
003270         "OVERALL STREAM STATUS".
003280     05  SOL-OVERALL-STATUS          PIC X(16).
003290     05  FILLER                      PIC X(14)  VALUE
003300         "  RETURN CODE ".
003310     05  SOL-RETURN-CODE             PIC Z9.
003320     05  FILLER                      PIC X(22)  VALUE SPACES.
003330 01  STATUS-TALLY-LINE.
003340     05  FILLER                      PIC X(26)  VALUE
003350         "LINES NEEDING ATTENTION".
003360     05  STL-ACTION-COUNT            PIC ZZ9.
003370     05  FILLER                      PIC X(18)  VALUE
003380         " ACTION REQUIRED, ".
003390     05  STL-WARNING-COUNT           PIC ZZ9.
003400     05  FILLER                      PIC X(09)  VALUE " WARNING".
003410     05  FILLER                      PIC X(21)  VALUE SPACES.
003420 PROCEDURE        DIVISION.
003430 MAIN             SECTION.
003440 MAIN-ENTRY.
003450     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
003460     IF FAILURE
003470         DISPLAY "IDSTATUS - NO USABLE BUSINESS DATE - STEP ENDED"
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
003520     IF SUCCESS
003530         PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
003540     END-IF.
003550     PERFORM POST-PROCESS THRU POST-PROCESS-EXIT.
003560     STOP RUN.
003570*****************************************************************
003580* PRE-PROCESS - CLEAR THE GRADES AND START THE DASHBOARD.       *
003590*****************************************************************
003600 PRE-PROCESS      SECTION.
003610 PRE-PROCESS-ENTRY.
003620     MOVE SPACES TO FLAG1
003630                    FLAG2
003640                    FLAG3
003650                    FLAG4.
003660     MOVE ZERO   TO WORST-LEVEL
003670                    WARNING-COUNT
003680                    ACTION-COUNT
003690                    STEPS-INCOMPLETE-COUNT
003700                    ALERT-COUNT
003710                    OUT-OF-BALANCE-COUNT
003720                    IN-BALANCE-COUNT
003730                    INTF-UNACKED-COUNT
003740                    RVK-UNACKED-COUNT
003750                    OPEN-EXCEPTION-COUNT
003760                    INTF-LAST-SENT
003770                    INTF-LAST-ACKED
003780                    RVK-LAST-SENT
003790                    RVK-LAST-ACKED.
003800     MOVE SPACES TO GENERATION-DATE-DISPLAY.
003810     STRING RUN-DATE-MM  DELIMITED BY SIZE
003820            "/"          DELIMITED BY SIZE
003830            RUN-DATE-DD  DELIMITED BY SIZE
003840            "/"          DELIMITED BY SIZE
003850            RUN-DATE-CCYY DELIMITED BY SIZE
003860         INTO RUN-DATE-DISPLAY.
003870     ACCEPT REPORT-TIME-HHMMSSHH FROM TIME.
003880     STRING REPORT-TIME-HH DELIMITED BY SIZE
003890            ":"            DELIMITED BY SIZE
003900            REPORT-TIME-MM DELIMITED BY SIZE
003910            ":"            DELIMITED BY SIZE
003920            REPORT-TIME-SS DELIMITED BY SIZE
003930         INTO REPORT-TIME-DISPLAY.
003940     OPEN OUTPUT STATRPT.
003950     IF NOT STATRPT-STATUS-OK
003960         SET FAILURE TO TRUE
003970         DISPLAY "IDSTATUS - CANNOT OPEN STATRPT, STATUS = "
003980             STATRPT-STATUS
003990         GO TO PRE-PROCESS-EXIT
004000     END-IF.
004010     MOVE RUN-DATE-DISPLAY     TO SHL-RUN-DATE.
004020     MOVE REPORT-TIME-DISPLAY  TO SHL-REPORT-TIME.
004030     MOVE STATUS-HEADING-LINE  TO REPORT-LINE.
004040     WRITE REPORT-LINE.
004050     MOVE SPACES               TO REPORT-LINE.
004060     WRITE REPORT-LINE.
004070     MOVE STATUS-COLUMN-LINE   TO REPORT-LINE.
004080     WRITE REPORT-LINE.
004090 PRE-PROCESS-EXIT.
004100     EXIT.
004110*****************************************************************
004120* MAIN-PROCESS - ONE PASS OVER THE CONTROL FILES IN STREAM      *
004130* ORDER, ONE DASHBOARD SECTION EACH.                            *
004140*****************************************************************
004150 MAIN-PROCESS     SECTION.
004160 MAIN-PROCESS-ENTRY.
004170     PERFORM 2100-CHECK-RUN-CONTROL THRU 2100-EXIT.
004180     PERFORM 2200-CHECK-AUDIT-LOG THRU 2200-EXIT.
004190     PERFORM 2300-CHECK-ALERTS THRU 2300-EXIT.
004200     PERFORM 2400-CHECK-BALANCING THRU 2400-EXIT.
004210     PERFORM 2500-CHECK-INTERFACE-ACKS THRU 2500-EXIT.
004220     PERFORM 2600-CHECK-REVOCATION-ACKS THRU 2600-EXIT.
004230     PERFORM 2700-COUNT-OPEN-EXCEPTIONS THRU 2700-EXIT.
004240 MAIN-PROCESS-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 2100-CHECK-RUN-CONTROL - THE GENERATION MUST BE FOR THIS      *
004280* BUSINESS DATE AND EVERY STEP MUST HAVE STAMPED IT COMPLETE.   *
004290*****************************************************************
004300 2100-CHECK-RUN-CONTROL.
004310     MOVE "RUN CONTROL (RUNCTL)" TO SSL-TITLE.
004320     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
004330     PERFORM 2110-READ-RUN-CONTROL THRU 2110-EXIT.
004340     IF RUNCTL-RECORD-ABSENT
004350         MOVE "GENERATION"           TO STATUS-ITEM
004360         MOVE "NO RUN-CONTROL RECORD" TO STATUS-VALUE
004370         SET LINE-ACTION TO TRUE
004380         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
004390         MOVE 5 TO STEPS-INCOMPLETE-COUNT
004400         GO TO 2100-EXIT
004410     END-IF.
004420     MOVE RCH-RUN-DATE       TO EDIT-DATE-CCYYMMDD.
004430     PERFORM 9100-FORMAT-DATE THRU 9100-EXIT.
004440     MOVE EDIT-DATE-DISPLAY  TO GENERATION-DATE-DISPLAY.
004450     MOVE "GENERATION DATE"  TO STATUS-ITEM.
004460     MOVE SPACES             TO STATUS-VALUE.
004470     IF RCH-RUN-DATE = RUN-DATE-CCYYMMDD
004480         MOVE EDIT-DATE-DISPLAY TO STATUS-VALUE
004490         SET LINE-OK TO TRUE
004500     ELSE
004510         STRING EDIT-DATE-DISPLAY        DELIMITED BY SIZE
004520                " - NOT THE BUSINESS DATE" DELIMITED BY SIZE
004530             INTO STATUS-VALUE
004540         SET LINE-ACTION TO TRUE
004550     END-IF.
004560     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
004570     MOVE "RUN SEQUENCE"     TO STATUS-ITEM.
004580     MOVE RCH-RUN-SEQ        TO STATUS-VALUE.
004590     SET LINE-OK TO TRUE.
004600     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
004610     MOVE "MATCHFILE GEN APPLIED" TO STATUS-ITEM.
004620     MOVE RCH-MATCH-GEN-APPLIED   TO STATUS-VALUE.
004630     SET LINE-OK TO TRUE.
004640     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
004650     MOVE "IDNAME"           TO STEP-NAME.
004660     MOVE RCH-IDNAME-FLAG    TO STEP-FLAG.
004670     PERFORM 2150-GRADE-STEP THRU 2150-EXIT.
004680     MOVE "IDRECON"          TO STEP-NAME.
004690     MOVE RCH-IDRECON-FLAG   TO STEP-FLAG.
004700     PERFORM 2150-GRADE-STEP THRU 2150-EXIT.
004710     MOVE "IDMAST"           TO STEP-NAME.
004720     MOVE RCH-IDMAST-FLAG    TO STEP-FLAG.
004730     PERFORM 2150-GRADE-STEP THRU 2150-EXIT.
004740     MOVE "IDCOMPAR"         TO STEP-NAME.
004750     MOVE RCH-IDCOMPAR-FLAG  TO STEP-FLAG.
004760     PERFORM 2150-GRADE-STEP THRU 2150-EXIT.
004770     MOVE "IDEXCTRK"         TO STEP-NAME.
004780     MOVE RCH-IDEXCTRK-FLAG  TO STEP-FLAG.
004790     PERFORM 2150-GRADE-STEP THRU 2150-EXIT.
004800 2100-EXIT.
004810     EXIT.
004820 2110-READ-RUN-CONTROL.
004830     SET RUNCTL-RECORD-ABSENT TO TRUE.
004840     OPEN INPUT RUNCTL.
004850     IF RUNCTL-NOT-FOUND
004860         GO TO 2110-EXIT
004870     END-IF.
004880     IF NOT RUNCTL-STATUS-OK
004890         DISPLAY "IDSTATUS - CANNOT OPEN RUNCTL, STATUS = "
004900             RUNCTL-STATUS
004910         GO TO 2110-EXIT
004920     END-IF.
004930     READ RUNCTL
004940         AT END CONTINUE
004950     END-READ.
004960     IF RUNCTL-STATUS-OK
004970         MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-HOLD
004980         SET RUNCTL-RECORD-PRESENT TO TRUE
004990     END-IF.
005000     CLOSE RUNCTL.
005010 2110-EXIT.
005020     EXIT.
005030 2150-GRADE-STEP.
005040     MOVE SPACES TO STATUS-ITEM.
005050     STRING "STEP " DELIMITED BY SIZE
005060            STEP-NAME DELIMITED BY SPACE
005070         INTO STATUS-ITEM.
005080     IF STEP-COMPLETE
005090         MOVE "COMPLETE"     TO STATUS-VALUE
005100         SET LINE-OK TO TRUE
005110     ELSE
005120         MOVE "NOT COMPLETE" TO STATUS-VALUE
005130         SET LINE-ACTION TO TRUE
005140         ADD 1 TO STEPS-INCOMPLETE-COUNT
005150     END-IF.
005160     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
005170 2150-EXIT.
005180     EXIT.
005190*****************************************************************
005200* 2200-CHECK-AUDIT-LOG - THE LAST AUDIT LOG LINE IS IDNAME'S    *
005210* MOST RECENT RUN.  IT MUST BE FOR THE GENERATION'S DATE AND    *
005220* HAVE ENDED IN SUCCESS.                                        *
005230*****************************************************************
005240 2200-CHECK-AUDIT-LOG.
005250     MOVE "IDNAME RUN (AUDITLOG, ALERTRPT)" TO SSL-TITLE.
005260     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
005270     MOVE SPACES TO LAST-AUDIT-LINE.
005280     MOVE ZERO   TO AUDIT-LINES-READ.
005290     MOVE "LAST IDNAME RUN"  TO STATUS-ITEM.
005300     OPEN INPUT AUDITFILE.
005310     IF AUDIT-FILE-NOT-FOUND
005320         MOVE "NO AUDIT LOG"  TO STATUS-VALUE
005330         SET LINE-ACTION TO TRUE
005340         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
005350         GO TO 2200-EXIT
005360     END-IF.
005370     IF NOT AUDIT-FILE-STATUS-OK
005380         MOVE SPACES TO STATUS-VALUE
005390         STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
005400                AUDIT-FILE-STATUS       DELIMITED BY SIZE
005410             INTO STATUS-VALUE
005420         SET LINE-ACTION TO TRUE
005430         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
005440         GO TO 2200-EXIT
005450     END-IF.
005460     PERFORM 2210-READ-AUDIT-LINE THRU 2210-EXIT
005470         UNTIL END-OF-AUDIT-LOG.
005480     CLOSE AUDITFILE.
005490     IF AUDIT-LINES-READ = ZERO
005500         MOVE "AUDIT LOG IS EMPTY" TO STATUS-VALUE
005510         SET LINE-ACTION TO TRUE
005520         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
005530         GO TO 2200-EXIT
005540     END-IF.
005550     MOVE SPACES TO STATUS-VALUE.
005560     STRING LAL-RUN-DATE  DELIMITED BY SIZE
005570            " "           DELIMITED BY SIZE
005580            LAL-RUN-TIME  DELIMITED BY SIZE
005590            " "           DELIMITED BY SIZE
005600            LAL-COMPLETION-STATUS DELIMITED BY SPACE
005610         INTO STATUS-VALUE.
005620     IF LAL-RUN-DATE NOT = GENERATION-DATE-DISPLAY
005630      OR LAL-COMPLETION-STATUS NOT = "SUCCESS"
005640         SET LINE-ACTION TO TRUE
005650     ELSE
005660         SET LINE-OK TO TRUE
005670     END-IF.
005680     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
005690     MOVE "RECORDS READ"     TO STATUS-ITEM.
005700     MOVE LAL-RECORDS-READ   TO STATUS-VALUE.
005710     SET LINE-OK TO TRUE.
005720     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
005730     MOVE "RECORDS REJECTED" TO STATUS-ITEM.
005740     MOVE LAL-RECORDS-REJECTED TO STATUS-VALUE.
005750     SET LINE-OK TO TRUE.
005760     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
005770 2200-EXIT.
005780     EXIT.
005790 2210-READ-AUDIT-LINE.
005800     READ AUDITFILE
005810         AT END SET END-OF-AUDIT-LOG TO TRUE
005820     END-READ.
005830     IF END-OF-AUDIT-LOG
005840         GO TO 2210-EXIT
005850     END-IF.
005860     IF NOT AUDIT-FILE-STATUS-OK
005870         SET END-OF-AUDIT-LOG TO TRUE
005880         DISPLAY "IDSTATUS - I/O ERROR ON AUDITFILE, STATUS = "
005890             AUDIT-FILE-STATUS
005900         GO TO 2210-EXIT
005910     END-IF.
005920     ADD 1 TO AUDIT-LINES-READ.
005930     MOVE AUDIT-LINE TO LAST-AUDIT-LINE.
005940 2210-EXIT.
005950     EXIT.
005960*****************************************************************
005970* 2300-CHECK-ALERTS - IDNAME REWRITES ALERTRPT EVERY RUN: A     *
005980* HEADING, A BLANK LINE, THEN ONE LINE PER TOLERANCE ALERT OR   *
005990* THE "NO ALERTS" LINE.  ANY ALERT IS A WARNING.                *
006000*****************************************************************
006010 2300-CHECK-ALERTS.
006020     MOVE ZERO   TO ALERT-LINE-NUMBER.
006030     MOVE SPACES TO ALERT-REPORT-DATE.
006040     MOVE "TOLERANCE ALERTS" TO STATUS-ITEM.
006050     OPEN INPUT ALERTRPT.
006060     IF ALERTRPT-NOT-FOUND
006070         MOVE "NO ALERT REPORT" TO STATUS-VALUE
006080         SET LINE-WARNING TO TRUE
006090         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
006100         GO TO 2300-EXIT
006110     END-IF.
006120     IF NOT ALERTRPT-STATUS-OK
006130         MOVE SPACES TO STATUS-VALUE
006140         STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
006150                ALERTRPT-STATUS         DELIMITED BY SIZE
006160             INTO STATUS-VALUE
006170         SET LINE-WARNING TO TRUE
006180         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
006190         GO TO 2300-EXIT
006200     END-IF.
006210     PERFORM 2310-READ-ALERT-LINE THRU 2310-EXIT
006220         UNTIL END-OF-ALERTS.
006230     CLOSE ALERTRPT.
006240     MOVE SPACES TO STATUS-VALUE.
006250     IF ALERT-REPORT-DATE NOT = GENERATION-DATE-DISPLAY
006260         STRING "REPORT IS FOR " DELIMITED BY SIZE
006270                ALERT-REPORT-DATE DELIMITED BY SIZE
006280             INTO STATUS-VALUE
006290         SET LINE-WARNING TO TRUE
006300         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
006310         GO TO 2300-EXIT
006320     END-IF.
006330     MOVE ALERT-COUNT TO STATUS-COUNT-DISPLAY.
006340     MOVE STATUS-COUNT-DISPLAY TO STATUS-VALUE.
006350     IF ALERT-COUNT > ZERO
006360         SET LINE-WARNING TO TRUE
006370     ELSE
006380         SET LINE-OK TO TRUE
006390     END-IF.
006400     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
006410 2300-EXIT.
006420     EXIT.
006430 2310-READ-ALERT-LINE.
006440     READ ALERTRPT
006450         AT END SET END-OF-ALERTS TO TRUE
006460     END-READ.
006470     IF END-OF-ALERTS
006480         GO TO 2310-EXIT
006490     END-IF.
006500     IF NOT ALERTRPT-STATUS-OK
006510         SET END-OF-ALERTS TO TRUE
006520         DISPLAY "IDSTATUS - I/O ERROR ON ALERTRPT, STATUS = "
006530             ALERTRPT-STATUS
006540         GO TO 2310-EXIT
006550     END-IF.
006560     ADD 1 TO ALERT-LINE-NUMBER.
006570     IF ALERT-LINE-NUMBER = 1
006580         MOVE ALERT-REPORT-LINE TO ALERT-HEADING-PARSE
006590         MOVE AHP-RUN-DATE      TO ALERT-REPORT-DATE
006600         GO TO 2310-EXIT
006610     END-IF.
006620     MOVE ALERT-REPORT-LINE TO ALERT-LINE-PARSE.
006630     IF ALERT-REPORT-LINE NOT = SPACES
006640      AND ALP-PREFIX NOT = "NO ALERTS"
006650         ADD 1 TO ALERT-COUNT
006660     END-IF.
006670 2310-EXIT.
006680     EXIT.
006690*****************************************************************
006700* 2400-CHECK-BALANCING - EVERY FIGURE ON THE IDRECON REPORT     *
006710* THAT CAME OUT OF BALANCE IS ACTION REQUIRED.  THE REPORT      *
006720* CARRIES NO DATE - IT IS TAKEN AS THE LATEST IDRECON RUN, AND  *
006730* THE IDRECON STEP FLAG ABOVE SAYS WHETHER THAT RUN FINISHED.   *
006740*****************************************************************
006750 2400-CHECK-BALANCING.
006760     MOVE "BALANCING (RECONRPT)" TO SSL-TITLE.
006770     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
006780     SET RECON-VERDICT-NONE TO TRUE.
006790     MOVE "ITEMS OUT OF BALANCE" TO STATUS-ITEM.
006800     OPEN INPUT RECONRPT.
006810     IF RECONRPT-NOT-FOUND
006820         MOVE "NO BALANCING REPORT" TO STATUS-VALUE
006830         SET LINE-ACTION TO TRUE
006840         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
006850         GO TO 2400-EXIT
006860     END-IF.
006870     IF NOT RECONRPT-STATUS-OK
006880         MOVE SPACES TO STATUS-VALUE
006890         STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
006900                RECONRPT-STATUS         DELIMITED BY SIZE
006910             INTO STATUS-VALUE
006920         SET LINE-ACTION TO TRUE
006930         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
006940         GO TO 2400-EXIT
006950     END-IF.
006960     PERFORM 2410-READ-RECON-LINE THRU 2410-EXIT
006970         UNTIL END-OF-RECON.
006980     CLOSE RECONRPT.
006990     MOVE OUT-OF-BALANCE-COUNT TO STATUS-COUNT-DISPLAY.
007000     MOVE STATUS-COUNT-DISPLAY TO STATUS-VALUE.
007010     IF OUT-OF-BALANCE-COUNT > ZERO
007020      OR RECON-VERDICT-OUT
007030         SET LINE-ACTION TO TRUE
007040     ELSE
007050         SET LINE-OK TO TRUE
007060     END-IF.
007070     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
007080     MOVE "BALANCING VERDICT" TO STATUS-ITEM.
007090     EVALUATE TRUE
007100         WHEN RECON-VERDICT-IN-BALANCE
007110             MOVE "RUN IS IN BALANCE"     TO STATUS-VALUE
007120             SET LINE-OK TO TRUE
007130         WHEN RECON-VERDICT-OUT
007140             MOVE "RUN IS OUT OF BALANCE" TO STATUS-VALUE
007150             SET LINE-ACTION TO TRUE
007160         WHEN OTHER
007170             MOVE "REPORT INCOMPLETE"     TO STATUS-VALUE
007180             SET LINE-ACTION TO TRUE
007190     END-EVALUATE.
007200     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
007210 2400-EXIT.
007220     EXIT.
007230 2410-READ-RECON-LINE.
007240     READ RECONRPT
007250         AT END SET END-OF-RECON TO TRUE
007260     END-READ.
007270     IF END-OF-RECON
007280         GO TO 2410-EXIT
007290     END-IF.
007300     IF NOT RECONRPT-STATUS-OK
007310         SET END-OF-RECON TO TRUE
007320         DISPLAY "IDSTATUS - I/O ERROR ON RECONRPT, STATUS = "
007330             RECONRPT-STATUS
007340         GO TO 2410-EXIT
007350     END-IF.
007360     EVALUATE RECON-REPORT-LINE
007370         WHEN "RUN IS IN BALANCE"
007380             SET RECON-VERDICT-IN-BALANCE TO TRUE
007390             GO TO 2410-EXIT
007400         WHEN "RUN IS OUT OF BALANCE - HOLD DOWNSTREAM FEEDS"
007410             SET RECON-VERDICT-OUT TO TRUE
007420             GO TO 2410-EXIT
007430     END-EVALUATE.
007440     MOVE RECON-REPORT-LINE TO RECON-LINE-PARSE.
007450     IF RLP-RESULT = "OUT OF BALANCE"
007460         ADD 1 TO OUT-OF-BALANCE-COUNT
007470     END-IF.
007480     IF RLP-RESULT = "IN BALANCE"
007490         ADD 1 TO IN-BALANCE-COUNT
007500     END-IF.
007510 2410-EXIT.
007520     EXIT.
007530*****************************************************************
007540* 2500-CHECK-INTERFACE-ACKS - LAST INTERFACE FILE SENT (INTFSEQ)*
007550* AGAINST THE LAST ONE ACKNOWLEDGED (ACKCTL).  TONIGHT'S FILE   *
007560* IS NOT ACKNOWLEDGED UNTIL THE PROVISIONING TEAM ANSWERS, SO   *
007570* ONE OUTSTANDING IS NORMAL; AN EARLIER FILE STILL OUTSTANDING  *
007580* IS ACTION REQUIRED.                                           *
007582* A CONTROL FILE THAT CANNOT BE READ IS NOT GRADED FOR A GAP -  *
007584* ITS LINE ALREADY CALLS FOR ACTION.                            *
007590*****************************************************************
007600 2500-CHECK-INTERFACE-ACKS.
007610     MOVE "PROVISIONING INTERFACE (INTFSEQ, ACKCTL)" TO SSL-TITLE.
007620     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
007630     MOVE "LAST SEQUENCE SENT" TO STATUS-ITEM.
007640     OPEN INPUT INTFSEQ.
007650     IF INTFSEQ-STATUS-OK
007660         READ INTFSEQ
007670             AT END MOVE ZERO TO ISR-SEQ-NUMBER
007680         END-READ
007690         IF ISR-SEQ-NUMBER NUMERIC
007700             MOVE ISR-SEQ-NUMBER TO INTF-LAST-SENT
007710         END-IF
007720         CLOSE INTFSEQ
007730         MOVE INTF-LAST-SENT TO STATUS-VALUE
007740         SET LINE-OK TO TRUE
007750     ELSE
007760         IF INTFSEQ-NOT-FOUND
007770             MOVE "NONE SENT"   TO STATUS-VALUE
007780             SET LINE-OK TO TRUE
007790         ELSE
007800             MOVE SPACES TO STATUS-VALUE
007810             STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
007820                    INTFSEQ-STATUS          DELIMITED BY SIZE
007830                 INTO STATUS-VALUE
007840             SET LINE-ACTION TO TRUE
007850         END-IF
007860     END-IF.
007870     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
007880     MOVE "LAST SEQUENCE ACKED" TO STATUS-ITEM.
007890     OPEN INPUT ACKCTL.
007900     IF ACKCTL-STATUS-OK
007910         READ ACKCTL
007920             AT END MOVE ZERO TO ACR-LAST-ACKED-SEQ
007930         END-READ
007940         IF ACR-LAST-ACKED-SEQ NUMERIC
007950             MOVE ACR-LAST-ACKED-SEQ TO INTF-LAST-ACKED
007960         END-IF
007970         CLOSE ACKCTL
007980         MOVE INTF-LAST-ACKED TO STATUS-VALUE
007990         SET LINE-OK TO TRUE
008000     ELSE
008010         IF ACKCTL-NOT-FOUND
008020             MOVE "NONE ACKNOWLEDGED" TO STATUS-VALUE
008030             SET LINE-OK TO TRUE
008040         ELSE
008050             MOVE SPACES TO STATUS-VALUE
008060             STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
008070                    ACKCTL-STATUS           DELIMITED BY SIZE
008080                 INTO STATUS-VALUE
008090             SET LINE-ACTION TO TRUE
008100         END-IF
008110     END-IF.
008120     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
008122     IF (NOT INTFSEQ-STATUS-OK AND NOT INTFSEQ-NOT-FOUND)
008124      OR (NOT ACKCTL-STATUS-OK AND NOT ACKCTL-NOT-FOUND)
008126         GO TO 2500-EXIT
008128     END-IF.
008130     COMPUTE SEQUENCE-GAP = INTF-LAST-SENT - INTF-LAST-ACKED.
008140     PERFORM 2550-GRADE-SEQUENCE-GAP THRU 2550-EXIT.
008150     IF SEQUENCE-GAP > ZERO
008160         MOVE SEQUENCE-GAP TO INTF-UNACKED-COUNT
008170     END-IF.
008180 2500-EXIT.
008190     EXIT.
008200*****************************************************************
008210* 2550-GRADE-SEQUENCE-GAP - FILES SENT BUT NOT ACKNOWLEDGED.    *
008220* AN ACK AHEAD OF WHAT WAS SENT MEANS THE CONTROL FILES         *
008230* DISAGREE AND IS ACTION REQUIRED TOO.                          *
008240*****************************************************************
008250 2550-GRADE-SEQUENCE-GAP.
008260     MOVE "FILES NOT ACKNOWLEDGED" TO STATUS-ITEM.
008270     MOVE SPACES TO STATUS-VALUE.
008280     EVALUATE TRUE
008290         WHEN SEQUENCE-GAP < ZERO
008300             MOVE "ACKED AHEAD OF SENT" TO STATUS-VALUE
008310             SET LINE-ACTION TO TRUE
008320         WHEN SEQUENCE-GAP = ZERO
008330             MOVE "NONE"                TO STATUS-VALUE
008340             SET LINE-OK TO TRUE
008350         WHEN SEQUENCE-GAP = 1
008360             MOVE "1 - LATEST FILE AWAITING ACK" TO STATUS-VALUE
008370             SET LINE-OK TO TRUE
008380         WHEN OTHER
008390             MOVE SEQUENCE-GAP TO STATUS-COUNT-DISPLAY
008400             STRING STATUS-COUNT-DISPLAY DELIMITED BY SIZE
008410                    " - EARLIER FILE UNACKED" DELIMITED BY SIZE
008420                 INTO STATUS-VALUE
008430             SET LINE-ACTION TO TRUE
008440     END-EVALUATE.
008450     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
008460 2550-EXIT.
008470     EXIT.
008480*****************************************************************
008490* 2600-CHECK-REVOCATION-ACKS - LAST REVOCATION FILE SENT        *
008500* (RVKSEQ) AGAINST THE LAST ONE SECURITY HAS CONFIRMED          *
008510* (RVKACK), GRADED THE SAME WAY.  WITH NO CONFIRMATION ON       *
008520* RECORD THE REVOCATIONS CANNOT BE PROVEN RECEIVED - A WARNING  *
008530* ONCE ANY HAVE BEEN SENT.                                      *
008540*****************************************************************
008550 2600-CHECK-REVOCATION-ACKS.
008560     MOVE "REVOCATION FEED (RVKSEQ, RVKACK)" TO SSL-TITLE.
008570     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
008580     MOVE "LAST SEQUENCE SENT" TO STATUS-ITEM.
008590     OPEN INPUT RVKSEQ.
008600     IF RVKSEQ-STATUS-OK
008610         READ RVKSEQ
008620             AT END MOVE ZERO TO RSQ-SEQ-NUMBER
008630         END-READ
008640         IF RSQ-SEQ-NUMBER NUMERIC
008650             MOVE RSQ-SEQ-NUMBER TO RVK-LAST-SENT
008660         END-IF
008670         CLOSE RVKSEQ
008680         MOVE RVK-LAST-SENT TO STATUS-VALUE
008690         SET LINE-OK TO TRUE
008700     ELSE
008710         IF RVKSEQ-NOT-FOUND
008720             MOVE "NONE SENT"   TO STATUS-VALUE
008730             SET LINE-OK TO TRUE
008740         ELSE
008750             MOVE SPACES TO STATUS-VALUE
008760             STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
008770                    RVKSEQ-STATUS           DELIMITED BY SIZE
008780                 INTO STATUS-VALUE
008790             SET LINE-ACTION TO TRUE
008800         END-IF
008810     END-IF.
008820     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
008830     MOVE "LAST SEQUENCE CONFIRMED" TO STATUS-ITEM.
008840     SET RVK-ACK-NOT-RECORDED TO TRUE.
008850     OPEN INPUT RVKACK.
008860     IF RVKACK-STATUS-OK
008870         READ RVKACK
008880             AT END MOVE ZERO TO RAK-LAST-ACKED-SEQ
008890         END-READ
008900         IF RAK-LAST-ACKED-SEQ NUMERIC
008910             MOVE RAK-LAST-ACKED-SEQ TO RVK-LAST-ACKED
008920             SET RVK-ACK-RECORDED TO TRUE
008930         END-IF
008940         CLOSE RVKACK
008950     END-IF.
008960     IF RVK-ACK-RECORDED
008970         MOVE RVK-LAST-ACKED TO STATUS-VALUE
008980         SET LINE-OK TO TRUE
008990     ELSE
009000         IF RVKACK-STATUS-OK
009010          OR RVKACK-NOT-FOUND
009020             MOVE "NO CONFIRMATION ON RECORD" TO STATUS-VALUE
009030         ELSE
009040             MOVE SPACES TO STATUS-VALUE
009050             STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
009060                    RVKACK-STATUS           DELIMITED BY SIZE
009070                 INTO STATUS-VALUE
009080         END-IF
009090         IF RVK-LAST-SENT > ZERO
009100             SET LINE-WARNING TO TRUE
009110         ELSE
009120             SET LINE-OK TO TRUE
009130         END-IF
009140     END-IF.
009150     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
009160     IF RVK-ACK-NOT-RECORDED
009170         GO TO 2600-EXIT
009180     END-IF.
009182     IF NOT RVKSEQ-STATUS-OK
009184      AND NOT RVKSEQ-NOT-FOUND
009186         GO TO 2600-EXIT
009188     END-IF.
009190     COMPUTE SEQUENCE-GAP = RVK-LAST-SENT - RVK-LAST-ACKED.
009200     PERFORM 2550-GRADE-SEQUENCE-GAP THRU 2550-EXIT.
009210     IF SEQUENCE-GAP > ZERO
009220         MOVE SEQUENCE-GAP TO RVK-UNACKED-COUNT
009230     END-IF.
009240 2600-EXIT.
009250     EXIT.
009260*****************************************************************
009270* 2700-COUNT-OPEN-EXCEPTIONS - EVERY TRACKED EXCEPTION STILL    *
009280* OPEN, ASSIGNED, IN RESEARCH OR REOPENED.  SHOWN FOR THE       *
009290* ANALYSTS' WORKLOAD - THE COUNT ITSELF DOES NOT GRADE THE RUN. *
009300*****************************************************************
009310 2700-COUNT-OPEN-EXCEPTIONS.
009320     MOVE "EXCEPTIONS (EXCTRACK)" TO SSL-TITLE.
009330     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
009340     MOVE "OPEN EXCEPTION ITEMS" TO STATUS-ITEM.
009350     OPEN INPUT EXCTRACK.
009360     IF EXCTRACK-FILE-MISSING
009370         MOVE "NO TRACKING FILE" TO STATUS-VALUE
009380         SET LINE-OK TO TRUE
009390         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
009400         GO TO 2700-EXIT
009410     END-IF.
009420     IF NOT EXCTRACK-STATUS-OK
009430         MOVE SPACES TO STATUS-VALUE
009440         STRING "CANNOT READ, STATUS " DELIMITED BY SIZE
009450                EXCTRACK-STATUS         DELIMITED BY SIZE
009460             INTO STATUS-VALUE
009470         SET LINE-WARNING TO TRUE
009480         PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT
009490         GO TO 2700-EXIT
009500     END-IF.
009510     MOVE LOW-VALUES TO ETK-KEY.
009520     START EXCTRACK KEY NOT < ETK-KEY
009530         INVALID KEY SET END-OF-TRACKING TO TRUE
009540     END-START.
009550     PERFORM 2710-COUNT-TRACK-RECORD THRU 2710-EXIT
009560         UNTIL END-OF-TRACKING.
009570     CLOSE EXCTRACK.
009580     MOVE OPEN-EXCEPTION-COUNT TO STATUS-COUNT-DISPLAY.
009590     MOVE STATUS-COUNT-DISPLAY TO STATUS-VALUE.
009600     SET LINE-OK TO TRUE.
009610     PERFORM 2900-WRITE-STATUS-LINE THRU 2900-EXIT.
009620 2700-EXIT.
009630     EXIT.
009640 2710-COUNT-TRACK-RECORD.
009650     READ EXCTRACK NEXT RECORD
009660         AT END SET END-OF-TRACKING TO TRUE
009670     END-READ.
009680     IF END-OF-TRACKING
009690         GO TO 2710-EXIT
009700     END-IF.
009710     IF NOT EXCTRACK-STATUS-OK
009720         SET END-OF-TRACKING TO TRUE
009730         DISPLAY "IDSTATUS - I/O ERROR ON EXCTRACK, STATUS = "
009740             EXCTRACK-STATUS
009750         GO TO 2710-EXIT
009760     END-IF.
009770     IF ETK-ITEM-IS-OPEN
009780         ADD 1 TO OPEN-EXCEPTION-COUNT
009790     END-IF.
009800 2710-EXIT.
009810     EXIT.
009820*****************************************************************
009830* 2900-WRITE-STATUS-LINE - PRINT ONE GRADED LINE AND KEEP THE   *
009840* WORST GRADE SEEN.                                             *
009850*****************************************************************
009860 2900-WRITE-STATUS-LINE.
009870     MOVE SPACES        TO STATUS-DETAIL-LINE.
009880     MOVE STATUS-ITEM   TO SDL-ITEM.
009890     MOVE STATUS-VALUE  TO SDL-VALUE.
009900     EVALUATE TRUE
009910         WHEN LINE-ACTION
009920             MOVE "ACTION REQUIRED" TO SDL-CONDITION
009930             ADD 1 TO ACTION-COUNT
009940         WHEN LINE-WARNING
009950             MOVE "WARNING"         TO SDL-CONDITION
009960             ADD 1 TO WARNING-COUNT
009970         WHEN OTHER
009980             MOVE "OK"              TO SDL-CONDITION
009990     END-EVALUATE.
010000     IF LINE-LEVEL > WORST-LEVEL
010010         MOVE LINE-LEVEL TO WORST-LEVEL
010020     END-IF.
010030     MOVE STATUS-DETAIL-LINE TO REPORT-LINE.
010040     WRITE REPORT-LINE.
010050     MOVE SPACES TO STATUS-VALUE.
010060 2900-EXIT.
010070     EXIT.
010080 2950-WRITE-SECTION-LINE.
010090     MOVE SPACES              TO REPORT-LINE.
010100     WRITE REPORT-LINE.
010110     MOVE STATUS-SECTION-LINE TO REPORT-LINE.
010120     WRITE REPORT-LINE.
010130 2950-EXIT.
010140     EXIT.
010150*****************************************************************
010160* POST-PROCESS - OVERALL VERDICT, RETURN CODE AND THE HISTORY   *
010170* LINE.                                                         *
010180*****************************************************************
010190 POST-PROCESS     SECTION.
010200 POST-PROCESS-ENTRY.
010210     IF SUCCESS
010220         PERFORM 3100-WRITE-OVERALL-LINE THRU 3100-EXIT
010230         CLOSE STATRPT
010240     END-IF.
010250     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
010260     PERFORM 3600-APPEND-STATUS-HISTORY THRU 3600-EXIT.
010270 POST-PROCESS-EXIT.
010280     EXIT.
010290 3100-WRITE-OVERALL-LINE.
010300     MOVE SPACES TO REPORT-LINE.
010310     WRITE REPORT-LINE.
010320     EVALUATE TRUE
010330         WHEN WORST-ACTION
010340             MOVE "ACTION REQUIRED" TO SOL-OVERALL-STATUS
010350         WHEN WORST-WARNING
010360             MOVE "WARNING"         TO SOL-OVERALL-STATUS
010370         WHEN OTHER
010380             MOVE "OK"              TO SOL-OVERALL-STATUS
010390     END-EVALUATE.
010400     MOVE WORST-LEVEL         TO SOL-RETURN-CODE.
010410     MOVE STATUS-OVERALL-LINE TO REPORT-LINE.
010420     WRITE REPORT-LINE.
010430     MOVE ACTION-COUNT        TO STL-ACTION-COUNT.
010440     MOVE WARNING-COUNT       TO STL-WARNING-COUNT.
010450     MOVE STATUS-TALLY-LINE   TO REPORT-LINE.
010460     WRITE REPORT-LINE.
010470     DISPLAY "IDSTATUS - STREAM STATUS " SOL-OVERALL-STATUS
010480         " - RETURN CODE " WORST-LEVEL.
010490 3100-EXIT.
010500     EXIT.
010510*****************************************************************
010520* 3400-SET-RETURN-CODE - THE WORST GRADE FOUND: 0 OK, 4         *
010530* WARNING, 8 ACTION REQUIRED.  99 ONLY WHEN THIS STEP COULD NOT *
010540* WRITE ITS OWN REPORT.                                         *
010550*****************************************************************
010560 3400-SET-RETURN-CODE.
010570     IF NOT SUCCESS
010580         MOVE 99 TO RETURN-CODE
010590     ELSE
010600         MOVE WORST-LEVEL TO RETURN-CODE
010610     END-IF.
010620 3400-EXIT.
010630     EXIT.
010640*****************************************************************
010650* 3600-APPEND-STATUS-HISTORY - ONE LINE PER RUN SO THE NIGHTS   *
010660* THAT NEEDED SOMEONE CAN BE PICKED OUT LATER.                  *
010670*****************************************************************
010680 3600-APPEND-STATUS-HISTORY.
010690     MOVE SPACES                 TO STATUS-HISTORY-RECORD.
010700     MOVE RUN-DATE-CCYYMMDD      TO SHR-RUN-DATE.
010710     DIVIDE REPORT-TIME-HHMMSSHH BY 100 GIVING SHR-REPORT-TIME.
010720     IF RUNCTL-RECORD-PRESENT
010730         MOVE RCH-RUN-SEQ        TO SHR-RUN-SEQ
010740     ELSE
010750         MOVE ZERO               TO SHR-RUN-SEQ
010760     END-IF.
010770     IF SUCCESS
010780         MOVE WORST-LEVEL        TO SHR-RETURN-CODE
010790         MOVE SOL-OVERALL-STATUS TO SHR-OVERALL-STATUS
010800     ELSE
010810         MOVE 99                 TO SHR-RETURN-CODE
010820         MOVE "STATUS FAILED"    TO SHR-OVERALL-STATUS
010830     END-IF.
010840     MOVE STEPS-INCOMPLETE-COUNT TO SHR-STEPS-INCOMPLETE.
010850     MOVE ALERT-COUNT            TO SHR-ALERT-COUNT.
010860     MOVE OUT-OF-BALANCE-COUNT   TO SHR-OUT-OF-BALANCE.
010870     MOVE INTF-UNACKED-COUNT     TO SHR-INTF-UNACKED.
010880     MOVE RVK-UNACKED-COUNT      TO SHR-RVK-UNACKED.
010890     MOVE OPEN-EXCEPTION-COUNT   TO SHR-OPEN-EXCEPTIONS.
010900     MOVE WARNING-COUNT          TO SHR-WARNING-COUNT.
010910     MOVE ACTION-COUNT           TO SHR-ACTION-COUNT.
010920     OPEN EXTEND STATHIST.
010930     IF STATHIST-NOT-FOUND
010940         OPEN OUTPUT STATHIST
010950     END-IF.
010960     IF NOT STATHIST-STATUS-OK
010970         DISPLAY "IDSTATUS - CANNOT OPEN STATHIST, STATUS = "
010980             STATHIST-STATUS
010990         MOVE 99 TO RETURN-CODE
011000         GO TO 3600-EXIT
011010     END-IF.
011020     WRITE STATUS-HISTORY-RECORD.
011021     IF NOT STATHIST-STATUS-OK
011022         DISPLAY "IDSTATUS - WRITE FAILED ON STATHIST, STATUS = "
011023             STATHIST-STATUS
011024         MOVE 99 TO RETURN-CODE
011025     END-IF.
011030     CLOSE STATHIST.
011040 3600-EXIT.
011050     EXIT.
011060 9100-FORMAT-DATE.
011070     STRING EDIT-DATE-MM  DELIMITED BY SIZE
011080            "/"           DELIMITED BY SIZE
011090            EDIT-DATE-DD  DELIMITED BY SIZE
011100            "/"           DELIMITED BY SIZE
011110            EDIT-DATE-CCYY DELIMITED BY SIZE
011120         INTO EDIT-DATE-DISPLAY.
011130 9100-EXIT.
011140     EXIT.
011150*****************************************************************
011160* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
011170* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
011180* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
011190* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
011200* ENDS THE STEP.                                                *
011210*****************************************************************
011220 9000-READ-BUSINESS-DATE.
011230     MOVE "00" TO STATE-CODE.
011240     OPEN INPUT BIZDATE.
011250     IF BIZDATE-NOT-FOUND
011260         SET FAILURE TO TRUE
011270         DISPLAY "IDSTATUS - NO BUSINESS-DATE CARD ON BIZDATE"
011280         GO TO 9000-EXIT
011290     END-IF.
011300     IF NOT BIZDATE-STATUS-OK
011310         SET FAILURE TO TRUE
011320         DISPLAY "IDSTATUS - CANNOT OPEN BIZDATE, STATUS = "
011330             BIZDATE-STATUS
011340         GO TO 9000-EXIT
011350     END-IF.
011360     READ BIZDATE
011370         AT END
011380             SET FAILURE TO TRUE
011390             DISPLAY "IDSTATUS - EMPTY BUSINESS-DATE CARD"
011400     END-READ.
011410     IF NOT FAILURE
011420         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
011430     END-IF.
011440     CLOSE BIZDATE.
011450 9000-EXIT.
011460     EXIT.
011470 9050-EDIT-BUSINESS-DATE.
011480     IF BDC-BUSINESS-DATE NOT NUMERIC
011490      OR NOT BDC-MONTH-VALID
011500      OR NOT BDC-DAY-VALID
011510         SET FAILURE TO TRUE
011520         DISPLAY "IDSTATUS - INVALID BUSINESS-DATE CARD "
011530             BDC-BUSINESS-DATE
011540         GO TO 9050-EXIT
011550     END-IF.
011560     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
011570 9050-EXIT.
011580     EXIT.
