000490*                     RECERTIFICATION CYCLE (IDCERTX/IDCERTR) -  *
000500*                     MATCH TYPE IS CARRIED FROM THE MATCHFILE   *
000510*                     ON ADDS AND CHANGES, THE CERT DATE IS      *
000511*                     OWNED BY IDCERTR AND LEFT ALONE HERE.      *
000512*   10/15/2026 DWH    ADDED BIRTHRIGHT ROLES - EVERY CODE1       *
000513*                     APPLIED OR DROP-FLAGGED IS SQUARED AGAINST *
000514*                     THE DEPARTMENT-TO-ROLE REFERENCE (DEPTROLE)*
000515*                     AND ITS KEYED ROLE ASSIGNMENTS (USERROLE,  *
000516*                     LAYOUT URALAY01).  ROLES THE DEPARTMENT    *
000517*                     CARRIES ARE GRANTED, ROLES NO LONGER EARNED*
000518*                     (INACTIVE, DROPPED, OR LEFT BEHIND BY A    *
000519*                     DEPARTMENT MOVE) ARE REMOVED, AND EACH     *
000520*                     DELTA GOES OUT ON THE ROLEFILE INTERFACE   *
000521*                     UNDER THE SAME HEADER/TRAILER, SEQUENCE-   *
000522*                     NUMBER (ROLESEQ) AND HASH-TOTAL DISCIPLINE *
000523*                     AS RVKFILE.                                *
000524*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000525*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000526*                     THE STEP IS REFUSED WHEN THE CARD DOES NOT *
000527*                     MATCH THE BUSINESS DATE OF THE GENERATION. *
000528*   10/15/2026 DWH    EACH MSTHIST RECORD NOW CARRIES THE        *
000529*                     MATCHFILE GENERATION APPLIED, SO IDBKOUT   *
000530*                     CAN FIND AND REVERSE EXACTLY ONE RUN.      *
000531*   10/15/2026 DWH    NEW MASTER RECORDS START WITH A ZERO       *
000532*                     LAST-ACTIVITY DATE (SET BY IDLOGON).       *
000533*   10/15/2026 DWH    A MANUAL DELETE FLAGGED BY IDMNT ("P") IS  *
000534*                     REVOKED BY THE SWEEP (REASON M), ITS ROLES *
000535*                     REMOVED AND THE FLAG MOVED TO "M".  THE    *
000536*                     FEED NO LONGER CLEARS A MANUAL FLAG - A    *
000537*                     CODE1 STILL ON IT GOES TO THE MASTER       *
000538*                     EXCEPTION FILE (MSTEXCP) FOR IDEXCTRK.     *
000539*   10/15/2026 DWH    A MANUAL DELETE STILL ON THE FEED HAS ITS  *
000540*                     LAST-SEEN DATE REFRESHED SO IDPURGE DOES   *
000541*                     NOT PURGE IT WHILE IT IS STILL BEING SENT. *
000542*****************************************************************
000543 ENVIRONMENT      DIVISION.
000550 CONFIGURATION    SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT     SECTION.
000590 FILE-CONTROL.
000591*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000592*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000593     SELECT BIZDATE      ASSIGN TO BIZDATE
000594         ORGANIZATION IS LINE SEQUENTIAL
000595         FILE STATUS  IS BIZDATE-STATUS.
000600*    MATCHIN IS THE MATCHFILE WRITTEN BY THE IDNAME STEP THAT
000610*    RAN AHEAD OF THIS ONE.  ASSIGNED TO A DDNAME SO THE JCL DD
000620*    CONTROLS WHICH RUN'S MATCHFILE IS APPLIED.
000960         FILE STATUS  IS RVKSEQ-STATUS.
000970     SELECT RVKWORK      ASSIGN TO "FILEPATH\RVKWORK.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000981         FILE STATUS  IS RVKWORK-STATUS.
000982*    DEPTROLE IS THE DEPARTMENT-TO-ROLE REFERENCE - ONE CARD PER
000983*    STANDARD (BIRTHRIGHT) ROLE A DEPARTMENT'S PEOPLE RECEIVE.
000984*    ASSIGNED TO A DDNAME LIKE THE DEPTREF REFERENCE IT SITS
000985*    BESIDE.
000986     SELECT DEPTROLE     ASSIGN TO DEPTROLE
000987         ORGANIZATION IS LINE SEQUENTIAL
000988         FILE STATUS  IS DEPTROLE-STATUS.
000989*    USERROLE IS THE PERMANENT USER-ROLE ASSIGNMENT FILE, KEYED
000990*    BY CODE1 AND ROLE CODE - THE ROLES EACH CODE1 HOLDS TODAY.
000991     SELECT USERROLE     ASSIGN TO "FILEPATH\USERROLE.DAT"
000992         ORGANIZATION IS INDEXED
000993         ACCESS MODE  IS DYNAMIC
000994         RECORD KEY   IS URA-KEY
000995         FILE STATUS  IS USERROLE-STATUS.
000996*    ROLEFILE IS THE OUTBOUND ROLE-DELTA INTERFACE - ONE GRANT OR
000997*    REMOVAL PER DETAIL, UNDER THE RVKFILE DISCIPLINE.  ROLESEQ
000998*    HOLDS THE LAST FILE SEQUENCE NUMBER SENT AND ROLEWORK
000999*    COLLECTS THE DELTAS UNTIL CLEAN END OF JOB.
001000     SELECT ROLEFILE     ASSIGN TO "FILEPATH\ROLEDLTA.DAT"
001001         ORGANIZATION IS LINE SEQUENTIAL.
001002     SELECT ROLESEQ      ASSIGN TO "FILEPATH\ROLESEQ.DAT"
001003         ORGANIZATION IS LINE SEQUENTIAL
001004         FILE STATUS  IS ROLESEQ-STATUS.
001005     SELECT ROLEWORK     ASSIGN TO "FILEPATH\ROLEWORK.DAT"
001006         ORGANIZATION IS LINE SEQUENTIAL
001007         FILE STATUS  IS ROLEWORK-STATUS.
001008*    MSTEXCP IS THE MASTER EXCEPTION FILE - ONE RECORD PER FEED
001009*    RECORD THE MASTER WOULD NOT APPLY, IN THE EXCPFILE LAYOUT
001010*    IDNAME WRITES, SO IDEXCTRK TRACKS IT WITH THE REST.
001011     SELECT MSTEXCP      ASSIGN TO "FILEPATH\MSTEXCP.DAT"
001012         ORGANIZATION IS LINE SEQUENTIAL
001013         FILE STATUS  IS MSTEXCP-STATUS.
001014 DATA             DIVISION.
001015 FILE             SECTION.
001016 FD  BIZDATE
001017     RECORDING MODE IS F.
001018     COPY BDCLAY01.
001020 FD  MATCHIN
001030     RECORDING MODE IS F.
001040     COPY MATLAY01.
001270     05  RWK-USERNAME                 PIC X(30).
001280     05  RWK-DEPT-CODE                PIC X(04).
001290     05  RWK-REVOKE-REASON            PIC X(01).
001291     05  RWK-LAST-SEEN-DATE           PIC 9(08).
001292 FD  DEPTROLE
001293     RECORDING MODE IS F.
001294 01  DEPT-ROLE-RECORD.
001295     05  DRR-DEPT-CODE                PIC X(04).
001296     05  DRR-ROLE-CODE                PIC X(08).
001297     05  DRR-ROLE-NAME                PIC X(30).
001298 FD  USERROLE.
001299     COPY URALAY01.
001300 FD  ROLEFILE
001301     RECORDING MODE IS F.
001302 01  ROLE-DELTA-RECORD                PIC X(80).
001303 FD  ROLESEQ
001304     RECORDING MODE IS F.
001305 01  ROLE-SEQ-RECORD.
001306     05  RSQ-SEQ-NUMBER               PIC 9(06).
001307 FD  ROLEWORK
001308     RECORDING MODE IS F.
001309 01  ROLE-WORK-RECORD.
001310     05  RLW-CODE1                    PIC 9(06).
001311     05  RLW-USERNAME                 PIC X(30).
001312     05  RLW-DEPT-CODE                PIC X(04).
001313     05  RLW-ROLE-CODE                PIC X(08).
001314     05  RLW-ROLE-ACTION              PIC X(01).
001315         88  RLW-GRANT                VALUE "G".
001316         88  RLW-REMOVE               VALUE "R".
001317 FD  MSTEXCP
001318     RECORDING MODE IS F.
001319 01  MASTER-EXCEPTION-RECORD.
001320     05  MXC-CODE1                    PIC 9(06).
001321     05  MXC-USERNAME                 PIC X(30).
001322     05  MXC-DEPT-CODE                PIC X(04).
001323     05  MXC-EFFECTIVE-DATE           PIC 9(08).
001324     05  MXC-STATUS                   PIC X(01).
001325     05  MXC-REASON-CODE              PIC X(02).
001326         88  MXC-MANUAL-DELETE-ON-FEED VALUE "04".
001327     05  MXC-REASON-TEXT              PIC X(30).
001328 WORKING-STORAGE  SECTION.
001329 01  STATE.
001330     05  STATE-CODE                  PIC X(02).
001340         88  SUCCESS                 VALUE "00".
001350         88  SEQUENCE-REFUSED        VALUE "16".
001440     05  RECORDS-CHANGED-COUNT       PIC 9(07) COMP.
001450     05  RECORDS-UNCHANGED-COUNT     PIC 9(07) COMP.
001460     05  RECORDS-FLAGGED-COUNT       PIC 9(07) COMP.
001462     05  MANUAL-REVOKED-COUNT        PIC 9(07) COMP.
001464     05  MANUAL-ON-FEED-COUNT        PIC 9(07) COMP.
001470     05  HISTORY-WRITTEN-COUNT       PIC 9(07) COMP.
001472 01  BIZDATE-STATUS                  PIC X(02).
001474     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001476     88  BIZDATE-NOT-FOUND           VALUE "35".
001480 01  RUN-DATE-FIELDS.
001490     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001500     05  RUN-DATE-CCYYMMDD-X REDEFINES
002010     05  RVD-REVOKE-REASON           PIC X(01).
002020         88  RVD-OFF-FEED            VALUE "F".
002030         88  RVD-ROSTER-INACTIVE     VALUE "I".
002035         88  RVD-MANUAL-DELETE       VALUE "M".
002040     05  RVD-LAST-SEEN-DATE          PIC 9(08).
002050     05  FILLER                      PIC X(30)  VALUE SPACES.
002060 01  RVK-TRAILER-LINE.
002120     05  RUN-TIME-HHMMSSHH           PIC 9(08).
002130     05  RUN-TIME-HHMMSSHH-X REDEFINES
002140         RUN-TIME-HHMMSSHH.
002141         10  RUN-TIME-HH             PIC 9(02).
002142         10  RUN-TIME-MM             PIC 9(02).
002143         10  RUN-TIME-SS             PIC 9(02).
002144         10  RUN-TIME-HH2            PIC 9(02).
002145 01  DEPTROLE-STATUS                 PIC X(02).
002146     88  DEPTROLE-STATUS-OK          VALUES "00" "10".
002147     88  DEPTROLE-NOT-FOUND          VALUE "35".
002148 01  USERROLE-STATUS                 PIC X(02).
002149     88  USERROLE-STATUS-OK          VALUE "00".
002150     88  USERROLE-RECORD-MISSING     VALUE "23".
002151     88  USERROLE-FILE-MISSING       VALUE "35".
002152 01  ROLESEQ-STATUS                  PIC X(02).
002153     88  ROLESEQ-STATUS-OK           VALUE "00".
002154     88  ROLESEQ-NOT-FOUND           VALUE "35".
002155 01  ROLEWORK-STATUS                 PIC X(02).
002156     88  ROLEWORK-STATUS-OK          VALUES "00" "10".
002157 01  MSTEXCP-STATUS                  PIC X(02).
002158     88  MSTEXCP-STATUS-OK           VALUE "00".
002159 01  FLAG4                           PIC X(03).
002160     88  END-OF-DEPT-ROLE            VALUE "EOF".
002161     88  MORE-DEPT-ROLE-RECORDS      VALUE "NO ".
002162 01  FLAG5                           PIC X(03).
002163     88  END-OF-USER-ROLES           VALUE "EOF".
002164 01  FLAG6                           PIC X(03).
002165     88  END-OF-ROLEWORK             VALUE "EOF".
002166     88  MORE-ROLEWORK-RECORDS       VALUE "NO ".
002167 01  ROLE-DERIVATION-SWITCH          PIC X(01).
002168*    WITH NO ROLE REFERENCE ON THE DD THE RUN STILL GOES, BUT NO
002169*    ROLE IS GRANTED OR REMOVED - AN EMPTY REFERENCE MUST NEVER
002170*    READ AS "EVERY DEPARTMENT LOST EVERY ROLE".
002171     88  ROLE-DERIVATION-ACTIVE      VALUE "Y".
002172     88  ROLE-DERIVATION-OFF         VALUE "N".
002173 01  ROLE-WARNING-SWITCH             PIC X(01).
002174     88  DEPT-ROLE-TABLE-FULL-WARNED VALUE "Y".
002175     88  DEPT-ROLE-NOT-YET-WARNED    VALUE "N".
002176 01  ROLE-ENTITLED-SWITCH            PIC X(01).
002177     88  ROLES-ENTITLED              VALUE "Y".
002178     88  ROLES-NOT-ENTITLED          VALUE "N".
002179 01  ROLE-FOUND-SWITCH               PIC X(01).
002180     88  ROLE-IN-DEPARTMENT          VALUE "Y".
002181     88  ROLE-NOT-IN-DEPARTMENT      VALUE "N".
002182 01  DEPT-ROLE-COUNT                 PIC 9(04) COMP VALUE ZERO.
002183 01  DEPT-ROLE-TABLE.
002184     05  DEPT-ROLE-ENTRY  OCCURS 2000 TIMES
002185                          INDEXED BY DEPT-ROLE-IDX.
002186         10  DRT-DEPT-CODE           PIC X(04).
002187         10  DRT-ROLE-CODE           PIC X(08).
002188 01  ROLE-CONTROLS.
002189     05  ROLE-FILE-SEQ-NUMBER        PIC 9(06).
002190     05  ROLE-DETAIL-COUNT           PIC 9(07) COMP.
002191     05  ROLE-GRANT-COUNT            PIC 9(07) COMP.
002192     05  ROLE-REMOVE-COUNT           PIC 9(07) COMP.
002193     05  ROLE-HASH-TOTAL             PIC 9(12) COMP.
002194 01  ROLE-HEADER-LINE.
002195     05  FILLER                      PIC X(01)  VALUE "H".
002196     05  RLH-FILE-DATE               PIC 9(08).
002197     05  RLH-FILE-TIME.
002198         10  RLH-TIME-HH             PIC 9(02).
002199         10  RLH-TIME-MM             PIC 9(02).
002200         10  RLH-TIME-SS             PIC 9(02).
002201     05  RLH-SEQ-NUMBER              PIC 9(06).
002202     05  FILLER                      PIC X(59)  VALUE SPACES.
002203 01  ROLE-DETAIL-LINE.
002204     05  FILLER                      PIC X(01)  VALUE "D".
002205     05  RLD-CODE1                   PIC 9(06).
002206     05  RLD-USERNAME                PIC X(30).
002207     05  RLD-DEPT-CODE               PIC X(04).
002208     05  RLD-ROLE-CODE               PIC X(08).
002209     05  RLD-ROLE-ACTION             PIC X(01).
002210         88  RLD-GRANT               VALUE "G".
002211         88  RLD-REMOVE              VALUE "R".
002212     05  FILLER                      PIC X(30)  VALUE SPACES.
002213 01  ROLE-TRAILER-LINE.
002214     05  FILLER                      PIC X(01)  VALUE "T".
002215     05  RLT-DETAIL-COUNT            PIC 9(07).
002216     05  RLT-HASH-TOTAL              PIC 9(12).
002217     05  FILLER                      PIC X(60)  VALUE SPACES.
002218 01  CHANGE-SWITCH                   PIC X(01).
002219     88  FIELDS-CHANGED              VALUE "Y".
002220     88  FIELDS-UNCHANGED            VALUE "N".
002221 01  MAINT-HEADING-LINE.
002230     05  FILLER                      PIC X(38)  VALUE
002240         "IDMAST MASTER FILE MAINTENANCE REPORT ".
002250     05  FILLER                      PIC X(09)  VALUE
002770*****************************************************************
002780 0200-CHECK-RUN-CONTROL.
002790     MOVE "00" TO STATE-CODE.
002792     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
002794     IF SEQUENCE-REFUSED
002796         GO TO 0200-EXIT
002798     END-IF.
002800     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
002810     IF SEQUENCE-REFUSED
002820         GO TO 0200-EXIT
002920         SET SEQUENCE-REFUSED TO TRUE
002930         DISPLAY "IDMAST - GENERATION " RCH-RUN-SEQ " IS NOT "
002940             "BALANCED YET - STEP REFUSED"
002941         GO TO 0200-EXIT
002942     END-IF.
002943     IF RCH-RUN-DATE NOT = RUN-DATE-CCYYMMDD
002944         SET SEQUENCE-REFUSED TO TRUE
002945         DISPLAY "IDMAST - GENERATION " RCH-RUN-SEQ " IS FOR "
002946             "BUSINESS DATE " RCH-RUN-DATE ", CARD IS "
002947             RUN-DATE-CCYYMMDD
002950         GO TO 0200-EXIT
002960     END-IF.
002970     IF RCH-MATCH-GEN-APPLIED = RCH-MATCH-GEN-CURRENT
003360*****************************************************************
003370 PRE-PROCESS      SECTION.
003380 PRE-PROCESS-ENTRY.
003390     MOVE SPACES  TO FLAG1 FLAG2 FLAG3 FLAG4 FLAG5 FLAG6.
003400     MOVE "00"    TO STATE-CODE.
003410     MOVE ZERO    TO MATCH-RECORDS-READ-COUNT
003420                     RECORDS-ADDED-COUNT
003440                     RECORDS-UNCHANGED-COUNT
003450                     RECORDS-FLAGGED-COUNT
003460                     HISTORY-WRITTEN-COUNT
003462                     MANUAL-REVOKED-COUNT
003464                     MANUAL-ON-FEED-COUNT
003470                     RVK-DETAIL-COUNT
003472                     RVK-HASH-TOTAL
003474                     ROLE-DETAIL-COUNT
003476                     ROLE-GRANT-COUNT
003478                     ROLE-REMOVE-COUNT
003480                     ROLE-HASH-TOTAL.
003482     SET DEPT-ROLE-NOT-YET-WARNED TO TRUE.
003484     SET ROLE-DERIVATION-OFF      TO TRUE.
003500     STRING RUN-DATE-MM  DELIMITED BY SIZE
003510            "/"          DELIMITED BY SIZE
003520            RUN-DATE-DD  DELIMITED BY SIZE
003570*    THE REVOCATION WORK FILE OPENS AHEAD OF ANY BAILOUT SO
003580*    EVERY LATER PATH MAY SAFELY WRITE TO OR CLOSE IT.
003590     OPEN OUTPUT RVKWORK.
003592     OPEN OUTPUT ROLEWORK.
003594     OPEN OUTPUT MSTEXCP.
003600     PERFORM 1200-WRITE-REPORT-HEADINGS THRU 1200-EXIT.
003610     OPEN INPUT MATCHIN.
003620     IF NOT MATCHIN-STATUS-OK
003680     END-IF.
003690     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
003700     PERFORM 1150-OPEN-HISTORY THRU 1150-EXIT.
003702     PERFORM 1250-OPEN-USER-ROLES THRU 1250-EXIT.
003704     PERFORM 1300-LOAD-DEPT-ROLES THRU 1300-EXIT.
003710 PRE-PROCESS-EXIT.
003720     EXIT.
003730 1100-OPEN-MASTER.
004060     MOVE SPACES              TO REPORT-LINE.
004070     WRITE REPORT-LINE.
004080     MOVE MAINT-COLUMN-LINE   TO REPORT-LINE.
004081     WRITE REPORT-LINE.
004082     MOVE SPACES              TO REPORT-LINE.
004083     WRITE REPORT-LINE.
004084 1200-EXIT.
004085     EXIT.
004086 1250-OPEN-USER-ROLES.
004087     OPEN I-O USERROLE.
004088     IF USERROLE-FILE-MISSING
004089         DISPLAY "IDMAST - USER ROLE FILE NOT FOUND, CREATING "
004090             "NEW FILE"
004091         OPEN OUTPUT USERROLE
004092         CLOSE USERROLE
004093         OPEN I-O USERROLE
004094     END-IF.
004095     IF NOT USERROLE-STATUS-OK
004096         SET FAILURE TO TRUE
004097         SET END-OF-MATCHIN TO TRUE
004098         DISPLAY "IDMAST - CANNOT OPEN USERROLE, STATUS = "
004099             USERROLE-STATUS
004100     END-IF.
004101 1250-EXIT.
004102     EXIT.
004103*****************************************************************
004104* 1300-LOAD-DEPT-ROLES - LOAD THE DEPARTMENT-TO-ROLE REFERENCE. *
004105* WITH NO FILE ON THE DD, OR AN EMPTY ONE, THE RUN PROCEEDS     *
004106* WITH BIRTHRIGHT ROLES LEFT EXACTLY AS THEY STAND.             *
004107*****************************************************************
004108 1300-LOAD-DEPT-ROLES.
004109     OPEN INPUT DEPTROLE.
004110     IF DEPTROLE-NOT-FOUND
004111         DISPLAY "IDMAST - NO DEPT ROLE REFERENCE - BIRTHRIGHT "
004112             "ROLES NOT MAINTAINED THIS RUN"
004113         GO TO 1300-EXIT
004114     END-IF.
004115     IF NOT DEPTROLE-STATUS-OK
004116         SET FAILURE TO TRUE
004117         SET END-OF-MATCHIN TO TRUE
004118         DISPLAY "IDMAST - CANNOT OPEN DEPTROLE, STATUS = "
004119             DEPTROLE-STATUS
004120         GO TO 1300-EXIT
004121     END-IF.
004122     PERFORM 1310-LOAD-DEPT-ROLE-RECORD THRU 1310-EXIT
004123         UNTIL END-OF-DEPT-ROLE.
004124     CLOSE DEPTROLE.
004125     IF DEPT-ROLE-COUNT > ZERO
004126         SET ROLE-DERIVATION-ACTIVE TO TRUE
004127     ELSE
004128         DISPLAY "IDMAST - DEPT ROLE REFERENCE IS EMPTY - "
004129             "BIRTHRIGHT ROLES NOT MAINTAINED THIS RUN"
004130     END-IF.
004131 1300-EXIT.
004132     EXIT.
004133 1310-LOAD-DEPT-ROLE-RECORD.
004134     READ DEPTROLE
004135         AT END SET END-OF-DEPT-ROLE TO TRUE
004136     END-READ.
004137     IF NOT DEPTROLE-STATUS-OK
004138         SET FAILURE TO TRUE
004139         SET END-OF-MATCHIN TO TRUE
004140         SET END-OF-DEPT-ROLE TO TRUE
004141         DISPLAY "IDMAST - I/O ERROR ON DEPTROLE, STATUS = "
004142             DEPTROLE-STATUS
004143         GO TO 1310-EXIT
004144     END-IF.
004145     IF END-OF-DEPT-ROLE
004146         GO TO 1310-EXIT
004147     END-IF.
004148     IF DEPT-ROLE-COUNT < 2000
004149         ADD 1 TO DEPT-ROLE-COUNT
004150         SET DEPT-ROLE-IDX TO DEPT-ROLE-COUNT
004151         MOVE DRR-DEPT-CODE TO DRT-DEPT-CODE (DEPT-ROLE-IDX)
004152         MOVE DRR-ROLE-CODE TO DRT-ROLE-CODE (DEPT-ROLE-IDX)
004153     ELSE
004154         PERFORM 1320-DEPT-ROLE-FULL-WARNING THRU 1320-EXIT
004155     END-IF.
004156 1310-EXIT.
004157     EXIT.
004158 1320-DEPT-ROLE-FULL-WARNING.
004159     IF NOT DEPT-ROLE-TABLE-FULL-WARNED
004160         DISPLAY "IDMAST - WARNING - DEPT-ROLE-TABLE FULL AT 2000"
004161         DISPLAY "IDMAST - REMAINING ROLE CARDS NOT LOADED"
004162         SET DEPT-ROLE-TABLE-FULL-WARNED TO TRUE
004163     END-IF.
004164 1320-EXIT.
004165     EXIT.
004166*****************************************************************
004167* MAIN-PROCESS - APPLY ONE MATCHFILE RECORD TO THE MASTER PER   *
004168* INVOCATION.  AN UNKNOWN CODE1 IS ADDED, A KNOWN CODE1 IS      *
004170* COMPARED FIELD BY FIELD AND REWRITTEN, AND EVERY RECORD SEEN  *
004180* GETS ITS LAST-SEEN DATE STAMPED SO THE DROP SWEEP IN          *
004190* POST-PROCESS CAN FLAG CODE1S THAT STOPPED APPEARING.          *
004640     SET MST-ON-FEED         TO TRUE.
004650     MOVE MTC-MATCH-TYPE     TO MST-MATCH-TYPE.
004660     MOVE ZERO               TO MST-CERT-DATE.
004665     MOVE ZERO               TO MST-LAST-ACTIVITY-DATE.
004670     WRITE MASTER-RECORD
004680         INVALID KEY
004690             SET FAILURE TO TRUE
004820             MOVE "I" TO RWK-REVOKE-REASON
004830             PERFORM 2350-WRITE-REVOCATION THRU 2350-EXIT
004840         END-IF
004845         PERFORM 2700-SQUARE-USER-ROLES THRU 2700-EXIT
004850     END-IF.
004860 2200-EXIT.
004870     EXIT.
004880 2300-CHANGE-MASTER-RECORD.
004881*    A MANUAL DELETE (IDMNT) IS NOT UNDONE BY THE FEED - A CODE1
004882*    STILL BEING SENT GOES TO THE MASTER EXCEPTION FILE INSTEAD.
004883     IF MST-MANUAL-DELETE
004884         PERFORM 2380-REPORT-MANUAL-DELETE THRU 2380-EXIT
004885         GO TO 2300-EXIT
004886     END-IF.
004890     SET FIELDS-UNCHANGED TO TRUE.
004900     PERFORM 2450-SAVE-BEFORE-IMAGE THRU 2450-EXIT.
004910     IF MTC-USERNAME       NOT = MST-USERNAME
004930      OR MTC-STATUS         NOT = MST-STATUS
004940      OR MTC-EFFECTIVE-DATE NOT = MST-EFFECTIVE-DATE
004950      OR MTC-MATCH-TYPE     NOT = MST-MATCH-TYPE
004960      OR MST-DROPPED-OFF-FEED
004970         SET FIELDS-CHANGED TO TRUE
004980     END-IF.
004990     MOVE MTC-USERNAME       TO MST-USERNAME.
005260         ELSE
005270             ADD 1 TO RECORDS-UNCHANGED-COUNT
005280         END-IF
005282*        ROLES ARE SQUARED EVEN WHEN NOTHING MOVED ON THE FEED, SO
005284*        A MANUAL (IDMNT) FIX OR A ROLE CARD ADDED TO A DEPARTMENT
005286*        IS PICKED UP THE NEXT TIME THE CODE1 IS SEEN.
005288         PERFORM 2700-SQUARE-USER-ROLES THRU 2700-EXIT
005290     END-IF.
005300 2300-EXIT.
005310     EXIT.
005480*****************************************************************
005490* 2350-WRITE-REVOCATION - HOLD ONE REVOCATION ON THE WORK FILE  *
005500* FOR THE MASTER RECORD JUST ACTED ON.  THE CALLER HAS SET THE  *
005505* REASON - OFF FEED, ROSTER INACTIVE OR MANUAL DELETE.  THE     *
005510* CONTROLLED FEED IS BUILT FROM THE WORK FILE ONLY AT CLEAN END *
005515* OF JOB.                                                       *
005530*****************************************************************
005540 2350-WRITE-REVOCATION.
005550     MOVE MST-CODE1           TO RWK-CODE1.
005570     MOVE MST-DEPT-CODE       TO RWK-DEPT-CODE.
005580     MOVE MST-LAST-SEEN-DATE  TO RWK-LAST-SEEN-DATE.
005590     WRITE REVOKE-WORK-RECORD.
005620     IF NOT RVKWORK-STATUS-OK
005630         SET FAILURE TO TRUE
005640         SET END-OF-MATCHIN TO TRUE
005650         SET END-OF-MASTER TO TRUE
005660         DISPLAY "IDMAST - I/O ERROR ON RVKWORK, STATUS = "
005670             RVKWORK-STATUS
005675         GO TO 2350-EXIT
005680     END-IF.
005681     ADD 1         TO RVK-DETAIL-COUNT.
005682     ADD MST-CODE1 TO RVK-HASH-TOTAL.
005683 2350-EXIT.
005684     EXIT.
005685*****************************************************************
005686* 2380-REPORT-MANUAL-DELETE - THE FEED STILL CARRIES A CODE1    *
005687* IDMNT DELETE-FLAGGED BY HAND.  THE MASTER IS LEFT AS IT       *
005688* STANDS - THE FLAG HOLDS AND NOTHING IS REACTIVATED - AND THE  *
005689* FEED RECORD GOES TO THE MASTER EXCEPTION FILE, WHERE IT STAYS *
005690* AN OPEN ITEM UNTIL HR DROPS THE PERSON FROM THE EXTRACT OR    *
005691* THE FLAG IS LIFTED BY AN IDMNT UNDELETE.  ONLY THE LAST-SEEN  *
005692* DATE IS REFRESHED, SO IDPURGE DOES NOT PURGE A CODE1 THAT IS   *
005693* STILL BEING SENT.                                             *
005694*****************************************************************
005695 2380-REPORT-MANUAL-DELETE.
005696     MOVE MTC-CODE1           TO MXC-CODE1.
005697     MOVE MTC-USERNAME        TO MXC-USERNAME.
005698     MOVE MTC-DEPT-CODE       TO MXC-DEPT-CODE.
005699     MOVE MTC-EFFECTIVE-DATE  TO MXC-EFFECTIVE-DATE.
005700     MOVE MTC-STATUS          TO MXC-STATUS.
005701     SET MXC-MANUAL-DELETE-ON-FEED TO TRUE.
005702     MOVE "MANUAL DELETE STILL ON FEED" TO MXC-REASON-TEXT.
005703     WRITE MASTER-EXCEPTION-RECORD.
005704     IF NOT MSTEXCP-STATUS-OK
005705         SET FAILURE TO TRUE
005706         SET END-OF-MATCHIN TO TRUE
005707         DISPLAY "IDMAST - I/O ERROR ON MSTEXCP, STATUS = "
005708             MSTEXCP-STATUS
005709         GO TO 2380-EXIT
005710     END-IF.
005711     ADD 1 TO MANUAL-ON-FEED-COUNT.
005712*    LAST-SEEN IS KEPT CURRENT SO IDPURGE CANNOT AGE OUT A CODE1
005713*    THE FEED IS STILL SENDING - THE FLAG ITSELF IS LEFT ALONE.
005714     MOVE RUN-DATE-CCYYMMDD  TO MST-LAST-SEEN-DATE.
005715     REWRITE MASTER-RECORD
005716         INVALID KEY
005717             SET FAILURE TO TRUE
005718             SET END-OF-MATCHIN TO TRUE
005719             DISPLAY "IDMAST - REWRITE FAILED ON MASTER, STATUS ="
005720                 MASTER-FILE-STATUS
005721             GO TO 2380-EXIT
005722     END-REWRITE.
005723     MOVE SPACES             TO MAINT-DETAIL-LINE.
005724     MOVE "EXC"              TO MDL-ACTION.
005725     MOVE MTC-CODE1          TO MDL-CODE1.
005726     MOVE MTC-USERNAME       TO MDL-USERNAME.
005727     MOVE MTC-DEPT-CODE      TO MDL-DEPT-CODE.
005728     MOVE MTC-STATUS         TO MDL-STATUS.
005729     MOVE MTC-EFFECTIVE-DATE TO MDL-EFFECTIVE-DATE.
005730     MOVE MAINT-DETAIL-LINE  TO REPORT-LINE.
005731     WRITE REPORT-LINE.
005732 2380-EXIT.
005733     EXIT.
005734*****************************************************************
005735* 2450/2460 - CAPTURE (OR BLANK, FOR AN ADD) THE BEFORE IMAGE   *
005736* OF THE MASTER FIELDS AHEAD OF THE MOVES THAT OVERLAY THEM.    *
005740*****************************************************************
005750 2450-SAVE-BEFORE-IMAGE.
005760     MOVE MST-USERNAME        TO HST-BEF-USERNAME.
006010 2500-WRITE-HISTORY-RECORD.
006020     MOVE MST-CODE1           TO HST-CODE1.
006030     MOVE RUN-DATE-CCYYMMDD   TO HST-RUN-DATE.
006035     MOVE RCH-MATCH-GEN-CURRENT TO HST-MATCH-GEN.
006040     MOVE MST-USERNAME        TO HST-AFT-USERNAME.
006050     MOVE MST-DEPT-CODE       TO HST-AFT-DEPT-CODE.
006060     MOVE MST-STATUS          TO HST-AFT-STATUS.
006120     IF NOT MSTHIST-STATUS-OK
006130         SET FAILURE TO TRUE
006140         SET END-OF-MATCHIN TO TRUE
006141         SET END-OF-MASTER TO TRUE
006142         DISPLAY "IDMAST - I/O ERROR ON MSTHIST, STATUS = "
006143             MSTHIST-STATUS
006144         GO TO 2500-EXIT
006145     END-IF.
006146     ADD 1 TO HISTORY-WRITTEN-COUNT.
006147 2500-EXIT.
006148     EXIT.
006149*****************************************************************
006150* 2700-SQUARE-USER-ROLES - BRING THE CODE1'S HELD ROLES INTO    *
006151* LINE WITH WHAT THE MASTER RECORD NOW EARNS.  AN ACTIVE, NOT   *
006152* DELETE-FLAGGED CODE1 EARNS EVERY ROLE ITS DEPARTMENT CARRIES  *
006153* ON DEPTROLE - ANYTHING ELSE EARNS NONE.  HELD ROLES THE       *
006154* RECORD NO LONGER EARNS ARE REMOVED (SO A MOVER LOSES THE OLD  *
006155* DEPARTMENT'S ROLES), EARNED ROLES NOT YET HELD ARE GRANTED,   *
006156* AND EVERY DELTA IS HELD ON ROLEWORK FOR THE INTERFACE.        *
006157*****************************************************************
006158 2700-SQUARE-USER-ROLES.
006159     IF ROLE-DERIVATION-OFF
006160      OR NOT SUCCESS
006161         GO TO 2700-EXIT
006162     END-IF.
006163     SET ROLES-NOT-ENTITLED TO TRUE.
006164     IF MST-STATUS = "A"
006165      AND NOT MST-DELETE-FLAGGED
006166         SET ROLES-ENTITLED TO TRUE
006167     END-IF.
006168     MOVE SPACES     TO FLAG5.
006169     MOVE MST-CODE1  TO URA-CODE1.
006170     MOVE LOW-VALUES TO URA-ROLE-CODE.
006171     START USERROLE KEY NOT < URA-KEY
006172         INVALID KEY SET END-OF-USER-ROLES TO TRUE
006173     END-START.
006174     PERFORM 2710-CHECK-HELD-ROLE THRU 2710-EXIT
006175         UNTIL END-OF-USER-ROLES.
006176     IF ROLES-ENTITLED
006177         PERFORM 2720-GRANT-DEPT-ROLE THRU 2720-EXIT
006178             VARYING DEPT-ROLE-IDX FROM 1 BY 1
006179             UNTIL DEPT-ROLE-IDX > DEPT-ROLE-COUNT
006180     END-IF.
006181 2700-EXIT.
006182     EXIT.
006183 2710-CHECK-HELD-ROLE.
006184     READ USERROLE NEXT RECORD
006185         AT END SET END-OF-USER-ROLES TO TRUE
006186     END-READ.
006187     IF END-OF-USER-ROLES
006188         GO TO 2710-EXIT
006189     END-IF.
006190     IF NOT USERROLE-STATUS-OK
006191         SET FAILURE TO TRUE
006192         SET END-OF-USER-ROLES TO TRUE
006193         SET END-OF-MATCHIN TO TRUE
006194         SET END-OF-MASTER TO TRUE
006195         DISPLAY "IDMAST - I/O ERROR ON USERROLE, STATUS = "
006196             USERROLE-STATUS
006197         GO TO 2710-EXIT
006198     END-IF.
006199     IF URA-CODE1 NOT = MST-CODE1
006200         SET END-OF-USER-ROLES TO TRUE
006201         GO TO 2710-EXIT
006202     END-IF.
006203     IF ROLES-ENTITLED
006204         PERFORM 2730-SEARCH-DEPT-ROLE THRU 2730-EXIT
006205         IF ROLE-IN-DEPARTMENT
006206             PERFORM 2740-RESTAMP-HELD-ROLE THRU 2740-EXIT
006207             GO TO 2710-EXIT
006208         END-IF
006209     END-IF.
006210     DELETE USERROLE RECORD
006211         INVALID KEY
006212             SET FAILURE TO TRUE
006213             SET END-OF-USER-ROLES TO TRUE
006214             SET END-OF-MATCHIN TO TRUE
006215             SET END-OF-MASTER TO TRUE
006216             DISPLAY "IDMAST - DELETE FAILED ON USERROLE, "
006217                 "STATUS = " USERROLE-STATUS
006218     END-DELETE.
006219     IF SUCCESS
006220         SET RLW-REMOVE        TO TRUE
006221         MOVE URA-DEPT-CODE    TO RLW-DEPT-CODE
006222         MOVE URA-ROLE-CODE    TO RLW-ROLE-CODE
006223         PERFORM 2750-WRITE-ROLE-DELTA THRU 2750-EXIT
006224     END-IF.
006225 2710-EXIT.
006226     EXIT.
006227 2720-GRANT-DEPT-ROLE.
006228     IF NOT SUCCESS
006229      OR DRT-DEPT-CODE (DEPT-ROLE-IDX) NOT = MST-DEPT-CODE
006230         GO TO 2720-EXIT
006231     END-IF.
006232     MOVE MST-CODE1                     TO URA-CODE1.
006233     MOVE DRT-ROLE-CODE (DEPT-ROLE-IDX) TO URA-ROLE-CODE.
006234     READ USERROLE.
006235     IF USERROLE-STATUS-OK
006236         GO TO 2720-EXIT
006237     END-IF.
006238     IF NOT USERROLE-RECORD-MISSING
006239         SET FAILURE TO TRUE
006240         SET END-OF-MATCHIN TO TRUE
006241         SET END-OF-MASTER TO TRUE
006242         DISPLAY "IDMAST - I/O ERROR ON USERROLE, STATUS = "
006243             USERROLE-STATUS
006244         GO TO 2720-EXIT
006245     END-IF.
006246     MOVE MST-DEPT-CODE     TO URA-DEPT-CODE.
006247     MOVE RUN-DATE-CCYYMMDD TO URA-GRANT-DATE.
006248     WRITE USER-ROLE-RECORD
006249         INVALID KEY
006250             SET FAILURE TO TRUE
006251             SET END-OF-MATCHIN TO TRUE
006252             SET END-OF-MASTER TO TRUE
006253             DISPLAY "IDMAST - WRITE FAILED ON USERROLE, "
006254                 "STATUS = " USERROLE-STATUS
006255     END-WRITE.
006256     IF SUCCESS
006257         SET RLW-GRANT         TO TRUE
006258         MOVE URA-DEPT-CODE    TO RLW-DEPT-CODE
006259         MOVE URA-ROLE-CODE    TO RLW-ROLE-CODE
006260         PERFORM 2750-WRITE-ROLE-DELTA THRU 2750-EXIT
006261     END-IF.
006262 2720-EXIT.
006263     EXIT.
006264 2730-SEARCH-DEPT-ROLE.
006265     SET ROLE-NOT-IN-DEPARTMENT TO TRUE.
006266     SET DEPT-ROLE-IDX TO 1.
006267     SEARCH DEPT-ROLE-ENTRY
006268         AT END
006269             SET ROLE-NOT-IN-DEPARTMENT TO TRUE
006270         WHEN DEPT-ROLE-IDX > DEPT-ROLE-COUNT
006271             SET ROLE-NOT-IN-DEPARTMENT TO TRUE
006272         WHEN DRT-DEPT-CODE (DEPT-ROLE-IDX) = MST-DEPT-CODE
006273          AND DRT-ROLE-CODE (DEPT-ROLE-IDX) = URA-ROLE-CODE
006274             SET ROLE-IN-DEPARTMENT TO TRUE
006275     END-SEARCH.
006276 2730-EXIT.
006277     EXIT.
006278*    A ROLE BOTH THE OLD AND THE NEW DEPARTMENT CARRY IS KEPT -
006279*    ONLY THE ENTITLING DEPARTMENT ON THE ASSIGNMENT IS MOVED.
006280 2740-RESTAMP-HELD-ROLE.
006281     IF URA-DEPT-CODE = MST-DEPT-CODE
006282         GO TO 2740-EXIT
006283     END-IF.
006284     MOVE MST-DEPT-CODE TO URA-DEPT-CODE.
006285     REWRITE USER-ROLE-RECORD
006286         INVALID KEY
006287             SET FAILURE TO TRUE
006288             SET END-OF-USER-ROLES TO TRUE
006289             SET END-OF-MATCHIN TO TRUE
006290             SET END-OF-MASTER TO TRUE
006291             DISPLAY "IDMAST - REWRITE FAILED ON USERROLE, "
006292                 "STATUS = " USERROLE-STATUS
006293     END-REWRITE.
006294 2740-EXIT.
006295     EXIT.
006296 2750-WRITE-ROLE-DELTA.
006297     MOVE MST-CODE1          TO RLW-CODE1.
006298     MOVE MST-USERNAME       TO RLW-USERNAME.
006299     WRITE ROLE-WORK-RECORD.
006300     IF NOT ROLEWORK-STATUS-OK
006301         SET FAILURE TO TRUE
006302         SET END-OF-USER-ROLES TO TRUE
006303         SET END-OF-MATCHIN TO TRUE
006304         SET END-OF-MASTER TO TRUE
006305         DISPLAY "IDMAST - I/O ERROR ON ROLEWORK, STATUS = "
006306             ROLEWORK-STATUS
006307         GO TO 2750-EXIT
006308     END-IF.
006309     ADD 1         TO ROLE-DETAIL-COUNT.
006310     ADD MST-CODE1 TO ROLE-HASH-TOTAL.
006311     IF RLW-GRANT
006312         ADD 1 TO ROLE-GRANT-COUNT
006313     ELSE
006314         ADD 1 TO ROLE-REMOVE-COUNT
006315     END-IF.
006316 2750-EXIT.
006317     EXIT.
006318*****************************************************************
006319* POST-PROCESS - SWEEP THE MASTER FOR CODE1S THAT DID NOT       *
006320* APPEAR ON TODAY'S FEED, FLAG THEM AS DROPPED, PRINT THE       *
006321* MAINTENANCE TOTALS AND CLOSE ALL FILES.                       *
006322*****************************************************************
006323 POST-PROCESS     SECTION.
006324 POST-PROCESS-ENTRY.
006325     IF SUCCESS
006326         PERFORM 3100-SWEEP-FOR-DROPS THRU 3100-EXIT
006327     END-IF.
006330     PERFORM 3300-WRITE-MAINT-TOTALS THRU 3300-EXIT.
006340     CLOSE MATCHIN.
006350     CLOSE MASTFILE.
006360     CLOSE MSTHIST.
006370     CLOSE RVKWORK.
006372     CLOSE USERROLE.
006374     CLOSE ROLEWORK.
006376     CLOSE MSTEXCP.
006380     CLOSE MNTRPT.
006390*    THE CONTROLLED REVOCATION FEED IS ONLY BUILT FROM A CLEAN
006400*    RUN - A FAILED RUN MUST NOT SEAL A SHORT FEED THE
006410*    RECEIVER WOULD TRUST, NOR BURN A SEQUENCE NUMBER.
006420     IF SUCCESS
006430         PERFORM 3600-BUILD-REVOKE-FILE THRU 3600-EXIT
006432     END-IF.
006434     IF SUCCESS
006436      AND ROLE-DERIVATION-ACTIVE
006438         PERFORM 3700-BUILD-ROLE-FILE THRU 3700-EXIT
006440     END-IF.
006450     IF SUCCESS
006460         PERFORM 3500-STAMP-RUN-CONTROL THRU 3500-EXIT
006710             MASTER-FILE-STATUS
006720         GO TO 3150-EXIT
006730     END-IF.
006732     IF MST-MANUAL-DELETE-PENDING
006734         PERFORM 3160-REVOKE-MANUAL-DELETE THRU 3160-EXIT
006736         GO TO 3150-EXIT
006738     END-IF.
006740     IF MST-LAST-SEEN-DATE < RUN-DATE-CCYYMMDD
006750      AND NOT MST-DELETE-FLAGGED
006760         PERFORM 2450-SAVE-BEFORE-IMAGE THRU 2450-EXIT
006960             PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT
006970             MOVE "F" TO RWK-REVOKE-REASON
006980             PERFORM 2350-WRITE-REVOCATION THRU 2350-EXIT
006985             PERFORM 2700-SQUARE-USER-ROLES THRU 2700-EXIT
006990         END-IF
007000     END-IF.
007001 3150-EXIT.
007002     EXIT.
007003*****************************************************************
007004* 3160-REVOKE-MANUAL-DELETE - A CODE1 IDMNT DELETE-FLAGGED BY   *
007005* HAND SINCE THE LAST RUN.  IT GOES OUT ON THE REVOCATION FEED  *
007006* (REASON M), ITS ROLES ARE REMOVED, AND THE FLAG MOVES FROM    *
007007* PENDING TO REVOKED SO THE REVOCATION IS SENT ONLY ONCE.  THE  *
007008* TRAIL RECORD IS A DEL SO IDBKOUT CAN PUT IT BACK TO PENDING.  *
007009*****************************************************************
007010 3160-REVOKE-MANUAL-DELETE.
007011     PERFORM 2450-SAVE-BEFORE-IMAGE THRU 2450-EXIT.
007012     SET MST-MANUAL-DELETE-REVOKED TO TRUE.
007013     REWRITE MASTER-RECORD
007014         INVALID KEY
007015             SET FAILURE TO TRUE
007016             SET END-OF-MASTER TO TRUE
007017             DISPLAY "IDMAST - REWRITE FAILED ON SWEEP"
007018     END-REWRITE.
007019     IF NOT SUCCESS
007020         GO TO 3160-EXIT
007021     END-IF.
007022     ADD 1 TO MANUAL-REVOKED-COUNT.
007023     MOVE SPACES             TO MAINT-DETAIL-LINE.
007024     MOVE "MDL"              TO MDL-ACTION.
007025     MOVE MST-CODE1          TO MDL-CODE1.
007026     MOVE MST-USERNAME       TO MDL-USERNAME.
007027     MOVE MST-DEPT-CODE      TO MDL-DEPT-CODE.
007028     MOVE MST-STATUS         TO MDL-STATUS.
007029     MOVE MST-EFFECTIVE-DATE TO MDL-EFFECTIVE-DATE.
007030     MOVE MAINT-DETAIL-LINE  TO REPORT-LINE.
007031     WRITE REPORT-LINE.
007032     MOVE "DEL" TO HST-ACTION.
007033     PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT.
007034     MOVE "M" TO RWK-REVOKE-REASON.
007035     PERFORM 2350-WRITE-REVOCATION THRU 2350-EXIT.
007036     PERFORM 2700-SQUARE-USER-ROLES THRU 2700-EXIT.
007037 3160-EXIT.
007038     EXIT.
007039 3300-WRITE-MAINT-TOTALS.
007040     MOVE SPACES              TO REPORT-LINE.
007050     WRITE REPORT-LINE.
007060     MOVE MATCH-RECORDS-READ-COUNT TO MAINT-COUNT-DISPLAY.
007330     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007340     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007350     WRITE REPORT-LINE.
007351     MOVE MANUAL-REVOKED-COUNT TO MAINT-COUNT-DISPLAY.
007352     MOVE SPACES              TO MAINT-TOTAL-LINE.
007353     MOVE "MANUAL DELETES REVOKED" TO MTL-LABEL.
007354     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007355     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007356     WRITE REPORT-LINE.
007357     MOVE MANUAL-ON-FEED-COUNT TO MAINT-COUNT-DISPLAY.
007358     MOVE SPACES              TO MAINT-TOTAL-LINE.
007359     MOVE "MANUAL DELETES ON FEED" TO MTL-LABEL.
007360     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007361     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007362     WRITE REPORT-LINE.
007363     MOVE HISTORY-WRITTEN-COUNT TO MAINT-COUNT-DISPLAY.
007370     MOVE SPACES              TO MAINT-TOTAL-LINE.
007380     MOVE "HISTORY RECORDS WRITTEN" TO MTL-LABEL.
007390     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007420     MOVE RVK-DETAIL-COUNT    TO MAINT-COUNT-DISPLAY.
007430     MOVE SPACES              TO MAINT-TOTAL-LINE.
007440     MOVE "REVOCATIONS WRITTEN" TO MTL-LABEL.
007441     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007442     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007443     WRITE REPORT-LINE.
007444     MOVE ROLE-GRANT-COUNT    TO MAINT-COUNT-DISPLAY.
007445     MOVE SPACES              TO MAINT-TOTAL-LINE.
007446     MOVE "ROLE GRANTS WRITTEN" TO MTL-LABEL.
007447     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007448     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007449     WRITE REPORT-LINE.
007450     MOVE ROLE-REMOVE-COUNT   TO MAINT-COUNT-DISPLAY.
007451     MOVE SPACES              TO MAINT-TOTAL-LINE.
007452     MOVE "ROLE REMOVALS WRITTEN" TO MTL-LABEL.
007453     MOVE MAINT-COUNT-DISPLAY TO MTL-VALUE.
007460     MOVE MAINT-TOTAL-LINE    TO REPORT-LINE.
007470     WRITE REPORT-LINE.
007480 3300-EXIT.
008280     OPEN OUTPUT RVKSEQ.
008290     MOVE RVK-FILE-SEQ-NUMBER TO RSR-SEQ-NUMBER.
008300     WRITE RVK-SEQ-RECORD.
008301     CLOSE RVKSEQ.
008302 3650-EXIT.
008303     EXIT.
008304*****************************************************************
008305* 3700-BUILD-ROLE-FILE - REWRITE THE COLLECTED ROLE DELTAS AS   *
008306* THE CONTROLLED ROLE-DELTA FEED UNDER ITS OWN SEQUENCE NUMBER, *
008307* EXACTLY AS 3600 BUILDS THE REVOCATION FEED.                   *
008308*****************************************************************
008309 3700-BUILD-ROLE-FILE.
008310     ACCEPT RUN-TIME-HHMMSSHH FROM TIME.
008311     PERFORM 3750-NEXT-ROLE-SEQUENCE THRU 3750-EXIT.
008312     OPEN OUTPUT ROLEFILE.
008313     OPEN INPUT  ROLEWORK.
008314     IF NOT ROLEWORK-STATUS-OK
008315         SET FAILURE TO TRUE
008316         DISPLAY "IDMAST - CANNOT REOPEN ROLEWORK, STATUS = "
008317             ROLEWORK-STATUS
008318         CLOSE ROLEFILE
008319         GO TO 3700-EXIT
008320     END-IF.
008321     MOVE RUN-DATE-CCYYMMDD    TO RLH-FILE-DATE.
008322     MOVE RUN-TIME-HH          TO RLH-TIME-HH.
008323     MOVE RUN-TIME-MM          TO RLH-TIME-MM.
008324     MOVE RUN-TIME-SS          TO RLH-TIME-SS.
008325     MOVE ROLE-FILE-SEQ-NUMBER TO RLH-SEQ-NUMBER.
008326     MOVE ROLE-HEADER-LINE     TO ROLE-DELTA-RECORD.
008327     WRITE ROLE-DELTA-RECORD.
008328     PERFORM 3720-COPY-ROLE-DETAIL THRU 3720-EXIT
008329         UNTIL END-OF-ROLEWORK.
008330     MOVE ROLE-DETAIL-COUNT TO RLT-DETAIL-COUNT.
008331     MOVE ROLE-HASH-TOTAL   TO RLT-HASH-TOTAL.
008332     MOVE ROLE-TRAILER-LINE TO ROLE-DELTA-RECORD.
008333     WRITE ROLE-DELTA-RECORD.
008334     CLOSE ROLEWORK.
008335     CLOSE ROLEFILE.
008336 3700-EXIT.
008337     EXIT.
008338 3720-COPY-ROLE-DETAIL.
008339     READ ROLEWORK
008340         AT END SET END-OF-ROLEWORK TO TRUE
008341     END-READ.
008342     IF NOT ROLEWORK-STATUS-OK
008343         SET FAILURE TO TRUE
008344         SET END-OF-ROLEWORK TO TRUE
008345         DISPLAY "IDMAST - I/O ERROR ON ROLEWORK, STATUS = "
008346             ROLEWORK-STATUS
008347         GO TO 3720-EXIT
008348     END-IF.
008349     IF END-OF-ROLEWORK
008350         GO TO 3720-EXIT
008351     END-IF.
008352     MOVE RLW-CODE1          TO RLD-CODE1.
008353     MOVE RLW-USERNAME       TO RLD-USERNAME.
008354     MOVE RLW-DEPT-CODE      TO RLD-DEPT-CODE.
008355     MOVE RLW-ROLE-CODE      TO RLD-ROLE-CODE.
008356     MOVE RLW-ROLE-ACTION    TO RLD-ROLE-ACTION.
008357     MOVE ROLE-DETAIL-LINE   TO ROLE-DELTA-RECORD.
008358     WRITE ROLE-DELTA-RECORD.
008359 3720-EXIT.
008360     EXIT.
008361 3750-NEXT-ROLE-SEQUENCE.
008362     MOVE ZERO TO ROLE-FILE-SEQ-NUMBER.
008363     OPEN INPUT ROLESEQ.
008364     IF ROLESEQ-STATUS-OK
008365         READ ROLESEQ
008366             AT END MOVE ZERO TO RSQ-SEQ-NUMBER
008367         END-READ
008368         IF RSQ-SEQ-NUMBER NUMERIC
008369             MOVE RSQ-SEQ-NUMBER TO ROLE-FILE-SEQ-NUMBER
008370         END-IF
008371         CLOSE ROLESEQ
008372     ELSE
008373         IF NOT ROLESEQ-NOT-FOUND
008374             DISPLAY "IDMAST - CANNOT READ ROLESEQ, STATUS = "
008375                 ROLESEQ-STATUS
008376         END-IF
008377     END-IF.
008378     ADD 1 TO ROLE-FILE-SEQ-NUMBER.
008379     OPEN OUTPUT ROLESEQ.
008380     MOVE ROLE-FILE-SEQ-NUMBER TO RSQ-SEQ-NUMBER.
008381     WRITE ROLE-SEQ-RECORD.
008382     CLOSE ROLESEQ.
008383 3750-EXIT.
008384     EXIT.
008385*****************************************************************
008386* 3500-STAMP-RUN-CONTROL - A CLEAN END OF JOB RECORDS THE       *
008387* GENERATION JUST APPLIED AND MARKS THE IDMAST STEP COMPLETE    *
008388* ON THE SHARED RUN-CONTROL RECORD.                             *
008389*****************************************************************
008390 3500-STAMP-RUN-CONTROL.
008400     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
008410     IF RUNCTL-RECORD-PRESENT
008560     END-IF.
008570 3400-EXIT.
008580     EXIT.
008590*****************************************************************
008600* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
008610* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
008620* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
008630* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
008640* ENDS THE STEP.                                                *
008650*****************************************************************
008660 9000-READ-BUSINESS-DATE.
008670     OPEN INPUT BIZDATE.
008680     IF BIZDATE-NOT-FOUND
008690         SET SEQUENCE-REFUSED TO TRUE
008700         DISPLAY "IDMAST - NO BUSINESS-DATE CARD ON BIZDATE"
008710         GO TO 9000-EXIT
008720     END-IF.
008730     IF NOT BIZDATE-STATUS-OK
008740         SET SEQUENCE-REFUSED TO TRUE
008750         DISPLAY "IDMAST - CANNOT OPEN BIZDATE, STATUS = "
008760             BIZDATE-STATUS
008770         GO TO 9000-EXIT
008780     END-IF.
008790     READ BIZDATE
008800         AT END
008810             SET SEQUENCE-REFUSED TO TRUE
008820             DISPLAY "IDMAST - EMPTY BUSINESS-DATE CARD"
008830     END-READ.
008840     IF NOT SEQUENCE-REFUSED
008850         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
008860     END-IF.
008870     CLOSE BIZDATE.
008880 9000-EXIT.
008890     EXIT.
008900 9050-EDIT-BUSINESS-DATE.
008910     IF BDC-BUSINESS-DATE NOT NUMERIC
008920      OR NOT BDC-MONTH-VALID
008930      OR NOT BDC-DAY-VALID
008940         SET SEQUENCE-REFUSED TO TRUE
008950         DISPLAY "IDMAST - INVALID BUSINESS-DATE CARD "
008960             BDC-BUSINESS-DATE
008970         GO TO 9050-EXIT
008980     END-IF.
008990     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
009000 9050-EXIT.
009010     EXIT.
