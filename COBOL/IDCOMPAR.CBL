000290*                     THE MATCHPRV DD IS IGNORED), PRINTS THE    *
000300*                     GENERATIONS COMPARED, AND STAMPS ITS       *
000310*                     COMPLETION FLAG AT CLEAN END OF JOB.       *
000312*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000314*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000316*                     THE STEP IS REFUSED WHEN THE CARD DOES NOT *
000318*                     MATCH THE BUSINESS DATE OF THE GENERATION. *
000320*****************************************************************
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000381*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000382*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000383     SELECT BIZDATE      ASSIGN TO BIZDATE
000384         ORGANIZATION IS LINE SEQUENTIAL
000385         FILE STATUS  IS BIZDATE-STATUS.
000390*    MATCHCUR IS TODAY'S MATCHFILE, MATCHPRV IS THE COPY KEPT
000400*    FROM THE PRIOR RUN.  BOTH ARE ASSIGNED TO DDNAMES SO THE
000410*    JCL CONTROLS WHICH TWO GENERATIONS ARE COMPARED.
000540         FILE STATUS  IS RUNCTL-STATUS.
000550 DATA             DIVISION.
000560 FILE             SECTION.
000562 FD  BIZDATE
000564     RECORDING MODE IS F.
000566     COPY BDCLAY01.
000570 FD  MATCHCUR
000580     RECORDING MODE IS F.
000590     COPY MATLAY01.
000830     05  CODE1-GONE-COUNT            PIC 9(07) COMP.
000840     05  CODE1-CHANGED-COUNT         PIC 9(07) COMP.
000850     05  CODE1-UNCHANGED-COUNT       PIC 9(07) COMP.
000852 01  BIZDATE-STATUS                  PIC X(02).
000854     88  BIZDATE-STATUS-OK           VALUES "00" "10".
000856     88  BIZDATE-NOT-FOUND           VALUE "35".
000860 01  RUN-DATE-FIELDS.
000870     05  RUN-DATE-CCYYMMDD           PIC 9(08).
000880     05  RUN-DATE-CCYYMMDD-X REDEFINES
001940*****************************************************************
001950 0200-CHECK-RUN-CONTROL.
001960     MOVE "00" TO STATE-CODE.
001962     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001964     IF SEQUENCE-REFUSED
001966         GO TO 0200-EXIT
001968     END-IF.
001970     SET PRIOR-GEN-IS-EMPTY TO TRUE.
001980     MOVE ZERO TO CURRENT-GEN-NUMBER
001990                  PRIOR-GEN-NUMBER.
002130             RCH-RUN-SEQ " IS NOT COMPLETE"
002140         GO TO 0200-EXIT
002150     END-IF.
002151     IF RCH-RUN-DATE NOT = RUN-DATE-CCYYMMDD
002152         SET SEQUENCE-REFUSED TO TRUE
002153         DISPLAY "IDCOMPAR - GENERATION " RCH-RUN-SEQ " IS FOR "
002154             "BUSINESS DATE " RCH-RUN-DATE ", CARD IS "
002155             RUN-DATE-CCYYMMDD
002156         GO TO 0200-EXIT
002157     END-IF.
002160     MOVE RCH-MATCH-GEN-CURRENT TO CURRENT-GEN-NUMBER.
002170     MOVE RCH-MATCH-GEN-PRIOR   TO PRIOR-GEN-NUMBER.
002180     IF RCH-MATCH-GEN-PRIOR > ZERO
002630                     CODE1-GONE-COUNT
002640                     CODE1-CHANGED-COUNT
002650                     CODE1-UNCHANGED-COUNT.
002670     STRING RUN-DATE-MM  DELIMITED BY SIZE
002680            "/"          DELIMITED BY SIZE
002690            RUN-DATE-DD  DELIMITED BY SIZE
005250     END-IF.
005260 3400-EXIT.
005270     EXIT.
005280*****************************************************************
005290* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
005300* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
005310* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
005320* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
005330* ENDS THE STEP.                                                *
005340*****************************************************************
005350 9000-READ-BUSINESS-DATE.
005360     OPEN INPUT BIZDATE.
005370     IF BIZDATE-NOT-FOUND
005380         SET SEQUENCE-REFUSED TO TRUE
005390         DISPLAY "IDCOMPAR - NO BUSINESS-DATE CARD ON BIZDATE"
005400         GO TO 9000-EXIT
005410     END-IF.
005420     IF NOT BIZDATE-STATUS-OK
005430         SET SEQUENCE-REFUSED TO TRUE
005440         DISPLAY "IDCOMPAR - CANNOT OPEN BIZDATE, STATUS = "
005450             BIZDATE-STATUS
005460         GO TO 9000-EXIT
005470     END-IF.
005480     READ BIZDATE
005490         AT END
005500             SET SEQUENCE-REFUSED TO TRUE
005510             DISPLAY "IDCOMPAR - EMPTY BUSINESS-DATE CARD"
005520     END-READ.
005530     IF NOT SEQUENCE-REFUSED
005540         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
005550     END-IF.
005560     CLOSE BIZDATE.
005570 9000-EXIT.
005580     EXIT.
005590 9050-EDIT-BUSINESS-DATE.
005600     IF BDC-BUSINESS-DATE NOT NUMERIC
005610      OR NOT BDC-MONTH-VALID
005620      OR NOT BDC-DAY-VALID
005630         SET SEQUENCE-REFUSED TO TRUE
005640         DISPLAY "IDCOMPAR - INVALID BUSINESS-DATE CARD "
005650             BDC-BUSINESS-DATE
005660         GO TO 9050-EXIT
005670     END-IF.
005680     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
005690 9050-EXIT.
005700     EXIT.
