000320*                     IDNAME STEP OF THE CURRENT GENERATION IS   *
000330*                     COMPLETE, AND STAMPS ITS OWN COMPLETION    *
000340*                     FLAG AT CLEAN END OF JOB.                  *
000342*   10/15/2026 DWH    READS THE BUSINESS-DATE CARD (BIZDATE) -   *
000344*                     THE STEP IS REFUSED WHEN THE CARD DOES NOT *
000346*                     MATCH THE BUSINESS DATE OF THE GENERATION. *
000350*****************************************************************
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000411*    BIZDATE IS THE BUSINESS-DATE CARD - THE GENERATION BEING
000412*    BALANCED MUST CARRY THE SAME BUSINESS DATE.
000413     SELECT BIZDATE      ASSIGN TO BIZDATE
000414         ORGANIZATION IS LINE SEQUENTIAL
000415         FILE STATUS  IS BIZDATE-STATUS.
000420*    THESE ARE THE SAME DATASETS THE IDNAME STEP JUST WROTE -
000430*    THE WHOLE POINT IS TO COUNT WHAT IS REALLY ON THEM RATHER
000440*    THAN TRUST THE PROGRAM THAT PRODUCED THEM.
000690         FILE STATUS  IS RUNCTL-STATUS.
000700 DATA             DIVISION.
000710 FILE             SECTION.
000712 FD  BIZDATE
000714     RECORDING MODE IS F.
000716     COPY BDCLAY01.
000720 FD  REJECTFILE
000730     RECORDING MODE IS F.
000740 01  REJECT-RECORD                    PIC X(68).
001090     88  RECON-FILE-MISSING          VALUE "35".
001100 01  SUMMRPT-STATUS                  PIC X(02).
001110     88  SUMMRPT-STATUS-OK           VALUES "00" "10".
001112 01  BIZDATE-STATUS                  PIC X(02).
001114     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001116     88  BIZDATE-NOT-FOUND           VALUE "35".
001118 01  RUN-DATE-CCYYMMDD               PIC 9(08).
001120 01  RUNCTL-STATUS                   PIC X(02).
001130     88  RUNCTL-STATUS-OK            VALUE "00".
001140     88  RUNCTL-NOT-FOUND            VALUE "35".
001900*****************************************************************
001910 0200-CHECK-RUN-CONTROL.
001920     MOVE "00" TO STATE-CODE.
001922     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
001924     IF SEQUENCE-REFUSED
001926         GO TO 0200-EXIT
001928     END-IF.
001930     PERFORM 0210-READ-RUN-CONTROL THRU 0210-EXIT.
001940     IF SEQUENCE-REFUSED
001950         GO TO 0200-EXIT
002000             "FIRST"
002010         GO TO 0200-EXIT
002020     END-IF.
002021     IF RCH-RUN-DATE NOT = RUN-DATE-CCYYMMDD
002022         SET SEQUENCE-REFUSED TO TRUE
002023         DISPLAY "IDRECON - GENERATION " RCH-RUN-SEQ " IS FOR "
002024             "BUSINESS DATE " RCH-RUN-DATE ", CARD IS "
002025             RUN-DATE-CCYYMMDD
002026         GO TO 0200-EXIT
002027     END-IF.
002030     IF NOT RCH-IDNAME-COMPLETE
002040         SET SEQUENCE-REFUSED TO TRUE
002050         DISPLAY "IDRECON - IDNAME STEP OF GENERATION "
005940     END-IF.
005950 3400-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 9000-READ-BUSINESS-DATE - PICK UP THE BUSINESS DATE ON THE    *
005990* BIZDATE CARD SO THE RUN-CONTROL GATE CAN PROVE THE GENERATION *
006000* BEING BALANCED IS FOR THAT DAY.  NO CARD, OR A CARD THAT IS   *
006010* NOT A DATE, REFUSES THE STEP.                                 *
006020*****************************************************************
006030 9000-READ-BUSINESS-DATE.
006040     OPEN INPUT BIZDATE.
006050     IF BIZDATE-NOT-FOUND
006060         SET SEQUENCE-REFUSED TO TRUE
006070         DISPLAY "IDRECON - NO BUSINESS-DATE CARD ON BIZDATE"
006080         GO TO 9000-EXIT
006090     END-IF.
006100     IF NOT BIZDATE-STATUS-OK
006110         SET SEQUENCE-REFUSED TO TRUE
006120         DISPLAY "IDRECON - CANNOT OPEN BIZDATE, STATUS = "
006130             BIZDATE-STATUS
006140         GO TO 9000-EXIT
006150     END-IF.
006160     READ BIZDATE
006170         AT END
006180             SET SEQUENCE-REFUSED TO TRUE
006190             DISPLAY "IDRECON - EMPTY BUSINESS-DATE CARD"
006200     END-READ.
006210     IF NOT SEQUENCE-REFUSED
006220         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
006230     END-IF.
006240     CLOSE BIZDATE.
006250 9000-EXIT.
006260     EXIT.
006270 9050-EDIT-BUSINESS-DATE.
006280     IF BDC-BUSINESS-DATE NOT NUMERIC
006290      OR NOT BDC-MONTH-VALID
006300      OR NOT BDC-DAY-VALID
006310         SET SEQUENCE-REFUSED TO TRUE
006320         DISPLAY "IDRECON - INVALID BUSINESS-DATE CARD "
006330             BDC-BUSINESS-DATE
006340         GO TO 9050-EXIT
006350     END-IF.
006360     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
006370 9050-EXIT.
006380     EXIT.
