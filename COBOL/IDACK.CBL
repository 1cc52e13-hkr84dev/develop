000220*   DATE       INIT   DESCRIPTION                                *
000230*   ---------- ----   -------------------------------------------*
000240*   09/01/2026 DWH    ORIGINAL PROGRAM.                          *
000242*   10/15/2026 DWH    RUN DATE NOW TAKEN FROM THE BUSINESS-DATE  *
000244*                     CARD (BIZDATE) INSTEAD OF THE SYSTEM CLOCK.*
000246*   10/15/2026 DWH    EVERY RECONCILED TRANSMISSION NOW APPENDS  *
000248*                     ITS DETAIL COUNTS TO ACKHIST.              *
000250*****************************************************************
000260 ENVIRONMENT      DIVISION.
000270 CONFIGURATION    SECTION.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000311*    BIZDATE IS THE BUSINESS-DATE CARD - THE PROCESSING DATE
000312*    FOR THIS RUN, READ IN PLACE OF THE SYSTEM CLOCK.
000313     SELECT BIZDATE      ASSIGN TO BIZDATE
000314         ORGANIZATION IS LINE SEQUENTIAL
000315         FILE STATUS  IS BIZDATE-STATUS.
000320*    INTFFILE IS THE TRANSMISSION IDNAME SENT - THE SAME DATASET
000330*    THE PROVISIONING TEAM RECEIVED, KEPT UNTIL ITS ACK COMES
000340*    BACK.
000500     SELECT ACKCTL       ASSIGN TO "FILEPATH\ACKCTL.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS ACKCTL-STATUS.
000521*    ACKHIST IS THE PERMANENT PER-TRANSMISSION TRAIL (AKHLAY01)
000522*    - ONE RECORD OF DETAIL COUNTS APPENDED PER RECONCILED ACK.
000523     SELECT ACKHIST      ASSIGN TO "FILEPATH\ACKHIST.DAT"
000524         ORGANIZATION IS LINE SEQUENTIAL
000525         FILE STATUS  IS ACKHIST-STATUS.
000530*    REQUEUE CARRIES THE CODE1S THAT FAILED AT THEIR END (OR
000540*    WERE NEVER ACKNOWLEDGED) FORWARD TO THE NEXT IDNAME
000550*    INTERFACE BUILD, WHICH READS IT ON ITS RESENDIN DD.
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA             DIVISION.
000610 FILE             SECTION.
000612 FD  BIZDATE
000614     RECORDING MODE IS F.
000616     COPY BDCLAY01.
000620 FD  INTFFILE
000630     RECORDING MODE IS F.
000640 01  INTERFACE-RECORD                 PIC X(80).
000690     RECORDING MODE IS F.
000700 01  ACK-CONTROL-RECORD.
000710     05  ACR-LAST-ACKED-SEQ           PIC 9(06).
000712 FD  ACKHIST
000714     RECORDING MODE IS F.
000716     COPY AKHLAY01.
000720 FD  REQUEUE
000730     RECORDING MODE IS F.
000740 01  REQUEUE-RECORD.
000960 01  ACKCTL-STATUS                   PIC X(02).
000970     88  ACKCTL-STATUS-OK            VALUE "00".
000980     88  ACKCTL-NOT-FOUND            VALUE "35".
000982 01  ACKHIST-STATUS                  PIC X(02).
000984     88  ACKHIST-STATUS-OK           VALUES "00" "10".
000986     88  ACKHIST-NOT-FOUND           VALUE "35".
000990 01  FLAG1                           PIC X(03).
001000     88  END-OF-SENT-FILE            VALUE "EOF".
001010 01  FLAG2                           PIC X(03).
001610     05  REJECTED-COUNT              PIC 9(07) COMP.
001620     05  UNACKED-COUNT               PIC 9(07) COMP.
001630     05  UNKNOWN-COUNT               PIC 9(07) COMP.
001632     05  GAP-COUNT                   PIC 9(07) COMP.
001640     05  REQUEUED-COUNT              PIC 9(07) COMP.
001642 01  BIZDATE-STATUS                  PIC X(02).
001644     88  BIZDATE-STATUS-OK           VALUES "00" "10".
001646     88  BIZDATE-NOT-FOUND           VALUE "35".
001650 01  RUN-DATE-FIELDS.
001660     05  RUN-DATE-CCYYMMDD           PIC 9(08).
001670     05  RUN-DATE-CCYYMMDD-X REDEFINES
002170 PROCEDURE        DIVISION.
002180 MAIN             SECTION.
002190 MAIN-ENTRY.
002191     PERFORM 9000-READ-BUSINESS-DATE THRU 9000-EXIT.
002192     IF FAILURE
002193         DISPLAY "IDACK - NO USABLE BUSINESS DATE - STEP ENDED"
002194         MOVE 16 TO RETURN-CODE
002195         STOP RUN
002196     END-IF.
002200     PERFORM PRE-PROCESS THRU PRE-PROCESS-EXIT.
002210     PERFORM MAIN-PROCESS THRU MAIN-PROCESS-EXIT
002220         UNTIL SENT-COMPARE-KEY = HIGH-VALUES
002420                     UNACKED-COUNT
002430                     UNKNOWN-COUNT
002440                     REQUEUED-COUNT
002442                     GAP-COUNT
002450                     SENT-TRAILER-COUNT
002460                     SENT-TRAILER-HASH
002470                     ACK-TRAILER-COUNT
002480                     ACK-TRAILER-HASH.
002500     STRING RUN-DATE-MM  DELIMITED BY SIZE
002510            "/"          DELIMITED BY SIZE
002520            RUN-DATE-DD  DELIMITED BY SIZE
003780     DISPLAY "IDACK - TRANSMISSION " GAP-SEQ-NUMBER
003790         " NEVER ACKNOWLEDGED".
003800     ADD 1 TO GAP-SEQ-NUMBER.
003802     ADD 1 TO GAP-COUNT.
003810 1350-EXIT.
003820     EXIT.
003830*****************************************************************
005600     CLOSE ACKRPT.
005610     IF NOT FAILURE
005620         PERFORM 3200-STAMP-LAST-ACKED THRU 3200-EXIT
005622         PERFORM 3500-APPEND-ACK-HISTORY THRU 3500-EXIT
005630     END-IF.
005640     PERFORM 3400-SET-RETURN-CODE THRU 3400-EXIT.
005650 POST-PROCESS-EXIT.
006320     END-IF.
006330 3400-EXIT.
006340     EXIT.
006342*****************************************************************
006344* 3500-APPEND-ACK-HISTORY - ONE ACKHIST RECORD PER RECONCILED   *
006346* TRANSMISSION, IN BALANCE OR NOT, FOR THE MONTHLY REJECT AND   *
006348* REQUEUE RATES.                                                *
006350*****************************************************************
006352 3500-APPEND-ACK-HISTORY.
006354     MOVE RUN-DATE-CCYYMMDD   TO AHR-ACK-DATE.
006356     MOVE ACK-SEQ-NUMBER      TO AHR-SEQ-NUMBER.
006358     MOVE SENT-COUNTED        TO AHR-SENT-COUNT.
006360     MOVE PROVISIONED-COUNT   TO AHR-PROVISIONED-COUNT.
006362     MOVE REJECTED-COUNT      TO AHR-REJECTED-COUNT.
006364     MOVE UNACKED-COUNT       TO AHR-UNACKED-COUNT.
006366     MOVE UNKNOWN-COUNT       TO AHR-UNKNOWN-COUNT.
006368     MOVE REQUEUED-COUNT      TO AHR-REQUEUED-COUNT.
006370     MOVE GAP-COUNT           TO AHR-GAP-COUNT.
006372     IF SUCCESS
006374         SET AHR-IN-BALANCE     TO TRUE
006376     ELSE
006378         SET AHR-OUT-OF-BALANCE TO TRUE
006380     END-IF.
006382     OPEN EXTEND ACKHIST.
006384     IF ACKHIST-NOT-FOUND
006386         OPEN OUTPUT ACKHIST
006388     END-IF.
006390     IF NOT ACKHIST-STATUS-OK
006392         DISPLAY "IDACK - CANNOT OPEN ACKHIST, STATUS = "
006394             ACKHIST-STATUS
006396         GO TO 3500-EXIT
006398     END-IF.
006400     WRITE ACK-HISTORY-RECORD.
006402     CLOSE ACKHIST.
006404 3500-EXIT.
006406     EXIT.
006650*****************************************************************
006660* 9000-READ-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE   *
006670* ON THE BIZDATE CARD, NOT THE SYSTEM CLOCK, SO A STEP HELD     *
006680* PAST MIDNIGHT OR RERUN FOR A MISSED DAY STILL STAMPS THE DAY  *
006690* IT IS PROCESSING.  NO CARD, OR A CARD THAT IS NOT A DATE,     *
006700* ENDS THE STEP.                                                *
006710*****************************************************************
006720 9000-READ-BUSINESS-DATE.
006730     MOVE "00" TO STATE-CODE.
006740     OPEN INPUT BIZDATE.
006750     IF BIZDATE-NOT-FOUND
006760         SET FAILURE TO TRUE
006770         DISPLAY "IDACK - NO BUSINESS-DATE CARD ON BIZDATE"
006780         GO TO 9000-EXIT
006790     END-IF.
006800     IF NOT BIZDATE-STATUS-OK
006810         SET FAILURE TO TRUE
006820         DISPLAY "IDACK - CANNOT OPEN BIZDATE, STATUS = "
006830             BIZDATE-STATUS
006840         GO TO 9000-EXIT
006850     END-IF.
006860     READ BIZDATE
006870         AT END
006880             SET FAILURE TO TRUE
006890             DISPLAY "IDACK - EMPTY BUSINESS-DATE CARD"
006900     END-READ.
006910     IF NOT FAILURE
006920         PERFORM 9050-EDIT-BUSINESS-DATE THRU 9050-EXIT
006930     END-IF.
006940     CLOSE BIZDATE.
006950 9000-EXIT.
006960     EXIT.
006970 9050-EDIT-BUSINESS-DATE.
006980     IF BDC-BUSINESS-DATE NOT NUMERIC
006990      OR NOT BDC-MONTH-VALID
007000      OR NOT BDC-DAY-VALID
007010         SET FAILURE TO TRUE
007020         DISPLAY "IDACK - INVALID BUSINESS-DATE CARD "
007030             BDC-BUSINESS-DATE
007040         GO TO 9050-EXIT
007050     END-IF.
007060     MOVE BDC-BUSINESS-DATE TO RUN-DATE-CCYYMMDD.
007070 9050-EXIT.
007080     EXIT.
