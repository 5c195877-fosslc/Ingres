002800*     * Modification History
002900*     * --------------------
003000*     * 02-sep-2026 (dlross)  Written.
003010*     * 15-oct-2026 (dlross)  A sender whose profile on the
003020*     *                       interface partner master (PTNGET,
003030*     *                       see eqpartnr.cob) says it takes no
003040*     *                       acknowledgments is not sent one;
003050*     *                       the arrival is reported instead.
003056*     * 15-oct-2026 (dlross)  An arrival that is not the file the
003062*     *                       inbound registry holds for its feed
003068*     *                       and date is held, not acked, until
003074*     *                       INBRPL (see eqinbrpl.cob) makes it
003080*     *                       the registered replacement; the ack
003086*     *                       then names the replacement, and the
003092*     *                       superseded file is never acked.
003094*     * 15-oct-2026 (dlross)  An arrival ANMCHK holds for a volume
003096*     *                       or amount anomaly (see eqanmhld.cob)
003098*     *                       is not acked until it is released.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004600     SELECT ACK-REPORT ASSIGN TO "ACKRPT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS AKG-RPT-STATUS.
004810     SELECT HOLD-FILE ASSIGN TO "ANMHOLD"
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS RANDOM
004840         RECORD KEY IS HRF-KEY
004850         FILE STATUS IS AKG-HLD-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
006300 FD  INBREG-FILE.
006400 01  INBREG-FILE-REC.
006500     05 IRF-KEY               PIC X(20).
006600     05 IRF-REST-OF-RECORD    PIC X(97).
006700*
006800 FD  ACK-REPORT
006900     RECORDING MODE IS F.
007000 01  ACK-LINE                 PIC X(132).
007010*
007020 FD  HOLD-FILE.
007030 01  HOLD-FILE-REC.
007040     05 HRF-KEY               PIC X(29).
007050     05 HRF-REST-OF-RECORD    PIC X(77).
007100*
007200 WORKING-STORAGE SECTION.
007300 COPY "eqinbreg.cob".
007400 COPY "eqtrailr.cob".
007450 COPY "eqpartnr.cob".
007470 COPY "eqanmhld.cob".
007500*
007600 01  AKG-WORK-AREA.
007700     05 AKG-ARR-STATUS        PIC X(2)  VALUE "00".
008600     05 AKG-ACKED-COUNT       PIC 9(9)  VALUE ZERO.
008700     05 AKG-REFUSED-COUNT     PIC 9(9)  VALUE ZERO.
008800     05 AKG-NOW-STRING        PIC X(14).
008810     05 AKG-UNWANTED-COUNT    PIC 9(9)  VALUE ZERO.
008820     05 AKG-PTG-ACTION        PIC X(4)  VALUE "FEED".
008830     05 AKG-PTG-VALUE         PIC 9(4).
008840     05 AKG-PTG-RESULT        PIC X(1).
008850         88 AKG-PTG-FOUND               VALUE "Y".
008870     05 AKG-HELD-COUNT        PIC 9(9)  VALUE ZERO.
008876     05 AKG-HLD-STATUS        PIC X(2)  VALUE "00".
008882     05 AKG-HOLD-OPEN-SW      PIC X(1)  VALUE "N".
008888         88 AKG-HOLD-OPEN               VALUE "Y".
008894     05 AKG-ANOMALY-COUNT     PIC 9(9)  VALUE ZERO.
008900*
009000 PROCEDURE DIVISION.
009100*
012300     MOVE "INBOUND FILE ACKNOWLEDGMENT REPORT" TO ACK-LINE.
012400     WRITE ACK-LINE.
012500     MOVE FUNCTION CURRENT-DATE(1:14) TO AKG-NOW-STRING.
012520     OPEN INPUT HOLD-FILE.
012540     IF AKG-HLD-STATUS = "00"
012560         SET AKG-HOLD-OPEN TO TRUE
012580     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800*
013800         GO TO 2000-EXIT
013900     END-IF.
014000     PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
014010     IF AKG-REG-FOUND
014020        AND ARR-FILE-NAME NOT = INB-FILE-NAME
014030*    The superseded file of a completed replacement is quietly
014040*    passed over; any other stranger waits for a declaration.
014050         IF ARR-FILE-NAME NOT = INB-REPLACED-FILE
014060             PERFORM 2500-REPORT-HELD THRU 2500-EXIT
014070         END-IF
014080         GO TO 2000-EXIT
014090     END-IF.
014100     IF AKG-REG-FOUND AND INB-ACKED
014200*    Already acknowledged on an earlier cycle.
014300         GO TO 2000-EXIT
014400     END-IF.
014401     PERFORM 2600-CHECK-HOLD THRU 2600-EXIT.
014402     IF HLD-HELD
014403         GO TO 2000-EXIT
014404     END-IF.
014409     CALL "PTNGET" USING AKG-PTG-ACTION
014418                         ARR-FEED-NAME
014427                         PARTNR-RECORD
014436                         AKG-PTG-VALUE
014445                         AKG-PTG-RESULT.
014454     IF AKG-PTG-FOUND
014463        AND PTN-WANTS-NO-ACKS
014472         PERFORM 2400-REPORT-UNWANTED THRU 2400-EXIT
014481         GO TO 2000-EXIT
014490     END-IF.
014500     MOVE ARR-TRAILER-IMAGE TO TRAILR-RECORD.
014600     MOVE ZERO TO AKG-DATA-COUNT.
014700     IF ARR-RECORD-COUNT > ZERO
016800     END-READ.
016900     IF AKG-REG-FOUND
017000         MOVE IRF-KEY            TO INBREG-RECORD(1:20)
017100         MOVE IRF-REST-OF-RECORD TO INBREG-RECORD(21:97)
017200     END-IF.
017300 2100-EXIT.
017400     EXIT.
018600     IF AKG-REG-FOUND
018700         MOVE "Y"            TO INB-ACK-SW
018800         MOVE AKG-NOW-STRING TO INB-ACK-TIMESTAMP
018900         MOVE INBREG-RECORD(21:97) TO IRF-REST-OF-RECORD
019000         REWRITE INBREG-FILE-REC
019100     END-IF.
019200     MOVE SPACES TO ACK-LINE.
020000            AKG-NOW-STRING  DELIMITED BY SIZE
020100         INTO ACK-LINE.
020200     WRITE ACK-LINE.
020209     IF INB-REPLACED-FILE NOT = SPACES
020218         MOVE SPACES TO ACK-LINE
020227         STRING "        REPLACEMENT FOR " DELIMITED BY SIZE
020236                INB-REPLACED-FILE  DELIMITED BY SIZE
020245                " - FIRST LOAD RUN " DELIMITED BY SIZE
020254                INB-REPLACED-RUN-ID DELIMITED BY SIZE
020263                " BACKED OUT"       DELIMITED BY SIZE
020272             INTO ACK-LINE
020281         WRITE ACK-LINE
020290     END-IF.
020300 2200-EXIT.
020400     EXIT.
020500*
021600     WRITE ACK-LINE.
021700 2300-EXIT.
021800     EXIT.
021805*
021810 2400-REPORT-UNWANTED.
021815     ADD 1 TO AKG-UNWANTED-COUNT.
021820     MOVE SPACES TO ACK-LINE.
021825     STRING "NO ACK  " DELIMITED BY SIZE
021830            ARR-FEED-NAME  DELIMITED BY SIZE
021835            " FILE "       DELIMITED BY SIZE
021840            ARR-FILE-NAME  DELIMITED BY SIZE
021845            " - PARTNER "  DELIMITED BY SIZE
021850            PTN-PARTNER-ID DELIMITED BY SIZE
021855            " TAKES NO ACKNOWLEDGMENTS"
021860                           DELIMITED BY SIZE
021865         INTO ACK-LINE.
021870     WRITE ACK-LINE.
021875 2400-EXIT.
021880     EXIT.
021881*
021882 2500-REPORT-HELD.
021883     ADD 1 TO AKG-HELD-COUNT.
021884     MOVE SPACES TO ACK-LINE.
021885     STRING "HELD    " DELIMITED BY SIZE
021886            ARR-FEED-NAME  DELIMITED BY SIZE
021887            " FILE "       DELIMITED BY SIZE
021888            ARR-FILE-NAME  DELIMITED BY SIZE
021889            " - REGISTERED FILE IS " DELIMITED BY SIZE
021890            INB-FILE-NAME  DELIMITED BY SIZE
021891            ", AWAITING A REPLACEMENT DECLARATION"
021892                           DELIMITED BY SIZE
021893         INTO ACK-LINE.
021894     WRITE ACK-LINE.
021895 2500-EXIT.
021896     EXIT.
021900*
021902*+----------------------------------------------------------+
021904*|  2600-CHECK-HOLD - an arrival ANMCHK has held for an      |
021906*|  anomaly is reported and waits for its release.            |
021908*+----------------------------------------------------------+
021910 2600-CHECK-HOLD.
021912     MOVE SPACES TO HLD-STATUS.
021914     IF NOT AKG-HOLD-OPEN
021916         GO TO 2600-EXIT
021918     END-IF.
021920     MOVE "I"               TO HLD-ITEM-TYPE.
021922     MOVE ARR-FEED-NAME     TO HLD-ITEM-NAME.
021924     MOVE SPACES            TO HLD-ITEM-REF.
021926     MOVE ARR-BUSINESS-DATE TO HLD-ITEM-REF(1:8).
021928     MOVE HLD-KEY           TO HRF-KEY.
021930     READ HOLD-FILE INTO ANMHLD-RECORD
021932         KEY IS HRF-KEY
021934         INVALID KEY MOVE SPACES TO HLD-STATUS
021936     END-READ.
021938     IF NOT HLD-HELD
021940         GO TO 2600-EXIT
021942     END-IF.
021944     ADD 1 TO AKG-ANOMALY-COUNT.
021946     MOVE SPACES TO ACK-LINE.
021948     STRING "HELD    " DELIMITED BY SIZE
021950            ARR-FEED-NAME  DELIMITED BY SIZE
021952            " FILE "       DELIMITED BY SIZE
021954            ARR-FILE-NAME  DELIMITED BY SIZE
021956            " - ANOMALY HOLD: " DELIMITED BY SIZE
021958            HLD-REASON     DELIMITED BY SIZE
021960         INTO ACK-LINE.
021962     WRITE ACK-LINE.
021964 2600-EXIT.
021966     EXIT.
021968*
022000*+----------------------------------------------------------+
022100*|  9000-TERMINATE                                            |
022200*+----------------------------------------------------------+
022600            AKG-ACKED-COUNT    DELIMITED BY SIZE
022700            " REFUSED="        DELIMITED BY SIZE
022800            AKG-REFUSED-COUNT  DELIMITED BY SIZE
022830            " NOT WANTED="     DELIMITED BY SIZE
022860            AKG-UNWANTED-COUNT DELIMITED BY SIZE
022870            " HELD="           DELIMITED BY SIZE
022880            AKG-HELD-COUNT     DELIMITED BY SIZE
022886            " ANOMALY HOLD="   DELIMITED BY SIZE
022892            AKG-ANOMALY-COUNT  DELIMITED BY SIZE
022900         INTO ACK-LINE.
023000     WRITE ACK-LINE.
023100     CLOSE ARRIVALS-FILE ACKS-OUT INBREG-FILE ACK-REPORT.
023120     IF AKG-HOLD-OPEN
023140         CLOSE HOLD-FILE
023160     END-IF.
023200 9000-EXIT.
023300     EXIT.
