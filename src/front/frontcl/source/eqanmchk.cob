000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ANMCHK
000400*     *
000500*     * Purpose: Interface volume and amount anomaly check, run
000600*     *          nightly once FEEDMON has posted the day's
000700*     *          arrivals and XMTWRT has finalized the outbound
000800*     *          files, ahead of the steps that load and transmit
000900*     *          them.  FEEDMON says a feed is late and TRLBAL
001000*     *          that a file balances with its own trailer;
001100*     *          neither says the file is a third the size of any
001200*     *          Tuesday last quarter.  ANMCHK builds, for each
001300*     *          inbound feed and outbound file of the day, a
001400*     *          rolling baseline from the same day of the week
001500*     *          over the last ANT-WEEKS weeks (see eqanmtol.cob):
001600*     *            inbound  - INB-RECORD-COUNT off the inbound
001700*     *                       registry (see eqinbreg.cob) and
001800*     *                       each currency's net off the
001900*     *                       registered arrival's trailer (see
002000*     *                       eqarrrec.cob, eqtrailr.cob);
002100*     *            outbound - XMT-RECORD-COUNT and XMT-NET-TOTAL
002200*     *                       off the outbound registry (see
002300*     *                       eqxmtreg.cob).
002400*     *          A figure outside its band is reported and
002500*     *          alerted through ALRMGR; where the tolerance asks
002600*     *          for it the file is also put on hold (see
002700*     *          eqanmhld.cob).
002800*     *
002900*     * Notes:  "The day's" inbound feeds are the registry
003000*     *          entries for the processing date off BCALDT, the
003100*     *          outbound files those finalized on today's date;
003200*     *          the ANMPARM date, when given, stands for both.
003300*     *          Amounts are compared as absolute values.  A
003400*     *          figure with fewer than ANT-MIN-SAMPLES history
003500*     *          days is reported, not judged.  A file already on
003600*     *          hold, or released from one, is not re-judged.
003700*     *          Return code 4 means a breach, 8 a file on hold -
003800*     *          the scheduler stops the load and transmit steps
003900*     *          on the 8.  ANMPARM mode "R" releases one hold
004000*     *          instead of checking: type, name, reference and
004100*     *          the operator releasing it.  A hold that cannot
004110*     *          be written to ANMHOLD, or a release that cannot
004120*     *          be rewritten, ends the step with 12.
004200*     *
004300 PROGRAM-ID.     ANMCHK.
004400 AUTHOR.         D L ROSS.
004500 INSTALLATION.   BATCH SYSTEMS GROUP.
004600 DATE-WRITTEN.   15-OCT-2026.
004700 DATE-COMPILED.
004800*
004900*     * Modification History
005000*     * --------------------
005100*     * 15-oct-2026 (dlross)  Written.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT ANOMALY-PARM ASSIGN TO "ANMPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ANM-PARM-STATUS.
005900     SELECT TOLERANCE-FILE ASSIGN TO "ANMTOL"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS ANM-TOL-STATUS.
006200     SELECT INBREG-FILE ASSIGN TO "INBDREG"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS IRF-KEY
006600         FILE STATUS IS ANM-INB-STATUS.
006700     SELECT ARRIVALS-FILE ASSIGN TO "ARRIVALS"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS ANM-ARR-STATUS.
007000     SELECT REGISTRY-FILE ASSIGN TO "XMITREG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS XRF-KEY
007400         FILE STATUS IS ANM-XMT-STATUS.
007500     SELECT HOLD-FILE ASSIGN TO "ANMHOLD"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS HRF-KEY
007900         FILE STATUS IS ANM-HLD-STATUS.
008000     SELECT ANOMALY-REPORT ASSIGN TO "ANMRPT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS ANM-RPT-STATUS.
008300*
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  ANOMALY-PARM
008700     RECORDING MODE IS F.
008800 01  ANOMALY-PARM-REC.
008900     05 APM-MODE              PIC X(1).
009000     05 APM-CHECK-DATE        PIC X(8).
009100     05 APM-ITEM-TYPE         PIC X(1).
009200     05 APM-ITEM-NAME         PIC X(12).
009300     05 APM-ITEM-REF          PIC X(16).
009400     05 APM-RELEASED-BY       PIC X(8).
009500*
009600 FD  TOLERANCE-FILE
009700     RECORDING MODE IS F.
009800 01  TOLERANCE-FILE-REC       PIC X(24).
009900*
010000 FD  INBREG-FILE.
010100 01  INBREG-FILE-REC.
010200     05 IRF-KEY               PIC X(20).
010300     05 IRF-REST-OF-RECORD    PIC X(97).
010400*
010500 FD  ARRIVALS-FILE
010600     RECORDING MODE IS F.
010700 COPY "eqarrrec.cob".
010800*
010900 FD  REGISTRY-FILE.
011000 01  REGISTRY-FILE-REC.
011100     05 XRF-KEY               PIC X(28).
011200     05 XRF-REST-OF-RECORD    PIC X(63).
011300*
011400 FD  HOLD-FILE.
011500 01  HOLD-FILE-REC.
011600     05 HRF-KEY               PIC X(29).
011700     05 HRF-REST-OF-RECORD    PIC X(77).
011800*
011900 FD  ANOMALY-REPORT
012000     RECORDING MODE IS F.
012100 01  ANOMALY-LINE             PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400 COPY "eqanmtol.cob".
012500 COPY "eqanmhld.cob".
012600 COPY "eqinbreg.cob".
012700 COPY "eqxmtreg.cob".
012800 COPY "eqtrailr.cob".
012900*
013000 01  ANM-WORK-AREA.
013100     05 ANM-PARM-STATUS       PIC X(2)  VALUE "00".
013200     05 ANM-TOL-STATUS        PIC X(2)  VALUE "00".
013300     05 ANM-INB-STATUS        PIC X(2)  VALUE "00".
013400     05 ANM-ARR-STATUS        PIC X(2)  VALUE "00".
013500     05 ANM-XMT-STATUS        PIC X(2)  VALUE "00".
013600     05 ANM-HLD-STATUS        PIC X(2)  VALUE "00".
013700     05 ANM-RPT-STATUS        PIC X(2)  VALUE "00".
013800     05 ANM-EOF-SW            PIC X(1)  VALUE "N".
013900         88 ANM-AT-EOF                  VALUE "Y".
014000     05 ANM-FOUND-SW          PIC X(1)  VALUE "N".
014100         88 ANM-ENTRY-FOUND             VALUE "Y".
014200     05 ANM-INB-OPEN-SW       PIC X(1)  VALUE "N".
014300         88 ANM-INB-OPEN                VALUE "Y".
014400     05 ANM-BREACH-SW         PIC X(1)  VALUE "N".
014500         88 ANM-ITEM-BREACHED           VALUE "Y".
014600     05 ANM-MODE              PIC X(1)  VALUE "C".
014700         88 ANM-RELEASE-RUN             VALUE "R".
014800     05 ANM-PARM-DATE         PIC X(8)  VALUE SPACES.
014900     05 ANM-PARM-TYPE         PIC X(1)  VALUE SPACES.
015000     05 ANM-PARM-NAME         PIC X(12) VALUE SPACES.
015100     05 ANM-PARM-REF          PIC X(16) VALUE SPACES.
015200     05 ANM-PARM-BY           PIC X(8)  VALUE SPACES.
015300     05 ANM-INB-DATE          PIC 9(8)  VALUE ZERO.
015400     05 ANM-XMT-DATE          PIC 9(8)  VALUE ZERO.
015500     05 ANM-NOW-STRING        PIC X(14).
015600     05 ANM-SUB               PIC S9(4) USAGE COMP.
015700     05 ANM-TOL-SUB           PIC S9(4) USAGE COMP.
015800     05 ANM-TOL-HIT           PIC S9(4) USAGE COMP.
015900     05 ANM-TOL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
016000     05 ANM-CUR-SUB           PIC S9(4) USAGE COMP.
016100     05 ANM-TRL-SUB           PIC S9(4) USAGE COMP.
016200     05 ANM-TRL-LIMIT         PIC S9(4) USAGE COMP.
016300     05 ANM-WANT-TYPE         PIC X(1).
016400     05 ANM-WANT-NAME         PIC X(12).
016500     05 ANM-HIS-TYPE          PIC X(1).
016600     05 ANM-HIS-NAME          PIC X(12).
016700     05 ANM-HIS-REF           PIC X(16).
016800     05 ANM-HIS-FILE          PIC X(12).
016900     05 ANM-HIS-DATE          PIC 9(8).
017000     05 ANM-HIS-DAY-NUM       PIC S9(9) USAGE COMP.
017100     05 ANM-HIS-DOW           PIC S9(4) USAGE COMP.
017200     05 ANM-HIS-COUNT         PIC 9(9).
017300     05 ANM-HIS-AMOUNT        PIC 9(13)V99.
017400     05 ANM-HIS-AMOUNT-SW     PIC X(1).
017500         88 ANM-HIS-HAS-AMOUNT          VALUE "Y".
017600     05 ANM-LOW-DAY-NUM       PIC S9(9) USAGE COMP.
017700     05 ANM-MEASURE           PIC X(12).
017800     05 ANM-PCT               PIC 9(3).
017900     05 ANM-SAMPLES           PIC 9(5).
018000     05 ANM-VALUE             PIC 9(13)V99.
018100     05 ANM-AVERAGE           PIC 9(13)V99.
018200     05 ANM-BAND-LOW          PIC 9(13)V99.
018300     05 ANM-BAND-HIGH         PIC 9(13)V99.
018400     05 ANM-VALUE-ED          PIC Z(12)9.99.
018500     05 ANM-AVERAGE-ED        PIC Z(12)9.99.
018600     05 ANM-LOW-ED            PIC Z(12)9.99.
018700     05 ANM-HIGH-ED           PIC Z(12)9.99.
018800     05 ANM-TYPE-WORD         PIC X(13).
018900     05 ANM-FIRST-REASON      PIC X(40).
019000     05 ANM-ITEM-COUNT        PIC 9(5)  VALUE ZERO.
019100     05 ANM-BREACH-COUNT      PIC 9(5)  VALUE ZERO.
019200     05 ANM-HELD-COUNT        PIC 9(5)  VALUE ZERO.
019300     05 ANM-THIN-COUNT        PIC 9(5)  VALUE ZERO.
019350     05 ANM-HOLD-FAIL-COUNT   PIC 9(5)  VALUE ZERO.
019400     05 ANM-BCD-ACTION        PIC X(4)  VALUE "GET".
019500     05 ANM-BCD-APPL          PIC X(8)  VALUE "BATCH".
019600     05 ANM-BCD-PROC-DATE     PIC 9(8)  VALUE ZERO.
019700     05 ANM-BCD-PERIOD-END    PIC 9(8)  VALUE ZERO.
019800     05 ANM-BCD-CUTOFF-SW     PIC X(1)  VALUE "N".
019900     05 ANM-BCD-RESULT        PIC X(1)  VALUE "N".
020000     05 ANM-ALR-ACTION        PIC X(5)  VALUE "RAISE".
020100     05 ANM-ALR-SEVERITY      PIC X(1).
020200     05 ANM-ALR-PROGRAM       PIC X(8)  VALUE "ANMCHK".
020300     05 ANM-ALR-MESSAGE       PIC X(70).
020400     05 ANM-ALR-KEY           PIC X(20).
020500     05 ANM-ALR-USER          PIC X(8)  VALUE SPACES.
020600*
020700*    Program defaults for a field the tolerance record leaves
020800*    zero, or for a feed or file no tolerance record covers.
020900 01  ANM-DEFAULTS.
021000     05 ANM-DFT-WEEKS         PIC 9(2)  VALUE 13.
021100     05 ANM-DFT-MIN-SAMPLES   PIC 9(2)  VALUE 4.
021200     05 ANM-DFT-COUNT-PCT     PIC 9(3)  VALUE 40.
021300     05 ANM-DFT-AMOUNT-PCT    PIC 9(3)  VALUE 100.
021400*
021500 01  ANM-TOL-TABLE.
021600     05 ANM-TOL-ROW           PIC X(24) OCCURS 200 TIMES.
021700*
021800 01  ANM-ITEM-TABLE.
021900     05 ANM-ITEM-ROWS         PIC S9(4) USAGE COMP VALUE ZERO.
022000     05 ANM-ITEM OCCURS 300 TIMES.
022100         10 ANM-IT-TYPE       PIC X(1).
022200         10 ANM-IT-NAME       PIC X(12).
022300         10 ANM-IT-REF        PIC X(16).
022400         10 ANM-IT-FILE       PIC X(12).
022500         10 ANM-IT-DATE       PIC 9(8).
022600         10 ANM-IT-DAY-NUM    PIC S9(9) USAGE COMP.
022700         10 ANM-IT-DOW        PIC S9(4) USAGE COMP.
022800         10 ANM-IT-COUNT      PIC 9(9).
022900         10 ANM-IT-AMOUNT     PIC 9(13)V99.
023000         10 ANM-IT-AMOUNT-SW  PIC X(1).
023100         10 ANM-IT-WEEKS      PIC 9(2).
023200         10 ANM-IT-MIN        PIC 9(2).
023300         10 ANM-IT-CPCT       PIC 9(3).
023400         10 ANM-IT-APCT       PIC 9(3).
023500         10 ANM-IT-HOLD-SW    PIC X(1).
023600         10 ANM-IT-CNT-N      PIC S9(5) USAGE COMP.
023700         10 ANM-IT-CNT-SUM    PIC S9(15) USAGE COMP-3.
023800         10 ANM-IT-AMT-N      PIC S9(5) USAGE COMP.
023900         10 ANM-IT-AMT-SUM    PIC S9(15)V99 USAGE COMP-3.
024000         10 ANM-IT-CUR OCCURS 5 TIMES.
024100             15 ANM-IT-CUR-CODE  PIC X(3).
024200             15 ANM-IT-CUR-TODAY PIC 9(13)V99.
024300             15 ANM-IT-CUR-N     PIC S9(5) USAGE COMP.
024400             15 ANM-IT-CUR-SUM   PIC S9(15)V99 USAGE COMP-3.
024500*
024600 PROCEDURE DIVISION.
024700*
024800*+----------------------------------------------------------+
024900*|  0000-MAINLINE                                             |
025000*+----------------------------------------------------------+
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025300     IF ANM-RELEASE-RUN
025400         PERFORM 7000-RELEASE-HOLD THRU 7000-EXIT
025500     ELSE
025600         PERFORM 2000-COLLECT-INBOUND THRU 2000-EXIT
025700         PERFORM 3000-INBOUND-HISTORY THRU 3000-EXIT
025800         PERFORM 4000-OUTBOUND-FILES THRU 4000-EXIT
025900         PERFORM 5000-JUDGE-ITEMS THRU 5000-EXIT
026000     END-IF.
026100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026200     STOP RUN.
026300*
026400*+----------------------------------------------------------+
026500*|  1000-INITIALIZE - parameters, hold file, report, then    |
026600*|  for a check run the tolerances and the dates.             |
026700*+----------------------------------------------------------+
026800 1000-INITIALIZE.
026900     OPEN INPUT ANOMALY-PARM.
027000     IF ANM-PARM-STATUS = "00"
027100         READ ANOMALY-PARM
027200             AT END CONTINUE
027300             NOT AT END
027400                 MOVE APM-MODE        TO ANM-MODE
027500                 MOVE APM-CHECK-DATE  TO ANM-PARM-DATE
027600                 MOVE APM-ITEM-TYPE   TO ANM-PARM-TYPE
027700                 MOVE APM-ITEM-NAME   TO ANM-PARM-NAME
027800                 MOVE APM-ITEM-REF    TO ANM-PARM-REF
027900                 MOVE APM-RELEASED-BY TO ANM-PARM-BY
028000         END-READ
028100         CLOSE ANOMALY-PARM
028200     END-IF.
028300     MOVE FUNCTION CURRENT-DATE(1:14) TO ANM-NOW-STRING.
028400     OPEN I-O HOLD-FILE.
028500     IF ANM-HLD-STATUS = "05" OR ANM-HLD-STATUS = "35"
028600         OPEN OUTPUT HOLD-FILE
028700         CLOSE HOLD-FILE
028800         OPEN I-O HOLD-FILE
028900     END-IF.
029000     OPEN OUTPUT ANOMALY-REPORT.
029100     MOVE "INTERFACE VOLUME AND AMOUNT ANOMALY CHECK"
029200         TO ANOMALY-LINE.
029300     WRITE ANOMALY-LINE.
029400     IF ANM-RELEASE-RUN
029500         GO TO 1000-EXIT
029600     END-IF.
029700     OPEN INPUT TOLERANCE-FILE.
029800     IF ANM-TOL-STATUS = "00"
029900         MOVE "N" TO ANM-EOF-SW
030000         PERFORM 1100-LOAD-ONE-TOLERANCE THRU 1100-EXIT
030100             UNTIL ANM-AT-EOF OR ANM-TOL-COUNT = 200
030200         CLOSE TOLERANCE-FILE
030300     ELSE
030400         MOVE "NO ANMTOL CONTROL FILE - PROGRAM DEFAULTS APPLY"
030500             TO ANOMALY-LINE
030600         WRITE ANOMALY-LINE
030700     END-IF.
030800     CALL "BCALDT" USING ANM-BCD-ACTION
030900                         ANM-BCD-APPL
031000                         ANM-BCD-PROC-DATE
031100                         ANM-BCD-PERIOD-END
031200                         ANM-BCD-CUTOFF-SW
031300                         ANM-BCD-RESULT.
031400     IF ANM-PARM-DATE NUMERIC
031500        AND ANM-PARM-DATE NOT = "00000000"
031600         MOVE ANM-PARM-DATE TO ANM-INB-DATE
031700         MOVE ANM-PARM-DATE TO ANM-XMT-DATE
031800     ELSE
031900         MOVE ANM-BCD-PROC-DATE   TO ANM-INB-DATE
032000         MOVE ANM-NOW-STRING(1:8) TO ANM-XMT-DATE
032100     END-IF.
032200     MOVE SPACES TO ANOMALY-LINE.
032300     STRING "INBOUND DATE "   DELIMITED BY SIZE
032400            ANM-INB-DATE      DELIMITED BY SIZE
032500            "  OUTBOUND DATE " DELIMITED BY SIZE
032600            ANM-XMT-DATE      DELIMITED BY SIZE
032700         INTO ANOMALY-LINE.
032800     WRITE ANOMALY-LINE.
032900 1000-EXIT.
033000     EXIT.
033100*
033200 1100-LOAD-ONE-TOLERANCE.
033300     READ TOLERANCE-FILE
033400         AT END SET ANM-AT-EOF TO TRUE
033500     END-READ.
033600     IF ANM-AT-EOF
033700         GO TO 1100-EXIT
033800     END-IF.
033900     ADD 1 TO ANM-TOL-COUNT.
034000     MOVE TOLERANCE-FILE-REC TO ANM-TOL-ROW(ANM-TOL-COUNT).
034100 1100-EXIT.
034200     EXIT.
034300*
034400*+----------------------------------------------------------+
034500*|  2000-COLLECT-INBOUND - the registry entries for the      |
034600*|  inbound date are the day's inbound feeds.  The registry   |
034700*|  stays open for the history pass.                          |
034800*+----------------------------------------------------------+
034900 2000-COLLECT-INBOUND.
035000     OPEN INPUT INBREG-FILE.
035100     IF ANM-INB-STATUS NOT = "00"
035200         MOVE "NO INBOUND REGISTRY - INBOUND FEEDS NOT CHECKED"
035300             TO ANOMALY-LINE
035400         WRITE ANOMALY-LINE
035500         GO TO 2000-EXIT
035600     END-IF.
035700     SET ANM-INB-OPEN TO TRUE.
035800     MOVE "N" TO ANM-EOF-SW.
035900     PERFORM 2100-COLLECT-ONE-FEED THRU 2100-EXIT
036000         UNTIL ANM-AT-EOF.
036100 2000-EXIT.
036200     EXIT.
036300*
036400 2100-COLLECT-ONE-FEED.
036500     READ INBREG-FILE NEXT RECORD INTO INBREG-RECORD
036600         AT END SET ANM-AT-EOF TO TRUE
036700     END-READ.
036800     IF ANM-AT-EOF
036900         GO TO 2100-EXIT
037000     END-IF.
037100     IF INB-BUSINESS-DATE NOT = ANM-INB-DATE
037200         GO TO 2100-EXIT
037300     END-IF.
037400     MOVE "I"               TO ANM-HIS-TYPE.
037500     MOVE INB-FEED-NAME     TO ANM-HIS-NAME.
037600     MOVE SPACES            TO ANM-HIS-REF.
037700     MOVE INB-BUSINESS-DATE TO ANM-HIS-REF(1:8).
037800     MOVE INB-FILE-NAME     TO ANM-HIS-FILE.
037900     MOVE INB-BUSINESS-DATE TO ANM-HIS-DATE.
038000     MOVE INB-RECORD-COUNT  TO ANM-HIS-COUNT.
038100     MOVE ZERO              TO ANM-HIS-AMOUNT.
038200     MOVE "N"               TO ANM-HIS-AMOUNT-SW.
038300     PERFORM 6000-ADD-ITEM THRU 6000-EXIT.
038400 2100-EXIT.
038500     EXIT.
038600*
038700*+----------------------------------------------------------+
038800*|  3000-INBOUND-HISTORY - the counts off the registry, then |
038900*|  the day's currencies off its arrival's trailer and their  |
039000*|  history off the trailers of earlier registered arrivals.  |
039100*+----------------------------------------------------------+
039200 3000-INBOUND-HISTORY.
039300     IF NOT ANM-INB-OPEN
039400         GO TO 3000-EXIT
039500     END-IF.
039600     MOVE LOW-VALUES TO IRF-KEY.
039700     START INBREG-FILE KEY IS NOT < IRF-KEY
039800         INVALID KEY
039900             GO TO 3000-CLOSE
040000     END-START.
040100     MOVE "N" TO ANM-EOF-SW.
040200     PERFORM 3100-ONE-FEED-HISTORY THRU 3100-EXIT
040300         UNTIL ANM-AT-EOF.
040400     OPEN INPUT ARRIVALS-FILE.
040500     IF ANM-ARR-STATUS NOT = "00"
040600         GO TO 3000-CLOSE
040700     END-IF.
040800     MOVE "N" TO ANM-EOF-SW.
040900     PERFORM 3200-ONE-TODAY-ARRIVAL THRU 3200-EXIT
041000         UNTIL ANM-AT-EOF.
041100     CLOSE ARRIVALS-FILE.
041200     OPEN INPUT ARRIVALS-FILE.
041300     MOVE "N" TO ANM-EOF-SW.
041400     PERFORM 3300-ONE-PAST-ARRIVAL THRU 3300-EXIT
041500         UNTIL ANM-AT-EOF.
041600     CLOSE ARRIVALS-FILE.
041700 3000-CLOSE.
041800     CLOSE INBREG-FILE.
041900 3000-EXIT.
042000     EXIT.
042100*
042200 3100-ONE-FEED-HISTORY.
042300     READ INBREG-FILE NEXT RECORD INTO INBREG-RECORD
042400         AT END SET ANM-AT-EOF TO TRUE
042500     END-READ.
042600     IF ANM-AT-EOF
042700         GO TO 3100-EXIT
042800     END-IF.
042900     MOVE "I"               TO ANM-HIS-TYPE.
043000     MOVE INB-FEED-NAME     TO ANM-HIS-NAME.
043100     MOVE INB-BUSINESS-DATE TO ANM-HIS-DATE.
043200     MOVE INB-RECORD-COUNT  TO ANM-HIS-COUNT.
043300     MOVE "N"               TO ANM-HIS-AMOUNT-SW.
043400     PERFORM 6200-DATE-TO-DAY THRU 6200-EXIT.
043500     IF ANM-HIS-DAY-NUM = ZERO
043600         GO TO 3100-EXIT
043700     END-IF.
043800     PERFORM 6300-ADD-HISTORY THRU 6300-EXIT
043900         VARYING ANM-SUB FROM 1 BY 1
044000         UNTIL ANM-SUB > ANM-ITEM-ROWS.
044100 3100-EXIT.
044200     EXIT.
044300*
044400 3200-ONE-TODAY-ARRIVAL.
044500     READ ARRIVALS-FILE
044600         AT END SET ANM-AT-EOF TO TRUE
044700     END-READ.
044800     IF ANM-AT-EOF
044900         GO TO 3200-EXIT
045000     END-IF.
045100     PERFORM 3210-MATCH-TODAY THRU 3210-EXIT
045200         VARYING ANM-SUB FROM 1 BY 1
045300         UNTIL ANM-SUB > ANM-ITEM-ROWS.
045400 3200-EXIT.
045500     EXIT.
045600*
045700 3210-MATCH-TODAY.
045800     IF ANM-IT-TYPE(ANM-SUB) = "I"
045900        AND ANM-IT-NAME(ANM-SUB) = ARR-FEED-NAME
046000        AND ANM-IT-DATE(ANM-SUB) = ARR-BUSINESS-DATE
046100        AND ANM-IT-FILE(ANM-SUB) = ARR-FILE-NAME
046200         PERFORM 6500-TODAY-CURRENCIES THRU 6500-EXIT
046300     END-IF.
046400 3210-EXIT.
046500     EXIT.
046600*
046700*    Only the arrival the registry holds for its feed and date
046800*    counts - a superseded or stray file is not that day's feed.
046900 3300-ONE-PAST-ARRIVAL.
047000     READ ARRIVALS-FILE
047100         AT END SET ANM-AT-EOF TO TRUE
047200     END-READ.
047300     IF ANM-AT-EOF
047400         GO TO 3300-EXIT
047500     END-IF.
047600     MOVE ARR-FEED-NAME     TO INB-FEED-NAME.
047700     MOVE ARR-BUSINESS-DATE TO INB-BUSINESS-DATE.
047800     MOVE INB-KEY           TO IRF-KEY.
047900     READ INBREG-FILE INTO INBREG-RECORD
048000         KEY IS IRF-KEY
048100         INVALID KEY
048200             GO TO 3300-EXIT
048300     END-READ.
048400     IF INB-FILE-NAME NOT = ARR-FILE-NAME
048500         GO TO 3300-EXIT
048600     END-IF.
048700     MOVE ARR-TRAILER-IMAGE TO TRAILR-RECORD.
048800     IF NOT TRL-IS-TRAILER
048900        OR TRL-CUR-COUNT NOT NUMERIC
049000         GO TO 3300-EXIT
049100     END-IF.
049200     MOVE "I"               TO ANM-HIS-TYPE.
049300     MOVE ARR-FEED-NAME     TO ANM-HIS-NAME.
049400     MOVE ARR-BUSINESS-DATE TO ANM-HIS-DATE.
049500     PERFORM 6200-DATE-TO-DAY THRU 6200-EXIT.
049600     IF ANM-HIS-DAY-NUM = ZERO
049700         GO TO 3300-EXIT
049800     END-IF.
049900     MOVE TRL-CUR-COUNT TO ANM-TRL-LIMIT.
050000     IF ANM-TRL-LIMIT > 5
050100         MOVE 5 TO ANM-TRL-LIMIT
050200     END-IF.
050300     PERFORM 6600-CURRENCY-HISTORY THRU 6600-EXIT
050400         VARYING ANM-SUB FROM 1 BY 1
050500         UNTIL ANM-SUB > ANM-ITEM-ROWS.
050600 3300-EXIT.
050700     EXIT.
050800*
050900*+----------------------------------------------------------+
051000*|  4000-OUTBOUND-FILES - the registry entries finalized on  |
051100*|  the outbound date are the day's files; every earlier      |
051200*|  entry is history.                                         |
051300*+----------------------------------------------------------+
051400 4000-OUTBOUND-FILES.
051500     OPEN INPUT REGISTRY-FILE.
051600     IF ANM-XMT-STATUS NOT = "00"
051700         MOVE "NO OUTBOUND REGISTRY - OUTBOUND FILES NOT CHECKED"
051800             TO ANOMALY-LINE
051900         WRITE ANOMALY-LINE
052000         GO TO 4000-EXIT
052100     END-IF.
052200     MOVE "N" TO ANM-EOF-SW.
052300     PERFORM 4100-COLLECT-ONE-FILE THRU 4100-EXIT
052400         UNTIL ANM-AT-EOF.
052500     MOVE LOW-VALUES TO XRF-KEY.
052600     START REGISTRY-FILE KEY IS NOT < XRF-KEY
052700         INVALID KEY
052800             GO TO 4000-CLOSE
052900     END-START.
053000     MOVE "N" TO ANM-EOF-SW.
053100     PERFORM 4200-ONE-FILE-HISTORY THRU 4200-EXIT
053200         UNTIL ANM-AT-EOF.
053300 4000-CLOSE.
053400     CLOSE REGISTRY-FILE.
053500 4000-EXIT.
053600     EXIT.
053700*
053800 4100-COLLECT-ONE-FILE.
053900     PERFORM 4300-READ-NEXT-FILE THRU 4300-EXIT.
054000     IF ANM-AT-EOF
054100         GO TO 4100-EXIT
054200     END-IF.
054300     IF ANM-HIS-DATE NOT = ANM-XMT-DATE
054400         GO TO 4100-EXIT
054500     END-IF.
054600     PERFORM 6000-ADD-ITEM THRU 6000-EXIT.
054700 4100-EXIT.
054800     EXIT.
054900*
055000 4200-ONE-FILE-HISTORY.
055100     PERFORM 4300-READ-NEXT-FILE THRU 4300-EXIT.
055200     IF ANM-AT-EOF
055300         GO TO 4200-EXIT
055400     END-IF.
055500     PERFORM 6200-DATE-TO-DAY THRU 6200-EXIT.
055600     IF ANM-HIS-DAY-NUM = ZERO
055700         GO TO 4200-EXIT
055800     END-IF.
055900     PERFORM 6300-ADD-HISTORY THRU 6300-EXIT
056000         VARYING ANM-SUB FROM 1 BY 1
056100         UNTIL ANM-SUB > ANM-ITEM-ROWS.
056200 4200-EXIT.
056300     EXIT.
056400*
056500 4300-READ-NEXT-FILE.
056600     READ REGISTRY-FILE NEXT RECORD INTO XMTREG-RECORD
056700         AT END SET ANM-AT-EOF TO TRUE
056800     END-READ.
056900     IF ANM-AT-EOF
057000         GO TO 4300-EXIT
057100     END-IF.
057200     MOVE "O"               TO ANM-HIS-TYPE.
057300     MOVE XMT-FILE-NAME     TO ANM-HIS-NAME.
057400     MOVE XMT-RUN-ID        TO ANM-HIS-REF.
057500     MOVE XMT-FILE-NAME     TO ANM-HIS-FILE.
057600     MOVE ZERO              TO ANM-HIS-DATE.
057700     IF XMT-FINALIZED(1:8) NUMERIC
057800         MOVE XMT-FINALIZED(1:8) TO ANM-HIS-DATE
057900     END-IF.
058000     MOVE XMT-RECORD-COUNT  TO ANM-HIS-COUNT.
058100     IF XMT-NET-TOTAL < ZERO
058200         COMPUTE ANM-HIS-AMOUNT = ZERO - XMT-NET-TOTAL
058300     ELSE
058400         MOVE XMT-NET-TOTAL TO ANM-HIS-AMOUNT
058500     END-IF.
058600     MOVE "Y"               TO ANM-HIS-AMOUNT-SW.
058700 4300-EXIT.
058800     EXIT.
058900*
059000*+----------------------------------------------------------+
059100*|  5000-JUDGE-ITEMS - each of the day's feeds and files     |
059200*|  against its baseline.                                     |
059300*+----------------------------------------------------------+
059400 5000-JUDGE-ITEMS.
059500     PERFORM 5100-JUDGE-ONE-ITEM THRU 5100-EXIT
059600         VARYING ANM-SUB FROM 1 BY 1
059700         UNTIL ANM-SUB > ANM-ITEM-ROWS.
059800 5000-EXIT.
059900     EXIT.
060000*
060100 5100-JUDGE-ONE-ITEM.
060200     ADD 1 TO ANM-ITEM-COUNT.
060300     MOVE "N"    TO ANM-BREACH-SW.
060400     MOVE SPACES TO ANM-FIRST-REASON.
060500     IF ANM-IT-TYPE(ANM-SUB) = "I"
060600         MOVE "INBOUND FEED"  TO ANM-TYPE-WORD
060700     ELSE
060800         MOVE "OUTBOUND FILE" TO ANM-TYPE-WORD
060900     END-IF.
061000     MOVE ANM-IT-TYPE(ANM-SUB) TO HLD-ITEM-TYPE.
061100     MOVE ANM-IT-NAME(ANM-SUB) TO HLD-ITEM-NAME.
061200     MOVE ANM-IT-REF(ANM-SUB)  TO HLD-ITEM-REF.
061300     MOVE HLD-KEY TO HRF-KEY.
061400     READ HOLD-FILE
061500         INVALID KEY CONTINUE
061600         NOT INVALID KEY
061700             MOVE HOLD-FILE-REC TO ANMHLD-RECORD
061800             PERFORM 5800-REPORT-PRIOR-HOLD THRU 5800-EXIT
061900             GO TO 5100-EXIT
062000     END-READ.
062100     IF ANM-IT-CNT-N(ANM-SUB) < ANM-IT-MIN(ANM-SUB)
062200         PERFORM 5900-REPORT-THIN THRU 5900-EXIT
062300         GO TO 5100-EXIT
062400     END-IF.
062500     MOVE "RECORD COUNT"        TO ANM-MEASURE.
062600     MOVE ANM-IT-CPCT(ANM-SUB)  TO ANM-PCT.
062700     MOVE ANM-IT-COUNT(ANM-SUB) TO ANM-VALUE.
062800     MOVE ANM-IT-CNT-N(ANM-SUB) TO ANM-SAMPLES.
062900     COMPUTE ANM-AVERAGE ROUNDED =
063000         ANM-IT-CNT-SUM(ANM-SUB) / ANM-IT-CNT-N(ANM-SUB).
063100     PERFORM 5500-TEST-BAND THRU 5500-EXIT.
063200     IF ANM-IT-AMOUNT-SW(ANM-SUB) = "Y"
063300        AND ANM-IT-AMT-N(ANM-SUB) NOT < ANM-IT-MIN(ANM-SUB)
063400         MOVE "NET TOTAL"            TO ANM-MEASURE
063500         MOVE ANM-IT-APCT(ANM-SUB)   TO ANM-PCT
063600         MOVE ANM-IT-AMOUNT(ANM-SUB) TO ANM-VALUE
063700         MOVE ANM-IT-AMT-N(ANM-SUB)  TO ANM-SAMPLES
063800         COMPUTE ANM-AVERAGE ROUNDED =
063900             ANM-IT-AMT-SUM(ANM-SUB) / ANM-IT-AMT-N(ANM-SUB)
064000         PERFORM 5500-TEST-BAND THRU 5500-EXIT
064100     END-IF.
064200     PERFORM 5200-JUDGE-ONE-CURRENCY THRU 5200-EXIT
064300         VARYING ANM-CUR-SUB FROM 1 BY 1
064400         UNTIL ANM-CUR-SUB > 5.
064500     IF ANM-ITEM-BREACHED
064600        AND ANM-IT-HOLD-SW(ANM-SUB) = "Y"
064700         PERFORM 5700-PLACE-HOLD THRU 5700-EXIT
064800     END-IF.
064900 5100-EXIT.
065000     EXIT.
065100*
065200 5200-JUDGE-ONE-CURRENCY.
065300     IF ANM-IT-CUR-CODE(ANM-SUB ANM-CUR-SUB) = SPACES
065400        OR ANM-IT-CUR-N(ANM-SUB ANM-CUR-SUB)
065500               < ANM-IT-MIN(ANM-SUB)
065600         GO TO 5200-EXIT
065700     END-IF.
065800     MOVE SPACES TO ANM-MEASURE.
065900     STRING ANM-IT-CUR-CODE(ANM-SUB ANM-CUR-SUB)
066000                             DELIMITED BY SIZE
066100            " NET"           DELIMITED BY SIZE
066200         INTO ANM-MEASURE.
066300     MOVE ANM-IT-APCT(ANM-SUB) TO ANM-PCT.
066400     MOVE ANM-IT-CUR-TODAY(ANM-SUB ANM-CUR-SUB) TO ANM-VALUE.
066500     MOVE ANM-IT-CUR-N(ANM-SUB ANM-CUR-SUB)     TO ANM-SAMPLES.
066600     COMPUTE ANM-AVERAGE ROUNDED =
066700         ANM-IT-CUR-SUM(ANM-SUB ANM-CUR-SUB)
066800             / ANM-IT-CUR-N(ANM-SUB ANM-CUR-SUB).
066900     PERFORM 5500-TEST-BAND THRU 5500-EXIT.
067000 5200-EXIT.
067100     EXIT.
067200*
067300*+----------------------------------------------------------+
067400*|  5500-TEST-BAND - ANM-VALUE against ANM-AVERAGE plus or   |
067500*|  minus ANM-PCT percent of it.  In band is one report      |
067600*|  line; out of band is a line and an alert - a CRITICAL    |
067700*|  where the file is to be held.                             |
067800*+----------------------------------------------------------+
067900 5500-TEST-BAND.
068000     MOVE ZERO TO ANM-BAND-LOW.
068100     IF ANM-PCT < 100
068200         COMPUTE ANM-BAND-LOW ROUNDED =
068300             ANM-AVERAGE * (100 - ANM-PCT) / 100
068400     END-IF.
068500     COMPUTE ANM-BAND-HIGH ROUNDED =
068600         ANM-AVERAGE * (100 + ANM-PCT) / 100.
068700     MOVE ANM-VALUE     TO ANM-VALUE-ED.
068800     MOVE ANM-AVERAGE   TO ANM-AVERAGE-ED.
068900     MOVE ANM-BAND-LOW  TO ANM-LOW-ED.
069000     MOVE ANM-BAND-HIGH TO ANM-HIGH-ED.
069100     MOVE SPACES TO ANOMALY-LINE.
069200     IF ANM-VALUE NOT < ANM-BAND-LOW
069300        AND ANM-VALUE NOT > ANM-BAND-HIGH
069400         STRING "IN BAND " DELIMITED BY SIZE
069500                ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
069600                " "                  DELIMITED BY SIZE
069700                ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
069800                " "                  DELIMITED BY SIZE
069900                ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
070000                " "                  DELIMITED BY SIZE
070100                ANM-MEASURE          DELIMITED BY SIZE
070200                ANM-VALUE-ED         DELIMITED BY SIZE
070300                " BASELINE "         DELIMITED BY SIZE
070400                ANM-AVERAGE-ED       DELIMITED BY SIZE
070500                " OVER "             DELIMITED BY SIZE
070600                ANM-SAMPLES          DELIMITED BY SIZE
070700                " DAYS"              DELIMITED BY SIZE
070800             INTO ANOMALY-LINE
070900         WRITE ANOMALY-LINE
071000         GO TO 5500-EXIT
071100     END-IF.
071200     ADD 1 TO ANM-BREACH-COUNT.
071300     IF NOT ANM-ITEM-BREACHED
071400         SET ANM-ITEM-BREACHED TO TRUE
071500         STRING ANM-MEASURE  DELIMITED BY SIZE
071600                ANM-VALUE-ED DELIMITED BY SIZE
071700                " OUT OF BAND" DELIMITED BY SIZE
071800             INTO ANM-FIRST-REASON
071900     END-IF.
072000     STRING "BREACH  " DELIMITED BY SIZE
072100            ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
072200            " "                  DELIMITED BY SIZE
072300            ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
072400            " "                  DELIMITED BY SIZE
072500            ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
072600            " "                  DELIMITED BY SIZE
072700            ANM-MEASURE          DELIMITED BY SIZE
072800            ANM-VALUE-ED         DELIMITED BY SIZE
072900            " BAND "             DELIMITED BY SIZE
073000            ANM-LOW-ED           DELIMITED BY SIZE
073100            " TO "               DELIMITED BY SIZE
073200            ANM-HIGH-ED          DELIMITED BY SIZE
073300            " OVER "             DELIMITED BY SIZE
073400            ANM-SAMPLES          DELIMITED BY SIZE
073500            " DAYS"              DELIMITED BY SIZE
073600         INTO ANOMALY-LINE.
073700     WRITE ANOMALY-LINE.
073800     IF ANM-IT-HOLD-SW(ANM-SUB) = "Y"
073900         MOVE "C" TO ANM-ALR-SEVERITY
074000     ELSE
074100         MOVE "W" TO ANM-ALR-SEVERITY
074200     END-IF.
074300     MOVE SPACES TO ANM-ALR-MESSAGE.
074400     STRING ANM-TYPE-WORD        DELIMITED BY SIZE
074500            " "                  DELIMITED BY SIZE
074600            ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
074700            " "                  DELIMITED BY SIZE
074800            ANM-MEASURE          DELIMITED BY SIZE
074900            " OUTSIDE ITS HISTORY BAND" DELIMITED BY SIZE
075000         INTO ANM-ALR-MESSAGE.
075100     MOVE ANM-IT-NAME(ANM-SUB)     TO ANM-ALR-KEY.
075200     MOVE ANM-IT-REF(ANM-SUB)(1:8) TO ANM-ALR-KEY(13:8).
075300     CALL "ALRMGR" USING ANM-ALR-ACTION
075400                         ANM-ALR-SEVERITY
075500                         ANM-ALR-PROGRAM
075600                         ANM-ALR-MESSAGE
075700                         ANM-ALR-KEY
075800                         ANM-ALR-USER.
075900 5500-EXIT.
076000     EXIT.
076100*
076200*+----------------------------------------------------------+
076300*|  5700-PLACE-HOLD                                           |
076400*+----------------------------------------------------------+
076500 5700-PLACE-HOLD.
076600     MOVE SPACES                TO ANMHLD-RECORD.
076700     MOVE ANM-IT-TYPE(ANM-SUB)  TO HLD-ITEM-TYPE.
076800     MOVE ANM-IT-NAME(ANM-SUB)  TO HLD-ITEM-NAME.
076900     MOVE ANM-IT-REF(ANM-SUB)   TO HLD-ITEM-REF.
077000     SET HLD-HELD               TO TRUE.
077100     MOVE ANM-NOW-STRING        TO HLD-HELD-AT.
077200     MOVE ANM-FIRST-REASON      TO HLD-REASON.
077300     MOVE HLD-KEY               TO HRF-KEY.
077400     MOVE ANMHLD-RECORD(30:77)  TO HRF-REST-OF-RECORD.
077500     WRITE HOLD-FILE-REC.
077510     IF ANM-HLD-STATUS NOT = "00"
077520         DISPLAY "ANMCHK: ANMHOLD WRITE FAILED, STATUS "
077530                 ANM-HLD-STATUS " - " HLD-ITEM-NAME
077540         ADD 1 TO ANM-HOLD-FAIL-COUNT
077550         MOVE SPACES TO ANOMALY-LINE
077560         STRING "HOLD NOT RECORDED " DELIMITED BY SIZE
077570                ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
077580                " STATUS "           DELIMITED BY SIZE
077585                ANM-HLD-STATUS       DELIMITED BY SIZE
077590             INTO ANOMALY-LINE
077592         WRITE ANOMALY-LINE
077594         GO TO 5700-EXIT
077596     END-IF.
077600     ADD 1 TO ANM-HELD-COUNT.
077700     MOVE SPACES TO ANOMALY-LINE.
077800     STRING "HELD    " DELIMITED BY SIZE
077900            ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
078000            " "                  DELIMITED BY SIZE
078100            ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
078200            " "                  DELIMITED BY SIZE
078300            ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
078400            " - NOT TO LOAD OR TRANSMIT UNTIL RELEASED"
078500                                 DELIMITED BY SIZE
078600         INTO ANOMALY-LINE.
078700     WRITE ANOMALY-LINE.
078800 5700-EXIT.
078900     EXIT.
079000*
079100 5800-REPORT-PRIOR-HOLD.
079200     MOVE SPACES TO ANOMALY-LINE.
079300     IF HLD-HELD
079400         STRING "ON HOLD " DELIMITED BY SIZE
079500                ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
079600                " "                  DELIMITED BY SIZE
079700                ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
079800                " "                  DELIMITED BY SIZE
079900                ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
080000                " SINCE "            DELIMITED BY SIZE
080100                HLD-HELD-AT          DELIMITED BY SIZE
080200                " - "                DELIMITED BY SIZE
080300                HLD-REASON           DELIMITED BY SIZE
080400             INTO ANOMALY-LINE
080500         ADD 1 TO ANM-HELD-COUNT
080600     ELSE
080700         STRING "RELEASED " DELIMITED BY SIZE
080800                ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
080900                " "                  DELIMITED BY SIZE
081000                ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
081100                " "                  DELIMITED BY SIZE
081200                ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
081300                " BY "               DELIMITED BY SIZE
081400                HLD-RELEASED-BY      DELIMITED BY SIZE
081500                " AT "               DELIMITED BY SIZE
081600                HLD-RELEASED-AT      DELIMITED BY SIZE
081700                " - NOT RECHECKED"   DELIMITED BY SIZE
081800             INTO ANOMALY-LINE
081900     END-IF.
082000     WRITE ANOMALY-LINE.
082100 5800-EXIT.
082200     EXIT.
082300*
082400 5900-REPORT-THIN.
082500     ADD 1 TO ANM-THIN-COUNT.
082600     MOVE ANM-IT-CNT-N(ANM-SUB) TO ANM-SAMPLES.
082700     MOVE SPACES TO ANOMALY-LINE.
082800     STRING "NO BASE " DELIMITED BY SIZE
082900            ANM-IT-TYPE(ANM-SUB) DELIMITED BY SIZE
083000            " "                  DELIMITED BY SIZE
083100            ANM-IT-NAME(ANM-SUB) DELIMITED BY SIZE
083200            " "                  DELIMITED BY SIZE
083300            ANM-IT-REF(ANM-SUB)  DELIMITED BY SIZE
083400            " ONLY "             DELIMITED BY SIZE
083500            ANM-SAMPLES          DELIMITED BY SIZE
083600            " HISTORY DAYS, NEEDS " DELIMITED BY SIZE
083700            ANM-IT-MIN(ANM-SUB)  DELIMITED BY SIZE
083800         INTO ANOMALY-LINE.
083900     WRITE ANOMALY-LINE.
084000 5900-EXIT.
084100     EXIT.
084200*
084300*+----------------------------------------------------------+
084400*|  6000-ADD-ITEM - one of the day's feeds or files, from    |
084500*|  the ANM-HIS- fields, with its tolerance resolved.         |
084600*+----------------------------------------------------------+
084700 6000-ADD-ITEM.
084800     IF ANM-ITEM-ROWS = 300
084900         MOVE "ITEM TABLE FULL - LATER ITEMS NOT CHECKED"
085000             TO ANOMALY-LINE
085100         WRITE ANOMALY-LINE
085200         GO TO 6000-EXIT
085300     END-IF.
085400     PERFORM 6200-DATE-TO-DAY THRU 6200-EXIT.
085500     IF ANM-HIS-DAY-NUM = ZERO
085600         GO TO 6000-EXIT
085700     END-IF.
085800     ADD 1 TO ANM-ITEM-ROWS.
085900     MOVE ANM-ITEM-ROWS TO ANM-SUB.
086000     INITIALIZE ANM-ITEM(ANM-SUB).
086100     MOVE ANM-HIS-TYPE      TO ANM-IT-TYPE(ANM-SUB).
086200     MOVE ANM-HIS-NAME      TO ANM-IT-NAME(ANM-SUB).
086300     MOVE ANM-HIS-REF       TO ANM-IT-REF(ANM-SUB).
086400     MOVE ANM-HIS-FILE      TO ANM-IT-FILE(ANM-SUB).
086500     MOVE ANM-HIS-DATE      TO ANM-IT-DATE(ANM-SUB).
086600     MOVE ANM-HIS-DAY-NUM   TO ANM-IT-DAY-NUM(ANM-SUB).
086700     MOVE ANM-HIS-DOW       TO ANM-IT-DOW(ANM-SUB).
086800     MOVE ANM-HIS-COUNT     TO ANM-IT-COUNT(ANM-SUB).
086900     MOVE ANM-HIS-AMOUNT    TO ANM-IT-AMOUNT(ANM-SUB).
087000     MOVE ANM-HIS-AMOUNT-SW TO ANM-IT-AMOUNT-SW(ANM-SUB).
087100     PERFORM 6100-RESOLVE-TOLERANCE THRU 6100-EXIT.
087200 6000-EXIT.
087300     EXIT.
087400*
087500*+----------------------------------------------------------+
087600*|  6100-RESOLVE-TOLERANCE - the item's own record, else the |
087700*|  default record for its type, else the program defaults.  |
087800*+----------------------------------------------------------+
087900 6100-RESOLVE-TOLERANCE.
088000     MOVE ANM-DFT-WEEKS       TO ANM-IT-WEEKS(ANM-SUB).
088100     MOVE ANM-DFT-MIN-SAMPLES TO ANM-IT-MIN(ANM-SUB).
088200     MOVE ANM-DFT-COUNT-PCT   TO ANM-IT-CPCT(ANM-SUB).
088300     MOVE ANM-DFT-AMOUNT-PCT  TO ANM-IT-APCT(ANM-SUB).
088400     MOVE "N"                 TO ANM-IT-HOLD-SW(ANM-SUB).
088500     MOVE ANM-HIS-TYPE TO ANM-WANT-TYPE.
088600     MOVE ANM-HIS-NAME TO ANM-WANT-NAME.
088700     PERFORM 6110-FIND-TOLERANCE THRU 6110-EXIT.
088800     IF NOT ANM-ENTRY-FOUND
088900         MOVE SPACES TO ANM-WANT-NAME
089000         PERFORM 6110-FIND-TOLERANCE THRU 6110-EXIT
089100     END-IF.
089200     IF NOT ANM-ENTRY-FOUND
089300         GO TO 6100-EXIT
089400     END-IF.
089500     MOVE ANM-TOL-ROW(ANM-TOL-HIT) TO ANMTOL-RECORD.
089600     IF ANT-WEEKS NUMERIC AND ANT-WEEKS > ZERO
089700         MOVE ANT-WEEKS       TO ANM-IT-WEEKS(ANM-SUB)
089800     END-IF.
089900     IF ANT-MIN-SAMPLES NUMERIC AND ANT-MIN-SAMPLES > ZERO
090000         MOVE ANT-MIN-SAMPLES TO ANM-IT-MIN(ANM-SUB)
090100     END-IF.
090200     IF ANT-COUNT-PCT NUMERIC AND ANT-COUNT-PCT > ZERO
090300         MOVE ANT-COUNT-PCT   TO ANM-IT-CPCT(ANM-SUB)
090400     END-IF.
090500     IF ANT-AMOUNT-PCT NUMERIC AND ANT-AMOUNT-PCT > ZERO
090600         MOVE ANT-AMOUNT-PCT  TO ANM-IT-APCT(ANM-SUB)
090700     END-IF.
090800     IF ANT-HOLD-ON-BREACH
090900         MOVE "Y"             TO ANM-IT-HOLD-SW(ANM-SUB)
091000     END-IF.
091100 6100-EXIT.
091200     EXIT.
091300*
091400 6110-FIND-TOLERANCE.
091500     MOVE "N" TO ANM-FOUND-SW.
091600     PERFORM 6120-MATCH-ONE-TOLERANCE THRU 6120-EXIT
091700         VARYING ANM-TOL-SUB FROM 1 BY 1
091800         UNTIL ANM-TOL-SUB > ANM-TOL-COUNT
091900            OR ANM-ENTRY-FOUND.
092000 6110-EXIT.
092100     EXIT.
092200*
092300 6120-MATCH-ONE-TOLERANCE.
092400     MOVE ANM-TOL-ROW(ANM-TOL-SUB) TO ANMTOL-RECORD.
092500     IF ANT-ITEM-TYPE = ANM-WANT-TYPE
092600        AND ANT-ITEM-NAME = ANM-WANT-NAME
092700         SET ANM-ENTRY-FOUND TO TRUE
092800         MOVE ANM-TOL-SUB TO ANM-TOL-HIT
092900     END-IF.
093000 6120-EXIT.
093100     EXIT.
093200*
093300*+----------------------------------------------------------+
093400*|  6200-DATE-TO-DAY - ANM-HIS-DATE to a day number and day  |
093500*|  of the week; zero for a date that is not one.            |
093600*+----------------------------------------------------------+
093700 6200-DATE-TO-DAY.
093800     MOVE ZERO TO ANM-HIS-DAY-NUM ANM-HIS-DOW.
093900     IF ANM-HIS-DATE NOT NUMERIC
094000        OR ANM-HIS-DATE < 16010101
094100         GO TO 6200-EXIT
094200     END-IF.
094300     COMPUTE ANM-HIS-DAY-NUM =
094400         FUNCTION INTEGER-OF-DATE(ANM-HIS-DATE).
094500     COMPUTE ANM-HIS-DOW = FUNCTION REM(ANM-HIS-DAY-NUM 7).
094600 6200-EXIT.
094700     EXIT.
094800*
094900*+----------------------------------------------------------+
095000*|  6300-ADD-HISTORY - one registry entry into item ANM-SUB's |
095100*|  baseline when it is the same feed or file, the same day   |
095200*|  of the week and inside the item's window.                 |
095300*+----------------------------------------------------------+
095400 6300-ADD-HISTORY.
095500     PERFORM 6400-IN-WINDOW THRU 6400-EXIT.
095600     IF NOT ANM-ENTRY-FOUND
095700         GO TO 6300-EXIT
095800     END-IF.
095900     ADD 1             TO ANM-IT-CNT-N(ANM-SUB).
096000     ADD ANM-HIS-COUNT TO ANM-IT-CNT-SUM(ANM-SUB).
096100     IF ANM-HIS-HAS-AMOUNT
096200         ADD 1              TO ANM-IT-AMT-N(ANM-SUB)
096300         ADD ANM-HIS-AMOUNT TO ANM-IT-AMT-SUM(ANM-SUB)
096400     END-IF.
096500 6300-EXIT.
096600     EXIT.
096700*
096800 6400-IN-WINDOW.
096900     MOVE "N" TO ANM-FOUND-SW.
097000     IF ANM-IT-TYPE(ANM-SUB) NOT = ANM-HIS-TYPE
097100        OR ANM-IT-NAME(ANM-SUB) NOT = ANM-HIS-NAME
097200        OR ANM-IT-DOW(ANM-SUB) NOT = ANM-HIS-DOW
097300        OR ANM-HIS-DAY-NUM NOT < ANM-IT-DAY-NUM(ANM-SUB)
097400         GO TO 6400-EXIT
097500     END-IF.
097600     COMPUTE ANM-LOW-DAY-NUM =
097700         ANM-IT-DAY-NUM(ANM-SUB) - ANM-IT-WEEKS(ANM-SUB) * 7.
097800     IF ANM-HIS-DAY-NUM < ANM-LOW-DAY-NUM
097900         GO TO 6400-EXIT
098000     END-IF.
098100     SET ANM-ENTRY-FOUND TO TRUE.
098200 6400-EXIT.
098300     EXIT.
098400*
098500*+----------------------------------------------------------+
098600*|  6500-TODAY-CURRENCIES - the per-currency net of the      |
098700*|  day's arrival into item ANM-SUB's currency slots.         |
098800*+----------------------------------------------------------+
098900 6500-TODAY-CURRENCIES.
099000     MOVE ARR-TRAILER-IMAGE TO TRAILR-RECORD.
099100     IF NOT TRL-IS-TRAILER
099200        OR TRL-CUR-COUNT NOT NUMERIC
099300         GO TO 6500-EXIT
099400     END-IF.
099500     MOVE TRL-CUR-COUNT TO ANM-TRL-LIMIT.
099600     IF ANM-TRL-LIMIT > 5
099700         MOVE 5 TO ANM-TRL-LIMIT
099800     END-IF.
099900     PERFORM 6510-TODAY-ONE-CURRENCY THRU 6510-EXIT
100000         VARYING ANM-TRL-SUB FROM 1 BY 1
100100         UNTIL ANM-TRL-SUB > ANM-TRL-LIMIT.
100200 6500-EXIT.
100300     EXIT.
100400*
100500 6510-TODAY-ONE-CURRENCY.
100600     MOVE TRL-CUR-CODE(ANM-TRL-SUB)
100700         TO ANM-IT-CUR-CODE(ANM-SUB ANM-TRL-SUB).
100800     IF TRL-NET-AMOUNT(ANM-TRL-SUB) < ZERO
100900         COMPUTE ANM-IT-CUR-TODAY(ANM-SUB ANM-TRL-SUB) =
101000             ZERO - TRL-NET-AMOUNT(ANM-TRL-SUB)
101100     ELSE
101200         MOVE TRL-NET-AMOUNT(ANM-TRL-SUB)
101300             TO ANM-IT-CUR-TODAY(ANM-SUB ANM-TRL-SUB)
101400     END-IF.
101500 6510-EXIT.
101600     EXIT.
101700*
101800*+----------------------------------------------------------+
101900*|  6600-CURRENCY-HISTORY - a past registered arrival's      |
102000*|  currencies into item ANM-SUB's baseline, currency by      |
102100*|  currency.                                                 |
102200*+----------------------------------------------------------+
102300 6600-CURRENCY-HISTORY.
102400     PERFORM 6400-IN-WINDOW THRU 6400-EXIT.
102500     IF NOT ANM-ENTRY-FOUND
102600         GO TO 6600-EXIT
102700     END-IF.
102800     PERFORM 6610-ONE-PAST-CURRENCY THRU 6610-EXIT
102900         VARYING ANM-TRL-SUB FROM 1 BY 1
103000         UNTIL ANM-TRL-SUB > ANM-TRL-LIMIT
103100         AFTER ANM-CUR-SUB FROM 1 BY 1
103200         UNTIL ANM-CUR-SUB > 5.
103300 6600-EXIT.
103400     EXIT.
103500*
103600 6610-ONE-PAST-CURRENCY.
103700     IF ANM-IT-CUR-CODE(ANM-SUB ANM-CUR-SUB) = SPACES
103800        OR ANM-IT-CUR-CODE(ANM-SUB ANM-CUR-SUB)
103900               NOT = TRL-CUR-CODE(ANM-TRL-SUB)
104000         GO TO 6610-EXIT
104100     END-IF.
104200     ADD 1 TO ANM-IT-CUR-N(ANM-SUB ANM-CUR-SUB).
104300     IF TRL-NET-AMOUNT(ANM-TRL-SUB) < ZERO
104400         SUBTRACT TRL-NET-AMOUNT(ANM-TRL-SUB)
104500             FROM ANM-IT-CUR-SUM(ANM-SUB ANM-CUR-SUB)
104600     ELSE
104700         ADD TRL-NET-AMOUNT(ANM-TRL-SUB)
104800             TO ANM-IT-CUR-SUM(ANM-SUB ANM-CUR-SUB)
104900     END-IF.
105000 6610-EXIT.
105100     EXIT.
105200*
105300*+----------------------------------------------------------+
105400*|  7000-RELEASE-HOLD - ANMPARM mode "R": the operator has   |
105500*|  looked at the held file and lets it go.                   |
105600*+----------------------------------------------------------+
105700 7000-RELEASE-HOLD.
105800     IF ANM-PARM-BY = SPACES
105900         DISPLAY "ANMCHK: RELEASE NEEDS THE RELEASING OPERATOR"
106000         MOVE 12 TO RETURN-CODE
106100         STOP RUN
106200     END-IF.
106300     MOVE ANM-PARM-TYPE TO HLD-ITEM-TYPE.
106400     MOVE ANM-PARM-NAME TO HLD-ITEM-NAME.
106500     MOVE ANM-PARM-REF  TO HLD-ITEM-REF.
106600     MOVE HLD-KEY       TO HRF-KEY.
106700     READ HOLD-FILE
106800         INVALID KEY
106900             DISPLAY "ANMCHK: NO HOLD ON FILE FOR THAT KEY"
107000             MOVE 12 TO RETURN-CODE
107100             STOP RUN
107200     END-READ.
107300     MOVE HOLD-FILE-REC TO ANMHLD-RECORD.
107400     IF NOT HLD-HELD
107500         DISPLAY "ANMCHK: HOLD ALREADY RELEASED"
107600         MOVE 12 TO RETURN-CODE
107700         STOP RUN
107800     END-IF.
107900     SET HLD-RELEASED   TO TRUE.
108000     MOVE ANM-PARM-BY    TO HLD-RELEASED-BY.
108100     MOVE ANM-NOW-STRING TO HLD-RELEASED-AT.
108200     MOVE ANMHLD-RECORD(30:77) TO HRF-REST-OF-RECORD.
108300     REWRITE HOLD-FILE-REC.
108310     IF ANM-HLD-STATUS NOT = "00"
108320         DISPLAY "ANMCHK: ANMHOLD REWRITE FAILED, STATUS "
108330                 ANM-HLD-STATUS
108340         MOVE 12 TO RETURN-CODE
108350         CLOSE HOLD-FILE ANOMALY-REPORT
108360         STOP RUN
108370     END-IF.
108400     MOVE SPACES TO ANOMALY-LINE.
108500     STRING "RELEASED " DELIMITED BY SIZE
108600            HLD-ITEM-TYPE    DELIMITED BY SIZE
108700            " "              DELIMITED BY SIZE
108800            HLD-ITEM-NAME    DELIMITED BY SIZE
108900            " "              DELIMITED BY SIZE
109000            HLD-ITEM-REF     DELIMITED BY SIZE
109100            " BY "           DELIMITED BY SIZE
109200            HLD-RELEASED-BY  DELIMITED BY SIZE
109300            " - HELD FOR "   DELIMITED BY SIZE
109400            HLD-REASON       DELIMITED BY SIZE
109500         INTO ANOMALY-LINE.
109600     WRITE ANOMALY-LINE.
109700 7000-EXIT.
109800     EXIT.
109900*
110000*+----------------------------------------------------------+
110100*|  9000-TERMINATE                                            |
110200*+----------------------------------------------------------+
110300 9000-TERMINATE.
110400     IF NOT ANM-RELEASE-RUN
110500         MOVE SPACES TO ANOMALY-LINE
110600         STRING "CHECKED=" DELIMITED BY SIZE
110700                ANM-ITEM-COUNT   DELIMITED BY SIZE
110800                " BREACHES="     DELIMITED BY SIZE
110900                ANM-BREACH-COUNT DELIMITED BY SIZE
111000                " HELD="         DELIMITED BY SIZE
111100                ANM-HELD-COUNT   DELIMITED BY SIZE
111200                " NO BASELINE="  DELIMITED BY SIZE
111300                ANM-THIN-COUNT   DELIMITED BY SIZE
111400             INTO ANOMALY-LINE
111500         WRITE ANOMALY-LINE
111600     END-IF.
111700     CLOSE HOLD-FILE ANOMALY-REPORT.
111800     IF ANM-HELD-COUNT > ZERO
111900         MOVE 8 TO RETURN-CODE
112000     ELSE
112100         IF ANM-BREACH-COUNT > ZERO
112200             MOVE 4 TO RETURN-CODE
112300         END-IF
112400     END-IF.
112410     IF ANM-HOLD-FAIL-COUNT > ZERO
112420         MOVE 12 TO RETURN-CODE
112430     END-IF.
112500 9000-EXIT.
112600     EXIT.
