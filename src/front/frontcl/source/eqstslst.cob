000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * STSLST
000400*     *
000500*     * Purpose: Optimizer-statistics refresh list.  Carries the
000600*     *          running row estimate per table through the
000700*     *          TBLGROW history (see eqtblgrw.cob) as GRWRPT
000800*     *          does, and works out how many rows changed since
000900*     *          the table's last confirmed refresh on TBLSTATE
001000*     *          (see eqtblsts.cob) - the larger of the rows the
001100*     *          loads and applies since then added, changed and
001200*     *          deleted, and the distance the estimate has moved
001300*     *          from the rows the table had then.  A table whose
001400*     *          change reaches its threshold on the growth
001500*     *          control list (see eqtblgct.cob; its own record,
001600*     *          else the "*" record, else 10 percent) is written
001700*     *          to STATREFR for the scheduler's optimizedb step;
001800*     *          so is a table with rows that has never been
001900*     *          refreshed.  Each listed table is marked pending
002000*     *          on TBLSTATE with the time and estimate it was
002100*     *          listed at, and the STATPEND flag is set; STSCNF
002200*     *          (see eqstscnf.cob), run after the optimizedb
002300*     *          step, makes those the new refresh baseline, the
002400*     *          way HISTCNF confirms HISTLD.
002500*     *
002600*     * Notes:  Unlike HISTLD, an unconfirmed previous list does
002700*     *          not stop the run: the baselines only move on
002800*     *          confirmation, so a fresh list covers everything
002900*     *          the unconfirmed one did.  The run warns and ends
003000*     *          with return code 4 so the missed optimizedb step
003100*     *          is seen.
003200*     *
003300 PROGRAM-ID.     STSLST.
003400 AUTHOR.         D L ROSS.
003500 INSTALLATION.   BATCH SYSTEMS GROUP.
003600 DATE-WRITTEN.   15-OCT-2026.
003700 DATE-COMPILED.
003800*
003900*     * Modification History
004000*     * --------------------
004100*     * 15-oct-2026 (dlross)  Written.
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TBLGCTL-FILE ASSIGN TO "TBLGCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS SLS-CTL-STATUS.
004900     SELECT TBLSTATE-FILE ASSIGN TO "TBLSTATE"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS SLS-STATE-STATUS.
005200     SELECT TBLGROW-FILE ASSIGN TO "TBLGROW"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS SLS-GROW-STATUS.
005500     SELECT STATPEND-FILE ASSIGN TO "STATPEND"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS SLS-PEND-STATUS.
005800     SELECT STATREFR-FILE ASSIGN TO "STATREFR"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS SLS-REFR-STATUS.
006100     SELECT STATLIST-REPORT ASSIGN TO "STSLRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS SLS-RPT-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TBLGCTL-FILE
006800     RECORDING MODE IS F.
006900 COPY "eqtblgct.cob".
007000*
007100 FD  TBLSTATE-FILE
007200     RECORDING MODE IS F.
007300 COPY "eqtblsts.cob".
007400*
007500 FD  TBLGROW-FILE
007600     RECORDING MODE IS F.
007700 COPY "eqtblgrw.cob".
007800*
007900 FD  STATPEND-FILE
008000     RECORDING MODE IS F.
008100 01  STATPEND-REC.
008200     05 SPF-STATE             PIC X(4).
008300        88 SPF-LIST-PENDING              VALUE "PEND".
008400     05 SPF-TIMESTAMP         PIC X(14).
008500*
008600 FD  STATREFR-FILE
008700     RECORDING MODE IS F.
008800 01  STATREFR-REC.
008900     05 SRF-TABLE-NAME        PIC X(32).
009000     05 SRF-ROWS              PIC 9(11).
009100     05 SRF-ROWS-CHANGED      PIC 9(11).
009200*
009300 FD  STATLIST-REPORT
009400     RECORDING MODE IS F.
009500 01  STATLIST-LINE            PIC X(132).
009600*
009700 WORKING-STORAGE SECTION.
009800 01  SLS-WORK-AREA.
009900     05 SLS-CTL-STATUS        PIC X(2)  VALUE "00".
010000     05 SLS-STATE-STATUS      PIC X(2)  VALUE "00".
010100     05 SLS-GROW-STATUS       PIC X(2)  VALUE "00".
010200     05 SLS-PEND-STATUS       PIC X(2)  VALUE "00".
010300     05 SLS-REFR-STATUS       PIC X(2)  VALUE "00".
010400     05 SLS-RPT-STATUS        PIC X(2)  VALUE "00".
010500     05 SLS-EOF-SW            PIC X(1)  VALUE "N".
010600         88 SLS-AT-EOF                  VALUE "Y".
010700     05 SLS-FOUND-SW          PIC X(1).
010800         88 SLS-FOUND                   VALUE "Y".
010900     05 SLS-PEND-STATE        PIC X(4)  VALUE SPACES.
011000         88 SLS-PRIOR-PENDING           VALUE "PEND".
011100     05 SLS-NOW-STRING        PIC X(14).
011200     05 SLS-DEFAULT-PCT       PIC S9(5) USAGE COMP VALUE 10.
011300     05 SLS-CTL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
011400     05 SLS-CTL-SUB           PIC S9(4) USAGE COMP.
011500     05 SLS-TBL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
011600     05 SLS-TBL-DROPPED       PIC S9(9) USAGE COMP VALUE ZERO.
011700     05 SLS-SUB               PIC S9(4) USAGE COMP.
011800     05 SLS-TBL-SUB           PIC S9(4) USAGE COMP.
011900     05 SLS-PCT               PIC S9(5) USAGE COMP.
012000     05 SLS-MIN               PIC S9(9) USAGE COMP.
012100     05 SLS-DRIFT             PIC S9(11) USAGE COMP.
012200     05 SLS-CHANGED           PIC S9(11) USAGE COMP.
012300     05 SLS-BASE              PIC S9(11) USAGE COMP.
012400     05 SLS-LIST-SW           PIC X(1).
012500         88 SLS-LIST-TABLE              VALUE "Y".
012600     05 SLS-REASON            PIC X(14).
012700     05 SLS-LISTED-TOTAL      PIC S9(9) USAGE COMP VALUE ZERO.
012800     05 SLS-ED-COUNT          PIC Z(8)9.
012900*
013000 01  SLS-CONTROL-TABLE.
013100     05 SLS-CONTROL-ROW OCCURS 500 TIMES.
013200         10 SLS-C-NAME            PIC X(32).
013300         10 SLS-C-PCT             PIC S9(5) USAGE COMP.
013400         10 SLS-C-MIN             PIC S9(9) USAGE COMP.
013500*
013600 01  SLS-TABLE-TABLE.
013700     05 SLS-TABLE-ROW OCCURS 1000 TIMES.
013800         10 SLS-T-NAME            PIC X(32).
013900         10 SLS-T-REFRESH-STAMP   PIC X(14).
014000         10 SLS-T-ROWS-AT-REFRESH PIC S9(11) USAGE COMP.
014100         10 SLS-T-LISTED-STAMP    PIC X(14).
014200         10 SLS-T-LISTED-ROWS     PIC S9(11) USAGE COMP.
014300         10 SLS-T-PENDING-SW      PIC X(1).
014400         10 SLS-T-ESTIMATE        PIC S9(11) USAGE COMP.
014500         10 SLS-T-ACTIVITY        PIC S9(11) USAGE COMP.
014600*
014700 01  SLS-DETAIL-LINE.
014800     05 SLS-D-TABLE           PIC X(32).
014900     05 SLS-D-REFRESHED       PIC X(14).
015000     05 SLS-D-BASE            PIC Z(11)9.
015100     05 SLS-D-CURRENT         PIC Z(11)9.
015200     05 SLS-D-ACTIVITY        PIC Z(11)9.
015300     05 SLS-D-DRIFT           PIC Z(11)9.
015400     05 SLS-D-PCT             PIC Z(5)9.
015500     05 SLS-D-MIN             PIC Z(9)9.
015600     05 FILLER                PIC X(2)  VALUE SPACES.
015700     05 SLS-D-REASON          PIC X(14).
015800*
015900 PROCEDURE DIVISION.
016000*
016100*+----------------------------------------------------------+
016200*|  0000-MAINLINE                                             |
016300*+----------------------------------------------------------+
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-APPLY-GROWTH THRU 2000-EXIT.
016700     PERFORM 3000-BUILD-LIST THRU 3000-EXIT.
016800     PERFORM 4000-REWRITE-STATE THRU 4000-EXIT.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     STOP RUN.
017100*
017200*+----------------------------------------------------------+
017300*|  1000-INITIALIZE - check the previous list was confirmed,  |
017400*|  and load the thresholds and the statistics state.         |
017500*+----------------------------------------------------------+
017600 1000-INITIALIZE.
017700     MOVE FUNCTION CURRENT-DATE(1:14) TO SLS-NOW-STRING.
017800     OPEN INPUT STATPEND-FILE.
017900     IF SLS-PEND-STATUS = "00"
018000         READ STATPEND-FILE
018100             AT END CONTINUE
018200             NOT AT END MOVE SPF-STATE TO SLS-PEND-STATE
018300         END-READ
018400         CLOSE STATPEND-FILE
018500     END-IF.
018600     IF SLS-PRIOR-PENDING
018700         DISPLAY "STSLST: PREVIOUS STATREFR LIST NOT YET"
018800         DISPLAY "STSLST: CONFIRMED BY STSCNF - REGENERATING"
018900         MOVE 4 TO RETURN-CODE
019000     END-IF.
019100     INITIALIZE SLS-CONTROL-TABLE SLS-TABLE-TABLE.
019200     OPEN INPUT TBLGCTL-FILE.
019300     IF SLS-CTL-STATUS = "00"
019400         MOVE "N" TO SLS-EOF-SW
019500         PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
019600             UNTIL SLS-AT-EOF
019700         CLOSE TBLGCTL-FILE
019800     END-IF.
019900     OPEN INPUT TBLSTATE-FILE.
020000     IF SLS-STATE-STATUS = "00"
020100         MOVE "N" TO SLS-EOF-SW
020200         PERFORM 1200-LOAD-ONE-STATE THRU 1200-EXIT
020300             UNTIL SLS-AT-EOF
020400         CLOSE TBLSTATE-FILE
020500     END-IF.
020600 1000-EXIT.
020700     EXIT.
020800*
020900 1100-LOAD-ONE-CONTROL.
021000     READ TBLGCTL-FILE
021100         AT END SET SLS-AT-EOF TO TRUE
021200     END-READ.
021300     IF SLS-AT-EOF OR SLS-CTL-COUNT NOT < 500
021400         GO TO 1100-EXIT
021500     END-IF.
021600     ADD 1 TO SLS-CTL-COUNT.
021700     MOVE TGC-TABLE-NAME  TO SLS-C-NAME(SLS-CTL-COUNT).
021800     MOVE TGC-REFRESH-PCT TO SLS-C-PCT(SLS-CTL-COUNT).
021900     MOVE TGC-REFRESH-MIN TO SLS-C-MIN(SLS-CTL-COUNT).
022000 1100-EXIT.
022100     EXIT.
022200*
022300 1200-LOAD-ONE-STATE.
022400     READ TBLSTATE-FILE
022500         AT END SET SLS-AT-EOF TO TRUE
022600     END-READ.
022700     IF SLS-AT-EOF
022800         GO TO 1200-EXIT
022900     END-IF.
023000     IF SLS-TBL-COUNT NOT < 1000
023100         DISPLAY "STSLST: MORE THAN 1000 TABLES ON TBLSTATE"
023200         MOVE 12 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500     ADD 1 TO SLS-TBL-COUNT.
023600     MOVE SLS-TBL-COUNT TO SLS-TBL-SUB.
023700     MOVE TSS-TABLE-NAME      TO SLS-T-NAME(SLS-TBL-SUB).
023800     MOVE TSS-REFRESH-STAMP   TO SLS-T-REFRESH-STAMP(SLS-TBL-SUB).
023900     MOVE TSS-ROWS-AT-REFRESH
024000         TO SLS-T-ROWS-AT-REFRESH(SLS-TBL-SUB).
024100     MOVE TSS-LISTED-STAMP    TO SLS-T-LISTED-STAMP(SLS-TBL-SUB).
024200     MOVE TSS-LISTED-ROWS     TO SLS-T-LISTED-ROWS(SLS-TBL-SUB).
024300     MOVE TSS-PENDING-SW      TO SLS-T-PENDING-SW(SLS-TBL-SUB).
024400 1200-EXIT.
024500     EXIT.
024600*
024700*+----------------------------------------------------------+
024800*|  2000-APPLY-GROWTH - the running estimate per table, and   |
024900*|  the rows touched since the table's last refresh.          |
025000*+----------------------------------------------------------+
025100 2000-APPLY-GROWTH.
025200     OPEN INPUT TBLGROW-FILE.
025300     IF SLS-GROW-STATUS NOT = "00"
025400         GO TO 2000-EXIT
025500     END-IF.
025600     MOVE "N" TO SLS-EOF-SW.
025700     PERFORM 2100-APPLY-ONE-OBSERVATION THRU 2100-EXIT
025800         UNTIL SLS-AT-EOF.
025900     CLOSE TBLGROW-FILE.
026000 2000-EXIT.
026100     EXIT.
026200*
026300 2100-APPLY-ONE-OBSERVATION.
026400     READ TBLGROW-FILE
026500         AT END
026600             SET SLS-AT-EOF TO TRUE
026700             GO TO 2100-EXIT
026800     END-READ.
026900     PERFORM 2200-FIND-TABLE THRU 2200-EXIT.
027000     IF SLS-TBL-SUB = ZERO
027100         GO TO 2100-EXIT
027200     END-IF.
027300     EVALUATE TRUE
027400         WHEN TGW-SOURCE-ABSOLUTE
027500             MOVE TGW-ROW-COUNT TO SLS-T-ESTIMATE(SLS-TBL-SUB)
027600         WHEN TGW-SOURCE-LOAD OR TGW-SOURCE-DELTA
027700             COMPUTE SLS-T-ESTIMATE(SLS-TBL-SUB) =
027800                 SLS-T-ESTIMATE(SLS-TBL-SUB)
027900                     + TGW-ROWS-ADDED - TGW-ROWS-DELETED
028000             IF SLS-T-ESTIMATE(SLS-TBL-SUB) < ZERO
028100                 MOVE ZERO TO SLS-T-ESTIMATE(SLS-TBL-SUB)
028200             END-IF
028300             IF TGW-TIMESTAMP > SLS-T-REFRESH-STAMP(SLS-TBL-SUB)
028400                 COMPUTE SLS-T-ACTIVITY(SLS-TBL-SUB) =
028500                     SLS-T-ACTIVITY(SLS-TBL-SUB) + TGW-ROWS-ADDED
028600                         + TGW-ROWS-CHANGED + TGW-ROWS-DELETED
028700             END-IF
028800         WHEN OTHER
028900             CONTINUE
029000     END-EVALUATE.
029100 2100-EXIT.
029200     EXIT.
029300*
029400*+----------------------------------------------------------+
029500*|  2200-FIND-TABLE - the table's state entry, added as never |
029600*|  refreshed on first sight.                                 |
029700*+----------------------------------------------------------+
029800 2200-FIND-TABLE.
029900     MOVE ZERO TO SLS-TBL-SUB.
030000     MOVE "N" TO SLS-FOUND-SW.
030100     PERFORM 2210-MATCH-ONE-TABLE THRU 2210-EXIT
030200         VARYING SLS-SUB FROM 1 BY 1
030300         UNTIL SLS-SUB > SLS-TBL-COUNT
030400            OR SLS-FOUND.
030500     IF SLS-FOUND
030600         GO TO 2200-EXIT
030700     END-IF.
030800     IF SLS-TBL-COUNT NOT < 1000
030900         ADD 1 TO SLS-TBL-DROPPED
031000         GO TO 2200-EXIT
031100     END-IF.
031200     ADD 1 TO SLS-TBL-COUNT.
031300     MOVE SLS-TBL-COUNT  TO SLS-TBL-SUB.
031400     MOVE TGW-TABLE-NAME TO SLS-T-NAME(SLS-TBL-SUB).
031500     MOVE SPACES         TO SLS-T-REFRESH-STAMP(SLS-TBL-SUB)
031600                            SLS-T-LISTED-STAMP(SLS-TBL-SUB).
031700     MOVE "N"            TO SLS-T-PENDING-SW(SLS-TBL-SUB).
031800 2200-EXIT.
031900     EXIT.
032000*
032100 2210-MATCH-ONE-TABLE.
032200     IF SLS-T-NAME(SLS-SUB) = TGW-TABLE-NAME
032300         SET SLS-FOUND TO TRUE
032400         MOVE SLS-SUB TO SLS-TBL-SUB
032500     END-IF.
032600 2210-EXIT.
032700     EXIT.
032800*
032900*+----------------------------------------------------------+
033000*|  3000-BUILD-LIST - test every table against its threshold  |
033100*|  and list the ones due a refresh.                          |
033200*+----------------------------------------------------------+
033300 3000-BUILD-LIST.
033400     OPEN OUTPUT STATREFR-FILE.
033500     IF SLS-REFR-STATUS NOT = "00"
033600         DISPLAY "STSLST: CANNOT WRITE STATREFR LIST"
033700         MOVE 12 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     OPEN OUTPUT STATLIST-REPORT.
034010     IF SLS-RPT-STATUS NOT = "00"
034020         DISPLAY "STSLST: STSLRPT WILL NOT OPEN, STATUS "
034030             SLS-RPT-STATUS
034040         MOVE 12 TO RETURN-CODE
034050         STOP RUN
034060     END-IF.
034100     MOVE SPACES TO STATLIST-LINE.
034200     STRING "STATISTICS REFRESH LIST - "  DELIMITED BY SIZE
034300            SLS-NOW-STRING(1:8)           DELIMITED BY SIZE
034400         INTO STATLIST-LINE.
034500     WRITE STATLIST-LINE.
034600     MOVE SPACES TO STATLIST-LINE.
034700     WRITE STATLIST-LINE.
034800     MOVE "TABLE"           TO STATLIST-LINE.
034900     MOVE "LAST REFRESH"    TO STATLIST-LINE(33:12).
035000     MOVE "ROWS THEN"       TO STATLIST-LINE(50:9).
035100     MOVE "ROWS NOW"        TO STATLIST-LINE(63:8).
035200     MOVE "TOUCHED"         TO STATLIST-LINE(76:7).
035300     MOVE "DRIFT"           TO STATLIST-LINE(90:5).
035400     MOVE "PCT"             TO STATLIST-LINE(98:3).
035500     MOVE "MIN ROWS"        TO STATLIST-LINE(103:8).
035600     MOVE "LISTED"          TO STATLIST-LINE(113:6).
035700     WRITE STATLIST-LINE.
035800     PERFORM 3100-TEST-ONE-TABLE THRU 3100-EXIT
035900         VARYING SLS-TBL-SUB FROM 1 BY 1
036000         UNTIL SLS-TBL-SUB > SLS-TBL-COUNT.
036100     MOVE SPACES TO STATLIST-LINE.
036200     WRITE STATLIST-LINE.
036300     MOVE SLS-TBL-COUNT TO SLS-ED-COUNT.
036400     STRING "TABLES "                     DELIMITED BY SIZE
036500            SLS-ED-COUNT                  DELIMITED BY SIZE
036600         INTO STATLIST-LINE.
036700     MOVE SLS-LISTED-TOTAL TO SLS-ED-COUNT.
036800     STRING "  LISTED FOR REFRESH "       DELIMITED BY SIZE
036900            SLS-ED-COUNT                  DELIMITED BY SIZE
037000         INTO STATLIST-LINE(17:30).
037100     WRITE STATLIST-LINE.
037200     IF SLS-TBL-DROPPED > ZERO
037300         MOVE "MORE THAN 1000 TABLES - REST OMITTED"
037400             TO STATLIST-LINE
037500         WRITE STATLIST-LINE
037600     END-IF.
037700     CLOSE STATREFR-FILE STATLIST-REPORT.
037800 3000-EXIT.
037900     EXIT.
038000*
038100 3100-TEST-ONE-TABLE.
038200     PERFORM 3200-FIND-THRESHOLD THRU 3200-EXIT.
038300     MOVE SLS-T-ROWS-AT-REFRESH(SLS-TBL-SUB) TO SLS-BASE.
038400     COMPUTE SLS-DRIFT = SLS-T-ESTIMATE(SLS-TBL-SUB) - SLS-BASE.
038500     IF SLS-DRIFT < ZERO
038600         COMPUTE SLS-DRIFT = ZERO - SLS-DRIFT
038700     END-IF.
038800     MOVE SLS-T-ACTIVITY(SLS-TBL-SUB) TO SLS-CHANGED.
038900     IF SLS-DRIFT > SLS-CHANGED
039000         MOVE SLS-DRIFT TO SLS-CHANGED
039100     END-IF.
039200     IF SLS-BASE < 1
039300         MOVE 1 TO SLS-BASE
039400     END-IF.
039500     MOVE "N" TO SLS-LIST-SW.
039600     MOVE SPACES TO SLS-REASON.
039700     EVALUATE TRUE
039800         WHEN SLS-T-REFRESH-STAMP(SLS-TBL-SUB) = SPACES
039900             IF SLS-T-ESTIMATE(SLS-TBL-SUB) > ZERO
040000                OR SLS-T-ACTIVITY(SLS-TBL-SUB) > ZERO
040100                 SET SLS-LIST-TABLE TO TRUE
040200                 MOVE "NEVER" TO SLS-REASON
040300             END-IF
040400         WHEN SLS-CHANGED NOT < SLS-MIN
040500          AND SLS-CHANGED * 100 NOT < SLS-PCT * SLS-BASE
040600          AND SLS-CHANGED > ZERO
040700             SET SLS-LIST-TABLE TO TRUE
040800             MOVE "THRESHOLD" TO SLS-REASON
040900         WHEN OTHER
041000             CONTINUE
041100     END-EVALUATE.
041200     MOVE "N" TO SLS-T-PENDING-SW(SLS-TBL-SUB).
041300     IF SLS-LIST-TABLE
041400         ADD 1 TO SLS-LISTED-TOTAL
041500         MOVE SLS-NOW-STRING TO SLS-T-LISTED-STAMP(SLS-TBL-SUB)
041600         MOVE SLS-T-ESTIMATE(SLS-TBL-SUB)
041700             TO SLS-T-LISTED-ROWS(SLS-TBL-SUB)
041800         MOVE "Y" TO SLS-T-PENDING-SW(SLS-TBL-SUB)
041900         MOVE SPACES TO STATREFR-REC
042000         MOVE SLS-T-NAME(SLS-TBL-SUB)     TO SRF-TABLE-NAME
042100         MOVE SLS-T-ESTIMATE(SLS-TBL-SUB) TO SRF-ROWS
042200         MOVE SLS-CHANGED                 TO SRF-ROWS-CHANGED
042300         WRITE STATREFR-REC
042400     END-IF.
042500     MOVE SPACES TO SLS-DETAIL-LINE.
042600     MOVE SLS-T-NAME(SLS-TBL-SUB) TO SLS-D-TABLE.
042700     IF SLS-T-REFRESH-STAMP(SLS-TBL-SUB) = SPACES
042800         MOVE "NEVER" TO SLS-D-REFRESHED
042900     ELSE
043000         MOVE SLS-T-REFRESH-STAMP(SLS-TBL-SUB) TO SLS-D-REFRESHED
043100     END-IF.
043200     MOVE SLS-T-ROWS-AT-REFRESH(SLS-TBL-SUB) TO SLS-D-BASE.
043300     MOVE SLS-T-ESTIMATE(SLS-TBL-SUB)        TO SLS-D-CURRENT.
043400     MOVE SLS-T-ACTIVITY(SLS-TBL-SUB)        TO SLS-D-ACTIVITY.
043500     MOVE SLS-DRIFT                          TO SLS-D-DRIFT.
043600     MOVE SLS-PCT                            TO SLS-D-PCT.
043700     MOVE SLS-MIN                            TO SLS-D-MIN.
043800     MOVE SLS-REASON                         TO SLS-D-REASON.
043900     MOVE SLS-DETAIL-LINE TO STATLIST-LINE.
044000     WRITE STATLIST-LINE.
044100 3100-EXIT.
044200     EXIT.
044300*
044400*+----------------------------------------------------------+
044500*|  3200-FIND-THRESHOLD - the table's own control record,     |
044600*|  else the "*" record, else the default percent.  A record  |
044650*|  with a zero percent sets no threshold and is passed over. |
044700*+----------------------------------------------------------+
044800 3200-FIND-THRESHOLD.
044900     MOVE ZERO TO SLS-CTL-SUB.
045000     PERFORM 3210-MATCH-EXACT THRU 3210-EXIT
045100         VARYING SLS-SUB FROM 1 BY 1
045200         UNTIL SLS-SUB > SLS-CTL-COUNT
045300            OR SLS-CTL-SUB > ZERO.
045400     IF SLS-CTL-SUB = ZERO
045500         PERFORM 3220-MATCH-DEFAULT THRU 3220-EXIT
045600             VARYING SLS-SUB FROM 1 BY 1
045700             UNTIL SLS-SUB > SLS-CTL-COUNT
045800                OR SLS-CTL-SUB > ZERO
045900     END-IF.
046000     IF SLS-CTL-SUB > ZERO
046100         MOVE SLS-C-PCT(SLS-CTL-SUB) TO SLS-PCT
046200         MOVE SLS-C-MIN(SLS-CTL-SUB) TO SLS-MIN
046300     ELSE
046400         MOVE SLS-DEFAULT-PCT TO SLS-PCT
046500         MOVE ZERO TO SLS-MIN
046600     END-IF.
046700 3200-EXIT.
046800     EXIT.
046900*
047000 3210-MATCH-EXACT.
047100     IF SLS-C-NAME(SLS-SUB) = SLS-T-NAME(SLS-TBL-SUB)
047150        AND SLS-C-PCT(SLS-SUB) > ZERO
047200         MOVE SLS-SUB TO SLS-CTL-SUB
047300     END-IF.
047400 3210-EXIT.
047500     EXIT.
047600*
047700 3220-MATCH-DEFAULT.
047800     IF SLS-C-NAME(SLS-SUB) = "*"
047850        AND SLS-C-PCT(SLS-SUB) > ZERO
047900         MOVE SLS-SUB TO SLS-CTL-SUB
048000     END-IF.
048100 3220-EXIT.
048200     EXIT.
048300*
048400*+----------------------------------------------------------+
048500*|  4000-REWRITE-STATE - the pending marks back to TBLSTATE,  |
048600*|  and the STATPEND flag for STSCNF.                         |
048700*+----------------------------------------------------------+
048800 4000-REWRITE-STATE.
048900     OPEN OUTPUT TBLSTATE-FILE.
049000     IF SLS-STATE-STATUS NOT = "00"
049100         DISPLAY "STSLST: CANNOT REWRITE TBLSTATE"
049200         MOVE 12 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     PERFORM 4100-WRITE-ONE-STATE THRU 4100-EXIT
049600         VARYING SLS-TBL-SUB FROM 1 BY 1
049700         UNTIL SLS-TBL-SUB > SLS-TBL-COUNT.
049800     CLOSE TBLSTATE-FILE.
049900     OPEN OUTPUT STATPEND-FILE.
049910     IF SLS-PEND-STATUS NOT = "00"
049920         DISPLAY "STSLST: CANNOT WRITE STATPEND, STATUS "
049930                 SLS-PEND-STATUS
049940         MOVE 12 TO RETURN-CODE
049950         STOP RUN
049960     END-IF.
050000     IF SLS-LISTED-TOTAL > ZERO
050100         MOVE "PEND" TO SPF-STATE
050200     ELSE
050300         MOVE "DONE" TO SPF-STATE
050400     END-IF.
050500     MOVE SLS-NOW-STRING TO SPF-TIMESTAMP.
050600     WRITE STATPEND-REC.
050700     CLOSE STATPEND-FILE.
050800 4000-EXIT.
050900     EXIT.
051000*
051100 4100-WRITE-ONE-STATE.
051200     MOVE SPACES TO TBLSTS-RECORD.
051300     MOVE SLS-T-NAME(SLS-TBL-SUB)     TO TSS-TABLE-NAME.
051400     MOVE SLS-T-REFRESH-STAMP(SLS-TBL-SUB) TO TSS-REFRESH-STAMP.
051500     MOVE SLS-T-ROWS-AT-REFRESH(SLS-TBL-SUB)
051600         TO TSS-ROWS-AT-REFRESH.
051700     MOVE SLS-T-LISTED-STAMP(SLS-TBL-SUB) TO TSS-LISTED-STAMP.
051800     MOVE SLS-T-LISTED-ROWS(SLS-TBL-SUB)  TO TSS-LISTED-ROWS.
051900     MOVE SLS-T-PENDING-SW(SLS-TBL-SUB)   TO TSS-PENDING-SW.
052000     WRITE TBLSTS-RECORD.
052100 4100-EXIT.
052200     EXIT.
052300*
052400*+----------------------------------------------------------+
052500*|  9000-TERMINATE                                            |
052600*+----------------------------------------------------------+
052700 9000-TERMINATE.
052800     MOVE SLS-LISTED-TOTAL TO SLS-ED-COUNT.
052900     DISPLAY "STSLST: TABLES LISTED FOR REFRESH " SLS-ED-COUNT.
053000 9000-EXIT.
053100     EXIT.
