000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ROWRPT
000400*     *
000500*     * Purpose: Statement row-limit tuning report.  Reads every
000600*     *          usage record ROWGRD (see eqrowgrd.cob) appended
000700*     *          to ROWGUSE and prints, per guarded statement,
000800*     *          how many runs and executions it had, the most
000900*     *          rows one execution and one commit group ever
001000*     *          touched, and what share of its current ceilings
001100*     *          on ROWLIMIT (see eqrowlim.cob) those peaks
001200*     *          reached.  Each line is flagged:
001300*     *              STOPPED - the guard stopped it at least once
001400*     *              NEAR    - a peak reached RWR-NEAR-PCT of its
001500*     *                        ceiling; raise the ceiling or find
001600*     *                        out why the volume is growing
001700*     *              SLACK   - every peak stayed under
001800*     *                        RWR-SLACK-PCT of its ceilings; the
001900*     *                        ceiling is too loose to catch much
002000*     *              NO LIMIT - guarded but no ceiling on file
002100*     *          so the limits can be tuned.
002200*     *
002300 PROGRAM-ID.     ROWRPT.
002400 AUTHOR.         D L ROSS.
002500 INSTALLATION.   BATCH SYSTEMS GROUP.
002600 DATE-WRITTEN.   15-OCT-2026.
002700 DATE-COMPILED.
002800*
002900*     * Modification History
003000*     * --------------------
003100*     * 15-oct-2026 (dlross)  Written.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ROWLIMIT-FILE ASSIGN TO "ROWLIMIT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS RWR-LIM-STATUS.
003900     SELECT ROWUSE-FILE ASSIGN TO "ROWGUSE"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS RWR-USE-STATUS.
004200     SELECT ROWLIMIT-REPORT ASSIGN TO "ROWLRPT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS RWR-RPT-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ROWLIMIT-FILE
004900     RECORDING MODE IS F.
005000 COPY "eqrowlim.cob".
005100*
005200 FD  ROWUSE-FILE
005300     RECORDING MODE IS F.
005400 COPY "eqrowuse.cob".
005500*
005600 FD  ROWLIMIT-REPORT
005700     RECORDING MODE IS F.
005800 01  ROWLIMIT-LINE            PIC X(132).
005900*
006000 WORKING-STORAGE SECTION.
006100 01  RWR-WORK-AREA.
006200     05 RWR-LIM-STATUS        PIC X(2)  VALUE "00".
006300     05 RWR-USE-STATUS        PIC X(2)  VALUE "00".
006400     05 RWR-RPT-STATUS        PIC X(2)  VALUE "00".
006500     05 RWR-EOF-SW            PIC X(1)  VALUE "N".
006600         88 RWR-AT-EOF                  VALUE "Y".
006700     05 RWR-FOUND-SW          PIC X(1).
006800         88 RWR-FOUND                   VALUE "Y".
006900     05 RWR-NEAR-PCT          PIC S9(5) USAGE COMP VALUE 80.
007000     05 RWR-SLACK-PCT         PIC S9(5) USAGE COMP VALUE 10.
007100     05 RWR-LIM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
007200     05 RWR-LIM-SUB           PIC S9(4) USAGE COMP.
007300     05 RWR-STM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
007400     05 RWR-STM-DROPPED       PIC S9(9) USAGE COMP VALUE ZERO.
007500     05 RWR-SUB               PIC S9(4) USAGE COMP.
007600     05 RWR-STM-SUB           PIC S9(4) USAGE COMP.
007700     05 RWR-STMT-CEILING      PIC S9(9) USAGE COMP.
007800     05 RWR-GROUP-CEILING     PIC S9(9) USAGE COMP.
007900     05 RWR-STMT-PCT          PIC S9(11) USAGE COMP.
008000     05 RWR-GROUP-PCT         PIC S9(11) USAGE COMP.
008100     05 RWR-STOPPED-TOTAL     PIC S9(9) USAGE COMP VALUE ZERO.
008200     05 RWR-NEAR-TOTAL        PIC S9(9) USAGE COMP VALUE ZERO.
008300     05 RWR-SLACK-TOTAL       PIC S9(9) USAGE COMP VALUE ZERO.
008400     05 RWR-NOLIM-TOTAL       PIC S9(9) USAGE COMP VALUE ZERO.
008500     05 RWR-FLAG              PIC X(8).
008600     05 RWR-NOW-STRING        PIC X(14).
008700     05 RWR-ED-COUNT          PIC Z(8)9.
008800     05 RWR-ED-SMALL          PIC Z(4)9.
008900*
009000 01  RWR-LIMIT-TABLE.
009100     05 RWR-LIMIT-ROW OCCURS 500 TIMES.
009200         10 RWR-L-PROGRAM         PIC X(8).
009300         10 RWR-L-PARAGRAPH       PIC X(30).
009400         10 RWR-L-STMT-CEILING    PIC S9(9) USAGE COMP.
009500         10 RWR-L-GROUP-CEILING   PIC S9(9) USAGE COMP.
009600*
009700 01  RWR-STATEMENT-TABLE.
009800     05 RWR-STATEMENT-ROW OCCURS 500 TIMES.
009900         10 RWR-S-PROGRAM         PIC X(8).
010000         10 RWR-S-PARAGRAPH       PIC X(30).
010100         10 RWR-S-RUNS            PIC S9(9) USAGE COMP.
010200         10 RWR-S-EXECUTIONS      PIC S9(9) USAGE COMP.
010300         10 RWR-S-PEAK-STMT       PIC S9(9) USAGE COMP.
010400         10 RWR-S-PEAK-GROUP      PIC S9(9) USAGE COMP.
010500         10 RWR-S-STOPS           PIC S9(9) USAGE COMP.
010600*
010700 01  RWR-DETAIL-LINE.
010800     05 RWR-D-PROGRAM         PIC X(8).
010900     05 FILLER                PIC X(1)  VALUE SPACE.
011000     05 RWR-D-PARAGRAPH       PIC X(30).
011100     05 RWR-D-RUNS            PIC Z(5)9.
011200     05 RWR-D-EXECUTIONS      PIC Z(9)9.
011300     05 RWR-D-PEAK-STMT       PIC Z(9)9.
011400     05 RWR-D-STMT-CEILING    PIC Z(9)9.
011500     05 RWR-D-STMT-PCT        PIC Z(10)9.
011600     05 RWR-D-PEAK-GROUP      PIC Z(9)9.
011700     05 RWR-D-GROUP-CEILING   PIC Z(9)9.
011800     05 RWR-D-GROUP-PCT       PIC Z(10)9.
011900     05 FILLER                PIC X(2)  VALUE SPACES.
012000     05 RWR-D-FLAG            PIC X(8).
012100     05 RWR-D-STOPS           PIC Z(4)9.
012300*
012400 PROCEDURE DIVISION.
012500*
012600*+----------------------------------------------------------+
012700*|  0000-MAINLINE                                             |
012800*+----------------------------------------------------------+
012900 0000-MAINLINE.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     MOVE "N" TO RWR-EOF-SW.
013200     PERFORM 2000-ACCUMULATE-ONE-USAGE THRU 2000-EXIT
013300         UNTIL RWR-AT-EOF.
013400     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     STOP RUN.
013700*
013800*+----------------------------------------------------------+
013900*|  1000-INITIALIZE - load the current ceilings and open the  |
014000*|  usage history.                                            |
014100*+----------------------------------------------------------+
014200 1000-INITIALIZE.
014300     MOVE FUNCTION CURRENT-DATE(1:14) TO RWR-NOW-STRING.
014400     INITIALIZE RWR-STATEMENT-TABLE.
014500     OPEN INPUT ROWLIMIT-FILE.
014600     IF RWR-LIM-STATUS = "00"
014700         MOVE "N" TO RWR-EOF-SW
014800         PERFORM 1100-LOAD-ONE-LIMIT THRU 1100-EXIT
014900             UNTIL RWR-AT-EOF
015000         CLOSE ROWLIMIT-FILE
015100     END-IF.
015200     OPEN OUTPUT ROWLIMIT-REPORT.
015210     IF RWR-RPT-STATUS NOT = "00"
015220         DISPLAY "ROWRPT: CANNOT OPEN ROWLRPT, STATUS "
015230                 RWR-RPT-STATUS
015240         MOVE 12 TO RETURN-CODE
015250         STOP RUN
015260     END-IF.
015300     OPEN INPUT ROWUSE-FILE.
015400     IF RWR-USE-STATUS NOT = "00"
015500         MOVE "NO ROW-USAGE HISTORY ON ROWGUSE" TO ROWLIMIT-LINE
015600         WRITE ROWLIMIT-LINE
015700         CLOSE ROWLIMIT-REPORT
015800         STOP RUN
015900     END-IF.
016000 1000-EXIT.
016100     EXIT.
016200*
016300 1100-LOAD-ONE-LIMIT.
016400     READ ROWLIMIT-FILE
016500         AT END SET RWR-AT-EOF TO TRUE
016600     END-READ.
016700     IF RWR-AT-EOF OR RWR-LIM-COUNT NOT < 500
016800         GO TO 1100-EXIT
016900     END-IF.
017000     ADD 1 TO RWR-LIM-COUNT.
017100     MOVE RWL-PROGRAM       TO RWR-L-PROGRAM(RWR-LIM-COUNT).
017200     MOVE RWL-PARAGRAPH     TO RWR-L-PARAGRAPH(RWR-LIM-COUNT).
017300     MOVE RWL-STMT-CEILING  TO RWR-L-STMT-CEILING(RWR-LIM-COUNT).
017400     MOVE RWL-GROUP-CEILING TO RWR-L-GROUP-CEILING(RWR-LIM-COUNT).
017500 1100-EXIT.
017600     EXIT.
017700*
017800*+----------------------------------------------------------+
017900*|  2000-ACCUMULATE-ONE-USAGE - fold one run's usage of one   |
018000*|  statement into the statement's totals and peaks.          |
018100*+----------------------------------------------------------+
018200 2000-ACCUMULATE-ONE-USAGE.
018300     READ ROWUSE-FILE
018400         AT END
018500             SET RWR-AT-EOF TO TRUE
018600             GO TO 2000-EXIT
018700     END-READ.
018800     MOVE "N" TO RWR-FOUND-SW.
018900     PERFORM 2100-MATCH-ONE-STATEMENT THRU 2100-EXIT
019000         VARYING RWR-SUB FROM 1 BY 1
019100         UNTIL RWR-SUB > RWR-STM-COUNT
019200            OR RWR-FOUND.
019300     IF NOT RWR-FOUND
019400         IF RWR-STM-COUNT NOT < 500
019500             ADD 1 TO RWR-STM-DROPPED
019600             GO TO 2000-EXIT
019700         END-IF
019800         ADD 1 TO RWR-STM-COUNT
019900         MOVE RWR-STM-COUNT TO RWR-STM-SUB
020000         MOVE RWU-PROGRAM   TO RWR-S-PROGRAM(RWR-STM-SUB)
020100         MOVE RWU-PARAGRAPH TO RWR-S-PARAGRAPH(RWR-STM-SUB)
020200     END-IF.
020300     ADD 1              TO RWR-S-RUNS(RWR-STM-SUB).
020400     ADD RWU-EXECUTIONS TO RWR-S-EXECUTIONS(RWR-STM-SUB).
020500     IF RWU-PEAK-STMT > RWR-S-PEAK-STMT(RWR-STM-SUB)
020600         MOVE RWU-PEAK-STMT TO RWR-S-PEAK-STMT(RWR-STM-SUB)
020700     END-IF.
020800     IF RWU-PEAK-GROUP > RWR-S-PEAK-GROUP(RWR-STM-SUB)
020900         MOVE RWU-PEAK-GROUP TO RWR-S-PEAK-GROUP(RWR-STM-SUB)
021000     END-IF.
021100     IF RWU-STOPPED
021200         ADD 1 TO RWR-S-STOPS(RWR-STM-SUB)
021300     END-IF.
021400 2000-EXIT.
021500     EXIT.
021600*
021700 2100-MATCH-ONE-STATEMENT.
021800     IF RWR-S-PROGRAM(RWR-SUB)   = RWU-PROGRAM
021900        AND RWR-S-PARAGRAPH(RWR-SUB) = RWU-PARAGRAPH
022000         SET RWR-FOUND TO TRUE
022100         MOVE RWR-SUB TO RWR-STM-SUB
022200     END-IF.
022300 2100-EXIT.
022400     EXIT.
022500*
022600*+----------------------------------------------------------+
022700*|  3000-PRINT-REPORT                                         |
022800*+----------------------------------------------------------+
022900 3000-PRINT-REPORT.
023000     MOVE SPACES TO ROWLIMIT-LINE.
023100     STRING "STATEMENT ROW-LIMIT TUNING REPORT - "
023200                                          DELIMITED BY SIZE
023300            RWR-NOW-STRING(1:8)           DELIMITED BY SIZE
023400         INTO ROWLIMIT-LINE.
023500     WRITE ROWLIMIT-LINE.
023600     MOVE SPACES TO ROWLIMIT-LINE.
023700     WRITE ROWLIMIT-LINE.
023800     MOVE "PROGRAM  PARAGRAPH" TO ROWLIMIT-LINE.
023900     MOVE "RUNS"        TO ROWLIMIT-LINE(42:4).
024000     MOVE "EXECS"       TO ROWLIMIT-LINE(51:5).
024100     MOVE "PEAK STMT"   TO ROWLIMIT-LINE(57:9).
024200     MOVE "STMT LIM"    TO ROWLIMIT-LINE(68:8).
024300     MOVE "PCT"         TO ROWLIMIT-LINE(84:3).
024400     MOVE "PK GROUP"    TO ROWLIMIT-LINE(89:8).
024500     MOVE "GROUP LIM"   TO ROWLIMIT-LINE(98:9).
024600     MOVE "PCT"         TO ROWLIMIT-LINE(115:3).
024700     MOVE "FLAG"        TO ROWLIMIT-LINE(120:4).
024800     MOVE "STOPS"       TO ROWLIMIT-LINE(128:5).
024900     WRITE ROWLIMIT-LINE.
025000     PERFORM 3100-PRINT-ONE-STATEMENT THRU 3100-EXIT
025100         VARYING RWR-STM-SUB FROM 1 BY 1
025200         UNTIL RWR-STM-SUB > RWR-STM-COUNT.
025300     MOVE SPACES TO ROWLIMIT-LINE.
025400     WRITE ROWLIMIT-LINE.
025500     MOVE RWR-STM-COUNT TO RWR-ED-COUNT.
025600     STRING "STATEMENTS "                 DELIMITED BY SIZE
025700            RWR-ED-COUNT                  DELIMITED BY SIZE
025800         INTO ROWLIMIT-LINE.
025900     MOVE RWR-STOPPED-TOTAL TO RWR-ED-SMALL.
026000     STRING "  STOPPED "                  DELIMITED BY SIZE
026100            RWR-ED-SMALL                  DELIMITED BY SIZE
026200         INTO ROWLIMIT-LINE(21:15).
026300     MOVE RWR-NEAR-TOTAL TO RWR-ED-SMALL.
026400     STRING "  NEAR "                     DELIMITED BY SIZE
026500            RWR-ED-SMALL                  DELIMITED BY SIZE
026600         INTO ROWLIMIT-LINE(36:12).
026700     MOVE RWR-SLACK-TOTAL TO RWR-ED-SMALL.
026800     STRING "  SLACK "                    DELIMITED BY SIZE
026900            RWR-ED-SMALL                  DELIMITED BY SIZE
027000         INTO ROWLIMIT-LINE(48:13).
027100     MOVE RWR-NOLIM-TOTAL TO RWR-ED-SMALL.
027200     STRING "  NO LIMIT "                 DELIMITED BY SIZE
027300            RWR-ED-SMALL                  DELIMITED BY SIZE
027400         INTO ROWLIMIT-LINE(61:16).
027500     WRITE ROWLIMIT-LINE.
027600     IF RWR-STM-DROPPED > ZERO
027700         MOVE "MORE THAN 500 STATEMENTS ON ROWGUSE - REST OMITTED"
027800             TO ROWLIMIT-LINE
027900         WRITE ROWLIMIT-LINE
028000     END-IF.
028100 3000-EXIT.
028200     EXIT.
028300*
028400 3100-PRINT-ONE-STATEMENT.
028500     PERFORM 3200-FIND-CEILINGS THRU 3200-EXIT.
028600     MOVE ZERO TO RWR-STMT-PCT RWR-GROUP-PCT.
028700     IF RWR-STMT-CEILING > ZERO
028800         COMPUTE RWR-STMT-PCT =
028900             (RWR-S-PEAK-STMT(RWR-STM-SUB) * 100)
029000                 / RWR-STMT-CEILING
029100     END-IF.
029200     IF RWR-GROUP-CEILING > ZERO
029300         COMPUTE RWR-GROUP-PCT =
029400             (RWR-S-PEAK-GROUP(RWR-STM-SUB) * 100)
029500                 / RWR-GROUP-CEILING
029600     END-IF.
029700     MOVE SPACES TO RWR-FLAG.
029800     EVALUATE TRUE
029900         WHEN RWR-S-STOPS(RWR-STM-SUB) > ZERO
030000             MOVE "STOPPED" TO RWR-FLAG
030100             ADD 1 TO RWR-STOPPED-TOTAL
030200         WHEN RWR-STMT-CEILING = ZERO AND RWR-GROUP-CEILING = ZERO
030300             MOVE "NO LIMIT" TO RWR-FLAG
030400             ADD 1 TO RWR-NOLIM-TOTAL
030500         WHEN RWR-STMT-PCT NOT < RWR-NEAR-PCT
030600           OR RWR-GROUP-PCT NOT < RWR-NEAR-PCT
030700             MOVE "NEAR" TO RWR-FLAG
030800             ADD 1 TO RWR-NEAR-TOTAL
030900         WHEN RWR-STMT-PCT < RWR-SLACK-PCT
031000          AND RWR-GROUP-PCT < RWR-SLACK-PCT
031100             MOVE "SLACK" TO RWR-FLAG
031200             ADD 1 TO RWR-SLACK-TOTAL
031300         WHEN OTHER
031400             CONTINUE
031500     END-EVALUATE.
031600     MOVE RWR-S-PROGRAM(RWR-STM-SUB)    TO RWR-D-PROGRAM.
031700     MOVE RWR-S-PARAGRAPH(RWR-STM-SUB)  TO RWR-D-PARAGRAPH.
031800     MOVE RWR-S-RUNS(RWR-STM-SUB)       TO RWR-D-RUNS.
031900     MOVE RWR-S-EXECUTIONS(RWR-STM-SUB) TO RWR-D-EXECUTIONS.
032000     MOVE RWR-S-PEAK-STMT(RWR-STM-SUB)  TO RWR-D-PEAK-STMT.
032100     MOVE RWR-STMT-CEILING              TO RWR-D-STMT-CEILING.
032200     MOVE RWR-STMT-PCT                  TO RWR-D-STMT-PCT.
032300     MOVE RWR-S-PEAK-GROUP(RWR-STM-SUB) TO RWR-D-PEAK-GROUP.
032400     MOVE RWR-GROUP-CEILING             TO RWR-D-GROUP-CEILING.
032500     MOVE RWR-GROUP-PCT                 TO RWR-D-GROUP-PCT.
032600     MOVE RWR-FLAG                      TO RWR-D-FLAG.
032700     MOVE RWR-S-STOPS(RWR-STM-SUB)      TO RWR-D-STOPS.
032800     MOVE RWR-DETAIL-LINE TO ROWLIMIT-LINE.
032900     WRITE ROWLIMIT-LINE.
033000 3100-EXIT.
033100     EXIT.
033200*
033300*+----------------------------------------------------------+
033400*|  3200-FIND-CEILINGS - the statement's own ceilings, else   |
033500*|  its program's "*" record, as ROWGRD finds them.           |
033600*+----------------------------------------------------------+
033700 3200-FIND-CEILINGS.
033800     MOVE ZERO TO RWR-LIM-SUB RWR-STMT-CEILING RWR-GROUP-CEILING.
033900     PERFORM 3210-MATCH-EXACT THRU 3210-EXIT
034000         VARYING RWR-SUB FROM 1 BY 1
034100         UNTIL RWR-SUB > RWR-LIM-COUNT
034200            OR RWR-LIM-SUB > ZERO.
034300     IF RWR-LIM-SUB = ZERO
034400         PERFORM 3220-MATCH-DEFAULT THRU 3220-EXIT
034500             VARYING RWR-SUB FROM 1 BY 1
034600             UNTIL RWR-SUB > RWR-LIM-COUNT
034700                OR RWR-LIM-SUB > ZERO
034800     END-IF.
034900     IF RWR-LIM-SUB > ZERO
035000         MOVE RWR-L-STMT-CEILING(RWR-LIM-SUB)
035100             TO RWR-STMT-CEILING
035200         MOVE RWR-L-GROUP-CEILING(RWR-LIM-SUB)
035300             TO RWR-GROUP-CEILING
035400     END-IF.
035500 3200-EXIT.
035600     EXIT.
035700*
035800 3210-MATCH-EXACT.
035900     IF RWR-L-PROGRAM(RWR-SUB)   = RWR-S-PROGRAM(RWR-STM-SUB)
036000        AND RWR-L-PARAGRAPH(RWR-SUB) =
036100            RWR-S-PARAGRAPH(RWR-STM-SUB)
036200         MOVE RWR-SUB TO RWR-LIM-SUB
036300     END-IF.
036400 3210-EXIT.
036500     EXIT.
036600*
036700 3220-MATCH-DEFAULT.
036800     IF RWR-L-PROGRAM(RWR-SUB)   = RWR-S-PROGRAM(RWR-STM-SUB)
036900        AND RWR-L-PARAGRAPH(RWR-SUB) = "*"
037000         MOVE RWR-SUB TO RWR-LIM-SUB
037100     END-IF.
037200 3220-EXIT.
037300     EXIT.
037400*
037500*+----------------------------------------------------------+
037600*|  9000-TERMINATE                                            |
037700*+----------------------------------------------------------+
037800 9000-TERMINATE.
037900     CLOSE ROWUSE-FILE ROWLIMIT-REPORT.
038000 9000-EXIT.
038100     EXIT.
