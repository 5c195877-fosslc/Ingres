000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ROWGRD
000400*     *
000500*     * Purpose: Runaway-statement guard.  A program CALLs this
000600*     *          with ACTION "CHECK" right after each embedded SQL
000700*     *          statement, alongside RECONC's "ADD", naming the
000800*     *          statement by program/paragraph as AUDWRT and
000900*     *          SQLTMR do and passing the host-variable
001000*     *          snapshot DEADWR would take.  ROWGRD holds
001100*     *          SQLERRD(3) against the statement's ceilings on
001200*     *          the row-limit file (see eqrowlim.cob) - per
001300*     *          execution, and summed over the current commit
001400*     *          group.  A statement over either ceiling fails
001500*     *          the call: the statement goes to the dead-letter
001600*     *          file in DEADWR's record format, a CRITICAL alert
001700*     *          is raised through ALRMGR, and the layer's own
001800*     *          -29991 code is set in SQLCODE, so the
001900*     *          program's ordinary failed-statement path rolls
002000*     *          back instead of reaching the next COMMIT and
002100*     *          XITCOD stops the step with exit code 16.  The
002200*     *          program CALLs ACTION "COMMT" after each COMMIT to
002300*     *          start a new commit group, and ACTION "CLOSE" at
002400*     *          end of job.
002500*     *
002600*     * Notes:  What each statement touched - executions, the
002700*     *          largest single execution, the largest commit
002800*     *          group - is appended to ROWGUSE (see eqrowuse.cob)
002900*     *          at CLOSE, or at once when a statement is stopped,
003000*     *          for ROWRPT (see eqrowrpt.cob) to show how close
003100*     *          statements run to their ceilings.  A statement
003200*     *          that failed on its own (SQLCODE negative) is
003300*     *          DEADWR's concern and is not counted.  A statement
003400*     *          with no row-limit record, and none for its
003500*     *          program under paragraph "*", is counted but never
003600*     *          stopped.
003700*     *
003800 PROGRAM-ID.     ROWGRD.
003900 AUTHOR.         D L ROSS.
004000 INSTALLATION.   BATCH SYSTEMS GROUP.
004100 DATE-WRITTEN.   15-OCT-2026.
004200 DATE-COMPILED.
004300*
004400*     * Modification History
004500*     * --------------------
004600*     * 15-oct-2026 (dlross)  Written.
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ROWLIMIT-FILE ASSIGN TO "ROWLIMIT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS RWG-LIM-STATUS.
005400     SELECT ROWUSE-FILE ASSIGN TO "ROWGUSE"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS RWG-USE-STATUS.
005700     SELECT DEADLETTER-FILE ASSIGN TO "DEADLTR"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS RWG-DEAD-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ROWLIMIT-FILE
006400     RECORDING MODE IS F.
006500 COPY "eqrowlim.cob".
006600*
006700 FD  ROWUSE-FILE
006800     RECORDING MODE IS F.
006900 COPY "eqrowuse.cob".
007000*
007100 FD  DEADLETTER-FILE
007200     RECORDING MODE IS F.
007300 01  DEADLETTER-FILE-REC      PIC X(577).
007400*
007500 WORKING-STORAGE SECTION.
007600 COPY "eqsqlca.cob".
007700 COPY "eqdeadlt.cob".
007800*
007900 01  RWG-WORK-AREA.
008000     05 RWG-LIM-STATUS        PIC X(2)  VALUE "00".
008100     05 RWG-USE-STATUS        PIC X(2)  VALUE "00".
008200     05 RWG-DEAD-STATUS       PIC X(2)  VALUE "00".
008300     05 RWG-LOADED-SW         PIC X(1)  VALUE "N".
008400         88 RWG-LIMITS-LOADED           VALUE "Y".
008500     05 RWG-EOF-SW            PIC X(1)  VALUE "N".
008600         88 RWG-AT-EOF                  VALUE "Y".
008700     05 RWG-FOUND-SW          PIC X(1).
008800         88 RWG-FOUND                   VALUE "Y".
008900     05 RWG-STOP-SW           PIC X(1).
009000         88 RWG-STOP-STATEMENT          VALUE "Y".
009100     05 RWG-LIM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
009200     05 RWG-LIM-DROPPED       PIC S9(4) USAGE COMP VALUE ZERO.
009300     05 RWG-LIM-SUB           PIC S9(4) USAGE COMP.
009400     05 RWG-STM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
009500     05 RWG-STM-SUB           PIC S9(4) USAGE COMP.
009600     05 RWG-SUB               PIC S9(4) USAGE COMP.
009700     05 RWG-ROWS              PIC S9(9) USAGE COMP.
009800     05 RWG-NOW-STRING        PIC X(14).
009900     05 RWG-MASK-LEN          PIC S9(4) USAGE COMP VALUE 500.
010000     05 RWG-ED-ROWS           PIC Z(8)9.
010100     05 RWG-ED-CEILING        PIC Z(8)9.
010200     05 RWG-WHICH-CEILING     PIC X(9).
010300     05 RWG-ALR-ACTION        PIC X(5)  VALUE "RAISE".
010400     05 RWG-ALR-SEVERITY      PIC X(1)  VALUE "C".
010500     05 RWG-ALR-PROGRAM       PIC X(8)  VALUE "ROWGRD".
010600     05 RWG-ALR-MESSAGE       PIC X(70).
010700     05 RWG-ALR-KEY           PIC X(20).
010800     05 RWG-ALR-USER          PIC X(8)  VALUE SPACES.
010900*
011000 01  RWG-LIMIT-TABLE.
011100     05 RWG-LIMIT-ROW OCCURS 500 TIMES.
011200         10 RWG-L-PROGRAM         PIC X(8).
011300         10 RWG-L-PARAGRAPH       PIC X(30).
011400         10 RWG-L-STMT-CEILING    PIC S9(9) USAGE COMP.
011500         10 RWG-L-GROUP-CEILING   PIC S9(9) USAGE COMP.
011600*
011700 01  RWG-STATEMENT-TABLE.
011800     05 RWG-STATEMENT-ROW OCCURS 200 TIMES.
011900         10 RWG-S-PROGRAM         PIC X(8).
012000         10 RWG-S-PARAGRAPH       PIC X(30).
012100         10 RWG-S-STMT-CEILING    PIC S9(9) USAGE COMP.
012200         10 RWG-S-GROUP-CEILING   PIC S9(9) USAGE COMP.
012300         10 RWG-S-EXECUTIONS      PIC S9(9) USAGE COMP.
012400         10 RWG-S-GROUP-ROWS      PIC S9(9) USAGE COMP.
012500         10 RWG-S-PEAK-STMT       PIC S9(9) USAGE COMP.
012600         10 RWG-S-PEAK-GROUP      PIC S9(9) USAGE COMP.
012700         10 RWG-S-STOPPED-SW      PIC X(1).
012800             88 RWG-S-STOPPED               VALUE "Y".
012900*
013000 LINKAGE SECTION.
013100 01  RWG-CALLER-ACTION        PIC X(5).
013200     88 RWG-ACTION-CHECK                 VALUE "CHECK".
013300     88 RWG-ACTION-COMMIT                VALUE "COMMT".
013400     88 RWG-ACTION-CLOSE                 VALUE "CLOSE".
013500 01  RWG-CALLER-PROGRAM       PIC X(8).
013600 01  RWG-CALLER-PARAGRAPH     PIC X(30).
013700 01  RWG-CALLER-HOSTVARS      PIC X(500).
013800 01  RWG-CALLER-RESULT        PIC X(1).
013900     88 RWG-RESULT-CLEAR                 VALUE "Y".
014000     88 RWG-RESULT-RUNAWAY               VALUE "N".
014100*
014200 PROCEDURE DIVISION USING RWG-CALLER-ACTION
014300                          RWG-CALLER-PROGRAM
014400                          RWG-CALLER-PARAGRAPH
014500                          RWG-CALLER-HOSTVARS
014600                          RWG-CALLER-RESULT.
014700*
014800*+----------------------------------------------------------+
014900*|  0000-MAINLINE                                             |
015000*+----------------------------------------------------------+
015100 0000-MAINLINE.
015200     SET RWG-RESULT-CLEAR TO TRUE.
015300     IF NOT RWG-LIMITS-LOADED
015400         PERFORM 1000-LOAD-LIMITS THRU 1000-EXIT
015500     END-IF.
015600     EVALUATE TRUE
015700         WHEN RWG-ACTION-CHECK
015800             PERFORM 2000-CHECK-STATEMENT THRU 2000-EXIT
015900         WHEN RWG-ACTION-COMMIT
016000             PERFORM 3000-NEW-COMMIT-GROUP THRU 3000-EXIT
016100         WHEN RWG-ACTION-CLOSE
016200             PERFORM 4000-WRITE-USAGE THRU 4000-EXIT
016300         WHEN OTHER
016400             CONTINUE
016500     END-EVALUATE.
016600     GOBACK.
016700*
016800*+----------------------------------------------------------+
016900*|  1000-LOAD-LIMITS - read the row-limit file once, on the   |
017000*|  first call of the run.  Without it nothing is stopped.    |
017100*+----------------------------------------------------------+
017200 1000-LOAD-LIMITS.
017300     SET RWG-LIMITS-LOADED TO TRUE.
017400     OPEN INPUT ROWLIMIT-FILE.
017500     IF RWG-LIM-STATUS NOT = "00"
017600         GO TO 1000-EXIT
017700     END-IF.
017800     MOVE "N" TO RWG-EOF-SW.
017900     PERFORM 1100-LOAD-ONE-LIMIT THRU 1100-EXIT
018000         UNTIL RWG-AT-EOF.
018100     CLOSE ROWLIMIT-FILE.
018200     IF RWG-LIM-DROPPED > ZERO
018300         DISPLAY "ROWGRD: MORE THAN 500 ROW LIMITS - REST IGNORED"
018400     END-IF.
018500 1000-EXIT.
018600     EXIT.
018700*
018800 1100-LOAD-ONE-LIMIT.
018900     READ ROWLIMIT-FILE
019000         AT END SET RWG-AT-EOF TO TRUE
019100     END-READ.
019200     IF RWG-AT-EOF
019300         GO TO 1100-EXIT
019400     END-IF.
019500     IF RWG-LIM-COUNT NOT < 500
019600         ADD 1 TO RWG-LIM-DROPPED
019700         GO TO 1100-EXIT
019800     END-IF.
019900     ADD 1 TO RWG-LIM-COUNT.
020000     MOVE RWL-PROGRAM       TO RWG-L-PROGRAM(RWG-LIM-COUNT).
020100     MOVE RWL-PARAGRAPH     TO RWG-L-PARAGRAPH(RWG-LIM-COUNT).
020200     MOVE RWL-STMT-CEILING  TO RWG-L-STMT-CEILING(RWG-LIM-COUNT).
020300     MOVE RWL-GROUP-CEILING TO RWG-L-GROUP-CEILING(RWG-LIM-COUNT).
020400 1100-EXIT.
020500     EXIT.
020600*
020700*+----------------------------------------------------------+
020800*|  2000-CHECK-STATEMENT - count the rows the statement just  |
020900*|  touched and stop it if it is over either ceiling.         |
021000*+----------------------------------------------------------+
021100 2000-CHECK-STATEMENT.
021200     IF SQLCODE < ZERO
021300         GO TO 2000-EXIT
021400     END-IF.
021500     PERFORM 2100-FIND-STATEMENT THRU 2100-EXIT.
021600     IF NOT RWG-FOUND
021700         GO TO 2000-EXIT
021800     END-IF.
021900     MOVE SQLERRD(3) TO RWG-ROWS.
022000     IF RWG-ROWS < ZERO
022100         MOVE ZERO TO RWG-ROWS
022200     END-IF.
022300     ADD 1        TO RWG-S-EXECUTIONS(RWG-STM-SUB).
022400     ADD RWG-ROWS TO RWG-S-GROUP-ROWS(RWG-STM-SUB).
022500     IF RWG-ROWS > RWG-S-PEAK-STMT(RWG-STM-SUB)
022600         MOVE RWG-ROWS TO RWG-S-PEAK-STMT(RWG-STM-SUB)
022700     END-IF.
022800     IF RWG-S-GROUP-ROWS(RWG-STM-SUB) >
022900        RWG-S-PEAK-GROUP(RWG-STM-SUB)
023000         MOVE RWG-S-GROUP-ROWS(RWG-STM-SUB)
023100             TO RWG-S-PEAK-GROUP(RWG-STM-SUB)
023200     END-IF.
023300     MOVE "N" TO RWG-STOP-SW.
023400     IF RWG-S-STMT-CEILING(RWG-STM-SUB) > ZERO
023500        AND RWG-ROWS > RWG-S-STMT-CEILING(RWG-STM-SUB)
023600         SET RWG-STOP-STATEMENT TO TRUE
023700         MOVE "STATEMENT" TO RWG-WHICH-CEILING
023800         MOVE RWG-ROWS TO RWG-ED-ROWS
023900         MOVE RWG-S-STMT-CEILING(RWG-STM-SUB) TO RWG-ED-CEILING
024000     ELSE
024100         IF RWG-S-GROUP-CEILING(RWG-STM-SUB) > ZERO
024200            AND RWG-S-GROUP-ROWS(RWG-STM-SUB) >
024300                RWG-S-GROUP-CEILING(RWG-STM-SUB)
024400             SET RWG-STOP-STATEMENT TO TRUE
024500             MOVE "GROUP" TO RWG-WHICH-CEILING
024600             MOVE RWG-S-GROUP-ROWS(RWG-STM-SUB) TO RWG-ED-ROWS
024700             MOVE RWG-S-GROUP-CEILING(RWG-STM-SUB)
024800                 TO RWG-ED-CEILING
024900         END-IF
025000     END-IF.
025100     IF NOT RWG-STOP-STATEMENT
025200         GO TO 2000-EXIT
025300     END-IF.
025400     SET RWG-RESULT-RUNAWAY TO TRUE.
025500     SET RWG-S-STOPPED(RWG-STM-SUB) TO TRUE.
025600     PERFORM 2200-DEAD-LETTER-STATEMENT THRU 2200-EXIT.
025700     PERFORM 2300-RAISE-ALERT THRU 2300-EXIT.
025800*    The job will not reach its CLOSE - the usage is written now.
025900     PERFORM 4000-WRITE-USAGE THRU 4000-EXIT.
026000     MOVE -29991 TO SQLCODE.
026100 2000-EXIT.
026200     EXIT.
026300*
026400*+----------------------------------------------------------+
026500*|  2100-FIND-STATEMENT - find the statement's entry, adding  |
026600*|  it with its ceilings the first time it is checked.        |
026700*+----------------------------------------------------------+
026800 2100-FIND-STATEMENT.
026900     MOVE "N" TO RWG-FOUND-SW.
027000     PERFORM 2110-MATCH-ONE-STATEMENT THRU 2110-EXIT
027100         VARYING RWG-SUB FROM 1 BY 1
027200         UNTIL RWG-SUB > RWG-STM-COUNT
027300            OR RWG-FOUND.
027400     IF RWG-FOUND
027500         GO TO 2100-EXIT
027600     END-IF.
027700     IF RWG-STM-COUNT NOT < 200
027800         DISPLAY "ROWGRD: MORE THAN 200 STATEMENTS - "
027900             RWG-CALLER-PROGRAM " " RWG-CALLER-PARAGRAPH
028000             " NOT GUARDED"
028100         GO TO 2100-EXIT
028200     END-IF.
028300     ADD 1 TO RWG-STM-COUNT.
028400     MOVE RWG-STM-COUNT TO RWG-STM-SUB.
028500     INITIALIZE RWG-STATEMENT-ROW(RWG-STM-SUB).
028600     MOVE RWG-CALLER-PROGRAM   TO RWG-S-PROGRAM(RWG-STM-SUB).
028700     MOVE RWG-CALLER-PARAGRAPH TO RWG-S-PARAGRAPH(RWG-STM-SUB).
028800     MOVE "N" TO RWG-S-STOPPED-SW(RWG-STM-SUB).
028900     PERFORM 2120-FIND-CEILINGS THRU 2120-EXIT.
029000     SET RWG-FOUND TO TRUE.
029100 2100-EXIT.
029200     EXIT.
029300*
029400 2110-MATCH-ONE-STATEMENT.
029500     IF RWG-S-PROGRAM(RWG-SUB)   = RWG-CALLER-PROGRAM
029600        AND RWG-S-PARAGRAPH(RWG-SUB) = RWG-CALLER-PARAGRAPH
029700         SET RWG-FOUND TO TRUE
029800         MOVE RWG-SUB TO RWG-STM-SUB
029900     END-IF.
030000 2110-EXIT.
030100     EXIT.
030200*
030300*+----------------------------------------------------------+
030400*|  2120-FIND-CEILINGS - the statement's own limit record,    |
030500*|  else its program's "*" record, else no ceilings.          |
030600*+----------------------------------------------------------+
030700 2120-FIND-CEILINGS.
030800     MOVE ZERO TO RWG-LIM-SUB.
030900     PERFORM 2121-MATCH-EXACT THRU 2121-EXIT
031000         VARYING RWG-SUB FROM 1 BY 1
031100         UNTIL RWG-SUB > RWG-LIM-COUNT
031200            OR RWG-LIM-SUB > ZERO.
031300     IF RWG-LIM-SUB = ZERO
031400         PERFORM 2122-MATCH-DEFAULT THRU 2122-EXIT
031500             VARYING RWG-SUB FROM 1 BY 1
031600             UNTIL RWG-SUB > RWG-LIM-COUNT
031700                OR RWG-LIM-SUB > ZERO
031800     END-IF.
031900     IF RWG-LIM-SUB > ZERO
032000         MOVE RWG-L-STMT-CEILING(RWG-LIM-SUB)
032100             TO RWG-S-STMT-CEILING(RWG-STM-SUB)
032200         MOVE RWG-L-GROUP-CEILING(RWG-LIM-SUB)
032300             TO RWG-S-GROUP-CEILING(RWG-STM-SUB)
032400     END-IF.
032500 2120-EXIT.
032600     EXIT.
032700*
032800 2121-MATCH-EXACT.
032900     IF RWG-L-PROGRAM(RWG-SUB)   = RWG-CALLER-PROGRAM
033000        AND RWG-L-PARAGRAPH(RWG-SUB) = RWG-CALLER-PARAGRAPH
033100         MOVE RWG-SUB TO RWG-LIM-SUB
033200     END-IF.
033300 2121-EXIT.
033400     EXIT.
033500*
033600 2122-MATCH-DEFAULT.
033700     IF RWG-L-PROGRAM(RWG-SUB)   = RWG-CALLER-PROGRAM
033800        AND RWG-L-PARAGRAPH(RWG-SUB) = "*"
033900         MOVE RWG-SUB TO RWG-LIM-SUB
034000     END-IF.
034100 2122-EXIT.
034200     EXIT.
034300*
034400*+----------------------------------------------------------+
034500*|  2200-DEAD-LETTER-STATEMENT - the stopped statement and    |
034600*|  its host variables go to the dead-letter file in DEADWR's |
034700*|  record format, masked as DEADWR masks them, carrying the  |
034800*|  -29991 code so a replay driver knows it was stopped, not  |
034900*|  failed by Ingres.                                         |
035000*+----------------------------------------------------------+
035100 2200-DEAD-LETTER-STATEMENT.
035200     OPEN EXTEND DEADLETTER-FILE.
035300     IF RWG-DEAD-STATUS = "05" OR RWG-DEAD-STATUS = "35"
035400         OPEN OUTPUT DEADLETTER-FILE
035500     END-IF.
035600     MOVE SPACES               TO DEADLT-RECORD.
035700     MOVE SQLRUNID             TO DLQ-RUNID.
035800     MOVE FUNCTION CURRENT-DATE(1:14) TO RWG-NOW-STRING.
035900     MOVE RWG-NOW-STRING       TO DLQ-TIMESTAMP.
036000     MOVE RWG-CALLER-PROGRAM   TO DLQ-STMT-ID(1:8).
036100     MOVE RWG-CALLER-PARAGRAPH TO DLQ-STMT-ID(9:30).
036200     MOVE -29991               TO DLQ-SQLCODE.
036300     MOVE RWG-CALLER-HOSTVARS  TO DLQ-HOSTVAR-SNAPSHOT.
036400     CALL "MASKER" USING DLQ-STMT-ID
036500                         DLQ-HOSTVAR-SNAPSHOT
036600                         RWG-MASK-LEN.
036700     MOVE DEADLT-RECORD        TO DEADLETTER-FILE-REC.
036800     WRITE DEADLETTER-FILE-REC.
036900     CLOSE DEADLETTER-FILE.
037000 2200-EXIT.
037100     EXIT.
037200*
037300 2300-RAISE-ALERT.
037400     MOVE SPACES TO RWG-ALR-MESSAGE.
037500     STRING "RUNAWAY "                DELIMITED BY SIZE
037600            RWG-CALLER-PROGRAM        DELIMITED BY SPACE
037700            " "                       DELIMITED BY SIZE
037800            RWG-CALLER-PARAGRAPH      DELIMITED BY SPACE
037900            " ROWS"                   DELIMITED BY SIZE
038000            RWG-ED-ROWS               DELIMITED BY SIZE
038100            " OVER "                  DELIMITED BY SIZE
038200            RWG-WHICH-CEILING         DELIMITED BY SPACE
038300            RWG-ED-CEILING            DELIMITED BY SIZE
038400         INTO RWG-ALR-MESSAGE.
038500     MOVE SQLRUNID TO RWG-ALR-KEY.
038600     CALL "ALRMGR" USING RWG-ALR-ACTION
038700                         RWG-ALR-SEVERITY
038800                         RWG-ALR-PROGRAM
038900                         RWG-ALR-MESSAGE
039000                         RWG-ALR-KEY
039100                         RWG-ALR-USER.
039200 2300-EXIT.
039300     EXIT.
039400*
039500*+----------------------------------------------------------+
039600*|  3000-NEW-COMMIT-GROUP - the program has committed; each   |
039700*|  statement's group count starts again.                     |
039800*+----------------------------------------------------------+
039900 3000-NEW-COMMIT-GROUP.
040000     PERFORM 3100-RESET-ONE-GROUP THRU 3100-EXIT
040100         VARYING RWG-SUB FROM 1 BY 1
040200         UNTIL RWG-SUB > RWG-STM-COUNT.
040300 3000-EXIT.
040400     EXIT.
040500*
040600 3100-RESET-ONE-GROUP.
040700     MOVE ZERO TO RWG-S-GROUP-ROWS(RWG-SUB).
040800 3100-EXIT.
040900     EXIT.
041000*
041100*+----------------------------------------------------------+
041200*|  4000-WRITE-USAGE - append one usage record per statement  |
041300*|  guarded this run, once.                                   |
041400*+----------------------------------------------------------+
041500 4000-WRITE-USAGE.
041600     IF RWG-STM-COUNT = ZERO
041700         GO TO 4000-EXIT
041800     END-IF.
041900     OPEN EXTEND ROWUSE-FILE.
042000     IF RWG-USE-STATUS = "05" OR RWG-USE-STATUS = "35"
042100         OPEN OUTPUT ROWUSE-FILE
042200     END-IF.
042300     MOVE FUNCTION CURRENT-DATE(1:14) TO RWG-NOW-STRING.
042400     PERFORM 4100-WRITE-ONE-USAGE THRU 4100-EXIT
042500         VARYING RWG-SUB FROM 1 BY 1
042600         UNTIL RWG-SUB > RWG-STM-COUNT.
042700     CLOSE ROWUSE-FILE.
042800     MOVE ZERO TO RWG-STM-COUNT.
042900 4000-EXIT.
043000     EXIT.
043100*
043200 4100-WRITE-ONE-USAGE.
043300     MOVE SPACES                          TO ROWUSE-RECORD.
043400     MOVE SQLRUNID                        TO RWU-RUNID.
043500     MOVE RWG-NOW-STRING(1:8)             TO RWU-DATE.
043600     MOVE RWG-S-PROGRAM(RWG-SUB)          TO RWU-PROGRAM.
043700     MOVE RWG-S-PARAGRAPH(RWG-SUB)        TO RWU-PARAGRAPH.
043800     MOVE RWG-S-STMT-CEILING(RWG-SUB)     TO RWU-STMT-CEILING.
043900     MOVE RWG-S-GROUP-CEILING(RWG-SUB)    TO RWU-GROUP-CEILING.
044000     MOVE RWG-S-EXECUTIONS(RWG-SUB)       TO RWU-EXECUTIONS.
044100     MOVE RWG-S-PEAK-STMT(RWG-SUB)        TO RWU-PEAK-STMT.
044200     MOVE RWG-S-PEAK-GROUP(RWG-SUB)       TO RWU-PEAK-GROUP.
044300     MOVE RWG-S-STOPPED-SW(RWG-SUB)       TO RWU-STOPPED-SW.
044400     WRITE ROWUSE-RECORD.
044500 4100-EXIT.
044600     EXIT.
