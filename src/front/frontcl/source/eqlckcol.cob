000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * LCKCOL
000400*     *
000500*     * Purpose: Weekly lock-contention and deadlock collision
000600*     *          analysis.  TRDRPT (see eqtrdrpt.cob) counts how
000700*     *          often each job takes a transient lock or deadlock
000800*     *          SQLCODE; LCKCOL finds out who it was colliding
000900*     *          with.  Every occurrence on the SQLCA audit trail
001000*     *          (SQLAUDIT) in the trailing window of a SQLCODE
001100*     *          SQLRET (see eqsqlret.cob) classes as transient is
001200*     *          taken with its timestamp, program and paragraph.
001300*     *          Every other run-id JOBCTL shows running at that
001400*     *          moment is paired with it, and the statement that
001500*     *          run was on is found:
001600*     *              A - its last SQLAUDIT record at or before the
001700*     *                  collision;
001800*     *              H - failing that, its STATLIVE heartbeat, if
001900*     *                  the heartbeat is no later than the
002000*     *                  collision;
002100*     *              P - failing that, its longest-running
002200*     *                  statement on SQLPROF that day (SQLTMR
002300*     *                  stamps only the date).
002400*     *          The report ranks the job pairs by collision
002500*     *          count, with the statements involved and the
002600*     *          time-of-night distribution.  A pair that collided
002700*     *          at least LKC-REPEAT-MIN times and has no resource
002800*     *          in common on RESDECLS (see eqresdcl.cob) - so
002900*     *          RESLCK does not serialize it - gets a suggested
003000*     *          declaration, and the job's declaration record
003100*     *          with the resource added is written to RESDPROP
003200*     *          for review before RESDECLS is changed.
003300*     *
003400*     * Notes:  The optional LKCPARM card carries the window in
003500*     *          days (1-3, default 7) and the repeat minimum
003600*     *          (4-6, default 3).  The suggested resource is one
003700*     *          the pair already declares on one side, else a new
003800*     *          one named after the two jobs.  The trailing-day
003900*     *          cutoff is computed with FUNCTION INTEGER-OF-DATE/
004000*     *          DATE-OF-INTEGER, as in TRDRPT.  Return code 4
004100*     *          means at least one declaration was suggested.
004200*     *
004300 PROGRAM-ID.     LCKCOL.
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
005600     SELECT LKCPARM-FILE ASSIGN TO "LKCPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS LKC-PARM-STATUS.
005900     SELECT SQLAUDIT-FILE ASSIGN TO "SQLAUDIT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS LKC-AUDIT-STATUS.
006200     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS JCF-RUN-ID
006600         FILE STATUS IS LKC-JOBCTL-STATUS.
006700     SELECT STATLIVE-FILE ASSIGN TO "STATLIVE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS SLF-RUN-ID
007100         FILE STATUS IS LKC-STA-STATUS.
007200     SELECT SQLPROF-FILE ASSIGN TO "SQLPROF"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS LKC-PROF-STATUS.
007500     SELECT RESDECL-FILE ASSIGN TO "RESDECLS"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS LKC-DECL-STATUS.
007800     SELECT PROPOSAL-FILE ASSIGN TO "RESDPROP"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS LKC-PROP-STATUS.
008100     SELECT COLLISION-REPORT ASSIGN TO "LCKCOLRP"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS LKC-RPT-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  LKCPARM-FILE
008800     RECORDING MODE IS F.
008900 01  LKCPARM-REC.
009000     05 LKP-WINDOW-DAYS       PIC X(3).
009100     05 LKP-REPEAT-MIN        PIC X(3).
009200*
009300 FD  SQLAUDIT-FILE
009400     RECORDING MODE IS F.
009500 01  SQLAUDIT-REC             PIC X(263).
009600*
009700 FD  JOBCTL-FILE.
009800 01  JOBCTL-FILE-REC.
009900     05 JCF-RUN-ID            PIC X(16).
010000     05 JCF-REST-OF-RECORD    PIC X(78).
010100*
010200 FD  STATLIVE-FILE.
010300 01  STATLIVE-FILE-REC.
010400     05 SLF-RUN-ID            PIC X(16).
010500     05 SLF-REST-OF-RECORD    PIC X(147).
010600*
010700 FD  SQLPROF-FILE
010800     RECORDING MODE IS F.
010900 01  SQLPROF-REC              PIC X(66).
011000*
011100 FD  RESDECL-FILE
011200     RECORDING MODE IS F.
011300 COPY "eqresdcl.cob".
011400*
011500 FD  PROPOSAL-FILE
011600     RECORDING MODE IS F.
011700 01  PROPOSAL-REC             PIC X(138).
011800*
011900 FD  COLLISION-REPORT
012000     RECORDING MODE IS F.
012100 01  COLLISION-LINE           PIC X(132).
012200*
012300 WORKING-STORAGE SECTION.
012400 COPY "eqjobctl.cob".
012500 COPY "eqsqlaud.cob".
012600 COPY "eqsqlsta.cob".
012700 COPY "eqsqltim.cob".
012800 COPY "eqsqlret.cob".
012900*
013000 77  LKC-MAX-RUNS             PIC S9(4) USAGE COMP VALUE 1000.
013100 77  LKC-MAX-EVENTS           PIC S9(4) USAGE COMP VALUE 1000.
013200 77  LKC-MAX-LINKS            PIC S9(4) USAGE COMP VALUE 3000.
013300 77  LKC-MAX-PAIRS            PIC S9(4) USAGE COMP VALUE 200.
013400 77  LKC-MAX-DECLS            PIC S9(4) USAGE COMP VALUE 300.
013500*
013600 01  LKC-WORK-AREA.
013700     05 LKC-PARM-STATUS       PIC X(2)  VALUE "00".
013800     05 LKC-AUDIT-STATUS      PIC X(2)  VALUE "00".
013900     05 LKC-JOBCTL-STATUS     PIC X(2)  VALUE "00".
014000     05 LKC-STA-STATUS        PIC X(2)  VALUE "00".
014100     05 LKC-PROF-STATUS       PIC X(2)  VALUE "00".
014200     05 LKC-DECL-STATUS       PIC X(2)  VALUE "00".
014300     05 LKC-PROP-STATUS       PIC X(2)  VALUE "00".
014400     05 LKC-RPT-STATUS        PIC X(2)  VALUE "00".
014500     05 LKC-EOF-SW            PIC X(1)  VALUE "N".
014600         88 LKC-AT-EOF                  VALUE "Y".
014700     05 LKC-TRANSIENT-SW      PIC X(1)  VALUE "N".
014800         88 LKC-TRANSIENT               VALUE "Y".
014900     05 LKC-SERIAL-WORK-SW    PIC X(1)  VALUE "N".
015000         88 LKC-SERIAL-WORK             VALUE "Y".
015050     05 LKC-STA-OPEN-SW       PIC X(1)  VALUE "N".
015070         88 LKC-STA-OPEN                VALUE "Y".
015100     05 LKC-WINDOW-DAYS       PIC 9(3)  VALUE 7.
015200     05 LKC-REPEAT-MIN        PIC 9(3)  VALUE 3.
015300     05 LKC-TODAY             PIC 9(8).
015400     05 LKC-TODAY-INT         PIC 9(9)  USAGE COMP.
015500     05 LKC-CUTOFF-INT        PIC 9(9)  USAGE COMP.
015600     05 LKC-CUTOFF-DATE       PIC 9(8).
015700     05 LKC-STAMP             PIC X(14).
015800     05 LKC-END-STAMP         PIC X(14).
015900     05 LKC-SUB               PIC S9(4) USAGE COMP.
016000     05 LKC-SUB2              PIC S9(4) USAGE COMP.
016100     05 LKC-RUN-SUB           PIC S9(4) USAGE COMP.
016200     05 LKC-EVT-SUB           PIC S9(4) USAGE COMP.
016300     05 LKC-LNK-SUB           PIC S9(4) USAGE COMP.
016400     05 LKC-PAIR-SUB          PIC S9(4) USAGE COMP.
016500     05 LKC-STMT-SUB          PIC S9(4) USAGE COMP.
016600     05 LKC-HOUR-SUB          PIC S9(4) USAGE COMP.
016700     05 LKC-DECL-SUB          PIC S9(4) USAGE COMP.
016800     05 LKC-DECL-SUB-A        PIC S9(4) USAGE COMP.
016900     05 LKC-DECL-SUB-B        PIC S9(4) USAGE COMP.
017000     05 LKC-RES-SUB           PIC S9(4) USAGE COMP.
017100     05 LKC-RANK              PIC S9(4) USAGE COMP.
017200     05 LKC-BEST-SUB          PIC S9(4) USAGE COMP.
017300     05 LKC-HOUR-NO           PIC S9(4) USAGE COMP.
017400     05 LKC-HOUR              PIC 9(2).
017500     05 LKC-EVENT-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
017600     05 LKC-EVENTS-DROPPED    PIC S9(9) USAGE COMP VALUE ZERO.
017700     05 LKC-RUN-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
017800     05 LKC-LINK-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
017900     05 LKC-LINKS-DROPPED     PIC S9(9) USAGE COMP VALUE ZERO.
018000     05 LKC-PAIR-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
018100     05 LKC-PAIRS-DROPPED     PIC S9(9) USAGE COMP VALUE ZERO.
018200     05 LKC-DECL-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
018300     05 LKC-UNPAIRED          PIC S9(9) USAGE COMP VALUE ZERO.
018400     05 LKC-MATCHED           PIC S9(9) USAGE COMP VALUE ZERO.
018500     05 LKC-SUGGESTIONS       PIC S9(9) USAGE COMP VALUE ZERO.
018600     05 LKC-PROPOSALS         PIC S9(9) USAGE COMP VALUE ZERO.
018700     05 LKC-JOB-A             PIC X(8).
018800     05 LKC-JOB-B             PIC X(8).
018900     05 LKC-LOOKUP-JOB        PIC X(8).
019000     05 LKC-PROG-A            PIC X(8).
019100     05 LKC-PARA-A            PIC X(30).
019200     05 LKC-PROG-B            PIC X(8).
019300     05 LKC-PARA-B            PIC X(30).
019400     05 LKC-SOURCE            PIC X(1).
019500     05 LKC-RESOURCE          PIC X(16).
019550     05 LKC-PAIR-NAME         PIC X(17).
019600     05 LKC-ED-COUNT          PIC Z(8)9.
019700     05 LKC-ED-SMALL          PIC Z(4)9.
019800     05 LKC-ED-RANK           PIC Z(3)9.
019900*
020000 01  LKC-RUN-TABLE.
020100     05 LKC-RUN-ROW OCCURS 1000 TIMES.
020200         10 LKC-R-RUN-ID          PIC X(16).
020300         10 LKC-R-JOB             PIC X(8).
020400         10 LKC-R-START           PIC X(14).
020500         10 LKC-R-END             PIC X(14).
020600         10 LKC-R-LINKS           PIC S9(4) USAGE COMP.
020700*
020800 01  LKC-EVENT-TABLE.
020900     05 LKC-EVENT-ROW OCCURS 1000 TIMES.
021000         10 LKC-E-RUN-ID          PIC X(16).
021100         10 LKC-E-JOB             PIC X(8).
021200         10 LKC-E-PROGRAM         PIC X(8).
021300         10 LKC-E-PARAGRAPH       PIC X(30).
021400         10 LKC-E-STAMP           PIC X(14).
021500*
021600 01  LKC-LINK-TABLE.
021700     05 LKC-LINK-ROW OCCURS 3000 TIMES.
021800         10 LKC-K-EVENT           PIC S9(4) USAGE COMP.
021900         10 LKC-K-RUN             PIC S9(4) USAGE COMP.
022000         10 LKC-K-PROGRAM         PIC X(8).
022100         10 LKC-K-PARAGRAPH       PIC X(30).
022200         10 LKC-K-SOURCE          PIC X(1).
022300         10 LKC-K-BEST-CSECS      PIC S9(9) USAGE COMP.
022400*
022500 01  LKC-PAIR-TABLE.
022600     05 LKC-PAIR-ROW OCCURS 200 TIMES.
022700         10 LKC-P-JOB-A           PIC X(8).
022800         10 LKC-P-JOB-B           PIC X(8).
022900         10 LKC-P-COUNT           PIC S9(9) USAGE COMP.
023000         10 LKC-P-VICTIM-A        PIC S9(9) USAGE COMP.
023100         10 LKC-P-VICTIM-B        PIC S9(9) USAGE COMP.
023200         10 LKC-P-SERIAL-SW       PIC X(1).
023300             88 LKC-P-SERIALIZED            VALUE "Y".
023400         10 LKC-P-PICKED-SW       PIC X(1).
023500             88 LKC-P-PICKED                VALUE "Y".
023600         10 LKC-P-HOUR-COUNT      PIC S9(5) USAGE COMP
023700                                  OCCURS 24 TIMES.
023800         10 LKC-P-STMT-COUNT      PIC S9(4) USAGE COMP.
023900         10 LKC-P-STMT-OTHER      PIC S9(9) USAGE COMP.
024000         10 LKC-P-STMT OCCURS 5 TIMES.
024100             15 LKC-P-PROG-A      PIC X(8).
024200             15 LKC-P-PARA-A      PIC X(30).
024300             15 LKC-P-PROG-B      PIC X(8).
024400             15 LKC-P-PARA-B      PIC X(30).
024500             15 LKC-P-SOURCE      PIC X(1).
024600             15 LKC-P-STMT-HITS   PIC S9(9) USAGE COMP.
024700*
024800 01  LKC-DECL-TABLE.
024900     05 LKC-DECL-ROW OCCURS 300 TIMES.
025000         10 LKC-D-JOB             PIC X(8).
025100         10 LKC-D-CHANGED-SW      PIC X(1).
025200             88 LKC-D-CHANGED               VALUE "Y".
025300         10 LKC-D-COUNT           PIC S9(4) USAGE COMP.
025400         10 LKC-D-RESOURCE        PIC X(16) OCCURS 8 TIMES.
025500*
025600 01  LKC-PROPOSAL.
025700     05 LKC-PR-JOB-NAME       PIC X(8).
025800     05 LKC-PR-COUNT          PIC S9(4) USAGE COMP.
025900     05 LKC-PR-RESOURCE       PIC X(16) OCCURS 8 TIMES.
026000*
026100 01  LKC-HOUR-LINE.
026200     05 FILLER                PIC X(4)  VALUE SPACES.
026300     05 LKC-HL-LABEL          PIC X(7).
026400     05 LKC-HL-ENTRY OCCURS 12 TIMES.
026500         10 LKC-HL-HOUR       PIC 9(2).
026600         10 FILLER            PIC X(1)  VALUE ":".
026700         10 LKC-HL-COUNT      PIC Z(4)9.
026800         10 FILLER            PIC X(2)  VALUE SPACES.
026900     05 FILLER                PIC X(1)  VALUE SPACE.
027000*
027100 01  LKC-STMT-LINE.
027200     05 FILLER                PIC X(6)  VALUE SPACES.
027300     05 LKC-SL-PROG-A         PIC X(8).
027400     05 FILLER                PIC X(1)  VALUE SPACE.
027500     05 LKC-SL-PARA-A         PIC X(30).
027600     05 FILLER                PIC X(5)  VALUE " <-> ".
027700     05 LKC-SL-PROG-B         PIC X(8).
027800     05 FILLER                PIC X(1)  VALUE SPACE.
027900     05 LKC-SL-PARA-B         PIC X(30).
028000     05 LKC-SL-SOURCE         PIC X(3).
028100     05 LKC-SL-HITS           PIC Z(8)9.
028200     05 FILLER                PIC X(31) VALUE SPACES.
028300*
028400 PROCEDURE DIVISION.
028500*
028600*+----------------------------------------------------------+
028700*|  0000-MAINLINE                                             |
028800*+----------------------------------------------------------+
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 1200-LOAD-DECLARATIONS THRU 1200-EXIT.
029200     PERFORM 2000-LOAD-JOBCTL THRU 2000-EXIT.
029300     PERFORM 3000-COLLECT-COLLISIONS THRU 3000-EXIT.
029400     PERFORM 3500-LINK-RUNNING-RUNS THRU 3500-EXIT
029500         VARYING LKC-EVT-SUB FROM 1 BY 1
029600         UNTIL LKC-EVT-SUB > LKC-EVENT-COUNT.
029700     PERFORM 4000-LOCATE-FROM-AUDIT THRU 4000-EXIT.
029800     PERFORM 4500-LOCATE-FROM-HEARTBEAT THRU 4500-EXIT.
029900     PERFORM 4700-LOCATE-FROM-PROFILE THRU 4700-EXIT.
030000     PERFORM 5000-BUILD-PAIRS THRU 5000-EXIT
030100         VARYING LKC-LNK-SUB FROM 1 BY 1
030200         UNTIL LKC-LNK-SUB > LKC-LINK-COUNT.
030300     PERFORM 5500-CHECK-SERIALIZED THRU 5500-EXIT
030400         VARYING LKC-PAIR-SUB FROM 1 BY 1
030500         UNTIL LKC-PAIR-SUB > LKC-PAIR-COUNT.
030600     PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
030700     PERFORM 7000-WRITE-PROPOSALS THRU 7000-EXIT.
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030900     STOP RUN.
031000*
031100*+----------------------------------------------------------+
031200*|  1000-INITIALIZE - the parameter card and the trailing-    |
031300*|  day cutoff.                                               |
031400*+----------------------------------------------------------+
031500 1000-INITIALIZE.
031600     INITIALIZE LKC-RUN-TABLE LKC-EVENT-TABLE LKC-LINK-TABLE
031700                LKC-PAIR-TABLE LKC-DECL-TABLE.
031800     OPEN INPUT LKCPARM-FILE.
031900     IF LKC-PARM-STATUS = "00"
032000         READ LKCPARM-FILE
032100             AT END MOVE SPACES TO LKCPARM-REC
032200         END-READ
032300         IF LKP-WINDOW-DAYS IS NUMERIC
032400            AND LKP-WINDOW-DAYS NOT = "000"
032500             MOVE LKP-WINDOW-DAYS TO LKC-WINDOW-DAYS
032600         END-IF
032700         IF LKP-REPEAT-MIN IS NUMERIC
032800            AND LKP-REPEAT-MIN NOT = "000"
032900             MOVE LKP-REPEAT-MIN TO LKC-REPEAT-MIN
033000         END-IF
033100         CLOSE LKCPARM-FILE
033200     END-IF.
033300     MOVE FUNCTION CURRENT-DATE(1:8) TO LKC-TODAY.
033400     COMPUTE LKC-TODAY-INT = FUNCTION INTEGER-OF-DATE(LKC-TODAY).
033500     COMPUTE LKC-CUTOFF-INT = LKC-TODAY-INT - LKC-WINDOW-DAYS.
033600     COMPUTE LKC-CUTOFF-DATE =
033700         FUNCTION DATE-OF-INTEGER(LKC-CUTOFF-INT).
033800     OPEN OUTPUT COLLISION-REPORT.
033900     IF LKC-RPT-STATUS NOT = "00"
034000         DISPLAY "LCKCOL: CANNOT OPEN LCKCOLRP, STATUS "
034100                 LKC-RPT-STATUS
034200         MOVE 12 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500 1000-EXIT.
034600     EXIT.
034700*
034800*+----------------------------------------------------------+
034900*|  1200-LOAD-DECLARATIONS - the resources each job already   |
035000*|  declares to RESLCK.                                       |
035100*+----------------------------------------------------------+
035200 1200-LOAD-DECLARATIONS.
035300     OPEN INPUT RESDECL-FILE.
035400     IF LKC-DECL-STATUS NOT = "00"
035500         GO TO 1200-EXIT
035600     END-IF.
035700     MOVE "N" TO LKC-EOF-SW.
035800     PERFORM 1210-ONE-DECLARATION THRU 1210-EXIT
035900         UNTIL LKC-AT-EOF.
036000     CLOSE RESDECL-FILE.
036100 1200-EXIT.
036200     EXIT.
036300*
036400 1210-ONE-DECLARATION.
036500     READ RESDECL-FILE
036600         AT END SET LKC-AT-EOF TO TRUE
036700     END-READ.
036800     IF LKC-AT-EOF OR LKC-DECL-COUNT NOT < LKC-MAX-DECLS
036900         GO TO 1210-EXIT
037000     END-IF.
037100     ADD 1 TO LKC-DECL-COUNT.
037200     MOVE RDC-JOB-NAME TO LKC-D-JOB(LKC-DECL-COUNT).
037300     PERFORM 1220-ONE-RESOURCE THRU 1220-EXIT
037400         VARYING LKC-RES-SUB FROM 1 BY 1
037500         UNTIL LKC-RES-SUB > RDC-RESOURCE-COUNT
037600            OR LKC-RES-SUB > 8.
037700 1210-EXIT.
037800     EXIT.
037900*
038000 1220-ONE-RESOURCE.
038100     IF RDC-RESOURCE(LKC-RES-SUB) = SPACES
038200         GO TO 1220-EXIT
038300     END-IF.
038400     ADD 1 TO LKC-D-COUNT(LKC-DECL-COUNT).
038500     MOVE LKC-D-COUNT(LKC-DECL-COUNT) TO LKC-SUB2.
038600     MOVE RDC-RESOURCE(LKC-RES-SUB)
038700         TO LKC-D-RESOURCE(LKC-DECL-COUNT, LKC-SUB2).
038800 1220-EXIT.
038900     EXIT.
039000*
039100*+----------------------------------------------------------+
039200*|  2000-LOAD-JOBCTL - the start and end of every run that    |
039300*|  could have been running inside the window.  A run with    |
039350*|  no end yet ends at its last STATLIVE heartbeat - JOBHDR   |
039400*|  never closed it, or it is still going; with no heartbeat  |
039420*|  it is dropped once a later run of the job exists, else    |
039460*|  taken as still running.                                   |
039500*+----------------------------------------------------------+
039600 2000-LOAD-JOBCTL.
039700     OPEN INPUT JOBCTL-FILE.
039800     IF LKC-JOBCTL-STATUS NOT = "00"
039900         GO TO 2000-EXIT
040000     END-IF.
040100     MOVE "N" TO LKC-EOF-SW.
040200     PERFORM 2100-ONE-CTL-RECORD THRU 2100-EXIT
040300         UNTIL LKC-AT-EOF.
040400     CLOSE JOBCTL-FILE.
040409     OPEN INPUT STATLIVE-FILE.
040418     IF LKC-STA-STATUS = "00"
040427         SET LKC-STA-OPEN TO TRUE
040436     END-IF.
040445     PERFORM 2200-END-OPEN-RUN THRU 2200-EXIT
040454         VARYING LKC-RUN-SUB FROM 1 BY 1
040463         UNTIL LKC-RUN-SUB > LKC-RUN-COUNT.
040472     IF LKC-STA-OPEN
040481         CLOSE STATLIVE-FILE
040490     END-IF.
040500 2000-EXIT.
040600     EXIT.
040700*
040800 2100-ONE-CTL-RECORD.
040900     READ JOBCTL-FILE NEXT RECORD INTO JOBCTL-RECORD
041000         AT END SET LKC-AT-EOF TO TRUE
041100     END-READ.
041200     IF LKC-AT-EOF
041300        OR JBC-ACTUAL-START = SPACES
041400         GO TO 2100-EXIT
041500     END-IF.
041600     MOVE JBC-ACTUAL-END TO LKC-END-STAMP.
041700     IF LKC-END-STAMP = SPACES
041800         MOVE "99999999999999" TO LKC-END-STAMP
041900     END-IF.
042000     IF LKC-END-STAMP(1:8) < LKC-CUTOFF-DATE
042100        OR LKC-RUN-COUNT NOT < LKC-MAX-RUNS
042200         GO TO 2100-EXIT
042300     END-IF.
042400     ADD 1 TO LKC-RUN-COUNT.
042500     MOVE JBC-RUN-ID       TO LKC-R-RUN-ID(LKC-RUN-COUNT).
042600     MOVE JBC-JOB-NAME     TO LKC-R-JOB(LKC-RUN-COUNT).
042700     MOVE JBC-ACTUAL-START TO LKC-R-START(LKC-RUN-COUNT).
042800     MOVE LKC-END-STAMP    TO LKC-R-END(LKC-RUN-COUNT).
042900 2100-EXIT.
043000     EXIT.
043003*
043006 2200-END-OPEN-RUN.
043009     IF LKC-R-END(LKC-RUN-SUB) NOT = "99999999999999"
043012         GO TO 2200-EXIT
043015     END-IF.
043018     IF LKC-STA-OPEN
043021         MOVE LKC-R-RUN-ID(LKC-RUN-SUB) TO SLF-RUN-ID
043024         READ STATLIVE-FILE INTO SQLSTA-RECORD
043027             INVALID KEY MOVE SPACES TO STA-TIMESTAMP
043030         END-READ
043033         IF STA-TIMESTAMP NOT = SPACES
043036            AND STA-TIMESTAMP NOT < LKC-R-START(LKC-RUN-SUB)
043039             MOVE STA-TIMESTAMP TO LKC-R-END(LKC-RUN-SUB)
043042             GO TO 2200-EXIT
043045         END-IF
043048     END-IF.
043051     PERFORM 2210-LATER-RUN THRU 2210-EXIT
043054         VARYING LKC-SUB FROM 1 BY 1
043057         UNTIL LKC-SUB > LKC-RUN-COUNT.
043060 2200-EXIT.
043063     EXIT.
043066*
043069*    A later run of the same job means this one is over; with
043072*    no heartbeat to end it at, it pairs with nothing.
043075 2210-LATER-RUN.
043078     IF LKC-R-JOB(LKC-SUB) = LKC-R-JOB(LKC-RUN-SUB)
043081        AND LKC-R-START(LKC-SUB) > LKC-R-START(LKC-RUN-SUB)
043084         MOVE LOW-VALUES TO LKC-R-END(LKC-RUN-SUB)
043087     END-IF.
043090 2210-EXIT.
043093     EXIT.
043100*
043200*+----------------------------------------------------------+
043300*|  3000-COLLECT-COLLISIONS - every transient SQLCODE on the  |
043400*|  audit trail inside the window.                            |
043500*+----------------------------------------------------------+
043600 3000-COLLECT-COLLISIONS.
043700     OPEN INPUT SQLAUDIT-FILE.
043800     IF LKC-AUDIT-STATUS NOT = "00"
043900         GO TO 3000-EXIT
044000     END-IF.
044100     MOVE "N" TO LKC-EOF-SW.
044200     PERFORM 3100-ONE-AUDIT-RECORD THRU 3100-EXIT
044300         UNTIL LKC-AT-EOF.
044400     CLOSE SQLAUDIT-FILE.
044500 3000-EXIT.
044600     EXIT.
044700*
044800 3100-ONE-AUDIT-RECORD.
044900     READ SQLAUDIT-FILE INTO SQLAUD-RECORD
045000         AT END SET LKC-AT-EOF TO TRUE
045100     END-READ.
045200     IF LKC-AT-EOF
045300        OR AUD-SQLCODE NOT < ZERO
045400        OR AUD-DATE < LKC-CUTOFF-DATE
045500         GO TO 3100-EXIT
045600     END-IF.
045700     MOVE "N" TO LKC-TRANSIENT-SW.
045800     SET SQLRET-IDX TO 1.
045900     SEARCH SQLRET-ROW
046000         AT END
046100             CONTINUE
046200         WHEN SQLRET-CODE(SQLRET-IDX) = AUD-SQLCODE
046300             IF SQLRET-TRANSIENT(SQLRET-IDX)
046400                 SET LKC-TRANSIENT TO TRUE
046500             END-IF
046600     END-SEARCH.
046700     IF NOT LKC-TRANSIENT
046800         GO TO 3100-EXIT
046900     END-IF.
047000     IF LKC-EVENT-COUNT NOT < LKC-MAX-EVENTS
047100         ADD 1 TO LKC-EVENTS-DROPPED
047200         GO TO 3100-EXIT
047300     END-IF.
047400     ADD 1 TO LKC-EVENT-COUNT.
047500     MOVE AUD-RUNID     TO LKC-E-RUN-ID(LKC-EVENT-COUNT).
047600     MOVE AUD-JOBNAME   TO LKC-E-JOB(LKC-EVENT-COUNT).
047700     MOVE AUD-PROGRAM   TO LKC-E-PROGRAM(LKC-EVENT-COUNT).
047800     MOVE AUD-PARAGRAPH TO LKC-E-PARAGRAPH(LKC-EVENT-COUNT).
047900     MOVE AUD-TIMESTAMP(1:14) TO LKC-E-STAMP(LKC-EVENT-COUNT).
048000 3100-EXIT.
048100     EXIT.
048200*
048300*+----------------------------------------------------------+
048400*|  3500-LINK-RUNNING-RUNS - pair one collision with every    |
048500*|  other run JOBCTL shows running at that moment.            |
048600*+----------------------------------------------------------+
048700 3500-LINK-RUNNING-RUNS.
048800     MOVE ZERO TO LKC-SUB2.
048900     PERFORM 3510-CHECK-ONE-RUN THRU 3510-EXIT
049000         VARYING LKC-RUN-SUB FROM 1 BY 1
049100         UNTIL LKC-RUN-SUB > LKC-RUN-COUNT.
049200     IF LKC-SUB2 = ZERO
049300         ADD 1 TO LKC-UNPAIRED
049400     ELSE
049500         ADD 1 TO LKC-MATCHED
049600     END-IF.
049700 3500-EXIT.
049800     EXIT.
049900*
050000 3510-CHECK-ONE-RUN.
050100     IF LKC-R-RUN-ID(LKC-RUN-SUB) = LKC-E-RUN-ID(LKC-EVT-SUB)
050200        OR LKC-R-START(LKC-RUN-SUB) > LKC-E-STAMP(LKC-EVT-SUB)
050300        OR LKC-R-END(LKC-RUN-SUB) < LKC-E-STAMP(LKC-EVT-SUB)
050400         GO TO 3510-EXIT
050500     END-IF.
050600     ADD 1 TO LKC-SUB2.
050700     IF LKC-LINK-COUNT NOT < LKC-MAX-LINKS
050800         ADD 1 TO LKC-LINKS-DROPPED
050900         GO TO 3510-EXIT
051000     END-IF.
051100     ADD 1 TO LKC-LINK-COUNT.
051200     MOVE LKC-EVT-SUB TO LKC-K-EVENT(LKC-LINK-COUNT).
051300     MOVE LKC-RUN-SUB TO LKC-K-RUN(LKC-LINK-COUNT).
051400     ADD 1 TO LKC-R-LINKS(LKC-RUN-SUB).
051500 3510-EXIT.
051600     EXIT.
051700*
051800*+----------------------------------------------------------+
051900*|  4000-LOCATE-FROM-AUDIT - second pass of the audit trail.  |
052000*|  The trail is in time order, so the last record of the     |
052100*|  other run at or before the collision is the statement it  |
052200*|  was on.                                                   |
052300*+----------------------------------------------------------+
052400 4000-LOCATE-FROM-AUDIT.
052500     IF LKC-LINK-COUNT = ZERO
052600         GO TO 4000-EXIT
052700     END-IF.
052800     OPEN INPUT SQLAUDIT-FILE.
052900     IF LKC-AUDIT-STATUS NOT = "00"
053000         GO TO 4000-EXIT
053100     END-IF.
053200     MOVE "N" TO LKC-EOF-SW.
053300     PERFORM 4100-ONE-AUDIT-RECORD THRU 4100-EXIT
053400         UNTIL LKC-AT-EOF.
053500     CLOSE SQLAUDIT-FILE.
053600 4000-EXIT.
053700     EXIT.
053800*
053900 4100-ONE-AUDIT-RECORD.
054000     READ SQLAUDIT-FILE INTO SQLAUD-RECORD
054100         AT END SET LKC-AT-EOF TO TRUE
054200     END-READ.
054300     IF LKC-AT-EOF
054400         GO TO 4100-EXIT
054500     END-IF.
054600     MOVE ZERO TO LKC-BEST-SUB.
054700     PERFORM 4110-FIND-RUN THRU 4110-EXIT
054800         VARYING LKC-RUN-SUB FROM 1 BY 1
054900         UNTIL LKC-RUN-SUB > LKC-RUN-COUNT
055000            OR LKC-BEST-SUB > ZERO.
055100     IF LKC-BEST-SUB = ZERO
055200         GO TO 4100-EXIT
055300     END-IF.
055400     MOVE AUD-TIMESTAMP(1:14) TO LKC-STAMP.
055500     PERFORM 4120-ONE-LINK THRU 4120-EXIT
055600         VARYING LKC-LNK-SUB FROM 1 BY 1
055700         UNTIL LKC-LNK-SUB > LKC-LINK-COUNT.
055800 4100-EXIT.
055900     EXIT.
056000*
056100 4110-FIND-RUN.
056200     IF LKC-R-RUN-ID(LKC-RUN-SUB) = AUD-RUNID
056300        AND LKC-R-LINKS(LKC-RUN-SUB) > ZERO
056400         MOVE LKC-RUN-SUB TO LKC-BEST-SUB
056500     END-IF.
056600 4110-EXIT.
056700     EXIT.
056800*
056900 4120-ONE-LINK.
057000     IF LKC-K-RUN(LKC-LNK-SUB) NOT = LKC-BEST-SUB
057100         GO TO 4120-EXIT
057200     END-IF.
057300     MOVE LKC-K-EVENT(LKC-LNK-SUB) TO LKC-EVT-SUB.
057400     IF LKC-STAMP > LKC-E-STAMP(LKC-EVT-SUB)
057500         GO TO 4120-EXIT
057600     END-IF.
057700     MOVE AUD-PROGRAM   TO LKC-K-PROGRAM(LKC-LNK-SUB).
057800     MOVE AUD-PARAGRAPH TO LKC-K-PARAGRAPH(LKC-LNK-SUB).
057900     MOVE "A"           TO LKC-K-SOURCE(LKC-LNK-SUB).
058000 4120-EXIT.
058100     EXIT.
058200*
058300*+----------------------------------------------------------+
058400*|  4500-LOCATE-FROM-HEARTBEAT - where the trail had nothing  |
058500*|  for the other run before the collision, its last          |
058600*|  STATLIVE heartbeat, if that is no later than the          |
058700*|  collision.                                                |
058800*+----------------------------------------------------------+
058900 4500-LOCATE-FROM-HEARTBEAT.
059000     IF LKC-LINK-COUNT = ZERO
059100         GO TO 4500-EXIT
059200     END-IF.
059300     OPEN INPUT STATLIVE-FILE.
059400     IF LKC-STA-STATUS NOT = "00"
059500         GO TO 4500-EXIT
059600     END-IF.
059700     PERFORM 4510-ONE-LINK THRU 4510-EXIT
059800         VARYING LKC-LNK-SUB FROM 1 BY 1
059900         UNTIL LKC-LNK-SUB > LKC-LINK-COUNT.
060000     CLOSE STATLIVE-FILE.
060100 4500-EXIT.
060200     EXIT.
060300*
060400 4510-ONE-LINK.
060500     IF LKC-K-SOURCE(LKC-LNK-SUB) NOT = SPACE
060600         GO TO 4510-EXIT
060700     END-IF.
060800     MOVE LKC-K-RUN(LKC-LNK-SUB)   TO LKC-RUN-SUB.
060900     MOVE LKC-K-EVENT(LKC-LNK-SUB) TO LKC-EVT-SUB.
061000     MOVE LKC-R-RUN-ID(LKC-RUN-SUB) TO SLF-RUN-ID.
061100     READ STATLIVE-FILE INTO SQLSTA-RECORD
061200         KEY IS SLF-RUN-ID
061300         INVALID KEY
061400             GO TO 4510-EXIT
061500     END-READ.
061600     IF STA-TIMESTAMP > LKC-E-STAMP(LKC-EVT-SUB)
061700         GO TO 4510-EXIT
061800     END-IF.
061900     MOVE STA-PROGRAM   TO LKC-K-PROGRAM(LKC-LNK-SUB).
062000     MOVE STA-PARAGRAPH TO LKC-K-PARAGRAPH(LKC-LNK-SUB).
062100     MOVE "H"           TO LKC-K-SOURCE(LKC-LNK-SUB).
062200 4510-EXIT.
062300     EXIT.
062400*
062500*+----------------------------------------------------------+
062600*|  4700-LOCATE-FROM-PROFILE - last resort, the other run's   |
062700*|  longest single statement on SQLPROF on the day of the     |
062800*|  collision.                                                |
062900*+----------------------------------------------------------+
063000 4700-LOCATE-FROM-PROFILE.
063100     IF LKC-LINK-COUNT = ZERO
063200         GO TO 4700-EXIT
063300     END-IF.
063400     OPEN INPUT SQLPROF-FILE.
063500     IF LKC-PROF-STATUS NOT = "00"
063600         GO TO 4700-EXIT
063700     END-IF.
063800     MOVE "N" TO LKC-EOF-SW.
063900     PERFORM 4710-ONE-TIMING THRU 4710-EXIT
064000         UNTIL LKC-AT-EOF.
064100     CLOSE SQLPROF-FILE.
064200 4700-EXIT.
064300     EXIT.
064400*
064500 4710-ONE-TIMING.
064600     READ SQLPROF-FILE INTO SQLTIM-RECORD
064700         AT END SET LKC-AT-EOF TO TRUE
064800     END-READ.
064900     IF LKC-AT-EOF
065000         GO TO 4710-EXIT
065100     END-IF.
065200     PERFORM 4720-ONE-LINK THRU 4720-EXIT
065300         VARYING LKC-LNK-SUB FROM 1 BY 1
065400         UNTIL LKC-LNK-SUB > LKC-LINK-COUNT.
065500 4710-EXIT.
065600     EXIT.
065700*
065800 4720-ONE-LINK.
065900     IF LKC-K-SOURCE(LKC-LNK-SUB) NOT = SPACE
066000        AND LKC-K-SOURCE(LKC-LNK-SUB) NOT = "P"
066100         GO TO 4720-EXIT
066200     END-IF.
066300     MOVE LKC-K-RUN(LKC-LNK-SUB)   TO LKC-RUN-SUB.
066400     MOVE LKC-K-EVENT(LKC-LNK-SUB) TO LKC-EVT-SUB.
066500     IF TIM-RUNID NOT = LKC-R-RUN-ID(LKC-RUN-SUB)
066600        OR TIM-DATE NOT = LKC-E-STAMP(LKC-EVT-SUB)(1:8)
066700         GO TO 4720-EXIT
066800     END-IF.
066900     IF LKC-K-SOURCE(LKC-LNK-SUB) = "P"
067000        AND TIM-ELAPSED-CSECS NOT > LKC-K-BEST-CSECS(LKC-LNK-SUB)
067100         GO TO 4720-EXIT
067200     END-IF.
067300     MOVE TIM-PROGRAM       TO LKC-K-PROGRAM(LKC-LNK-SUB).
067400     MOVE TIM-PARAGRAPH     TO LKC-K-PARAGRAPH(LKC-LNK-SUB).
067500     MOVE TIM-ELAPSED-CSECS TO LKC-K-BEST-CSECS(LKC-LNK-SUB).
067600     MOVE "P"               TO LKC-K-SOURCE(LKC-LNK-SUB).
067700 4720-EXIT.
067800     EXIT.
067900*
068000*+----------------------------------------------------------+
068100*|  5000-BUILD-PAIRS - fold one collision/other-run link into |
068200*|  its job pair, the lower job name first.                   |
068300*+----------------------------------------------------------+
068400 5000-BUILD-PAIRS.
068500     MOVE LKC-K-EVENT(LKC-LNK-SUB) TO LKC-EVT-SUB.
068600     MOVE LKC-K-RUN(LKC-LNK-SUB)   TO LKC-RUN-SUB.
068700     MOVE LKC-K-SOURCE(LKC-LNK-SUB) TO LKC-SOURCE.
068800     IF LKC-SOURCE = SPACE
068900         MOVE "?" TO LKC-SOURCE
069000         MOVE "(NOT FOUND)" TO LKC-K-PARAGRAPH(LKC-LNK-SUB)
069100     END-IF.
069200     IF LKC-E-JOB(LKC-EVT-SUB) NOT > LKC-R-JOB(LKC-RUN-SUB)
069300         MOVE LKC-E-JOB(LKC-EVT-SUB)       TO LKC-JOB-A
069400         MOVE LKC-E-PROGRAM(LKC-EVT-SUB)   TO LKC-PROG-A
069500         MOVE LKC-E-PARAGRAPH(LKC-EVT-SUB) TO LKC-PARA-A
069600         MOVE LKC-R-JOB(LKC-RUN-SUB)       TO LKC-JOB-B
069700         MOVE LKC-K-PROGRAM(LKC-LNK-SUB)   TO LKC-PROG-B
069800         MOVE LKC-K-PARAGRAPH(LKC-LNK-SUB) TO LKC-PARA-B
069900     ELSE
070000         MOVE LKC-R-JOB(LKC-RUN-SUB)       TO LKC-JOB-A
070100         MOVE LKC-K-PROGRAM(LKC-LNK-SUB)   TO LKC-PROG-A
070200         MOVE LKC-K-PARAGRAPH(LKC-LNK-SUB) TO LKC-PARA-A
070300         MOVE LKC-E-JOB(LKC-EVT-SUB)       TO LKC-JOB-B
070400         MOVE LKC-E-PROGRAM(LKC-EVT-SUB)   TO LKC-PROG-B
070500         MOVE LKC-E-PARAGRAPH(LKC-EVT-SUB) TO LKC-PARA-B
070600     END-IF.
070700     MOVE ZERO TO LKC-PAIR-SUB.
070800     PERFORM 5010-MATCH-PAIR THRU 5010-EXIT
070900         VARYING LKC-SUB FROM 1 BY 1
071000         UNTIL LKC-SUB > LKC-PAIR-COUNT
071100            OR LKC-PAIR-SUB > ZERO.
071200     IF LKC-PAIR-SUB = ZERO
071300         IF LKC-PAIR-COUNT NOT < LKC-MAX-PAIRS
071400             ADD 1 TO LKC-PAIRS-DROPPED
071500             GO TO 5000-EXIT
071600         END-IF
071700         ADD 1 TO LKC-PAIR-COUNT
071800         MOVE LKC-PAIR-COUNT TO LKC-PAIR-SUB
071900         MOVE LKC-JOB-A TO LKC-P-JOB-A(LKC-PAIR-SUB)
072000         MOVE LKC-JOB-B TO LKC-P-JOB-B(LKC-PAIR-SUB)
072100     END-IF.
072200     ADD 1 TO LKC-P-COUNT(LKC-PAIR-SUB).
072300     IF LKC-E-JOB(LKC-EVT-SUB) = LKC-JOB-A
072400         ADD 1 TO LKC-P-VICTIM-A(LKC-PAIR-SUB)
072500     ELSE
072600         ADD 1 TO LKC-P-VICTIM-B(LKC-PAIR-SUB)
072700     END-IF.
072800     MOVE LKC-E-STAMP(LKC-EVT-SUB)(9:2) TO LKC-HOUR.
072900     COMPUTE LKC-HOUR-SUB = LKC-HOUR + 1.
073000     ADD 1 TO LKC-P-HOUR-COUNT(LKC-PAIR-SUB, LKC-HOUR-SUB).
073100     MOVE ZERO TO LKC-STMT-SUB.
073200     PERFORM 5020-MATCH-STATEMENTS THRU 5020-EXIT
073300         VARYING LKC-SUB FROM 1 BY 1
073400         UNTIL LKC-SUB > LKC-P-STMT-COUNT(LKC-PAIR-SUB)
073500            OR LKC-STMT-SUB > ZERO.
073600     IF LKC-STMT-SUB = ZERO
073700         IF LKC-P-STMT-COUNT(LKC-PAIR-SUB) NOT < 5
073800             ADD 1 TO LKC-P-STMT-OTHER(LKC-PAIR-SUB)
073900             GO TO 5000-EXIT
074000         END-IF
074100         ADD 1 TO LKC-P-STMT-COUNT(LKC-PAIR-SUB)
074200         MOVE LKC-P-STMT-COUNT(LKC-PAIR-SUB) TO LKC-STMT-SUB
074300         MOVE LKC-PROG-A
074400             TO LKC-P-PROG-A(LKC-PAIR-SUB, LKC-STMT-SUB)
074500         MOVE LKC-PARA-A
074600             TO LKC-P-PARA-A(LKC-PAIR-SUB, LKC-STMT-SUB)
074700         MOVE LKC-PROG-B
074800             TO LKC-P-PROG-B(LKC-PAIR-SUB, LKC-STMT-SUB)
074900         MOVE LKC-PARA-B
075000             TO LKC-P-PARA-B(LKC-PAIR-SUB, LKC-STMT-SUB)
075100         MOVE LKC-SOURCE
075200             TO LKC-P-SOURCE(LKC-PAIR-SUB, LKC-STMT-SUB)
075300     END-IF.
075400     ADD 1 TO LKC-P-STMT-HITS(LKC-PAIR-SUB, LKC-STMT-SUB).
075500 5000-EXIT.
075600     EXIT.
075700*
075800 5010-MATCH-PAIR.
075900     IF LKC-P-JOB-A(LKC-SUB) = LKC-JOB-A
076000        AND LKC-P-JOB-B(LKC-SUB) = LKC-JOB-B
076100         MOVE LKC-SUB TO LKC-PAIR-SUB
076200     END-IF.
076300 5010-EXIT.
076400     EXIT.
076500*
076600 5020-MATCH-STATEMENTS.
076700     IF LKC-P-PROG-A(LKC-PAIR-SUB, LKC-SUB) = LKC-PROG-A
076800        AND LKC-P-PARA-A(LKC-PAIR-SUB, LKC-SUB) = LKC-PARA-A
076900        AND LKC-P-PROG-B(LKC-PAIR-SUB, LKC-SUB) = LKC-PROG-B
077000        AND LKC-P-PARA-B(LKC-PAIR-SUB, LKC-SUB) = LKC-PARA-B
077100         MOVE LKC-SUB TO LKC-STMT-SUB
077200     END-IF.
077300 5020-EXIT.
077400     EXIT.
077500*
077600*+----------------------------------------------------------+
077700*|  5500-CHECK-SERIALIZED - a pair is serialized when the two |
077800*|  jobs declare a resource in common (a job against another  |
077900*|  run of itself, when it declares any resource at all).     |
078000*+----------------------------------------------------------+
078100 5500-CHECK-SERIALIZED.
078200     MOVE LKC-P-JOB-A(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB.
078300     PERFORM 8000-FIND-DECLARATION THRU 8000-EXIT.
078400     MOVE LKC-DECL-SUB TO LKC-DECL-SUB-A.
078500     MOVE LKC-P-JOB-B(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB.
078600     PERFORM 8000-FIND-DECLARATION THRU 8000-EXIT.
078700     MOVE LKC-DECL-SUB TO LKC-DECL-SUB-B.
078800     MOVE "N" TO LKC-P-SERIAL-SW(LKC-PAIR-SUB).
078900     IF LKC-DECL-SUB-A = ZERO OR LKC-DECL-SUB-B = ZERO
079000         GO TO 5500-EXIT
079100     END-IF.
079200     MOVE "N" TO LKC-SERIAL-WORK-SW.
079300     PERFORM 5510-ONE-RESOURCE-A THRU 5510-EXIT
079400         VARYING LKC-RES-SUB FROM 1 BY 1
079500         UNTIL LKC-RES-SUB > LKC-D-COUNT(LKC-DECL-SUB-A)
079600            OR LKC-SERIAL-WORK.
079700     IF LKC-SERIAL-WORK
079800         SET LKC-P-SERIALIZED(LKC-PAIR-SUB) TO TRUE
079900     END-IF.
080000 5500-EXIT.
080100     EXIT.
080200*
080300 5510-ONE-RESOURCE-A.
080400     MOVE LKC-D-RESOURCE(LKC-DECL-SUB-A, LKC-RES-SUB)
080500         TO LKC-RESOURCE.
080600     MOVE LKC-DECL-SUB-B TO LKC-DECL-SUB.
080700     PERFORM 8100-HAS-RESOURCE THRU 8100-EXIT.
080800     IF LKC-SUB2 > ZERO
080900         SET LKC-SERIAL-WORK TO TRUE
081000     END-IF.
081100 5510-EXIT.
081200     EXIT.
081300*
081400*+----------------------------------------------------------+
081500*|  6000-PRINT-REPORT - pairs in descending collision count.  |
081600*+----------------------------------------------------------+
081700 6000-PRINT-REPORT.
081800     MOVE SPACES TO COLLISION-LINE.
081900     MOVE LKC-WINDOW-DAYS TO LKC-ED-SMALL.
082000     STRING "LOCK-CONTENTION COLLISION ANALYSIS - TRAILING"
082100                                          DELIMITED BY SIZE
082200            LKC-ED-SMALL                  DELIMITED BY SIZE
082300            " DAYS FROM "                 DELIMITED BY SIZE
082400            LKC-CUTOFF-DATE               DELIMITED BY SIZE
082500         INTO COLLISION-LINE.
082600     WRITE COLLISION-LINE.
082700     MOVE SPACES TO COLLISION-LINE.
082800     MOVE LKC-EVENT-COUNT TO LKC-ED-COUNT.
082900     STRING "TRANSIENT LOCK/DEADLOCK OCCURRENCES"
083000                                          DELIMITED BY SIZE
083100            LKC-ED-COUNT                  DELIMITED BY SIZE
083200         INTO COLLISION-LINE.
083300     MOVE LKC-MATCHED TO LKC-ED-COUNT.
083400     STRING "  WITH ANOTHER RUN ACTIVE"   DELIMITED BY SIZE
083500            LKC-ED-COUNT                  DELIMITED BY SIZE
083600         INTO COLLISION-LINE(45:34).
083700     MOVE LKC-UNPAIRED TO LKC-ED-COUNT.
083800     STRING "  NONE ACTIVE"               DELIMITED BY SIZE
083900            LKC-ED-COUNT                  DELIMITED BY SIZE
084000         INTO COLLISION-LINE(79:22).
084100     WRITE COLLISION-LINE.
084200     MOVE SPACES TO COLLISION-LINE.
084300     MOVE "STATEMENT SOURCE: A=SQLAUDIT  H=STATLIVE HEARTBEAT"
084400         TO COLLISION-LINE.
084500     MOVE "P=SQLPROF LONGEST THAT DAY  ?=NOT FOUND"
084600         TO COLLISION-LINE(53:39).
084700     WRITE COLLISION-LINE.
084800     IF LKC-EVENTS-DROPPED > ZERO OR LKC-LINKS-DROPPED > ZERO
084900        OR LKC-PAIRS-DROPPED > ZERO
085000         MOVE "TABLE LIMITS REACHED - SOME COLLISIONS NOT COUNTED"
085100             TO COLLISION-LINE
085200         WRITE COLLISION-LINE
085300     END-IF.
085400     IF LKC-PAIR-COUNT = ZERO
085500         MOVE SPACES TO COLLISION-LINE
085600         WRITE COLLISION-LINE
085700         MOVE "NO COLLISIONS BETWEEN CONCURRENT RUNS"
085800             TO COLLISION-LINE
085900         WRITE COLLISION-LINE
086000         GO TO 6000-EXIT
086100     END-IF.
086200     PERFORM 6100-PRINT-NEXT-PAIR THRU 6100-EXIT
086300         VARYING LKC-RANK FROM 1 BY 1
086400         UNTIL LKC-RANK > LKC-PAIR-COUNT.
086500     MOVE SPACES TO COLLISION-LINE.
086600     WRITE COLLISION-LINE.
086700     MOVE LKC-SUGGESTIONS TO LKC-ED-COUNT.
086800     STRING LKC-ED-COUNT                  DELIMITED BY SIZE
086900            " UNSERIALIZED PAIRS WITH REPEATED COLLISIONS"
087000                                          DELIMITED BY SIZE
087100            " - DECLARATIONS PROPOSED ON RESDPROP FOR REVIEW"
087200                                          DELIMITED BY SIZE
087300         INTO COLLISION-LINE.
087400     WRITE COLLISION-LINE.
087500 6000-EXIT.
087600     EXIT.
087700*
087800 6100-PRINT-NEXT-PAIR.
087900     MOVE ZERO TO LKC-PAIR-SUB.
088000     PERFORM 6110-PICK-HIGHEST THRU 6110-EXIT
088100         VARYING LKC-SUB FROM 1 BY 1
088200         UNTIL LKC-SUB > LKC-PAIR-COUNT.
088300     SET LKC-P-PICKED(LKC-PAIR-SUB) TO TRUE.
088400     MOVE SPACES TO COLLISION-LINE.
088500     WRITE COLLISION-LINE.
088600     MOVE LKC-RANK TO LKC-ED-RANK.
088700     MOVE LKC-P-COUNT(LKC-PAIR-SUB) TO LKC-ED-COUNT.
088800     STRING "RANK"                        DELIMITED BY SIZE
088900            LKC-ED-RANK                   DELIMITED BY SIZE
089000            "  "                          DELIMITED BY SIZE
089100            LKC-P-JOB-A(LKC-PAIR-SUB)     DELIMITED BY SIZE
089200            " X "                         DELIMITED BY SIZE
089300            LKC-P-JOB-B(LKC-PAIR-SUB)     DELIMITED BY SIZE
089400            "  COLLISIONS"                DELIMITED BY SIZE
089500            LKC-ED-COUNT                  DELIMITED BY SIZE
089600         INTO COLLISION-LINE.
089700     MOVE LKC-P-VICTIM-A(LKC-PAIR-SUB) TO LKC-ED-SMALL.
089800     STRING "  VICTIM "                   DELIMITED BY SIZE
089900            LKC-P-JOB-A(LKC-PAIR-SUB)     DELIMITED BY SIZE
090000            LKC-ED-SMALL                  DELIMITED BY SIZE
090100         INTO COLLISION-LINE(54:22).
090200     MOVE LKC-P-VICTIM-B(LKC-PAIR-SUB) TO LKC-ED-SMALL.
090300     STRING "  VICTIM "                   DELIMITED BY SIZE
090400            LKC-P-JOB-B(LKC-PAIR-SUB)     DELIMITED BY SIZE
090500            LKC-ED-SMALL                  DELIMITED BY SIZE
090600         INTO COLLISION-LINE(76:22).
090700     IF LKC-P-SERIALIZED(LKC-PAIR-SUB)
090800         MOVE "SERIALIZED ON RESDECLS" TO COLLISION-LINE(100:22)
090900     ELSE
091000         MOVE "NOT SERIALIZED" TO COLLISION-LINE(100:14)
091100     END-IF.
091200     WRITE COLLISION-LINE.
091300     PERFORM 6200-PRINT-STATEMENT THRU 6200-EXIT
091400         VARYING LKC-STMT-SUB FROM 1 BY 1
091500         UNTIL LKC-STMT-SUB > LKC-P-STMT-COUNT(LKC-PAIR-SUB).
091600     IF LKC-P-STMT-OTHER(LKC-PAIR-SUB) > ZERO
091700         MOVE SPACES TO COLLISION-LINE
091800         MOVE LKC-P-STMT-OTHER(LKC-PAIR-SUB) TO LKC-ED-COUNT
091900         STRING "      OTHER STATEMENT COMBINATIONS"
092000                                          DELIMITED BY SIZE
092100                LKC-ED-COUNT              DELIMITED BY SIZE
092200             INTO COLLISION-LINE
092300         WRITE COLLISION-LINE
092400     END-IF.
092500     MOVE "HOURS" TO LKC-HL-LABEL.
092600     MOVE 18 TO LKC-HOUR-NO.
092700     PERFORM 6300-HOUR-ENTRY THRU 6300-EXIT
092800         VARYING LKC-SUB FROM 1 BY 1 UNTIL LKC-SUB > 12.
092900     MOVE LKC-HOUR-LINE TO COLLISION-LINE.
093000     WRITE COLLISION-LINE.
093100     MOVE SPACES TO LKC-HL-LABEL.
093200     PERFORM 6300-HOUR-ENTRY THRU 6300-EXIT
093300         VARYING LKC-SUB FROM 1 BY 1 UNTIL LKC-SUB > 12.
093400     MOVE LKC-HOUR-LINE TO COLLISION-LINE.
093500     WRITE COLLISION-LINE.
093600     IF NOT LKC-P-SERIALIZED(LKC-PAIR-SUB)
093700        AND LKC-P-COUNT(LKC-PAIR-SUB) NOT < LKC-REPEAT-MIN
093800         PERFORM 6400-SUGGEST-DECLARATION THRU 6400-EXIT
093900     END-IF.
094000 6100-EXIT.
094100     EXIT.
094200*
094300 6110-PICK-HIGHEST.
094400     IF LKC-P-PICKED(LKC-SUB)
094500         GO TO 6110-EXIT
094600     END-IF.
094700     IF LKC-PAIR-SUB = ZERO
094800         MOVE LKC-SUB TO LKC-PAIR-SUB
094900         GO TO 6110-EXIT
095000     END-IF.
095100     IF LKC-P-COUNT(LKC-SUB) > LKC-P-COUNT(LKC-PAIR-SUB)
095200         MOVE LKC-SUB TO LKC-PAIR-SUB
095300     END-IF.
095400 6110-EXIT.
095500     EXIT.
095600*
095700 6200-PRINT-STATEMENT.
095800     MOVE LKC-P-PROG-A(LKC-PAIR-SUB, LKC-STMT-SUB)
095900         TO LKC-SL-PROG-A.
096000     MOVE LKC-P-PARA-A(LKC-PAIR-SUB, LKC-STMT-SUB)
096100         TO LKC-SL-PARA-A.
096200     MOVE LKC-P-PROG-B(LKC-PAIR-SUB, LKC-STMT-SUB)
096300         TO LKC-SL-PROG-B.
096400     MOVE LKC-P-PARA-B(LKC-PAIR-SUB, LKC-STMT-SUB)
096500         TO LKC-SL-PARA-B.
096600     MOVE SPACES TO LKC-SL-SOURCE.
096700     MOVE LKC-P-SOURCE(LKC-PAIR-SUB, LKC-STMT-SUB)
096800         TO LKC-SL-SOURCE(2:1).
096900     MOVE LKC-P-STMT-HITS(LKC-PAIR-SUB, LKC-STMT-SUB)
097000         TO LKC-SL-HITS.
097100     MOVE LKC-STMT-LINE TO COLLISION-LINE.
097200     WRITE COLLISION-LINE.
097300 6200-EXIT.
097400     EXIT.
097500*
097600 6300-HOUR-ENTRY.
097700     MOVE LKC-HOUR-NO TO LKC-HL-HOUR(LKC-SUB).
097800     COMPUTE LKC-HOUR-SUB = LKC-HOUR-NO + 1.
097900     MOVE LKC-P-HOUR-COUNT(LKC-PAIR-SUB, LKC-HOUR-SUB)
098000         TO LKC-HL-COUNT(LKC-SUB).
098100     ADD 1 TO LKC-HOUR-NO.
098200     IF LKC-HOUR-NO > 23
098300         MOVE ZERO TO LKC-HOUR-NO
098400     END-IF.
098500 6300-EXIT.
098600     EXIT.
098700*
098800*+----------------------------------------------------------+
098900*|  6400-SUGGEST-DECLARATION - a resource one side already    |
099000*|  declares, else one named for the pair; each job that      |
099100*|  lacks it has it added to its declaration for RESDPROP.    |
099110*|  A resource name is 16 bytes on RESDECLS, so two 8-byte    |
099120*|  job names are run together without the "+".               |
099200*+----------------------------------------------------------+
099300 6400-SUGGEST-DECLARATION.
099400     ADD 1 TO LKC-SUGGESTIONS.
099500     MOVE 4 TO RETURN-CODE.
099600     MOVE SPACES TO LKC-RESOURCE.
099700     MOVE LKC-P-JOB-A(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB.
099800     PERFORM 8000-FIND-DECLARATION THRU 8000-EXIT.
099900     IF LKC-DECL-SUB > ZERO
100000         IF LKC-D-COUNT(LKC-DECL-SUB) > ZERO
100100             MOVE LKC-D-RESOURCE(LKC-DECL-SUB, 1) TO LKC-RESOURCE
100200         END-IF
100300     END-IF.
100400     IF LKC-RESOURCE = SPACES
100500         MOVE LKC-P-JOB-B(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB
100600         PERFORM 8000-FIND-DECLARATION THRU 8000-EXIT
100700         IF LKC-DECL-SUB > ZERO
100800             IF LKC-D-COUNT(LKC-DECL-SUB) > ZERO
100900                 MOVE LKC-D-RESOURCE(LKC-DECL-SUB, 1)
101000                     TO LKC-RESOURCE
101100             END-IF
101200         END-IF
101300     END-IF.
101400     IF LKC-RESOURCE = SPACES
101410         MOVE SPACES TO LKC-PAIR-NAME
101500         STRING LKC-P-JOB-A(LKC-PAIR-SUB) DELIMITED BY SPACE
101600                "+"                       DELIMITED BY SIZE
101700                LKC-P-JOB-B(LKC-PAIR-SUB) DELIMITED BY SPACE
101800             INTO LKC-PAIR-NAME
101810         IF LKC-PAIR-NAME(17:1) = SPACE
101820             MOVE LKC-PAIR-NAME TO LKC-RESOURCE
101830         ELSE
101840             MOVE LKC-P-JOB-A(LKC-PAIR-SUB) TO LKC-RESOURCE(1:8)
101850             MOVE LKC-P-JOB-B(LKC-PAIR-SUB) TO LKC-RESOURCE(9:8)
101860         END-IF
101900     END-IF.
102000     MOVE SPACES TO COLLISION-LINE.
102100     STRING "    SUGGEST RESDECLS: "      DELIMITED BY SIZE
102200            LKC-P-JOB-A(LKC-PAIR-SUB)     DELIMITED BY SPACE
102300            " AND "                       DELIMITED BY SIZE
102400            LKC-P-JOB-B(LKC-PAIR-SUB)     DELIMITED BY SPACE
102500            " BOTH DECLARE RESOURCE "     DELIMITED BY SIZE
102600            LKC-RESOURCE                  DELIMITED BY SPACE
102700            " SO RESLCK SERIALIZES THEM"  DELIMITED BY SIZE
102800         INTO COLLISION-LINE.
102900     WRITE COLLISION-LINE.
103000     MOVE LKC-P-JOB-A(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB.
103100     PERFORM 6410-ADD-RESOURCE THRU 6410-EXIT.
103200     IF LKC-P-JOB-B(LKC-PAIR-SUB) NOT = LKC-P-JOB-A(LKC-PAIR-SUB)
103300         MOVE LKC-P-JOB-B(LKC-PAIR-SUB) TO LKC-LOOKUP-JOB
103400         PERFORM 6410-ADD-RESOURCE THRU 6410-EXIT
103500     END-IF.
103600 6400-EXIT.
103700     EXIT.
103800*
103900 6410-ADD-RESOURCE.
104000     PERFORM 8000-FIND-DECLARATION THRU 8000-EXIT.
104100     IF LKC-DECL-SUB = ZERO
104200         IF LKC-DECL-COUNT NOT < LKC-MAX-DECLS
104300             GO TO 6410-EXIT
104400         END-IF
104500         ADD 1 TO LKC-DECL-COUNT
104600         MOVE LKC-DECL-COUNT TO LKC-DECL-SUB
104700         MOVE LKC-LOOKUP-JOB TO LKC-D-JOB(LKC-DECL-SUB)
104800     END-IF.
104900     PERFORM 8100-HAS-RESOURCE THRU 8100-EXIT.
105000     IF LKC-SUB2 > ZERO
105100         GO TO 6410-EXIT
105200     END-IF.
105300     IF LKC-D-COUNT(LKC-DECL-SUB) NOT < 8
105400         MOVE SPACES TO COLLISION-LINE
105500         STRING "    " LKC-LOOKUP-JOB     DELIMITED BY SIZE
105600                " ALREADY DECLARES 8 RESOURCES - NO ROOM TO ADD "
105700                                          DELIMITED BY SIZE
105800                LKC-RESOURCE              DELIMITED BY SIZE
105900             INTO COLLISION-LINE
106000         WRITE COLLISION-LINE
106100         GO TO 6410-EXIT
106200     END-IF.
106300     ADD 1 TO LKC-D-COUNT(LKC-DECL-SUB).
106400     MOVE LKC-D-COUNT(LKC-DECL-SUB) TO LKC-SUB2.
106500     MOVE LKC-RESOURCE TO LKC-D-RESOURCE(LKC-DECL-SUB, LKC-SUB2).
106600     SET LKC-D-CHANGED(LKC-DECL-SUB) TO TRUE.
106700 6410-EXIT.
106800     EXIT.
106900*
107000*+----------------------------------------------------------+
107100*|  7000-WRITE-PROPOSALS - the full proposed declaration of   |
107200*|  every job a suggestion touched, in RESDECLS layout.       |
107300*+----------------------------------------------------------+
107400 7000-WRITE-PROPOSALS.
107500     OPEN OUTPUT PROPOSAL-FILE.
107600     IF LKC-PROP-STATUS NOT = "00"
107700         DISPLAY "LCKCOL: CANNOT OPEN RESDPROP, STATUS "
107800                 LKC-PROP-STATUS
107900         MOVE 12 TO RETURN-CODE
108000         GO TO 7000-EXIT
108100     END-IF.
108200     PERFORM 7100-ONE-DECLARATION THRU 7100-EXIT
108300         VARYING LKC-DECL-SUB FROM 1 BY 1
108400         UNTIL LKC-DECL-SUB > LKC-DECL-COUNT.
108500     CLOSE PROPOSAL-FILE.
108600 7000-EXIT.
108700     EXIT.
108800*
108900 7100-ONE-DECLARATION.
109000     IF NOT LKC-D-CHANGED(LKC-DECL-SUB)
109100         GO TO 7100-EXIT
109200     END-IF.
109300     MOVE SPACES TO LKC-PROPOSAL.
109400     MOVE LKC-D-JOB(LKC-DECL-SUB)   TO LKC-PR-JOB-NAME.
109500     MOVE LKC-D-COUNT(LKC-DECL-SUB) TO LKC-PR-COUNT.
109600     PERFORM 7110-ONE-RESOURCE THRU 7110-EXIT
109700         VARYING LKC-RES-SUB FROM 1 BY 1
109800         UNTIL LKC-RES-SUB > LKC-D-COUNT(LKC-DECL-SUB).
109900     WRITE PROPOSAL-REC FROM LKC-PROPOSAL.
110000     ADD 1 TO LKC-PROPOSALS.
110100 7100-EXIT.
110200     EXIT.
110300*
110400 7110-ONE-RESOURCE.
110500     MOVE LKC-D-RESOURCE(LKC-DECL-SUB, LKC-RES-SUB)
110600         TO LKC-PR-RESOURCE(LKC-RES-SUB).
110700 7110-EXIT.
110800     EXIT.
110900*
111000*+----------------------------------------------------------+
111100*|  8000-FIND-DECLARATION - LKC-DECL-SUB for LKC-LOOKUP-JOB,  |
111200*|  zero if the job declares nothing.                         |
111300*+----------------------------------------------------------+
111400 8000-FIND-DECLARATION.
111500     MOVE ZERO TO LKC-DECL-SUB.
111600     PERFORM 8010-MATCH-DECLARATION THRU 8010-EXIT
111700         VARYING LKC-SUB2 FROM 1 BY 1
111800         UNTIL LKC-SUB2 > LKC-DECL-COUNT
111900            OR LKC-DECL-SUB > ZERO.
112000 8000-EXIT.
112100     EXIT.
112200*
112300 8010-MATCH-DECLARATION.
112400     IF LKC-D-JOB(LKC-SUB2) = LKC-LOOKUP-JOB
112500         MOVE LKC-SUB2 TO LKC-DECL-SUB
112600     END-IF.
112700 8010-EXIT.
112800     EXIT.
112900*
113000*+----------------------------------------------------------+
113100*|  8100-HAS-RESOURCE - LKC-SUB2 non-zero when declaration    |
113200*|  LKC-DECL-SUB names LKC-RESOURCE.                          |
113300*+----------------------------------------------------------+
113400 8100-HAS-RESOURCE.
113500     MOVE ZERO TO LKC-SUB2.
113600     PERFORM 8110-MATCH-RESOURCE THRU 8110-EXIT
113700         VARYING LKC-SUB FROM 1 BY 1
113800         UNTIL LKC-SUB > LKC-D-COUNT(LKC-DECL-SUB)
113900            OR LKC-SUB2 > ZERO.
114000 8100-EXIT.
114100     EXIT.
114200*
114300 8110-MATCH-RESOURCE.
114400     IF LKC-D-RESOURCE(LKC-DECL-SUB, LKC-SUB) = LKC-RESOURCE
114500         MOVE LKC-SUB TO LKC-SUB2
114600     END-IF.
114700 8110-EXIT.
114800     EXIT.
114900*
115000*+----------------------------------------------------------+
115100*|  9000-TERMINATE                                            |
115200*+----------------------------------------------------------+
115300 9000-TERMINATE.
115400     CLOSE COLLISION-REPORT.
115500 9000-EXIT.
115600     EXIT.
