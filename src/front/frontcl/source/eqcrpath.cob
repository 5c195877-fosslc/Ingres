000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * CRPATH
000400*     *
000500*     * Purpose: Critical-path and slack analysis of the nightly
000600*     *          job network.  CRPATH builds the network from the
000700*     *          predecessor file (see eqjobdep.cob), weights each
000800*     *          job by its historical elapsed time - the END
000900*     *          events on the scheduler feed (see eqevtrec.cob),
001000*     *          or the completed job-control runs where a job has
001100*     *          no END events - and serializes jobs that declare
001200*     *          a common resource on RESDECLS (see eqresdcl.cob),
001300*     *          since RESLCK will not let them overlap.  Forward
001400*     *          and backward passes then give every job its
001500*     *          earliest and latest start and its slack against
001600*     *          the close:
001700*     *          the job milestones (type J) on MILSTONE (see
001800*     *          eqmilstn.cob).  The report prints the critical
001900*     *          path to each milestone, the timing of every job,
002000*     *          and the jobs whose slack has fallen below the
002100*     *          threshold and shrunk since last month (see
002200*     *          eqcpslk.cob for the slack history).
002300*     *
002400*     * Notes:  The optional CRPPARM parameter carries the
002500*     *          application (blank for every milestone), the
002600*     *          window start as HHMM, and the slack threshold in
002700*     *          minutes; without it all milestones are taken, the
002800*     *          window opens at 18:00, and the threshold is 30
002900*     *          minutes.  Resource conflicts are serialized in
003000*     *          order of dependency-only earliest start, so the
003100*     *          added orderings can never form a loop.  Jobs
003200*     *          caught in a predecessor loop are listed and left
003300*     *          out.  Return code 4 means some job's slack shrank
003400*     *          below the threshold.
003500*     *
003600 PROGRAM-ID.     CRPATH.
003700 AUTHOR.         D L ROSS.
003800 INSTALLATION.   BATCH SYSTEMS GROUP.
003900 DATE-WRITTEN.   15-OCT-2026.
004000 DATE-COMPILED.
004100*
004200*     * Modification History
004300*     * --------------------
004400*     * 15-oct-2026 (dlross)  Written.
004500*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CRPPARM-FILE ASSIGN TO "CRPPARM"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CRP-PARM-STATUS.
005200     SELECT JOBDEP-FILE ASSIGN TO "JOBDEPS"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CRP-DEP-STATUS.
005500     SELECT MILSTONE-FILE ASSIGN TO "MILSTONE"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CRP-MIL-STATUS.
005800     SELECT RESDECL-FILE ASSIGN TO "RESDECLS"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CRP-DECL-STATUS.
006100     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS JCF-RUN-ID
006500         FILE STATUS IS CRP-JOBCTL-STATUS.
006600     SELECT EVENT-FILE ASSIGN TO "SCHEDEVT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CRP-EVT-STATUS.
006900     SELECT SLACK-FILE ASSIGN TO "CPSLACK"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS SLF-KEY
007300         FILE STATUS IS CRP-SLACK-STATUS.
007400     SELECT PATH-REPORT ASSIGN TO "CRPATHRP"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS CRP-RPT-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CRPPARM-FILE
008100     RECORDING MODE IS F.
008200 01  CRPPARM-REC.
008300     05 CPP-APPL-ID           PIC X(8).
008400     05 CPP-WINDOW-START      PIC X(4).
008500     05 CPP-SLACK-MINUTES     PIC X(4).
008600*
008700 FD  JOBDEP-FILE
008800     RECORDING MODE IS F.
008900 01  JOBDEP-FILE-REC          PIC X(74).
009000*
009100 FD  MILSTONE-FILE
009200     RECORDING MODE IS F.
009300 COPY "eqmilstn.cob".
009400*
009500 FD  RESDECL-FILE
009600     RECORDING MODE IS F.
009700 COPY "eqresdcl.cob".
009800*
009900 FD  JOBCTL-FILE.
010000 01  JOBCTL-FILE-REC.
010100     05 JCF-RUN-ID            PIC X(16).
010200     05 JCF-REST-OF-RECORD    PIC X(78).
010300*
010400 FD  EVENT-FILE
010500     RECORDING MODE IS F.
010600 COPY "eqevtrec.cob".
010700*
010800 FD  SLACK-FILE.
010900 01  SLACK-FILE-REC.
011000     05 SLF-KEY               PIC X(14).
011100     05 SLF-REST-OF-RECORD    PIC X(33).
011200*
011300 FD  PATH-REPORT
011400     RECORDING MODE IS F.
011500 01  PATH-LINE                PIC X(132).
011600*
011700 WORKING-STORAGE SECTION.
011800 COPY "eqjobctl.cob".
011900 COPY "eqjobdep.cob".
012000 COPY "eqcpslk.cob".
012100*
012200 77  CRP-MAX-JOBS             PIC S9(4) USAGE COMP VALUE 100.
012300 77  CRP-MAX-PREDS            PIC S9(4) USAGE COMP VALUE 16.
012400*
012500 01  CRP-WORK-AREA.
012600     05 CRP-PARM-STATUS       PIC X(2)  VALUE "00".
012700     05 CRP-DEP-STATUS        PIC X(2)  VALUE "00".
012800     05 CRP-MIL-STATUS        PIC X(2)  VALUE "00".
012900     05 CRP-DECL-STATUS       PIC X(2)  VALUE "00".
013000     05 CRP-JOBCTL-STATUS     PIC X(2)  VALUE "00".
013100     05 CRP-EVT-STATUS        PIC X(2)  VALUE "00".
013200     05 CRP-SLACK-STATUS      PIC X(2)  VALUE "00".
013300     05 CRP-RPT-STATUS        PIC X(2)  VALUE "00".
013400     05 CRP-EOF-SW            PIC X(1)  VALUE "N".
013500         88 CRP-AT-EOF                  VALUE "Y".
013600     05 CRP-PROGRESS-SW       PIC X(1)  VALUE "N".
013700         88 CRP-PROGRESS                VALUE "Y".
013800     05 CRP-READY-SW          PIC X(1)  VALUE "N".
013900         88 CRP-READY                   VALUE "Y".
014000     05 CRP-STOP-SW           PIC X(1)  VALUE "N".
014100         88 CRP-STOP                    VALUE "Y".
014200     05 CRP-APPL-ID           PIC X(8)  VALUE SPACES.
014300     05 CRP-WINDOW-HHMM       PIC 9(4)  VALUE 1800.
014400     05 CRP-WINDOW-HHMM-X REDEFINES CRP-WINDOW-HHMM.
014500         10 CRP-WINDOW-HH     PIC 9(2).
014600         10 CRP-WINDOW-MI     PIC 9(2).
014700     05 CRP-THRESHOLD-MINS    PIC 9(4)  VALUE 30.
014800     05 CRP-THRESHOLD-SECS    PIC S9(9) USAGE COMP.
014900     05 CRP-JOB-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
015000     05 CRP-PLACED-COUNT      PIC S9(4) USAGE COMP VALUE ZERO.
015100     05 CRP-MIL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
015200     05 CRP-RES-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
015300     05 CRP-SIM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
015400     05 CRP-SUB               PIC S9(4) USAGE COMP.
015500     05 CRP-SUB2              PIC S9(4) USAGE COMP.
015600     05 CRP-PSUB              PIC S9(4) USAGE COMP.
015700     05 CRP-RSUB              PIC S9(4) USAGE COMP.
015800     05 CRP-OSUB              PIC S9(4) USAGE COMP.
015900     05 CRP-JSUB              PIC S9(4) USAGE COMP.
016000     05 CRP-PRED              PIC S9(4) USAGE COMP.
016100     05 CRP-HIT-SUB           PIC S9(4) USAGE COMP.
016200     05 CRP-HOLD-SUB          PIC S9(4) USAGE COMP.
016300     05 CRP-CHAIN-COUNT       PIC S9(4) USAGE COMP.
016400     05 CRP-LOOKUP-NAME       PIC X(8).
016500     05 CRP-LOOKUP-RESOURCE   PIC X(16).
016600     05 CRP-IMPLIED-SW        PIC X(1).
016700     05 CRP-HORIZON           PIC S9(9) USAGE COMP.
016800     05 CRP-CANDIDATE         PIC S9(9) USAGE COMP.
016900     05 CRP-ELAPSED-SECS      PIC S9(13) USAGE COMP.
017000     05 CRP-ABS-SECS          PIC S9(13) USAGE COMP.
017100     05 CRP-ABS-SECS-2        PIC S9(13) USAGE COMP.
017200     05 CRP-STAMP-WORK        PIC X(14).
017300     05 CRP-STAMP-DATE        PIC 9(8).
017400     05 CRP-STAMP-HH          PIC 9(2).
017500     05 CRP-STAMP-MI          PIC 9(2).
017600     05 CRP-STAMP-SS          PIC 9(2).
017700     05 CRP-CLOCK-SECS        PIC S9(9) USAGE COMP.
017800     05 CRP-CLOCK-MINS        PIC S9(9) USAGE COMP.
017900     05 CRP-CLOCK-DAY         PIC S9(4) USAGE COMP.
018000     05 CRP-CLOCK-HH          PIC 9(2).
018100     05 CRP-CLOCK-MI          PIC 9(2).
018200     05 CRP-CLOCK-DAY-DIGIT   PIC 9(1).
018300     05 CRP-CLOCK             PIC X(7).
018400     05 CRP-CLOCK-ES          PIC X(7).
018500     05 CRP-CLOCK-EF          PIC X(7).
018600     05 CRP-CLOCK-LS          PIC X(7).
018700     05 CRP-CLOCK-LF          PIC X(7).
018800     05 CRP-EDIT-DUR          PIC -(5)9.
018900     05 CRP-EDIT-SLACK        PIC -(5)9.
019000     05 CRP-EDIT-LAST         PIC -(5)9.
019100     05 CRP-EDIT-COUNT        PIC Z(4)9.
019200     05 CRP-EDIT-STEP         PIC Z9.
019300     05 CRP-FLAGS             PIC X(40).
019400     05 CRP-NOW-STRING        PIC X(14).
019500     05 CRP-THIS-MONTH        PIC 9(6).
019600     05 CRP-THIS-MONTH-X REDEFINES CRP-THIS-MONTH.
019700         10 CRP-THIS-YYYY     PIC 9(4).
019800         10 CRP-THIS-MM       PIC 9(2).
019900     05 CRP-LAST-MONTH        PIC 9(6).
020000     05 CRP-LAST-MONTH-X REDEFINES CRP-LAST-MONTH.
020100         10 CRP-LAST-YYYY     PIC 9(4).
020200         10 CRP-LAST-MM       PIC 9(2).
020300     05 CRP-SLACK-ON-FILE-SW  PIC X(1).
020400         88 CRP-SLACK-ON-FILE           VALUE "Y".
020500     05 CRP-SHRUNK-COUNT      PIC 9(5)  VALUE ZERO.
020600     05 CRP-CYCLE-COUNT       PIC 9(5)  VALUE ZERO.
020700     05 CRP-DROPPED-COUNT     PIC 9(5)  VALUE ZERO.
020800*
020900 01  CRP-JOB-TABLE.
021000     05 CRP-JOB-ROW OCCURS 100 TIMES.
021100         10 CRP-JOB-NAME      PIC X(8).
021200         10 CRP-EVT-RUNS      PIC S9(4)  USAGE COMP.
021300         10 CRP-EVT-SECS      PIC S9(13) USAGE COMP.
021400         10 CRP-CTL-RUNS      PIC S9(4)  USAGE COMP.
021500         10 CRP-CTL-SECS      PIC S9(13) USAGE COMP.
021600         10 CRP-DUR           PIC S9(9)  USAGE COMP.
021700         10 CRP-HIST-SW       PIC X(1).
021800             88 CRP-NO-HISTORY            VALUE "N".
021900         10 CRP-PRED-COUNT    PIC S9(4)  USAGE COMP.
022000         10 CRP-PRED-ENTRY OCCURS 16 TIMES.
022100             15 CRP-PRED-SUB  PIC S9(4)  USAGE COMP.
022200             15 CRP-PRED-IMPLIED-SW PIC X(1).
022300         10 CRP-PRED-NAMES-COUNT PIC S9(4) USAGE COMP.
022400         10 CRP-PRED-NAME     PIC X(8) OCCURS 8 TIMES.
022500         10 CRP-JRES-COUNT    PIC S9(4)  USAGE COMP.
022600         10 CRP-JRES-NAME     PIC X(16) OCCURS 8 TIMES.
022700         10 CRP-PLACED-SW     PIC X(1).
022800             88 CRP-PLACED                VALUE "Y".
022900         10 CRP-MILESTONE-SW  PIC X(1).
023000             88 CRP-IS-MILESTONE          VALUE "Y".
023100         10 CRP-ON-PATH-SW    PIC X(1).
023200             88 CRP-ON-PATH               VALUE "Y".
023300         10 CRP-ES            PIC S9(9)  USAGE COMP.
023400         10 CRP-EF            PIC S9(9)  USAGE COMP.
023500         10 CRP-LS            PIC S9(9)  USAGE COMP.
023600         10 CRP-LF            PIC S9(9)  USAGE COMP.
023700         10 CRP-SLACK         PIC S9(9)  USAGE COMP.
023800         10 CRP-DRIVER        PIC S9(4)  USAGE COMP.
023900         10 CRP-DRIVER-IMPLIED-SW PIC X(1).
024000         10 CRP-LAST-SLACK    PIC S9(9)  USAGE COMP.
024100         10 CRP-LAST-FOUND-SW PIC X(1).
024200             88 CRP-LAST-FOUND            VALUE "Y".
024300*
024400 01  CRP-ORDER-TABLE.
024500     05 CRP-ORDER             PIC S9(4) USAGE COMP
024600                              OCCURS 100 TIMES.
024700*
024800 01  CRP-MIL-TABLE.
024900     05 CRP-MIL-ROW OCCURS 50 TIMES.
025000         10 CRP-MIL-APPL      PIC X(8).
025100         10 CRP-MIL-NAME      PIC X(20).
025200         10 CRP-MIL-RULE      PIC X(1).
025300         10 CRP-MIL-JOB-SUB   PIC S9(4) USAGE COMP.
025400*
025500 01  CRP-RES-TABLE.
025600     05 CRP-RES-ROW OCCURS 100 TIMES.
025700         10 CRP-RES-NAME      PIC X(16).
025800         10 CRP-RES-LAST-SUB  PIC S9(4) USAGE COMP.
025900*
026000 01  CRP-SIM-TABLE.
026100     05 CRP-SIM-RUN-ID        PIC X(16) OCCURS 200 TIMES.
026200*
026300 01  CRP-CHAIN-TABLE.
026400     05 CRP-CHAIN-SUB         PIC S9(4) USAGE COMP
026500                              OCCURS 100 TIMES.
026600*
026700 PROCEDURE DIVISION.
026800*
026900*+----------------------------------------------------------+
027000*|  0000-MAINLINE                                             |
027100*+----------------------------------------------------------+
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     PERFORM 1100-LOAD-NETWORK THRU 1100-EXIT.
027500     PERFORM 1200-LOAD-MILESTONES THRU 1200-EXIT.
027600     PERFORM 1300-LINK-PREDECESSORS THRU 1300-EXIT.
027700     PERFORM 1400-LOAD-RESOURCES THRU 1400-EXIT.
027800     PERFORM 2000-LOAD-JOBCTL-HISTORY THRU 2000-EXIT.
027900     PERFORM 2200-LOAD-EVENT-HISTORY THRU 2200-EXIT.
028000     PERFORM 2400-SET-DURATIONS THRU 2400-EXIT.
028100     PERFORM 3000-ORDER-NETWORK THRU 3000-EXIT.
028200     PERFORM 3500-SERIALIZE-RESOURCES THRU 3500-EXIT.
028300     PERFORM 4000-FORWARD-PASS THRU 4000-EXIT.
028400     PERFORM 4500-BACKWARD-PASS THRU 4500-EXIT.
028500     PERFORM 5000-SLACK-HISTORY THRU 5000-EXIT.
028600     PERFORM 6000-REPORT-PATHS THRU 6000-EXIT.
028700     PERFORM 6500-REPORT-JOBS THRU 6500-EXIT.
028800     PERFORM 7000-REPORT-SHRUNK THRU 7000-EXIT.
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029000     STOP RUN.
029100*
029200*+----------------------------------------------------------+
029300*|  1000-INITIALIZE - the optional parameter record.          |
029400*+----------------------------------------------------------+
029500 1000-INITIALIZE.
029600     MOVE FUNCTION CURRENT-DATE(1:14) TO CRP-NOW-STRING.
029700     MOVE CRP-NOW-STRING(1:6) TO CRP-THIS-MONTH.
029800     MOVE CRP-THIS-MONTH TO CRP-LAST-MONTH.
029900     IF CRP-THIS-MM = 1
030000         SUBTRACT 1 FROM CRP-LAST-YYYY
030100         MOVE 12 TO CRP-LAST-MM
030200     ELSE
030300         SUBTRACT 1 FROM CRP-LAST-MM
030400     END-IF.
030500     OPEN INPUT CRPPARM-FILE.
030600     IF CRP-PARM-STATUS = "00"
030700         READ CRPPARM-FILE
030800             AT END MOVE SPACES TO CRPPARM-REC
030900         END-READ
031000*    The record area is undefined once the file closes - keep
031100*    working copies of the parameter fields.
031200         MOVE CPP-APPL-ID TO CRP-APPL-ID
031300         IF CPP-WINDOW-START NUMERIC
031400             MOVE CPP-WINDOW-START TO CRP-WINDOW-HHMM
031500         END-IF
031600         IF CPP-SLACK-MINUTES NUMERIC
031700             MOVE CPP-SLACK-MINUTES TO CRP-THRESHOLD-MINS
031800         END-IF
031900         CLOSE CRPPARM-FILE
032000     END-IF.
032100     IF CRP-WINDOW-HH > 23 OR CRP-WINDOW-MI > 59
032200         DISPLAY "CRPATH: CRPPARM WINDOW START IS NOT A "
032300                 "VALID HHMM"
032400         MOVE 12 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     COMPUTE CRP-THRESHOLD-SECS = CRP-THRESHOLD-MINS * 60.
032800     OPEN OUTPUT PATH-REPORT.
032900     MOVE SPACES TO PATH-LINE.
033000     STRING "CRITICAL-PATH AND SLACK ANALYSIS " DELIMITED BY SIZE
033100            CRP-NOW-STRING                      DELIMITED BY SIZE
033200            "  WINDOW START "                   DELIMITED BY SIZE
033300            CRP-WINDOW-HHMM                     DELIMITED BY SIZE
033400            "  SLACK THRESHOLD "                DELIMITED BY SIZE
033500            CRP-THRESHOLD-MINS                  DELIMITED BY SIZE
033600            " MIN"                              DELIMITED BY SIZE
033700         INTO PATH-LINE.
033800     WRITE PATH-LINE.
033900 1000-EXIT.
034000     EXIT.
034100*
034200*+----------------------------------------------------------+
034300*|  1100-LOAD-NETWORK - every gated job and every job named    |
034400*|  as a predecessor is a node.                                |
034500*+----------------------------------------------------------+
034600 1100-LOAD-NETWORK.
034700     OPEN INPUT JOBDEP-FILE.
034800     IF CRP-DEP-STATUS NOT = "00"
034900         DISPLAY "CRPATH: NO JOBDEPS PREDECESSOR FILE"
035000         MOVE 12 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     MOVE "N" TO CRP-EOF-SW.
035400     PERFORM 1110-ONE-DEP-RECORD THRU 1110-EXIT
035500         UNTIL CRP-AT-EOF.
035600     CLOSE JOBDEP-FILE.
035700 1100-EXIT.
035800     EXIT.
035900*
036000 1110-ONE-DEP-RECORD.
036100     READ JOBDEP-FILE INTO JOBDEP-RECORD
036200         AT END SET CRP-AT-EOF TO TRUE
036300     END-READ.
036400     IF CRP-AT-EOF
036500         GO TO 1110-EXIT
036600     END-IF.
036700     MOVE JDP-JOB-NAME TO CRP-LOOKUP-NAME.
036800     PERFORM 8200-FIND-OR-ADD-JOB THRU 8200-EXIT.
036900     IF CRP-HIT-SUB = ZERO
037000         GO TO 1110-EXIT
037100     END-IF.
037200     MOVE CRP-HIT-SUB TO CRP-JSUB.
037300     MOVE ZERO TO CRP-PRED-NAMES-COUNT(CRP-JSUB).
037400     PERFORM 1120-ONE-PRED-NAME THRU 1120-EXIT
037500         VARYING CRP-PSUB FROM 1 BY 1
037600         UNTIL CRP-PSUB > JDP-PRED-COUNT OR CRP-PSUB > 8.
037700 1110-EXIT.
037800     EXIT.
037900*
038000 1120-ONE-PRED-NAME.
038100     IF JDP-PRED-NAME(CRP-PSUB) = SPACES
038200         GO TO 1120-EXIT
038300     END-IF.
038400     ADD 1 TO CRP-PRED-NAMES-COUNT(CRP-JSUB).
038500     MOVE CRP-PRED-NAMES-COUNT(CRP-JSUB) TO CRP-SUB2.
038600     MOVE JDP-PRED-NAME(CRP-PSUB)
038700         TO CRP-PRED-NAME(CRP-JSUB, CRP-SUB2).
038800     MOVE JDP-PRED-NAME(CRP-PSUB) TO CRP-LOOKUP-NAME.
038900     PERFORM 8200-FIND-OR-ADD-JOB THRU 8200-EXIT.
039000 1120-EXIT.
039100     EXIT.
039200*
039300*+----------------------------------------------------------+
039400*|  1200-LOAD-MILESTONES - the job milestones of the close.   |
039500*|  A milestone job with no predecessor record is a node too.  |
039600*+----------------------------------------------------------+
039700 1200-LOAD-MILESTONES.
039800     OPEN INPUT MILSTONE-FILE.
039900     IF CRP-MIL-STATUS NOT = "00"
040000         GO TO 1200-EXIT
040100     END-IF.
040200     MOVE "N" TO CRP-EOF-SW.
040300     PERFORM 1210-ONE-MILESTONE THRU 1210-EXIT
040400         UNTIL CRP-AT-EOF.
040500     CLOSE MILSTONE-FILE.
040600 1200-EXIT.
040700     EXIT.
040800*
040900 1210-ONE-MILESTONE.
041000     READ MILSTONE-FILE
041100         AT END SET CRP-AT-EOF TO TRUE
041200     END-READ.
041300     IF CRP-AT-EOF
041400         GO TO 1210-EXIT
041500     END-IF.
041600     IF NOT MIL-CHECK-JOB
041700        OR CRP-MIL-COUNT = 50
041800         GO TO 1210-EXIT
041900     END-IF.
042000     IF CRP-APPL-ID NOT = SPACES
042100        AND MIL-APPL-ID NOT = CRP-APPL-ID
042200         GO TO 1210-EXIT
042300     END-IF.
042400     MOVE MIL-CHECK-NAME(1:8) TO CRP-LOOKUP-NAME.
042500     PERFORM 8200-FIND-OR-ADD-JOB THRU 8200-EXIT.
042600     IF CRP-HIT-SUB = ZERO
042700         GO TO 1210-EXIT
042800     END-IF.
042900     ADD 1 TO CRP-MIL-COUNT.
043000     MOVE MIL-APPL-ID   TO CRP-MIL-APPL(CRP-MIL-COUNT).
043100     MOVE MIL-MILESTONE TO CRP-MIL-NAME(CRP-MIL-COUNT).
043200     MOVE MIL-DAY-RULE  TO CRP-MIL-RULE(CRP-MIL-COUNT).
043300     MOVE CRP-HIT-SUB   TO CRP-MIL-JOB-SUB(CRP-MIL-COUNT).
043400     MOVE "Y" TO CRP-MILESTONE-SW(CRP-HIT-SUB).
043500 1210-EXIT.
043600     EXIT.
043700*
043800*+----------------------------------------------------------+
043900*|  1300-LINK-PREDECESSORS - predecessor names to table rows. |
044000*+----------------------------------------------------------+
044100 1300-LINK-PREDECESSORS.
044200     PERFORM 1310-LINK-ONE-JOB THRU 1310-EXIT
044300         VARYING CRP-JSUB FROM 1 BY 1
044400         UNTIL CRP-JSUB > CRP-JOB-COUNT.
044500 1300-EXIT.
044600     EXIT.
044700*
044800 1310-LINK-ONE-JOB.
044900     MOVE ZERO TO CRP-PRED-COUNT(CRP-JSUB).
045000     PERFORM 1320-LINK-ONE-PRED THRU 1320-EXIT
045100         VARYING CRP-PSUB FROM 1 BY 1
045200         UNTIL CRP-PSUB > CRP-PRED-NAMES-COUNT(CRP-JSUB).
045300 1310-EXIT.
045400     EXIT.
045500*
045600 1320-LINK-ONE-PRED.
045700     MOVE CRP-PRED-NAME(CRP-JSUB, CRP-PSUB) TO CRP-LOOKUP-NAME.
045800     PERFORM 8100-FIND-JOB THRU 8100-EXIT.
045900     IF CRP-HIT-SUB = ZERO
046000         GO TO 1320-EXIT
046100     END-IF.
046200     MOVE CRP-HIT-SUB TO CRP-PRED.
046300     MOVE "N" TO CRP-IMPLIED-SW.
046400     PERFORM 8300-ADD-PREDECESSOR THRU 8300-EXIT.
046500 1320-EXIT.
046600     EXIT.
046700*
046800*+----------------------------------------------------------+
046900*|  1400-LOAD-RESOURCES - resource declarations of the nodes. |
047000*+----------------------------------------------------------+
047100 1400-LOAD-RESOURCES.
047200     OPEN INPUT RESDECL-FILE.
047300     IF CRP-DECL-STATUS NOT = "00"
047400         GO TO 1400-EXIT
047500     END-IF.
047600     MOVE "N" TO CRP-EOF-SW.
047700     PERFORM 1410-ONE-DECLARATION THRU 1410-EXIT
047800         UNTIL CRP-AT-EOF.
047900     CLOSE RESDECL-FILE.
048000 1400-EXIT.
048100     EXIT.
048200*
048300 1410-ONE-DECLARATION.
048400     READ RESDECL-FILE
048500         AT END SET CRP-AT-EOF TO TRUE
048600     END-READ.
048700     IF CRP-AT-EOF
048800         GO TO 1410-EXIT
048900     END-IF.
049000     MOVE RDC-JOB-NAME TO CRP-LOOKUP-NAME.
049100     PERFORM 8100-FIND-JOB THRU 8100-EXIT.
049200     IF CRP-HIT-SUB = ZERO
049300         GO TO 1410-EXIT
049400     END-IF.
049500     MOVE ZERO TO CRP-JRES-COUNT(CRP-HIT-SUB).
049600     PERFORM 1420-ONE-RESOURCE THRU 1420-EXIT
049700         VARYING CRP-RSUB FROM 1 BY 1
049800         UNTIL CRP-RSUB > RDC-RESOURCE-COUNT OR CRP-RSUB > 8.
049900 1410-EXIT.
050000     EXIT.
050100*
050200 1420-ONE-RESOURCE.
050300     IF RDC-RESOURCE(CRP-RSUB) = SPACES
050400         GO TO 1420-EXIT
050500     END-IF.
050600     ADD 1 TO CRP-JRES-COUNT(CRP-HIT-SUB).
050700     MOVE CRP-JRES-COUNT(CRP-HIT-SUB) TO CRP-SUB2.
050800     MOVE RDC-RESOURCE(CRP-RSUB)
050900         TO CRP-JRES-NAME(CRP-HIT-SUB, CRP-SUB2).
051000 1420-EXIT.
051100     EXIT.
051200*
051300*+----------------------------------------------------------+
051400*|  2000-LOAD-JOBCTL-HISTORY - elapsed time of completed      |
051500*|  runs, and the simulation run-ids to keep off the event    |
051600*|  history.                                                   |
051700*+----------------------------------------------------------+
051800 2000-LOAD-JOBCTL-HISTORY.
051900     OPEN INPUT JOBCTL-FILE.
052000     IF CRP-JOBCTL-STATUS NOT = "00"
052100         GO TO 2000-EXIT
052200     END-IF.
052300     MOVE "N" TO CRP-EOF-SW.
052400     PERFORM 2100-ONE-CTL-RECORD THRU 2100-EXIT
052500         UNTIL CRP-AT-EOF.
052600     CLOSE JOBCTL-FILE.
052700 2000-EXIT.
052800     EXIT.
052900*
053000 2100-ONE-CTL-RECORD.
053100     READ JOBCTL-FILE NEXT RECORD INTO JOBCTL-RECORD
053200         AT END SET CRP-AT-EOF TO TRUE
053300     END-READ.
053400     IF CRP-AT-EOF
053500         GO TO 2100-EXIT
053600     END-IF.
053700     IF JBC-SIMULATION-ON
053800         IF CRP-SIM-COUNT < 200
053900             ADD 1 TO CRP-SIM-COUNT
054000             MOVE JBC-RUN-ID TO CRP-SIM-RUN-ID(CRP-SIM-COUNT)
054100         END-IF
054200         GO TO 2100-EXIT
054300     END-IF.
054400     IF NOT JBC-STATUS-COMPLETE
054500         GO TO 2100-EXIT
054600     END-IF.
054700     MOVE JBC-JOB-NAME TO CRP-LOOKUP-NAME.
054800     PERFORM 8100-FIND-JOB THRU 8100-EXIT.
054900     IF CRP-HIT-SUB = ZERO
055000         GO TO 2100-EXIT
055100     END-IF.
055200     MOVE JBC-ACTUAL-START TO CRP-STAMP-WORK.
055300     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
055400     MOVE CRP-ABS-SECS TO CRP-ABS-SECS-2.
055500     MOVE JBC-ACTUAL-END TO CRP-STAMP-WORK.
055600     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
055700     COMPUTE CRP-ELAPSED-SECS = CRP-ABS-SECS - CRP-ABS-SECS-2.
055800     IF CRP-ELAPSED-SECS > ZERO
055900         ADD 1 TO CRP-CTL-RUNS(CRP-HIT-SUB)
056000         ADD CRP-ELAPSED-SECS TO CRP-CTL-SECS(CRP-HIT-SUB)
056100     END-IF.
056200 2100-EXIT.
056300     EXIT.
056400*
056500*+----------------------------------------------------------+
056600*|  2200-LOAD-EVENT-HISTORY - measured elapsed seconds from   |
056700*|  the END events on the scheduler feed.                      |
056800*+----------------------------------------------------------+
056900 2200-LOAD-EVENT-HISTORY.
057000     OPEN INPUT EVENT-FILE.
057100     IF CRP-EVT-STATUS NOT = "00"
057200         GO TO 2200-EXIT
057300     END-IF.
057400     MOVE "N" TO CRP-EOF-SW.
057500     PERFORM 2210-ONE-EVENT THRU 2210-EXIT
057600         UNTIL CRP-AT-EOF.
057700     CLOSE EVENT-FILE.
057800 2200-EXIT.
057900     EXIT.
058000*
058100 2210-ONE-EVENT.
058200     READ EVENT-FILE
058300         AT END SET CRP-AT-EOF TO TRUE
058400     END-READ.
058500     IF CRP-AT-EOF
058600         GO TO 2210-EXIT
058700     END-IF.
058800     IF NOT EVT-TYPE-END
058900        OR EVT-ELAPSED-SECS NOT > ZERO
059000         GO TO 2210-EXIT
059100     END-IF.
059200     MOVE "N" TO CRP-READY-SW.
059300     PERFORM 2220-CHECK-SIMULATION THRU 2220-EXIT
059400         VARYING CRP-SUB FROM 1 BY 1
059500         UNTIL CRP-SUB > CRP-SIM-COUNT OR CRP-READY.
059600     IF CRP-READY
059700         GO TO 2210-EXIT
059800     END-IF.
059900     MOVE EVT-JOB-NAME TO CRP-LOOKUP-NAME.
060000     PERFORM 8100-FIND-JOB THRU 8100-EXIT.
060100     IF CRP-HIT-SUB = ZERO
060200         GO TO 2210-EXIT
060300     END-IF.
060400     ADD 1 TO CRP-EVT-RUNS(CRP-HIT-SUB).
060500     ADD EVT-ELAPSED-SECS TO CRP-EVT-SECS(CRP-HIT-SUB).
060600 2210-EXIT.
060700     EXIT.
060800*
060900 2220-CHECK-SIMULATION.
061000     IF CRP-SIM-RUN-ID(CRP-SUB) = EVT-RUN-ID
061100         SET CRP-READY TO TRUE
061200     END-IF.
061300 2220-EXIT.
061400     EXIT.
061500*
061600*+----------------------------------------------------------+
061700*|  2400-SET-DURATIONS - event average, else job-control      |
061800*|  average, else zero and flagged.                            |
061900*+----------------------------------------------------------+
062000 2400-SET-DURATIONS.
062100     PERFORM 2410-ONE-DURATION THRU 2410-EXIT
062200         VARYING CRP-JSUB FROM 1 BY 1
062300         UNTIL CRP-JSUB > CRP-JOB-COUNT.
062400 2400-EXIT.
062500     EXIT.
062600*
062700 2410-ONE-DURATION.
062800     MOVE "Y" TO CRP-HIST-SW(CRP-JSUB).
062900     EVALUATE TRUE
063000         WHEN CRP-EVT-RUNS(CRP-JSUB) > ZERO
063100             COMPUTE CRP-DUR(CRP-JSUB) ROUNDED =
063200                 CRP-EVT-SECS(CRP-JSUB) / CRP-EVT-RUNS(CRP-JSUB)
063300         WHEN CRP-CTL-RUNS(CRP-JSUB) > ZERO
063400             COMPUTE CRP-DUR(CRP-JSUB) ROUNDED =
063500                 CRP-CTL-SECS(CRP-JSUB) / CRP-CTL-RUNS(CRP-JSUB)
063600         WHEN OTHER
063700             MOVE ZERO TO CRP-DUR(CRP-JSUB)
063800             MOVE "N" TO CRP-HIST-SW(CRP-JSUB)
063900     END-EVALUATE.
064000 2410-EXIT.
064100     EXIT.
064200*
064300*+----------------------------------------------------------+
064400*|  3000-ORDER-NETWORK - place jobs whose predecessors are    |
064500*|  all placed, pass by pass, taking the dependency-only      |
064600*|  earliest start as they go; what never places is a loop.   |
064700*|  The order is then sorted by that start (stable, so ties   |
064800*|  keep dependency order) for the resource serialization.    |
064900*+----------------------------------------------------------+
065000 3000-ORDER-NETWORK.
065100     SET CRP-PROGRESS TO TRUE.
065200     PERFORM 3100-PLACEMENT-PASS THRU 3100-EXIT
065300         UNTIL NOT CRP-PROGRESS.
065400     PERFORM 3300-LIST-CYCLE-JOB THRU 3300-EXIT
065500         VARYING CRP-JSUB FROM 1 BY 1
065600         UNTIL CRP-JSUB > CRP-JOB-COUNT.
065700     PERFORM 3400-SORT-ONE THRU 3400-EXIT
065800         VARYING CRP-OSUB FROM 2 BY 1
065900         UNTIL CRP-OSUB > CRP-PLACED-COUNT.
066000 3000-EXIT.
066100     EXIT.
066200*
066300 3100-PLACEMENT-PASS.
066400     MOVE "N" TO CRP-PROGRESS-SW.
066500     PERFORM 3110-TRY-ONE-JOB THRU 3110-EXIT
066600         VARYING CRP-JSUB FROM 1 BY 1
066700         UNTIL CRP-JSUB > CRP-JOB-COUNT.
066800 3100-EXIT.
066900     EXIT.
067000*
067100 3110-TRY-ONE-JOB.
067200     IF CRP-PLACED(CRP-JSUB)
067300         GO TO 3110-EXIT
067400     END-IF.
067500     SET CRP-READY TO TRUE.
067600     MOVE ZERO TO CRP-ES(CRP-JSUB).
067700     PERFORM 3120-CHECK-ONE-PRED THRU 3120-EXIT
067800         VARYING CRP-PSUB FROM 1 BY 1
067900         UNTIL CRP-PSUB > CRP-PRED-COUNT(CRP-JSUB).
068000     IF NOT CRP-READY
068100         GO TO 3110-EXIT
068200     END-IF.
068300     MOVE "Y" TO CRP-PLACED-SW(CRP-JSUB).
068400     ADD 1 TO CRP-PLACED-COUNT.
068500     MOVE CRP-JSUB TO CRP-ORDER(CRP-PLACED-COUNT).
068600     COMPUTE CRP-EF(CRP-JSUB) =
068700         CRP-ES(CRP-JSUB) + CRP-DUR(CRP-JSUB).
068800     SET CRP-PROGRESS TO TRUE.
068900 3110-EXIT.
069000     EXIT.
069100*
069200 3120-CHECK-ONE-PRED.
069300     MOVE CRP-PRED-SUB(CRP-JSUB, CRP-PSUB) TO CRP-PRED.
069400     IF NOT CRP-PLACED(CRP-PRED)
069500         MOVE "N" TO CRP-READY-SW
069600         GO TO 3120-EXIT
069700     END-IF.
069800     IF CRP-EF(CRP-PRED) > CRP-ES(CRP-JSUB)
069900         MOVE CRP-EF(CRP-PRED) TO CRP-ES(CRP-JSUB)
070000     END-IF.
070100 3120-EXIT.
070200     EXIT.
070300*
070400 3300-LIST-CYCLE-JOB.
070500     IF CRP-PLACED(CRP-JSUB)
070600         GO TO 3300-EXIT
070700     END-IF.
070800     ADD 1 TO CRP-CYCLE-COUNT.
070900     MOVE SPACES TO PATH-LINE.
071000     STRING "*** "                DELIMITED BY SIZE
071100            CRP-JOB-NAME(CRP-JSUB) DELIMITED BY SIZE
071200            " IS IN OR BEHIND A PREDECESSOR LOOP ON JOBDEPS - "
071300                                  DELIMITED BY SIZE
071400            "LEFT OUT OF THE ANALYSIS ***"
071500                                  DELIMITED BY SIZE
071600         INTO PATH-LINE.
071700     WRITE PATH-LINE.
071800 3300-EXIT.
071900     EXIT.
072000*
072100 3400-SORT-ONE.
072200     MOVE CRP-ORDER(CRP-OSUB) TO CRP-HOLD-SUB.
072300     COMPUTE CRP-SUB = CRP-OSUB - 1.
072400     MOVE "N" TO CRP-STOP-SW.
072500     PERFORM 3410-SHIFT-ONE THRU 3410-EXIT
072600         UNTIL CRP-STOP.
072700     COMPUTE CRP-SUB2 = CRP-SUB + 1.
072800     MOVE CRP-HOLD-SUB TO CRP-ORDER(CRP-SUB2).
072900 3400-EXIT.
073000     EXIT.
073100*
073200 3410-SHIFT-ONE.
073300     IF CRP-SUB < 1
073400         SET CRP-STOP TO TRUE
073500         GO TO 3410-EXIT
073600     END-IF.
073700     IF CRP-ES(CRP-ORDER(CRP-SUB)) NOT > CRP-ES(CRP-HOLD-SUB)
073800         SET CRP-STOP TO TRUE
073900         GO TO 3410-EXIT
074000     END-IF.
074100     COMPUTE CRP-SUB2 = CRP-SUB + 1.
074200     MOVE CRP-ORDER(CRP-SUB) TO CRP-ORDER(CRP-SUB2).
074300     SUBTRACT 1 FROM CRP-SUB.
074400 3410-EXIT.
074500     EXIT.
074600*
074700*+----------------------------------------------------------+
074800*|  3500-SERIALIZE-RESOURCES - in the sorted order, each job  |
074900*|  that declares a resource waits for the previous job that  |
075000*|  declared it.  Every added ordering points forward in the  |
075100*|  sorted order, as the dependencies do, so the order stays  |
075200*|  a valid sequence for the passes.                           |
075300*+----------------------------------------------------------+
075400 3500-SERIALIZE-RESOURCES.
075500     PERFORM 3510-ONE-ORDERED-JOB THRU 3510-EXIT
075600         VARYING CRP-OSUB FROM 1 BY 1
075700         UNTIL CRP-OSUB > CRP-PLACED-COUNT.
075800 3500-EXIT.
075900     EXIT.
076000*
076100 3510-ONE-ORDERED-JOB.
076200     MOVE CRP-ORDER(CRP-OSUB) TO CRP-JSUB.
076300     PERFORM 3520-ONE-JOB-RESOURCE THRU 3520-EXIT
076400         VARYING CRP-RSUB FROM 1 BY 1
076500         UNTIL CRP-RSUB > CRP-JRES-COUNT(CRP-JSUB).
076600 3510-EXIT.
076700     EXIT.
076800*
076900 3520-ONE-JOB-RESOURCE.
077000     MOVE CRP-JRES-NAME(CRP-JSUB, CRP-RSUB)
077100         TO CRP-LOOKUP-RESOURCE.
077200     MOVE ZERO TO CRP-HIT-SUB.
077300     PERFORM 3530-MATCH-RESOURCE THRU 3530-EXIT
077400         VARYING CRP-SUB FROM 1 BY 1
077500         UNTIL CRP-SUB > CRP-RES-COUNT OR CRP-HIT-SUB > ZERO.
077600     IF CRP-HIT-SUB = ZERO
077700         IF CRP-RES-COUNT < 100
077800             ADD 1 TO CRP-RES-COUNT
077900             MOVE CRP-LOOKUP-RESOURCE
078000                 TO CRP-RES-NAME(CRP-RES-COUNT)
078100             MOVE CRP-JSUB TO CRP-RES-LAST-SUB(CRP-RES-COUNT)
078200         END-IF
078300         GO TO 3520-EXIT
078400     END-IF.
078500     MOVE CRP-RES-LAST-SUB(CRP-HIT-SUB) TO CRP-PRED.
078600     MOVE CRP-JSUB TO CRP-RES-LAST-SUB(CRP-HIT-SUB).
078700     MOVE "Y" TO CRP-IMPLIED-SW.
078800     PERFORM 8300-ADD-PREDECESSOR THRU 8300-EXIT.
078900 3520-EXIT.
079000     EXIT.
079100*
079200 3530-MATCH-RESOURCE.
079300     IF CRP-RES-NAME(CRP-SUB) = CRP-LOOKUP-RESOURCE
079400         MOVE CRP-SUB TO CRP-HIT-SUB
079500     END-IF.
079600 3530-EXIT.
079700     EXIT.
079800*
079900*+----------------------------------------------------------+
080000*|  4000-FORWARD-PASS - earliest start and finish, and the    |
080100*|  predecessor that drives each earliest start.               |
080200*+----------------------------------------------------------+
080300 4000-FORWARD-PASS.
080400     MOVE ZERO TO CRP-HORIZON.
080500     PERFORM 4100-FORWARD-ONE THRU 4100-EXIT
080600         VARYING CRP-OSUB FROM 1 BY 1
080700         UNTIL CRP-OSUB > CRP-PLACED-COUNT.
080800 4000-EXIT.
080900     EXIT.
081000*
081100 4100-FORWARD-ONE.
081200     MOVE CRP-ORDER(CRP-OSUB) TO CRP-JSUB.
081300     MOVE ZERO TO CRP-ES(CRP-JSUB).
081400     MOVE ZERO TO CRP-DRIVER(CRP-JSUB).
081500     MOVE "N"  TO CRP-DRIVER-IMPLIED-SW(CRP-JSUB).
081600     PERFORM 4110-FORWARD-PRED THRU 4110-EXIT
081700         VARYING CRP-PSUB FROM 1 BY 1
081800         UNTIL CRP-PSUB > CRP-PRED-COUNT(CRP-JSUB).
081900     COMPUTE CRP-EF(CRP-JSUB) =
082000         CRP-ES(CRP-JSUB) + CRP-DUR(CRP-JSUB).
082100*    The close is ready when the last milestone job finishes;
082200*    with no job milestones the whole network is the close.
082300     IF CRP-IS-MILESTONE(CRP-JSUB) OR CRP-MIL-COUNT = ZERO
082400         IF CRP-EF(CRP-JSUB) > CRP-HORIZON
082500             MOVE CRP-EF(CRP-JSUB) TO CRP-HORIZON
082600         END-IF
082700     END-IF.
082800 4100-EXIT.
082900     EXIT.
083000*
083100 4110-FORWARD-PRED.
083200     MOVE CRP-PRED-SUB(CRP-JSUB, CRP-PSUB) TO CRP-PRED.
083300     IF CRP-EF(CRP-PRED) > CRP-ES(CRP-JSUB)
083400        OR CRP-DRIVER(CRP-JSUB) = ZERO
083500         MOVE CRP-EF(CRP-PRED) TO CRP-ES(CRP-JSUB)
083600         MOVE CRP-PRED TO CRP-DRIVER(CRP-JSUB)
083700         MOVE CRP-PRED-IMPLIED-SW(CRP-JSUB, CRP-PSUB)
083800             TO CRP-DRIVER-IMPLIED-SW(CRP-JSUB)
083900     END-IF.
084000 4110-EXIT.
084100     EXIT.
084200*
084300*+----------------------------------------------------------+
084400*|  4500-BACKWARD-PASS - latest finish against the close.     |
084500*|  Only jobs that lead to a milestone (or every job, with no |
084600*|  job milestones) are on a close path and constrain their   |
084700*|  predecessors.                                              |
084800*+----------------------------------------------------------+
084900 4500-BACKWARD-PASS.
085000     PERFORM 4510-SET-HORIZON THRU 4510-EXIT
085100         VARYING CRP-JSUB FROM 1 BY 1
085200         UNTIL CRP-JSUB > CRP-JOB-COUNT.
085300     PERFORM 4600-BACKWARD-ONE THRU 4600-EXIT
085400         VARYING CRP-OSUB FROM CRP-PLACED-COUNT BY -1
085500         UNTIL CRP-OSUB < 1.
085600 4500-EXIT.
085700     EXIT.
085800*
085900 4510-SET-HORIZON.
086000     MOVE CRP-HORIZON TO CRP-LF(CRP-JSUB).
086100     MOVE "N" TO CRP-ON-PATH-SW(CRP-JSUB).
086200     IF CRP-IS-MILESTONE(CRP-JSUB) OR CRP-MIL-COUNT = ZERO
086300         MOVE "Y" TO CRP-ON-PATH-SW(CRP-JSUB)
086400     END-IF.
086500 4510-EXIT.
086600     EXIT.
086700*
086800 4600-BACKWARD-ONE.
086900     MOVE CRP-ORDER(CRP-OSUB) TO CRP-JSUB.
087000     IF NOT CRP-ON-PATH(CRP-JSUB)
087100         GO TO 4600-EXIT
087200     END-IF.
087300     COMPUTE CRP-LS(CRP-JSUB) =
087400         CRP-LF(CRP-JSUB) - CRP-DUR(CRP-JSUB).
087500     COMPUTE CRP-SLACK(CRP-JSUB) =
087600         CRP-LS(CRP-JSUB) - CRP-ES(CRP-JSUB).
087700     PERFORM 4610-BACKWARD-PRED THRU 4610-EXIT
087800         VARYING CRP-PSUB FROM 1 BY 1
087900         UNTIL CRP-PSUB > CRP-PRED-COUNT(CRP-JSUB).
088000 4600-EXIT.
088100     EXIT.
088200*
088300 4610-BACKWARD-PRED.
088400     MOVE CRP-PRED-SUB(CRP-JSUB, CRP-PSUB) TO CRP-PRED.
088500     IF NOT CRP-ON-PATH(CRP-PRED)
088600         MOVE "Y" TO CRP-ON-PATH-SW(CRP-PRED)
088700         MOVE CRP-LS(CRP-JSUB) TO CRP-LF(CRP-PRED)
088800     ELSE
088900         IF CRP-LS(CRP-JSUB) < CRP-LF(CRP-PRED)
089000             MOVE CRP-LS(CRP-JSUB) TO CRP-LF(CRP-PRED)
089100         END-IF
089200     END-IF.
089300 4610-EXIT.
089400     EXIT.
089500*
089600*+----------------------------------------------------------+
089700*|  5000-SLACK-HISTORY - last month's slack in, this month's  |
089800*|  slack out.                                                 |
089900*+----------------------------------------------------------+
090000 5000-SLACK-HISTORY.
090100     OPEN I-O SLACK-FILE.
090200     IF CRP-SLACK-STATUS = "05" OR CRP-SLACK-STATUS = "35"
090300         OPEN OUTPUT SLACK-FILE
090400         CLOSE SLACK-FILE
090500         OPEN I-O SLACK-FILE
090600     END-IF.
090700     IF CRP-SLACK-STATUS NOT = "00"
090800         DISPLAY "CRPATH: CPSLACK OPEN FAILED, STATUS "
090900                 CRP-SLACK-STATUS
091000         GO TO 5000-EXIT
091100     END-IF.
091200     PERFORM 5100-ONE-JOB-HISTORY THRU 5100-EXIT
091300         VARYING CRP-JSUB FROM 1 BY 1
091400         UNTIL CRP-JSUB > CRP-JOB-COUNT.
091500     CLOSE SLACK-FILE.
091600 5000-EXIT.
091700     EXIT.
091800*
091900 5100-ONE-JOB-HISTORY.
092000     MOVE "N" TO CRP-LAST-FOUND-SW(CRP-JSUB).
092100     IF NOT CRP-PLACED(CRP-JSUB)
092200        OR NOT CRP-ON-PATH(CRP-JSUB)
092300         GO TO 5100-EXIT
092400     END-IF.
092500     MOVE CRP-JOB-NAME(CRP-JSUB) TO CPS-JOB-NAME.
092600     MOVE CRP-LAST-MONTH         TO CPS-MONTH.
092700     MOVE CPS-KEY TO SLF-KEY.
092800     READ SLACK-FILE
092900         KEY IS SLF-KEY
093000         INVALID KEY CONTINUE
093100         NOT INVALID KEY
093200             MOVE SLF-REST-OF-RECORD TO CPSLK-RECORD(15:33)
093300             MOVE CPS-SLACK-SECS TO CRP-LAST-SLACK(CRP-JSUB)
093400             MOVE "Y" TO CRP-LAST-FOUND-SW(CRP-JSUB)
093500     END-READ.
093600     MOVE CRP-JOB-NAME(CRP-JSUB) TO CPS-JOB-NAME.
093700     MOVE CRP-THIS-MONTH         TO CPS-MONTH.
093800     MOVE CPS-KEY TO SLF-KEY.
093900     MOVE "N" TO CRP-SLACK-ON-FILE-SW.
094000     READ SLACK-FILE
094100         KEY IS SLF-KEY
094200         INVALID KEY CONTINUE
094300         NOT INVALID KEY SET CRP-SLACK-ON-FILE TO TRUE
094400     END-READ.
094500     MOVE CRP-SLACK(CRP-JSUB) TO CPS-SLACK-SECS.
094600     MOVE CRP-DUR(CRP-JSUB)   TO CPS-ELAPSED-SECS.
094700     MOVE "N" TO CPS-CRITICAL-SW.
094800     IF CRP-SLACK(CRP-JSUB) = ZERO
094900         MOVE "Y" TO CPS-CRITICAL-SW
095000     END-IF.
095100     MOVE CRP-NOW-STRING TO CPS-UPDATED.
095200     MOVE CPS-KEY TO SLF-KEY.
095300     MOVE CPSLK-RECORD(15:33) TO SLF-REST-OF-RECORD.
095400     IF CRP-SLACK-ON-FILE
095500         REWRITE SLACK-FILE-REC
095600     ELSE
095700         WRITE SLACK-FILE-REC
095800     END-IF.
095900 5100-EXIT.
096000     EXIT.
096100*
096200*+----------------------------------------------------------+
096300*|  6000-REPORT-PATHS - the critical path to each milestone,  |
096400*|  traced back through the driving predecessors.              |
096500*+----------------------------------------------------------+
096600 6000-REPORT-PATHS.
096700     IF CRP-MIL-COUNT = ZERO
096800         MOVE SPACES TO PATH-LINE
096900         WRITE PATH-LINE
097000         MOVE SPACES TO PATH-LINE
097100         STRING "NO JOB MILESTONES ON MILSTONE - SLACK IS "
097200                                        DELIMITED BY SIZE
097300                "AGAINST THE END OF THE WHOLE NETWORK"
097400                                        DELIMITED BY SIZE
097500             INTO PATH-LINE
097600         WRITE PATH-LINE
097700         GO TO 6000-EXIT
097800     END-IF.
097900     PERFORM 6100-ONE-MILESTONE THRU 6100-EXIT
098000         VARYING CRP-SUB FROM 1 BY 1
098100         UNTIL CRP-SUB > CRP-MIL-COUNT.
098200 6000-EXIT.
098300     EXIT.
098400*
098500 6100-ONE-MILESTONE.
098600     MOVE SPACES TO PATH-LINE.
098700     WRITE PATH-LINE.
098800     MOVE CRP-MIL-JOB-SUB(CRP-SUB) TO CRP-JSUB.
098900     MOVE SPACES TO PATH-LINE.
099000     STRING "CRITICAL PATH TO "      DELIMITED BY SIZE
099100            CRP-MIL-APPL(CRP-SUB)    DELIMITED BY SIZE
099200            " "                      DELIMITED BY SIZE
099300            CRP-MIL-NAME(CRP-SUB)    DELIMITED BY SIZE
099400            " (JOB "                 DELIMITED BY SIZE
099500            CRP-JOB-NAME(CRP-JSUB)   DELIMITED BY SIZE
099600            ", RULE "                DELIMITED BY SIZE
099700            CRP-MIL-RULE(CRP-SUB)    DELIMITED BY SIZE
099800            ")"                      DELIMITED BY SIZE
099900         INTO PATH-LINE.
100000     WRITE PATH-LINE.
100100     IF NOT CRP-PLACED(CRP-JSUB)
100200         MOVE "    MILESTONE JOB IS IN A PREDECESSOR LOOP"
100300             TO PATH-LINE
100400         WRITE PATH-LINE
100500         GO TO 6100-EXIT
100600     END-IF.
100700     MOVE ZERO TO CRP-CHAIN-COUNT.
100800     PERFORM 6200-CHAIN-ONE THRU 6200-EXIT
100900         UNTIL CRP-JSUB = ZERO OR CRP-CHAIN-COUNT = 100.
101000     PERFORM 6300-PRINT-ONE-LINK THRU 6300-EXIT
101100         VARYING CRP-SUB2 FROM CRP-CHAIN-COUNT BY -1
101200         UNTIL CRP-SUB2 < 1.
101300 6100-EXIT.
101400     EXIT.
101500*
101600 6200-CHAIN-ONE.
101700     ADD 1 TO CRP-CHAIN-COUNT.
101800     MOVE CRP-JSUB TO CRP-CHAIN-SUB(CRP-CHAIN-COUNT).
101900     MOVE CRP-DRIVER(CRP-JSUB) TO CRP-JSUB.
102000 6200-EXIT.
102100     EXIT.
102200*
102300 6300-PRINT-ONE-LINK.
102400     MOVE CRP-CHAIN-SUB(CRP-SUB2) TO CRP-JSUB.
102500     COMPUTE CRP-EDIT-STEP = CRP-CHAIN-COUNT - CRP-SUB2 + 1.
102600     MOVE CRP-ES(CRP-JSUB) TO CRP-CLOCK-SECS.
102700     PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT.
102800     MOVE CRP-CLOCK TO CRP-CLOCK-ES.
102900     MOVE CRP-EF(CRP-JSUB) TO CRP-CLOCK-SECS.
103000     PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT.
103100     MOVE CRP-CLOCK TO CRP-CLOCK-EF.
103200     COMPUTE CRP-EDIT-DUR = CRP-DUR(CRP-JSUB) / 60.
103300     MOVE SPACES TO CRP-FLAGS.
103400     IF CRP-DRIVER-IMPLIED-SW(CRP-JSUB) = "Y"
103500         MOVE "WAITS ON RESOURCE HELD BY THE JOB ABOVE"
103600             TO CRP-FLAGS
103700     END-IF.
103800     MOVE SPACES TO PATH-LINE.
103900     STRING "    "                   DELIMITED BY SIZE
104000            CRP-EDIT-STEP            DELIMITED BY SIZE
104100            "  "                     DELIMITED BY SIZE
104200            CRP-JOB-NAME(CRP-JSUB)   DELIMITED BY SIZE
104300            "  "                     DELIMITED BY SIZE
104400            CRP-CLOCK-ES             DELIMITED BY SIZE
104500            " - "                    DELIMITED BY SIZE
104600            CRP-CLOCK-EF             DELIMITED BY SIZE
104700            "  MINUTES"              DELIMITED BY SIZE
104800            CRP-EDIT-DUR             DELIMITED BY SIZE
104900            "  "                     DELIMITED BY SIZE
105000            CRP-FLAGS                DELIMITED BY SIZE
105100         INTO PATH-LINE.
105200     WRITE PATH-LINE.
105300 6300-EXIT.
105400     EXIT.
105500*
105600*+----------------------------------------------------------+
105700*|  6500-REPORT-JOBS - timing and slack of every job, in      |
105800*|  network order.                                             |
105900*+----------------------------------------------------------+
106000 6500-REPORT-JOBS.
106100     MOVE SPACES TO PATH-LINE.
106200     WRITE PATH-LINE.
106300     MOVE SPACES TO PATH-LINE.
106400     STRING "JOB       MINUTES  EARLY START  EARLY END  "
106500                                        DELIMITED BY SIZE
106600            "LATE START  LATE END  SLACK  LAST MONTH  NOTES"
106700                                        DELIMITED BY SIZE
106800         INTO PATH-LINE.
106900     WRITE PATH-LINE.
107000     PERFORM 6600-ONE-JOB-LINE THRU 6600-EXIT
107100         VARYING CRP-OSUB FROM 1 BY 1
107200         UNTIL CRP-OSUB > CRP-PLACED-COUNT.
107300     IF CRP-DROPPED-COUNT > ZERO
107400         MOVE SPACES TO PATH-LINE
107500         STRING "*** JOB TABLE FULL - " DELIMITED BY SIZE
107600                CRP-DROPPED-COUNT       DELIMITED BY SIZE
107700                " FURTHER JOB NAMES NOT ANALYSED ***"
107800                                        DELIMITED BY SIZE
107900             INTO PATH-LINE
108000         WRITE PATH-LINE
108100     END-IF.
108200 6500-EXIT.
108300     EXIT.
108400*
108500 6600-ONE-JOB-LINE.
108600     MOVE CRP-ORDER(CRP-OSUB) TO CRP-JSUB.
108700     COMPUTE CRP-EDIT-DUR = CRP-DUR(CRP-JSUB) / 60.
108800     MOVE CRP-ES(CRP-JSUB) TO CRP-CLOCK-SECS.
108900     PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT.
109000     MOVE CRP-CLOCK TO CRP-CLOCK-ES.
109100     MOVE CRP-EF(CRP-JSUB) TO CRP-CLOCK-SECS.
109200     PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT.
109300     MOVE CRP-CLOCK TO CRP-CLOCK-EF.
109400     MOVE SPACES TO CRP-CLOCK-LS CRP-CLOCK-LF CRP-FLAGS.
109500     MOVE ZERO TO CRP-EDIT-SLACK CRP-EDIT-LAST.
109600     IF CRP-ON-PATH(CRP-JSUB)
109700         MOVE CRP-LS(CRP-JSUB) TO CRP-CLOCK-SECS
109800         PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT
109900         MOVE CRP-CLOCK TO CRP-CLOCK-LS
110000         MOVE CRP-LF(CRP-JSUB) TO CRP-CLOCK-SECS
110100         PERFORM 8400-FORMAT-CLOCK THRU 8400-EXIT
110200         MOVE CRP-CLOCK TO CRP-CLOCK-LF
110300         COMPUTE CRP-EDIT-SLACK = CRP-SLACK(CRP-JSUB) / 60
110400         IF CRP-SLACK(CRP-JSUB) = ZERO
110500             MOVE "CRITICAL" TO CRP-FLAGS
110600         END-IF
110700     ELSE
110800         MOVE "NOT ON A CLOSE PATH" TO CRP-FLAGS
110900     END-IF.
111000     IF CRP-LAST-FOUND(CRP-JSUB)
111100         COMPUTE CRP-EDIT-LAST = CRP-LAST-SLACK(CRP-JSUB) / 60
111200     END-IF.
111300     IF CRP-NO-HISTORY(CRP-JSUB)
111400         IF CRP-FLAGS = SPACES
111500             MOVE "NO RUN HISTORY" TO CRP-FLAGS
111600         ELSE
111700             MOVE SPACES TO PATH-LINE
111800             STRING CRP-FLAGS            DELIMITED BY "  "
111900                    ", NO RUN HISTORY"   DELIMITED BY SIZE
112000                 INTO PATH-LINE
112100             MOVE PATH-LINE(1:40) TO CRP-FLAGS
112200         END-IF
112300     END-IF.
112400     MOVE SPACES TO PATH-LINE.
112500     MOVE CRP-JOB-NAME(CRP-JSUB) TO PATH-LINE(1:8).
112600     MOVE CRP-EDIT-DUR           TO PATH-LINE(10:6).
112700     MOVE CRP-CLOCK-ES           TO PATH-LINE(19:7).
112800     MOVE CRP-CLOCK-EF           TO PATH-LINE(32:7).
112900     MOVE CRP-CLOCK-LS           TO PATH-LINE(44:7).
113000     MOVE CRP-CLOCK-LF           TO PATH-LINE(56:7).
113100     IF CRP-ON-PATH(CRP-JSUB)
113200         MOVE CRP-EDIT-SLACK     TO PATH-LINE(65:6)
113300     END-IF.
113400     IF CRP-LAST-FOUND(CRP-JSUB)
113500         MOVE CRP-EDIT-LAST      TO PATH-LINE(73:6)
113600     END-IF.
113700     MOVE CRP-FLAGS              TO PATH-LINE(84:40).
113800     WRITE PATH-LINE.
113900 6600-EXIT.
114000     EXIT.
114100*
114200*+----------------------------------------------------------+
114300*|  7000-REPORT-SHRUNK - below the threshold now, and less    |
114400*|  slack than last month.                                     |
114500*+----------------------------------------------------------+
114600 7000-REPORT-SHRUNK.
114700     MOVE SPACES TO PATH-LINE.
114800     WRITE PATH-LINE.
114900     MOVE SPACES TO PATH-LINE.
115000     STRING "JOBS WITH SLACK UNDER "  DELIMITED BY SIZE
115100            CRP-THRESHOLD-MINS        DELIMITED BY SIZE
115200            " MINUTES THAT HAS SHRUNK SINCE " DELIMITED BY SIZE
115300            CRP-LAST-MONTH            DELIMITED BY SIZE
115400         INTO PATH-LINE.
115500     WRITE PATH-LINE.
115600     PERFORM 7100-CHECK-ONE-JOB THRU 7100-EXIT
115700         VARYING CRP-OSUB FROM 1 BY 1
115800         UNTIL CRP-OSUB > CRP-PLACED-COUNT.
115900     IF CRP-SHRUNK-COUNT = ZERO
116000         MOVE "    NONE" TO PATH-LINE
116100         WRITE PATH-LINE
116200     END-IF.
116300 7000-EXIT.
116400     EXIT.
116500*
116600 7100-CHECK-ONE-JOB.
116700     MOVE CRP-ORDER(CRP-OSUB) TO CRP-JSUB.
116800     IF NOT CRP-ON-PATH(CRP-JSUB)
116900        OR NOT CRP-LAST-FOUND(CRP-JSUB)
117000         GO TO 7100-EXIT
117100     END-IF.
117200     IF CRP-SLACK(CRP-JSUB) NOT < CRP-THRESHOLD-SECS
117300        OR CRP-SLACK(CRP-JSUB) NOT < CRP-LAST-SLACK(CRP-JSUB)
117400         GO TO 7100-EXIT
117500     END-IF.
117600     ADD 1 TO CRP-SHRUNK-COUNT.
117700     COMPUTE CRP-EDIT-SLACK = CRP-SLACK(CRP-JSUB) / 60.
117800     COMPUTE CRP-EDIT-LAST = CRP-LAST-SLACK(CRP-JSUB) / 60.
117900     MOVE SPACES TO PATH-LINE.
118000     STRING "    "                   DELIMITED BY SIZE
118100            CRP-JOB-NAME(CRP-JSUB)   DELIMITED BY SIZE
118200            "  SLACK NOW"            DELIMITED BY SIZE
118300            CRP-EDIT-SLACK           DELIMITED BY SIZE
118400            " MIN, LAST MONTH"       DELIMITED BY SIZE
118500            CRP-EDIT-LAST            DELIMITED BY SIZE
118600            " MIN"                   DELIMITED BY SIZE
118700         INTO PATH-LINE.
118800     WRITE PATH-LINE.
118900 7100-EXIT.
119000     EXIT.
119100*
119200*+----------------------------------------------------------+
119300*|  8000-STAMP-TO-SECS - absolute seconds for a YYYYMMDD-     |
119400*|  HHMMSS timestamp (same technique as WINFCT).               |
119500*+----------------------------------------------------------+
119600 8000-STAMP-TO-SECS.
119700     MOVE CRP-STAMP-WORK(1:8)   TO CRP-STAMP-DATE.
119800     MOVE CRP-STAMP-WORK(9:2)   TO CRP-STAMP-HH.
119900     MOVE CRP-STAMP-WORK(11:2)  TO CRP-STAMP-MI.
120000     MOVE CRP-STAMP-WORK(13:2)  TO CRP-STAMP-SS.
120100     COMPUTE CRP-ABS-SECS =
120200         FUNCTION INTEGER-OF-DATE(CRP-STAMP-DATE) * 86400
120300         + (CRP-STAMP-HH * 3600)
120400         + (CRP-STAMP-MI * 60)
120500         + CRP-STAMP-SS.
120600 8000-EXIT.
120700     EXIT.
120800*
120900*+----------------------------------------------------------+
121000*|  8100-FIND-JOB / 8200-FIND-OR-ADD-JOB - the match          |
121100*|  paragraph records the hit subscript itself.                |
121200*+----------------------------------------------------------+
121300 8100-FIND-JOB.
121400     MOVE ZERO TO CRP-HIT-SUB.
121500     PERFORM 8110-CHECK-ONE-JOB THRU 8110-EXIT
121600         VARYING CRP-SUB FROM 1 BY 1
121700         UNTIL CRP-SUB > CRP-JOB-COUNT OR CRP-HIT-SUB > ZERO.
121800 8100-EXIT.
121900     EXIT.
122000*
122100 8110-CHECK-ONE-JOB.
122200     IF CRP-JOB-NAME(CRP-SUB) = CRP-LOOKUP-NAME
122300         MOVE CRP-SUB TO CRP-HIT-SUB
122400     END-IF.
122500 8110-EXIT.
122600     EXIT.
122700*
122800 8200-FIND-OR-ADD-JOB.
122900     PERFORM 8100-FIND-JOB THRU 8100-EXIT.
123000     IF CRP-HIT-SUB > ZERO
123100         GO TO 8200-EXIT
123200     END-IF.
123300     IF CRP-JOB-COUNT = CRP-MAX-JOBS
123400         ADD 1 TO CRP-DROPPED-COUNT
123500         GO TO 8200-EXIT
123600     END-IF.
123700     ADD 1 TO CRP-JOB-COUNT.
123800     MOVE CRP-JOB-COUNT     TO CRP-HIT-SUB.
123900     MOVE CRP-LOOKUP-NAME   TO CRP-JOB-NAME(CRP-HIT-SUB).
124000     MOVE ZERO TO CRP-EVT-RUNS(CRP-HIT-SUB)
124100                  CRP-EVT-SECS(CRP-HIT-SUB)
124200                  CRP-CTL-RUNS(CRP-HIT-SUB)
124300                  CRP-CTL-SECS(CRP-HIT-SUB)
124400                  CRP-PRED-COUNT(CRP-HIT-SUB)
124500                  CRP-PRED-NAMES-COUNT(CRP-HIT-SUB)
124600                  CRP-JRES-COUNT(CRP-HIT-SUB)
124700                  CRP-DUR(CRP-HIT-SUB) CRP-ES(CRP-HIT-SUB)
124800                  CRP-EF(CRP-HIT-SUB) CRP-LS(CRP-HIT-SUB)
124900                  CRP-LF(CRP-HIT-SUB) CRP-SLACK(CRP-HIT-SUB)
125000                  CRP-DRIVER(CRP-HIT-SUB)
125100                  CRP-LAST-SLACK(CRP-HIT-SUB).
125200     MOVE "N" TO CRP-PLACED-SW(CRP-HIT-SUB)
125300                 CRP-MILESTONE-SW(CRP-HIT-SUB)
125400                 CRP-ON-PATH-SW(CRP-HIT-SUB)
125500                 CRP-LAST-FOUND-SW(CRP-HIT-SUB).
125600 8200-EXIT.
125700     EXIT.
125800*
125900*+----------------------------------------------------------+
126000*|  8300-ADD-PREDECESSOR - CRP-PRED before CRP-JSUB, once.    |
126100*+----------------------------------------------------------+
126200 8300-ADD-PREDECESSOR.
126300     IF CRP-PRED = CRP-JSUB
126400         GO TO 8300-EXIT
126500     END-IF.
126600     MOVE "N" TO CRP-READY-SW.
126700     PERFORM 8310-CHECK-ONE-PRED THRU 8310-EXIT
126800         VARYING CRP-SUB2 FROM 1 BY 1
126900         UNTIL CRP-SUB2 > CRP-PRED-COUNT(CRP-JSUB) OR CRP-READY.
127000     IF CRP-READY
127100        OR CRP-PRED-COUNT(CRP-JSUB) = CRP-MAX-PREDS
127200         GO TO 8300-EXIT
127300     END-IF.
127400     ADD 1 TO CRP-PRED-COUNT(CRP-JSUB).
127500     MOVE CRP-PRED-COUNT(CRP-JSUB) TO CRP-SUB2.
127600     MOVE CRP-PRED        TO CRP-PRED-SUB(CRP-JSUB, CRP-SUB2).
127700     MOVE CRP-IMPLIED-SW
127800         TO CRP-PRED-IMPLIED-SW(CRP-JSUB, CRP-SUB2).
127900 8300-EXIT.
128000     EXIT.
128100*
128200 8310-CHECK-ONE-PRED.
128300     IF CRP-PRED-SUB(CRP-JSUB, CRP-SUB2) = CRP-PRED
128400         SET CRP-READY TO TRUE
128500     END-IF.
128600 8310-EXIT.
128700     EXIT.
128800*
128900*+----------------------------------------------------------+
129000*|  8400-FORMAT-CLOCK - seconds into the window as HH:MM on   |
129100*|  the clock, with +n for each midnight crossed.              |
129200*+----------------------------------------------------------+
129300 8400-FORMAT-CLOCK.
129400     COMPUTE CRP-CLOCK-MINS = (CRP-WINDOW-HH * 60) + CRP-WINDOW-MI
129500                            + (CRP-CLOCK-SECS / 60).
129600     DIVIDE CRP-CLOCK-MINS BY 1440
129700         GIVING CRP-CLOCK-DAY
129800         REMAINDER CRP-CLOCK-MINS.
129900     DIVIDE CRP-CLOCK-MINS BY 60
130000         GIVING CRP-CLOCK-HH
130100         REMAINDER CRP-CLOCK-MI.
130200     MOVE SPACES TO CRP-CLOCK.
130300     MOVE CRP-CLOCK-HH TO CRP-CLOCK(1:2).
130400     MOVE ":"          TO CRP-CLOCK(3:1).
130500     MOVE CRP-CLOCK-MI TO CRP-CLOCK(4:2).
130600     IF CRP-CLOCK-DAY > ZERO
130700         IF CRP-CLOCK-DAY > 9
130800             MOVE 9 TO CRP-CLOCK-DAY
130900         END-IF
131000         MOVE CRP-CLOCK-DAY TO CRP-CLOCK-DAY-DIGIT
131100         MOVE "+"                 TO CRP-CLOCK(6:1)
131200         MOVE CRP-CLOCK-DAY-DIGIT TO CRP-CLOCK(7:1)
131300     END-IF.
131400 8400-EXIT.
131500     EXIT.
131600*
131700*+----------------------------------------------------------+
131800*|  9000-TERMINATE                                            |
131900*+----------------------------------------------------------+
132000 9000-TERMINATE.
132100     MOVE SPACES TO PATH-LINE.
132200     WRITE PATH-LINE.
132300     MOVE CRP-PLACED-COUNT TO CRP-EDIT-COUNT.
132400     MOVE SPACES TO PATH-LINE.
132500     STRING "JOBS ANALYSED="   DELIMITED BY SIZE
132600            CRP-EDIT-COUNT     DELIMITED BY SIZE
132700            " IN LOOPS="       DELIMITED BY SIZE
132800            CRP-CYCLE-COUNT    DELIMITED BY SIZE
132900            " SLACK SHRUNK="   DELIMITED BY SIZE
133000            CRP-SHRUNK-COUNT   DELIMITED BY SIZE
133100         INTO PATH-LINE.
133200     WRITE PATH-LINE.
133300     CLOSE PATH-REPORT.
133400     IF CRP-SHRUNK-COUNT > ZERO
133500         MOVE 4 TO RETURN-CODE
133600     END-IF.
133700 9000-EXIT.
133800     EXIT.
