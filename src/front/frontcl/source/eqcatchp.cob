000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * CATCHUP
000400*     *
000500*     * Purpose: Multi-day catch-up driver for the recovery after
000600*     *          an outage.  Given an application and the range of
000700*     *          business dates the outage cost (parameter record
000800*     *          CATCHPRM), CATCHUP runs the application's nightly
000900*     *          stream (see eqcatstr.cob) once per missed date,
001000*     *          oldest first.  Within a date each job runs only
001100*     *          after its predecessors (see eqjobdep.cob) have
001200*     *          completed for that date; each job is handed its
001300*     *          pass date through the catch-up date record (see
001400*     *          eqcatctl.cob) that JOBHDR honours, so RUNGRD,
001500*     *          JOBGAT and the milestones all see the date being
001600*     *          caught up, not tonight's.  When the stream is
001700*     *          through, CATCHUP waits for MILCHK to grade the
001800*     *          date closed, rolls the calendar through BCALDT
001900*     *          and logs the roll on the calendar log as BCALRL
002000*     *          does, then starts the next date.  Every date and
002100*     *          job is printed on the catch-up log (CATCHLOG).
002200*     *
002300*     * Notes:  The first job that fails - a return code above 4,
002400*     *          or no completed run on the run ledger for the
002500*     *          date - stops the catch-up cleanly with the
002600*     *          calendar still on that date, and raises a
002700*     *          CRITICAL alert.  Rerunning CATCHUP with the same
002800*     *          parameter resumes there: the calendar's
002900*     *          processing date must lie within the range, and
003000*     *          jobs the ledger already shows complete for the
003100*     *          date are skipped.  Return code 8 means stopped,
003200*     *          12 means nothing was run.
003300*     *
003400 PROGRAM-ID.     CATCHUP.
003500 AUTHOR.         D L ROSS.
003600 INSTALLATION.   BATCH SYSTEMS GROUP.
003700 DATE-WRITTEN.   15-OCT-2026.
003800 DATE-COMPILED.
003900*
004000*     * Modification History
004100*     * --------------------
004200*     * 15-oct-2026 (dlross)  Written.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CATCHPRM-FILE ASSIGN TO "CATCHPRM"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CUP-PARM-STATUS.
005000     SELECT STREAM-FILE ASSIGN TO "CATCHSTR"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CUP-STR-STATUS.
005300     SELECT JOBDEP-FILE ASSIGN TO "JOBDEPS"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS CUP-DEP-STATUS.
005600     SELECT RUNLEDGER-FILE ASSIGN TO "RUNLEDGR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS RLF-KEY
006000         FILE STATUS IS CUP-LDG-STATUS.
006100     SELECT CATCTL-FILE ASSIGN TO "CATCHCTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CCF-KEY
006500         FILE STATUS IS CUP-CCT-STATUS.
006600     SELECT BCALLOG-FILE ASSIGN TO "BCALLOG"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CUP-BLG-STATUS.
006900     SELECT CATCHUP-LOG ASSIGN TO "CATCHLOG"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CUP-LOG-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CATCHPRM-FILE
007600     RECORDING MODE IS F.
007700 01  CATCHPRM-REC.
007800     05 CPR-APPL-ID           PIC X(8).
007900     05 CPR-FROM-DATE         PIC X(8).
008000     05 CPR-TO-DATE           PIC X(8).
008100     05 CPR-OPERATOR          PIC X(8).
008200*
008300 FD  STREAM-FILE
008400     RECORDING MODE IS F.
008500 COPY "eqcatstr.cob".
008600*
008700 FD  JOBDEP-FILE
008800     RECORDING MODE IS F.
008900 01  JOBDEP-FILE-REC          PIC X(74).
009000*
009100 FD  RUNLEDGER-FILE.
009200 01  RUNLEDGER-FILE-REC.
009300     05 RLF-KEY               PIC X(16).
009400     05 RLF-REST-OF-RECORD    PIC X(31).
009500*
009600 FD  CATCTL-FILE.
009700 01  CATCTL-FILE-REC.
009800     05 CCF-KEY               PIC X(8).
009900     05 CCF-REST-OF-RECORD    PIC X(30).
010000*
010100 FD  BCALLOG-FILE
010200     RECORDING MODE IS F.
010300 01  BCALLOG-LINE             PIC X(80).
010400*
010500 FD  CATCHUP-LOG
010600     RECORDING MODE IS F.
010700 01  CATCHUP-LINE             PIC X(132).
010800*
010900 WORKING-STORAGE SECTION.
011000 COPY "eqjobdep.cob".
011100 COPY "eqrunldg.cob".
011200 COPY "eqcatctl.cob".
011300*
011400 77  CUP-MAX-PASSES           PIC S9(4) USAGE COMP VALUE 60.
011500 77  CUP-SLEEP-SECONDS        PIC 9(8)  USAGE COMP VALUE 30.
011600*
011700 01  CUP-WORK-AREA.
011800     05 CUP-PARM-STATUS       PIC X(2)  VALUE "00".
011900     05 CUP-STR-STATUS        PIC X(2)  VALUE "00".
012000     05 CUP-DEP-STATUS        PIC X(2)  VALUE "00".
012100     05 CUP-LDG-STATUS        PIC X(2)  VALUE "00".
012200     05 CUP-CCT-STATUS        PIC X(2)  VALUE "00".
012300     05 CUP-BLG-STATUS        PIC X(2)  VALUE "00".
012400     05 CUP-LOG-STATUS        PIC X(2)  VALUE "00".
012500     05 CUP-EOF-SW            PIC X(1)  VALUE "N".
012600         88 CUP-AT-EOF                  VALUE "Y".
012700     05 CUP-STOP-SW           PIC X(1)  VALUE "N".
012800         88 CUP-STOPPED                 VALUE "Y".
012900     05 CUP-RANGE-SW          PIC X(1)  VALUE "N".
013000         88 CUP-RANGE-DONE              VALUE "Y".
013100     05 CUP-DATE-SW           PIC X(1)  VALUE "N".
013200         88 CUP-DATE-DONE               VALUE "Y".
013300     05 CUP-READY-SW          PIC X(1).
013400         88 CUP-JOB-READY               VALUE "Y".
013500     05 CUP-LEDGER-SW         PIC X(1).
013600         88 CUP-LEDGER-COMPLETE         VALUE "Y".
013700     05 CUP-APPL-ID           PIC X(8).
013800     05 CUP-FROM-DATE         PIC 9(8).
013900     05 CUP-TO-DATE           PIC 9(8).
014000     05 CUP-OPERATOR          PIC X(8).
014100     05 CUP-PASS-DATE         PIC 9(8)  VALUE ZERO.
014200     05 CUP-CHECK-JOB         PIC X(8).
014300     05 CUP-HELD-JOB          PIC X(8).
014400     05 CUP-HELD-BY           PIC X(8).
014500     05 CUP-JOB-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
014600     05 CUP-DEP-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
014700     05 CUP-LEFT-COUNT        PIC S9(4) USAGE COMP.
014800     05 CUP-SUB               PIC S9(4) USAGE COMP.
014900     05 CUP-DSUB              PIC S9(4) USAGE COMP.
015000     05 CUP-PSUB              PIC S9(4) USAGE COMP.
015100     05 CUP-FSUB              PIC S9(4) USAGE COMP.
015200     05 CUP-PICK              PIC S9(4) USAGE COMP.
015300     05 CUP-DEP-ROW           PIC S9(4) USAGE COMP.
015400     05 CUP-STREAM-ROW        PIC S9(4) USAGE COMP.
015500     05 CUP-PASS-COUNT        PIC S9(4) USAGE COMP.
015600     05 CUP-JOB-RC            PIC S9(4) USAGE COMP.
015700     05 CUP-EDIT-RC           PIC -(4)9.
015800     05 CUP-EDIT-OPEN         PIC -(4)9.
015900     05 CUP-DATES-CLOSED      PIC 9(5)  VALUE ZERO.
016000     05 CUP-JOBS-RUN          PIC 9(5)  VALUE ZERO.
016100     05 CUP-JOBS-SKIPPED      PIC 9(5)  VALUE ZERO.
016200     05 CUP-NOW-STRING        PIC X(14).
016300     05 CUP-STOP-REASON       PIC X(60) VALUE SPACES.
016400     05 CUP-BCD-ACTION        PIC X(4).
016500     05 CUP-BCD-PROC-DATE     PIC 9(8).
016600     05 CUP-BCD-PERIOD-END    PIC 9(8).
016700     05 CUP-BCD-CUTOFF-SW     PIC X(1).
016800     05 CUP-BCD-RESULT        PIC X(1).
016900         88 CUP-BCD-OK                  VALUE "Y".
017000     05 CUP-MCK-OPEN-COUNT    PIC S9(4) USAGE COMP.
017100     05 CUP-MCK-RESULT        PIC X(1).
017200     05 CUP-ALR-ACTION        PIC X(5)  VALUE "RAISE".
017300     05 CUP-ALR-SEVERITY      PIC X(1)  VALUE "C".
017400     05 CUP-ALR-PROGRAM       PIC X(8)  VALUE "CATCHUP".
017500     05 CUP-ALR-MESSAGE       PIC X(70).
017600     05 CUP-ALR-KEY           PIC X(20).
017700     05 CUP-ALR-USER          PIC X(8).
017800*
017900 01  CUP-MILESTONE-BOARD.
018000     05 CUP-B-COUNT           PIC S9(4) USAGE COMP.
018100     05 CUP-B-ENTRY OCCURS 20 TIMES.
018200         10 CUP-B-NAME        PIC X(20).
018300         10 CUP-B-MET-SW      PIC X(1).
018400*
018500 01  CUP-STREAM-TABLE.
018600     05 CUP-STREAM-ENTRY OCCURS 100 TIMES.
018700         10 CUP-JOB-NAME      PIC X(8).
018800         10 CUP-COMMAND       PIC X(100).
018900         10 CUP-DONE-SW       PIC X(1).
019000             88 CUP-JOB-DONE            VALUE "Y".
019100*
019200 01  CUP-DEP-TABLE.
019300     05 CUP-DEP-ENTRY OCCURS 100 TIMES.
019400         10 CUP-DEP-JOB       PIC X(8).
019500         10 CUP-DEP-PRED-COUNT PIC S9(4) USAGE COMP.
019600         10 CUP-DEP-PRED      PIC X(8) OCCURS 8 TIMES.
019700*
019800 PROCEDURE DIVISION.
019900*
020000*+----------------------------------------------------------+
020100*|  0000-MAINLINE                                             |
020200*+----------------------------------------------------------+
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     PERFORM 2000-ONE-DATE THRU 2000-EXIT
020600         UNTIL CUP-STOPPED OR CUP-RANGE-DONE.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     STOP RUN.
020900*
021000*+----------------------------------------------------------+
021100*|  1000-INITIALIZE - parameter, stream, predecessor network  |
021200*|  and the calendar's starting point.                         |
021300*+----------------------------------------------------------+
021400 1000-INITIALIZE.
021500     OPEN INPUT CATCHPRM-FILE.
021600     IF CUP-PARM-STATUS NOT = "00"
021700         DISPLAY "CATCHUP: NO CATCHPRM PARAMETER FILE"
021800         MOVE 12 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     READ CATCHPRM-FILE
022200         AT END
022300             DISPLAY "CATCHUP: EMPTY CATCHPRM PARAMETER FILE"
022400             MOVE 12 TO RETURN-CODE
022500             CLOSE CATCHPRM-FILE
022600             STOP RUN
022700     END-READ.
022800     IF CPR-APPL-ID = SPACES
022900        OR CPR-FROM-DATE NOT NUMERIC
023000        OR CPR-TO-DATE NOT NUMERIC
023100        OR CPR-OPERATOR = SPACES
023200         DISPLAY "CATCHUP: CATCHPRM NEEDS APPLICATION, FROM AND "
023300                 "TO DATES AND OPERATOR"
023400         MOVE 12 TO RETURN-CODE
023500         CLOSE CATCHPRM-FILE
023600         STOP RUN
023700     END-IF.
023800*    The record area is undefined once the file closes - keep
023900*    working copies of the parameter fields.
024000     MOVE CPR-APPL-ID   TO CUP-APPL-ID.
024100     MOVE CPR-FROM-DATE TO CUP-FROM-DATE.
024200     MOVE CPR-TO-DATE   TO CUP-TO-DATE.
024300     MOVE CPR-OPERATOR  TO CUP-OPERATOR.
024400     CLOSE CATCHPRM-FILE.
024500     IF CUP-FROM-DATE > CUP-TO-DATE
024600         DISPLAY "CATCHUP: FROM DATE AFTER TO DATE"
024700         MOVE 12 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     PERFORM 1100-LOAD-STREAM THRU 1100-EXIT.
025100     IF CUP-JOB-COUNT = ZERO
025200         DISPLAY "CATCHUP: NO CATCHSTR JOBS FOR " CUP-APPL-ID
025300         MOVE 12 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     PERFORM 1200-LOAD-NETWORK THRU 1200-EXIT.
025700     MOVE "GET" TO CUP-BCD-ACTION.
025800     PERFORM 2900-CALL-BCALDT THRU 2900-EXIT.
025900     IF NOT CUP-BCD-OK
026000         DISPLAY "CATCHUP: NO CALENDAR FOR " CUP-APPL-ID
026100         MOVE 12 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     IF CUP-BCD-PROC-DATE < CUP-FROM-DATE
026500        OR CUP-BCD-PROC-DATE > CUP-TO-DATE
026600         DISPLAY "CATCHUP: " CUP-APPL-ID " PROCESSING DATE "
026700                 CUP-BCD-PROC-DATE " IS OUTSIDE THE RANGE"
026800         MOVE 12 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100     OPEN OUTPUT CATCHUP-LOG.
027200     MOVE FUNCTION CURRENT-DATE(1:14) TO CUP-NOW-STRING.
027300     MOVE SPACES TO CATCHUP-LINE.
027400     STRING "CATCH-UP LOG  " DELIMITED BY SIZE
027500            CUP-APPL-ID      DELIMITED BY SIZE
027600            " DATES "        DELIMITED BY SIZE
027700            CUP-FROM-DATE    DELIMITED BY SIZE
027800            " TO "           DELIMITED BY SIZE
027900            CUP-TO-DATE      DELIMITED BY SIZE
028000            " OPERATOR "     DELIMITED BY SIZE
028100            CUP-OPERATOR     DELIMITED BY SIZE
028200            " STARTED "      DELIMITED BY SIZE
028300            CUP-NOW-STRING   DELIMITED BY SIZE
028400         INTO CATCHUP-LINE.
028500     WRITE CATCHUP-LINE.
028600     IF CUP-BCD-PROC-DATE > CUP-FROM-DATE
028700         MOVE SPACES TO CATCHUP-LINE
028800         STRING "RESUMING AT "    DELIMITED BY SIZE
028900                CUP-BCD-PROC-DATE DELIMITED BY SIZE
029000             INTO CATCHUP-LINE
029100         WRITE CATCHUP-LINE
029200     END-IF.
029300 1000-EXIT.
029400     EXIT.
029500*
029600 1100-LOAD-STREAM.
029700     OPEN INPUT STREAM-FILE.
029800     IF CUP-STR-STATUS NOT = "00"
029900         GO TO 1100-EXIT
030000     END-IF.
030100     MOVE "N" TO CUP-EOF-SW.
030200     PERFORM 1110-ONE-STREAM-JOB THRU 1110-EXIT
030300         UNTIL CUP-AT-EOF OR CUP-JOB-COUNT = 100.
030400     CLOSE STREAM-FILE.
030500 1100-EXIT.
030600     EXIT.
030700*
030800 1110-ONE-STREAM-JOB.
030900     READ STREAM-FILE
031000         AT END SET CUP-AT-EOF TO TRUE
031100     END-READ.
031200     IF CUP-AT-EOF
031300        OR CST-APPL-ID NOT = CUP-APPL-ID
031400         GO TO 1110-EXIT
031500     END-IF.
031600     ADD 1 TO CUP-JOB-COUNT.
031700     MOVE CST-JOB-NAME TO CUP-JOB-NAME(CUP-JOB-COUNT).
031800     MOVE CST-COMMAND  TO CUP-COMMAND(CUP-JOB-COUNT).
031900     MOVE "N"          TO CUP-DONE-SW(CUP-JOB-COUNT).
032000 1110-EXIT.
032100     EXIT.
032200*
032300*+----------------------------------------------------------+
032400*|  1200-LOAD-NETWORK - the predecessor records of the        |
032500*|  stream's own jobs.                                         |
032600*+----------------------------------------------------------+
032700 1200-LOAD-NETWORK.
032800     OPEN INPUT JOBDEP-FILE.
032900     IF CUP-DEP-STATUS NOT = "00"
033000         GO TO 1200-EXIT
033100     END-IF.
033200     MOVE "N" TO CUP-EOF-SW.
033300     PERFORM 1210-ONE-NETWORK-REC THRU 1210-EXIT
033400         UNTIL CUP-AT-EOF OR CUP-DEP-COUNT = 100.
033500     CLOSE JOBDEP-FILE.
033600 1200-EXIT.
033700     EXIT.
033800*
033900 1210-ONE-NETWORK-REC.
034000     READ JOBDEP-FILE INTO JOBDEP-RECORD
034100         AT END SET CUP-AT-EOF TO TRUE
034200     END-READ.
034300     IF CUP-AT-EOF
034400         GO TO 1210-EXIT
034500     END-IF.
034600     MOVE JDP-JOB-NAME TO CUP-CHECK-JOB.
034700     PERFORM 2140-FIND-STREAM-JOB THRU 2140-EXIT.
034800     IF CUP-STREAM-ROW = ZERO
034900         GO TO 1210-EXIT
035000     END-IF.
035100     ADD 1 TO CUP-DEP-COUNT.
035200     MOVE JDP-JOB-NAME   TO CUP-DEP-JOB(CUP-DEP-COUNT).
035300     MOVE JDP-PRED-COUNT TO CUP-DEP-PRED-COUNT(CUP-DEP-COUNT).
035400     PERFORM 1220-COPY-ONE-PRED THRU 1220-EXIT
035500         VARYING CUP-PSUB FROM 1 BY 1 UNTIL CUP-PSUB > 8.
035600 1210-EXIT.
035700     EXIT.
035800*
035900 1220-COPY-ONE-PRED.
036000     MOVE JDP-PRED-NAME(CUP-PSUB)
036100         TO CUP-DEP-PRED(CUP-DEP-COUNT CUP-PSUB).
036200 1220-EXIT.
036300     EXIT.
036400*
036500*+----------------------------------------------------------+
036600*|  2000-ONE-DATE - run the stream for the calendar's open    |
036700*|  processing date, wait for the milestones, roll.           |
036800*+----------------------------------------------------------+
036900 2000-ONE-DATE.
037000     MOVE "GET" TO CUP-BCD-ACTION.
037100     PERFORM 2900-CALL-BCALDT THRU 2900-EXIT.
037200     IF NOT CUP-BCD-OK
037300         MOVE "CALENDAR NOT READABLE" TO CUP-STOP-REASON
037400         PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT
037500         GO TO 2000-EXIT
037600     END-IF.
037700     IF CUP-BCD-PROC-DATE > CUP-TO-DATE
037800         SET CUP-RANGE-DONE TO TRUE
037900         GO TO 2000-EXIT
038000     END-IF.
038100     MOVE CUP-BCD-PROC-DATE TO CUP-PASS-DATE.
038200     MOVE SPACES TO CATCHUP-LINE.
038300     WRITE CATCHUP-LINE.
038400     MOVE SPACES TO CATCHUP-LINE.
038500     STRING "BUSINESS DATE " DELIMITED BY SIZE
038600            CUP-PASS-DATE    DELIMITED BY SIZE
038700            " - STREAM OF "  DELIMITED BY SIZE
038800            CUP-APPL-ID      DELIMITED BY SIZE
038900         INTO CATCHUP-LINE.
039000     WRITE CATCHUP-LINE.
039100     PERFORM 2010-RESET-ONE-JOB THRU 2010-EXIT
039200         VARYING CUP-SUB FROM 1 BY 1
039300         UNTIL CUP-SUB > CUP-JOB-COUNT.
039400     MOVE CUP-JOB-COUNT TO CUP-LEFT-COUNT.
039500     MOVE "N" TO CUP-DATE-SW.
039600     PERFORM 2100-RUN-NEXT-JOB THRU 2100-EXIT
039700         UNTIL CUP-STOPPED OR CUP-DATE-DONE.
039800     IF CUP-STOPPED
039900         GO TO 2000-EXIT
040000     END-IF.
040100     PERFORM 2500-WAIT-MILESTONES THRU 2500-EXIT.
040200     IF CUP-STOPPED
040300         GO TO 2000-EXIT
040400     END-IF.
040500     PERFORM 2600-ROLL-DATE THRU 2600-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800*
040900 2010-RESET-ONE-JOB.
041000     MOVE "N" TO CUP-DONE-SW(CUP-SUB).
041100 2010-EXIT.
041200     EXIT.
041300*
041400*+----------------------------------------------------------+
041500*|  2100-RUN-NEXT-JOB - the first job in stream order whose   |
041600*|  predecessors are all complete for the pass date.          |
041700*+----------------------------------------------------------+
041800 2100-RUN-NEXT-JOB.
041900     IF CUP-LEFT-COUNT = ZERO
042000         SET CUP-DATE-DONE TO TRUE
042100         GO TO 2100-EXIT
042200     END-IF.
042300     MOVE ZERO TO CUP-PICK.
042400     MOVE SPACES TO CUP-HELD-JOB CUP-HELD-BY.
042500     PERFORM 2110-TRY-ONE-JOB THRU 2110-EXIT
042600         VARYING CUP-SUB FROM 1 BY 1
042700         UNTIL CUP-SUB > CUP-JOB-COUNT OR CUP-PICK > ZERO.
042800     IF CUP-PICK = ZERO
042900         MOVE SPACES TO CUP-STOP-REASON
043000         STRING CUP-HELD-JOB      DELIMITED BY SIZE
043100                " HELD - PREDECESSOR " DELIMITED BY SIZE
043200                CUP-HELD-BY       DELIMITED BY SIZE
043300                " NOT COMPLETE"   DELIMITED BY SIZE
043400             INTO CUP-STOP-REASON
043500         PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT
043600         GO TO 2100-EXIT
043700     END-IF.
043800     PERFORM 2200-RUN-ONE-JOB THRU 2200-EXIT.
043900 2100-EXIT.
044000     EXIT.
044100*
044200 2110-TRY-ONE-JOB.
044300     IF CUP-JOB-DONE(CUP-SUB)
044400         GO TO 2110-EXIT
044500     END-IF.
044600     SET CUP-JOB-READY TO TRUE.
044700     MOVE ZERO TO CUP-DEP-ROW.
044800     PERFORM 2120-FIND-DEP THRU 2120-EXIT
044900         VARYING CUP-DSUB FROM 1 BY 1
045000         UNTIL CUP-DSUB > CUP-DEP-COUNT OR CUP-DEP-ROW > ZERO.
045100     IF CUP-DEP-ROW > ZERO
045200         PERFORM 2130-CHECK-ONE-PRED THRU 2130-EXIT
045300             VARYING CUP-PSUB FROM 1 BY 1
045400             UNTIL CUP-PSUB > CUP-DEP-PRED-COUNT(CUP-DEP-ROW)
045500                OR CUP-PSUB > 8
045600                OR NOT CUP-JOB-READY
045700     END-IF.
045800     IF CUP-JOB-READY
045900         MOVE CUP-SUB TO CUP-PICK
046000     END-IF.
046100 2110-EXIT.
046200     EXIT.
046300*
046400 2120-FIND-DEP.
046500     IF CUP-DEP-JOB(CUP-DSUB) = CUP-JOB-NAME(CUP-SUB)
046600         MOVE CUP-DSUB TO CUP-DEP-ROW
046700     END-IF.
046800 2120-EXIT.
046900     EXIT.
047000*
047100*+----------------------------------------------------------+
047200*|  2130-CHECK-ONE-PRED - a predecessor in the stream must    |
047300*|  have run this pass; one outside it must be on the run     |
047400*|  ledger complete for the pass date.                         |
047500*+----------------------------------------------------------+
047600 2130-CHECK-ONE-PRED.
047700     MOVE CUP-DEP-PRED(CUP-DEP-ROW CUP-PSUB) TO CUP-CHECK-JOB.
047800     IF CUP-CHECK-JOB = SPACES
047900         GO TO 2130-EXIT
048000     END-IF.
048100     PERFORM 2140-FIND-STREAM-JOB THRU 2140-EXIT.
048200     IF CUP-STREAM-ROW > ZERO
048300         IF NOT CUP-JOB-DONE(CUP-STREAM-ROW)
048400             MOVE "N" TO CUP-READY-SW
048500         END-IF
048600     ELSE
048700         PERFORM 3000-CHECK-LEDGER THRU 3000-EXIT
048800         IF NOT CUP-LEDGER-COMPLETE
048900             MOVE "N" TO CUP-READY-SW
049000         END-IF
049100     END-IF.
049200     IF NOT CUP-JOB-READY
049300        AND CUP-HELD-JOB = SPACES
049400         MOVE CUP-JOB-NAME(CUP-SUB) TO CUP-HELD-JOB
049500         MOVE CUP-CHECK-JOB         TO CUP-HELD-BY
049600     END-IF.
049700 2130-EXIT.
049800     EXIT.
049900*
050000 2140-FIND-STREAM-JOB.
050100     MOVE ZERO TO CUP-STREAM-ROW.
050200     PERFORM 2150-MATCH-STREAM-JOB THRU 2150-EXIT
050300         VARYING CUP-FSUB FROM 1 BY 1
050400         UNTIL CUP-FSUB > CUP-JOB-COUNT OR CUP-STREAM-ROW > ZERO.
050500 2140-EXIT.
050600     EXIT.
050700*
050800 2150-MATCH-STREAM-JOB.
050900     IF CUP-JOB-NAME(CUP-FSUB) = CUP-CHECK-JOB
051000         MOVE CUP-FSUB TO CUP-STREAM-ROW
051100     END-IF.
051200 2150-EXIT.
051300     EXIT.
051400*
051500*+----------------------------------------------------------+
051600*|  2200-RUN-ONE-JOB - run the picked job under the pass date |
051700*|  and judge it by its return code and the run ledger.       |
051800*+----------------------------------------------------------+
051900 2200-RUN-ONE-JOB.
052000     SUBTRACT 1 FROM CUP-LEFT-COUNT.
052100     MOVE "Y" TO CUP-DONE-SW(CUP-PICK).
052200     MOVE CUP-JOB-NAME(CUP-PICK) TO CUP-CHECK-JOB.
052300     PERFORM 3000-CHECK-LEDGER THRU 3000-EXIT.
052400     IF CUP-LEDGER-COMPLETE
052500         ADD 1 TO CUP-JOBS-SKIPPED
052600         MOVE SPACES TO CATCHUP-LINE
052700         STRING "  " DELIMITED BY SIZE
052800                CUP-CHECK-JOB    DELIMITED BY SIZE
052900                " ALREADY COMPLETE FOR THE DATE - SKIPPED"
053000                                 DELIMITED BY SIZE
053100             INTO CATCHUP-LINE
053200         WRITE CATCHUP-LINE
053300         GO TO 2200-EXIT
053400     END-IF.
053500     PERFORM 3100-SET-PASS-DATE THRU 3100-EXIT.
053510     IF CUP-STOPPED
053520         GO TO 2200-EXIT
053530     END-IF.
053600     MOVE FUNCTION CURRENT-DATE(1:14) TO CUP-NOW-STRING.
053700     MOVE SPACES TO CATCHUP-LINE.
053800     STRING "  " DELIMITED BY SIZE
053900            CUP-CHECK-JOB    DELIMITED BY SIZE
054000            " STARTED "      DELIMITED BY SIZE
054100            CUP-NOW-STRING   DELIMITED BY SIZE
054200         INTO CATCHUP-LINE.
054300     WRITE CATCHUP-LINE.
054400     ADD 1 TO CUP-JOBS-RUN.
054500     CALL "SYSTEM" USING CUP-COMMAND(CUP-PICK).
054600     MOVE RETURN-CODE TO CUP-JOB-RC.
054700     MOVE ZERO TO RETURN-CODE.
054800     PERFORM 3200-CLEAR-PASS-DATE THRU 3200-EXIT.
054900     PERFORM 3000-CHECK-LEDGER THRU 3000-EXIT.
055000     MOVE CUP-JOB-RC TO CUP-EDIT-RC.
055100     MOVE FUNCTION CURRENT-DATE(1:14) TO CUP-NOW-STRING.
055200     MOVE SPACES TO CATCHUP-LINE.
055300     IF CUP-JOB-RC > 4
055400        OR NOT CUP-LEDGER-COMPLETE
055500         STRING "  " DELIMITED BY SIZE
055600                CUP-CHECK-JOB    DELIMITED BY SIZE
055700                " FAILED   "     DELIMITED BY SIZE
055800                CUP-NOW-STRING   DELIMITED BY SIZE
055900                " RC="           DELIMITED BY SIZE
056000                CUP-EDIT-RC      DELIMITED BY SIZE
056100                " LEDGER COMPLETE=" DELIMITED BY SIZE
056200                CUP-LEDGER-SW    DELIMITED BY SIZE
056300             INTO CATCHUP-LINE
056400         WRITE CATCHUP-LINE
056500         MOVE SPACES TO CUP-STOP-REASON
056600         STRING "JOB "           DELIMITED BY SIZE
056700                CUP-CHECK-JOB    DELIMITED BY SIZE
056800                " FAILED RC="    DELIMITED BY SIZE
056900                CUP-EDIT-RC      DELIMITED BY SIZE
057000             INTO CUP-STOP-REASON
057100         PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT
057200         GO TO 2200-EXIT
057300     END-IF.
057400     STRING "  " DELIMITED BY SIZE
057500            CUP-CHECK-JOB    DELIMITED BY SIZE
057600            " COMPLETE "     DELIMITED BY SIZE
057700            CUP-NOW-STRING   DELIMITED BY SIZE
057800            " RC="           DELIMITED BY SIZE
057900            CUP-EDIT-RC      DELIMITED BY SIZE
058000         INTO CATCHUP-LINE.
058100     WRITE CATCHUP-LINE.
058200 2200-EXIT.
058300     EXIT.
058400*
058500*+----------------------------------------------------------+
058600*|  2500-WAIT-MILESTONES - re-grade the date through MILCHK   |
058700*|  until nothing is open or the pass limit runs out; the     |
058800*|  passes are spaced as JOBGAT spaces its gate polls.        |
058900*+----------------------------------------------------------+
059000 2500-WAIT-MILESTONES.
059100     MOVE ZERO TO CUP-PASS-COUNT.
059200     PERFORM 2510-ONE-MILESTONE-PASS THRU 2510-EXIT.
059300     PERFORM 2510-ONE-MILESTONE-PASS THRU 2510-EXIT
059400         UNTIL CUP-MCK-OPEN-COUNT = ZERO
059500            OR CUP-PASS-COUNT NOT < CUP-MAX-PASSES.
059600     MOVE CUP-MCK-OPEN-COUNT TO CUP-EDIT-OPEN.
059700     IF CUP-MCK-OPEN-COUNT = ZERO
059800         MOVE SPACES TO CATCHUP-LINE
059900         STRING "  MILESTONES CLOSED FOR " DELIMITED BY SIZE
060000                CUP-PASS-DATE              DELIMITED BY SIZE
060100             INTO CATCHUP-LINE
060200         WRITE CATCHUP-LINE
060300         GO TO 2500-EXIT
060400     END-IF.
060500     PERFORM 2520-LOG-ONE-MILESTONE THRU 2520-EXIT
060600         VARYING CUP-SUB FROM 1 BY 1
060700         UNTIL CUP-SUB > CUP-B-COUNT.
060800     MOVE SPACES TO CUP-STOP-REASON.
060900     STRING "MILESTONES OPEN="  DELIMITED BY SIZE
061000            CUP-EDIT-OPEN       DELIMITED BY SIZE
061100            " - CALENDAR NOT ROLLED" DELIMITED BY SIZE
061200         INTO CUP-STOP-REASON.
061300     PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT.
061400 2500-EXIT.
061500     EXIT.
061600*
061700 2510-ONE-MILESTONE-PASS.
061800*    A real wait between re-grades; the first pass is immediate.
061900     IF CUP-PASS-COUNT > ZERO
062000         CALL "C$SLEEP" USING CUP-SLEEP-SECONDS
062100     END-IF.
062200     ADD 1 TO CUP-PASS-COUNT.
062300     MOVE "Y"  TO CUP-MCK-RESULT.
062400     MOVE ZERO TO CUP-MCK-OPEN-COUNT.
062500     CALL "MILCHK" USING CUP-APPL-ID
062600                         CUP-PASS-DATE
062700                         CUP-BCD-CUTOFF-SW
062800                         CUP-MILESTONE-BOARD
062900                         CUP-MCK-OPEN-COUNT
063000                         CUP-MCK-RESULT.
063100 2510-EXIT.
063200     EXIT.
063300*
063400 2520-LOG-ONE-MILESTONE.
063500     IF CUP-B-MET-SW(CUP-SUB) = "Y"
063600         GO TO 2520-EXIT
063700     END-IF.
063800     MOVE SPACES TO CATCHUP-LINE.
063900     STRING "  MILESTONE OPEN: "  DELIMITED BY SIZE
064000            CUP-B-NAME(CUP-SUB)   DELIMITED BY SIZE
064100         INTO CATCHUP-LINE.
064200     WRITE CATCHUP-LINE.
064300 2520-EXIT.
064400     EXIT.
064500*
064600*+----------------------------------------------------------+
064700*|  2600-ROLL-DATE - roll the calendar and log the roll on    |
064800*|  the calendar log under the operator's name.               |
064900*+----------------------------------------------------------+
065000 2600-ROLL-DATE.
065100     MOVE "ROLL" TO CUP-BCD-ACTION.
065200     PERFORM 2900-CALL-BCALDT THRU 2900-EXIT.
065300     IF NOT CUP-BCD-OK
065400         MOVE "CALENDAR ROLL REFUSED" TO CUP-STOP-REASON
065500         PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT
065600         GO TO 2600-EXIT
065700     END-IF.
065800     ADD 1 TO CUP-DATES-CLOSED.
065900     MOVE FUNCTION CURRENT-DATE(1:14) TO CUP-NOW-STRING.
066000     OPEN EXTEND BCALLOG-FILE.
066100     IF CUP-BLG-STATUS = "05" OR CUP-BLG-STATUS = "35"
066200         OPEN OUTPUT BCALLOG-FILE
066300     END-IF.
066400     MOVE SPACES TO BCALLOG-LINE.
066500     STRING CUP-NOW-STRING        DELIMITED BY SIZE
066600            " "                   DELIMITED BY SIZE
066700            CUP-OPERATOR          DELIMITED BY SIZE
066800            " ROLLED "            DELIMITED BY SIZE
066900            CUP-APPL-ID           DELIMITED BY SIZE
067000            " TO "                DELIMITED BY SIZE
067100            CUP-BCD-PROC-DATE     DELIMITED BY SIZE
067200            " (CATCH-UP)"         DELIMITED BY SIZE
067300         INTO BCALLOG-LINE.
067400     WRITE BCALLOG-LINE.
067500     CLOSE BCALLOG-FILE.
067600     MOVE SPACES TO CATCHUP-LINE.
067700     STRING "BUSINESS DATE "      DELIMITED BY SIZE
067800            CUP-PASS-DATE         DELIMITED BY SIZE
067900            " CLOSED - CALENDAR ROLLED TO " DELIMITED BY SIZE
068000            CUP-BCD-PROC-DATE     DELIMITED BY SIZE
068100         INTO CATCHUP-LINE.
068200     WRITE CATCHUP-LINE.
068300 2600-EXIT.
068400     EXIT.
068500*
068600*+----------------------------------------------------------+
068700*|  2800-STOP-CATCHUP - stop cleanly with the calendar on the |
068800*|  failed date, and page the operator.                        |
068900*+----------------------------------------------------------+
069000 2800-STOP-CATCHUP.
069100     SET CUP-STOPPED TO TRUE.
069200     MOVE SPACES TO CATCHUP-LINE.
069300     STRING "  STOPPED: "    DELIMITED BY SIZE
069400            CUP-STOP-REASON  DELIMITED BY SIZE
069500         INTO CATCHUP-LINE.
069600     WRITE CATCHUP-LINE.
069700     MOVE SPACES TO CUP-ALR-MESSAGE.
069800     STRING "CATCH-UP STOPPED AT " DELIMITED BY SIZE
069900            CUP-PASS-DATE    DELIMITED BY SIZE
070000            " - "            DELIMITED BY SIZE
070100            CUP-STOP-REASON  DELIMITED BY SIZE
070200         INTO CUP-ALR-MESSAGE.
070300     MOVE SPACES        TO CUP-ALR-KEY.
070400     MOVE CUP-APPL-ID   TO CUP-ALR-KEY(1:8).
070500     MOVE CUP-PASS-DATE TO CUP-ALR-KEY(9:8).
070600     MOVE CUP-OPERATOR  TO CUP-ALR-USER.
070700     CALL "ALRMGR" USING CUP-ALR-ACTION
070800                         CUP-ALR-SEVERITY
070900                         CUP-ALR-PROGRAM
071000                         CUP-ALR-MESSAGE
071100                         CUP-ALR-KEY
071200                         CUP-ALR-USER.
071300 2800-EXIT.
071400     EXIT.
071500*
071600 2900-CALL-BCALDT.
071700     MOVE "N"  TO CUP-BCD-RESULT.
071800     MOVE ZERO TO CUP-BCD-PROC-DATE CUP-BCD-PERIOD-END.
071900     MOVE "N"  TO CUP-BCD-CUTOFF-SW.
072000     CALL "BCALDT" USING CUP-BCD-ACTION
072100                         CUP-APPL-ID
072200                         CUP-BCD-PROC-DATE
072300                         CUP-BCD-PERIOD-END
072400                         CUP-BCD-CUTOFF-SW
072500                         CUP-BCD-RESULT.
072600 2900-EXIT.
072700     EXIT.
072800*
072900*+----------------------------------------------------------+
073000*|  3000-CHECK-LEDGER - is CUP-CHECK-JOB complete on the run  |
073100*|  ledger for the pass date?                                  |
073200*+----------------------------------------------------------+
073300 3000-CHECK-LEDGER.
073400     MOVE "N" TO CUP-LEDGER-SW.
073500     OPEN INPUT RUNLEDGER-FILE.
073600     IF CUP-LDG-STATUS NOT = "00"
073700         GO TO 3000-EXIT
073800     END-IF.
073900     MOVE CUP-CHECK-JOB TO RLG-JOB-NAME.
074000     MOVE CUP-PASS-DATE TO RLG-BUSINESS-DATE.
074100     MOVE RLG-KEY       TO RLF-KEY.
074200     READ RUNLEDGER-FILE INTO RUNLDG-RECORD
074300         KEY IS RLF-KEY
074400         INVALID KEY CONTINUE
074500         NOT INVALID KEY
074600             IF RLG-RUN-COMPLETE
074700                 SET CUP-LEDGER-COMPLETE TO TRUE
074800             END-IF
074900     END-READ.
075000     CLOSE RUNLEDGER-FILE.
075100 3000-EXIT.
075200     EXIT.
075300*
075400*+----------------------------------------------------------+
075500*|  3100-SET-PASS-DATE - the catch-up date record JOBHDR      |
075600*|  takes the job's business date from.  If it cannot be      |
075610*|  written the job is not run and catch-up stops.            |
075700*+----------------------------------------------------------+
075800 3100-SET-PASS-DATE.
075900     OPEN I-O CATCTL-FILE.
076000     IF CUP-CCT-STATUS = "05" OR CUP-CCT-STATUS = "35"
076100         OPEN OUTPUT CATCTL-FILE
076200         CLOSE CATCTL-FILE
076300         OPEN I-O CATCTL-FILE
076400     END-IF.
076500     MOVE CUP-CHECK-JOB  TO CCT-JOB-NAME.
076600     MOVE CUP-PASS-DATE  TO CCT-BUSINESS-DATE.
076700     MOVE CUP-APPL-ID    TO CCT-APPL-ID.
076800     MOVE FUNCTION CURRENT-DATE(1:14) TO CUP-NOW-STRING.
076900     MOVE CUP-NOW-STRING TO CCT-SET-AT.
077000     MOVE CCT-JOB-NAME   TO CCF-KEY.
077100     MOVE CATCTL-RECORD(9:30) TO CCF-REST-OF-RECORD.
077200     REWRITE CATCTL-FILE-REC.
077300     IF CUP-CCT-STATUS = "23" OR CUP-CCT-STATUS = "21"
077400         WRITE CATCTL-FILE-REC
077500     END-IF.
077510     IF CUP-CCT-STATUS NOT = "00"
077520         MOVE SPACES TO CUP-STOP-REASON
077530         STRING "CATCTL NOT WRITTEN FOR " DELIMITED BY SIZE
077540                CUP-CHECK-JOB    DELIMITED BY SIZE
077550                ", STATUS "      DELIMITED BY SIZE
077560                CUP-CCT-STATUS   DELIMITED BY SIZE
077570             INTO CUP-STOP-REASON
077580         PERFORM 2800-STOP-CATCHUP THRU 2800-EXIT
077590     END-IF.
077600     CLOSE CATCTL-FILE.
077700 3100-EXIT.
077800     EXIT.
077900*
078000 3200-CLEAR-PASS-DATE.
078100     OPEN I-O CATCTL-FILE.
078200     IF CUP-CCT-STATUS NOT = "00"
078300         GO TO 3200-EXIT
078400     END-IF.
078500     MOVE CUP-CHECK-JOB TO CCF-KEY.
078600     DELETE CATCTL-FILE RECORD
078700         INVALID KEY CONTINUE
078800     END-DELETE.
078900     CLOSE CATCTL-FILE.
079000 3200-EXIT.
079100     EXIT.
079200*
079300*+----------------------------------------------------------+
079400*|  9000-TERMINATE                                            |
079500*+----------------------------------------------------------+
079600 9000-TERMINATE.
079700     MOVE SPACES TO CATCHUP-LINE.
079800     WRITE CATCHUP-LINE.
079900     MOVE SPACES TO CATCHUP-LINE.
080000     IF CUP-STOPPED
080100         STRING "CATCH-UP STOPPED AT " DELIMITED BY SIZE
080200                CUP-PASS-DATE          DELIMITED BY SIZE
080300                " - RERUN CATCHUP TO RESUME FROM THIS DATE"
080400                                       DELIMITED BY SIZE
080500             INTO CATCHUP-LINE
080600         MOVE 8 TO RETURN-CODE
080700     ELSE
080800         STRING "CATCH-UP COMPLETE THROUGH " DELIMITED BY SIZE
080900                CUP-TO-DATE                  DELIMITED BY SIZE
081000             INTO CATCHUP-LINE
081100     END-IF.
081200     WRITE CATCHUP-LINE.
081300     MOVE SPACES TO CATCHUP-LINE.
081400     STRING "DATES CLOSED="     DELIMITED BY SIZE
081500            CUP-DATES-CLOSED    DELIMITED BY SIZE
081600            " JOBS RUN="        DELIMITED BY SIZE
081700            CUP-JOBS-RUN        DELIMITED BY SIZE
081800            " JOBS SKIPPED="    DELIMITED BY SIZE
081900            CUP-JOBS-SKIPPED    DELIMITED BY SIZE
082000         INTO CATCHUP-LINE.
082100     WRITE CATCHUP-LINE.
082200     CLOSE CATCHUP-LOG.
082300 9000-EXIT.
082400     EXIT.
