000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * MISRUN
000400*     *
000500*     * Purpose: Missed-job detector, run on the scheduler's short
000600*     *          cycle like FEEDMON and WATCHDG.  Each job on the
000700*     *          run-expectation control file (see eqrunexp.cob)
000800*     *          is resolved against its business calendar through
000900*     *          BCALDT; a job due on tonight's processing date
001000*     *          whose deadline has passed must show a completed
001100*     *          run for that date on the run ledger (see
001200*     *          eqrunldg.cob) or on the job-control file (see
001300*     *          eqjobctl.cob).  One that has no run, or only a
001400*     *          running, failed or stopped one, is reported,
001500*     *          alerted through ALRMGR - CRITICAL for a critical
001600*     *          job - and written to the missed-job file (see
001700*     *          eqmisjob.cob) that TURNRP lists among the
001800*     *          turnover exceptions.  A month-end job the
001900*     *          scheduler silently drops is now a page the same
002000*     *          night, not a discovery three days later.
002100*     *
002200*     * Notes:  The missed-job file is rewritten on every check,
002300*     *          so it always holds the latest view.  Return code
002400*     *          4 means at least one job was missed, or that the
002410*     *          control file held more than the 200 jobs one
002420*     *          check covers.  A job the last check already
002430*     *          found missed for the same date is not alerted
002440*     *          again.
002500*     *
002600 PROGRAM-ID.     MISRUN.
002700 AUTHOR.         D L ROSS.
002800 INSTALLATION.   BATCH SYSTEMS GROUP.
002900 DATE-WRITTEN.   15-OCT-2026.
003000 DATE-COMPILED.
003100*
003200*     * Modification History
003300*     * --------------------
003400*     * 15-oct-2026 (dlross)  Written.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUNEXP-FILE ASSIGN TO "RUNEXPCT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS MSR-EXP-STATUS.
004200     SELECT RUNLEDGER-FILE ASSIGN TO "RUNLEDGR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS RLF-KEY
004600         FILE STATUS IS MSR-LDG-STATUS.
004700     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS JCF-RUN-ID
005100         FILE STATUS IS MSR-JOBCTL-STATUS.
005200     SELECT MISSED-FILE ASSIGN TO "MISSJOBS"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS MSR-MISS-STATUS.
005500     SELECT MISSED-REPORT ASSIGN TO "MISRPT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS MSR-RPT-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RUNEXP-FILE
006200     RECORDING MODE IS F.
006300 COPY "eqrunexp.cob".
006400*
006500 FD  RUNLEDGER-FILE.
006600 01  RUNLEDGER-FILE-REC.
006700     05 RLF-KEY               PIC X(16).
006800     05 RLF-REST-OF-RECORD    PIC X(31).
006900*
007000 FD  JOBCTL-FILE.
007100 01  JOBCTL-FILE-REC.
007200     05 JCF-RUN-ID            PIC X(16).
007300     05 JCF-REST-OF-RECORD    PIC X(78).
007400*
007500 FD  MISSED-FILE
007600     RECORDING MODE IS F.
007700 COPY "eqmisjob.cob".
007800*
007900 FD  MISSED-REPORT
008000     RECORDING MODE IS F.
008100 01  MISSED-LINE              PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400 COPY "eqrunldg.cob".
008500 COPY "eqjobctl.cob".
008600*
008700 01  MSR-WORK-AREA.
008800     05 MSR-EXP-STATUS        PIC X(2)  VALUE "00".
008900     05 MSR-LDG-STATUS        PIC X(2)  VALUE "00".
009000     05 MSR-JOBCTL-STATUS     PIC X(2)  VALUE "00".
009100     05 MSR-MISS-STATUS       PIC X(2)  VALUE "00".
009200     05 MSR-RPT-STATUS        PIC X(2)  VALUE "00".
009300     05 MSR-EOF-SW            PIC X(1)  VALUE "N".
009400         88 MSR-AT-EOF                  VALUE "Y".
009500     05 MSR-LEDGER-SW         PIC X(1)  VALUE "N".
009600         88 MSR-LEDGER-OPEN             VALUE "Y".
009700     05 MSR-EXP-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
009800     05 MSR-SUB               PIC S9(4) USAGE COMP.
009900     05 MSR-NOW-STRING        PIC X(14).
010000     05 MSR-NOW-MINUTE        PIC X(12).
010100     05 MSR-DAY-INT           PIC S9(9) USAGE COMP.
010200     05 MSR-DAY-OF-WEEK       PIC S9(4) USAGE COMP.
010300     05 MSR-DUE-DATE          PIC 9(8).
010400     05 MSR-MISSED-COUNT      PIC 9(5)  VALUE ZERO.
010500     05 MSR-DONE-COUNT        PIC 9(5)  VALUE ZERO.
010600     05 MSR-PENDING-COUNT     PIC 9(5)  VALUE ZERO.
010700     05 MSR-IDLE-COUNT        PIC 9(5)  VALUE ZERO.
010800     05 MSR-BCD-ACTION        PIC X(4).
010900     05 MSR-BCD-APPL          PIC X(8).
011000     05 MSR-BCD-PROC-DATE     PIC 9(8).
011100     05 MSR-BCD-PERIOD-END    PIC 9(8).
011200     05 MSR-BCD-CUTOFF-SW     PIC X(1).
011300         88 MSR-AT-CUTOFF               VALUE "Y".
011400     05 MSR-BCD-RESULT        PIC X(1).
011500         88 MSR-BCD-OK                  VALUE "Y".
011600     05 MSR-ALR-ACTION        PIC X(5)  VALUE "RAISE".
011700     05 MSR-ALR-SEVERITY      PIC X(1).
011800     05 MSR-ALR-PROGRAM       PIC X(8)  VALUE "MISRUN".
011900     05 MSR-ALR-MESSAGE       PIC X(70).
012000     05 MSR-ALR-KEY           PIC X(20).
012100     05 MSR-ALR-USER          PIC X(8)  VALUE SPACES.
012110     05 MSR-OVERFLOW-SW       PIC X(1)  VALUE "N".
012120         88 MSR-EXP-OVERFLOW            VALUE "Y".
012130     05 MSR-PRIOR-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
012140     05 MSR-PRIOR-SUB         PIC S9(4) USAGE COMP.
012150     05 MSR-ALERTED-SW        PIC X(1).
012160         88 MSR-ALREADY-ALERTED         VALUE "Y".
012200*
012300 01  MSR-EXP-TABLE.
012400     05 MSR-EXP-ROW OCCURS 200 TIMES.
012500         10 MSR-JOB-NAME      PIC X(8).
012600         10 MSR-PROC-DATE     PIC 9(8).
012700         10 MSR-DEADLINE      PIC X(12).
012800         10 MSR-CRIT          PIC X(1).
012900         10 MSR-DUE-SW        PIC X(1).
013000             88 MSR-DUE-TODAY           VALUE "Y".
013100         10 MSR-DONE-SW       PIC X(1).
013200             88 MSR-RUN-DONE            VALUE "Y".
013300         10 MSR-RUN-ID        PIC X(16).
013400         10 MSR-RUN-STATUS    PIC X(1).
013500         10 MSR-RUN-START     PIC X(14).
013510*
013520 01  MSR-PRIOR-TABLE.
013530     05 MSR-PRIOR-ROW OCCURS 200 TIMES.
013540         10 MSR-PRIOR-JOB     PIC X(8).
013550         10 MSR-PRIOR-DATE    PIC 9(8).
013600*
013700 PROCEDURE DIVISION.
013800*
013900*+----------------------------------------------------------+
014000*|  0000-MAINLINE                                             |
014100*+----------------------------------------------------------+
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 2000-SCAN-JOBCTL THRU 2000-EXIT.
014500     PERFORM 3000-CHECK-EXPECTED THRU 3000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800*
014900*+----------------------------------------------------------+
015000*|  1000-INITIALIZE - the expectations, each resolved to its |
015100*|  processing date and deadline.                              |
015200*+----------------------------------------------------------+
015300 1000-INITIALIZE.
015400     MOVE FUNCTION CURRENT-DATE(1:14) TO MSR-NOW-STRING.
015500     MOVE MSR-NOW-STRING(1:12) TO MSR-NOW-MINUTE.
015600     OPEN INPUT RUNEXP-FILE.
015700     IF MSR-EXP-STATUS NOT = "00"
015800         DISPLAY "MISRUN: NO RUNEXPCT CONTROL FILE"
015900         MOVE 12 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200     PERFORM 1100-LOAD-ONE-JOB THRU 1100-EXIT
016300         UNTIL MSR-AT-EOF OR MSR-EXP-COUNT = 200.
016310     IF NOT MSR-AT-EOF
016320         PERFORM 1050-CHECK-OVERFLOW THRU 1050-EXIT
016330     END-IF.
016400     CLOSE RUNEXP-FILE.
016450     PERFORM 1400-LOAD-PRIOR-MISSED THRU 1400-EXIT.
016500     OPEN OUTPUT MISSED-FILE.
016510     IF MSR-MISS-STATUS NOT = "00"
016520         DISPLAY "MISRUN: MISSJOBS WILL NOT OPEN, STATUS "
016530             MSR-MISS-STATUS
016540         MOVE 12 TO RETURN-CODE
016550         STOP RUN
016560     END-IF.
016600     OPEN OUTPUT MISSED-REPORT.
016610     IF MSR-RPT-STATUS NOT = "00"
016620         DISPLAY "MISRUN: MISRPT WILL NOT OPEN, STATUS "
016630             MSR-RPT-STATUS
016640         MOVE 12 TO RETURN-CODE
016650         STOP RUN
016660     END-IF.
016700     MOVE "EXPECTED-RUN CHECK" TO MISSED-LINE.
016800     WRITE MISSED-LINE.
016900     MOVE SPACES TO MISSED-LINE.
017000     STRING "CHECKED AT " DELIMITED BY SIZE
017100            MSR-NOW-STRING DELIMITED BY SIZE
017200         INTO MISSED-LINE.
017300     WRITE MISSED-LINE.
017400 1000-EXIT.
017500     EXIT.
017510*
017520*+----------------------------------------------------------+
017530*|  1050-CHECK-OVERFLOW - the table is full; any job still   |
017540*|  on the control file is not checked, and the step warns.  |
017550*+----------------------------------------------------------+
017560 1050-CHECK-OVERFLOW.
017570     READ RUNEXP-FILE
017580         AT END SET MSR-AT-EOF TO TRUE
017590     END-READ.
017600     IF MSR-AT-EOF
017610         GO TO 1050-EXIT
017620     END-IF.
017630     SET MSR-EXP-OVERFLOW TO TRUE.
017640     DISPLAY "MISRUN: MORE THAN 200 EXPECTED JOBS ON RUNEXPCT"
017650         " - REST NOT CHECKED".
017660 1050-EXIT.
017670     EXIT.
017680*
017700 1100-LOAD-ONE-JOB.
017800     READ RUNEXP-FILE
017900         AT END SET MSR-AT-EOF TO TRUE
018000     END-READ.
018100     IF MSR-AT-EOF
018200         GO TO 1100-EXIT
018300     END-IF.
018400     ADD 1 TO MSR-EXP-COUNT.
018500     MOVE MSR-EXP-COUNT TO MSR-SUB.
018600     MOVE REX-JOB-NAME    TO MSR-JOB-NAME(MSR-SUB).
018700     MOVE REX-CRITICAL-SW TO MSR-CRIT(MSR-SUB).
018800     MOVE "N"             TO MSR-DUE-SW(MSR-SUB).
018900     MOVE "N"             TO MSR-DONE-SW(MSR-SUB).
019000     MOVE SPACES          TO MSR-RUN-ID(MSR-SUB)
019100                             MSR-RUN-STATUS(MSR-SUB)
019200                             MSR-RUN-START(MSR-SUB)
019300                             MSR-DEADLINE(MSR-SUB).
019400     MOVE "GET"       TO MSR-BCD-ACTION.
019500     MOVE REX-APPL-ID TO MSR-BCD-APPL.
019600     IF MSR-BCD-APPL = SPACES
019700         MOVE "BATCH" TO MSR-BCD-APPL
019800     END-IF.
019900     MOVE ZERO TO MSR-BCD-PROC-DATE MSR-BCD-PERIOD-END.
020000     PERFORM 1200-CALL-BCALDT THRU 1200-EXIT.
020100     IF NOT MSR-BCD-OK
020200         GO TO 1100-EXIT
020300     END-IF.
020400     MOVE MSR-BCD-PROC-DATE TO MSR-PROC-DATE(MSR-SUB).
020500     PERFORM 1300-APPLY-DAY-RULE THRU 1300-EXIT.
020600     IF NOT MSR-DUE-TODAY(MSR-SUB)
020700         GO TO 1100-EXIT
020800     END-IF.
020900     MOVE MSR-PROC-DATE(MSR-SUB) TO MSR-DUE-DATE.
021000     IF REX-DUE-NEXT-DAY
021100         COMPUTE MSR-DAY-INT =
021200             FUNCTION INTEGER-OF-DATE(MSR-DUE-DATE) + 1
021300         COMPUTE MSR-DUE-DATE =
021400             FUNCTION DATE-OF-INTEGER(MSR-DAY-INT)
021500     END-IF.
021600     STRING MSR-DUE-DATE      DELIMITED BY SIZE
021700            REX-EXPECTED-TIME DELIMITED BY SIZE
021800         INTO MSR-DEADLINE(MSR-SUB).
021900 1100-EXIT.
022000     EXIT.
022100*
022200 1200-CALL-BCALDT.
022300     MOVE "N" TO MSR-BCD-RESULT.
022400     CALL "BCALDT" USING MSR-BCD-ACTION
022500                         MSR-BCD-APPL
022600                         MSR-BCD-PROC-DATE
022700                         MSR-BCD-PERIOD-END
022800                         MSR-BCD-CUTOFF-SW
022900                         MSR-BCD-RESULT.
023000 1200-EXIT.
023100     EXIT.
023200*
023300*+----------------------------------------------------------+
023400*|  1300-APPLY-DAY-RULE - is the job due on its processing   |
023500*|  date?  Integer date 1 is a Monday, so REM 1 to 5 are the |
023600*|  weekdays.                                                  |
023700*+----------------------------------------------------------+
023800 1300-APPLY-DAY-RULE.
023900     EVALUATE TRUE
024000         WHEN REX-RULE-DAILY
024100             MOVE "Y" TO MSR-DUE-SW(MSR-SUB)
024200         WHEN REX-RULE-WEEKDAYS
024300             COMPUTE MSR-DAY-INT =
024400                 FUNCTION INTEGER-OF-DATE(MSR-PROC-DATE(MSR-SUB))
024500             COMPUTE MSR-DAY-OF-WEEK =
024600                 FUNCTION REM(MSR-DAY-INT 7)
024700             IF MSR-DAY-OF-WEEK > ZERO
024800                AND MSR-DAY-OF-WEEK < 6
024900                 MOVE "Y" TO MSR-DUE-SW(MSR-SUB)
025000             END-IF
025100         WHEN REX-RULE-MONTH-END
025200             IF MSR-AT-CUTOFF
025300                 MOVE "Y" TO MSR-DUE-SW(MSR-SUB)
025400             END-IF
025500         WHEN REX-RULE-BUSINESS-DAY
025600             MOVE "BDAY" TO MSR-BCD-ACTION
025700             MOVE ZERO   TO MSR-BCD-PERIOD-END
025800             PERFORM 1200-CALL-BCALDT THRU 1200-EXIT
025900             IF MSR-BCD-OK
026000                AND REX-BUSINESS-DAY NUMERIC
026100                AND MSR-BCD-PERIOD-END = REX-BUSINESS-DAY
026200                 MOVE "Y" TO MSR-DUE-SW(MSR-SUB)
026300             END-IF
026400         WHEN OTHER
026500             CONTINUE
026600     END-EVALUATE.
026700 1300-EXIT.
026800     EXIT.
026810*
026815*+----------------------------------------------------------+
026820*|  1400-LOAD-PRIOR-MISSED - the jobs the last check found    |
026825*|  missed, already alerted; a job still missed for the same  |
026830*|  date is reported again but not re-alerted.                |
026835*+----------------------------------------------------------+
026840 1400-LOAD-PRIOR-MISSED.
026845     OPEN INPUT MISSED-FILE.
026850     IF MSR-MISS-STATUS NOT = "00"
026855         GO TO 1400-EXIT
026860     END-IF.
026865     MOVE "N" TO MSR-EOF-SW.
026870     PERFORM 1410-ONE-PRIOR-MISSED THRU 1410-EXIT
026875         UNTIL MSR-AT-EOF OR MSR-PRIOR-COUNT = 200.
026880     CLOSE MISSED-FILE.
026885 1400-EXIT.
026890     EXIT.
026895*
026900 1410-ONE-PRIOR-MISSED.
026905     READ MISSED-FILE
026910         AT END SET MSR-AT-EOF TO TRUE
026915     END-READ.
026920     IF MSR-AT-EOF
026925         GO TO 1410-EXIT
026930     END-IF.
026935     ADD 1 TO MSR-PRIOR-COUNT.
026940     MOVE MSJ-JOB-NAME      TO MSR-PRIOR-JOB(MSR-PRIOR-COUNT).
026945     MOVE MSJ-BUSINESS-DATE TO MSR-PRIOR-DATE(MSR-PRIOR-COUNT).
026950 1410-EXIT.
026955     EXIT.
026960*
027000*+----------------------------------------------------------+
027100*|  2000-SCAN-JOBCTL - each due job's runs for its            |
027200*|  processing date; any completed run satisfies it, and the  |
027300*|  latest run is kept for the report.                         |
027400*+----------------------------------------------------------+
027500 2000-SCAN-JOBCTL.
027600     OPEN INPUT JOBCTL-FILE.
027700     IF MSR-JOBCTL-STATUS NOT = "00"
027800         GO TO 2000-EXIT
027900     END-IF.
028000     MOVE "N" TO MSR-EOF-SW.
028100     PERFORM 2100-ONE-CTL-RECORD THRU 2100-EXIT
028200         UNTIL MSR-AT-EOF.
028300     CLOSE JOBCTL-FILE.
028400 2000-EXIT.
028500     EXIT.
028600*
028700 2100-ONE-CTL-RECORD.
028800     READ JOBCTL-FILE NEXT RECORD INTO JOBCTL-RECORD
028900         AT END SET MSR-AT-EOF TO TRUE
029000     END-READ.
029100     IF MSR-AT-EOF
029200         GO TO 2100-EXIT
029300     END-IF.
029400     PERFORM 2110-MATCH-ONE-JOB THRU 2110-EXIT
029500         VARYING MSR-SUB FROM 1 BY 1
029600         UNTIL MSR-SUB > MSR-EXP-COUNT.
029700 2100-EXIT.
029800     EXIT.
029900*
030000 2110-MATCH-ONE-JOB.
030100     IF NOT MSR-DUE-TODAY(MSR-SUB)
030200        OR MSR-JOB-NAME(MSR-SUB) NOT = JBC-JOB-NAME
030300        OR MSR-PROC-DATE(MSR-SUB) NOT = JBC-BUSINESS-DATE
030400        OR JBC-SIMULATION-ON
030500         GO TO 2110-EXIT
030600     END-IF.
030700     IF JBC-STATUS-COMPLETE
030800         MOVE "Y" TO MSR-DONE-SW(MSR-SUB)
030900     END-IF.
031000     IF MSR-RUN-ID(MSR-SUB) = SPACES
031100        OR JBC-ACTUAL-START > MSR-RUN-START(MSR-SUB)
031200         MOVE JBC-RUN-ID       TO MSR-RUN-ID(MSR-SUB)
031300         MOVE JBC-STATUS       TO MSR-RUN-STATUS(MSR-SUB)
031400         MOVE JBC-ACTUAL-START TO MSR-RUN-START(MSR-SUB)
031500     END-IF.
031600 2110-EXIT.
031700     EXIT.
031800*
031900*+----------------------------------------------------------+
032000*|  3000-CHECK-EXPECTED - every due job past its deadline     |
032100*|  without a completed run is missed.                         |
032200*+----------------------------------------------------------+
032300 3000-CHECK-EXPECTED.
032400     OPEN INPUT RUNLEDGER-FILE.
032500     IF MSR-LDG-STATUS = "00"
032600         SET MSR-LEDGER-OPEN TO TRUE
032700     END-IF.
032800     PERFORM 3100-CHECK-ONE-JOB THRU 3100-EXIT
032900         VARYING MSR-SUB FROM 1 BY 1
033000         UNTIL MSR-SUB > MSR-EXP-COUNT.
033100     IF MSR-LEDGER-OPEN
033200         CLOSE RUNLEDGER-FILE
033300     END-IF.
033400 3000-EXIT.
033500     EXIT.
033600*
033700 3100-CHECK-ONE-JOB.
033800     IF NOT MSR-DUE-TODAY(MSR-SUB)
033900         ADD 1 TO MSR-IDLE-COUNT
034000         GO TO 3100-EXIT
034100     END-IF.
034200     IF NOT MSR-RUN-DONE(MSR-SUB)
034300         PERFORM 3200-CHECK-LEDGER THRU 3200-EXIT
034400     END-IF.
034500     IF MSR-RUN-DONE(MSR-SUB)
034600         ADD 1 TO MSR-DONE-COUNT
034700         MOVE SPACES TO MISSED-LINE
034800         STRING "DONE    " DELIMITED BY SIZE
034900                MSR-JOB-NAME(MSR-SUB)  DELIMITED BY SIZE
035000                " FOR "                DELIMITED BY SIZE
035100                MSR-PROC-DATE(MSR-SUB) DELIMITED BY SIZE
035200             INTO MISSED-LINE
035300         WRITE MISSED-LINE
035400         GO TO 3100-EXIT
035500     END-IF.
035600     IF MSR-NOW-MINUTE < MSR-DEADLINE(MSR-SUB)
035700         ADD 1 TO MSR-PENDING-COUNT
035800         MOVE SPACES TO MISSED-LINE
035900         STRING "PENDING " DELIMITED BY SIZE
036000                MSR-JOB-NAME(MSR-SUB)  DELIMITED BY SIZE
036100                " FOR "                DELIMITED BY SIZE
036200                MSR-PROC-DATE(MSR-SUB) DELIMITED BY SIZE
036300                " DUE BY "             DELIMITED BY SIZE
036400                MSR-DEADLINE(MSR-SUB)  DELIMITED BY SIZE
036500             INTO MISSED-LINE
036600         WRITE MISSED-LINE
036700         GO TO 3100-EXIT
036800     END-IF.
036900     PERFORM 3300-REPORT-MISSED THRU 3300-EXIT.
037000 3100-EXIT.
037100     EXIT.
037200*
037300 3200-CHECK-LEDGER.
037400     IF NOT MSR-LEDGER-OPEN
037500         GO TO 3200-EXIT
037600     END-IF.
037700     MOVE SPACES                 TO RUNLDG-RECORD.
037800     MOVE MSR-JOB-NAME(MSR-SUB)  TO RLG-JOB-NAME.
037900     MOVE MSR-PROC-DATE(MSR-SUB) TO RLG-BUSINESS-DATE.
038000     MOVE RLG-KEY TO RLF-KEY.
038100     READ RUNLEDGER-FILE
038200         KEY IS RLF-KEY
038300         INVALID KEY CONTINUE
038400         NOT INVALID KEY
038500             MOVE RLF-KEY            TO RUNLDG-RECORD(1:16)
038600             MOVE RLF-REST-OF-RECORD TO RUNLDG-RECORD(17:31)
038700             IF RLG-RUN-COMPLETE
038800                 MOVE "Y" TO MSR-DONE-SW(MSR-SUB)
038900             END-IF
039000     END-READ.
039100 3200-EXIT.
039200     EXIT.
039300*
039400*+----------------------------------------------------------+
039500*|  3300-REPORT-MISSED - report, alert and record one job.   |
039600*+----------------------------------------------------------+
039700 3300-REPORT-MISSED.
039800     ADD 1 TO MSR-MISSED-COUNT.
039900     MOVE SPACES                  TO MISJOB-RECORD.
040000     MOVE MSR-JOB-NAME(MSR-SUB)   TO MSJ-JOB-NAME.
040100     MOVE MSR-PROC-DATE(MSR-SUB)  TO MSJ-BUSINESS-DATE.
040200     MOVE MSR-DEADLINE(MSR-SUB)   TO MSJ-DEADLINE.
040300     MOVE MSR-RUN-ID(MSR-SUB)     TO MSJ-LAST-RUN-ID.
040400     MOVE MSR-RUN-STATUS(MSR-SUB) TO MSJ-LAST-STATUS.
040500     MOVE MSR-CRIT(MSR-SUB)       TO MSJ-CRITICAL-SW.
040600     MOVE MSR-NOW-STRING          TO MSJ-DETECTED.
040700     IF MSR-RUN-ID(MSR-SUB) = SPACES
040800         SET MSJ-NO-RUN       TO TRUE
040900     ELSE
041000         SET MSJ-NOT-COMPLETE TO TRUE
041100     END-IF.
041200     WRITE MISJOB-RECORD.
041300     MOVE SPACES TO MISSED-LINE.
041400     IF MSJ-NO-RUN
041500         STRING "MISSED  " DELIMITED BY SIZE
041600                MSJ-JOB-NAME      DELIMITED BY SIZE
041700                " FOR "           DELIMITED BY SIZE
041800                MSJ-BUSINESS-DATE DELIMITED BY SIZE
041900                " DUE BY "        DELIMITED BY SIZE
042000                MSJ-DEADLINE      DELIMITED BY SIZE
042100                " - NO RUN"       DELIMITED BY SIZE
042200             INTO MISSED-LINE
042300     ELSE
042400         STRING "MISSED  " DELIMITED BY SIZE
042500                MSJ-JOB-NAME      DELIMITED BY SIZE
042600                " FOR "           DELIMITED BY SIZE
042700                MSJ-BUSINESS-DATE DELIMITED BY SIZE
042800                " DUE BY "        DELIMITED BY SIZE
042900                MSJ-DEADLINE      DELIMITED BY SIZE
043000                " - NOT COMPLETE, RUN " DELIMITED BY SIZE
043100                MSJ-LAST-RUN-ID   DELIMITED BY SIZE
043200                " STATUS "        DELIMITED BY SIZE
043300                MSJ-LAST-STATUS   DELIMITED BY SIZE
043400             INTO MISSED-LINE
043500     END-IF.
043600     WRITE MISSED-LINE.
043610     MOVE "N" TO MSR-ALERTED-SW.
043620     PERFORM 3310-MATCH-PRIOR THRU 3310-EXIT
043630         VARYING MSR-PRIOR-SUB FROM 1 BY 1
043640         UNTIL MSR-PRIOR-SUB > MSR-PRIOR-COUNT
043650            OR MSR-ALREADY-ALERTED.
043660     IF MSR-ALREADY-ALERTED
043670         GO TO 3300-EXIT
043680     END-IF.
043700     IF MSR-CRIT(MSR-SUB) = "Y"
043800         MOVE "C" TO MSR-ALR-SEVERITY
043900     ELSE
044000         MOVE "W" TO MSR-ALR-SEVERITY
044100     END-IF.
044200     MOVE SPACES TO MSR-ALR-MESSAGE.
044300     STRING "EXPECTED JOB "   DELIMITED BY SIZE
044400            MSJ-JOB-NAME      DELIMITED BY SIZE
044500            " NOT COMPLETE FOR " DELIMITED BY SIZE
044600            MSJ-BUSINESS-DATE DELIMITED BY SIZE
044700            " - DUE "         DELIMITED BY SIZE
044800            MSJ-DEADLINE      DELIMITED BY SIZE
044900         INTO MSR-ALR-MESSAGE.
045000     MOVE SPACES            TO MSR-ALR-KEY.
045100     MOVE MSJ-JOB-NAME      TO MSR-ALR-KEY(1:8).
045200     MOVE MSJ-BUSINESS-DATE TO MSR-ALR-KEY(9:8).
045300     CALL "ALRMGR" USING MSR-ALR-ACTION
045400                         MSR-ALR-SEVERITY
045500                         MSR-ALR-PROGRAM
045600                         MSR-ALR-MESSAGE
045700                         MSR-ALR-KEY
045800                         MSR-ALR-USER.
045900 3300-EXIT.
046000     EXIT.
046010*
046020 3310-MATCH-PRIOR.
046030     IF MSR-PRIOR-JOB(MSR-PRIOR-SUB) = MSJ-JOB-NAME
046040        AND MSR-PRIOR-DATE(MSR-PRIOR-SUB) = MSJ-BUSINESS-DATE
046050         MOVE "Y" TO MSR-ALERTED-SW
046060     END-IF.
046070 3310-EXIT.
046080     EXIT.
046090*
046200*+----------------------------------------------------------+
046300*|  9000-TERMINATE                                            |
046400*+----------------------------------------------------------+
046500 9000-TERMINATE.
046600     MOVE SPACES TO MISSED-LINE.
046700     STRING "MISSED=" DELIMITED BY SIZE
046800            MSR-MISSED-COUNT  DELIMITED BY SIZE
046900            " DONE="          DELIMITED BY SIZE
047000            MSR-DONE-COUNT    DELIMITED BY SIZE
047100            " PENDING="       DELIMITED BY SIZE
047200            MSR-PENDING-COUNT DELIMITED BY SIZE
047300            " NOT DUE TODAY=" DELIMITED BY SIZE
047400            MSR-IDLE-COUNT    DELIMITED BY SIZE
047500         INTO MISSED-LINE.
047600     WRITE MISSED-LINE.
047700     CLOSE MISSED-FILE MISSED-REPORT.
047800     IF MSR-MISSED-COUNT > ZERO OR MSR-EXP-OVERFLOW
047900         MOVE 4 TO RETURN-CODE
048000     END-IF.
048100 9000-EXIT.
048200     EXIT.
