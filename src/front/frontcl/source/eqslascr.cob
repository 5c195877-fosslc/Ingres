000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * SLASCR
000400*     *
000500*     * Purpose: Monthly service-level scorecard per application.
000600*     *          CHGBACK tells an owner what the batch cost; this
000700*     *          tells them whether it delivered.  From the files
000800*     *          we already keep, each application owning jobs
000900*     *          on the ownership map (see eqjobapl.cob) is
001000*     *          scored on:
001100*     *            ONTIME    runs complete by JBC-SCHED-END
001200*     *            FAILURES  runs that failed
001300*     *            RERUNS    rerun overrides on RUNOVRRD
001400*     *            LATEFEED  inbound feeds registered on INBDREG
001500*     *                      after their FEEDCTL due time
001600*     *            ACKSLA    outbound files acknowledged within
001700*     *                      their XMT-SLA-HOURS
001800*     *            DLOPENED  dead letters opened in the month
001900*     *            DLAGED    dead letters still unworked on
002000*     *                      DLDISPO at month end past the age
002100*     *                      limit
002200*     *            DQCRIT    critical DQEXCEPT exceptions
002300*     *            MILESTON  close milestones met on time
002400*     *          against the targets on the SLA control file (see
002500*     *          eqslactl.cob), with the movement on last month's
002600*     *          scorecard.  Every line begins with the
002700*     *          application id so DISTRB bursts each owner their
002800*     *          own card; owners named on the control file are
002900*     *          added to the distribution control file for report
003000*     *          SLASCORE if they are not on it already.
003100*     *
003200*     * Notes:  The optional SLAPARM parameter carries the month
003300*     *          as YYYYMM; without it last month is scored.  Runs
003400*     *          are placed in a month by business date, outbound
003500*     *          files and dead letters by timestamp.  A run-id's
003600*     *          application is its job's owner per JOBCTL and
003700*     *          the ownership map; anything unmapped is UNOWNED,
003800*     *          as on the chargeback statements.  A J milestone
003900*     *          is on time when the run ledger shows the job
004000*     *          complete by its RUNEXPCT deadline (any completion
004100*     *          when it has none), an F milestone when the file
004200*     *          was finalized, an R milestone when the
004300*     *          reconciliation was clean.
004400*     *          Outbound files still inside their SLA window are
004500*     *          not scored yet.  Return code 4 when any measure
004600*     *          missed its target, 12 when the owners' routes
004650*     *          could not be written to DISTCTL.
004700*     *
004800 PROGRAM-ID.     SLASCR.
004900 AUTHOR.         D L ROSS.
005000 INSTALLATION.   BATCH SYSTEMS GROUP.
005100 DATE-WRITTEN.   15-OCT-2026.
005200 DATE-COMPILED.
005300*
005400*     * Modification History
005500*     * --------------------
005600*     * 15-oct-2026 (dlross)  Written.
005700*
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT SLA-PARM ASSIGN TO "SLAPARM"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS SSC-PARM-STATUS.
006400     SELECT JOBAPL-FILE ASSIGN TO "JOBAPPL"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS SSC-MAP-STATUS.
006700     SELECT SLACTL-FILE ASSIGN TO "SLACTL"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS SSC-CTL-STATUS.
007000     SELECT FEEDCTL-FILE ASSIGN TO "FEEDCTL"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS SSC-FDC-STATUS.
007300     SELECT RUNEXP-FILE ASSIGN TO "RUNEXPCT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS SSC-EXP-STATUS.
007600     SELECT MILSTONE-FILE ASSIGN TO "MILSTONE"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS SSC-MIL-STATUS.
007900     SELECT DISPO-FILE ASSIGN TO "DLDISPO"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS SSC-DSP-STATUS.
008200     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS JCF-RUN-ID
008600         FILE STATUS IS SSC-JOBCTL-STATUS.
008700     SELECT OVERRIDE-FILE ASSIGN TO "RUNOVRRD"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS OVF-KEY
009100         FILE STATUS IS SSC-OVR-STATUS.
009200     SELECT INBREG-FILE ASSIGN TO "INBDREG"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS IRF-KEY
009600         FILE STATUS IS SSC-INB-STATUS.
009700     SELECT REGISTRY-FILE ASSIGN TO "XMITREG"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS XRF-KEY
010100         FILE STATUS IS SSC-REG-STATUS.
010200     SELECT DEADLETTER-FILE ASSIGN TO "DEADLTR"
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS SSC-DEAD-STATUS.
010500     SELECT DQEXCEPT-FILE ASSIGN TO "DQEXCEPT"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS SSC-DQX-STATUS.
010800     SELECT RUNLEDGER-FILE ASSIGN TO "RUNLEDGR"
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS DYNAMIC
011100         RECORD KEY IS RLF-KEY
011200         FILE STATUS IS SSC-LDG-STATUS.
011300     SELECT RECON-STATUS-FILE ASSIGN TO "RECONSTS"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS RSF-KEY
011700         FILE STATUS IS SSC-RCS-STATUS.
011800     SELECT SUMMARY-OLD ASSIGN TO "SLASUMMO"
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS SSC-SMO-STATUS.
012100     SELECT SUMMARY-NEW ASSIGN TO "SLASUMM"
012200         ORGANIZATION IS SEQUENTIAL
012300         FILE STATUS IS SSC-SMN-STATUS.
012400     SELECT DISTCTL-FILE ASSIGN TO "DISTCTL"
012500         ORGANIZATION IS SEQUENTIAL
012600         FILE STATUS IS SSC-DST-STATUS.
012700     SELECT SCORE-REPORT ASSIGN TO "SLASCORE"
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS IS SSC-RPT-STATUS.
013000*
013100 DATA DIVISION.
013200 FILE SECTION.
013300 FD  SLA-PARM
013400     RECORDING MODE IS F.
013500 01  SLA-PARM-REC.
013600     05 SLP-MONTH             PIC X(6).
013700*
013800 FD  JOBAPL-FILE
013900     RECORDING MODE IS F.
014000 COPY "eqjobapl.cob".
014100*
014200 FD  SLACTL-FILE
014300     RECORDING MODE IS F.
014400 COPY "eqslactl.cob".
014500*
014600 FD  FEEDCTL-FILE
014700     RECORDING MODE IS F.
014800 COPY "eqfeedct.cob".
014900*
015000 FD  RUNEXP-FILE
015100     RECORDING MODE IS F.
015200 COPY "eqrunexp.cob".
015300*
015400 FD  MILSTONE-FILE
015500     RECORDING MODE IS F.
015600 COPY "eqmilstn.cob".
015700*
015800 FD  DISPO-FILE
015900     RECORDING MODE IS F.
016000 COPY "eqdldisp.cob".
016100*
016200 FD  JOBCTL-FILE.
016300 01  JOBCTL-FILE-REC.
016400     05 JCF-RUN-ID            PIC X(16).
016500     05 JCF-REST-OF-RECORD    PIC X(78).
016600*
016700 FD  OVERRIDE-FILE.
016800 01  OVERRIDE-FILE-REC.
016900     05 OVF-KEY               PIC X(16).
017000     05 OVF-REST-OF-RECORD    PIC X(63).
017100*
017200 FD  INBREG-FILE.
017300 01  INBREG-FILE-REC.
017400     05 IRF-KEY               PIC X(20).
017500     05 IRF-REST-OF-RECORD    PIC X(97).
017600*
017700 FD  REGISTRY-FILE.
017800 01  REGISTRY-FILE-REC.
017900     05 XRF-KEY               PIC X(28).
018000     05 XRF-REST-OF-RECORD    PIC X(63).
018100*
018200 FD  DEADLETTER-FILE
018300     RECORDING MODE IS F.
018400 01  DEADLETTER-FILE-REC      PIC X(577).
018500*
018600 FD  DQEXCEPT-FILE
018700     RECORDING MODE IS F.
018800 COPY "eqdqexc.cob".
018900*
019000 FD  RUNLEDGER-FILE.
019100 01  RUNLEDGER-FILE-REC.
019200     05 RLF-KEY               PIC X(16).
019300     05 RLF-REST-OF-RECORD    PIC X(31).
019400*
019500 FD  RECON-STATUS-FILE.
019600 01  RECON-STATUS-FILE-REC.
019700     05 RSF-KEY               PIC X(20).
019800     05 RSF-REST-OF-RECORD    PIC X(36).
019900*
020000 FD  SUMMARY-OLD
020100     RECORDING MODE IS F.
020200 01  SUMMARY-OLD-REC.
020300     05 SMO-APPL-ID           PIC X(8).
020400     05 SMO-MONTH             PIC 9(6).
020500     05 SMO-MEASURE           PIC X(8).
020600     05 SMO-VALUE             PIC 9(7)V99.
020700*
020800 FD  SUMMARY-NEW
020900     RECORDING MODE IS F.
021000 01  SUMMARY-NEW-REC.
021100     05 SMN-APPL-ID           PIC X(8).
021200     05 SMN-MONTH             PIC 9(6).
021300     05 SMN-MEASURE           PIC X(8).
021400     05 SMN-VALUE             PIC 9(7)V99.
021500*
021600 FD  DISTCTL-FILE
021700     RECORDING MODE IS F.
021800 COPY "eqdistct.cob".
021900*
022000 FD  SCORE-REPORT
022100     RECORDING MODE IS F.
022200 01  SCORE-LINE               PIC X(132).
022300*
022400 WORKING-STORAGE SECTION.
022500 COPY "eqjobctl.cob".
022600 COPY "eqrunovr.cob".
022700 COPY "eqinbreg.cob".
022800 COPY "eqxmtreg.cob".
022900 COPY "eqdeadlt.cob".
023000 COPY "eqrunldg.cob".
023100 COPY "eqrcnsts.cob".
023200 COPY "eqpartnr.cob".
023300*
023400 01  SSC-WORK-AREA.
023500     05 SSC-PARM-STATUS       PIC X(2)  VALUE "00".
023600     05 SSC-MAP-STATUS        PIC X(2)  VALUE "00".
023700     05 SSC-CTL-STATUS        PIC X(2)  VALUE "00".
023800     05 SSC-FDC-STATUS        PIC X(2)  VALUE "00".
023900     05 SSC-EXP-STATUS        PIC X(2)  VALUE "00".
024000     05 SSC-MIL-STATUS        PIC X(2)  VALUE "00".
024100     05 SSC-DSP-STATUS        PIC X(2)  VALUE "00".
024200     05 SSC-JOBCTL-STATUS     PIC X(2)  VALUE "00".
024300     05 SSC-OVR-STATUS        PIC X(2)  VALUE "00".
024400     05 SSC-INB-STATUS        PIC X(2)  VALUE "00".
024500     05 SSC-REG-STATUS        PIC X(2)  VALUE "00".
024600     05 SSC-DEAD-STATUS       PIC X(2)  VALUE "00".
024700     05 SSC-DQX-STATUS        PIC X(2)  VALUE "00".
024800     05 SSC-LDG-STATUS        PIC X(2)  VALUE "00".
024900     05 SSC-RCS-STATUS        PIC X(2)  VALUE "00".
025000     05 SSC-SMO-STATUS        PIC X(2)  VALUE "00".
025100     05 SSC-SMN-STATUS        PIC X(2)  VALUE "00".
025200     05 SSC-DST-STATUS        PIC X(2)  VALUE "00".
025300     05 SSC-RPT-STATUS        PIC X(2)  VALUE "00".
025400     05 SSC-EOF-SW            PIC X(1)  VALUE "N".
025500         88 SSC-AT-EOF                  VALUE "Y".
025600     05 SSC-FOUND-SW          PIC X(1)  VALUE "N".
025700         88 SSC-FOUND                   VALUE "Y".
025800     05 SSC-JOBCTL-OPEN-SW    PIC X(1)  VALUE "N".
025900         88 SSC-JOBCTL-OPEN             VALUE "Y".
026000     05 SSC-NOW-STRING        PIC X(14).
026100     05 SSC-MONTH.
026200         10 SSC-MONTH-YYYY    PIC 9(4).
026300         10 SSC-MONTH-MM      PIC 9(2).
026400     05 SSC-MONTH-X REDEFINES SSC-MONTH
026500                              PIC X(6).
026600     05 SSC-MONTH-N REDEFINES SSC-MONTH
026700                              PIC 9(6).
026800     05 SSC-MONTH-FIRST       PIC 9(8).
026900     05 SSC-NEXT-FIRST        PIC 9(8).
027000     05 SSC-MONTH-END         PIC 9(8).
027100     05 SSC-MONTH-END-X REDEFINES SSC-MONTH-END
027200                              PIC X(8).
027300     05 SSC-MONTH-END-INT     PIC S9(9) COMP.
027400     05 SSC-DATE-WORK         PIC 9(8).
027500     05 SSC-DATE-WORK-X REDEFINES SSC-DATE-WORK
027600                              PIC X(8).
027700     05 SSC-DATE-INT          PIC S9(9) COMP.
027800     05 SSC-AGE-DAYS          PIC S9(9) COMP.
027900     05 SSC-DEADLINE          PIC X(14).
028000     05 SSC-STAMP-WORK        PIC X(14).
028100     05 SSC-STAMP-DATE        PIC 9(8).
028200     05 SSC-STAMP-HH          PIC 9(2).
028300     05 SSC-STAMP-MI          PIC 9(2).
028400     05 SSC-STAMP-SS          PIC 9(2).
028500     05 SSC-ABS-SECS          PIC S9(15) COMP.
028600     05 SSC-NOW-SECS          PIC S9(15) COMP.
028700     05 SSC-DUE-SECS          PIC S9(15) COMP.
028800     05 SSC-APPL-WORK         PIC X(8).
028900     05 SSC-JOB-WORK          PIC X(8).
029000     05 SSC-RUN-WORK          PIC X(16).
029100     05 SSC-LAST-RUN-ID       PIC X(16) VALUE LOW-VALUES.
029200     05 SSC-LAST-RUN-APPL     PIC X(8).
029300     05 SSC-MEAS-WORK         PIC X(8).
029350     05 SSC-FEED-WORK         PIC X(12).
029400     05 SSC-MEAS              PIC S9(4) COMP VALUE 0.
029500     05 SSC-SUB               PIC S9(4) COMP VALUE 0.
029600     05 SSC-SUB2              PIC S9(4) COMP VALUE 0.
029700     05 SSC-HIT-SUB           PIC S9(4) COMP VALUE 0.
029800     05 SSC-APPL-SUB          PIC S9(4) COMP VALUE 0.
029900     05 SSC-MAP-COUNT         PIC S9(4) COMP VALUE 0.
030000     05 SSC-APPL-COUNT        PIC S9(4) COMP VALUE 0.
030100     05 SSC-TGT-COUNT         PIC S9(4) COMP VALUE 0.
030200     05 SSC-FEED-COUNT        PIC S9(4) COMP VALUE 0.
030300     05 SSC-OWNER-COUNT       PIC S9(4) COMP VALUE 0.
030400     05 SSC-EXP-COUNT         PIC S9(4) COMP VALUE 0.
030500     05 SSC-MIL-COUNT         PIC S9(4) COMP VALUE 0.
030600     05 SSC-DSP-COUNT         PIC S9(4) COMP VALUE 0.
030700     05 SSC-ROUTED-COUNT      PIC S9(4) COMP VALUE 0.
030800     05 SSC-ADDED-ROUTES      PIC S9(4) COMP VALUE 0.
030850     05 SSC-ROUTE-SW          PIC X(1)  VALUE "Y".
030870         88 SSC-ROUTES-FAILED           VALUE "N".
030900     05 SSC-DROPPED           PIC S9(7) COMP VALUE 0.
031000     05 SSC-TGT-FOUND-SW      PIC X(1).
031100         88 SSC-TGT-FOUND               VALUE "Y".
031200     05 SSC-TGT-VALUE         PIC 9(5)V99.
031300     05 SSC-TGT-AGE           PIC 9(3).
031400     05 SSC-VALUE             PIC 9(7)V99.
031500     05 SSC-DIFF              PIC S9(7)V99.
031600     05 SSC-MET-COUNT         PIC S9(4) COMP VALUE 0.
031700     05 SSC-SCORED-COUNT      PIC S9(4) COMP VALUE 0.
031800     05 SSC-MISSED-TOTAL      PIC S9(7) COMP VALUE 0.
031900     05 SSC-PTG-ACTION        PIC X(4)  VALUE "FEED".
032000     05 SSC-PTG-VALUE         PIC 9(4).
032100     05 SSC-PTG-RESULT        PIC X(1).
032200         88 SSC-PTG-FOUND               VALUE "Y".
032300     05 SSC-PCT-ED            PIC ZZZZ9.99.
032400     05 SSC-CNT-ED            PIC Z(8)9.
032500     05 SSC-NUM-ED            PIC ZZZZ9.
032600     05 SSC-DEN-ED            PIC ZZZZ9.
032700     05 SSC-DIFF-ED           PIC -(6)9.99.
032800     05 SSC-SCORE-ED          PIC Z9.
032900     05 SSC-MEAS-ED           PIC Z9.
033000*
033100*    The measures in scorecard order: code, P for a percentage
033200*    (target is a minimum) or C for a count (target is a maximum),
033300*    and the unit the basis column counts in.
033400*
033500 01  SSC-MEASURE-NAMES.
033600     05 FILLER PIC X(17) VALUE "ONTIME  PRUNS    ".
033700     05 FILLER PIC X(17) VALUE "FAILURESCRUNS    ".
033800     05 FILLER PIC X(17) VALUE "RERUNS  CRUNS    ".
033900     05 FILLER PIC X(17) VALUE "LATEFEEDCARRIVALS".
034000     05 FILLER PIC X(17) VALUE "ACKSLA  PFILES   ".
034100     05 FILLER PIC X(17) VALUE "DLOPENEDC        ".
034200     05 FILLER PIC X(17) VALUE "DLAGED  COPEN    ".
034300     05 FILLER PIC X(17) VALUE "DQCRIT  CEXCEPTNS".
034400     05 FILLER PIC X(17) VALUE "MILESTONPCHECKS  ".
034500 01  SSC-MEASURE-TABLE REDEFINES SSC-MEASURE-NAMES.
034600     05 SSC-MEASURE-ROW OCCURS 9 TIMES.
034700         10 SSC-MS-CODE       PIC X(8).
034800         10 SSC-MS-KIND       PIC X(1).
034900             88 SSC-MS-PERCENT          VALUE "P".
035000         10 SSC-MS-UNIT       PIC X(8).
035100*
035200 01  SSC-MEASURE-COUNT        PIC S9(4) COMP VALUE 9.
035300*
035400 01  SSC-MAP-TABLE.
035500     05 SSC-MAP-ROW OCCURS 300 TIMES.
035600         10 SSC-M-JOB         PIC X(8).
035700         10 SSC-M-APPL        PIC X(8).
035800*
035900 01  SSC-APPL-TABLE.
036000     05 SSC-APPL-ROW OCCURS 60 TIMES.
036100         10 SSC-A-APPL        PIC X(8).
036200         10 SSC-A-MEASURE OCCURS 9 TIMES.
036300             15 SSC-A-NUM     PIC S9(7) COMP.
036400             15 SSC-A-DEN     PIC S9(7) COMP.
036500             15 SSC-A-PRIOR   PIC 9(7)V99.
036600             15 SSC-A-PRIOR-SW PIC X(1).
036700                 88 SSC-A-HAS-PRIOR     VALUE "Y".
036800*
036900 01  SSC-TARGET-TABLE.
037000     05 SSC-TARGET-ROW OCCURS 300 TIMES.
037100         10 SSC-T-APPL        PIC X(8).
037200         10 SSC-T-MEAS        PIC S9(4) COMP.
037300         10 SSC-T-VALUE       PIC 9(5)V99.
037400         10 SSC-T-AGE         PIC 9(3).
037500*
037600 01  SSC-FEED-TABLE.
037700     05 SSC-FEED-ROW OCCURS 200 TIMES.
037800         10 SSC-F-FEED        PIC X(12).
037900         10 SSC-F-APPL        PIC X(8).
038000         10 SSC-F-DUE         PIC 9(4).
038100*
038200 01  SSC-OWNER-TABLE.
038300     05 SSC-OWNER-ROW OCCURS 60 TIMES.
038400         10 SSC-O-APPL        PIC X(8).
038500         10 SSC-O-RECIPIENT   PIC X(20).
038600         10 SSC-O-DEST        PIC X(12).
038700         10 SSC-O-LEVEL       PIC X(1).
038800         10 SSC-O-ROUTED-SW   PIC X(1).
038900             88 SSC-O-ROUTED            VALUE "Y".
039000*
039100 01  SSC-EXP-TABLE.
039200     05 SSC-EXP-ROW OCCURS 300 TIMES.
039300         10 SSC-E-JOB         PIC X(8).
039400         10 SSC-E-TIME        PIC 9(4).
039500         10 SSC-E-NEXT-DAY    PIC X(1).
039600*
039700 01  SSC-MIL-TABLE.
039800     05 SSC-MIL-ROW OCCURS 200 TIMES.
039900         10 SSC-L-APPL        PIC X(8).
040000         10 SSC-L-TYPE        PIC X(1).
040100         10 SSC-L-NAME        PIC X(12).
040200*
040300*    Dispositions by the dead letter they worked: run-id and the
040400*    entry's original timestamp.
040500*
040600 01  SSC-DSP-TABLE.
040700     05 SSC-DSP-ROW OCCURS 3000 TIMES.
040800         10 SSC-D-KEY         PIC X(30).
040900         10 SSC-D-STAMPED     PIC X(14).
041000*
041100 01  SSC-DSP-KEY.
041200     05 SSC-DK-RUN-ID         PIC X(16).
041300     05 SSC-DK-TIMESTAMP      PIC X(14).
041400*
041500 01  SSC-DETAIL-LINE.
041600     05 SDL-APPL              PIC X(8).
041700     05 FILLER                PIC X(2)  VALUE SPACES.
041800     05 SDL-MEASURE           PIC X(8).
041900     05 FILLER                PIC X(2)  VALUE SPACES.
042000     05 SDL-ACTUAL            PIC X(9).
042100     05 FILLER                PIC X(2)  VALUE SPACES.
042200     05 SDL-BASIS             PIC X(24).
042300     05 FILLER                PIC X(2)  VALUE SPACES.
042400     05 SDL-TARGET            PIC X(9).
042500     05 FILLER                PIC X(2)  VALUE SPACES.
042600     05 SDL-RESULT            PIC X(9).
042700     05 FILLER                PIC X(2)  VALUE SPACES.
042800     05 SDL-PRIOR             PIC X(9).
042900     05 FILLER                PIC X(2)  VALUE SPACES.
043000     05 SDL-TREND             PIC X(20).
043100     05 FILLER                PIC X(22) VALUE SPACES.
043200*
043300 PROCEDURE DIVISION.
043400*
043500*+----------------------------------------------------------+
043600*|  0000-MAINLINE                                             |
043700*+----------------------------------------------------------+
043800 0000-MAINLINE.
043900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044000     PERFORM 1100-LOAD-JOB-MAP THRU 1100-EXIT.
044100     PERFORM 1200-LOAD-SLA-CONTROL THRU 1200-EXIT.
044200     PERFORM 1300-LOAD-FEEDS THRU 1300-EXIT.
044300     PERFORM 1400-LOAD-EXPECTED THRU 1400-EXIT.
044400     PERFORM 1500-LOAD-MILESTONES THRU 1500-EXIT.
044500     PERFORM 1600-LOAD-DISPOSITIONS THRU 1600-EXIT.
044600     PERFORM 2000-SCAN-RUNS THRU 2000-EXIT.
044700     PERFORM 2100-SCAN-OVERRIDES THRU 2100-EXIT.
044800     PERFORM 2200-SCAN-FEEDS THRU 2200-EXIT.
044900     PERFORM 2300-SCAN-OUTBOUND THRU 2300-EXIT.
045000     PERFORM 2400-SCAN-DEADLETTERS THRU 2400-EXIT.
045100     PERFORM 2500-SCAN-DQ THRU 2500-EXIT.
045200     PERFORM 2600-SCAN-MILESTONES THRU 2600-EXIT.
045300     PERFORM 3000-LOAD-PRIOR THRU 3000-EXIT.
045400     PERFORM 4000-PRINT-SCORECARDS THRU 4000-EXIT.
045500     PERFORM 5000-ROUTE-TO-OWNERS THRU 5000-EXIT.
045600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
045700     STOP RUN.
045800*
045900*+----------------------------------------------------------+
046000*|  1000-INITIALIZE - the month scored (SLAPARM, else last   |
046100*|  month), its first and last days, and the report.          |
046200*+----------------------------------------------------------+
046300 1000-INITIALIZE.
046400     MOVE FUNCTION CURRENT-DATE(1:14) TO SSC-NOW-STRING.
046500     MOVE SSC-NOW-STRING TO SSC-STAMP-WORK.
046600     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
046700     MOVE SSC-ABS-SECS TO SSC-NOW-SECS.
046800     MOVE SSC-NOW-STRING(1:6) TO SSC-MONTH-X.
046900     IF SSC-MONTH-MM = 1
047000         SUBTRACT 1 FROM SSC-MONTH-YYYY
047100         MOVE 12 TO SSC-MONTH-MM
047200     ELSE
047300         SUBTRACT 1 FROM SSC-MONTH-MM
047400     END-IF.
047500     OPEN INPUT SLA-PARM.
047600     IF SSC-PARM-STATUS = "00"
047700         READ SLA-PARM
047800             AT END MOVE SPACES TO SLA-PARM-REC
047900         END-READ
048000*    The record area is undefined once the file closes - keep
048100*    working copies of the parameter fields.
048200         IF SLP-MONTH NUMERIC
048300             MOVE SLP-MONTH TO SSC-MONTH-X
048400         END-IF
048500         CLOSE SLA-PARM
048600     END-IF.
048700     IF SSC-MONTH-MM < 1 OR SSC-MONTH-MM > 12
048800         DISPLAY "SLASCR: SLAPARM MONTH IS NOT A VALID YYYYMM"
048900         MOVE 12 TO RETURN-CODE
049000         STOP RUN
049100     END-IF.
049200     COMPUTE SSC-MONTH-FIRST = SSC-MONTH-N * 100 + 1.
049300     IF SSC-MONTH-MM = 12
049400         COMPUTE SSC-NEXT-FIRST =
049500             (SSC-MONTH-YYYY + 1) * 10000 + 101
049600     ELSE
049700         COMPUTE SSC-NEXT-FIRST = SSC-MONTH-FIRST + 100
049800     END-IF.
049900     COMPUTE SSC-MONTH-END-INT =
050000         FUNCTION INTEGER-OF-DATE(SSC-NEXT-FIRST) - 1.
050100     COMPUTE SSC-MONTH-END =
050200         FUNCTION DATE-OF-INTEGER(SSC-MONTH-END-INT).
050300     OPEN OUTPUT SCORE-REPORT.
050400     IF SSC-RPT-STATUS NOT = "00"
050500         DISPLAY "SLASCR: CANNOT OPEN SLASCORE, STATUS "
050600                 SSC-RPT-STATUS
050700         MOVE 12 TO RETURN-CODE
050800         STOP RUN
050900     END-IF.
051000     OPEN INPUT JOBCTL-FILE.
051100     IF SSC-JOBCTL-STATUS = "00"
051200         SET SSC-JOBCTL-OPEN TO TRUE
051300     END-IF.
051400 1000-EXIT.
051500     EXIT.
051600*
051700*+----------------------------------------------------------+
051800*|  1100-LOAD-JOB-MAP - the job ownership map.                |
051900*+----------------------------------------------------------+
052000 1100-LOAD-JOB-MAP.
052100     OPEN INPUT JOBAPL-FILE.
052200     IF SSC-MAP-STATUS NOT = "00"
052300         GO TO 1100-EXIT
052400     END-IF.
052500     MOVE "N" TO SSC-EOF-SW.
052600     PERFORM 1110-ONE-MAP-RECORD THRU 1110-EXIT
052700         UNTIL SSC-AT-EOF OR SSC-MAP-COUNT = 300.
052800     CLOSE JOBAPL-FILE.
052900 1100-EXIT.
053000     EXIT.
053100*
053200 1110-ONE-MAP-RECORD.
053300     READ JOBAPL-FILE
053400         AT END SET SSC-AT-EOF TO TRUE
053500     END-READ.
053600     IF SSC-AT-EOF
053700         GO TO 1110-EXIT
053800     END-IF.
053900     ADD 1 TO SSC-MAP-COUNT.
054000     MOVE JAP-JOB-NAME TO SSC-M-JOB(SSC-MAP-COUNT).
054100     MOVE JAP-APPL-ID  TO SSC-M-APPL(SSC-MAP-COUNT).
054200     MOVE JAP-APPL-ID  TO SSC-APPL-WORK.
054300     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
054400 1110-EXIT.
054500     EXIT.
054600*
054700*+----------------------------------------------------------+
054800*|  1200-LOAD-SLA-CONTROL - targets, feed ownership and       |
054900*|  owners.  An application with a target or an owner gets a |
055000*|  scorecard even if nothing ran for it.                     |
055100*+----------------------------------------------------------+
055200 1200-LOAD-SLA-CONTROL.
055300     OPEN INPUT SLACTL-FILE.
055400     IF SSC-CTL-STATUS NOT = "00"
055500         DISPLAY "SLASCR: NO SLACTL CONTROL FILE - NOTHING IS "
055600                 "SCORED AGAINST A TARGET"
055700         GO TO 1200-EXIT
055800     END-IF.
055900     MOVE "N" TO SSC-EOF-SW.
056000     PERFORM 1210-ONE-CONTROL THRU 1210-EXIT
056100         UNTIL SSC-AT-EOF.
056200     CLOSE SLACTL-FILE.
056300 1200-EXIT.
056400     EXIT.
056500*
056600 1210-ONE-CONTROL.
056700     READ SLACTL-FILE
056800         AT END SET SSC-AT-EOF TO TRUE
056900     END-READ.
057000     IF SSC-AT-EOF
057100         GO TO 1210-EXIT
057200     END-IF.
057300     IF SLC-APPL-ID NOT = "*"
057400         MOVE SLC-APPL-ID TO SSC-APPL-WORK
057500         PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT
057600     END-IF.
057700     EVALUATE TRUE
057800         WHEN SLC-TARGET
057900             PERFORM 1220-ONE-TARGET THRU 1220-EXIT
058000         WHEN SLC-FEED
058100             PERFORM 1230-ONE-FEED-CLAIM THRU 1230-EXIT
058200         WHEN SLC-OWNER
058300             PERFORM 1240-ONE-OWNER THRU 1240-EXIT
058400         WHEN OTHER
058500             DISPLAY "SLASCR: SLACTL RECORD TYPE " SLC-REC-TYPE
058600                     " FOR " SLC-APPL-ID " IGNORED"
058700     END-EVALUATE.
058800 1210-EXIT.
058900     EXIT.
059000*
059100 1220-ONE-TARGET.
059200     MOVE SLC-ITEM(1:8) TO SSC-MEAS-WORK.
059300     PERFORM 7400-FIND-MEASURE THRU 7400-EXIT.
059400     IF SSC-MEAS = 0
059500         DISPLAY "SLASCR: SLACTL MEASURE " SLC-ITEM
059600                 " FOR " SLC-APPL-ID " IS NOT KNOWN - IGNORED"
059700         GO TO 1220-EXIT
059800     END-IF.
059900     IF SSC-TGT-COUNT NOT < 300
060000         ADD 1 TO SSC-DROPPED
060100         GO TO 1220-EXIT
060200     END-IF.
060300     ADD 1 TO SSC-TGT-COUNT.
060400     MOVE SLC-APPL-ID TO SSC-T-APPL(SSC-TGT-COUNT).
060500     MOVE SSC-MEAS    TO SSC-T-MEAS(SSC-TGT-COUNT).
060600     MOVE 0           TO SSC-T-VALUE(SSC-TGT-COUNT).
060700     IF SLC-TARGET-VALUE NUMERIC
060800         MOVE SLC-TARGET-VALUE TO SSC-T-VALUE(SSC-TGT-COUNT)
060900     END-IF.
061000     MOVE 7           TO SSC-T-AGE(SSC-TGT-COUNT).
061100     IF SLC-AGE-DAYS NUMERIC AND SLC-AGE-DAYS > 0
061200         MOVE SLC-AGE-DAYS TO SSC-T-AGE(SSC-TGT-COUNT)
061300     END-IF.
061400 1220-EXIT.
061500     EXIT.
061600*
061700 1230-ONE-FEED-CLAIM.
061750     MOVE SLC-ITEM TO SSC-FEED-WORK.
061800     PERFORM 7600-FIND-FEED THRU 7600-EXIT.
061900     IF SSC-HIT-SUB = 0
062000         GO TO 1230-EXIT
062100     END-IF.
062200     MOVE SLC-APPL-ID TO SSC-F-APPL(SSC-HIT-SUB).
062300 1230-EXIT.
062400     EXIT.
062500*
062600 1240-ONE-OWNER.
062700     IF SLC-APPL-ID = "*" OR SSC-OWNER-COUNT NOT < 60
062800         GO TO 1240-EXIT
062900     END-IF.
063000     ADD 1 TO SSC-OWNER-COUNT.
063100     MOVE SLC-APPL-ID   TO SSC-O-APPL(SSC-OWNER-COUNT).
063200     MOVE SLC-RECIPIENT TO SSC-O-RECIPIENT(SSC-OWNER-COUNT).
063300     MOVE SLC-DEST-NAME TO SSC-O-DEST(SSC-OWNER-COUNT).
063400     MOVE SLC-SEC-LEVEL TO SSC-O-LEVEL(SSC-OWNER-COUNT).
063500     MOVE "N"           TO SSC-O-ROUTED-SW(SSC-OWNER-COUNT).
063600 1240-EXIT.
063700     EXIT.
063800*
063900*+----------------------------------------------------------+
064000*|  1300-LOAD-FEEDS - each expected feed's due time, from     |
064100*|  FEEDCTL or the partner master as FEEDMON takes it.        |
064200*+----------------------------------------------------------+
064300 1300-LOAD-FEEDS.
064400     OPEN INPUT FEEDCTL-FILE.
064500     IF SSC-FDC-STATUS NOT = "00"
064600         GO TO 1300-EXIT
064700     END-IF.
064800     MOVE "N" TO SSC-EOF-SW.
064900     PERFORM 1310-ONE-FEED THRU 1310-EXIT
065000         UNTIL SSC-AT-EOF.
065100     CLOSE FEEDCTL-FILE.
065200 1300-EXIT.
065300     EXIT.
065400*
065500 1310-ONE-FEED.
065600     READ FEEDCTL-FILE
065700         AT END SET SSC-AT-EOF TO TRUE
065800     END-READ.
065900     IF SSC-AT-EOF
066000         GO TO 1310-EXIT
066100     END-IF.
066200     MOVE FDC-FEED-NAME TO SSC-FEED-WORK.
066300     PERFORM 7600-FIND-FEED THRU 7600-EXIT.
066400     IF SSC-HIT-SUB = 0
066500         GO TO 1310-EXIT
066600     END-IF.
066700     MOVE FDC-DUE-TIME TO SSC-F-DUE(SSC-HIT-SUB).
066800     CALL "PTNGET" USING SSC-PTG-ACTION
066900                         FDC-FEED-NAME
067000                         PARTNR-RECORD
067100                         SSC-PTG-VALUE
067200                         SSC-PTG-RESULT.
067300     IF SSC-PTG-FOUND AND SSC-PTG-VALUE > ZERO
067400         MOVE SSC-PTG-VALUE TO SSC-F-DUE(SSC-HIT-SUB)
067500     END-IF.
067600 1310-EXIT.
067700     EXIT.
067800*
067900*+----------------------------------------------------------+
068000*|  1400-LOAD-EXPECTED - each job's completion deadline from  |
068100*|  the expected-run schedule.                                |
068200*+----------------------------------------------------------+
068300 1400-LOAD-EXPECTED.
068400     OPEN INPUT RUNEXP-FILE.
068500     IF SSC-EXP-STATUS NOT = "00"
068600         GO TO 1400-EXIT
068700     END-IF.
068800     MOVE "N" TO SSC-EOF-SW.
068900     PERFORM 1410-ONE-EXPECTED THRU 1410-EXIT
069000         UNTIL SSC-AT-EOF OR SSC-EXP-COUNT = 300.
069100     CLOSE RUNEXP-FILE.
069200 1400-EXIT.
069300     EXIT.
069400*
069500 1410-ONE-EXPECTED.
069600     READ RUNEXP-FILE
069700         AT END SET SSC-AT-EOF TO TRUE
069800     END-READ.
069900     IF SSC-AT-EOF
070000         GO TO 1410-EXIT
070100     END-IF.
070200     IF REX-EXPECTED-TIME NOT NUMERIC
070300         GO TO 1410-EXIT
070400     END-IF.
070500     ADD 1 TO SSC-EXP-COUNT.
070600     MOVE REX-JOB-NAME      TO SSC-E-JOB(SSC-EXP-COUNT).
070700     MOVE REX-EXPECTED-TIME TO SSC-E-TIME(SSC-EXP-COUNT).
070800     MOVE REX-NEXT-DAY-SW   TO SSC-E-NEXT-DAY(SSC-EXP-COUNT).
070900 1410-EXIT.
071000     EXIT.
071100*
071200*+----------------------------------------------------------+
071300*|  1500-LOAD-MILESTONES - every close milestone, by its      |
071400*|  application.                                              |
071500*+----------------------------------------------------------+
071600 1500-LOAD-MILESTONES.
071700     OPEN INPUT MILSTONE-FILE.
071800     IF SSC-MIL-STATUS NOT = "00"
071900         GO TO 1500-EXIT
072000     END-IF.
072100     MOVE "N" TO SSC-EOF-SW.
072200     PERFORM 1510-ONE-MILESTONE THRU 1510-EXIT
072300         UNTIL SSC-AT-EOF OR SSC-MIL-COUNT = 200.
072400     CLOSE MILSTONE-FILE.
072500 1500-EXIT.
072600     EXIT.
072700*
072800 1510-ONE-MILESTONE.
072900     READ MILSTONE-FILE
073000         AT END SET SSC-AT-EOF TO TRUE
073100     END-READ.
073200     IF SSC-AT-EOF
073300         GO TO 1510-EXIT
073400     END-IF.
073500     ADD 1 TO SSC-MIL-COUNT.
073600     MOVE MIL-APPL-ID    TO SSC-L-APPL(SSC-MIL-COUNT).
073700     MOVE MIL-CHECK-TYPE TO SSC-L-TYPE(SSC-MIL-COUNT).
073800     MOVE MIL-CHECK-NAME TO SSC-L-NAME(SSC-MIL-COUNT).
073900     MOVE MIL-APPL-ID    TO SSC-APPL-WORK.
074000     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
074100 1510-EXIT.
074200     EXIT.
074300*
074400*+----------------------------------------------------------+
074500*|  1600-LOAD-DISPOSITIONS - when each worked dead letter was |
074600*|  worked; the latest disposition for an entry wins.         |
074700*+----------------------------------------------------------+
074800 1600-LOAD-DISPOSITIONS.
074900     OPEN INPUT DISPO-FILE.
075000     IF SSC-DSP-STATUS NOT = "00"
075100         GO TO 1600-EXIT
075200     END-IF.
075300     MOVE "N" TO SSC-EOF-SW.
075400     PERFORM 1610-ONE-DISPOSITION THRU 1610-EXIT
075500         UNTIL SSC-AT-EOF.
075600     CLOSE DISPO-FILE.
075700 1600-EXIT.
075800     EXIT.
075900*
076000 1610-ONE-DISPOSITION.
076100     READ DISPO-FILE
076200         AT END SET SSC-AT-EOF TO TRUE
076300     END-READ.
076400     IF SSC-AT-EOF
076500         GO TO 1610-EXIT
076600     END-IF.
076700     MOVE DSP-RUN-ID         TO SSC-DK-RUN-ID.
076800     MOVE DSP-ORIG-TIMESTAMP TO SSC-DK-TIMESTAMP.
076900     PERFORM 7700-FIND-DISPOSITION THRU 7700-EXIT.
077000     IF SSC-HIT-SUB > 0
077100         MOVE DSP-STAMPED TO SSC-D-STAMPED(SSC-HIT-SUB)
077200         GO TO 1610-EXIT
077300     END-IF.
077400     IF SSC-DSP-COUNT NOT < 3000
077500         ADD 1 TO SSC-DROPPED
077600         GO TO 1610-EXIT
077700     END-IF.
077800     ADD 1 TO SSC-DSP-COUNT.
077900     MOVE SSC-DSP-KEY TO SSC-D-KEY(SSC-DSP-COUNT).
078000     MOVE DSP-STAMPED TO SSC-D-STAMPED(SSC-DSP-COUNT).
078100 1610-EXIT.
078200     EXIT.
078300*
078400*+----------------------------------------------------------+
078500*|  2000-SCAN-RUNS - ONTIME, FAILURES and the run counts the  |
078600*|  RERUNS basis uses, from the month's non-simulation runs. |
078700*+----------------------------------------------------------+
078800 2000-SCAN-RUNS.
078900     IF NOT SSC-JOBCTL-OPEN
079000         DISPLAY "SLASCR: NO JOBCTL FILE - RUNS NOT SCORED"
079100         GO TO 2000-EXIT
079200     END-IF.
079300     MOVE "N" TO SSC-EOF-SW.
079400     PERFORM 2010-ONE-RUN THRU 2010-EXIT
079500         UNTIL SSC-AT-EOF.
079600 2000-EXIT.
079700     EXIT.
079800*
079900 2010-ONE-RUN.
080000     READ JOBCTL-FILE NEXT RECORD INTO JOBCTL-RECORD
080100         AT END SET SSC-AT-EOF TO TRUE
080200     END-READ.
080300     IF SSC-AT-EOF
080400         GO TO 2010-EXIT
080500     END-IF.
080600     IF JBC-SIMULATION-ON
080700         GO TO 2010-EXIT
080800     END-IF.
080900     IF JBC-BUSINESS-DATE NUMERIC AND JBC-BUSINESS-DATE > 0
081000         MOVE JBC-BUSINESS-DATE TO SSC-DATE-WORK
081100     ELSE
081200         MOVE JBC-ACTUAL-START(1:8) TO SSC-DATE-WORK-X
081300     END-IF.
081400     IF SSC-DATE-WORK-X(1:6) NOT = SSC-MONTH-X
081500         GO TO 2010-EXIT
081600     END-IF.
081700     MOVE JBC-JOB-NAME TO SSC-JOB-WORK.
081800     PERFORM 7000-MAP-JOB-TO-APPL THRU 7000-EXIT.
081900     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
082000     IF SSC-APPL-SUB = 0
082100         GO TO 2010-EXIT
082200     END-IF.
082300     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 2)
082400              SSC-A-DEN(SSC-APPL-SUB, 3).
082500     IF JBC-STATUS-FAILED
082600         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 2)
082700     END-IF.
082800     IF JBC-STATUS-COMPLETE AND JBC-SCHED-END NOT = SPACES
082900         ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 1)
083000         IF JBC-ACTUAL-END NOT > JBC-SCHED-END
083100             ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 1)
083200         END-IF
083300     END-IF.
083400 2010-EXIT.
083500     EXIT.
083600*
083700*+----------------------------------------------------------+
083800*|  2100-SCAN-OVERRIDES - RERUNS, the rerun overrides for     |
083900*|  business dates in the month.                              |
084000*+----------------------------------------------------------+
084100 2100-SCAN-OVERRIDES.
084200     OPEN INPUT OVERRIDE-FILE.
084300     IF SSC-OVR-STATUS NOT = "00"
084400         GO TO 2100-EXIT
084500     END-IF.
084600     MOVE "N" TO SSC-EOF-SW.
084700     PERFORM 2110-ONE-OVERRIDE THRU 2110-EXIT
084800         UNTIL SSC-AT-EOF.
084900     CLOSE OVERRIDE-FILE.
085000 2100-EXIT.
085100     EXIT.
085200*
085300 2110-ONE-OVERRIDE.
085400     READ OVERRIDE-FILE NEXT RECORD INTO RUNOVR-RECORD
085500         AT END SET SSC-AT-EOF TO TRUE
085600     END-READ.
085700     IF SSC-AT-EOF
085800         GO TO 2110-EXIT
085900     END-IF.
086000     MOVE OVR-BUSINESS-DATE TO SSC-DATE-WORK.
086100     IF SSC-DATE-WORK-X(1:6) NOT = SSC-MONTH-X
086200         GO TO 2110-EXIT
086300     END-IF.
086400     MOVE OVR-JOB-NAME TO SSC-JOB-WORK.
086500     PERFORM 7000-MAP-JOB-TO-APPL THRU 7000-EXIT.
086600     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
086700     IF SSC-APPL-SUB > 0
086800         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 3)
086900     END-IF.
087000 2110-EXIT.
087100     EXIT.
087200*
087300*+----------------------------------------------------------+
087400*|  2200-SCAN-FEEDS - LATEFEED, registry arrivals for the     |
087500*|  month's business dates against each feed's due time.     |
087600*+----------------------------------------------------------+
087700 2200-SCAN-FEEDS.
087800     OPEN INPUT INBREG-FILE.
087900     IF SSC-INB-STATUS NOT = "00"
088000         GO TO 2200-EXIT
088100     END-IF.
088200     MOVE "N" TO SSC-EOF-SW.
088300     PERFORM 2210-ONE-ARRIVAL THRU 2210-EXIT
088400         UNTIL SSC-AT-EOF.
088500     CLOSE INBREG-FILE.
088600 2200-EXIT.
088700     EXIT.
088800*
088900 2210-ONE-ARRIVAL.
089000     READ INBREG-FILE NEXT RECORD
089100         AT END SET SSC-AT-EOF TO TRUE
089200     END-READ.
089300     IF SSC-AT-EOF
089400         GO TO 2210-EXIT
089500     END-IF.
089600     MOVE IRF-KEY            TO INBREG-RECORD(1:20).
089700     MOVE IRF-REST-OF-RECORD TO INBREG-RECORD(21:97).
089800     MOVE INB-BUSINESS-DATE TO SSC-DATE-WORK.
089900     IF SSC-DATE-WORK-X(1:6) NOT = SSC-MONTH-X
090000         GO TO 2210-EXIT
090100     END-IF.
090200     MOVE "N" TO SSC-FOUND-SW.
090300     PERFORM 2220-MATCH-FEED THRU 2220-EXIT
090400         VARYING SSC-SUB FROM 1 BY 1
090500         UNTIL SSC-SUB > SSC-FEED-COUNT
090600            OR SSC-FOUND.
090700     IF NOT SSC-FOUND
090800         GO TO 2210-EXIT
090900     END-IF.
091000     IF SSC-F-DUE(SSC-HIT-SUB) = 0
091100         GO TO 2210-EXIT
091200     END-IF.
091300     MOVE SSC-F-APPL(SSC-HIT-SUB) TO SSC-APPL-WORK.
091400     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
091500     IF SSC-APPL-SUB = 0
091600         GO TO 2210-EXIT
091700     END-IF.
091800     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 4).
091900     MOVE SPACES                  TO SSC-DEADLINE.
092000     MOVE SSC-DATE-WORK-X         TO SSC-DEADLINE(1:8).
092100     MOVE SSC-F-DUE(SSC-HIT-SUB)  TO SSC-DEADLINE(9:4).
092200     MOVE "00"                    TO SSC-DEADLINE(13:2).
092300     IF INB-ARRIVED > SSC-DEADLINE
092400         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 4)
092500     END-IF.
092600 2210-EXIT.
092700     EXIT.
092800*
092900 2220-MATCH-FEED.
093000     IF SSC-F-FEED(SSC-SUB) = INB-FEED-NAME
093100         SET SSC-FOUND TO TRUE
093200         MOVE SSC-SUB TO SSC-HIT-SUB
093300     END-IF.
093400 2220-EXIT.
093500     EXIT.
093600*
093700*+----------------------------------------------------------+
093800*|  2300-SCAN-OUTBOUND - ACKSLA, the month's finalized files  |
093900*|  acknowledged within their SLA hours.  A file still       |
094000*|  inside its window and unacknowledged is not scored.       |
094100*+----------------------------------------------------------+
094200 2300-SCAN-OUTBOUND.
094300     OPEN INPUT REGISTRY-FILE.
094400     IF SSC-REG-STATUS NOT = "00"
094500         GO TO 2300-EXIT
094600     END-IF.
094700     MOVE "N" TO SSC-EOF-SW.
094800     PERFORM 2310-ONE-FILE THRU 2310-EXIT
094900         UNTIL SSC-AT-EOF.
095000     CLOSE REGISTRY-FILE.
095100 2300-EXIT.
095200     EXIT.
095300*
095400 2310-ONE-FILE.
095500     READ REGISTRY-FILE NEXT RECORD
095600         AT END SET SSC-AT-EOF TO TRUE
095700     END-READ.
095800     IF SSC-AT-EOF
095900         GO TO 2310-EXIT
096000     END-IF.
096100     MOVE XRF-KEY            TO XMTREG-RECORD(1:28).
096200     MOVE XRF-REST-OF-RECORD TO XMTREG-RECORD(29:63).
096300     IF XMT-FINALIZED(1:6) NOT = SSC-MONTH-X
096400        OR XMT-SLA-HOURS NOT NUMERIC
096500        OR XMT-SLA-HOURS = 0
096600         GO TO 2310-EXIT
096700     END-IF.
096800     MOVE XMT-FINALIZED TO SSC-STAMP-WORK.
096900     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
097000     COMPUTE SSC-DUE-SECS = SSC-ABS-SECS + XMT-SLA-HOURS * 3600.
097100     IF NOT XMT-ACKNOWLEDGED AND SSC-NOW-SECS NOT > SSC-DUE-SECS
097200         GO TO 2310-EXIT
097300     END-IF.
097400     MOVE XMT-RUN-ID TO SSC-RUN-WORK.
097500     PERFORM 7200-RUN-TO-APPL THRU 7200-EXIT.
097600     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
097700     IF SSC-APPL-SUB = 0
097800         GO TO 2310-EXIT
097900     END-IF.
098000     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 5).
098100     IF NOT XMT-ACKNOWLEDGED
098200         GO TO 2310-EXIT
098300     END-IF.
098400     MOVE XMT-ACK-TIMESTAMP TO SSC-STAMP-WORK.
098500     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
098600     IF SSC-ABS-SECS NOT > SSC-DUE-SECS
098700         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 5)
098800     END-IF.
098900 2310-EXIT.
099000     EXIT.
099100*
099200*+----------------------------------------------------------+
099300*|  2400-SCAN-DEADLETTERS - DLOPENED, entries written in the  |
099400*|  month, and DLAGED, entries still unworked at month end    |
099500*|  and older than the application's age limit then.          |
099600*+----------------------------------------------------------+
099700 2400-SCAN-DEADLETTERS.
099800     OPEN INPUT DEADLETTER-FILE.
099900     IF SSC-DEAD-STATUS NOT = "00"
100000         GO TO 2400-EXIT
100100     END-IF.
100200     MOVE "N" TO SSC-EOF-SW.
100300     PERFORM 2410-ONE-DEADLETTER THRU 2410-EXIT
100400         UNTIL SSC-AT-EOF.
100500     CLOSE DEADLETTER-FILE.
100600 2400-EXIT.
100700     EXIT.
100800*
100900 2410-ONE-DEADLETTER.
101000     READ DEADLETTER-FILE INTO DEADLT-RECORD
101100         AT END SET SSC-AT-EOF TO TRUE
101200     END-READ.
101300     IF SSC-AT-EOF
101400         GO TO 2410-EXIT
101500     END-IF.
101600     IF DLQ-TIMESTAMP(1:8) NOT NUMERIC
101700        OR DLQ-TIMESTAMP(1:8) > SSC-MONTH-END-X
101800         GO TO 2410-EXIT
101900     END-IF.
102000     MOVE DLQ-RUNID TO SSC-RUN-WORK.
102100     PERFORM 7200-RUN-TO-APPL THRU 7200-EXIT.
102200     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
102300     IF SSC-APPL-SUB = 0
102400         GO TO 2410-EXIT
102500     END-IF.
102600     IF DLQ-TIMESTAMP(1:6) = SSC-MONTH-X
102700         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 6)
102800                  SSC-A-DEN(SSC-APPL-SUB, 6)
102900     END-IF.
103000     MOVE DLQ-RUNID     TO SSC-DK-RUN-ID.
103100     MOVE DLQ-TIMESTAMP TO SSC-DK-TIMESTAMP.
103200     PERFORM 7700-FIND-DISPOSITION THRU 7700-EXIT.
103300     IF SSC-HIT-SUB > 0
103400         IF SSC-D-STAMPED(SSC-HIT-SUB)(1:8) NOT > SSC-MONTH-END-X
103500             GO TO 2410-EXIT
103600         END-IF
103700     END-IF.
103800     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 7).
103900     MOVE 7 TO SSC-MEAS.
104000     PERFORM 7500-FIND-TARGET THRU 7500-EXIT.
104100     IF NOT SSC-TGT-FOUND
104200         MOVE 7 TO SSC-TGT-AGE
104300     END-IF.
104400     MOVE DLQ-TIMESTAMP(1:8) TO SSC-DATE-WORK-X.
104500     COMPUTE SSC-AGE-DAYS = SSC-MONTH-END-INT
104600         - FUNCTION INTEGER-OF-DATE(SSC-DATE-WORK).
104700     IF SSC-AGE-DAYS > SSC-TGT-AGE
104800         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 7)
104900     END-IF.
105000 2410-EXIT.
105100     EXIT.
105200*
105300*+----------------------------------------------------------+
105400*|  2500-SCAN-DQ - DQCRIT, the month's critical exceptions    |
105500*|  out of all its exceptions.                                |
105600*+----------------------------------------------------------+
105700 2500-SCAN-DQ.
105800     OPEN INPUT DQEXCEPT-FILE.
105900     IF SSC-DQX-STATUS NOT = "00"
106000         GO TO 2500-EXIT
106100     END-IF.
106200     MOVE "N" TO SSC-EOF-SW.
106300     PERFORM 2510-ONE-EXCEPTION THRU 2510-EXIT
106400         UNTIL SSC-AT-EOF.
106500     CLOSE DQEXCEPT-FILE.
106600 2500-EXIT.
106700     EXIT.
106800*
106900 2510-ONE-EXCEPTION.
107000     READ DQEXCEPT-FILE
107100         AT END SET SSC-AT-EOF TO TRUE
107200     END-READ.
107300     IF SSC-AT-EOF
107400         GO TO 2510-EXIT
107500     END-IF.
107600     IF DQX-TIMESTAMP(1:6) NOT = SSC-MONTH-X
107700         GO TO 2510-EXIT
107800     END-IF.
107900     MOVE DQX-RUN-ID TO SSC-RUN-WORK.
108000     PERFORM 7200-RUN-TO-APPL THRU 7200-EXIT.
108100     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
108200     IF SSC-APPL-SUB = 0
108300         GO TO 2510-EXIT
108400     END-IF.
108500     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 8).
108600     IF DQX-SEVERITY = "C"
108700         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 8)
108800     END-IF.
108900 2510-EXIT.
109000     EXIT.
109100*
109200*+----------------------------------------------------------+
109300*|  2600-SCAN-MILESTONES - MILESTON, each close milestone's   |
109400*|  outcomes for the month's business dates.                  |
109500*+----------------------------------------------------------+
109600 2600-SCAN-MILESTONES.
109700     PERFORM 2610-ONE-MILESTONE THRU 2610-EXIT
109800         VARYING SSC-SUB2 FROM 1 BY 1
109900         UNTIL SSC-SUB2 > SSC-MIL-COUNT.
110000 2600-EXIT.
110100     EXIT.
110200*
110300 2610-ONE-MILESTONE.
110400     MOVE SSC-L-APPL(SSC-SUB2) TO SSC-APPL-WORK.
110500     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
110600     IF SSC-APPL-SUB = 0
110700         GO TO 2610-EXIT
110800     END-IF.
110900     EVALUATE SSC-L-TYPE(SSC-SUB2)
111000         WHEN "J"
111100             PERFORM 2620-JOB-MILESTONE THRU 2620-EXIT
111200         WHEN "F"
111300             PERFORM 2640-FILE-MILESTONE THRU 2640-EXIT
111400         WHEN "R"
111500             PERFORM 2660-RECON-MILESTONE THRU 2660-EXIT
111600     END-EVALUATE.
111700 2610-EXIT.
111800     EXIT.
111900*
112000 2620-JOB-MILESTONE.
112100     OPEN INPUT RUNLEDGER-FILE.
112200     IF SSC-LDG-STATUS NOT = "00"
112300         GO TO 2620-EXIT
112400     END-IF.
112500     MOVE SSC-L-NAME(SSC-SUB2)(1:8) TO SSC-JOB-WORK.
112600     MOVE "N" TO SSC-FOUND-SW.
112700     PERFORM 2630-MATCH-EXPECTED THRU 2630-EXIT
112800         VARYING SSC-SUB FROM 1 BY 1
112900         UNTIL SSC-SUB > SSC-EXP-COUNT
113000            OR SSC-FOUND.
113100     MOVE SSC-JOB-WORK    TO RLG-JOB-NAME.
113200     MOVE SSC-MONTH-FIRST TO RLG-BUSINESS-DATE.
113300     MOVE RLG-KEY         TO RLF-KEY.
113400     MOVE "N" TO SSC-EOF-SW.
113500     START RUNLEDGER-FILE KEY IS NOT < RLF-KEY
113600         INVALID KEY SET SSC-AT-EOF TO TRUE
113700     END-START.
113800     PERFORM 2621-ONE-LEDGER-ENTRY THRU 2621-EXIT
113900         UNTIL SSC-AT-EOF.
114000     CLOSE RUNLEDGER-FILE.
114100 2620-EXIT.
114200     EXIT.
114300*
114400 2621-ONE-LEDGER-ENTRY.
114500     READ RUNLEDGER-FILE NEXT RECORD
114600         AT END SET SSC-AT-EOF TO TRUE
114700     END-READ.
114800     IF SSC-AT-EOF
114900         GO TO 2621-EXIT
115000     END-IF.
115100     MOVE RLF-KEY            TO RUNLDG-RECORD(1:16).
115200     MOVE RLF-REST-OF-RECORD TO RUNLDG-RECORD(17:31).
115300     IF RLG-JOB-NAME NOT = SSC-JOB-WORK
115400        OR RLG-BUSINESS-DATE > SSC-MONTH-END
115500         SET SSC-AT-EOF TO TRUE
115600         GO TO 2621-EXIT
115700     END-IF.
115800     IF NOT RLG-RUN-COMPLETE
115900         GO TO 2621-EXIT
116000     END-IF.
116100     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 9).
116200     IF NOT SSC-FOUND
116300         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 9)
116400         GO TO 2621-EXIT
116500     END-IF.
116600     MOVE RLG-BUSINESS-DATE TO SSC-DATE-WORK.
116700     IF SSC-E-NEXT-DAY(SSC-HIT-SUB) = "Y"
116800         COMPUTE SSC-DATE-INT =
116900             FUNCTION INTEGER-OF-DATE(SSC-DATE-WORK) + 1
117000         COMPUTE SSC-DATE-WORK =
117100             FUNCTION DATE-OF-INTEGER(SSC-DATE-INT)
117200     END-IF.
117300     MOVE SSC-DATE-WORK-X          TO SSC-DEADLINE(1:8).
117400     MOVE SSC-E-TIME(SSC-HIT-SUB)  TO SSC-DEADLINE(9:4).
117500     MOVE "00"                     TO SSC-DEADLINE(13:2).
117600     IF RLG-TIMESTAMP NOT > SSC-DEADLINE
117700         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 9)
117800     END-IF.
117900 2621-EXIT.
118000     EXIT.
118100*
118200 2630-MATCH-EXPECTED.
118300     IF SSC-E-JOB(SSC-SUB) = SSC-JOB-WORK
118400         SET SSC-FOUND TO TRUE
118500         MOVE SSC-SUB TO SSC-HIT-SUB
118600     END-IF.
118700 2630-EXIT.
118800     EXIT.
118900*
119000 2640-FILE-MILESTONE.
119100     OPEN INPUT REGISTRY-FILE.
119200     IF SSC-REG-STATUS NOT = "00"
119300         GO TO 2640-EXIT
119400     END-IF.
119500     MOVE SSC-L-NAME(SSC-SUB2) TO XMT-FILE-NAME.
119600     MOVE LOW-VALUES           TO XMT-RUN-ID.
119700     MOVE XMT-KEY              TO XRF-KEY.
119800     MOVE "N" TO SSC-EOF-SW.
119900     START REGISTRY-FILE KEY IS NOT < XRF-KEY
120000         INVALID KEY SET SSC-AT-EOF TO TRUE
120100     END-START.
120200     PERFORM 2641-ONE-REGISTRY-ENTRY THRU 2641-EXIT
120300         UNTIL SSC-AT-EOF.
120400     CLOSE REGISTRY-FILE.
120500 2640-EXIT.
120600     EXIT.
120700*
120800 2641-ONE-REGISTRY-ENTRY.
120900     READ REGISTRY-FILE NEXT RECORD
121000         AT END SET SSC-AT-EOF TO TRUE
121100     END-READ.
121200     IF SSC-AT-EOF
121300         GO TO 2641-EXIT
121400     END-IF.
121500     MOVE XRF-KEY            TO XMTREG-RECORD(1:28).
121600     MOVE XRF-REST-OF-RECORD TO XMTREG-RECORD(29:63).
121700     IF XMT-FILE-NAME NOT = SSC-L-NAME(SSC-SUB2)
121800         SET SSC-AT-EOF TO TRUE
121900         GO TO 2641-EXIT
122000     END-IF.
122100     IF XMT-FINALIZED(1:6) = SSC-MONTH-X
122200         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 9)
122300                  SSC-A-DEN(SSC-APPL-SUB, 9)
122400     END-IF.
122500 2641-EXIT.
122600     EXIT.
122700*
122800 2660-RECON-MILESTONE.
122900     OPEN INPUT RECON-STATUS-FILE.
123000     IF SSC-RCS-STATUS NOT = "00"
123100         GO TO 2660-EXIT
123200     END-IF.
123300     MOVE SSC-L-NAME(SSC-SUB2) TO RCS-RECON-NAME.
123400     MOVE SSC-MONTH-FIRST      TO RCS-BUSINESS-DATE.
123500     MOVE RCS-KEY              TO RSF-KEY.
123600     MOVE "N" TO SSC-EOF-SW.
123700     START RECON-STATUS-FILE KEY IS NOT < RSF-KEY
123800         INVALID KEY SET SSC-AT-EOF TO TRUE
123900     END-START.
124000     PERFORM 2661-ONE-RECON-ENTRY THRU 2661-EXIT
124100         UNTIL SSC-AT-EOF.
124200     CLOSE RECON-STATUS-FILE.
124300 2660-EXIT.
124400     EXIT.
124500*
124600 2661-ONE-RECON-ENTRY.
124700     READ RECON-STATUS-FILE NEXT RECORD
124800         AT END SET SSC-AT-EOF TO TRUE
124900     END-READ.
125000     IF SSC-AT-EOF
125100         GO TO 2661-EXIT
125200     END-IF.
125300     MOVE RSF-KEY            TO RCNSTS-RECORD(1:20).
125400     MOVE RSF-REST-OF-RECORD TO RCNSTS-RECORD(21:36).
125500     IF RCS-RECON-NAME NOT = SSC-L-NAME(SSC-SUB2)
125600        OR RCS-BUSINESS-DATE > SSC-MONTH-END
125700         SET SSC-AT-EOF TO TRUE
125800         GO TO 2661-EXIT
125900     END-IF.
126000     ADD 1 TO SSC-A-DEN(SSC-APPL-SUB, 9).
126100     IF RCS-RECONCILED
126200         ADD 1 TO SSC-A-NUM(SSC-APPL-SUB, 9)
126300     END-IF.
126400 2661-EXIT.
126500     EXIT.
126600*
126700*+----------------------------------------------------------+
126800*|  3000-LOAD-PRIOR - the previous scorecard's values for the |
126900*|  trend column.                                             |
127000*+----------------------------------------------------------+
127100 3000-LOAD-PRIOR.
127200     OPEN INPUT SUMMARY-OLD.
127300     IF SSC-SMO-STATUS NOT = "00"
127400         GO TO 3000-EXIT
127500     END-IF.
127600     MOVE "N" TO SSC-EOF-SW.
127700     PERFORM 3100-ONE-PRIOR THRU 3100-EXIT
127800         UNTIL SSC-AT-EOF.
127900     CLOSE SUMMARY-OLD.
128000 3000-EXIT.
128100     EXIT.
128200*
128300 3100-ONE-PRIOR.
128400     READ SUMMARY-OLD
128500         AT END SET SSC-AT-EOF TO TRUE
128600     END-READ.
128700     IF SSC-AT-EOF
128800         GO TO 3100-EXIT
128900     END-IF.
129000     IF SMO-MONTH NOT < SSC-MONTH-N
129100         GO TO 3100-EXIT
129200     END-IF.
129300     MOVE SMO-MEASURE TO SSC-MEAS-WORK.
129400     PERFORM 7400-FIND-MEASURE THRU 7400-EXIT.
129500     IF SSC-MEAS = 0
129600         GO TO 3100-EXIT
129700     END-IF.
129800     MOVE SMO-APPL-ID TO SSC-APPL-WORK.
129900     PERFORM 7100-FIND-OR-ADD-APPL THRU 7100-EXIT.
130000     IF SSC-APPL-SUB = 0
130100         GO TO 3100-EXIT
130200     END-IF.
130300     MOVE SMO-VALUE TO SSC-A-PRIOR(SSC-APPL-SUB, SSC-MEAS).
130400     MOVE "Y"       TO SSC-A-PRIOR-SW(SSC-APPL-SUB, SSC-MEAS).
130500 3100-EXIT.
130600     EXIT.
130700*
130800*+----------------------------------------------------------+
130900*|  4000-PRINT-SCORECARDS - one card per application, every   |
131000*|  line keyed by the application id for DISTRB's burst.      |
131100*+----------------------------------------------------------+
131200 4000-PRINT-SCORECARDS.
131300     OPEN OUTPUT SUMMARY-NEW.
131310     IF SSC-SMN-STATUS NOT = "00"
131320         DISPLAY "SLASCR: CANNOT OPEN SLASUMM, STATUS "
131330                 SSC-SMN-STATUS
131340         MOVE 12 TO RETURN-CODE
131350         STOP RUN
131360     END-IF.
131400     PERFORM 4100-ONE-APPLICATION THRU 4100-EXIT
131500         VARYING SSC-APPL-SUB FROM 1 BY 1
131600         UNTIL SSC-APPL-SUB > SSC-APPL-COUNT.
131700     CLOSE SUMMARY-NEW.
131800 4000-EXIT.
131900     EXIT.
132000*
132100 4100-ONE-APPLICATION.
132200     MOVE SSC-A-APPL(SSC-APPL-SUB) TO SSC-APPL-WORK.
132300     MOVE SPACES TO SCORE-LINE.
132400     STRING SSC-APPL-WORK                 DELIMITED BY SIZE
132500            "  SERVICE-LEVEL SCORECARD FOR " DELIMITED BY SIZE
132600            SSC-MONTH-X                   DELIMITED BY SIZE
132700            "  PRODUCED "                 DELIMITED BY SIZE
132800            SSC-NOW-STRING                DELIMITED BY SIZE
132900         INTO SCORE-LINE.
133000     WRITE SCORE-LINE.
133100     MOVE SSC-APPL-WORK TO SDL-APPL.
133200     MOVE "MEASURE"     TO SDL-MEASURE.
133300     MOVE "   ACTUAL"   TO SDL-ACTUAL.
133400     MOVE "BASIS"       TO SDL-BASIS.
133500     MOVE "   TARGET"   TO SDL-TARGET.
133600     MOVE "RESULT"      TO SDL-RESULT.
133700     MOVE "    PRIOR"   TO SDL-PRIOR.
133800     MOVE "TREND"       TO SDL-TREND.
133900     MOVE SSC-DETAIL-LINE TO SCORE-LINE.
134000     WRITE SCORE-LINE.
134100     MOVE 0 TO SSC-MET-COUNT SSC-SCORED-COUNT.
134200     PERFORM 4200-ONE-MEASURE THRU 4200-EXIT
134300         VARYING SSC-MEAS FROM 1 BY 1
134400         UNTIL SSC-MEAS > SSC-MEASURE-COUNT.
134500     MOVE SSC-MET-COUNT    TO SSC-SCORE-ED.
134600     MOVE SSC-SCORED-COUNT TO SSC-MEAS-ED.
134700     MOVE SPACES TO SCORE-LINE.
134800     STRING SSC-APPL-WORK       DELIMITED BY SIZE
134900            "  TARGETS MET "    DELIMITED BY SIZE
135000            SSC-SCORE-ED        DELIMITED BY SIZE
135100            " OF "              DELIMITED BY SIZE
135200            SSC-MEAS-ED         DELIMITED BY SIZE
135300            " SCORED"           DELIMITED BY SIZE
135400         INTO SCORE-LINE.
135500     WRITE SCORE-LINE.
135600     MOVE SPACES TO SCORE-LINE.
135700     MOVE SSC-APPL-WORK TO SCORE-LINE(1:8).
135800     WRITE SCORE-LINE.
135900 4100-EXIT.
136000     EXIT.
136100*
136200 4200-ONE-MEASURE.
136300     MOVE SSC-APPL-WORK         TO SDL-APPL.
136400     MOVE SSC-MS-CODE(SSC-MEAS) TO SDL-MEASURE.
136500     MOVE SPACES TO SDL-ACTUAL SDL-BASIS SDL-TARGET SDL-RESULT
136600                    SDL-PRIOR SDL-TREND.
136700     IF SSC-MS-PERCENT(SSC-MEAS)
136800        AND SSC-A-DEN(SSC-APPL-SUB, SSC-MEAS) = 0
136900         MOVE "  NO DATA" TO SDL-ACTUAL
137000         MOVE "NO DATA"   TO SDL-RESULT
137100         GO TO 4290-WRITE
137200     END-IF.
137300     IF SSC-MS-PERCENT(SSC-MEAS)
137400         COMPUTE SSC-VALUE ROUNDED =
137500             SSC-A-NUM(SSC-APPL-SUB, SSC-MEAS) * 100
137600             / SSC-A-DEN(SSC-APPL-SUB, SSC-MEAS)
137700         MOVE SSC-VALUE TO SSC-PCT-ED
137800         STRING SSC-PCT-ED "%" DELIMITED BY SIZE
137900             INTO SDL-ACTUAL
138000     ELSE
138100         MOVE SSC-A-NUM(SSC-APPL-SUB, SSC-MEAS) TO SSC-VALUE
138200         MOVE SSC-A-NUM(SSC-APPL-SUB, SSC-MEAS) TO SSC-CNT-ED
138300         MOVE SSC-CNT-ED TO SDL-ACTUAL
138400     END-IF.
138500     IF SSC-MS-UNIT(SSC-MEAS) NOT = SPACES
138600         MOVE SSC-A-NUM(SSC-APPL-SUB, SSC-MEAS) TO SSC-NUM-ED
138700         MOVE SSC-A-DEN(SSC-APPL-SUB, SSC-MEAS) TO SSC-DEN-ED
138800         STRING SSC-NUM-ED             DELIMITED BY SIZE
138900                " OF "                 DELIMITED BY SIZE
139000                SSC-DEN-ED             DELIMITED BY SIZE
139100                " "                    DELIMITED BY SIZE
139200                SSC-MS-UNIT(SSC-MEAS)  DELIMITED BY SPACE
139300             INTO SDL-BASIS
139400     END-IF.
139500     MOVE SSC-APPL-WORK TO SMN-APPL-ID.
139600     MOVE SSC-MONTH-N   TO SMN-MONTH.
139700     MOVE SSC-MS-CODE(SSC-MEAS) TO SMN-MEASURE.
139800     MOVE SSC-VALUE     TO SMN-VALUE.
139900     WRITE SUMMARY-NEW-REC.
140000     PERFORM 7500-FIND-TARGET THRU 7500-EXIT.
140100     IF NOT SSC-TGT-FOUND
140200         MOVE "NO TARGET" TO SDL-RESULT
140300     ELSE
140400         ADD 1 TO SSC-SCORED-COUNT
140500         IF SSC-MS-PERCENT(SSC-MEAS)
140600             MOVE SSC-TGT-VALUE TO SSC-PCT-ED
140700             STRING SSC-PCT-ED "%" DELIMITED BY SIZE
140800                 INTO SDL-TARGET
140900             IF SSC-VALUE NOT < SSC-TGT-VALUE
141000                 MOVE "MET" TO SDL-RESULT
141100             ELSE
141200                 MOVE "MISSED" TO SDL-RESULT
141300             END-IF
141400         ELSE
141500             MOVE SSC-TGT-VALUE TO SSC-CNT-ED
141600             MOVE SSC-CNT-ED TO SDL-TARGET
141700             IF SSC-VALUE NOT > SSC-TGT-VALUE
141800                 MOVE "MET" TO SDL-RESULT
141900             ELSE
142000                 MOVE "MISSED" TO SDL-RESULT
142100             END-IF
142200         END-IF
142300         IF SDL-RESULT = "MET"
142400             ADD 1 TO SSC-MET-COUNT
142500         ELSE
142600             ADD 1 TO SSC-MISSED-TOTAL
142700         END-IF
142800     END-IF.
142900     IF NOT SSC-A-HAS-PRIOR(SSC-APPL-SUB, SSC-MEAS)
143000         MOVE "NEW" TO SDL-TREND
143100         GO TO 4290-WRITE
143200     END-IF.
143300     IF SSC-MS-PERCENT(SSC-MEAS)
143400         MOVE SSC-A-PRIOR(SSC-APPL-SUB, SSC-MEAS) TO SSC-PCT-ED
143500         STRING SSC-PCT-ED "%" DELIMITED BY SIZE
143600             INTO SDL-PRIOR
143700     ELSE
143800         MOVE SSC-A-PRIOR(SSC-APPL-SUB, SSC-MEAS) TO SSC-CNT-ED
143900         MOVE SSC-CNT-ED TO SDL-PRIOR
144000     END-IF.
144100     COMPUTE SSC-DIFF =
144200         SSC-VALUE - SSC-A-PRIOR(SSC-APPL-SUB, SSC-MEAS).
144300     MOVE SSC-DIFF TO SSC-DIFF-ED.
144400     EVALUATE TRUE
144500         WHEN SSC-DIFF = 0
144600             MOVE "SAME" TO SDL-TREND
144700         WHEN (SSC-DIFF > 0 AND SSC-MS-PERCENT(SSC-MEAS))
144800           OR (SSC-DIFF < 0 AND NOT SSC-MS-PERCENT(SSC-MEAS))
144900             STRING SSC-DIFF-ED " BETTER" DELIMITED BY SIZE
145000                 INTO SDL-TREND
145100         WHEN OTHER
145200             STRING SSC-DIFF-ED " WORSE" DELIMITED BY SIZE
145300                 INTO SDL-TREND
145400     END-EVALUATE.
145500 4290-WRITE.
145600     MOVE SSC-DETAIL-LINE TO SCORE-LINE.
145700     WRITE SCORE-LINE.
145800 4200-EXIT.
145900     EXIT.
146000*
146100*+----------------------------------------------------------+
146200*|  5000-ROUTE-TO-OWNERS - each owner on the SLA control file |
146300*|  gets a DISTCTL entry for report SLASCORE burst on their  |
146400*|  application, unless one is there already.                 |
146500*+----------------------------------------------------------+
146600 5000-ROUTE-TO-OWNERS.
146700     IF SSC-OWNER-COUNT = 0
146800         GO TO 5000-EXIT
146900     END-IF.
147000     OPEN INPUT DISTCTL-FILE.
147100     IF SSC-DST-STATUS = "00"
147200         MOVE "N" TO SSC-EOF-SW
147300         PERFORM 5100-ONE-ROUTE THRU 5100-EXIT
147400             UNTIL SSC-AT-EOF
147500         CLOSE DISTCTL-FILE
147600     END-IF.
147700     OPEN EXTEND DISTCTL-FILE.
147800     IF SSC-DST-STATUS = "05" OR SSC-DST-STATUS = "35"
147900         OPEN OUTPUT DISTCTL-FILE
148000     END-IF.
148010     IF SSC-DST-STATUS NOT = "00"
148020         DISPLAY "SLASCR: CANNOT WRITE DISTCTL, STATUS "
148030                 SSC-DST-STATUS " - OWNERS NOT ROUTED"
148040         SET SSC-ROUTES-FAILED TO TRUE
148050         GO TO 5000-EXIT
148060     END-IF.
148100     PERFORM 5200-ADD-ROUTE THRU 5200-EXIT
148200         VARYING SSC-SUB FROM 1 BY 1
148300         UNTIL SSC-SUB > SSC-OWNER-COUNT.
148400     CLOSE DISTCTL-FILE.
148500     IF SSC-ADDED-ROUTES > 0
148600         DISPLAY "SLASCR: " SSC-ADDED-ROUTES
148700                 " OWNER(S) ADDED TO DISTCTL FOR SLASCORE"
148800     END-IF.
148900 5000-EXIT.
149000     EXIT.
149100*
149200 5100-ONE-ROUTE.
149300     READ DISTCTL-FILE
149400         AT END SET SSC-AT-EOF TO TRUE
149500     END-READ.
149600     IF SSC-AT-EOF
149700         GO TO 5100-EXIT
149800     END-IF.
149900     IF DST-REPORT-NAME NOT = "SLASCORE"
150000         GO TO 5100-EXIT
150100     END-IF.
150200     PERFORM 5110-MARK-ROUTED THRU 5110-EXIT
150300         VARYING SSC-SUB FROM 1 BY 1
150400         UNTIL SSC-SUB > SSC-OWNER-COUNT.
150500 5100-EXIT.
150600     EXIT.
150700*
150800 5110-MARK-ROUTED.
150900     IF DST-BURST-KEY = SSC-O-APPL(SSC-SUB)
151000        AND DST-RECIPIENT = SSC-O-RECIPIENT(SSC-SUB)
151100         MOVE "Y" TO SSC-O-ROUTED-SW(SSC-SUB)
151200     END-IF.
151300 5110-EXIT.
151400     EXIT.
151500*
151600 5200-ADD-ROUTE.
151700     IF SSC-O-ROUTED(SSC-SUB)
151800         GO TO 5200-EXIT
151900     END-IF.
152000     MOVE SPACES                 TO DISTCT-RECORD.
152100     MOVE "SLASCORE"             TO DST-REPORT-NAME.
152200     MOVE SSC-O-APPL(SSC-SUB)    TO DST-BURST-KEY.
152300     MOVE SSC-O-RECIPIENT(SSC-SUB) TO DST-RECIPIENT.
152400     MOVE SSC-O-DEST(SSC-SUB)    TO DST-DEST-NAME.
152500     MOVE SSC-O-LEVEL(SSC-SUB)   TO DST-SEC-LEVEL.
152600     WRITE DISTCT-RECORD.
152610     IF SSC-DST-STATUS NOT = "00"
152620         DISPLAY "SLASCR: CANNOT WRITE DISTCTL, STATUS "
152630                 SSC-DST-STATUS " - OWNER "
152640                 SSC-O-RECIPIENT(SSC-SUB) " NOT ROUTED"
152650         SET SSC-ROUTES-FAILED TO TRUE
152660         GO TO 5200-EXIT
152670     END-IF.
152700     ADD 1 TO SSC-ADDED-ROUTES.
152800 5200-EXIT.
152900     EXIT.
153000*
153100*+----------------------------------------------------------+
153200*|  7000-MAP-JOB-TO-APPL - SSC-JOB-WORK's owner into          |
153300*|  SSC-APPL-WORK; UNOWNED when nobody claimed the job.       |
153400*+----------------------------------------------------------+
153500 7000-MAP-JOB-TO-APPL.
153600     MOVE "UNOWNED" TO SSC-APPL-WORK.
153700     MOVE "N" TO SSC-FOUND-SW.
153800     PERFORM 7010-MATCH-ONE-MAP THRU 7010-EXIT
153900         VARYING SSC-SUB FROM 1 BY 1
154000         UNTIL SSC-SUB > SSC-MAP-COUNT
154100            OR SSC-FOUND.
154200 7000-EXIT.
154300     EXIT.
154400*
154500 7010-MATCH-ONE-MAP.
154600     IF SSC-M-JOB(SSC-SUB) = SSC-JOB-WORK
154700         MOVE SSC-M-APPL(SSC-SUB) TO SSC-APPL-WORK
154800         SET SSC-FOUND TO TRUE
154900     END-IF.
155000 7010-EXIT.
155100     EXIT.
155200*
155300*+----------------------------------------------------------+
155400*|  7100-FIND-OR-ADD-APPL - SSC-APPL-SUB for SSC-APPL-WORK,   |
155500*|  zero if the table is full.                                |
155600*+----------------------------------------------------------+
155700 7100-FIND-OR-ADD-APPL.
155800     MOVE 0 TO SSC-APPL-SUB.
155900     PERFORM 7110-MATCH-ONE-APPL THRU 7110-EXIT
156000         VARYING SSC-SUB FROM 1 BY 1
156100         UNTIL SSC-SUB > SSC-APPL-COUNT
156200            OR SSC-APPL-SUB > 0.
156300     IF SSC-APPL-SUB > 0
156400         GO TO 7100-EXIT
156500     END-IF.
156600     IF SSC-APPL-COUNT NOT < 60
156700         ADD 1 TO SSC-DROPPED
156800         GO TO 7100-EXIT
156900     END-IF.
157000     ADD 1 TO SSC-APPL-COUNT.
157100     MOVE SSC-APPL-COUNT TO SSC-APPL-SUB.
157200     INITIALIZE SSC-APPL-ROW(SSC-APPL-SUB).
157300     MOVE SSC-APPL-WORK TO SSC-A-APPL(SSC-APPL-SUB).
157400 7100-EXIT.
157500     EXIT.
157600*
157700 7110-MATCH-ONE-APPL.
157800     IF SSC-A-APPL(SSC-SUB) = SSC-APPL-WORK
157900         MOVE SSC-SUB TO SSC-APPL-SUB
158000     END-IF.
158100 7110-EXIT.
158200     EXIT.
158300*
158400*+----------------------------------------------------------+
158500*|  7200-RUN-TO-APPL - the owner of run SSC-RUN-WORK's job    |
158600*|  into SSC-APPL-WORK.                                       |
158700*+----------------------------------------------------------+
158800 7200-RUN-TO-APPL.
158900     IF SSC-RUN-WORK = SSC-LAST-RUN-ID
159000         MOVE SSC-LAST-RUN-APPL TO SSC-APPL-WORK
159100         GO TO 7200-EXIT
159200     END-IF.
159300     MOVE "UNOWNED" TO SSC-APPL-WORK.
159400     IF SSC-JOBCTL-OPEN
159500         MOVE SSC-RUN-WORK TO JCF-RUN-ID
159600         READ JOBCTL-FILE INTO JOBCTL-RECORD
159700             KEY IS JCF-RUN-ID
159800             INVALID KEY CONTINUE
159900             NOT INVALID KEY
160000                 MOVE JBC-JOB-NAME TO SSC-JOB-WORK
160100                 PERFORM 7000-MAP-JOB-TO-APPL THRU 7000-EXIT
160200         END-READ
160300     END-IF.
160400     MOVE SSC-RUN-WORK  TO SSC-LAST-RUN-ID.
160500     MOVE SSC-APPL-WORK TO SSC-LAST-RUN-APPL.
160600 7200-EXIT.
160700     EXIT.
160800*
160900*+----------------------------------------------------------+
161000*|  7400-FIND-MEASURE - SSC-MEAS for code SSC-MEAS-WORK, zero |
161100*|  if it is not a measure.                                   |
161200*+----------------------------------------------------------+
161300 7400-FIND-MEASURE.
161400     MOVE 0 TO SSC-MEAS.
161500     PERFORM 7410-MATCH-ONE-MEASURE THRU 7410-EXIT
161600         VARYING SSC-SUB FROM 1 BY 1
161700         UNTIL SSC-SUB > SSC-MEASURE-COUNT
161800            OR SSC-MEAS > 0.
161900 7400-EXIT.
162000     EXIT.
162100*
162200 7410-MATCH-ONE-MEASURE.
162300     IF SSC-MS-CODE(SSC-SUB) = SSC-MEAS-WORK
162400         MOVE SSC-SUB TO SSC-MEAS
162500     END-IF.
162600 7410-EXIT.
162700     EXIT.
162800*
162900*+----------------------------------------------------------+
163000*|  7500-FIND-TARGET - the target for SSC-APPL-WORK and       |
163100*|  measure SSC-MEAS: the application's own, else the "*"    |
163200*|  default.                                                  |
163300*+----------------------------------------------------------+
163400 7500-FIND-TARGET.
163500     MOVE "N" TO SSC-TGT-FOUND-SW.
163600     PERFORM 7510-MATCH-ONE-TARGET THRU 7510-EXIT
163700         VARYING SSC-SUB FROM 1 BY 1
163800         UNTIL SSC-SUB > SSC-TGT-COUNT.
163900 7500-EXIT.
164000     EXIT.
164100*
164200 7510-MATCH-ONE-TARGET.
164300     IF SSC-T-MEAS(SSC-SUB) NOT = SSC-MEAS
164400         GO TO 7510-EXIT
164500     END-IF.
164600     IF SSC-T-APPL(SSC-SUB) = SSC-APPL-WORK
164700         MOVE SSC-T-VALUE(SSC-SUB) TO SSC-TGT-VALUE
164800         MOVE SSC-T-AGE(SSC-SUB)   TO SSC-TGT-AGE
164900         SET SSC-TGT-FOUND TO TRUE
165000         MOVE SSC-TGT-COUNT TO SSC-SUB
165100         GO TO 7510-EXIT
165200     END-IF.
165300     IF SSC-T-APPL(SSC-SUB) = "*" AND NOT SSC-TGT-FOUND
165400         MOVE SSC-T-VALUE(SSC-SUB) TO SSC-TGT-VALUE
165500         MOVE SSC-T-AGE(SSC-SUB)   TO SSC-TGT-AGE
165600         SET SSC-TGT-FOUND TO TRUE
165700     END-IF.
165800 7510-EXIT.
165900     EXIT.
166000*
166100*+----------------------------------------------------------+
166200*|  7600-FIND-FEED - SSC-HIT-SUB for feed SSC-FEED-WORK,      |
166300*|  adding it (owned by UNOWNED, no due time yet) if it is    |
166400*|  new; zero if the table is full.                           |
166500*+----------------------------------------------------------+
166600 7600-FIND-FEED.
166700     MOVE 0 TO SSC-HIT-SUB.
166800     MOVE "N" TO SSC-FOUND-SW.
166900     PERFORM 7610-MATCH-ONE-FEED THRU 7610-EXIT
167000         VARYING SSC-SUB FROM 1 BY 1
167100         UNTIL SSC-SUB > SSC-FEED-COUNT
167200            OR SSC-FOUND.
167300     IF SSC-FOUND
167400         GO TO 7600-EXIT
167500     END-IF.
167600     IF SSC-FEED-COUNT NOT < 200
167700         ADD 1 TO SSC-DROPPED
167800         GO TO 7600-EXIT
167900     END-IF.
168000     ADD 1 TO SSC-FEED-COUNT.
168100     MOVE SSC-FEED-WORK TO SSC-F-FEED(SSC-FEED-COUNT).
168200     MOVE "UNOWNED" TO SSC-F-APPL(SSC-FEED-COUNT).
168300     MOVE 0         TO SSC-F-DUE(SSC-FEED-COUNT).
168400     MOVE SSC-FEED-COUNT TO SSC-HIT-SUB.
168500 7600-EXIT.
168600     EXIT.
168700*
168800 7610-MATCH-ONE-FEED.
168900     IF SSC-F-FEED(SSC-SUB) = SSC-FEED-WORK
169000         SET SSC-FOUND TO TRUE
169100         MOVE SSC-SUB TO SSC-HIT-SUB
169200     END-IF.
169300 7610-EXIT.
169400     EXIT.
169500*
169600*+----------------------------------------------------------+
169700*|  7700-FIND-DISPOSITION - SSC-HIT-SUB for the dead letter   |
169800*|  keyed in SSC-DSP-KEY, zero if it was never worked.        |
169900*+----------------------------------------------------------+
170000 7700-FIND-DISPOSITION.
170100     MOVE 0 TO SSC-HIT-SUB.
170200     PERFORM 7710-MATCH-ONE-DISPOSITION THRU 7710-EXIT
170300         VARYING SSC-SUB FROM 1 BY 1
170400         UNTIL SSC-SUB > SSC-DSP-COUNT
170500            OR SSC-HIT-SUB > 0.
170600 7700-EXIT.
170700     EXIT.
170800*
170900 7710-MATCH-ONE-DISPOSITION.
171000     IF SSC-D-KEY(SSC-SUB) = SSC-DSP-KEY
171100         MOVE SSC-SUB TO SSC-HIT-SUB
171200     END-IF.
171300 7710-EXIT.
171400     EXIT.
171500*
171600*+----------------------------------------------------------+
171700*|  8000-STAMP-TO-SECS - absolute seconds for a YYYYMMDD-     |
171800*|  HHMMSS stamp in SSC-STAMP-WORK (zero if it is not one).   |
171900*+----------------------------------------------------------+
172000 8000-STAMP-TO-SECS.
172100     MOVE 0 TO SSC-ABS-SECS.
172200     IF SSC-STAMP-WORK NOT NUMERIC
172300         GO TO 8000-EXIT
172400     END-IF.
172500     MOVE SSC-STAMP-WORK(1:8)   TO SSC-STAMP-DATE.
172600     MOVE SSC-STAMP-WORK(9:2)   TO SSC-STAMP-HH.
172700     MOVE SSC-STAMP-WORK(11:2)  TO SSC-STAMP-MI.
172800     MOVE SSC-STAMP-WORK(13:2)  TO SSC-STAMP-SS.
172900     COMPUTE SSC-ABS-SECS =
173000         FUNCTION INTEGER-OF-DATE(SSC-STAMP-DATE) * 86400
173100         + (SSC-STAMP-HH * 3600)
173200         + (SSC-STAMP-MI * 60)
173300         + SSC-STAMP-SS.
173400 8000-EXIT.
173500     EXIT.
173600*
173700*+----------------------------------------------------------+
173800*|  9000-TERMINATE                                            |
173900*+----------------------------------------------------------+
174000 9000-TERMINATE.
174100     IF SSC-DROPPED > 0
174200         DISPLAY "SLASCR: " SSC-DROPPED
174300                 " ITEM(S) NOT SCORED - TABLES FULL"
174400     END-IF.
174500     IF SSC-JOBCTL-OPEN
174600         CLOSE JOBCTL-FILE
174700     END-IF.
174800     CLOSE SCORE-REPORT.
174900     IF SSC-MISSED-TOTAL > 0
175000         MOVE 4 TO RETURN-CODE
175100     END-IF.
175110     IF SSC-ROUTES-FAILED
175120         MOVE 12 TO RETURN-CODE
175130     END-IF.
175200 9000-EXIT.
175300     EXIT.
