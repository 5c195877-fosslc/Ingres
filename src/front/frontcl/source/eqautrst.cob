000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * AUTRST
000400*     *
000500*     * Purpose: Automatic restart of jobs that failed on a
000600*     *          transient error.  Run on the scheduler's short
000700*     *          cycle, AUTRST finds the job-control runs (see
000800*     *          eqjobctl.cob) that are the latest for their job
000900*     *          and business date and ended JBC-STATUS-FAILED,
001000*     *          takes each one's final SQLCODE from the SQLCA
001100*     *          audit trail, and has XITCOD classify it.  A
001200*     *          transient failure (exit code 4 - the deadlock and
001300*     *          lock-timeout family in XITMAP) of a job on the
001400*     *          restart control file (see eqrstctl.cob) gets the
001500*     *          operator's 03:00 checklist without the operator:
001600*     *          CMTRCV for a run on the intent log, MANPOS for a
001700*     *          job on the checkpoint manifest, the failed phase
001800*     *          off the step status records, the checkpoint
001900*     *          CKPRD will resume from, and the resubmit command.
002000*     *          Each restart is one RSTRT record on the scheduler
002100*     *          event feed and one line on the restart report.
002200*     *
002300*     * Notes:  Attempts are counted per job and business date
002400*     *          (see eqrstatt.cob) up to the job's limit.  ALRMGR
002500*     *          is called - CRITICAL - only when the attempts are
002600*     *          used up, when CMTRCV or MANPOS reports what it
002700*     *          cannot reconcile (CMTRCV above 8, MANPOS above
002800*     *          4), or when a command cannot be run; the date is
002900*     *          then the operator's.  Return code 4 means
003000*     *          something was escalated this cycle.
003100*     *
003200 PROGRAM-ID.     AUTRST.
003300 AUTHOR.         D L ROSS.
003400 INSTALLATION.   BATCH SYSTEMS GROUP.
003500 DATE-WRITTEN.   15-OCT-2026.
003600 DATE-COMPILED.
003700*
003800*     * Modification History
003900*     * --------------------
004000*     * 15-oct-2026 (dlross)  Written.
004030*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
004060*     *                       263-byte SQLAUD-RECORD.
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RSTCTL-FILE ASSIGN TO "RSTCTL"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS ARS-CTL-STATUS.
004800     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS JCF-RUN-ID
005200         FILE STATUS IS ARS-JOBCTL-STATUS.
005300     SELECT SQLAUDIT-FILE ASSIGN TO "SQLAUDIT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS ARS-AUDIT-STATUS.
005600     SELECT INTENT-FILE ASSIGN TO "INTENTLG"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS ITF-KEY
006000         FILE STATUS IS ARS-INTENT-STATUS.
006100     SELECT MANIFEST-FILE ASSIGN TO "CKPMANIF"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS MNF-KEY
006500         FILE STATUS IS ARS-MANIFEST-STATUS.
006600     SELECT STEPCTL-FILE ASSIGN TO "STEPCTL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SCF-KEY
007000         FILE STATUS IS ARS-STEP-STATUS.
007100     SELECT ATTEMPT-FILE ASSIGN TO "RSTATT"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS RAF-KEY
007500         FILE STATUS IS ARS-ATT-STATUS.
007600     SELECT CMT-PARM ASSIGN TO "CMTPARM"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS ARS-CMTP-STATUS.
007900     SELECT MANPOS-PARM ASSIGN TO "MANPARM"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS ARS-MANP-STATUS.
008200     SELECT RESTART-REPORT ASSIGN TO "AUTRSTRP"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS ARS-RPT-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  RSTCTL-FILE
008900     RECORDING MODE IS F.
009000 COPY "eqrstctl.cob".
009100*
009200 FD  JOBCTL-FILE.
009300 01  JOBCTL-FILE-REC.
009400     05 JCF-RUN-ID            PIC X(16).
009500     05 JCF-REST-OF-RECORD    PIC X(78).
009600*
009700 FD  SQLAUDIT-FILE
009800     RECORDING MODE IS F.
009900 01  SQLAUDIT-REC             PIC X(263).
010000*
010100 FD  INTENT-FILE.
010200 01  INTENT-FILE-REC.
010300     05 ITF-KEY               PIC X(24).
010400     05 ITF-REST-OF-RECORD    PIC X(19).
010500*
010600 FD  MANIFEST-FILE.
010700 01  MANIFEST-FILE-REC.
010800     05 MNF-KEY               PIC X(20).
010900     05 MNF-REST-OF-RECORD    PIC X(48).
011000*
011100 FD  STEPCTL-FILE.
011200 01  STEPCTL-FILE-REC.
011300     05 SCF-KEY               PIC X(10).
011400     05 SCF-REST-OF-RECORD    PIC X(65).
011500*
011600 FD  ATTEMPT-FILE.
011700 01  ATTEMPT-FILE-REC.
011800     05 RAF-KEY               PIC X(16).
011900     05 RAF-REST-OF-RECORD    PIC X(73).
012000*
012100 FD  CMT-PARM
012200     RECORDING MODE IS F.
012300 01  CMT-PARM-REC.
012400     05 RCP-RUN-ID            PIC X(16).
012500*
012600 FD  MANPOS-PARM
012700     RECORDING MODE IS F.
012800 01  MANPOS-PARM-REC.
012900     05 MPP-JOBNAME           PIC X(8).
013000     05 MPP-RUN-ID            PIC X(16).
013100*
013200 FD  RESTART-REPORT
013300     RECORDING MODE IS F.
013400 01  RESTART-LINE             PIC X(132).
013500*
013600 WORKING-STORAGE SECTION.
013700 COPY "eqsqlca.cob".
013800 COPY "eqjobctl.cob".
013900 COPY "eqsqlaud.cob".
014000 COPY "eqintent.cob".
014100 COPY "eqfmanif.cob".
014200 COPY "eqstpctl.cob".
014300 COPY "eqrstatt.cob".
014400*
014500 01  ARS-WORK-AREA.
014600     05 ARS-CTL-STATUS        PIC X(2)  VALUE "00".
014700     05 ARS-JOBCTL-STATUS     PIC X(2)  VALUE "00".
014800     05 ARS-AUDIT-STATUS      PIC X(2)  VALUE "00".
014900     05 ARS-INTENT-STATUS     PIC X(2)  VALUE "00".
015000     05 ARS-MANIFEST-STATUS   PIC X(2)  VALUE "00".
015100     05 ARS-STEP-STATUS       PIC X(2)  VALUE "00".
015200     05 ARS-ATT-STATUS        PIC X(2)  VALUE "00".
015300     05 ARS-CMTP-STATUS       PIC X(2)  VALUE "00".
015400     05 ARS-MANP-STATUS       PIC X(2)  VALUE "00".
015500     05 ARS-RPT-STATUS        PIC X(2)  VALUE "00".
015600     05 ARS-EOF-SW            PIC X(1)  VALUE "N".
015700         88 ARS-AT-EOF                  VALUE "Y".
015800     05 ARS-ESCALATE-SW       PIC X(1)  VALUE "N".
015900         88 ARS-ESCALATING              VALUE "Y".
016000     05 ARS-ATT-FOUND-SW      PIC X(1)  VALUE "N".
016100         88 ARS-ATT-ON-FILE             VALUE "Y".
016200     05 ARS-HIT-SW            PIC X(1)  VALUE "N".
016300         88 ARS-HIT                     VALUE "Y".
016400     05 ARS-CTL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
016500     05 ARS-RUN-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
016600     05 ARS-SUB               PIC S9(4) USAGE COMP.
016700     05 ARS-CSUB              PIC S9(4) USAGE COMP.
016800     05 ARS-ROW               PIC S9(4) USAGE COMP.
016900     05 ARS-CTL-ROW           PIC S9(4) USAGE COMP.
017000     05 ARS-EXIT-CODE         PIC S9(4) USAGE COMP.
017100     05 ARS-CMD-RC            PIC S9(4) USAGE COMP.
017200     05 ARS-EDIT-RC           PIC -(4)9.
017300     05 ARS-EDIT-SQLCODE      PIC -(8)9.
017400     05 ARS-EDIT-ATTEMPT      PIC Z9.
017500     05 ARS-EDIT-MAX          PIC Z9.
017600     05 ARS-CMTRCV-CMD        PIC X(100) VALUE SPACES.
017700     05 ARS-MANPOS-CMD        PIC X(100) VALUE SPACES.
017800     05 ARS-COMMAND           PIC X(100).
017900     05 ARS-REASON            PIC X(40).
018000     05 ARS-NOW-STRING        PIC X(14).
018100     05 ARS-RESTARTED-COUNT   PIC 9(5)  VALUE ZERO.
018200     05 ARS-ESCALATED-COUNT   PIC 9(5)  VALUE ZERO.
018300     05 ARS-NOT-TRANSIENT     PIC 9(5)  VALUE ZERO.
018400     05 ARS-CKR-LAST-KEY      PIC X(40).
018500     05 ARS-CKR-ERRD          PIC S9(9) USAGE COMP OCCURS 6 TIMES.
018600     05 ARS-CKR-FOUND-SW      PIC X(1).
018700         88 ARS-CKR-FOUND               VALUE "Y".
018800     05 ARS-EVT-TYPE          PIC X(5)  VALUE "RSTRT".
018900     05 ARS-ALR-ACTION        PIC X(5)  VALUE "RAISE".
019000     05 ARS-ALR-SEVERITY      PIC X(1)  VALUE "C".
019100     05 ARS-ALR-PROGRAM       PIC X(8)  VALUE "AUTRST".
019200     05 ARS-ALR-MESSAGE       PIC X(70).
019300     05 ARS-ALR-KEY           PIC X(20).
019400     05 ARS-ALR-USER          PIC X(8)  VALUE SPACES.
019500*
019600 01  ARS-CTL-TABLE.
019700     05 ARS-CTL-ROW-ENTRY OCCURS 100 TIMES.
019800         10 ARS-CTL-JOB       PIC X(8).
019900         10 ARS-CTL-MAX       PIC 9(2).
020000         10 ARS-CTL-COMMAND   PIC X(100).
020100*
020200 01  ARS-RUN-TABLE.
020300     05 ARS-RUN-ENTRY OCCURS 200 TIMES.
020400         10 ARS-RUN-JOB       PIC X(8).
020500         10 ARS-RUN-DATE      PIC 9(8).
020600         10 ARS-RUN-ID        PIC X(16).
020700         10 ARS-RUN-STATUS    PIC X(1).
020800         10 ARS-RUN-START     PIC X(14).
020900         10 ARS-RUN-CKPT-SEQ  PIC S9(9) USAGE COMP.
021000         10 ARS-RUN-SQLCODE   PIC S9(9) USAGE COMP.
021100         10 ARS-RUN-CTL-ROW   PIC S9(4) USAGE COMP.
021200*
021300 PROCEDURE DIVISION.
021400*
021500*+----------------------------------------------------------+
021600*|  0000-MAINLINE                                             |
021700*+----------------------------------------------------------+
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-SCAN-JOBCTL THRU 2000-EXIT.
022100     PERFORM 2500-LOAD-FINAL-SQLCODES THRU 2500-EXIT.
022200     PERFORM 3000-PROCESS-FAILURES THRU 3000-EXIT.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     STOP RUN.
022500*
022600*+----------------------------------------------------------+
022700*|  1000-INITIALIZE - the restart control file.               |
022800*+----------------------------------------------------------+
022900 1000-INITIALIZE.
023000     OPEN INPUT RSTCTL-FILE.
023100     IF ARS-CTL-STATUS NOT = "00"
023200         DISPLAY "AUTRST: NO RSTCTL CONTROL FILE"
023300         MOVE 12 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
023700         UNTIL ARS-AT-EOF OR ARS-CTL-COUNT = 100.
023800     CLOSE RSTCTL-FILE.
023900     OPEN OUTPUT RESTART-REPORT.
024000     MOVE FUNCTION CURRENT-DATE(1:14) TO ARS-NOW-STRING.
024100     MOVE SPACES TO RESTART-LINE.
024200     STRING "AUTOMATIC RESTART REPORT " DELIMITED BY SIZE
024300            ARS-NOW-STRING              DELIMITED BY SIZE
024400         INTO RESTART-LINE.
024500     WRITE RESTART-LINE.
024600 1000-EXIT.
024700     EXIT.
024800*
024900 1100-LOAD-ONE-CONTROL.
025000     READ RSTCTL-FILE
025100         AT END SET ARS-AT-EOF TO TRUE
025200     END-READ.
025300     IF ARS-AT-EOF
025400         GO TO 1100-EXIT
025500     END-IF.
025600     EVALUATE RSC-JOB-NAME
025700         WHEN "CMTRCV"
025800             MOVE RSC-COMMAND TO ARS-CMTRCV-CMD
025900         WHEN "MANPOS"
026000             MOVE RSC-COMMAND TO ARS-MANPOS-CMD
026100         WHEN OTHER
026200             ADD 1 TO ARS-CTL-COUNT
026300             MOVE RSC-JOB-NAME TO ARS-CTL-JOB(ARS-CTL-COUNT)
026400             MOVE RSC-COMMAND  TO ARS-CTL-COMMAND(ARS-CTL-COUNT)
026500             MOVE ZERO         TO ARS-CTL-MAX(ARS-CTL-COUNT)
026600             IF RSC-MAX-ATTEMPTS NUMERIC
026700                 MOVE RSC-MAX-ATTEMPTS
026800                     TO ARS-CTL-MAX(ARS-CTL-COUNT)
026900             END-IF
027000     END-EVALUATE.
027100 1100-EXIT.
027200     EXIT.
027300*
027400*+----------------------------------------------------------+
027500*|  2000-SCAN-JOBCTL - the latest run per controlled job and  |
027600*|  business date.                                             |
027700*+----------------------------------------------------------+
027800 2000-SCAN-JOBCTL.
027900     OPEN INPUT JOBCTL-FILE.
028000     IF ARS-JOBCTL-STATUS NOT = "00"
028100         GO TO 2000-EXIT
028200     END-IF.
028300     MOVE "N" TO ARS-EOF-SW.
028400     PERFORM 2100-ONE-CTL-RECORD THRU 2100-EXIT
028500         UNTIL ARS-AT-EOF.
028600     CLOSE JOBCTL-FILE.
028700 2000-EXIT.
028800     EXIT.
028900*
029000 2100-ONE-CTL-RECORD.
029100     READ JOBCTL-FILE NEXT RECORD INTO JOBCTL-RECORD
029200         AT END SET ARS-AT-EOF TO TRUE
029300     END-READ.
029400     IF ARS-AT-EOF
029500        OR JBC-SIMULATION-ON
029600         GO TO 2100-EXIT
029700     END-IF.
029800     MOVE ZERO TO ARS-CTL-ROW.
029900     PERFORM 2110-FIND-CONTROL THRU 2110-EXIT
030000         VARYING ARS-CSUB FROM 1 BY 1
030100         UNTIL ARS-CSUB > ARS-CTL-COUNT OR ARS-CTL-ROW > ZERO.
030200     IF ARS-CTL-ROW = ZERO
030300         GO TO 2100-EXIT
030400     END-IF.
030500     MOVE ZERO TO ARS-ROW.
030600     PERFORM 2120-FIND-RUN-ROW THRU 2120-EXIT
030700         VARYING ARS-SUB FROM 1 BY 1
030800         UNTIL ARS-SUB > ARS-RUN-COUNT OR ARS-ROW > ZERO.
030900     IF ARS-ROW = ZERO
031000         IF ARS-RUN-COUNT = 200
031100             GO TO 2100-EXIT
031200         END-IF
031300         ADD 1 TO ARS-RUN-COUNT
031400         MOVE ARS-RUN-COUNT TO ARS-ROW
031500     ELSE
031600         IF JBC-ACTUAL-START NOT > ARS-RUN-START(ARS-ROW)
031700             GO TO 2100-EXIT
031800         END-IF
031900     END-IF.
032000     MOVE JBC-JOB-NAME      TO ARS-RUN-JOB(ARS-ROW).
032100     MOVE JBC-BUSINESS-DATE TO ARS-RUN-DATE(ARS-ROW).
032200     MOVE JBC-RUN-ID        TO ARS-RUN-ID(ARS-ROW).
032300     MOVE JBC-STATUS        TO ARS-RUN-STATUS(ARS-ROW).
032400     MOVE JBC-ACTUAL-START  TO ARS-RUN-START(ARS-ROW).
032500     MOVE JBC-LAST-CKPT-SEQ TO ARS-RUN-CKPT-SEQ(ARS-ROW).
032600     MOVE ZERO              TO ARS-RUN-SQLCODE(ARS-ROW).
032700     MOVE ARS-CTL-ROW       TO ARS-RUN-CTL-ROW(ARS-ROW).
032800 2100-EXIT.
032900     EXIT.
033000*
033100 2110-FIND-CONTROL.
033200     IF ARS-CTL-JOB(ARS-CSUB) = JBC-JOB-NAME
033300         MOVE ARS-CSUB TO ARS-CTL-ROW
033400     END-IF.
033500 2110-EXIT.
033600     EXIT.
033700*
033800 2120-FIND-RUN-ROW.
033900     IF ARS-RUN-JOB(ARS-SUB) = JBC-JOB-NAME
034000        AND ARS-RUN-DATE(ARS-SUB) = JBC-BUSINESS-DATE
034100         MOVE ARS-SUB TO ARS-ROW
034200     END-IF.
034300 2120-EXIT.
034400     EXIT.
034500*
034600*+----------------------------------------------------------+
034700*|  2500-LOAD-FINAL-SQLCODES - the last audit snapshot of     |
034800*|  each failed run carries its final SQLCODE.                 |
034900*+----------------------------------------------------------+
035000 2500-LOAD-FINAL-SQLCODES.
035100     OPEN INPUT SQLAUDIT-FILE.
035200     IF ARS-AUDIT-STATUS NOT = "00"
035300         GO TO 2500-EXIT
035400     END-IF.
035500     MOVE "N" TO ARS-EOF-SW.
035600     PERFORM 2510-ONE-AUDIT-RECORD THRU 2510-EXIT
035700         UNTIL ARS-AT-EOF.
035800     CLOSE SQLAUDIT-FILE.
035900 2500-EXIT.
036000     EXIT.
036100*
036200 2510-ONE-AUDIT-RECORD.
036300     READ SQLAUDIT-FILE INTO SQLAUD-RECORD
036400         AT END SET ARS-AT-EOF TO TRUE
036500     END-READ.
036600     IF ARS-AT-EOF
036700         GO TO 2510-EXIT
036800     END-IF.
036900     PERFORM 2520-MATCH-ONE-RUN THRU 2520-EXIT
037000         VARYING ARS-SUB FROM 1 BY 1
037100         UNTIL ARS-SUB > ARS-RUN-COUNT.
037200 2510-EXIT.
037300     EXIT.
037400*
037500 2520-MATCH-ONE-RUN.
037600     IF ARS-RUN-ID(ARS-SUB) = AUD-RUNID
037700        AND ARS-RUN-STATUS(ARS-SUB) = "F"
037800         MOVE AUD-SQLCODE TO ARS-RUN-SQLCODE(ARS-SUB)
037900     END-IF.
038000 2520-EXIT.
038100     EXIT.
038200*
038300*+----------------------------------------------------------+
038400*|  3000-PROCESS-FAILURES                                     |
038500*+----------------------------------------------------------+
038600 3000-PROCESS-FAILURES.
038700     OPEN I-O ATTEMPT-FILE.
038800     IF ARS-ATT-STATUS = "05" OR ARS-ATT-STATUS = "35"
038900         OPEN OUTPUT ATTEMPT-FILE
039000         CLOSE ATTEMPT-FILE
039100         OPEN I-O ATTEMPT-FILE
039200     END-IF.
039300     PERFORM 3100-ONE-FAILED-RUN THRU 3100-EXIT
039400         VARYING ARS-ROW FROM 1 BY 1
039500         UNTIL ARS-ROW > ARS-RUN-COUNT.
039600     CLOSE ATTEMPT-FILE.
039700 3000-EXIT.
039800     EXIT.
039900*
040000*+----------------------------------------------------------+
040100*|  3100-ONE-FAILED-RUN - classify, recover, resubmit.        |
040200*+----------------------------------------------------------+
040300 3100-ONE-FAILED-RUN.
040400     IF ARS-RUN-STATUS(ARS-ROW) NOT = "F"
040500         GO TO 3100-EXIT
040600     END-IF.
040700     PERFORM 3150-READ-ATTEMPTS THRU 3150-EXIT.
040800     IF RSA-LAST-RUN-ID = ARS-RUN-ID(ARS-ROW)
040900        OR RSA-ESCALATED
041000         GO TO 3100-EXIT
041100     END-IF.
041200     MOVE ARS-RUN-SQLCODE(ARS-ROW) TO SQLCODE.
041300     MOVE SPACE TO SQLWARN0.
041400     CALL "XITCOD" USING ARS-EXIT-CODE.
041500     IF ARS-EXIT-CODE NOT = 4
041600         ADD 1 TO ARS-NOT-TRANSIENT
041700         GO TO 3100-EXIT
041800     END-IF.
041900     MOVE ARS-RUN-ID(ARS-ROW) TO RSA-LAST-RUN-ID.
042000     MOVE ARS-RUN-CTL-ROW(ARS-ROW) TO ARS-CTL-ROW.
042100     MOVE "N" TO ARS-ESCALATE-SW.
042200     MOVE ARS-RUN-SQLCODE(ARS-ROW) TO ARS-EDIT-SQLCODE.
042300     MOVE SPACES TO RESTART-LINE.
042400     STRING ARS-RUN-JOB(ARS-ROW)  DELIMITED BY SIZE
042500            " FOR "               DELIMITED BY SIZE
042600            ARS-RUN-DATE(ARS-ROW) DELIMITED BY SIZE
042700            " RUN "               DELIMITED BY SIZE
042800            ARS-RUN-ID(ARS-ROW)   DELIMITED BY SIZE
042900            " FAILED SQLCODE="    DELIMITED BY SIZE
043000            ARS-EDIT-SQLCODE      DELIMITED BY SIZE
043100            " - TRANSIENT"        DELIMITED BY SIZE
043200         INTO RESTART-LINE.
043300     WRITE RESTART-LINE.
043400     IF RSA-ATTEMPTS NOT < ARS-CTL-MAX(ARS-CTL-ROW)
043500         MOVE RSA-ATTEMPTS TO ARS-EDIT-ATTEMPT
043600         MOVE SPACES TO ARS-REASON
043700         STRING "RESTART ATTEMPTS USED UP ("  DELIMITED BY SIZE
043800                ARS-EDIT-ATTEMPT              DELIMITED BY SIZE
043900                ")"                           DELIMITED BY SIZE
044000             INTO ARS-REASON
044100         PERFORM 3900-ESCALATE THRU 3900-EXIT
044200         GO TO 3100-EXIT
044300     END-IF.
044400     PERFORM 3200-COMMIT-RECOVERY THRU 3200-EXIT.
044500     IF ARS-ESCALATING
044600         GO TO 3100-EXIT
044700     END-IF.
044800     PERFORM 3300-REPOSITION THRU 3300-EXIT.
044900     IF ARS-ESCALATING
045000         GO TO 3100-EXIT
045100     END-IF.
045200     PERFORM 3400-FIND-FAILED-PHASE THRU 3400-EXIT.
045300     PERFORM 3500-FIND-CHECKPOINT THRU 3500-EXIT.
045400     PERFORM 3600-RESUBMIT THRU 3600-EXIT.
045500 3100-EXIT.
045600     EXIT.
045700*
045800 3150-READ-ATTEMPTS.
045900     MOVE SPACES                TO RSTATT-RECORD.
046000     MOVE ARS-RUN-JOB(ARS-ROW)  TO RSA-JOB-NAME.
046100     MOVE ARS-RUN-DATE(ARS-ROW) TO RSA-BUSINESS-DATE.
046200     MOVE ZERO                  TO RSA-ATTEMPTS.
046300     MOVE "N" TO ARS-ATT-FOUND-SW.
046400     MOVE RSA-KEY TO RAF-KEY.
046500     READ ATTEMPT-FILE
046600         KEY IS RAF-KEY
046700         INVALID KEY CONTINUE
046800         NOT INVALID KEY
046900             SET ARS-ATT-ON-FILE TO TRUE
047000             MOVE RAF-KEY            TO RSTATT-RECORD(1:16)
047100             MOVE RAF-REST-OF-RECORD TO RSTATT-RECORD(17:73)
047200     END-READ.
047300     IF RSA-ATTEMPTS NOT NUMERIC
047400         MOVE ZERO TO RSA-ATTEMPTS
047500     END-IF.
047600 3150-EXIT.
047700     EXIT.
047800*
047900*+----------------------------------------------------------+
048000*|  3200-COMMIT-RECOVERY - a run on the intent log gets       |
048100*|  CMTRCV, which routes pending sessions to the dead-letter  |
048200*|  file; anything above its return code 8 is unreconciled.   |
048300*+----------------------------------------------------------+
048400 3200-COMMIT-RECOVERY.
048500     MOVE "N" TO ARS-HIT-SW.
048600     OPEN INPUT INTENT-FILE.
048700     IF ARS-INTENT-STATUS NOT = "00"
048800         GO TO 3200-EXIT
048900     END-IF.
049000     MOVE LOW-VALUES          TO INTENT-RECORD.
049100     MOVE ARS-RUN-ID(ARS-ROW) TO INT-RUN-ID.
049200     MOVE INT-KEY             TO ITF-KEY.
049300     START INTENT-FILE KEY IS NOT < ITF-KEY
049400         INVALID KEY
049500             CLOSE INTENT-FILE
049600             GO TO 3200-EXIT
049700     END-START.
049800     READ INTENT-FILE NEXT RECORD INTO INTENT-RECORD
049900         AT END CONTINUE
050000         NOT AT END
050100             IF INT-RUN-ID = ARS-RUN-ID(ARS-ROW)
050200                 SET ARS-HIT TO TRUE
050300             END-IF
050400     END-READ.
050500     CLOSE INTENT-FILE.
050600     IF NOT ARS-HIT
050700         GO TO 3200-EXIT
050800     END-IF.
050900     IF ARS-CMTRCV-CMD = SPACES
051000         MOVE "ON INTENT LOG - NO CMTRCV COMMAND" TO ARS-REASON
051100         PERFORM 3900-ESCALATE THRU 3900-EXIT
051200         GO TO 3200-EXIT
051300     END-IF.
051400     OPEN OUTPUT CMT-PARM.
051500     MOVE ARS-RUN-ID(ARS-ROW) TO RCP-RUN-ID.
051600     WRITE CMT-PARM-REC.
051700     CLOSE CMT-PARM.
051800     MOVE ARS-CMTRCV-CMD TO ARS-COMMAND.
051900     PERFORM 3800-RUN-COMMAND THRU 3800-EXIT.
052000     MOVE SPACES TO RESTART-LINE.
052100     STRING "    CMTRCV RUN FOR THE INTENT LOG, RC="
052200                              DELIMITED BY SIZE
052300            ARS-EDIT-RC       DELIMITED BY SIZE
052400         INTO RESTART-LINE.
052500     WRITE RESTART-LINE.
052600     IF ARS-CMD-RC > 8
052700         MOVE SPACES TO ARS-REASON
052800         STRING "CMTRCV COULD NOT RECOVER, RC=" DELIMITED BY SIZE
052900                ARS-EDIT-RC                     DELIMITED BY SIZE
053000             INTO ARS-REASON
053100         PERFORM 3900-ESCALATE THRU 3900-EXIT
053200     END-IF.
053300 3200-EXIT.
053400     EXIT.
053500*
053600*+----------------------------------------------------------+
053700*|  3300-REPOSITION - a job on the checkpoint manifest gets   |
053800*|  MANPOS; a file it reports for manual attention (RC 8)     |
053900*|  is unreconciled.                                           |
054000*+----------------------------------------------------------+
054100 3300-REPOSITION.
054200     MOVE "N" TO ARS-HIT-SW.
054300     OPEN INPUT MANIFEST-FILE.
054400     IF ARS-MANIFEST-STATUS NOT = "00"
054500         GO TO 3300-EXIT
054600     END-IF.
054700     MOVE LOW-VALUES           TO FMANIF-RECORD.
054800     MOVE ARS-RUN-JOB(ARS-ROW) TO MAN-JOBNAME.
054900     MOVE MAN-KEY              TO MNF-KEY.
055000     START MANIFEST-FILE KEY IS NOT < MNF-KEY
055100         INVALID KEY
055200             CLOSE MANIFEST-FILE
055300             GO TO 3300-EXIT
055400     END-START.
055500     READ MANIFEST-FILE NEXT RECORD INTO FMANIF-RECORD
055600         AT END CONTINUE
055700         NOT AT END
055800             IF MAN-JOBNAME = ARS-RUN-JOB(ARS-ROW)
055900                 SET ARS-HIT TO TRUE
056000             END-IF
056100     END-READ.
056200     CLOSE MANIFEST-FILE.
056300     IF NOT ARS-HIT
056400         GO TO 3300-EXIT
056500     END-IF.
056600     IF ARS-MANPOS-CMD = SPACES
056700         MOVE "ON MANIFEST - NO MANPOS COMMAND" TO ARS-REASON
056800         PERFORM 3900-ESCALATE THRU 3900-EXIT
056900         GO TO 3300-EXIT
057000     END-IF.
057100     OPEN OUTPUT MANPOS-PARM.
057200     MOVE ARS-RUN-JOB(ARS-ROW) TO MPP-JOBNAME.
057300     MOVE ARS-RUN-ID(ARS-ROW)  TO MPP-RUN-ID.
057400     WRITE MANPOS-PARM-REC.
057500     CLOSE MANPOS-PARM.
057600     MOVE ARS-MANPOS-CMD TO ARS-COMMAND.
057700     PERFORM 3800-RUN-COMMAND THRU 3800-EXIT.
057800     MOVE SPACES TO RESTART-LINE.
057900     STRING "    MANPOS RUN FOR THE MANIFEST, RC="
058000                              DELIMITED BY SIZE
058100            ARS-EDIT-RC       DELIMITED BY SIZE
058200         INTO RESTART-LINE.
058300     WRITE RESTART-LINE.
058400     IF ARS-CMD-RC > 4
058500         MOVE SPACES TO ARS-REASON
058600         STRING "MANPOS COULD NOT REPOSITION, RC="
058700                                DELIMITED BY SIZE
058800                ARS-EDIT-RC     DELIMITED BY SIZE
058900             INTO ARS-REASON
059000         PERFORM 3900-ESCALATE THRU 3900-EXIT
059100     END-IF.
059200 3300-EXIT.
059300     EXIT.
059400*
059500*+----------------------------------------------------------+
059600*|  3400-FIND-FAILED-PHASE - the first step not complete is   |
059700*|  where STPDRV will resume the job.                          |
059800*+----------------------------------------------------------+
059900 3400-FIND-FAILED-PHASE.
060000     MOVE "N" TO ARS-HIT-SW.
060100     OPEN INPUT STEPCTL-FILE.
060200     IF ARS-STEP-STATUS NOT = "00"
060300         GO TO 3400-EXIT
060400     END-IF.
060500     MOVE LOW-VALUES           TO STPCTL-RECORD.
060600     MOVE ARS-RUN-JOB(ARS-ROW) TO STP-JOB-NAME.
060700     MOVE STP-KEY              TO SCF-KEY.
060800     START STEPCTL-FILE KEY IS NOT < SCF-KEY
060900         INVALID KEY
061000             CLOSE STEPCTL-FILE
061100             GO TO 3400-EXIT
061200     END-START.
061300     MOVE "N" TO ARS-EOF-SW.
061400     PERFORM 3410-ONE-STEP-RECORD THRU 3410-EXIT
061500         UNTIL ARS-AT-EOF OR ARS-HIT.
061600     CLOSE STEPCTL-FILE.
061700     IF ARS-HIT
061800         MOVE SPACES TO RESTART-LINE
061900         STRING "    RESUMES AT STEP "  DELIMITED BY SIZE
062000                STP-STEP-NUM            DELIMITED BY SIZE
062100                " "                     DELIMITED BY SIZE
062200                STP-STEP-NAME           DELIMITED BY SIZE
062300                " STATUS "              DELIMITED BY SIZE
062400                STP-STATUS              DELIMITED BY SIZE
062500             INTO RESTART-LINE
062600         WRITE RESTART-LINE
062700     END-IF.
062800 3400-EXIT.
062900     EXIT.
063000*
063100 3410-ONE-STEP-RECORD.
063200     READ STEPCTL-FILE NEXT RECORD INTO STPCTL-RECORD
063300         AT END SET ARS-AT-EOF TO TRUE
063400     END-READ.
063500     IF ARS-AT-EOF
063600         GO TO 3410-EXIT
063700     END-IF.
063800     IF STP-JOB-NAME NOT = ARS-RUN-JOB(ARS-ROW)
063900         SET ARS-AT-EOF TO TRUE
064000         GO TO 3410-EXIT
064100     END-IF.
064200     IF NOT STP-STATUS-COMPLETE
064300         SET ARS-HIT TO TRUE
064400     END-IF.
064500 3410-EXIT.
064600     EXIT.
064700*
064800*+----------------------------------------------------------+
064900*|  3500-FIND-CHECKPOINT - the key CKPRD will hand the rerun. |
065000*+----------------------------------------------------------+
065100 3500-FIND-CHECKPOINT.
065200     CALL "CKPRD" USING ARS-RUN-JOB(ARS-ROW)
065300                        ARS-CKR-LAST-KEY
065400                        ARS-CKR-ERRD(1)
065500                        ARS-CKR-FOUND-SW.
065600     MOVE SPACES TO RESTART-LINE.
065700     IF ARS-CKR-FOUND
065800         STRING "    RESUMES AFTER CHECKPOINT KEY "
065900                                DELIMITED BY SIZE
066000                ARS-CKR-LAST-KEY
066100                                DELIMITED BY SIZE
066200             INTO RESTART-LINE
066300     ELSE
066400         MOVE "    NO CHECKPOINT - RESTARTS FROM THE BEGINNING"
066500             TO RESTART-LINE
066600     END-IF.
066700     WRITE RESTART-LINE.
066800 3500-EXIT.
066900     EXIT.
067000*
067100*+----------------------------------------------------------+
067200*|  3600-RESUBMIT - hand the job back to the scheduler and    |
067300*|  record the attempt.                                        |
067400*+----------------------------------------------------------+
067500 3600-RESUBMIT.
067600     MOVE ARS-CTL-COMMAND(ARS-CTL-ROW) TO ARS-COMMAND.
067700     IF ARS-COMMAND = SPACES
067800         MOVE "NO RESUBMIT COMMAND ON RSTCTL" TO ARS-REASON
067900         PERFORM 3900-ESCALATE THRU 3900-EXIT
068000         GO TO 3600-EXIT
068100     END-IF.
068200     PERFORM 3800-RUN-COMMAND THRU 3800-EXIT.
068300     IF ARS-CMD-RC NOT = ZERO
068400         MOVE SPACES TO ARS-REASON
068500         STRING "RESUBMIT COMMAND FAILED, RC=" DELIMITED BY SIZE
068600                ARS-EDIT-RC                    DELIMITED BY SIZE
068700             INTO ARS-REASON
068800         PERFORM 3900-ESCALATE THRU 3900-EXIT
068900         GO TO 3600-EXIT
069000     END-IF.
069100     ADD 1 TO RSA-ATTEMPTS.
069200     ADD 1 TO ARS-RESTARTED-COUNT.
069300     MOVE RSA-ATTEMPTS              TO ARS-EDIT-ATTEMPT.
069400     MOVE ARS-CTL-MAX(ARS-CTL-ROW)  TO ARS-EDIT-MAX.
069500     SET RSA-RESUBMITTED TO TRUE.
069600     MOVE SPACES TO RSA-REASON.
069700     STRING "RESUBMITTED, ATTEMPT " DELIMITED BY SIZE
069800            ARS-EDIT-ATTEMPT        DELIMITED BY SIZE
069900            " OF "                  DELIMITED BY SIZE
070000            ARS-EDIT-MAX            DELIMITED BY SIZE
070100         INTO RSA-REASON.
070200     PERFORM 3700-SAVE-ATTEMPTS THRU 3700-EXIT.
070300     MOVE SPACES TO RESTART-LINE.
070400     STRING "    "     DELIMITED BY SIZE
070500            RSA-REASON DELIMITED BY SIZE
070600         INTO RESTART-LINE.
070700     WRITE RESTART-LINE.
070800*    The failed run's id and SQLCODE go on the event record.
070900     MOVE ARS-RUN-ID(ARS-ROW)      TO SQLRUNID.
071000     MOVE ARS-RUN-SQLCODE(ARS-ROW) TO SQLCODE.
071100     MOVE ZERO TO SQLERRD(3).
071200     CALL "EVTWRT" USING ARS-EVT-TYPE
071300                         ARS-RUN-JOB(ARS-ROW)
071400                         ARS-RUN-CKPT-SEQ(ARS-ROW).
071500 3600-EXIT.
071600     EXIT.
071700*
071800 3700-SAVE-ATTEMPTS.
071900     MOVE FUNCTION CURRENT-DATE(1:14) TO ARS-NOW-STRING.
072000     MOVE ARS-NOW-STRING TO RSA-UPDATED.
072100     MOVE RSA-KEY TO RAF-KEY.
072200     MOVE RSTATT-RECORD(17:73) TO RAF-REST-OF-RECORD.
072300     IF ARS-ATT-ON-FILE
072400         REWRITE ATTEMPT-FILE-REC
072500     ELSE
072600         WRITE ATTEMPT-FILE-REC
072700         SET ARS-ATT-ON-FILE TO TRUE
072800     END-IF.
072900 3700-EXIT.
073000     EXIT.
073100*
073200 3800-RUN-COMMAND.
073300     CALL "SYSTEM" USING ARS-COMMAND.
073400     MOVE RETURN-CODE TO ARS-CMD-RC.
073500     MOVE ZERO TO RETURN-CODE.
073600     MOVE ARS-CMD-RC TO ARS-EDIT-RC.
073700 3800-EXIT.
073800     EXIT.
073900*
074000*+----------------------------------------------------------+
074100*|  3900-ESCALATE - the date becomes the operator's.          |
074200*+----------------------------------------------------------+
074300 3900-ESCALATE.
074400     SET ARS-ESCALATING TO TRUE.
074500     ADD 1 TO ARS-ESCALATED-COUNT.
074600     SET RSA-ESCALATED TO TRUE.
074700     MOVE ARS-REASON TO RSA-REASON.
074800     PERFORM 3700-SAVE-ATTEMPTS THRU 3700-EXIT.
074900     MOVE SPACES TO RESTART-LINE.
075000     STRING "    ESCALATED - " DELIMITED BY SIZE
075100            ARS-REASON         DELIMITED BY SIZE
075200         INTO RESTART-LINE.
075300     WRITE RESTART-LINE.
075400     MOVE SPACES TO ARS-ALR-MESSAGE.
075500     STRING "AUTO-RESTART OF "    DELIMITED BY SIZE
075600            ARS-RUN-JOB(ARS-ROW)  DELIMITED BY SIZE
075700            " STOPPED - "         DELIMITED BY SIZE
075800            ARS-REASON            DELIMITED BY SIZE
075900         INTO ARS-ALR-MESSAGE.
076000     MOVE SPACES                TO ARS-ALR-KEY.
076100     MOVE ARS-RUN-JOB(ARS-ROW)  TO ARS-ALR-KEY(1:8).
076200     MOVE ARS-RUN-DATE(ARS-ROW) TO ARS-ALR-KEY(9:8).
076300     CALL "ALRMGR" USING ARS-ALR-ACTION
076400                         ARS-ALR-SEVERITY
076500                         ARS-ALR-PROGRAM
076600                         ARS-ALR-MESSAGE
076700                         ARS-ALR-KEY
076800                         ARS-ALR-USER.
076900 3900-EXIT.
077000     EXIT.
077100*
077200*+----------------------------------------------------------+
077300*|  9000-TERMINATE                                            |
077400*+----------------------------------------------------------+
077500 9000-TERMINATE.
077600     MOVE SPACES TO RESTART-LINE.
077700     STRING "RESTARTED="        DELIMITED BY SIZE
077800            ARS-RESTARTED-COUNT DELIMITED BY SIZE
077900            " ESCALATED="       DELIMITED BY SIZE
078000            ARS-ESCALATED-COUNT DELIMITED BY SIZE
078100            " NOT TRANSIENT="   DELIMITED BY SIZE
078200            ARS-NOT-TRANSIENT   DELIMITED BY SIZE
078300         INTO RESTART-LINE.
078400     WRITE RESTART-LINE.
078500     CLOSE RESTART-REPORT.
078600     IF ARS-ESCALATED-COUNT > ZERO
078700         MOVE 4 TO RETURN-CODE
078800     END-IF.
078900 9000-EXIT.
079000     EXIT.
