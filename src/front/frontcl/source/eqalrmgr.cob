001400*     *          review.  ACTION "ACK" stamps the acknowledging
001500*     *          user and time on an alert, so there is proof
001600*     *          of who saw what, when.
001620*     *          A CRITICAL alert for a run with a runbook entry
001640*     *          (see eqrunbk.cob) has the entry echoed to the
001660*     *          console and its key attached to the alert, so
001680*     *          OPSCRN can show the operator what to do next.
001700*     *
001800 PROGRAM-ID.     ALRMGR.
001900 AUTHOR.         D L ROSS.
002400*     * Modification History
002500*     * --------------------
002600*     * 22-aug-2026 (dlross)  Written.
002620*     * 15-oct-2026 (dlross)  A CRITICAL alert now carries the
002640*     *                       runbook entry for the failing job
002660*     *                       (see eqrbkget.cob), echoed to the
002680*     *                       console with the alert.
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003600     SELECT DIGEST-FILE ASSIGN TO "ALRTDGST"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS ALM-DIGEST-STATUS.
003810     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS JCF-RUN-ID
003850         FILE STATUS IS ALM-JOBCTL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ALERTS-FILE.
004300 01  ALERTS-FILE-REC.
004400     05 ALF-KEY               PIC X(20).
004500     05 ALF-REST-OF-RECORD    PIC X(138).
004600*
004700 FD  DIGEST-FILE
004800     RECORDING MODE IS F.
004900 01  DIGEST-LINE              PIC X(132).
004910*
004920 FD  JOBCTL-FILE.
004930 01  JOBCTL-FILE-REC.
004940     05 JCF-RUN-ID            PIC X(16).
004950     05 JCF-REST-OF-RECORD    PIC X(78).
005000*
005100 WORKING-STORAGE SECTION.
005200 COPY "eqsqlca.cob".
005300 COPY "eqalert.cob".
005330 COPY "eqjobctl.cob".
005360 COPY "eqrbkres.cob".
005400*
005500 01  ALM-WORK-AREA.
005600     05 ALM-FILE-STATUS       PIC X(2)  VALUE "00".
005700     05 ALM-DIGEST-STATUS     PIC X(2)  VALUE "00".
005800     05 ALM-SEQUENCE          PIC 9(4)  VALUE ZERO.
005900     05 ALM-NOW-STRING        PIC X(14).
005910     05 ALM-JOBCTL-STATUS     PIC X(2)  VALUE "00".
005920     05 ALM-RBK-JOB           PIC X(8).
005930     05 ALM-RBK-EXIT          PIC S9(4) USAGE COMP.
005940     05 ALM-RBK-SQLCODE       PIC S9(9) USAGE COMP.
005950     05 ALM-RBK-SUB           PIC S9(4) USAGE COMP.
005960     05 ALM-RBK-STEP-NUM      PIC 9(2).
006000*
006100 LINKAGE SECTION.
006200 01  ALM-CALLER-ACTION        PIC X(5).
011700     MOVE ALM-NOW-STRING     TO ALR-TIMESTAMP.
011800     MOVE SPACES             TO ALR-ACK-USER.
011900     MOVE SPACES             TO ALR-ACK-TIMESTAMP.
011950     PERFORM 1200-FIND-RUNBOOK THRU 1200-EXIT.
012000     MOVE ALR-KEY            TO ALF-KEY.
012100     MOVE ALERT-RECORD(21:138) TO ALF-REST-OF-RECORD.
012200     WRITE ALERTS-FILE-REC.
012300     PERFORM 1100-RETRY-NEXT-SEQUENCE THRU 1100-EXIT
012400         UNTIL ALM-FILE-STATUS NOT = "22"
013500     ADD 1 TO ALM-SEQUENCE.
013600     MOVE ALM-SEQUENCE TO ALR-SEQUENCE.
013700     MOVE ALR-KEY      TO ALF-KEY.
013800     MOVE ALERT-RECORD(21:138) TO ALF-REST-OF-RECORD.
013900     WRITE ALERTS-FILE-REC.
014000 1100-EXIT.
014100     EXIT.
014101*
014102*+----------------------------------------------------------+
014103*|  1200-FIND-RUNBOOK - the failing job's runbook entry, on   |
014104*|  the console and attached to the alert.  The job is the   |
014105*|  run-id's JOBCTL entry, or the calling program when the   |
014106*|  run-id is not on JOBCTL.                                  |
014107*+----------------------------------------------------------+
014108 1200-FIND-RUNBOOK.
014109     MOVE "N"    TO ALR-RBK-SW.
014110     MOVE SPACES TO ALR-RBK-JOB.
014111     MOVE ZERO   TO ALR-RBK-EXIT.
014112     MOVE ZERO   TO ALR-RBK-SQLCODE.
014113     MOVE ALM-CALLER-PROGRAM TO ALM-RBK-JOB.
014114     OPEN INPUT JOBCTL-FILE.
014115     IF ALM-JOBCTL-STATUS = "00"
014116         MOVE SQLRUNID TO JCF-RUN-ID
014117         READ JOBCTL-FILE INTO JOBCTL-RECORD
014118             KEY IS JCF-RUN-ID
014119             INVALID KEY
014120                 CONTINUE
014121             NOT INVALID KEY
014122                 MOVE JBC-JOB-NAME TO ALM-RBK-JOB
014123         END-READ
014124         CLOSE JOBCTL-FILE
014125     END-IF.
014126     MOVE SQLCODE TO ALM-RBK-SQLCODE.
014127     CALL "XITCOD" USING ALM-RBK-EXIT.
014128     CALL "RBKGET" USING ALM-RBK-JOB
014129                         ALM-RBK-EXIT
014130                         ALM-RBK-SQLCODE
014131                         RBKRES-AREA.
014132     IF NOT RBR-ENTRY-FOUND
014133         GO TO 1200-EXIT
014134     END-IF.
014135     MOVE "Y"             TO ALR-RBK-SW.
014136     MOVE ALM-RBK-JOB     TO ALR-RBK-JOB.
014137     MOVE ALM-RBK-EXIT    TO ALR-RBK-EXIT.
014138     MOVE ALM-RBK-SQLCODE TO ALR-RBK-SQLCODE.
014139     DISPLAY "*RUNBOOK* " ALM-RBK-JOB " CALL " RBR-CONTACT
014140         UPON CONSOLE.
014141     IF RBR-OVERRIDE-NEEDED
014142         DISPLAY "*RUNBOOK* RERUN NEEDS AN OVRSCN OVERRIDE"
014143             UPON CONSOLE
014144     END-IF.
014145     PERFORM 1210-DISPLAY-ONE-STEP THRU 1210-EXIT
014146         VARYING ALM-RBK-SUB FROM 1 BY 1
014147         UNTIL ALM-RBK-SUB > RBR-STEP-COUNT.
014148 1200-EXIT.
014149     EXIT.
014150*
014151 1210-DISPLAY-ONE-STEP.
014152     IF RBR-STEP-TEXT(ALM-RBK-SUB) = SPACES
014153         GO TO 1210-EXIT
014154     END-IF.
014155     MOVE ALM-RBK-SUB TO ALM-RBK-STEP-NUM.
014156     DISPLAY "*RUNBOOK* " ALM-RBK-STEP-NUM ". "
014157         RBR-STEP-TEXT(ALM-RBK-SUB) UPON CONSOLE.
014158 1210-EXIT.
014159     EXIT.
014200*
014300*+----------------------------------------------------------+
014400*|  2000-RAISE-WARNING - one line on the daily digest.         |
018100     MOVE ALM-CALLER-USER TO ALR-ACK-USER.
018200     MOVE FUNCTION CURRENT-DATE(1:14) TO ALM-NOW-STRING.
018300     MOVE ALM-NOW-STRING  TO ALR-ACK-TIMESTAMP.
018400     MOVE ALERT-RECORD(21:138) TO ALF-REST-OF-RECORD.
018500     REWRITE ALERTS-FILE-REC.
018600     CLOSE ALERTS-FILE.
018700 3000-EXIT.
