000900*     *          evidence the fleet already records - the run
001000*     *          ledger the EVTWRT/JOBHDR completions feed for
001100*     *          job milestones, the transmit registry for file
001200*     *          milestones, the reconciliation status file for
001210*     *          reconciliation milestones - returning the board
001220*     *          (name and met/open per milestone) and the
001300*     *          count still open.  MILBRD displays the board;
001400*     *          BCALDT refuses the ROLL while required
001500*     *          milestones are open.
001700*     *
001800 PROGRAM-ID.     MILCHK.
001900 AUTHOR.         D L ROSS.
002400*     * Modification History
002500*     * --------------------
002600*     * 02-sep-2026 (dlross)  Written.
002610*     * 15-oct-2026 (dlross)  Type-R milestones, met when the
002620*     *                       reconciliation status file shows
002630*     *                       the named reconciliation clean
002640*     *                       for the closing date.
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS XRF-KEY
004300         FILE STATUS IS MCK-REG-STATUS.
004310     SELECT RECON-STATUS-FILE ASSIGN TO "RECONSTS"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS RANDOM
004340         RECORD KEY IS RSF-KEY
004350         FILE STATUS IS MCK-RCS-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
005700 01  REGISTRY-FILE-REC.
005800     05 XRF-KEY               PIC X(28).
005900     05 XRF-REST-OF-RECORD    PIC X(63).
005910*
005920 FD  RECON-STATUS-FILE.
005930 01  RECON-STATUS-FILE-REC.
005940     05 RSF-KEY               PIC X(20).
005950     05 RSF-REST-OF-RECORD    PIC X(36).
006000*
006100 WORKING-STORAGE SECTION.
006200 COPY "eqrunldg.cob".
006300 COPY "eqxmtreg.cob".
006310 COPY "eqrcnsts.cob".
006400*
006500 01  MCK-WORK-AREA.
006600     05 MCK-MIL-STATUS        PIC X(2)  VALUE "00".
006700     05 MCK-LDG-STATUS        PIC X(2)  VALUE "00".
006800     05 MCK-REG-STATUS        PIC X(2)  VALUE "00".
006810     05 MCK-RCS-STATUS        PIC X(2)  VALUE "00".
006900     05 MCK-EOF-SW            PIC X(1)  VALUE "N".
007000         88 MCK-AT-EOF                  VALUE "Y".
007100     05 MCK-MET-SW            PIC X(1).
013300             PERFORM 2000-CHECK-JOB-COMPLETE THRU 2000-EXIT
013400         WHEN MIL-CHECK-FILE
013500             PERFORM 3000-CHECK-FILE-SENT THRU 3000-EXIT
013510         WHEN MIL-CHECK-RECON
013520             PERFORM 4000-CHECK-RECONCILED THRU 4000-EXIT
013600         WHEN OTHER
013700             CONTINUE
013800     END-EVALUATE.
020700     END-IF.
020800 3100-EXIT.
020900     EXIT.
020910*
020920*+----------------------------------------------------------+
020930*|  4000-CHECK-RECONCILED - met when the reconciliation       |
020940*|  status file shows the named reconciliation clean for the  |
020950*|  closing date.                                              |
020960*+----------------------------------------------------------+
020970 4000-CHECK-RECONCILED.
020980     OPEN INPUT RECON-STATUS-FILE.
020990     IF MCK-RCS-STATUS NOT = "00"
021000         GO TO 4000-EXIT
021010     END-IF.
021020     MOVE SPACES TO RCNSTS-RECORD.
021030     MOVE MIL-CHECK-NAME      TO RCS-RECON-NAME.
021040     MOVE MCK-CALLER-BUS-DATE TO RCS-BUSINESS-DATE.
021050     MOVE RCS-KEY TO RSF-KEY.
021060     READ RECON-STATUS-FILE
021070         KEY IS RSF-KEY
021080         INVALID KEY
021090             CONTINUE
021100         NOT INVALID KEY
021110             MOVE RSF-REST-OF-RECORD TO RCNSTS-RECORD(21:36)
021120             IF RCS-RECONCILED
021130                 SET MCK-MILESTONE-MET TO TRUE
021140             END-IF
021150     END-READ.
021160     CLOSE RECON-STATUS-FILE.
021170 4000-EXIT.
021180     EXIT.
