000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * EVDPKG
000400*     *
000500*     * Purpose: Failed-run evidence package.  Given one run-id on
000600*     *          the EVDPARM card, EVDPKG gathers everything the
000700*     *          shop records about that run into one sectioned
000800*     *          file, EVIDPKG, fit to attach to a vendor case or
000900*     *          a DBA escalation as it stands:
001000*     *            the job-control entry (see eqjobctl.cob);
001100*     *            the tail of its SQLCA audit trail (SQLAUDIT);
001200*     *            the full error text ERRFUL kept (SQLERROV);
001300*     *            its last STATLIVE heartbeat;
001400*     *            its watchdog incidents (WDOGINCD);
001500*     *            the job's SQLCKPT checkpoint and the run's
001600*     *              CKPMANIF file positions;
001700*     *            its dead letters (DEADLTR);
001800*     *            its SQLEXT decodes (EXTSTAT);
001900*     *            its statement timings (SQLPROF), summed by
002000*     *              paragraph;
002100*     *            its alerts (ALERTS);
002200*     *            the control-file version it ran under
002300*     *              (RUNVERS, CTLVREG).
002400*     *          A sequence-of-events section puts every timed
002500*     *          entry from every source in one time order, and
002600*     *          each source's own section is in time order too.
002700*     *
002800*     * Notes:  Every line of the package passes through MASKER
002900*     *          ("*ALL" rules) as it is written, and a dead
003000*     *          letter's host-variable snapshot through its
003100*     *          statement's own rules first, so the package can
003200*     *          leave the shop without carrying account data.
003300*     *          The card is run-id (1-16) and the number of
003400*     *          audit records to keep from the end of the trail
003500*     *          (17-19, default 50, at most 200).  Return code
003600*     *          4 means the run-id is not on JOBCTL - whatever
003700*     *          the other files hold is still packaged.
003800*     *
003900 PROGRAM-ID.     EVDPKG.
004000 AUTHOR.         D L ROSS.
004100 INSTALLATION.   BATCH SYSTEMS GROUP.
004200 DATE-WRITTEN.   15-OCT-2026.
004300 DATE-COMPILED.
004400*
004500*     * Modification History
004600*     * --------------------
004700*     * 15-oct-2026 (dlross)  Written.
004730*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
004760*     *                       263-byte SQLAUD-RECORD, and the
004780*     *                       tail ring with it.
004800*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT EVD-PARM ASSIGN TO "EVDPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS EVP-PARM-STATUS.
005500     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS JCF-RUN-ID
005900         FILE STATUS IS EVP-JOBCTL-STATUS.
006000     SELECT SQLAUDIT-FILE ASSIGN TO "SQLAUDIT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS EVP-AUDIT-STATUS.
006300     SELECT ERROVFLW-FILE ASSIGN TO "SQLERROV"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS EVP-ERROV-STATUS.
006600     SELECT STATLIVE-FILE ASSIGN TO "STATLIVE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS SLF-RUN-ID
007000         FILE STATUS IS EVP-STA-STATUS.
007100     SELECT INCIDENT-FILE ASSIGN TO "WDOGINCD"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS EVP-INCD-STATUS.
007400     SELECT CHECKPOINT-FILE ASSIGN TO "SQLCKPT"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS CKP-JOBNAME
007800         FILE STATUS IS EVP-CKPT-STATUS.
007900     SELECT MANIFEST-FILE ASSIGN TO "CKPMANIF"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS MNF-KEY
008300         FILE STATUS IS EVP-MANIF-STATUS.
008400     SELECT DEADLETTER-FILE ASSIGN TO "DEADLTR"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS EVP-DEAD-STATUS.
008700     SELECT EXTSTAT-FILE ASSIGN TO "EXTSTAT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS EVP-EXT-STATUS.
009000     SELECT SQLPROF-FILE ASSIGN TO "SQLPROF"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS EVP-PROF-STATUS.
009300     SELECT ALERTS-FILE ASSIGN TO "ALERTS"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS ALF-KEY
009700         FILE STATUS IS EVP-ALERT-STATUS.
009800     SELECT RUN-VERSION-FILE ASSIGN TO "RUNVERS"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS EVP-RNV-STATUS.
010100     SELECT VERSION-REGISTRY ASSIGN TO "CTLVREG"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS EVP-CVR-STATUS.
010400     SELECT EVIDENCE-FILE ASSIGN TO "EVIDPKG"
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS EVP-PKG-STATUS.
010700*
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  EVD-PARM
011100     RECORDING MODE IS F.
011200 01  EVD-PARM-REC.
011300     05 EDP-RUN-ID            PIC X(16).
011400     05 EDP-TAIL-COUNT        PIC X(3).
011500*
011600 FD  JOBCTL-FILE.
011700 01  JOBCTL-FILE-REC.
011800     05 JCF-RUN-ID            PIC X(16).
011900     05 JCF-REST-OF-RECORD    PIC X(78).
012000*
012100 FD  SQLAUDIT-FILE
012200     RECORDING MODE IS F.
012300 01  SQLAUDIT-REC             PIC X(263).
012400*
012500 FD  ERROVFLW-FILE
012600     RECORDING MODE IS F.
012700 01  ERROVFLW-REC             PIC X(2050).
012800*
012900 FD  STATLIVE-FILE.
013000 01  STATLIVE-FILE-REC.
013100     05 SLF-RUN-ID            PIC X(16).
013200     05 SLF-REST-OF-RECORD    PIC X(147).
013300*
013400 FD  INCIDENT-FILE
013500     RECORDING MODE IS F.
013600 01  INCIDENT-REC             PIC X(162).
013700*
013800 FD  CHECKPOINT-FILE.
013900 COPY "eqsqlckp.cob".
014000*
014100 FD  MANIFEST-FILE.
014200 01  MANIFEST-FILE-REC.
014300     05 MNF-KEY               PIC X(20).
014400     05 MNF-REST-OF-RECORD    PIC X(48).
014500*
014600 FD  DEADLETTER-FILE
014700     RECORDING MODE IS F.
014800 01  DEADLETTER-FILE-REC      PIC X(577).
014900*
015000 FD  EXTSTAT-FILE
015100     RECORDING MODE IS F.
015200 01  EXTSTAT-LINE             PIC X(186).
015300*
015400 FD  SQLPROF-FILE
015500     RECORDING MODE IS F.
015600 01  SQLPROF-REC              PIC X(66).
015700*
015800 FD  ALERTS-FILE.
015900 01  ALERTS-FILE-REC.
016000     05 ALF-KEY               PIC X(20).
016100     05 ALF-REST-OF-RECORD    PIC X(138).
016200*
016300 FD  RUN-VERSION-FILE
016400     RECORDING MODE IS F.
016500 01  RUN-VERSION-REC.
016600     05 RNV-RUN-ID            PIC X(16).
016700     05 RNV-VERSION-ID        PIC X(14).
016800*
016900 FD  VERSION-REGISTRY
017000     RECORDING MODE IS F.
017100 COPY "eqctlvr.cob".
017200*
017300 FD  EVIDENCE-FILE
017400     RECORDING MODE IS F.
017500 01  EVIDENCE-LINE            PIC X(132).
017600*
017700 WORKING-STORAGE SECTION.
017800 COPY "eqjobctl.cob".
017900 COPY "eqsqlaud.cob".
018000 COPY "eqerrflw.cob".
018100 COPY "eqsqlsta.cob".
018200 COPY "eqwdginc.cob".
018300 COPY "eqfmanif.cob".
018400 COPY "eqdeadlt.cob".
018500 COPY "eqsqltim.cob".
018600 COPY "eqalert.cob".
018700*
018800 01  EVP-WORK-AREA.
018900     05 EVP-PARM-STATUS       PIC X(2)  VALUE "00".
019000     05 EVP-JOBCTL-STATUS     PIC X(2)  VALUE "00".
019100     05 EVP-AUDIT-STATUS      PIC X(2)  VALUE "00".
019200     05 EVP-ERROV-STATUS      PIC X(2)  VALUE "00".
019300     05 EVP-STA-STATUS        PIC X(2)  VALUE "00".
019400     05 EVP-INCD-STATUS       PIC X(2)  VALUE "00".
019500     05 EVP-CKPT-STATUS       PIC X(2)  VALUE "00".
019600     05 EVP-MANIF-STATUS      PIC X(2)  VALUE "00".
019700     05 EVP-DEAD-STATUS       PIC X(2)  VALUE "00".
019800     05 EVP-EXT-STATUS        PIC X(2)  VALUE "00".
019900     05 EVP-PROF-STATUS       PIC X(2)  VALUE "00".
020000     05 EVP-ALERT-STATUS      PIC X(2)  VALUE "00".
020100     05 EVP-RNV-STATUS        PIC X(2)  VALUE "00".
020200     05 EVP-CVR-STATUS        PIC X(2)  VALUE "00".
020300     05 EVP-PKG-STATUS        PIC X(2)  VALUE "00".
020400     05 EVP-EOF-SW            PIC X(1)  VALUE "N".
020500         88 EVP-AT-EOF                  VALUE "Y".
020600     05 EVP-RUN-FOUND-SW      PIC X(1)  VALUE "N".
020700         88 EVP-RUN-ON-JOBCTL           VALUE "Y".
020800     05 EVP-PLACED-SW         PIC X(1)  VALUE "N".
020900         88 EVP-PLACED                  VALUE "Y".
021000     05 EVP-RUN-ID            PIC X(16).
021100     05 EVP-TAIL-MAX          PIC S9(4) USAGE COMP VALUE 50.
021200     05 EVP-AUDIT-SEEN        PIC S9(9) USAGE COMP VALUE ZERO.
021300     05 EVP-RING-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
021400     05 EVP-RING-NEXT         PIC S9(4) USAGE COMP VALUE 1.
021500     05 EVP-RING-SUB          PIC S9(4) USAGE COMP.
021600     05 EVP-SUB               PIC S9(4) USAGE COMP.
021700     05 EVP-ISUB              PIC S9(4) USAGE COMP.
021800     05 EVP-JSUB              PIC S9(4) USAGE COMP.
021900     05 EVP-HOLD              PIC S9(4) USAGE COMP.
022000     05 EVP-SECT              PIC S9(4) USAGE COMP.
022100     05 EVP-TIM-ROW           PIC S9(4) USAGE COMP.
022200     05 EVP-NOW-STRING        PIC X(14).
022300     05 EVP-VERSION-ID        PIC X(14) VALUE SPACES.
022400     05 EVP-EDIT-SQLCODE      PIC -(8)9.
022500     05 EVP-EDIT-NUM          PIC Z(8)9.
022600     05 EVP-EDIT-SEQ          PIC -(8)9.
022700     05 EVP-EDIT-BIG          PIC Z(10)9.
022800     05 EVP-EDIT-COUNT        PIC Z(4)9.
022900     05 EVP-EDIT-LEN          PIC Z(3)9.
023000     05 EVP-MASK-KEY          PIC X(38).
023100     05 EVP-MASK-LEN          PIC S9(4) USAGE COMP.
023200     05 EVP-MASK-BUFFER       PIC X(2000).
023300     05 EVP-CHUNK-LEN         PIC S9(4) USAGE COMP.
023400     05 EVP-CHUNK-POS         PIC S9(4) USAGE COMP.
023500     05 EVP-CHUNK-SIZE        PIC S9(4) USAGE COMP.
023600     05 EVP-NEW-TIME          PIC X(14).
023700     05 EVP-NEW-SECT          PIC 9(2).
023800     05 EVP-NEW-CONT-SW       PIC X(1).
023900     05 EVP-NEW-TEXT          PIC X(106).
024000     05 EVP-ENTRY-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
024100     05 EVP-DROPPED-COUNT     PIC 9(5)  VALUE ZERO.
024200     05 EVP-SECT-COUNT        PIC 9(5)  OCCURS 11 TIMES.
024300*
024400*    Section tags and titles, in package order.
024500 01  EVP-SECTION-NAMES.
024600     05 FILLER                PIC X(48) VALUE
024700         "SQLAUDITSQLCA AUDIT TRAIL - LAST RECORDS".
024800     05 FILLER                PIC X(48) VALUE
024900         "SQLERROVFULL ERROR TEXT".
025000     05 FILLER                PIC X(48) VALUE
025100         "STATLIVELAST STATUS HEARTBEAT".
025200     05 FILLER                PIC X(48) VALUE
025300         "WDOGINCDWATCHDOG INCIDENTS".
025400     05 FILLER                PIC X(48) VALUE
025500         "SQLCKPT CHECKPOINT POSITION".
025600     05 FILLER                PIC X(48) VALUE
025700         "CKPMANIFCHECKPOINT MANIFEST FILE POSITIONS".
025800     05 FILLER                PIC X(48) VALUE
025900         "DEADLTR DEAD LETTERS".
026000     05 FILLER                PIC X(48) VALUE
026100         "EXTSTAT SQLEXT DECODES".
026200     05 FILLER                PIC X(48) VALUE
026300         "SQLPROF STATEMENT TIMINGS BY PARAGRAPH".
026400     05 FILLER                PIC X(48) VALUE
026500         "ALERTS  ALERTS RAISED".
026600     05 FILLER                PIC X(48) VALUE
026700         "RUNVERS CONTROL-FILE VERSION".
026800 01  EVP-SECTION-TABLE        REDEFINES EVP-SECTION-NAMES.
026900     05 EVP-SECTION OCCURS 11 TIMES.
027000         10 EVP-SECT-TAG      PIC X(8).
027100         10 EVP-SECT-TITLE    PIC X(40).
027200*
027300 01  EVP-AUDIT-RING.
027400     05 EVP-RING-REC          PIC X(263) OCCURS 200 TIMES.
027500*
027600 01  EVP-TIMING-TABLE.
027700     05 EVP-TIM-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
027800     05 EVP-TIM-ENTRY OCCURS 200 TIMES.
027900         10 EVP-TIM-PROGRAM   PIC X(8).
028000         10 EVP-TIM-PARAGRAPH PIC X(30).
028100         10 EVP-TIM-FIRST     PIC 9(8).
028200         10 EVP-TIM-EXECS     PIC S9(9)  USAGE COMP.
028300         10 EVP-TIM-TOTAL     PIC S9(11) USAGE COMP.
028400         10 EVP-TIM-MAX       PIC S9(9)  USAGE COMP.
028500*
028600 01  EVP-ENTRY-TABLE.
028700     05 EVP-ENTRY OCCURS 3000 TIMES.
028800         10 EVP-E-TIME        PIC X(14).
028900         10 EVP-E-SECT        PIC 9(2).
029000         10 EVP-E-CONT-SW     PIC X(1).
029100             88 EVP-E-CONTINUED         VALUE "Y".
029200         10 EVP-E-TEXT        PIC X(106).
029300*
029400 01  EVP-ORDER-TABLE.
029500     05 EVP-ORDER             PIC S9(4) USAGE COMP
029600                              OCCURS 3000 TIMES.
029700*
029800 PROCEDURE DIVISION.
029900*
030000*+----------------------------------------------------------+
030100*|  0000-MAINLINE                                             |
030200*+----------------------------------------------------------+
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030500     PERFORM 2000-LOAD-JOBCTL THRU 2000-EXIT.
030600     PERFORM 3000-COLLECT-AUDIT THRU 3000-EXIT.
030700     PERFORM 3200-COLLECT-ERROR-TEXT THRU 3200-EXIT.
030800     PERFORM 3300-COLLECT-HEARTBEAT THRU 3300-EXIT.
030900     PERFORM 3400-COLLECT-INCIDENTS THRU 3400-EXIT.
031000     PERFORM 3500-COLLECT-CHECKPOINT THRU 3500-EXIT.
031100     PERFORM 3600-COLLECT-MANIFEST THRU 3600-EXIT.
031200     PERFORM 3700-COLLECT-DEAD-LETTERS THRU 3700-EXIT.
031300     PERFORM 3800-COLLECT-EXTSTAT THRU 3800-EXIT.
031400     PERFORM 3900-COLLECT-TIMINGS THRU 3900-EXIT.
031500     PERFORM 4000-COLLECT-ALERTS THRU 4000-EXIT.
031600     PERFORM 4100-COLLECT-VERSION THRU 4100-EXIT.
031700     PERFORM 5000-ORDER-ENTRIES THRU 5000-EXIT.
031800     PERFORM 6000-WRITE-PACKAGE THRU 6000-EXIT.
031900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032000     STOP RUN.
032100*
032200*+----------------------------------------------------------+
032300*|  1000-INITIALIZE - the run-id card.                        |
032400*+----------------------------------------------------------+
032500 1000-INITIALIZE.
032600     OPEN INPUT EVD-PARM.
032700     IF EVP-PARM-STATUS NOT = "00"
032800         DISPLAY "EVDPKG: NO EVDPARM PARAMETER FILE"
032900         MOVE 12 TO RETURN-CODE
033000         STOP RUN
033100     END-IF.
033200     READ EVD-PARM
033300         AT END
033400             DISPLAY "EVDPKG: EMPTY EVDPARM PARAMETER FILE"
033500             CLOSE EVD-PARM
033600             MOVE 12 TO RETURN-CODE
033700             STOP RUN
033800     END-READ.
033900*    The record area is undefined once the file closes - keep
034000*    working copies of the parameter fields.
034100     MOVE EDP-RUN-ID TO EVP-RUN-ID.
034200     IF EDP-TAIL-COUNT NUMERIC
034300        AND EDP-TAIL-COUNT > ZERO
034400         MOVE EDP-TAIL-COUNT TO EVP-TAIL-MAX
034500     END-IF.
034600     CLOSE EVD-PARM.
034700     IF EVP-RUN-ID = SPACES
034800         DISPLAY "EVDPKG: NO RUN-ID ON THE EVDPARM CARD"
034900         MOVE 12 TO RETURN-CODE
035000         STOP RUN
035100     END-IF.
035200     IF EVP-TAIL-MAX > 200
035300         MOVE 200 TO EVP-TAIL-MAX
035400     END-IF.
035500     MOVE ZERO TO EVP-SECT-COUNT(1) EVP-SECT-COUNT(2)
035600                  EVP-SECT-COUNT(3) EVP-SECT-COUNT(4)
035700                  EVP-SECT-COUNT(5) EVP-SECT-COUNT(6)
035800                  EVP-SECT-COUNT(7) EVP-SECT-COUNT(8)
035900                  EVP-SECT-COUNT(9) EVP-SECT-COUNT(10)
036000                  EVP-SECT-COUNT(11).
036100     MOVE FUNCTION CURRENT-DATE(1:14) TO EVP-NOW-STRING.
036200 1000-EXIT.
036300     EXIT.
036400*
036500*+----------------------------------------------------------+
036600*|  2000-LOAD-JOBCTL - the run's job-control entry.  A run-id |
036700*|  not on JOBCTL is still packaged, with return code 4.      |
036800*+----------------------------------------------------------+
036900 2000-LOAD-JOBCTL.
037000     MOVE SPACES TO JOBCTL-RECORD.
037100     OPEN INPUT JOBCTL-FILE.
037200     IF EVP-JOBCTL-STATUS NOT = "00"
037300         GO TO 2000-EXIT
037400     END-IF.
037500     MOVE EVP-RUN-ID TO JCF-RUN-ID.
037600     READ JOBCTL-FILE INTO JOBCTL-RECORD
037700         KEY IS JCF-RUN-ID
037800         INVALID KEY
037900             MOVE SPACES TO JOBCTL-RECORD
038000         NOT INVALID KEY
038100             SET EVP-RUN-ON-JOBCTL TO TRUE
038200     END-READ.
038300     CLOSE JOBCTL-FILE.
038400 2000-EXIT.
038500     EXIT.
038600*
038700*+----------------------------------------------------------+
038800*|  3000-COLLECT-AUDIT - the run's last audit records, held  |
038900*|  in a ring as the trail is read so only the tail is kept. |
039000*+----------------------------------------------------------+
039100 3000-COLLECT-AUDIT.
039200     OPEN INPUT SQLAUDIT-FILE.
039300     IF EVP-AUDIT-STATUS NOT = "00"
039400         GO TO 3000-EXIT
039500     END-IF.
039600     MOVE "N" TO EVP-EOF-SW.
039700     PERFORM 3100-ONE-AUDIT-REC THRU 3100-EXIT
039800         UNTIL EVP-AT-EOF.
039900     CLOSE SQLAUDIT-FILE.
040000*    Oldest first: when the ring has wrapped, the next slot to
040100*    be overwritten holds the oldest record.
040200     IF EVP-RING-COUNT < EVP-TAIL-MAX
040300         MOVE 1 TO EVP-RING-SUB
040400     ELSE
040500         MOVE EVP-RING-NEXT TO EVP-RING-SUB
040600     END-IF.
040700     PERFORM 3150-ONE-TAIL-ENTRY THRU 3150-EXIT
040800         EVP-RING-COUNT TIMES.
040900     IF EVP-AUDIT-SEEN > EVP-RING-COUNT
041000         MOVE SPACES TO EVP-NEW-TIME
041100         MOVE 1 TO EVP-NEW-SECT
041200         MOVE "N" TO EVP-NEW-CONT-SW
041300         MOVE EVP-AUDIT-SEEN TO EVP-EDIT-NUM
041400         MOVE SPACES TO EVP-NEW-TEXT
041500         STRING "EARLIER AUDIT RECORDS NOT SHOWN - RUN HAS"
041600                                        DELIMITED BY SIZE
041700                EVP-EDIT-NUM            DELIMITED BY SIZE
041800                " IN ALL"               DELIMITED BY SIZE
041900             INTO EVP-NEW-TEXT
042000         PERFORM 8000-ADD-ENTRY THRU 8000-EXIT
042100     END-IF.
042200 3000-EXIT.
042300     EXIT.
042400*
042500 3100-ONE-AUDIT-REC.
042600     READ SQLAUDIT-FILE INTO SQLAUD-RECORD
042700         AT END SET EVP-AT-EOF TO TRUE
042800     END-READ.
042900     IF EVP-AT-EOF
043000        OR AUD-RUNID NOT = EVP-RUN-ID
043100         GO TO 3100-EXIT
043200     END-IF.
043300     ADD 1 TO EVP-AUDIT-SEEN.
043400     MOVE SQLAUD-RECORD TO EVP-RING-REC(EVP-RING-NEXT).
043500     IF EVP-RING-COUNT < EVP-TAIL-MAX
043600         ADD 1 TO EVP-RING-COUNT
043700     END-IF.
043800     ADD 1 TO EVP-RING-NEXT.
043900     IF EVP-RING-NEXT > EVP-TAIL-MAX
044000         MOVE 1 TO EVP-RING-NEXT
044100     END-IF.
044200 3100-EXIT.
044300     EXIT.
044400*
044500 3150-ONE-TAIL-ENTRY.
044600     MOVE EVP-RING-REC(EVP-RING-SUB) TO SQLAUD-RECORD.
044700     ADD 1 TO EVP-RING-SUB.
044800     IF EVP-RING-SUB > EVP-TAIL-MAX
044900         MOVE 1 TO EVP-RING-SUB
045000     END-IF.
045100     MOVE AUD-TIMESTAMP(1:14) TO EVP-NEW-TIME.
045200     MOVE 1 TO EVP-NEW-SECT.
045300     MOVE "N" TO EVP-NEW-CONT-SW.
045400     MOVE AUD-SQLCODE TO EVP-EDIT-SQLCODE.
045500     MOVE AUD-SQLERRD(3) TO EVP-EDIT-SEQ.
045600     MOVE SPACES TO EVP-NEW-TEXT.
045700     STRING AUD-PROGRAM        DELIMITED BY SIZE
045800            " "                DELIMITED BY SIZE
045900            AUD-PARAGRAPH      DELIMITED BY SIZE
046000            " SQLCODE="        DELIMITED BY SIZE
046100            EVP-EDIT-SQLCODE   DELIMITED BY SIZE
046200            " ERRD3="          DELIMITED BY SIZE
046300            EVP-EDIT-SEQ       DELIMITED BY SIZE
046400            " WARN="           DELIMITED BY SIZE
046500            AUD-SQLWARN        DELIMITED BY SIZE
046600         INTO EVP-NEW-TEXT.
046700     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
046800     IF AUD-SQLERRMC NOT = SPACES
046900         MOVE "Y" TO EVP-NEW-CONT-SW
047000         MOVE SPACES TO EVP-NEW-TEXT
047100         STRING "  SQLERRMC: "   DELIMITED BY SIZE
047200                AUD-SQLERRMC     DELIMITED BY SIZE
047300             INTO EVP-NEW-TEXT
047400         PERFORM 8000-ADD-ENTRY THRU 8000-EXIT
047500     END-IF.
047600 3150-EXIT.
047700     EXIT.
047800*
047900*+----------------------------------------------------------+
048000*|  3200-COLLECT-ERROR-TEXT - each full error text ERRFUL    |
048100*|  kept for the run, masked whole, then in 100-byte lines.  |
048200*+----------------------------------------------------------+
048300 3200-COLLECT-ERROR-TEXT.
048400     OPEN INPUT ERROVFLW-FILE.
048500     IF EVP-ERROV-STATUS NOT = "00"
048600         GO TO 3200-EXIT
048700     END-IF.
048800     MOVE "N" TO EVP-EOF-SW.
048900     PERFORM 3210-ONE-ERROR-TEXT THRU 3210-EXIT
049000         UNTIL EVP-AT-EOF.
049100     CLOSE ERROVFLW-FILE.
049200 3200-EXIT.
049300     EXIT.
049400*
049500 3210-ONE-ERROR-TEXT.
049600     READ ERROVFLW-FILE INTO ERRFLW-RECORD
049700         AT END SET EVP-AT-EOF TO TRUE
049800     END-READ.
049900     IF EVP-AT-EOF
050000        OR EFL-RUNID NOT = EVP-RUN-ID
050100         GO TO 3210-EXIT
050200     END-IF.
050300     MOVE EFL-TIMESTAMP(1:14) TO EVP-NEW-TIME.
050400     MOVE 2 TO EVP-NEW-SECT.
050500     MOVE "N" TO EVP-NEW-CONT-SW.
050600     MOVE EFL-SQLCODE TO EVP-EDIT-SQLCODE.
050700     MOVE EFL-FULL-TEXT-LEN TO EVP-CHUNK-LEN.
050800     IF EVP-CHUNK-LEN < ZERO OR EVP-CHUNK-LEN > 2000
050900         MOVE 2000 TO EVP-CHUNK-LEN
051000     END-IF.
051100     MOVE EVP-CHUNK-LEN TO EVP-EDIT-LEN.
051200     MOVE SPACES TO EVP-NEW-TEXT.
051300     STRING "SQLCODE="         DELIMITED BY SIZE
051400            EVP-EDIT-SQLCODE   DELIMITED BY SIZE
051500            " TEXT LENGTH="    DELIMITED BY SIZE
051600            EVP-EDIT-LEN       DELIMITED BY SIZE
051700         INTO EVP-NEW-TEXT.
051800     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
051900     MOVE EFL-FULL-TEXT TO EVP-MASK-BUFFER.
052000     MOVE "*ALL" TO EVP-MASK-KEY.
052100     MOVE 2000 TO EVP-MASK-LEN.
052200     CALL "MASKER" USING EVP-MASK-KEY
052300                         EVP-MASK-BUFFER
052400                         EVP-MASK-LEN.
052500     PERFORM 8100-ADD-CHUNKS THRU 8100-EXIT.
052600 3210-EXIT.
052700     EXIT.
052800*
052900*+----------------------------------------------------------+
053000*|  3300-COLLECT-HEARTBEAT - the last status STATWRT left.   |
053100*+----------------------------------------------------------+
053200 3300-COLLECT-HEARTBEAT.
053300     OPEN INPUT STATLIVE-FILE.
053400     IF EVP-STA-STATUS NOT = "00"
053500         GO TO 3300-EXIT
053600     END-IF.
053700     MOVE EVP-RUN-ID TO SLF-RUN-ID.
053800     READ STATLIVE-FILE INTO SQLSTA-RECORD
053900         KEY IS SLF-RUN-ID
054000         INVALID KEY
054100             CLOSE STATLIVE-FILE
054200             GO TO 3300-EXIT
054300     END-READ.
054400     CLOSE STATLIVE-FILE.
054500     MOVE STA-TIMESTAMP TO EVP-NEW-TIME.
054600     MOVE 3 TO EVP-NEW-SECT.
054700     MOVE "N" TO EVP-NEW-CONT-SW.
054800     MOVE STA-SQLCODE TO EVP-EDIT-SQLCODE.
054900     MOVE SPACES TO EVP-NEW-TEXT.
055000     STRING STA-PROGRAM        DELIMITED BY SIZE
055100            " "                DELIMITED BY SIZE
055200            STA-PARAGRAPH      DELIMITED BY SIZE
055300            " SQLCODE="        DELIMITED BY SIZE
055400            EVP-EDIT-SQLCODE   DELIMITED BY SIZE
055500            " WARN="           DELIMITED BY SIZE
055600            STA-SQLWARN        DELIMITED BY SIZE
055700         INTO EVP-NEW-TEXT.
055800     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
055900     IF STA-SQLERRMC NOT = SPACES
056000         MOVE "Y" TO EVP-NEW-CONT-SW
056100         MOVE SPACES TO EVP-NEW-TEXT
056200         STRING "  SQLERRMC: "   DELIMITED BY SIZE
056300                STA-SQLERRMC     DELIMITED BY SIZE
056400             INTO EVP-NEW-TEXT
056500         PERFORM 8000-ADD-ENTRY THRU 8000-EXIT
056600     END-IF.
056700 3300-EXIT.
056800     EXIT.
056900*
057000*+----------------------------------------------------------+
057100*|  3400-COLLECT-INCIDENTS - watchdog captures for the run.  |
057200*+----------------------------------------------------------+
057300 3400-COLLECT-INCIDENTS.
057400     OPEN INPUT INCIDENT-FILE.
057500     IF EVP-INCD-STATUS NOT = "00"
057600         GO TO 3400-EXIT
057700     END-IF.
057800     MOVE "N" TO EVP-EOF-SW.
057900     PERFORM 3410-ONE-INCIDENT THRU 3410-EXIT
058000         UNTIL EVP-AT-EOF.
058100     CLOSE INCIDENT-FILE.
058200 3400-EXIT.
058300     EXIT.
058400*
058500 3410-ONE-INCIDENT.
058600     READ INCIDENT-FILE INTO WDGINC-RECORD
058700         AT END SET EVP-AT-EOF TO TRUE
058800     END-READ.
058900     IF EVP-AT-EOF
059000        OR WDI-RUN-ID NOT = EVP-RUN-ID
059100         GO TO 3410-EXIT
059200     END-IF.
059300     MOVE WDI-TIMESTAMP TO EVP-NEW-TIME.
059400     MOVE 4 TO EVP-NEW-SECT.
059500     MOVE "N" TO EVP-NEW-CONT-SW.
059600     MOVE WDI-SQLCODE TO EVP-EDIT-SQLCODE.
059700     MOVE WDI-ELAPSED-SECS TO EVP-EDIT-NUM.
059800     MOVE SPACES TO EVP-NEW-TEXT.
059900     STRING WDI-PROGRAM        DELIMITED BY SIZE
060000            " "                DELIMITED BY SIZE
060100            WDI-PARAGRAPH      DELIMITED BY SIZE
060200            " SQLCODE="        DELIMITED BY SIZE
060300            EVP-EDIT-SQLCODE   DELIMITED BY SIZE
060400            " SILENT SECS="    DELIMITED BY SIZE
060500            EVP-EDIT-NUM       DELIMITED BY SIZE
060600         INTO EVP-NEW-TEXT.
060700     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
060800     IF WDI-SQLERRMC NOT = SPACES
060900         MOVE "Y" TO EVP-NEW-CONT-SW
061000         MOVE SPACES TO EVP-NEW-TEXT
061100         STRING "  SQLERRMC: "   DELIMITED BY SIZE
061200                WDI-SQLERRMC     DELIMITED BY SIZE
061300             INTO EVP-NEW-TEXT
061400         PERFORM 8000-ADD-ENTRY THRU 8000-EXIT
061500     END-IF.
061600 3410-EXIT.
061700     EXIT.
061800*
061900*+----------------------------------------------------------+
062000*|  3500-COLLECT-CHECKPOINT - the job's checkpoint record.   |
062100*|  SQLCKPT holds one per job, so it may belong to a later   |
062200*|  run; the package says so when it does.                    |
062300*+----------------------------------------------------------+
062400 3500-COLLECT-CHECKPOINT.
062500     IF JBC-JOB-NAME = SPACES
062600         GO TO 3500-EXIT
062700     END-IF.
062800     OPEN INPUT CHECKPOINT-FILE.
062900     IF EVP-CKPT-STATUS NOT = "00"
063000         GO TO 3500-EXIT
063100     END-IF.
063200     MOVE JBC-JOB-NAME TO CKP-JOBNAME.
063300     READ CHECKPOINT-FILE
063400         KEY IS CKP-JOBNAME
063500         INVALID KEY
063600             CLOSE CHECKPOINT-FILE
063700             GO TO 3500-EXIT
063800     END-READ.
063900     MOVE CKP-TIMESTAMP(1:14) TO EVP-NEW-TIME.
064000     MOVE 5 TO EVP-NEW-SECT.
064100     MOVE "N" TO EVP-NEW-CONT-SW.
064200     MOVE CKP-SEQUENCE TO EVP-EDIT-SEQ.
064300     MOVE SPACES TO EVP-NEW-TEXT.
064400     STRING "JOB="             DELIMITED BY SIZE
064500            CKP-JOBNAME        DELIMITED BY SIZE
064600            " SEQ="            DELIMITED BY SIZE
064700            EVP-EDIT-SEQ       DELIMITED BY SIZE
064800            " LAST KEY="       DELIMITED BY SIZE
064900            CKP-LAST-KEY       DELIMITED BY SIZE
065000         INTO EVP-NEW-TEXT.
065100     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
065200     MOVE "Y" TO EVP-NEW-CONT-SW.
065300     MOVE CKP-ERRD-TOTAL(3) TO EVP-EDIT-SEQ.
065400     MOVE SPACES TO EVP-NEW-TEXT.
065500     IF CKP-RUNID = EVP-RUN-ID
065600         STRING "  ROWS TO CHECKPOINT (ERRD3 TOTAL)="
065700                                        DELIMITED BY SIZE
065800                EVP-EDIT-SEQ            DELIMITED BY SIZE
065900             INTO EVP-NEW-TEXT
066000     ELSE
066100         STRING "  CHECKPOINT IS FROM RUN " DELIMITED BY SIZE
066200                CKP-RUNID                   DELIMITED BY SIZE
066300                ", NOT THIS RUN"            DELIMITED BY SIZE
066400             INTO EVP-NEW-TEXT
066500     END-IF.
066600     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
066700     CLOSE CHECKPOINT-FILE.
066800 3500-EXIT.
066900     EXIT.
067000*
067100*+----------------------------------------------------------+
067200*|  3600-COLLECT-MANIFEST - the run's manifest file entries. |
067300*+----------------------------------------------------------+
067400 3600-COLLECT-MANIFEST.
067500     OPEN INPUT MANIFEST-FILE.
067600     IF EVP-MANIF-STATUS NOT = "00"
067700         GO TO 3600-EXIT
067800     END-IF.
067900     MOVE "N" TO EVP-EOF-SW.
068000     PERFORM 3610-ONE-MANIFEST THRU 3610-EXIT
068100         UNTIL EVP-AT-EOF.
068200     CLOSE MANIFEST-FILE.
068300 3600-EXIT.
068400     EXIT.
068500*
068600 3610-ONE-MANIFEST.
068700     READ MANIFEST-FILE NEXT RECORD INTO FMANIF-RECORD
068800         AT END SET EVP-AT-EOF TO TRUE
068900     END-READ.
069000     IF EVP-AT-EOF
069100        OR MAN-RUN-ID NOT = EVP-RUN-ID
069200         GO TO 3610-EXIT
069300     END-IF.
069400     MOVE MAN-TIMESTAMP TO EVP-NEW-TIME.
069500     MOVE 6 TO EVP-NEW-SECT.
069600     MOVE "N" TO EVP-NEW-CONT-SW.
069700     MOVE MAN-RECORD-COUNT TO EVP-EDIT-NUM.
069800     MOVE MAN-CKPT-SEQ TO EVP-EDIT-SEQ.
069900     MOVE SPACES TO EVP-NEW-TEXT.
070000     STRING "JOB="             DELIMITED BY SIZE
070100            MAN-JOBNAME        DELIMITED BY SIZE
070200            " FILE="           DELIMITED BY SIZE
070300            MAN-FILE-NAME      DELIMITED BY SIZE
070400            " ROLE="           DELIMITED BY SIZE
070500            MAN-FILE-ROLE      DELIMITED BY SIZE
070600            " LRECL="          DELIMITED BY SIZE
070700            MAN-RECORD-LENGTH  DELIMITED BY SIZE
070800            " RECORDS="        DELIMITED BY SIZE
070900            EVP-EDIT-NUM       DELIMITED BY SIZE
071000            " AT CKPT SEQ="    DELIMITED BY SIZE
071100            EVP-EDIT-SEQ       DELIMITED BY SIZE
071200         INTO EVP-NEW-TEXT.
071300     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
071400 3610-EXIT.
071500     EXIT.
071600*
071700*+----------------------------------------------------------+
071800*|  3700-COLLECT-DEAD-LETTERS - each dead letter, its host   |
071900*|  variables masked by their statement's rules first.       |
072000*+----------------------------------------------------------+
072100 3700-COLLECT-DEAD-LETTERS.
072200     OPEN INPUT DEADLETTER-FILE.
072300     IF EVP-DEAD-STATUS NOT = "00"
072400         GO TO 3700-EXIT
072500     END-IF.
072600     MOVE "N" TO EVP-EOF-SW.
072700     PERFORM 3710-ONE-DEAD-LETTER THRU 3710-EXIT
072800         UNTIL EVP-AT-EOF.
072900     CLOSE DEADLETTER-FILE.
073000 3700-EXIT.
073100     EXIT.
073200*
073300 3710-ONE-DEAD-LETTER.
073400     READ DEADLETTER-FILE INTO DEADLT-RECORD
073500         AT END SET EVP-AT-EOF TO TRUE
073600     END-READ.
073700     IF EVP-AT-EOF
073800        OR DLQ-RUNID NOT = EVP-RUN-ID
073900         GO TO 3710-EXIT
074000     END-IF.
074100     MOVE DLQ-TIMESTAMP TO EVP-NEW-TIME.
074200     MOVE 7 TO EVP-NEW-SECT.
074300     MOVE "N" TO EVP-NEW-CONT-SW.
074400     MOVE DLQ-SQLCODE TO EVP-EDIT-SQLCODE.
074500     MOVE SPACES TO EVP-NEW-TEXT.
074600     STRING "STATEMENT="       DELIMITED BY SIZE
074700            DLQ-STMT-ID        DELIMITED BY SIZE
074800            " SQLCODE="        DELIMITED BY SIZE
074900            EVP-EDIT-SQLCODE   DELIMITED BY SIZE
075000         INTO EVP-NEW-TEXT.
075100     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
075200     MOVE SPACES TO EVP-MASK-BUFFER.
075300     MOVE DLQ-HOSTVAR-SNAPSHOT TO EVP-MASK-BUFFER(1:500).
075400     MOVE DLQ-STMT-ID TO EVP-MASK-KEY.
075500     MOVE 500 TO EVP-MASK-LEN.
075600     CALL "MASKER" USING EVP-MASK-KEY
075700                         EVP-MASK-BUFFER
075800                         EVP-MASK-LEN.
075900     MOVE 500 TO EVP-CHUNK-LEN.
076000     PERFORM 8100-ADD-CHUNKS THRU 8100-EXIT.
076100 3710-EXIT.
076200     EXIT.
076300*
076400*+----------------------------------------------------------+
076500*|  3800-COLLECT-EXTSTAT - the run's SQLEXT decode lines.    |
076600*|  EXTRPT stamps no time, so these stay in file order.      |
076700*+----------------------------------------------------------+
076800 3800-COLLECT-EXTSTAT.
076900     OPEN INPUT EXTSTAT-FILE.
077000     IF EVP-EXT-STATUS NOT = "00"
077100         GO TO 3800-EXIT
077200     END-IF.
077300     MOVE "N" TO EVP-EOF-SW.
077400     PERFORM 3810-ONE-DECODE THRU 3810-EXIT
077500         UNTIL EVP-AT-EOF.
077600     CLOSE EXTSTAT-FILE.
077700 3800-EXIT.
077800     EXIT.
077900*
078000 3810-ONE-DECODE.
078100     READ EXTSTAT-FILE
078200         AT END SET EVP-AT-EOF TO TRUE
078300     END-READ.
078400     IF EVP-AT-EOF
078500        OR EXTSTAT-LINE(1:16) NOT = EVP-RUN-ID
078600         GO TO 3810-EXIT
078700     END-IF.
078800     MOVE SPACES TO EVP-NEW-TIME.
078900     MOVE 8 TO EVP-NEW-SECT.
079000     MOVE "N" TO EVP-NEW-CONT-SW.
079100     MOVE SPACES TO EVP-MASK-BUFFER.
079200     MOVE EXTSTAT-LINE(18:169) TO EVP-MASK-BUFFER(1:169).
079300     MOVE EVP-MASK-BUFFER(1:100) TO EVP-NEW-TEXT.
079400     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
079500     IF EVP-MASK-BUFFER(101:69) NOT = SPACES
079600         MOVE "Y" TO EVP-NEW-CONT-SW
079700         MOVE SPACES TO EVP-NEW-TEXT
079800         STRING "  "                   DELIMITED BY SIZE
079900                EVP-MASK-BUFFER(101:69) DELIMITED BY SIZE
080000             INTO EVP-NEW-TEXT
080100         PERFORM 8000-ADD-ENTRY THRU 8000-EXIT
080200     END-IF.
080300 3810-EXIT.
080400     EXIT.
080500*
080600*+----------------------------------------------------------+
080700*|  3900-COLLECT-TIMINGS - the run's statement timings,      |
080800*|  summed by program and paragraph.  SQLTMR stamps only     |
080900*|  the date, so these stay out of the sequence of events.   |
081000*+----------------------------------------------------------+
081100 3900-COLLECT-TIMINGS.
081200     OPEN INPUT SQLPROF-FILE.
081300     IF EVP-PROF-STATUS NOT = "00"
081400         GO TO 3900-EXIT
081500     END-IF.
081600     MOVE "N" TO EVP-EOF-SW.
081700     PERFORM 3910-ONE-TIMING THRU 3910-EXIT
081800         UNTIL EVP-AT-EOF.
081900     CLOSE SQLPROF-FILE.
082000     PERFORM 3950-ONE-TIMING-ENTRY THRU 3950-EXIT
082100         VARYING EVP-SUB FROM 1 BY 1
082200         UNTIL EVP-SUB > EVP-TIM-COUNT.
082300 3900-EXIT.
082400     EXIT.
082500*
082600 3910-ONE-TIMING.
082700     READ SQLPROF-FILE INTO SQLTIM-RECORD
082800         AT END SET EVP-AT-EOF TO TRUE
082900     END-READ.
083000     IF EVP-AT-EOF
083100        OR TIM-RUNID NOT = EVP-RUN-ID
083200         GO TO 3910-EXIT
083300     END-IF.
083400     MOVE ZERO TO EVP-TIM-ROW.
083500     PERFORM 3920-FIND-TIMING-ROW THRU 3920-EXIT
083600         VARYING EVP-SUB FROM 1 BY 1
083700         UNTIL EVP-SUB > EVP-TIM-COUNT OR EVP-TIM-ROW > ZERO.
083800     IF EVP-TIM-ROW = ZERO
083900         IF EVP-TIM-COUNT = 200
084000             GO TO 3910-EXIT
084100         END-IF
084200         ADD 1 TO EVP-TIM-COUNT
084300         MOVE EVP-TIM-COUNT TO EVP-TIM-ROW
084400         MOVE TIM-PROGRAM   TO EVP-TIM-PROGRAM(EVP-TIM-ROW)
084500         MOVE TIM-PARAGRAPH TO EVP-TIM-PARAGRAPH(EVP-TIM-ROW)
084600         MOVE TIM-DATE      TO EVP-TIM-FIRST(EVP-TIM-ROW)
084700         MOVE ZERO          TO EVP-TIM-EXECS(EVP-TIM-ROW)
084800         MOVE ZERO          TO EVP-TIM-TOTAL(EVP-TIM-ROW)
084900         MOVE ZERO          TO EVP-TIM-MAX(EVP-TIM-ROW)
085000     END-IF.
085100     ADD 1 TO EVP-TIM-EXECS(EVP-TIM-ROW).
085200     ADD TIM-ELAPSED-CSECS TO EVP-TIM-TOTAL(EVP-TIM-ROW).
085300     IF TIM-ELAPSED-CSECS > EVP-TIM-MAX(EVP-TIM-ROW)
085400         MOVE TIM-ELAPSED-CSECS TO EVP-TIM-MAX(EVP-TIM-ROW)
085500     END-IF.
085600 3910-EXIT.
085700     EXIT.
085800*
085900 3920-FIND-TIMING-ROW.
086000     IF EVP-TIM-PROGRAM(EVP-SUB) = TIM-PROGRAM
086100        AND EVP-TIM-PARAGRAPH(EVP-SUB) = TIM-PARAGRAPH
086200         MOVE EVP-SUB TO EVP-TIM-ROW
086300     END-IF.
086400 3920-EXIT.
086500     EXIT.
086600*
086700 3950-ONE-TIMING-ENTRY.
086800     MOVE SPACES TO EVP-NEW-TIME.
086900     MOVE 9 TO EVP-NEW-SECT.
087000     MOVE "N" TO EVP-NEW-CONT-SW.
087100     MOVE EVP-TIM-EXECS(EVP-SUB) TO EVP-EDIT-NUM.
087200     MOVE EVP-TIM-TOTAL(EVP-SUB) TO EVP-EDIT-BIG.
087300     MOVE EVP-TIM-MAX(EVP-SUB)   TO EVP-EDIT-SEQ.
087400     MOVE SPACES TO EVP-NEW-TEXT.
087500     STRING EVP-TIM-PROGRAM(EVP-SUB)   DELIMITED BY SIZE
087600            " "                        DELIMITED BY SIZE
087700            EVP-TIM-PARAGRAPH(EVP-SUB) DELIMITED BY SIZE
087800            " FROM "                   DELIMITED BY SIZE
087900            EVP-TIM-FIRST(EVP-SUB)     DELIMITED BY SIZE
088000            " EXECS="                  DELIMITED BY SIZE
088100            EVP-EDIT-NUM               DELIMITED BY SIZE
088200            " CSECS="                  DELIMITED BY SIZE
088300            EVP-EDIT-BIG               DELIMITED BY SIZE
088400            " MAX="                    DELIMITED BY SIZE
088500            EVP-EDIT-SEQ               DELIMITED BY SIZE
088600         INTO EVP-NEW-TEXT.
088700     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
088800 3950-EXIT.
088900     EXIT.
089000*
089100*+----------------------------------------------------------+
089200*|  4000-COLLECT-ALERTS - alerts are keyed by run-id, so     |
089300*|  start at the run's first and stop at the next run.       |
089400*+----------------------------------------------------------+
089500 4000-COLLECT-ALERTS.
089600     OPEN INPUT ALERTS-FILE.
089700     IF EVP-ALERT-STATUS NOT = "00"
089800         GO TO 4000-EXIT
089900     END-IF.
090000     MOVE EVP-RUN-ID TO ALF-KEY(1:16).
090100     MOVE ZERO       TO ALF-KEY(17:4).
090200     MOVE "N" TO EVP-EOF-SW.
090300     START ALERTS-FILE KEY IS NOT < ALF-KEY
090400         INVALID KEY SET EVP-AT-EOF TO TRUE
090500     END-START.
090600     PERFORM 4010-ONE-ALERT THRU 4010-EXIT
090700         UNTIL EVP-AT-EOF.
090800     CLOSE ALERTS-FILE.
090900 4000-EXIT.
091000     EXIT.
091100*
091200 4010-ONE-ALERT.
091300     READ ALERTS-FILE NEXT RECORD INTO ALERT-RECORD
091400         AT END SET EVP-AT-EOF TO TRUE
091500     END-READ.
091600     IF EVP-AT-EOF
091700         GO TO 4010-EXIT
091800     END-IF.
091900     IF ALR-RUN-ID NOT = EVP-RUN-ID
092000         SET EVP-AT-EOF TO TRUE
092100         GO TO 4010-EXIT
092200     END-IF.
092300     MOVE ALR-TIMESTAMP TO EVP-NEW-TIME.
092400     MOVE 10 TO EVP-NEW-SECT.
092500     MOVE "N" TO EVP-NEW-CONT-SW.
092600     MOVE SPACES TO EVP-NEW-TEXT.
092700     STRING "SEV="             DELIMITED BY SIZE
092800            ALR-SEVERITY       DELIMITED BY SIZE
092900            " "                DELIMITED BY SIZE
093000            ALR-PROGRAM        DELIMITED BY SIZE
093100            " "                DELIMITED BY SIZE
093200            ALR-MESSAGE        DELIMITED BY SIZE
093300         INTO EVP-NEW-TEXT.
093400     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
093500     MOVE "Y" TO EVP-NEW-CONT-SW.
093600     MOVE SPACES TO EVP-NEW-TEXT.
093700     IF ALR-ACK-USER = SPACES
093800         MOVE "  NOT ACKNOWLEDGED" TO EVP-NEW-TEXT
093900     ELSE
094000         STRING "  ACKNOWLEDGED BY "  DELIMITED BY SIZE
094100                ALR-ACK-USER          DELIMITED BY SIZE
094200                " AT "                DELIMITED BY SIZE
094300                ALR-ACK-TIMESTAMP     DELIMITED BY SIZE
094400             INTO EVP-NEW-TEXT
094500     END-IF.
094600     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
094700 4010-EXIT.
094800     EXIT.
094900*
095000*+----------------------------------------------------------+
095100*|  4100-COLLECT-VERSION - the control-file version JOBHDR   |
095200*|  recorded for the run, and its registry entry.            |
095300*+----------------------------------------------------------+
095400 4100-COLLECT-VERSION.
095500     OPEN INPUT RUN-VERSION-FILE.
095600     IF EVP-RNV-STATUS NOT = "00"
095700         GO TO 4100-EXIT
095800     END-IF.
095900     MOVE "N" TO EVP-EOF-SW.
096000     PERFORM 4110-ONE-RUN-VERSION THRU 4110-EXIT
096100         UNTIL EVP-AT-EOF.
096200     CLOSE RUN-VERSION-FILE.
096300     IF EVP-VERSION-ID = SPACES
096400         GO TO 4100-EXIT
096500     END-IF.
096600     MOVE SPACES TO EVP-NEW-TIME.
096700     MOVE 11 TO EVP-NEW-SECT.
096800     MOVE "N" TO EVP-NEW-CONT-SW.
096900     MOVE SPACES TO CTLVR-RECORD.
097000     OPEN INPUT VERSION-REGISTRY.
097100     IF EVP-CVR-STATUS = "00"
097200         MOVE "N" TO EVP-EOF-SW
097300         PERFORM 4120-ONE-REGISTRY-REC THRU 4120-EXIT
097400             UNTIL EVP-AT-EOF
097500         CLOSE VERSION-REGISTRY
097600     END-IF.
097700     MOVE SPACES TO EVP-NEW-TEXT.
097800     IF CVR-VERSION-ID = EVP-VERSION-ID
097900         STRING "VERSION="          DELIMITED BY SIZE
098000                EVP-VERSION-ID      DELIMITED BY SIZE
098100                " BUSINESS DATE="   DELIMITED BY SIZE
098200                CVR-BUSINESS-DATE   DELIMITED BY SIZE
098300                " CONTROL FILES="   DELIMITED BY SIZE
098400                CVR-FILE-COUNT      DELIMITED BY SIZE
098500             INTO EVP-NEW-TEXT
098600     ELSE
098700         STRING "VERSION="          DELIMITED BY SIZE
098800                EVP-VERSION-ID      DELIMITED BY SIZE
098900                " - NOT ON CTLVREG" DELIMITED BY SIZE
099000             INTO EVP-NEW-TEXT
099100     END-IF.
099200     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
099300 4100-EXIT.
099400     EXIT.
099500*
099600 4110-ONE-RUN-VERSION.
099700     READ RUN-VERSION-FILE
099800         AT END SET EVP-AT-EOF TO TRUE
099900     END-READ.
100000     IF NOT EVP-AT-EOF
100100        AND RNV-RUN-ID = EVP-RUN-ID
100200         MOVE RNV-VERSION-ID TO EVP-VERSION-ID
100300     END-IF.
100400 4110-EXIT.
100500     EXIT.
100600*
100700 4120-ONE-REGISTRY-REC.
100800     READ VERSION-REGISTRY
100900         AT END SET EVP-AT-EOF TO TRUE
101000     END-READ.
101100     IF NOT EVP-AT-EOF
101200        AND CVR-VERSION-ID = EVP-VERSION-ID
101300         SET EVP-AT-EOF TO TRUE
101400     END-IF.
101500 4120-EXIT.
101600     EXIT.
101700*
101800*+----------------------------------------------------------+
101900*|  5000-ORDER-ENTRIES - a stable insertion sort of entry    |
102000*|  subscripts by time.  Untimed entries sort first and an   |
102100*|  entry's continuation lines stay behind it.               |
102200*+----------------------------------------------------------+
102300 5000-ORDER-ENTRIES.
102400     PERFORM 5100-PLACE-ONE-ENTRY THRU 5100-EXIT
102500         VARYING EVP-ISUB FROM 1 BY 1
102600         UNTIL EVP-ISUB > EVP-ENTRY-COUNT.
102700 5000-EXIT.
102800     EXIT.
102900*
103000 5100-PLACE-ONE-ENTRY.
103100     MOVE EVP-ISUB TO EVP-HOLD.
103200     MOVE EVP-ISUB TO EVP-JSUB.
103300     MOVE "N" TO EVP-PLACED-SW.
103400     PERFORM 5110-SHIFT-ONE THRU 5110-EXIT
103500         UNTIL EVP-JSUB = 1 OR EVP-PLACED.
103600     MOVE EVP-HOLD TO EVP-ORDER(EVP-JSUB).
103700 5100-EXIT.
103800     EXIT.
103900*
104000 5110-SHIFT-ONE.
104100     IF EVP-E-TIME(EVP-ORDER(EVP-JSUB - 1))
104200        NOT > EVP-E-TIME(EVP-HOLD)
104300         SET EVP-PLACED TO TRUE
104400         GO TO 5110-EXIT
104500     END-IF.
104600     MOVE EVP-ORDER(EVP-JSUB - 1) TO EVP-ORDER(EVP-JSUB).
104700     SUBTRACT 1 FROM EVP-JSUB.
104800 5110-EXIT.
104900     EXIT.
105000*
105100*+----------------------------------------------------------+
105200*|  6000-WRITE-PACKAGE - header, contents, the sequence of   |
105300*|  events, then each source's section.                      |
105400*+----------------------------------------------------------+
105500 6000-WRITE-PACKAGE.
105600     OPEN OUTPUT EVIDENCE-FILE.
105610     IF EVP-PKG-STATUS NOT = "00"
105620         DISPLAY "EVDPKG: CANNOT OPEN EVIDPKG, STATUS "
105630                 EVP-PKG-STATUS
105640         MOVE 12 TO RETURN-CODE
105650         STOP RUN
105660     END-IF.
105700     MOVE SPACES TO EVIDENCE-LINE.
105800     STRING "FAILED-RUN EVIDENCE PACKAGE" DELIMITED BY SIZE
105900            "  RUN-ID="                   DELIMITED BY SIZE
106000            EVP-RUN-ID                    DELIMITED BY SIZE
106100            "  PRODUCED "                 DELIMITED BY SIZE
106200            EVP-NOW-STRING                DELIMITED BY SIZE
106300         INTO EVIDENCE-LINE.
106400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
106500     MOVE SPACES TO EVIDENCE-LINE.
106600     IF EVP-RUN-ON-JOBCTL
106700         MOVE JBC-LAST-CKPT-SEQ TO EVP-EDIT-SEQ
106800         STRING "JOB="              DELIMITED BY SIZE
106900                JBC-JOB-NAME        DELIMITED BY SIZE
107000                " STATUS="          DELIMITED BY SIZE
107100                JBC-STATUS          DELIMITED BY SIZE
107200                " BUSINESS DATE="   DELIMITED BY SIZE
107300                JBC-BUSINESS-DATE   DELIMITED BY SIZE
107400                " SIMULATION="      DELIMITED BY SIZE
107500                JBC-SIMULATION-SW   DELIMITED BY SIZE
107600                " LAST CKPT SEQ="   DELIMITED BY SIZE
107700                EVP-EDIT-SEQ        DELIMITED BY SIZE
107800             INTO EVIDENCE-LINE
107900         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
108000         MOVE SPACES TO EVIDENCE-LINE
108100         STRING "SCHEDULED "        DELIMITED BY SIZE
108200                JBC-SCHED-START     DELIMITED BY SIZE
108300                " - "               DELIMITED BY SIZE
108400                JBC-SCHED-END       DELIMITED BY SIZE
108500                "  ACTUAL "         DELIMITED BY SIZE
108600                JBC-ACTUAL-START    DELIMITED BY SIZE
108700                " - "               DELIMITED BY SIZE
108800                JBC-ACTUAL-END      DELIMITED BY SIZE
108900             INTO EVIDENCE-LINE
109000     ELSE
109100         MOVE "RUN-ID IS NOT ON JOBCTL" TO EVIDENCE-LINE
109200     END-IF.
109300     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
109400     MOVE SPACES TO EVIDENCE-LINE.
109500     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
109600     MOVE "CONTENTS" TO EVIDENCE-LINE.
109700     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
109800     PERFORM 6100-CONTENTS-LINE THRU 6100-EXIT
109900         VARYING EVP-SECT FROM 1 BY 1
110000         UNTIL EVP-SECT > 11.
110100     IF EVP-DROPPED-COUNT > ZERO
110200         MOVE EVP-DROPPED-COUNT TO EVP-EDIT-COUNT
110300         MOVE SPACES TO EVIDENCE-LINE
110400         STRING "  "                DELIMITED BY SIZE
110500                EVP-EDIT-COUNT      DELIMITED BY SIZE
110600                " LINES DROPPED - PACKAGE TABLE FULL"
110700                                    DELIMITED BY SIZE
110800             INTO EVIDENCE-LINE
110900         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
111000     END-IF.
111100     MOVE SPACES TO EVIDENCE-LINE.
111200     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
111300     MOVE "==== SEQUENCE OF EVENTS" TO EVIDENCE-LINE.
111400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
111500     PERFORM 6200-EVENT-LINE THRU 6200-EXIT
111600         VARYING EVP-SUB FROM 1 BY 1
111700         UNTIL EVP-SUB > EVP-ENTRY-COUNT.
111800     PERFORM 6300-ONE-SECTION THRU 6300-EXIT
111900         VARYING EVP-SECT FROM 1 BY 1
112000         UNTIL EVP-SECT > 11.
112100     MOVE SPACES TO EVIDENCE-LINE.
112200     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
112300     MOVE "==== END OF EVIDENCE PACKAGE" TO EVIDENCE-LINE.
112400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
112500     CLOSE EVIDENCE-FILE.
112600 6000-EXIT.
112700     EXIT.
112800*
112900 6100-CONTENTS-LINE.
113000     MOVE EVP-SECT-COUNT(EVP-SECT) TO EVP-EDIT-COUNT.
113100     MOVE SPACES TO EVIDENCE-LINE.
113200     STRING "  "                     DELIMITED BY SIZE
113300            EVP-SECT-TAG(EVP-SECT)   DELIMITED BY SIZE
113400            " "                      DELIMITED BY SIZE
113500            EVP-SECT-TITLE(EVP-SECT) DELIMITED BY SIZE
113600            EVP-EDIT-COUNT           DELIMITED BY SIZE
113700            " ENTRIES"               DELIMITED BY SIZE
113800         INTO EVIDENCE-LINE.
113900     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
114000 6100-EXIT.
114100     EXIT.
114200*
114300 6200-EVENT-LINE.
114400     MOVE EVP-ORDER(EVP-SUB) TO EVP-ISUB.
114500     IF EVP-E-TIME(EVP-ISUB) = SPACES
114600        OR EVP-E-CONTINUED(EVP-ISUB)
114700         GO TO 6200-EXIT
114800     END-IF.
114900     MOVE SPACES TO EVIDENCE-LINE.
115000     STRING EVP-E-TIME(EVP-ISUB)                DELIMITED BY SIZE
115100            " "                                 DELIMITED BY SIZE
115200            EVP-SECT-TAG(EVP-E-SECT(EVP-ISUB))  DELIMITED BY SIZE
115300            " "                                 DELIMITED BY SIZE
115400            EVP-E-TEXT(EVP-ISUB)                DELIMITED BY SIZE
115500         INTO EVIDENCE-LINE.
115600     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
115700 6200-EXIT.
115800     EXIT.
115900*
116000 6300-ONE-SECTION.
116100     MOVE SPACES TO EVIDENCE-LINE.
116200     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
116300     STRING "==== "                  DELIMITED BY SIZE
116400            EVP-SECT-TAG(EVP-SECT)   DELIMITED BY SIZE
116500            " - "                    DELIMITED BY SIZE
116600            EVP-SECT-TITLE(EVP-SECT) DELIMITED BY SIZE
116700         INTO EVIDENCE-LINE.
116800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
116900     IF EVP-SECT-COUNT(EVP-SECT) = ZERO
117000         MOVE "  NOTHING RECORDED FOR THIS RUN-ID"
117100             TO EVIDENCE-LINE
117200         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
117300         GO TO 6300-EXIT
117400     END-IF.
117500     PERFORM 6310-SECTION-LINE THRU 6310-EXIT
117600         VARYING EVP-SUB FROM 1 BY 1
117700         UNTIL EVP-SUB > EVP-ENTRY-COUNT.
117800 6300-EXIT.
117900     EXIT.
118000*
118100 6310-SECTION-LINE.
118200     MOVE EVP-ORDER(EVP-SUB) TO EVP-ISUB.
118300     IF EVP-E-SECT(EVP-ISUB) NOT = EVP-SECT
118400         GO TO 6310-EXIT
118500     END-IF.
118600     MOVE SPACES TO EVIDENCE-LINE.
118700     IF EVP-E-CONTINUED(EVP-ISUB)
118800         MOVE EVP-E-TEXT(EVP-ISUB) TO EVIDENCE-LINE(19:106)
118900     ELSE
119000         MOVE EVP-E-TIME(EVP-ISUB) TO EVIDENCE-LINE(3:14)
119100         MOVE EVP-E-TEXT(EVP-ISUB) TO EVIDENCE-LINE(19:106)
119200     END-IF.
119300     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
119400 6310-EXIT.
119500     EXIT.
119600*
119700*+----------------------------------------------------------+
119800*|  8000-ADD-ENTRY - one line of evidence into the table.     |
119900*|  A continuation line takes its entry's time so the sort   |
120000*|  keeps the two together.                                   |
120100*+----------------------------------------------------------+
120200 8000-ADD-ENTRY.
120300     IF EVP-ENTRY-COUNT = 3000
120400         ADD 1 TO EVP-DROPPED-COUNT
120500         GO TO 8000-EXIT
120600     END-IF.
120700     ADD 1 TO EVP-ENTRY-COUNT.
120800     MOVE EVP-NEW-TIME    TO EVP-E-TIME(EVP-ENTRY-COUNT).
120900     MOVE EVP-NEW-SECT    TO EVP-E-SECT(EVP-ENTRY-COUNT).
121000     MOVE EVP-NEW-CONT-SW TO EVP-E-CONT-SW(EVP-ENTRY-COUNT).
121100     MOVE EVP-NEW-TEXT    TO EVP-E-TEXT(EVP-ENTRY-COUNT).
121200     IF EVP-NEW-CONT-SW NOT = "Y"
121300         ADD 1 TO EVP-SECT-COUNT(EVP-NEW-SECT)
121400     END-IF.
121500 8000-EXIT.
121600     EXIT.
121700*
121800*+----------------------------------------------------------+
121900*|  8100-ADD-CHUNKS - the first EVP-CHUNK-LEN bytes of the   |
122000*|  mask buffer as continuation lines, 100 bytes a line,     |
122100*|  skipping blank stretches.                                 |
122200*+----------------------------------------------------------+
122300 8100-ADD-CHUNKS.
122400     MOVE "Y" TO EVP-NEW-CONT-SW.
122500     PERFORM 8110-ONE-CHUNK THRU 8110-EXIT
122600         VARYING EVP-CHUNK-POS FROM 1 BY 100
122700         UNTIL EVP-CHUNK-POS > EVP-CHUNK-LEN.
122800 8100-EXIT.
122900     EXIT.
123000*
123100 8110-ONE-CHUNK.
123200     MOVE 100 TO EVP-CHUNK-SIZE.
123300     IF EVP-CHUNK-POS + EVP-CHUNK-SIZE - 1 > EVP-CHUNK-LEN
123400         COMPUTE EVP-CHUNK-SIZE =
123500             EVP-CHUNK-LEN - EVP-CHUNK-POS + 1
123600     END-IF.
123700     IF EVP-MASK-BUFFER(EVP-CHUNK-POS:EVP-CHUNK-SIZE) = SPACES
123800         GO TO 8110-EXIT
123900     END-IF.
124000     MOVE SPACES TO EVP-NEW-TEXT.
124100     STRING "  "                    DELIMITED BY SIZE
124200            EVP-MASK-BUFFER(EVP-CHUNK-POS:EVP-CHUNK-SIZE)
124300                                    DELIMITED BY SIZE
124400         INTO EVP-NEW-TEXT.
124500     PERFORM 8000-ADD-ENTRY THRU 8000-EXIT.
124600 8110-EXIT.
124700     EXIT.
124800*
124900*+----------------------------------------------------------+
125000*|  8500-WRITE-LINE - every package line through MASKER.     |
125100*+----------------------------------------------------------+
125200 8500-WRITE-LINE.
125300     MOVE "*ALL" TO EVP-MASK-KEY.
125400     MOVE 132 TO EVP-MASK-LEN.
125500     CALL "MASKER" USING EVP-MASK-KEY
125600                         EVIDENCE-LINE
125700                         EVP-MASK-LEN.
125800     WRITE EVIDENCE-LINE.
125900     MOVE SPACES TO EVIDENCE-LINE.
126000 8500-EXIT.
126100     EXIT.
126200*
126300*+----------------------------------------------------------+
126400*|  9000-TERMINATE                                            |
126500*+----------------------------------------------------------+
126600 9000-TERMINATE.
126700     MOVE EVP-ENTRY-COUNT TO EVP-EDIT-COUNT.
126800     DISPLAY "EVDPKG: RUN-ID " EVP-RUN-ID " PACKAGED, "
126900         EVP-EDIT-COUNT " LINES OF EVIDENCE".
127000     IF NOT EVP-RUN-ON-JOBCTL
127100         DISPLAY "EVDPKG: RUN-ID " EVP-RUN-ID " IS NOT ON JOBCTL"
127200         MOVE 4 TO RETURN-CODE
127300     END-IF.
127400 9000-EXIT.
127500     EXIT.
