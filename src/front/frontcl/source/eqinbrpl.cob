000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * INBRPL
000400*     *
000500*     * Purpose: Supervised inbound-file replacement.  Carries
000600*     *          out the replacement an operator declared through
000700*     *          RPLSCN (see eqrpldcl.cob) for the feed and
000800*     *          business date on the RPLPARM parameter record, in
000900*     *          the order the old manual fix took by hand:
001000*     *            - the original load's run is backed out through
001100*     *              BACKOUT, its restoring rows written newest
001200*     *              first to the RPLRSTR restore file, in the
001300*     *              before-image journal layout (see
001400*     *              eqbijrnl.cob);
001500*     *            - every fingerprint that run registered on
001600*     *              DUPFPRNT is retired through DUPCHK, so the
001700*     *              corrected rows are not taken for duplicates;
001800*     *            - the replacement - landed on ARRIVALS and
001900*     *              presented as LOADIN - is loaded through
002000*     *              GENLOD, each validated row written to the
002100*     *              RPLLOAD file;
002200*     *            - the inbound registry entry (see eqinbreg.cob)
002300*     *              is switched to the replacement, keeping the
002400*     *              file and run it superseded, with its
002500*     *              acknowledgment cleared so ACKGEN acks the
002600*     *              replacement by name; LINWRT links the two
002700*     *              files on the lineage file.
002800*     *          The restoring and inserting SQL stays with the
002900*     *          database step that follows, as everywhere else in
003000*     *          this layer; RPLRSTR and RPLLOAD are its input.
003100*     *
003200*     * Notes:  Each step is recorded on the declaration as it
003300*     *          fails, and a rerun of a failed declaration picks
003400*     *          up at that step: a back-out or load that stopped
003500*     *          part way resumes from its checkpoint (ACTION
003600*     *          "RESUM") and its hand-off file is extended, not
003650*     *          rewritten.  Each row handed off is checkpointed
003700*     *          as it is written, so the checkpoint and the
003720*     *          hand-off file agree, and a resumed step counts
003760*     *          the rows already on the file and carries on.
003800*     *          The replacement must be on ARRIVALS for the feed
003900*     *          and date with a balancing trailer, and the
004000*     *          registry must still hold the file the declaration
004100*     *          replaces, or nothing is touched.
004200*     *
004300 PROGRAM-ID.     INBRPL.
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
005600     SELECT REPLACE-PARM ASSIGN TO "RPLPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS IRP-PARM-STATUS.
005900     SELECT DECLARE-FILE ASSIGN TO "INBREPL"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RDF-KEY
006300         FILE STATUS IS IRP-DCL-STATUS.
006400     SELECT INBREG-FILE ASSIGN TO "INBDREG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS IRF-KEY
006800         FILE STATUS IS IRP-REG-STATUS.
006900     SELECT ARRIVALS-FILE ASSIGN TO "ARRIVALS"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS IRP-ARR-STATUS.
007200     SELECT RESTORE-FILE ASSIGN TO "RPLRSTR"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS IRP-RST-STATUS.
007500     SELECT LOAD-FILE ASSIGN TO "RPLLOAD"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS IRP-LOD-STATUS.
007800     SELECT REPLACE-REPORT ASSIGN TO "RPLRPT"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS IRP-RPT-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  REPLACE-PARM
008500     RECORDING MODE IS F.
008600 01  REPLACE-PARM-REC.
008700     05 RPP-FEED-NAME         PIC X(12).
008800     05 RPP-BUSINESS-DATE     PIC 9(8).
008900*
009000 FD  DECLARE-FILE.
009100 01  DECLARE-FILE-REC.
009200     05 RDF-KEY               PIC X(20).
009300     05 RDF-REST-OF-RECORD    PIC X(141).
009400*
009500 FD  INBREG-FILE.
009600 01  INBREG-FILE-REC.
009700     05 IRF-KEY               PIC X(20).
009800     05 IRF-REST-OF-RECORD    PIC X(97).
009900*
010000 FD  ARRIVALS-FILE
010100     RECORDING MODE IS F.
010200 COPY "eqarrrec.cob".
010300*
010400 FD  RESTORE-FILE
010500     RECORDING MODE IS F.
010600 COPY "eqbijrnl.cob".
010700*
010800 FD  LOAD-FILE
010900     RECORDING MODE IS F.
011000 01  LOAD-FILE-REC            PIC X(4000).
011100*
011200 FD  REPLACE-REPORT
011300     RECORDING MODE IS F.
011400 01  REPLACE-LINE             PIC X(132).
011500*
011600 WORKING-STORAGE SECTION.
011700 COPY "eqsqlca.cob".
011800 COPY "eqrpldcl.cob".
011900 COPY "eqinbreg.cob".
012000 COPY "eqtrailr.cob".
012100*
012200 01  IRP-WORK-AREA.
012300     05 IRP-PARM-STATUS       PIC X(2)  VALUE "00".
012400     05 IRP-DCL-STATUS        PIC X(2)  VALUE "00".
012500     05 IRP-REG-STATUS        PIC X(2)  VALUE "00".
012600     05 IRP-ARR-STATUS        PIC X(2)  VALUE "00".
012700     05 IRP-RST-STATUS        PIC X(2)  VALUE "00".
012800     05 IRP-LOD-STATUS        PIC X(2)  VALUE "00".
012900     05 IRP-RPT-STATUS        PIC X(2)  VALUE "00".
013000     05 IRP-EOF-SW            PIC X(1)  VALUE "N".
013100         88 IRP-AT-EOF                  VALUE "Y".
013200     05 IRP-ARRIVAL-SW        PIC X(1)  VALUE "N".
013300         88 IRP-ARRIVAL-FOUND           VALUE "Y".
013400     05 IRP-FEED-NAME         PIC X(12).
013500     05 IRP-BUSINESS-DATE     PIC 9(8).
013600     05 IRP-START-STEP        PIC X(8).
013700         88 IRP-START-BACKOUT           VALUE "BACKOUT".
013800         88 IRP-START-RETIRE            VALUE "RETIRE".
013900         88 IRP-START-LOAD              VALUE "LOAD".
014000         88 IRP-START-REGISTER          VALUE "REGISTER".
014100     05 IRP-FAIL-STEP         PIC X(8).
014200     05 IRP-FAIL-TEXT         PIC X(60).
014300     05 IRP-ARR-TIMESTAMP     PIC X(14).
014400     05 IRP-ARR-COUNT         PIC 9(9).
014500     05 IRP-DATA-COUNT        PIC 9(9).
014600     05 IRP-ORIG-DATA-COUNT   PIC S9(9) USAGE COMP VALUE ZERO.
014700     05 IRP-RESTORED          PIC S9(9) USAGE COMP VALUE ZERO.
014800     05 IRP-LOADED            PIC S9(9) USAGE COMP VALUE ZERO.
015000     05 IRP-COUNT-DISP        PIC 9(9).
015100     05 IRP-RETIRED-DISP      PIC 9(9)  VALUE ZERO.
015200     05 IRP-NOW-STRING        PIC X(14).
015300*
015400 01  IRP-BACKOUT-AREA.
015500     05 IRP-BKO-ACTION        PIC X(5).
015600     05 IRP-BKO-JOBNAME       PIC X(8)  VALUE "RPLBACK".
015700     05 IRP-BKO-RUN-ID        PIC X(16).
015800     05 IRP-BKO-STMT-ID       PIC X(38).
015900     05 IRP-BKO-ROW-KEY       PIC X(40).
016000     05 IRP-BKO-ROW-IMAGE     PIC X(4000).
016100     05 IRP-BKO-EOF-SW        PIC X(1).
016200         88 IRP-BKO-AT-EOF              VALUE "Y".
016300     05 IRP-BKO-RESULT        PIC X(1).
016400         88 IRP-BKO-FAILED              VALUE "N".
016500*
016600 01  IRP-LOAD-AREA.
016700     05 IRP-GLD-ACTION        PIC X(5).
016800     05 IRP-GLD-JOBNAME       PIC X(8)  VALUE "RPLLOAD".
016900     05 IRP-GLD-RECORD        PIC X(4000).
017000     05 IRP-GLD-EOF-SW        PIC X(1).
017100         88 IRP-GLD-AT-EOF              VALUE "Y".
017200     05 IRP-GLD-RESULT        PIC X(1).
017300         88 IRP-GLD-FAILED              VALUE "N".
017400*
017500 01  IRP-RETIRE-AREA.
017600     05 IRP-DUP-ACTION        PIC X(5)  VALUE "RETIR".
017700     05 IRP-DUP-RECORD        PIC X(4000).
017800     05 IRP-DUP-RESULT        PIC X(1).
017900         88 IRP-DUP-FAILED              VALUE "N".
018000*
018100 01  IRP-LINEAGE-AREA.
018200     05 IRP-LIN-STAGE         PIC X(8)  VALUE "REPLACE".
018300     05 IRP-LIN-IN-FILE       PIC X(12).
018400     05 IRP-LIN-OUT-FILE      PIC X(12).
018500*
018600 PROCEDURE DIVISION.
018700*
018800*+----------------------------------------------------------+
018900*|  0000-MAINLINE                                             |
019000*+----------------------------------------------------------+
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019300     IF IRP-START-BACKOUT
019400         PERFORM 2000-BACK-OUT-ORIGINAL THRU 2000-EXIT
019500         MOVE "RETIRE" TO IRP-START-STEP
019600     END-IF.
019700     IF IRP-START-RETIRE
019800         PERFORM 3000-RETIRE-FINGERPRINTS THRU 3000-EXIT
019900         MOVE "LOAD" TO IRP-START-STEP
020000     END-IF.
020100     IF IRP-START-LOAD
020200         PERFORM 4000-LOAD-REPLACEMENT THRU 4000-EXIT
020300         MOVE "REGISTER" TO IRP-START-STEP
020400     END-IF.
020500     PERFORM 5000-REGISTER-REPLACEMENT THRU 5000-EXIT.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     STOP RUN.
020800*
020900*+----------------------------------------------------------+
021000*|  1000-INITIALIZE - parameter, declaration, registry and    |
021100*|  arrival must all agree before anything is touched.        |
021200*+----------------------------------------------------------+
021300 1000-INITIALIZE.
021400     OPEN INPUT REPLACE-PARM.
021500     IF IRP-PARM-STATUS NOT = "00"
021600         DISPLAY "INBRPL: NO RPLPARM PARAMETER FILE"
021700         MOVE 12 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     READ REPLACE-PARM
022100         AT END
022200             DISPLAY "INBRPL: EMPTY RPLPARM PARAMETER FILE"
022300             MOVE 12 TO RETURN-CODE
022400             STOP RUN
022500     END-READ.
022600*    The record area is undefined once the file closes - keep
022700*    working copies of the parameter fields.
022800     MOVE RPP-FEED-NAME     TO IRP-FEED-NAME.
022900     MOVE RPP-BUSINESS-DATE TO IRP-BUSINESS-DATE.
023000     CLOSE REPLACE-PARM.
023100     OPEN I-O DECLARE-FILE.
023200     IF IRP-DCL-STATUS NOT = "00"
023300         DISPLAY "INBRPL: NO INBREPL DECLARATION FILE"
023400         MOVE 12 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE IRP-FEED-NAME     TO RDF-KEY(1:12).
023800     MOVE IRP-BUSINESS-DATE TO RDF-KEY(13:8).
023900     READ DECLARE-FILE
024000         KEY IS RDF-KEY
024100         INVALID KEY
024200             DISPLAY "INBRPL: NO REPLACEMENT DECLARED FOR "
024300                 IRP-FEED-NAME " " IRP-BUSINESS-DATE
024400             MOVE 12 TO RETURN-CODE
024500             CLOSE DECLARE-FILE
024600             STOP RUN
024700     END-READ.
024800     MOVE RDF-KEY            TO RPLDCL-RECORD(1:20).
024900     MOVE RDF-REST-OF-RECORD TO RPLDCL-RECORD(21:141).
025000     EVALUATE TRUE
025100         WHEN RPL-PENDING
025200             MOVE "BACKOUT" TO IRP-START-STEP
025300             MOVE "OPEN"    TO IRP-BKO-ACTION
025400             MOVE "OPEN"    TO IRP-GLD-ACTION
025500         WHEN RPL-FAILED
025600             MOVE RPL-FAILED-STEP TO IRP-START-STEP
025700             MOVE "RESUM"   TO IRP-BKO-ACTION
025800             MOVE "RESUM"   TO IRP-GLD-ACTION
025900         WHEN OTHER
026000             DISPLAY "INBRPL: REPLACEMENT FOR " IRP-FEED-NAME " "
026100                 IRP-BUSINESS-DATE " ALREADY COMPLETED"
026200             MOVE 12 TO RETURN-CODE
026300             CLOSE DECLARE-FILE
026400             STOP RUN
026500     END-EVALUATE.
026600     OPEN OUTPUT REPLACE-REPORT.
026700     MOVE FUNCTION CURRENT-DATE(1:14) TO IRP-NOW-STRING.
026800     MOVE SPACES TO REPLACE-LINE.
026900     STRING "INBOUND FILE REPLACEMENT  FEED " DELIMITED BY SIZE
027000            RPL-FEED-NAME         DELIMITED BY SIZE
027100            " DATE "              DELIMITED BY SIZE
027200            RPL-BUSINESS-DATE     DELIMITED BY SIZE
027300            "  RUN "              DELIMITED BY SIZE
027400            IRP-NOW-STRING        DELIMITED BY SIZE
027500         INTO REPLACE-LINE.
027600     WRITE REPLACE-LINE.
027700     MOVE SPACES TO REPLACE-LINE.
027800     STRING "FILE "               DELIMITED BY SIZE
027900            RPL-NEW-FILE          DELIMITED BY SIZE
028000            " REPLACES "          DELIMITED BY SIZE
028100            RPL-ORIG-FILE         DELIMITED BY SIZE
028200            " LOADED UNDER RUN "  DELIMITED BY SIZE
028300            RPL-ORIG-RUN-ID       DELIMITED BY SIZE
028400            "  DECLARED BY "      DELIMITED BY SIZE
028500            RPL-AUTHORIZER        DELIMITED BY SIZE
028600            " AT "                DELIMITED BY SIZE
028700            RPL-DECLARED          DELIMITED BY SIZE
028800         INTO REPLACE-LINE.
028900     WRITE REPLACE-LINE.
029000     MOVE SPACES TO REPLACE-LINE.
029100     STRING "REASON: "            DELIMITED BY SIZE
029200            RPL-REASON            DELIMITED BY SIZE
029300         INTO REPLACE-LINE.
029400     WRITE REPLACE-LINE.
029500     IF RPL-FAILED
029600         MOVE SPACES TO REPLACE-LINE
029700         STRING "RESUMING AT STEP "  DELIMITED BY SIZE
029800                IRP-START-STEP       DELIMITED BY SIZE
029900             INTO REPLACE-LINE
030000         WRITE REPLACE-LINE
030100     END-IF.
030200     PERFORM 1100-CHECK-REGISTRY THRU 1100-EXIT.
030300     PERFORM 1200-FIND-ARRIVAL THRU 1200-EXIT.
030400 1000-EXIT.
030500     EXIT.
030600*
030700*+----------------------------------------------------------+
030800*|  1100-CHECK-REGISTRY - the entry must still hold the file  |
030900*|  the declaration replaces.                                  |
031000*+----------------------------------------------------------+
031100 1100-CHECK-REGISTRY.
031200     OPEN I-O INBREG-FILE.
031300     IF IRP-REG-STATUS NOT = "00"
031400         MOVE "VERIFY" TO IRP-FAIL-STEP
031500         MOVE "NO INBOUND REGISTRY" TO IRP-FAIL-TEXT
031600         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
031700     END-IF.
031800     MOVE RPL-KEY TO IRF-KEY.
031900     READ INBREG-FILE
032000         KEY IS IRF-KEY
032100         INVALID KEY
032200             MOVE "VERIFY" TO IRP-FAIL-STEP
032300             MOVE "FEED AND DATE NO LONGER ON INBOUND REGISTRY"
032400                 TO IRP-FAIL-TEXT
032500             PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
032600     END-READ.
032700     MOVE IRF-KEY            TO INBREG-RECORD(1:20).
032800     MOVE IRF-REST-OF-RECORD TO INBREG-RECORD(21:97).
032900     IF INB-FILE-NAME NOT = RPL-ORIG-FILE
033000         MOVE "VERIFY" TO IRP-FAIL-STEP
033100         MOVE "REGISTRY NO LONGER HOLDS THE FILE BEING REPLACED"
033200             TO IRP-FAIL-TEXT
033300         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
033400     END-IF.
033500*    The delivered count includes the trailer record itself.
033600     IF INB-RECORD-COUNT > ZERO
033700         COMPUTE IRP-ORIG-DATA-COUNT = INB-RECORD-COUNT - 1
033800     END-IF.
033900 1100-EXIT.
034000     EXIT.
034100*
034200*+----------------------------------------------------------+
034300*|  1200-FIND-ARRIVAL - the replacement must have landed for  |
034400*|  the feed and date, with a trailer that balances.          |
034500*+----------------------------------------------------------+
034600 1200-FIND-ARRIVAL.
034700     OPEN INPUT ARRIVALS-FILE.
034800     IF IRP-ARR-STATUS NOT = "00"
034900         MOVE "VERIFY" TO IRP-FAIL-STEP
035000         MOVE "NO ARRIVALS FILE" TO IRP-FAIL-TEXT
035100         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
035200     END-IF.
035300     MOVE "N" TO IRP-EOF-SW.
035400     PERFORM 1210-MATCH-ONE-ARRIVAL THRU 1210-EXIT
035500         UNTIL IRP-AT-EOF.
035600     CLOSE ARRIVALS-FILE.
035700     IF NOT IRP-ARRIVAL-FOUND
035800         MOVE "VERIFY" TO IRP-FAIL-STEP
035900         MOVE "REPLACEMENT FILE NOT ON ARRIVALS FOR FEED AND DATE"
036000             TO IRP-FAIL-TEXT
036100         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
036200     END-IF.
036300     MOVE ZERO TO IRP-DATA-COUNT.
036400     IF IRP-ARR-COUNT > ZERO
036500         COMPUTE IRP-DATA-COUNT = IRP-ARR-COUNT - 1
036600     END-IF.
036700     IF NOT TRL-IS-TRAILER
036800        OR TRL-RECORD-COUNT NOT = IRP-DATA-COUNT
036900         MOVE "VERIFY" TO IRP-FAIL-STEP
037000         MOVE "REPLACEMENT FILE TRAILER DOES NOT BALANCE"
037100             TO IRP-FAIL-TEXT
037200         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
037300     END-IF.
037400 1200-EXIT.
037500     EXIT.
037600*
037700 1210-MATCH-ONE-ARRIVAL.
037800     READ ARRIVALS-FILE
037900         AT END SET IRP-AT-EOF TO TRUE
038000     END-READ.
038100     IF IRP-AT-EOF
038200         GO TO 1210-EXIT
038300     END-IF.
038400*    The last landing of the file wins, as a resend would.
038500     IF ARR-FEED-NAME = RPL-FEED-NAME
038600        AND ARR-BUSINESS-DATE = RPL-BUSINESS-DATE
038700        AND ARR-FILE-NAME = RPL-NEW-FILE
038800         SET IRP-ARRIVAL-FOUND TO TRUE
038900         MOVE ARR-TIMESTAMP     TO IRP-ARR-TIMESTAMP
039000         MOVE ARR-RECORD-COUNT  TO IRP-ARR-COUNT
039100         MOVE ARR-TRAILER-IMAGE TO TRAILR-RECORD
039200     END-IF.
039300 1210-EXIT.
039400     EXIT.
039500*
039600*+----------------------------------------------------------+
039700*|  2000-BACK-OUT-ORIGINAL - every row the original load run  |
039800*|  journaled, newest first, to the restore file.             |
039900*+----------------------------------------------------------+
040000 2000-BACK-OUT-ORIGINAL.
040100     IF IRP-BKO-ACTION = "RESUM"
040150         PERFORM 2050-COUNT-RESTORED THRU 2050-EXIT
040200         OPEN EXTEND RESTORE-FILE
040300         IF IRP-RST-STATUS = "05" OR IRP-RST-STATUS = "35"
040400             OPEN OUTPUT RESTORE-FILE
040500         END-IF
040600     ELSE
040700         OPEN OUTPUT RESTORE-FILE
040800     END-IF.
040900     MOVE RPL-ORIG-RUN-ID TO IRP-BKO-RUN-ID.
041000     CALL "BACKOUT" USING IRP-BKO-ACTION
041100                          IRP-BKO-JOBNAME
041200                          IRP-BKO-RUN-ID
041300                          IRP-BKO-STMT-ID
041400                          IRP-BKO-ROW-KEY
041500                          IRP-BKO-ROW-IMAGE
041600                          IRP-BKO-EOF-SW
041700                          IRP-BKO-RESULT.
041800     IF IRP-BKO-FAILED
041900         CLOSE RESTORE-FILE
042000         MOVE "BACKOUT" TO IRP-FAIL-STEP
042100         MOVE "BACK-OUT COULD NOT OPEN THE BEFORE-IMAGE JOURNAL"
042200             TO IRP-FAIL-TEXT
042300         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
042400     END-IF.
042500     MOVE "GET" TO IRP-BKO-ACTION.
042600     MOVE "N" TO IRP-BKO-EOF-SW.
042800     PERFORM 2100-RESTORE-ONE-ROW THRU 2100-EXIT
042900         UNTIL IRP-BKO-AT-EOF OR IRP-BKO-FAILED.
043000     MOVE "CLOSE" TO IRP-BKO-ACTION.
043100     CALL "BACKOUT" USING IRP-BKO-ACTION
043200                          IRP-BKO-JOBNAME
043300                          IRP-BKO-RUN-ID
043400                          IRP-BKO-STMT-ID
043500                          IRP-BKO-ROW-KEY
043600                          IRP-BKO-ROW-IMAGE
043700                          IRP-BKO-EOF-SW
043800                          IRP-BKO-RESULT.
043900     CLOSE RESTORE-FILE.
044000     IF IRP-BKO-FAILED
044100         MOVE "BACKOUT" TO IRP-FAIL-STEP
044200         MOVE "BACK-OUT OUT OF BALANCE - SEE BKORPT"
044300             TO IRP-FAIL-TEXT
044400         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
044500     END-IF.
044600     MOVE IRP-RESTORED TO IRP-COUNT-DISP.
044700     MOVE SPACES TO REPLACE-LINE.
044800     STRING "BACKED OUT RUN "     DELIMITED BY SIZE
044900            RPL-ORIG-RUN-ID       DELIMITED BY SIZE
045000            " - ROWS TO RESTORE=" DELIMITED BY SIZE
045100            IRP-COUNT-DISP        DELIMITED BY SIZE
045200            " ON RPLRSTR"         DELIMITED BY SIZE
045300         INTO REPLACE-LINE.
045400     WRITE REPLACE-LINE.
045500 2000-EXIT.
045600     EXIT.
045700*
045705*    Rows a failed back-out already handed off stay on RPLRSTR;
045710*    the count and the journal sequence carry on from them.
045712 2050-COUNT-RESTORED.
045716     OPEN INPUT RESTORE-FILE.
045720     IF IRP-RST-STATUS NOT = "00"
045725         GO TO 2050-EXIT
045730     END-IF.
045732     MOVE "N" TO IRP-EOF-SW.
045736     PERFORM 2060-COUNT-ONE-RESTORED THRU 2060-EXIT
045740         UNTIL IRP-AT-EOF.
045745     CLOSE RESTORE-FILE.
045750 2050-EXIT.
045752     EXIT.
045756*
045760 2060-COUNT-ONE-RESTORED.
045765     READ RESTORE-FILE
045770         AT END SET IRP-AT-EOF TO TRUE
045772     END-READ.
045776     IF NOT IRP-AT-EOF
045780         ADD 1 TO IRP-RESTORED
045785     END-IF.
045790 2060-EXIT.
045792     EXIT.
045796*
045800 2100-RESTORE-ONE-ROW.
045900     CALL "BACKOUT" USING IRP-BKO-ACTION
046000                          IRP-BKO-JOBNAME
046100                          IRP-BKO-RUN-ID
046200                          IRP-BKO-STMT-ID
046300                          IRP-BKO-ROW-KEY
046400                          IRP-BKO-ROW-IMAGE
046500                          IRP-BKO-EOF-SW
046600                          IRP-BKO-RESULT.
046700     IF IRP-BKO-AT-EOF OR IRP-BKO-FAILED
046800         GO TO 2100-EXIT
046900     END-IF.
047000     ADD 1 TO IRP-RESTORED.
047100     MOVE SPACES            TO BIJRNL-RECORD.
047200     MOVE IRP-BKO-RUN-ID    TO BIJ-RUN-ID.
047300     MOVE IRP-RESTORED      TO BIJ-SEQUENCE.
047400     MOVE IRP-BKO-STMT-ID   TO BIJ-STMT-ID.
047500     MOVE IRP-BKO-ROW-KEY   TO BIJ-ROW-KEY.
047600     MOVE IRP-BKO-ROW-IMAGE TO BIJ-ROW-IMAGE.
047700     MOVE IRP-NOW-STRING    TO BIJ-TIMESTAMP.
047800     WRITE BIJRNL-RECORD.
047950*    Every row handed off is its own commit group, so a resumed
048100*    back-out starts exactly after the last row on RPLRSTR.
048200     MOVE "MARK" TO IRP-BKO-ACTION.
048300     CALL "BACKOUT" USING IRP-BKO-ACTION
048450                          IRP-BKO-JOBNAME
048600                          IRP-BKO-RUN-ID
048700                          IRP-BKO-STMT-ID
048800                          IRP-BKO-ROW-KEY
048950                          IRP-BKO-ROW-IMAGE
049050                          IRP-BKO-EOF-SW
049200                          IRP-BKO-RESULT.
049300     MOVE "GET" TO IRP-BKO-ACTION.
049400 2100-EXIT.
049500     EXIT.
049600*
049700*+----------------------------------------------------------+
049800*|  3000-RETIRE-FINGERPRINTS - the original run's rows must   |
049900*|  not read as duplicates of the corrected ones.             |
050000*+----------------------------------------------------------+
050100 3000-RETIRE-FINGERPRINTS.
050200     MOVE SPACES TO IRP-DUP-RECORD.
050300     MOVE RPL-ORIG-RUN-ID TO IRP-DUP-RECORD(1:16).
050400     CALL "DUPCHK" USING IRP-DUP-ACTION
050500                         IRP-DUP-RECORD
050600                         IRP-DUP-RESULT.
050700     IF IRP-DUP-FAILED
050800         MOVE "RETIRE" TO IRP-FAIL-STEP
050900         MOVE "FINGERPRINTS ON DUPFPRNT COULD NOT BE RETIRED"
051000             TO IRP-FAIL-TEXT
051100         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
051200     END-IF.
051300     IF IRP-DUP-RECORD(17:9) NUMERIC
051400         MOVE IRP-DUP-RECORD(17:9) TO IRP-RETIRED-DISP
051500     END-IF.
051600     MOVE SPACES TO REPLACE-LINE.
051700     STRING "RETIRED FINGERPRINTS OF RUN " DELIMITED BY SIZE
051800            RPL-ORIG-RUN-ID       DELIMITED BY SIZE
051900            " - COUNT="           DELIMITED BY SIZE
052000            IRP-RETIRED-DISP      DELIMITED BY SIZE
052100         INTO REPLACE-LINE.
052200     WRITE REPLACE-LINE.
052300 3000-EXIT.
052400     EXIT.
052500*
052600*+----------------------------------------------------------+
052700*|  4000-LOAD-REPLACEMENT - the corrected file through the    |
052800*|  validated load engine to the load hand-off file.          |
052900*+----------------------------------------------------------+
053000 4000-LOAD-REPLACEMENT.
053100     IF IRP-GLD-ACTION = "RESUM"
053150         PERFORM 4050-COUNT-LOADED THRU 4050-EXIT
053200         OPEN EXTEND LOAD-FILE
053300         IF IRP-LOD-STATUS = "05" OR IRP-LOD-STATUS = "35"
053400             OPEN OUTPUT LOAD-FILE
053500         END-IF
053600     ELSE
053700         OPEN OUTPUT LOAD-FILE
053800     END-IF.
053900     CALL "GENLOD" USING IRP-GLD-ACTION
054000                         IRP-GLD-JOBNAME
054100                         IRP-GLD-RECORD
054200                         IRP-GLD-EOF-SW
054300                         IRP-GLD-RESULT.
054400     IF IRP-GLD-FAILED
054500         CLOSE LOAD-FILE
054600         MOVE "LOAD" TO IRP-FAIL-STEP
054700         MOVE "LOAD REFUSED AT OPEN - SEE LOADREJ"
054800             TO IRP-FAIL-TEXT
054900         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
055000     END-IF.
055100     MOVE "GET" TO IRP-GLD-ACTION.
055200     MOVE "N" TO IRP-GLD-EOF-SW.
055400     PERFORM 4100-LOAD-ONE-ROW THRU 4100-EXIT
055500         UNTIL IRP-GLD-AT-EOF OR IRP-GLD-FAILED.
055600     MOVE "CLOSE" TO IRP-GLD-ACTION.
055700     CALL "GENLOD" USING IRP-GLD-ACTION
055800                         IRP-GLD-JOBNAME
055900                         IRP-GLD-RECORD
056000                         IRP-GLD-EOF-SW
056100                         IRP-GLD-RESULT.
056200     CLOSE LOAD-FILE.
056300     IF IRP-GLD-FAILED
056400         MOVE "LOAD" TO IRP-FAIL-STEP
056500         MOVE "LOAD FAILED - SEE LOADREJ" TO IRP-FAIL-TEXT
056600         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
056700     END-IF.
056800     MOVE IRP-LOADED TO IRP-COUNT-DISP.
056900     MOVE SPACES TO REPLACE-LINE.
057000     STRING "LOADED "             DELIMITED BY SIZE
057100            RPL-NEW-FILE          DELIMITED BY SIZE
057200            " - ROWS TO INSERT="  DELIMITED BY SIZE
057300            IRP-COUNT-DISP        DELIMITED BY SIZE
057400            " ON RPLLOAD"         DELIMITED BY SIZE
057500         INTO REPLACE-LINE.
057600     WRITE REPLACE-LINE.
057700 4000-EXIT.
057800     EXIT.
057900*
057905*    Rows a failed load already handed off stay on RPLLOAD; the
057910*    count carries on from them.
057912 4050-COUNT-LOADED.
057916     OPEN INPUT LOAD-FILE.
057920     IF IRP-LOD-STATUS NOT = "00"
057925         GO TO 4050-EXIT
057930     END-IF.
057932     MOVE "N" TO IRP-EOF-SW.
057936     PERFORM 4060-COUNT-ONE-LOADED THRU 4060-EXIT
057940         UNTIL IRP-AT-EOF.
057945     CLOSE LOAD-FILE.
057950 4050-EXIT.
057952     EXIT.
057956*
057960 4060-COUNT-ONE-LOADED.
057965     READ LOAD-FILE
057970         AT END SET IRP-AT-EOF TO TRUE
057972     END-READ.
057976     IF NOT IRP-AT-EOF
057980         ADD 1 TO IRP-LOADED
057985     END-IF.
057990 4060-EXIT.
057992     EXIT.
057996*
058000 4100-LOAD-ONE-ROW.
058100     CALL "GENLOD" USING IRP-GLD-ACTION
058200                         IRP-GLD-JOBNAME
058300                         IRP-GLD-RECORD
058400                         IRP-GLD-EOF-SW
058500                         IRP-GLD-RESULT.
058600     IF IRP-GLD-AT-EOF OR IRP-GLD-FAILED
058700         GO TO 4100-EXIT
058800     END-IF.
058900     ADD 1 TO IRP-LOADED.
059000     MOVE IRP-GLD-RECORD TO LOAD-FILE-REC.
059100     WRITE LOAD-FILE-REC.
059250*    Every row handed off is its own commit group, so a resumed
059400*    load starts exactly after the last row on RPLLOAD.
059500     MOVE "MARK" TO IRP-GLD-ACTION.
059600     CALL "GENLOD" USING IRP-GLD-ACTION
059700                         IRP-GLD-JOBNAME
059850                         IRP-GLD-RECORD
060000                         IRP-GLD-EOF-SW
060100                         IRP-GLD-RESULT.
060200     MOVE "GET" TO IRP-GLD-ACTION.
060300 4100-EXIT.
060400     EXIT.
060500*
060600*+----------------------------------------------------------+
060700*|  5000-REGISTER-REPLACEMENT - the registry entry names the  |
060800*|  replacement and keeps what it superseded; the lineage     |
060900*|  file links the two.                                       |
061000*+----------------------------------------------------------+
061100 5000-REGISTER-REPLACEMENT.
061200     MOVE INB-FILE-NAME     TO INB-REPLACED-FILE.
061300     MOVE RPL-ORIG-RUN-ID   TO INB-REPLACED-RUN-ID.
061400     MOVE RPL-NEW-FILE      TO INB-FILE-NAME.
061500     MOVE IRP-ARR-TIMESTAMP TO INB-ARRIVED.
061600     MOVE IRP-ARR-COUNT     TO INB-RECORD-COUNT.
061700     MOVE "Y"               TO INB-TRAILER-SW.
061800     MOVE SQLRUNID          TO INB-RUN-ID.
061900*    The replacement has not been acknowledged; ACKGEN's next
062000*    cycle acks it by name.
062100     MOVE SPACE             TO INB-ACK-SW.
062200     MOVE SPACES            TO INB-ACK-TIMESTAMP.
062300     IF INB-REPLACE-COUNT NOT NUMERIC
062400         MOVE ZERO TO INB-REPLACE-COUNT
062500     END-IF.
062600     ADD 1 TO INB-REPLACE-COUNT.
062700     MOVE INB-KEY TO IRF-KEY.
062800     MOVE INBREG-RECORD(21:97) TO IRF-REST-OF-RECORD.
062900     REWRITE INBREG-FILE-REC.
063000     IF IRP-REG-STATUS NOT = "00"
063100         MOVE "REGISTER" TO IRP-FAIL-STEP
063200         MOVE "INBOUND REGISTRY ENTRY COULD NOT BE REWRITTEN"
063300             TO IRP-FAIL-TEXT
063400         PERFORM 8000-FAIL-DECLARATION THRU 8000-EXIT
063500     END-IF.
063600     MOVE RPL-ORIG-FILE TO IRP-LIN-IN-FILE.
063700     MOVE RPL-NEW-FILE  TO IRP-LIN-OUT-FILE.
063800     CALL "LINWRT" USING IRP-LIN-STAGE
063900                         IRP-LIN-IN-FILE
064000                         IRP-LIN-OUT-FILE
064100                         IRP-ORIG-DATA-COUNT
064200                         IRP-LOADED.
064300     MOVE SPACES TO REPLACE-LINE.
064400     STRING "REGISTERED "         DELIMITED BY SIZE
064500            RPL-NEW-FILE          DELIMITED BY SIZE
064600            " FOR "               DELIMITED BY SIZE
064700            RPL-FEED-NAME         DELIMITED BY SIZE
064800            " "                   DELIMITED BY SIZE
064900            RPL-BUSINESS-DATE     DELIMITED BY SIZE
065000            " UNDER RUN "         DELIMITED BY SIZE
065100            SQLRUNID              DELIMITED BY SIZE
065200            " - AWAITING ACKNOWLEDGMENT" DELIMITED BY SIZE
065300         INTO REPLACE-LINE.
065400     WRITE REPLACE-LINE.
065500 5000-EXIT.
065600     EXIT.
065700*
065800*+----------------------------------------------------------+
065900*|  8000-FAIL-DECLARATION - record the step on the            |
066000*|  declaration so the rerun picks up there, and stop.        |
066100*+----------------------------------------------------------+
066200 8000-FAIL-DECLARATION.
066300*    A verification failure has touched nothing - the
066400*    declaration keeps its status and the rerun starts where it
066500*    would have.
066600     IF IRP-FAIL-STEP NOT = "VERIFY"
066700         SET RPL-FAILED TO TRUE
066800         MOVE IRP-FAIL-STEP TO RPL-FAILED-STEP
066900     END-IF.
067000     MOVE SQLRUNID          TO RPL-DONE-RUN-ID.
067100     MOVE IRP-NOW-STRING    TO RPL-DONE-AT.
067200     MOVE RPL-KEY           TO RDF-KEY.
067300     MOVE RPLDCL-RECORD(21:141) TO RDF-REST-OF-RECORD.
067400     REWRITE DECLARE-FILE-REC.
067500     MOVE SPACES TO REPLACE-LINE.
067600     STRING "*** REPLACEMENT FAILED AT STEP " DELIMITED BY SIZE
067700            IRP-FAIL-STEP         DELIMITED BY SIZE
067800            " - "                 DELIMITED BY SIZE
067900            IRP-FAIL-TEXT         DELIMITED BY SIZE
068000         INTO REPLACE-LINE.
068100     WRITE REPLACE-LINE.
068200     DISPLAY "INBRPL: " IRP-FAIL-TEXT.
068300     CLOSE DECLARE-FILE INBREG-FILE REPLACE-REPORT.
068400     MOVE 12 TO RETURN-CODE.
068500     STOP RUN.
068600 8000-EXIT.
068700     EXIT.
068800*
068900*+----------------------------------------------------------+
069000*|  9000-TERMINATE - the declaration is done.                 |
069100*+----------------------------------------------------------+
069200 9000-TERMINATE.
069300     SET RPL-COMPLETED   TO TRUE.
069400     MOVE SPACES         TO RPL-FAILED-STEP.
069500     MOVE SQLRUNID       TO RPL-DONE-RUN-ID.
069600     MOVE FUNCTION CURRENT-DATE(1:14) TO IRP-NOW-STRING.
069700     MOVE IRP-NOW-STRING TO RPL-DONE-AT.
069800     MOVE RPL-KEY        TO RDF-KEY.
069900     MOVE RPLDCL-RECORD(21:141) TO RDF-REST-OF-RECORD.
070000     REWRITE DECLARE-FILE-REC.
070100     MOVE SPACES TO REPLACE-LINE.
070200     STRING "REPLACEMENT COMPLETE - APPLY RPLRSTR THEN RPLLOAD"
070300                                  DELIMITED BY SIZE
070400         INTO REPLACE-LINE.
070500     WRITE REPLACE-LINE.
070600     CLOSE DECLARE-FILE INBREG-FILE REPLACE-REPORT.
070700     MOVE ZERO TO RETURN-CODE.
070800 9000-EXIT.
070900     EXIT.
