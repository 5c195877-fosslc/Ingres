000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ORPHAN
000400*     *
000500*     * Purpose: Nightly orphan-row detector.  The parent/child
000600*     *          relationships the test subsetter runs under (see
000700*     *          eqsubrul.cob) are checked against production:
000800*     *          the integrity driver CALLs ACTION "OPEN" with its
000900*     *          run-id, and ORPHAN loads every relationship
001000*     *          declared on SUBRULES - each child table joined
001100*     *          back to the root table of its rule set - once,
001200*     *          however many rule sets repeat it.  Each ACTION
001300*     *          "NEXT" serves one relationship (see eqorprel.cob)
001400*     *          with the SELECT that finds its child rows whose
001500*     *          parent key no longer exists.  The SQL stays with
001600*     *          the driver, as everywhere else in this layer: it
001700*     *          issues the SELECT, CALLs ACTION "ROW" with each
001800*     *          fetched child key and missing parent key, and
001900*     *          ACTION "END" when the cursor is exhausted.
002000*     *          ACTION "CLOSE" ends the scan.
002100*     *
002200*     * Notes:  Each orphan is written to ORPHANS (see
002300*     *          eqorpexc.cob).  Last night's ORPHANS, read back
002400*     *          as ORPHANO, says which orphans are new tonight
002500*     *          and since when the old ones have been there.
002600*     *          Each relationship's count goes on the trend
002700*     *          generation (ORPTRNDO in, ORPTRND out - see
002800*     *          eqorptrd.cob) and on the ORPHRPT report against
002900*     *          the nights before.  A relationship with new
003000*     *          orphans is raised to ALRMGR as a warning; CLOSE
003100*     *          returns result "N" when any relationship has new
003200*     *          orphans, so the driver can end with return code
003300*     *          4.  The child's own key column comes from ORPKEYS
003400*     *          (see eqorpkey.cob), else the Ingres tid.
003420*     *          Last night's orphans on a relationship the driver
003440*     *          did not scan tonight are carried onto ORPHANS,
003460*     *          so they are not raised again as new next night.
003500*     *
003600 PROGRAM-ID.     ORPHAN.
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
004900     SELECT SUBRUL-FILE ASSIGN TO "SUBRULES"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS ORP-RUL-STATUS.
005200     SELECT KEYS-FILE ASSIGN TO "ORPKEYS"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS ORP-KEY-STATUS.
005500     SELECT PRIOR-EXCEPT ASSIGN TO "ORPHANO"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS ORP-PRV-STATUS.
005800     SELECT EXCEPT-FILE ASSIGN TO "ORPHANS"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ORP-EXC-STATUS.
006100     SELECT TREND-OLD ASSIGN TO "ORPTRNDO"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS ORP-TRO-STATUS.
006400     SELECT TREND-NEW ASSIGN TO "ORPTRND"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS ORP-TRN-STATUS.
006700     SELECT ORPHAN-REPORT ASSIGN TO "ORPHRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS ORP-RPT-STATUS.
007000*
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SUBRUL-FILE
007400     RECORDING MODE IS F.
007500 COPY "eqsubrul.cob".
007600*
007700 FD  KEYS-FILE
007800     RECORDING MODE IS F.
007900 COPY "eqorpkey.cob".
008000*
008100 FD  PRIOR-EXCEPT
008200     RECORDING MODE IS F.
008300 01  PRIOR-EXCEPT-REC         PIC X(241).
008400*
008500 FD  EXCEPT-FILE
008600     RECORDING MODE IS F.
008700 01  EXCEPT-REC               PIC X(241).
008800*
008900 FD  TREND-OLD
009000     RECORDING MODE IS F.
009100 01  TREND-OLD-REC            PIC X(199).
009200*
009300 FD  TREND-NEW
009400     RECORDING MODE IS F.
009500 01  TREND-NEW-REC            PIC X(199).
009600*
009700 FD  ORPHAN-REPORT
009800     RECORDING MODE IS F.
009900 01  ORPHAN-LINE              PIC X(132).
010000*
010100 WORKING-STORAGE SECTION.
010200 COPY "eqorpexc.cob".
010300 COPY "eqorptrd.cob".
010400*
010500 01  ORP-WORK-AREA.
010600     05 ORP-RUL-STATUS        PIC X(2)  VALUE "00".
010700     05 ORP-KEY-STATUS        PIC X(2)  VALUE "00".
010800     05 ORP-PRV-STATUS        PIC X(2)  VALUE "00".
010900     05 ORP-EXC-STATUS        PIC X(2)  VALUE "00".
011000     05 ORP-TRO-STATUS        PIC X(2)  VALUE "00".
011100     05 ORP-TRN-STATUS        PIC X(2)  VALUE "00".
011200     05 ORP-RPT-STATUS        PIC X(2)  VALUE "00".
011300     05 ORP-OPEN-SW           PIC X(1)  VALUE "N".
011400         88 ORP-SCAN-OPEN               VALUE "Y".
011500     05 ORP-EOF-SW            PIC X(1)  VALUE "N".
011600         88 ORP-AT-EOF                  VALUE "Y".
011700     05 ORP-RUN-ID            PIC X(16).
011800     05 ORP-NOW-STRING        PIC X(14).
011900     05 ORP-TODAY             PIC 9(8).
012000     05 ORP-CUR-ROOT          PIC X(32) VALUE SPACES.
012100     05 ORP-SET-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
012200     05 ORP-SET-SUB           PIC S9(4) USAGE COMP.
012300     05 ORP-REL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
012400     05 ORP-NEXT-REL          PIC S9(4) USAGE COMP VALUE 1.
012500     05 ORP-CUR-REL           PIC S9(4) USAGE COMP VALUE ZERO.
012600     05 ORP-SUB               PIC S9(4) USAGE COMP.
012700     05 ORP-NIGHT-SUB         PIC S9(4) USAGE COMP.
012800     05 ORP-KEY-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
012900     05 ORP-PRIOR-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
013000     05 ORP-PRIOR-DROPPED     PIC S9(9) USAGE COMP VALUE ZERO.
013100     05 ORP-PRIOR-SUB         PIC S9(4) USAGE COMP.
013200     05 ORP-TOTAL-ORPHANS     PIC S9(9) USAGE COMP VALUE ZERO.
013300     05 ORP-TOTAL-NEW         PIC S9(9) USAGE COMP VALUE ZERO.
013400     05 ORP-NEW-RELS          PIC S9(4) USAGE COMP VALUE ZERO.
013500     05 ORP-ED-COUNT          PIC Z(8)9.
013600     05 ORP-ED-NEW            PIC Z(8)9.
013700     05 ORP-ED-NIGHT          PIC Z(8)9.
013800     05 ORP-ED-REL            PIC Z(3)9.
013900     05 ORP-TREND-TEXT        PIC X(6).
014000     05 ORP-ALR-ACTION        PIC X(5)  VALUE "RAISE".
014100     05 ORP-ALR-SEVERITY      PIC X(1)  VALUE "W".
014200     05 ORP-ALR-PROGRAM       PIC X(8)  VALUE "ORPHAN".
014300     05 ORP-ALR-MESSAGE       PIC X(70).
014400     05 ORP-ALR-KEY           PIC X(20).
014500     05 ORP-ALR-USER          PIC X(8)  VALUE SPACES.
014600*
014700*    One entry per distinct relationship, in declaration order,
014800*    with tonight's counts and the six nights before.
014900*
015000 01  ORP-REL-TABLE.
015100     05 ORP-REL-ENTRY OCCURS 100 TIMES.
015200         10 ORP-R-CHILD-TABLE   PIC X(32).
015300         10 ORP-R-JOIN-KEY      PIC X(32).
015400         10 ORP-R-PARENT-TABLE  PIC X(32).
015500         10 ORP-R-PARENT-KEY    PIC X(32).
015600         10 ORP-R-ORPHANS       PIC S9(9) USAGE COMP.
015700         10 ORP-R-NEW           PIC S9(9) USAGE COMP.
015800         10 ORP-R-DONE-SW       PIC X(1).
015900             88 ORP-R-DONE                VALUE "Y".
016000         10 ORP-R-PRIOR-NIGHT   PIC 9(9) OCCURS 6 TIMES.
016100         10 ORP-R-PRIOR-SW      PIC X(1).
016200             88 ORP-R-HAS-HISTORY         VALUE "Y".
016300         10 ORP-R-OLD-TREND     PIC X(199).
016400*
016500*    The root table of each rule set - its first record.
016600*
016700 01  ORP-SET-TABLE.
016800     05 ORP-SET-ENTRY OCCURS 50 TIMES.
016900         10 ORP-S-RULE-SET      PIC X(8).
017000         10 ORP-S-ROOT          PIC X(32).
017100*
017200*    Child key columns from ORPKEYS.
017300*
017400 01  ORP-KEY-TABLE.
017500     05 ORP-KEY-ENTRY OCCURS 100 TIMES.
017600         10 ORP-K-TABLE         PIC X(32).
017700         10 ORP-K-COLUMN        PIC X(32).
017800*
017900*    Last night's orphans, by relationship.
018000*
018100 01  ORP-PRIOR-TABLE.
018200     05 ORP-PRIOR-ENTRY OCCURS 5000 TIMES.
018300         10 ORP-P-REL           PIC S9(4) USAGE COMP.
018400         10 ORP-P-CHILD-KEY     PIC X(40).
018500         10 ORP-P-MISSING-KEY   PIC X(40).
018600         10 ORP-P-FIRST-SEEN    PIC 9(8).
018700*
018800 LINKAGE SECTION.
018900 01  ORP-CALLER-ACTION        PIC X(5).
019000     88 ORP-ACTION-OPEN                  VALUE "OPEN".
019100     88 ORP-ACTION-NEXT                  VALUE "NEXT".
019200     88 ORP-ACTION-ROW                   VALUE "ROW".
019300     88 ORP-ACTION-END                   VALUE "END".
019400     88 ORP-ACTION-CLOSE                 VALUE "CLOSE".
019500 01  ORP-CALLER-RUN-ID        PIC X(16).
019600 COPY "eqorprel.cob".
019700 01  ORP-CALLER-CHILD-KEY     PIC X(40).
019800 01  ORP-CALLER-MISSING-KEY   PIC X(40).
019900 01  ORP-CALLER-EOF-SW        PIC X(1).
020000     88 ORP-CALLER-AT-EOF                VALUE "Y".
020100 01  ORP-CALLER-RESULT        PIC X(1).
020200     88 ORP-RESULT-OK                    VALUE "Y".
020300     88 ORP-RESULT-FAILED                VALUE "N".
020400*
020500 PROCEDURE DIVISION USING ORP-CALLER-ACTION
020600                          ORP-CALLER-RUN-ID
020700                          ORPREL-AREA
020800                          ORP-CALLER-CHILD-KEY
020900                          ORP-CALLER-MISSING-KEY
021000                          ORP-CALLER-EOF-SW
021100                          ORP-CALLER-RESULT.
021200*
021300*+----------------------------------------------------------+
021400*|  0000-MAINLINE                                             |
021500*+----------------------------------------------------------+
021600 0000-MAINLINE.
021700     SET ORP-RESULT-OK TO TRUE.
021800     MOVE "N" TO ORP-CALLER-EOF-SW.
021900     IF NOT ORP-ACTION-OPEN AND NOT ORP-SCAN-OPEN
022000         SET ORP-RESULT-FAILED TO TRUE
022100         GOBACK
022200     END-IF.
022300     EVALUATE TRUE
022400         WHEN ORP-ACTION-OPEN
022500             PERFORM 1000-OPEN-SCAN THRU 1000-EXIT
022600         WHEN ORP-ACTION-NEXT
022700             PERFORM 2000-SERVE-NEXT THRU 2000-EXIT
022800         WHEN ORP-ACTION-ROW
022900             PERFORM 3000-TAKE-ROW THRU 3000-EXIT
023000         WHEN ORP-ACTION-END
023100             PERFORM 4000-END-RELATIONSHIP THRU 4000-EXIT
023200         WHEN ORP-ACTION-CLOSE
023300             PERFORM 5000-CLOSE-SCAN THRU 5000-EXIT
023400         WHEN OTHER
023500             SET ORP-RESULT-FAILED TO TRUE
023600     END-EVALUATE.
023700     GOBACK.
023800*
023900*+----------------------------------------------------------+
024000*|  1000-OPEN-SCAN - the relationships, the child keys, last  |
024100*|  night's orphans and the trend so far.                     |
024200*+----------------------------------------------------------+
024300 1000-OPEN-SCAN.
024400     MOVE ORP-CALLER-RUN-ID TO ORP-RUN-ID.
024500     MOVE FUNCTION CURRENT-DATE(1:14) TO ORP-NOW-STRING.
024600     MOVE ORP-NOW-STRING(1:8) TO ORP-TODAY.
024700     INITIALIZE ORP-REL-TABLE.
024800     MOVE ZERO TO ORP-REL-COUNT ORP-KEY-COUNT ORP-PRIOR-COUNT
024900                  ORP-PRIOR-DROPPED ORP-TOTAL-ORPHANS
025000                  ORP-TOTAL-NEW ORP-NEW-RELS ORP-CUR-REL
025100                  ORP-SET-COUNT.
025200     OPEN INPUT SUBRUL-FILE.
025300     IF ORP-RUL-STATUS NOT = "00"
025400         SET ORP-RESULT-FAILED TO TRUE
025500         GO TO 1000-EXIT
025600     END-IF.
025700     MOVE "N" TO ORP-EOF-SW.
025800     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
025900         UNTIL ORP-AT-EOF.
026000     CLOSE SUBRUL-FILE.
026100     IF ORP-REL-COUNT = ZERO
026200         SET ORP-RESULT-FAILED TO TRUE
026300         GO TO 1000-EXIT
026400     END-IF.
026500     PERFORM 1200-LOAD-KEYS THRU 1200-EXIT.
026600     PERFORM 1300-LOAD-PRIOR THRU 1300-EXIT.
026700     PERFORM 1400-LOAD-TREND THRU 1400-EXIT.
026800     OPEN OUTPUT EXCEPT-FILE.
026900     IF ORP-EXC-STATUS NOT = "00"
027000         SET ORP-RESULT-FAILED TO TRUE
027100         GO TO 1000-EXIT
027200     END-IF.
027300     OPEN OUTPUT ORPHAN-REPORT.
027310     IF ORP-RPT-STATUS NOT = "00"
027320         CLOSE EXCEPT-FILE
027330         SET ORP-RESULT-FAILED TO TRUE
027340         GO TO 1000-EXIT
027350     END-IF.
027400     MOVE SPACES TO ORPHAN-LINE.
027500     STRING "ORPHAN  ORPHAN-ROW SCAN  RUN "  DELIMITED BY SIZE
027600            ORP-RUN-ID                       DELIMITED BY SIZE
027700            "  "                             DELIMITED BY SIZE
027800            ORP-NOW-STRING(1:8)              DELIMITED BY SIZE
027900            " "                              DELIMITED BY SIZE
028000            ORP-NOW-STRING(9:6)              DELIMITED BY SIZE
028100         INTO ORPHAN-LINE.
028200     WRITE ORPHAN-LINE.
028300     MOVE SPACES TO ORPHAN-LINE.
028400     WRITE ORPHAN-LINE.
028500     MOVE SPACES TO ORPHAN-LINE.
028600     STRING " REL CHILD TABLE.JOIN KEY -> PARENT TABLE.KEY"
028700                                              DELIMITED BY SIZE
028800         INTO ORPHAN-LINE.
028900     MOVE "  ORPHANS       NEW TREND  PRIOR THREE NIGHTS"
029000         TO ORPHAN-LINE(76:46).
029100     WRITE ORPHAN-LINE.
029200     MOVE 1 TO ORP-NEXT-REL.
029300     SET ORP-SCAN-OPEN TO TRUE.
029400 1000-EXIT.
029500     EXIT.
029600*
029700*    The first record of each rule set names the root, as it
029800*    does for SUBSET; every later record of the set is a child
029900*    joined back to it.
030000*
030100 1100-LOAD-ONE-RULE.
030200     READ SUBRUL-FILE
030300         AT END
030400             SET ORP-AT-EOF TO TRUE
030500             GO TO 1100-EXIT
030600     END-READ.
030700     MOVE 1 TO ORP-SET-SUB.
030800     PERFORM 1120-NEXT-SET THRU 1120-EXIT
030900         UNTIL ORP-SET-SUB > ORP-SET-COUNT
031000            OR ORP-S-RULE-SET(ORP-SET-SUB) = SBR-RULE-SET.
031100     IF ORP-SET-SUB > ORP-SET-COUNT
031200         IF ORP-SET-COUNT < 50
031300             ADD 1 TO ORP-SET-COUNT
031400             MOVE SBR-RULE-SET   TO ORP-S-RULE-SET(ORP-SET-COUNT)
031500             MOVE SBR-TABLE-NAME TO ORP-S-ROOT(ORP-SET-COUNT)
031600         END-IF
031700         GO TO 1100-EXIT
031800     END-IF.
031900     MOVE ORP-S-ROOT(ORP-SET-SUB) TO ORP-CUR-ROOT.
032000     IF SBR-JOIN-KEY = SPACES OR SBR-PARENT-KEY = SPACES
032100         GO TO 1100-EXIT
032200     END-IF.
032300     MOVE 1 TO ORP-SUB.
032400     PERFORM 1110-NEXT-REL THRU 1110-EXIT
032500         UNTIL ORP-SUB > ORP-REL-COUNT
032600            OR (ORP-R-CHILD-TABLE(ORP-SUB)  = SBR-TABLE-NAME
032700            AND ORP-R-JOIN-KEY(ORP-SUB)     = SBR-JOIN-KEY
032800            AND ORP-R-PARENT-TABLE(ORP-SUB) = ORP-CUR-ROOT
032900            AND ORP-R-PARENT-KEY(ORP-SUB)   = SBR-PARENT-KEY).
033000     IF ORP-SUB NOT > ORP-REL-COUNT OR ORP-REL-COUNT = 100
033100         GO TO 1100-EXIT
033200     END-IF.
033300     ADD 1 TO ORP-REL-COUNT.
033400     MOVE SBR-TABLE-NAME TO ORP-R-CHILD-TABLE(ORP-REL-COUNT).
033500     MOVE SBR-JOIN-KEY   TO ORP-R-JOIN-KEY(ORP-REL-COUNT).
033600     MOVE ORP-CUR-ROOT   TO ORP-R-PARENT-TABLE(ORP-REL-COUNT).
033700     MOVE SBR-PARENT-KEY TO ORP-R-PARENT-KEY(ORP-REL-COUNT).
033800 1100-EXIT.
033900     EXIT.
034000*
034100 1110-NEXT-REL.
034200     ADD 1 TO ORP-SUB.
034300 1110-EXIT.
034400     EXIT.
034500*
034600 1120-NEXT-SET.
034700     ADD 1 TO ORP-SET-SUB.
034800 1120-EXIT.
034900     EXIT.
035000*
035100 1200-LOAD-KEYS.
035200     OPEN INPUT KEYS-FILE.
035300     IF ORP-KEY-STATUS NOT = "00"
035400         GO TO 1200-EXIT
035500     END-IF.
035600     MOVE "N" TO ORP-EOF-SW.
035700     PERFORM 1210-LOAD-ONE-KEY THRU 1210-EXIT
035800         UNTIL ORP-AT-EOF.
035900     CLOSE KEYS-FILE.
036000 1200-EXIT.
036100     EXIT.
036200*
036300 1210-LOAD-ONE-KEY.
036400     READ KEYS-FILE
036500         AT END
036600             SET ORP-AT-EOF TO TRUE
036700             GO TO 1210-EXIT
036800     END-READ.
036900     IF ORP-KEY-COUNT = 100
037000         GO TO 1210-EXIT
037100     END-IF.
037200     ADD 1 TO ORP-KEY-COUNT.
037300     MOVE ORK-TABLE-NAME TO ORP-K-TABLE(ORP-KEY-COUNT).
037400     MOVE ORK-KEY-COLUMN TO ORP-K-COLUMN(ORP-KEY-COUNT).
037500 1210-EXIT.
037600     EXIT.
037700*
037800*+----------------------------------------------------------+
037900*|  1300-LOAD-PRIOR - last night's orphans on relationships   |
038000*|  still declared.                                           |
038100*+----------------------------------------------------------+
038200 1300-LOAD-PRIOR.
038300     OPEN INPUT PRIOR-EXCEPT.
038400     IF ORP-PRV-STATUS NOT = "00"
038500         GO TO 1300-EXIT
038600     END-IF.
038700     MOVE "N" TO ORP-EOF-SW.
038800     PERFORM 1310-LOAD-ONE-PRIOR THRU 1310-EXIT
038900         UNTIL ORP-AT-EOF.
039000     CLOSE PRIOR-EXCEPT.
039100 1300-EXIT.
039200     EXIT.
039300*
039400 1310-LOAD-ONE-PRIOR.
039500     READ PRIOR-EXCEPT INTO ORPEXC-RECORD
039600         AT END
039700             SET ORP-AT-EOF TO TRUE
039800             GO TO 1310-EXIT
039900     END-READ.
040000     PERFORM 1320-FIND-EXC-REL THRU 1320-EXIT.
040100     IF ORP-SUB > ORP-REL-COUNT
040200         GO TO 1310-EXIT
040300     END-IF.
040400     IF ORP-PRIOR-COUNT = 5000
040500         ADD 1 TO ORP-PRIOR-DROPPED
040600         GO TO 1310-EXIT
040700     END-IF.
040800     ADD 1 TO ORP-PRIOR-COUNT.
040900     MOVE ORP-SUB         TO ORP-P-REL(ORP-PRIOR-COUNT).
041000     MOVE ORX-CHILD-KEY   TO ORP-P-CHILD-KEY(ORP-PRIOR-COUNT).
041100     MOVE ORX-MISSING-KEY TO ORP-P-MISSING-KEY(ORP-PRIOR-COUNT).
041200     MOVE ORX-FIRST-SEEN  TO ORP-P-FIRST-SEEN(ORP-PRIOR-COUNT).
041300 1310-EXIT.
041400     EXIT.
041500*
041600 1320-FIND-EXC-REL.
041700     MOVE 1 TO ORP-SUB.
041800     PERFORM 1110-NEXT-REL THRU 1110-EXIT
041900         UNTIL ORP-SUB > ORP-REL-COUNT
042000            OR (ORP-R-CHILD-TABLE(ORP-SUB)  = ORX-CHILD-TABLE
042100            AND ORP-R-JOIN-KEY(ORP-SUB)     = ORX-JOIN-KEY
042200            AND ORP-R-PARENT-TABLE(ORP-SUB) = ORX-PARENT-TABLE
042300            AND ORP-R-PARENT-KEY(ORP-SUB)   = ORX-PARENT-KEY).
042400 1320-EXIT.
042500     EXIT.
042600*
042700*+----------------------------------------------------------+
042800*|  1400-LOAD-TREND - the counts carried on the prior trend   |
042900*|  generation.  A generation already written today is a      |
043000*|  rerun of tonight's scan, so its own first count is not    |
043100*|  carried forward as a prior night.                         |
043200*+----------------------------------------------------------+
043300 1400-LOAD-TREND.
043400     OPEN INPUT TREND-OLD.
043500     IF ORP-TRO-STATUS NOT = "00"
043600         GO TO 1400-EXIT
043700     END-IF.
043800     MOVE "N" TO ORP-EOF-SW.
043900     PERFORM 1410-LOAD-ONE-TREND THRU 1410-EXIT
044000         UNTIL ORP-AT-EOF.
044100     CLOSE TREND-OLD.
044200 1400-EXIT.
044300     EXIT.
044400*
044500 1410-LOAD-ONE-TREND.
044600     READ TREND-OLD INTO ORPTRD-RECORD
044700         AT END
044800             SET ORP-AT-EOF TO TRUE
044900             GO TO 1410-EXIT
045000     END-READ.
045100     MOVE 1 TO ORP-SUB.
045200     PERFORM 1110-NEXT-REL THRU 1110-EXIT
045300         UNTIL ORP-SUB > ORP-REL-COUNT
045400            OR (ORP-R-CHILD-TABLE(ORP-SUB)  = ORT-CHILD-TABLE
045500            AND ORP-R-JOIN-KEY(ORP-SUB)     = ORT-JOIN-KEY
045600            AND ORP-R-PARENT-TABLE(ORP-SUB) = ORT-PARENT-TABLE
045700            AND ORP-R-PARENT-KEY(ORP-SUB)   = ORT-PARENT-KEY).
045800     IF ORP-SUB > ORP-REL-COUNT
045900         GO TO 1410-EXIT
046000     END-IF.
046100     SET ORP-R-HAS-HISTORY(ORP-SUB) TO TRUE.
046200     MOVE ORPTRD-RECORD TO ORP-R-OLD-TREND(ORP-SUB).
046300     PERFORM 1420-CARRY-ONE-NIGHT THRU 1420-EXIT
046400         VARYING ORP-NIGHT-SUB FROM 1 BY 1
046500         UNTIL ORP-NIGHT-SUB > 6.
046600 1410-EXIT.
046700     EXIT.
046800*
046900 1420-CARRY-ONE-NIGHT.
047000     IF ORT-LAST-DATE = ORP-TODAY
047100         MOVE ORT-NIGHT-COUNT(ORP-NIGHT-SUB + 1)
047200             TO ORP-R-PRIOR-NIGHT(ORP-SUB ORP-NIGHT-SUB)
047300     ELSE
047400         MOVE ORT-NIGHT-COUNT(ORP-NIGHT-SUB)
047500             TO ORP-R-PRIOR-NIGHT(ORP-SUB ORP-NIGHT-SUB)
047600     END-IF.
047700 1420-EXIT.
047800     EXIT.
047900*
048000*+----------------------------------------------------------+
048100*|  2000-SERVE-NEXT - one relationship and the SELECT of its  |
048200*|  child rows that have lost their parent.                   |
048300*+----------------------------------------------------------+
048400 2000-SERVE-NEXT.
048500     IF ORP-NEXT-REL > ORP-REL-COUNT
048600         SET ORP-CALLER-AT-EOF TO TRUE
048700         MOVE SPACES TO ORPREL-AREA
048800         GO TO 2000-EXIT
048900     END-IF.
049000     MOVE ORP-NEXT-REL TO ORP-CUR-REL.
049100     ADD 1 TO ORP-NEXT-REL.
049200     MOVE SPACES TO ORPREL-AREA.
049300     MOVE ORP-CUR-REL TO ORL-REL-NUMBER.
049400     MOVE ORP-R-CHILD-TABLE(ORP-CUR-REL)  TO ORL-CHILD-TABLE.
049500     MOVE ORP-R-JOIN-KEY(ORP-CUR-REL)     TO ORL-JOIN-KEY.
049600     MOVE ORP-R-PARENT-TABLE(ORP-CUR-REL) TO ORL-PARENT-TABLE.
049700     MOVE ORP-R-PARENT-KEY(ORP-CUR-REL)   TO ORL-PARENT-KEY.
049800     MOVE "TID" TO ORL-CHILD-KEY-COLUMN.
049900     PERFORM 2100-FIND-KEY-COLUMN THRU 2100-EXIT
050000         VARYING ORP-SUB FROM 1 BY 1
050100         UNTIL ORP-SUB > ORP-KEY-COUNT.
050200     STRING "SELECT c."              DELIMITED BY SIZE
050300            ORL-CHILD-KEY-COLUMN     DELIMITED BY " "
050400            ", c."                   DELIMITED BY SIZE
050500            ORL-JOIN-KEY             DELIMITED BY " "
050600            " FROM "                 DELIMITED BY SIZE
050700            ORL-CHILD-TABLE          DELIMITED BY " "
050800            " c WHERE c."            DELIMITED BY SIZE
050900            ORL-JOIN-KEY             DELIMITED BY " "
051000            " IS NOT NULL AND NOT EXISTS (SELECT 1 FROM "
051100                                     DELIMITED BY SIZE
051200            ORL-PARENT-TABLE         DELIMITED BY " "
051300            " p WHERE p."            DELIMITED BY SIZE
051400            ORL-PARENT-KEY           DELIMITED BY " "
051500            " = c."                  DELIMITED BY SIZE
051600            ORL-JOIN-KEY             DELIMITED BY " "
051700            ")"                      DELIMITED BY SIZE
051800         INTO ORL-SQL-TEXT.
051900 2000-EXIT.
052000     EXIT.
052100*
052200 2100-FIND-KEY-COLUMN.
052300     IF ORP-K-TABLE(ORP-SUB) = ORL-CHILD-TABLE
052400         MOVE ORP-K-COLUMN(ORP-SUB) TO ORL-CHILD-KEY-COLUMN
052500     END-IF.
052600 2100-EXIT.
052700     EXIT.
052800*
052900*+----------------------------------------------------------+
053000*|  3000-TAKE-ROW - one orphan of the current relationship:  |
053100*|  new unless it was on last night's exceptions.            |
053200*+----------------------------------------------------------+
053300 3000-TAKE-ROW.
053400     IF ORP-CUR-REL = ZERO
053500         SET ORP-RESULT-FAILED TO TRUE
053600         GO TO 3000-EXIT
053700     END-IF.
053800     MOVE SPACES TO ORPEXC-RECORD.
053900     MOVE ORP-RUN-ID                      TO ORX-RUN-ID.
054000     MOVE ORP-TODAY                       TO ORX-DATE.
054100     MOVE ORP-R-CHILD-TABLE(ORP-CUR-REL)  TO ORX-CHILD-TABLE.
054200     MOVE ORP-R-JOIN-KEY(ORP-CUR-REL)     TO ORX-JOIN-KEY.
054300     MOVE ORP-R-PARENT-TABLE(ORP-CUR-REL) TO ORX-PARENT-TABLE.
054400     MOVE ORP-R-PARENT-KEY(ORP-CUR-REL)   TO ORX-PARENT-KEY.
054500     MOVE ORP-CALLER-CHILD-KEY            TO ORX-CHILD-KEY.
054600     MOVE ORP-CALLER-MISSING-KEY          TO ORX-MISSING-KEY.
054700     MOVE 1 TO ORP-PRIOR-SUB.
054800     PERFORM 3100-NEXT-PRIOR THRU 3100-EXIT
054900         UNTIL ORP-PRIOR-SUB > ORP-PRIOR-COUNT
055000            OR (ORP-P-REL(ORP-PRIOR-SUB) = ORP-CUR-REL
055100            AND ORP-P-CHILD-KEY(ORP-PRIOR-SUB)
055200                    = ORP-CALLER-CHILD-KEY
055300            AND ORP-P-MISSING-KEY(ORP-PRIOR-SUB)
055400                    = ORP-CALLER-MISSING-KEY).
055500     IF ORP-PRIOR-SUB > ORP-PRIOR-COUNT
055600         SET ORX-NEW-ORPHAN TO TRUE
055700         MOVE ORP-TODAY TO ORX-FIRST-SEEN
055800         ADD 1 TO ORP-R-NEW(ORP-CUR-REL)
055900         ADD 1 TO ORP-TOTAL-NEW
056000     ELSE
056100         MOVE "N" TO ORX-NEW-SW
056200         MOVE ORP-P-FIRST-SEEN(ORP-PRIOR-SUB) TO ORX-FIRST-SEEN
056300     END-IF.
056400     MOVE ORPEXC-RECORD TO EXCEPT-REC.
056500     WRITE EXCEPT-REC.
056600     ADD 1 TO ORP-R-ORPHANS(ORP-CUR-REL).
056700     ADD 1 TO ORP-TOTAL-ORPHANS.
056800 3000-EXIT.
056900     EXIT.
057000*
057100 3100-NEXT-PRIOR.
057200     ADD 1 TO ORP-PRIOR-SUB.
057300 3100-EXIT.
057400     EXIT.
057500*
057600*+----------------------------------------------------------+
057700*|  4000-END-RELATIONSHIP - the report line, and the alert   |
057800*|  when any orphan is new.                                  |
057900*+----------------------------------------------------------+
058000 4000-END-RELATIONSHIP.
058100     IF ORP-CUR-REL = ZERO
058200         SET ORP-RESULT-FAILED TO TRUE
058300         GO TO 4000-EXIT
058400     END-IF.
058500     IF ORP-R-DONE(ORP-CUR-REL)
058600         GO TO 4000-EXIT
058700     END-IF.
058800     SET ORP-R-DONE(ORP-CUR-REL) TO TRUE.
058900     MOVE ORP-CUR-REL TO ORP-SUB.
059000     PERFORM 4100-REPORT-RELATIONSHIP THRU 4100-EXIT.
059100     IF ORP-R-NEW(ORP-CUR-REL) = ZERO
059200         GO TO 4000-EXIT
059300     END-IF.
059400     ADD 1 TO ORP-NEW-RELS.
059500     MOVE ORP-R-NEW(ORP-CUR-REL) TO ORP-ED-NEW.
059600     MOVE SPACES TO ORP-ALR-MESSAGE.
059700     STRING ORP-ED-NEW                      DELIMITED BY SIZE
059800            " NEW ORPHANS IN "              DELIMITED BY SIZE
059900            ORP-R-CHILD-TABLE(ORP-CUR-REL)  DELIMITED BY " "
060000            " - NO "                        DELIMITED BY SIZE
060100            ORP-R-PARENT-TABLE(ORP-CUR-REL) DELIMITED BY " "
060200            " ROW"                          DELIMITED BY SIZE
060300         INTO ORP-ALR-MESSAGE.
060400     MOVE ORP-R-CHILD-TABLE(ORP-CUR-REL) TO ORP-ALR-KEY.
060500     CALL "ALRMGR" USING ORP-ALR-ACTION
060600                         ORP-ALR-SEVERITY
060700                         ORP-ALR-PROGRAM
060800                         ORP-ALR-MESSAGE
060900                         ORP-ALR-KEY
061000                         ORP-ALR-USER.
061100 4000-EXIT.
061200     EXIT.
061300*
061400*    Trend compares tonight with the night before.
061500*
061600 4100-REPORT-RELATIONSHIP.
061700     IF NOT ORP-R-HAS-HISTORY(ORP-SUB)
061800         MOVE "FIRST" TO ORP-TREND-TEXT
061900     ELSE
062000         IF ORP-R-ORPHANS(ORP-SUB) > ORP-R-PRIOR-NIGHT(ORP-SUB 1)
062100             MOVE "UP" TO ORP-TREND-TEXT
062200         ELSE
062300             IF ORP-R-ORPHANS(ORP-SUB)
062400                    < ORP-R-PRIOR-NIGHT(ORP-SUB 1)
062500                 MOVE "DOWN" TO ORP-TREND-TEXT
062600             ELSE
062700                 MOVE "FLAT" TO ORP-TREND-TEXT
062800             END-IF
062900         END-IF
063000     END-IF.
063100     MOVE ORP-SUB                TO ORP-ED-REL.
063200     MOVE ORP-R-ORPHANS(ORP-SUB) TO ORP-ED-COUNT.
063300     MOVE ORP-R-NEW(ORP-SUB)     TO ORP-ED-NEW.
063400     MOVE SPACES TO ORPHAN-LINE.
063500     STRING ORP-ED-REL                   DELIMITED BY SIZE
063600            " "                          DELIMITED BY SIZE
063700            ORP-R-CHILD-TABLE(ORP-SUB)   DELIMITED BY " "
063800            "."                          DELIMITED BY SIZE
063900            ORP-R-JOIN-KEY(ORP-SUB)      DELIMITED BY " "
064000            " -> "                       DELIMITED BY SIZE
064100            ORP-R-PARENT-TABLE(ORP-SUB)  DELIMITED BY " "
064200            "."                          DELIMITED BY SIZE
064300            ORP-R-PARENT-KEY(ORP-SUB)    DELIMITED BY " "
064400         INTO ORPHAN-LINE(1:75).
064500     STRING ORP-ED-COUNT " " ORP-ED-NEW " " ORP-TREND-TEXT
064600         DELIMITED BY SIZE INTO ORPHAN-LINE(76:26).
064700     PERFORM 4110-PRIOR-NIGHT THRU 4110-EXIT
064800         VARYING ORP-NIGHT-SUB FROM 1 BY 1
064900         UNTIL ORP-NIGHT-SUB > 3.
065000     WRITE ORPHAN-LINE.
065100 4100-EXIT.
065200     EXIT.
065300*
065400*    Room on the line for the three nights before; the trend
065500*    file keeps six.
065600*
065700 4110-PRIOR-NIGHT.
065800     MOVE ORP-R-PRIOR-NIGHT(ORP-SUB ORP-NIGHT-SUB)
065900         TO ORP-ED-NIGHT.
066000     MOVE ORP-ED-NIGHT
066100         TO ORPHAN-LINE(93 + ORP-NIGHT-SUB * 10:9).
066200 4110-EXIT.
066300     EXIT.
066400*
066500*+----------------------------------------------------------+
066600*|  5000-CLOSE-SCAN - relationships the driver never ended    |
066700*|  are reported as not scanned and keep no count tonight;    |
066800*|  then the trend generation and the totals.                 |
066900*+----------------------------------------------------------+
067000 5000-CLOSE-SCAN.
067050     PERFORM 5050-CARRY-UNSCANNED THRU 5050-EXIT.
067100     CLOSE EXCEPT-FILE.
067200     PERFORM 5100-CHECK-ONE-DONE THRU 5100-EXIT
067300         VARYING ORP-SUB FROM 1 BY 1
067400         UNTIL ORP-SUB > ORP-REL-COUNT.
067500     OPEN OUTPUT TREND-NEW.
067510     IF ORP-TRN-STATUS = "00"
067600         PERFORM 5200-WRITE-ONE-TREND THRU 5200-EXIT
067700             VARYING ORP-SUB FROM 1 BY 1
067800             UNTIL ORP-SUB > ORP-REL-COUNT
067900         CLOSE TREND-NEW
067910     ELSE
067915         MOVE SPACES TO ORPHAN-LINE
067920         STRING "TREND FILE ORPTRND NOT WRITTEN, STATUS "
067925                ORP-TRN-STATUS
067930             DELIMITED BY SIZE INTO ORPHAN-LINE
067935         WRITE ORPHAN-LINE
067940         SET ORP-RESULT-FAILED TO TRUE
067945     END-IF.
068000     MOVE SPACES TO ORPHAN-LINE.
068100     WRITE ORPHAN-LINE.
068200     MOVE ORP-TOTAL-ORPHANS TO ORP-ED-COUNT.
068300     MOVE ORP-TOTAL-NEW     TO ORP-ED-NEW.
068400     MOVE SPACES TO ORPHAN-LINE.
068500     STRING "TOTAL ORPHANS" ORP-ED-COUNT
068600            "   NEW TONIGHT" ORP-ED-NEW
068700         DELIMITED BY SIZE INTO ORPHAN-LINE.
068800     WRITE ORPHAN-LINE.
068900     IF ORP-PRIOR-DROPPED > ZERO
069000         MOVE ORP-PRIOR-DROPPED TO ORP-ED-COUNT
069100         MOVE SPACES TO ORPHAN-LINE
069200         STRING "PRIOR ORPHANS NOT COMPARED (OVER 5000):"
069300                ORP-ED-COUNT
069400             DELIMITED BY SIZE INTO ORPHAN-LINE
069500         WRITE ORPHAN-LINE
069600     END-IF.
069700     CLOSE ORPHAN-REPORT.
069800     MOVE "N" TO ORP-OPEN-SW.
069900     IF ORP-NEW-RELS > ZERO
070000         SET ORP-RESULT-FAILED TO TRUE
070100     END-IF.
070200 5000-EXIT.
070300     EXIT.
070303*
070306*    Last night's orphans on a relationship not scanned tonight
070309*    are carried onto tonight's exceptions, no longer new, so
070312*    they are not raised again when it is next scanned.
070315*
070318 5050-CARRY-UNSCANNED.
070321     OPEN INPUT PRIOR-EXCEPT.
070324     IF ORP-PRV-STATUS NOT = "00"
070327         GO TO 5050-EXIT
070330     END-IF.
070333     MOVE "N" TO ORP-EOF-SW.
070336     PERFORM 5060-CARRY-ONE-PRIOR THRU 5060-EXIT
070339         UNTIL ORP-AT-EOF.
070342     CLOSE PRIOR-EXCEPT.
070345 5050-EXIT.
070348     EXIT.
070351*
070354 5060-CARRY-ONE-PRIOR.
070357     READ PRIOR-EXCEPT INTO ORPEXC-RECORD
070360         AT END
070363             SET ORP-AT-EOF TO TRUE
070366             GO TO 5060-EXIT
070369     END-READ.
070372     PERFORM 1320-FIND-EXC-REL THRU 1320-EXIT.
070375     IF ORP-SUB > ORP-REL-COUNT
070378         GO TO 5060-EXIT
070381     END-IF.
070384     IF ORP-R-DONE(ORP-SUB)
070387         GO TO 5060-EXIT
070390     END-IF.
070393     MOVE "N" TO ORX-NEW-SW.
070396     MOVE ORPEXC-RECORD TO EXCEPT-REC.
070399     WRITE EXCEPT-REC.
070402 5060-EXIT.
070405     EXIT.
070408*
070500 5100-CHECK-ONE-DONE.
070600     IF ORP-R-DONE(ORP-SUB)
070700         GO TO 5100-EXIT
070800     END-IF.
070900     MOVE ORP-SUB TO ORP-ED-REL.
071000     MOVE SPACES TO ORPHAN-LINE.
071100     STRING ORP-ED-REL                   DELIMITED BY SIZE
071200            " "                          DELIMITED BY SIZE
071300            ORP-R-CHILD-TABLE(ORP-SUB)   DELIMITED BY " "
071400            "."                          DELIMITED BY SIZE
071500            ORP-R-JOIN-KEY(ORP-SUB)      DELIMITED BY " "
071600            " NOT SCANNED TONIGHT"       DELIMITED BY SIZE
071700         INTO ORPHAN-LINE.
071800     WRITE ORPHAN-LINE.
071900 5100-EXIT.
072000     EXIT.
072100*
072200*    A relationship not scanned tonight carries its history
072300*    forward unchanged rather than recording a false zero.
072400*
072500 5200-WRITE-ONE-TREND.
072600     IF NOT ORP-R-DONE(ORP-SUB)
072700        AND NOT ORP-R-HAS-HISTORY(ORP-SUB)
072800         GO TO 5200-EXIT
072900     END-IF.
073000     IF NOT ORP-R-DONE(ORP-SUB)
073100         MOVE ORP-R-OLD-TREND(ORP-SUB) TO TREND-NEW-REC
073200         WRITE TREND-NEW-REC
073300         GO TO 5200-EXIT
073400     END-IF.
073500     MOVE ORP-R-CHILD-TABLE(ORP-SUB)  TO ORT-CHILD-TABLE.
073600     MOVE ORP-R-JOIN-KEY(ORP-SUB)     TO ORT-JOIN-KEY.
073700     MOVE ORP-R-PARENT-TABLE(ORP-SUB) TO ORT-PARENT-TABLE.
073800     MOVE ORP-R-PARENT-KEY(ORP-SUB)   TO ORT-PARENT-KEY.
073900     MOVE ORP-TODAY TO ORT-LAST-DATE.
074000     MOVE ORP-R-ORPHANS(ORP-SUB) TO ORT-NIGHT-COUNT(1).
074100     PERFORM 5210-SHIFT-ONE-NIGHT THRU 5210-EXIT
074200         VARYING ORP-NIGHT-SUB FROM 1 BY 1
074300         UNTIL ORP-NIGHT-SUB > 6.
074400     MOVE ORPTRD-RECORD TO TREND-NEW-REC.
074500     WRITE TREND-NEW-REC.
074600 5200-EXIT.
074700     EXIT.
074800*
074900 5210-SHIFT-ONE-NIGHT.
075000     MOVE ORP-R-PRIOR-NIGHT(ORP-SUB ORP-NIGHT-SUB)
075100         TO ORT-NIGHT-COUNT(ORP-NIGHT-SUB + 1).
075200 5210-EXIT.
075300     EXIT.
