000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * COLIMP
000400*     *
000500*     * Purpose: Column-change impact analyzer.  SDADRF (see
000600*     *          eqsdadrf.cob) says that a column changed; COLIMP
000700*     *          says what depends on it, so a DBA's drop, widen,
000800*     *          narrow, retype or rename is negotiated before it
000900*     *          happens instead of discovered after.  Each
001000*     *          parameter card names one proposed change to a
001100*     *          table column, or asks for every DROPPED and
001200*     *          RETYPED line on the DRIFTRPT drift report to be
001300*     *          analyzed as if proposed.  For each change every
001400*     *          control file that names a column is searched:
001500*     *            HVSPEC   - host-variable specifications and the
001600*     *                       programs that own them
001700*     *            DQRULES  - data-quality rules
001800*     *            MASKRULE - offset masking rules and REDRULES
001900*     *            REDRULES   redaction rules whose span lands on
002000*     *                       the field's position in the unload
002100*     *                       layout library (UNLLAYLB)
002200*     *            SUBRULES - subset join keys, child and parent
002300*     *            XRQQUEUE - pending and deferred extract
002400*     *                       requests naming the column
002500*     *            MFFORMAT - bank-format fields reading the
002600*     *                       field's span of the extract
002700*     *            DATADICT - published interface dictionary
002800*     *                       entries carrying the field
002900*     *          Every reference gets a verdict for the change:
003000*     *          BREAKS, REVIEW or UNAFFECTED, with the reason, on
003100*     *          the COLIMPRP report.
003200*     *
003300*     * Notes:  Offset-keyed rules (MASKRULE, REDRULES, MFFORMAT)
003400*     *          name no table, so they are matched by position
003500*     *          against the field's span in the first UNLLAYLB
003600*     *          layout carrying it.  A change that alters the
003700*     *          field's length also moves every field after it;
003800*     *          the report says so once per change rather than
003900*     *          listing every later span.  A control file that is
004000*     *          not present is reported as not checked.  A host
004010*     *          variable is held to its column's type only on a
004020*     *          RETYPE, and then by family as GENLOD and REJFIX
004030*     *          bind it: character 20 21 23 24, numeric 5 10 30
004040*     *          31; any other type must match exactly.  Return
004100*     *          code 4 when any reference breaks or a card is
004200*     *          rejected, 12 when there are no cards or no
004300*     *          report.
004400*     *
004500 PROGRAM-ID.     COLIMP.
004600 AUTHOR.         D L ROSS.
004700 INSTALLATION.   BATCH SYSTEMS GROUP.
004800 DATE-WRITTEN.   15-OCT-2026.
004900 DATE-COMPILED.
005000*
005100*     * Modification History
005200*     * --------------------
005300*     * 15-oct-2026 (dlross)  Written.
005400*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CIMPARM-FILE ASSIGN TO "CIMPARM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CIM-PARM-STATUS.
006100     SELECT DRIFT-IN ASSIGN TO "DRIFTRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CIM-DRIFT-STATUS.
006400     SELECT LAYOUT-LIB ASSIGN TO "UNLLAYLB"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CIM-LAY-STATUS.
006700     SELECT HVSPEC-FILE ASSIGN TO "HVSPEC"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS CIM-HVS-STATUS.
007000     SELECT DQRULES-FILE ASSIGN TO "DQRULES"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS CIM-DQR-STATUS.
007300     SELECT MASKRULE-FILE ASSIGN TO "MASKRULE"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS CIM-MSK-STATUS.
007600     SELECT REDRULE-FILE ASSIGN TO "REDRULES"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS CIM-RED-STATUS.
007900     SELECT SUBRUL-FILE ASSIGN TO "SUBRULES"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS CIM-SBR-STATUS.
008200     SELECT REQUEST-QUEUE ASSIGN TO "XRQQUEUE"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS CIM-XRQ-STATUS.
008500     SELECT FORMAT-FILE ASSIGN TO "MFFORMAT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS CIM-MFF-STATUS.
008800     SELECT DICTIONARY-IN ASSIGN TO "DATADICT"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS CIM-DCT-STATUS.
009100     SELECT IMPACT-REPORT ASSIGN TO "COLIMPRP"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS CIM-RPT-STATUS.
009400*
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CIMPARM-FILE
009800     RECORDING MODE IS F.
009900 01  CIMPARM-REC.
010000     05 CIP-SOURCE            PIC X(1).
010100         88 CIP-FROM-CARD               VALUE "C".
010200         88 CIP-FROM-DRIFT              VALUE "D".
010300     05 CIP-TABLE-NAME        PIC X(32).
010400     05 CIP-COLUMN-NAME       PIC X(32).
010500     05 CIP-CHANGE            PIC X(6).
010600     05 CIP-NEW-TYPE          PIC 9(4).
010700     05 CIP-NEW-LENGTH        PIC 9(5).
010800     05 CIP-NEW-NAME          PIC X(32).
010900*
011000 FD  DRIFT-IN
011100     RECORDING MODE IS F.
011200 01  DRIFT-IN-LINE            PIC X(132).
011300 01  DRIFT-IN-CHANGE REDEFINES DRIFT-IN-LINE.
011400     05 DRI-CHANGE-TYPE       PIC X(7).
011500     05 FILLER                PIC X(1).
011600     05 DRI-TABLE-NAME        PIC X(32).
011700     05 FILLER                PIC X(1).
011800     05 DRI-COLUMN-NAME       PIC X(32).
011900     05 FILLER                PIC X(10).
012000     05 DRI-OLD-TYPE          PIC 9(4).
012100     05 FILLER                PIC X(1).
012200     05 DRI-OLD-LENGTH        PIC 9(5).
012300     05 FILLER                PIC X(4).
012400     05 DRI-NEW-TYPE          PIC 9(4).
012500     05 FILLER                PIC X(1).
012600     05 DRI-NEW-LENGTH        PIC 9(5).
012700     05 FILLER                PIC X(25).
012800*
012900 FD  LAYOUT-LIB
013000     RECORDING MODE IS F.
013100 COPY "equnlay.cob".
013200*
013300 FD  HVSPEC-FILE
013400     RECORDING MODE IS F.
013500 COPY "eqhvspec.cob".
013600*
013700 FD  DQRULES-FILE
013800     RECORDING MODE IS F.
013900 COPY "eqdqrule.cob".
014000*
014100 FD  MASKRULE-FILE
014200     RECORDING MODE IS F.
014300 COPY "eqmskrul.cob".
014400*
014500 FD  REDRULE-FILE
014600     RECORDING MODE IS F.
014700 COPY "eqredrul.cob".
014800*
014900 FD  SUBRUL-FILE
015000     RECORDING MODE IS F.
015100 COPY "eqsubrul.cob".
015200*
015300 FD  REQUEST-QUEUE
015400     RECORDING MODE IS F.
015500 COPY "eqxrqrec.cob".
015600*
015700 FD  FORMAT-FILE
015800     RECORDING MODE IS F.
015900 COPY "eqmffmt.cob".
016000*
016100 FD  DICTIONARY-IN
016200     RECORDING MODE IS F.
016300 01  DICT-IN-LINE             PIC X(132).
016400 01  DICT-IN-FIELD REDEFINES DICT-IN-LINE.
016500     05 DCI-FIELD-NAME        PIC X(32).
016600     05 FILLER                PIC X(1).
016700     05 DCI-OFFSET            PIC X(5).
016800     05 FILLER                PIC X(1).
016900     05 DCI-LENGTH            PIC X(5).
017000     05 FILLER                PIC X(88).
017100*
017200 FD  IMPACT-REPORT
017300     RECORDING MODE IS F.
017400 01  IMPACT-LINE              PIC X(132).
017500*
017600 WORKING-STORAGE SECTION.
017700 01  CIM-WORK-AREA.
017800     05 CIM-PARM-STATUS       PIC X(2)  VALUE "00".
017900     05 CIM-DRIFT-STATUS      PIC X(2)  VALUE "00".
018000     05 CIM-LAY-STATUS        PIC X(2)  VALUE "00".
018100     05 CIM-HVS-STATUS        PIC X(2)  VALUE "00".
018200     05 CIM-DQR-STATUS        PIC X(2)  VALUE "00".
018300     05 CIM-MSK-STATUS        PIC X(2)  VALUE "00".
018400     05 CIM-RED-STATUS        PIC X(2)  VALUE "00".
018500     05 CIM-SBR-STATUS        PIC X(2)  VALUE "00".
018600     05 CIM-XRQ-STATUS        PIC X(2)  VALUE "00".
018700     05 CIM-MFF-STATUS        PIC X(2)  VALUE "00".
018800     05 CIM-DCT-STATUS        PIC X(2)  VALUE "00".
018900     05 CIM-RPT-STATUS        PIC X(2)  VALUE "00".
019000     05 CIM-CARDS-SW          PIC X(1)  VALUE "N".
019100         88 CIM-CARDS-DONE              VALUE "Y".
019200     05 CIM-EOF-SW            PIC X(1)  VALUE "N".
019300         88 CIM-AT-EOF                  VALUE "Y".
019400     05 CIM-DRIFT-EOF-SW      PIC X(1)  VALUE "N".
019500         88 CIM-DRIFT-AT-EOF            VALUE "Y".
019600     05 CIM-FIELD-SW          PIC X(1).
019700         88 CIM-FIELD-ON-LAYOUT         VALUE "Y".
019800     05 CIM-LENGTH-SW         PIC X(1).
019900         88 CIM-LENGTH-CHANGES          VALUE "Y".
019910     05 CIM-CLASH-SW          PIC X(1).
019920         88 CIM-TYPE-CLASH              VALUE "Y".
019930     05 CIM-FAM-TYPE          PIC S9(4) USAGE COMP.
019940     05 CIM-FAMILY            PIC X(1).
019950         88 CIM-FAM-CHARACTER           VALUE "C".
019960         88 CIM-FAM-NUMERIC             VALUE "N".
019970         88 CIM-FAM-OTHER               VALUE "O".
019980     05 CIM-HOST-FAMILY       PIC X(1).
020000     05 CIM-NAMED-SW          PIC X(1).
020100         88 CIM-COLUMN-NAMED            VALUE "Y".
020200     05 CIM-NOW-STRING        PIC X(14).
020300     05 CIM-SUB               PIC S9(4) USAGE COMP.
020400     05 CIM-NEW-TYPE          PIC S9(4) USAGE COMP.
020500     05 CIM-NEW-LENGTH        PIC S9(9) USAGE COMP.
020600     05 CIM-OLD-LENGTH        PIC S9(9) USAGE COMP.
020700     05 CIM-FLD-OFFSET        PIC S9(9) USAGE COMP.
020800     05 CIM-FLD-LENGTH        PIC S9(9) USAGE COMP.
020900     05 CIM-FLD-END           PIC S9(9) USAGE COMP.
021000     05 CIM-FLD-TYPE          PIC S9(4) USAGE COMP.
021100     05 CIM-SPAN-START        PIC S9(9) USAGE COMP.
021200     05 CIM-SPAN-LENGTH       PIC S9(9) USAGE COMP.
021300     05 CIM-SPAN-END          PIC S9(9) USAGE COMP.
021400     05 CIM-SPAN-TYPE         PIC S9(4) USAGE COMP.
021500     05 CIM-HOST-TYPE         PIC S9(4) USAGE COMP.
021600     05 CIM-SUB-SET           PIC X(8).
021700     05 CIM-SUB-ROOT          PIC X(32).
021800     05 CIM-DICT-TABLE        PIC X(32).
021900     05 CIM-CHG-BREAKS        PIC S9(9) USAGE COMP.
022000     05 CIM-CHG-REVIEW        PIC S9(9) USAGE COMP.
022100     05 CIM-CHG-UNAFFECTED    PIC S9(9) USAGE COMP.
022200     05 CIM-TOT-CHANGES       PIC S9(9) USAGE COMP VALUE ZERO.
022300     05 CIM-TOT-BREAKS        PIC S9(9) USAGE COMP VALUE ZERO.
022400     05 CIM-TOT-REVIEW        PIC S9(9) USAGE COMP VALUE ZERO.
022500     05 CIM-TOT-UNAFFECTED    PIC S9(9) USAGE COMP VALUE ZERO.
022600     05 CIM-TOT-REJECTED      PIC S9(9) USAGE COMP VALUE ZERO.
022700     05 CIM-ED-COUNT          PIC Z(8)9.
022800     05 CIM-ED-COUNT-2        PIC Z(8)9.
022900     05 CIM-ED-COUNT-3        PIC Z(8)9.
023000     05 CIM-ED-TYPE           PIC 9(4).
023100     05 CIM-ED-TYPE-2         PIC 9(4).
023200     05 CIM-ED-POS            PIC 9(5).
023300     05 CIM-ED-LEN            PIC 9(5).
023400     05 CIM-ED-POS-4          PIC 9(4).
023500     05 CIM-ED-LEN-4          PIC 9(4).
023600     05 CIM-ED-SEQ            PIC 9(3).
023700     05 CIM-REJECT-REASON     PIC X(40).
023800*
023900*    The change under analysis, from a card or a drift line.
024000 01  CIM-CHANGE.
024100     05 CIM-CHG-KIND          PIC X(6).
024200         88 CIM-CHG-DROP                VALUE "DROP".
024300         88 CIM-CHG-RENAME              VALUE "RENAME".
024400         88 CIM-CHG-WIDEN               VALUE "WIDEN".
024500         88 CIM-CHG-NARROW              VALUE "NARROW".
024600         88 CIM-CHG-RETYPE              VALUE "RETYPE".
024700         88 CIM-CHG-SHAPE               VALUE "WIDEN" "NARROW"
024800                                              "RETYPE".
024900     05 CIM-CHG-TABLE         PIC X(32).
025000     05 CIM-CHG-COLUMN        PIC X(32).
025100     05 CIM-CHG-NEW-NAME      PIC X(32).
025200*
025300 01  CIM-XRQ-NAMES.
025400     05 CIM-XRQ-NAME          PIC X(32) OCCURS 10 TIMES.
025500*
025600 01  CIM-DETAIL-LINE.
025700     05 CDL-SOURCE            PIC X(8).
025800     05 FILLER                PIC X(1)  VALUE SPACE.
025900     05 CDL-REFERENCE         PIC X(38).
026000     05 FILLER                PIC X(1)  VALUE SPACE.
026100     05 CDL-DETAIL            PIC X(19).
026200     05 FILLER                PIC X(1)  VALUE SPACE.
026300     05 CDL-VERDICT           PIC X(10).
026400         88 CDL-BREAKS                  VALUE "BREAKS".
026500         88 CDL-REVIEW                  VALUE "REVIEW".
026600         88 CDL-UNAFFECTED              VALUE "UNAFFECTED".
026700     05 FILLER                PIC X(1)  VALUE SPACE.
026800     05 CDL-REASON            PIC X(53).
026900*
027000 PROCEDURE DIVISION.
027100*
027200*+----------------------------------------------------------+
027300*|  0000-MAINLINE - one card at a time: a proposed change,    |
027400*|  or the drift report's changes.                            |
027500*+----------------------------------------------------------+
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027800     PERFORM 2000-ONE-CARD THRU 2000-EXIT
027900         UNTIL CIM-CARDS-DONE.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200*
028300*+----------------------------------------------------------+
028400*|  1000-INITIALIZE                                           |
028500*+----------------------------------------------------------+
028600 1000-INITIALIZE.
028700     OPEN INPUT CIMPARM-FILE.
028800     IF CIM-PARM-STATUS NOT = "00"
028900         DISPLAY "COLIMP: NO CIMPARM CHANGE CARDS"
029000         MOVE 12 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     OPEN OUTPUT IMPACT-REPORT.
029400     IF CIM-RPT-STATUS NOT = "00"
029500         DISPLAY "COLIMP: CANNOT OPEN COLIMPRP REPORT"
029600         MOVE 12 TO RETURN-CODE
029700         STOP RUN
029800     END-IF.
029900     MOVE FUNCTION CURRENT-DATE(1:14) TO CIM-NOW-STRING.
030000     MOVE SPACES TO IMPACT-LINE.
030100     STRING "COLUMN CHANGE IMPACT ANALYSIS - " DELIMITED BY SIZE
030200            CIM-NOW-STRING                     DELIMITED BY SIZE
030300         INTO IMPACT-LINE.
030400     WRITE IMPACT-LINE.
030500 1000-EXIT.
030600     EXIT.
030700*
030800*+----------------------------------------------------------+
030900*|  2000-ONE-CARD - a "C" card proposes one change; a "D"     |
031000*|  card analyzes the drift report, optionally for one table. |
031100*+----------------------------------------------------------+
031200 2000-ONE-CARD.
031300     READ CIMPARM-FILE
031400         AT END
031500             SET CIM-CARDS-DONE TO TRUE
031600             GO TO 2000-EXIT
031700     END-READ.
031800     IF CIP-FROM-DRIFT
031900         PERFORM 2100-DRIFT-CARD THRU 2100-EXIT
032000     ELSE
032100         PERFORM 2200-PROPOSAL-CARD THRU 2200-EXIT
032200     END-IF.
032300 2000-EXIT.
032400     EXIT.
032500*
032600 2100-DRIFT-CARD.
032700     OPEN INPUT DRIFT-IN.
032800     IF CIM-DRIFT-STATUS NOT = "00"
032900         MOVE "NO DRIFTRPT DRIFT REPORT TO READ"
033000             TO CIM-REJECT-REASON
033100         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
033200         GO TO 2100-EXIT
033300     END-IF.
033400     MOVE "N" TO CIM-DRIFT-EOF-SW.
033500     PERFORM 2110-ONE-DRIFT-LINE THRU 2110-EXIT
033600         UNTIL CIM-DRIFT-AT-EOF.
033700     CLOSE DRIFT-IN.
033800 2100-EXIT.
033900     EXIT.
034000*
034100*    An ADDED column has nothing depending on it yet; a retype
034200*    that keeps the type is a widen or a narrow.
034300 2110-ONE-DRIFT-LINE.
034400     READ DRIFT-IN
034500         AT END
034600             SET CIM-DRIFT-AT-EOF TO TRUE
034700             GO TO 2110-EXIT
034800     END-READ.
034900     IF DRI-CHANGE-TYPE NOT = "DROPPED"
035000        AND DRI-CHANGE-TYPE NOT = "RETYPED"
035100         GO TO 2110-EXIT
035200     END-IF.
035300     IF CIP-TABLE-NAME NOT = SPACES
035400        AND CIP-TABLE-NAME NOT = DRI-TABLE-NAME
035500         GO TO 2110-EXIT
035600     END-IF.
035700     MOVE DRI-TABLE-NAME  TO CIM-CHG-TABLE.
035800     MOVE DRI-COLUMN-NAME TO CIM-CHG-COLUMN.
035900     MOVE SPACES          TO CIM-CHG-NEW-NAME.
036000     MOVE DRI-NEW-TYPE    TO CIM-NEW-TYPE.
036100     MOVE DRI-NEW-LENGTH  TO CIM-NEW-LENGTH.
036200     MOVE DRI-OLD-LENGTH  TO CIM-OLD-LENGTH.
036300     IF DRI-CHANGE-TYPE = "DROPPED"
036400         SET CIM-CHG-DROP TO TRUE
036500     ELSE
036600         IF DRI-NEW-TYPE NOT = DRI-OLD-TYPE
036700             SET CIM-CHG-RETYPE TO TRUE
036800         ELSE
036900             IF DRI-NEW-LENGTH > DRI-OLD-LENGTH
037000                 SET CIM-CHG-WIDEN TO TRUE
037100             ELSE
037200                 SET CIM-CHG-NARROW TO TRUE
037300             END-IF
037400         END-IF
037500     END-IF.
037600     PERFORM 3000-ANALYZE-CHANGE THRU 3000-EXIT.
037700 2110-EXIT.
037800     EXIT.
037900*
038000 2200-PROPOSAL-CARD.
038100     MOVE CIP-CHANGE TO CIM-CHG-KIND.
038200     IF CIP-TABLE-NAME = SPACES OR CIP-COLUMN-NAME = SPACES
038300         MOVE "TABLE AND COLUMN ARE BOTH REQUIRED"
038400             TO CIM-REJECT-REASON
038500         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
038600         GO TO 2200-EXIT
038700     END-IF.
038800     IF NOT CIM-CHG-DROP AND NOT CIM-CHG-RENAME
038900        AND NOT CIM-CHG-SHAPE
039000         MOVE "CHANGE IS NOT A KNOWN CHANGE TYPE"
039100             TO CIM-REJECT-REASON
039200         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
039300         GO TO 2200-EXIT
039400     END-IF.
039500     IF (CIM-CHG-WIDEN OR CIM-CHG-NARROW)
039600        AND CIP-NEW-LENGTH = ZERO
039700         MOVE "WIDEN/NARROW NEEDS THE NEW LENGTH"
039800             TO CIM-REJECT-REASON
039900         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
040000         GO TO 2200-EXIT
040100     END-IF.
040200     IF CIM-CHG-RETYPE AND CIP-NEW-TYPE = ZERO
040300         MOVE "RETYPE NEEDS THE NEW TYPE CODE"
040400             TO CIM-REJECT-REASON
040500         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
040600         GO TO 2200-EXIT
040700     END-IF.
040800     MOVE CIP-TABLE-NAME  TO CIM-CHG-TABLE.
040900     MOVE CIP-COLUMN-NAME TO CIM-CHG-COLUMN.
041000     MOVE CIP-NEW-NAME    TO CIM-CHG-NEW-NAME.
041100     MOVE CIP-NEW-TYPE    TO CIM-NEW-TYPE.
041200     MOVE CIP-NEW-LENGTH  TO CIM-NEW-LENGTH.
041300     MOVE ZERO            TO CIM-OLD-LENGTH.
041400     PERFORM 3000-ANALYZE-CHANGE THRU 3000-EXIT.
041500 2200-EXIT.
041600     EXIT.
041700*
041800 2900-REJECT-CARD.
041900     ADD 1 TO CIM-TOT-REJECTED.
042000     MOVE SPACES TO IMPACT-LINE.
042100     STRING "CARD REJECTED: " DELIMITED BY SIZE
042200            CIM-REJECT-REASON DELIMITED BY SIZE
042300            " - "             DELIMITED BY SIZE
042400            CIMPARM-REC(1:71) DELIMITED BY SIZE
042500         INTO IMPACT-LINE.
042600     WRITE IMPACT-LINE.
042700     DISPLAY "COLIMP: CARD REJECTED - " CIM-REJECT-REASON.
042800 2900-EXIT.
042900     EXIT.
043000*
043100*+----------------------------------------------------------+
043200*|  3000-ANALYZE-CHANGE - place the field on the layout, fill |
043300*|  in what the change leaves unsaid, then search every       |
043400*|  control file for it.                                      |
043500*+----------------------------------------------------------+
043600 3000-ANALYZE-CHANGE.
043700     PERFORM 3100-FIND-LAYOUT-FIELD THRU 3100-EXIT.
043800     IF CIM-OLD-LENGTH = ZERO
043900         MOVE CIM-FLD-LENGTH TO CIM-OLD-LENGTH
044000     END-IF.
044100     IF CIM-CHG-SHAPE AND CIM-NEW-TYPE = ZERO
044200         MOVE CIM-FLD-TYPE TO CIM-NEW-TYPE
044300     END-IF.
044400     IF CIM-CHG-SHAPE AND CIM-NEW-LENGTH = ZERO
044500         MOVE CIM-OLD-LENGTH TO CIM-NEW-LENGTH
044600     END-IF.
044700     MOVE "N" TO CIM-LENGTH-SW.
044800     IF CIM-CHG-DROP
044900         SET CIM-LENGTH-CHANGES TO TRUE
045000     END-IF.
045100     IF CIM-CHG-SHAPE AND CIM-NEW-LENGTH NOT = CIM-OLD-LENGTH
045200         SET CIM-LENGTH-CHANGES TO TRUE
045300     END-IF.
045400     MOVE ZERO TO CIM-CHG-BREAKS CIM-CHG-REVIEW
045500                  CIM-CHG-UNAFFECTED.
045600     ADD 1 TO CIM-TOT-CHANGES.
045700     PERFORM 3200-CHANGE-HEADING THRU 3200-EXIT.
045800     PERFORM 4100-SCAN-HVSPEC    THRU 4100-EXIT.
045900     PERFORM 4200-SCAN-DQRULES   THRU 4200-EXIT.
046000     PERFORM 4300-SCAN-MASKRULE  THRU 4300-EXIT.
046100     PERFORM 4400-SCAN-REDRULES  THRU 4400-EXIT.
046200     PERFORM 4500-SCAN-SUBRULES  THRU 4500-EXIT.
046300     PERFORM 4600-SCAN-XRQQUEUE  THRU 4600-EXIT.
046400     PERFORM 4700-SCAN-MFFORMAT  THRU 4700-EXIT.
046500     PERFORM 4800-SCAN-DATADICT  THRU 4800-EXIT.
046600     IF CIM-CHG-BREAKS + CIM-CHG-REVIEW + CIM-CHG-UNAFFECTED
046700        = ZERO
046800         MOVE "    NO REFERENCES FOUND" TO IMPACT-LINE
046900         WRITE IMPACT-LINE
047000     END-IF.
047100     MOVE CIM-CHG-BREAKS     TO CIM-ED-COUNT.
047200     MOVE CIM-CHG-REVIEW     TO CIM-ED-COUNT-2.
047300     MOVE CIM-CHG-UNAFFECTED TO CIM-ED-COUNT-3.
047400     MOVE SPACES TO IMPACT-LINE.
047500     STRING "    BREAKS="      DELIMITED BY SIZE
047600            CIM-ED-COUNT       DELIMITED BY SIZE
047700            " REVIEW="         DELIMITED BY SIZE
047800            CIM-ED-COUNT-2     DELIMITED BY SIZE
047900            " UNAFFECTED="     DELIMITED BY SIZE
048000            CIM-ED-COUNT-3     DELIMITED BY SIZE
048100         INTO IMPACT-LINE.
048200     WRITE IMPACT-LINE.
048300     ADD CIM-CHG-BREAKS     TO CIM-TOT-BREAKS.
048400     ADD CIM-CHG-REVIEW     TO CIM-TOT-REVIEW.
048500     ADD CIM-CHG-UNAFFECTED TO CIM-TOT-UNAFFECTED.
048600 3000-EXIT.
048700     EXIT.
048800*
048900*    The first layout on the library carrying the field gives
049000*    the span the offset-keyed rules are matched against.
049100 3100-FIND-LAYOUT-FIELD.
049200     MOVE "N" TO CIM-FIELD-SW.
049300     MOVE ZERO TO CIM-FLD-OFFSET CIM-FLD-LENGTH CIM-FLD-TYPE
049400                  CIM-FLD-END.
049500     OPEN INPUT LAYOUT-LIB.
049600     IF CIM-LAY-STATUS NOT = "00"
049700         GO TO 3100-EXIT
049800     END-IF.
049900     MOVE "N" TO CIM-EOF-SW.
050000     PERFORM 3110-ONE-LAYOUT-RECORD THRU 3110-EXIT
050100         UNTIL CIM-AT-EOF OR CIM-FIELD-ON-LAYOUT.
050200     CLOSE LAYOUT-LIB.
050300 3100-EXIT.
050400     EXIT.
050500*
050600 3110-ONE-LAYOUT-RECORD.
050700     READ LAYOUT-LIB
050800         AT END
050900             SET CIM-AT-EOF TO TRUE
051000             GO TO 3110-EXIT
051100     END-READ.
051200     IF ULY-FIELD-REC
051300        AND ULY-TABLE-NAME = CIM-CHG-TABLE
051400        AND ULY-FIELD-NAME = CIM-CHG-COLUMN
051500         SET CIM-FIELD-ON-LAYOUT TO TRUE
051600         MOVE ULY-OFFSET  TO CIM-FLD-OFFSET
051700         MOVE ULY-LENGTH  TO CIM-FLD-LENGTH
051800         MOVE ULY-SQLTYPE TO CIM-FLD-TYPE
051900         COMPUTE CIM-FLD-END = ULY-OFFSET + ULY-LENGTH - 1
052000     END-IF.
052100 3110-EXIT.
052200     EXIT.
052300*
052400 3200-CHANGE-HEADING.
052500     MOVE ALL "=" TO IMPACT-LINE.
052600     WRITE IMPACT-LINE.
052700     MOVE SPACES TO IMPACT-LINE.
052800     STRING "CHANGE: "        DELIMITED BY SIZE
052900            CIM-CHG-KIND      DELIMITED BY SIZE
053000            " TABLE "         DELIMITED BY SIZE
053100            CIM-CHG-TABLE     DELIMITED BY " "
053200            " COLUMN "        DELIMITED BY SIZE
053300            CIM-CHG-COLUMN    DELIMITED BY " "
053400         INTO IMPACT-LINE.
053500     WRITE IMPACT-LINE.
053600     IF CIM-CHG-SHAPE
053700         MOVE CIM-NEW-TYPE   TO CIM-ED-TYPE
053800         MOVE CIM-NEW-LENGTH TO CIM-ED-LEN
053900         MOVE SPACES TO IMPACT-LINE
054000         STRING "    NEW TYPE/LEN " DELIMITED BY SIZE
054100                CIM-ED-TYPE         DELIMITED BY SIZE
054200                "/"                 DELIMITED BY SIZE
054300                CIM-ED-LEN          DELIMITED BY SIZE
054400             INTO IMPACT-LINE
054500         WRITE IMPACT-LINE
054600     END-IF.
054700     IF CIM-CHG-RENAME AND CIM-CHG-NEW-NAME NOT = SPACES
054800         MOVE SPACES TO IMPACT-LINE
054900         STRING "    NEW NAME " DELIMITED BY SIZE
055000                CIM-CHG-NEW-NAME DELIMITED BY SIZE
055100             INTO IMPACT-LINE
055200         WRITE IMPACT-LINE
055300     END-IF.
055400     MOVE SPACES TO IMPACT-LINE.
055500     IF CIM-FIELD-ON-LAYOUT
055600         MOVE CIM-FLD-TYPE   TO CIM-ED-TYPE
055700         MOVE CIM-FLD-OFFSET TO CIM-ED-POS
055800         MOVE CIM-FLD-LENGTH TO CIM-ED-LEN
055900         STRING "    LAYOUT POS "   DELIMITED BY SIZE
056000                CIM-ED-POS          DELIMITED BY SIZE
056100                " LEN "             DELIMITED BY SIZE
056200                CIM-ED-LEN          DELIMITED BY SIZE
056300                " TYPE "            DELIMITED BY SIZE
056400                CIM-ED-TYPE         DELIMITED BY SIZE
056500             INTO IMPACT-LINE
056600     ELSE
056700         MOVE "    NOT ON UNLLAYLB - OFFSET RULES NOT MATCHED"
056800             TO IMPACT-LINE
056900     END-IF.
057000     WRITE IMPACT-LINE.
057100     IF CIM-FIELD-ON-LAYOUT AND CIM-LENGTH-CHANGES
057200         COMPUTE CIM-ED-POS = CIM-FLD-END + 1
057300         MOVE SPACES TO IMPACT-LINE
057400         STRING "    LAYOUT POSITIONS FROM " DELIMITED BY SIZE
057500                CIM-ED-POS                   DELIMITED BY SIZE
057600                " MOVE - OFFSET RULES PAST THE FIELD NEED"
057700                                             DELIMITED BY SIZE
057800                " REVIEW"                    DELIMITED BY SIZE
057900             INTO IMPACT-LINE
058000         WRITE IMPACT-LINE
058100     END-IF.
058200     MOVE SPACES TO CIM-DETAIL-LINE.
058300     MOVE "SOURCE"     TO CDL-SOURCE.
058400     MOVE "REFERENCE"  TO CDL-REFERENCE.
058500     MOVE "DETAIL"     TO CDL-DETAIL.
058600     MOVE "VERDICT"    TO CDL-VERDICT.
058700     MOVE "REASON"     TO CDL-REASON.
058800     MOVE CIM-DETAIL-LINE TO IMPACT-LINE.
058900     WRITE IMPACT-LINE.
059000 3200-EXIT.
059100     EXIT.
059200*
059300*+----------------------------------------------------------+
059400*|  4100-SCAN-HVSPEC - a host variable must still hold the   |
059500*|  column: a drop or rename orphans it, a new type it was    |
059600*|  not declared for or a length past its own breaks it.      |
059700*+----------------------------------------------------------+
059800 4100-SCAN-HVSPEC.
059900     OPEN INPUT HVSPEC-FILE.
060000     IF CIM-HVS-STATUS NOT = "00"
060100         MOVE "HVSPEC" TO CDL-SOURCE
060200         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
060300         GO TO 4100-EXIT
060400     END-IF.
060500     MOVE "N" TO CIM-EOF-SW.
060600     PERFORM 4110-ONE-HVSPEC THRU 4110-EXIT
060700         UNTIL CIM-AT-EOF.
060800     CLOSE HVSPEC-FILE.
060900 4100-EXIT.
061000     EXIT.
061100*
061200 4110-ONE-HVSPEC.
061300     READ HVSPEC-FILE
061400         AT END
061500             SET CIM-AT-EOF TO TRUE
061600             GO TO 4110-EXIT
061700     END-READ.
061800     IF HVS-TABLE-NAME NOT = CIM-CHG-TABLE
061900        OR HVS-COLUMN-NAME NOT = CIM-CHG-COLUMN
062000         GO TO 4110-EXIT
062100     END-IF.
062200     MOVE SPACES TO CIM-DETAIL-LINE.
062300     MOVE "HVSPEC" TO CDL-SOURCE.
062400     STRING "PROGRAM " DELIMITED BY SIZE
062500            HVS-PROGRAM-NAME DELIMITED BY SIZE
062600         INTO CDL-REFERENCE.
062700     MOVE HVS-HOST-SQLTYPE TO CIM-HOST-TYPE.
062800     IF CIM-HOST-TYPE < ZERO
062900         MULTIPLY -1 BY CIM-HOST-TYPE
063000     END-IF.
063100     MOVE CIM-HOST-TYPE    TO CIM-ED-TYPE.
063200     MOVE HVS-HOST-SQLLEN  TO CIM-ED-LEN.
063300     STRING "HOST " DELIMITED BY SIZE
063400            CIM-ED-TYPE DELIMITED BY SIZE
063500            "/"         DELIMITED BY SIZE
063600            CIM-ED-LEN  DELIMITED BY SIZE
063700         INTO CDL-DETAIL.
063710     MOVE "N" TO CIM-CLASH-SW.
063720     IF CIM-CHG-RETYPE AND CIM-NEW-TYPE NOT = CIM-HOST-TYPE
063730         MOVE CIM-HOST-TYPE TO CIM-FAM-TYPE
063740         PERFORM 6200-TYPE-FAMILY THRU 6200-EXIT
063750         MOVE CIM-FAMILY    TO CIM-HOST-FAMILY
063760         MOVE CIM-NEW-TYPE  TO CIM-FAM-TYPE
063770         PERFORM 6200-TYPE-FAMILY THRU 6200-EXIT
063780         IF CIM-FAM-OTHER OR CIM-FAMILY NOT = CIM-HOST-FAMILY
063790             SET CIM-TYPE-CLASH TO TRUE
063795         END-IF
063797     END-IF.
063800     EVALUATE TRUE
063900         WHEN CIM-CHG-DROP
064000             SET CDL-BREAKS TO TRUE
064100             MOVE "BINDS A COLUMN THAT WILL NOT EXIST"
064200                 TO CDL-REASON
064300         WHEN CIM-CHG-RENAME
064400             SET CDL-BREAKS TO TRUE
064500             MOVE "PROGRAM BINDS THE COLUMN BY ITS OLD NAME"
064600                 TO CDL-REASON
064700         WHEN CIM-TYPE-CLASH
064900             SET CDL-BREAKS TO TRUE
065000             MOVE "HOST TYPE NO LONGER MATCHES THE COLUMN"
065100                 TO CDL-REASON
065200         WHEN CIM-NEW-LENGTH > HVS-HOST-SQLLEN
065300             SET CDL-BREAKS TO TRUE
065400             MOVE "NEW LENGTH EXCEEDS THE HOST VARIABLE"
065500                 TO CDL-REASON
065600         WHEN OTHER
065700             SET CDL-UNAFFECTED TO TRUE
065800             MOVE "HOST VARIABLE STILL HOLDS THE COLUMN"
065900                 TO CDL-REASON
066000     END-EVALUATE.
066100     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
066200 4110-EXIT.
066300     EXIT.
066400*
066500*+----------------------------------------------------------+
066600*|  4200-SCAN-DQRULES - rules are keyed by name, so a drop or |
066700*|  rename silently stops the check; bounds and value lists   |
066800*|  need a second look when the shape changes.                |
066900*+----------------------------------------------------------+
067000 4200-SCAN-DQRULES.
067100     OPEN INPUT DQRULES-FILE.
067200     IF CIM-DQR-STATUS NOT = "00"
067300         MOVE "DQRULES" TO CDL-SOURCE
067400         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
067500         GO TO 4200-EXIT
067600     END-IF.
067700     MOVE "N" TO CIM-EOF-SW.
067800     PERFORM 4210-ONE-DQRULE THRU 4210-EXIT
067900         UNTIL CIM-AT-EOF.
068000     CLOSE DQRULES-FILE.
068100 4200-EXIT.
068200     EXIT.
068300*
068400 4210-ONE-DQRULE.
068500     READ DQRULES-FILE
068600         AT END
068700             SET CIM-AT-EOF TO TRUE
068800             GO TO 4210-EXIT
068900     END-READ.
069000     IF DQR-TABLE-NAME NOT = CIM-CHG-TABLE
069100        OR DQR-COLUMN-NAME NOT = CIM-CHG-COLUMN
069200         GO TO 4210-EXIT
069300     END-IF.
069400     MOVE SPACES TO CIM-DETAIL-LINE.
069500     MOVE "DQRULES" TO CDL-SOURCE.
069600     STRING "RULE TYPE "  DELIMITED BY SIZE
069700            DQR-RULE-TYPE DELIMITED BY SIZE
069800            " SEVERITY "  DELIMITED BY SIZE
069900            DQR-SEVERITY  DELIMITED BY SIZE
070000         INTO CDL-REFERENCE.
070100     EVALUATE TRUE
070200         WHEN CIM-CHG-DROP
070300             SET CDL-BREAKS TO TRUE
070400             MOVE "RULE CHECKS A COLUMN THAT WILL NOT EXIST"
070500                 TO CDL-REASON
070600         WHEN CIM-CHG-RENAME
070700             SET CDL-BREAKS TO TRUE
070800             MOVE "RULE IS KEYED BY THE OLD NAME - CHECK STOPS"
070900                 TO CDL-REASON
071000         WHEN DQR-RULE-NOT-BLANK
071100             SET CDL-UNAFFECTED TO TRUE
071200             MOVE "NOT-BLANK CHECK HOLDS FOR ANY SHAPE"
071300                 TO CDL-REASON
071400         WHEN DQR-RULE-RANGE
071500             SET CDL-REVIEW TO TRUE
071600             MOVE "RANGE BOUNDS MAY NOT SUIT THE NEW SHAPE"
071700                 TO CDL-REASON
071800         WHEN DQR-RULE-DOMAIN
071900             SET CDL-REVIEW TO TRUE
072000             MOVE "VALID-VALUE LIST MAY NOT SUIT THE NEW SHAPE"
072100                 TO CDL-REASON
072200         WHEN OTHER
072300             SET CDL-REVIEW TO TRUE
072400             MOVE "CROSS-FIELD COMPARISON MAY NOT SUIT NEW SHAPE"
072500                 TO CDL-REASON
072600     END-EVALUATE.
072700     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
072800 4210-EXIT.
072900     EXIT.
073000*
073100*+----------------------------------------------------------+
073200*|  4300-SCAN-MASKRULE - offset masking rules whose span      |
073300*|  lands on the field.                                       |
073400*+----------------------------------------------------------+
073500 4300-SCAN-MASKRULE.
073600     IF NOT CIM-FIELD-ON-LAYOUT
073700         GO TO 4300-EXIT
073800     END-IF.
073900     OPEN INPUT MASKRULE-FILE.
074000     IF CIM-MSK-STATUS NOT = "00"
074100         MOVE "MASKRULE" TO CDL-SOURCE
074200         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
074300         GO TO 4300-EXIT
074400     END-IF.
074500     MOVE "N" TO CIM-EOF-SW.
074600     PERFORM 4310-ONE-MASKRULE THRU 4310-EXIT
074700         UNTIL CIM-AT-EOF.
074800     CLOSE MASKRULE-FILE.
074900 4300-EXIT.
075000     EXIT.
075100*
075200 4310-ONE-MASKRULE.
075300     READ MASKRULE-FILE
075400         AT END
075500             SET CIM-AT-EOF TO TRUE
075600             GO TO 4310-EXIT
075700     END-READ.
075800     IF NOT MSK-RULE-OFFSET
075900         GO TO 4310-EXIT
076000     END-IF.
076100     MOVE MSK-OFFSET TO CIM-SPAN-START.
076200     MOVE MSK-LENGTH TO CIM-SPAN-LENGTH.
076300     MOVE ZERO       TO CIM-SPAN-TYPE.
076400     COMPUTE CIM-SPAN-END = CIM-SPAN-START + CIM-SPAN-LENGTH - 1.
076500     IF CIM-SPAN-START > CIM-FLD-END
076600        OR CIM-SPAN-END < CIM-FLD-OFFSET
076700         GO TO 4310-EXIT
076800     END-IF.
076900     MOVE SPACES TO CIM-DETAIL-LINE.
077000     MOVE "MASKRULE" TO CDL-SOURCE.
077100     MOVE MSK-STMT-KEY TO CDL-REFERENCE.
077200     PERFORM 5000-SPAN-VERDICT THRU 5000-EXIT.
077300     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
077400 4310-EXIT.
077500     EXIT.
077600*
077700*+----------------------------------------------------------+
077800*|  4400-SCAN-REDRULES - report redaction spans landing on    |
077900*|  the field.                                                |
078000*+----------------------------------------------------------+
078100 4400-SCAN-REDRULES.
078200     IF NOT CIM-FIELD-ON-LAYOUT
078300         GO TO 4400-EXIT
078400     END-IF.
078500     OPEN INPUT REDRULE-FILE.
078600     IF CIM-RED-STATUS NOT = "00"
078700         MOVE "REDRULES" TO CDL-SOURCE
078800         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
078900         GO TO 4400-EXIT
079000     END-IF.
079100     MOVE "N" TO CIM-EOF-SW.
079200     PERFORM 4410-ONE-REDRULE THRU 4410-EXIT
079300         UNTIL CIM-AT-EOF.
079400     CLOSE REDRULE-FILE.
079500 4400-EXIT.
079600     EXIT.
079700*
079800 4410-ONE-REDRULE.
079900     READ REDRULE-FILE
080000         AT END
080100             SET CIM-AT-EOF TO TRUE
080200             GO TO 4410-EXIT
080300     END-READ.
080400     MOVE RED-OFFSET TO CIM-SPAN-START.
080500     MOVE RED-LENGTH TO CIM-SPAN-LENGTH.
080600     MOVE ZERO       TO CIM-SPAN-TYPE.
080700     COMPUTE CIM-SPAN-END = CIM-SPAN-START + CIM-SPAN-LENGTH - 1.
080800     IF CIM-SPAN-START > CIM-FLD-END
080900        OR CIM-SPAN-END < CIM-FLD-OFFSET
081000         GO TO 4410-EXIT
081100     END-IF.
081200     MOVE SPACES TO CIM-DETAIL-LINE.
081300     MOVE "REDRULES" TO CDL-SOURCE.
081400     STRING "REPORT "       DELIMITED BY SIZE
081500            RED-REPORT-NAME DELIMITED BY SIZE
081600            " LEVEL "       DELIMITED BY SIZE
081700            RED-SEC-LEVEL   DELIMITED BY SIZE
081800         INTO CDL-REFERENCE.
081900     PERFORM 5000-SPAN-VERDICT THRU 5000-EXIT.
082000     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
082100 4410-EXIT.
082200     EXIT.
082300*
082400*+----------------------------------------------------------+
082500*|  4500-SCAN-SUBRULES - the column as a child's join key,    |
082600*|  or as the root column a child joins back on.  The first   |
082700*|  record of each rule set names its root table.             |
082800*+----------------------------------------------------------+
082900 4500-SCAN-SUBRULES.
083000     OPEN INPUT SUBRUL-FILE.
083100     IF CIM-SBR-STATUS NOT = "00"
083200         MOVE "SUBRULES" TO CDL-SOURCE
083300         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
083400         GO TO 4500-EXIT
083500     END-IF.
083600     MOVE SPACES TO CIM-SUB-SET CIM-SUB-ROOT.
083700     MOVE "N" TO CIM-EOF-SW.
083800     PERFORM 4510-ONE-SUBRULE THRU 4510-EXIT
083900         UNTIL CIM-AT-EOF.
084000     CLOSE SUBRUL-FILE.
084100 4500-EXIT.
084200     EXIT.
084300*
084400 4510-ONE-SUBRULE.
084500     READ SUBRUL-FILE
084600         AT END
084700             SET CIM-AT-EOF TO TRUE
084800             GO TO 4510-EXIT
084900     END-READ.
085000     IF SBR-RULE-SET NOT = CIM-SUB-SET
085100         MOVE SBR-RULE-SET   TO CIM-SUB-SET
085200         MOVE SBR-TABLE-NAME TO CIM-SUB-ROOT
085300         GO TO 4510-EXIT
085400     END-IF.
085500     MOVE SBR-SEQ TO CIM-ED-SEQ.
085600     MOVE SPACES TO CIM-DETAIL-LINE.
085700     MOVE "SUBRULES" TO CDL-SOURCE.
085800     IF SBR-TABLE-NAME = CIM-CHG-TABLE
085900        AND SBR-JOIN-KEY = CIM-CHG-COLUMN
086000         STRING "SET "        DELIMITED BY SIZE
086100                SBR-RULE-SET  DELIMITED BY SIZE
086200                " SEQ "       DELIMITED BY SIZE
086300                CIM-ED-SEQ    DELIMITED BY SIZE
086400                " JOIN KEY"   DELIMITED BY SIZE
086500             INTO CDL-REFERENCE
086600         PERFORM 4520-SUBRULE-VERDICT THRU 4520-EXIT
086700         PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT
086800     END-IF.
086900     MOVE SPACES TO CDL-REFERENCE.
087000     IF CIM-SUB-ROOT = CIM-CHG-TABLE
087100        AND SBR-PARENT-KEY = CIM-CHG-COLUMN
087200         STRING "SET "        DELIMITED BY SIZE
087300                SBR-RULE-SET  DELIMITED BY SIZE
087400                " SEQ "       DELIMITED BY SIZE
087500                CIM-ED-SEQ    DELIMITED BY SIZE
087600                " PARENT KEY" DELIMITED BY SIZE
087700             INTO CDL-REFERENCE
087800         PERFORM 4520-SUBRULE-VERDICT THRU 4520-EXIT
087900         PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT
088000     END-IF.
088100 4510-EXIT.
088200     EXIT.
088300*
088400 4520-SUBRULE-VERDICT.
088500     EVALUATE TRUE
088600         WHEN CIM-CHG-DROP
088700             SET CDL-BREAKS TO TRUE
088800             MOVE "JOINS ON A COLUMN THAT WILL NOT EXIST"
088900                 TO CDL-REASON
089000         WHEN CIM-CHG-RENAME
089100             SET CDL-BREAKS TO TRUE
089200             MOVE "SUBSELECT JOINS ON THE OLD NAME"
089300                 TO CDL-REASON
089400         WHEN OTHER
089500             SET CDL-REVIEW TO TRUE
089600             MOVE "BOTH JOIN SIDES MUST KEEP ONE SHAPE"
089700                 TO CDL-REASON
089800     END-EVALUATE.
089900 4520-EXIT.
090000     EXIT.
090100*
090200*+----------------------------------------------------------+
090300*|  4600-SCAN-XRQQUEUE - pending and deferred extract         |
090400*|  requests whose column list names the column.  Filled and  |
090500*|  refused requests are history.                             |
090600*+----------------------------------------------------------+
090700 4600-SCAN-XRQQUEUE.
090800     OPEN INPUT REQUEST-QUEUE.
090900     IF CIM-XRQ-STATUS NOT = "00"
091000         MOVE "XRQQUEUE" TO CDL-SOURCE
091100         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
091200         GO TO 4600-EXIT
091300     END-IF.
091400     MOVE "N" TO CIM-EOF-SW.
091500     PERFORM 4610-ONE-REQUEST THRU 4610-EXIT
091600         UNTIL CIM-AT-EOF.
091700     CLOSE REQUEST-QUEUE.
091800 4600-EXIT.
091900     EXIT.
092000*
092100 4610-ONE-REQUEST.
092200     READ REQUEST-QUEUE
092300         AT END
092400             SET CIM-AT-EOF TO TRUE
092500             GO TO 4610-EXIT
092600     END-READ.
092700     IF NOT XRQ-PENDING AND NOT XRQ-DEFERRED
092800         GO TO 4610-EXIT
092900     END-IF.
093000     IF XRQ-TABLE-NAME NOT = CIM-CHG-TABLE
093100        OR XRQ-COLUMNS = SPACES
093200         GO TO 4610-EXIT
093300     END-IF.
093400     MOVE SPACES TO CIM-XRQ-NAMES.
093500     UNSTRING XRQ-COLUMNS DELIMITED BY ALL " "
093600         INTO CIM-XRQ-NAME(1)  CIM-XRQ-NAME(2)
093700              CIM-XRQ-NAME(3)  CIM-XRQ-NAME(4)
093800              CIM-XRQ-NAME(5)  CIM-XRQ-NAME(6)
093900              CIM-XRQ-NAME(7)  CIM-XRQ-NAME(8)
094000              CIM-XRQ-NAME(9)  CIM-XRQ-NAME(10).
094100     MOVE "N" TO CIM-NAMED-SW.
094200     PERFORM 4620-MATCH-ONE-NAME THRU 4620-EXIT
094300         VARYING CIM-SUB FROM 1 BY 1
094400         UNTIL CIM-SUB > 10 OR CIM-COLUMN-NAMED.
094500     IF NOT CIM-COLUMN-NAMED
094600         GO TO 4610-EXIT
094700     END-IF.
094800     MOVE SPACES TO CIM-DETAIL-LINE.
094900     MOVE "XRQQUEUE" TO CDL-SOURCE.
095000     STRING XRQ-REQUESTER DELIMITED BY SIZE
095100            " KEYED "     DELIMITED BY SIZE
095200            XRQ-KEYED     DELIMITED BY SIZE
095300         INTO CDL-REFERENCE.
095400     STRING "STATUS "     DELIMITED BY SIZE
095500            XRQ-STATUS    DELIMITED BY SIZE
095600         INTO CDL-DETAIL.
095700     EVALUATE TRUE
095800         WHEN CIM-CHG-DROP
095900             SET CDL-BREAKS TO TRUE
096000             MOVE "REQUEST WILL BE REFUSED - NO SUCH COLUMN"
096100                 TO CDL-REASON
096200         WHEN CIM-CHG-RENAME
096300             SET CDL-BREAKS TO TRUE
096400             MOVE "REQUEST NAMES THE OLD NAME - WILL BE REFUSED"
096500                 TO CDL-REASON
096600         WHEN OTHER
096700             SET CDL-UNAFFECTED TO TRUE
096800             MOVE "EXTRACT FOLLOWS THE CATALOG SHAPE AT SERVICE"
096900                 TO CDL-REASON
097000     END-EVALUATE.
097100     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
097200 4610-EXIT.
097300     EXIT.
097400*
097500 4620-MATCH-ONE-NAME.
097600     IF CIM-XRQ-NAME(CIM-SUB) = CIM-CHG-COLUMN
097700         SET CIM-COLUMN-NAMED TO TRUE
097800     END-IF.
097900 4620-EXIT.
098000     EXIT.
098100*
098200*+----------------------------------------------------------+
098300*|  4700-SCAN-MFFORMAT - bank-format fields reading the       |
098400*|  field's span of the extract.                              |
098500*+----------------------------------------------------------+
098600 4700-SCAN-MFFORMAT.
098700     IF NOT CIM-FIELD-ON-LAYOUT
098800         GO TO 4700-EXIT
098900     END-IF.
099000     OPEN INPUT FORMAT-FILE.
099100     IF CIM-MFF-STATUS NOT = "00"
099200         MOVE "MFFORMAT" TO CDL-SOURCE
099300         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
099400         GO TO 4700-EXIT
099500     END-IF.
099600     MOVE "N" TO CIM-EOF-SW.
099700     PERFORM 4710-ONE-FORMAT-FIELD THRU 4710-EXIT
099800         UNTIL CIM-AT-EOF.
099900     CLOSE FORMAT-FILE.
100000 4700-EXIT.
100100     EXIT.
100200*
100300 4710-ONE-FORMAT-FIELD.
100400     READ FORMAT-FILE
100500         AT END
100600             SET CIM-AT-EOF TO TRUE
100700             GO TO 4710-EXIT
100800     END-READ.
100900     MOVE MFF-IN-OFFSET TO CIM-SPAN-START.
101000     MOVE MFF-IN-LENGTH TO CIM-SPAN-LENGTH.
101100     MOVE MFF-SQLTYPE   TO CIM-SPAN-TYPE.
101200     COMPUTE CIM-SPAN-END = CIM-SPAN-START + CIM-SPAN-LENGTH - 1.
101300     IF CIM-SPAN-START > CIM-FLD-END
101400        OR CIM-SPAN-END < CIM-FLD-OFFSET
101500         GO TO 4710-EXIT
101600     END-IF.
101700     MOVE MFF-FIELD-NUM TO CIM-ED-SEQ.
101800     MOVE SPACES TO CIM-DETAIL-LINE.
101900     MOVE "MFFORMAT" TO CDL-SOURCE.
102000     STRING "FORMAT "       DELIMITED BY SIZE
102100            MFF-FORMAT-NAME DELIMITED BY SIZE
102200            " FIELD "       DELIMITED BY SIZE
102300            CIM-ED-SEQ      DELIMITED BY SIZE
102400         INTO CDL-REFERENCE.
102500     PERFORM 5000-SPAN-VERDICT THRU 5000-EXIT.
102600     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
102700 4710-EXIT.
102800     EXIT.
102900*
103000*+----------------------------------------------------------+
103100*|  4800-SCAN-DATADICT - the field's entry under the table's  |
103200*|  interface in the published dictionary.                    |
103300*+----------------------------------------------------------+
103400 4800-SCAN-DATADICT.
103500     OPEN INPUT DICTIONARY-IN.
103600     IF CIM-DCT-STATUS NOT = "00"
103700         MOVE "DATADICT" TO CDL-SOURCE
103800         PERFORM 6100-FILE-NOT-CHECKED THRU 6100-EXIT
103900         GO TO 4800-EXIT
104000     END-IF.
104100     MOVE SPACES TO CIM-DICT-TABLE.
104200     MOVE "N" TO CIM-EOF-SW.
104300     PERFORM 4810-ONE-DICT-LINE THRU 4810-EXIT
104400         UNTIL CIM-AT-EOF.
104500     CLOSE DICTIONARY-IN.
104600 4800-EXIT.
104700     EXIT.
104800*
104900 4810-ONE-DICT-LINE.
105000     READ DICTIONARY-IN
105100         AT END
105200             SET CIM-AT-EOF TO TRUE
105300             GO TO 4810-EXIT
105400     END-READ.
105500     IF DICT-IN-LINE(1:11) = "INTERFACE: "
105600         MOVE DICT-IN-LINE(12:32) TO CIM-DICT-TABLE
105700         GO TO 4810-EXIT
105800     END-IF.
105900     IF CIM-DICT-TABLE NOT = CIM-CHG-TABLE
106000        OR DCI-FIELD-NAME NOT = CIM-CHG-COLUMN
106100         GO TO 4810-EXIT
106200     END-IF.
106300     MOVE SPACES TO CIM-DETAIL-LINE.
106400     MOVE "DATADICT" TO CDL-SOURCE.
106500     STRING "INTERFACE "   DELIMITED BY SIZE
106600            CIM-DICT-TABLE DELIMITED BY SIZE
106700         INTO CDL-REFERENCE.
106800     STRING "POS "         DELIMITED BY SIZE
106900            DCI-OFFSET     DELIMITED BY SIZE
107000            " LEN "        DELIMITED BY SIZE
107100            DCI-LENGTH     DELIMITED BY SIZE
107200         INTO CDL-DETAIL.
107300     EVALUATE TRUE
107400         WHEN CIM-CHG-DROP
107500             SET CDL-BREAKS TO TRUE
107600             MOVE "FIELD LEAVES THE PARTNER FILE - LAYOUT CHANGES"
107700                 TO CDL-REASON
107800         WHEN CIM-CHG-RENAME
107900             SET CDL-REVIEW TO TRUE
108000             MOVE "PUBLISHED NAME CHANGES - REISSUE TO PARTNERS"
108100                 TO CDL-REASON
108200         WHEN CIM-LENGTH-CHANGES
108300             SET CDL-BREAKS TO TRUE
108400             MOVE "PARTNER RECORD LENGTH AND POSITIONS CHANGE"
108500                 TO CDL-REASON
108600         WHEN OTHER
108700             SET CDL-REVIEW TO TRUE
108800             MOVE "PUBLISHED TYPE CHANGES - REISSUE TO PARTNERS"
108900                 TO CDL-REASON
109000     END-EVALUATE.
109100     PERFORM 6000-WRITE-REFERENCE THRU 6000-EXIT.
109200 4810-EXIT.
109300     EXIT.
109400*
109500*+----------------------------------------------------------+
109600*|  5000-SPAN-VERDICT - an offset-keyed span against the      |
109700*|  field.  A span that is not exactly the field already      |
109800*|  covers something else, so any change is a second look.    |
109900*|  A type on the span (MFFORMAT) must still match the        |
110000*|  column's new type.                                        |
110100*+----------------------------------------------------------+
110200 5000-SPAN-VERDICT.
110300     MOVE CIM-SPAN-START  TO CIM-ED-POS-4.
110400     MOVE CIM-SPAN-LENGTH TO CIM-ED-LEN-4.
110500     STRING "POS "        DELIMITED BY SIZE
110600            CIM-ED-POS-4  DELIMITED BY SIZE
110700            " LEN "       DELIMITED BY SIZE
110800            CIM-ED-LEN-4  DELIMITED BY SIZE
110900         INTO CDL-DETAIL.
111000     IF CIM-CHG-RENAME
111100         SET CDL-UNAFFECTED TO TRUE
111200         MOVE "POSITION-KEYED - A RENAME DOES NOT MOVE IT"
111300             TO CDL-REASON
111400         GO TO 5000-EXIT
111500     END-IF.
111600     IF CIM-CHG-DROP
111700         SET CDL-BREAKS TO TRUE
111800         MOVE "SPAN WILL LAND ON THE NEXT FIELD"
111900             TO CDL-REASON
112000         GO TO 5000-EXIT
112100     END-IF.
112200     IF CIM-SPAN-START NOT = CIM-FLD-OFFSET
112300        OR CIM-SPAN-LENGTH NOT = CIM-FLD-LENGTH
112400         SET CDL-REVIEW TO TRUE
112500         MOVE "SPAN COVERS ONLY PART OF THE FIELD OR MORE THAN IT"
112600             TO CDL-REASON
112700         GO TO 5000-EXIT
112800     END-IF.
112900     IF CIM-LENGTH-CHANGES
113000         SET CDL-BREAKS TO TRUE
113100         MOVE "SPAN LENGTH NO LONGER MATCHES THE FIELD"
113200             TO CDL-REASON
113300         GO TO 5000-EXIT
113400     END-IF.
113500     IF CIM-SPAN-TYPE NOT = ZERO
113600        AND CIM-SPAN-TYPE NOT = CIM-NEW-TYPE
113700         SET CDL-BREAKS TO TRUE
113800         MOVE "FORMAT FIELD TYPE NO LONGER MATCHES THE COLUMN"
113900             TO CDL-REASON
114000         GO TO 5000-EXIT
114100     END-IF.
114200     SET CDL-UNAFFECTED TO TRUE.
114300     MOVE "SPAN STILL COVERS THE WHOLE FIELD" TO CDL-REASON.
114400 5000-EXIT.
114500     EXIT.
114600*
114700 6000-WRITE-REFERENCE.
114800     EVALUATE TRUE
114900         WHEN CDL-BREAKS
115000             ADD 1 TO CIM-CHG-BREAKS
115100         WHEN CDL-REVIEW
115200             ADD 1 TO CIM-CHG-REVIEW
115300         WHEN OTHER
115400             ADD 1 TO CIM-CHG-UNAFFECTED
115500     END-EVALUATE.
115600     MOVE CIM-DETAIL-LINE TO IMPACT-LINE.
115700     WRITE IMPACT-LINE.
115800 6000-EXIT.
115900     EXIT.
116000*
116100*    CDL-SOURCE is set by the caller.
116200 6100-FILE-NOT-CHECKED.
116300     MOVE SPACES TO CDL-REFERENCE CDL-DETAIL CDL-VERDICT.
116400     MOVE "FILE NOT PRESENT - NOT CHECKED" TO CDL-REASON.
116500     MOVE CIM-DETAIL-LINE TO IMPACT-LINE.
116600     WRITE IMPACT-LINE.
116700 6100-EXIT.
116800     EXIT.
116810*
116820*+----------------------------------------------------------+
116830*|  6200-TYPE-FAMILY - the family a type code binds in, as    |
116840*|  GENLOD and REJFIX test it; a nullable code counts as its  |
116850*|  base type.                                                |
116860*+----------------------------------------------------------+
116870 6200-TYPE-FAMILY.
116875     IF CIM-FAM-TYPE < ZERO
116880         MULTIPLY -1 BY CIM-FAM-TYPE
116885     END-IF.
116890     EVALUATE CIM-FAM-TYPE
116895         WHEN 20
116900         WHEN 21
116905         WHEN 23
116910         WHEN 24
116915             SET CIM-FAM-CHARACTER TO TRUE
116920         WHEN 5
116925         WHEN 10
116930         WHEN 30
116935         WHEN 31
116940             SET CIM-FAM-NUMERIC TO TRUE
116945         WHEN OTHER
116950             SET CIM-FAM-OTHER TO TRUE
116955     END-EVALUATE.
116960 6200-EXIT.
116965     EXIT.
116970*
117000*+----------------------------------------------------------+
117100*|  9000-TERMINATE                                            |
117200*+----------------------------------------------------------+
117300 9000-TERMINATE.
117400     MOVE ALL "=" TO IMPACT-LINE.
117500     WRITE IMPACT-LINE.
117600     MOVE CIM-TOT-CHANGES TO CIM-ED-COUNT.
117700     MOVE SPACES TO IMPACT-LINE.
117800     STRING "CHANGES ANALYZED="  DELIMITED BY SIZE
117900            CIM-ED-COUNT         DELIMITED BY SIZE
118000         INTO IMPACT-LINE.
118100     WRITE IMPACT-LINE.
118200     MOVE CIM-TOT-BREAKS     TO CIM-ED-COUNT.
118300     MOVE CIM-TOT-REVIEW     TO CIM-ED-COUNT-2.
118400     MOVE CIM-TOT-UNAFFECTED TO CIM-ED-COUNT-3.
118500     MOVE SPACES TO IMPACT-LINE.
118600     STRING "TOTAL BREAKS="   DELIMITED BY SIZE
118700            CIM-ED-COUNT      DELIMITED BY SIZE
118800            " REVIEW="        DELIMITED BY SIZE
118900            CIM-ED-COUNT-2    DELIMITED BY SIZE
119000            " UNAFFECTED="    DELIMITED BY SIZE
119100            CIM-ED-COUNT-3    DELIMITED BY SIZE
119200         INTO IMPACT-LINE.
119300     WRITE IMPACT-LINE.
119400     CLOSE CIMPARM-FILE IMPACT-REPORT.
119500     MOVE CIM-TOT-CHANGES TO CIM-ED-COUNT.
119600     MOVE CIM-TOT-BREAKS  TO CIM-ED-COUNT-2.
119700     DISPLAY "COLIMP: " CIM-ED-COUNT " CHANGES ANALYZED, "
119800             CIM-ED-COUNT-2 " BREAKING REFERENCES".
119900     IF CIM-TOT-BREAKS > ZERO OR CIM-TOT-REJECTED > ZERO
120000         MOVE 4 TO RETURN-CODE
120100     END-IF.
120110     IF CIM-TOT-CHANGES + CIM-TOT-REJECTED = ZERO
120120         DISPLAY "COLIMP: NO CHANGE CARDS ON CIMPARM"
120130         MOVE 12 TO RETURN-CODE
120140     END-IF.
120200 9000-EXIT.
120300     EXIT.
