000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ARCRST
000400*     *
000500*     * Purpose: Archived-row restore staging.  Given a table and
000600*     *          a date range on the ARCRREQ card, finds every
000700*     *          balanced archive of the table on the archive
000800*     *          index (see eqarcidx.cob) whose rows span any of
000900*     *          the range, and stages the archived rows whose
001000*     *          date falls inside it - read from each archive's
001100*     *          .DAT extract against its .DTE row-date list - to
001200*     *          LOADIN, with the archive's layout on UNLLAYOT and
001300*     *          a control-total trailer last.  The scheduler's
001400*     *          next step is the ordinary GENLOD load (see
001500*     *          eqgenlod.cob) of the table from them, so a
001600*     *          restore request is one job.  Each archive used
001700*     *          and the rows it gave are printed on ARCRRPT.
001800*     *
001900*     * Notes:  Every archive staged must share the first one's
002000*     *          field layout; an archive taken before the table's
002100*     *          columns changed is passed over and reported, to
002200*     *          be restored on its own once the load driver is
002300*     *          ready for its shape.  An archive is counted
002310*     *          before anything of it is staged - the extract
002320*     *          and its row-date list must each hold the rows
002330*     *          the index says were archived - so one passed
002340*     *          over leaves nothing on LOADIN.  When nothing is
002350*     *          staged UNLLAYOT still gets a header of its own,
002360*     *          so GENLOD never loads by a layout left over.
002400*     *          Return code 4 when nothing was staged or an
002500*     *          archive was passed over, 12 when the request is
002600*     *          unusable.
002700*     *
002800 PROGRAM-ID.     ARCRST.
002900 AUTHOR.         D L ROSS.
003000 INSTALLATION.   BATCH SYSTEMS GROUP.
003100 DATE-WRITTEN.   15-OCT-2026.
003200 DATE-COMPILED.
003300*
003400*     * Modification History
003500*     * --------------------
003600*     * 15-oct-2026 (dlross)  Written.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RESTORE-REQUEST ASSIGN TO "ARCRREQ"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS ARR-REQ-STATUS.
004400     SELECT ARCHIVE-INDEX ASSIGN TO "ARCINDEX"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS ARR-IDX-STATUS.
004700     SELECT ARCHIVE-DATA ASSIGN TO ARR-DATA-NAME
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS ARR-ADAT-STATUS.
005000     SELECT ARCHIVE-LAYOUT ASSIGN TO ARR-LAYOUT-NAME
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS ARR-ALAY-STATUS.
005300     SELECT ARCHIVE-DATES ASSIGN TO ARR-DATES-NAME
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS ARR-ADTE-STATUS.
005600     SELECT LOAD-INPUT ASSIGN TO "LOADIN"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ARR-LOAD-STATUS.
005900     SELECT LOAD-LAYOUT ASSIGN TO "UNLLAYOT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS ARR-LLAY-STATUS.
006200     SELECT RESTORE-REPORT ASSIGN TO "ARCRRPT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS ARR-RPT-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RESTORE-REQUEST
006900     RECORDING MODE IS F.
007000 01  RESTORE-REQUEST-REC.
007100     05 ARQ-TABLE-NAME        PIC X(32).
007200     05 ARQ-FROM-DATE         PIC 9(8).
007300     05 ARQ-TO-DATE           PIC 9(8).
007400     05 FILLER                PIC X(32).
007500*
007600 FD  ARCHIVE-INDEX
007700     RECORDING MODE IS F.
007800 COPY "eqarcidx.cob".
007900*
008000 FD  ARCHIVE-DATA
008100     RECORDING MODE IS F.
008200 01  ARCHIVE-DATA-REC         PIC X(4000).
008300*
008400 FD  ARCHIVE-LAYOUT
008500     RECORDING MODE IS F.
008600 COPY "equnlay.cob".
008700*
008800 FD  ARCHIVE-DATES
008900     RECORDING MODE IS F.
009000 01  ARCHIVE-DATES-REC.
009100     05 ADT-ROW-DATE          PIC 9(8).
009200*
009300 FD  LOAD-INPUT
009400     RECORDING MODE IS F.
009500 01  LOAD-INPUT-REC           PIC X(4000).
009600*
009700 FD  LOAD-LAYOUT
009800     RECORDING MODE IS F.
009900 01  LOAD-LAYOUT-REC          PIC X(191).
010000*
010100 FD  RESTORE-REPORT
010200     RECORDING MODE IS F.
010300 01  RESTORE-LINE             PIC X(132).
010400*
010500 WORKING-STORAGE SECTION.
010600 COPY "eqsqlca.cob".
010700 COPY "eqtrailr.cob".
010800*
010900 01  ARR-WORK-AREA.
011000     05 ARR-REQ-STATUS        PIC X(2)  VALUE "00".
011100     05 ARR-IDX-STATUS        PIC X(2)  VALUE "00".
011200     05 ARR-ADAT-STATUS       PIC X(2)  VALUE "00".
011300     05 ARR-ALAY-STATUS       PIC X(2)  VALUE "00".
011400     05 ARR-ADTE-STATUS       PIC X(2)  VALUE "00".
011500     05 ARR-LOAD-STATUS       PIC X(2)  VALUE "00".
011600     05 ARR-LLAY-STATUS       PIC X(2)  VALUE "00".
011700     05 ARR-RPT-STATUS        PIC X(2)  VALUE "00".
011800     05 ARR-EOF-SW            PIC X(1)  VALUE "N".
011900         88 ARR-AT-EOF                  VALUE "Y".
012000     05 ARR-DATA-EOF-SW       PIC X(1)  VALUE "N".
012100         88 ARR-DATA-AT-EOF             VALUE "Y".
012200     05 ARR-LAYOUT-SW         PIC X(1)  VALUE "N".
012300         88 ARR-LAYOUT-SET              VALUE "Y".
012400     05 ARR-MATCH-SW          PIC X(1).
012500         88 ARR-LAYOUT-MATCHES          VALUE "Y".
012600     05 ARR-NOW-STRING        PIC X(14).
012700     05 ARR-DATA-NAME         PIC X(64).
012800     05 ARR-LAYOUT-NAME       PIC X(64).
012900     05 ARR-DATES-NAME        PIC X(64).
013000     05 ARR-NOTE              PIC X(30).
013100     05 ARR-SUB               PIC S9(4) USAGE COMP.
013200     05 ARR-REF-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
013300     05 ARR-CUR-COUNT         PIC S9(4) USAGE COMP.
013400     05 ARR-ROWS-READ         PIC S9(9) USAGE COMP.
013450     05 ARR-DATES-READ        PIC S9(9) USAGE COMP.
013500     05 ARR-ROWS-STAGED       PIC S9(9) USAGE COMP.
013600     05 ARR-TOTAL-STAGED      PIC S9(9) USAGE COMP VALUE ZERO.
013700     05 ARR-ARCHIVES-USED     PIC S9(9) USAGE COMP VALUE ZERO.
013800     05 ARR-ARCHIVES-SKIPPED  PIC S9(9) USAGE COMP VALUE ZERO.
013900     05 ARR-ED-COUNT          PIC Z(8)9.
014000*
014100*    The first staged archive's field records, and the one in
014200*    hand, compared field by field.
014300 01  ARR-LAYOUT-TABLES.
014400     05 ARR-REF-FIELD         PIC X(191) OCCURS 100 TIMES.
014500     05 ARR-CUR-FIELD         PIC X(191) OCCURS 100 TIMES.
014600*
014700 01  ARR-DETAIL-LINE.
014800     05 ARR-D-STEM            PIC X(60).
014900     05 FILLER                PIC X(1)  VALUE SPACE.
015000     05 ARR-D-FROM            PIC 9(8).
015100     05 FILLER                PIC X(1)  VALUE "-".
015200     05 ARR-D-TO              PIC 9(8).
015300     05 ARR-D-READ            PIC Z(9)9.
015400     05 ARR-D-STAGED          PIC Z(9)9.
015500     05 FILLER                PIC X(2)  VALUE SPACES.
015600     05 ARR-D-NOTE            PIC X(30).
015700*
015800 PROCEDURE DIVISION.
015900*
016000*+----------------------------------------------------------+
016100*|  0000-MAINLINE                                             |
016200*+----------------------------------------------------------+
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     MOVE "N" TO ARR-EOF-SW.
016600     PERFORM 2000-CHECK-ONE-INDEX THRU 2000-EXIT
016700         UNTIL ARR-AT-EOF.
016800     PERFORM 3000-FINISH-STAGING THRU 3000-EXIT.
016900     STOP RUN.
017000*
017100*+----------------------------------------------------------+
017200*|  1000-INITIALIZE - read and check the request, open the    |
017300*|  index and the staged load input.                          |
017400*+----------------------------------------------------------+
017500 1000-INITIALIZE.
017600     MOVE FUNCTION CURRENT-DATE(1:14) TO ARR-NOW-STRING.
017700     OPEN INPUT RESTORE-REQUEST.
017800     IF ARR-REQ-STATUS NOT = "00"
017900         DISPLAY "ARCRST: NO RESTORE REQUEST ON ARCRREQ"
018000         MOVE 12 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     READ RESTORE-REQUEST
018400         AT END MOVE SPACES TO RESTORE-REQUEST-REC
018500     END-READ.
018600     CLOSE RESTORE-REQUEST.
018700     IF ARQ-TABLE-NAME = SPACES
018800        OR ARQ-FROM-DATE NOT NUMERIC
018900        OR ARQ-TO-DATE NOT NUMERIC
019000        OR ARQ-FROM-DATE > ARQ-TO-DATE
019100         DISPLAY "ARCRST: RESTORE REQUEST NEEDS A TABLE AND A"
019200         DISPLAY "ARCRST: FROM DATE NOT AFTER ITS TO DATE"
019300         MOVE 12 TO RETURN-CODE
019400         STOP RUN
019500     END-IF.
019600     OPEN INPUT ARCHIVE-INDEX.
019700     IF ARR-IDX-STATUS NOT = "00"
019800         DISPLAY "ARCRST: NO ARCHIVE INDEX ON ARCINDEX"
019900         MOVE 12 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT RESTORE-REPORT.
020210     IF ARR-RPT-STATUS NOT = "00"
020220         DISPLAY "ARCRST: CANNOT OPEN ARCRRPT, STATUS "
020230                 ARR-RPT-STATUS
020240         MOVE 12 TO RETURN-CODE
020250         STOP RUN
020260     END-IF.
020270     OPEN OUTPUT LOAD-INPUT.
020280     IF ARR-LOAD-STATUS NOT = "00"
020285         DISPLAY "ARCRST: CANNOT OPEN LOADIN, STATUS "
020290                 ARR-LOAD-STATUS
020292         MOVE 12 TO RETURN-CODE
020294         STOP RUN
020296     END-IF.
020300     MOVE SPACES TO RESTORE-LINE.
020400     STRING "ARCHIVE RESTORE OF "         DELIMITED BY SIZE
020500            ARQ-TABLE-NAME                DELIMITED BY SPACE
020600            " ROWS DATED "                DELIMITED BY SIZE
020700            ARQ-FROM-DATE                 DELIMITED BY SIZE
020800            " TO "                        DELIMITED BY SIZE
020900            ARQ-TO-DATE                   DELIMITED BY SIZE
021000            " - "                         DELIMITED BY SIZE
021100            ARR-NOW-STRING(1:8)           DELIMITED BY SIZE
021200         INTO RESTORE-LINE.
021300     WRITE RESTORE-LINE.
021400     MOVE SPACES TO RESTORE-LINE.
021500     WRITE RESTORE-LINE.
021600     MOVE "ARCHIVE"       TO RESTORE-LINE.
021700     MOVE "ROW DATES"     TO RESTORE-LINE(62:9).
021800     MOVE "ROWS READ"     TO RESTORE-LINE(80:9).
021900     MOVE "STAGED"        TO RESTORE-LINE(93:6).
022000     MOVE "NOTE"          TO RESTORE-LINE(101:4).
022100     WRITE RESTORE-LINE.
022200 1000-EXIT.
022300     EXIT.
022400*
022500*+----------------------------------------------------------+
022600*|  2000-CHECK-ONE-INDEX - stage the archive if it is of the  |
022700*|  table, was purged, and spans any of the range.            |
022800*+----------------------------------------------------------+
022900 2000-CHECK-ONE-INDEX.
023000     READ ARCHIVE-INDEX
023100         AT END
023200             SET ARR-AT-EOF TO TRUE
023300             GO TO 2000-EXIT
023400     END-READ.
023500     IF ARX-TABLE-NAME NOT = ARQ-TABLE-NAME
023600        OR NOT ARX-BALANCED
023700        OR ARX-ROWS-ARCHIVED = ZERO
023800        OR ARX-FROM-DATE > ARQ-TO-DATE
023900        OR ARX-TO-DATE < ARQ-FROM-DATE
024000         GO TO 2000-EXIT
024100     END-IF.
024200     MOVE SPACES TO ARR-DATA-NAME ARR-LAYOUT-NAME ARR-DATES-NAME
024300                    ARR-NOTE.
024400     STRING ARX-ARCHIVE-STEM DELIMITED BY SPACE
024500            ".DAT"           DELIMITED BY SIZE
024600         INTO ARR-DATA-NAME.
024700     STRING ARX-ARCHIVE-STEM DELIMITED BY SPACE
024800            ".LAY"           DELIMITED BY SIZE
024900         INTO ARR-LAYOUT-NAME.
025000     STRING ARX-ARCHIVE-STEM DELIMITED BY SPACE
025100            ".DTE"           DELIMITED BY SIZE
025200         INTO ARR-DATES-NAME.
025300     MOVE ZERO TO ARR-ROWS-READ ARR-ROWS-STAGED.
025350     PERFORM 2050-COUNT-ROWS THRU 2050-EXIT.
025370     IF ARR-NOTE = SPACES
025400         PERFORM 2100-CHECK-LAYOUT THRU 2100-EXIT
025450     END-IF.
025500     IF ARR-NOTE = SPACES
025600         PERFORM 2200-STAGE-ROWS THRU 2200-EXIT
025700     END-IF.
025800     ADD ARR-ROWS-STAGED TO ARR-TOTAL-STAGED.
025900     IF ARR-NOTE = SPACES
026000         ADD 1 TO ARR-ARCHIVES-USED
026100     ELSE
026200         ADD 1 TO ARR-ARCHIVES-SKIPPED
026300     END-IF.
026400     MOVE ARX-ARCHIVE-STEM TO ARR-D-STEM.
026500     MOVE ARX-FROM-DATE    TO ARR-D-FROM.
026600     MOVE ARX-TO-DATE      TO ARR-D-TO.
026700     MOVE ARR-ROWS-READ    TO ARR-D-READ.
026800     MOVE ARR-ROWS-STAGED  TO ARR-D-STAGED.
026900     MOVE ARR-NOTE         TO ARR-D-NOTE.
027000     MOVE ARR-DETAIL-LINE  TO RESTORE-LINE.
027100     WRITE RESTORE-LINE.
027200 2000-EXIT.
027300     EXIT.
027303*
027306*+----------------------------------------------------------+
027309*|  2050-COUNT-ROWS - the extract and the row-date list must  |
027312*|  each hold the rows the index says were archived before    |
027315*|  any of them is staged.                                    |
027318*+----------------------------------------------------------+
027321 2050-COUNT-ROWS.
027324     MOVE ZERO TO ARR-DATES-READ.
027327     OPEN INPUT ARCHIVE-DATA.
027330     IF ARR-ADAT-STATUS NOT = "00"
027333         MOVE "EXTRACT FILE MISSING" TO ARR-NOTE
027336         GO TO 2050-EXIT
027339     END-IF.
027342     MOVE "N" TO ARR-DATA-EOF-SW.
027345     PERFORM 2051-COUNT-ONE-ROW THRU 2051-EXIT
027348         UNTIL ARR-DATA-AT-EOF.
027351     CLOSE ARCHIVE-DATA.
027354     OPEN INPUT ARCHIVE-DATES.
027357     IF ARR-ADTE-STATUS NOT = "00"
027360         MOVE "ROW-DATE LIST MISSING" TO ARR-NOTE
027363         GO TO 2050-EXIT
027366     END-IF.
027369     MOVE "N" TO ARR-DATA-EOF-SW.
027372     PERFORM 2052-COUNT-ONE-DATE THRU 2052-EXIT
027375         UNTIL ARR-DATA-AT-EOF.
027378     CLOSE ARCHIVE-DATES.
027381     IF ARR-ROWS-READ NOT = ARX-ROWS-ARCHIVED
027384         MOVE "ROW COUNT DISAGREES WITH INDEX" TO ARR-NOTE
027387         GO TO 2050-EXIT
027390     END-IF.
027393     IF ARR-DATES-READ NOT = ARX-ROWS-ARCHIVED
027396         MOVE "ROW-DATE COUNT DISAGREES" TO ARR-NOTE
027399     END-IF.
027402 2050-EXIT.
027405     EXIT.
027408*
027411 2051-COUNT-ONE-ROW.
027414     READ ARCHIVE-DATA
027417         AT END
027420             SET ARR-DATA-AT-EOF TO TRUE
027423             GO TO 2051-EXIT
027426     END-READ.
027429     IF ARCHIVE-DATA-REC(1:3) NOT = "TRL"
027432         ADD 1 TO ARR-ROWS-READ
027435     END-IF.
027438 2051-EXIT.
027441     EXIT.
027444*
027447 2052-COUNT-ONE-DATE.
027450     READ ARCHIVE-DATES
027453         AT END
027456             SET ARR-DATA-AT-EOF TO TRUE
027459             GO TO 2052-EXIT
027462     END-READ.
027465     ADD 1 TO ARR-DATES-READ.
027468 2052-EXIT.
027471     EXIT.
027474*
027500*+----------------------------------------------------------+
027600*|  2100-CHECK-LAYOUT - read the archive's layout; the first  |
027700*|  archive's becomes UNLLAYOT, later ones must match it.     |
027800*+----------------------------------------------------------+
027900 2100-CHECK-LAYOUT.
028000     OPEN INPUT ARCHIVE-LAYOUT.
028100     IF ARR-ALAY-STATUS NOT = "00"
028200         MOVE "LAYOUT FILE MISSING" TO ARR-NOTE
028300         GO TO 2100-EXIT
028400     END-IF.
028500     MOVE ZERO TO ARR-CUR-COUNT.
028600     MOVE "N" TO ARR-DATA-EOF-SW.
028700     PERFORM 2110-READ-ONE-LAYOUT THRU 2110-EXIT
028800         UNTIL ARR-DATA-AT-EOF.
028900     CLOSE ARCHIVE-LAYOUT.
029000     IF ARR-CUR-COUNT = ZERO
029100         MOVE "LAYOUT FILE EMPTY" TO ARR-NOTE
029200         GO TO 2100-EXIT
029300     END-IF.
029400     IF NOT ARR-LAYOUT-SET
029500         PERFORM 2120-WRITE-LOAD-LAYOUT THRU 2120-EXIT
029600         GO TO 2100-EXIT
029700     END-IF.
029800     SET ARR-LAYOUT-MATCHES TO TRUE.
029900     IF ARR-CUR-COUNT NOT = ARR-REF-COUNT
030000         MOVE "N" TO ARR-MATCH-SW
030100     ELSE
030200         PERFORM 2130-COMPARE-ONE-FIELD THRU 2130-EXIT
030300             VARYING ARR-SUB FROM 1 BY 1
030400             UNTIL ARR-SUB > ARR-CUR-COUNT
030500                OR NOT ARR-LAYOUT-MATCHES
030600     END-IF.
030700     IF NOT ARR-LAYOUT-MATCHES
030800         MOVE "LAYOUT DIFFERS - PASSED OVER" TO ARR-NOTE
030900     END-IF.
031000 2100-EXIT.
031100     EXIT.
031200*
031300 2110-READ-ONE-LAYOUT.
031400     READ ARCHIVE-LAYOUT
031500         AT END
031600             SET ARR-DATA-AT-EOF TO TRUE
031700             GO TO 2110-EXIT
031800     END-READ.
031900     IF ULY-FIELD-REC AND ARR-CUR-COUNT < 100
032000         ADD 1 TO ARR-CUR-COUNT
032100         MOVE UNLAY-RECORD TO ARR-CUR-FIELD(ARR-CUR-COUNT)
032200     END-IF.
032300 2110-EXIT.
032400     EXIT.
032500*
032600 2120-WRITE-LOAD-LAYOUT.
032700     OPEN OUTPUT LOAD-LAYOUT.
032710     IF ARR-LLAY-STATUS NOT = "00"
032720         DISPLAY "ARCRST: CANNOT OPEN UNLLAYOT, STATUS "
032730                 ARR-LLAY-STATUS
032740         MOVE 12 TO RETURN-CODE
032750         STOP RUN
032760     END-IF.
032800     MOVE SPACES TO UNLAY-RECORD.
032900     SET ULY-HEADER-REC TO TRUE.
033000     MOVE ARQ-TABLE-NAME TO ULY-TABLE-NAME.
033100     STRING "RESTORE OF ROWS DATED "      DELIMITED BY SIZE
033200            ARQ-FROM-DATE                 DELIMITED BY SIZE
033300            " TO "                        DELIMITED BY SIZE
033400            ARQ-TO-DATE                   DELIMITED BY SIZE
033500         INTO ULY-WHERE-TEXT.
033600     MOVE UNLAY-RECORD TO LOAD-LAYOUT-REC.
033700     WRITE LOAD-LAYOUT-REC.
033800     PERFORM 2121-WRITE-ONE-FIELD THRU 2121-EXIT
033900         VARYING ARR-SUB FROM 1 BY 1
034000         UNTIL ARR-SUB > ARR-CUR-COUNT.
034100     CLOSE LOAD-LAYOUT.
034200     MOVE ARR-CUR-COUNT TO ARR-REF-COUNT.
034300     SET ARR-LAYOUT-SET TO TRUE.
034400 2120-EXIT.
034500     EXIT.
034600*
034700 2121-WRITE-ONE-FIELD.
034800     MOVE ARR-CUR-FIELD(ARR-SUB) TO ARR-REF-FIELD(ARR-SUB)
034900                                    LOAD-LAYOUT-REC.
035000     WRITE LOAD-LAYOUT-REC.
035100 2121-EXIT.
035200     EXIT.
035300*
035400 2130-COMPARE-ONE-FIELD.
035500     IF ARR-CUR-FIELD(ARR-SUB) NOT = ARR-REF-FIELD(ARR-SUB)
035600         MOVE "N" TO ARR-MATCH-SW
035700     END-IF.
035800 2130-EXIT.
035900     EXIT.
036000*
036100*+----------------------------------------------------------+
036200*|  2200-STAGE-ROWS - each extract row with its date from the |
036300*|  row-date list; those inside the range go to LOADIN.       |
036400*+----------------------------------------------------------+
036500 2200-STAGE-ROWS.
036550     MOVE ZERO TO ARR-ROWS-READ.
036600     OPEN INPUT ARCHIVE-DATA.
036700     IF ARR-ADAT-STATUS NOT = "00"
036800         MOVE "EXTRACT FILE MISSING" TO ARR-NOTE
036900         GO TO 2200-EXIT
037000     END-IF.
037100     OPEN INPUT ARCHIVE-DATES.
037200     IF ARR-ADTE-STATUS NOT = "00"
037300         CLOSE ARCHIVE-DATA
037400         MOVE "ROW-DATE LIST MISSING" TO ARR-NOTE
037500         GO TO 2200-EXIT
037600     END-IF.
037700     MOVE "N" TO ARR-DATA-EOF-SW.
037800     PERFORM 2210-STAGE-ONE-ROW THRU 2210-EXIT
037900         UNTIL ARR-DATA-AT-EOF.
038000     CLOSE ARCHIVE-DATA ARCHIVE-DATES.
038400 2200-EXIT.
038500     EXIT.
038600*
038700 2210-STAGE-ONE-ROW.
038800     READ ARCHIVE-DATA
038900         AT END
039000             SET ARR-DATA-AT-EOF TO TRUE
039100             GO TO 2210-EXIT
039200     END-READ.
039300     IF ARCHIVE-DATA-REC(1:3) = "TRL"
039400         GO TO 2210-EXIT
039500     END-IF.
039600     READ ARCHIVE-DATES
039700         AT END
039800             MOVE "ROW-DATE LIST TOO SHORT" TO ARR-NOTE
039900             SET ARR-DATA-AT-EOF TO TRUE
040000             GO TO 2210-EXIT
040100     END-READ.
040200     ADD 1 TO ARR-ROWS-READ.
040300     IF ADT-ROW-DATE NUMERIC
040400        AND ADT-ROW-DATE NOT < ARQ-FROM-DATE
040500        AND ADT-ROW-DATE NOT > ARQ-TO-DATE
040600         MOVE ARCHIVE-DATA-REC TO LOAD-INPUT-REC
040700         WRITE LOAD-INPUT-REC
040800         ADD 1 TO ARR-ROWS-STAGED
040900     END-IF.
041000 2210-EXIT.
041100     EXIT.
041200*
041300*+----------------------------------------------------------+
041400*|  3000-FINISH-STAGING - the trailer, the totals, and the    |
041500*|  return code.                                              |
041600*+----------------------------------------------------------+
041700 3000-FINISH-STAGING.
041800     CLOSE ARCHIVE-INDEX.
041810     IF NOT ARR-LAYOUT-SET
041820         MOVE ZERO TO ARR-CUR-COUNT
041830         PERFORM 2120-WRITE-LOAD-LAYOUT THRU 2120-EXIT
041840     END-IF.
041900     MOVE SPACES            TO TRAILR-RECORD.
042000     MOVE "TRL"             TO TRL-ID.
042100     MOVE SQLRUNID          TO TRL-RUN-ID.
042200     MOVE ARR-TOTAL-STAGED  TO TRL-RECORD-COUNT.
042300     MOVE ZERO              TO TRL-HASH-TOTAL.
042400     MOVE ZERO              TO TRL-CUR-COUNT.
042500     MOVE SPACES            TO LOAD-INPUT-REC.
042600     MOVE TRAILR-RECORD     TO LOAD-INPUT-REC(1:212).
042700     WRITE LOAD-INPUT-REC.
042800     CLOSE LOAD-INPUT.
042900     MOVE SPACES TO RESTORE-LINE.
043000     WRITE RESTORE-LINE.
043100     MOVE ARR-ARCHIVES-USED TO ARR-ED-COUNT.
043200     STRING "ARCHIVES USED "              DELIMITED BY SIZE
043300            ARR-ED-COUNT                  DELIMITED BY SIZE
043400         INTO RESTORE-LINE.
043500     MOVE ARR-ARCHIVES-SKIPPED TO ARR-ED-COUNT.
043600     STRING "  PASSED OVER "              DELIMITED BY SIZE
043700            ARR-ED-COUNT                  DELIMITED BY SIZE
043800         INTO RESTORE-LINE(24:23).
043900     MOVE ARR-TOTAL-STAGED TO ARR-ED-COUNT.
044000     STRING "  ROWS STAGED FOR GENLOD "   DELIMITED BY SIZE
044100            ARR-ED-COUNT                  DELIMITED BY SIZE
044200         INTO RESTORE-LINE(47:34).
044300     WRITE RESTORE-LINE.
044400     IF ARR-TOTAL-STAGED = ZERO
044500         MOVE "NO ARCHIVED ROWS OF THE TABLE IN THE RANGE"
044600             TO RESTORE-LINE
044700         WRITE RESTORE-LINE
044800         MOVE 4 TO RETURN-CODE
044900     END-IF.
045000     IF ARR-ARCHIVES-SKIPPED > ZERO
045100         MOVE 4 TO RETURN-CODE
045200     END-IF.
045300     CLOSE RESTORE-REPORT.
045400     MOVE ARR-TOTAL-STAGED TO ARR-ED-COUNT.
045500     DISPLAY "ARCRST: ROWS STAGED FOR GENLOD " ARR-ED-COUNT.
045600 3000-EXIT.
045700     EXIT.
