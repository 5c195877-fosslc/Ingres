000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * RPTWRT
000400*     *
000500*     * Purpose: Layout-driven report writer.  Most report
000600*     *          requests are a listing of a TBLUNL unload that
000700*     *          already has a perfectly good companion layout
000800*     *          (see equnlay.cob), and each one used to become a
000900*     *          new program.  RPTWRT prints any of them from the
001000*     *          report definition file (see eqrptdef.cob) for the
001100*     *          report named on the RPTPARM card: the extract and
001200*     *          layout DD names, the fields to print with their
001300*     *          headings, columns and edit codes, the sort fields
001400*     *          with their control breaks, subtotals per break
001500*     *          level and a grand total, and the filter
001600*     *          conditions.  Selected records are sorted on a key
001700*     *          composed from the layout, as EXTSORT does, and
001800*     *          printed as 132-column pages under a header
001900*     *          carrying the report name, title, run-id, business
002000*     *          date and page number.  Money fields are edited
002100*     *          through MONEYH in the currency the row names.
002200*     *          The report is written to the spool file of the
002300*     *          report name, and the definition's routes are
002400*     *          registered on DISTCTL (see eqdistct.cob) when
002500*     *          missing, so DISTRB bursts, distributes and
002600*     *          archives it like any other nightly report.
002700*     *
002800*     * Notes:  With the burst switch on, every line begins with
002900*     *          the value of the first control-break field (up to
003000*     *          the 16 bytes of a burst key) and a space, the
003100*     *          print columns count from after it, and each break
003200*     *          value starts a new page, so a DISTRB burst on
003300*     *          that value carries the page headers with it.
003400*     *          Grand total lines carry a blank prefix and go
003500*     *          only to routes with no burst key.  A numeric
003600*     *          field must hold display text; a value that does
003700*     *          not parse prints as extracted, counts as zero in
003800*     *          the totals, and sets RETURN-CODE 4; an all-blank
003850*     *          one is a null and prints blank.  RETURN-CODE
003900*     *          8 when the extract's control-total trailer does
004000*     *          not agree with the records read, 12 when the
004100*     *          definition is refused, the run could not start
004110*     *          or the routes could not be registered.  The
004120*     *          business date is the one on the job-control
004130*     *          header of the run (SQLRUNID), else the business
004140*     *          calendar's processing date for the report.
004200*     *
004300 PROGRAM-ID.     RPTWRT.
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
005600     SELECT RPT-PARM ASSIGN TO "RPTPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS RWR-PARM-STATUS.
005900     SELECT RPT-DEFN ASSIGN TO "RPTDEF"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS RWR-DEF-STATUS.
006200     SELECT RPT-LAYOUT ASSIGN TO RWR-LAYOUT-FILENAME
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS RWR-LAY-STATUS.
006500     SELECT RPT-EXTRACT ASSIGN TO RWR-EXTRACT-FILENAME
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS RWR-EXT-STATUS.
006800     SELECT REPORT-OUT ASSIGN TO RWR-REPORT-FILENAME
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS RWR-RPT-STATUS.
007100     SELECT DISTCTL-FILE ASSIGN TO "DISTCTL"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS RWR-DST-STATUS.
007310     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
007320         ORGANIZATION IS INDEXED
007330         ACCESS MODE IS DYNAMIC
007340         RECORD KEY IS JCF-RUN-ID
007350         FILE STATUS IS RWR-JOB-STATUS.
007400     SELECT SORT-WORK ASSIGN TO "SORTWORK".
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RPT-PARM
007900     RECORDING MODE IS F.
008000 01  RPT-PARM-REC.
008100     05 RWP-REPORT-NAME       PIC X(8).
008200*
008300 FD  RPT-DEFN
008400     RECORDING MODE IS F.
008500 COPY "eqrptdef.cob".
008600*
008700 FD  RPT-LAYOUT
008800     RECORDING MODE IS F.
008900 COPY "equnlay.cob".
009000*
009100 FD  RPT-EXTRACT
009200     RECORD IS VARYING IN SIZE FROM 1 TO 4000
009300     DEPENDING ON RWR-EXT-LEN.
009400 01  RPT-EXTRACT-REC          PIC X(4000).
009500*
009600 FD  REPORT-OUT
009700     RECORDING MODE IS F.
009800 01  REPORT-LINE              PIC X(132).
009900*
010000 FD  DISTCTL-FILE
010100     RECORDING MODE IS F.
010200 COPY "eqdistct.cob".
010300*
010310 FD  JOBCTL-FILE.
010320 01  JOBCTL-FILE-REC.
010330     05 JCF-RUN-ID            PIC X(16).
010340     05 JCF-REST-OF-RECORD    PIC X(78).
010350*
010400 SD  SORT-WORK.
010500 01  SORT-WORK-REC.
010600     05 SWR-KEY               PIC X(120).
010700     05 SWR-DATA              PIC X(4000).
010800*
010900 WORKING-STORAGE SECTION.
011000 COPY "eqsqlca.cob".
011100 COPY "eqtrailr.cob".
011150 COPY "eqjobctl.cob".
011200*
011300 01  RWR-WORK-AREA.
011400     05 RWR-PARM-STATUS       PIC X(2)  VALUE "00".
011500     05 RWR-DEF-STATUS        PIC X(2)  VALUE "00".
011600     05 RWR-LAY-STATUS        PIC X(2)  VALUE "00".
011700     05 RWR-EXT-STATUS        PIC X(2)  VALUE "00".
011800     05 RWR-RPT-STATUS        PIC X(2)  VALUE "00".
011900     05 RWR-DST-STATUS        PIC X(2)  VALUE "00".
011950     05 RWR-JOB-STATUS        PIC X(2)  VALUE "00".
012000     05 RWR-EOF-SW            PIC X(1)  VALUE "N".
012100         88 RWR-AT-EOF                  VALUE "Y".
012200     05 RWR-HEADER-SW         PIC X(1)  VALUE "N".
012300         88 RWR-HEADER-SEEN             VALUE "Y".
012400     05 RWR-DEF-SW            PIC X(1)  VALUE "Y".
012500         88 RWR-DEF-OK                  VALUE "Y".
012600     05 RWR-FOUND-SW          PIC X(1).
012700         88 RWR-FIELD-FOUND             VALUE "Y".
012800     05 RWR-SELECT-SW         PIC X(1).
012900         88 RWR-SELECTED                VALUE "Y".
013000     05 RWR-TRL-SW            PIC X(1)  VALUE "N".
013100         88 RWR-TRAILER-SEEN            VALUE "Y".
013200     05 RWR-FIRST-SW          PIC X(1)  VALUE "Y".
013300         88 RWR-FIRST-RECORD            VALUE "Y".
013400     05 RWR-REPORT-NAME       PIC X(8).
013500     05 RWR-TITLE             PIC X(60).
013600     05 RWR-BURST-SW          PIC X(1)  VALUE "N".
013700         88 RWR-BURST-ON-BREAK          VALUE "Y".
013800     05 RWR-GRAND-SW          PIC X(1)  VALUE "N".
013900         88 RWR-GRAND-TOTAL             VALUE "Y".
014000     05 RWR-LAYOUT-FILENAME   PIC X(12).
014100     05 RWR-EXTRACT-FILENAME  PIC X(12).
014200     05 RWR-REPORT-FILENAME   PIC X(12).
014300     05 RWR-EXT-LEN           PIC S9(4) USAGE COMP.
014400     05 RWR-SUB               PIC S9(4) USAGE COMP.
014500     05 RWR-SUB2              PIC S9(4) USAGE COMP.
014600     05 RWR-LVL               PIC S9(4) USAGE COMP.
014700     05 RWR-TO-LVL            PIC S9(4) USAGE COMP.
014800     05 RWR-BREAK-LVL         PIC S9(4) USAGE COMP.
014900     05 RWR-P                 PIC S9(4) USAGE COMP.
015000     05 RWR-LAY               PIC S9(4) USAGE COMP.
015100     05 RWR-LEN               PIC S9(4) USAGE COMP.
015200     05 RWR-KEY-NEXT          PIC S9(4) USAGE COMP.
015300     05 RWR-PART-LEN          PIC S9(4) USAGE COMP.
015400     05 RWR-FIELD-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
015500     05 RWR-PRINT-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
015600     05 RWR-SORT-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
015700     05 RWR-BREAK-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
015800     05 RWR-FILTER-COUNT      PIC S9(4) USAGE COMP VALUE ZERO.
015900     05 RWR-ROUTE-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
016000     05 RWR-DETAIL-LVL        PIC S9(4) USAGE COMP.
016100     05 RWR-GRAND-LVL         PIC S9(4) USAGE COMP VALUE 6.
016200     05 RWR-PAGE-LINES        PIC S9(4) USAGE COMP VALUE 60.
016300     05 RWR-LINE-COUNT        PIC S9(4) USAGE COMP.
016400     05 RWR-BODY-WIDTH        PIC S9(4) USAGE COMP VALUE 132.
016500     05 RWR-FIRST-TOTAL-COL   PIC S9(4) USAGE COMP VALUE 999.
016600     05 RWR-STAMP-LEN         PIC S9(4) USAGE COMP VALUE ZERO.
016700     05 RWR-STAMP             PIC X(16).
016800     05 RWR-READ-COUNT        PIC 9(9)  VALUE ZERO.
016900     05 RWR-SELECTED-COUNT    PIC 9(9)  VALUE ZERO.
017000     05 RWR-PRINTED-COUNT     PIC 9(9)  VALUE ZERO.
017100     05 RWR-BAD-NUM-COUNT     PIC 9(9)  VALUE ZERO.
017200     05 RWR-LINES-WRITTEN     PIC 9(9)  VALUE ZERO.
017300     05 RWR-ADDED-ROUTES      PIC 9(4)  VALUE ZERO.
017350     05 RWR-ROUTE-SW          PIC X(1)  VALUE "Y".
017370         88 RWR-ROUTES-FAILED           VALUE "N".
017400     05 RWR-PAGE-COUNT        PIC 9(5)  VALUE ZERO.
017500     05 RWR-ED-PAGE           PIC ZZZZ9.
017600     05 RWR-ED-COUNT          PIC ZZZ,ZZZ,ZZ9.
017700     05 RWR-ED-COLUMN         PIC ZZ9.
017800     05 RWR-BUS-DATE-TEXT     PIC X(10).
017900     05 RWR-RECORD            PIC X(4000).
018000     05 RWR-BODY-LINE         PIC X(132).
018100     05 RWR-HOLD-LINE         PIC X(132).
018200     05 RWR-CMP-LEFT          PIC X(100).
018300     05 RWR-CMP-RIGHT         PIC X(100).
018400     05 RWR-LABEL-VALUE       PIC X(30).
018500     05 RWR-NAME-WORK         PIC X(32).
018600     05 RWR-BCD-ACTION        PIC X(4)  VALUE "GET".
018700     05 RWR-BCD-APPL          PIC X(8).
018800     05 RWR-BCD-PROC-DATE     PIC 9(8)  VALUE ZERO.
018900     05 RWR-BCD-PERIOD-END    PIC 9(8)  VALUE ZERO.
019000     05 RWR-BCD-CUTOFF-SW     PIC X(1)  VALUE "N".
019100     05 RWR-BCD-RESULT        PIC X(1)  VALUE "N".
019200         88 RWR-BCD-WORKED              VALUE "Y".
019300*
019400*    Number parsing and editing.
019500 01  RWR-NUMBER-AREA.
019600     05 RWR-NUM-TEXT          PIC X(100).
019700     05 RWR-NUM-LEN           PIC S9(4) USAGE COMP.
019800     05 RWR-NUM-POS           PIC S9(4) USAGE COMP.
019900     05 RWR-NUM-CHAR          PIC X(1).
020000     05 RWR-NUM-DIGIT         PIC 9(1).
020100     05 RWR-NUM-INT           PIC 9(13).
020200     05 RWR-NUM-INT-DIGITS    PIC S9(4) USAGE COMP.
020300     05 RWR-NUM-FRAC-TEXT     PIC X(4).
020400     05 RWR-NUM-FRAC          PIC 9(4).
020500     05 RWR-NUM-FRAC-DIGITS   PIC S9(4) USAGE COMP.
020600     05 RWR-NUM-SW            PIC X(1).
020700         88 RWR-NUM-OK                  VALUE "Y".
020800     05 RWR-NUM-NEG-SW        PIC X(1).
020900         88 RWR-NUM-NEGATIVE            VALUE "Y".
021000     05 RWR-NUM-SIGN-SW       PIC X(1).
021100         88 RWR-NUM-SIGN-SEEN           VALUE "Y".
021200     05 RWR-NUM-DOT-SW        PIC X(1).
021300         88 RWR-NUM-DOT-SEEN            VALUE "Y".
021400     05 RWR-NUM-END-SW        PIC X(1).
021500         88 RWR-NUM-ENDED               VALUE "Y".
021600     05 RWR-NUM-VALUE         PIC S9(13)V9(4) COMP-3.
021700     05 RWR-ROUND-0           PIC S9(13)       COMP-3.
021800     05 RWR-ROUND-2           PIC S9(13)V99    COMP-3.
021900     05 RWR-ED-INT            PIC -(16)9.
022000     05 RWR-ED-INT-COMMA      PIC --,---,---,---,--9.
022100     05 RWR-ED-DEC            PIC -(13)9.99.
022200     05 RWR-ED-DEC-COMMA      PIC --,---,---,---,--9.99.
022300     05 RWR-EDIT-TEXT         PIC X(40).
022400     05 RWR-EDIT-ALIGN        PIC X(1).
022500         88 RWR-ALIGN-RIGHT             VALUE "R".
022600     05 RWR-EDIT-FIRST        PIC S9(4) USAGE COMP.
022700     05 RWR-EDIT-LAST         PIC S9(4) USAGE COMP.
022800     05 RWR-EDIT-LEN          PIC S9(4) USAGE COMP.
022900     05 RWR-EDIT-AT           PIC S9(4) USAGE COMP.
023000     05 RWR-MHD-AMOUNT        PIC S9(13)V9(4) COMP-3.
023100     05 RWR-MHD-CURRENCY      PIC X(3).
023200     05 RWR-MHD-DISPLAY       PIC X(20).
023300     05 RWR-MHD-RESULT        PIC X(1).
023400         88 RWR-MHD-WORKED              VALUE "Y".
023500*
023600 01  RWR-FIELD-TABLE.
023700     05 RWR-FIELD-ROW OCCURS 100 TIMES.
023800         10 RWR-F-NAME        PIC X(32).
023900         10 RWR-F-SQLTYPE     PIC S9(4) USAGE COMP.
024000         10 RWR-F-OFFSET      PIC S9(4) USAGE COMP.
024100         10 RWR-F-LENGTH      PIC S9(4) USAGE COMP.
024200         10 RWR-F-NUMERIC-SW  PIC X(1).
024300             88 RWR-F-IS-NUMERIC        VALUE "Y".
024400*
024500 01  RWR-PRINT-TABLE.
024600     05 RWR-PRINT-ROW OCCURS 20 TIMES.
024700         10 RWR-P-NAME        PIC X(32).
024800         10 RWR-P-HEADING     PIC X(20).
024900         10 RWR-P-COLUMN      PIC S9(4) USAGE COMP.
025000         10 RWR-P-WIDTH       PIC S9(4) USAGE COMP.
025100         10 RWR-P-EDIT        PIC X(1).
025200         10 RWR-P-CUR-NAME    PIC X(32).
025300         10 RWR-P-TOTAL-SW    PIC X(1).
025400             88 RWR-P-TOTALLED          VALUE "Y".
025500         10 RWR-P-LAY         PIC S9(4) USAGE COMP.
025600         10 RWR-P-CUR-LAY     PIC S9(4) USAGE COMP.
025700*
025800 01  RWR-SORT-TABLE.
025900     05 RWR-SORT-ROW OCCURS 5 TIMES.
026000         10 RWR-S-NAME        PIC X(32).
026100         10 RWR-S-BREAK-SW    PIC X(1).
026200         10 RWR-S-SUBTOTAL-SW PIC X(1).
026300         10 RWR-S-LABEL       PIC X(20).
026400         10 RWR-S-LAY         PIC S9(4) USAGE COMP.
026500*
026600 01  RWR-BREAK-TABLE.
026700     05 RWR-BREAK-ROW OCCURS 5 TIMES.
026800         10 RWR-B-LAY         PIC S9(4) USAGE COMP.
026900         10 RWR-B-LEN         PIC S9(4) USAGE COMP.
027000         10 RWR-B-SUBTOTAL-SW PIC X(1).
027100             88 RWR-B-SUBTOTAL          VALUE "Y".
027200         10 RWR-B-LABEL       PIC X(20).
027300         10 RWR-B-VALUE       PIC X(100).
027400*
027500 01  RWR-FILTER-TABLE.
027600     05 RWR-FILTER-ROW OCCURS 10 TIMES.
027700         10 RWR-W-NAME        PIC X(32).
027800         10 RWR-W-OP          PIC X(2).
027900         10 RWR-W-VALUE       PIC X(40).
028000         10 RWR-W-LAY         PIC S9(4) USAGE COMP.
028100         10 RWR-W-NUMBER      PIC S9(13)V9(4) COMP-3.
028200*
028300 01  RWR-ROUTE-TABLE.
028400     05 RWR-ROUTE-ROW OCCURS 20 TIMES.
028500         10 RWR-D-BURST-KEY   PIC X(16).
028600         10 RWR-D-RECIPIENT   PIC X(20).
028700         10 RWR-D-DEST-NAME   PIC X(12).
028800         10 RWR-D-SEC-LEVEL   PIC X(1).
028900         10 RWR-D-ROUTED-SW   PIC X(1).
029000             88 RWR-D-ROUTED            VALUE "Y".
029100*
029200*    Totals by level - rows 1 to 5 are the break levels, row 6
029300*    the grand total - and by print field.
029400 01  RWR-TOTAL-TABLE.
029500     05 RWR-TOTAL-LEVEL OCCURS 6 TIMES.
029600         10 RWR-T-COUNT       PIC 9(9).
029700         10 RWR-T-FIELD OCCURS 20 TIMES.
029800             15 RWR-T-AMOUNT  PIC S9(13)V9(4) COMP-3.
029900             15 RWR-T-CURRENCY PIC X(3).
030000             15 RWR-T-MIXED-SW PIC X(1).
030100                 88 RWR-T-MIXED         VALUE "Y".
030200*
030300 PROCEDURE DIVISION.
030400*
030500*+----------------------------------------------------------+
030600*|  0000-MAINLINE                                             |
030700*+----------------------------------------------------------+
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031000     SORT SORT-WORK
031100         ON ASCENDING KEY SWR-KEY
031200         WITH DUPLICATES IN ORDER
031300         INPUT PROCEDURE IS 2000-SELECT-RECORDS THRU 2000-EXIT
031400         OUTPUT PROCEDURE IS 3000-PRINT-REPORT THRU 3000-EXIT.
031500     PERFORM 8000-REGISTER-ROUTES THRU 8000-EXIT.
031600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031700     STOP RUN.
031800*
031900*+----------------------------------------------------------+
032000*|  1000-INITIALIZE - the parameter card, the report's        |
032100*|  definition checked against its layout, the business date  |
032200*|  and the report file.                                      |
032300*+----------------------------------------------------------+
032400 1000-INITIALIZE.
032500     OPEN INPUT RPT-PARM.
032600     IF RWR-PARM-STATUS NOT = "00"
032700         DISPLAY "RPTWRT: NO RPTPARM PARAMETER FILE"
032800         MOVE 12 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     READ RPT-PARM
033200         AT END
033300             DISPLAY "RPTWRT: EMPTY RPTPARM PARAMETER FILE"
033400             MOVE 12 TO RETURN-CODE
033500             STOP RUN
033600     END-READ.
033700     MOVE RWP-REPORT-NAME TO RWR-REPORT-NAME.
033800     CLOSE RPT-PARM.
033900     IF RWR-REPORT-NAME = SPACES
034000         DISPLAY "RPTWRT: NO REPORT NAME ON RPTPARM"
034100         MOVE 12 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     PERFORM 1100-LOAD-DEFINITION THRU 1100-EXIT.
034500     IF NOT RWR-HEADER-SEEN
034600         DISPLAY "RPTWRT: NO DEFINITION ON RPTDEF FOR "
034700             RWR-REPORT-NAME
034800         MOVE 12 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     PERFORM 1200-LOAD-LAYOUT THRU 1200-EXIT.
035200     IF RWR-FIELD-COUNT = ZERO
035300         DISPLAY "RPTWRT: NO FIELDS ON LAYOUT "
035400             RWR-LAYOUT-FILENAME
035500         MOVE 12 TO RETURN-CODE
035600         STOP RUN
035700     END-IF.
035800     PERFORM 1300-CHECK-DEFINITION THRU 1300-EXIT.
035900     IF NOT RWR-DEF-OK
036000         DISPLAY "RPTWRT: REPORT DEFINITION " RWR-REPORT-NAME
036100             " REFUSED"
036200         MOVE 12 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     PERFORM 1500-JOB-BUSINESS-DATE THRU 1500-EXIT.
036600     IF RWR-BCD-PROC-DATE = ZERO
036700         MOVE RWR-REPORT-NAME TO RWR-BCD-APPL
036800         CALL "BCALDT" USING RWR-BCD-ACTION
036900                             RWR-BCD-APPL
037000                             RWR-BCD-PROC-DATE
037100                             RWR-BCD-PERIOD-END
037200                             RWR-BCD-CUTOFF-SW
037300                             RWR-BCD-RESULT
037400         IF NOT RWR-BCD-WORKED
037500             DISPLAY "RPTWRT: NO BUSINESS DATE ON BUSINESS "
037520                 "CALENDAR"
037540             MOVE 12 TO RETURN-CODE
037560             STOP RUN
037580         END-IF
037600     END-IF.
037700     MOVE SPACES TO RWR-BUS-DATE-TEXT.
037800     STRING RWR-BCD-PROC-DATE(1:4) DELIMITED BY SIZE
037900            "-"                    DELIMITED BY SIZE
038000            RWR-BCD-PROC-DATE(5:2) DELIMITED BY SIZE
038100            "-"                    DELIMITED BY SIZE
038200            RWR-BCD-PROC-DATE(7:2) DELIMITED BY SIZE
038300         INTO RWR-BUS-DATE-TEXT.
038400     OPEN INPUT RPT-EXTRACT.
038500     IF RWR-EXT-STATUS NOT = "00"
038600         DISPLAY "RPTWRT: NO EXTRACT " RWR-EXTRACT-FILENAME
038700         MOVE 12 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     MOVE SPACES TO RWR-REPORT-FILENAME.
039100     MOVE RWR-REPORT-NAME TO RWR-REPORT-FILENAME(1:8).
039200     OPEN OUTPUT REPORT-OUT.
039300     IF RWR-RPT-STATUS NOT = "00"
039400         DISPLAY "RPTWRT: REPORT FILE " RWR-REPORT-FILENAME
039500             " WILL NOT OPEN, STATUS " RWR-RPT-STATUS
039600         MOVE 12 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     MOVE RWR-PAGE-LINES TO RWR-LINE-COUNT.
040000     MOVE SPACES TO RWR-STAMP.
040100     INITIALIZE RWR-TOTAL-TABLE.
040200     IF RWR-BREAK-COUNT = ZERO
040300         MOVE RWR-GRAND-LVL TO RWR-DETAIL-LVL
040400     ELSE
040500         MOVE RWR-BREAK-COUNT TO RWR-DETAIL-LVL
040600     END-IF.
040700 1000-EXIT.
040800     EXIT.
040900*
041000*+----------------------------------------------------------+
041100*|  1100-LOAD-DEFINITION - the named report's records, each   |
041200*|  kind into its table; names are resolved once the layout  |
041300*|  the header record names is loaded.                       |
041400*+----------------------------------------------------------+
041500 1100-LOAD-DEFINITION.
041600     OPEN INPUT RPT-DEFN.
041700     IF RWR-DEF-STATUS NOT = "00"
041800         DISPLAY "RPTWRT: NO RPTDEF REPORT DEFINITION FILE"
041900         MOVE 12 TO RETURN-CODE
042000         STOP RUN
042100     END-IF.
042200     MOVE "N" TO RWR-EOF-SW.
042300     PERFORM 1110-ONE-DEFINITION-REC THRU 1110-EXIT
042400         UNTIL RWR-AT-EOF.
042500     CLOSE RPT-DEFN.
042600     MOVE "N" TO RWR-EOF-SW.
042700 1100-EXIT.
042800     EXIT.
042900*
043000 1110-ONE-DEFINITION-REC.
043100     READ RPT-DEFN
043200         AT END SET RWR-AT-EOF TO TRUE
043300     END-READ.
043400     IF RWR-AT-EOF
043500         GO TO 1110-EXIT
043600     END-IF.
043700     IF RDF-REPORT-NAME NOT = RWR-REPORT-NAME
043800         GO TO 1110-EXIT
043900     END-IF.
044000     EVALUATE TRUE
044100         WHEN RDF-HEADER-REC
044200             PERFORM 1120-TAKE-HEADER THRU 1120-EXIT
044300         WHEN RDF-FIELD-REC
044400             PERFORM 1130-TAKE-FIELD THRU 1130-EXIT
044500         WHEN RDF-SORT-REC
044600             PERFORM 1140-TAKE-SORT THRU 1140-EXIT
044700         WHEN RDF-FILTER-REC
044800             PERFORM 1150-TAKE-FILTER THRU 1150-EXIT
044900         WHEN RDF-ROUTE-REC
045000             PERFORM 1160-TAKE-ROUTE THRU 1160-EXIT
045100         WHEN OTHER
045200             DISPLAY "RPTWRT: UNKNOWN RPTDEF RECORD TYPE "
045300                 RDF-REC-TYPE " SEQ " RDF-SEQ
045400             MOVE "N" TO RWR-DEF-SW
045500     END-EVALUATE.
045600 1110-EXIT.
045700     EXIT.
045800*
045900 1120-TAKE-HEADER.
046000     SET RWR-HEADER-SEEN TO TRUE.
046100     MOVE RDF-TITLE TO RWR-TITLE.
046200     MOVE SPACES TO RWR-EXTRACT-FILENAME RWR-LAYOUT-FILENAME.
046300     MOVE RDF-EXTRACT-DD TO RWR-EXTRACT-FILENAME(1:8).
046400     MOVE RDF-LAYOUT-DD TO RWR-LAYOUT-FILENAME(1:8).
046500     IF RDF-PAGE-LINES NUMERIC
046600        AND RDF-PAGE-LINES > ZERO
046700         MOVE RDF-PAGE-LINES TO RWR-PAGE-LINES
046800     END-IF.
046900     MOVE RDF-BURST-SW TO RWR-BURST-SW.
047000     MOVE RDF-GRAND-SW TO RWR-GRAND-SW.
047100 1120-EXIT.
047200     EXIT.
047300*
047400 1130-TAKE-FIELD.
047500     IF RWR-PRINT-COUNT = 20
047600         DISPLAY "RPTWRT: MORE THAN 20 PRINT FIELDS"
047700         MOVE "N" TO RWR-DEF-SW
047800         GO TO 1130-EXIT
047900     END-IF.
048000     ADD 1 TO RWR-PRINT-COUNT.
048100     MOVE RDF-F-NAME     TO RWR-P-NAME(RWR-PRINT-COUNT).
048200     MOVE RDF-F-HEADING  TO RWR-P-HEADING(RWR-PRINT-COUNT).
048300     MOVE ZERO TO RWR-P-COLUMN(RWR-PRINT-COUNT)
048400                  RWR-P-WIDTH(RWR-PRINT-COUNT).
048500     IF RDF-F-COLUMN NUMERIC
048600         MOVE RDF-F-COLUMN TO RWR-P-COLUMN(RWR-PRINT-COUNT)
048700     END-IF.
048800     IF RDF-F-WIDTH NUMERIC
048900         MOVE RDF-F-WIDTH TO RWR-P-WIDTH(RWR-PRINT-COUNT)
049000     END-IF.
049100     MOVE RDF-F-EDIT     TO RWR-P-EDIT(RWR-PRINT-COUNT).
049200     IF NOT RDF-F-EDIT-VALID
049300         DISPLAY "RPTWRT: FIELD " RDF-F-NAME
049400             " HAS UNKNOWN EDIT CODE " RDF-F-EDIT
049500         MOVE "N" TO RWR-DEF-SW
049600     END-IF.
049700     MOVE RDF-F-CURRENCY TO RWR-P-CUR-NAME(RWR-PRINT-COUNT).
049800     MOVE RDF-F-TOTAL-SW TO RWR-P-TOTAL-SW(RWR-PRINT-COUNT).
049900     IF RDF-F-TOTALLED AND NOT RDF-F-EDIT-NUMERIC
050000         DISPLAY "RPTWRT: FIELD " RDF-F-NAME
050100             " IS TOTALLED BUT NOT EDITED AS A NUMBER"
050200         MOVE "N" TO RWR-DEF-SW
050300     END-IF.
050400 1130-EXIT.
050500     EXIT.
050600*
050700 1140-TAKE-SORT.
050800     IF RWR-SORT-COUNT = 5
050900         DISPLAY "RPTWRT: MORE THAN 5 SORT FIELDS"
051000         MOVE "N" TO RWR-DEF-SW
051100         GO TO 1140-EXIT
051200     END-IF.
051300     ADD 1 TO RWR-SORT-COUNT.
051400     MOVE RDF-S-NAME        TO RWR-S-NAME(RWR-SORT-COUNT).
051500     MOVE RDF-S-BREAK-SW    TO RWR-S-BREAK-SW(RWR-SORT-COUNT).
051600     MOVE RDF-S-SUBTOTAL-SW TO RWR-S-SUBTOTAL-SW(RWR-SORT-COUNT).
051700     MOVE RDF-S-LABEL       TO RWR-S-LABEL(RWR-SORT-COUNT).
051800 1140-EXIT.
051900     EXIT.
052000*
052100 1150-TAKE-FILTER.
052200     IF RWR-FILTER-COUNT = 10
052300         DISPLAY "RPTWRT: MORE THAN 10 FILTER CONDITIONS"
052400         MOVE "N" TO RWR-DEF-SW
052500         GO TO 1150-EXIT
052600     END-IF.
052700     IF NOT RDF-W-OP-VALID
052800         DISPLAY "RPTWRT: FILTER ON " RDF-W-NAME
052900             " HAS UNKNOWN OPERATOR " RDF-W-OP
053000         MOVE "N" TO RWR-DEF-SW
053100         GO TO 1150-EXIT
053200     END-IF.
053300     ADD 1 TO RWR-FILTER-COUNT.
053400     MOVE RDF-W-NAME  TO RWR-W-NAME(RWR-FILTER-COUNT).
053500     MOVE RDF-W-OP    TO RWR-W-OP(RWR-FILTER-COUNT).
053600     MOVE RDF-W-VALUE TO RWR-W-VALUE(RWR-FILTER-COUNT).
053700 1150-EXIT.
053800     EXIT.
053900*
054000 1160-TAKE-ROUTE.
054100     IF RWR-ROUTE-COUNT = 20
054200         DISPLAY "RPTWRT: MORE THAN 20 ROUTES"
054300         MOVE "N" TO RWR-DEF-SW
054400         GO TO 1160-EXIT
054500     END-IF.
054600     IF RDF-D-RECIPIENT = SPACES OR RDF-D-DEST-NAME = SPACES
054700         DISPLAY "RPTWRT: ROUTE SEQ " RDF-SEQ
054800             " NEEDS A RECIPIENT AND A DESTINATION"
054900         MOVE "N" TO RWR-DEF-SW
055000         GO TO 1160-EXIT
055100     END-IF.
055200     ADD 1 TO RWR-ROUTE-COUNT.
055300     MOVE RDF-D-BURST-KEY TO RWR-D-BURST-KEY(RWR-ROUTE-COUNT).
055400     MOVE RDF-D-RECIPIENT TO RWR-D-RECIPIENT(RWR-ROUTE-COUNT).
055500     MOVE RDF-D-DEST-NAME TO RWR-D-DEST-NAME(RWR-ROUTE-COUNT).
055600     MOVE RDF-D-SEC-LEVEL TO RWR-D-SEC-LEVEL(RWR-ROUTE-COUNT).
055700     MOVE "N"             TO RWR-D-ROUTED-SW(RWR-ROUTE-COUNT).
055800 1160-EXIT.
055900     EXIT.
056000*
056100 1200-LOAD-LAYOUT.
056200     OPEN INPUT RPT-LAYOUT.
056300     IF RWR-LAY-STATUS NOT = "00"
056400         GO TO 1200-EXIT
056500     END-IF.
056600     MOVE "N" TO RWR-EOF-SW.
056700     PERFORM 1210-ONE-LAYOUT-REC THRU 1210-EXIT
056800         UNTIL RWR-AT-EOF.
056900     CLOSE RPT-LAYOUT.
057000     MOVE "N" TO RWR-EOF-SW.
057100 1200-EXIT.
057200     EXIT.
057300*
057400 1210-ONE-LAYOUT-REC.
057500     READ RPT-LAYOUT
057600         AT END SET RWR-AT-EOF TO TRUE
057700     END-READ.
057800     IF RWR-AT-EOF
057900         GO TO 1210-EXIT
058000     END-IF.
058100     IF NOT ULY-FIELD-REC OR RWR-FIELD-COUNT = 100
058200         GO TO 1210-EXIT
058300     END-IF.
058400     ADD 1 TO RWR-FIELD-COUNT.
058500     MOVE ULY-FIELD-NAME TO RWR-F-NAME(RWR-FIELD-COUNT).
058600     MOVE ULY-SQLTYPE    TO RWR-F-SQLTYPE(RWR-FIELD-COUNT).
058700     MOVE ULY-OFFSET     TO RWR-F-OFFSET(RWR-FIELD-COUNT).
058800     MOVE ULY-LENGTH     TO RWR-F-LENGTH(RWR-FIELD-COUNT).
058900     IF RWR-F-SQLTYPE(RWR-FIELD-COUNT) < ZERO
059000         COMPUTE RWR-F-SQLTYPE(RWR-FIELD-COUNT) =
059100                 RWR-F-SQLTYPE(RWR-FIELD-COUNT) * -1
059200     END-IF.
059300     MOVE "N" TO RWR-F-NUMERIC-SW(RWR-FIELD-COUNT).
059400     IF RWR-F-SQLTYPE(RWR-FIELD-COUNT) = 5
059500        OR RWR-F-SQLTYPE(RWR-FIELD-COUNT) = 10
059600        OR RWR-F-SQLTYPE(RWR-FIELD-COUNT) = 30
059700        OR RWR-F-SQLTYPE(RWR-FIELD-COUNT) = 31
059800         MOVE "Y" TO RWR-F-NUMERIC-SW(RWR-FIELD-COUNT)
059900     END-IF.
060000     IF RWR-F-OFFSET(RWR-FIELD-COUNT) < 1
060100        OR RWR-F-OFFSET(RWR-FIELD-COUNT)
060200           + RWR-F-LENGTH(RWR-FIELD-COUNT) - 1 > 4000
060300         DISPLAY "RPTWRT: LAYOUT FIELD " ULY-FIELD-NAME
060400             " LIES OUTSIDE A 4000-BYTE RECORD"
060500         MOVE "N" TO RWR-DEF-SW
060600     END-IF.
060700 1210-EXIT.
060800     EXIT.
060900*
061000*+----------------------------------------------------------+
061100*|  1300-CHECK-DEFINITION - every name must be on the layout, |
061200*|  every print field must fit the line, and bursting needs a |
061300*|  control break to burst on.  All faults are reported      |
061400*|  before the definition is refused.                        |
061500*+----------------------------------------------------------+
061600 1300-CHECK-DEFINITION.
061700     IF RWR-PRINT-COUNT = ZERO
061800         DISPLAY "RPTWRT: NO PRINT FIELDS DEFINED"
061900         MOVE "N" TO RWR-DEF-SW
062000     END-IF.
062100     IF RWR-PAGE-LINES < 10
062200         DISPLAY "RPTWRT: FEWER THAN 10 LINES PER PAGE"
062300         MOVE "N" TO RWR-DEF-SW
062400     END-IF.
062500     PERFORM 1310-CHECK-ONE-SORT THRU 1310-EXIT
062600         VARYING RWR-SUB FROM 1 BY 1
062700         UNTIL RWR-SUB > RWR-SORT-COUNT.
062800     IF RWR-BURST-ON-BREAK
062900         IF RWR-BREAK-COUNT = ZERO
063000             DISPLAY "RPTWRT: BURST SWITCH BUT NO CONTROL BREAK "
063100                 "TO BURST ON"
063200             MOVE "N" TO RWR-DEF-SW
063300         ELSE
063400             MOVE RWR-B-LEN(1) TO RWR-STAMP-LEN
063500             IF RWR-STAMP-LEN > 16
063600                 MOVE 16 TO RWR-STAMP-LEN
063700             END-IF
063800             COMPUTE RWR-BODY-WIDTH = 132 - RWR-STAMP-LEN - 1
063900         END-IF
064000     END-IF.
064100     PERFORM 1320-CHECK-ONE-FIELD THRU 1320-EXIT
064200         VARYING RWR-SUB FROM 1 BY 1
064300         UNTIL RWR-SUB > RWR-PRINT-COUNT.
064400     PERFORM 1330-CHECK-ONE-FILTER THRU 1330-EXIT
064500         VARYING RWR-SUB FROM 1 BY 1
064600         UNTIL RWR-SUB > RWR-FILTER-COUNT.
064700 1300-EXIT.
064800     EXIT.
064900*
065000 1310-CHECK-ONE-SORT.
065100     MOVE RWR-S-NAME(RWR-SUB) TO RWR-NAME-WORK.
065200     PERFORM 1400-FIND-LAYOUT-FIELD THRU 1400-EXIT.
065300     MOVE RWR-LAY TO RWR-S-LAY(RWR-SUB).
065400     IF RWR-LAY = ZERO
065500         GO TO 1310-EXIT
065600     END-IF.
065700     IF RWR-S-BREAK-SW(RWR-SUB) NOT = "Y"
065800         GO TO 1310-EXIT
065900     END-IF.
066000     ADD 1 TO RWR-BREAK-COUNT.
066100     MOVE RWR-LAY TO RWR-B-LAY(RWR-BREAK-COUNT).
066200     MOVE RWR-F-LENGTH(RWR-LAY) TO RWR-B-LEN(RWR-BREAK-COUNT).
066300     IF RWR-B-LEN(RWR-BREAK-COUNT) > 100
066400         MOVE 100 TO RWR-B-LEN(RWR-BREAK-COUNT)
066500     END-IF.
066600     MOVE RWR-S-SUBTOTAL-SW(RWR-SUB)
066700         TO RWR-B-SUBTOTAL-SW(RWR-BREAK-COUNT).
066800     MOVE RWR-S-LABEL(RWR-SUB) TO RWR-B-LABEL(RWR-BREAK-COUNT).
066900     IF RWR-B-LABEL(RWR-BREAK-COUNT) = SPACES
067000         MOVE "TOTAL" TO RWR-B-LABEL(RWR-BREAK-COUNT)
067100     END-IF.
067200 1310-EXIT.
067300     EXIT.
067400*
067500 1320-CHECK-ONE-FIELD.
067600     MOVE RWR-P-NAME(RWR-SUB) TO RWR-NAME-WORK.
067700     PERFORM 1400-FIND-LAYOUT-FIELD THRU 1400-EXIT.
067800     MOVE RWR-LAY TO RWR-P-LAY(RWR-SUB).
067900     MOVE ZERO TO RWR-P-CUR-LAY(RWR-SUB).
068000     IF RWR-P-EDIT(RWR-SUB) = "M"
068100        AND RWR-P-CUR-NAME(RWR-SUB) = SPACES
068200         DISPLAY "RPTWRT: MONEY FIELD " RWR-P-NAME(RWR-SUB)
068300             " NAMES NO CURRENCY FIELD"
068400         MOVE "N" TO RWR-DEF-SW
068500     END-IF.
068600     IF RWR-P-EDIT(RWR-SUB) = "M"
068700        AND RWR-P-CUR-NAME(RWR-SUB) NOT = SPACES
068800         MOVE RWR-P-CUR-NAME(RWR-SUB) TO RWR-NAME-WORK
068900         PERFORM 1400-FIND-LAYOUT-FIELD THRU 1400-EXIT
069000         MOVE RWR-LAY TO RWR-P-CUR-LAY(RWR-SUB)
069100     END-IF.
069200     IF RWR-P-WIDTH(RWR-SUB) < 1
069300        OR RWR-P-WIDTH(RWR-SUB) > 40
069400        OR RWR-P-COLUMN(RWR-SUB) < 1
069500        OR RWR-P-COLUMN(RWR-SUB) + RWR-P-WIDTH(RWR-SUB) - 1
069600           > RWR-BODY-WIDTH
069700         MOVE RWR-BODY-WIDTH TO RWR-ED-COLUMN
069800         DISPLAY "RPTWRT: FIELD " RWR-P-NAME(RWR-SUB)
069900             " DOES NOT FIT A " RWR-ED-COLUMN "-COLUMN LINE"
070000         MOVE "N" TO RWR-DEF-SW
070100     END-IF.
070200     IF RWR-P-TOTALLED(RWR-SUB)
070300        AND RWR-P-COLUMN(RWR-SUB) < RWR-FIRST-TOTAL-COL
070400         MOVE RWR-P-COLUMN(RWR-SUB) TO RWR-FIRST-TOTAL-COL
070500     END-IF.
070600 1320-EXIT.
070700     EXIT.
070800*
070900 1330-CHECK-ONE-FILTER.
071000     MOVE RWR-W-NAME(RWR-SUB) TO RWR-NAME-WORK.
071100     PERFORM 1400-FIND-LAYOUT-FIELD THRU 1400-EXIT.
071200     MOVE RWR-LAY TO RWR-W-LAY(RWR-SUB).
071300     MOVE ZERO TO RWR-W-NUMBER(RWR-SUB).
071400     IF RWR-LAY = ZERO
071500         GO TO 1330-EXIT
071600     END-IF.
071700     IF NOT RWR-F-IS-NUMERIC(RWR-LAY)
071800         GO TO 1330-EXIT
071900     END-IF.
072000     MOVE RWR-W-VALUE(RWR-SUB) TO RWR-NUM-TEXT.
072100     MOVE 40 TO RWR-NUM-LEN.
072200     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT.
072300     IF RWR-NUM-OK
072400         MOVE RWR-NUM-VALUE TO RWR-W-NUMBER(RWR-SUB)
072500     ELSE
072600         DISPLAY "RPTWRT: FILTER VALUE FOR " RWR-W-NAME(RWR-SUB)
072700             " IS NOT A NUMBER"
072800         MOVE "N" TO RWR-DEF-SW
072900     END-IF.
073000 1330-EXIT.
073100     EXIT.
073200*
073300*    RWR-NAME-WORK to its layout subscript in RWR-LAY; zero, and
073400*    the definition refused, when the layout does not carry it.
073500 1400-FIND-LAYOUT-FIELD.
073600     MOVE ZERO TO RWR-LAY.
073700     MOVE "N" TO RWR-FOUND-SW.
073800     PERFORM 1410-MATCH-ONE-FIELD THRU 1410-EXIT
073900         VARYING RWR-SUB2 FROM 1 BY 1
074000         UNTIL RWR-SUB2 > RWR-FIELD-COUNT
074100            OR RWR-FIELD-FOUND.
074200     IF NOT RWR-FIELD-FOUND
074300         DISPLAY "RPTWRT: FIELD " RWR-NAME-WORK
074400             " NOT ON LAYOUT"
074500         MOVE "N" TO RWR-DEF-SW
074600     END-IF.
074700 1400-EXIT.
074800     EXIT.
074900*
075000 1410-MATCH-ONE-FIELD.
075100     IF RWR-F-NAME(RWR-SUB2) = RWR-NAME-WORK
075200         SET RWR-FIELD-FOUND TO TRUE
075300         MOVE RWR-SUB2 TO RWR-LAY
075400     END-IF.
075500 1410-EXIT.
075600     EXIT.
075606*
075612*+----------------------------------------------------------+
075618*|  1500-JOB-BUSINESS-DATE - the business date of the job    |
075624*|  this run belongs to, off its job-control header; left    |
075630*|  zero, for the calendar, when the run is not on JOBCTL or |
075636*|  its header carries no date.                              |
075642*+----------------------------------------------------------+
075648 1500-JOB-BUSINESS-DATE.
075654     MOVE ZERO TO RWR-BCD-PROC-DATE.
075660     IF SQLRUNID = SPACES
075666         GO TO 1500-EXIT
075672     END-IF.
075678     OPEN INPUT JOBCTL-FILE.
075684     IF RWR-JOB-STATUS NOT = "00"
075690         GO TO 1500-EXIT
075696     END-IF.
075702     MOVE SQLRUNID TO JCF-RUN-ID.
075708     READ JOBCTL-FILE
075714         KEY IS JCF-RUN-ID
075720         INVALID KEY
075726             CONTINUE
075732         NOT INVALID KEY
075738             MOVE JCF-RUN-ID         TO JOBCTL-RECORD(1:16)
075744             MOVE JCF-REST-OF-RECORD TO JOBCTL-RECORD(17:78)
075750             IF JBC-BUSINESS-DATE NUMERIC
075756                 MOVE JBC-BUSINESS-DATE TO RWR-BCD-PROC-DATE
075762             END-IF
075768     END-READ.
075774     CLOSE JOBCTL-FILE.
075780 1500-EXIT.
075786     EXIT.
075792*
075800*+----------------------------------------------------------+
075900*|  2000-SELECT-RECORDS - each extract record that passes     |
076000*|  every filter goes to the sort under a key composed from   |
076100*|  the sort fields; the trailer is held aside for balancing. |
076200*+----------------------------------------------------------+
076300 2000-SELECT-RECORDS.
076400     MOVE "N" TO RWR-EOF-SW.
076500     PERFORM 2100-RELEASE-ONE-RECORD THRU 2100-EXIT
076600         UNTIL RWR-AT-EOF.
076700     CLOSE RPT-EXTRACT.
076800     MOVE "N" TO RWR-EOF-SW.
076900 2000-EXIT.
077000     EXIT.
077100*
077200 2100-RELEASE-ONE-RECORD.
077300     MOVE SPACES TO RPT-EXTRACT-REC.
077400     READ RPT-EXTRACT
077500         AT END SET RWR-AT-EOF TO TRUE
077600     END-READ.
077700     IF RWR-AT-EOF
077800         GO TO 2100-EXIT
077900     END-IF.
078000     IF RPT-EXTRACT-REC(1:3) = "TRL"
078100         SET RWR-TRAILER-SEEN TO TRUE
078200         MOVE RPT-EXTRACT-REC(1:212) TO TRAILR-RECORD
078300         GO TO 2100-EXIT
078400     END-IF.
078500     ADD 1 TO RWR-READ-COUNT.
078600     MOVE RPT-EXTRACT-REC TO RWR-RECORD.
078700     SET RWR-SELECTED TO TRUE.
078800     PERFORM 2200-APPLY-ONE-FILTER THRU 2200-EXIT
078900         VARYING RWR-SUB FROM 1 BY 1
079000         UNTIL RWR-SUB > RWR-FILTER-COUNT
079100            OR NOT RWR-SELECTED.
079200     IF NOT RWR-SELECTED
079300         GO TO 2100-EXIT
079400     END-IF.
079500     ADD 1 TO RWR-SELECTED-COUNT.
079600     MOVE SPACES TO SWR-KEY.
079700     MOVE 1 TO RWR-KEY-NEXT.
079800     PERFORM 2300-ONE-KEY-PART THRU 2300-EXIT
079900         VARYING RWR-SUB FROM 1 BY 1
080000         UNTIL RWR-SUB > RWR-SORT-COUNT.
080100     MOVE RWR-RECORD TO SWR-DATA.
080200     RELEASE SORT-WORK-REC.
080300 2100-EXIT.
080400     EXIT.
080500*
080600*    A numeric field compares as a number, anything else as text
080700*    padded with spaces.  A number that will not parse fails.
080800 2200-APPLY-ONE-FILTER.
080900     MOVE RWR-W-LAY(RWR-SUB) TO RWR-LAY.
081000     MOVE RWR-F-LENGTH(RWR-LAY) TO RWR-LEN.
081100     IF RWR-LEN > 100
081200         MOVE 100 TO RWR-LEN
081300     END-IF.
081400     IF RWR-F-IS-NUMERIC(RWR-LAY)
081500         GO TO 2210-COMPARE-NUMBER
081600     END-IF.
081700     MOVE SPACES TO RWR-CMP-LEFT RWR-CMP-RIGHT.
081800     MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-LEN)
081900         TO RWR-CMP-LEFT(1:RWR-LEN).
082000     MOVE RWR-W-VALUE(RWR-SUB) TO RWR-CMP-RIGHT.
082100     EVALUATE RWR-W-OP(RWR-SUB)
082200         WHEN "EQ"
082300             IF RWR-CMP-LEFT NOT = RWR-CMP-RIGHT
082400                 MOVE "N" TO RWR-SELECT-SW
082500             END-IF
082600         WHEN "NE"
082700             IF RWR-CMP-LEFT = RWR-CMP-RIGHT
082800                 MOVE "N" TO RWR-SELECT-SW
082900             END-IF
083000         WHEN "GT"
083100             IF RWR-CMP-LEFT NOT > RWR-CMP-RIGHT
083200                 MOVE "N" TO RWR-SELECT-SW
083300             END-IF
083400         WHEN "LT"
083500             IF RWR-CMP-LEFT NOT < RWR-CMP-RIGHT
083600                 MOVE "N" TO RWR-SELECT-SW
083700             END-IF
083800         WHEN "GE"
083900             IF RWR-CMP-LEFT < RWR-CMP-RIGHT
084000                 MOVE "N" TO RWR-SELECT-SW
084100             END-IF
084200         WHEN "LE"
084300             IF RWR-CMP-LEFT > RWR-CMP-RIGHT
084400                 MOVE "N" TO RWR-SELECT-SW
084500             END-IF
084600     END-EVALUATE.
084700     GO TO 2200-EXIT.
084800 2210-COMPARE-NUMBER.
084900     MOVE SPACES TO RWR-NUM-TEXT.
085000     MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-LEN)
085100         TO RWR-NUM-TEXT(1:RWR-LEN).
085200     MOVE RWR-LEN TO RWR-NUM-LEN.
085300     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT.
085400     IF NOT RWR-NUM-OK
085500         MOVE "N" TO RWR-SELECT-SW
085600         GO TO 2200-EXIT
085700     END-IF.
085800     EVALUATE RWR-W-OP(RWR-SUB)
085900         WHEN "EQ"
086000             IF RWR-NUM-VALUE NOT = RWR-W-NUMBER(RWR-SUB)
086100                 MOVE "N" TO RWR-SELECT-SW
086200             END-IF
086300         WHEN "NE"
086400             IF RWR-NUM-VALUE = RWR-W-NUMBER(RWR-SUB)
086500                 MOVE "N" TO RWR-SELECT-SW
086600             END-IF
086700         WHEN "GT"
086800             IF RWR-NUM-VALUE NOT > RWR-W-NUMBER(RWR-SUB)
086900                 MOVE "N" TO RWR-SELECT-SW
087000             END-IF
087100         WHEN "LT"
087200             IF RWR-NUM-VALUE NOT < RWR-W-NUMBER(RWR-SUB)
087300                 MOVE "N" TO RWR-SELECT-SW
087400             END-IF
087500         WHEN "GE"
087600             IF RWR-NUM-VALUE < RWR-W-NUMBER(RWR-SUB)
087700                 MOVE "N" TO RWR-SELECT-SW
087800             END-IF
087900         WHEN "LE"
088000             IF RWR-NUM-VALUE > RWR-W-NUMBER(RWR-SUB)
088100                 MOVE "N" TO RWR-SELECT-SW
088200             END-IF
088300     END-EVALUATE.
088400 2200-EXIT.
088500     EXIT.
088600*
088700 2300-ONE-KEY-PART.
088800     MOVE RWR-S-LAY(RWR-SUB) TO RWR-LAY.
088900     MOVE RWR-F-LENGTH(RWR-LAY) TO RWR-PART-LEN.
089000     IF RWR-KEY-NEXT + RWR-PART-LEN - 1 > 120
089100         COMPUTE RWR-PART-LEN = 120 - RWR-KEY-NEXT + 1
089200     END-IF.
089300     IF RWR-PART-LEN > ZERO
089400         MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-PART-LEN)
089500             TO SWR-KEY(RWR-KEY-NEXT:RWR-PART-LEN)
089600         ADD RWR-PART-LEN TO RWR-KEY-NEXT
089700     END-IF.
089800 2300-EXIT.
089900     EXIT.
090000*
090100*+----------------------------------------------------------+
090200*|  3000-PRINT-REPORT - the sorted records in order, closing  |
090300*|  each control break as its value changes, then the last   |
090400*|  groups and the grand total.                              |
090500*+----------------------------------------------------------+
090600 3000-PRINT-REPORT.
090700     MOVE "N" TO RWR-EOF-SW.
090800     PERFORM 3100-PRINT-ONE-RECORD THRU 3100-EXIT
090900         UNTIL RWR-AT-EOF.
091000     IF RWR-PRINTED-COUNT = ZERO
091100         MOVE SPACES TO RWR-BODY-LINE
091200         MOVE "NO RECORDS SELECTED" TO RWR-BODY-LINE
091300         PERFORM 7000-PUT-LINE THRU 7000-EXIT
091400     ELSE
091500         MOVE 1 TO RWR-TO-LVL
091600         PERFORM 4000-CLOSE-LEVELS THRU 4000-EXIT
091700     END-IF.
091800     IF RWR-GRAND-TOTAL
091900         MOVE SPACES TO RWR-STAMP
092000         PERFORM 4200-GRAND-TOTAL-LINE THRU 4200-EXIT
092100     END-IF.
092200     CLOSE REPORT-OUT.
092300 3000-EXIT.
092400     EXIT.
092500*
092600 3100-PRINT-ONE-RECORD.
092700     RETURN SORT-WORK
092800         AT END SET RWR-AT-EOF TO TRUE
092900     END-RETURN.
093000     IF RWR-AT-EOF
093100         GO TO 3100-EXIT
093200     END-IF.
093300     MOVE SWR-DATA TO RWR-RECORD.
093400     IF RWR-FIRST-RECORD
093500         MOVE "N" TO RWR-FIRST-SW
093600         MOVE 1 TO RWR-BREAK-LVL
093700         PERFORM 3300-NEW-BREAK-VALUES THRU 3300-EXIT
093800     ELSE
093900         PERFORM 3200-FIND-BREAK THRU 3200-EXIT
094000         IF RWR-BREAK-LVL > ZERO
094100             MOVE RWR-BREAK-LVL TO RWR-TO-LVL
094200             PERFORM 4000-CLOSE-LEVELS THRU 4000-EXIT
094300             PERFORM 3300-NEW-BREAK-VALUES THRU 3300-EXIT
094400         END-IF
094500     END-IF.
094600     PERFORM 3400-DETAIL-LINE THRU 3400-EXIT.
094700     ADD 1 TO RWR-PRINTED-COUNT.
094800 3100-EXIT.
094900     EXIT.
095000*
095100*    The most major break level whose value changed, or zero.
095200 3200-FIND-BREAK.
095300     MOVE ZERO TO RWR-BREAK-LVL.
095400     PERFORM 3210-TEST-ONE-LEVEL THRU 3210-EXIT
095500         VARYING RWR-LVL FROM 1 BY 1
095600         UNTIL RWR-LVL > RWR-BREAK-COUNT
095700            OR RWR-BREAK-LVL > ZERO.
095800 3200-EXIT.
095900     EXIT.
096000*
096100 3210-TEST-ONE-LEVEL.
096200     MOVE RWR-B-LAY(RWR-LVL) TO RWR-LAY.
096300     MOVE RWR-B-LEN(RWR-LVL) TO RWR-LEN.
096400     IF RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-LEN)
096500        NOT = RWR-B-VALUE(RWR-LVL)(1:RWR-LEN)
096600         MOVE RWR-LVL TO RWR-BREAK-LVL
096700     END-IF.
096800 3210-EXIT.
096900     EXIT.
097000*
097100*    Take this record's values from RWR-BREAK-LVL down.  A new
097200*    first-level value is a new burst section on a new page.
097300 3300-NEW-BREAK-VALUES.
097400     PERFORM 3310-TAKE-ONE-VALUE THRU 3310-EXIT
097500         VARYING RWR-LVL FROM RWR-BREAK-LVL BY 1
097600         UNTIL RWR-LVL > RWR-BREAK-COUNT.
097700     IF RWR-BURST-ON-BREAK AND RWR-BREAK-LVL = 1
097800         MOVE SPACES TO RWR-STAMP
097900         MOVE RWR-B-VALUE(1)(1:RWR-STAMP-LEN)
098000             TO RWR-STAMP(1:RWR-STAMP-LEN)
098100         MOVE RWR-PAGE-LINES TO RWR-LINE-COUNT
098200     END-IF.
098300 3300-EXIT.
098400     EXIT.
098500*
098600 3310-TAKE-ONE-VALUE.
098700     MOVE RWR-B-LAY(RWR-LVL) TO RWR-LAY.
098800     MOVE RWR-B-LEN(RWR-LVL) TO RWR-LEN.
098900     MOVE SPACES TO RWR-B-VALUE(RWR-LVL).
099000     MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-LEN)
099100         TO RWR-B-VALUE(RWR-LVL)(1:RWR-LEN).
099200 3310-EXIT.
099300     EXIT.
099400*
099500*+----------------------------------------------------------+
099600*|  3400-DETAIL-LINE - each print field edited into place,   |
099700*|  and each totalled field added in at the lowest level.    |
099800*+----------------------------------------------------------+
099900 3400-DETAIL-LINE.
100000     MOVE SPACES TO RWR-BODY-LINE.
100100     PERFORM 3410-ONE-DETAIL-FIELD THRU 3410-EXIT
100200         VARYING RWR-P FROM 1 BY 1
100300         UNTIL RWR-P > RWR-PRINT-COUNT.
100400     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
100500     ADD 1 TO RWR-T-COUNT(RWR-DETAIL-LVL).
100600 3400-EXIT.
100700     EXIT.
100800*
100900 3410-ONE-DETAIL-FIELD.
101000     MOVE RWR-P-LAY(RWR-P) TO RWR-LAY.
101100     MOVE RWR-F-LENGTH(RWR-LAY) TO RWR-LEN.
101200     IF RWR-LEN > 100
101300         MOVE 100 TO RWR-LEN
101400     END-IF.
101500     MOVE SPACES TO RWR-NUM-TEXT.
101600     MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):RWR-LEN)
101700         TO RWR-NUM-TEXT(1:RWR-LEN).
101800     MOVE SPACES TO RWR-EDIT-TEXT.
101900     MOVE "L" TO RWR-EDIT-ALIGN.
102000     IF RWR-P-EDIT(RWR-P) = "X"
102100         MOVE RWR-NUM-TEXT TO RWR-EDIT-TEXT
102200         GO TO 3420-PLACE
102300     END-IF.
102400     IF RWR-P-EDIT(RWR-P) = "D"
102500         PERFORM 5300-EDIT-DATE THRU 5300-EXIT
102600         GO TO 3420-PLACE
102700     END-IF.
102710*    An all-blank numeric is a null column on the extract: it
102720*    prints blank and stays out of the totals.
102730     IF RWR-NUM-TEXT(1:RWR-LEN) = SPACES
102740         GO TO 3420-PLACE
102750     END-IF.
102800     MOVE RWR-LEN TO RWR-NUM-LEN.
102900     PERFORM 6000-PARSE-NUMBER THRU 6000-EXIT.
103000     IF NOT RWR-NUM-OK
103100         ADD 1 TO RWR-BAD-NUM-COUNT
103200         MOVE RWR-NUM-TEXT TO RWR-EDIT-TEXT
103300         GO TO 3420-PLACE
103400     END-IF.
103500     MOVE SPACES TO RWR-MHD-CURRENCY.
103600     IF RWR-P-EDIT(RWR-P) = "M"
103700         MOVE RWR-P-CUR-LAY(RWR-P) TO RWR-LAY
103800         MOVE RWR-RECORD(RWR-F-OFFSET(RWR-LAY):3)
103900             TO RWR-MHD-CURRENCY
104000     END-IF.
104100     PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT.
104200     IF RWR-P-TOTALLED(RWR-P)
104300         MOVE RWR-DETAIL-LVL TO RWR-LVL
104400         PERFORM 3430-ADD-TO-TOTAL THRU 3430-EXIT
104500     END-IF.
104600 3420-PLACE.
104700     PERFORM 5900-PLACE-EDIT THRU 5900-EXIT.
104800 3410-EXIT.
104900     EXIT.
105000*
105100*    RWR-NUM-VALUE in RWR-MHD-CURRENCY into level RWR-LVL.  A
105200*    money total that meets a second currency is marked mixed.
105300 3430-ADD-TO-TOTAL.
105400     ADD RWR-NUM-VALUE TO RWR-T-AMOUNT(RWR-LVL, RWR-P).
105500     IF RWR-MHD-CURRENCY = SPACES
105600         GO TO 3430-EXIT
105700     END-IF.
105800     IF RWR-T-CURRENCY(RWR-LVL, RWR-P) = SPACES
105900         MOVE RWR-MHD-CURRENCY TO RWR-T-CURRENCY(RWR-LVL, RWR-P)
106000     ELSE
106100         IF RWR-T-CURRENCY(RWR-LVL, RWR-P) NOT = RWR-MHD-CURRENCY
106200             MOVE "Y" TO RWR-T-MIXED-SW(RWR-LVL, RWR-P)
106300         END-IF
106400     END-IF.
106500 3430-EXIT.
106600     EXIT.
106700*
106800*+----------------------------------------------------------+
106900*|  4000-CLOSE-LEVELS - close the break levels from the      |
107000*|  lowest up to RWR-TO-LVL: each prints its subtotal when   |
107100*|  asked for, rolls into the level above (level 1 into the  |
107200*|  grand total) and starts again from zero.                 |
107300*+----------------------------------------------------------+
107400 4000-CLOSE-LEVELS.
107500     PERFORM 4100-CLOSE-ONE-LEVEL THRU 4100-EXIT
107600         VARYING RWR-LVL FROM RWR-BREAK-COUNT BY -1
107700         UNTIL RWR-LVL < RWR-TO-LVL.
107800 4000-EXIT.
107900     EXIT.
108000*
108100 4100-CLOSE-ONE-LEVEL.
108200     IF RWR-B-SUBTOTAL(RWR-LVL)
108300         MOVE RWR-B-VALUE(RWR-LVL) TO RWR-LABEL-VALUE
108400         MOVE SPACES TO RWR-HOLD-LINE
108500         STRING "** "                  DELIMITED BY SIZE
108600                RWR-B-LABEL(RWR-LVL)   DELIMITED BY "  "
108700                " "                    DELIMITED BY SIZE
108800                RWR-LABEL-VALUE        DELIMITED BY "  "
108900             INTO RWR-HOLD-LINE
109000         PERFORM 4300-TOTAL-LINE THRU 4300-EXIT
109100         MOVE SPACES TO RWR-BODY-LINE
109200         PERFORM 7000-PUT-LINE THRU 7000-EXIT
109300     END-IF.
109400     IF RWR-LVL = 1
109500         MOVE RWR-GRAND-LVL TO RWR-SUB
109600     ELSE
109700         COMPUTE RWR-SUB = RWR-LVL - 1
109800     END-IF.
109900     ADD RWR-T-COUNT(RWR-LVL) TO RWR-T-COUNT(RWR-SUB).
110000     PERFORM 4110-ROLL-ONE-FIELD THRU 4110-EXIT
110100         VARYING RWR-P FROM 1 BY 1
110200         UNTIL RWR-P > RWR-PRINT-COUNT.
110300     INITIALIZE RWR-TOTAL-LEVEL(RWR-LVL).
110400 4100-EXIT.
110500     EXIT.
110600*
110700 4110-ROLL-ONE-FIELD.
110800     ADD RWR-T-AMOUNT(RWR-LVL, RWR-P)
110900         TO RWR-T-AMOUNT(RWR-SUB, RWR-P).
111000     IF RWR-T-MIXED(RWR-LVL, RWR-P)
111100         MOVE "Y" TO RWR-T-MIXED-SW(RWR-SUB, RWR-P)
111200     END-IF.
111300     IF RWR-T-CURRENCY(RWR-LVL, RWR-P) = SPACES
111400         GO TO 4110-EXIT
111500     END-IF.
111600     IF RWR-T-CURRENCY(RWR-SUB, RWR-P) = SPACES
111700         MOVE RWR-T-CURRENCY(RWR-LVL, RWR-P)
111800             TO RWR-T-CURRENCY(RWR-SUB, RWR-P)
111900     ELSE
112000         IF RWR-T-CURRENCY(RWR-SUB, RWR-P)
112100            NOT = RWR-T-CURRENCY(RWR-LVL, RWR-P)
112200             MOVE "Y" TO RWR-T-MIXED-SW(RWR-SUB, RWR-P)
112300         END-IF
112400     END-IF.
112500 4110-EXIT.
112600     EXIT.
112700*
112800 4200-GRAND-TOTAL-LINE.
112900     MOVE RWR-GRAND-LVL TO RWR-LVL.
113000     MOVE SPACES TO RWR-HOLD-LINE.
113100     MOVE "** GRAND TOTAL" TO RWR-HOLD-LINE.
113200     PERFORM 4300-TOTAL-LINE THRU 4300-EXIT.
113300 4200-EXIT.
113400     EXIT.
113500*
113600*    The label in RWR-HOLD-LINE and the record count, then each
113700*    totalled field of level RWR-LVL at its print column.  A
113800*    label that runs into the first total gets a line of its own.
113900 4300-TOTAL-LINE.
114000     MOVE RWR-T-COUNT(RWR-LVL) TO RWR-ED-COUNT.
114100     MOVE ZERO TO RWR-EDIT-FIRST.
114200     INSPECT RWR-ED-COUNT TALLYING RWR-EDIT-FIRST
114300         FOR LEADING SPACES.
114400     ADD 1 TO RWR-EDIT-FIRST.
114500     MOVE SPACES TO RWR-BODY-LINE.
114600     MOVE 1 TO RWR-EDIT-AT.
114700     STRING RWR-HOLD-LINE       DELIMITED BY "  "
114800            " ("                DELIMITED BY SIZE
114900            RWR-ED-COUNT(RWR-EDIT-FIRST:)
115000                                DELIMITED BY SIZE
115100            " RECORDS)"         DELIMITED BY SIZE
115200         INTO RWR-BODY-LINE
115300         WITH POINTER RWR-EDIT-AT.
115400     IF RWR-EDIT-AT NOT < RWR-FIRST-TOTAL-COL
115500         PERFORM 7000-PUT-LINE THRU 7000-EXIT
115600         MOVE SPACES TO RWR-BODY-LINE
115700     END-IF.
115800     PERFORM 4310-ONE-TOTAL-FIELD THRU 4310-EXIT
115900         VARYING RWR-P FROM 1 BY 1
116000         UNTIL RWR-P > RWR-PRINT-COUNT.
116100     PERFORM 7000-PUT-LINE THRU 7000-EXIT.
116200 4300-EXIT.
116300     EXIT.
116400*
116500 4310-ONE-TOTAL-FIELD.
116600     IF NOT RWR-P-TOTALLED(RWR-P)
116700         GO TO 4310-EXIT
116800     END-IF.
116900     MOVE SPACES TO RWR-EDIT-TEXT.
117000     IF RWR-P-EDIT(RWR-P) = "M"
117100        AND RWR-T-MIXED(RWR-LVL, RWR-P)
117200         MOVE "MIXED CURRENCY" TO RWR-EDIT-TEXT
117300         MOVE "R" TO RWR-EDIT-ALIGN
117400     ELSE
117500         MOVE RWR-T-AMOUNT(RWR-LVL, RWR-P) TO RWR-NUM-VALUE
117600         MOVE RWR-T-CURRENCY(RWR-LVL, RWR-P) TO RWR-MHD-CURRENCY
117700         PERFORM 5000-EDIT-AMOUNT THRU 5000-EXIT
117800     END-IF.
117900     PERFORM 5900-PLACE-EDIT THRU 5900-EXIT.
118000 4310-EXIT.
118100     EXIT.
118200*
118300*+----------------------------------------------------------+
118400*|  5000-EDIT-AMOUNT - RWR-NUM-VALUE into RWR-EDIT-TEXT by   |
118500*|  the print field's edit code.  Money goes through MONEYH  |
118600*|  in RWR-MHD-CURRENCY; a currency MONEYH does not know     |
118700*|  prints at two decimals.                                  |
118800*+----------------------------------------------------------+
118900 5000-EDIT-AMOUNT.
119000     MOVE "R" TO RWR-EDIT-ALIGN.
119100     MOVE SPACES TO RWR-EDIT-TEXT.
119200     EVALUATE RWR-P-EDIT(RWR-P)
119300         WHEN "I"
119400             COMPUTE RWR-ROUND-0 ROUNDED = RWR-NUM-VALUE
119500             MOVE RWR-ROUND-0 TO RWR-ED-INT
119600             MOVE RWR-ED-INT TO RWR-EDIT-TEXT
119700         WHEN "G"
119800             COMPUTE RWR-ROUND-0 ROUNDED = RWR-NUM-VALUE
119900             MOVE RWR-ROUND-0 TO RWR-ED-INT-COMMA
120000             MOVE RWR-ED-INT-COMMA TO RWR-EDIT-TEXT
120100         WHEN "2"
120200             COMPUTE RWR-ROUND-2 ROUNDED = RWR-NUM-VALUE
120300             MOVE RWR-ROUND-2 TO RWR-ED-DEC
120400             MOVE RWR-ED-DEC TO RWR-EDIT-TEXT
120500         WHEN "C"
120600             COMPUTE RWR-ROUND-2 ROUNDED = RWR-NUM-VALUE
120700             MOVE RWR-ROUND-2 TO RWR-ED-DEC-COMMA
120800             MOVE RWR-ED-DEC-COMMA TO RWR-EDIT-TEXT
120900         WHEN "M"
121000             PERFORM 5100-EDIT-MONEY THRU 5100-EXIT
121100     END-EVALUATE.
121200 5000-EXIT.
121300     EXIT.
121400*
121500 5100-EDIT-MONEY.
121600     MOVE RWR-NUM-VALUE TO RWR-MHD-AMOUNT.
121700     MOVE SPACES TO RWR-MHD-DISPLAY.
121800     MOVE "Y" TO RWR-MHD-RESULT.
121900     CALL "MONEYH" USING RWR-MHD-AMOUNT
122000                         RWR-MHD-CURRENCY
122100                         RWR-MHD-DISPLAY
122200                         RWR-MHD-RESULT.
122300     IF RWR-MHD-WORKED
122400         MOVE RWR-MHD-DISPLAY TO RWR-EDIT-TEXT
122500     ELSE
122600         COMPUTE RWR-ROUND-2 ROUNDED = RWR-NUM-VALUE
122700         MOVE RWR-ROUND-2 TO RWR-ED-DEC
122800         MOVE RWR-ED-DEC TO RWR-EDIT-TEXT
122900     END-IF.
123000 5100-EXIT.
123100     EXIT.
123200*
123300*    A CCYYMMDD date as CCYY-MM-DD; anything else as extracted.
123400 5300-EDIT-DATE.
123500     IF RWR-NUM-TEXT(1:8) NUMERIC
123600         STRING RWR-NUM-TEXT(1:4) DELIMITED BY SIZE
123700                "-"               DELIMITED BY SIZE
123800                RWR-NUM-TEXT(5:2) DELIMITED BY SIZE
123900                "-"               DELIMITED BY SIZE
124000                RWR-NUM-TEXT(7:2) DELIMITED BY SIZE
124100             INTO RWR-EDIT-TEXT
124200     ELSE
124300         MOVE RWR-NUM-TEXT TO RWR-EDIT-TEXT
124400     END-IF.
124500 5300-EXIT.
124600     EXIT.
124700*
124800*+----------------------------------------------------------+
124900*|  5900-PLACE-EDIT - RWR-EDIT-TEXT into the print field's   |
125000*|  columns of RWR-BODY-LINE, left-aligned or right-aligned; |
125100*|  a value too wide for the field prints as asterisks.      |
125200*+----------------------------------------------------------+
125300 5900-PLACE-EDIT.
125400     MOVE ZERO TO RWR-EDIT-FIRST.
125500     INSPECT RWR-EDIT-TEXT TALLYING RWR-EDIT-FIRST
125600         FOR LEADING SPACES.
125700     IF RWR-EDIT-FIRST = 40
125800         GO TO 5900-EXIT
125900     END-IF.
126000     ADD 1 TO RWR-EDIT-FIRST.
126100     MOVE 40 TO RWR-EDIT-LAST.
126200     PERFORM 5910-BACK-OFF-ONE THRU 5910-EXIT
126300         UNTIL RWR-EDIT-TEXT(RWR-EDIT-LAST:1) NOT = SPACE.
126400     IF NOT RWR-ALIGN-RIGHT
126500         MOVE 1 TO RWR-EDIT-FIRST
126600     END-IF.
126700     COMPUTE RWR-EDIT-LEN = RWR-EDIT-LAST - RWR-EDIT-FIRST + 1.
126800     IF RWR-EDIT-LEN > RWR-P-WIDTH(RWR-P)
126900         IF RWR-ALIGN-RIGHT
127000             MOVE ALL "*" TO RWR-BODY-LINE
127100                 (RWR-P-COLUMN(RWR-P):RWR-P-WIDTH(RWR-P))
127200             GO TO 5900-EXIT
127300         END-IF
127400         MOVE RWR-P-WIDTH(RWR-P) TO RWR-EDIT-LEN
127500     END-IF.
127600     MOVE RWR-P-COLUMN(RWR-P) TO RWR-EDIT-AT.
127700     IF RWR-ALIGN-RIGHT
127800         COMPUTE RWR-EDIT-AT = RWR-EDIT-AT
127900                             + RWR-P-WIDTH(RWR-P) - RWR-EDIT-LEN
128000     END-IF.
128100     MOVE RWR-EDIT-TEXT(RWR-EDIT-FIRST:RWR-EDIT-LEN)
128200         TO RWR-BODY-LINE(RWR-EDIT-AT:RWR-EDIT-LEN).
128300 5900-EXIT.
128400     EXIT.
128500*
128600 5910-BACK-OFF-ONE.
128700     SUBTRACT 1 FROM RWR-EDIT-LAST.
128800 5910-EXIT.
128900     EXIT.
129000*
129100*+----------------------------------------------------------+
129200*|  6000-PARSE-NUMBER - the first RWR-NUM-LEN bytes of        |
129300*|  RWR-NUM-TEXT as a signed decimal into RWR-NUM-VALUE:     |
129400*|  blanks around it, a leading or trailing sign, commas in  |
129500*|  the whole part and one point; up to 13 whole and 4       |
129600*|  decimal digits.  RWR-NUM-OK is off for anything else.    |
129700*+----------------------------------------------------------+
129800 6000-PARSE-NUMBER.
129900     SET RWR-NUM-OK TO TRUE.
130000     MOVE "N" TO RWR-NUM-NEG-SW RWR-NUM-SIGN-SW
130100                 RWR-NUM-DOT-SW RWR-NUM-END-SW.
130200     MOVE ZERO TO RWR-NUM-INT RWR-NUM-INT-DIGITS
130300                  RWR-NUM-FRAC-DIGITS RWR-NUM-VALUE.
130400     MOVE "0000" TO RWR-NUM-FRAC-TEXT.
130500     PERFORM 6100-ONE-NUMBER-CHAR THRU 6100-EXIT
130600         VARYING RWR-NUM-POS FROM 1 BY 1
130700         UNTIL RWR-NUM-POS > RWR-NUM-LEN
130800            OR NOT RWR-NUM-OK.
130900     IF RWR-NUM-INT-DIGITS + RWR-NUM-FRAC-DIGITS = ZERO
131000         MOVE "N" TO RWR-NUM-SW
131100     END-IF.
131200     IF NOT RWR-NUM-OK
131300         GO TO 6000-EXIT
131400     END-IF.
131500     MOVE RWR-NUM-FRAC-TEXT TO RWR-NUM-FRAC.
131600     COMPUTE RWR-NUM-VALUE = RWR-NUM-INT + RWR-NUM-FRAC / 10000.
131700     IF RWR-NUM-NEGATIVE
131800         COMPUTE RWR-NUM-VALUE = RWR-NUM-VALUE * -1
131900     END-IF.
132000 6000-EXIT.
132100     EXIT.
132200*
132300 6100-ONE-NUMBER-CHAR.
132400     MOVE RWR-NUM-TEXT(RWR-NUM-POS:1) TO RWR-NUM-CHAR.
132500     EVALUATE TRUE
132600         WHEN RWR-NUM-CHAR = SPACE
132700             IF RWR-NUM-SIGN-SEEN OR RWR-NUM-DOT-SEEN
132800                OR RWR-NUM-INT-DIGITS > ZERO
132900                 SET RWR-NUM-ENDED TO TRUE
133000             END-IF
133100         WHEN RWR-NUM-ENDED
133200             MOVE "N" TO RWR-NUM-SW
133300         WHEN RWR-NUM-CHAR = "-" OR RWR-NUM-CHAR = "+"
133400             IF RWR-NUM-SIGN-SEEN
133500                 MOVE "N" TO RWR-NUM-SW
133600             END-IF
133700             SET RWR-NUM-SIGN-SEEN TO TRUE
133800             IF RWR-NUM-CHAR = "-"
133900                 SET RWR-NUM-NEGATIVE TO TRUE
134000             END-IF
134100             IF RWR-NUM-INT-DIGITS + RWR-NUM-FRAC-DIGITS > ZERO
134200                 SET RWR-NUM-ENDED TO TRUE
134300             END-IF
134400         WHEN RWR-NUM-CHAR = ","
134500             IF RWR-NUM-DOT-SEEN OR RWR-NUM-INT-DIGITS = ZERO
134600                 MOVE "N" TO RWR-NUM-SW
134700             END-IF
134800         WHEN RWR-NUM-CHAR = "."
134900             IF RWR-NUM-DOT-SEEN
135000                 MOVE "N" TO RWR-NUM-SW
135100             END-IF
135200             SET RWR-NUM-DOT-SEEN TO TRUE
135300         WHEN RWR-NUM-CHAR NUMERIC
135400             MOVE RWR-NUM-CHAR TO RWR-NUM-DIGIT
135500             PERFORM 6110-TAKE-DIGIT THRU 6110-EXIT
135600         WHEN OTHER
135700             MOVE "N" TO RWR-NUM-SW
135800     END-EVALUATE.
135900 6100-EXIT.
136000     EXIT.
136100*
136200 6110-TAKE-DIGIT.
136300     IF RWR-NUM-DOT-SEEN
136400         ADD 1 TO RWR-NUM-FRAC-DIGITS
136500         IF RWR-NUM-FRAC-DIGITS < 5
136600             MOVE RWR-NUM-CHAR
136700                 TO RWR-NUM-FRAC-TEXT(RWR-NUM-FRAC-DIGITS:1)
136800         END-IF
136900         GO TO 6110-EXIT
137000     END-IF.
137100     IF RWR-NUM-INT-DIGITS = 13
137200         MOVE "N" TO RWR-NUM-SW
137300         GO TO 6110-EXIT
137400     END-IF.
137500     ADD 1 TO RWR-NUM-INT-DIGITS.
137600     COMPUTE RWR-NUM-INT = RWR-NUM-INT * 10 + RWR-NUM-DIGIT.
137700 6110-EXIT.
137800     EXIT.
137900*
138000*+----------------------------------------------------------+
138100*|  7000-PUT-LINE - RWR-BODY-LINE to the report, a page       |
138200*|  header first when the page is full.                      |
138300*+----------------------------------------------------------+
138400 7000-PUT-LINE.
138500     IF RWR-LINE-COUNT NOT < RWR-PAGE-LINES
138600         MOVE RWR-BODY-LINE TO RWR-HOLD-LINE
138700         PERFORM 7100-PAGE-HEADER THRU 7100-EXIT
138800         MOVE RWR-HOLD-LINE TO RWR-BODY-LINE
138900     END-IF.
139000     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
139100 7000-EXIT.
139200     EXIT.
139300*
139400 7100-PAGE-HEADER.
139500     ADD 1 TO RWR-PAGE-COUNT.
139600     MOVE ZERO TO RWR-LINE-COUNT.
139700     MOVE RWR-PAGE-COUNT TO RWR-ED-PAGE.
139800     MOVE SPACES TO RWR-BODY-LINE.
139900     STRING RWR-REPORT-NAME     DELIMITED BY SIZE
140000            "  "                DELIMITED BY SIZE
140100            RWR-TITLE           DELIMITED BY SIZE
140200         INTO RWR-BODY-LINE.
140300     COMPUTE RWR-EDIT-AT = RWR-BODY-WIDTH - 9.
140400     MOVE "PAGE " TO RWR-BODY-LINE(RWR-EDIT-AT:5).
140500     ADD 5 TO RWR-EDIT-AT.
140600     MOVE RWR-ED-PAGE TO RWR-BODY-LINE(RWR-EDIT-AT:5).
140700     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
140800     MOVE SPACES TO RWR-BODY-LINE.
140900     STRING "RUN "              DELIMITED BY SIZE
141000            SQLRUNID            DELIMITED BY SIZE
141100            "  BUSINESS DATE "  DELIMITED BY SIZE
141200            RWR-BUS-DATE-TEXT   DELIMITED BY SIZE
141300         INTO RWR-BODY-LINE.
141400     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
141500     MOVE SPACES TO RWR-BODY-LINE.
141600     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
141700     MOVE SPACES TO RWR-BODY-LINE.
141800     PERFORM 7110-ONE-HEADING THRU 7110-EXIT
141900         VARYING RWR-P FROM 1 BY 1
142000         UNTIL RWR-P > RWR-PRINT-COUNT.
142100     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
142200     MOVE SPACES TO RWR-BODY-LINE.
142300     PERFORM 7120-ONE-UNDERLINE THRU 7120-EXIT
142400         VARYING RWR-P FROM 1 BY 1
142500         UNTIL RWR-P > RWR-PRINT-COUNT.
142600     PERFORM 7200-WRITE-LINE THRU 7200-EXIT.
142700 7100-EXIT.
142800     EXIT.
142900*
143000 7110-ONE-HEADING.
143100     MOVE RWR-P-WIDTH(RWR-P) TO RWR-LEN.
143200     IF RWR-LEN > 20
143300         MOVE 20 TO RWR-LEN
143400     END-IF.
143500     MOVE RWR-P-HEADING(RWR-P)(1:RWR-LEN)
143600         TO RWR-BODY-LINE(RWR-P-COLUMN(RWR-P):RWR-LEN).
143700 7110-EXIT.
143800     EXIT.
143900*
144000 7120-ONE-UNDERLINE.
144100     MOVE ALL "-" TO RWR-BODY-LINE
144200         (RWR-P-COLUMN(RWR-P):RWR-P-WIDTH(RWR-P)).
144300 7120-EXIT.
144400     EXIT.
144500*
144600*    With bursting on, the line is the burst value, a space and
144700*    the body; otherwise the body alone.
144800 7200-WRITE-LINE.
144900     MOVE SPACES TO REPORT-LINE.
145000     IF RWR-STAMP-LEN > ZERO
145100         MOVE RWR-STAMP(1:RWR-STAMP-LEN)
145200             TO REPORT-LINE(1:RWR-STAMP-LEN)
145300         MOVE RWR-BODY-LINE(1:RWR-BODY-WIDTH)
145400             TO REPORT-LINE(RWR-STAMP-LEN + 2:RWR-BODY-WIDTH)
145500     ELSE
145600         MOVE RWR-BODY-LINE TO REPORT-LINE
145700     END-IF.
145800     WRITE REPORT-LINE.
145900     ADD 1 TO RWR-LINE-COUNT.
146000     ADD 1 TO RWR-LINES-WRITTEN.
146100 7200-EXIT.
146200     EXIT.
146300*
146400*+----------------------------------------------------------+
146500*|  8000-REGISTER-ROUTES - each route on the definition gets  |
146600*|  a DISTCTL entry for the report unless one for the same    |
146700*|  burst key and recipient is there already.                 |
146800*+----------------------------------------------------------+
146900 8000-REGISTER-ROUTES.
147000     IF RWR-ROUTE-COUNT = ZERO
147100         GO TO 8000-EXIT
147200     END-IF.
147300     OPEN INPUT DISTCTL-FILE.
147400     IF RWR-DST-STATUS = "00"
147500         MOVE "N" TO RWR-EOF-SW
147600         PERFORM 8100-ONE-ROUTE THRU 8100-EXIT
147700             UNTIL RWR-AT-EOF
147800         CLOSE DISTCTL-FILE
147900     END-IF.
148000     OPEN EXTEND DISTCTL-FILE.
148100     IF RWR-DST-STATUS = "05" OR RWR-DST-STATUS = "35"
148200         OPEN OUTPUT DISTCTL-FILE
148300     END-IF.
148310     IF RWR-DST-STATUS NOT = "00"
148320         DISPLAY "RPTWRT: CANNOT WRITE DISTCTL, STATUS "
148330             RWR-DST-STATUS " - ROUTES FOR " RWR-REPORT-NAME
148340             " NOT REGISTERED"
148350         SET RWR-ROUTES-FAILED TO TRUE
148360         GO TO 8000-EXIT
148370     END-IF.
148400     PERFORM 8200-ADD-ROUTE THRU 8200-EXIT
148500         VARYING RWR-SUB FROM 1 BY 1
148600         UNTIL RWR-SUB > RWR-ROUTE-COUNT.
148700     CLOSE DISTCTL-FILE.
148800     IF RWR-ADDED-ROUTES > 0
148900         DISPLAY "RPTWRT: " RWR-ADDED-ROUTES
149000                 " ROUTE(S) ADDED TO DISTCTL FOR " RWR-REPORT-NAME
149100     END-IF.
149200 8000-EXIT.
149300     EXIT.
149400*
149500 8100-ONE-ROUTE.
149600     READ DISTCTL-FILE
149700         AT END SET RWR-AT-EOF TO TRUE
149800     END-READ.
149900     IF RWR-AT-EOF
150000         GO TO 8100-EXIT
150100     END-IF.
150200     IF DST-REPORT-NAME NOT = RWR-REPORT-NAME
150300         GO TO 8100-EXIT
150400     END-IF.
150500     PERFORM 8110-MARK-ROUTED THRU 8110-EXIT
150600         VARYING RWR-SUB FROM 1 BY 1
150700         UNTIL RWR-SUB > RWR-ROUTE-COUNT.
150800 8100-EXIT.
150900     EXIT.
151000*
151100 8110-MARK-ROUTED.
151200     IF DST-BURST-KEY = RWR-D-BURST-KEY(RWR-SUB)
151300        AND DST-RECIPIENT = RWR-D-RECIPIENT(RWR-SUB)
151400         MOVE "Y" TO RWR-D-ROUTED-SW(RWR-SUB)
151500     END-IF.
151600 8110-EXIT.
151700     EXIT.
151800*
151900 8200-ADD-ROUTE.
152000     IF RWR-D-ROUTED(RWR-SUB)
152100         GO TO 8200-EXIT
152200     END-IF.
152300     MOVE SPACES                   TO DISTCT-RECORD.
152400     MOVE RWR-REPORT-NAME          TO DST-REPORT-NAME.
152500     MOVE RWR-D-BURST-KEY(RWR-SUB) TO DST-BURST-KEY.
152600     MOVE RWR-D-RECIPIENT(RWR-SUB) TO DST-RECIPIENT.
152700     MOVE RWR-D-DEST-NAME(RWR-SUB) TO DST-DEST-NAME.
152800     MOVE RWR-D-SEC-LEVEL(RWR-SUB) TO DST-SEC-LEVEL.
152900     WRITE DISTCT-RECORD.
152910     IF RWR-DST-STATUS NOT = "00"
152920         DISPLAY "RPTWRT: CANNOT WRITE DISTCTL, STATUS "
152930             RWR-DST-STATUS " - ROUTE TO "
152940             RWR-D-RECIPIENT(RWR-SUB) " NOT REGISTERED"
152950         SET RWR-ROUTES-FAILED TO TRUE
152960         GO TO 8200-EXIT
152970     END-IF.
153000     ADD 1 TO RWR-ADDED-ROUTES.
153100 8200-EXIT.
153200     EXIT.
153300*
153400*+----------------------------------------------------------+
153500*|  9000-TERMINATE - balance the extract against its trailer  |
153600*|  and report the run.                                       |
153700*+----------------------------------------------------------+
153800 9000-TERMINATE.
153900     IF RWR-BAD-NUM-COUNT > ZERO
154000         DISPLAY "RPTWRT: " RWR-BAD-NUM-COUNT
154100             " NUMERIC VALUE(S) WOULD NOT PARSE"
154200         MOVE 4 TO RETURN-CODE
154300     END-IF.
154400     IF RWR-TRAILER-SEEN
154500        AND TRL-RECORD-COUNT NOT = RWR-READ-COUNT
154600         DISPLAY "RPTWRT: TRAILER COUNT " TRL-RECORD-COUNT
154700             " BUT " RWR-READ-COUNT " RECORDS READ"
154800         MOVE 8 TO RETURN-CODE
154900     END-IF.
154910     IF RWR-ROUTES-FAILED
154920         MOVE 12 TO RETURN-CODE
154930     END-IF.
155000     DISPLAY "RPTWRT: " RWR-REPORT-NAME " " RWR-READ-COUNT
155100         " READ " RWR-SELECTED-COUNT " SELECTED "
155200         RWR-PAGE-COUNT " PAGE(S)".
155300 9000-EXIT.
155400     EXIT.
