000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * XDBRCN
000400*     *
000500*     * Purpose: Cross-database reconciliation engine for the
000600*     *          reference tables that are kept identical in two
000700*     *          INGRES databases - the master, whose rows are
000800*     *          right, and the copy.  The reconciliation driver
000900*     *          holds a session on each database, switching
001000*     *          between them with SET_INGRES SESSION and keeping
001100*     *          each session's own SQLCA/SQLDA through SESMGR
001200*     *          (see eqsesmgr.cob).  It CALLs ACTION "NEXT" and
001300*     *          XDBRCN serves the next table on the control list
001400*     *          (see eqxdbctl.cob) with the key column list the
001500*     *          driver's SELECT must ORDER BY, having laid the
001600*     *          row out from the table's cached DESCRIBE metadata
001700*     *          in the SQLDA cache (see eqsdacch.cob) exactly as
001800*     *          TBLUNL lays out an unload.  The driver SELECTs
001900*     *          and FETCHes the rows itself on each session - the
002000*     *          SQL stays with the caller, as everywhere else in
002100*     *          this layer - CALLing ACTION "ROW" per fetched row
002200*     *          with side "M" (master) or "C" (copy) and that
002300*     *          session's SQLDA.  XDBRCN counts the rows, sums
002400*     *          every INTEGER and DECIMAL column and chains a
002500*     *          seal over the rows in key order (HSHCHN, see
002600*     *          eqhshchn.cob) for each side.  ACTION "CLOSE"
002700*     *          compares the two sides; a table that differs is
002800*     *          drilled down by key into an EXTCMP-shape delta
002900*     *          (adds, changes with before and after images, and
003000*     *          deletes that would make the copy match the
003100*     *          master) plus its control summary, both under the
003200*     *          control record's delta destination and named for
003210*     *          the table (destination.table.DLT and .SUM).  When
003220*     *          the control record asks for the fix, XDBRPT
003230*     *          names the two files for the copy's DLTAPL apply
003240*     *          run (DELTAOUT and CMPSUMM), which the operator
003250*     *          submits once the delta is reviewed - the apply
003260*     *          driver holds the copy session and its SQL, so it
003270*     *          is not started from here.  Every
003500*     *          table's outcome goes to the XDBRPT report and to
003600*     *          ALRMGR - a WARNING for the morning digest when it
003700*     *          matches or could not be compared, CRITICAL when
003800*     *          it has drifted.  CLOSE comes back failed for a
003900*     *          drifted table.  The EOF switch comes back "Y"
004000*     *          when the control list is exhausted.
004100*     *
004200*     * Notes:  FLOAT and MONEY columns are not summed - the two
004300*     *          servers need not round alike - but they are in
004400*     *          the row images and so in the seal and the
004500*     *          drill-down.  A DECIMAL sum is kept unscaled; both
004600*     *          sides share the scale.  A column whose sum will
004700*     *          not fit eighteen digits is reported and left out
004800*     *          of the comparison.  The key is compared as the
004900*     *          formatted bytes, so the driver's ORDER BY must
005000*     *          give ascending byte order; a side that arrives
005100*     *          out of order is reported and gets no delta rather
005200*     *          than a delta of spurious add/delete pairs.
005300*     *
005400 PROGRAM-ID.     XDBRCN.
005500 AUTHOR.         D L ROSS.
005600 INSTALLATION.   BATCH SYSTEMS GROUP.
005700 DATE-WRITTEN.   15-OCT-2026.
005800 DATE-COMPILED.
005900*
006000*     * Modification History
006100*     * --------------------
006200*     * 15-oct-2026 (dlross)  Written.
006300*
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CONTROL-FILE ASSIGN TO "XDBCTL"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS XRC-CTL-STATUS.
007000     SELECT SDACACHE-FILE ASSIGN TO "SQLSDAC"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS SDC-TABLE-NAME
007400         FILE STATUS IS XRC-CACHE-STATUS.
007500     SELECT MASTER-WORK ASSIGN TO "XDBWRKM"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS XRC-MWRK-STATUS.
007800     SELECT COPY-WORK ASSIGN TO "XDBWRKC"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS XRC-CWRK-STATUS.
008100     SELECT DELTA-FILE ASSIGN TO XRC-DELTA-NAME
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS XRC-DLT-STATUS.
008400     SELECT SUMMARY-FILE ASSIGN TO XRC-SUMMARY-NAME
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS XRC-SUM-STATUS.
009000     SELECT RECON-REPORT ASSIGN TO "XDBRPT"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS XRC-RPT-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  CONTROL-FILE
009700     RECORDING MODE IS F.
009800 COPY "eqxdbctl.cob".
009900*
010000 FD  SDACACHE-FILE.
010100 COPY "eqsdacch.cob".
010200*
010300 FD  MASTER-WORK
010400     RECORDING MODE IS F.
010500 01  MASTER-WORK-REC.
010600     05 XMW-KEY               PIC X(40).
010700     05 XMW-IMAGE             PIC X(4000).
010800*
010900 FD  COPY-WORK
011000     RECORDING MODE IS F.
011100 01  COPY-WORK-REC.
011200     05 XCW-KEY               PIC X(40).
011300     05 XCW-IMAGE             PIC X(4000).
011400*
011500 FD  DELTA-FILE
011600     RECORDING MODE IS F.
011700 01  DELTA-REC.
011800     05 DTX-TYPE              PIC X(1).
011900        88 DTX-TYPE-ADD                  VALUE "A".
012000        88 DTX-TYPE-CHANGE               VALUE "C".
012100        88 DTX-TYPE-DELETE               VALUE "D".
012200     05 DTX-KEY               PIC X(40).
012300     05 DTX-OLD-IMAGE         PIC X(4000).
012400     05 DTX-NEW-IMAGE         PIC X(4000).
012500*
012600 FD  SUMMARY-FILE
012700     RECORDING MODE IS F.
012800 01  SUMMARY-LINE             PIC X(132).
012900*
013400 FD  RECON-REPORT
013500     RECORDING MODE IS F.
013600 01  RECON-LINE               PIC X(132).
013700*
013800 WORKING-STORAGE SECTION.
013900 01  XRC-WORK-AREA.
014000     05 XRC-CTL-STATUS        PIC X(2)  VALUE "00".
014100     05 XRC-CACHE-STATUS      PIC X(2)  VALUE "00".
014200     05 XRC-MWRK-STATUS       PIC X(2)  VALUE "00".
014300     05 XRC-CWRK-STATUS       PIC X(2)  VALUE "00".
014400     05 XRC-DLT-STATUS        PIC X(2)  VALUE "00".
014500     05 XRC-SUM-STATUS        PIC X(2)  VALUE "00".
014700     05 XRC-RPT-STATUS        PIC X(2)  VALUE "00".
014800     05 XRC-RUN-SW            PIC X(1)  VALUE "N".
014900         88 XRC-RUN-OPEN                VALUE "Y".
015000         88 XRC-RUN-DONE                VALUE "D".
015100     05 XRC-FOUND-SW          PIC X(1)  VALUE "N".
015200         88 XRC-FOUND                   VALUE "Y".
015300     05 XRC-CACHE-SW          PIC X(1)  VALUE "N".
015400         88 XRC-CACHE-HIT               VALUE "Y".
015500     05 XRC-KEY-SW            PIC X(1)  VALUE "N".
015600         88 XRC-KEY-BAD                 VALUE "Y".
015700     05 XRC-TABLE-SW          PIC X(1)  VALUE "N".
015800         88 XRC-TABLE-OPEN              VALUE "Y".
015900     05 XRC-SHAPE-SW          PIC X(1)  VALUE "N".
016000         88 XRC-SHAPE-BAD               VALUE "Y".
016100     05 XRC-M-ORDER-SW        PIC X(1)  VALUE "N".
016200         88 XRC-M-ORDER-BROKEN          VALUE "Y".
016300     05 XRC-C-ORDER-SW        PIC X(1)  VALUE "N".
016400         88 XRC-C-ORDER-BROKEN          VALUE "Y".
016500     05 XRC-M-EOF-SW          PIC X(1)  VALUE "N".
016600         88 XRC-M-AT-EOF                VALUE "Y".
016700     05 XRC-C-EOF-SW          PIC X(1)  VALUE "N".
016800         88 XRC-C-AT-EOF                VALUE "Y".
016900     05 XRC-COUNTS-SW         PIC X(1)  VALUE "N".
017000         88 XRC-COUNTS-MATCH            VALUE "Y".
017100     05 XRC-SUMS-SW           PIC X(1)  VALUE "N".
017200         88 XRC-SUMS-MATCH              VALUE "Y".
017300     05 XRC-HASH-SW           PIC X(1)  VALUE "N".
017400         88 XRC-HASH-MATCH              VALUE "Y".
017500     05 XRC-DRIFT-SW          PIC X(1)  VALUE "N".
017600         88 XRC-DRIFTED                 VALUE "Y".
017700     05 XRC-VALUE-SW          PIC X(1)  VALUE "N".
017800         88 XRC-VALUE-TOO-BIG           VALUE "Y".
017900     05 XRC-NEGATIVE-SW       PIC X(1)  VALUE "N".
018000         88 XRC-NEGATIVE                VALUE "Y".
018100     05 XRC-TODAY             PIC 9(8).
018200     05 XRC-TABLE-NAME        PIC X(32).
018300     05 XRC-ORDER-TEXT        PIC X(100).
018400     05 XRC-ORDER-POS         PIC S9(4) USAGE COMP.
018500     05 XRC-DELTA-DEST        PIC X(40).
018600     05 XRC-APPLY-SW          PIC X(1).
018700         88 XRC-APPLY-FIX               VALUE "Y".
018800     05 XRC-DELTA-NAME        PIC X(80).
018900     05 XRC-SUMMARY-NAME      PIC X(80).
018950     05 XRC-DELTA-SW          PIC X(1).
018960         88 XRC-DELTA-WRITTEN           VALUE "Y".
019000     05 XRC-REASON            PIC X(25).
019100     05 XRC-SUB               PIC S9(4) USAGE COMP.
019200     05 XRC-COL-SUB           PIC S9(4) USAGE COMP.
019300     05 XRC-KEY-SUB           PIC S9(4) USAGE COMP.
019400     05 XRC-KEY-COUNT         PIC S9(4) USAGE COMP.
019500     05 XRC-KEY-LENGTH        PIC S9(4) USAGE COMP.
019600     05 XRC-KEY-POS           PIC S9(4) USAGE COMP.
019700     05 XRC-FOUND-COL         PIC S9(4) USAGE COMP.
019800     05 XRC-COL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
019900     05 XRC-SUMMED-COUNT      PIC S9(4) USAGE COMP VALUE ZERO.
020000     05 XRC-NEXT-OFFSET       PIC S9(9) USAGE COMP.
020100     05 XRC-REC-LENGTH        PIC S9(8) USAGE COMP.
020200     05 XRC-ABS-TYPE          PIC S9(4) USAGE COMP.
020300     05 XRC-VCHAR-LEN         PIC S9(4) USAGE COMP.
020400     05 XRC-DEC-SQLLEN        PIC S9(4) USAGE COMP.
020500     05 XRC-DEC-PRECISION     PIC S9(4) USAGE COMP.
020600     05 XRC-DEC-SCALE         PIC S9(4) USAGE COMP.
020700     05 XRC-EDIT-INT          PIC -(10)9.
020800     05 XRC-COL-VALUE         PIC S9(18) USAGE COMP.
020900     05 XRC-BYTE-SUB          PIC S9(4) USAGE COMP.
021000     05 XRC-HIGH-NIBBLE       PIC S9(4) USAGE COMP.
021100     05 XRC-LOW-NIBBLE        PIC S9(4) USAGE COMP.
021200*    The character lands in the low-order byte of a big-endian
021300*    halfword whose high byte stays zero, the same two-byte pair
021400*    HSHCHN reads its ordinals through.
021500     05 XRC-BYTE-PAIR.
021600         10 FILLER            PIC X(1).
021700         10 XRC-BYTE          PIC X(1).
021800     05 XRC-BYTE-NUM REDEFINES XRC-BYTE-PAIR
021900                              PIC 9(4) USAGE COMP.
022000     05 XRC-M-ROWS            PIC S9(9) USAGE COMP.
022100     05 XRC-C-ROWS            PIC S9(9) USAGE COMP.
022200     05 XRC-M-SEAL            PIC X(20).
022300     05 XRC-C-SEAL            PIC X(20).
022400     05 XRC-NEW-SEAL          PIC X(20).
022500     05 XRC-M-LAST-KEY        PIC X(40).
022600     05 XRC-C-LAST-KEY        PIC X(40).
022700     05 XRC-M-KEY             PIC X(40).
022800     05 XRC-C-KEY             PIC X(40).
022900     05 XRC-ROW-KEY           PIC X(40).
023000     05 XRC-ADD-COUNT         PIC 9(9)  VALUE ZERO.
023100     05 XRC-CHANGE-COUNT      PIC 9(9)  VALUE ZERO.
023200     05 XRC-DELETE-COUNT      PIC 9(9)  VALUE ZERO.
023300     05 XRC-MATCH-COUNT       PIC 9(9)  VALUE ZERO.
023400     05 XRC-TABLES-MATCHED    PIC S9(9) USAGE COMP VALUE ZERO.
023500     05 XRC-TABLES-DRIFTED    PIC S9(9) USAGE COMP VALUE ZERO.
023600     05 XRC-TABLES-PASSED     PIC S9(9) USAGE COMP VALUE ZERO.
023700     05 XRC-ED-COUNT          PIC Z(8)9.
023800     05 XRC-ED-MASTER         PIC Z(8)9.
023900     05 XRC-ED-COPY           PIC Z(8)9.
024000     05 XRC-ALR-ACTION        PIC X(5)  VALUE "RAISE".
024100     05 XRC-ALR-SEVERITY      PIC X(1)  VALUE "W".
024200     05 XRC-ALR-PROGRAM       PIC X(8)  VALUE "XDBRCN".
024300     05 XRC-ALR-MESSAGE       PIC X(70).
024400     05 XRC-ALR-KEY           PIC X(20).
024500     05 XRC-ALR-USER          PIC X(8)  VALUE SPACES.
024600*
024700 01  XRC-IMAGE                PIC X(4000).
024800 01  XRC-HASH-DATA            PIC X(4200).
024900*
025000 01  XRC-COL-TABLE.
025100     05 XRC-COL-ROW OCCURS 100 TIMES.
025200         10 XRC-COL-NAME      PIC X(32).
025300         10 XRC-COL-TYPE      PIC S9(4) USAGE COMP.
025400         10 XRC-COL-SQLLEN    PIC S9(4) USAGE COMP.
025500         10 XRC-COL-OFFSET    PIC S9(9) USAGE COMP.
025600         10 XRC-COL-OUTLEN    PIC S9(9) USAGE COMP.
025700         10 XRC-COL-SCALE     PIC S9(4) USAGE COMP.
025800         10 XRC-COL-SUM-SW    PIC X(1).
025900             88 XRC-COL-SUMMED          VALUE "Y" "O".
026000             88 XRC-COL-OVERFLOW        VALUE "O".
026100         10 XRC-COL-M-SUM     PIC S9(18) USAGE COMP.
026200         10 XRC-COL-C-SUM     PIC S9(18) USAGE COMP.
026300*
026400 01  XRC-KEY-TABLE.
026500     05 XRC-KEY-COL           PIC S9(4) USAGE COMP
026600                              OCCURS 4 TIMES.
026700*
026800 01  XRC-DETAIL-LINE.
026900     05 XRD-TABLE-NAME        PIC X(32).
027000     05 FILLER                PIC X(1).
027100     05 XRD-MASTER-ROWS       PIC Z(9)9.
027200     05 FILLER                PIC X(2).
027300     05 XRD-COPY-ROWS         PIC Z(9)9.
027400     05 FILLER                PIC X(2).
027500     05 XRD-COUNTS            PIC X(4).
027600     05 FILLER                PIC X(2).
027700     05 XRD-SUMS              PIC X(4).
027800     05 FILLER                PIC X(2).
027900     05 XRD-HASH              PIC X(4).
028000     05 FILLER                PIC X(2).
028100     05 XRD-ADDS              PIC Z(8)9.
028200     05 FILLER                PIC X(1).
028300     05 XRD-CHANGES           PIC Z(8)9.
028400     05 FILLER                PIC X(1).
028500     05 XRD-DELETES           PIC Z(8)9.
028600     05 FILLER                PIC X(2).
028700     05 XRD-NOTE              PIC X(25).
028800*
028900 01  XRC-SUM-LINE.
029000     05 FILLER                PIC X(4)  VALUE SPACES.
029100     05 FILLER                PIC X(7)  VALUE "SUM OF ".
029200     05 XRS-COLUMN            PIC X(32).
029300     05 FILLER                PIC X(8)  VALUE " MASTER ".
029400     05 XRS-MASTER-SUM        PIC -(17)9.
029500     05 FILLER                PIC X(6)  VALUE " COPY ".
029600     05 XRS-COPY-SUM          PIC -(17)9.
029700     05 XRS-SCALE-TEXT        PIC X(7).
029800     05 XRS-SCALE             PIC ZZ.
029900*
030000 01  XRC-DATA-BUFFER             BASED.
030100     05 XRC-RAW-BYTES         PIC X(4000).
030200*
030300 01  XRC-VCHAR-BUFFER            BASED.
030400     05 XRC-VCHAR-PREFIX      PIC S9(4) USAGE COMP-5.
030500     05 XRC-VCHAR-DATA        PIC X(4000).
030600*
030700 01  XRC-INT8-BUFFER             BASED.
030800     05 XRC-INT8-VALUE        PIC S9(18) USAGE COMP-5.
030900*
031000 01  XRC-INT4-BUFFER             BASED.
031100     05 XRC-INT4-VALUE        PIC S9(9) USAGE COMP-5.
031200*
031300 01  XRC-INT2-BUFFER             BASED.
031400     05 XRC-INT2-VALUE        PIC S9(4) USAGE COMP-5.
031500*
031600 01  XRC-IND-BUFFER              BASED.
031700     05 XRC-IND-VALUE         PIC S9(4) USAGE COMP-5.
031800*
031900 LINKAGE SECTION.
032000 01  XRC-CALLER-ACTION        PIC X(5).
032100     88 XRC-ACTION-NEXT                  VALUE "NEXT".
032200     88 XRC-ACTION-ROW                   VALUE "ROW".
032300     88 XRC-ACTION-CLOSE                 VALUE "CLOSE".
032400 01  XRC-CALLER-SIDE          PIC X(1).
032500     88 XRC-SIDE-MASTER                  VALUE "M".
032600     88 XRC-SIDE-COPY                    VALUE "C".
032700 01  XRC-CALLER-TABLE-NAME    PIC X(32).
032800 01  XRC-CALLER-ORDER-TEXT    PIC X(100).
032900 01  XRC-CALLER-EOF-SW        PIC X(1).
033000     88 XRC-CALLER-AT-EOF                VALUE "Y".
033100 01  XRC-CALLER-RESULT        PIC X(1).
033200     88 XRC-RESULT-OK                    VALUE "Y".
033300     88 XRC-RESULT-FAILED                VALUE "N".
033400 COPY "eqmsqlda.cbl" REPLACING SQLDA BY XRC-SQLDA
033500                                IISQLHDLR BY XRC-SQLHDLR.
033600*
033700 PROCEDURE DIVISION USING XRC-CALLER-ACTION
033800                          XRC-CALLER-SIDE
033900                          XRC-CALLER-TABLE-NAME
034000                          XRC-CALLER-ORDER-TEXT
034100                          XRC-SQLDA
034200                          XRC-CALLER-EOF-SW
034300                          XRC-CALLER-RESULT.
034400*
034500*+----------------------------------------------------------+
034600*|  0000-MAINLINE                                             |
034700*+----------------------------------------------------------+
034800 0000-MAINLINE.
034900     SET XRC-RESULT-OK TO TRUE.
035000     MOVE "N" TO XRC-CALLER-EOF-SW.
035100     EVALUATE TRUE
035200         WHEN XRC-ACTION-NEXT
035300             PERFORM 1000-NEXT-TABLE THRU 1000-EXIT
035400         WHEN XRC-ACTION-ROW
035500             PERFORM 2000-TAKE-ONE-ROW THRU 2000-EXIT
035600         WHEN XRC-ACTION-CLOSE
035700             PERFORM 3000-CLOSE-TABLE THRU 3000-EXIT
035800         WHEN OTHER
035900             SET XRC-RESULT-FAILED TO TRUE
036000     END-EVALUATE.
036100     GOBACK.
036200*
036300*+----------------------------------------------------------+
036400*|  1000-NEXT-TABLE - the next control-list table that can be |
036500*|  compared; a table that cannot is reported and passed     |
036600*|  over.                                                     |
036700*+----------------------------------------------------------+
036800 1000-NEXT-TABLE.
036900     IF XRC-TABLE-OPEN
037000         DISPLAY "XDBRCN: NEXT BEFORE CLOSE OF " XRC-TABLE-NAME
037100         SET XRC-RESULT-FAILED TO TRUE
037200         GO TO 1000-EXIT
037300     END-IF.
037400     IF XRC-RUN-DONE
037500         SET XRC-CALLER-AT-EOF TO TRUE
037600         GO TO 1000-EXIT
037700     END-IF.
037800     IF NOT XRC-RUN-OPEN
037900         PERFORM 1050-OPEN-RUN THRU 1050-EXIT
038000         IF XRC-RUN-DONE
038100             SET XRC-CALLER-AT-EOF TO TRUE
038200             GO TO 1000-EXIT
038300         END-IF
038400     END-IF.
038500     MOVE "N" TO XRC-FOUND-SW.
038600     PERFORM 1100-READ-ONE-CONTROL THRU 1100-EXIT
038700         UNTIL XRC-FOUND OR XRC-RUN-DONE.
038800     IF XRC-FOUND
038900         MOVE XRC-TABLE-NAME TO XRC-CALLER-TABLE-NAME
039000         MOVE XRC-ORDER-TEXT TO XRC-CALLER-ORDER-TEXT
039100     ELSE
039200         SET XRC-CALLER-AT-EOF TO TRUE
039300     END-IF.
039400 1000-EXIT.
039500     EXIT.
039600*
039700*+----------------------------------------------------------+
039800*|  1050-OPEN-RUN - the control list, the report and the fix  |
039900*|  queue, once per run.                                      |
040000*+----------------------------------------------------------+
040100 1050-OPEN-RUN.
040200     OPEN INPUT CONTROL-FILE.
040300     IF XRC-CTL-STATUS NOT = "00"
040400         DISPLAY "XDBRCN: NO RECONCILIATION LIST ON XDBCTL"
040500         SET XRC-RUN-DONE TO TRUE
040600         GO TO 1050-EXIT
040700     END-IF.
040800     OPEN OUTPUT RECON-REPORT.
040900     IF XRC-RPT-STATUS NOT = "00"
041000         DISPLAY "XDBRCN: CANNOT WRITE XDBRPT"
041100         CLOSE CONTROL-FILE
041200         SET XRC-RUN-DONE TO TRUE
041300         GO TO 1050-EXIT
041400     END-IF.
042200     MOVE FUNCTION CURRENT-DATE(1:8) TO XRC-TODAY.
042300     MOVE SPACES TO RECON-LINE.
042400     STRING "CROSS-DATABASE RECONCILIATION - "
042500                                       DELIMITED BY SIZE
042600            "MASTER AGAINST COPY - "   DELIMITED BY SIZE
042700            XRC-TODAY                  DELIMITED BY SIZE
042800         INTO RECON-LINE.
042900     WRITE RECON-LINE.
043000     MOVE SPACES TO RECON-LINE.
043100     WRITE RECON-LINE.
043200     MOVE "TABLE"       TO RECON-LINE(1:5).
043300     MOVE "MASTER ROWS" TO RECON-LINE(33:11).
043400     MOVE "COPY ROWS"   TO RECON-LINE(47:9).
043500     MOVE "ROWS"        TO RECON-LINE(58:4).
043600     MOVE "SUMS"        TO RECON-LINE(64:4).
043700     MOVE "HASH"        TO RECON-LINE(70:4).
043800     MOVE "ADDS"        TO RECON-LINE(81:4).
043900     MOVE "CHANGES"     TO RECON-LINE(88:7).
044000     MOVE "DELETES"     TO RECON-LINE(98:7).
044100     MOVE "NOTE"        TO RECON-LINE(107:4).
044200     WRITE RECON-LINE.
044300     SET XRC-RUN-OPEN TO TRUE.
044400 1050-EXIT.
044500     EXIT.
044600*
044700 1100-READ-ONE-CONTROL.
044800     READ CONTROL-FILE
044900         AT END
045000             PERFORM 1900-END-RUN THRU 1900-EXIT
045100             GO TO 1100-EXIT
045200     END-READ.
045300     MOVE XDC-TABLE-NAME TO XRC-TABLE-NAME.
045400     IF XDC-TABLE-NAME = SPACES
045500        OR XDC-KEY-COLUMN(1) = SPACES
045600         MOVE "INCOMPLETE CONTROL ENTRY" TO XRC-REASON
045700         PERFORM 1800-PASS-OVER THRU 1800-EXIT
045800         GO TO 1100-EXIT
045900     END-IF.
046000     PERFORM 1200-START-TABLE THRU 1200-EXIT.
046100 1100-EXIT.
046200     EXIT.
046300*
046400*+----------------------------------------------------------+
046500*|  1200-START-TABLE - lay the row out from the SQLDA cache,  |
046600*|  find the key columns, and open the two side work files.   |
046700*+----------------------------------------------------------+
046800 1200-START-TABLE.
046900     MOVE XDC-DELTA-DEST TO XRC-DELTA-DEST.
047000     MOVE XDC-APPLY-SW   TO XRC-APPLY-SW.
047100     OPEN INPUT SDACACHE-FILE.
047200     IF XRC-CACHE-STATUS NOT = "00"
047300         MOVE "NO SQLDA CACHE FILE" TO XRC-REASON
047400         PERFORM 1800-PASS-OVER THRU 1800-EXIT
047500         GO TO 1200-EXIT
047600     END-IF.
047700     SET XRC-CACHE-HIT TO TRUE.
047800     MOVE XDC-TABLE-NAME TO SDC-TABLE-NAME.
047900     READ SDACACHE-FILE
048000         KEY IS SDC-TABLE-NAME
048100         INVALID KEY
048200             MOVE "N" TO XRC-CACHE-SW
048300     END-READ.
048400     IF NOT XRC-CACHE-HIT
048500         CLOSE SDACACHE-FILE
048600         MOVE "NOT IN SQLDA CACHE" TO XRC-REASON
048700         PERFORM 1800-PASS-OVER THRU 1800-EXIT
048800         GO TO 1200-EXIT
048900     END-IF.
049000     MOVE SDC-COLUMN-COUNT TO XRC-COL-COUNT.
049100     MOVE ZERO TO XRC-SUMMED-COUNT.
049200     MOVE 1 TO XRC-NEXT-OFFSET.
049300     PERFORM 1210-LAY-OUT-ONE-COLUMN THRU 1210-EXIT
049400         VARYING XRC-SUB FROM 1 BY 1
049500         UNTIL XRC-SUB > XRC-COL-COUNT.
049600     CLOSE SDACACHE-FILE.
049700     COMPUTE XRC-REC-LENGTH = XRC-NEXT-OFFSET - 1.
049800     IF XRC-REC-LENGTH > 4000
049900         MOVE "ROW WIDER THAN 4000 BYTES" TO XRC-REASON
050000         PERFORM 1800-PASS-OVER THRU 1800-EXIT
050100         GO TO 1200-EXIT
050200     END-IF.
050300     MOVE ZERO   TO XRC-KEY-COUNT XRC-KEY-LENGTH.
050400     MOVE SPACES TO XRC-ORDER-TEXT.
050500     MOVE 1      TO XRC-ORDER-POS.
050600     MOVE "N"    TO XRC-KEY-SW.
050700     PERFORM 1220-RESOLVE-ONE-KEY THRU 1220-EXIT
050800         VARYING XRC-KEY-SUB FROM 1 BY 1
050900         UNTIL XRC-KEY-SUB > 4 OR XRC-KEY-BAD.
051000     IF XRC-KEY-BAD
051100         MOVE "KEY COLUMN NOT ON TABLE" TO XRC-REASON
051200         PERFORM 1800-PASS-OVER THRU 1800-EXIT
051300         GO TO 1200-EXIT
051400     END-IF.
051500     IF XRC-KEY-LENGTH > 40
051600         MOVE "KEY WIDER THAN 40 BYTES" TO XRC-REASON
051700         PERFORM 1800-PASS-OVER THRU 1800-EXIT
051800         GO TO 1200-EXIT
051900     END-IF.
052000     OPEN OUTPUT MASTER-WORK.
052100     OPEN OUTPUT COPY-WORK.
052200     IF XRC-MWRK-STATUS NOT = "00"
052300        OR XRC-CWRK-STATUS NOT = "00"
052400         CLOSE MASTER-WORK COPY-WORK
052500         MOVE "CANNOT WRITE WORK FILES" TO XRC-REASON
052600         PERFORM 1800-PASS-OVER THRU 1800-EXIT
052700         GO TO 1200-EXIT
052800     END-IF.
052900     MOVE ZERO       TO XRC-M-ROWS XRC-C-ROWS.
053000     MOVE ZEROS      TO XRC-M-SEAL XRC-C-SEAL.
053100     MOVE LOW-VALUES TO XRC-M-LAST-KEY XRC-C-LAST-KEY.
053200     MOVE "N" TO XRC-SHAPE-SW XRC-M-ORDER-SW XRC-C-ORDER-SW.
053300     SET XRC-TABLE-OPEN TO TRUE.
053400     SET XRC-FOUND TO TRUE.
053500 1200-EXIT.
053600     EXIT.
053700*
053800*+----------------------------------------------------------+
053900*|  1210-LAY-OUT-ONE-COLUMN - the column's offset and length  |
054000*|  in the row image, the same derivation TBLUNL uses, and    |
054100*|  whether it is summed.                                     |
054200*+----------------------------------------------------------+
054300 1210-LAY-OUT-ONE-COLUMN.
054400     MOVE SDC-SQLTYPE(XRC-SUB) TO XRC-ABS-TYPE.
054500     IF XRC-ABS-TYPE < ZERO
054600         COMPUTE XRC-ABS-TYPE = XRC-ABS-TYPE * -1
054700     END-IF.
054800     MOVE SDC-SQLNAMEC(XRC-SUB)(1:32) TO XRC-COL-NAME(XRC-SUB).
054900     MOVE XRC-ABS-TYPE          TO XRC-COL-TYPE(XRC-SUB).
055000     MOVE SDC-SQLLEN(XRC-SUB)   TO XRC-COL-SQLLEN(XRC-SUB).
055100     MOVE XRC-NEXT-OFFSET       TO XRC-COL-OFFSET(XRC-SUB).
055200     MOVE ZERO                  TO XRC-COL-SCALE(XRC-SUB)
055300                                   XRC-COL-M-SUM(XRC-SUB)
055400                                   XRC-COL-C-SUM(XRC-SUB).
055500     MOVE "N"                   TO XRC-COL-SUM-SW(XRC-SUB).
055600     EVALUATE XRC-ABS-TYPE
055700         WHEN 30
055800             MOVE 11 TO XRC-COL-OUTLEN(XRC-SUB)
055900             IF SDC-SQLLEN(XRC-SUB) = 2 OR 4 OR 8
056000                 MOVE "Y" TO XRC-COL-SUM-SW(XRC-SUB)
056100             END-IF
056200         WHEN 10
056300             MOVE SDC-SQLLEN(XRC-SUB) TO XRC-DEC-SQLLEN
056400             CALL "DECPS" USING XRC-DEC-SQLLEN
056500                                XRC-DEC-PRECISION
056600                                XRC-DEC-SCALE
056700             DIVIDE XRC-DEC-PRECISION BY 2
056800                 GIVING XRC-COL-OUTLEN(XRC-SUB)
056900             ADD 1 TO XRC-COL-OUTLEN(XRC-SUB)
057000             MOVE XRC-DEC-SCALE TO XRC-COL-SCALE(XRC-SUB)
057100             MOVE "Y" TO XRC-COL-SUM-SW(XRC-SUB)
057200         WHEN OTHER
057300             MOVE SDC-SQLLEN(XRC-SUB) TO XRC-COL-OUTLEN(XRC-SUB)
057400     END-EVALUATE.
057500     IF XRC-COL-OUTLEN(XRC-SUB) < 1
057600         MOVE 1 TO XRC-COL-OUTLEN(XRC-SUB)
057700     END-IF.
057800     IF XRC-COL-SUMMED(XRC-SUB)
057900         ADD 1 TO XRC-SUMMED-COUNT
058000     END-IF.
058100     ADD XRC-COL-OUTLEN(XRC-SUB) TO XRC-NEXT-OFFSET.
058200 1210-EXIT.
058300     EXIT.
058400*
058500*+----------------------------------------------------------+
058600*|  1220-RESOLVE-ONE-KEY - find a key column on the layout    |
058700*|  and add it to the key and to the ORDER BY list.           |
058800*+----------------------------------------------------------+
058900 1220-RESOLVE-ONE-KEY.
059000     IF XDC-KEY-COLUMN(XRC-KEY-SUB) = SPACES
059100         GO TO 1220-EXIT
059200     END-IF.
059300     MOVE ZERO TO XRC-FOUND-COL.
059400     PERFORM 1230-MATCH-ONE-COLUMN THRU 1230-EXIT
059500         VARYING XRC-SUB FROM 1 BY 1
059600         UNTIL XRC-SUB > XRC-COL-COUNT
059700            OR XRC-FOUND-COL > ZERO.
059800     IF XRC-FOUND-COL = ZERO
059900         DISPLAY "XDBRCN: " XDC-TABLE-NAME " HAS NO COLUMN "
060000                 XDC-KEY-COLUMN(XRC-KEY-SUB)
060100         SET XRC-KEY-BAD TO TRUE
060200         GO TO 1220-EXIT
060300     END-IF.
060400     ADD 1 TO XRC-KEY-COUNT.
060500     MOVE XRC-FOUND-COL TO XRC-KEY-COL(XRC-KEY-COUNT).
060600     ADD XRC-COL-OUTLEN(XRC-FOUND-COL) TO XRC-KEY-LENGTH.
060700     IF XRC-KEY-COUNT > 1
060800         STRING ", "                   DELIMITED BY SIZE
060900             INTO XRC-ORDER-TEXT
061000             WITH POINTER XRC-ORDER-POS
061100     END-IF.
061200     STRING XDC-KEY-COLUMN(XRC-KEY-SUB) DELIMITED BY SPACE
061300         INTO XRC-ORDER-TEXT
061400         WITH POINTER XRC-ORDER-POS.
061500 1220-EXIT.
061600     EXIT.
061700*
061800 1230-MATCH-ONE-COLUMN.
061900     IF XRC-COL-NAME(XRC-SUB) = XDC-KEY-COLUMN(XRC-KEY-SUB)
062000         MOVE XRC-SUB TO XRC-FOUND-COL
062100     END-IF.
062200 1230-EXIT.
062300     EXIT.
062400*
062500*+----------------------------------------------------------+
062600*|  1800-PASS-OVER - a table that cannot be compared, on the  |
062700*|  report and to the morning digest.                         |
062800*+----------------------------------------------------------+
062900 1800-PASS-OVER.
063000     ADD 1 TO XRC-TABLES-PASSED.
063100     MOVE SPACES         TO XRC-DETAIL-LINE.
063200     MOVE XRC-TABLE-NAME TO XRD-TABLE-NAME.
063300     MOVE XRC-REASON     TO XRD-NOTE.
063400     MOVE XRC-DETAIL-LINE TO RECON-LINE.
063500     WRITE RECON-LINE.
063600     MOVE "W" TO XRC-ALR-SEVERITY.
063700     MOVE SPACES TO XRC-ALR-MESSAGE.
063800     STRING XRC-TABLE-NAME             DELIMITED BY SPACE
063900            " NOT RECONCILED - "       DELIMITED BY SIZE
064000            XRC-REASON                 DELIMITED BY SIZE
064100         INTO XRC-ALR-MESSAGE.
064200     PERFORM 3900-RAISE-ALERT THRU 3900-EXIT.
064300 1800-EXIT.
064400     EXIT.
064500*
064600*+----------------------------------------------------------+
064700*|  1900-END-RUN - control totals, and close the run's files. |
064800*+----------------------------------------------------------+
064900 1900-END-RUN.
065000     CLOSE CONTROL-FILE.
065100     MOVE SPACES TO RECON-LINE.
065200     WRITE RECON-LINE.
065300     MOVE XRC-TABLES-MATCHED TO XRC-ED-COUNT.
065400     MOVE XRC-TABLES-DRIFTED TO XRC-ED-MASTER.
065500     MOVE XRC-TABLES-PASSED  TO XRC-ED-COPY.
065600     STRING "TABLES MATCHED "          DELIMITED BY SIZE
065700            XRC-ED-COUNT               DELIMITED BY SIZE
065800            "  DRIFTED "               DELIMITED BY SIZE
065900            XRC-ED-MASTER              DELIMITED BY SIZE
066000            "  NOT RECONCILED "        DELIMITED BY SIZE
066100            XRC-ED-COPY                DELIMITED BY SIZE
066200         INTO RECON-LINE.
066300     WRITE RECON-LINE.
066400     CLOSE RECON-REPORT.
066500     DISPLAY "XDBRCN: TABLES MATCHED  " XRC-ED-COUNT.
066600     DISPLAY "XDBRCN: TABLES DRIFTED  " XRC-ED-MASTER.
066700     DISPLAY "XDBRCN: NOT RECONCILED  " XRC-ED-COPY.
066800     SET XRC-RUN-DONE TO TRUE.
066900 1900-EXIT.
067000     EXIT.
067100*
067200*+----------------------------------------------------------+
067300*|  2000-TAKE-ONE-ROW - format the row the caller just        |
067400*|  fetched on one side into its image and key, sum it, seal  |
067500*|  it, and keep it for the drill-down.                       |
067600*+----------------------------------------------------------+
067700 2000-TAKE-ONE-ROW.
067800     IF NOT XRC-TABLE-OPEN
067900        OR (NOT XRC-SIDE-MASTER AND NOT XRC-SIDE-COPY)
068000         SET XRC-RESULT-FAILED TO TRUE
068100         GO TO 2000-EXIT
068200     END-IF.
068300     IF SQLD NOT = XRC-COL-COUNT
068400         IF NOT XRC-SHAPE-BAD
068500             DISPLAY "XDBRCN: " XRC-TABLE-NAME
068600                     " DESCRIBES DIFFERENTLY FROM ITS SQLDA CACHE"
068700         END-IF
068800         SET XRC-SHAPE-BAD TO TRUE
068900         SET XRC-RESULT-FAILED TO TRUE
069000         GO TO 2000-EXIT
069100     END-IF.
069200     MOVE SPACES TO XRC-IMAGE.
069300     PERFORM 2100-FORMAT-ONE-COLUMN THRU 2100-EXIT
069400         VARYING XRC-SUB FROM 1 BY 1
069500         UNTIL XRC-SUB > XRC-COL-COUNT.
069600     MOVE SPACES TO XRC-ROW-KEY.
069700     MOVE 1 TO XRC-KEY-POS.
069800     PERFORM 2200-ADD-KEY-PART THRU 2200-EXIT
069900         VARYING XRC-KEY-SUB FROM 1 BY 1
070000         UNTIL XRC-KEY-SUB > XRC-KEY-COUNT.
070100     MOVE SPACES    TO XRC-HASH-DATA.
070200     MOVE XRC-IMAGE TO XRC-HASH-DATA(1:4000).
070300     IF XRC-SIDE-MASTER
070400         PERFORM 2300-KEEP-MASTER-ROW THRU 2300-EXIT
070500     ELSE
070600         PERFORM 2400-KEEP-COPY-ROW THRU 2400-EXIT
070700     END-IF.
070800 2000-EXIT.
070900     EXIT.
071000*
071100 2100-FORMAT-ONE-COLUMN.
071200     IF SQLDATA(XRC-SUB) = NULL
071300         GO TO 2100-EXIT
071400     END-IF.
071500     IF SQLIND(XRC-SUB) NOT = NULL
071600         SET ADDRESS OF XRC-IND-BUFFER TO SQLIND(XRC-SUB)
071700         IF XRC-IND-VALUE < ZERO
071800             GO TO 2100-EXIT
071900         END-IF
072000     END-IF.
072100     EVALUATE XRC-COL-TYPE(XRC-SUB)
072200         WHEN 21
072300             PERFORM 2110-FORMAT-VARCHAR THRU 2110-EXIT
072400         WHEN 30
072500             PERFORM 2120-FORMAT-INTEGER THRU 2120-EXIT
072600         WHEN OTHER
072700             PERFORM 2130-FORMAT-RAW THRU 2130-EXIT
072800     END-EVALUATE.
072900 2100-EXIT.
073000     EXIT.
073100*
073200 2110-FORMAT-VARCHAR.
073300     SET ADDRESS OF XRC-VCHAR-BUFFER TO SQLDATA(XRC-SUB).
073400     MOVE XRC-VCHAR-PREFIX TO XRC-VCHAR-LEN.
073500     IF XRC-VCHAR-LEN > XRC-COL-OUTLEN(XRC-SUB)
073600         MOVE XRC-COL-OUTLEN(XRC-SUB) TO XRC-VCHAR-LEN
073700     END-IF.
073800     IF XRC-VCHAR-LEN > 0
073900         MOVE XRC-VCHAR-DATA(1:XRC-VCHAR-LEN)
074000             TO XRC-IMAGE(XRC-COL-OFFSET(XRC-SUB):XRC-VCHAR-LEN)
074100     END-IF.
074200 2110-EXIT.
074300     EXIT.
074400*
074500 2120-FORMAT-INTEGER.
074600     EVALUATE XRC-COL-SQLLEN(XRC-SUB)
074700         WHEN 2
074800             SET ADDRESS OF XRC-INT2-BUFFER TO SQLDATA(XRC-SUB)
074900             MOVE XRC-INT2-VALUE TO XRC-EDIT-INT
075000             MOVE XRC-INT2-VALUE TO XRC-COL-VALUE
075100         WHEN 4
075200             SET ADDRESS OF XRC-INT4-BUFFER TO SQLDATA(XRC-SUB)
075300             MOVE XRC-INT4-VALUE TO XRC-EDIT-INT
075400             MOVE XRC-INT4-VALUE TO XRC-COL-VALUE
075500         WHEN OTHER
075600*    Any other width is carried raw, as TBLUNL carries it; an
075700*    eight-byte integer is still summed from its binary value.
075800             SET ADDRESS OF XRC-DATA-BUFFER TO SQLDATA(XRC-SUB)
075900             IF XRC-COL-SQLLEN(XRC-SUB) > 0
076000                 MOVE XRC-RAW-BYTES(1:XRC-COL-SQLLEN(XRC-SUB))
076100                     TO XRC-IMAGE(XRC-COL-OFFSET(XRC-SUB):
076200                                  XRC-COL-SQLLEN(XRC-SUB))
076300             END-IF
076400             IF XRC-COL-SQLLEN(XRC-SUB) = 8
076500                 SET ADDRESS OF XRC-INT8-BUFFER
076600                     TO SQLDATA(XRC-SUB)
076700                 MOVE XRC-INT8-VALUE TO XRC-COL-VALUE
076800                 MOVE "N" TO XRC-VALUE-SW
076900                 PERFORM 2150-ADD-TO-SUM THRU 2150-EXIT
077000             END-IF
077100             GO TO 2120-EXIT
077200     END-EVALUATE.
077300     MOVE XRC-EDIT-INT
077400         TO XRC-IMAGE(XRC-COL-OFFSET(XRC-SUB):11).
077500     MOVE "N" TO XRC-VALUE-SW.
077600     PERFORM 2150-ADD-TO-SUM THRU 2150-EXIT.
077700 2120-EXIT.
077800     EXIT.
077900*
078000 2130-FORMAT-RAW.
078100     SET ADDRESS OF XRC-DATA-BUFFER TO SQLDATA(XRC-SUB).
078200     MOVE XRC-RAW-BYTES(1:XRC-COL-OUTLEN(XRC-SUB))
078300         TO XRC-IMAGE
078400            (XRC-COL-OFFSET(XRC-SUB):XRC-COL-OUTLEN(XRC-SUB)).
078500     IF XRC-COL-TYPE(XRC-SUB) = 10
078600         PERFORM 2140-DECODE-DECIMAL THRU 2140-EXIT
078700         PERFORM 2150-ADD-TO-SUM THRU 2150-EXIT
078800     END-IF.
078900 2130-EXIT.
079000     EXIT.
079100*
079200*+----------------------------------------------------------+
079300*|  2140-DECODE-DECIMAL - the packed bytes as an unscaled     |
079400*|  value: two digits a byte, the last byte's low half the    |
079500*|  sign.                                                     |
079600*+----------------------------------------------------------+
079700 2140-DECODE-DECIMAL.
079800     MOVE ZERO       TO XRC-COL-VALUE.
079900     MOVE "N"        TO XRC-VALUE-SW XRC-NEGATIVE-SW.
080000     MOVE LOW-VALUES TO XRC-BYTE-PAIR.
080100     PERFORM 2145-DECODE-ONE-BYTE THRU 2145-EXIT
080200         VARYING XRC-BYTE-SUB FROM 1 BY 1
080300         UNTIL XRC-BYTE-SUB > XRC-COL-OUTLEN(XRC-SUB)
080400            OR XRC-VALUE-TOO-BIG.
080500     IF XRC-NEGATIVE
080600         COMPUTE XRC-COL-VALUE = XRC-COL-VALUE * -1
080700     END-IF.
080800 2140-EXIT.
080900     EXIT.
081000*
081100 2145-DECODE-ONE-BYTE.
081200     MOVE XRC-RAW-BYTES(XRC-BYTE-SUB:1) TO XRC-BYTE.
081300     DIVIDE XRC-BYTE-NUM BY 16
081400         GIVING XRC-HIGH-NIBBLE
081500         REMAINDER XRC-LOW-NIBBLE.
081600     IF XRC-BYTE-SUB < XRC-COL-OUTLEN(XRC-SUB)
081700         COMPUTE XRC-COL-VALUE = XRC-COL-VALUE * 100
081800                               + XRC-HIGH-NIBBLE * 10
081900                               + XRC-LOW-NIBBLE
082000             ON SIZE ERROR
082100                 SET XRC-VALUE-TOO-BIG TO TRUE
082200         END-COMPUTE
082300     ELSE
082400         COMPUTE XRC-COL-VALUE = XRC-COL-VALUE * 10
082500                               + XRC-HIGH-NIBBLE
082600             ON SIZE ERROR
082700                 SET XRC-VALUE-TOO-BIG TO TRUE
082800         END-COMPUTE
082900         IF XRC-LOW-NIBBLE = 11 OR 13
083000             SET XRC-NEGATIVE TO TRUE
083100         END-IF
083200     END-IF.
083300 2145-EXIT.
083400     EXIT.
083500*
083600 2150-ADD-TO-SUM.
083700     IF NOT XRC-COL-SUMMED(XRC-SUB)
083800        OR XRC-COL-OVERFLOW(XRC-SUB)
083900         GO TO 2150-EXIT
084000     END-IF.
084100     IF XRC-VALUE-TOO-BIG
084200         SET XRC-COL-OVERFLOW(XRC-SUB) TO TRUE
084300         GO TO 2150-EXIT
084400     END-IF.
084500     IF XRC-SIDE-MASTER
084600         ADD XRC-COL-VALUE TO XRC-COL-M-SUM(XRC-SUB)
084700             ON SIZE ERROR
084800                 SET XRC-COL-OVERFLOW(XRC-SUB) TO TRUE
084900         END-ADD
085000     ELSE
085100         ADD XRC-COL-VALUE TO XRC-COL-C-SUM(XRC-SUB)
085200             ON SIZE ERROR
085300                 SET XRC-COL-OVERFLOW(XRC-SUB) TO TRUE
085400         END-ADD
085500     END-IF.
085600 2150-EXIT.
085700     EXIT.
085800*
085900 2200-ADD-KEY-PART.
086000     MOVE XRC-KEY-COL(XRC-KEY-SUB) TO XRC-COL-SUB.
086100     MOVE XRC-IMAGE(XRC-COL-OFFSET(XRC-COL-SUB):
086200                    XRC-COL-OUTLEN(XRC-COL-SUB))
086300         TO XRC-ROW-KEY(XRC-KEY-POS:XRC-COL-OUTLEN(XRC-COL-SUB)).
086400     ADD XRC-COL-OUTLEN(XRC-COL-SUB) TO XRC-KEY-POS.
086500 2200-EXIT.
086600     EXIT.
086700*
086800 2300-KEEP-MASTER-ROW.
086900     IF XRC-M-ROWS > ZERO
087000        AND XRC-ROW-KEY NOT > XRC-M-LAST-KEY
087100         SET XRC-M-ORDER-BROKEN TO TRUE
087200     END-IF.
087300     MOVE XRC-ROW-KEY TO XRC-M-LAST-KEY.
087400     CALL "HSHCHN" USING XRC-M-SEAL
087500                         XRC-REC-LENGTH
087600                         XRC-HASH-DATA
087700                         XRC-NEW-SEAL.
087800     MOVE XRC-NEW-SEAL TO XRC-M-SEAL.
087900     MOVE XRC-ROW-KEY  TO XMW-KEY.
088000     MOVE XRC-IMAGE    TO XMW-IMAGE.
088100     WRITE MASTER-WORK-REC.
088200     ADD 1 TO XRC-M-ROWS.
088300 2300-EXIT.
088400     EXIT.
088500*
088600 2400-KEEP-COPY-ROW.
088700     IF XRC-C-ROWS > ZERO
088800        AND XRC-ROW-KEY NOT > XRC-C-LAST-KEY
088900         SET XRC-C-ORDER-BROKEN TO TRUE
089000     END-IF.
089100     MOVE XRC-ROW-KEY TO XRC-C-LAST-KEY.
089200     CALL "HSHCHN" USING XRC-C-SEAL
089300                         XRC-REC-LENGTH
089400                         XRC-HASH-DATA
089500                         XRC-NEW-SEAL.
089600     MOVE XRC-NEW-SEAL TO XRC-C-SEAL.
089700     MOVE XRC-ROW-KEY  TO XCW-KEY.
089800     MOVE XRC-IMAGE    TO XCW-IMAGE.
089900     WRITE COPY-WORK-REC.
090000     ADD 1 TO XRC-C-ROWS.
090100 2400-EXIT.
090200     EXIT.
090300*
090400*+----------------------------------------------------------+
090500*|  3000-CLOSE-TABLE - compare the two sides, drill a drifted |
090600*|  table down to its delta, report and alert.                |
090700*+----------------------------------------------------------+
090800 3000-CLOSE-TABLE.
090900     IF NOT XRC-TABLE-OPEN
091000         SET XRC-RESULT-FAILED TO TRUE
091100         GO TO 3000-EXIT
091200     END-IF.
091300     CLOSE MASTER-WORK COPY-WORK.
091400     MOVE "N" TO XRC-TABLE-SW.
091500     MOVE ZERO TO XRC-ADD-COUNT XRC-CHANGE-COUNT
091600                  XRC-DELETE-COUNT XRC-MATCH-COUNT.
091700     MOVE "N" TO XRC-COUNTS-SW XRC-HASH-SW XRC-DRIFT-SW
091750                 XRC-DELTA-SW.
091800     MOVE "Y" TO XRC-SUMS-SW.
091900     IF XRC-M-ROWS = XRC-C-ROWS
092000         SET XRC-COUNTS-MATCH TO TRUE
092100     END-IF.
092200     PERFORM 3100-CHECK-ONE-SUM THRU 3100-EXIT
092300         VARYING XRC-SUB FROM 1 BY 1
092400         UNTIL XRC-SUB > XRC-COL-COUNT.
092500     IF XRC-M-SEAL = XRC-C-SEAL
092600         SET XRC-HASH-MATCH TO TRUE
092700     END-IF.
092800     EVALUATE TRUE
092900         WHEN XRC-SHAPE-BAD
093000             SET XRC-DRIFTED TO TRUE
093100             MOVE "SHAPE DIFFERS - NO DELTA" TO XRC-REASON
093200         WHEN XRC-COUNTS-MATCH AND XRC-SUMS-MATCH
093300          AND XRC-HASH-MATCH
093400             MOVE "MATCH" TO XRC-REASON
093500         WHEN XRC-M-ORDER-BROKEN OR XRC-C-ORDER-BROKEN
093600             SET XRC-DRIFTED TO TRUE
093700             MOVE "KEY ORDER BROKEN-NO DELTA" TO XRC-REASON
093800         WHEN XRC-DELTA-DEST = SPACES
093900             SET XRC-DRIFTED TO TRUE
094000             MOVE "NO DELTA DESTINATION" TO XRC-REASON
094100         WHEN OTHER
094200             SET XRC-DRIFTED TO TRUE
094300             PERFORM 3200-WRITE-DELTA THRU 3200-EXIT
094400     END-EVALUATE.
094500     PERFORM 3500-REPORT-TABLE THRU 3500-EXIT.
094600     MOVE XRC-M-ROWS TO XRC-ED-MASTER.
094700     MOVE XRC-C-ROWS TO XRC-ED-COPY.
094800     MOVE SPACES TO XRC-ALR-MESSAGE.
094900     IF XRC-DRIFTED
095000         ADD 1 TO XRC-TABLES-DRIFTED
095100         MOVE "C" TO XRC-ALR-SEVERITY
095200         STRING XRC-TABLE-NAME         DELIMITED BY SPACE
095300                " DRIFTED - "          DELIMITED BY SIZE
095400                XRC-REASON             DELIMITED BY SIZE
095500            INTO XRC-ALR-MESSAGE
095600         SET XRC-RESULT-FAILED TO TRUE
095700     ELSE
095800         ADD 1 TO XRC-TABLES-MATCHED
095900         MOVE "W" TO XRC-ALR-SEVERITY
096000         STRING XRC-TABLE-NAME         DELIMITED BY SPACE
096100                " MATCHES ON "         DELIMITED BY SIZE
096200                XRC-ED-MASTER          DELIMITED BY SIZE
096300                " ROWS"                DELIMITED BY SIZE
096400            INTO XRC-ALR-MESSAGE
096500     END-IF.
096600     PERFORM 3900-RAISE-ALERT THRU 3900-EXIT.
096700 3000-EXIT.
096800     EXIT.
096900*
097000 3100-CHECK-ONE-SUM.
097100     IF XRC-COL-SUMMED(XRC-SUB)
097200        AND NOT XRC-COL-OVERFLOW(XRC-SUB)
097300        AND XRC-COL-M-SUM(XRC-SUB) NOT = XRC-COL-C-SUM(XRC-SUB)
097400         MOVE "N" TO XRC-SUMS-SW
097500     END-IF.
097600 3100-EXIT.
097700     EXIT.
097800*
097900*+----------------------------------------------------------+
098000*|  3200-WRITE-DELTA - match the two key-ordered sides into   |
098100*|  the transactions that make the copy match the master,    |
098200*|  with the control summary DLTAPL balances against.         |
098300*+----------------------------------------------------------+
098400 3200-WRITE-DELTA.
098500     MOVE SPACES TO XRC-DELTA-NAME XRC-SUMMARY-NAME.
098600     STRING XRC-DELTA-DEST DELIMITED BY SPACE
098650            "."            DELIMITED BY SIZE
098670            XRC-TABLE-NAME DELIMITED BY SPACE
098700            ".DLT"         DELIMITED BY SIZE
098800         INTO XRC-DELTA-NAME.
098900     STRING XRC-DELTA-DEST DELIMITED BY SPACE
098950            "."            DELIMITED BY SIZE
098970            XRC-TABLE-NAME DELIMITED BY SPACE
099000            ".SUM"         DELIMITED BY SIZE
099100         INTO XRC-SUMMARY-NAME.
099200     OPEN INPUT MASTER-WORK.
099300     OPEN INPUT COPY-WORK.
099400     OPEN OUTPUT DELTA-FILE.
099500     IF XRC-MWRK-STATUS NOT = "00"
099600        OR XRC-CWRK-STATUS NOT = "00"
099700        OR XRC-DLT-STATUS NOT = "00"
099800         CLOSE MASTER-WORK COPY-WORK DELTA-FILE
099900         DISPLAY "XDBRCN: CANNOT WRITE " XRC-DELTA-NAME
100000         MOVE "CANNOT WRITE DELTA" TO XRC-REASON
100100         GO TO 3200-EXIT
100200     END-IF.
100300     MOVE "N" TO XRC-M-EOF-SW XRC-C-EOF-SW.
100400     PERFORM 3210-READ-MASTER THRU 3210-EXIT.
100500     PERFORM 3220-READ-COPY THRU 3220-EXIT.
100600     PERFORM 3230-MATCH-ONE-KEY THRU 3230-EXIT
100700         UNTIL XRC-M-AT-EOF AND XRC-C-AT-EOF.
100800     CLOSE MASTER-WORK COPY-WORK DELTA-FILE.
100900     OPEN OUTPUT SUMMARY-FILE.
101000     IF XRC-SUM-STATUS NOT = "00"
101100         DISPLAY "XDBRCN: CANNOT WRITE " XRC-SUMMARY-NAME
101200         MOVE "CANNOT WRITE DELTA" TO XRC-REASON
101300         GO TO 3200-EXIT
101400     END-IF.
101500     MOVE SPACES TO SUMMARY-LINE.
101600     STRING "CROSS-DATABASE RECONCILIATION DELTA - "
101700                                       DELIMITED BY SIZE
101800            XRC-TABLE-NAME             DELIMITED BY SPACE
101900         INTO SUMMARY-LINE.
102000     WRITE SUMMARY-LINE.
102100     MOVE SPACES TO SUMMARY-LINE.
102200     STRING "ADDS="      DELIMITED BY SIZE
102300            XRC-ADD-COUNT    DELIMITED BY SIZE
102400            " CHANGES=" DELIMITED BY SIZE
102500            XRC-CHANGE-COUNT DELIMITED BY SIZE
102600            " DELETES=" DELIMITED BY SIZE
102700            XRC-DELETE-COUNT DELIMITED BY SIZE
102800            " UNCHANGED=" DELIMITED BY SIZE
102900            XRC-MATCH-COUNT  DELIMITED BY SIZE
103000         INTO SUMMARY-LINE.
103100     WRITE SUMMARY-LINE.
103200     CLOSE SUMMARY-FILE.
103300     SET XRC-DELTA-WRITTEN TO TRUE.
103400     IF XRC-APPLY-FIX
103500         MOVE "DELTA READY TO APPLY" TO XRC-REASON
103600     ELSE
103700         MOVE "DELTA WRITTEN FOR REVIEW" TO XRC-REASON
103800     END-IF.
104700 3200-EXIT.
104800     EXIT.
104900*
105000 3210-READ-MASTER.
105100     READ MASTER-WORK
105200         AT END
105300             SET XRC-M-AT-EOF TO TRUE
105400             MOVE HIGH-VALUES TO XRC-M-KEY
105500             GO TO 3210-EXIT
105600     END-READ.
105700     MOVE XMW-KEY TO XRC-M-KEY.
105800 3210-EXIT.
105900     EXIT.
106000*
106100 3220-READ-COPY.
106200     READ COPY-WORK
106300         AT END
106400             SET XRC-C-AT-EOF TO TRUE
106500             MOVE HIGH-VALUES TO XRC-C-KEY
106600             GO TO 3220-EXIT
106700     END-READ.
106800     MOVE XCW-KEY TO XRC-C-KEY.
106900 3220-EXIT.
107000     EXIT.
107100*
107200 3230-MATCH-ONE-KEY.
107300     EVALUATE TRUE
107400         WHEN XRC-M-KEY < XRC-C-KEY
107500             MOVE SPACES     TO DELTA-REC
107600             SET DTX-TYPE-ADD TO TRUE
107700             MOVE XRC-M-KEY  TO DTX-KEY
107800             MOVE XMW-IMAGE  TO DTX-NEW-IMAGE
107900             WRITE DELTA-REC
108000             ADD 1 TO XRC-ADD-COUNT
108100             PERFORM 3210-READ-MASTER THRU 3210-EXIT
108200         WHEN XRC-M-KEY > XRC-C-KEY
108300             MOVE SPACES     TO DELTA-REC
108400             SET DTX-TYPE-DELETE TO TRUE
108500             MOVE XRC-C-KEY  TO DTX-KEY
108600             MOVE XCW-IMAGE  TO DTX-OLD-IMAGE
108700             WRITE DELTA-REC
108800             ADD 1 TO XRC-DELETE-COUNT
108900             PERFORM 3220-READ-COPY THRU 3220-EXIT
109000         WHEN OTHER
109100             IF XMW-IMAGE = XCW-IMAGE
109200                 ADD 1 TO XRC-MATCH-COUNT
109300             ELSE
109400                 MOVE SPACES     TO DELTA-REC
109500                 SET DTX-TYPE-CHANGE TO TRUE
109600                 MOVE XRC-M-KEY  TO DTX-KEY
109700                 MOVE XCW-IMAGE  TO DTX-OLD-IMAGE
109800                 MOVE XMW-IMAGE  TO DTX-NEW-IMAGE
109900                 WRITE DELTA-REC
110000                 ADD 1 TO XRC-CHANGE-COUNT
110100             END-IF
110200             PERFORM 3210-READ-MASTER THRU 3210-EXIT
110300             PERFORM 3220-READ-COPY THRU 3220-EXIT
110400     END-EVALUATE.
110500 3230-EXIT.
110600     EXIT.
110700*
110800*+----------------------------------------------------------+
110900*|  3500-REPORT-TABLE - the table's line, and a line for      |
111000*|  each summed column whose totals disagree or overflowed.   |
111100*+----------------------------------------------------------+
111200 3500-REPORT-TABLE.
111300     MOVE SPACES           TO XRC-DETAIL-LINE.
111400     MOVE XRC-TABLE-NAME   TO XRD-TABLE-NAME.
111500     MOVE XRC-M-ROWS       TO XRD-MASTER-ROWS.
111600     MOVE XRC-C-ROWS       TO XRD-COPY-ROWS.
111700     MOVE "DIFF"           TO XRD-COUNTS XRD-SUMS XRD-HASH.
111800     IF XRC-COUNTS-MATCH
111900         MOVE "OK" TO XRD-COUNTS
112000     END-IF.
112100     IF XRC-SUMS-MATCH
112200         MOVE "OK" TO XRD-SUMS
112300     END-IF.
112400     IF XRC-SUMMED-COUNT = ZERO
112500         MOVE "NONE" TO XRD-SUMS
112600     END-IF.
112700     IF XRC-HASH-MATCH
112800         MOVE "OK" TO XRD-HASH
112900     END-IF.
113000     MOVE XRC-ADD-COUNT    TO XRD-ADDS.
113100     MOVE XRC-CHANGE-COUNT TO XRD-CHANGES.
113200     MOVE XRC-DELETE-COUNT TO XRD-DELETES.
113300     MOVE XRC-REASON       TO XRD-NOTE.
113400     MOVE XRC-DETAIL-LINE  TO RECON-LINE.
113500     WRITE RECON-LINE.
113600     PERFORM 3510-REPORT-ONE-SUM THRU 3510-EXIT
113700         VARYING XRC-SUB FROM 1 BY 1
113800         UNTIL XRC-SUB > XRC-COL-COUNT.
113810     IF NOT XRC-DELTA-WRITTEN
113820         GO TO 3500-EXIT
113830     END-IF.
113840     MOVE SPACES TO RECON-LINE.
113850     IF XRC-APPLY-FIX
113855         STRING "    APPLY WITH DLTAPL - DELTAOUT "
113860                                        DELIMITED BY SIZE
113865                XRC-DELTA-NAME          DELIMITED BY SPACE
113870                "  CMPSUMM "            DELIMITED BY SIZE
113875                XRC-SUMMARY-NAME        DELIMITED BY SPACE
113880             INTO RECON-LINE
113885     ELSE
113887         STRING "    DELTA "            DELIMITED BY SIZE
113889                XRC-DELTA-NAME          DELIMITED BY SPACE
113891                "  SUMMARY "            DELIMITED BY SIZE
113893                XRC-SUMMARY-NAME        DELIMITED BY SPACE
113895             INTO RECON-LINE
113897     END-IF.
113899     WRITE RECON-LINE.
113900 3500-EXIT.
114000     EXIT.
114100*
114200 3510-REPORT-ONE-SUM.
114300     IF NOT XRC-COL-SUMMED(XRC-SUB)
114400         GO TO 3510-EXIT
114500     END-IF.
114600     IF XRC-COL-OVERFLOW(XRC-SUB)
114700         MOVE SPACES TO RECON-LINE
114800         STRING "    SUM OF "          DELIMITED BY SIZE
114900                XRC-COL-NAME(XRC-SUB)  DELIMITED BY SPACE
115000                " TOO LARGE TO COMPARE" DELIMITED BY SIZE
115100             INTO RECON-LINE
115200         WRITE RECON-LINE
115300         GO TO 3510-EXIT
115400     END-IF.
115500     IF XRC-COL-M-SUM(XRC-SUB) = XRC-COL-C-SUM(XRC-SUB)
115600         GO TO 3510-EXIT
115700     END-IF.
115800     MOVE XRC-COL-NAME(XRC-SUB)  TO XRS-COLUMN.
115900     MOVE XRC-COL-M-SUM(XRC-SUB) TO XRS-MASTER-SUM.
116000     MOVE XRC-COL-C-SUM(XRC-SUB) TO XRS-COPY-SUM.
116100     MOVE SPACES TO XRS-SCALE-TEXT.
116200     MOVE ZERO   TO XRS-SCALE.
116300     IF XRC-COL-SCALE(XRC-SUB) > ZERO
116400         MOVE " SCALE " TO XRS-SCALE-TEXT
116500         MOVE XRC-COL-SCALE(XRC-SUB) TO XRS-SCALE
116600     END-IF.
116700     MOVE XRC-SUM-LINE TO RECON-LINE.
116800     WRITE RECON-LINE.
116900 3510-EXIT.
117000     EXIT.
117100*
117200 3900-RAISE-ALERT.
117300     MOVE XRC-TABLE-NAME TO XRC-ALR-KEY.
117400     CALL "ALRMGR" USING XRC-ALR-ACTION
117500                         XRC-ALR-SEVERITY
117600                         XRC-ALR-PROGRAM
117700                         XRC-ALR-MESSAGE
117800                         XRC-ALR-KEY
117900                         XRC-ALR-USER.
118000 3900-EXIT.
118100     EXIT.
