000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * HSHVER
000400*     *
000500*     * Purpose: Sealed-file chain verification.  Walks each file
000600*     *          whose writers seal every record to the one before
000700*     *          it (see eqhshchn.cob) - the SQLCA audit trail
000800*     *          (SQLAUDIT), the compliance archive (SQLARCHV, in
000900*     *          the order it was written), the before-image
001000*     *          journal (BIJRNL), the control-file approval log
001100*     *          (CTLMAUD), the rerun-override log (OVRLOG) and
001150*     *          the period-reopen log (PRDLOG) -
001200*     *          recomputes each record's seal, and checks that
001300*     *          each record's previous seal is the seal of the
001400*     *          record before it.  The first broken link on each
001500*     *          file is reported with its record position on
001600*     *          HSHVERRP and raised to ALRMGR as CRITICAL.
001700*     *
001800*     * Notes:  A seal that does not match its own record means
001900*     *          the record was edited; a previous seal that does
002000*     *          not match the record before means records were
002100*     *          deleted or inserted there.  Records written
002200*     *          before sealing began carry no seal and are
002300*     *          accepted only ahead of the first sealed one.  The
002400*     *          first record's previous seal is taken as given -
002500*     *          the retention jobs trim these files from the
002600*     *          front - and printed, so the daily anchor is what
002700*     *          protects the rest: each run appends the record
002800*     *          count and last seal of every file to HASHANCH
002900*     *          (see eqhshanc.cob), TURNRP prints them on the
003000*     *          turnover report, and the next run proves the
003100*     *          last anchored seal is still in the chain.
003110*     *          SQLAUDIT and BIJRNL are appended to by every run
003120*     *          unit that CALLs AUDWRT or BIJWRT, and two jobs in
003130*     *          the batch window interleave their records, so
003140*     *          those two are chained per run-id: a record's
003150*     *          previous seal is the one before it from the same
003160*     *          run, and a run's first record links to whatever
003170*     *          was last on file when that run started - one of
003180*     *          the last 500 seals walked.
003200*     *          Return code 8 when any chain is broken, 12 when
003210*     *          the anchors could not be written.
003300*     *
003400 PROGRAM-ID.     HSHVER.
003500 AUTHOR.         D L ROSS.
003600 INSTALLATION.   BATCH SYSTEMS GROUP.
003700 DATE-WRITTEN.   15-OCT-2026.
003800 DATE-COMPILED.
003900*
004000*     * Modification History
004100*     * --------------------
004200*     * 15-oct-2026 (dlross)  Written.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT SQLAUDIT-FILE ASSIGN TO "SQLAUDIT"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS HVR-FILE-STATUS.
005000     SELECT SQLARCHV-FILE ASSIGN TO "SQLARCHV"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS ARF-KEY
005400         FILE STATUS IS HVR-FILE-STATUS.
005500     SELECT JOURNAL-FILE ASSIGN TO "BIJRNL"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS HVR-FILE-STATUS.
005800     SELECT CTLAUDIT-FILE ASSIGN TO "CTLMAUD"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS HVR-FILE-STATUS.
006100     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS HVR-FILE-STATUS.
006310     SELECT PRDLOG-FILE ASSIGN TO "PRDLOG"
006320         ORGANIZATION IS SEQUENTIAL
006330         FILE STATUS IS HVR-FILE-STATUS.
006400     SELECT ANCHOR-FILE ASSIGN TO "HASHANCH"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS HVR-ANC-STATUS.
006700     SELECT VERIFY-REPORT ASSIGN TO "HSHVERRP"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS HVR-RPT-STATUS.
007000     SELECT SORT-WORK ASSIGN TO "SORTWORK".
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SQLAUDIT-FILE
007500     RECORDING MODE IS F.
007600 01  SQLAUDIT-REC             PIC X(263).
007700*
007800 FD  SQLARCHV-FILE.
007900 01  SQLARCHV-FILE-REC.
008000     05 ARF-KEY               PIC X(25).
008100     05 ARF-REST-OF-RECORD    PIC X(264).
008200*
008300 FD  JOURNAL-FILE
008400     RECORDING MODE IS F.
008500 01  JOURNAL-REC              PIC X(4157).
008600*
008700 FD  CTLAUDIT-FILE
008800     RECORDING MODE IS F.
008900 01  CTLAUDIT-REC.
009000     05 CTA-LINE              PIC X(132).
009100     05 CTA-CHAIN-PREV        PIC X(20).
009200     05 CTA-CHAIN-HASH        PIC X(20).
009300*
009400 FD  OVRLOG-FILE
009500     RECORDING MODE IS F.
009600 01  OVRLOG-REC               PIC X(118).
009700*
009710 FD  PRDLOG-FILE
009720     RECORDING MODE IS F.
009730 01  PRDLOG-REC               PIC X(118).
009740*
009800 FD  ANCHOR-FILE
009900     RECORDING MODE IS F.
010000 COPY "eqhshanc.cob".
010100*
010200 FD  VERIFY-REPORT
010300     RECORDING MODE IS F.
010400 01  VERIFY-LINE              PIC X(132).
010500*
010600 SD  SORT-WORK.
010700 01  SORT-WORK-REC.
010800     05 SWR-CHAIN-SEQ         PIC 9(9).
010900     05 SWR-DATA              PIC X(289).
011000*
011100 WORKING-STORAGE SECTION.
011200 COPY "eqsqlaud.cob".
011300 COPY "eqsqlarc.cob".
011400 COPY "eqbijrnl.cob".
011500 COPY "eqovrlog.cob".
011550 COPY "eqprdlog.cob".
011600*
011700 01  HVR-WORK-AREA.
011800     05 HVR-FILE-STATUS       PIC X(2)  VALUE "00".
011900     05 HVR-ANC-STATUS        PIC X(2)  VALUE "00".
012000     05 HVR-RPT-STATUS        PIC X(2)  VALUE "00".
012100     05 HVR-EOF-SW            PIC X(1)  VALUE "N".
012200         88 HVR-AT-EOF                  VALUE "Y".
012300     05 HVR-NOW-STRING        PIC X(14).
012400     05 HVR-TODAY             PIC 9(8).
012500     05 HVR-FILE-SUB          PIC S9(4) COMP VALUE 0.
012600     05 HVR-FILE-COUNT        PIC S9(4) COMP VALUE 6.
012700     05 HVR-BROKEN-COUNT      PIC S9(4) COMP VALUE 0.
012800     05 HVR-CUR-LENGTH        PIC S9(8) COMP.
012900     05 HVR-CUR-PREV          PIC X(20).
013000     05 HVR-CUR-HASH          PIC X(20).
013100     05 HVR-CALC-HASH         PIC X(20).
013200     05 HVR-CUR-KEY           PIC X(40).
013300     05 HVR-BREAK-WHY         PIC X(60).
013305     05 HVR-ANCHOR-SW         PIC X(1)  VALUE "Y".
013307         88 HVR-ANCHOR-FAILED           VALUE "N".
013310     05 HVR-PER-RUN-SW        PIC X(1)  VALUE "N".
013320         88 HVR-CHAIN-PER-RUN           VALUE "Y".
013330     05 HVR-CUR-RUNID         PIC X(16).
013340     05 HVR-RUN-COUNT         PIC S9(4) COMP VALUE 0.
013350     05 HVR-RUN-MAX           PIC S9(4) COMP VALUE 500.
013360     05 HVR-RUN-SUB           PIC S9(4) COMP VALUE 0.
013370     05 HVR-SCAN-SUB          PIC S9(4) COMP VALUE 0.
013380     05 HVR-RECENT-MAX        PIC S9(4) COMP VALUE 500.
013390     05 HVR-RECENT-NEXT       PIC S9(4) COMP VALUE 0.
013392     05 HVR-LINK-SW           PIC X(1)  VALUE "N".
013394         88 HVR-LINK-FOUND              VALUE "Y".
013400     05 HVR-ED-COUNT          PIC Z(8)9.
013500     05 HVR-ED-UNSEALED       PIC Z(8)9.
013600     05 HVR-ED-POSITION       PIC Z(8)9.
013700     05 HVR-RESULT-TEXT       PIC X(10).
013800     05 HVR-ALR-ACTION        PIC X(5)  VALUE "RAISE".
013900     05 HVR-ALR-SEVERITY      PIC X(1)  VALUE "C".
014000     05 HVR-ALR-PROGRAM       PIC X(8)  VALUE "HSHVER".
014100     05 HVR-ALR-MESSAGE       PIC X(70).
014200     05 HVR-ALR-KEY           PIC X(20).
014300     05 HVR-ALR-USER          PIC X(8)  VALUE SPACES.
014400*
014500*    The record being checked, whichever file it came from.  Each
014600*    file's reader fills these in and PERFORMs 5100.
014700*
014800 01  HVR-CUR-DATA             PIC X(4200).
014900*
015000*    One entry per sealed file, in the order they are walked.
015100*
015200 01  HVR-FILE-TABLE.
015300     05 HVR-FILE-ENTRY OCCURS 6 TIMES.
015400         10 HVR-F-NAME        PIC X(8).
015500         10 HVR-F-PRESENT-SW  PIC X(1).
015600             88 HVR-F-PRESENT           VALUE "Y".
015700         10 HVR-F-SEALED-SW   PIC X(1).
015800             88 HVR-F-SEALED-SEEN       VALUE "Y".
015900         10 HVR-F-BROKEN-SW   PIC X(1).
016000             88 HVR-F-BROKEN            VALUE "Y".
016100         10 HVR-F-COUNT       PIC S9(9) COMP.
016200         10 HVR-F-UNSEALED    PIC S9(9) COMP.
016300         10 HVR-F-ENTRY-PREV  PIC X(20).
016400         10 HVR-F-LAST-HASH   PIC X(20).
016500         10 HVR-F-BREAK-POS   PIC S9(9) COMP.
016600         10 HVR-F-BREAK-KEY   PIC X(40).
016700         10 HVR-F-BREAK-WHY   PIC X(60).
016800         10 HVR-F-PRIOR-DATE  PIC 9(8).
016900         10 HVR-F-PRIOR-COUNT PIC 9(9).
017000         10 HVR-F-PRIOR-HASH  PIC X(20).
017100         10 HVR-F-PRIOR-SW    PIC X(1).
017200             88 HVR-F-PRIOR-FOUND       VALUE "Y".
017300*
017302*    Per-run chains (SQLAUDIT, BIJRNL): the last seal of each
017304*    run-id seen, and the last 500 seals in file order that a
017306*    run's first record may link to.  When the run table is
017308*    full the run quiet longest gives up its entry.
017310*
017312 01  HVR-RUN-TABLE.
017314     05 HVR-RUN-ENTRY OCCURS 500 TIMES.
017316         10 HVR-R-RUNID       PIC X(16).
017318         10 HVR-R-LAST-HASH   PIC X(20).
017320         10 HVR-R-LAST-POS    PIC S9(9) COMP.
017322*
017324 01  HVR-RECENT-TABLE.
017326     05 HVR-RECENT-HASH OCCURS 500 TIMES
017328                              PIC X(20).
017330*
017400 PROCEDURE DIVISION.
017500*
017600*+----------------------------------------------------------+
017700*|  0000-MAINLINE                                             |
017800*+----------------------------------------------------------+
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 1100-LOAD-ANCHORS THRU 1100-EXIT.
018200     PERFORM 2000-VERIFY-AUDIT-TRAIL THRU 2000-EXIT.
018300     PERFORM 2100-VERIFY-ARCHIVE THRU 2100-EXIT.
018400     PERFORM 2200-VERIFY-JOURNAL THRU 2200-EXIT.
018500     PERFORM 2300-VERIFY-APPROVALS THRU 2300-EXIT.
018600     PERFORM 2400-VERIFY-OVERRIDES THRU 2400-EXIT.
018650     PERFORM 2500-VERIFY-REOPENS THRU 2500-EXIT.
018700     PERFORM 6000-REPORT-FILE THRU 6000-EXIT
018800         VARYING HVR-FILE-SUB FROM 1 BY 1
018900         UNTIL HVR-FILE-SUB > HVR-FILE-COUNT.
019000     PERFORM 7000-WRITE-ANCHORS THRU 7000-EXIT.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     STOP RUN.
019300*
019400*+----------------------------------------------------------+
019500*|  1000-INITIALIZE - the file table and the report heading. |
019600*+----------------------------------------------------------+
019700 1000-INITIALIZE.
019800     MOVE FUNCTION CURRENT-DATE(1:14) TO HVR-NOW-STRING.
019900     MOVE HVR-NOW-STRING(1:8) TO HVR-TODAY.
020000     INITIALIZE HVR-FILE-TABLE.
020100     MOVE "SQLAUDIT" TO HVR-F-NAME(1).
020200     MOVE "SQLARCHV" TO HVR-F-NAME(2).
020300     MOVE "BIJRNL"   TO HVR-F-NAME(3).
020400     MOVE "CTLMAUD"  TO HVR-F-NAME(4).
020500     MOVE "OVRLOG"   TO HVR-F-NAME(5).
020550     MOVE "PRDLOG"   TO HVR-F-NAME(6).
020600     OPEN OUTPUT VERIFY-REPORT.
020700     IF HVR-RPT-STATUS NOT = "00"
020800         DISPLAY "HSHVER: CANNOT OPEN HSHVERRP, STATUS "
020900             HVR-RPT-STATUS
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     MOVE SPACES TO VERIFY-LINE.
021400     STRING "HSHVER  SEALED FILE CHAIN VERIFICATION  RUN "
021500                                  DELIMITED BY SIZE
021600            HVR-NOW-STRING(1:8)   DELIMITED BY SIZE
021700            " "                   DELIMITED BY SIZE
021800            HVR-NOW-STRING(9:6)   DELIMITED BY SIZE
021900         INTO VERIFY-LINE.
022000     WRITE VERIFY-LINE.
022100     MOVE SPACES TO VERIFY-LINE.
022200     WRITE VERIFY-LINE.
022300     MOVE SPACES TO VERIFY-LINE.
022400     STRING "FILE      RECORDS  UNSEALED  RESULT      LAST SEAL"
022500                                  DELIMITED BY SIZE
022600         INTO VERIFY-LINE.
022700     WRITE VERIFY-LINE.
022800 1000-EXIT.
022900     EXIT.
023000*
023100*+----------------------------------------------------------+
023200*|  1100-LOAD-ANCHORS - the latest anchor on HASHANCH for    |
023300*|  each file.  The file is in the order written, so the     |
023400*|  last one read for a file wins.                           |
023500*+----------------------------------------------------------+
023600 1100-LOAD-ANCHORS.
023700     MOVE "N" TO HVR-EOF-SW.
023800     OPEN INPUT ANCHOR-FILE.
023900     IF HVR-ANC-STATUS NOT = "00"
024000         GO TO 1100-EXIT
024100     END-IF.
024200     PERFORM 1110-READ-ANCHOR THRU 1110-EXIT
024300         UNTIL HVR-AT-EOF.
024400     CLOSE ANCHOR-FILE.
024500 1100-EXIT.
024600     EXIT.
024700*
024800 1110-READ-ANCHOR.
024900     READ ANCHOR-FILE
025000         AT END
025100             SET HVR-AT-EOF TO TRUE
025200             GO TO 1110-EXIT
025300     END-READ.
025400     IF ANC-CHAIN-HASH = SPACES
025500         GO TO 1110-EXIT
025600     END-IF.
025700     PERFORM 1120-MATCH-ANCHOR THRU 1120-EXIT
025800         VARYING HVR-FILE-SUB FROM 1 BY 1
025900         UNTIL HVR-FILE-SUB > HVR-FILE-COUNT.
026000 1110-EXIT.
026100     EXIT.
026200*
026300 1120-MATCH-ANCHOR.
026400     IF ANC-FILE-NAME = HVR-F-NAME(HVR-FILE-SUB)
026500         MOVE ANC-DATE         TO HVR-F-PRIOR-DATE(HVR-FILE-SUB)
026600         MOVE ANC-RECORD-COUNT TO HVR-F-PRIOR-COUNT(HVR-FILE-SUB)
026700         MOVE ANC-CHAIN-HASH   TO HVR-F-PRIOR-HASH(HVR-FILE-SUB)
026800     END-IF.
026900 1120-EXIT.
027000     EXIT.
027100*
027200*+----------------------------------------------------------+
027300*|  2000-VERIFY-AUDIT-TRAIL - SQLAUDIT in file order, per    |
027350*|  run-id.                                                  |
027400*+----------------------------------------------------------+
027500 2000-VERIFY-AUDIT-TRAIL.
027600     MOVE 1 TO HVR-FILE-SUB.
027650     PERFORM 5050-START-PER-RUN THRU 5050-EXIT.
027700     MOVE "N" TO HVR-EOF-SW.
027800     OPEN INPUT SQLAUDIT-FILE.
027900     IF HVR-FILE-STATUS NOT = "00"
028000         PERFORM 5900-END-FILE THRU 5900-EXIT
028100         GO TO 2000-EXIT
028200     END-IF.
028300     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
028400     MOVE 223 TO HVR-CUR-LENGTH.
028500     PERFORM 2010-READ-AUDIT THRU 2010-EXIT
028600         UNTIL HVR-AT-EOF.
028700     CLOSE SQLAUDIT-FILE.
028800     PERFORM 5900-END-FILE THRU 5900-EXIT.
028900 2000-EXIT.
029000     EXIT.
029100*
029200 2010-READ-AUDIT.
029300     READ SQLAUDIT-FILE INTO SQLAUD-RECORD
029400         AT END
029500             SET HVR-AT-EOF TO TRUE
029600             GO TO 2010-EXIT
029700     END-READ.
029800     MOVE SQLAUD-RECORD   TO HVR-CUR-DATA.
029900     MOVE AUD-CHAIN-PREV  TO HVR-CUR-PREV.
030000     MOVE AUD-CHAIN-HASH  TO HVR-CUR-HASH.
030100     MOVE SPACES          TO HVR-CUR-KEY.
030150     MOVE AUD-RUNID       TO HVR-CUR-RUNID.
030200     STRING AUD-RUNID     DELIMITED BY SIZE
030300            " "           DELIMITED BY SIZE
030400            AUD-DATE      DELIMITED BY SIZE
030500            " "           DELIMITED BY SIZE
030600            AUD-TIME      DELIMITED BY SIZE
030700         INTO HVR-CUR-KEY.
030800     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
030900 2010-EXIT.
031000     EXIT.
031100*
031200*+----------------------------------------------------------+
031300*|  2100-VERIFY-ARCHIVE - SQLARCHV is keyed by run, so it is |
031400*|  sorted back into chain order before it is walked.        |
031500*|  Records archived before sealing began sort first.        |
031600*+----------------------------------------------------------+
031700 2100-VERIFY-ARCHIVE.
031800     MOVE 2 TO HVR-FILE-SUB.
031900     MOVE 249 TO HVR-CUR-LENGTH.
032000     SORT SORT-WORK
032100         ON ASCENDING KEY SWR-CHAIN-SEQ
032200         INPUT PROCEDURE IS 2110-FEED-ARCHIVE THRU 2110-EXIT
032300         OUTPUT PROCEDURE IS 2150-TAKE-ARCHIVE THRU 2150-EXIT.
032400     PERFORM 5900-END-FILE THRU 5900-EXIT.
032500 2100-EXIT.
032600     EXIT.
032700*
032800 2110-FEED-ARCHIVE.
032900     MOVE "N" TO HVR-EOF-SW.
033000     OPEN INPUT SQLARCHV-FILE.
033100     IF HVR-FILE-STATUS NOT = "00"
033200         GO TO 2110-EXIT
033300     END-IF.
033400     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
033500     PERFORM 2120-RELEASE-ONE THRU 2120-EXIT
033600         UNTIL HVR-AT-EOF.
033700     CLOSE SQLARCHV-FILE.
033800 2110-EXIT.
033900     EXIT.
034000*
034100 2120-RELEASE-ONE.
034200     READ SQLARCHV-FILE NEXT RECORD INTO SQLARC-RECORD
034300         AT END
034400             SET HVR-AT-EOF TO TRUE
034500             GO TO 2120-EXIT
034600     END-READ.
034700     IF ARC-CHAIN-SEQ NUMERIC
034800         MOVE ARC-CHAIN-SEQ TO SWR-CHAIN-SEQ
034900     ELSE
035000         MOVE ZERO TO SWR-CHAIN-SEQ
035100     END-IF.
035200     MOVE SQLARC-RECORD TO SWR-DATA.
035300     RELEASE SORT-WORK-REC.
035400 2120-EXIT.
035500     EXIT.
035600*
035700 2150-TAKE-ARCHIVE.
035800     MOVE "N" TO HVR-EOF-SW.
035900     PERFORM 2160-RETURN-ONE THRU 2160-EXIT
036000         UNTIL HVR-AT-EOF.
036100 2150-EXIT.
036200     EXIT.
036300*
036400 2160-RETURN-ONE.
036500     RETURN SORT-WORK
036600         AT END
036700             SET HVR-AT-EOF TO TRUE
036800             GO TO 2160-EXIT
036900     END-RETURN.
037000     MOVE SWR-DATA        TO SQLARC-RECORD.
037100     MOVE SQLARC-RECORD   TO HVR-CUR-DATA.
037200     MOVE ARC-CHAIN-PREV  TO HVR-CUR-PREV.
037300     MOVE ARC-CHAIN-HASH  TO HVR-CUR-HASH.
037400     MOVE SPACES          TO HVR-CUR-KEY.
037500     STRING ARC-RUNID     DELIMITED BY SIZE
037600            " "           DELIMITED BY SIZE
037700            ARC-SEQNO     DELIMITED BY SIZE
037800            " CHAIN "     DELIMITED BY SIZE
037900            SWR-CHAIN-SEQ DELIMITED BY SIZE
038000         INTO HVR-CUR-KEY.
038100     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
038200 2160-EXIT.
038300     EXIT.
038400*
038500*+----------------------------------------------------------+
038600*|  2200-VERIFY-JOURNAL - BIJRNL in file order, per run-id.  |
038700*+----------------------------------------------------------+
038800 2200-VERIFY-JOURNAL.
038900     MOVE 3 TO HVR-FILE-SUB.
038950     PERFORM 5050-START-PER-RUN THRU 5050-EXIT.
039000     MOVE "N" TO HVR-EOF-SW.
039100     OPEN INPUT JOURNAL-FILE.
039200     IF HVR-FILE-STATUS NOT = "00"
039300         PERFORM 5900-END-FILE THRU 5900-EXIT
039400         GO TO 2200-EXIT
039500     END-IF.
039600     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
039700     MOVE 4117 TO HVR-CUR-LENGTH.
039800     PERFORM 2210-READ-JOURNAL THRU 2210-EXIT
039900         UNTIL HVR-AT-EOF.
040000     CLOSE JOURNAL-FILE.
040100     PERFORM 5900-END-FILE THRU 5900-EXIT.
040200 2200-EXIT.
040300     EXIT.
040400*
040500 2210-READ-JOURNAL.
040600     READ JOURNAL-FILE INTO BIJRNL-RECORD
040700         AT END
040800             SET HVR-AT-EOF TO TRUE
040900             GO TO 2210-EXIT
041000     END-READ.
041100     MOVE BIJRNL-RECORD   TO HVR-CUR-DATA.
041200     MOVE BIJ-CHAIN-PREV  TO HVR-CUR-PREV.
041300     MOVE BIJ-CHAIN-HASH  TO HVR-CUR-HASH.
041400     MOVE SPACES          TO HVR-CUR-KEY.
041450     MOVE BIJ-RUN-ID      TO HVR-CUR-RUNID.
041500     STRING BIJ-RUN-ID    DELIMITED BY SIZE
041600            " "           DELIMITED BY SIZE
041700            BIJ-SEQUENCE  DELIMITED BY SIZE
041800            " "           DELIMITED BY SIZE
041900            BIJ-TIMESTAMP DELIMITED BY SIZE
042000         INTO HVR-CUR-KEY.
042100     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
042200 2210-EXIT.
042300     EXIT.
042400*
042500*+----------------------------------------------------------+
042600*|  2300-VERIFY-APPROVALS - the CTLMNT approval log, sealed  |
042700*|  in columns 133-172 of each line.                         |
042800*+----------------------------------------------------------+
042900 2300-VERIFY-APPROVALS.
043000     MOVE 4 TO HVR-FILE-SUB.
043100     MOVE "N" TO HVR-EOF-SW.
043200     OPEN INPUT CTLAUDIT-FILE.
043300     IF HVR-FILE-STATUS NOT = "00"
043400         PERFORM 5900-END-FILE THRU 5900-EXIT
043500         GO TO 2300-EXIT
043600     END-IF.
043700     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
043800     MOVE 132 TO HVR-CUR-LENGTH.
043900     PERFORM 2310-READ-APPROVAL THRU 2310-EXIT
044000         UNTIL HVR-AT-EOF.
044100     CLOSE CTLAUDIT-FILE.
044200     PERFORM 5900-END-FILE THRU 5900-EXIT.
044300 2300-EXIT.
044400     EXIT.
044500*
044600 2310-READ-APPROVAL.
044700     READ CTLAUDIT-FILE
044800         AT END
044900             SET HVR-AT-EOF TO TRUE
045000             GO TO 2310-EXIT
045100     END-READ.
045200     MOVE CTLAUDIT-REC    TO HVR-CUR-DATA.
045300     MOVE CTA-CHAIN-PREV  TO HVR-CUR-PREV.
045400     MOVE CTA-CHAIN-HASH  TO HVR-CUR-HASH.
045500     MOVE CTA-LINE(1:40)  TO HVR-CUR-KEY.
045600     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
045700 2310-EXIT.
045800     EXIT.
045900*
046000*+----------------------------------------------------------+
046100*|  2400-VERIFY-OVERRIDES - the OVRSCN override log.         |
046200*+----------------------------------------------------------+
046300 2400-VERIFY-OVERRIDES.
046400     MOVE 5 TO HVR-FILE-SUB.
046500     MOVE "N" TO HVR-EOF-SW.
046600     OPEN INPUT OVRLOG-FILE.
046700     IF HVR-FILE-STATUS NOT = "00"
046800         PERFORM 5900-END-FILE THRU 5900-EXIT
046900         GO TO 2400-EXIT
047000     END-IF.
047100     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
047200     MOVE 78 TO HVR-CUR-LENGTH.
047300     PERFORM 2410-READ-OVERRIDE THRU 2410-EXIT
047400         UNTIL HVR-AT-EOF.
047500     CLOSE OVRLOG-FILE.
047600     PERFORM 5900-END-FILE THRU 5900-EXIT.
047700 2400-EXIT.
047800     EXIT.
047900*
048000 2410-READ-OVERRIDE.
048100     READ OVRLOG-FILE INTO OVRLOG-RECORD
048200         AT END
048300             SET HVR-AT-EOF TO TRUE
048400             GO TO 2410-EXIT
048500     END-READ.
048600     MOVE OVRLOG-RECORD   TO HVR-CUR-DATA.
048700     MOVE OVL-CHAIN-PREV  TO HVR-CUR-PREV.
048800     MOVE OVL-CHAIN-HASH  TO HVR-CUR-HASH.
048900     MOVE SPACES          TO HVR-CUR-KEY.
049000     STRING OVL-TIMESTAMP     DELIMITED BY SIZE
049100            " "               DELIMITED BY SIZE
049200            OVL-JOB-NAME      DELIMITED BY SIZE
049300            " "               DELIMITED BY SIZE
049400            OVL-BUSINESS-DATE DELIMITED BY SIZE
049500         INTO HVR-CUR-KEY.
049600     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
049700 2410-EXIT.
049800     EXIT.
049805*
049810*+----------------------------------------------------------+
049815*|  2500-VERIFY-REOPENS - the PRDSCN period-reopen log.      |
049820*+----------------------------------------------------------+
049825 2500-VERIFY-REOPENS.
049830     MOVE 6 TO HVR-FILE-SUB.
049835     MOVE "N" TO HVR-EOF-SW.
049840     OPEN INPUT PRDLOG-FILE.
049845     IF HVR-FILE-STATUS NOT = "00"
049850         PERFORM 5900-END-FILE THRU 5900-EXIT
049855         GO TO 2500-EXIT
049860     END-IF.
049865     SET HVR-F-PRESENT(HVR-FILE-SUB) TO TRUE.
049870     MOVE 78 TO HVR-CUR-LENGTH.
049875     PERFORM 2510-READ-REOPEN THRU 2510-EXIT
049880         UNTIL HVR-AT-EOF.
049885     CLOSE PRDLOG-FILE.
049890     PERFORM 5900-END-FILE THRU 5900-EXIT.
049895 2500-EXIT.
049900     EXIT.
049905*
049910 2510-READ-REOPEN.
049915     READ PRDLOG-FILE INTO PRDLOG-RECORD
049920         AT END
049925             SET HVR-AT-EOF TO TRUE
049930             GO TO 2510-EXIT
049935     END-READ.
049940     MOVE PRDLOG-RECORD   TO HVR-CUR-DATA.
049945     MOVE PRL-CHAIN-PREV  TO HVR-CUR-PREV.
049950     MOVE PRL-CHAIN-HASH  TO HVR-CUR-HASH.
049955     MOVE SPACES          TO HVR-CUR-KEY.
049960     STRING PRL-TIMESTAMP     DELIMITED BY SIZE
049965            " "               DELIMITED BY SIZE
049970            PRL-BATCH-ID      DELIMITED BY SIZE
049975            " "               DELIMITED BY SIZE
049980            PRL-PERIOD-END    DELIMITED BY SIZE
049985         INTO HVR-CUR-KEY.
049990     PERFORM 5100-CHECK-RECORD THRU 5100-EXIT.
049993 2510-EXIT.
049996     EXIT.
049998*
050000*+----------------------------------------------------------+
050020*|  5050-START-PER-RUN - the file about to be walked is      |
050040*|  chained per run-id; clear the run and recent-seal tables.|
050060*+----------------------------------------------------------+
050080 5050-START-PER-RUN.
050100     SET HVR-CHAIN-PER-RUN TO TRUE.
050120     MOVE ZERO TO HVR-RUN-COUNT.
050140     MOVE ZERO TO HVR-RECENT-NEXT.
050160     MOVE HIGH-VALUES TO HVR-RECENT-TABLE.
050180 5050-EXIT.
050200     EXIT.
050220*
050240*+----------------------------------------------------------+
050250*|  5100-CHECK-RECORD - one record against its own seal and  |
050260*|  the seal of the record before it.  Only the first break  |
050270*|  on a file is kept; the walk goes on from the record's    |
050280*|  own seal so the count and the anchor stay right.         |
050290*+----------------------------------------------------------+
050600 5100-CHECK-RECORD.
050700     ADD 1 TO HVR-F-COUNT(HVR-FILE-SUB).
050800     IF HVR-CUR-HASH = SPACES
050900         IF HVR-F-SEALED-SEEN(HVR-FILE-SUB)
051000             MOVE "UNSEALED RECORD AFTER SEALED ONES - INSERTED"
051100                 TO HVR-BREAK-WHY
051200             PERFORM 5200-NOTE-BREAK THRU 5200-EXIT
051300         ELSE
051400             ADD 1 TO HVR-F-UNSEALED(HVR-FILE-SUB)
051500         END-IF
051600         GO TO 5100-EXIT
051700     END-IF.
051800     CALL "HSHCHN" USING HVR-CUR-PREV
051900                         HVR-CUR-LENGTH
052000                         HVR-CUR-DATA
052100                         HVR-CALC-HASH.
052200     IF HVR-CALC-HASH NOT = HVR-CUR-HASH
052300         MOVE "SEAL DOES NOT MATCH CONTENT - RECORD ALTERED"
052400             TO HVR-BREAK-WHY
052500         PERFORM 5200-NOTE-BREAK THRU 5200-EXIT
052600     ELSE
052700         IF HVR-F-COUNT(HVR-FILE-SUB) = 1
052800             MOVE HVR-CUR-PREV TO HVR-F-ENTRY-PREV(HVR-FILE-SUB)
052900         ELSE
053000             PERFORM 5300-CHECK-LINK THRU 5300-EXIT
053500         END-IF
053600     END-IF.
053650     IF HVR-CHAIN-PER-RUN
053660         PERFORM 5400-NOTE-RUN-SEAL THRU 5400-EXIT
053670     END-IF.
053700     SET HVR-F-SEALED-SEEN(HVR-FILE-SUB) TO TRUE.
053800     MOVE HVR-CUR-HASH TO HVR-F-LAST-HASH(HVR-FILE-SUB).
053900     IF HVR-CUR-HASH = HVR-F-PRIOR-HASH(HVR-FILE-SUB)
054000         SET HVR-F-PRIOR-FOUND(HVR-FILE-SUB) TO TRUE
054100     END-IF.
054200 5100-EXIT.
054300     EXIT.
054400*
054500*+----------------------------------------------------------+
054600*|  5200-NOTE-BREAK - keep the first break on the file.      |
054700*+----------------------------------------------------------+
054800 5200-NOTE-BREAK.
054900     IF HVR-F-BROKEN(HVR-FILE-SUB)
055000         GO TO 5200-EXIT
055100     END-IF.
055200     SET HVR-F-BROKEN(HVR-FILE-SUB) TO TRUE.
055300     MOVE HVR-F-COUNT(HVR-FILE-SUB)
055400         TO HVR-F-BREAK-POS(HVR-FILE-SUB).
055500     MOVE HVR-CUR-KEY TO HVR-F-BREAK-KEY(HVR-FILE-SUB).
055600     MOVE HVR-BREAK-WHY TO HVR-F-BREAK-WHY(HVR-FILE-SUB).
055700 5200-EXIT.
055800     EXIT.
055801*
055802*+----------------------------------------------------------+
055803*|  5300-CHECK-LINK - the record links to the seal of the    |
055804*|  record before it.  On a per-run file that is its own     |
055805*|  run's last seal, and a run's first record links to a     |
055806*|  seal walked shortly before it.                           |
055807*+----------------------------------------------------------+
055808 5300-CHECK-LINK.
055809     IF NOT HVR-CHAIN-PER-RUN
055810         IF HVR-CUR-PREV NOT = HVR-F-LAST-HASH(HVR-FILE-SUB)
055811             MOVE "LINK BROKEN - RECORDS DELETED OR INSERTED"
055812                 TO HVR-BREAK-WHY
055813             PERFORM 5200-NOTE-BREAK THRU 5200-EXIT
055814         END-IF
055815         GO TO 5300-EXIT
055816     END-IF.
055817     PERFORM 5310-FIND-RUN THRU 5310-EXIT.
055818     IF HVR-RUN-SUB > ZERO
055819         IF HVR-CUR-PREV NOT = HVR-R-LAST-HASH(HVR-RUN-SUB)
055820             MOVE "LINK BROKEN - RECORDS DELETED OR INSERTED"
055821                 TO HVR-BREAK-WHY
055822             PERFORM 5200-NOTE-BREAK THRU 5200-EXIT
055823         END-IF
055824         GO TO 5300-EXIT
055825     END-IF.
055826     MOVE "N" TO HVR-LINK-SW.
055827     IF HVR-CUR-PREV = HVR-F-LAST-HASH(HVR-FILE-SUB)
055828         SET HVR-LINK-FOUND TO TRUE
055829     END-IF.
055830     PERFORM 5320-MATCH-RECENT THRU 5320-EXIT
055831         VARYING HVR-SCAN-SUB FROM 1 BY 1
055832         UNTIL HVR-SCAN-SUB > HVR-RECENT-MAX
055833            OR HVR-LINK-FOUND.
055834     IF NOT HVR-LINK-FOUND
055835         MOVE "RUN DOES NOT LINK TO AN EARLIER RECORD - DELETED"
055836             TO HVR-BREAK-WHY
055837         PERFORM 5200-NOTE-BREAK THRU 5200-EXIT
055838     END-IF.
055839 5300-EXIT.
055840     EXIT.
055841*
055842 5310-FIND-RUN.
055843     MOVE ZERO TO HVR-RUN-SUB.
055844     PERFORM 5311-MATCH-RUN THRU 5311-EXIT
055845         VARYING HVR-SCAN-SUB FROM 1 BY 1
055846         UNTIL HVR-SCAN-SUB > HVR-RUN-COUNT
055847            OR HVR-RUN-SUB > ZERO.
055848 5310-EXIT.
055849     EXIT.
055850*
055851 5311-MATCH-RUN.
055852     IF HVR-R-RUNID(HVR-SCAN-SUB) = HVR-CUR-RUNID
055853         MOVE HVR-SCAN-SUB TO HVR-RUN-SUB
055854     END-IF.
055855 5311-EXIT.
055856     EXIT.
055857*
055858 5320-MATCH-RECENT.
055859     IF HVR-RECENT-HASH(HVR-SCAN-SUB) = HVR-CUR-PREV
055860         SET HVR-LINK-FOUND TO TRUE
055861     END-IF.
055862 5320-EXIT.
055863     EXIT.
055864*
055865*+----------------------------------------------------------+
055866*|  5400-NOTE-RUN-SEAL - the record's seal becomes its run's |
055867*|  last and joins the recent seals.                         |
055868*+----------------------------------------------------------+
055869 5400-NOTE-RUN-SEAL.
055870     PERFORM 5310-FIND-RUN THRU 5310-EXIT.
055871     IF HVR-RUN-SUB = ZERO
055872         IF HVR-RUN-COUNT < HVR-RUN-MAX
055873             ADD 1 TO HVR-RUN-COUNT
055874             MOVE HVR-RUN-COUNT TO HVR-RUN-SUB
055875         ELSE
055876             MOVE 1 TO HVR-RUN-SUB
055877             PERFORM 5410-FIND-QUIETEST THRU 5410-EXIT
055878                 VARYING HVR-SCAN-SUB FROM 2 BY 1
055879                 UNTIL HVR-SCAN-SUB > HVR-RUN-COUNT
055880         END-IF
055881         MOVE HVR-CUR-RUNID TO HVR-R-RUNID(HVR-RUN-SUB)
055882     END-IF.
055883     MOVE HVR-CUR-HASH TO HVR-R-LAST-HASH(HVR-RUN-SUB).
055884     MOVE HVR-F-COUNT(HVR-FILE-SUB)
055885         TO HVR-R-LAST-POS(HVR-RUN-SUB).
055886     ADD 1 TO HVR-RECENT-NEXT.
055887     IF HVR-RECENT-NEXT > HVR-RECENT-MAX
055888         MOVE 1 TO HVR-RECENT-NEXT
055889     END-IF.
055890     MOVE HVR-CUR-HASH TO HVR-RECENT-HASH(HVR-RECENT-NEXT).
055891 5400-EXIT.
055892     EXIT.
055893*
055894 5410-FIND-QUIETEST.
055895     IF HVR-R-LAST-POS(HVR-SCAN-SUB)
055896         < HVR-R-LAST-POS(HVR-RUN-SUB)
055897         MOVE HVR-SCAN-SUB TO HVR-RUN-SUB
055898     END-IF.
055899 5410-EXIT.
055900     EXIT.
055901*
056000*+----------------------------------------------------------+
056100*|  5900-END-FILE - the anchored seal from the last run must |
056200*|  still be somewhere in the chain.                         |
056300*+----------------------------------------------------------+
056400 5900-END-FILE.
056450     MOVE "N" TO HVR-PER-RUN-SW.
056500     IF HVR-F-PRIOR-HASH(HVR-FILE-SUB) = SPACES
056600        OR HVR-F-PRIOR-FOUND(HVR-FILE-SUB)
056700        OR HVR-F-BROKEN(HVR-FILE-SUB)
056800         GO TO 5900-EXIT
056900     END-IF.
057000     SET HVR-F-BROKEN(HVR-FILE-SUB) TO TRUE.
057100     MOVE HVR-F-COUNT(HVR-FILE-SUB)
057200         TO HVR-F-BREAK-POS(HVR-FILE-SUB).
057300     MOVE SPACES TO HVR-F-BREAK-KEY(HVR-FILE-SUB).
057400     STRING "ANCHOR OF "                     DELIMITED BY SIZE
057500            HVR-F-PRIOR-DATE(HVR-FILE-SUB)   DELIMITED BY SIZE
057600            " AT RECORD "                    DELIMITED BY SIZE
057700            HVR-F-PRIOR-COUNT(HVR-FILE-SUB)  DELIMITED BY SIZE
057800         INTO HVR-F-BREAK-KEY(HVR-FILE-SUB).
057900     IF HVR-F-PRESENT(HVR-FILE-SUB)
058000         MOVE "ANCHORED SEAL NOT IN CHAIN - REMOVED OR REWRITTEN"
058100             TO HVR-F-BREAK-WHY(HVR-FILE-SUB)
058200     ELSE
058300         MOVE "FILE IS GONE BUT WAS ANCHORED"
058400             TO HVR-F-BREAK-WHY(HVR-FILE-SUB)
058500     END-IF.
058600 5900-EXIT.
058700     EXIT.
058800*
058900*+----------------------------------------------------------+
059000*|  6000-REPORT-FILE - one file's line, its first break and  |
059100*|  the CRITICAL alert when the chain did not hold.          |
059200*+----------------------------------------------------------+
059300 6000-REPORT-FILE.
059400     MOVE HVR-F-COUNT(HVR-FILE-SUB)    TO HVR-ED-COUNT.
059500     MOVE HVR-F-UNSEALED(HVR-FILE-SUB) TO HVR-ED-UNSEALED.
059600     IF HVR-F-BROKEN(HVR-FILE-SUB)
059700         MOVE "BROKEN"  TO HVR-RESULT-TEXT
059800     ELSE
059900         IF HVR-F-PRESENT(HVR-FILE-SUB)
060000             MOVE "INTACT"  TO HVR-RESULT-TEXT
060100         ELSE
060200             MOVE "NO FILE" TO HVR-RESULT-TEXT
060300         END-IF
060400     END-IF.
060500     MOVE SPACES TO VERIFY-LINE.
060600     STRING HVR-F-NAME(HVR-FILE-SUB)      DELIMITED BY SIZE
060700            HVR-ED-COUNT                  DELIMITED BY SIZE
060800            " "                           DELIMITED BY SIZE
060900            HVR-ED-UNSEALED               DELIMITED BY SIZE
061000            "  "                          DELIMITED BY SIZE
061100            HVR-RESULT-TEXT               DELIMITED BY SIZE
061200            "  "                          DELIMITED BY SIZE
061300            HVR-F-LAST-HASH(HVR-FILE-SUB) DELIMITED BY SIZE
061400         INTO VERIFY-LINE.
061500     WRITE VERIFY-LINE.
061600     IF HVR-F-ENTRY-PREV(HVR-FILE-SUB) NOT = SPACES
061700         MOVE SPACES TO VERIFY-LINE
061800         STRING "          CHAIN ENTERS WITH PREVIOUS SEAL "
061900                                          DELIMITED BY SIZE
062000                HVR-F-ENTRY-PREV(HVR-FILE-SUB)
062100                                          DELIMITED BY SIZE
062200             INTO VERIFY-LINE
062300         WRITE VERIFY-LINE
062400     END-IF.
062500     IF HVR-F-PRIOR-HASH(HVR-FILE-SUB) NOT = SPACES
062600         MOVE SPACES TO VERIFY-LINE
062700         STRING "          LAST ANCHOR "      DELIMITED BY SIZE
062800                HVR-F-PRIOR-DATE(HVR-FILE-SUB)
062900                                              DELIMITED BY SIZE
063000                " "                           DELIMITED BY SIZE
063100                HVR-F-PRIOR-HASH(HVR-FILE-SUB)
063200                                              DELIMITED BY SIZE
063300             INTO VERIFY-LINE
063400         IF HVR-F-PRIOR-FOUND(HVR-FILE-SUB)
063500             MOVE "FOUND IN CHAIN" TO VERIFY-LINE(55:14)
063600         ELSE
063700             MOVE "NOT FOUND"      TO VERIFY-LINE(55:9)
063800         END-IF
063900         WRITE VERIFY-LINE
064000     END-IF.
064100     IF NOT HVR-F-BROKEN(HVR-FILE-SUB)
064200         GO TO 6000-EXIT
064300     END-IF.
064400     ADD 1 TO HVR-BROKEN-COUNT.
064500     MOVE HVR-F-BREAK-POS(HVR-FILE-SUB) TO HVR-ED-POSITION.
064600     MOVE SPACES TO VERIFY-LINE.
064700     STRING "          FIRST BREAK AT RECORD " DELIMITED BY SIZE
064800            HVR-ED-POSITION                    DELIMITED BY SIZE
064900            "  "                               DELIMITED BY SIZE
065000            HVR-F-BREAK-KEY(HVR-FILE-SUB)      DELIMITED BY SIZE
065100         INTO VERIFY-LINE.
065200     WRITE VERIFY-LINE.
065300     MOVE SPACES TO VERIFY-LINE.
065400     STRING "          "                  DELIMITED BY SIZE
065500            HVR-F-BREAK-WHY(HVR-FILE-SUB) DELIMITED BY SIZE
065600         INTO VERIFY-LINE.
065700     WRITE VERIFY-LINE.
065800     MOVE SPACES TO HVR-ALR-MESSAGE.
065900     STRING "SEAL CHAIN BROKEN ON "       DELIMITED BY SIZE
066000            HVR-F-NAME(HVR-FILE-SUB)      DELIMITED BY SPACE
066100            " AT RECORD "                 DELIMITED BY SIZE
066200            HVR-ED-POSITION               DELIMITED BY SIZE
066300            " - SEE HSHVERRP"             DELIMITED BY SIZE
066400         INTO HVR-ALR-MESSAGE.
066500     MOVE SPACES TO HVR-ALR-KEY.
066600     MOVE HVR-F-NAME(HVR-FILE-SUB) TO HVR-ALR-KEY(1:8).
066700     MOVE HVR-TODAY                TO HVR-ALR-KEY(9:8).
066800     CALL "ALRMGR" USING HVR-ALR-ACTION
066900                         HVR-ALR-SEVERITY
067000                         HVR-ALR-PROGRAM
067100                         HVR-ALR-MESSAGE
067200                         HVR-ALR-KEY
067300                         HVR-ALR-USER.
067400 6000-EXIT.
067500     EXIT.
067600*
067700*+----------------------------------------------------------+
067800*|  7000-WRITE-ANCHORS - today's count and last seal for     |
067900*|  every file that is there, for TURNRP and the next run.   |
067910*|  An anchor that cannot be written fails the run.          |
068000*+----------------------------------------------------------+
068100 7000-WRITE-ANCHORS.
068200     OPEN EXTEND ANCHOR-FILE.
068300     IF HVR-ANC-STATUS = "05" OR HVR-ANC-STATUS = "35"
068400         OPEN OUTPUT ANCHOR-FILE
068500     END-IF.
068510     IF HVR-ANC-STATUS NOT = "00"
068520         DISPLAY "HSHVER: CANNOT WRITE HASHANCH, STATUS "
068530             HVR-ANC-STATUS " - NO FILE ANCHORED"
068540         SET HVR-ANCHOR-FAILED TO TRUE
068550         GO TO 7000-EXIT
068560     END-IF.
068600     PERFORM 7100-WRITE-ONE-ANCHOR THRU 7100-EXIT
068700         VARYING HVR-FILE-SUB FROM 1 BY 1
068800         UNTIL HVR-FILE-SUB > HVR-FILE-COUNT.
068900     CLOSE ANCHOR-FILE.
069000 7000-EXIT.
069100     EXIT.
069200*
069300 7100-WRITE-ONE-ANCHOR.
069400     IF NOT HVR-F-PRESENT(HVR-FILE-SUB)
069500         GO TO 7100-EXIT
069600     END-IF.
069700     MOVE SPACES                        TO HSHANC-RECORD.
069800     MOVE HVR-TODAY                     TO ANC-DATE.
069900     MOVE HVR-F-NAME(HVR-FILE-SUB)      TO ANC-FILE-NAME.
070000     MOVE HVR-F-COUNT(HVR-FILE-SUB)     TO ANC-RECORD-COUNT.
070100     MOVE HVR-F-LAST-HASH(HVR-FILE-SUB) TO ANC-CHAIN-HASH.
070200     IF HVR-F-BROKEN(HVR-FILE-SUB)
070300         SET ANC-CHAIN-BROKEN TO TRUE
070400     ELSE
070500         SET ANC-CHAIN-INTACT TO TRUE
070600     END-IF.
070700     MOVE HVR-F-BREAK-POS(HVR-FILE-SUB) TO ANC-BREAK-POSITION.
070800     MOVE HVR-NOW-STRING                TO ANC-TIMESTAMP.
070900     WRITE HSHANC-RECORD.
070910     IF HVR-ANC-STATUS NOT = "00"
070920         DISPLAY "HSHVER: CANNOT WRITE HASHANCH, STATUS "
070930             HVR-ANC-STATUS " - " HVR-F-NAME(HVR-FILE-SUB)
070940             " NOT ANCHORED"
070950         SET HVR-ANCHOR-FAILED TO TRUE
070960     END-IF.
071000 7100-EXIT.
071100     EXIT.
071200*
071300*+----------------------------------------------------------+
071400*|  9000-TERMINATE                                            |
071500*+----------------------------------------------------------+
071600 9000-TERMINATE.
071700     MOVE SPACES TO VERIFY-LINE.
071800     WRITE VERIFY-LINE.
071900     MOVE HVR-BROKEN-COUNT TO HVR-ED-COUNT.
072000     MOVE SPACES TO VERIFY-LINE.
072100     STRING "FILES WITH A BROKEN CHAIN: " DELIMITED BY SIZE
072200            HVR-ED-COUNT                  DELIMITED BY SIZE
072300         INTO VERIFY-LINE.
072400     WRITE VERIFY-LINE.
072500     CLOSE VERIFY-REPORT.
072600     IF HVR-BROKEN-COUNT > ZERO
072700         DISPLAY "HSHVER: SEAL CHAIN BROKEN ON " HVR-ED-COUNT
072800             " FILE(S) - SEE HSHVERRP"
072900         MOVE 8 TO RETURN-CODE
073000     END-IF.
073010     IF HVR-ANCHOR-FAILED
073020         MOVE 12 TO RETURN-CODE
073030     END-IF.
073100 9000-EXIT.
073200     EXIT.
