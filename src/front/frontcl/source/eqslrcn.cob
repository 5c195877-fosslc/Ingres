000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * SLRECON
000400*     *
000500*     * Purpose: Sub-ledger to general-ledger balance
000600*     *          reconciliation.  Reads the sub-ledger position
000700*     *          extract (POSEXTR, the account/currency/amount
000800*     *          shape REVALRP reads, ending in its control-total
000900*     *          trailer) and totals the ledger-balance file (see
001000*     *          eqledbal.cob) by account and currency over every
001100*     *          period up to the calendar's period end, then
001200*     *          matches the two.  Both sides are rounded to the
001300*     *          currency's CMS-DECIMALS off the currency master
001400*     *          before they are compared, and the difference is
001500*     *          held to the tolerance the RCNTOL control file
001600*     *          (see eqrcntol.cob) gives the account's range.
001700*     *          The report lists every item as matched, out of
001800*     *          tolerance, or one-sided.
001900*     *
002000*     * Notes:  Every out-of-tolerance break - including a
002100*     *          one-sided item larger than its tolerance - raises
002200*     *          a CRITICAL alert through ALRMGR.  The run's
002300*     *          outcome goes on the reconciliation status file
002400*     *          (see eqrcnsts.cob) under the name SLRECON and the
002500*     *          calendar's processing date, where MILCHK grades a
002600*     *          type-R "sub-ledger reconciled" close milestone
002700*     *          from it, so MILBRD shows it and BCALDT holds the
002800*     *          roll until it is met.  An extract that does not
002900*     *          balance to its trailer reconciles nothing.
003000*     *
003100 PROGRAM-ID.     SLRECON.
003200 AUTHOR.         D L ROSS.
003300 INSTALLATION.   BATCH SYSTEMS GROUP.
003400 DATE-WRITTEN.   15-OCT-2026.
003500 DATE-COMPILED.
003600*
003700*     * Modification History
003800*     * --------------------
003900*     * 15-oct-2026 (dlross)  Written.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT POSITION-EXTRACT ASSIGN TO "POSEXTR"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS SLR-POS-STATUS.
004700     SELECT LEDGER-FILE ASSIGN TO "LEDGBAL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS LGF-KEY
005100         FILE STATUS IS SLR-LEDGER-STATUS.
005200     SELECT TOLERANCE-FILE ASSIGN TO "RCNTOL"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS SLR-TOL-STATUS.
005500     SELECT CURMST-FILE ASSIGN TO "CURMASTR"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS SLR-MST-STATUS.
005800     SELECT STATUS-FILE ASSIGN TO "RECONSTS"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RSF-KEY
006200         FILE STATUS IS SLR-STS-STATUS.
006300     SELECT RECON-REPORT ASSIGN TO "SLRECRPT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS SLR-RPT-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  POSITION-EXTRACT
007000     RECORDING MODE IS F.
007100*    Wide enough for the 212-byte control trailer carried as
007200*    the extract's last record.
007300 01  POSITION-REC             PIC X(212).
007400*
007500 FD  LEDGER-FILE.
007600 01  LEDGER-FILE-REC.
007700     05 LGF-KEY               PIC X(31).
007800     05 LGF-REST-OF-RECORD    PIC X(87).
007900*
008000 FD  TOLERANCE-FILE
008100     RECORDING MODE IS F.
008200 01  TOLERANCE-REC            PIC X(56).
008300*
008400 FD  CURMST-FILE
008500     RECORDING MODE IS F.
008600 COPY "eqcurmst.cob".
008700*
008800 FD  STATUS-FILE.
008900 01  STATUS-FILE-REC.
009000     05 RSF-KEY               PIC X(20).
009100     05 RSF-REST-OF-RECORD    PIC X(36).
009200*
009300 FD  RECON-REPORT
009400     RECORDING MODE IS F.
009500 01  RECON-LINE               PIC X(132).
009600*
009700 WORKING-STORAGE SECTION.
009800 COPY "eqtrailr.cob".
009900 COPY "eqledbal.cob".
010000 COPY "eqrcntol.cob".
010100 COPY "eqrcnsts.cob".
010200*
010300 77  SLR-RECON-NAME           PIC X(12) VALUE "SLRECON".
010400*
010500 01  SLR-POSITION.
010600     05 POS-ACCOUNT           PIC X(20).
010700     05 POS-CURRENCY          PIC X(3).
010800     05 POS-AMOUNT            PIC S9(13)V99
010900                              SIGN LEADING SEPARATE.
011000*
011100 01  SLR-WORK-AREA.
011200     05 SLR-POS-STATUS        PIC X(2)  VALUE "00".
011300     05 SLR-LEDGER-STATUS     PIC X(2)  VALUE "00".
011400     05 SLR-TOL-STATUS        PIC X(2)  VALUE "00".
011500     05 SLR-MST-STATUS        PIC X(2)  VALUE "00".
011600     05 SLR-STS-STATUS        PIC X(2)  VALUE "00".
011700     05 SLR-RPT-STATUS        PIC X(2)  VALUE "00".
011800     05 SLR-EOF-SW            PIC X(1)  VALUE "N".
011900         88 SLR-AT-EOF                  VALUE "Y".
012000     05 SLR-FOUND-SW          PIC X(1)  VALUE "N".
012100         88 SLR-ENTRY-FOUND             VALUE "Y".
012200     05 SLR-TRAILER-SW        PIC X(1)  VALUE "N".
012300         88 SLR-TRAILER-SEEN            VALUE "Y".
012400     05 SLR-FAIL-SW           PIC X(1)  VALUE "N".
012500         88 SLR-BALANCE-FAILED          VALUE "Y".
012510     05 SLR-STS-WRITE-SW      PIC X(1)  VALUE "Y".
012520         88 SLR-STS-NOT-WRITTEN         VALUE "N".
012600     05 SLR-SUB               PIC S9(4) USAGE COMP.
012700     05 SLR-SUB2              PIC S9(4) USAGE COMP.
012800     05 SLR-HIT-SUB           PIC S9(4) USAGE COMP.
012900     05 SLR-PROC-DATE         PIC 9(8)  VALUE ZERO.
013000     05 SLR-PERIOD-END        PIC 9(8)  VALUE ZERO.
013100     05 SLR-POS-COUNT         PIC 9(9)  VALUE ZERO.
013200     05 SLR-DECIMALS          PIC 9(1).
013300     05 SLR-DEC-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
013400     05 SLR-TOL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
013500     05 SLR-ROUNDED-0         PIC S9(13)       COMP-3.
013600     05 SLR-ROUNDED-2         PIC S9(13)V99    COMP-3.
013700     05 SLR-ROUNDED-3         PIC S9(13)V999   COMP-3.
013800     05 SLR-ROUND-IN          PIC S9(13)V999   COMP-3.
013900     05 SLR-ROUND-OUT         PIC S9(13)V999   COMP-3.
014000     05 SLR-LEDGER-AMT        PIC S9(13)V999   COMP-3.
014100     05 SLR-SUB-AMT           PIC S9(13)V999   COMP-3.
014200     05 SLR-DIFFERENCE        PIC S9(13)V999   COMP-3.
014300     05 SLR-ABS-DIFFERENCE    PIC S9(13)V999   COMP-3.
014400     05 SLR-TOLERANCE         PIC 9(11)V99     COMP-3.
014500     05 SLR-ITEM-TEXT         PIC X(24).
014600     05 SLR-MATCHED           PIC 9(7)  VALUE ZERO.
014700     05 SLR-OUT-OF-TOL        PIC 9(7)  VALUE ZERO.
014800     05 SLR-ONE-SIDED         PIC 9(7)  VALUE ZERO.
014900     05 SLR-EDIT-LEDGER       PIC -(13)9.999.
015000     05 SLR-EDIT-SUB          PIC -(13)9.999.
015100     05 SLR-EDIT-DIFF         PIC -(13)9.999.
015200     05 SLR-EDIT-TOL          PIC Z(10)9.99.
015300     05 SLR-NOW-STRING        PIC X(14).
015400     05 SLR-BCD-ACTION        PIC X(4)  VALUE "GET".
015500     05 SLR-BCD-APPL          PIC X(8)  VALUE "GLPOST".
015600     05 SLR-BCD-PROC-DATE     PIC 9(8)  VALUE ZERO.
015700     05 SLR-BCD-PERIOD-END    PIC 9(8)  VALUE ZERO.
015800     05 SLR-BCD-CUTOFF-SW     PIC X(1)  VALUE "N".
015900     05 SLR-BCD-RESULT        PIC X(1)  VALUE "N".
016000         88 SLR-BCD-WORKED              VALUE "Y".
016100     05 SLR-ALR-ACTION        PIC X(5)  VALUE "RAISE".
016200     05 SLR-ALR-SEVERITY      PIC X(1)  VALUE "C".
016300     05 SLR-ALR-PROGRAM       PIC X(8)  VALUE "SLRECON".
016400     05 SLR-ALR-MESSAGE       PIC X(70).
016500     05 SLR-ALR-KEY           PIC X(20) VALUE SPACES.
016600     05 SLR-ALR-USER          PIC X(8)  VALUE SPACES.
016700*
016800 01  SLR-DEC-TABLE.
016900     05 SLR-DEC-ROW OCCURS 50 TIMES.
017000         10 SLR-DEC-CODE      PIC X(3).
017100         10 SLR-DEC-DECIMALS  PIC 9(1).
017200*
017300 01  SLR-TOL-TABLE.
017400     05 SLR-TOL-ROW OCCURS 100 TIMES.
017500         10 SLR-T-LOW         PIC X(20).
017600         10 SLR-T-HIGH        PIC X(20).
017700         10 SLR-T-CURRENCY    PIC X(3).
017800         10 SLR-T-AMOUNT      PIC 9(11)V99 COMP-3.
017900*
018000 01  SLR-CUR-TABLE.
018100     05 SLR-CUR-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
018200     05 SLR-CUR-ROW OCCURS 5 TIMES.
018300         10 SLR-CUR-CODE      PIC X(3).
018400         10 SLR-CUR-NET-IN    PIC S9(13)V99 COMP-3.
018500*
018600*    One row per account and currency seen on either side.
018700 01  SLR-ITEM-TABLE.
018800     05 SLR-ITEM-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
018900     05 SLR-ITEM-ROW OCCURS 3000 TIMES.
019000         10 SLR-I-ACCOUNT     PIC X(20).
019100         10 SLR-I-CURRENCY    PIC X(3).
019200         10 SLR-I-LEDGER      PIC S9(13)V99 COMP-3.
019300         10 SLR-I-SUB         PIC S9(13)V99 COMP-3.
019400         10 SLR-I-LEDGER-SW   PIC X(1).
019500             88 SLR-I-ON-LEDGER         VALUE "Y".
019600         10 SLR-I-SUB-SW      PIC X(1).
019700             88 SLR-I-ON-SUB            VALUE "Y".
019800*
019900 PROCEDURE DIVISION.
020000*
020100*+----------------------------------------------------------+
020200*|  0000-MAINLINE                                             |
020300*+----------------------------------------------------------+
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
020700     PERFORM 3000-LOAD-SUBLEDGER THRU 3000-EXIT.
020800     PERFORM 4000-BALANCE-TRAILER THRU 4000-EXIT.
020900     IF NOT SLR-BALANCE-FAILED
021000         PERFORM 5000-RECONCILE THRU 5000-EXIT
021100             VARYING SLR-SUB FROM 1 BY 1
021200             UNTIL SLR-SUB > SLR-ITEM-COUNT
021300     END-IF.
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021500     STOP RUN.
021600*
021700*+----------------------------------------------------------+
021800*|  1000-INITIALIZE - calendar dates, decimals, tolerances.   |
021900*+----------------------------------------------------------+
022000 1000-INITIALIZE.
022100     CALL "BCALDT" USING SLR-BCD-ACTION
022200                         SLR-BCD-APPL
022300                         SLR-BCD-PROC-DATE
022400                         SLR-BCD-PERIOD-END
022500                         SLR-BCD-CUTOFF-SW
022600                         SLR-BCD-RESULT.
022700     IF NOT SLR-BCD-WORKED
022800        OR SLR-BCD-PERIOD-END = ZERO
022900         DISPLAY "SLRECON: NO PERIOD END ON BUSINESS CALENDAR"
023000         MOVE 12 TO RETURN-CODE
023100         STOP RUN
023200     END-IF.
023300     MOVE SLR-BCD-PROC-DATE  TO SLR-PROC-DATE.
023400     MOVE SLR-BCD-PERIOD-END TO SLR-PERIOD-END.
023500     OPEN INPUT POSITION-EXTRACT.
023600     IF SLR-POS-STATUS NOT = "00"
023700         DISPLAY "SLRECON: NO POSEXTR POSITION EXTRACT"
023800         MOVE 12 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100     PERFORM 1100-LOAD-DECIMALS THRU 1100-EXIT.
024200     PERFORM 1200-LOAD-TOLERANCES THRU 1200-EXIT.
024300     OPEN OUTPUT RECON-REPORT.
024400     MOVE SPACES TO RECON-LINE.
024500     STRING "SUB-LEDGER TO LEDGER RECONCILIATION  "
024600                                  DELIMITED BY SIZE
024700            "PROCESSING DATE "    DELIMITED BY SIZE
024800            SLR-PROC-DATE         DELIMITED BY SIZE
024900            "  BALANCES TO PERIOD END "
025000                                  DELIMITED BY SIZE
025100            SLR-PERIOD-END        DELIMITED BY SIZE
025200         INTO RECON-LINE.
025300     WRITE RECON-LINE.
025400     MOVE SPACES TO RECON-LINE.
025500     WRITE RECON-LINE.
025600     MOVE SPACES TO RECON-LINE.
025700     STRING "ACCOUNT              CCY           LEDGER"
025800                                  DELIMITED BY SIZE
025900            "           SUB-LEDGER           DIFFERENCE"
026000                                  DELIMITED BY SIZE
026100            "     TOLERANCE  RESULT"
026200                                  DELIMITED BY SIZE
026300         INTO RECON-LINE.
026400     WRITE RECON-LINE.
026500 1000-EXIT.
026600     EXIT.
026700*
026800 1100-LOAD-DECIMALS.
026900     OPEN INPUT CURMST-FILE.
027000     IF SLR-MST-STATUS NOT = "00"
027100         GO TO 1100-EXIT
027200     END-IF.
027300     MOVE "N" TO SLR-EOF-SW.
027400     PERFORM 1110-LOAD-ONE-DECIMAL THRU 1110-EXIT
027500         UNTIL SLR-AT-EOF.
027600     CLOSE CURMST-FILE.
027700 1100-EXIT.
027800     EXIT.
027900*
028000 1110-LOAD-ONE-DECIMAL.
028100     READ CURMST-FILE
028200         AT END SET SLR-AT-EOF TO TRUE
028300     END-READ.
028400     IF SLR-AT-EOF
028500         GO TO 1110-EXIT
028600     END-IF.
028700     MOVE "N" TO SLR-FOUND-SW.
028800     PERFORM 1120-MATCH-ONE-CODE THRU 1120-EXIT
028900         VARYING SLR-SUB2 FROM 1 BY 1
029000         UNTIL SLR-SUB2 > SLR-DEC-COUNT
029100            OR SLR-ENTRY-FOUND.
029200     IF NOT SLR-ENTRY-FOUND
029300        AND SLR-DEC-COUNT < 50
029400         ADD 1 TO SLR-DEC-COUNT
029500         MOVE CMS-CURRENCY-CODE TO SLR-DEC-CODE(SLR-DEC-COUNT)
029600         MOVE CMS-DECIMALS
029700             TO SLR-DEC-DECIMALS(SLR-DEC-COUNT)
029800     END-IF.
029900 1110-EXIT.
030000     EXIT.
030100*
030200 1120-MATCH-ONE-CODE.
030300     IF SLR-DEC-CODE(SLR-SUB2) = CMS-CURRENCY-CODE
030400         SET SLR-ENTRY-FOUND TO TRUE
030500     END-IF.
030600 1120-EXIT.
030700     EXIT.
030800*
030900 1200-LOAD-TOLERANCES.
031000     OPEN INPUT TOLERANCE-FILE.
031100     IF SLR-TOL-STATUS NOT = "00"
031200         DISPLAY "SLRECON: NO RCNTOL TOLERANCE FILE -"
031300             " EVERY DIFFERENCE IS A BREAK"
031400         GO TO 1200-EXIT
031500     END-IF.
031600     MOVE "N" TO SLR-EOF-SW.
031700     PERFORM 1210-LOAD-ONE-TOLERANCE THRU 1210-EXIT
031800         UNTIL SLR-AT-EOF.
031900     CLOSE TOLERANCE-FILE.
032000 1200-EXIT.
032100     EXIT.
032200*
032300 1210-LOAD-ONE-TOLERANCE.
032400     READ TOLERANCE-FILE INTO RCNTOL-RECORD
032500         AT END SET SLR-AT-EOF TO TRUE
032600     END-READ.
032700     IF SLR-AT-EOF
032800        OR SLR-TOL-COUNT = 100
032900         GO TO 1210-EXIT
033000     END-IF.
033100     ADD 1 TO SLR-TOL-COUNT.
033200     MOVE TOL-ACCOUNT-LOW  TO SLR-T-LOW(SLR-TOL-COUNT).
033300     MOVE TOL-ACCOUNT-HIGH TO SLR-T-HIGH(SLR-TOL-COUNT).
033400     MOVE TOL-CURRENCY     TO SLR-T-CURRENCY(SLR-TOL-COUNT).
033500     MOVE TOL-AMOUNT       TO SLR-T-AMOUNT(SLR-TOL-COUNT).
033600 1210-EXIT.
033700     EXIT.
033800*
033900*+----------------------------------------------------------+
034000*|  2000-LOAD-LEDGER - total every balance row up to the      |
034100*|  calendar's period end by account and currency.            |
034200*+----------------------------------------------------------+
034300 2000-LOAD-LEDGER.
034400     OPEN INPUT LEDGER-FILE.
034500     IF SLR-LEDGER-STATUS NOT = "00"
034600         DISPLAY "SLRECON: LEDGBAL WILL NOT OPEN, STATUS "
034700             SLR-LEDGER-STATUS
034800         MOVE 12 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     MOVE "N" TO SLR-EOF-SW.
035200     PERFORM 2100-ONE-BALANCE-ROW THRU 2100-EXIT
035300         UNTIL SLR-AT-EOF.
035400     CLOSE LEDGER-FILE.
035500 2000-EXIT.
035600     EXIT.
035700*
035800 2100-ONE-BALANCE-ROW.
035900     READ LEDGER-FILE NEXT RECORD
036000         AT END SET SLR-AT-EOF TO TRUE
036100     END-READ.
036200     IF SLR-AT-EOF
036300         GO TO 2100-EXIT
036400     END-IF.
036500     MOVE LGF-KEY            TO LEDBAL-RECORD(1:31).
036600     MOVE LGF-REST-OF-RECORD TO LEDBAL-RECORD(32:87).
036700     IF LGB-PERIOD-END > SLR-PERIOD-END
036800         GO TO 2100-EXIT
036900     END-IF.
037000     MOVE LGB-ACCOUNT  TO POS-ACCOUNT.
037100     MOVE LGB-CURRENCY TO POS-CURRENCY.
037200     PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT.
037300     ADD LGB-BALANCE TO SLR-I-LEDGER(SLR-HIT-SUB).
037400     SET SLR-I-ON-LEDGER(SLR-HIT-SUB) TO TRUE.
037500 2100-EXIT.
037600     EXIT.
037700*
037800*    A table full stops the run: a reconciliation that has
037900*    dropped items has proved nothing.
038000 2200-FIND-OR-ADD-ITEM.
038100     MOVE "N" TO SLR-FOUND-SW.
038200     PERFORM 2210-MATCH-ONE-ITEM THRU 2210-EXIT
038300         VARYING SLR-SUB2 FROM 1 BY 1
038400         UNTIL SLR-SUB2 > SLR-ITEM-COUNT
038500            OR SLR-ENTRY-FOUND.
038600     IF SLR-ENTRY-FOUND
038700         GO TO 2200-EXIT
038800     END-IF.
038900     IF SLR-ITEM-COUNT = 3000
039000         DISPLAY "SLRECON: MORE THAN 3000 ACCOUNT/CURRENCY ITEMS"
039100             " - RECONCILIATION NOT RUN"
039200         MOVE 12 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500     ADD 1 TO SLR-ITEM-COUNT.
039600     MOVE SLR-ITEM-COUNT TO SLR-HIT-SUB.
039700     MOVE POS-ACCOUNT  TO SLR-I-ACCOUNT(SLR-HIT-SUB).
039800     MOVE POS-CURRENCY TO SLR-I-CURRENCY(SLR-HIT-SUB).
039900     MOVE ZERO TO SLR-I-LEDGER(SLR-HIT-SUB)
040000                  SLR-I-SUB(SLR-HIT-SUB).
040100     MOVE "N" TO SLR-I-LEDGER-SW(SLR-HIT-SUB)
040200                 SLR-I-SUB-SW(SLR-HIT-SUB).
040300 2200-EXIT.
040400     EXIT.
040500*
040600 2210-MATCH-ONE-ITEM.
040700     IF SLR-I-ACCOUNT(SLR-SUB2) = POS-ACCOUNT
040800        AND SLR-I-CURRENCY(SLR-SUB2) = POS-CURRENCY
040900         SET SLR-ENTRY-FOUND TO TRUE
041000         MOVE SLR-SUB2 TO SLR-HIT-SUB
041100     END-IF.
041200 2210-EXIT.
041300     EXIT.
041400*
041500*+----------------------------------------------------------+
041600*|  3000-LOAD-SUBLEDGER - the extract's positions onto the    |
041700*|  same items, netted for the trailer check.                 |
041800*+----------------------------------------------------------+
041900 3000-LOAD-SUBLEDGER.
042000     MOVE "N" TO SLR-EOF-SW.
042100     PERFORM 3100-ONE-POSITION THRU 3100-EXIT
042200         UNTIL SLR-AT-EOF.
042300     CLOSE POSITION-EXTRACT.
042400 3000-EXIT.
042500     EXIT.
042600*
042700 3100-ONE-POSITION.
042800     READ POSITION-EXTRACT
042900         AT END SET SLR-AT-EOF TO TRUE
043000     END-READ.
043100     IF SLR-AT-EOF
043200         GO TO 3100-EXIT
043300     END-IF.
043400     IF POSITION-REC(1:3) = "TRL"
043500         MOVE POSITION-REC TO TRAILR-RECORD
043600         SET SLR-TRAILER-SEEN TO TRUE
043700         GO TO 3100-EXIT
043800     END-IF.
043900     MOVE POSITION-REC(1:39) TO SLR-POSITION.
044000     ADD 1 TO SLR-POS-COUNT.
044100     PERFORM 2200-FIND-OR-ADD-ITEM THRU 2200-EXIT.
044200     ADD POS-AMOUNT TO SLR-I-SUB(SLR-HIT-SUB).
044300     SET SLR-I-ON-SUB(SLR-HIT-SUB) TO TRUE.
044400     MOVE "N" TO SLR-FOUND-SW.
044500     PERFORM 3110-MATCH-ONE-CURRENCY THRU 3110-EXIT
044600         VARYING SLR-SUB2 FROM 1 BY 1
044700         UNTIL SLR-SUB2 > SLR-CUR-COUNT
044800            OR SLR-ENTRY-FOUND.
044900     IF SLR-ENTRY-FOUND
045000         ADD POS-AMOUNT TO SLR-CUR-NET-IN(SLR-HIT-SUB)
045100     ELSE
045200         IF SLR-CUR-COUNT < 5
045300             ADD 1 TO SLR-CUR-COUNT
045400             MOVE POS-CURRENCY TO SLR-CUR-CODE(SLR-CUR-COUNT)
045500             MOVE POS-AMOUNT   TO SLR-CUR-NET-IN(SLR-CUR-COUNT)
045600         END-IF
045700     END-IF.
045800 3100-EXIT.
045900     EXIT.
046000*
046100 3110-MATCH-ONE-CURRENCY.
046200     IF SLR-CUR-CODE(SLR-SUB2) = POS-CURRENCY
046300         SET SLR-ENTRY-FOUND TO TRUE
046400         MOVE SLR-SUB2 TO SLR-HIT-SUB
046500     END-IF.
046600 3110-EXIT.
046700     EXIT.
046800*
046900*+----------------------------------------------------------+
047000*|  4000-BALANCE-TRAILER - the positions read must balance    |
047100*|  to the extract's own trailer before anything is matched.  |
047200*+----------------------------------------------------------+
047300 4000-BALANCE-TRAILER.
047400     IF NOT SLR-TRAILER-SEEN
047500         MOVE "NO CONTROL TRAILER ON POSITION EXTRACT"
047600             TO RECON-LINE
047700         WRITE RECON-LINE
047800         SET SLR-BALANCE-FAILED TO TRUE
047900         GO TO 4000-EXIT
048000     END-IF.
048100     IF TRL-RECORD-COUNT NOT = SLR-POS-COUNT
048200         MOVE "POSITION COUNT DOES NOT BALANCE TO TRAILER"
048300             TO RECON-LINE
048400         WRITE RECON-LINE
048500         SET SLR-BALANCE-FAILED TO TRUE
048600     END-IF.
048700     PERFORM 4100-BALANCE-ONE-CURRENCY THRU 4100-EXIT
048800         VARYING SLR-SUB FROM 1 BY 1
048900         UNTIL SLR-SUB > TRL-CUR-COUNT.
049000     IF SLR-BALANCE-FAILED
049100         MOVE "EXTRACT OUT OF BALANCE - NOTHING RECONCILED"
049200             TO RECON-LINE
049300         WRITE RECON-LINE
049400     END-IF.
049500 4000-EXIT.
049600     EXIT.
049700*
049800 4100-BALANCE-ONE-CURRENCY.
049900     PERFORM 4110-MATCH-TRAILER-CUR THRU 4110-EXIT
050000         VARYING SLR-SUB2 FROM 1 BY 1
050100         UNTIL SLR-SUB2 > SLR-CUR-COUNT.
050200 4100-EXIT.
050300     EXIT.
050400*
050500 4110-MATCH-TRAILER-CUR.
050600     IF SLR-CUR-CODE(SLR-SUB2) NOT = TRL-CUR-CODE(SLR-SUB)
050700         GO TO 4110-EXIT
050800     END-IF.
050900     IF SLR-CUR-NET-IN(SLR-SUB2) NOT = TRL-NET-AMOUNT(SLR-SUB)
051000         MOVE SPACES TO RECON-LINE
051100         STRING "CURRENCY " DELIMITED BY SIZE
051200                TRL-CUR-CODE(SLR-SUB) DELIMITED BY SIZE
051300                " NET DOES NOT BALANCE TO TRAILER"
051400                                      DELIMITED BY SIZE
051500             INTO RECON-LINE
051600         WRITE RECON-LINE
051700         SET SLR-BALANCE-FAILED TO TRUE
051800     END-IF.
051900 4110-EXIT.
052000     EXIT.
052100*
052200*+----------------------------------------------------------+
052300*|  5000-RECONCILE - one item: round both sides, compare the  |
052400*|  difference with the account range's tolerance.            |
052500*+----------------------------------------------------------+
052600 5000-RECONCILE.
052700     PERFORM 5100-FIND-DECIMALS THRU 5100-EXIT.
052800     MOVE SLR-I-LEDGER(SLR-SUB) TO SLR-ROUND-IN.
052900     PERFORM 5200-ROUND-AMOUNT THRU 5200-EXIT.
053000     MOVE SLR-ROUND-OUT TO SLR-LEDGER-AMT.
053100     MOVE SLR-I-SUB(SLR-SUB) TO SLR-ROUND-IN.
053200     PERFORM 5200-ROUND-AMOUNT THRU 5200-EXIT.
053300     MOVE SLR-ROUND-OUT TO SLR-SUB-AMT.
053400     COMPUTE SLR-DIFFERENCE = SLR-SUB-AMT - SLR-LEDGER-AMT.
053500     IF SLR-DIFFERENCE < ZERO
053600         COMPUTE SLR-ABS-DIFFERENCE = SLR-DIFFERENCE * -1
053700     ELSE
053800         MOVE SLR-DIFFERENCE TO SLR-ABS-DIFFERENCE
053900     END-IF.
054000     PERFORM 5300-FIND-TOLERANCE THRU 5300-EXIT.
054100     EVALUATE TRUE
054200         WHEN SLR-I-ON-LEDGER(SLR-SUB)
054300          AND SLR-I-ON-SUB(SLR-SUB)
054400          AND SLR-ABS-DIFFERENCE NOT > SLR-TOLERANCE
054500             ADD 1 TO SLR-MATCHED
054600             MOVE "MATCHED" TO SLR-ITEM-TEXT
054700         WHEN SLR-I-ON-LEDGER(SLR-SUB)
054800          AND SLR-I-ON-SUB(SLR-SUB)
054900             ADD 1 TO SLR-OUT-OF-TOL
055000             MOVE "*** OUT OF TOLERANCE" TO SLR-ITEM-TEXT
055100             PERFORM 5400-RAISE-BREAK THRU 5400-EXIT
055200         WHEN SLR-ABS-DIFFERENCE NOT > SLR-TOLERANCE
055300             ADD 1 TO SLR-ONE-SIDED
055400             IF SLR-I-ON-LEDGER(SLR-SUB)
055500                 MOVE "LEDGER ONLY" TO SLR-ITEM-TEXT
055600             ELSE
055700                 MOVE "SUB-LEDGER ONLY" TO SLR-ITEM-TEXT
055800             END-IF
055900         WHEN OTHER
056000             ADD 1 TO SLR-ONE-SIDED
056100             ADD 1 TO SLR-OUT-OF-TOL
056200             IF SLR-I-ON-LEDGER(SLR-SUB)
056300                 MOVE "*** LEDGER ONLY" TO SLR-ITEM-TEXT
056400             ELSE
056500                 MOVE "*** SUB-LEDGER ONLY" TO SLR-ITEM-TEXT
056600             END-IF
056700             PERFORM 5400-RAISE-BREAK THRU 5400-EXIT
056800     END-EVALUATE.
056900     MOVE SLR-LEDGER-AMT TO SLR-EDIT-LEDGER.
057000     MOVE SLR-SUB-AMT    TO SLR-EDIT-SUB.
057100     MOVE SLR-DIFFERENCE TO SLR-EDIT-DIFF.
057200     MOVE SLR-TOLERANCE  TO SLR-EDIT-TOL.
057300     MOVE SPACES TO RECON-LINE.
057400     STRING SLR-I-ACCOUNT(SLR-SUB)  DELIMITED BY SIZE
057500            " "                     DELIMITED BY SIZE
057600            SLR-I-CURRENCY(SLR-SUB) DELIMITED BY SIZE
057700            SLR-EDIT-LEDGER         DELIMITED BY SIZE
057800            SLR-EDIT-SUB            DELIMITED BY SIZE
057900            SLR-EDIT-DIFF           DELIMITED BY SIZE
058000            SLR-EDIT-TOL            DELIMITED BY SIZE
058100            "  "                    DELIMITED BY SIZE
058200            SLR-ITEM-TEXT           DELIMITED BY SIZE
058300         INTO RECON-LINE.
058400     WRITE RECON-LINE.
058500 5000-EXIT.
058600     EXIT.
058700*
058800 5100-FIND-DECIMALS.
058900     MOVE 2 TO SLR-DECIMALS.
059000     MOVE "N" TO SLR-FOUND-SW.
059100     PERFORM 5110-MATCH-DECIMALS THRU 5110-EXIT
059200         VARYING SLR-SUB2 FROM 1 BY 1
059300         UNTIL SLR-SUB2 > SLR-DEC-COUNT
059400            OR SLR-ENTRY-FOUND.
059500 5100-EXIT.
059600     EXIT.
059700*
059800 5110-MATCH-DECIMALS.
059900     IF SLR-DEC-CODE(SLR-SUB2) = SLR-I-CURRENCY(SLR-SUB)
060000         SET SLR-ENTRY-FOUND TO TRUE
060100         MOVE SLR-DEC-DECIMALS(SLR-SUB2) TO SLR-DECIMALS
060200     END-IF.
060300 5110-EXIT.
060400     EXIT.
060500*
060600 5200-ROUND-AMOUNT.
060700     EVALUATE SLR-DECIMALS
060800         WHEN 0
060900             COMPUTE SLR-ROUNDED-0 ROUNDED = SLR-ROUND-IN
061000             MOVE SLR-ROUNDED-0 TO SLR-ROUND-OUT
061100         WHEN 3
061200             COMPUTE SLR-ROUNDED-3 ROUNDED = SLR-ROUND-IN
061300             MOVE SLR-ROUNDED-3 TO SLR-ROUND-OUT
061400         WHEN OTHER
061500             COMPUTE SLR-ROUNDED-2 ROUNDED = SLR-ROUND-IN
061600             MOVE SLR-ROUNDED-2 TO SLR-ROUND-OUT
061700     END-EVALUATE.
061800 5200-EXIT.
061900     EXIT.
062000*
062100*    The first range covering the account - and its currency,
062200*    where the range names one - gives the tolerance.
062300 5300-FIND-TOLERANCE.
062400     MOVE ZERO TO SLR-TOLERANCE.
062500     MOVE "N" TO SLR-FOUND-SW.
062600     PERFORM 5310-MATCH-ONE-RANGE THRU 5310-EXIT
062700         VARYING SLR-SUB2 FROM 1 BY 1
062800         UNTIL SLR-SUB2 > SLR-TOL-COUNT
062900            OR SLR-ENTRY-FOUND.
063000 5300-EXIT.
063100     EXIT.
063200*
063300 5310-MATCH-ONE-RANGE.
063400     IF SLR-I-ACCOUNT(SLR-SUB) NOT < SLR-T-LOW(SLR-SUB2)
063500        AND SLR-I-ACCOUNT(SLR-SUB) NOT > SLR-T-HIGH(SLR-SUB2)
063600        AND (SLR-T-CURRENCY(SLR-SUB2) = SPACES
063700          OR SLR-T-CURRENCY(SLR-SUB2) = SLR-I-CURRENCY(SLR-SUB))
063800         SET SLR-ENTRY-FOUND TO TRUE
063900         MOVE SLR-T-AMOUNT(SLR-SUB2) TO SLR-TOLERANCE
064000     END-IF.
064100 5310-EXIT.
064200     EXIT.
064300*
064400 5400-RAISE-BREAK.
064500     MOVE SLR-DIFFERENCE TO SLR-EDIT-DIFF.
064600     MOVE SPACES TO SLR-ALR-MESSAGE.
064700     STRING "SUB-LEDGER BREAK "       DELIMITED BY SIZE
064800            SLR-I-CURRENCY(SLR-SUB)   DELIMITED BY SIZE
064900            " DIFF"                   DELIMITED BY SIZE
065000            SLR-EDIT-DIFF             DELIMITED BY SIZE
065100            " OVER TOLERANCE"         DELIMITED BY SIZE
065200         INTO SLR-ALR-MESSAGE.
065300     MOVE SLR-I-ACCOUNT(SLR-SUB) TO SLR-ALR-KEY.
065400     CALL "ALRMGR" USING SLR-ALR-ACTION
065500                         SLR-ALR-SEVERITY
065600                         SLR-ALR-PROGRAM
065700                         SLR-ALR-MESSAGE
065800                         SLR-ALR-KEY
065900                         SLR-ALR-USER.
066000 5400-EXIT.
066100     EXIT.
066200*
066300*+----------------------------------------------------------+
066400*|  9000-TERMINATE - totals, the status record the close      |
066500*|  milestone is graded from, close.                          |
066600*+----------------------------------------------------------+
066700 9000-TERMINATE.
066800     MOVE SPACES TO RECON-LINE.
066900     WRITE RECON-LINE.
067000     MOVE SPACES TO RECON-LINE.
067100     STRING "ITEMS MATCHED="       DELIMITED BY SIZE
067200            SLR-MATCHED            DELIMITED BY SIZE
067300            " OUT OF TOLERANCE="   DELIMITED BY SIZE
067400            SLR-OUT-OF-TOL         DELIMITED BY SIZE
067500            " ONE-SIDED="          DELIMITED BY SIZE
067600            SLR-ONE-SIDED          DELIMITED BY SIZE
067700         INTO RECON-LINE.
067800     WRITE RECON-LINE.
067900     MOVE SPACES TO RCNSTS-RECORD.
068000     MOVE SLR-RECON-NAME  TO RCS-RECON-NAME.
068100     MOVE SLR-PROC-DATE   TO RCS-BUSINESS-DATE.
068200     IF SLR-BALANCE-FAILED
068300        OR SLR-OUT-OF-TOL > ZERO
068400         SET RCS-BREAKS TO TRUE
068500         MOVE "SUB-LEDGER NOT RECONCILED" TO RECON-LINE
068600     ELSE
068700         SET RCS-RECONCILED TO TRUE
068800         MOVE "SUB-LEDGER RECONCILED" TO RECON-LINE
068900     END-IF.
069000     WRITE RECON-LINE.
069100     MOVE SLR-MATCHED     TO RCS-MATCHED.
069200     MOVE SLR-OUT-OF-TOL  TO RCS-OUT-OF-TOL.
069300     MOVE SLR-ONE-SIDED   TO RCS-ONE-SIDED.
069400     MOVE FUNCTION CURRENT-DATE(1:14) TO SLR-NOW-STRING.
069500     MOVE SLR-NOW-STRING  TO RCS-TIMESTAMP.
069600     OPEN I-O STATUS-FILE.
069700     IF SLR-STS-STATUS = "05" OR SLR-STS-STATUS = "35"
069800         OPEN OUTPUT STATUS-FILE
069900         CLOSE STATUS-FILE
070000         OPEN I-O STATUS-FILE
070100     END-IF.
070200     MOVE RCS-KEY TO RSF-KEY.
070300     MOVE RCNSTS-RECORD(21:36) TO RSF-REST-OF-RECORD.
070400     REWRITE STATUS-FILE-REC.
070500     IF SLR-STS-STATUS = "23" OR SLR-STS-STATUS = "21"
070600         WRITE STATUS-FILE-REC
070700     END-IF.
070710     IF SLR-STS-STATUS NOT = "00"
070720         DISPLAY "SLRECON: CANNOT WRITE RECONSTS, STATUS "
070730             SLR-STS-STATUS
070740         SET SLR-STS-NOT-WRITTEN TO TRUE
070750     END-IF.
070800     CLOSE STATUS-FILE.
070900     CLOSE RECON-REPORT.
071000     EVALUATE TRUE
071100         WHEN SLR-BALANCE-FAILED
071200             MOVE 12 TO RETURN-CODE
071300         WHEN SLR-OUT-OF-TOL > ZERO
071400             MOVE 8 TO RETURN-CODE
071500         WHEN OTHER
071600             MOVE ZERO TO RETURN-CODE
071700     END-EVALUATE.
071710     IF SLR-STS-NOT-WRITTEN
071720         MOVE 12 TO RETURN-CODE
071730     END-IF.
071800 9000-EXIT.
071900     EXIT.
