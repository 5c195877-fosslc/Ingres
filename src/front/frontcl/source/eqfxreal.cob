000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * FXREAL
000400*     *
000500*     * Purpose: Realized foreign-exchange gain/loss at
000600*     *          settlement.  For every settled item on the FXSETL
000700*     *          file (see eqfxsetl.cob) it converts the item's
000800*     *          amount to base currency through MONEYC twice -
000900*     *          at the currency master rate in effect on the
001000*     *          booking date and at the rate in effect on the
001100*     *          settlement date - and books the difference as a
001200*     *          balanced journal batch in the JRNLIN layout (see
001300*     *          eqjrnrec.cob) behind a TRLWRT control-total
001400*     *          trailer, for the schedule to hand to JRNVAL with
001500*     *          the partner feeds.  REVALRP's unrealized figures
001600*     *          come off the same effective-dated rates, so the
001700*     *          realized and unrealized sides agree.
001800*     *
001900*     * Notes:  A gain debits the item's own account and credits
002000*     *          the gain account on the FXPARM parameter record;
002100*     *          a loss debits the loss account and credits the
002200*     *          item's account.  Both lines are in the base
002300*     *          currency named on the parameter.  An item with no
002400*     *          rate on either date books nothing and is listed
002500*     *          on the report; the step then ends 8.
002600*     *
002700*     *          Batch ids are "FX", the processing date's day
002800*     *          and a four-digit sequence, with a new batch every
002900*     *          400 items to stay well inside JRNVAL's batch
003000*     *          buffer.
003100*     *
003200 PROGRAM-ID.     FXREAL.
003300 AUTHOR.         D L ROSS.
003400 INSTALLATION.   BATCH SYSTEMS GROUP.
003500 DATE-WRITTEN.   15-OCT-2026.
003600 DATE-COMPILED.
003700*
003800*     * Modification History
003900*     * --------------------
004000*     * 15-oct-2026 (dlross)  Written.
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FX-PARM ASSIGN TO "FXPARM"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FXR-PARM-STATUS.
004800     SELECT SETTLED-ITEMS ASSIGN TO "FXSETL"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS FXR-SETL-STATUS.
005100     SELECT JOURNAL-OUT ASSIGN TO "FXRLJRNL"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS FXR-OUT-STATUS.
005400     SELECT FX-REPORT ASSIGN TO "FXRLRPT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS FXR-RPT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  FX-PARM
006100     RECORDING MODE IS F.
006200 01  FX-PARM-REC.
006300     05 FXP-BASE-CURRENCY     PIC X(3).
006400     05 FXP-GAIN-ACCOUNT      PIC X(20).
006500     05 FXP-LOSS-ACCOUNT      PIC X(20).
006600*
006700 FD  SETTLED-ITEMS
006800     RECORDING MODE IS F.
006900 01  SETTLED-ITEM-REC         PIC X(100).
007000*
007100 FD  JOURNAL-OUT
007200     RECORDING MODE IS F.
007300 01  JOURNAL-OUT-REC          PIC X(212).
007400*
007500 FD  FX-REPORT
007600     RECORDING MODE IS F.
007700 01  REPORT-LINE              PIC X(132).
007800*
007900 WORKING-STORAGE SECTION.
008000 COPY "eqfxsetl.cob".
008100 COPY "eqjrnrec.cob".
008200*
008300 77  FXR-JOB-NAME             PIC X(8)  VALUE "FXREAL".
008400*
008500 01  FXR-WORK-AREA.
008600     05 FXR-PARM-STATUS       PIC X(2)  VALUE "00".
008700     05 FXR-SETL-STATUS       PIC X(2)  VALUE "00".
008800     05 FXR-OUT-STATUS        PIC X(2)  VALUE "00".
008900     05 FXR-RPT-STATUS        PIC X(2)  VALUE "00".
009000     05 FXR-EOF-SW            PIC X(1)  VALUE "N".
009100         88 FXR-AT-EOF                  VALUE "Y".
009200     05 FXR-BASE-CURRENCY     PIC X(3).
009300     05 FXR-GAIN-ACCOUNT      PIC X(20).
009400     05 FXR-LOSS-ACCOUNT      PIC X(20).
009500     05 FXR-PROC-DATE         PIC 9(8)  VALUE ZERO.
009600     05 FXR-PROC-DATE-X REDEFINES FXR-PROC-DATE
009700                              PIC X(8).
009800     05 FXR-MISSING-DATE      PIC 9(8)  VALUE ZERO.
009900     05 FXR-BATCH-SEQ         PIC 9(4)  VALUE ZERO.
010000     05 FXR-BATCH-ITEMS       PIC 9(5)  VALUE ZERO.
010100     05 FXR-BATCH-ID          PIC X(8)  VALUE SPACES.
010200     05 FXR-AMOUNT-WORK       PIC S9(13)V9(4) COMP-3.
010300     05 FXR-BASE-BOOKED       PIC S9(13)V9(4) COMP-3.
010400     05 FXR-BASE-SETTLED      PIC S9(13)V9(4) COMP-3.
010500     05 FXR-RATE-BOOKED       PIC S9(7)V9(8) COMP-3.
010600     05 FXR-RATE-SETTLED      PIC S9(7)V9(8) COMP-3.
010700     05 FXR-REALIZED          PIC S9(13)V99 COMP-3.
010800     05 FXR-TOTAL-GAIN        PIC S9(13)V99 COMP-3 VALUE ZERO.
010900     05 FXR-TOTAL-LOSS        PIC S9(13)V99 COMP-3 VALUE ZERO.
011000     05 FXR-MCV-RESULT        PIC X(1).
011100         88 FXR-MCV-OK                  VALUE "Y".
011200     05 FXR-ITEMS-READ        PIC 9(9)  VALUE ZERO.
011300     05 FXR-ITEMS-BOOKED      PIC 9(9)  VALUE ZERO.
011400     05 FXR-ITEMS-NIL         PIC 9(9)  VALUE ZERO.
011500     05 FXR-ITEMS-NO-RATE     PIC 9(9)  VALUE ZERO.
011600     05 FXR-LINES-WRITTEN     PIC 9(9)  VALUE ZERO.
011700     05 FXR-BCD-ACTION        PIC X(4)  VALUE "GET".
011800     05 FXR-BCD-APPL          PIC X(8)  VALUE "GLPOST".
011900     05 FXR-BCD-PROC-DATE     PIC 9(8)  VALUE ZERO.
012000     05 FXR-BCD-PERIOD-END    PIC 9(8)  VALUE ZERO.
012100     05 FXR-BCD-CUTOFF-SW     PIC X(1)  VALUE "N".
012200     05 FXR-BCD-RESULT        PIC X(1)  VALUE "N".
012300         88 FXR-BCD-WORKED              VALUE "Y".
012400     05 FXR-TLW-ACTION        PIC X(4).
012500     05 FXR-TLW-AMOUNT        PIC S9(13)V9(4) COMP-3.
012600     05 FXR-TLW-CURRENCY      PIC X(3).
012700     05 FXR-TLW-HASH          PIC S9(13) USAGE COMP.
012800     05 FXR-TLW-TRAILER       PIC X(212).
012900     05 FXR-EDIT-AMT          PIC -(13)9.99.
013000     05 FXR-EDIT-BOOKED       PIC -(13)9.99.
013100     05 FXR-EDIT-SETTLED      PIC -(13)9.99.
013200     05 FXR-EDIT-GL           PIC -(13)9.99.
013300     05 FXR-EDIT-RATE-B       PIC Z(6)9.9(8).
013400     05 FXR-EDIT-RATE-S       PIC Z(6)9.9(8).
013500*
013600*    One journal line, staged for 3000-WRITE-LINE.
013700 01  FXR-LINE.
013800     05 FXR-LINE-ACCOUNT      PIC X(20).
013900     05 FXR-LINE-DR-CR        PIC X(1).
014000     05 FXR-LINE-AMOUNT       PIC S9(13)V99.
014100*
014200 PROCEDURE DIVISION.
014300*
014400*+----------------------------------------------------------+
014500*|  0000-MAINLINE                                             |
014600*+----------------------------------------------------------+
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014900     PERFORM 2000-ONE-SETTLED-ITEM THRU 2000-EXIT
015000         UNTIL FXR-AT-EOF.
015100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015200     STOP RUN.
015300*
015400*+----------------------------------------------------------+
015500*|  1000-INITIALIZE - accounts from the parameter, processing |
015600*|  date off the ledger's business calendar, files.           |
015700*+----------------------------------------------------------+
015800 1000-INITIALIZE.
015900     OPEN INPUT FX-PARM.
016000     IF FXR-PARM-STATUS NOT = "00"
016100         DISPLAY "FXREAL: NO FXPARM PARAMETER FILE"
016200         MOVE 12 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     READ FX-PARM
016600         AT END
016700             DISPLAY "FXREAL: EMPTY FXPARM PARAMETER FILE"
016800             MOVE 12 TO RETURN-CODE
016900             STOP RUN
017000     END-READ.
017100     MOVE FXP-BASE-CURRENCY TO FXR-BASE-CURRENCY.
017200     MOVE FXP-GAIN-ACCOUNT  TO FXR-GAIN-ACCOUNT.
017300     MOVE FXP-LOSS-ACCOUNT  TO FXR-LOSS-ACCOUNT.
017400     CLOSE FX-PARM.
017500     IF FXR-BASE-CURRENCY = SPACES
017600        OR FXR-GAIN-ACCOUNT = SPACES
017700        OR FXR-LOSS-ACCOUNT = SPACES
017800         DISPLAY "FXREAL: FXPARM NEEDS BASE CURRENCY, GAIN AND"
017900             " LOSS ACCOUNTS"
018000         MOVE 12 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     CALL "BCALDT" USING FXR-BCD-ACTION
018400                         FXR-BCD-APPL
018500                         FXR-BCD-PROC-DATE
018600                         FXR-BCD-PERIOD-END
018700                         FXR-BCD-CUTOFF-SW
018800                         FXR-BCD-RESULT.
018900     IF NOT FXR-BCD-WORKED
019000        OR FXR-BCD-PROC-DATE = ZERO
019100         DISPLAY "FXREAL: NO PROCESSING DATE ON BUSINESS CALENDAR"
019200         MOVE 12 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500     MOVE FXR-BCD-PROC-DATE TO FXR-PROC-DATE.
019600     OPEN INPUT SETTLED-ITEMS.
019700     IF FXR-SETL-STATUS NOT = "00"
019800         DISPLAY "FXREAL: NO FXSETL SETTLED-ITEM FILE"
019900         MOVE 12 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT JOURNAL-OUT.
020210     IF FXR-OUT-STATUS NOT = "00"
020220         DISPLAY "FXREAL: FXRLJRNL WILL NOT OPEN, STATUS "
020230             FXR-OUT-STATUS
020240         MOVE 12 TO RETURN-CODE
020250         STOP RUN
020260     END-IF.
020300     OPEN OUTPUT FX-REPORT.
020310     IF FXR-RPT-STATUS NOT = "00"
020320         DISPLAY "FXREAL: FXRLRPT WILL NOT OPEN, STATUS "
020330             FXR-RPT-STATUS
020340         MOVE 12 TO RETURN-CODE
020350         STOP RUN
020360     END-IF.
020400     MOVE "INIT" TO FXR-TLW-ACTION.
020500     MOVE ZERO TO FXR-TLW-AMOUNT FXR-TLW-HASH.
020600     MOVE SPACES TO FXR-TLW-CURRENCY.
020700     CALL "TRLWRT" USING FXR-TLW-ACTION
020800                         FXR-TLW-AMOUNT
020900                         FXR-TLW-CURRENCY
021000                         FXR-TLW-HASH
021100                         FXR-TLW-TRAILER.
021200     MOVE SPACES TO REPORT-LINE.
021300     STRING "REALIZED FX GAIN/LOSS AT SETTLEMENT  "
021400                                  DELIMITED BY SIZE
021500            "PROCESSING DATE "    DELIMITED BY SIZE
021600            FXR-PROC-DATE         DELIMITED BY SIZE
021700            "  BASE CURRENCY "    DELIMITED BY SIZE
021800            FXR-BASE-CURRENCY     DELIMITED BY SIZE
021900         INTO REPORT-LINE.
022000     WRITE REPORT-LINE.
022100     MOVE "N" TO FXR-EOF-SW.
022200 1000-EXIT.
022300     EXIT.
022400*
022500*+----------------------------------------------------------+
022600*|  2000-ONE-SETTLED-ITEM - convert at both dates, book the   |
022700*|  difference.                                               |
022800*+----------------------------------------------------------+
022900 2000-ONE-SETTLED-ITEM.
023000     READ SETTLED-ITEMS
023100         AT END SET FXR-AT-EOF TO TRUE
023200     END-READ.
023300     IF FXR-AT-EOF
023400         GO TO 2000-EXIT
023500     END-IF.
023600     MOVE SETTLED-ITEM-REC TO FXSETL-RECORD.
023700     ADD 1 TO FXR-ITEMS-READ.
023800     MOVE FXS-AMOUNT TO FXR-AMOUNT-WORK FXR-EDIT-AMT.
023900     CALL "MONEYC" USING FXR-AMOUNT-WORK
024000                         FXS-CURRENCY
024100                         FXS-BOOKING-DATE
024200                         FXR-BASE-BOOKED
024300                         FXR-RATE-BOOKED
024400                         FXR-MCV-RESULT.
024500     IF NOT FXR-MCV-OK
024600         MOVE FXS-BOOKING-DATE TO FXR-MISSING-DATE
024700         PERFORM 2900-NO-RATE THRU 2900-EXIT
024800         GO TO 2000-EXIT
024900     END-IF.
025000     CALL "MONEYC" USING FXR-AMOUNT-WORK
025100                         FXS-CURRENCY
025200                         FXS-SETTLE-DATE
025300                         FXR-BASE-SETTLED
025400                         FXR-RATE-SETTLED
025500                         FXR-MCV-RESULT.
025600     IF NOT FXR-MCV-OK
025700         MOVE FXS-SETTLE-DATE TO FXR-MISSING-DATE
025800         PERFORM 2900-NO-RATE THRU 2900-EXIT
025900         GO TO 2000-EXIT
026000     END-IF.
026100     COMPUTE FXR-REALIZED ROUNDED =
026200         FXR-BASE-SETTLED - FXR-BASE-BOOKED.
026300     MOVE FXR-BASE-BOOKED  TO FXR-EDIT-BOOKED.
026400     MOVE FXR-BASE-SETTLED TO FXR-EDIT-SETTLED.
026500     MOVE FXR-REALIZED     TO FXR-EDIT-GL.
026600     MOVE FXR-RATE-BOOKED  TO FXR-EDIT-RATE-B.
026700     MOVE FXR-RATE-SETTLED TO FXR-EDIT-RATE-S.
026800     MOVE SPACES TO REPORT-LINE.
026900     STRING FXS-ITEM-ID       DELIMITED BY SIZE
027000            " "               DELIMITED BY SIZE
027100            FXS-CURRENCY      DELIMITED BY SIZE
027200            FXR-EDIT-AMT      DELIMITED BY SIZE
027300            " BOOKED "        DELIMITED BY SIZE
027400            FXS-BOOKING-DATE  DELIMITED BY SIZE
027500            " @"              DELIMITED BY SIZE
027600            FXR-EDIT-RATE-B   DELIMITED BY SIZE
027700            FXR-EDIT-BOOKED   DELIMITED BY SIZE
027800         INTO REPORT-LINE.
027900     WRITE REPORT-LINE.
028000     MOVE SPACES TO REPORT-LINE.
028100     STRING "                    "  DELIMITED BY SIZE
028200            "                   "   DELIMITED BY SIZE
028300            " SETTLED "             DELIMITED BY SIZE
028400            FXS-SETTLE-DATE         DELIMITED BY SIZE
028500            " @"                    DELIMITED BY SIZE
028600            FXR-EDIT-RATE-S         DELIMITED BY SIZE
028700            FXR-EDIT-SETTLED        DELIMITED BY SIZE
028800            " REALIZED G/L "        DELIMITED BY SIZE
028900            FXR-EDIT-GL             DELIMITED BY SIZE
029000         INTO REPORT-LINE.
029100     WRITE REPORT-LINE.
029200     IF FXR-REALIZED = ZERO
029300         ADD 1 TO FXR-ITEMS-NIL
029400         GO TO 2000-EXIT
029500     END-IF.
029600     PERFORM 2100-NEXT-BATCH-SLOT THRU 2100-EXIT.
029700     IF FXR-REALIZED > ZERO
029800         ADD FXR-REALIZED TO FXR-TOTAL-GAIN
029900         MOVE FXR-REALIZED     TO FXR-LINE-AMOUNT
030000         MOVE FXS-ACCOUNT      TO FXR-LINE-ACCOUNT
030100         MOVE "D"              TO FXR-LINE-DR-CR
030200         PERFORM 3000-WRITE-LINE THRU 3000-EXIT
030300         MOVE FXR-GAIN-ACCOUNT TO FXR-LINE-ACCOUNT
030400         MOVE "C"              TO FXR-LINE-DR-CR
030500         PERFORM 3000-WRITE-LINE THRU 3000-EXIT
030600     ELSE
030700         COMPUTE FXR-LINE-AMOUNT = FXR-REALIZED * -1
030800         ADD FXR-LINE-AMOUNT TO FXR-TOTAL-LOSS
030900         MOVE FXR-LOSS-ACCOUNT TO FXR-LINE-ACCOUNT
031000         MOVE "D"              TO FXR-LINE-DR-CR
031100         PERFORM 3000-WRITE-LINE THRU 3000-EXIT
031200         MOVE FXS-ACCOUNT      TO FXR-LINE-ACCOUNT
031300         MOVE "C"              TO FXR-LINE-DR-CR
031400         PERFORM 3000-WRITE-LINE THRU 3000-EXIT
031500     END-IF.
031600     ADD 1 TO FXR-ITEMS-BOOKED.
031700 2000-EXIT.
031800     EXIT.
031900*
032000*    Every 400 items start a fresh batch id - FX, the day of
032050*    the month and a four-digit sequence; the batch date on
032080*    each entry carries the rest of the date.
032100 2100-NEXT-BATCH-SLOT.
032200     IF FXR-BATCH-ID NOT = SPACES
032300        AND FXR-BATCH-ITEMS < 400
032400         ADD 1 TO FXR-BATCH-ITEMS
032500         GO TO 2100-EXIT
032600     END-IF.
032700     ADD 1 TO FXR-BATCH-SEQ.
032800     MOVE 1 TO FXR-BATCH-ITEMS.
032900     MOVE SPACES TO FXR-BATCH-ID.
033000     STRING "FX"                  DELIMITED BY SIZE
033100            FXR-PROC-DATE-X(7:2)  DELIMITED BY SIZE
033200            FXR-BATCH-SEQ         DELIMITED BY SIZE
033300         INTO FXR-BATCH-ID.
033400 2100-EXIT.
033500     EXIT.
033600*
033700 2900-NO-RATE.
033800     ADD 1 TO FXR-ITEMS-NO-RATE.
033900     MOVE SPACES TO REPORT-LINE.
034000     STRING FXS-ITEM-ID       DELIMITED BY SIZE
034100            " "               DELIMITED BY SIZE
034200            FXS-CURRENCY      DELIMITED BY SIZE
034300            FXR-EDIT-AMT      DELIMITED BY SIZE
034400            " *** NO CURRENCY MASTER RATE IN EFFECT ON "
034500                              DELIMITED BY SIZE
034600            FXR-MISSING-DATE  DELIMITED BY SIZE
034700            " - NOTHING BOOKED"
034800                              DELIMITED BY SIZE
034900         INTO REPORT-LINE.
035000     WRITE REPORT-LINE.
035100 2900-EXIT.
035200     EXIT.
035300*
035400*+----------------------------------------------------------+
035500*|  3000-WRITE-LINE - one base-currency journal line out,     |
035600*|  into the trailer totals the way JRNVAL signs them.        |
035700*+----------------------------------------------------------+
035800 3000-WRITE-LINE.
035900     MOVE SPACES              TO JRNREC-RECORD.
036000     MOVE FXR-BATCH-ID        TO JRN-BATCH-ID.
036100     MOVE FXR-LINE-ACCOUNT    TO JRN-ACCOUNT.
036200     MOVE FXR-LINE-DR-CR      TO JRN-DR-CR.
036300     MOVE FXR-BASE-CURRENCY   TO JRN-CURRENCY.
036400     MOVE FXR-LINE-AMOUNT     TO JRN-AMOUNT.
036500     MOVE FXR-PROC-DATE       TO JRN-BATCH-DATE-N.
036600     MOVE FXR-JOB-NAME        TO JRN-SOURCE.
036700     MOVE FXS-ITEM-ID         TO JRN-REFERENCE.
036800     MOVE JRNREC-RECORD       TO JOURNAL-OUT-REC.
036900     WRITE JOURNAL-OUT-REC.
037000     ADD 1 TO FXR-LINES-WRITTEN.
037100     MOVE JRN-AMOUNT TO FXR-TLW-AMOUNT.
037200     IF JRN-IS-CREDIT
037300         COMPUTE FXR-TLW-AMOUNT = FXR-TLW-AMOUNT * -1
037400     END-IF.
037500     MOVE JRN-CURRENCY TO FXR-TLW-CURRENCY.
037600     MOVE ZERO TO FXR-TLW-HASH.
037700     MOVE "ADD" TO FXR-TLW-ACTION.
037800     CALL "TRLWRT" USING FXR-TLW-ACTION
037900                         FXR-TLW-AMOUNT
038000                         FXR-TLW-CURRENCY
038100                         FXR-TLW-HASH
038200                         FXR-TLW-TRAILER.
038300 3000-EXIT.
038400     EXIT.
038500*
038600*+----------------------------------------------------------+
038700*|  9000-TERMINATE - trailer, totals, close.                  |
038800*+----------------------------------------------------------+
038900 9000-TERMINATE.
039000     MOVE "GET" TO FXR-TLW-ACTION.
039100     CALL "TRLWRT" USING FXR-TLW-ACTION
039200                         FXR-TLW-AMOUNT
039300                         FXR-TLW-CURRENCY
039400                         FXR-TLW-HASH
039500                         FXR-TLW-TRAILER.
039600     MOVE FXR-TLW-TRAILER TO JOURNAL-OUT-REC.
039700     WRITE JOURNAL-OUT-REC.
039800     MOVE SPACES TO REPORT-LINE.
039900     WRITE REPORT-LINE.
040000     MOVE FXR-TOTAL-GAIN TO FXR-EDIT-BOOKED.
040100     MOVE FXR-TOTAL-LOSS TO FXR-EDIT-SETTLED.
040200     COMPUTE FXR-REALIZED = FXR-TOTAL-GAIN - FXR-TOTAL-LOSS.
040300     MOVE FXR-REALIZED   TO FXR-EDIT-GL.
040400     MOVE SPACES TO REPORT-LINE.
040500     STRING "TOTAL REALIZED GAIN " DELIMITED BY SIZE
040600            FXR-EDIT-BOOKED        DELIMITED BY SIZE
040700            "  LOSS "              DELIMITED BY SIZE
040800            FXR-EDIT-SETTLED       DELIMITED BY SIZE
040900            "  NET "               DELIMITED BY SIZE
041000            FXR-EDIT-GL            DELIMITED BY SIZE
041100            " "                    DELIMITED BY SIZE
041200            FXR-BASE-CURRENCY      DELIMITED BY SIZE
041300         INTO REPORT-LINE.
041400     WRITE REPORT-LINE.
041500     MOVE SPACES TO REPORT-LINE.
041600     STRING "ITEMS READ="          DELIMITED BY SIZE
041700            FXR-ITEMS-READ         DELIMITED BY SIZE
041800            " BOOKED="             DELIMITED BY SIZE
041900            FXR-ITEMS-BOOKED       DELIMITED BY SIZE
042000            " NO DIFFERENCE="      DELIMITED BY SIZE
042100            FXR-ITEMS-NIL          DELIMITED BY SIZE
042200            " NO RATE="            DELIMITED BY SIZE
042300            FXR-ITEMS-NO-RATE      DELIMITED BY SIZE
042400            " LINES="              DELIMITED BY SIZE
042500            FXR-LINES-WRITTEN      DELIMITED BY SIZE
042600         INTO REPORT-LINE.
042700     WRITE REPORT-LINE.
042800     CLOSE SETTLED-ITEMS.
042900     CLOSE JOURNAL-OUT.
043000     CLOSE FX-REPORT.
043100     IF FXR-ITEMS-NO-RATE > ZERO
043200         MOVE 8 TO RETURN-CODE
043300     ELSE
043400         MOVE ZERO TO RETURN-CODE
043500     END-IF.
043600 9000-EXIT.
043700     EXIT.
