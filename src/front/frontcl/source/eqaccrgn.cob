000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ACCRGEN
000400*     *
000500*     * Purpose: Month-end accrual generator.  At the business
000600*     *          calendar's period-end cutoff it books every
000700*     *          active standing accrual on the control file (see
000800*     *          eqaccrct.cob) as one balanced journal batch dated
000900*     *          the period end; on the first business day of the
001000*     *          next period it books the matching reversal batch,
001100*     *          dated that day, for every accrual under reversal
001200*     *          rule "N".  Both go to the ACCRJRNL file in the
001300*     *          JRNLIN layout (see eqjrnrec.cob) behind a TRLWRT
001400*     *          control-total trailer, and the schedule hands the
001500*     *          file to JRNVAL with the partner feeds, so an
001600*     *          accrual is validated and posted like any other
001700*     *          batch.  The accrual register (see eqaccrrg.cob)
001800*     *          remembers what was booked, and the pairing report
001900*     *          lists each accrual beside its reversal - one
002000*     *          still unreversed after its period has rolled is
002100*     *          flagged.
002200*     *
002300*     * Notes:  The calendar is the ledger's - BCALDT under the
002400*     *          GLPOST application id, the same period end GLPOST
002500*     *          opens and closes periods by.  Accrual batch ids
002600*     *          are "AC" and reversal batch ids "RV" followed by
002700*     *          the period end's YYMMDD, so a batch names the
002800*     *          period it belongs to.  A rerun on the same day
002900*     *          re-emits the entries that day's run booked rather
003000*     *          than booking them twice.
003100*     *
003200*     *          A percentage accrual takes its percentage of the
003300*     *          basis account's LEDGBAL balance for the period;
003400*     *          a negative result books the pair the other way
003500*     *          round.  A zero amount books nothing.
003600*     *
003700 PROGRAM-ID.     ACCRGEN.
003800 AUTHOR.         D L ROSS.
003900 INSTALLATION.   BATCH SYSTEMS GROUP.
004000 DATE-WRITTEN.   15-OCT-2026.
004100 DATE-COMPILED.
004200*
004300*     * Modification History
004400*     * --------------------
004500*     * 15-oct-2026 (dlross)  Written.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ACCRUAL-CONTROL ASSIGN TO "ACCRCTL"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS ACG-CTL-STATUS.
005300     SELECT ACCRUAL-REGISTER ASSIGN TO "ACCRREG"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ARF-KEY
005700         FILE STATUS IS ACG-REG-STATUS.
005800     SELECT LEDGER-FILE ASSIGN TO "LEDGBAL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS LGF-KEY
006200         FILE STATUS IS ACG-LEDGER-STATUS.
006300     SELECT JOURNAL-OUT ASSIGN TO "ACCRJRNL"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS ACG-OUT-STATUS.
006600     SELECT PAIRING-REPORT ASSIGN TO "ACCRRPT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS ACG-RPT-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ACCRUAL-CONTROL
007300     RECORDING MODE IS F.
007400 01  ACCRUAL-CONTROL-REC      PIC X(127).
007500*
007600 FD  ACCRUAL-REGISTER.
007700 01  ACCRUAL-REGISTER-REC.
007800     05 ARF-KEY               PIC X(16).
007900     05 ARF-REST-OF-RECORD    PIC X(93).
008000*
008100 FD  LEDGER-FILE.
008200 01  LEDGER-FILE-REC.
008300     05 LGF-KEY               PIC X(31).
008400     05 LGF-REST-OF-RECORD    PIC X(87).
008500*
008600 FD  JOURNAL-OUT
008700     RECORDING MODE IS F.
008800 01  JOURNAL-OUT-REC          PIC X(212).
008900*
009000 FD  PAIRING-REPORT
009100     RECORDING MODE IS F.
009200 01  REPORT-LINE              PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500 COPY "eqaccrct.cob".
009600 COPY "eqaccrrg.cob".
009700 COPY "eqledbal.cob".
009800 COPY "eqjrnrec.cob".
009900*
010000 77  ACG-JOB-NAME             PIC X(8)  VALUE "ACCRGEN".
010100*
010200 01  ACG-WORK-AREA.
010300     05 ACG-CTL-STATUS        PIC X(2)  VALUE "00".
010400     05 ACG-REG-STATUS        PIC X(2)  VALUE "00".
010500     05 ACG-LEDGER-STATUS     PIC X(2)  VALUE "00".
010600     05 ACG-OUT-STATUS        PIC X(2)  VALUE "00".
010700     05 ACG-RPT-STATUS        PIC X(2)  VALUE "00".
010800     05 ACG-EOF-SW            PIC X(1)  VALUE "N".
010900         88 ACG-AT-EOF                  VALUE "Y".
011000     05 ACG-FOUND-SW          PIC X(1)  VALUE "N".
011100         88 ACG-ENTRY-FOUND             VALUE "Y".
011200     05 ACG-LEDGER-SW         PIC X(1)  VALUE "N".
011300         88 ACG-LEDGER-OPEN             VALUE "Y".
011400     05 ACG-PROC-DATE         PIC 9(8)  VALUE ZERO.
011500     05 ACG-PERIOD-END        PIC 9(8)  VALUE ZERO.
011600     05 ACG-PERIOD-END-X REDEFINES ACG-PERIOD-END
011700                              PIC X(8).
011800     05 ACG-PRIOR-PERIOD-END  PIC 9(8)  VALUE ZERO.
011900     05 ACG-ENTRY-PE-X        PIC X(8).
012000     05 ACG-ACCRUAL-BATCH     PIC X(8)  VALUE SPACES.
012100     05 ACG-AMOUNT            PIC S9(13)V99 VALUE ZERO.
012200     05 ACG-STATUS-TEXT       PIC X(30).
012300     05 ACG-ACCRUALS-BOOKED   PIC 9(5)  VALUE ZERO.
012400     05 ACG-ACCRUALS-REISSUED PIC 9(5)  VALUE ZERO.
012500     05 ACG-REVERSALS-BOOKED  PIC 9(5)  VALUE ZERO.
012600     05 ACG-REVERSALS-REISSUED
012700                              PIC 9(5)  VALUE ZERO.
012800     05 ACG-ZERO-SKIPPED      PIC 9(5)  VALUE ZERO.
012900     05 ACG-UNREVERSED        PIC 9(5)  VALUE ZERO.
013000     05 ACG-LINES-WRITTEN     PIC 9(9)  VALUE ZERO.
013100     05 ACG-BCD-ACTION        PIC X(4)  VALUE "GET".
013200     05 ACG-BCD-APPL          PIC X(8)  VALUE "GLPOST".
013300     05 ACG-BCD-PROC-DATE     PIC 9(8)  VALUE ZERO.
013400     05 ACG-BCD-PERIOD-END    PIC 9(8)  VALUE ZERO.
013500     05 ACG-BCD-CUTOFF-SW     PIC X(1)  VALUE "N".
013600         88 ACG-AT-CUTOFF               VALUE "Y".
013700     05 ACG-BCD-RESULT        PIC X(1)  VALUE "N".
013800         88 ACG-BCD-WORKED              VALUE "Y".
013900     05 ACG-TLW-ACTION        PIC X(4).
014000     05 ACG-TLW-AMOUNT        PIC S9(13)V9(4) COMP-3.
014100     05 ACG-TLW-CURRENCY      PIC X(3).
014200     05 ACG-TLW-HASH          PIC S9(13) USAGE COMP.
014300     05 ACG-TLW-TRAILER       PIC X(212).
014400     05 ACG-MHD-AMOUNT        PIC S9(13)V9(4) COMP-3.
014500     05 ACG-MHD-DISPLAY       PIC X(20).
014600     05 ACG-MHD-RESULT        PIC X(1).
014700*
014800*    One journal line, staged for 5000-WRITE-LINE.
014900 01  ACG-LINE.
015000     05 ACG-LINE-BATCH        PIC X(8).
015100     05 ACG-LINE-ACCOUNT      PIC X(20).
015200     05 ACG-LINE-DR-CR        PIC X(1).
015300     05 ACG-LINE-CURRENCY     PIC X(3).
015400     05 ACG-LINE-AMOUNT       PIC S9(13)V99.
015500     05 ACG-LINE-DATE         PIC 9(8).
015600     05 ACG-LINE-REFERENCE    PIC X(20).
015700*
015800 PROCEDURE DIVISION.
015900*
016000*+----------------------------------------------------------+
016100*|  0000-MAINLINE                                             |
016200*+----------------------------------------------------------+
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-BOOK-REVERSALS THRU 2000-EXIT.
016600     IF ACG-AT-CUTOFF
016700         PERFORM 3000-BOOK-ACCRUALS THRU 3000-EXIT
016800     END-IF.
016900     PERFORM 6000-PAIRING-REPORT THRU 6000-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017100     STOP RUN.
017200*
017300*+----------------------------------------------------------+
017400*|  1000-INITIALIZE - the ledger's period end and cutoff off  |
017500*|  the business calendar, the register, the output files.   |
017600*+----------------------------------------------------------+
017700 1000-INITIALIZE.
017800     CALL "BCALDT" USING ACG-BCD-ACTION
017900                         ACG-BCD-APPL
018000                         ACG-BCD-PROC-DATE
018100                         ACG-BCD-PERIOD-END
018200                         ACG-BCD-CUTOFF-SW
018300                         ACG-BCD-RESULT.
018400     IF NOT ACG-BCD-WORKED
018500        OR ACG-BCD-PERIOD-END = ZERO
018600         DISPLAY "ACCRGEN: NO PERIOD END ON BUSINESS CALENDAR"
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     MOVE ACG-BCD-PROC-DATE  TO ACG-PROC-DATE.
019100     MOVE ACG-BCD-PERIOD-END TO ACG-PERIOD-END.
019200     OPEN I-O ACCRUAL-REGISTER.
019300     IF ACG-REG-STATUS = "05" OR ACG-REG-STATUS = "35"
019400         OPEN OUTPUT ACCRUAL-REGISTER
019500         CLOSE ACCRUAL-REGISTER
019600         OPEN I-O ACCRUAL-REGISTER
019700     END-IF.
019800     IF ACG-REG-STATUS NOT = "00"
019900         DISPLAY "ACCRGEN: ACCRREG WILL NOT OPEN, STATUS "
020000             ACG-REG-STATUS
020100         MOVE 12 TO RETURN-CODE
020200         STOP RUN
020300     END-IF.
020400     OPEN OUTPUT JOURNAL-OUT.
020410     IF ACG-OUT-STATUS NOT = "00"
020420         DISPLAY "ACCRGEN: ACCRJRNL WILL NOT OPEN, STATUS "
020430             ACG-OUT-STATUS
020440         MOVE 12 TO RETURN-CODE
020450         STOP RUN
020460     END-IF.
020500     OPEN OUTPUT PAIRING-REPORT.
020510     IF ACG-RPT-STATUS NOT = "00"
020520         DISPLAY "ACCRGEN: ACCRRPT WILL NOT OPEN, STATUS "
020530             ACG-RPT-STATUS
020540         MOVE 12 TO RETURN-CODE
020550         STOP RUN
020560     END-IF.
020600     MOVE "INIT" TO ACG-TLW-ACTION.
020700     MOVE ZERO TO ACG-TLW-AMOUNT ACG-TLW-HASH.
020800     MOVE SPACES TO ACG-TLW-CURRENCY.
020900     CALL "TRLWRT" USING ACG-TLW-ACTION
021000                         ACG-TLW-AMOUNT
021100                         ACG-TLW-CURRENCY
021200                         ACG-TLW-HASH
021300                         ACG-TLW-TRAILER.
021400     MOVE SPACES TO ACG-ACCRUAL-BATCH.
021500     STRING "AC"                   DELIMITED BY SIZE
021600            ACG-PERIOD-END-X(3:6)  DELIMITED BY SIZE
021700         INTO ACG-ACCRUAL-BATCH.
021800     MOVE SPACES TO REPORT-LINE.
021900     STRING "ACCRUAL / REVERSAL PAIRING REPORT  PROCESSING DATE "
022000                                   DELIMITED BY SIZE
022100            ACG-PROC-DATE          DELIMITED BY SIZE
022200            "  PERIOD ENDING "     DELIMITED BY SIZE
022300            ACG-PERIOD-END         DELIMITED BY SIZE
022400         INTO REPORT-LINE.
022500     WRITE REPORT-LINE.
022600     IF ACG-AT-CUTOFF
022700         MOVE SPACES TO REPORT-LINE
022800         STRING "PERIOD-END CUTOFF REACHED - ACCRUAL BATCH "
022900                                   DELIMITED BY SIZE
023000                ACG-ACCRUAL-BATCH  DELIMITED BY SIZE
023100             INTO REPORT-LINE
023200         WRITE REPORT-LINE
023300     END-IF.
023400 1000-EXIT.
023500     EXIT.
023600*
023700*+----------------------------------------------------------+
023800*|  2000-BOOK-REVERSALS - once the calendar's period end has  |
023900*|  moved past an accrual's period, reverse it.  Reversals    |
024000*|  already booked today are re-emitted for a rerun.          |
024100*+----------------------------------------------------------+
024200 2000-BOOK-REVERSALS.
024300     MOVE LOW-VALUES TO ARF-KEY.
024400     START ACCRUAL-REGISTER KEY IS NOT < ARF-KEY
024500         INVALID KEY
024600             GO TO 2000-EXIT
024700     END-START.
024800     MOVE "N" TO ACG-EOF-SW.
024900     PERFORM 2100-ONE-REGISTER-ENTRY THRU 2100-EXIT
025000         UNTIL ACG-AT-EOF.
025100 2000-EXIT.
025200     EXIT.
025300*
025400 2100-ONE-REGISTER-ENTRY.
025500     READ ACCRUAL-REGISTER NEXT RECORD
025600         AT END SET ACG-AT-EOF TO TRUE
025700     END-READ.
025800     IF ACG-AT-EOF
025900         GO TO 2100-EXIT
026000     END-IF.
026100     MOVE ACCRUAL-REGISTER-REC TO ACCRRG-RECORD.
026200     IF ACR-PERIOD-END NOT < ACG-PERIOD-END
026300         GO TO 2100-EXIT
026400     END-IF.
026500     IF ACR-PERIOD-END > ACG-PRIOR-PERIOD-END
026600         MOVE ACR-PERIOD-END TO ACG-PRIOR-PERIOD-END
026700     END-IF.
026800     IF ACR-REVERSED
026900        AND ACR-REVERSAL-DATE = ACG-PROC-DATE
027000         PERFORM 2200-WRITE-REVERSAL THRU 2200-EXIT
027100         ADD 1 TO ACG-REVERSALS-REISSUED
027200         GO TO 2100-EXIT
027300     END-IF.
027400     IF NOT ACR-ACCRUED
027500        OR ACR-REVERSAL-RULE NOT = "N"
027600         GO TO 2100-EXIT
027700     END-IF.
027800     MOVE ACR-PERIOD-END TO ACG-ENTRY-PE-X.
027900     MOVE SPACES TO ACR-REVERSAL-BATCH.
028000     STRING "RV"                   DELIMITED BY SIZE
028100            ACG-ENTRY-PE-X(3:6)    DELIMITED BY SIZE
028200         INTO ACR-REVERSAL-BATCH.
028300     MOVE ACG-PROC-DATE TO ACR-REVERSAL-DATE.
028400     SET ACR-REVERSED TO TRUE.
028500     MOVE ACCRRG-RECORD(17:93) TO ARF-REST-OF-RECORD.
028600     REWRITE ACCRUAL-REGISTER-REC.
028700     IF ACG-REG-STATUS NOT = "00"
028800         DISPLAY "ACCRGEN: ACCRREG REWRITE FAILED, STATUS "
028900             ACG-REG-STATUS " ACCRUAL " ACR-ACCRUAL-ID
029000         GO TO 2100-EXIT
029100     END-IF.
029200     PERFORM 2200-WRITE-REVERSAL THRU 2200-EXIT.
029300     ADD 1 TO ACG-REVERSALS-BOOKED.
029400 2100-EXIT.
029500     EXIT.
029600*
029700*    The reversal is the accrual with its sides swapped.
029800 2200-WRITE-REVERSAL.
029900     MOVE ACR-REVERSAL-BATCH  TO ACG-LINE-BATCH.
030000     MOVE ACR-CURRENCY        TO ACG-LINE-CURRENCY.
030100     MOVE ACR-AMOUNT          TO ACG-LINE-AMOUNT.
030200     MOVE ACR-REVERSAL-DATE   TO ACG-LINE-DATE.
030300     MOVE ACR-ACCRUAL-ID      TO ACG-LINE-REFERENCE.
030400     MOVE ACR-CREDIT-ACCOUNT  TO ACG-LINE-ACCOUNT.
030500     MOVE "D"                 TO ACG-LINE-DR-CR.
030600     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
030700     MOVE ACR-DEBIT-ACCOUNT   TO ACG-LINE-ACCOUNT.
030800     MOVE "C"                 TO ACG-LINE-DR-CR.
030900     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
031000 2200-EXIT.
031100     EXIT.
031200*
031300*+----------------------------------------------------------+
031400*|  3000-BOOK-ACCRUALS - at the cutoff, one accrual per       |
031500*|  active control record not yet booked for this period.     |
031600*+----------------------------------------------------------+
031700 3000-BOOK-ACCRUALS.
031800     OPEN INPUT ACCRUAL-CONTROL.
031900     IF ACG-CTL-STATUS NOT = "00"
032000         DISPLAY "ACCRGEN: NO ACCRCTL CONTROL FILE - NO ACCRUALS"
032100         GO TO 3000-EXIT
032200     END-IF.
032300     OPEN INPUT LEDGER-FILE.
032400     IF ACG-LEDGER-STATUS = "00"
032500         SET ACG-LEDGER-OPEN TO TRUE
032600     END-IF.
032700     MOVE "N" TO ACG-EOF-SW.
032800     PERFORM 3100-ONE-ACCRUAL THRU 3100-EXIT
032900         UNTIL ACG-AT-EOF.
033000     CLOSE ACCRUAL-CONTROL.
033100     IF ACG-LEDGER-OPEN
033200         CLOSE LEDGER-FILE
033300     END-IF.
033400 3000-EXIT.
033500     EXIT.
033600*
033700 3100-ONE-ACCRUAL.
033800     READ ACCRUAL-CONTROL INTO ACCRCT-RECORD
033900         AT END SET ACG-AT-EOF TO TRUE
034000     END-READ.
034100     IF ACG-AT-EOF
034200         GO TO 3100-EXIT
034300     END-IF.
034400     IF NOT ACC-ACTIVE
034500         GO TO 3100-EXIT
034600     END-IF.
034700     MOVE ACG-PERIOD-END TO ACR-PERIOD-END.
034800     MOVE ACC-ACCRUAL-ID TO ACR-ACCRUAL-ID.
034900     MOVE ACR-KEY TO ARF-KEY.
035000     READ ACCRUAL-REGISTER
035100         INVALID KEY
035200             MOVE "N" TO ACG-FOUND-SW
035300         NOT INVALID KEY
035400             SET ACG-ENTRY-FOUND TO TRUE
035500     END-READ.
035600     IF ACG-ENTRY-FOUND
035700         MOVE ACCRUAL-REGISTER-REC TO ACCRRG-RECORD
035800         IF ACR-ACCRUAL-DATE = ACG-PROC-DATE
035900             PERFORM 3300-WRITE-ACCRUAL THRU 3300-EXIT
036000             ADD 1 TO ACG-ACCRUALS-REISSUED
036100         END-IF
036200         GO TO 3100-EXIT
036300     END-IF.
036400     PERFORM 3200-COMPUTE-AMOUNT THRU 3200-EXIT.
036500     IF ACG-AMOUNT = ZERO
036600         ADD 1 TO ACG-ZERO-SKIPPED
036700         MOVE SPACES TO REPORT-LINE
036800         STRING "ACCRUAL "          DELIMITED BY SIZE
036900                ACC-ACCRUAL-ID      DELIMITED BY SIZE
037000                " - AMOUNT IS ZERO FOR THE PERIOD, NOTHING BOOKED"
037100                                    DELIMITED BY SIZE
037200             INTO REPORT-LINE
037300         WRITE REPORT-LINE
037400         GO TO 3100-EXIT
037500     END-IF.
037600     MOVE SPACES TO ACCRRG-RECORD.
037700     MOVE ACG-PERIOD-END     TO ACR-PERIOD-END.
037800     MOVE ACC-ACCRUAL-ID     TO ACR-ACCRUAL-ID.
037900     MOVE ACC-CURRENCY       TO ACR-CURRENCY.
038000     MOVE ACC-REVERSAL-RULE  TO ACR-REVERSAL-RULE.
038100     IF ACG-AMOUNT < ZERO
038200         MOVE ACC-CREDIT-ACCOUNT TO ACR-DEBIT-ACCOUNT
038300         MOVE ACC-DEBIT-ACCOUNT  TO ACR-CREDIT-ACCOUNT
038400         COMPUTE ACR-AMOUNT = ACG-AMOUNT * -1
038500     ELSE
038600         MOVE ACC-DEBIT-ACCOUNT  TO ACR-DEBIT-ACCOUNT
038700         MOVE ACC-CREDIT-ACCOUNT TO ACR-CREDIT-ACCOUNT
038800         MOVE ACG-AMOUNT         TO ACR-AMOUNT
038900     END-IF.
039000     MOVE ACG-ACCRUAL-BATCH  TO ACR-ACCRUAL-BATCH.
039100     MOVE ACG-PROC-DATE      TO ACR-ACCRUAL-DATE.
039200     MOVE ZERO               TO ACR-REVERSAL-DATE.
039300     IF ACC-STANDING
039400         SET ACR-STANDING TO TRUE
039500     ELSE
039600         SET ACR-ACCRUED TO TRUE
039700     END-IF.
039800     MOVE ACR-KEY TO ARF-KEY.
039900     MOVE ACCRRG-RECORD(17:93) TO ARF-REST-OF-RECORD.
040000     WRITE ACCRUAL-REGISTER-REC.
040100     IF ACG-REG-STATUS NOT = "00"
040200         DISPLAY "ACCRGEN: ACCRREG WRITE FAILED, STATUS "
040300             ACG-REG-STATUS " ACCRUAL " ACR-ACCRUAL-ID
040400         GO TO 3100-EXIT
040500     END-IF.
040600     PERFORM 3300-WRITE-ACCRUAL THRU 3300-EXIT.
040700     ADD 1 TO ACG-ACCRUALS-BOOKED.
040800 3100-EXIT.
040900     EXIT.
041000*
041100*+----------------------------------------------------------+
041200*|  3200-COMPUTE-AMOUNT - the fixed amount, or the basis      |
041300*|  percentage of the basis account's balance this period.   |
041400*+----------------------------------------------------------+
041500 3200-COMPUTE-AMOUNT.
041600     MOVE ZERO TO ACG-AMOUNT.
041700     IF ACC-FIXED-AMOUNT
041800         MOVE ACC-AMOUNT TO ACG-AMOUNT
041900         GO TO 3200-EXIT
042000     END-IF.
042100     IF NOT ACC-PCT-OF-BASIS
042200        OR NOT ACG-LEDGER-OPEN
042300         GO TO 3200-EXIT
042400     END-IF.
042500     MOVE ACC-BASIS-ACCOUNT TO LGB-ACCOUNT.
042600     MOVE ACC-CURRENCY      TO LGB-CURRENCY.
042700     MOVE ACG-PERIOD-END    TO LGB-PERIOD-END.
042800     MOVE LGB-KEY           TO LGF-KEY.
042900     READ LEDGER-FILE INTO LEDBAL-RECORD
043000         KEY IS LGF-KEY
043100         INVALID KEY
043200             GO TO 3200-EXIT
043300     END-READ.
043400     COMPUTE ACG-AMOUNT ROUNDED =
043500         LGB-BALANCE * ACC-BASIS-PCT / 100.
043600 3200-EXIT.
043700     EXIT.
043800*
043900 3300-WRITE-ACCRUAL.
044000     MOVE ACR-ACCRUAL-BATCH   TO ACG-LINE-BATCH.
044100     MOVE ACR-CURRENCY        TO ACG-LINE-CURRENCY.
044200     MOVE ACR-AMOUNT          TO ACG-LINE-AMOUNT.
044300     MOVE ACR-PERIOD-END      TO ACG-LINE-DATE.
044400     MOVE ACR-ACCRUAL-ID      TO ACG-LINE-REFERENCE.
044500     MOVE ACR-DEBIT-ACCOUNT   TO ACG-LINE-ACCOUNT.
044600     MOVE "D"                 TO ACG-LINE-DR-CR.
044700     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
044800     MOVE ACR-CREDIT-ACCOUNT  TO ACG-LINE-ACCOUNT.
044900     MOVE "C"                 TO ACG-LINE-DR-CR.
045000     PERFORM 5000-WRITE-LINE THRU 5000-EXIT.
045100 3300-EXIT.
045200     EXIT.
045300*
045400*+----------------------------------------------------------+
045500*|  5000-WRITE-LINE - one journal line out, into the trailer  |
045600*|  totals the way JRNVAL signs them.                         |
045700*+----------------------------------------------------------+
045800 5000-WRITE-LINE.
045900     MOVE SPACES              TO JRNREC-RECORD.
046000     MOVE ACG-LINE-BATCH      TO JRN-BATCH-ID.
046100     MOVE ACG-LINE-ACCOUNT    TO JRN-ACCOUNT.
046200     MOVE ACG-LINE-DR-CR      TO JRN-DR-CR.
046300     MOVE ACG-LINE-CURRENCY   TO JRN-CURRENCY.
046400     MOVE ACG-LINE-AMOUNT     TO JRN-AMOUNT.
046500     MOVE ACG-LINE-DATE       TO JRN-BATCH-DATE-N.
046600     MOVE ACG-JOB-NAME        TO JRN-SOURCE.
046700     MOVE ACG-LINE-REFERENCE  TO JRN-REFERENCE.
046800     MOVE JRNREC-RECORD       TO JOURNAL-OUT-REC.
046900     WRITE JOURNAL-OUT-REC.
047000     ADD 1 TO ACG-LINES-WRITTEN.
047100     MOVE JRN-AMOUNT TO ACG-TLW-AMOUNT.
047200     IF JRN-IS-CREDIT
047300         COMPUTE ACG-TLW-AMOUNT = ACG-TLW-AMOUNT * -1
047400     END-IF.
047500     MOVE JRN-CURRENCY TO ACG-TLW-CURRENCY.
047600     MOVE ZERO TO ACG-TLW-HASH.
047700     MOVE "ADD" TO ACG-TLW-ACTION.
047800     CALL "TRLWRT" USING ACG-TLW-ACTION
047900                         ACG-TLW-AMOUNT
048000                         ACG-TLW-CURRENCY
048100                         ACG-TLW-HASH
048200                         ACG-TLW-TRAILER.
048300 5000-EXIT.
048400     EXIT.
048500*
048600*+----------------------------------------------------------+
048700*|  6000-PAIRING-REPORT - every accrual of this period and    |
048800*|  the last, beside its reversal; any older one still        |
048900*|  unreversed is listed too.                                 |
049000*+----------------------------------------------------------+
049100 6000-PAIRING-REPORT.
049200     MOVE SPACES TO REPORT-LINE.
049300     WRITE REPORT-LINE.
049400     MOVE SPACES TO REPORT-LINE.
049500     STRING "PERIOD   ACCRUAL  CCY AMOUNT               "
049600                                   DELIMITED BY SIZE
049700            "ACCRUED BY        REVERSED BY       STATUS"
049800                                   DELIMITED BY SIZE
049900         INTO REPORT-LINE.
050000     WRITE REPORT-LINE.
050100     MOVE LOW-VALUES TO ARF-KEY.
050200     START ACCRUAL-REGISTER KEY IS NOT < ARF-KEY
050300         INVALID KEY
050400             GO TO 6000-EXIT
050500     END-START.
050600     MOVE "N" TO ACG-EOF-SW.
050700     PERFORM 6100-ONE-PAIR THRU 6100-EXIT
050800         UNTIL ACG-AT-EOF.
050900 6000-EXIT.
051000     EXIT.
051100*
051200 6100-ONE-PAIR.
051300     READ ACCRUAL-REGISTER NEXT RECORD
051400         AT END SET ACG-AT-EOF TO TRUE
051500     END-READ.
051600     IF ACG-AT-EOF
051700         GO TO 6100-EXIT
051800     END-IF.
051900     MOVE ACCRUAL-REGISTER-REC TO ACCRRG-RECORD.
052000     IF ACR-PERIOD-END < ACG-PRIOR-PERIOD-END
052100        AND NOT ACR-ACCRUED
052200         GO TO 6100-EXIT
052300     END-IF.
052400     EVALUATE TRUE
052500         WHEN ACR-REVERSED
052600             MOVE "PAIRED" TO ACG-STATUS-TEXT
052700         WHEN ACR-STANDING
052800             MOVE "STANDING - NO AUTO REVERSAL" TO ACG-STATUS-TEXT
052900         WHEN ACR-PERIOD-END < ACG-PERIOD-END
053000             MOVE "*** NOT REVERSED ***" TO ACG-STATUS-TEXT
053100             ADD 1 TO ACG-UNREVERSED
053200         WHEN OTHER
053300             MOVE "REVERSAL DUE NEXT PERIOD" TO ACG-STATUS-TEXT
053400     END-EVALUATE.
053500     MOVE ACR-AMOUNT TO ACG-MHD-AMOUNT.
053600     MOVE SPACES TO ACG-MHD-DISPLAY.
053700     MOVE "Y" TO ACG-MHD-RESULT.
053800     CALL "MONEYH" USING ACG-MHD-AMOUNT
053900                         ACR-CURRENCY
054000                         ACG-MHD-DISPLAY
054100                         ACG-MHD-RESULT.
054200     MOVE SPACES TO REPORT-LINE.
054300     STRING ACR-PERIOD-END        DELIMITED BY SIZE
054400            " "                   DELIMITED BY SIZE
054500            ACR-ACCRUAL-ID        DELIMITED BY SIZE
054600            " "                   DELIMITED BY SIZE
054700            ACR-CURRENCY          DELIMITED BY SIZE
054800            " "                   DELIMITED BY SIZE
054900            ACG-MHD-DISPLAY       DELIMITED BY SIZE
055000            " "                   DELIMITED BY SIZE
055100            ACR-ACCRUAL-BATCH     DELIMITED BY SIZE
055200            " "                   DELIMITED BY SIZE
055300            ACR-ACCRUAL-DATE      DELIMITED BY SIZE
055400            " "                   DELIMITED BY SIZE
055500            ACR-REVERSAL-BATCH    DELIMITED BY SIZE
055600            " "                   DELIMITED BY SIZE
055700            ACR-REVERSAL-DATE     DELIMITED BY SIZE
055800            " "                   DELIMITED BY SIZE
055900            ACG-STATUS-TEXT       DELIMITED BY SIZE
056000         INTO REPORT-LINE.
056100     WRITE REPORT-LINE.
056200     MOVE SPACES TO REPORT-LINE.
056300     STRING "         DR "        DELIMITED BY SIZE
056400            ACR-DEBIT-ACCOUNT     DELIMITED BY SIZE
056500            "  CR "               DELIMITED BY SIZE
056600            ACR-CREDIT-ACCOUNT    DELIMITED BY SIZE
056700         INTO REPORT-LINE.
056800     WRITE REPORT-LINE.
056900 6100-EXIT.
057000     EXIT.
057100*
057200*+----------------------------------------------------------+
057300*|  9000-TERMINATE - trailer, run totals, close.              |
057400*+----------------------------------------------------------+
057500 9000-TERMINATE.
057600     MOVE "GET" TO ACG-TLW-ACTION.
057700     CALL "TRLWRT" USING ACG-TLW-ACTION
057800                         ACG-TLW-AMOUNT
057900                         ACG-TLW-CURRENCY
058000                         ACG-TLW-HASH
058100                         ACG-TLW-TRAILER.
058200     MOVE ACG-TLW-TRAILER TO JOURNAL-OUT-REC.
058300     WRITE JOURNAL-OUT-REC.
058400     MOVE SPACES TO REPORT-LINE.
058500     WRITE REPORT-LINE.
058600     MOVE SPACES TO REPORT-LINE.
058700     STRING "ACCRUALS BOOKED="     DELIMITED BY SIZE
058800            ACG-ACCRUALS-BOOKED    DELIMITED BY SIZE
058900            " RE-EMITTED="         DELIMITED BY SIZE
059000            ACG-ACCRUALS-REISSUED  DELIMITED BY SIZE
059100            " ZERO="               DELIMITED BY SIZE
059200            ACG-ZERO-SKIPPED       DELIMITED BY SIZE
059300            " REVERSALS BOOKED="   DELIMITED BY SIZE
059400            ACG-REVERSALS-BOOKED   DELIMITED BY SIZE
059500            " RE-EMITTED="         DELIMITED BY SIZE
059600            ACG-REVERSALS-REISSUED DELIMITED BY SIZE
059700            " LINES="              DELIMITED BY SIZE
059800            ACG-LINES-WRITTEN      DELIMITED BY SIZE
059900            " NOT REVERSED="       DELIMITED BY SIZE
060000            ACG-UNREVERSED         DELIMITED BY SIZE
060100         INTO REPORT-LINE.
060200     WRITE REPORT-LINE.
060300     CLOSE ACCRUAL-REGISTER.
060400     CLOSE JOURNAL-OUT.
060500     CLOSE PAIRING-REPORT.
060600*    An accrual left unreversed ends the step 4 so the pairing
060700*    report is looked at.
060800     IF ACG-UNREVERSED > ZERO
060900         MOVE 4 TO RETURN-CODE
061000     ELSE
061100         MOVE ZERO TO RETURN-CODE
061200     END-IF.
061300 9000-EXIT.
061400     EXIT.
