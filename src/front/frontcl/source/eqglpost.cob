000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * GLPOST
000400*     *
000500*     * Purpose: General-ledger posting engine.  Reads the
000600*     *          balanced journal batches JRNVAL (see
000700*     *          eqjrnval.cob) passes to the posting file, proves
000800*     *          the file against its control-total trailer, and
000900*     *          posts each line's amount by JRN-ACCOUNT and
001000*     *          JRN-CURRENCY into the ledger-balance file (see
001100*     *          eqledbal.cob) under the accounting period its
001200*     *          batch is dated into.  Every balance row is
001300*     *          journaled through BIJWRT before it changes, each
001400*     *          posted batch is a CKPWRT checkpoint, and the
001500*     *          run is bracketed by JOBHDR, so a failed
001600*     *          run reruns from the last posted batch and a run
001700*     *          that posts wrong backs out through BACKOUT.  The
001800*     *          posting register lists every batch - posted, or
001900*     *          refused and why.
002000*     *
002100*     * Notes:  Periods are opened and closed off the business
002200*     *          calendar (see eqglprd.cob): the period ending on
002300*     *          BCALDT's BCL-PERIOD-END is open, and every
002400*     *          earlier one is closed the first run after the
002500*     *          calendar's period end has moved past it.  A batch
002600*     *          dated into a closed period is refused to the
002700*     *          GLREFUSE file behind a reason line unless a
002800*     *          supervisor has keyed a reopen authorization for
002900*     *          that batch and period through PRDSCN (see
003000*     *          eqprdscn.cob); GLPOST consumes the authorization
003100*     *          as the batch posts, so each one lets exactly one
003200*     *          late batch through.  A batch dated beyond the
003300*     *          open period is always refused.
003400*     *
003500*     *          The whole file is proved against its trailer -
003600*     *          rebuilt through TRLWRT exactly as JRNVAL built
003700*     *          it - before the first line posts; a file that
003800*     *          does not balance posts nothing.
003810*     *
003820*     *          A balance update that fails part way through a
003830*     *          batch backs out the lines of the batch already
003840*     *          applied before the run stops, so the rerun posts
003850*     *          the whole batch again from its checkpoint and no
003860*     *          line twice.  RETURN-CODE 24 from JOBHDR's OPEN
003870*     *          stops the run as 20 does, with nothing posted.
003900*     *
004000 PROGRAM-ID.     GLPOST.
004100 AUTHOR.         D L ROSS.
004200 INSTALLATION.   BATCH SYSTEMS GROUP.
004300 DATE-WRITTEN.   15-OCT-2026.
004400 DATE-COMPILED.
004500*
004600*     * Modification History
004700*     * --------------------
004800*     * 15-oct-2026 (dlross)  Written.
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT JOURNAL-IN ASSIGN TO "JRNLOUT"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS GLP-IN-STATUS.
005600     SELECT LEDGER-FILE ASSIGN TO "LEDGBAL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS LGF-KEY
006000         FILE STATUS IS GLP-LEDGER-STATUS.
006100     SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS PDF-KEY
006500         FILE STATUS IS GLP-PERIOD-STATUS.
006600     SELECT REOPEN-FILE ASSIGN TO "PRDOVRRD"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS PRF-KEY
007000         FILE STATUS IS GLP-REOPEN-STATUS.
007100     SELECT REFUSED-FILE ASSIGN TO "GLREFUSE"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS GLP-REFUSE-STATUS.
007400     SELECT POSTING-REGISTER ASSIGN TO "GLPOSTRP"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS GLP-RPT-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  JOURNAL-IN
008100     RECORDING MODE IS F.
008200 01  JOURNAL-IN-REC           PIC X(212).
008300*
008400 FD  LEDGER-FILE.
008500 01  LEDGER-FILE-REC.
008600     05 LGF-KEY               PIC X(31).
008700     05 LGF-REST-OF-RECORD    PIC X(87).
008800*
008900 FD  PERIOD-FILE.
009000 01  PERIOD-FILE-REC.
009100     05 PDF-KEY               PIC X(8).
009200     05 PDF-REST-OF-RECORD    PIC X(42).
009300*
009400 FD  REOPEN-FILE.
009500 01  REOPEN-FILE-REC.
009600     05 PRF-KEY               PIC X(16).
009700     05 PRF-REST-OF-RECORD    PIC X(93).
009800*
009900 FD  REFUSED-FILE
010000     RECORDING MODE IS F.
010100 01  REFUSED-REC              PIC X(212).
010200*
010300 FD  POSTING-REGISTER
010400     RECORDING MODE IS F.
010500 01  REGISTER-LINE            PIC X(132).
010600*
010700 WORKING-STORAGE SECTION.
010800 COPY "eqsqlca.cob".
010900 COPY "eqjobctl.cob".
011000 COPY "eqjrnrec.cob".
011100 COPY "eqledbal.cob".
011200 COPY "eqglprd.cob".
011300 COPY "eqprdovr.cob".
011400*
011500 77  GLP-JOB-NAME             PIC X(8)  VALUE "GLPOST".
011600*
011700 01  GLP-WORK-AREA.
011800     05 GLP-IN-STATUS         PIC X(2)  VALUE "00".
011900     05 GLP-LEDGER-STATUS     PIC X(2)  VALUE "00".
012000     05 GLP-PERIOD-STATUS     PIC X(2)  VALUE "00".
012100     05 GLP-REOPEN-STATUS     PIC X(2)  VALUE "00".
012200     05 GLP-REFUSE-STATUS     PIC X(2)  VALUE "00".
012300     05 GLP-RPT-STATUS        PIC X(2)  VALUE "00".
012400     05 GLP-EOF-SW            PIC X(1)  VALUE "N".
012500         88 GLP-AT-EOF                  VALUE "Y".
012600     05 GLP-FOUND-SW          PIC X(1)  VALUE "N".
012700         88 GLP-ENTRY-FOUND             VALUE "Y".
012800     05 GLP-TRAILER-SW        PIC X(1)  VALUE "N".
012900         88 GLP-TRAILER-SEEN            VALUE "Y".
013000     05 GLP-RESUME-SW         PIC X(1)  VALUE "N".
013100         88 GLP-RESUMING                VALUE "Y".
013200     05 GLP-DISPOSITION       PIC X(1)  VALUE SPACE.
013300         88 GLP-BATCH-POSTS             VALUE "P".
013400         88 GLP-BATCH-REOPENED          VALUE "R".
013500         88 GLP-BATCH-REFUSED           VALUE "X".
013600     05 GLP-SUB               PIC S9(4) USAGE COMP.
013700     05 GLP-HIT-SUB           PIC S9(4) USAGE COMP.
013800     05 GLP-PRD-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
013900     05 GLP-BUSINESS-DATE     PIC 9(8)  VALUE ZERO.
014000     05 GLP-OPEN-PERIOD-END   PIC 9(8)  VALUE ZERO.
014100     05 GLP-LAST-PERIOD-END   PIC 9(8)  VALUE ZERO.
014200     05 GLP-BATCH-DATE        PIC 9(8)  VALUE ZERO.
014300     05 GLP-BATCH-PERIOD-END  PIC 9(8)  VALUE ZERO.
014400     05 GLP-DATE-INT          PIC S9(9) USAGE COMP.
014500     05 GLP-CURRENT-BATCH     PIC X(8)  VALUE SPACES.
014600     05 GLP-REFUSE-REASON     PIC X(60) VALUE SPACES.
014700     05 GLP-RECORDS-READ      PIC 9(9)  VALUE ZERO.
014800     05 GLP-RECORDS-DONE      PIC 9(9)  VALUE ZERO.
014900     05 GLP-SKIP-COUNT        PIC 9(9)  VALUE ZERO.
015000     05 GLP-BATCH-LINES       PIC 9(9)  VALUE ZERO.
015100     05 GLP-BATCHES-POSTED    PIC 9(9)  VALUE ZERO.
015200     05 GLP-BATCHES-LATE      PIC 9(9)  VALUE ZERO.
015300     05 GLP-BATCHES-REFUSED   PIC 9(9)  VALUE ZERO.
015400     05 GLP-LINES-POSTED      PIC 9(9)  VALUE ZERO.
015500     05 GLP-LINES-REFUSED     PIC 9(9)  VALUE ZERO.
015600     05 GLP-PERIODS-CLOSED    PIC 9(5)  VALUE ZERO.
015700     05 GLP-NOW-STRING        PIC X(14).
015800     05 GLP-JHD-ACTION        PIC X(5).
015900     05 GLP-BCAL-ACTION       PIC X(4)  VALUE "GET".
016000     05 GLP-BCAL-PROC-DATE    PIC 9(8)  VALUE ZERO.
016100     05 GLP-BCAL-PERIOD-END   PIC 9(8)  VALUE ZERO.
016200     05 GLP-BCAL-CUTOFF-SW    PIC X(1)  VALUE "N".
016300     05 GLP-BCAL-RESULT       PIC X(1)  VALUE "N".
016400         88 GLP-BCAL-WORKED             VALUE "Y".
016500     05 GLP-TLW-ACTION        PIC X(4).
016600     05 GLP-TLW-AMOUNT        PIC S9(13)V9(4) COMP-3.
016700     05 GLP-TLW-CURRENCY      PIC X(3).
016800     05 GLP-TLW-HASH          PIC S9(13) USAGE COMP.
016900     05 GLP-TLW-TRAILER       PIC X(212).
017000     05 GLP-FILE-TRAILER      PIC X(212) VALUE SPACES.
017100     05 GLP-CKP-ACTION        PIC X(4).
017200     05 GLP-CKP-KEY           PIC X(40).
017300     05 GLP-CKP-KEY-PARTS REDEFINES GLP-CKP-KEY.
017400         10 GLP-KEY-BUS-DATE  PIC 9(8).
017500         10 GLP-KEY-RECORDS   PIC 9(9).
017600         10 GLP-KEY-STATE     PIC X(1).
017700             88 GLP-KEY-IN-PROGRESS     VALUE "P".
017800             88 GLP-KEY-COMPLETE        VALUE "C".
017900         10 FILLER            PIC X(22).
018000     05 GLP-CKPRD-ERRD-AREA.
018100         10 GLP-CKPRD-ERRD    PIC S9(9) USAGE COMP
018200                              OCCURS 6 TIMES.
018300     05 GLP-CKPRD-SW          PIC X(1)  VALUE "N".
018400         88 GLP-CKPT-FOUND              VALUE "Y".
018500     05 GLP-BIJ-STMT-ID       PIC X(38).
018600     05 GLP-BIJ-ROW-KEY       PIC X(40).
018700     05 GLP-BIJ-ROW-IMAGE     PIC X(4000).
018800     05 GLP-MHD-AMOUNT        PIC S9(13)V9(4) COMP-3.
018900     05 GLP-MHD-DISPLAY       PIC X(20).
019000     05 GLP-MHD-RESULT        PIC X(1).
019010     05 GLP-UNDO-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
019020     05 GLP-UNDO-SUB          PIC S9(4) USAGE COMP.
019030     05 GLP-UNDO-SW           PIC X(1)  VALUE "Y".
019040         88 GLP-UNDO-COMPLETE           VALUE "Y".
019050         88 GLP-UNDO-FAILED             VALUE "N".
019060     05 GLP-LATE-COUNT-SW     PIC X(1)  VALUE "Y".
019070         88 GLP-LATE-COUNTED            VALUE "Y".
019080         88 GLP-LATE-NOT-COUNTED        VALUE "N".
019100*
019110*    The current batch's balance rows as they stood before it,
019120*    in the order it changed them, for backing the batch out
019130*    when a balance update fails part way through it.
019140*
019150 01  GLP-UNDO-TABLE.
019160     05 GLP-UNDO-ROW OCCURS 1000 TIMES.
019170         10 GLP-U-FOUND-SW    PIC X(1).
019180             88 GLP-U-ROW-EXISTED       VALUE "Y".
019185         10 GLP-U-KEY         PIC X(31).
019190         10 GLP-U-REST        PIC X(87).
019195*
019200 01  GLP-PERIOD-TABLE.
019300     05 GLP-PRD-ROW OCCURS 240 TIMES.
019400         10 GLP-P-END         PIC 9(8).
019500         10 GLP-P-START       PIC 9(8).
019600         10 GLP-P-STATUS      PIC X(1).
019700             88 GLP-P-IS-OPEN           VALUE "O".
019800*
019900 PROCEDURE DIVISION.
020000*
020100*+----------------------------------------------------------+
020200*|  0000-MAINLINE                                             |
020300*+----------------------------------------------------------+
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-PROVE-TRAILER THRU 2000-EXIT.
020700     PERFORM 3000-POST-JOURNAL THRU 3000-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     STOP RUN.
021000*
021100*+----------------------------------------------------------+
021200*|  1000-INITIALIZE - job-control header, the open period     |
021300*|  off the business calendar, restart position, files.       |
021400*+----------------------------------------------------------+
021500 1000-INITIALIZE.
021600     MOVE SPACES TO JOBCTL-RECORD.
021700     MOVE GLP-JOB-NAME TO JBC-JOB-NAME.
021800     MOVE ZERO TO JBC-LAST-CKPT-SEQ JBC-BUSINESS-DATE.
021900     MOVE "OPEN" TO GLP-JHD-ACTION.
022000     CALL "JOBHDR" USING GLP-JHD-ACTION
022100                         JOBCTL-RECORD.
022200     IF RETURN-CODE = 20
022300         DISPLAY "GLPOST: DUPLICATE RUN FOR BUSINESS DATE "
022400             JBC-BUSINESS-DATE " REFUSED - NOTHING POSTED"
022500         MOVE "CLOSE" TO GLP-JHD-ACTION
022600         CALL "JOBHDR" USING GLP-JHD-ACTION
022700                             JOBCTL-RECORD
022800         MOVE 20 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023010     IF RETURN-CODE = 24
023020         DISPLAY "GLPOST: PARAMETERS NOT RESOLVED FOR BUSINESS "
023030             "DATE " JBC-BUSINESS-DATE " - NOTHING POSTED"
023040         MOVE "CLOSE" TO GLP-JHD-ACTION
023050         CALL "JOBHDR" USING GLP-JHD-ACTION
023060                             JOBCTL-RECORD
023070         MOVE 24 TO RETURN-CODE
023080         STOP RUN
023090     END-IF.
023100     MOVE JBC-BUSINESS-DATE TO GLP-BUSINESS-DATE.
023200     CALL "BCALDT" USING GLP-BCAL-ACTION
023300                         GLP-JOB-NAME
023400                         GLP-BCAL-PROC-DATE
023500                         GLP-BCAL-PERIOD-END
023600                         GLP-BCAL-CUTOFF-SW
023700                         GLP-BCAL-RESULT.
023800     IF NOT GLP-BCAL-WORKED
023900        OR GLP-BCAL-PERIOD-END = ZERO
024000         DISPLAY "GLPOST: NO BUSINESS CALENDAR PERIOD END -"
024100             " CANNOT TELL OPEN PERIODS FROM CLOSED"
024200         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
024300     END-IF.
024400     MOVE GLP-BCAL-PERIOD-END TO GLP-OPEN-PERIOD-END.
024500     PERFORM 1100-FIND-RESTART THRU 1100-EXIT.
024600     IF GLP-RESUMING
024700         OPEN EXTEND POSTING-REGISTER
024800         IF GLP-RPT-STATUS = "05" OR GLP-RPT-STATUS = "35"
024900             OPEN OUTPUT POSTING-REGISTER
025000         END-IF
025100         OPEN EXTEND REFUSED-FILE
025200         IF GLP-REFUSE-STATUS = "05" OR GLP-REFUSE-STATUS = "35"
025300             OPEN OUTPUT REFUSED-FILE
025400         END-IF
025500     ELSE
025600         OPEN OUTPUT POSTING-REGISTER
025700         OPEN OUTPUT REFUSED-FILE
025800     END-IF.
025900     MOVE SPACES TO REGISTER-LINE.
026000     STRING "GENERAL LEDGER POSTING REGISTER  RUN "
026100                                  DELIMITED BY SIZE
026200            JBC-RUN-ID            DELIMITED BY SIZE
026300            "  BUSINESS DATE "    DELIMITED BY SIZE
026400            GLP-BUSINESS-DATE     DELIMITED BY SIZE
026500            "  OPEN PERIOD ENDING "
026600                                  DELIMITED BY SIZE
026700            GLP-OPEN-PERIOD-END   DELIMITED BY SIZE
026800         INTO REGISTER-LINE.
026900     WRITE REGISTER-LINE.
027000     IF GLP-RESUMING
027100         MOVE SPACES TO REGISTER-LINE
027200         STRING "RESTARTED AFTER INPUT RECORD " DELIMITED BY SIZE
027300                GLP-SKIP-COUNT                  DELIMITED BY SIZE
027400                " - EARLIER BATCHES POSTED BY THE FAILED RUN"
027500                                                DELIMITED BY SIZE
027600             INTO REGISTER-LINE
027700         WRITE REGISTER-LINE
027800     END-IF.
027900     PERFORM 1200-ROLL-PERIODS THRU 1200-EXIT.
028000     OPEN I-O LEDGER-FILE.
028100     IF GLP-LEDGER-STATUS = "05" OR GLP-LEDGER-STATUS = "35"
028200         OPEN OUTPUT LEDGER-FILE
028300         CLOSE LEDGER-FILE
028400         OPEN I-O LEDGER-FILE
028500     END-IF.
028600     IF GLP-LEDGER-STATUS NOT = "00"
028700         DISPLAY "GLPOST: LEDGBAL WILL NOT OPEN, STATUS "
028800             GLP-LEDGER-STATUS
028900         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
029000     END-IF.
029100     OPEN I-O REOPEN-FILE.
029200     IF GLP-REOPEN-STATUS = "05" OR GLP-REOPEN-STATUS = "35"
029300         OPEN OUTPUT REOPEN-FILE
029400         CLOSE REOPEN-FILE
029500         OPEN I-O REOPEN-FILE
029600     END-IF.
029700     MOVE "INIT" TO GLP-CKP-ACTION.
029800     MOVE SPACES TO GLP-CKP-KEY.
029900     CALL "CKPWRT" USING GLP-JOB-NAME
030000                         GLP-CKP-KEY
030100                         GLP-CKP-ACTION.
030200 1000-EXIT.
030300     EXIT.
030400*
030500*+----------------------------------------------------------+
030600*|  1100-FIND-RESTART - a checkpoint left in progress for     |
030700*|  this same business date means tonight's run failed part  |
030800*|  way; resume past the batches it already posted.           |
030900*+----------------------------------------------------------+
031000 1100-FIND-RESTART.
031100     MOVE SPACES TO GLP-CKP-KEY.
031200     MOVE "N" TO GLP-CKPRD-SW.
031300     CALL "CKPRD" USING GLP-JOB-NAME
031400                        GLP-CKP-KEY
031500                        GLP-CKPRD-ERRD-AREA
031600                        GLP-CKPRD-SW.
031700     IF NOT GLP-CKPT-FOUND
031800         GO TO 1100-EXIT
031900     END-IF.
032000     IF GLP-KEY-BUS-DATE IS NUMERIC
032100        AND GLP-KEY-RECORDS IS NUMERIC
032200        AND GLP-KEY-IN-PROGRESS
032300        AND GLP-KEY-BUS-DATE = GLP-BUSINESS-DATE
032400         SET GLP-RESUMING TO TRUE
032500         MOVE GLP-KEY-RECORDS TO GLP-SKIP-COUNT
032600         MOVE GLP-KEY-RECORDS TO GLP-RECORDS-DONE
032700     END-IF.
032800 1100-EXIT.
032900     EXIT.
033000*
033100*+----------------------------------------------------------+
033200*|  1200-ROLL-PERIODS - close every open period the calendar  |
033300*|  has moved past, open the calendar's current period the    |
033400*|  first time it is seen, and keep the table for lookups.    |
033500*+----------------------------------------------------------+
033600 1200-ROLL-PERIODS.
033700     OPEN I-O PERIOD-FILE.
033800     IF GLP-PERIOD-STATUS = "05" OR GLP-PERIOD-STATUS = "35"
033900         OPEN OUTPUT PERIOD-FILE
034000         CLOSE PERIOD-FILE
034100         OPEN I-O PERIOD-FILE
034200     END-IF.
034300     IF GLP-PERIOD-STATUS NOT = "00"
034400         DISPLAY "GLPOST: GLPERIOD WILL NOT OPEN, STATUS "
034500             GLP-PERIOD-STATUS
034600         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
034700     END-IF.
034800     MOVE FUNCTION CURRENT-DATE(1:14) TO GLP-NOW-STRING.
034900     MOVE ZERO TO GLP-PRD-COUNT GLP-LAST-PERIOD-END.
035000     MOVE "N" TO GLP-EOF-SW GLP-FOUND-SW.
035100     PERFORM 1210-ONE-PERIOD THRU 1210-EXIT
035200         UNTIL GLP-AT-EOF.
035300     IF NOT GLP-ENTRY-FOUND
035400         PERFORM 1220-OPEN-NEW-PERIOD THRU 1220-EXIT
035500     END-IF.
035600     CLOSE PERIOD-FILE.
035700 1200-EXIT.
035800     EXIT.
035900*
036000 1210-ONE-PERIOD.
036100     READ PERIOD-FILE NEXT RECORD INTO GLPRD-RECORD
036200         AT END SET GLP-AT-EOF TO TRUE
036300     END-READ.
036400     IF GLP-AT-EOF
036500         GO TO 1210-EXIT
036600     END-IF.
036700     IF PRD-PERIOD-END = GLP-OPEN-PERIOD-END
036800         SET GLP-ENTRY-FOUND TO TRUE
036900     END-IF.
037000     IF PRD-PERIOD-OPEN
037100        AND PRD-PERIOD-END < GLP-OPEN-PERIOD-END
037200         SET PRD-PERIOD-CLOSED TO TRUE
037300         MOVE GLP-NOW-STRING TO PRD-CLOSED-AT
037400         MOVE GLPRD-RECORD(9:42) TO PDF-REST-OF-RECORD
037500         REWRITE PERIOD-FILE-REC
037600         ADD 1 TO GLP-PERIODS-CLOSED
037700         MOVE SPACES TO REGISTER-LINE
037800         STRING "PERIOD ENDING "     DELIMITED BY SIZE
037900                PRD-PERIOD-END       DELIMITED BY SIZE
038000                " CLOSED - THE CALENDAR PERIOD END IS NOW "
038100                                     DELIMITED BY SIZE
038200                GLP-OPEN-PERIOD-END  DELIMITED BY SIZE
038300             INTO REGISTER-LINE
038400         WRITE REGISTER-LINE
038500     END-IF.
038600     IF PRD-PERIOD-END > GLP-LAST-PERIOD-END
038700        AND PRD-PERIOD-END < GLP-OPEN-PERIOD-END
038800         MOVE PRD-PERIOD-END TO GLP-LAST-PERIOD-END
038900     END-IF.
039000     IF GLP-PRD-COUNT < 240
039100         ADD 1 TO GLP-PRD-COUNT
039200         MOVE PRD-PERIOD-END   TO GLP-P-END(GLP-PRD-COUNT)
039300         MOVE PRD-PERIOD-START TO GLP-P-START(GLP-PRD-COUNT)
039400         MOVE PRD-STATUS       TO GLP-P-STATUS(GLP-PRD-COUNT)
039500     END-IF.
039600 1210-EXIT.
039700     EXIT.
039800*
039900*+----------------------------------------------------------+
040000*|  1220-OPEN-NEW-PERIOD - the calendar has named a period    |
040100*|  end not yet on file.  It starts the day after the last    |
040200*|  period on file ends; the very first period on file starts |
040300*|  on the first of its end month.                            |
040400*+----------------------------------------------------------+
040500 1220-OPEN-NEW-PERIOD.
040600     MOVE SPACES TO GLPRD-RECORD.
040700     MOVE GLP-OPEN-PERIOD-END TO PRD-PERIOD-END.
040800     IF GLP-LAST-PERIOD-END = ZERO
040900         MOVE GLP-OPEN-PERIOD-END TO PRD-PERIOD-START
041000         MOVE "01" TO PRD-PERIOD-START(7:2)
041100     ELSE
041200         COMPUTE GLP-DATE-INT =
041300             FUNCTION INTEGER-OF-DATE(GLP-LAST-PERIOD-END) + 1
041400         COMPUTE PRD-PERIOD-START =
041500             FUNCTION DATE-OF-INTEGER(GLP-DATE-INT)
041600     END-IF.
041700     SET PRD-PERIOD-OPEN TO TRUE.
041800     MOVE GLP-NOW-STRING TO PRD-OPENED-AT.
041900     MOVE ZERO TO PRD-LATE-POSTINGS.
042000     MOVE PRD-PERIOD-END TO PDF-KEY.
042100     MOVE GLPRD-RECORD(9:42) TO PDF-REST-OF-RECORD.
042200     WRITE PERIOD-FILE-REC.
042300     MOVE SPACES TO REGISTER-LINE.
042400     STRING "PERIOD "            DELIMITED BY SIZE
042500            PRD-PERIOD-START     DELIMITED BY SIZE
042600            " TO "               DELIMITED BY SIZE
042700            PRD-PERIOD-END       DELIMITED BY SIZE
042800            " OPENED"            DELIMITED BY SIZE
042900         INTO REGISTER-LINE.
043000     WRITE REGISTER-LINE.
043100     IF GLP-PRD-COUNT < 240
043200         ADD 1 TO GLP-PRD-COUNT
043300         MOVE PRD-PERIOD-END   TO GLP-P-END(GLP-PRD-COUNT)
043400         MOVE PRD-PERIOD-START TO GLP-P-START(GLP-PRD-COUNT)
043500         MOVE PRD-STATUS       TO GLP-P-STATUS(GLP-PRD-COUNT)
043600     END-IF.
043700 1220-EXIT.
043800     EXIT.
043900*
044000*+----------------------------------------------------------+
044100*|  2000-PROVE-TRAILER - rebuild the trailer through TRLWRT   |
044200*|  from the records on the file; it must match the file's    |
044300*|  own trailer past the run-id before anything posts.        |
044400*+----------------------------------------------------------+
044500 2000-PROVE-TRAILER.
044600     OPEN INPUT JOURNAL-IN.
044700     IF GLP-IN-STATUS NOT = "00"
044800         DISPLAY "GLPOST: NO JRNLOUT POSTING FILE"
044900         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
045000     END-IF.
045100     MOVE "INIT" TO GLP-TLW-ACTION.
045200     MOVE ZERO TO GLP-TLW-AMOUNT GLP-TLW-HASH.
045300     MOVE SPACES TO GLP-TLW-CURRENCY.
045400     CALL "TRLWRT" USING GLP-TLW-ACTION
045500                         GLP-TLW-AMOUNT
045600                         GLP-TLW-CURRENCY
045700                         GLP-TLW-HASH
045800                         GLP-TLW-TRAILER.
045900     MOVE "N" TO GLP-EOF-SW.
046000     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
046100         UNTIL GLP-AT-EOF.
046200     CLOSE JOURNAL-IN.
046300     MOVE "GET" TO GLP-TLW-ACTION.
046400     CALL "TRLWRT" USING GLP-TLW-ACTION
046500                         GLP-TLW-AMOUNT
046600                         GLP-TLW-CURRENCY
046700                         GLP-TLW-HASH
046800                         GLP-TLW-TRAILER.
046900     IF NOT GLP-TRAILER-SEEN
047000         MOVE "JRNLOUT HAS NO TRAILER - NOTHING POSTED"
047100             TO REGISTER-LINE
047200         WRITE REGISTER-LINE
047300         DISPLAY "GLPOST: JRNLOUT HAS NO TRAILER"
047400         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
047500     END-IF.
047600     IF GLP-TLW-TRAILER(20:193) NOT = GLP-FILE-TRAILER(20:193)
047700         MOVE SPACES TO REGISTER-LINE
047800         STRING "JRNLOUT DOES NOT BALANCE TO ITS TRAILER - "
047900                                  DELIMITED BY SIZE
048000                "NOTHING POSTED"  DELIMITED BY SIZE
048100             INTO REGISTER-LINE
048200         WRITE REGISTER-LINE
048300         MOVE SPACES TO REGISTER-LINE
048400         STRING "  TRAILER  " DELIMITED BY SIZE
048500                GLP-FILE-TRAILER(20:100) DELIMITED BY SIZE
048600             INTO REGISTER-LINE
048700         WRITE REGISTER-LINE
048800         MOVE SPACES TO REGISTER-LINE
048900         STRING "  RECORDS  " DELIMITED BY SIZE
049000                GLP-TLW-TRAILER(20:100) DELIMITED BY SIZE
049100             INTO REGISTER-LINE
049200         WRITE REGISTER-LINE
049300         DISPLAY "GLPOST: JRNLOUT OUT OF BALANCE WITH ITS TRAILER"
049400         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
049500     END-IF.
049600 2000-EXIT.
049700     EXIT.
049800*
049900 2100-PROVE-ONE-RECORD.
050000     READ JOURNAL-IN
050100         AT END SET GLP-AT-EOF TO TRUE
050200     END-READ.
050300     IF GLP-AT-EOF
050400         GO TO 2100-EXIT
050500     END-IF.
050600     IF JOURNAL-IN-REC(1:3) = "TRL"
050700         SET GLP-TRAILER-SEEN TO TRUE
050800         MOVE JOURNAL-IN-REC TO GLP-FILE-TRAILER
050900         GO TO 2100-EXIT
051000     END-IF.
051100     MOVE JOURNAL-IN-REC TO JRNREC-RECORD.
051200     MOVE JRN-AMOUNT TO GLP-TLW-AMOUNT.
051300     IF JRN-IS-CREDIT
051400         COMPUTE GLP-TLW-AMOUNT = GLP-TLW-AMOUNT * -1
051500     END-IF.
051600     MOVE JRN-CURRENCY TO GLP-TLW-CURRENCY.
051700     MOVE ZERO TO GLP-TLW-HASH.
051800     MOVE "ADD" TO GLP-TLW-ACTION.
051900     CALL "TRLWRT" USING GLP-TLW-ACTION
052000                         GLP-TLW-AMOUNT
052100                         GLP-TLW-CURRENCY
052200                         GLP-TLW-HASH
052300                         GLP-TLW-TRAILER.
052400 2100-EXIT.
052500     EXIT.
052600*
052700*+----------------------------------------------------------+
052800*|  3000-POST-JOURNAL - second pass: post or refuse batch by  |
052900*|  batch, settling each on the batch break.                  |
053000*+----------------------------------------------------------+
053100 3000-POST-JOURNAL.
053200     OPEN INPUT JOURNAL-IN.
053300     MOVE "N" TO GLP-EOF-SW.
053400     MOVE ZERO TO GLP-RECORDS-READ.
053500     PERFORM 3100-ONE-JOURNAL-RECORD THRU 3100-EXIT
053600         UNTIL GLP-AT-EOF.
053700     PERFORM 4000-SETTLE-BATCH THRU 4000-EXIT.
053800     CLOSE JOURNAL-IN.
053900 3000-EXIT.
054000     EXIT.
054100*
054200 3100-ONE-JOURNAL-RECORD.
054300     READ JOURNAL-IN
054400         AT END SET GLP-AT-EOF TO TRUE
054500     END-READ.
054600     IF GLP-AT-EOF
054700         GO TO 3100-EXIT
054800     END-IF.
054900     IF JOURNAL-IN-REC(1:3) = "TRL"
055000         GO TO 3100-EXIT
055100     END-IF.
055200     ADD 1 TO GLP-RECORDS-READ.
055300*    On a restart the failed run's posted batches are passed
055400*    over; the checkpoint always sits on a batch boundary.
055500     IF GLP-RESUMING
055600        AND GLP-RECORDS-READ NOT > GLP-SKIP-COUNT
055700         GO TO 3100-EXIT
055800     END-IF.
055900     MOVE JOURNAL-IN-REC TO JRNREC-RECORD.
056000     IF JRN-BATCH-ID NOT = GLP-CURRENT-BATCH
056100         PERFORM 4000-SETTLE-BATCH THRU 4000-EXIT
056200         MOVE JRN-BATCH-ID TO GLP-CURRENT-BATCH
056300         PERFORM 3200-OPEN-BATCH THRU 3200-EXIT
056400     END-IF.
056500     ADD 1 TO GLP-BATCH-LINES.
056600     IF GLP-BATCH-REFUSED
056700         MOVE JOURNAL-IN-REC TO REFUSED-REC
056800         WRITE REFUSED-REC
056900     ELSE
057000         PERFORM 3300-POST-LINE THRU 3300-EXIT
057100     END-IF.
057200     MOVE GLP-RECORDS-READ TO GLP-RECORDS-DONE.
057300 3100-EXIT.
057400     EXIT.
057500*
057600*+----------------------------------------------------------+
057700*|  3200-OPEN-BATCH - the batch's accounting date decides its |
057800*|  period; the period's status decides whether it posts.    |
057900*+----------------------------------------------------------+
058000 3200-OPEN-BATCH.
058100     MOVE ZERO TO GLP-BATCH-LINES GLP-UNDO-COUNT.
058150     MOVE "Y" TO GLP-UNDO-SW GLP-LATE-COUNT-SW.
058200     MOVE SPACES TO GLP-REFUSE-REASON.
058300     IF JRN-BATCH-DATE = SPACES
058400        OR JRN-BATCH-DATE NOT NUMERIC
058500        OR JRN-BATCH-DATE-N = ZERO
058600         MOVE GLP-BUSINESS-DATE TO GLP-BATCH-DATE
058700     ELSE
058800         MOVE JRN-BATCH-DATE-N TO GLP-BATCH-DATE
058900     END-IF.
059000     SET GLP-BATCH-POSTS TO TRUE.
059100     MOVE ZERO TO GLP-BATCH-PERIOD-END GLP-HIT-SUB.
059200     MOVE "N" TO GLP-FOUND-SW.
059300     PERFORM 3210-MATCH-ONE-PERIOD THRU 3210-EXIT
059400         VARYING GLP-SUB FROM 1 BY 1
059500         UNTIL GLP-SUB > GLP-PRD-COUNT
059600            OR GLP-ENTRY-FOUND.
059700     EVALUATE TRUE
059800         WHEN GLP-BATCH-DATE > GLP-OPEN-PERIOD-END
059900             SET GLP-BATCH-REFUSED TO TRUE
060000             STRING "DATED " DELIMITED BY SIZE
060100                    GLP-BATCH-DATE DELIMITED BY SIZE
060200                    " - BEYOND THE OPEN PERIOD ENDING "
060300                                   DELIMITED BY SIZE
060400                    GLP-OPEN-PERIOD-END DELIMITED BY SIZE
060500                 INTO GLP-REFUSE-REASON
060600         WHEN NOT GLP-ENTRY-FOUND
060700             SET GLP-BATCH-REFUSED TO TRUE
060800             STRING "DATED " DELIMITED BY SIZE
060900                    GLP-BATCH-DATE DELIMITED BY SIZE
061000                    " - BEFORE ANY LEDGER PERIOD ON FILE"
061100                                   DELIMITED BY SIZE
061200                 INTO GLP-REFUSE-REASON
061300         WHEN GLP-P-IS-OPEN(GLP-HIT-SUB)
061400             MOVE GLP-P-END(GLP-HIT-SUB) TO GLP-BATCH-PERIOD-END
061500         WHEN OTHER
061600             MOVE GLP-P-END(GLP-HIT-SUB) TO GLP-BATCH-PERIOD-END
061700             PERFORM 3220-CHECK-REOPEN THRU 3220-EXIT
061800     END-EVALUATE.
061900     MOVE SPACES TO REGISTER-LINE.
062000     STRING "BATCH "             DELIMITED BY SIZE
062100            GLP-CURRENT-BATCH    DELIMITED BY SIZE
062200            "  DATED "           DELIMITED BY SIZE
062300            GLP-BATCH-DATE       DELIMITED BY SIZE
062400            "  PERIOD ENDING "   DELIMITED BY SIZE
062500            GLP-BATCH-PERIOD-END DELIMITED BY SIZE
062600            "  SOURCE "          DELIMITED BY SIZE
062700            JRN-SOURCE           DELIMITED BY SIZE
062800         INTO REGISTER-LINE.
062900     WRITE REGISTER-LINE.
063000     IF GLP-BATCH-REFUSED
063100         MOVE SPACES TO REFUSED-REC
063200         STRING "*BATCH "          DELIMITED BY SIZE
063300                GLP-CURRENT-BATCH  DELIMITED BY SIZE
063400                " REFUSED - "      DELIMITED BY SIZE
063500                GLP-REFUSE-REASON  DELIMITED BY SIZE
063600             INTO REFUSED-REC
063700         WRITE REFUSED-REC
063800     END-IF.
063900 3200-EXIT.
064000     EXIT.
064100*
064200*    The table is in period-end order, so the first period
064300*    ending on or after the batch date is the batch's period -
064400*    provided the date is not before that period's start.
064500 3210-MATCH-ONE-PERIOD.
064600     IF GLP-P-END(GLP-SUB) NOT < GLP-BATCH-DATE
064700        AND GLP-P-START(GLP-SUB) NOT > GLP-BATCH-DATE
064800         SET GLP-ENTRY-FOUND TO TRUE
064900         MOVE GLP-SUB TO GLP-HIT-SUB
065000     END-IF.
065100 3210-EXIT.
065200     EXIT.
065300*
065400*+----------------------------------------------------------+
065500*|  3220-CHECK-REOPEN - a closed period takes the batch only  |
065600*|  under an unused supervisor authorization for this batch   |
065700*|  and this period.                                          |
065800*+----------------------------------------------------------+
065900 3220-CHECK-REOPEN.
066000     SET GLP-BATCH-REFUSED TO TRUE.
066100     MOVE GLP-CURRENT-BATCH    TO PRO-BATCH-ID.
066200     MOVE GLP-BATCH-PERIOD-END TO PRO-PERIOD-END.
066300     MOVE PRO-KEY              TO PRF-KEY.
066400     READ REOPEN-FILE INTO PRDOVR-RECORD
066500         KEY IS PRF-KEY
066600         INVALID KEY
066700             STRING "PERIOD ENDING " DELIMITED BY SIZE
066800                    GLP-BATCH-PERIOD-END DELIMITED BY SIZE
066900                    " IS CLOSED - NO REOPEN AUTHORIZATION"
067000                                   DELIMITED BY SIZE
067100                 INTO GLP-REFUSE-REASON
067200             GO TO 3220-EXIT
067300     END-READ.
067400     IF PRO-REOPEN-USED
067500         STRING "PERIOD ENDING " DELIMITED BY SIZE
067600                GLP-BATCH-PERIOD-END DELIMITED BY SIZE
067700                " IS CLOSED - AUTHORIZATION ALREADY USED"
067800                               DELIMITED BY SIZE
067900             INTO GLP-REFUSE-REASON
068000         GO TO 3220-EXIT
068100     END-IF.
068200     SET GLP-BATCH-REOPENED TO TRUE.
068300 3220-EXIT.
068400     EXIT.
068500*
068600*+----------------------------------------------------------+
068700*|  3300-POST-LINE - journal the balance row's before-image,  |
068800*|  then add the line to its debit or credit side.            |
068900*+----------------------------------------------------------+
069000 3300-POST-LINE.
069100     MOVE JRN-ACCOUNT          TO LGB-ACCOUNT.
069200     MOVE JRN-CURRENCY         TO LGB-CURRENCY.
069300     MOVE GLP-BATCH-PERIOD-END TO LGB-PERIOD-END.
069400     MOVE LGB-KEY              TO LGF-KEY.
069500     MOVE LGB-KEY              TO GLP-BIJ-ROW-KEY.
069600     READ LEDGER-FILE INTO LEDBAL-RECORD
069700         KEY IS LGF-KEY
069800         INVALID KEY
069900             MOVE "N" TO GLP-FOUND-SW
070000         NOT INVALID KEY
070100             SET GLP-ENTRY-FOUND TO TRUE
070200     END-READ.
070300*    A new balance row journals a blank image, which BACKOUT's
070400*    driver restores by deleting the row.
070500     IF GLP-ENTRY-FOUND
070600         MOVE "UPDATE LEDGBAL"  TO GLP-BIJ-STMT-ID
070700         MOVE LEDBAL-RECORD     TO GLP-BIJ-ROW-IMAGE
070800     ELSE
070900         MOVE "INSERT LEDGBAL"  TO GLP-BIJ-STMT-ID
071000         MOVE SPACES            TO GLP-BIJ-ROW-IMAGE
071100         MOVE SPACES            TO LEDBAL-RECORD
071200         MOVE JRN-ACCOUNT          TO LGB-ACCOUNT
071300         MOVE JRN-CURRENCY         TO LGB-CURRENCY
071400         MOVE GLP-BATCH-PERIOD-END TO LGB-PERIOD-END
071500         MOVE ZERO TO LGB-DEBITS LGB-CREDITS LGB-BALANCE
071600         MOVE ZERO TO LGB-POST-COUNT
071700     END-IF.
071800     CALL "BIJWRT" USING GLP-BIJ-STMT-ID
071900                         GLP-BIJ-ROW-KEY
072000                         GLP-BIJ-ROW-IMAGE.
072100     IF JRN-IS-DEBIT
072200         ADD JRN-AMOUNT TO LGB-DEBITS
072300     ELSE
072400         ADD JRN-AMOUNT TO LGB-CREDITS
072500     END-IF.
072600     COMPUTE LGB-BALANCE = LGB-DEBITS - LGB-CREDITS.
072700     ADD 1 TO LGB-POST-COUNT.
072800     MOVE JBC-RUN-ID TO LGB-LAST-RUN-ID.
072900     MOVE FUNCTION CURRENT-DATE(1:14) TO GLP-NOW-STRING.
073000     MOVE GLP-NOW-STRING TO LGB-LAST-POSTED.
073100     MOVE LGB-KEY TO LGF-KEY.
073200     MOVE LEDBAL-RECORD(32:87) TO LGF-REST-OF-RECORD.
073300     IF GLP-ENTRY-FOUND
073400         REWRITE LEDGER-FILE-REC
073500     ELSE
073600         WRITE LEDGER-FILE-REC
073700     END-IF.
073800     IF GLP-LEDGER-STATUS NOT = "00"
073900         DISPLAY "GLPOST: LEDGBAL UPDATE FAILED, STATUS "
074000             GLP-LEDGER-STATUS " BATCH " GLP-CURRENT-BATCH
074050         PERFORM 3400-BACK-OUT-BATCH THRU 3400-EXIT
074100         MOVE SPACES TO REGISTER-LINE
074150         IF GLP-UNDO-COMPLETE
074200             STRING "LEDGBAL UPDATE FAILED IN BATCH "
074250                                      DELIMITED BY SIZE
074300                    GLP-CURRENT-BATCH DELIMITED BY SIZE
074350                    " - BATCH BACKED OUT, RUN STOPPED, RERUN "
074400                                      DELIMITED BY SIZE
074450                    "RESUMES AT THIS BATCH"
074500                                      DELIMITED BY SIZE
074550                 INTO REGISTER-LINE
074600         ELSE
074650             DISPLAY "GLPOST: BATCH " GLP-CURRENT-BATCH
074700                 " NOT FULLY BACKED OUT - RUN BACKOUT BEFORE"
074720                 " THE RERUN"
074750             STRING "LEDGBAL UPDATE FAILED IN BATCH "
074800                                      DELIMITED BY SIZE
074820                    GLP-CURRENT-BATCH DELIMITED BY SIZE
074840                    " - BACKOUT INCOMPLETE, RUN BACKOUT BEFORE "
074860                                      DELIMITED BY SIZE
074870                    "THE RERUN"       DELIMITED BY SIZE
074880                 INTO REGISTER-LINE
074890         END-IF
074900         WRITE REGISTER-LINE
074950         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
075000     END-IF.
075050     PERFORM 3310-KEEP-BEFORE-IMAGE THRU 3310-EXIT.
075100     ADD 1 TO GLP-LINES-POSTED.
075200     MOVE JRN-AMOUNT TO GLP-MHD-AMOUNT.
075300     MOVE SPACES TO GLP-MHD-DISPLAY.
075400     MOVE "Y" TO GLP-MHD-RESULT.
075500     CALL "MONEYH" USING GLP-MHD-AMOUNT
075600                         JRN-CURRENCY
075700                         GLP-MHD-DISPLAY
075800                         GLP-MHD-RESULT.
075900     MOVE SPACES TO REGISTER-LINE.
076000     STRING "    "           DELIMITED BY SIZE
076100            JRN-ACCOUNT      DELIMITED BY SIZE
076200            " "              DELIMITED BY SIZE
076300            JRN-CURRENCY     DELIMITED BY SIZE
076400            " "              DELIMITED BY SIZE
076500            JRN-DR-CR        DELIMITED BY SIZE
076600            " "              DELIMITED BY SIZE
076700            GLP-MHD-DISPLAY  DELIMITED BY SIZE
076800            "  "             DELIMITED BY SIZE
076900            JRN-REFERENCE    DELIMITED BY SIZE
077000         INTO REGISTER-LINE.
077100     WRITE REGISTER-LINE.
077200 3300-EXIT.
077300     EXIT.
077304*
077308*    A batch longer than the table cannot be backed out here;
077312*    BACKOUT restores it from the journaled before-images.
077316 3310-KEEP-BEFORE-IMAGE.
077320     IF GLP-UNDO-COUNT = 1000
077324         SET GLP-UNDO-FAILED TO TRUE
077328         GO TO 3310-EXIT
077332     END-IF.
077336     ADD 1 TO GLP-UNDO-COUNT.
077340     MOVE GLP-FOUND-SW TO GLP-U-FOUND-SW(GLP-UNDO-COUNT).
077344     MOVE LGB-KEY      TO GLP-U-KEY(GLP-UNDO-COUNT).
077348     MOVE GLP-BIJ-ROW-IMAGE(32:87)
077352         TO GLP-U-REST(GLP-UNDO-COUNT).
077356 3310-EXIT.
077360     EXIT.
077364*
077368*+----------------------------------------------------------+
077372*|  3400-BACK-OUT-BATCH - put every balance row the failing   |
077376*|  batch changed back as it was, newest change first, so the |
077380*|  rerun can post the whole batch again from its start.      |
077384*+----------------------------------------------------------+
077388 3400-BACK-OUT-BATCH.
077392     PERFORM 3410-UNDO-ONE-LINE THRU 3410-EXIT
077396         VARYING GLP-UNDO-SUB FROM GLP-UNDO-COUNT BY -1
077400         UNTIL GLP-UNDO-SUB < 1.
077404 3400-EXIT.
077408     EXIT.
077412*
077416*    A row the batch inserted is deleted again.
077420 3410-UNDO-ONE-LINE.
077424     MOVE GLP-U-KEY(GLP-UNDO-SUB) TO LGF-KEY.
077428     IF GLP-U-ROW-EXISTED(GLP-UNDO-SUB)
077432         MOVE GLP-U-REST(GLP-UNDO-SUB) TO LGF-REST-OF-RECORD
077436         REWRITE LEDGER-FILE-REC
077440     ELSE
077444         DELETE LEDGER-FILE RECORD
077448     END-IF.
077452     IF GLP-LEDGER-STATUS NOT = "00"
077456         SET GLP-UNDO-FAILED TO TRUE
077460     END-IF.
077464 3410-EXIT.
077468     EXIT.
077472*
077500*+----------------------------------------------------------+
077600*|  4000-SETTLE-BATCH - close off the batch on the register,  |
077700*|  consume any reopen authorization it posted under, and     |
077800*|  checkpoint on the batch boundary.                         |
077900*+----------------------------------------------------------+
078000 4000-SETTLE-BATCH.
078100     IF GLP-CURRENT-BATCH = SPACES
078200         GO TO 4000-EXIT
078300     END-IF.
078400     MOVE SPACES TO REGISTER-LINE.
078500     EVALUATE TRUE
078600         WHEN GLP-BATCH-REFUSED
078700             ADD 1 TO GLP-BATCHES-REFUSED
078800             ADD GLP-BATCH-LINES TO GLP-LINES-REFUSED
078900             STRING "  REFUSED - "     DELIMITED BY SIZE
079000                    GLP-REFUSE-REASON  DELIMITED BY SIZE
079100                    " - "              DELIMITED BY SIZE
079200                    GLP-BATCH-LINES    DELIMITED BY SIZE
079300                    " LINES TO GLREFUSE"
079400                                       DELIMITED BY SIZE
079500                 INTO REGISTER-LINE
079600         WHEN GLP-BATCH-REOPENED
079700             ADD 1 TO GLP-BATCHES-POSTED
079800             ADD 1 TO GLP-BATCHES-LATE
079900             PERFORM 4100-CONSUME-REOPEN THRU 4100-EXIT
080000             STRING "  POSTED "        DELIMITED BY SIZE
080100                    GLP-BATCH-LINES    DELIMITED BY SIZE
080200                    " LINES INTO CLOSED PERIOD UNDER REOPEN BY "
080300                                       DELIMITED BY SIZE
080400                    PRO-AUTHORIZER     DELIMITED BY SIZE
080500                    " - "              DELIMITED BY SIZE
080600                    PRO-REASON         DELIMITED BY SIZE
080700                 INTO REGISTER-LINE
080800         WHEN OTHER
080900             ADD 1 TO GLP-BATCHES-POSTED
081000             STRING "  POSTED "        DELIMITED BY SIZE
081100                    GLP-BATCH-LINES    DELIMITED BY SIZE
081200                    " LINES"           DELIMITED BY SIZE
081300                 INTO REGISTER-LINE
081400     END-EVALUATE.
081500     WRITE REGISTER-LINE.
081600     MOVE SPACES TO GLP-CKP-KEY.
081700     MOVE GLP-BUSINESS-DATE TO GLP-KEY-BUS-DATE.
081800     MOVE GLP-RECORDS-DONE  TO GLP-KEY-RECORDS.
081900     SET GLP-KEY-IN-PROGRESS TO TRUE.
082000     MOVE "MARK" TO GLP-CKP-ACTION.
082100     CALL "CKPWRT" USING GLP-JOB-NAME
082200                         GLP-CKP-KEY
082300                         GLP-CKP-ACTION.
082310     IF GLP-LATE-NOT-COUNTED
082320         DISPLAY "GLPOST: LATE POSTING NOT COUNTED ON PERIOD "
082330             GLP-BATCH-PERIOD-END ", STATUS " GLP-PERIOD-STATUS
082340         MOVE SPACES TO REGISTER-LINE
082350         STRING "PERIOD UPDATE FAILED AFTER BATCH "
082360                                      DELIMITED BY SIZE
082370                GLP-CURRENT-BATCH     DELIMITED BY SIZE
082380                " - BATCH POSTED, ADD ONE LATE POSTING TO THE "
082385                                      DELIMITED BY SIZE
082390                "PERIOD BEFORE THE RERUN" DELIMITED BY SIZE
082395             INTO REGISTER-LINE
082396         WRITE REGISTER-LINE
082397         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
082398     END-IF.
082400     MOVE SPACES TO GLP-CURRENT-BATCH.
082500     MOVE SPACE TO GLP-DISPOSITION.
082600 4000-EXIT.
082700     EXIT.
082800*
082900*+----------------------------------------------------------+
083000*|  4100-CONSUME-REOPEN - stamp the authorization used by     |
083100*|  this run and count the late posting on the period.  An    |
083110*|  authorization that cannot be stamped backs the batch out  |
083120*|  and stops the run, leaving it for the rerun; a count that |
083130*|  cannot be kept stops the run once the batch is            |
083140*|  checkpointed, as the batch and its authorization stand.   |
083200*+----------------------------------------------------------+
083300 4100-CONSUME-REOPEN.
083341     SET PRO-REOPEN-USED TO TRUE.
083382     MOVE JBC-RUN-ID TO PRO-USED-RUN-ID.
083423     MOVE FUNCTION CURRENT-DATE(1:14) TO GLP-NOW-STRING.
083464     MOVE GLP-NOW-STRING TO PRO-USED-AT.
083505     MOVE PRO-KEY TO PRF-KEY.
083546     MOVE PRDOVR-RECORD(17:93) TO PRF-REST-OF-RECORD.
083587     REWRITE REOPEN-FILE-REC.
083628     IF GLP-REOPEN-STATUS NOT = "00"
083669         DISPLAY "GLPOST: PRDOVRRD UPDATE FAILED, STATUS "
083710             GLP-REOPEN-STATUS " BATCH " GLP-CURRENT-BATCH
083751         PERFORM 3400-BACK-OUT-BATCH THRU 3400-EXIT
083792         MOVE SPACES TO REGISTER-LINE
083833         IF GLP-UNDO-COMPLETE
083874             STRING "PRDOVRRD UPDATE FAILED IN BATCH "
083915                                      DELIMITED BY SIZE
083956                    GLP-CURRENT-BATCH DELIMITED BY SIZE
083997                    " - BATCH BACKED OUT, RUN STOPPED, RERUN "
084038                                      DELIMITED BY SIZE
084079                    "RESUMES AT THIS BATCH"
084120                                      DELIMITED BY SIZE
084161                 INTO REGISTER-LINE
084202         ELSE
084243             DISPLAY "GLPOST: BATCH " GLP-CURRENT-BATCH
084284                 " NOT FULLY BACKED OUT - RUN BACKOUT BEFORE"
084325                 " THE RERUN"
084366             STRING "PRDOVRRD UPDATE FAILED IN BATCH "
084407                                      DELIMITED BY SIZE
084448                    GLP-CURRENT-BATCH DELIMITED BY SIZE
084489                    " - BACKOUT INCOMPLETE, RUN BACKOUT BEFORE "
084530                                      DELIMITED BY SIZE
084571                    "THE RERUN"       DELIMITED BY SIZE
084612                 INTO REGISTER-LINE
084653         END-IF
084694         WRITE REGISTER-LINE
084735         PERFORM 8900-FAIL-RUN THRU 8900-EXIT
084776     END-IF.
084817     OPEN I-O PERIOD-FILE.
084858     IF GLP-PERIOD-STATUS NOT = "00"
084899         GO TO 4100-EXIT
084940     END-IF.
084981     MOVE GLP-BATCH-PERIOD-END TO PDF-KEY.
085022     READ PERIOD-FILE INTO GLPRD-RECORD
085063         KEY IS PDF-KEY
085104         INVALID KEY
085145             CLOSE PERIOD-FILE
085186             GO TO 4100-EXIT
085227     END-READ.
085268     ADD 1 TO PRD-LATE-POSTINGS.
085309     MOVE GLPRD-RECORD(9:42) TO PDF-REST-OF-RECORD.
085350     REWRITE PERIOD-FILE-REC.
085391     IF GLP-PERIOD-STATUS NOT = "00"
085432         SET GLP-LATE-NOT-COUNTED TO TRUE
085473     END-IF.
085514     CLOSE PERIOD-FILE.
085600 4100-EXIT.
085700     EXIT.
085800*
085900*+----------------------------------------------------------+
086000*|  8900-FAIL-RUN - the run cannot continue: fail the job     |
086100*|  header and stop.  Posted batches stay checkpointed.       |
086200*+----------------------------------------------------------+
086300 8900-FAIL-RUN.
086400     SET JBC-STATUS-FAILED TO TRUE.
086500     MOVE "CLOSE" TO GLP-JHD-ACTION.
086600     CALL "JOBHDR" USING GLP-JHD-ACTION
086700                         JOBCTL-RECORD.
086800     MOVE 12 TO RETURN-CODE.
086900     STOP RUN.
087000 8900-EXIT.
087100     EXIT.
087200*
087300*+----------------------------------------------------------+
087400*|  9000-TERMINATE - run totals, final checkpoint, job close. |
087500*+----------------------------------------------------------+
087600 9000-TERMINATE.
087700     MOVE SPACES TO REGISTER-LINE.
087800     STRING "BATCHES POSTED="    DELIMITED BY SIZE
087900            GLP-BATCHES-POSTED   DELIMITED BY SIZE
088000            " (INTO REOPENED PERIODS="
088100                                 DELIMITED BY SIZE
088200            GLP-BATCHES-LATE     DELIMITED BY SIZE
088300            ") REFUSED="         DELIMITED BY SIZE
088400            GLP-BATCHES-REFUSED  DELIMITED BY SIZE
088500            " LINES POSTED="     DELIMITED BY SIZE
088600            GLP-LINES-POSTED     DELIMITED BY SIZE
088700            " REFUSED="          DELIMITED BY SIZE
088800            GLP-LINES-REFUSED    DELIMITED BY SIZE
088900         INTO REGISTER-LINE.
089000     WRITE REGISTER-LINE.
089100     CLOSE POSTING-REGISTER.
089200     CLOSE REFUSED-FILE.
089300     CLOSE LEDGER-FILE.
089400     CLOSE REOPEN-FILE.
089500     MOVE SPACES TO GLP-CKP-KEY.
089600     MOVE GLP-BUSINESS-DATE TO GLP-KEY-BUS-DATE.
089700     MOVE GLP-RECORDS-DONE  TO GLP-KEY-RECORDS.
089800     SET GLP-KEY-COMPLETE TO TRUE.
089900     MOVE "MARK" TO GLP-CKP-ACTION.
090000     CALL "CKPWRT" USING GLP-JOB-NAME
090100                         GLP-CKP-KEY
090200                         GLP-CKP-ACTION.
090300     MOVE "DONE" TO GLP-CKP-ACTION.
090400     CALL "CKPWRT" USING GLP-JOB-NAME
090500                         GLP-CKP-KEY
090600                         GLP-CKP-ACTION.
090700     SET JBC-STATUS-COMPLETE TO TRUE.
090800     MOVE "CLOSE" TO GLP-JHD-ACTION.
090900     CALL "JOBHDR" USING GLP-JHD-ACTION
091000                         JOBCTL-RECORD.
091100*    Refused batches leave the run complete - everything that
091200*    could post did - but the step ends 8 so GLREFUSE is seen.
091300     IF GLP-BATCHES-REFUSED > ZERO
091400         MOVE 8 TO RETURN-CODE
091500     ELSE
091600         MOVE ZERO TO RETURN-CODE
091700     END-IF.
091800 9000-EXIT.
091900     EXIT.
