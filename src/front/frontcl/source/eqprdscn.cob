000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PRDSCN
000400*     *
000500*     * Purpose: Supervised period-reopen entry screen.  A
000600*     *          supervisor letting a late journal batch post
000700*     *          into an accounting period the ledger has already
000800*     *          closed keys the batch id, the period's end date
000900*     *          and the reason; PRDSCN records the authorization
001000*     *          (see eqprdovr.cob) that GLPOST will consume -
001100*     *          once - when that batch posts.  As with OVRSCN's
001200*     *          rerun overrides, the who and the why are on file
001300*     *          before the batch can move a single balance.
001400*     *
001500*     * Notes:  Only a period GLPOST has on its period file (see
001600*     *          eqglprd.cob) as closed can be reopened; an open
001700*     *          or unknown period end is turned away at the
001800*     *          screen.  Every reopen recorded is also
001810*     *          appended to PRDLOG (see eqprdlog.cob), each
001820*     *          record sealed to the one before it, as OVRSCN
001830*     *          does on OVRLOG - PRDOVRRD keeps only the
001840*     *          current state.  A log write that fails is
001850*     *          shown on the screen with its status.
001900*     *
002000 PROGRAM-ID.     PRDSCN.
002100 AUTHOR.         D L ROSS.
002200 INSTALLATION.   BATCH SYSTEMS GROUP.
002300 DATE-WRITTEN.   15-OCT-2026.
002400 DATE-COMPILED.
002500*
002600*     * Modification History
002700*     * --------------------
002800*     * 15-oct-2026 (dlross)  Written.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REOPEN-FILE ASSIGN TO "PRDOVRRD"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS PRF-KEY
003700         FILE STATUS IS PRS-FILE-STATUS.
003800     SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PDF-KEY
004200         FILE STATUS IS PRS-PERIOD-STATUS.
004210     SELECT PRDLOG-FILE ASSIGN TO "PRDLOG"
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS PRS-LOG-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  REOPEN-FILE.
004700 01  REOPEN-FILE-REC.
004800     05 PRF-KEY               PIC X(16).
004900     05 PRF-REST-OF-RECORD    PIC X(93).
005000*
005100 FD  PERIOD-FILE.
005200 01  PERIOD-FILE-REC.
005300     05 PDF-KEY               PIC X(8).
005400     05 PDF-REST-OF-RECORD    PIC X(42).
005410*
005420 FD  PRDLOG-FILE
005430     RECORDING MODE IS F.
005440 COPY "eqprdlog.cob".
005500*
005600 WORKING-STORAGE SECTION.
005700 COPY "eqprdovr.cob".
005800 COPY "eqglprd.cob".
005900*
006000 01  PRS-WORK-AREA.
006100     05 PRS-FILE-STATUS       PIC X(2)  VALUE "00".
006200     05 PRS-PERIOD-STATUS     PIC X(2)  VALUE "00".
006210     05 PRS-LOG-STATUS        PIC X(2)  VALUE "00".
006220     05 PRS-LOG-EOF-SW        PIC X(1).
006230         88 PRS-LOG-AT-EOF              VALUE "Y".
006240     05 PRS-LOG-TAIL          PIC X(20).
006242     05 PRS-LOG-WRITE-SW      PIC X(1).
006244         88 PRS-LOG-FAILED              VALUE "N".
006246     05 PRS-LOG-FAIL-STATUS   PIC X(2).
006250     05 PRS-SEAL-LENGTH       PIC S9(8) USAGE COMP VALUE 78.
006300     05 PRS-EXIT-SW           PIC X(1)  VALUE "N".
006400         88 PRS-DONE                    VALUE "Y".
006500     05 PRS-CLOSED-SW         PIC X(1)  VALUE "N".
006600         88 PRS-PERIOD-IS-CLOSED        VALUE "Y".
006700     05 PRS-BATCH-ID          PIC X(8).
006800     05 PRS-PERIOD-END        PIC X(8).
006900     05 PRS-AUTHORIZER        PIC X(8).
007000     05 PRS-REASON            PIC X(40).
007100     05 PRS-NOW-STRING        PIC X(14).
007200     05 PRS-SGN-FUNCTION      PIC X(8)  VALUE "PRDOPEN".
007300     05 PRS-SGN-TERMINAL      PIC X(8)  VALUE SPACES.
007400     05 PRS-SGN-RESULT        PIC X(1).
007500         88 PRS-SIGNED-ON               VALUE "Y".
007600*
007700 SCREEN SECTION.
007800 01  PRS-SIGNON-SCREEN.
007900     05 BLANK SCREEN.
008000     05 LINE 1  COLUMN 1  VALUE "PERIOD REOPEN SIGN-ON".
008100     05 LINE 3  COLUMN 1  VALUE "SUPERVISOR ID:".
008200     05 LINE 3  COLUMN 16 PIC X(8)  TO PRS-AUTHORIZER.
008300*
008400 01  PRS-ENTRY-SCREEN.
008500     05 BLANK SCREEN.
008600     05 LINE 1  COLUMN 1  VALUE "PERIOD REOPEN AUTHORIZATION".
008700     05 LINE 3  COLUMN 1  VALUE "BATCH ID (BLANK TO EXIT):".
008800     05 LINE 3  COLUMN 28 PIC X(8)  TO PRS-BATCH-ID.
008900     05 LINE 4  COLUMN 1  VALUE "PERIOD END (YYYYMMDD):".
009000     05 LINE 4  COLUMN 28 PIC X(8)  TO PRS-PERIOD-END.
009100     05 LINE 5  COLUMN 1  VALUE "AUTHORIZED BY:".
009200     05 LINE 5  COLUMN 28 PIC X(8)  FROM PRS-AUTHORIZER.
009300     05 LINE 6  COLUMN 1  VALUE "REASON:".
009400     05 LINE 6  COLUMN 28 PIC X(40) TO PRS-REASON.
009500*
009600 01  PRS-RECORDED-SCREEN.
009700     05 LINE 8  COLUMN 1
009800        VALUE "REOPEN RECORDED - GOOD FOR ONE POSTING.".
009900*
009910 01  PRS-NOT-LOGGED-SCREEN.
009920     05 LINE 9  COLUMN 1
009930        VALUE "BUT NOT SEALED TO PRDLOG - FILE STATUS".
009940     05 LINE 9  COLUMN 40 PIC X(2)  FROM PRS-LOG-FAIL-STATUS.
009950     05 LINE 10 COLUMN 1
009960        VALUE "TELL OPERATIONS BEFORE THE BATCH IS POSTED.".
009970*
010000 01  PRS-REJECTED-SCREEN.
010100     05 LINE 8  COLUMN 1
010200        VALUE "ENTRY INCOMPLETE OR DATE NOT NUMERIC - IGNORED.".
010300*
010400 01  PRS-NOT-CLOSED-SCREEN.
010500     05 LINE 8  COLUMN 1
010600        VALUE "NO CLOSED PERIOD ENDS ON THAT DATE - IGNORED.".
010700*
010800 PROCEDURE DIVISION.
010900*
011000*+----------------------------------------------------------+
011100*|  0000-MAINLINE                                             |
011200*+----------------------------------------------------------+
011300 0000-MAINLINE.
011400     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
011500     IF NOT PRS-SIGNED-ON
011600         DISPLAY "PRDSCN: SIGN-ON REFUSED - SEE ACCESS LOG"
011700         STOP RUN
011800     END-IF.
011900     PERFORM 1000-ONE-REOPEN THRU 1000-EXIT
012000         UNTIL PRS-DONE.
012100     STOP RUN.
012200*
012300*+----------------------------------------------------------+
012400*|  0100-SIGN-ON - the supervisor must hold the PRDOPEN       |
012500*|  function before the entry screen shows.                    |
012600*+----------------------------------------------------------+
012700 0100-SIGN-ON.
012800     MOVE SPACES TO PRS-AUTHORIZER.
012900     DISPLAY PRS-SIGNON-SCREEN.
013000     ACCEPT PRS-SIGNON-SCREEN.
013100     MOVE "N" TO PRS-SGN-RESULT.
013200     CALL "SIGNON" USING PRS-AUTHORIZER
013300                         PRS-SGN-FUNCTION
013400                         PRS-SGN-TERMINAL
013500                         PRS-SGN-RESULT.
013600 0100-EXIT.
013700     EXIT.
013800*
013900*+----------------------------------------------------------+
014000*|  1000-ONE-REOPEN - accept and record one authorization.    |
014100*+----------------------------------------------------------+
014200 1000-ONE-REOPEN.
014300     MOVE SPACES TO PRS-BATCH-ID PRS-PERIOD-END PRS-REASON.
014400     DISPLAY PRS-ENTRY-SCREEN.
014500     ACCEPT PRS-ENTRY-SCREEN.
014600     IF PRS-BATCH-ID = SPACES
014700         SET PRS-DONE TO TRUE
014800         GO TO 1000-EXIT
014900     END-IF.
015000     IF PRS-PERIOD-END NOT NUMERIC
015100        OR PRS-REASON = SPACES
015200         DISPLAY PRS-REJECTED-SCREEN
015300         GO TO 1000-EXIT
015400     END-IF.
015500     PERFORM 1100-CHECK-PERIOD THRU 1100-EXIT.
015600     IF NOT PRS-PERIOD-IS-CLOSED
015700         DISPLAY PRS-NOT-CLOSED-SCREEN
015800         GO TO 1000-EXIT
015900     END-IF.
016000     PERFORM 2000-RECORD-REOPEN THRU 2000-EXIT.
016100     DISPLAY PRS-RECORDED-SCREEN.
016110     IF PRS-LOG-FAILED
016120         DISPLAY PRS-NOT-LOGGED-SCREEN
016130     END-IF.
016200 1000-EXIT.
016300     EXIT.
016400*
016500*+----------------------------------------------------------+
016600*|  1100-CHECK-PERIOD - the period must be on file, closed.   |
016700*+----------------------------------------------------------+
016800 1100-CHECK-PERIOD.
016900     MOVE "N" TO PRS-CLOSED-SW.
017000     OPEN INPUT PERIOD-FILE.
017100     IF PRS-PERIOD-STATUS NOT = "00"
017200         GO TO 1100-EXIT
017300     END-IF.
017400     MOVE PRS-PERIOD-END TO PDF-KEY.
017500     READ PERIOD-FILE INTO GLPRD-RECORD
017600         KEY IS PDF-KEY
017700         INVALID KEY CONTINUE
017800         NOT INVALID KEY
017900             IF PRD-PERIOD-CLOSED
018000                 SET PRS-PERIOD-IS-CLOSED TO TRUE
018100             END-IF
018200     END-READ.
018300     CLOSE PERIOD-FILE.
018400 1100-EXIT.
018500     EXIT.
018600*
018700*+----------------------------------------------------------+
018800*|  2000-RECORD-REOPEN                                        |
018900*+----------------------------------------------------------+
019000 2000-RECORD-REOPEN.
019100     OPEN I-O REOPEN-FILE.
019200     IF PRS-FILE-STATUS = "05" OR PRS-FILE-STATUS = "35"
019300         OPEN OUTPUT REOPEN-FILE
019400         CLOSE REOPEN-FILE
019500         OPEN I-O REOPEN-FILE
019600     END-IF.
019700     MOVE SPACES         TO PRDOVR-RECORD.
019800     MOVE PRS-BATCH-ID   TO PRO-BATCH-ID.
019900     MOVE PRS-PERIOD-END TO PRO-PERIOD-END.
020000     MOVE PRS-AUTHORIZER TO PRO-AUTHORIZER.
020100     MOVE PRS-REASON     TO PRO-REASON.
020200     MOVE FUNCTION CURRENT-DATE(1:14) TO PRS-NOW-STRING.
020300     MOVE PRS-NOW-STRING TO PRO-TIMESTAMP.
020400     MOVE "N"            TO PRO-USED-SW.
020500     MOVE PRO-KEY        TO PRF-KEY.
020600     MOVE PRDOVR-RECORD(17:93) TO PRF-REST-OF-RECORD.
020700     REWRITE REOPEN-FILE-REC.
020800     IF PRS-FILE-STATUS = "23" OR PRS-FILE-STATUS = "21"
020900         WRITE REOPEN-FILE-REC
021000     END-IF.
021100     CLOSE REOPEN-FILE.
021110     PERFORM 2100-LOG-REOPEN THRU 2100-EXIT.
021200 2000-EXIT.
021300     EXIT.
021310*
021320*+----------------------------------------------------------+
021330*|  2100-LOG-REOPEN - append the authorization to PRDLOG,    |
021340*|  sealed to the last record on the log.  A log that cannot |
021345*|  be written is shown on the screen with its status.       |
021350*+----------------------------------------------------------+
021360 2100-LOG-REOPEN.
021365     MOVE "Y" TO PRS-LOG-WRITE-SW.
021370     PERFORM 2200-FIND-LOG-TAIL THRU 2200-EXIT.
021380     OPEN EXTEND PRDLOG-FILE.
021390     IF PRS-LOG-STATUS = "05" OR PRS-LOG-STATUS = "35"
021400         OPEN OUTPUT PRDLOG-FILE
021410     END-IF.
021412     IF PRS-LOG-STATUS NOT = "00"
021414         MOVE PRS-LOG-STATUS TO PRS-LOG-FAIL-STATUS
021416         SET PRS-LOG-FAILED TO TRUE
021418         GO TO 2100-EXIT
021419     END-IF.
021420     MOVE SPACES         TO PRDLOG-RECORD.
021430     MOVE PRS-NOW-STRING TO PRL-TIMESTAMP.
021440     MOVE PRS-BATCH-ID   TO PRL-BATCH-ID.
021450     MOVE PRS-PERIOD-END TO PRL-PERIOD-END.
021460     MOVE PRS-AUTHORIZER TO PRL-AUTHORIZER.
021470     MOVE PRS-REASON     TO PRL-REASON.
021480     MOVE PRS-LOG-TAIL   TO PRL-CHAIN-PREV.
021490     CALL "HSHCHN" USING PRL-CHAIN-PREV
021500                         PRS-SEAL-LENGTH
021510                         PRDLOG-RECORD
021520                         PRL-CHAIN-HASH.
021530     WRITE PRDLOG-RECORD.
021532     IF PRS-LOG-STATUS NOT = "00"
021534         MOVE PRS-LOG-STATUS TO PRS-LOG-FAIL-STATUS
021536         SET PRS-LOG-FAILED TO TRUE
021538     END-IF.
021540     CLOSE PRDLOG-FILE.
021550 2100-EXIT.
021560     EXIT.
021570*
021580 2200-FIND-LOG-TAIL.
021590     MOVE SPACES TO PRS-LOG-TAIL.
021600     MOVE "N"    TO PRS-LOG-EOF-SW.
021610     OPEN INPUT PRDLOG-FILE.
021620     IF PRS-LOG-STATUS NOT = "00"
021630         GO TO 2200-EXIT
021640     END-IF.
021650     PERFORM 2210-READ-LOG-TAIL THRU 2210-EXIT
021660         UNTIL PRS-LOG-AT-EOF.
021670     CLOSE PRDLOG-FILE.
021680 2200-EXIT.
021690     EXIT.
021700*
021710 2210-READ-LOG-TAIL.
021720     READ PRDLOG-FILE
021730         AT END
021740             SET PRS-LOG-AT-EOF TO TRUE
021750             GO TO 2210-EXIT
021760     END-READ.
021770     MOVE PRL-CHAIN-HASH TO PRS-LOG-TAIL.
021780 2210-EXIT.
021790     EXIT.
