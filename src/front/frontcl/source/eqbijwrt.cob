002200*     * Modification History
002300*     * --------------------
002400*     * 02-sep-2026 (dlross)  Written.
002410*     * 15-oct-2026 (dlross)  Each record now carries a seal
002420*     *                       chaining it to the record before
002430*     *                       it from the same run (see
002440*     *                       eqhshchn.cob); the first CALL in
002450*     *                       a run unit reads the journal
002460*     *                       through for the last seal, which
002470*     *                       the run's first record links to.
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004320         88 BIW-JOURNAL-IS-OPEN         VALUE "Y".
004400     05 BIW-SEQUENCE          PIC 9(9)  VALUE ZERO.
004500     05 BIW-NOW-STRING        PIC X(14).
004520     05 BIW-EOF-SW            PIC X(1).
004540         88 BIW-AT-EOF                  VALUE "Y".
004560     05 BIW-CHAIN-TAIL        PIC X(20) VALUE SPACES.
004580     05 BIW-SEAL-LENGTH       PIC S9(8) USAGE COMP VALUE 4117.
004600*
004700 LINKAGE SECTION.
004800 01  BIW-CALLER-STMT-ID       PIC X(38).
005930*    an open/close per UPDATE would be the night's cost.  The
005940*    run unit's termination closes it.
006000     IF NOT BIW-JOURNAL-IS-OPEN
006005         PERFORM 1000-FIND-CHAIN-TAIL THRU 1000-EXIT
006010         OPEN EXTEND JOURNAL-FILE
006100         IF BIW-FILE-STATUS = "05" OR BIW-FILE-STATUS = "35"
006200             OPEN OUTPUT JOURNAL-FILE
007000     MOVE BIW-CALLER-ROW-IMAGE TO BIJ-ROW-IMAGE.
007100     MOVE FUNCTION CURRENT-DATE(1:14) TO BIW-NOW-STRING.
007200     MOVE BIW-NOW-STRING       TO BIJ-TIMESTAMP.
007210     MOVE BIW-CHAIN-TAIL       TO BIJ-CHAIN-PREV.
007220     CALL "HSHCHN" USING BIJ-CHAIN-PREV
007230                         BIW-SEAL-LENGTH
007240                         BIJRNL-RECORD
007250                         BIJ-CHAIN-HASH.
007260     MOVE BIJ-CHAIN-HASH       TO BIW-CHAIN-TAIL.
007300     WRITE BIJRNL-RECORD.
007500     GOBACK.
007600*
007700*+----------------------------------------------------------+
007800*|  1000-FIND-CHAIN-TAIL - the seal of the last record on    |
007900*|  the journal is the previous seal for this run unit's      |
008000*|  first.  Records written before sealing began carry        |
008100*|  spaces.  Every later record links to this run's own       |
008110*|  previous one, not to whatever another job appended in     |
008120*|  between, so the chain is per run-id and HSHVER walks it   |
008130*|  that way; re-reading the journal before every row would   |
008140*|  cost a full pass of BIJRNL per UPDATE.                    |
008200*+----------------------------------------------------------+
008300 1000-FIND-CHAIN-TAIL.
008400     MOVE SPACES TO BIW-CHAIN-TAIL.
008500     MOVE "N"    TO BIW-EOF-SW.
008600     OPEN INPUT JOURNAL-FILE.
008700     IF BIW-FILE-STATUS NOT = "00"
008800         GO TO 1000-EXIT
008900     END-IF.
009000     PERFORM 1100-READ-TAIL THRU 1100-EXIT
009100         UNTIL BIW-AT-EOF.
009200     CLOSE JOURNAL-FILE.
009300 1000-EXIT.
009400     EXIT.
009500*
009600 1100-READ-TAIL.
009700     READ JOURNAL-FILE
009800         AT END
009900             SET BIW-AT-EOF TO TRUE
010000             GO TO 1100-EXIT
010100     END-READ.
010200     MOVE BIJ-CHAIN-HASH TO BIW-CHAIN-TAIL.
010300 1100-EXIT.
010400     EXIT.
