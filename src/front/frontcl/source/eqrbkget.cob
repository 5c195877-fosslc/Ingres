000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * RBKGET
000400*     *
000500*     * Purpose: Failure runbook lookup.  OPSCRN, ALRMGR and
000600*     *          TURNRP CALL this with a failed run's job name,
000700*     *          exit code (see eqxitcod.cob) and final SQLCODE
000800*     *          and get back the runbook entry (see eqrunbk.cob)
000900*     *          that fits it best, in the RBKRES layout (see
001000*     *          eqrbkres.cob).
001100*     *
001200*     * Notes:  An entry naming the job outranks one naming a
001300*     *          job prefix ("GL*"), which outranks one for any
001400*     *          job ("*"); among those, a named exit code
001500*     *          outranks "*", and then a named SQLCODE outranks
001600*     *          "*".  Where two entries are equally specific the
001700*     *          first on the file wins.  The runbook is read
001800*     *          once, on the first CALL, and held for the rest
001900*     *          of the run; no runbook means every lookup comes
002000*     *          back not found.
002100*     *
002200 PROGRAM-ID.     RBKGET.
002300 AUTHOR.         D L ROSS.
002400 INSTALLATION.   BATCH SYSTEMS GROUP.
002500 DATE-WRITTEN.   15-OCT-2026.
002600 DATE-COMPILED.
002700*
002800*     * Modification History
002900*     * --------------------
003000*     * 15-oct-2026 (dlross)  Written.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS RBG-FILE-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RUNBOOK-FILE
004200     RECORDING MODE IS F.
004300 01  RUNBOOK-FILE-REC         PIC X(85).
004400*
004500 WORKING-STORAGE SECTION.
004600 COPY "eqrunbk.cob".
004700*
004800 01  RBG-WORK-AREA.
004900     05 RBG-FILE-STATUS       PIC X(2)  VALUE "00".
005000     05 RBG-EOF-SW            PIC X(1)  VALUE "N".
005100         88 RBG-AT-EOF                  VALUE "Y".
005200     05 RBG-LOADED-SW         PIC X(1)  VALUE "N".
005300         88 RBG-RUNBOOK-LOADED          VALUE "Y".
005400     05 RBG-SUB               PIC S9(4) USAGE COMP.
005500     05 RBG-HIT-SUB           PIC S9(4) USAGE COMP.
005600     05 RBG-SCORE             PIC S9(4) USAGE COMP.
005700     05 RBG-BEST-SCORE        PIC S9(4) USAGE COMP.
005800     05 RBG-PREFIX-LEN        PIC S9(4) USAGE COMP.
005900     05 RBG-WANT-EXIT         PIC 9(4).
006000     05 RBG-WANT-SQLCODE-N    PIC S9(9) SIGN LEADING SEPARATE.
006100     05 RBG-WANT-SQLCODE      REDEFINES RBG-WANT-SQLCODE-N
006200                              PIC X(10).
006300     05 RBG-ENTRY-KEY         PIC X(22).
006400*
006500 01  RBG-RUNBOOK-TABLE.
006600     05 RBG-ROW-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
006700     05 RBG-ROW               PIC X(85) OCCURS 500 TIMES.
006800*
006900 LINKAGE SECTION.
007000 01  RBG-CALLER-JOB           PIC X(8).
007100 01  RBG-CALLER-EXIT          PIC S9(4) USAGE COMP.
007200 01  RBG-CALLER-SQLCODE       PIC S9(9) USAGE COMP.
007300 COPY "eqrbkres.cob".
007400*
007500 PROCEDURE DIVISION USING RBG-CALLER-JOB
007600                          RBG-CALLER-EXIT
007700                          RBG-CALLER-SQLCODE
007800                          RBKRES-AREA.
007900*
008000*+----------------------------------------------------------+
008100*|  0000-MAINLINE                                             |
008200*+----------------------------------------------------------+
008300 0000-MAINLINE.
008400     MOVE SPACES TO RBKRES-AREA.
008500     MOVE "N"    TO RBR-FOUND-SW.
008600     MOVE ZERO   TO RBR-STEP-COUNT.
008700     IF NOT RBG-RUNBOOK-LOADED
008800         PERFORM 1000-LOAD-RUNBOOK THRU 1000-EXIT
008900     END-IF.
009000     MOVE RBG-CALLER-EXIT    TO RBG-WANT-EXIT.
009100     MOVE RBG-CALLER-SQLCODE TO RBG-WANT-SQLCODE-N.
009200     MOVE ZERO TO RBG-BEST-SCORE.
009300     MOVE ZERO TO RBG-HIT-SUB.
009400     PERFORM 2000-SCORE-ONE-ROW THRU 2000-EXIT
009500         VARYING RBG-SUB FROM 1 BY 1
009600         UNTIL RBG-SUB > RBG-ROW-COUNT.
009700     IF RBG-HIT-SUB = ZERO
009800         GOBACK
009900     END-IF.
010000     MOVE RBG-ROW(RBG-HIT-SUB)(1:22) TO RBG-ENTRY-KEY.
010100     MOVE RBG-ENTRY-KEY TO RBR-MATCH-KEY.
010200     MOVE "Y" TO RBR-FOUND-SW.
010300     MOVE "N" TO RBR-OVERRIDE-SW.
010400     PERFORM 3000-TAKE-ONE-ROW THRU 3000-EXIT
010500         VARYING RBG-SUB FROM 1 BY 1
010600         UNTIL RBG-SUB > RBG-ROW-COUNT.
010700     GOBACK.
010800*
010900*+----------------------------------------------------------+
011000*|  1000-LOAD-RUNBOOK - once per run.                         |
011100*+----------------------------------------------------------+
011200 1000-LOAD-RUNBOOK.
011300     SET RBG-RUNBOOK-LOADED TO TRUE.
011400     OPEN INPUT RUNBOOK-FILE.
011500     IF RBG-FILE-STATUS NOT = "00"
011600         GO TO 1000-EXIT
011700     END-IF.
011800     MOVE "N" TO RBG-EOF-SW.
011900     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
012000         UNTIL RBG-AT-EOF OR RBG-ROW-COUNT = 500.
012100     CLOSE RUNBOOK-FILE.
012200 1000-EXIT.
012300     EXIT.
012400*
012500 1100-LOAD-ONE-ROW.
012600     READ RUNBOOK-FILE
012700         AT END SET RBG-AT-EOF TO TRUE
012800     END-READ.
012900     IF RBG-AT-EOF
013000         GO TO 1100-EXIT
013100     END-IF.
013200     ADD 1 TO RBG-ROW-COUNT.
013300     MOVE RUNBOOK-FILE-REC TO RBG-ROW(RBG-ROW-COUNT).
013400 1100-EXIT.
013500     EXIT.
013600*
013700*+----------------------------------------------------------+
013800*|  2000-SCORE-ONE-ROW - does the entry fit the failure, and  |
013900*|  how closely.  Job name counts for most (3 named, 2 a     |
014000*|  prefix, 1 any), then the exit code, then the SQLCODE.    |
014100*+----------------------------------------------------------+
014200 2000-SCORE-ONE-ROW.
014300     MOVE RBG-ROW(RBG-SUB) TO RUNBK-RECORD.
014400     MOVE ZERO TO RBG-PREFIX-LEN.
014500     INSPECT RBK-JOB-NAME TALLYING RBG-PREFIX-LEN
014600         FOR CHARACTERS BEFORE INITIAL "*".
014700     EVALUATE TRUE
014800         WHEN RBG-PREFIX-LEN = 8
014900             IF RBK-JOB-NAME NOT = RBG-CALLER-JOB
015000                 GO TO 2000-EXIT
015100             END-IF
015200             MOVE 300 TO RBG-SCORE
015300         WHEN RBG-PREFIX-LEN = ZERO
015400             MOVE 100 TO RBG-SCORE
015500         WHEN OTHER
015600             IF RBK-JOB-NAME(1:RBG-PREFIX-LEN) NOT =
015700                RBG-CALLER-JOB(1:RBG-PREFIX-LEN)
015800                 GO TO 2000-EXIT
015900             END-IF
016000             MOVE 200 TO RBG-SCORE
016100     END-EVALUATE.
016200     IF RBK-EXIT-CODE NOT = "*"
016300         IF RBK-EXIT-CODE NOT = RBG-WANT-EXIT
016400             GO TO 2000-EXIT
016500         END-IF
016600         ADD 10 TO RBG-SCORE
016700     END-IF.
016800     IF RBK-SQLCODE NOT = "*"
016900         IF RBK-SQLCODE NOT = RBG-WANT-SQLCODE
017000             GO TO 2000-EXIT
017100         END-IF
017200         ADD 1 TO RBG-SCORE
017300     END-IF.
017400     IF RBG-SCORE > RBG-BEST-SCORE
017500         MOVE RBG-SCORE TO RBG-BEST-SCORE
017600         MOVE RBG-SUB   TO RBG-HIT-SUB
017700     END-IF.
017800 2000-EXIT.
017900     EXIT.
018000*
018100*+----------------------------------------------------------+
018200*|  3000-TAKE-ONE-ROW - the header and steps of the chosen    |
018300*|  entry, each step into its own slot.                       |
018400*+----------------------------------------------------------+
018500 3000-TAKE-ONE-ROW.
018600     MOVE RBG-ROW(RBG-SUB) TO RUNBK-RECORD.
018700     IF RBK-KEY(1:22) NOT = RBG-ENTRY-KEY
018800        OR RBK-STEP-NUM NOT NUMERIC
018900         GO TO 3000-EXIT
019000     END-IF.
019100     IF RBK-HEADER
019200         MOVE RBK-CONTACT TO RBR-CONTACT
019300         IF RBK-OVERRIDE-NEEDED
019400             MOVE "Y" TO RBR-OVERRIDE-SW
019500         END-IF
019600         GO TO 3000-EXIT
019700     END-IF.
019800     IF RBK-STEP-NUM > 8
019900         GO TO 3000-EXIT
020000     END-IF.
020100     MOVE RBK-STEP-TEXT TO RBR-STEP-TEXT(RBK-STEP-NUM).
020200     IF RBK-STEP-NUM > RBR-STEP-COUNT
020300         MOVE RBK-STEP-NUM TO RBR-STEP-COUNT
020400     END-IF.
020500 3000-EXIT.
020600     EXIT.
