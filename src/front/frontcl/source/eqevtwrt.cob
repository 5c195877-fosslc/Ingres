002600*     * Modification History
002700*     * --------------------
002800*     * 22-aug-2026 (dlross)  Written.
002830*     * 15-oct-2026 (dlross)  Type RSTRT from AUTRST carries the
002860*     *                       failed run's XITCOD exit code.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006100     88 EVW-CALL-START                   VALUE "START".
006200     88 EVW-CALL-CKPT                    VALUE "CKPT".
006300     88 EVW-CALL-END                     VALUE "END".
006350     88 EVW-CALL-RESTART                 VALUE "RSTRT".
006400 01  EVW-CALLER-JOBNAME       PIC X(8).
006500 01  EVW-CALLER-CKPT-SEQ      PIC S9(9) USAGE COMP.
006600*
010200         MOVE EVW-EXIT-CODE TO EVT-EXIT-CODE
010300         PERFORM 2000-COMPUTE-ELAPSED THRU 2000-EXIT
010400     END-IF.
010420     IF EVW-CALL-RESTART
010440         CALL "XITCOD" USING EVW-EXIT-CODE
010460         MOVE EVW-EXIT-CODE TO EVT-EXIT-CODE
010480     END-IF.
010500     WRITE EVTREC-RECORD.
010600     CLOSE EVENT-FILE.
010700 1000-EXIT.
