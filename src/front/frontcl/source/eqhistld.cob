006800*     *                       HISTLD now refuses to run until
006900*     *                       HISTCNF has confirmed the prior
007000*     *                       script's execution.
007030*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
007060*     *                       263-byte SQLAUD-RECORD.
007100*
007200 ENVIRONMENT DIVISION.
007300 INPUT-OUTPUT SECTION.
009900*
010000 FD  SQLAUDIT-FILE
010100     RECORDING MODE IS F.
010200 01  SQLAUDIT-REC             PIC X(263).
010300*
010400 FD  SQLPROF-FILE
010500     RECORDING MODE IS F.
