005600*     *                       counted and reported like the job
005700*     *                       table's, and the dropped counters
005800*     *                       are unsigned so they print clean.
005830*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
005860*     *                       263-byte SQLAUD-RECORD.
005900*
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
009900*
010000 FD  SQLAUDIT-FILE
010100     RECORDING MODE IS F.
010200 01  SQLAUDIT-REC             PIC X(263).
010300*
010400 FD  RISK-REPORT
010500     RECORDING MODE IS F.
