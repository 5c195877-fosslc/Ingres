002300*     *                       FD was misaligning every record
002400*     *                       after the first, leaving every
002500*     *                       SQLWARNn test permanently false.
002530*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
002560*     *                       263-byte SQLAUD-RECORD.
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003800 FILE SECTION.
003900 FD  SQLAUDIT-FILE
004000     RECORDING MODE IS F.
004100 01  SQLAUDIT-REC        PIC X(263).
004200*
004300 FD  WARNING-REPORT
004400     RECORDING MODE IS F.
