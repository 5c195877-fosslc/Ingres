003100*     *                       (see eqaudwrt.cob); the 200-byte FD
003200*     *                       was misaligning every record after
003300*     *                       the first.
003330*     * 15-oct-2026 (dlross)  SQLAUDIT-REC widened to the sealed
003360*     *                       263-byte SQLAUD-RECORD.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004600 FILE SECTION.
004700 FD  SQLAUDIT-FILE
004800     RECORDING MODE IS F.
004900 01  SQLAUDIT-REC        PIC X(263).
005000*
005100 FD  TREND-REPORT
005200     RECORDING MODE IS F.
