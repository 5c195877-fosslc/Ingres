002700*     * Modification History
002800*     * --------------------
002900*     * 02-sep-2026 (dlross)  Written.
002930*     * 15-oct-2026 (dlross)  Alerts record widened for the
002960*     *                       attached runbook entry.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
009600 FD  ALERTS-FILE.
009700 01  ALERTS-FILE-REC.
009800     05 ALF-KEY               PIC X(20).
009900     05 ALF-REST-OF-RECORD    PIC X(138).
010000*
010100 FD  RUNLEDGER-FILE.
010200 01  RUNLEDGER-FILE-REC.
047500     MOVE ALF-KEY TO FAU-THIS-KEY(1:20).
047600     PERFORM 8000-CHECK-SEQUENCE THRU 8000-EXIT.
047700     MOVE ALF-KEY            TO ALERT-RECORD(1:20).
047800     MOVE ALF-REST-OF-RECORD TO ALERT-RECORD(21:138).
047900     IF ALR-ACK-USER = SPACES
048000         GO TO 5100-EXIT
048100     END-IF.
