002700*     *                       working storage before the file
002800*     *                       closes - the record area is
002900*     *                       undefined after CLOSE.
002920*     * 15-oct-2026 (dlross)  A file ANMCHK holds for a volume or
002940*     *                       amount anomaly (see eqanmhld.cob) is
002960*     *                       not requeued until it is released.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004800     SELECT RESEND-LOG ASSIGN TO "XMITRLOG"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS XMR-LOG-STATUS.
005010     SELECT HOLD-FILE ASSIGN TO "ANMHOLD"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS HRF-KEY
005050         FILE STATUS IS XMR-HLD-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
007500 FD  RESEND-LOG
007600     RECORDING MODE IS F.
007700 01  RESEND-LOG-LINE          PIC X(100).
007710*
007720 FD  HOLD-FILE.
007730 01  HOLD-FILE-REC.
007740     05 HRF-KEY               PIC X(29).
007750     05 HRF-REST-OF-RECORD    PIC X(77).
007800*
007900 WORKING-STORAGE SECTION.
008000 COPY "eqxmtreg.cob".
008050 COPY "eqanmhld.cob".
008100*
008200 01  XMR-WORK-AREA.
008300     05 XMR-PARM-STATUS       PIC X(2)  VALUE "00".
009300     05 XMR-REC-LEN           PIC S9(4) USAGE COMP.
009400     05 XMR-COPIED            PIC 9(9)  VALUE ZERO.
009500     05 XMR-NOW-STRING        PIC X(14).
009550     05 XMR-HLD-STATUS        PIC X(2)  VALUE "00".
009600*
009700 PROCEDURE DIVISION.
009800*
015000         MOVE 12 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015250     PERFORM 1100-CHECK-HOLD THRU 1100-EXIT.
015300 1000-EXIT.
015400     EXIT.
015403*
015406*+----------------------------------------------------------+
015409*|  1100-CHECK-HOLD - a file held for an anomaly stays put   |
015412*|  until an ANMCHK release run lets it go.                   |
015415*+----------------------------------------------------------+
015418 1100-CHECK-HOLD.
015421     OPEN INPUT HOLD-FILE.
015424     IF XMR-HLD-STATUS NOT = "00"
015427         GO TO 1100-EXIT
015430     END-IF.
015433     MOVE "O"           TO HLD-ITEM-TYPE.
015436     MOVE XMT-FILE-NAME TO HLD-ITEM-NAME.
015439     MOVE XMT-RUN-ID    TO HLD-ITEM-REF.
015442     MOVE HLD-KEY       TO HRF-KEY.
015445     READ HOLD-FILE INTO ANMHLD-RECORD
015448         KEY IS HRF-KEY
015451         INVALID KEY MOVE SPACES TO HLD-STATUS
015454     END-READ.
015457     CLOSE HOLD-FILE.
015460     IF HLD-HELD
015463         DISPLAY "XMTRSN: FILE IS ON ANOMALY HOLD - " HLD-REASON
015466         MOVE 12 TO RETURN-CODE
015469         STOP RUN
015472     END-IF.
015475 1100-EXIT.
015478     EXIT.
015500*
015600*+----------------------------------------------------------+
015700*|  2000-COPY-THE-FILE - the exact registered file, count-    |
