000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PDESCN
000400*     *
000500*     * Purpose: Supervised personal-data erasure authorization
000600*     *          screen.  A supervisor who has reviewed the PDLOC
000700*     *          locate report for a privacy request keys the
000800*     *          request reference, the data subject's key and the
000900*     *          reason; PDESCN records the authorization (see
001000*     *          eqpdeaut.cob) that PDLOC's erase mode will
001100*     *          consume - once - for that request and subject.
001200*     *          The supervisor signs on through SIGNON and must
001300*     *          hold the PDERASE function.
001400*     *
001500 PROGRAM-ID.     PDESCN.
001600 AUTHOR.         D L ROSS.
001700 INSTALLATION.   BATCH SYSTEMS GROUP.
001800 DATE-WRITTEN.   15-OCT-2026.
001900 DATE-COMPILED.
002000*
002100*     * Modification History
002200*     * --------------------
002300*     * 15-oct-2026 (dlross)  Written.
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT AUTH-FILE ASSIGN TO "PDEAUTH"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS PAF-KEY
003200         FILE STATUS IS PDE-FILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  AUTH-FILE.
003700 01  AUTH-FILE-REC.
003800     05 PAF-KEY               PIC X(12).
003900     05 PAF-REST-OF-RECORD    PIC X(117).
004000*
004100 WORKING-STORAGE SECTION.
004200 COPY "eqpdeaut.cob".
004300*
004400 01  PDE-WORK-AREA.
004500     05 PDE-FILE-STATUS       PIC X(2)  VALUE "00".
004600     05 PDE-EXIT-SW           PIC X(1)  VALUE "N".
004700         88 PDE-DONE                    VALUE "Y".
004800     05 PDE-REQUEST-ID        PIC X(12).
004900     05 PDE-SUBJECT-KEY       PIC X(40).
005000     05 PDE-AUTHORIZER        PIC X(8).
005100     05 PDE-REASON            PIC X(40).
005200     05 PDE-NOW-STRING        PIC X(14).
005300     05 PDE-SGN-FUNCTION      PIC X(8)  VALUE "PDERASE".
005400     05 PDE-SGN-TERMINAL      PIC X(8)  VALUE SPACES.
005500     05 PDE-SGN-RESULT        PIC X(1).
005600         88 PDE-SIGNED-ON               VALUE "Y".
005700*
005800 SCREEN SECTION.
005900 01  PDE-SIGNON-SCREEN.
006000     05 BLANK SCREEN.
006100     05 LINE 1  COLUMN 1  VALUE "PERSONAL-DATA ERASURE SIGN-ON".
006200     05 LINE 3  COLUMN 1  VALUE "SUPERVISOR ID:".
006300     05 LINE 3  COLUMN 16 PIC X(8)  TO PDE-AUTHORIZER.
006400*
006500 01  PDE-ENTRY-SCREEN.
006600     05 BLANK SCREEN.
006700     05 LINE 1  COLUMN 1
006800        VALUE "PERSONAL-DATA ERASURE AUTHORIZATION".
006900     05 LINE 3  COLUMN 1  VALUE "REQUEST (BLANK TO EXIT):".
007000     05 LINE 3  COLUMN 28 PIC X(12) TO PDE-REQUEST-ID.
007100     05 LINE 4  COLUMN 1  VALUE "SUBJECT KEY:".
007200     05 LINE 4  COLUMN 28 PIC X(40) TO PDE-SUBJECT-KEY.
007300     05 LINE 5  COLUMN 1  VALUE "AUTHORIZED BY:".
007400     05 LINE 5  COLUMN 28 PIC X(8)  FROM PDE-AUTHORIZER.
007500     05 LINE 6  COLUMN 1  VALUE "REASON:".
007600     05 LINE 6  COLUMN 28 PIC X(40) TO PDE-REASON.
007700*
007800 01  PDE-RECORDED-SCREEN.
007900     05 LINE 8  COLUMN 1
008000        VALUE "ERASURE AUTHORIZED - GOOD FOR ONE ERASE RUN.".
008100*
008200 01  PDE-REJECTED-SCREEN.
008300     05 LINE 8  COLUMN 1
008400        VALUE "ENTRY INCOMPLETE - IGNORED.".
008500*
008600 01  PDE-DUPLICATE-SCREEN.
008700     05 LINE 8  COLUMN 1
008800        VALUE "REQUEST ALREADY AUTHORIZED - IGNORED.".
008810*
008820 01  PDE-FAILED-SCREEN.
008830     05 LINE 8  COLUMN 1
008840        VALUE "AUTHORIZATION NOT RECORDED - PDEAUTH STATUS".
008850     05 LINE 8  COLUMN 45 PIC X(2)  FROM PDE-FILE-STATUS.
008900*
009000 PROCEDURE DIVISION.
009100*
009200*+----------------------------------------------------------+
009300*|  0000-MAINLINE                                             |
009400*+----------------------------------------------------------+
009500 0000-MAINLINE.
009600     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
009700     IF NOT PDE-SIGNED-ON
009800         DISPLAY "PDESCN: SIGN-ON REFUSED - SEE ACCESS LOG"
009900         STOP RUN
010000     END-IF.
010100     PERFORM 1000-ONE-AUTHORIZATION THRU 1000-EXIT
010200         UNTIL PDE-DONE.
010300     STOP RUN.
010400*
010500*+----------------------------------------------------------+
010600*|  0100-SIGN-ON - the supervisor must hold the PDERASE       |
010700*|  function before the entry screen shows.                   |
010800*+----------------------------------------------------------+
010900 0100-SIGN-ON.
011000     MOVE SPACES TO PDE-AUTHORIZER.
011100     DISPLAY PDE-SIGNON-SCREEN.
011200     ACCEPT PDE-SIGNON-SCREEN.
011300     MOVE "N" TO PDE-SGN-RESULT.
011400     CALL "SIGNON" USING PDE-AUTHORIZER
011500                         PDE-SGN-FUNCTION
011600                         PDE-SGN-TERMINAL
011700                         PDE-SGN-RESULT.
011800 0100-EXIT.
011900     EXIT.
012000*
012100*+----------------------------------------------------------+
012200*|  1000-ONE-AUTHORIZATION - accept and record one.          |
012300*+----------------------------------------------------------+
012400 1000-ONE-AUTHORIZATION.
012500     MOVE SPACES TO PDE-REQUEST-ID PDE-SUBJECT-KEY PDE-REASON.
012600     DISPLAY PDE-ENTRY-SCREEN.
012700     ACCEPT PDE-ENTRY-SCREEN.
012800     IF PDE-REQUEST-ID = SPACES
012900         SET PDE-DONE TO TRUE
013000         GO TO 1000-EXIT
013100     END-IF.
013200     IF PDE-SUBJECT-KEY = SPACES
013300        OR PDE-REASON = SPACES
013400         DISPLAY PDE-REJECTED-SCREEN
013500         GO TO 1000-EXIT
013600     END-IF.
013700     PERFORM 2000-RECORD-AUTHORIZATION THRU 2000-EXIT.
013800 1000-EXIT.
013900     EXIT.
014000*
014100*+----------------------------------------------------------+
014200*|  2000-RECORD-AUTHORIZATION - a request is authorized once; |
014300*|  a used authorization is the record of that erasure and   |
014400*|  is never replaced.                                        |
014500*+----------------------------------------------------------+
014600 2000-RECORD-AUTHORIZATION.
014700     OPEN I-O AUTH-FILE.
014800     IF PDE-FILE-STATUS = "05" OR PDE-FILE-STATUS = "35"
014900         OPEN OUTPUT AUTH-FILE
015000         CLOSE AUTH-FILE
015100         OPEN I-O AUTH-FILE
015200     END-IF.
015300     MOVE SPACES          TO PDEAUT-RECORD.
015400     MOVE PDE-REQUEST-ID  TO PDA-REQUEST-ID.
015500     MOVE PDE-SUBJECT-KEY TO PDA-SUBJECT-KEY.
015600     MOVE PDE-AUTHORIZER  TO PDA-AUTHORIZER.
015700     MOVE PDE-REASON      TO PDA-REASON.
015800     MOVE FUNCTION CURRENT-DATE(1:14) TO PDE-NOW-STRING.
015900     MOVE PDE-NOW-STRING  TO PDA-AUTHORIZED-AT.
016000     MOVE "N"             TO PDA-USED-SW.
016100     MOVE PDA-REQUEST-ID  TO PAF-KEY.
016200     MOVE PDEAUT-RECORD(13:117) TO PAF-REST-OF-RECORD.
016300     WRITE AUTH-FILE-REC.
016400     EVALUATE PDE-FILE-STATUS
016500         WHEN "00"
016550             DISPLAY PDE-RECORDED-SCREEN
016600         WHEN "22"
016650             DISPLAY PDE-DUPLICATE-SCREEN
016700         WHEN OTHER
016750             DISPLAY PDE-FAILED-SCREEN
016760             MOVE 12 TO RETURN-CODE
016800     END-EVALUATE.
016900     CLOSE AUTH-FILE.
017000 2000-EXIT.
017100     EXIT.
