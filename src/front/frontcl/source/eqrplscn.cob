000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * RPLSCN
000400*     *
000500*     * Purpose: Supervised inbound-file replacement entry
000600*     *          screen.  When a partner resends a corrected file
000700*     *          for a business date we already loaded, DUPCHK
000800*     *          rightly stops the reload; the operator keys here
000900*     *          the feed, the business date, the replacement
001000*     *          file and the reason, and RPLSCN records the
001100*     *          declaration (see eqrpldcl.cob) that INBRPL (see
001200*     *          eqinbrpl.cob) carries out - back-out, fingerprint
001300*     *          retirement, reload.  As with PRDSCN's period
001400*     *          reopens, the who and the why are on file before a
001500*     *          row moves.
001600*     *
001700*     * Notes:  Only a feed and date already on the inbound
001800*     *          registry (see eqinbreg.cob) can be replaced, and
001900*     *          the replacement must be a different file from the
002000*     *          one registered.  The load run-id to back out
002100*     *          defaults to the run-id on the registry entry when
002200*     *          left blank.  Keying a feed and date again before
002300*     *          INBRPL runs replaces the earlier declaration; one
002310*     *          INBRPL failed on is kept and the entry refused -
002320*     *          rerunning INBRPL resumes it at the failed step.
002400*     *
002500 PROGRAM-ID.     RPLSCN.
002600 AUTHOR.         D L ROSS.
002700 INSTALLATION.   BATCH SYSTEMS GROUP.
002800 DATE-WRITTEN.   15-OCT-2026.
002900 DATE-COMPILED.
003000*
003100*     * Modification History
003200*     * --------------------
003300*     * 15-oct-2026 (dlross)  Written.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DECLARE-FILE ASSIGN TO "INBREPL"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS RDF-KEY
004200         FILE STATUS IS RPS-FILE-STATUS.
004300     SELECT INBREG-FILE ASSIGN TO "INBDREG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS IRF-KEY
004700         FILE STATUS IS RPS-REG-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DECLARE-FILE.
005200 01  DECLARE-FILE-REC.
005300     05 RDF-KEY               PIC X(20).
005400     05 RDF-REST-OF-RECORD    PIC X(141).
005500*
005600 FD  INBREG-FILE.
005700 01  INBREG-FILE-REC.
005800     05 IRF-KEY               PIC X(20).
005900     05 IRF-REST-OF-RECORD    PIC X(97).
006000*
006100 WORKING-STORAGE SECTION.
006200 COPY "eqrpldcl.cob".
006300 COPY "eqinbreg.cob".
006400*
006500 01  RPS-WORK-AREA.
006600     05 RPS-FILE-STATUS       PIC X(2)  VALUE "00".
006700     05 RPS-REG-STATUS        PIC X(2)  VALUE "00".
006800     05 RPS-EXIT-SW           PIC X(1)  VALUE "N".
006900         88 RPS-DONE                    VALUE "Y".
007000     05 RPS-FOUND-SW          PIC X(1)  VALUE "N".
007100         88 RPS-REG-FOUND               VALUE "Y".
007110     05 RPS-FAILED-SW         PIC X(1)  VALUE "N".
007120         88 RPS-DECL-FAILED             VALUE "Y".
007130     05 RPS-FAILED-STEP       PIC X(8).
007200     05 RPS-FEED-NAME         PIC X(12).
007300     05 RPS-BUSINESS-DATE     PIC X(8).
007400     05 RPS-NEW-FILE          PIC X(12).
007500     05 RPS-RUN-ID            PIC X(16).
007600     05 RPS-AUTHORIZER        PIC X(8).
007700     05 RPS-REASON            PIC X(40).
007800     05 RPS-NOW-STRING        PIC X(14).
007900     05 RPS-SGN-FUNCTION      PIC X(8)  VALUE "INBRPL".
008000     05 RPS-SGN-TERMINAL      PIC X(8)  VALUE SPACES.
008100     05 RPS-SGN-RESULT        PIC X(1).
008200         88 RPS-SIGNED-ON               VALUE "Y".
008300*
008400 SCREEN SECTION.
008500 01  RPS-SIGNON-SCREEN.
008600     05 BLANK SCREEN.
008700     05 LINE 1  COLUMN 1  VALUE "FILE REPLACEMENT SIGN-ON".
008800     05 LINE 3  COLUMN 1  VALUE "OPERATOR ID:".
008900     05 LINE 3  COLUMN 16 PIC X(8)  TO RPS-AUTHORIZER.
009000*
009100 01  RPS-ENTRY-SCREEN.
009200     05 BLANK SCREEN.
009300     05 LINE 1  COLUMN 1  VALUE "INBOUND FILE REPLACEMENT".
009400     05 LINE 3  COLUMN 1  VALUE "FEED (BLANK TO EXIT):".
009500     05 LINE 3  COLUMN 28 PIC X(12) TO RPS-FEED-NAME.
009600     05 LINE 4  COLUMN 1  VALUE "BUSINESS DATE (YYYYMMDD):".
009700     05 LINE 4  COLUMN 28 PIC X(8)  TO RPS-BUSINESS-DATE.
009800     05 LINE 5  COLUMN 1  VALUE "REPLACEMENT FILE:".
009900     05 LINE 5  COLUMN 28 PIC X(12) TO RPS-NEW-FILE.
010000     05 LINE 6  COLUMN 1  VALUE "LOAD RUN-ID TO BACK OUT:".
010100     05 LINE 6  COLUMN 28 PIC X(16) TO RPS-RUN-ID.
010200     05 LINE 7  COLUMN 1  VALUE "DECLARED BY:".
010300     05 LINE 7  COLUMN 28 PIC X(8)  FROM RPS-AUTHORIZER.
010400     05 LINE 8  COLUMN 1  VALUE "REASON:".
010500     05 LINE 8  COLUMN 28 PIC X(40) TO RPS-REASON.
010600*
010700 01  RPS-RECORDED-SCREEN.
010800     05 LINE 10 COLUMN 1
010900        VALUE "REPLACEMENT DECLARED - INBRPL WILL CARRY IT OUT.".
011000*
011100 01  RPS-REJECTED-SCREEN.
011200     05 LINE 10 COLUMN 1
011300        VALUE "ENTRY INCOMPLETE OR DATE NOT NUMERIC - IGNORED.".
011400*
011500 01  RPS-NOT-LOADED-SCREEN.
011600     05 LINE 10 COLUMN 1
011700        VALUE "FEED AND DATE NOT ON INBOUND REGISTRY - IGNORED.".
011800*
011900 01  RPS-SAME-FILE-SCREEN.
012000     05 LINE 10 COLUMN 1
012100        VALUE "FILE IS ALREADY THE REGISTERED ONE - IGNORED.".
012200*
012210 01  RPS-STILL-FAILED-SCREEN.
012220     05 LINE 10 COLUMN 1
012230        VALUE "LAST REPLACEMENT FAILED AT STEP".
012240     05 LINE 10 COLUMN 33 PIC X(8)  FROM RPS-FAILED-STEP.
012250     05 LINE 11 COLUMN 1
012260        VALUE "RERUN INBRPL TO RESUME IT - IGNORED.".
012270*
012300 PROCEDURE DIVISION.
012400*
012500*+----------------------------------------------------------+
012600*|  0000-MAINLINE                                             |
012700*+----------------------------------------------------------+
012800 0000-MAINLINE.
012900     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
013000     IF NOT RPS-SIGNED-ON
013100         DISPLAY "RPLSCN: SIGN-ON REFUSED - SEE ACCESS LOG"
013200         STOP RUN
013300     END-IF.
013400     PERFORM 1000-ONE-DECLARATION THRU 1000-EXIT
013500         UNTIL RPS-DONE.
013600     STOP RUN.
013700*
013800*+----------------------------------------------------------+
013900*|  0100-SIGN-ON - the operator must hold the INBRPL          |
014000*|  function before the entry screen shows.                    |
014100*+----------------------------------------------------------+
014200 0100-SIGN-ON.
014300     MOVE SPACES TO RPS-AUTHORIZER.
014400     DISPLAY RPS-SIGNON-SCREEN.
014500     ACCEPT RPS-SIGNON-SCREEN.
014600     MOVE "N" TO RPS-SGN-RESULT.
014700     CALL "SIGNON" USING RPS-AUTHORIZER
014800                         RPS-SGN-FUNCTION
014900                         RPS-SGN-TERMINAL
015000                         RPS-SGN-RESULT.
015100 0100-EXIT.
015200     EXIT.
015300*
015400*+----------------------------------------------------------+
015500*|  1000-ONE-DECLARATION - accept and record one replacement. |
015600*+----------------------------------------------------------+
015700 1000-ONE-DECLARATION.
015800     MOVE SPACES TO RPS-FEED-NAME RPS-BUSINESS-DATE RPS-NEW-FILE
015900                    RPS-RUN-ID RPS-REASON.
016000     DISPLAY RPS-ENTRY-SCREEN.
016100     ACCEPT RPS-ENTRY-SCREEN.
016200     IF RPS-FEED-NAME = SPACES
016300         SET RPS-DONE TO TRUE
016400         GO TO 1000-EXIT
016500     END-IF.
016600     IF RPS-BUSINESS-DATE NOT NUMERIC
016700        OR RPS-NEW-FILE = SPACES
016800        OR RPS-REASON = SPACES
016900         DISPLAY RPS-REJECTED-SCREEN
017000         GO TO 1000-EXIT
017100     END-IF.
017200     PERFORM 1100-CHECK-REGISTRY THRU 1100-EXIT.
017300     IF NOT RPS-REG-FOUND
017400         DISPLAY RPS-NOT-LOADED-SCREEN
017500         GO TO 1000-EXIT
017600     END-IF.
017700     IF RPS-NEW-FILE = INB-FILE-NAME
017800         DISPLAY RPS-SAME-FILE-SCREEN
017900         GO TO 1000-EXIT
018000     END-IF.
018010     PERFORM 1200-CHECK-DECLARATION THRU 1200-EXIT.
018020     IF RPS-DECL-FAILED
018030         DISPLAY RPS-STILL-FAILED-SCREEN
018040         GO TO 1000-EXIT
018050     END-IF.
018100     PERFORM 2000-RECORD-DECLARATION THRU 2000-EXIT.
018200     DISPLAY RPS-RECORDED-SCREEN.
018300 1000-EXIT.
018400     EXIT.
018500*
018600*+----------------------------------------------------------+
018700*|  1100-CHECK-REGISTRY - the feed and date must be loaded.   |
018800*+----------------------------------------------------------+
018900 1100-CHECK-REGISTRY.
019000     MOVE "N" TO RPS-FOUND-SW.
019100     OPEN INPUT INBREG-FILE.
019200     IF RPS-REG-STATUS NOT = "00"
019300         GO TO 1100-EXIT
019400     END-IF.
019500     MOVE SPACES            TO INBREG-RECORD.
019600     MOVE RPS-FEED-NAME     TO INB-FEED-NAME.
019700     MOVE RPS-BUSINESS-DATE TO INB-BUSINESS-DATE.
019800     MOVE INB-KEY           TO IRF-KEY.
019900     READ INBREG-FILE
020000         KEY IS IRF-KEY
020100         INVALID KEY CONTINUE
020200         NOT INVALID KEY
020300             SET RPS-REG-FOUND TO TRUE
020400             MOVE IRF-KEY            TO INBREG-RECORD(1:20)
020500             MOVE IRF-REST-OF-RECORD TO INBREG-RECORD(21:97)
020600     END-READ.
020700     CLOSE INBREG-FILE.
020800 1100-EXIT.
020900     EXIT.
020910*
020920*+----------------------------------------------------------+
020930*|  1200-CHECK-DECLARATION - a declaration INBRPL failed on  |
020940*|  stays as it is, for INBRPL to resume.                    |
020950*+----------------------------------------------------------+
020960 1200-CHECK-DECLARATION.
020961     MOVE "N" TO RPS-FAILED-SW.
020962     OPEN INPUT DECLARE-FILE.
020963     IF RPS-FILE-STATUS NOT = "00"
020964         GO TO 1200-EXIT
020965     END-IF.
020966     MOVE SPACES            TO RPLDCL-RECORD.
020967     MOVE RPS-FEED-NAME     TO RPL-FEED-NAME.
020968     MOVE RPS-BUSINESS-DATE TO RPL-BUSINESS-DATE.
020969     MOVE RPL-KEY           TO RDF-KEY.
020970     READ DECLARE-FILE
020971         KEY IS RDF-KEY
020972         INVALID KEY CONTINUE
020973         NOT INVALID KEY
020974             MOVE RDF-REST-OF-RECORD TO RPLDCL-RECORD(21:141)
020975             IF RPL-FAILED
020976                 SET RPS-DECL-FAILED TO TRUE
020977                 MOVE RPL-FAILED-STEP TO RPS-FAILED-STEP
020978             END-IF
020979     END-READ.
020980     CLOSE DECLARE-FILE.
020981 1200-EXIT.
020982     EXIT.
021000*
021100*+----------------------------------------------------------+
021200*|  2000-RECORD-DECLARATION                                   |
021300*+----------------------------------------------------------+
021400 2000-RECORD-DECLARATION.
021500     OPEN I-O DECLARE-FILE.
021600     IF RPS-FILE-STATUS = "05" OR RPS-FILE-STATUS = "35"
021700         OPEN OUTPUT DECLARE-FILE
021800         CLOSE DECLARE-FILE
021900         OPEN I-O DECLARE-FILE
022000     END-IF.
022100     MOVE SPACES            TO RPLDCL-RECORD.
022200     MOVE INB-FEED-NAME     TO RPL-FEED-NAME.
022300     MOVE INB-BUSINESS-DATE TO RPL-BUSINESS-DATE.
022400     MOVE INB-FILE-NAME     TO RPL-ORIG-FILE.
022500     IF RPS-RUN-ID = SPACES
022600         MOVE INB-RUN-ID    TO RPL-ORIG-RUN-ID
022700     ELSE
022800         MOVE RPS-RUN-ID    TO RPL-ORIG-RUN-ID
022900     END-IF.
023000     MOVE RPS-NEW-FILE      TO RPL-NEW-FILE.
023100     MOVE RPS-AUTHORIZER    TO RPL-AUTHORIZER.
023200     MOVE RPS-REASON        TO RPL-REASON.
023300     MOVE FUNCTION CURRENT-DATE(1:14) TO RPS-NOW-STRING.
023400     MOVE RPS-NOW-STRING    TO RPL-DECLARED.
023500     SET RPL-PENDING        TO TRUE.
023600     MOVE RPL-KEY           TO RDF-KEY.
023700     MOVE RPLDCL-RECORD(21:141) TO RDF-REST-OF-RECORD.
023800     REWRITE DECLARE-FILE-REC.
023900     IF RPS-FILE-STATUS = "23" OR RPS-FILE-STATUS = "21"
024000         WRITE DECLARE-FILE-REC
024100     END-IF.
024200     CLOSE DECLARE-FILE.
024300 2000-EXIT.
024400     EXIT.
