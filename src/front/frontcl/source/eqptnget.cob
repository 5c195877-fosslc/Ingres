000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PTNGET
000400*     *
000500*     * Purpose: Interface partner master lookup.  XMTWRT, XMTACK,
000600*     *          FEEDMON, ACKGEN and MFCONV CALL this instead
000700*     *          of each carrying its own copy of a partner's
000800*     *          settings:
000900*     *            ACTION "FILE" - NAME is an outbound file;
001000*     *                            VALUE returns its SLA hours;
001100*     *            ACTION "FEED" - NAME is an inbound feed;
001200*     *                            VALUE returns its due HHMM;
001300*     *            ACTION "PART" - NAME is the partner id.
001400*     *          RECORD returns the owning partner's profile (see
001500*     *          eqpartnr.cob) and RESULT is "Y" when the name is
001600*     *          on the master.  A partner whose profile record is
001700*     *          missing comes back with only its id filled in, so
001800*     *          every switch reads as "no setting".
001900*     *
002000*     * Notes:  The master is read once, on the first CALL, and
002100*     *          held for the rest of the run.
002200*     *
002300 PROGRAM-ID.     PTNGET.
002400 AUTHOR.         D L ROSS.
002500 INSTALLATION.   BATCH SYSTEMS GROUP.
002600 DATE-WRITTEN.   15-OCT-2026.
002700 DATE-COMPILED.
002800*
002900*     * Modification History
003000*     * --------------------
003100*     * 15-oct-2026 (dlross)  Written.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARTNER-FILE ASSIGN TO "PARTMSTR"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS PTG-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PARTNER-FILE
004300     RECORDING MODE IS F.
004400 01  PARTNER-FILE-REC         PIC X(100).
004500*
004600 WORKING-STORAGE SECTION.
004700 COPY "eqpartnr.cob".
004800*
004900 01  PTG-WORK-AREA.
005000     05 PTG-FILE-STATUS       PIC X(2)  VALUE "00".
005100     05 PTG-EOF-SW            PIC X(1)  VALUE "N".
005200         88 PTG-AT-EOF                  VALUE "Y".
005300     05 PTG-LOADED-SW         PIC X(1)  VALUE "N".
005400         88 PTG-MASTER-LOADED           VALUE "Y".
005500     05 PTG-FOUND-SW          PIC X(1)  VALUE "N".
005600         88 PTG-ENTRY-FOUND             VALUE "Y".
005700     05 PTG-SUB               PIC S9(4) USAGE COMP.
005800     05 PTG-HIT-SUB           PIC S9(4) USAGE COMP.
005900     05 PTG-WANT-TYPE         PIC X(1).
006000     05 PTG-WANT-PARTNER      PIC X(8).
006100*
006200 01  PTG-MASTER-TABLE.
006300     05 PTG-ROW-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
006400     05 PTG-ROW               PIC X(100) OCCURS 500 TIMES.
006500*
006600 LINKAGE SECTION.
006700 01  PTG-CALLER-ACTION        PIC X(4).
006800     88 PTG-ACTION-FILE                 VALUE "FILE".
006900     88 PTG-ACTION-FEED                 VALUE "FEED".
007000     88 PTG-ACTION-PART                 VALUE "PART".
007100 01  PTG-CALLER-NAME          PIC X(12).
007200 01  PTG-CALLER-RECORD        PIC X(100).
007300 01  PTG-CALLER-VALUE         PIC 9(4).
007400 01  PTG-CALLER-RESULT        PIC X(1).
007500     88 PTG-RESULT-FOUND                VALUE "Y".
007600     88 PTG-RESULT-NOT-FOUND            VALUE "N".
007700*
007800 PROCEDURE DIVISION USING PTG-CALLER-ACTION
007900                          PTG-CALLER-NAME
008000                          PTG-CALLER-RECORD
008100                          PTG-CALLER-VALUE
008200                          PTG-CALLER-RESULT.
008300*
008400*+----------------------------------------------------------+
008500*|  0000-MAINLINE                                             |
008600*+----------------------------------------------------------+
008700 0000-MAINLINE.
008800     SET PTG-RESULT-NOT-FOUND TO TRUE.
008900     MOVE SPACES TO PTG-CALLER-RECORD.
009000     MOVE ZERO   TO PTG-CALLER-VALUE.
009100     IF NOT PTG-MASTER-LOADED
009200         PERFORM 1000-LOAD-MASTER THRU 1000-EXIT
009300     END-IF.
009400     EVALUATE TRUE
009500         WHEN PTG-ACTION-FILE
009600             MOVE "O" TO PTG-WANT-TYPE
009700             PERFORM 2000-FIND-ITEM THRU 2000-EXIT
009800         WHEN PTG-ACTION-FEED
009900             MOVE "I" TO PTG-WANT-TYPE
010000             PERFORM 2000-FIND-ITEM THRU 2000-EXIT
010100         WHEN PTG-ACTION-PART
010200             MOVE PTG-CALLER-NAME(1:8) TO PTG-WANT-PARTNER
010300             PERFORM 3000-FIND-PROFILE THRU 3000-EXIT
010400         WHEN OTHER
010500             CONTINUE
010600     END-EVALUATE.
010700     GOBACK.
010800*
010900*+----------------------------------------------------------+
011000*|  1000-LOAD-MASTER - once per run.  No master means every  |
011100*|  lookup comes back not found.                              |
011200*+----------------------------------------------------------+
011300 1000-LOAD-MASTER.
011400     SET PTG-MASTER-LOADED TO TRUE.
011500     OPEN INPUT PARTNER-FILE.
011600     IF PTG-FILE-STATUS NOT = "00"
011700         GO TO 1000-EXIT
011800     END-IF.
011900     MOVE "N" TO PTG-EOF-SW.
012000     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
012100         UNTIL PTG-AT-EOF OR PTG-ROW-COUNT = 500.
012200     CLOSE PARTNER-FILE.
012300 1000-EXIT.
012400     EXIT.
012500*
012600 1100-LOAD-ONE-ROW.
012700     READ PARTNER-FILE
012800         AT END SET PTG-AT-EOF TO TRUE
012900     END-READ.
013000     IF PTG-AT-EOF
013100         GO TO 1100-EXIT
013200     END-IF.
013300     ADD 1 TO PTG-ROW-COUNT.
013400     MOVE PARTNER-FILE-REC TO PTG-ROW(PTG-ROW-COUNT).
013500 1100-EXIT.
013600     EXIT.
013700*
013800*+----------------------------------------------------------+
013900*|  2000-FIND-ITEM - the outbound-file or inbound-feed record |
014000*|  for the name, then its partner's profile.                 |
014100*+----------------------------------------------------------+
014200 2000-FIND-ITEM.
014300     MOVE "N" TO PTG-FOUND-SW.
014400     PERFORM 2100-MATCH-ONE-ITEM THRU 2100-EXIT
014500         VARYING PTG-SUB FROM 1 BY 1
014600         UNTIL PTG-SUB > PTG-ROW-COUNT
014700            OR PTG-ENTRY-FOUND.
014800     IF NOT PTG-ENTRY-FOUND
014900         GO TO 2000-EXIT
015000     END-IF.
015100     MOVE PTG-ROW(PTG-HIT-SUB) TO PARTNR-RECORD.
015200     IF PTN-OUTBOUND-FILE
015300         IF PTN-SLA-HOURS NUMERIC
015400             MOVE PTN-SLA-HOURS TO PTG-CALLER-VALUE
015500         END-IF
015600     ELSE
015700         IF PTN-DUE-TIME NUMERIC
015800             MOVE PTN-DUE-TIME TO PTG-CALLER-VALUE
015900         END-IF
016000     END-IF.
016100     MOVE PTN-PARTNER-ID TO PTG-WANT-PARTNER.
016200     PERFORM 3000-FIND-PROFILE THRU 3000-EXIT.
016300     SET PTG-RESULT-FOUND TO TRUE.
016400 2000-EXIT.
016500     EXIT.
016600*
016700 2100-MATCH-ONE-ITEM.
016800     MOVE PTG-ROW(PTG-SUB) TO PARTNR-RECORD.
016900     IF PTN-REC-TYPE = PTG-WANT-TYPE
017000        AND PTN-ITEM-NAME = PTG-CALLER-NAME
017100         SET PTG-ENTRY-FOUND TO TRUE
017200         MOVE PTG-SUB TO PTG-HIT-SUB
017300     END-IF.
017400 2100-EXIT.
017500     EXIT.
017600*
017700*+----------------------------------------------------------+
017800*|  3000-FIND-PROFILE - the partner's type-P record.          |
017900*+----------------------------------------------------------+
018000 3000-FIND-PROFILE.
018100     MOVE "N" TO PTG-FOUND-SW.
018200     PERFORM 3100-MATCH-ONE-PROFILE THRU 3100-EXIT
018300         VARYING PTG-SUB FROM 1 BY 1
018400         UNTIL PTG-SUB > PTG-ROW-COUNT
018500            OR PTG-ENTRY-FOUND.
018600     IF PTG-ENTRY-FOUND
018700         MOVE PTG-ROW(PTG-HIT-SUB) TO PTG-CALLER-RECORD
018800         SET PTG-RESULT-FOUND TO TRUE
018900         GO TO 3000-EXIT
019000     END-IF.
019100     MOVE SPACES TO PARTNR-RECORD.
019200     MOVE PTG-WANT-PARTNER TO PTN-PARTNER-ID.
019300     SET PTN-PROFILE TO TRUE.
019400     MOVE PARTNR-RECORD TO PTG-CALLER-RECORD.
019500 3000-EXIT.
019600     EXIT.
019700*
019800 3100-MATCH-ONE-PROFILE.
019900     MOVE PTG-ROW(PTG-SUB) TO PARTNR-RECORD.
020000     IF PTN-PROFILE
020100        AND PTN-PARTNER-ID = PTG-WANT-PARTNER
020200         SET PTG-ENTRY-FOUND TO TRUE
020300         MOVE PTG-SUB TO PTG-HIT-SUB
020400     END-IF.
020500 3100-EXIT.
020600     EXIT.
