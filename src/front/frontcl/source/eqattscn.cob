000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ATTSCN
000400*     *
000500*     * Purpose: Access attestation screen for the quarterly
000600*     *          recertification.  A reviewer signed on under the
000700*     *          RECERT function keys a user id, sees the user's
000800*     *          role, active flag and screen functions from
000900*     *          USERROLE with any attestation already on file for
001000*     *          the quarter, and records keep, revoke or change
001100*     *          with a comment.  The attestation (see
001200*     *          eqaccatt.cob) carries the access as the reviewer
001300*     *          saw it, so the evidence stays on file; ACCREC's
001400*     *          recertification report shows it per user.
001500*     *
001600*     * Notes:  The quarter defaults to the current one.  A
001700*     *          decision left blank only shows the user.  Revoke
001800*     *          and change need a comment saying what is to go.
001900*     *          A reviewer may not attest their own access.  An
002000*     *          attestation once filed is the quarter's evidence
002100*     *          and is never overwritten; a second one for the
002110*     *          same user and quarter is turned away.
002200*     *
002300 PROGRAM-ID.     ATTSCN.
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
003600     SELECT ATTEST-FILE ASSIGN TO "ACCATTST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ATF-KEY
004000         FILE STATUS IS ATS-FILE-STATUS.
004100     SELECT USERROLE-FILE ASSIGN TO "USERROLE"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS ATS-USER-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ATTEST-FILE.
004800 01  ATTEST-FILE-REC.
004900     05 ATF-KEY               PIC X(14).
005000     05 ATF-REST-OF-RECORD    PIC X(156).
005100*
005200 FD  USERROLE-FILE
005300     RECORDING MODE IS F.
005400 COPY "equsrrec.cob".
005500*
005600 WORKING-STORAGE SECTION.
005700 COPY "eqaccatt.cob".
005800*
005900 01  ATS-WORK-AREA.
006000     05 ATS-FILE-STATUS       PIC X(2)  VALUE "00".
006100     05 ATS-USER-STATUS       PIC X(2)  VALUE "00".
006200     05 ATS-EXIT-SW           PIC X(1)  VALUE "N".
006300         88 ATS-DONE                    VALUE "Y".
006400     05 ATS-EOF-SW            PIC X(1)  VALUE "N".
006500         88 ATS-AT-EOF                  VALUE "Y".
006600     05 ATS-FOUND-SW          PIC X(1)  VALUE "N".
006700         88 ATS-FOUND                   VALUE "Y".
006800     05 ATS-USER-FOUND-SW     PIC X(1)  VALUE "N".
006900         88 ATS-USER-FOUND              VALUE "Y".
007000     05 ATS-REVIEWER          PIC X(8).
007100     05 ATS-QUARTER.
007200         10 ATS-QTR-YYYY      PIC X(4).
007300         10 ATS-QTR-Q         PIC X(1).
007400         10 ATS-QTR-N         PIC X(1).
007500             88 ATS-QTR-N-VALID         VALUE "1" THRU "4".
007600     05 ATS-USER-ID           PIC X(8)  VALUE SPACES.
007700     05 ATS-DECISION          PIC X(1).
007800     05 ATS-COMMENT           PIC X(60).
007900     05 ATS-MESSAGE           PIC X(79) VALUE SPACES.
008000     05 ATS-NOW-STRING        PIC X(14).
008100     05 ATS-MONTH             PIC 9(2).
008200     05 ATS-QTR-WORK          PIC 9(1).
008300     05 ATS-SUB               PIC S9(4) COMP VALUE 0.
008400     05 ATS-FUNC-PTR          PIC S9(4) COMP VALUE 0.
008500     05 ATS-ROLE              PIC X(8).
008600     05 ATS-ACTIVE-SW         PIC X(1).
008700     05 ATS-FUNCTIONS         PIC X(64).
008800     05 ATS-SGN-FUNCTION      PIC X(8)  VALUE "RECERT".
008900     05 ATS-SGN-TERMINAL      PIC X(8)  VALUE SPACES.
009000     05 ATS-SGN-RESULT        PIC X(1).
009100         88 ATS-SIGNED-ON               VALUE "Y".
009200*
009300 01  ATS-VIEW-LINES.
009400     05 ATS-VIEW-LINE         PIC X(79) OCCURS 6 TIMES.
009500*
009600 SCREEN SECTION.
009700 01  ATS-SIGNON-SCREEN.
009800     05 BLANK SCREEN.
009900     05 LINE 1  COLUMN 1  VALUE "ACCESS RECERTIFICATION SIGN-ON".
010000     05 LINE 3  COLUMN 1  VALUE "REVIEWER ID:".
010100     05 LINE 3  COLUMN 16 PIC X(8)  TO ATS-REVIEWER.
010200*
010300 01  ATS-ENTRY-SCREEN.
010400     05 BLANK SCREEN.
010500     05 LINE 1  COLUMN 1  VALUE "ACCESS ATTESTATION".
010600     05 LINE 1  COLUMN 60 VALUE "REVIEWER:".
010700     05 LINE 1  COLUMN 70 PIC X(8)  FROM ATS-REVIEWER.
010800     05 LINE 3  COLUMN 1  VALUE "QUARTER (YYYYQN):".
010900     05 LINE 3  COLUMN 30 PIC X(6)  USING ATS-QUARTER.
011000     05 LINE 4  COLUMN 1  VALUE "USER ID (BLANK TO EXIT):".
011100     05 LINE 4  COLUMN 30 PIC X(8)  USING ATS-USER-ID.
011200     05 LINE 5  COLUMN 1  VALUE "DECISION K/R/C (BLANK=SHOW):".
011300     05 LINE 5  COLUMN 30 PIC X(1)  TO ATS-DECISION.
011400     05 LINE 5  COLUMN 33
011500        VALUE "K=KEEP  R=REVOKE  C=CHANGE".
011600     05 LINE 6  COLUMN 1  VALUE "COMMENT:".
011700     05 LINE 6  COLUMN 12 PIC X(60) TO ATS-COMMENT.
011800     05 LINE 8  COLUMN 1  PIC X(79) FROM ATS-MESSAGE.
011900     05 LINE 10 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(1).
012000     05 LINE 11 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(2).
012100     05 LINE 12 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(3).
012200     05 LINE 13 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(4).
012300     05 LINE 14 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(5).
012400     05 LINE 15 COLUMN 1  PIC X(79) FROM ATS-VIEW-LINE(6).
012500*
012600 PROCEDURE DIVISION.
012700*
012800*+----------------------------------------------------------+
012900*|  0000-MAINLINE                                             |
013000*+----------------------------------------------------------+
013100 0000-MAINLINE.
013200     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
013300     IF NOT ATS-SIGNED-ON
013400         DISPLAY "ATTSCN: SIGN-ON REFUSED - SEE ACCESS LOG"
013500         STOP RUN
013600     END-IF.
013700     OPEN I-O ATTEST-FILE.
013800     IF ATS-FILE-STATUS = "05" OR ATS-FILE-STATUS = "35"
013900         OPEN OUTPUT ATTEST-FILE
014000         CLOSE ATTEST-FILE
014100         OPEN I-O ATTEST-FILE
014200     END-IF.
014300     IF ATS-FILE-STATUS NOT = "00"
014400         DISPLAY "ATTSCN: CANNOT OPEN ACCATTST, STATUS "
014500                 ATS-FILE-STATUS
014600         MOVE 12 TO RETURN-CODE
014700         STOP RUN
014800     END-IF.
014900     PERFORM 0200-CURRENT-QUARTER THRU 0200-EXIT.
015000     MOVE SPACES TO ATS-VIEW-LINES.
015100     PERFORM 1000-ONE-USER THRU 1000-EXIT
015200         UNTIL ATS-DONE.
015300     CLOSE ATTEST-FILE.
015400     STOP RUN.
015500*
015600*+----------------------------------------------------------+
015700*|  0100-SIGN-ON - the reviewer must hold the RECERT          |
015800*|  function before the attestation screen shows.            |
015900*+----------------------------------------------------------+
016000 0100-SIGN-ON.
016100     MOVE SPACES TO ATS-REVIEWER.
016200     DISPLAY ATS-SIGNON-SCREEN.
016300     ACCEPT ATS-SIGNON-SCREEN.
016400     MOVE "N" TO ATS-SGN-RESULT.
016500     CALL "SIGNON" USING ATS-REVIEWER
016600                         ATS-SGN-FUNCTION
016700                         ATS-SGN-TERMINAL
016800                         ATS-SGN-RESULT.
016900 0100-EXIT.
017000     EXIT.
017100*
017200*+----------------------------------------------------------+
017300*|  0200-CURRENT-QUARTER - YYYYQn for today.                  |
017400*+----------------------------------------------------------+
017500 0200-CURRENT-QUARTER.
017600     MOVE FUNCTION CURRENT-DATE(1:14) TO ATS-NOW-STRING.
017700     MOVE ATS-NOW-STRING(5:2) TO ATS-MONTH.
017800     COMPUTE ATS-QTR-WORK = (ATS-MONTH + 2) / 3.
017900     MOVE ATS-NOW-STRING(1:4) TO ATS-QTR-YYYY.
018000     MOVE "Q"                 TO ATS-QTR-Q.
018100     MOVE ATS-QTR-WORK        TO ATS-QTR-N.
018200 0200-EXIT.
018300     EXIT.
018400*
018500*+----------------------------------------------------------+
018600*|  1000-ONE-USER - accept a user and, with a decision, file  |
018700*|  the attestation.  The quarter and user stay on the       |
018800*|  screen from one entry to the next.                        |
018900*+----------------------------------------------------------+
019000 1000-ONE-USER.
019100     MOVE SPACES TO ATS-DECISION ATS-COMMENT.
019200     DISPLAY ATS-ENTRY-SCREEN.
019300     ACCEPT ATS-ENTRY-SCREEN.
019400     MOVE SPACES TO ATS-MESSAGE ATS-VIEW-LINES.
019500     IF ATS-USER-ID = SPACES
019600         SET ATS-DONE TO TRUE
019700         GO TO 1000-EXIT
019800     END-IF.
019900     IF ATS-QTR-YYYY NOT NUMERIC OR ATS-QTR-Q NOT = "Q"
020000        OR NOT ATS-QTR-N-VALID
020100         MOVE "QUARTER MUST BE YYYYQN, N 1 TO 4." TO ATS-MESSAGE
020200         GO TO 1000-EXIT
020300     END-IF.
020400     PERFORM 2000-READ-USER THRU 2000-EXIT.
020500     IF NOT ATS-USER-FOUND
020600         MOVE "USER IS NOT ON USERROLE." TO ATS-MESSAGE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     IF ATS-DECISION NOT = SPACES
021000         PERFORM 3000-FILE-ATTESTATION THRU 3000-EXIT
021100     END-IF.
021200     PERFORM 4000-SHOW-USER THRU 4000-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500*
021600*+----------------------------------------------------------+
021700*|  2000-READ-USER - the user's access as USERROLE has it.    |
021800*+----------------------------------------------------------+
021900 2000-READ-USER.
022000     MOVE "N" TO ATS-USER-FOUND-SW.
022100     OPEN INPUT USERROLE-FILE.
022200     IF ATS-USER-STATUS NOT = "00"
022300         GO TO 2000-EXIT
022400     END-IF.
022500     MOVE "N" TO ATS-EOF-SW.
022600     PERFORM 2100-FIND-ONE-USER THRU 2100-EXIT
022700         UNTIL ATS-AT-EOF OR ATS-USER-FOUND.
022800*    The record area is undefined once the file closes - keep
022900*    working copies of the user's access.
023000     IF ATS-USER-FOUND
023100         MOVE USR-ROLE      TO ATS-ROLE
023200         MOVE USR-ACTIVE-SW TO ATS-ACTIVE-SW
023300         MOVE SPACES        TO ATS-FUNCTIONS
023400         MOVE 1             TO ATS-FUNC-PTR
023500         PERFORM 2200-ONE-FUNCTION THRU 2200-EXIT
023600             VARYING ATS-SUB FROM 1 BY 1
023700             UNTIL ATS-SUB > USR-FUNC-COUNT
023800                OR ATS-SUB > 8
023900     END-IF.
024000     CLOSE USERROLE-FILE.
024100 2000-EXIT.
024200     EXIT.
024300*
024400 2100-FIND-ONE-USER.
024500     READ USERROLE-FILE
024600         AT END SET ATS-AT-EOF TO TRUE
024700     END-READ.
024800     IF NOT ATS-AT-EOF
024900        AND USR-USER-ID = ATS-USER-ID
025000         SET ATS-USER-FOUND TO TRUE
025100     END-IF.
025200 2100-EXIT.
025300     EXIT.
025400*
025500 2200-ONE-FUNCTION.
025600     MOVE USR-FUNCTION(ATS-SUB)
025700         TO ATS-FUNCTIONS(ATS-FUNC-PTR:8).
025800     ADD 8 TO ATS-FUNC-PTR.
025900 2200-EXIT.
026000     EXIT.
026100*
026200*+----------------------------------------------------------+
026300*|  3000-FILE-ATTESTATION - write the user's attestation for |
026400*|  the quarter; one already on file is left as it is.       |
026500*+----------------------------------------------------------+
026600 3000-FILE-ATTESTATION.
026700     IF ATS-USER-ID = ATS-REVIEWER
026800         MOVE "A REVIEWER MAY NOT ATTEST THEIR OWN ACCESS."
026900             TO ATS-MESSAGE
027000         GO TO 3000-EXIT
027100     END-IF.
027200     MOVE ATS-DECISION TO ATT-DECISION.
027300     IF NOT ATT-DECISION-VALID
027400         MOVE "DECISION MUST BE K, R OR C." TO ATS-MESSAGE
027500         GO TO 3000-EXIT
027600     END-IF.
027700     IF NOT ATT-KEEP AND ATS-COMMENT = SPACES
027800         MOVE "SAY WHAT IS TO BE REVOKED OR CHANGED."
027900             TO ATS-MESSAGE
028000         GO TO 3000-EXIT
028100     END-IF.
028200     MOVE ATS-QUARTER TO ATT-QUARTER.
028300     MOVE ATS-USER-ID TO ATT-USER-ID.
028400     MOVE ATT-KEY     TO ATF-KEY.
028500     MOVE "Y" TO ATS-FOUND-SW.
028600     READ ATTEST-FILE
028700         INVALID KEY MOVE "N" TO ATS-FOUND-SW
028800     END-READ.
028810     IF ATS-FOUND
028820         MOVE "ALREADY ATTESTED THIS QUARTER - NOT REPLACED."
028830             TO ATS-MESSAGE
028840         GO TO 3000-EXIT
028850     END-IF.
028900     MOVE FUNCTION CURRENT-DATE(1:14) TO ATS-NOW-STRING.
029000     MOVE SPACES         TO ACCATT-RECORD.
029100     MOVE ATS-QUARTER    TO ATT-QUARTER.
029200     MOVE ATS-USER-ID    TO ATT-USER-ID.
029300     MOVE ATS-DECISION   TO ATT-DECISION.
029400     MOVE ATS-COMMENT    TO ATT-COMMENT.
029500     MOVE ATS-REVIEWER   TO ATT-REVIEWER.
029600     MOVE ATS-NOW-STRING TO ATT-ATTESTED-AT.
029700     MOVE ATS-ROLE       TO ATT-ROLE.
029800     MOVE ATS-ACTIVE-SW  TO ATT-ACTIVE-SW.
029900     MOVE ATS-FUNCTIONS  TO ATT-FUNCTIONS.
030000     MOVE ATT-KEY        TO ATF-KEY.
030100     MOVE ACCATT-RECORD(15:156) TO ATF-REST-OF-RECORD.
030500     WRITE ATTEST-FILE-REC.
030700     IF ATS-FILE-STATUS NOT = "00"
030750         MOVE SPACES TO ATS-MESSAGE
030800         STRING "ATTESTATION NOT FILED, STATUS " DELIMITED BY SIZE
030900                ATS-FILE-STATUS                  DELIMITED BY SIZE
031000             INTO ATS-MESSAGE
031100         GO TO 3000-EXIT
031200     END-IF.
031600     MOVE "ATTESTATION FILED." TO ATS-MESSAGE.
031800 3000-EXIT.
031900     EXIT.
032000*
032100*+----------------------------------------------------------+
032200*|  4000-SHOW-USER - the user's access and the quarter's      |
032300*|  attestation, if any.                                      |
032400*+----------------------------------------------------------+
032500 4000-SHOW-USER.
032600     STRING "USER "         DELIMITED BY SIZE
032700            ATS-USER-ID     DELIMITED BY SIZE
032800            "  ROLE "       DELIMITED BY SIZE
032900            ATS-ROLE        DELIMITED BY SIZE
033000            "  ACTIVE "     DELIMITED BY SIZE
033100            ATS-ACTIVE-SW   DELIMITED BY SIZE
033200         INTO ATS-VIEW-LINE(1).
033300     STRING "FUNCTIONS: "        DELIMITED BY SIZE
033400            ATS-FUNCTIONS(1:32)  DELIMITED BY SIZE
033500         INTO ATS-VIEW-LINE(2).
033600     MOVE ATS-FUNCTIONS(33:32) TO ATS-VIEW-LINE(3)(12:32).
033700     MOVE ATS-QUARTER TO ATT-QUARTER.
033800     MOVE ATS-USER-ID TO ATT-USER-ID.
033900     MOVE ATT-KEY     TO ATF-KEY.
034000     READ ATTEST-FILE
034100         INVALID KEY
034200             STRING "NOT YET ATTESTED FOR " DELIMITED BY SIZE
034300                    ATS-QUARTER             DELIMITED BY SIZE
034400                 INTO ATS-VIEW-LINE(5)
034500             GO TO 4000-EXIT
034600     END-READ.
034700     MOVE ATTEST-FILE-REC TO ACCATT-RECORD.
034800     STRING "ATTESTED "       DELIMITED BY SIZE
034900            ATT-DECISION      DELIMITED BY SIZE
035000            " FOR "           DELIMITED BY SIZE
035100            ATT-QUARTER       DELIMITED BY SIZE
035200            " BY "            DELIMITED BY SIZE
035300            ATT-REVIEWER      DELIMITED BY SIZE
035400            " AT "            DELIMITED BY SIZE
035500            ATT-ATTESTED-AT   DELIMITED BY SIZE
035600         INTO ATS-VIEW-LINE(5).
035700     MOVE ATT-COMMENT TO ATS-VIEW-LINE(6).
035800 4000-EXIT.
035900     EXIT.
