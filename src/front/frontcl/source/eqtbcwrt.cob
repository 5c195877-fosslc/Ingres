000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * TBCWRT
000400*     *
000500*     * Purpose: Table row-count writer.  Appends one row-count
000600*     *          observation (see eqtblgrw.cob) to the TBLGROW
000700*     *          history per CALL, stamped with the current run-id
000800*     *          and time, for GRWRPT's growth trends and STSLST's
000900*     *          statistics-refresh list:
001000*     *              "COUNT" - the nightly count driver's SELECT
001100*     *                        COUNT result for the table
001200*     *              "UNLD"  - a full TBLUNL unload's rows
001300*     *              "LOAD"  - a GENLOD load's rows
001400*     *              "DELTA" - a DLTAPL apply's rows added,
001500*     *                        changed and deleted
001600*     *          The count driver CALLs "NEXT" to be served, one
001700*     *          per CALL, the tables the growth control list
001800*     *          (see eqtblgct.cob) says it counts, issues its
001900*     *          own SELECT COUNT - the SQL stays with the
002000*     *          caller, as everywhere else in this layer - and
002100*     *          CALLs "COUNT" with the result.  The EOF switch
002200*     *          comes back "Y" when the list is exhausted, and
002210*     *          on the other actions when the observation could
002220*     *          not be written to TBLGROW.
002300*     *
002400 PROGRAM-ID.     TBCWRT.
002500 AUTHOR.         D L ROSS.
002600 INSTALLATION.   BATCH SYSTEMS GROUP.
002700 DATE-WRITTEN.   15-OCT-2026.
002800 DATE-COMPILED.
002900*
003000*     * Modification History
003100*     * --------------------
003200*     * 15-oct-2026 (dlross)  Written.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TBLGROW-FILE ASSIGN TO "TBLGROW"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS TBC-GROW-STATUS.
004000     SELECT TBLGCTL-FILE ASSIGN TO "TBLGCTL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS TBC-CTL-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TBLGROW-FILE
004700     RECORDING MODE IS F.
004800 COPY "eqtblgrw.cob".
004900*
005000 FD  TBLGCTL-FILE
005100     RECORDING MODE IS F.
005200 COPY "eqtblgct.cob".
005300*
005400 WORKING-STORAGE SECTION.
005500 COPY "eqsqlca.cob".
005600*
005700 01  TBC-WORK-AREA.
005800     05 TBC-GROW-STATUS       PIC X(2)  VALUE "00".
005900     05 TBC-CTL-STATUS        PIC X(2)  VALUE "00".
006000     05 TBC-LIST-SW           PIC X(1)  VALUE "N".
006100         88 TBC-LIST-OPEN               VALUE "Y".
006200         88 TBC-LIST-DONE               VALUE "D".
006300     05 TBC-FOUND-SW          PIC X(1)  VALUE "N".
006400         88 TBC-FOUND                   VALUE "Y".
006500     05 TBC-NOW-STRING        PIC X(14).
006600*
006700 LINKAGE SECTION.
006800 01  TBC-CALLER-ACTION        PIC X(5).
006900     88 TBC-ACTION-NEXT                  VALUE "NEXT".
007000     88 TBC-ACTION-COUNT                 VALUE "COUNT".
007100     88 TBC-ACTION-UNLOAD                VALUE "UNLD".
007200     88 TBC-ACTION-LOAD                  VALUE "LOAD".
007300     88 TBC-ACTION-DELTA                 VALUE "DELTA".
007400 01  TBC-CALLER-TABLE-NAME    PIC X(32).
007500 01  TBC-CALLER-ROWS          PIC S9(9) USAGE COMP.
007600 01  TBC-CALLER-CHANGED       PIC S9(9) USAGE COMP.
007700 01  TBC-CALLER-DELETED       PIC S9(9) USAGE COMP.
007800 01  TBC-CALLER-EOF-SW        PIC X(1).
007900     88 TBC-CALLER-AT-EOF                VALUE "Y".
008000*
008100 PROCEDURE DIVISION USING TBC-CALLER-ACTION
008200                          TBC-CALLER-TABLE-NAME
008300                          TBC-CALLER-ROWS
008400                          TBC-CALLER-CHANGED
008500                          TBC-CALLER-DELETED
008600                          TBC-CALLER-EOF-SW.
008700*
008800*+----------------------------------------------------------+
008900*|  0000-MAINLINE                                             |
009000*+----------------------------------------------------------+
009100 0000-MAINLINE.
009200     MOVE "N" TO TBC-CALLER-EOF-SW.
009300     IF TBC-ACTION-NEXT
009400         PERFORM 1000-SERVE-NEXT-TABLE THRU 1000-EXIT
009500     ELSE
009600         PERFORM 2000-WRITE-OBSERVATION THRU 2000-EXIT
009700     END-IF.
009800     GOBACK.
009900*
010000*+----------------------------------------------------------+
010100*|  1000-SERVE-NEXT-TABLE - the next table on the growth      |
010200*|  control list the count driver is to count.                |
010300*+----------------------------------------------------------+
010400 1000-SERVE-NEXT-TABLE.
010500     IF TBC-LIST-DONE
010600         SET TBC-CALLER-AT-EOF TO TRUE
010700         GO TO 1000-EXIT
010800     END-IF.
010900     IF NOT TBC-LIST-OPEN
011000         OPEN INPUT TBLGCTL-FILE
011100         IF TBC-CTL-STATUS NOT = "00"
011200             SET TBC-LIST-DONE TO TRUE
011300             SET TBC-CALLER-AT-EOF TO TRUE
011400             GO TO 1000-EXIT
011500         END-IF
011600         SET TBC-LIST-OPEN TO TRUE
011700     END-IF.
011800     MOVE "N" TO TBC-FOUND-SW.
011900     PERFORM 1100-READ-ONE-ENTRY THRU 1100-EXIT
012000         UNTIL TBC-FOUND OR TBC-LIST-DONE.
012100     IF TBC-FOUND
012200         MOVE TGC-TABLE-NAME TO TBC-CALLER-TABLE-NAME
012300     ELSE
012400         SET TBC-CALLER-AT-EOF TO TRUE
012500     END-IF.
012600 1000-EXIT.
012700     EXIT.
012800*
012900 1100-READ-ONE-ENTRY.
013000     READ TBLGCTL-FILE
013100         AT END
013200             CLOSE TBLGCTL-FILE
013300             SET TBC-LIST-DONE TO TRUE
013400             GO TO 1100-EXIT
013500     END-READ.
013600     IF TGC-DRIVER-COUNTS
013700        AND NOT TGC-TABLE-DEFAULT
013800         SET TBC-FOUND TO TRUE
013900     END-IF.
014000 1100-EXIT.
014100     EXIT.
014200*
014300*+----------------------------------------------------------+
014400*|  2000-WRITE-OBSERVATION - one row-count observation; the   |
014410*|  EOF switch comes back "Y" when TBLGROW will not take it.  |
014500*+----------------------------------------------------------+
014600 2000-WRITE-OBSERVATION.
014700     MOVE SPACES TO TBLGRW-RECORD.
014800     MOVE ZERO TO TGW-ROW-COUNT TGW-ROWS-ADDED
014900                  TGW-ROWS-CHANGED TGW-ROWS-DELETED.
015000     EVALUATE TRUE
015100         WHEN TBC-ACTION-COUNT
015200             SET TGW-SOURCE-COUNT TO TRUE
015300             MOVE TBC-CALLER-ROWS TO TGW-ROW-COUNT
015400         WHEN TBC-ACTION-UNLOAD
015500             SET TGW-SOURCE-UNLOAD TO TRUE
015600             MOVE TBC-CALLER-ROWS TO TGW-ROW-COUNT
015700         WHEN TBC-ACTION-LOAD
015800             SET TGW-SOURCE-LOAD TO TRUE
015900             MOVE TBC-CALLER-ROWS TO TGW-ROWS-ADDED
016000         WHEN TBC-ACTION-DELTA
016100             SET TGW-SOURCE-DELTA TO TRUE
016200             MOVE TBC-CALLER-ROWS    TO TGW-ROWS-ADDED
016300             MOVE TBC-CALLER-CHANGED TO TGW-ROWS-CHANGED
016400             MOVE TBC-CALLER-DELETED TO TGW-ROWS-DELETED
016500         WHEN OTHER
016600             GO TO 2000-EXIT
016700     END-EVALUATE.
016800     OPEN EXTEND TBLGROW-FILE.
016900     IF TBC-GROW-STATUS = "05" OR TBC-GROW-STATUS = "35"
017000         OPEN OUTPUT TBLGROW-FILE
017100     END-IF.
017110     IF TBC-GROW-STATUS NOT = "00"
017120         DISPLAY "TBCWRT: CANNOT WRITE TBLGROW, STATUS "
017130                 TBC-GROW-STATUS " - " TBC-CALLER-TABLE-NAME
017140         SET TBC-CALLER-AT-EOF TO TRUE
017150         GO TO 2000-EXIT
017160     END-IF.
017200     MOVE TBC-CALLER-TABLE-NAME TO TGW-TABLE-NAME.
017300     MOVE SQLRUNID              TO TGW-RUN-ID.
017400     MOVE FUNCTION CURRENT-DATE(1:14) TO TBC-NOW-STRING.
017500     MOVE TBC-NOW-STRING        TO TGW-TIMESTAMP.
017600     WRITE TBLGRW-RECORD.
017610     IF TBC-GROW-STATUS NOT = "00"
017620         DISPLAY "TBCWRT: CANNOT WRITE TBLGROW, STATUS "
017630                 TBC-GROW-STATUS " - " TBC-CALLER-TABLE-NAME
017640         SET TBC-CALLER-AT-EOF TO TRUE
017650     END-IF.
017700     CLOSE TBLGROW-FILE.
017800 2000-EXIT.
017900     EXIT.
