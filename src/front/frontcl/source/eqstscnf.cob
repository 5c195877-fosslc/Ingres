000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * STSCNF
000400*     *
000500*     * Purpose: Statistics-refresh confirmation.  The scheduler
000600*     *          runs this as the step after the optimizedb step
000700*     *          that consumes STSLST's STATREFR list.  Every
000800*     *          table STSLST marked pending on TBLSTATE (see
000900*     *          eqtblsts.cob) takes the time and row estimate it
001000*     *          was listed at as its new refresh baseline, and
001100*     *          the STATPEND flag STSLST set is cleared.  Until
001200*     *          this has run, STSLST keeps measuring change from
001300*     *          the old baselines.
001400*     *
001500 PROGRAM-ID.     STSCNF.
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
002800     SELECT TBLSTATE-FILE ASSIGN TO "TBLSTATE"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS SCF-STATE-STATUS.
003100     SELECT STATPEND-FILE ASSIGN TO "STATPEND"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS SCF-PEND-STATUS.
003400*
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  TBLSTATE-FILE
003800     RECORDING MODE IS F.
003900 COPY "eqtblsts.cob".
004000*
004100 FD  STATPEND-FILE
004200     RECORDING MODE IS F.
004300 01  STATPEND-REC.
004400     05 SPF-STATE             PIC X(4).
004500     05 SPF-TIMESTAMP         PIC X(14).
004600*
004700 WORKING-STORAGE SECTION.
004800 01  SCF-WORK-AREA.
004900     05 SCF-STATE-STATUS      PIC X(2)  VALUE "00".
005000     05 SCF-PEND-STATUS       PIC X(2)  VALUE "00".
005100     05 SCF-EOF-SW            PIC X(1)  VALUE "N".
005200         88 SCF-AT-EOF                  VALUE "Y".
005300     05 SCF-NOW-STRING        PIC X(14).
005400     05 SCF-TBL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
005500     05 SCF-TBL-SUB           PIC S9(4) USAGE COMP.
005600     05 SCF-CONFIRMED         PIC S9(9) USAGE COMP VALUE ZERO.
005700     05 SCF-ED-COUNT          PIC Z(8)9.
005800*
005900 01  SCF-STATE-TABLE.
006000     05 SCF-STATE-ROW OCCURS 1000 TIMES.
006100         10 SCF-S-RECORD          PIC X(83).
006200*
006300 PROCEDURE DIVISION.
006400*
006500*+----------------------------------------------------------+
006600*|  0000-MAINLINE - move the listed tables' baselines and     |
006700*|  mark the refresh list executed.                           |
006800*+----------------------------------------------------------+
006900 0000-MAINLINE.
007000     OPEN INPUT TBLSTATE-FILE.
007100     IF SCF-STATE-STATUS = "00"
007200         PERFORM 1000-LOAD-ONE-STATE THRU 1000-EXIT
007300             UNTIL SCF-AT-EOF
007400         CLOSE TBLSTATE-FILE
007500         OPEN OUTPUT TBLSTATE-FILE
007600         IF SCF-STATE-STATUS NOT = "00"
007700             DISPLAY "STSCNF: CANNOT REWRITE TBLSTATE"
007800             MOVE 12 TO RETURN-CODE
007900             STOP RUN
008000         END-IF
008100         PERFORM 2000-WRITE-ONE-STATE THRU 2000-EXIT
008200             VARYING SCF-TBL-SUB FROM 1 BY 1
008300             UNTIL SCF-TBL-SUB > SCF-TBL-COUNT
008400         CLOSE TBLSTATE-FILE
008500     END-IF.
008600     OPEN OUTPUT STATPEND-FILE.
008700     IF SCF-PEND-STATUS NOT = "00"
008800         DISPLAY "STSCNF: CANNOT WRITE STATPEND FLAG"
008900         MOVE 12 TO RETURN-CODE
009000         STOP RUN
009100     END-IF.
009200     MOVE "DONE" TO SPF-STATE.
009300     MOVE FUNCTION CURRENT-DATE(1:14) TO SCF-NOW-STRING.
009400     MOVE SCF-NOW-STRING TO SPF-TIMESTAMP.
009500     WRITE STATPEND-REC.
009600     CLOSE STATPEND-FILE.
009700     MOVE SCF-CONFIRMED TO SCF-ED-COUNT.
009800     DISPLAY "STSCNF: STATISTICS REFRESH CONFIRMED FOR "
009900             SCF-ED-COUNT " TABLES".
010000     STOP RUN.
010100*
010200*+----------------------------------------------------------+
010300*|  1000-LOAD-ONE-STATE - a pending table's listing becomes   |
010400*|  its refresh baseline.                                     |
010500*+----------------------------------------------------------+
010600 1000-LOAD-ONE-STATE.
010700     READ TBLSTATE-FILE
010800         AT END
010900             SET SCF-AT-EOF TO TRUE
011000             GO TO 1000-EXIT
011100     END-READ.
011200     IF SCF-TBL-COUNT NOT < 1000
011300         DISPLAY "STSCNF: MORE THAN 1000 TABLES ON TBLSTATE"
011400         MOVE 12 TO RETURN-CODE
011500         STOP RUN
011600     END-IF.
011700     IF TSS-PENDING
011800         MOVE TSS-LISTED-STAMP TO TSS-REFRESH-STAMP
011900         MOVE TSS-LISTED-ROWS  TO TSS-ROWS-AT-REFRESH
012000         MOVE "N"              TO TSS-PENDING-SW
012100         ADD 1 TO SCF-CONFIRMED
012200     END-IF.
012300     ADD 1 TO SCF-TBL-COUNT.
012400     MOVE TBLSTS-RECORD TO SCF-S-RECORD(SCF-TBL-COUNT).
012500 1000-EXIT.
012600     EXIT.
012700*
012800 2000-WRITE-ONE-STATE.
012900     MOVE SCF-S-RECORD(SCF-TBL-SUB) TO TBLSTS-RECORD.
013000     WRITE TBLSTS-RECORD.
013100 2000-EXIT.
013200     EXIT.
