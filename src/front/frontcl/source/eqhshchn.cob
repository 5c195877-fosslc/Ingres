000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * HSHCHN
000400*     *
000500*     * Purpose: Chained record seal.  Every writer of a sealed
000600*     *          file - AUDWRT (SQLAUDIT), AUDARC (SQLARCHV),
000700*     *          BIJWRT (BIJRNL), CTLMNT (CTLMAUD), OVRSCN
000800*     *          (OVRLOG) and PRDSCN (PRDLOG) - CALLs this with
000850*     *          the seal of the record before it, the length of
000900*     *          the new record's content and the content itself;
001000*     *          HSHCHN returns the new record's seal, which the
001100*     *          writer stores on the record and hands in again
001200*     *          as the previous seal for the next one.  Editing
001300*     *          a record changes its seal; deleting or inserting
001400*     *          one breaks the link to the record after it.
001500*     *          HSHVER (see eqhshver.cob) walks the files and
001600*     *          proves both.
001700*     *
001800*     * Notes:  The seal is two independent modular accumulators
001900*     *          over every byte of the previous seal and then the
002000*     *          content, each printed as ten digits.  It is a
002100*     *          tamper check against an operator with an editor,
002200*     *          not a cipher.  A length over 4200 is taken as
002300*     *          4200; the content area is never written.
002400*     *
002500 PROGRAM-ID.     HSHCHN.
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
003600*
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  HCH-WORK-AREA.
004000     05 HCH-LEFT              PIC S9(18) USAGE COMP.
004100     05 HCH-RIGHT             PIC S9(18) USAGE COMP.
004200     05 HCH-LEFT-MODULUS      PIC S9(18) USAGE COMP
004300                              VALUE 2147483647.
004400     05 HCH-RIGHT-MODULUS     PIC S9(18) USAGE COMP
004500                              VALUE 2147483629.
004600     05 HCH-LENGTH            PIC S9(8)  USAGE COMP.
004700     05 HCH-BYTE-SUB          PIC S9(8)  USAGE COMP.
004800*    The classic two-byte pair: the character lands in the low-
004900*    order byte of a big-endian halfword whose high byte stays
005000*    zero, so the redefined binary reads as the byte's ordinal.
005100     05 HCH-BYTE-PAIR.
005200         10 FILLER            PIC X(1).
005300         10 HCH-BYTE          PIC X(1).
005400     05 HCH-BYTE-NUM REDEFINES HCH-BYTE-PAIR
005500                              PIC 9(4) USAGE COMP.
005600*
005700 01  HCH-RESULT.
005800     05 HCH-RESULT-LEFT       PIC 9(10).
005900     05 HCH-RESULT-RIGHT      PIC 9(10).
006000*
006100 LINKAGE SECTION.
006200 01  HCH-CALLER-PREV          PIC X(20).
006300 01  HCH-CALLER-LENGTH        PIC S9(8) USAGE COMP.
006400 01  HCH-CALLER-DATA          PIC X(4200).
006500 01  HCH-CALLER-SEAL          PIC X(20).
006600*
006700 PROCEDURE DIVISION USING HCH-CALLER-PREV
006800                          HCH-CALLER-LENGTH
006900                          HCH-CALLER-DATA
007000                          HCH-CALLER-SEAL.
007100*
007200*+----------------------------------------------------------+
007300*|  0000-MAINLINE                                             |
007400*+----------------------------------------------------------+
007500 0000-MAINLINE.
007600     MOVE LOW-VALUES TO HCH-BYTE-PAIR.
007700     MOVE 5381       TO HCH-LEFT.
007800     MOVE 52711      TO HCH-RIGHT.
007900     MOVE HCH-CALLER-LENGTH TO HCH-LENGTH.
008000     IF HCH-LENGTH > 4200
008100         MOVE 4200 TO HCH-LENGTH
008200     END-IF.
008300     PERFORM 1000-FOLD-PREV-BYTE THRU 1000-EXIT
008400         VARYING HCH-BYTE-SUB FROM 1 BY 1
008500         UNTIL HCH-BYTE-SUB > 20.
008600     PERFORM 2000-FOLD-DATA-BYTE THRU 2000-EXIT
008700         VARYING HCH-BYTE-SUB FROM 1 BY 1
008800         UNTIL HCH-BYTE-SUB > HCH-LENGTH.
008900     MOVE HCH-LEFT   TO HCH-RESULT-LEFT.
009000     MOVE HCH-RIGHT  TO HCH-RESULT-RIGHT.
009100     MOVE HCH-RESULT TO HCH-CALLER-SEAL.
009200     GOBACK.
009300*
009400*+----------------------------------------------------------+
009500*|  1000-FOLD-PREV-BYTE - the previous seal goes in first,    |
009600*|  so the new seal depends on the whole chain before it.     |
009700*+----------------------------------------------------------+
009800 1000-FOLD-PREV-BYTE.
009900     MOVE HCH-CALLER-PREV(HCH-BYTE-SUB:1) TO HCH-BYTE.
010000     PERFORM 9000-FOLD-BYTE THRU 9000-EXIT.
010100 1000-EXIT.
010200     EXIT.
010300*
010400 2000-FOLD-DATA-BYTE.
010500     MOVE HCH-CALLER-DATA(HCH-BYTE-SUB:1) TO HCH-BYTE.
010600     PERFORM 9000-FOLD-BYTE THRU 9000-EXIT.
010700 2000-EXIT.
010800     EXIT.
010900*
011000*+----------------------------------------------------------+
011100*|  9000-FOLD-BYTE - one byte into both accumulators.  The    |
011200*|  +1 keeps a run of low-values from folding to nothing.     |
011300*+----------------------------------------------------------+
011400 9000-FOLD-BYTE.
011500     COMPUTE HCH-LEFT = FUNCTION REM(
011600         (HCH-LEFT * 257) + HCH-BYTE-NUM + 1
011700         HCH-LEFT-MODULUS).
011800     COMPUTE HCH-RIGHT = FUNCTION REM(
011900         (HCH-RIGHT * 65599) + HCH-BYTE-NUM + 1
012000         HCH-RIGHT-MODULUS).
012100 9000-EXIT.
012200     EXIT.
