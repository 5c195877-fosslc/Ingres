002300*     * Modification History
002400*     * --------------------
002500*     * 22-aug-2026 (dlross)  Written.
002510*     * 15-oct-2026 (dlross)  Aging measures each file against
002520*     *                       the SLA on the interface partner
002530*     *                       master (PTNGET, see eqpartnr.cob),
002540*     *                       so a partner's changed cut-off
002550*     *                       applies to files already out; a
002560*     *                       partner that does not acknowledge is
002570*     *                       not aged at all.
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
005900*
006000 WORKING-STORAGE SECTION.
006100 COPY "eqxmtreg.cob".
006150 COPY "eqpartnr.cob".
006200*
006300 01  XMA-WORK-AREA.
006400     05 XMA-ACK-STATUS        PIC X(2)  VALUE "00".
007500     05 XMA-ABS-SECS          PIC S9(13) USAGE COMP.
007600     05 XMA-NOW-SECS          PIC S9(13) USAGE COMP.
007700     05 XMA-AGE-HOURS         PIC S9(5).
007710     05 XMA-SLA-HOURS         PIC 9(3).
007720     05 XMA-PTG-ACTION        PIC X(4)  VALUE "FILE".
007730     05 XMA-PTG-VALUE         PIC 9(4).
007740     05 XMA-PTG-RESULT        PIC X(1).
007750         88 XMA-PTG-FOUND               VALUE "Y".
007800*
007900 PROCEDURE DIVISION.
008000*
019500     IF XMT-ACKNOWLEDGED
019600         GO TO 3100-EXIT
019700     END-IF.
019706     MOVE XMT-SLA-HOURS TO XMA-SLA-HOURS.
019712     CALL "PTNGET" USING XMA-PTG-ACTION
019718                         XMT-FILE-NAME
019724                         PARTNR-RECORD
019730                         XMA-PTG-VALUE
019736                         XMA-PTG-RESULT.
019742     IF XMA-PTG-FOUND
019748         IF PTN-SENDS-NO-ACKS
019754             GO TO 3100-EXIT
019760         END-IF
019766         IF XMA-PTG-VALUE > ZERO
019772             MOVE XMA-PTG-VALUE TO XMA-SLA-HOURS
019778         END-IF
019784     END-IF.
019800     MOVE XMT-FINALIZED TO XMA-STAMP-WORK.
019900     PERFORM 8000-STAMP-TO-SECS THRU 8000-EXIT.
020000     COMPUTE XMA-AGE-HOURS =
020100         (XMA-NOW-SECS - XMA-ABS-SECS) / 3600.
020200     IF XMA-AGE-HOURS > XMA-SLA-HOURS
020300         MOVE SPACES TO AGING-LINE
020400         STRING XMT-FILE-NAME   DELIMITED BY SIZE
020500                " RUN "         DELIMITED BY SIZE
020800                                DELIMITED BY SIZE
020900                XMA-AGE-HOURS   DELIMITED BY SIZE
021000                " HOURS (SLA "  DELIMITED BY SIZE
021100                XMA-SLA-HOURS   DELIMITED BY SIZE
021200                ")"             DELIMITED BY SIZE
021300             INTO AGING-LINE
021400         WRITE AGING-LINE
