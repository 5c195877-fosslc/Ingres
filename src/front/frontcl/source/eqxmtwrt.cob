002491*     *                       lineage in-file so the chain
002492*     *                       links stage to stage instead of
002493*     *                       this record matching itself.
002494*     * 15-oct-2026 (dlross)  The SLA hours come from the
002495*     *                       interface partner master through
002496*     *                       PTNGET (see eqpartnr.cob) when the
002497*     *                       file is on it; the caller's figure
002498*     *                       stands only for a file that is not.
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004200 WORKING-STORAGE SECTION.
004300 COPY "eqsqlca.cob".
004400 COPY "eqxmtreg.cob".
004450 COPY "eqpartnr.cob".
004500*
004600 01  XMW-WORK-AREA.
004700     05 XMW-FILE-STATUS       PIC X(2)  VALUE "00".
004820     05 XMW-LIN-IN-FILE       PIC X(12).
004830     05 XMW-LIN-OUT-FILE      PIC X(12).
004840     05 XMW-LIN-RECS-IN       PIC S9(9) USAGE COMP.
004850     05 XMW-PTG-ACTION        PIC X(4)  VALUE "FILE".
004860     05 XMW-PTG-VALUE         PIC 9(4).
004870     05 XMW-PTG-RESULT        PIC X(1).
004880         88 XMW-PTG-FOUND               VALUE "Y".
004900*
005000 LINKAGE SECTION.
005100 01  XMW-CALLER-FILE-NAME     PIC X(12).
007800     MOVE FUNCTION CURRENT-DATE(1:14) TO XMW-NOW-STRING.
007900     MOVE XMW-NOW-STRING          TO XMT-FINALIZED.
008000     MOVE XMW-CALLER-SLA-HOURS    TO XMT-SLA-HOURS.
008010     CALL "PTNGET" USING XMW-PTG-ACTION
008020                         XMW-CALLER-FILE-NAME
008030                         PARTNR-RECORD
008040                         XMW-PTG-VALUE
008050                         XMW-PTG-RESULT.
008060     IF XMW-PTG-FOUND
008070        AND XMW-PTG-VALUE > ZERO
008080         MOVE XMW-PTG-VALUE TO XMT-SLA-HOURS
008090     END-IF.
008100     MOVE "N"                     TO XMT-ACK-SW.
008200     MOVE SPACES                  TO XMT-ACK-TIMESTAMP.
008300     MOVE ZERO                    TO XMT-RESEND-COUNT.
