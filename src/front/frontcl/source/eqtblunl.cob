004730*     *                       (see eqlinrec.cob) so LINRPT can
004740*     *                       trace an outbound file back to
004750*     *                       the table it was unloaded from.
004757*     * 15-oct-2026 (dlross)  CLOSE of a full unload (no WHERE
004764*     *                       text) records the rows written
004771*     *                       against the table through TBCWRT
004778*     *                       (see eqtbcwrt.cob) for the table
004785*     *                       growth history; a filtered unload
004792*     *                       says nothing about the table size.
004800*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
009830     05 TUN-LIN-IN-FILE       PIC X(12).
009840     05 TUN-LIN-OUT-FILE      PIC X(12) VALUE "UNLDATA".
009850     05 TUN-LIN-RECS-IN       PIC S9(9) USAGE COMP.
009857     05 TUN-FULL-SW           PIC X(1)  VALUE "N".
009864         88 TUN-FULL-UNLOAD             VALUE "Y".
009871     05 TUN-TBC-ACTION        PIC X(5)  VALUE "UNLD".
009878     05 TUN-TBC-CHANGED       PIC S9(9) USAGE COMP VALUE ZERO.
009885     05 TUN-TBC-DELETED       PIC S9(9) USAGE COMP VALUE ZERO.
009892     05 TUN-TBC-EOF-SW        PIC X(1).
009900*
010000 01  TUN-COL-TABLE.
010100     05 TUN-COL-ROW OCCURS 100 TIMES.
018000     OPEN OUTPUT UNLOAD-LAYOUT.
018100     MOVE ZERO TO TUN-ROWS-WRITTEN.
018110     MOVE TUN-CALLER-TABLE-NAME TO TUN-LIN-TABLE-NAME.
018120     MOVE "N" TO TUN-FULL-SW.
018130     IF TUN-CALLER-WHERE-TEXT = SPACES
018140         SET TUN-FULL-UNLOAD TO TRUE
018150     END-IF.
018200     MOVE SPACES TO UNLAY-RECORD.
018300     SET ULY-HEADER-REC TO TRUE.
018400     MOVE TUN-CALLER-TABLE-NAME TO ULY-TABLE-NAME.
035250                             TUN-LIN-OUT-FILE
035260                             TUN-LIN-RECS-IN
035270                             TUN-ROWS-WRITTEN
035273         IF TUN-FULL-UNLOAD
035276             CALL "TBCWRT" USING TUN-TBC-ACTION
035279                                 TUN-LIN-TABLE-NAME
035282                                 TUN-ROWS-WRITTEN
035285                                 TUN-TBC-CHANGED
035288                                 TUN-TBC-DELETED
035291                                 TUN-TBC-EOF-SW
035294         END-IF
035300         MOVE "N" TO TUN-OPEN-SW
035400     END-IF.
035500     MOVE TUN-ROWS-WRITTEN TO TUN-CALLER-ROWS-WRITTEN.
