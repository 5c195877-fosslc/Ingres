004400*     * Modification History
004500*     * --------------------
004600*     * 02-sep-2026 (dlross)  Written.
004610*     * 15-oct-2026 (dlross)  CLOSE records the rows added,
004620*     *                       changed and deleted against the
004630*     *                       table through TBCWRT (see
004640*     *                       eqtbcwrt.cob) for the table growth
004650*     *                       history.
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
012200                              OCCURS 6 TIMES.
012300     05 APL-CKPRD-SW          PIC X(1)  VALUE "N".
012400         88 APL-CKPT-FOUND              VALUE "Y".
012410     05 APL-TBC-ACTION        PIC X(5).
012420     05 APL-TBC-ADDS          PIC S9(9) USAGE COMP VALUE ZERO.
012430     05 APL-TBC-CHANGES       PIC S9(9) USAGE COMP VALUE ZERO.
012440     05 APL-TBC-DELETES       PIC S9(9) USAGE COMP VALUE ZERO.
012450     05 APL-TBC-EOF-SW        PIC X(1).
012500*
012600 01  APL-COL-TABLE.
012700     05 APL-COL-ROW OCCURS 100 TIMES.
040200                         APL-CKP-ACTION.
040300     CLOSE DELTA-FILE.
040400     MOVE "N" TO APL-OPEN-SW.
040409     MOVE "DELTA"          TO APL-TBC-ACTION.
040418     MOVE APL-ADD-COUNT    TO APL-TBC-ADDS.
040427     MOVE APL-CHANGE-COUNT TO APL-TBC-CHANGES.
040436     MOVE APL-DELETE-COUNT TO APL-TBC-DELETES.
040445     CALL "TBCWRT" USING APL-TBC-ACTION
040454                         APL-CALLER-TABLE-NAME
040463                         APL-TBC-ADDS
040472                         APL-TBC-CHANGES
040481                         APL-TBC-DELETES
040490                         APL-TBC-EOF-SW.
040500     PERFORM 4100-BALANCE-TO-SUMMARY THRU 4100-EXIT.
040600 4000-EXIT.
040700     EXIT.
