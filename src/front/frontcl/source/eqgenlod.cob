006070*     *                       instead of served to the driver -
006080*     *                       June's replayed partner file no
006090*     *                       longer loads twice.
006092*     * 15-oct-2026 (dlross)  CLOSE records the rows served to the
006094*     *                       driver against the layout's table
006096*     *                       through TBCWRT (see eqtbcwrt.cob)
006098*     *                       for the table growth history.
006100*
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
012310     05 GLD-DUP-ACTION        PIC X(5).
012320     05 GLD-DUP-RESULT        PIC X(1).
012330         88 GLD-DUP-DUPLICATE           VALUE "D".
012340     05 GLD-SERVED-COUNT      PIC S9(9) USAGE COMP VALUE ZERO.
012350     05 GLD-TBC-ACTION        PIC X(5).
012360     05 GLD-TBC-CHANGED       PIC S9(9) USAGE COMP VALUE ZERO.
012365     05 GLD-TBC-DELETED       PIC S9(9) USAGE COMP VALUE ZERO.
012370     05 GLD-TBC-EOF-SW        PIC X(1).
012400*
012500 01  GLD-FIELD-TABLE.
012600     05 GLD-FIELD-ROW OCCURS 100 TIMES.
019500     IF GLD-RESULT-FAILED
019600         GO TO 1000-EXIT
019700     END-IF.
019750     MOVE ZERO TO GLD-SERVED-COUNT.
019800     OPEN INPUT LOAD-INPUT.
019900     IF GLD-INPUT-STATUS NOT = "00"
020000         SET GLD-RESULT-FAILED TO TRUE
031700     PERFORM 1310-SKIP-ONE-ROW THRU 1310-EXIT
031800         UNTIL GLD-RECORD-NUM NOT < GLD-SKIP-COUNT
031900            OR GLD-AT-EOF.
031920*    Rows the interrupted run committed count toward the load
031940*    volume TBCWRT records at CLOSE - that run never reached it.
031960     MOVE GLD-RECORD-NUM TO GLD-SERVED-COUNT.
032000 1300-EXIT.
032100     EXIT.
032200*
034100         UNTIL GLD-RECORD-VALID OR GLD-CALLER-AT-EOF.
034200     IF GLD-RECORD-VALID
034300         MOVE LOAD-INPUT-REC TO GLD-CALLER-RECORD
034350         ADD 1 TO GLD-SERVED-COUNT
034400     END-IF.
034500 2000-EXIT.
034600     EXIT.
042920     CALL "DUPCHK" USING GLD-DUP-ACTION
042930                         LOAD-INPUT-REC
042940                         GLD-DUP-RESULT.
042946     MOVE "LOAD" TO GLD-TBC-ACTION.
042952     MOVE ZERO TO GLD-TBC-CHANGED GLD-TBC-DELETED.
042958     CALL "TBCWRT" USING GLD-TBC-ACTION
042964                         GLD-TABLE-NAME
042970                         GLD-SERVED-COUNT
042976                         GLD-TBC-CHANGED
042982                         GLD-TBC-DELETED
042988                         GLD-TBC-EOF-SW.
043000     CLOSE LOAD-INPUT LOAD-REJECTS.
043100 4000-EXIT.
043200     EXIT.
