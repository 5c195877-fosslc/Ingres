001600*     *          the status records, and the turnover report
001700*     *          built on them, track progress at step
001800*     *          granularity.
001820*     *          START also writes the step's parameter files
001840*     *          from the run's resolved symbolic parameters
001860*     *          (see PRMRSV).
001900*     *
002000 PROGRAM-ID.     STPDRV.
002100 AUTHOR.         D L ROSS.
002600*     * Modification History
002700*     * --------------------
002800*     * 22-aug-2026 (dlross)  Written.
002810*     * 15-oct-2026 (dlross)  START has PRMRSV rewrite the step's
002820*     *                       parameter files from the images
002830*     *                       logged for the run at job open, and
002840*     *                       fails the step if they cannot be
002850*     *                       written.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006500     05 SPD-ALL-DONE-SW       PIC X(1).
006600         88 SPD-CYCLE-COMPLETE          VALUE "Y".
006700     05 SPD-NOW-STRING        PIC X(14).
006720     05 SPD-PRV-ACTION        PIC X(5).
006740     05 SPD-PRV-BUS-DATE      PIC 9(8)  VALUE ZERO.
006760     05 SPD-PRV-RESULT        PIC X(1)  VALUE "Y".
006780         88 SPD-PARMS-UNRESOLVED        VALUE "N".
006800*
006900 01  SPD-DEF-TABLE.
007000     05 SPD-DEF-ROW OCCURS 20 TIMES.
024000*|  4000-START-STEP                                           |
024100*+----------------------------------------------------------+
024200 4000-START-STEP.
024207     MOVE "STEP" TO SPD-PRV-ACTION.
024214     MOVE "Y"    TO SPD-PRV-RESULT.
024221     CALL "PRMRSV" USING SPD-PRV-ACTION
024228                         SPD-CALLER-JOBNAME
024235                         SPD-CALLER-STEP-NUM
024242                         SQLRUNID
024249                         SPD-PRV-BUS-DATE
024256                         SPD-PRV-RESULT.
024263     IF SPD-PARMS-UNRESOLVED
024270         SET SPD-RESULT-FAILED TO TRUE
024277         GO TO 4000-EXIT
024284     END-IF.
024300     OPEN I-O STEPCTL-FILE.
024400     IF SPD-CTL-STATUS NOT = "00"
024500         SET SPD-RESULT-FAILED TO TRUE
