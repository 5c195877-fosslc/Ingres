000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PRMRSV
000400*     *
000500*     * Purpose: Symbolic parameter resolution.  JOBHDR CALLs this
000600*     *          with ACTION "JOB" when it opens a job, once the
000700*     *          run-id and business date are settled: every
000800*     *          parameter library image for the job (see
000900*     *          eqprmlib.cob) has its symbols resolved - the
001000*     *          business date from JOBHDR, the prior business day
001100*     *          and the period ends through BCALDT - is logged
001200*     *          against the run-id on PARMLOG (see eqprmlog.cob),
001300*     *          and is written to the parameter file the step's
001400*     *          program already reads.  The operator no longer
001500*     *          keys tonight's dates into REVPARM or BALPARM;
001600*     *          the calendar does.  STPDRV CALLs ACTION "STEP"
001700*     *          as each step starts, rewriting that step's
001800*     *          parameter files from the log, so two steps
001900*     *          reading the same file each get their own images.
002000*     *
002100*     * Notes:  A run-id already on the log is a rerun: its logged
002200*     *          images are written back unchanged and nothing is
002300*     *          resolved or logged again, so the rerun reads what
002400*     *          the original run read.  A job with no library
002500*     *          entries is left alone - its parameter files are
002600*     *          still the operator's.  An image naming an unknown
002700*     *          symbol, a symbol the calendar cannot answer, or
002800*     *          one that resolves past 80 bytes fails the whole
002900*     *          job's resolution before anything is logged or
003000*     *          written, with a console line and a critical
003100*     *          alert; RESULT comes back "N".
003200*     *          &PRIORPERIODEND is the last business day before
003300*     *          the first of the period-end's month.
003400*     *
003500 PROGRAM-ID.     PRMRSV.
003600 AUTHOR.         D L ROSS.
003700 INSTALLATION.   BATCH SYSTEMS GROUP.
003800 DATE-WRITTEN.   15-OCT-2026.
003900 DATE-COMPILED.
004000*
004100*     * Modification History
004200*     * --------------------
004300*     * 15-oct-2026 (dlross)  Written.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PARMLIB-FILE ASSIGN TO "PARMLIB"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS PRV-LIB-STATUS.
005100     SELECT PARMLOG-FILE ASSIGN TO "PARMLOG"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS PRV-LOG-STATUS.
005400     SELECT PARM-OUT ASSIGN TO PRV-OUT-DD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS PRV-OUT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PARMLIB-FILE
006100     RECORDING MODE IS F.
006200 COPY "eqprmlib.cob".
006300*
006400 FD  PARMLOG-FILE
006500     RECORDING MODE IS F.
006600 COPY "eqprmlog.cob".
006700*
006800 FD  PARM-OUT
006900     RECORD IS VARYING IN SIZE FROM 1 TO 80
007000     DEPENDING ON PRV-OUT-LEN.
007100 01  PARM-OUT-REC             PIC X(80).
007200*
007300 WORKING-STORAGE SECTION.
007400 COPY "eqprmsym.cob".
007500*
007600 01  PRV-WORK-AREA.
007700     05 PRV-LIB-STATUS        PIC X(2)  VALUE "00".
007800     05 PRV-LOG-STATUS        PIC X(2)  VALUE "00".
007900     05 PRV-OUT-STATUS        PIC X(2)  VALUE "00".
008000     05 PRV-OUT-DD            PIC X(8)  VALUE SPACES.
008100     05 PRV-OUT-LEN           PIC S9(4) USAGE COMP.
008200     05 PRV-EOF-SW            PIC X(1)  VALUE "N".
008300         88 PRV-AT-EOF                  VALUE "Y".
008400     05 PRV-OPEN-SW           PIC X(1)  VALUE "N".
008500         88 PRV-OUT-IS-OPEN             VALUE "Y".
008600     05 PRV-MATCH-SW          PIC X(1).
008700         88 PRV-SYMBOL-MATCHED          VALUE "Y".
008800     05 PRV-PLACED-SW         PIC X(1).
008900         88 PRV-SLOT-FOUND              VALUE "Y".
009000     05 PRV-ENT-COUNT         PIC S9(4) USAGE COMP.
009100     05 PRV-SUB               PIC S9(4) USAGE COMP.
009200     05 PRV-INS               PIC S9(4) USAGE COMP.
009300     05 PRV-SYM               PIC S9(4) USAGE COMP.
009400     05 PRV-IN-POS            PIC S9(4) USAGE COMP.
009500     05 PRV-IN-LEN            PIC S9(4) USAGE COMP.
009600     05 PRV-NAME-LEN          PIC S9(4) USAGE COMP.
009700     05 PRV-NEXT-POS          PIC S9(4) USAGE COMP.
009800     05 PRV-RESOLVED          PIC X(80).
009900     05 PRV-RESOLVED-LEN      PIC S9(4) USAGE COMP.
010000     05 PRV-NEXT-CHAR         PIC X(1).
010100     05 PRV-NEW-KEY.
010200         10 PRV-NEW-STEP      PIC 9(2).
010300         10 PRV-NEW-SEQ       PIC 9(2).
010400     05 PRV-FAIL-REASON       PIC X(40).
010500     05 PRV-NOW-STRING        PIC X(14).
010600     05 PRV-ED-STEP           PIC 9(2).
010700     05 PRV-BCAL-ACTION       PIC X(4).
010800     05 PRV-BCAL-DATE         PIC 9(8).
010900     05 PRV-BCAL-PERIOD-END   PIC 9(8).
011000     05 PRV-BCAL-CUTOFF-SW    PIC X(1).
011100     05 PRV-BCAL-RESULT       PIC X(1).
011200         88 PRV-BCAL-WORKED             VALUE "Y".
011300     05 PRV-ALR-ACTION        PIC X(5)  VALUE "RAISE".
011400     05 PRV-ALR-SEVERITY      PIC X(1)  VALUE "C".
011500     05 PRV-ALR-PROGRAM       PIC X(8)  VALUE "PRMRSV".
011600     05 PRV-ALR-MESSAGE       PIC X(70).
011700     05 PRV-ALR-KEY           PIC X(20) VALUE SPACES.
011800     05 PRV-ALR-USER          PIC X(8)  VALUE SPACES.
011900*
012000*    Symbol values, in PRMSYM-TABLE order.
012100 01  PRV-VALUE-TABLE.
012200     05 PRV-VALUE-ROW OCCURS 5 TIMES.
012300         10 PRV-V-TEXT        PIC X(16).
012400         10 PRV-V-LEN         PIC S9(4) USAGE COMP.
012500*
012600*    The job's images in step and sequence order: library text
012700*    going in, resolved text coming out.
012800 01  PRV-ENTRY-TABLE.
012900     05 PRV-ENTRY-ROW OCCURS 100 TIMES.
013000         10 PRV-E-KEY.
013100             15 PRV-E-STEP    PIC 9(2).
013200             15 PRV-E-SEQ     PIC 9(2).
013300         10 PRV-E-DD          PIC X(8).
013400         10 PRV-E-LEN         PIC S9(4) USAGE COMP.
013500         10 PRV-E-IMAGE       PIC X(80).
013600*
013700 LINKAGE SECTION.
013800 01  PRV-CALLER-ACTION        PIC X(5).
013900     88 PRV-ACTION-JOB                   VALUE "JOB".
014000     88 PRV-ACTION-STEP                  VALUE "STEP".
014100 01  PRV-CALLER-JOB-NAME      PIC X(8).
014200 01  PRV-CALLER-STEP-NUM      PIC S9(4) USAGE COMP.
014300 01  PRV-CALLER-RUN-ID        PIC X(16).
014400 01  PRV-CALLER-BUS-DATE      PIC 9(8).
014500 01  PRV-CALLER-RESULT        PIC X(1).
014600     88 PRV-RESULT-OK                    VALUE "Y".
014700     88 PRV-RESULT-FAILED                VALUE "N".
014800*
014900 PROCEDURE DIVISION USING PRV-CALLER-ACTION
015000                          PRV-CALLER-JOB-NAME
015100                          PRV-CALLER-STEP-NUM
015200                          PRV-CALLER-RUN-ID
015300                          PRV-CALLER-BUS-DATE
015400                          PRV-CALLER-RESULT.
015500*
015600*+----------------------------------------------------------+
015700*|  0000-MAINLINE                                             |
015800*+----------------------------------------------------------+
015900 0000-MAINLINE.
016000     SET PRV-RESULT-OK TO TRUE.
016100     MOVE ZERO TO PRV-ENT-COUNT.
016200     EVALUATE TRUE
016300         WHEN PRV-ACTION-JOB
016400             PERFORM 1000-RESOLVE-JOB THRU 1000-EXIT
016500         WHEN PRV-ACTION-STEP
016600             PERFORM 3000-LOAD-LOGGED THRU 3000-EXIT
016700             PERFORM 5000-WRITE-PARM-FILES THRU 5000-EXIT
016800         WHEN OTHER
016900             SET PRV-RESULT-FAILED TO TRUE
017000     END-EVALUATE.
017100     GOBACK.
017200*
017300*+----------------------------------------------------------+
017400*|  1000-RESOLVE-JOB - replay a logged run; otherwise resolve |
017500*|  every image, log them all, then write them all.           |
017600*+----------------------------------------------------------+
017700 1000-RESOLVE-JOB.
017800     PERFORM 3000-LOAD-LOGGED THRU 3000-EXIT.
017900     IF PRV-RESULT-FAILED
018000         GO TO 1000-EXIT
018100     END-IF.
018200     IF PRV-ENT-COUNT > ZERO
018300         DISPLAY "PRMRSV: " PRV-CALLER-JOB-NAME
018400                 " RERUN - LOGGED PARAMETERS REPLAYED FOR "
018500                 PRV-CALLER-RUN-ID
018600         PERFORM 5000-WRITE-PARM-FILES THRU 5000-EXIT
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 1100-LOAD-LIBRARY THRU 1100-EXIT.
019000     IF PRV-RESULT-FAILED OR PRV-ENT-COUNT = ZERO
019100         GO TO 1000-EXIT
019200     END-IF.
019300     PERFORM 1200-SYMBOL-VALUES THRU 1200-EXIT.
019400     PERFORM 1300-RESOLVE-ONE-ENTRY THRU 1300-EXIT
019500         VARYING PRV-SUB FROM 1 BY 1
019600         UNTIL PRV-SUB > PRV-ENT-COUNT
019700            OR PRV-RESULT-FAILED.
019800     IF PRV-RESULT-FAILED
019900         GO TO 1000-EXIT
020000     END-IF.
020100     PERFORM 1400-LOG-RESOLVED THRU 1400-EXIT.
020200     IF PRV-RESULT-FAILED
020300         GO TO 1000-EXIT
020400     END-IF.
020500     PERFORM 5000-WRITE-PARM-FILES THRU 5000-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800*
020900*    The library is maintained in no particular order; each of
021000*    the job's images is slotted into step and sequence order
021100*    as it is read.
021200 1100-LOAD-LIBRARY.
021300     OPEN INPUT PARMLIB-FILE.
021400     IF PRV-LIB-STATUS NOT = "00"
021500         GO TO 1100-EXIT
021600     END-IF.
021700     MOVE "N" TO PRV-EOF-SW.
021800     PERFORM 1110-LOAD-ONE-IMAGE THRU 1110-EXIT
021900         UNTIL PRV-AT-EOF OR PRV-RESULT-FAILED.
022000     CLOSE PARMLIB-FILE.
022100 1100-EXIT.
022200     EXIT.
022300*
022400 1110-LOAD-ONE-IMAGE.
022500     READ PARMLIB-FILE
022600         AT END
022700             SET PRV-AT-EOF TO TRUE
022800             GO TO 1110-EXIT
022900     END-READ.
023000     IF PRL-JOB-NAME NOT = PRV-CALLER-JOB-NAME
023100         GO TO 1110-EXIT
023200     END-IF.
023300     MOVE PRL-STEP-NUM TO PRV-NEW-STEP PRV-ED-STEP.
023400     MOVE PRL-SEQ      TO PRV-NEW-SEQ.
023500     IF PRV-ENT-COUNT NOT < 100
023600         MOVE "MORE THAN 100 LIBRARY IMAGES"
023700             TO PRV-FAIL-REASON
023800         PERFORM 9000-FAIL THRU 9000-EXIT
023900         GO TO 1110-EXIT
024000     END-IF.
024100     IF PRL-IMAGE-LENGTH NOT NUMERIC
024200        OR PRL-IMAGE-LENGTH = ZERO
024300        OR PRL-IMAGE-LENGTH > 77
024400         MOVE "IMAGE LENGTH NOT 001-077" TO PRV-FAIL-REASON
024500         PERFORM 9000-FAIL THRU 9000-EXIT
024600         GO TO 1110-EXIT
024700     END-IF.
024800     ADD 1 TO PRV-ENT-COUNT.
024900     MOVE PRV-ENT-COUNT TO PRV-INS.
025000     MOVE "N" TO PRV-PLACED-SW.
025100     PERFORM 1120-MAKE-ROOM THRU 1120-EXIT
025200         UNTIL PRV-INS = 1 OR PRV-SLOT-FOUND.
025300     MOVE PRV-NEW-KEY      TO PRV-E-KEY(PRV-INS).
025400     MOVE PRL-PARM-DD      TO PRV-E-DD(PRV-INS).
025500     MOVE PRL-IMAGE-LENGTH TO PRV-E-LEN(PRV-INS).
025600     MOVE PRL-IMAGE        TO PRV-E-IMAGE(PRV-INS).
025700 1110-EXIT.
025800     EXIT.
025900*
026000 1120-MAKE-ROOM.
026100     IF PRV-E-KEY(PRV-INS - 1) NOT > PRV-NEW-KEY
026200         SET PRV-SLOT-FOUND TO TRUE
026300         GO TO 1120-EXIT
026400     END-IF.
026500     MOVE PRV-ENTRY-ROW(PRV-INS - 1) TO PRV-ENTRY-ROW(PRV-INS).
026600     SUBTRACT 1 FROM PRV-INS.
026700 1120-EXIT.
026800     EXIT.
026900*
027000*+----------------------------------------------------------+
027100*|  1200-SYMBOL-VALUES - the run's dates, from the business   |
027200*|  calendar under the job's own application id (BCALDT      |
027300*|  falls back to BATCH).  A value the calendar cannot give   |
027400*|  is left zero length and fails only an image that uses it.|
027500*+----------------------------------------------------------+
027600 1200-SYMBOL-VALUES.
027700     INITIALIZE PRV-VALUE-TABLE.
027800     IF PRV-CALLER-BUS-DATE NUMERIC
027900        AND PRV-CALLER-BUS-DATE > ZERO
028000         MOVE PRV-CALLER-BUS-DATE TO PRV-V-TEXT(1)
028100         MOVE 8 TO PRV-V-LEN(1)
028200         MOVE "BACK" TO PRV-BCAL-ACTION
028300         MOVE PRV-CALLER-BUS-DATE TO PRV-BCAL-DATE
028400         MOVE 1 TO PRV-BCAL-PERIOD-END
028500         PERFORM 1210-CALL-BCALDT THRU 1210-EXIT
028600         IF PRV-BCAL-WORKED
028700             MOVE PRV-BCAL-DATE TO PRV-V-TEXT(2)
028800             MOVE 8 TO PRV-V-LEN(2)
028900         END-IF
029000     END-IF.
029100     MOVE "GET" TO PRV-BCAL-ACTION.
029200     MOVE ZERO  TO PRV-BCAL-DATE PRV-BCAL-PERIOD-END.
029300     PERFORM 1210-CALL-BCALDT THRU 1210-EXIT.
029400     IF PRV-BCAL-WORKED AND PRV-BCAL-PERIOD-END > ZERO
029500         MOVE PRV-BCAL-PERIOD-END TO PRV-V-TEXT(3)
029600         MOVE 8 TO PRV-V-LEN(3)
029700         MOVE "BACK" TO PRV-BCAL-ACTION
029800         MOVE PRV-BCAL-PERIOD-END TO PRV-BCAL-DATE
029900         MOVE "01" TO PRV-BCAL-DATE(7:2)
030000         MOVE 1 TO PRV-BCAL-PERIOD-END
030100         PERFORM 1210-CALL-BCALDT THRU 1210-EXIT
030200         IF PRV-BCAL-WORKED
030300             MOVE PRV-BCAL-DATE TO PRV-V-TEXT(4)
030400             MOVE 8 TO PRV-V-LEN(4)
030500         END-IF
030600     END-IF.
030700     MOVE PRV-CALLER-RUN-ID TO PRV-V-TEXT(5).
030800     MOVE 16 TO PRV-V-LEN(5).
030900     PERFORM 1220-TRIM-RUN-ID THRU 1220-EXIT
031000         UNTIL PRV-V-LEN(5) = ZERO
031100            OR PRV-V-TEXT(5)(PRV-V-LEN(5):1) NOT = SPACE.
031200 1200-EXIT.
031300     EXIT.
031400*
031500 1210-CALL-BCALDT.
031600     MOVE "N" TO PRV-BCAL-RESULT.
031700     CALL "BCALDT" USING PRV-BCAL-ACTION
031800                         PRV-CALLER-JOB-NAME
031900                         PRV-BCAL-DATE
032000                         PRV-BCAL-PERIOD-END
032100                         PRV-BCAL-CUTOFF-SW
032200                         PRV-BCAL-RESULT.
032300 1210-EXIT.
032400     EXIT.
032500*
032600 1220-TRIM-RUN-ID.
032700     SUBTRACT 1 FROM PRV-V-LEN(5).
032800 1220-EXIT.
032900     EXIT.
033000*
033100*+----------------------------------------------------------+
033200*|  1300-RESOLVE-ONE-ENTRY - rebuild the image left to right, |
033300*|  each "&" naming a symbol replaced by its value.           |
033400*+----------------------------------------------------------+
033500 1300-RESOLVE-ONE-ENTRY.
033600     MOVE PRV-E-STEP(PRV-SUB) TO PRV-ED-STEP.
033700     MOVE SPACES TO PRV-RESOLVED.
033800     MOVE ZERO TO PRV-RESOLVED-LEN.
033900     MOVE PRV-E-LEN(PRV-SUB) TO PRV-IN-LEN.
034000     MOVE 1 TO PRV-IN-POS.
034100     PERFORM 1310-ONE-POSITION THRU 1310-EXIT
034200         UNTIL PRV-IN-POS > PRV-IN-LEN
034300            OR PRV-RESULT-FAILED.
034400     IF PRV-RESULT-FAILED
034500         GO TO 1300-EXIT
034600     END-IF.
034700     MOVE PRV-RESOLVED     TO PRV-E-IMAGE(PRV-SUB).
034800     MOVE PRV-RESOLVED-LEN TO PRV-E-LEN(PRV-SUB).
034900 1300-EXIT.
035000     EXIT.
035100*
035200 1310-ONE-POSITION.
035300     IF PRV-E-IMAGE(PRV-SUB)(PRV-IN-POS:1) NOT = "&"
035400         IF PRV-RESOLVED-LEN NOT < 80
035500             MOVE "RESOLVED IMAGE LONGER THAN 80"
035600                 TO PRV-FAIL-REASON
035700             PERFORM 9000-FAIL THRU 9000-EXIT
035800             GO TO 1310-EXIT
035900         END-IF
036000         ADD 1 TO PRV-RESOLVED-LEN
036100         MOVE PRV-E-IMAGE(PRV-SUB)(PRV-IN-POS:1)
036200             TO PRV-RESOLVED(PRV-RESOLVED-LEN:1)
036300         ADD 1 TO PRV-IN-POS
036400         GO TO 1310-EXIT
036500     END-IF.
036600     MOVE "N" TO PRV-MATCH-SW.
036700     PERFORM 1320-TRY-ONE-SYMBOL THRU 1320-EXIT
036800         VARYING PRV-SYM FROM 1 BY 1
036900         UNTIL PRV-SYM > 5 OR PRV-SYMBOL-MATCHED.
037000     IF NOT PRV-SYMBOL-MATCHED
037100         MOVE "UNKNOWN SYMBOL IN IMAGE" TO PRV-FAIL-REASON
037200         PERFORM 9000-FAIL THRU 9000-EXIT
037300         GO TO 1310-EXIT
037400     END-IF.
037500     SUBTRACT 1 FROM PRV-SYM.
037600     IF PRV-V-LEN(PRV-SYM) = ZERO
037700         MOVE SPACES TO PRV-FAIL-REASON
037800         STRING "NO CALENDAR VALUE FOR &" DELIMITED BY SIZE
037900                PRMSYM-NAME(PRV-SYM)      DELIMITED BY " "
038000             INTO PRV-FAIL-REASON
038100         PERFORM 9000-FAIL THRU 9000-EXIT
038200         GO TO 1310-EXIT
038300     END-IF.
038400     IF PRV-RESOLVED-LEN + PRV-V-LEN(PRV-SYM) > 80
038500         MOVE "RESOLVED IMAGE LONGER THAN 80"
038600             TO PRV-FAIL-REASON
038700         PERFORM 9000-FAIL THRU 9000-EXIT
038800         GO TO 1310-EXIT
038900     END-IF.
039000     MOVE PRV-V-TEXT(PRV-SYM)(1:PRV-V-LEN(PRV-SYM))
039100         TO PRV-RESOLVED(PRV-RESOLVED-LEN + 1:PRV-V-LEN(PRV-SYM)).
039200     ADD PRV-V-LEN(PRV-SYM) TO PRV-RESOLVED-LEN.
039300     MOVE PRV-NEXT-POS TO PRV-IN-POS.
039400     IF PRV-IN-POS NOT > PRV-IN-LEN
039500        AND PRV-E-IMAGE(PRV-SUB)(PRV-IN-POS:1) = "."
039600         ADD 1 TO PRV-IN-POS
039700     END-IF.
039800 1310-EXIT.
039900     EXIT.
040000*
040100*    A name matches only when the image does not run on into a
040200*    longer word - &BUSDATEX is not &BUSDATE.
040300 1320-TRY-ONE-SYMBOL.
040400     MOVE PRMSYM-NAME-LEN(PRV-SYM) TO PRV-NAME-LEN.
040500     IF PRV-IN-POS + PRV-NAME-LEN > PRV-IN-LEN
040600         GO TO 1320-EXIT
040700     END-IF.
040800     IF PRV-E-IMAGE(PRV-SUB)(PRV-IN-POS + 1:PRV-NAME-LEN)
040900        NOT = PRMSYM-NAME(PRV-SYM)(1:PRV-NAME-LEN)
041000         GO TO 1320-EXIT
041100     END-IF.
041200     COMPUTE PRV-NEXT-POS = PRV-IN-POS + PRV-NAME-LEN + 1.
041300     IF PRV-NEXT-POS NOT > PRV-IN-LEN
041400         MOVE PRV-E-IMAGE(PRV-SUB)(PRV-NEXT-POS:1)
041500             TO PRV-NEXT-CHAR
041600         IF PRV-NEXT-CHAR NUMERIC
041700            OR (PRV-NEXT-CHAR ALPHABETIC-UPPER
041800                AND PRV-NEXT-CHAR NOT = SPACE)
041900             GO TO 1320-EXIT
042000         END-IF
042100     END-IF.
042200     SET PRV-SYMBOL-MATCHED TO TRUE.
042300 1320-EXIT.
042400     EXIT.
042500*
042600*+----------------------------------------------------------+
042700*|  1400-LOG-RESOLVED - the whole job's images go on the log  |
042800*|  before any parameter file is written.                     |
042900*+----------------------------------------------------------+
043000 1400-LOG-RESOLVED.
043100     OPEN EXTEND PARMLOG-FILE.
043200     IF PRV-LOG-STATUS = "05" OR PRV-LOG-STATUS = "35"
043300         OPEN OUTPUT PARMLOG-FILE
043400     END-IF.
043500     IF PRV-LOG-STATUS NOT = "00"
043600         MOVE ZERO TO PRV-ED-STEP
043700         MOVE "CANNOT WRITE PARMLOG" TO PRV-FAIL-REASON
043800         PERFORM 9000-FAIL THRU 9000-EXIT
043900         GO TO 1400-EXIT
044000     END-IF.
044100     MOVE FUNCTION CURRENT-DATE(1:14) TO PRV-NOW-STRING.
044200     PERFORM 1410-LOG-ONE-ENTRY THRU 1410-EXIT
044300         VARYING PRV-SUB FROM 1 BY 1
044400         UNTIL PRV-SUB > PRV-ENT-COUNT
044450            OR PRV-RESULT-FAILED.
044500     CLOSE PARMLOG-FILE.
044600 1400-EXIT.
044700     EXIT.
044800*
044900 1410-LOG-ONE-ENTRY.
045000     MOVE PRV-CALLER-RUN-ID   TO PLG-RUN-ID.
045100     MOVE PRV-CALLER-JOB-NAME TO PLG-JOB-NAME.
045200     MOVE PRV-E-STEP(PRV-SUB) TO PLG-STEP-NUM.
045300     MOVE PRV-E-SEQ(PRV-SUB)  TO PLG-SEQ.
045400     MOVE PRV-E-DD(PRV-SUB)   TO PLG-PARM-DD.
045500     MOVE PRV-CALLER-BUS-DATE TO PLG-BUSINESS-DATE.
045600     MOVE PRV-NOW-STRING      TO PLG-LOGGED-AT.
045700     MOVE PRV-E-LEN(PRV-SUB)  TO PLG-IMAGE-LENGTH.
045800     MOVE PRV-E-IMAGE(PRV-SUB) TO PLG-IMAGE.
045900     WRITE PRMLOG-RECORD.
045910     IF PRV-LOG-STATUS NOT = "00"
045920         MOVE ZERO TO PRV-ED-STEP
045930         MOVE "CANNOT WRITE PARMLOG" TO PRV-FAIL-REASON
045940         PERFORM 9000-FAIL THRU 9000-EXIT
045950     END-IF.
046000 1410-EXIT.
046100     EXIT.
046200*
046300*+----------------------------------------------------------+
046400*|  3000-LOAD-LOGGED - the images already resolved for this   |
046500*|  run-id: the whole job for JOB, one step for STEP.         |
046600*+----------------------------------------------------------+
046700 3000-LOAD-LOGGED.
046800     OPEN INPUT PARMLOG-FILE.
046900     IF PRV-LOG-STATUS NOT = "00"
047000         GO TO 3000-EXIT
047100     END-IF.
047200     MOVE "N" TO PRV-EOF-SW.
047300     PERFORM 3100-LOAD-ONE-LOGGED THRU 3100-EXIT
047400         UNTIL PRV-AT-EOF OR PRV-RESULT-FAILED.
047500     CLOSE PARMLOG-FILE.
047600 3000-EXIT.
047700     EXIT.
047800*
047900 3100-LOAD-ONE-LOGGED.
048000     READ PARMLOG-FILE
048100         AT END
048200             SET PRV-AT-EOF TO TRUE
048300             GO TO 3100-EXIT
048400     END-READ.
048500     IF PLG-RUN-ID NOT = PRV-CALLER-RUN-ID
048600        OR PLG-JOB-NAME NOT = PRV-CALLER-JOB-NAME
048700         GO TO 3100-EXIT
048800     END-IF.
048900     IF PRV-ACTION-STEP
049000        AND PLG-STEP-NUM NOT = PRV-CALLER-STEP-NUM
049100         GO TO 3100-EXIT
049200     END-IF.
049300     IF PRV-ENT-COUNT NOT < 100
049400         MOVE PLG-STEP-NUM TO PRV-ED-STEP
049500         MOVE "MORE THAN 100 LOGGED IMAGES" TO PRV-FAIL-REASON
049600         PERFORM 9000-FAIL THRU 9000-EXIT
049700         GO TO 3100-EXIT
049800     END-IF.
049900     ADD 1 TO PRV-ENT-COUNT.
050000     MOVE PLG-STEP-NUM     TO PRV-E-STEP(PRV-ENT-COUNT).
050100     MOVE PLG-SEQ          TO PRV-E-SEQ(PRV-ENT-COUNT).
050200     MOVE PLG-PARM-DD      TO PRV-E-DD(PRV-ENT-COUNT).
050300     MOVE PLG-IMAGE-LENGTH TO PRV-E-LEN(PRV-ENT-COUNT).
050400     MOVE PLG-IMAGE        TO PRV-E-IMAGE(PRV-ENT-COUNT).
050500 3100-EXIT.
050600     EXIT.
050700*
050800*+----------------------------------------------------------+
050900*|  5000-WRITE-PARM-FILES - each run of images for one step   |
051000*|  and file replaces that file's contents.                   |
051100*+----------------------------------------------------------+
051200 5000-WRITE-PARM-FILES.
051300     MOVE "N" TO PRV-OPEN-SW.
051400     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
051500         VARYING PRV-SUB FROM 1 BY 1
051600         UNTIL PRV-SUB > PRV-ENT-COUNT
051700            OR PRV-RESULT-FAILED.
051800     IF PRV-OUT-IS-OPEN
051900         CLOSE PARM-OUT
052000     END-IF.
052100 5000-EXIT.
052200     EXIT.
052300*
052400 5100-WRITE-ONE-ENTRY.
052500     IF PRV-SUB = 1
052600        OR PRV-E-STEP(PRV-SUB) NOT = PRV-E-STEP(PRV-SUB - 1)
052700        OR PRV-E-DD(PRV-SUB) NOT = PRV-E-DD(PRV-SUB - 1)
052800         IF PRV-OUT-IS-OPEN
052900             CLOSE PARM-OUT
053000             MOVE "N" TO PRV-OPEN-SW
053100         END-IF
053200         MOVE PRV-E-DD(PRV-SUB) TO PRV-OUT-DD
053300         OPEN OUTPUT PARM-OUT
053400         IF PRV-OUT-STATUS NOT = "00"
053500             MOVE PRV-E-STEP(PRV-SUB) TO PRV-ED-STEP
053600             MOVE SPACES TO PRV-FAIL-REASON
053700             STRING "CANNOT WRITE " DELIMITED BY SIZE
053800                    PRV-OUT-DD      DELIMITED BY SIZE
053900                 INTO PRV-FAIL-REASON
054000             PERFORM 9000-FAIL THRU 9000-EXIT
054100             GO TO 5100-EXIT
054200         END-IF
054300         SET PRV-OUT-IS-OPEN TO TRUE
054400     END-IF.
054500     MOVE PRV-E-LEN(PRV-SUB) TO PRV-OUT-LEN.
054600     MOVE PRV-E-IMAGE(PRV-SUB) TO PARM-OUT-REC.
054700     WRITE PARM-OUT-REC.
054710     IF PRV-OUT-STATUS NOT = "00"
054720         MOVE PRV-E-STEP(PRV-SUB) TO PRV-ED-STEP
054730         MOVE SPACES TO PRV-FAIL-REASON
054740         STRING "CANNOT WRITE " DELIMITED BY SIZE
054750                PRV-OUT-DD      DELIMITED BY SIZE
054760             INTO PRV-FAIL-REASON
054770         PERFORM 9000-FAIL THRU 9000-EXIT
054780     END-IF.
054800 5100-EXIT.
054900     EXIT.
055000*
055100*+----------------------------------------------------------+
055200*|  9000-FAIL - console line and critical alert; the caller   |
055300*|  stops the job.  PRV-ED-STEP names the step at fault.      |
055400*+----------------------------------------------------------+
055500 9000-FAIL.
055600     SET PRV-RESULT-FAILED TO TRUE.
055700     DISPLAY "PRMRSV: " PRV-CALLER-JOB-NAME " STEP " PRV-ED-STEP
055800             " - " PRV-FAIL-REASON.
055900     MOVE SPACES TO PRV-ALR-MESSAGE.
056000     STRING "PARAMETERS NOT RESOLVED FOR " DELIMITED BY SIZE
056100            PRV-CALLER-JOB-NAME            DELIMITED BY " "
056200            ": "                           DELIMITED BY SIZE
056300            PRV-FAIL-REASON                DELIMITED BY SIZE
056400         INTO PRV-ALR-MESSAGE.
056500     MOVE PRV-CALLER-JOB-NAME TO PRV-ALR-KEY.
056600     CALL "ALRMGR" USING PRV-ALR-ACTION
056700                         PRV-ALR-SEVERITY
056800                         PRV-ALR-PROGRAM
056900                         PRV-ALR-MESSAGE
057000                         PRV-ALR-KEY
057100                         PRV-ALR-USER.
057200 9000-EXIT.
057300     EXIT.
