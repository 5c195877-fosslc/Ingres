000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * GRWRPT
000400*     *
000500*     * Purpose: Table growth report.  Reads the TBLGROW row-count
000600*     *          history TBCWRT (see eqtbcwrt.cob) appends for the
000700*     *          count driver, TBLUNL, GENLOD and DLTAPL, carries
000800*     *          a running row estimate per table through it in
000900*     *          time order - a count or full unload sets the
001000*     *          estimate, a load or delta apply moves it - and
001100*     *          prints per table:
001200*     *              the current estimate
001300*     *              the change over the last day
001400*     *              the average daily change over the last week
001500*     *              the change and percent change over the last
001600*     *                  30 days
001700*     *              the projected rows 90 days out at the 30-day
001800*     *                  rate (else the weekly, else the daily)
001900*     *          and under it the estimate at the last six month
002000*     *          ends, oldest first, the current month to date.
002100*     *          A day or month with no observation carries the
002200*     *          estimate forward from the one before.  A table
002300*     *          with no count or unload on file is noted - its
002400*     *          estimate is only the net of its loads and
002500*     *          applies since the history began.
002600*     *
002700*     * Notes:  Day offsets are computed with
002800*     *          FUNCTION INTEGER-OF-DATE since there is no
002900*     *          ordinary arithmetic verb that carries a day
003000*     *          count correctly across a month or year boundary.
003100*     *
003200 PROGRAM-ID.     GRWRPT.
003300 AUTHOR.         D L ROSS.
003400 INSTALLATION.   BATCH SYSTEMS GROUP.
003500 DATE-WRITTEN.   15-OCT-2026.
003600 DATE-COMPILED.
003700*
003800*     * Modification History
003900*     * --------------------
004000*     * 15-oct-2026 (dlross)  Written.
004100*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT TBLGROW-FILE ASSIGN TO "TBLGROW"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS GRR-GROW-STATUS.
004800     SELECT GROWTH-REPORT ASSIGN TO "TBLGRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS GRR-RPT-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TBLGROW-FILE
005500     RECORDING MODE IS F.
005600 COPY "eqtblgrw.cob".
005700*
005800 FD  GROWTH-REPORT
005900     RECORDING MODE IS F.
006000 01  GROWTH-LINE              PIC X(132).
006100*
006200 WORKING-STORAGE SECTION.
006300 01  GRR-WORK-AREA.
006400     05 GRR-GROW-STATUS       PIC X(2)  VALUE "00".
006500     05 GRR-RPT-STATUS        PIC X(2)  VALUE "00".
006600     05 GRR-EOF-SW            PIC X(1)  VALUE "N".
006700         88 GRR-AT-EOF                  VALUE "Y".
006800     05 GRR-FOUND-SW          PIC X(1).
006900         88 GRR-FOUND                   VALUE "Y".
007000     05 GRR-NOW-STRING        PIC X(14).
007100     05 GRR-TODAY             PIC 9(8).
007200     05 GRR-TODAY-INT         PIC S9(9) USAGE COMP.
007300     05 GRR-TODAY-MONTHS      PIC S9(9) USAGE COMP.
007400     05 GRR-REC-YEAR          PIC 9(4).
007500     05 GRR-REC-MONTH         PIC 9(2).
007600     05 GRR-DAY-OFFSET        PIC S9(9) USAGE COMP.
007700     05 GRR-MONTH-OFFSET      PIC S9(9) USAGE COMP.
007800     05 GRR-TBL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
007900     05 GRR-TBL-DROPPED       PIC S9(9) USAGE COMP VALUE ZERO.
008000     05 GRR-OBS-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
008100     05 GRR-SUB               PIC S9(4) USAGE COMP.
008200     05 GRR-TBL-SUB           PIC S9(4) USAGE COMP.
008300     05 GRR-SLOT              PIC S9(4) USAGE COMP.
008400     05 GRR-CURRENT           PIC S9(11) USAGE COMP.
008500     05 GRR-CHANGE            PIC S9(11) USAGE COMP.
008600     05 GRR-PCT               PIC S9(7)  USAGE COMP.
008700     05 GRR-RATE              PIC S9(11)V99 USAGE COMP-3.
008800     05 GRR-RATE-SW           PIC X(1).
008900         88 GRR-RATE-KNOWN              VALUE "Y".
009000     05 GRR-PROJECTED         PIC S9(13) USAGE COMP.
009100     05 GRR-LABEL-MONTHS      PIC S9(9) USAGE COMP.
009200     05 GRR-LABEL-YEAR        PIC 9(4).
009300     05 GRR-LABEL-MONTH       PIC 9(2).
009400     05 GRR-LINE-POS          PIC S9(4) USAGE COMP.
009500     05 GRR-ESTIMATED-TOTAL   PIC S9(9) USAGE COMP VALUE ZERO.
009600     05 GRR-ED-COUNT          PIC Z(8)9.
009700     05 GRR-ED-ROWS           PIC Z(10)9.
009800*
009900*    Slot 1 is today (the current month), slot n is n-1 days
010000*    (months) back; -1 means no estimate yet at that point.
010100 01  GRR-TABLE-TABLE.
010200     05 GRR-TABLE-ROW OCCURS 500 TIMES.
010300         10 GRR-T-NAME            PIC X(32).
010400         10 GRR-T-ABSOLUTE-SW     PIC X(1).
010500             88 GRR-T-HAS-ABSOLUTE          VALUE "Y".
010600         10 GRR-T-ESTIMATE        PIC S9(11) USAGE COMP.
010700         10 GRR-T-BEFORE-DAYS     PIC S9(11) USAGE COMP.
010800         10 GRR-T-BEFORE-MONTHS   PIC S9(11) USAGE COMP.
010900         10 GRR-T-DAY-END         PIC S9(11) USAGE COMP
011000                                  OCCURS 31 TIMES.
011100         10 GRR-T-MONTH-END       PIC S9(11) USAGE COMP
011200                                  OCCURS 13 TIMES.
011300*
011400 01  GRR-DETAIL-LINE.
011500     05 GRR-D-TABLE           PIC X(32).
011600     05 GRR-D-CURRENT         PIC Z(11)9.
011700     05 GRR-D-DAY-X.
011800         10 GRR-D-DAY         PIC -(11)9.
011900     05 GRR-D-WEEK-X.
012000         10 GRR-D-WEEK        PIC -(11)9.
012100     05 GRR-D-MONTH-X.
012200         10 GRR-D-MONTH       PIC -(11)9.
012300     05 GRR-D-PCT-X.
012400         10 GRR-D-PCT         PIC -(6)9.
012500     05 GRR-D-PROJECTED-X.
012600         10 GRR-D-PROJECTED   PIC Z(12)9.
012700     05 FILLER                PIC X(2)  VALUE SPACES.
012800     05 GRR-D-NOTE            PIC X(30).
012900*
013000 01  GRR-MONTH-ENTRY.
013100     05 GRR-M-YEAR            PIC 9(4).
013200     05 GRR-M-MONTH           PIC 9(2).
013300     05 FILLER                PIC X(1)  VALUE SPACE.
013400     05 GRR-M-ROWS-X.
013500         10 GRR-M-ROWS        PIC Z(10)9.
013600     05 FILLER                PIC X(1)  VALUE SPACE.
013700*
013800 PROCEDURE DIVISION.
013900*
014000*+----------------------------------------------------------+
014100*|  0000-MAINLINE                                             |
014200*+----------------------------------------------------------+
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     MOVE "N" TO GRR-EOF-SW.
014600     PERFORM 2000-APPLY-ONE-OBSERVATION THRU 2000-EXIT
014700         UNTIL GRR-AT-EOF.
014800     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015000     STOP RUN.
015100*
015200*+----------------------------------------------------------+
015300*|  1000-INITIALIZE - today's day and month numbers, and open |
015400*|  the growth history.                                       |
015500*+----------------------------------------------------------+
015600 1000-INITIALIZE.
015700     MOVE FUNCTION CURRENT-DATE(1:14) TO GRR-NOW-STRING.
015800     MOVE GRR-NOW-STRING(1:8) TO GRR-TODAY.
015900     COMPUTE GRR-TODAY-INT = FUNCTION INTEGER-OF-DATE(GRR-TODAY).
016000     MOVE GRR-NOW-STRING(1:4) TO GRR-REC-YEAR.
016100     MOVE GRR-NOW-STRING(5:2) TO GRR-REC-MONTH.
016200     COMPUTE GRR-TODAY-MONTHS =
016300         (GRR-REC-YEAR * 12) + GRR-REC-MONTH.
016400     INITIALIZE GRR-TABLE-TABLE.
016500     OPEN OUTPUT GROWTH-REPORT.
016510     IF GRR-RPT-STATUS NOT = "00"
016520         DISPLAY "GRWRPT: TBLGRPT WILL NOT OPEN, STATUS "
016530             GRR-RPT-STATUS
016540         MOVE 12 TO RETURN-CODE
016550         STOP RUN
016560     END-IF.
016600     OPEN INPUT TBLGROW-FILE.
016700     IF GRR-GROW-STATUS NOT = "00"
016800         MOVE "NO ROW-COUNT HISTORY ON TBLGROW" TO GROWTH-LINE
016900         WRITE GROWTH-LINE
017000         CLOSE GROWTH-REPORT
017100         STOP RUN
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500*
017600*+----------------------------------------------------------+
017700*|  2000-APPLY-ONE-OBSERVATION - move the table's estimate    |
017800*|  and record it against the observation's day and month.    |
017900*+----------------------------------------------------------+
018000 2000-APPLY-ONE-OBSERVATION.
018100     READ TBLGROW-FILE
018200         AT END
018300             SET GRR-AT-EOF TO TRUE
018400             GO TO 2000-EXIT
018500     END-READ.
018600     IF TGW-DATE NOT NUMERIC OR TGW-DATE = ZERO
018700         GO TO 2000-EXIT
018800     END-IF.
018900     ADD 1 TO GRR-OBS-COUNT.
019000     PERFORM 2100-FIND-TABLE THRU 2100-EXIT.
019100     IF GRR-TBL-SUB = ZERO
019200         GO TO 2000-EXIT
019300     END-IF.
019400     EVALUATE TRUE
019500         WHEN TGW-SOURCE-ABSOLUTE
019600             MOVE TGW-ROW-COUNT TO GRR-T-ESTIMATE(GRR-TBL-SUB)
019700             SET GRR-T-HAS-ABSOLUTE(GRR-TBL-SUB) TO TRUE
019800         WHEN TGW-SOURCE-LOAD OR TGW-SOURCE-DELTA
019900             COMPUTE GRR-T-ESTIMATE(GRR-TBL-SUB) =
020000                 GRR-T-ESTIMATE(GRR-TBL-SUB)
020100                     + TGW-ROWS-ADDED - TGW-ROWS-DELETED
020200             IF GRR-T-ESTIMATE(GRR-TBL-SUB) < ZERO
020300                 MOVE ZERO TO GRR-T-ESTIMATE(GRR-TBL-SUB)
020400             END-IF
020500         WHEN OTHER
020600             GO TO 2000-EXIT
020700     END-EVALUATE.
020800     COMPUTE GRR-DAY-OFFSET = GRR-TODAY-INT
020900         - FUNCTION INTEGER-OF-DATE(TGW-DATE).
021000     IF GRR-DAY-OFFSET > 30
021100         MOVE GRR-T-ESTIMATE(GRR-TBL-SUB)
021200             TO GRR-T-BEFORE-DAYS(GRR-TBL-SUB)
021300     ELSE
021400         IF GRR-DAY-OFFSET NOT < ZERO
021500             COMPUTE GRR-SLOT = GRR-DAY-OFFSET + 1
021600             MOVE GRR-T-ESTIMATE(GRR-TBL-SUB)
021700                 TO GRR-T-DAY-END(GRR-TBL-SUB GRR-SLOT)
021800         END-IF
021900     END-IF.
022000     MOVE TGW-DATE(1:4) TO GRR-REC-YEAR.
022100     MOVE TGW-DATE(5:2) TO GRR-REC-MONTH.
022200     COMPUTE GRR-MONTH-OFFSET = GRR-TODAY-MONTHS
022300         - ((GRR-REC-YEAR * 12) + GRR-REC-MONTH).
022400     IF GRR-MONTH-OFFSET > 12
022500         MOVE GRR-T-ESTIMATE(GRR-TBL-SUB)
022600             TO GRR-T-BEFORE-MONTHS(GRR-TBL-SUB)
022700     ELSE
022800         IF GRR-MONTH-OFFSET NOT < ZERO
022900             COMPUTE GRR-SLOT = GRR-MONTH-OFFSET + 1
023000             MOVE GRR-T-ESTIMATE(GRR-TBL-SUB)
023100                 TO GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT)
023200         END-IF
023300     END-IF.
023400 2000-EXIT.
023500     EXIT.
023600*
023700*+----------------------------------------------------------+
023800*|  2100-FIND-TABLE - the table's entry, added on first sight |
023900*|  with every day and month slot unknown.                    |
024000*+----------------------------------------------------------+
024100 2100-FIND-TABLE.
024200     MOVE ZERO TO GRR-TBL-SUB.
024300     MOVE "N" TO GRR-FOUND-SW.
024400     PERFORM 2110-MATCH-ONE-TABLE THRU 2110-EXIT
024500         VARYING GRR-SUB FROM 1 BY 1
024600         UNTIL GRR-SUB > GRR-TBL-COUNT
024700            OR GRR-FOUND.
024800     IF GRR-FOUND
024900         GO TO 2100-EXIT
025000     END-IF.
025100     IF GRR-TBL-COUNT NOT < 500
025200         ADD 1 TO GRR-TBL-DROPPED
025300         GO TO 2100-EXIT
025400     END-IF.
025500     ADD 1 TO GRR-TBL-COUNT.
025600     MOVE GRR-TBL-COUNT  TO GRR-TBL-SUB.
025700     MOVE TGW-TABLE-NAME TO GRR-T-NAME(GRR-TBL-SUB).
025800     MOVE "N"            TO GRR-T-ABSOLUTE-SW(GRR-TBL-SUB).
025900     MOVE ZERO           TO GRR-T-ESTIMATE(GRR-TBL-SUB).
026000     MOVE -1             TO GRR-T-BEFORE-DAYS(GRR-TBL-SUB)
026100                            GRR-T-BEFORE-MONTHS(GRR-TBL-SUB).
026200     PERFORM 2120-CLEAR-ONE-DAY THRU 2120-EXIT
026300         VARYING GRR-SLOT FROM 1 BY 1
026400         UNTIL GRR-SLOT > 31.
026500     PERFORM 2130-CLEAR-ONE-MONTH THRU 2130-EXIT
026600         VARYING GRR-SLOT FROM 1 BY 1
026700         UNTIL GRR-SLOT > 13.
026800 2100-EXIT.
026900     EXIT.
027000*
027100 2110-MATCH-ONE-TABLE.
027200     IF GRR-T-NAME(GRR-SUB) = TGW-TABLE-NAME
027300         SET GRR-FOUND TO TRUE
027400         MOVE GRR-SUB TO GRR-TBL-SUB
027500     END-IF.
027600 2110-EXIT.
027700     EXIT.
027800*
027900 2120-CLEAR-ONE-DAY.
028000     MOVE -1 TO GRR-T-DAY-END(GRR-TBL-SUB GRR-SLOT).
028100 2120-EXIT.
028200     EXIT.
028300*
028400 2130-CLEAR-ONE-MONTH.
028500     MOVE -1 TO GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT).
028600 2130-EXIT.
028700     EXIT.
028800*
028900*+----------------------------------------------------------+
029000*|  3000-PRINT-REPORT                                         |
029100*+----------------------------------------------------------+
029200 3000-PRINT-REPORT.
029300     MOVE SPACES TO GROWTH-LINE.
029400     STRING "TABLE GROWTH REPORT - "     DELIMITED BY SIZE
029500            GRR-NOW-STRING(1:8)           DELIMITED BY SIZE
029600         INTO GROWTH-LINE.
029700     WRITE GROWTH-LINE.
029800     MOVE SPACES TO GROWTH-LINE.
029900     WRITE GROWTH-LINE.
030000     MOVE "TABLE"        TO GROWTH-LINE.
030100     MOVE "CURRENT ROWS" TO GROWTH-LINE(33:12).
030200     MOVE "1-DAY CHG"    TO GROWTH-LINE(48:9).
030300     MOVE "7-DAY AVG"    TO GROWTH-LINE(60:9).
030400     MOVE "30-DAY CHG"   TO GROWTH-LINE(71:10).
030500     MOVE "PCT"          TO GROWTH-LINE(85:3).
030600     MOVE "90-DAY PROJ"  TO GROWTH-LINE(90:11).
030700     MOVE "NOTE"         TO GROWTH-LINE(103:4).
030800     WRITE GROWTH-LINE.
030900     PERFORM 3100-PRINT-ONE-TABLE THRU 3100-EXIT
031000         VARYING GRR-TBL-SUB FROM 1 BY 1
031100         UNTIL GRR-TBL-SUB > GRR-TBL-COUNT.
031200     MOVE SPACES TO GROWTH-LINE.
031300     WRITE GROWTH-LINE.
031400     MOVE GRR-TBL-COUNT TO GRR-ED-COUNT.
031500     STRING "TABLES "                     DELIMITED BY SIZE
031600            GRR-ED-COUNT                  DELIMITED BY SIZE
031700         INTO GROWTH-LINE.
031800     MOVE GRR-OBS-COUNT TO GRR-ED-COUNT.
031900     STRING "  OBSERVATIONS "             DELIMITED BY SIZE
032000            GRR-ED-COUNT                  DELIMITED BY SIZE
032100         INTO GROWTH-LINE(17:24).
032200     MOVE GRR-ESTIMATED-TOTAL TO GRR-ED-COUNT.
032300     STRING "  NO ABSOLUTE COUNT "        DELIMITED BY SIZE
032400            GRR-ED-COUNT                  DELIMITED BY SIZE
032500         INTO GROWTH-LINE(41:29).
032600     WRITE GROWTH-LINE.
032700     IF GRR-TBL-DROPPED > ZERO
032800         MOVE "MORE THAN 500 TABLES ON TBLGROW - REST OMITTED"
032900             TO GROWTH-LINE
033000         WRITE GROWTH-LINE
033100     END-IF.
033200 3000-EXIT.
033300     EXIT.
033400*
033500*+----------------------------------------------------------+
033600*|  3100-PRINT-ONE-TABLE - fill the gaps, work out the trends |
033700*|  and print the table's two lines.                          |
033800*+----------------------------------------------------------+
033900 3100-PRINT-ONE-TABLE.
034000     PERFORM 3200-CARRY-FORWARD THRU 3200-EXIT.
034100     MOVE GRR-T-ESTIMATE(GRR-TBL-SUB) TO GRR-CURRENT.
034200     MOVE SPACES TO GRR-DETAIL-LINE.
034300     MOVE GRR-T-NAME(GRR-TBL-SUB) TO GRR-D-TABLE.
034400     MOVE GRR-CURRENT TO GRR-D-CURRENT.
034500     MOVE "N" TO GRR-RATE-SW.
034600*    Last day.
034700     IF GRR-T-DAY-END(GRR-TBL-SUB 2) < ZERO
034800         MOVE "         N/A" TO GRR-D-DAY-X
034900     ELSE
035000         COMPUTE GRR-CHANGE =
035100             GRR-CURRENT - GRR-T-DAY-END(GRR-TBL-SUB 2)
035200         MOVE GRR-CHANGE TO GRR-D-DAY
035300         MOVE GRR-CHANGE TO GRR-RATE
035400         SET GRR-RATE-KNOWN TO TRUE
035500     END-IF.
035600*    Last week, per day.
035700     IF GRR-T-DAY-END(GRR-TBL-SUB 8) < ZERO
035800         MOVE "         N/A" TO GRR-D-WEEK-X
035900     ELSE
036000         COMPUTE GRR-RATE ROUNDED =
036100             (GRR-CURRENT - GRR-T-DAY-END(GRR-TBL-SUB 8)) / 7
036200         COMPUTE GRR-CHANGE ROUNDED = GRR-RATE
036300         MOVE GRR-CHANGE TO GRR-D-WEEK
036400         SET GRR-RATE-KNOWN TO TRUE
036500     END-IF.
036600*    Last 30 days.
036700     IF GRR-T-DAY-END(GRR-TBL-SUB 31) < ZERO
036800         MOVE "         N/A" TO GRR-D-MONTH-X
036900         MOVE "    N/A"      TO GRR-D-PCT-X
037000     ELSE
037100         COMPUTE GRR-CHANGE =
037200             GRR-CURRENT - GRR-T-DAY-END(GRR-TBL-SUB 31)
037300         MOVE GRR-CHANGE TO GRR-D-MONTH
037400         IF GRR-T-DAY-END(GRR-TBL-SUB 31) > ZERO
037500             COMPUTE GRR-PCT ROUNDED = (GRR-CHANGE * 100)
037600                 / GRR-T-DAY-END(GRR-TBL-SUB 31)
037700             MOVE GRR-PCT TO GRR-D-PCT
037800         ELSE
037900             MOVE "    N/A" TO GRR-D-PCT-X
038000         END-IF
038100         COMPUTE GRR-RATE ROUNDED = GRR-CHANGE / 30
038200         SET GRR-RATE-KNOWN TO TRUE
038300     END-IF.
038400*    Projection at the longest rate on hand.
038500     IF GRR-RATE-KNOWN
038600         COMPUTE GRR-PROJECTED ROUNDED =
038700             GRR-CURRENT + (GRR-RATE * 90)
038800         IF GRR-PROJECTED < ZERO
038900             MOVE ZERO TO GRR-PROJECTED
039000         END-IF
039100         MOVE GRR-PROJECTED TO GRR-D-PROJECTED
039200     ELSE
039300         MOVE "          N/A" TO GRR-D-PROJECTED-X
039400     END-IF.
039500     IF NOT GRR-T-HAS-ABSOLUTE(GRR-TBL-SUB)
039600         MOVE "NO COUNT - NET OF LOADS ONLY" TO GRR-D-NOTE
039700         ADD 1 TO GRR-ESTIMATED-TOTAL
039800     END-IF.
039900     MOVE GRR-DETAIL-LINE TO GROWTH-LINE.
040000     WRITE GROWTH-LINE.
040100     PERFORM 3300-PRINT-MONTH-ENDS THRU 3300-EXIT.
040200 3100-EXIT.
040300     EXIT.
040400*
040500*+----------------------------------------------------------+
040600*|  3200-CARRY-FORWARD - a day or month without observations  |
040700*|  ends at the estimate the one before it ended at.          |
040800*+----------------------------------------------------------+
040900 3200-CARRY-FORWARD.
041000     IF GRR-T-DAY-END(GRR-TBL-SUB 31) < ZERO
041100         MOVE GRR-T-BEFORE-DAYS(GRR-TBL-SUB)
041200             TO GRR-T-DAY-END(GRR-TBL-SUB 31)
041300     END-IF.
041400     PERFORM 3210-CARRY-ONE-DAY THRU 3210-EXIT
041500         VARYING GRR-SLOT FROM 30 BY -1
041600         UNTIL GRR-SLOT < 1.
041700     IF GRR-T-MONTH-END(GRR-TBL-SUB 13) < ZERO
041800         MOVE GRR-T-BEFORE-MONTHS(GRR-TBL-SUB)
041900             TO GRR-T-MONTH-END(GRR-TBL-SUB 13)
042000     END-IF.
042100     PERFORM 3220-CARRY-ONE-MONTH THRU 3220-EXIT
042200         VARYING GRR-SLOT FROM 12 BY -1
042300         UNTIL GRR-SLOT < 1.
042400 3200-EXIT.
042500     EXIT.
042600*
042700 3210-CARRY-ONE-DAY.
042800     IF GRR-T-DAY-END(GRR-TBL-SUB GRR-SLOT) < ZERO
042900         MOVE GRR-T-DAY-END(GRR-TBL-SUB GRR-SLOT + 1)
043000             TO GRR-T-DAY-END(GRR-TBL-SUB GRR-SLOT)
043100     END-IF.
043200 3210-EXIT.
043300     EXIT.
043400*
043500 3220-CARRY-ONE-MONTH.
043600     IF GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT) < ZERO
043700         MOVE GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT + 1)
043800             TO GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT)
043900     END-IF.
044000 3220-EXIT.
044100     EXIT.
044200*
044300*+----------------------------------------------------------+
044400*|  3300-PRINT-MONTH-ENDS - the last six month ends, oldest   |
044500*|  first; the current month is to date.                      |
044600*+----------------------------------------------------------+
044700 3300-PRINT-MONTH-ENDS.
044800     MOVE SPACES TO GROWTH-LINE.
044900     MOVE "  MONTH END:" TO GROWTH-LINE.
045000     MOVE 15 TO GRR-LINE-POS.
045100     PERFORM 3310-FORMAT-ONE-MONTH THRU 3310-EXIT
045200         VARYING GRR-SLOT FROM 6 BY -1
045300         UNTIL GRR-SLOT < 1.
045400     WRITE GROWTH-LINE.
045500 3300-EXIT.
045600     EXIT.
045700*
045800 3310-FORMAT-ONE-MONTH.
045900     COMPUTE GRR-LABEL-MONTHS = GRR-TODAY-MONTHS - GRR-SLOT.
046000     DIVIDE GRR-LABEL-MONTHS BY 12 GIVING GRR-LABEL-YEAR
046100         REMAINDER GRR-LABEL-MONTH.
046200     ADD 1 TO GRR-LABEL-MONTH.
046300     MOVE GRR-LABEL-YEAR  TO GRR-M-YEAR.
046400     MOVE GRR-LABEL-MONTH TO GRR-M-MONTH.
046500     IF GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT) < ZERO
046600         MOVE "        N/A" TO GRR-M-ROWS-X
046700     ELSE
046800         MOVE GRR-T-MONTH-END(GRR-TBL-SUB GRR-SLOT) TO GRR-M-ROWS
046900     END-IF.
047000     MOVE GRR-MONTH-ENTRY TO GROWTH-LINE(GRR-LINE-POS:19).
047100     ADD 19 TO GRR-LINE-POS.
047200 3310-EXIT.
047300     EXIT.
047400*
047500*+----------------------------------------------------------+
047600*|  9000-TERMINATE                                            |
047700*+----------------------------------------------------------+
047800 9000-TERMINATE.
047900     CLOSE TBLGROW-FILE GROWTH-REPORT.
048000 9000-EXIT.
048100     EXIT.
