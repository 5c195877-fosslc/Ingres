001900*     *          when the application has no record of its own;
002000*     *          ROLL does not fall back - rolling the shared
002100*     *          default must name it explicitly.
002120*     *          ACTION "BDAY" answers "which business day of its
002140*     *          month is this date": PROC-DATE carries the date
002160*     *          in, PERIOD-END carries the count back - zero when
002180*     *          the date is not a business day at all.
002184*     *          ACTION "BACK" counts business days backward:
002188*     *          PROC-DATE carries the date in and the date that
002192*     *          many business days before it back, PERIOD-END
002196*     *          carries the count in.
002200*     *
002300 PROGRAM-ID.     BCALDT.
002400 AUTHOR.         D L ROSS.
003160*     *                       The roll used to advance on
003170*     *                       trust; now it advances on
003180*     *                       evidence.
003183*     * 15-oct-2026 (dlross)  Added ACTION "BDAY", the business-
003186*     *                       day number of a date within its
003189*     *                       month, for day rules of the form
003192*     *                       "third business day" (see
003195*     *                       eqrunexp.cob).
003196*     * 15-oct-2026 (dlross)  Added ACTION "BACK", the date a
003197*     *                       given number of business days
003198*     *                       before a date, for retention kept
003199*     *                       in business days (eqarcmgr.cob).
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
006110     05 BCD-MCK-CUTOFF-SW     PIC X(1).
006120     05 BCD-MCK-OPEN-COUNT    PIC S9(4) USAGE COMP.
006130     05 BCD-MCK-RESULT        PIC X(1).
006133     05 BCD-TARGET-DATE       PIC 9(8).
006136     05 BCD-BDAY-COUNT        PIC S9(4) USAGE COMP.
006137     05 BCD-BACK-COUNT        PIC S9(9) USAGE COMP.
006138     05 BCD-BACK-DONE         PIC S9(9) USAGE COMP.
006140*
006150 01  BCD-MILESTONE-BOARD.
006160     05 BCD-MB-COUNT          PIC S9(4) USAGE COMP.
006400 01  BCD-CALLER-ACTION        PIC X(4).
006500     88 BCD-ACTION-GET                   VALUE "GET".
006600     88 BCD-ACTION-ROLL                  VALUE "ROLL".
006650     88 BCD-ACTION-BDAY                  VALUE "BDAY".
006670     88 BCD-ACTION-BACK                  VALUE "BACK".
006700 01  BCD-CALLER-APPL-ID       PIC X(8).
006800 01  BCD-CALLER-PROC-DATE     PIC 9(8).
006900 01  BCD-CALLER-PERIOD-END    PIC 9(8).
008700 0000-MAINLINE.
008800     SET BCD-RESULT-FAILED TO TRUE.
008900     SET BCD-CALLER-NOT-AT-CUTOFF TO TRUE.
008960     EVALUATE TRUE
009020         WHEN BCD-ACTION-GET
009080             PERFORM 1000-GET-PROC-DATE THRU 1000-EXIT
009140         WHEN BCD-ACTION-BDAY
009200             PERFORM 3000-BUSINESS-DAY THRU 3000-EXIT
009220         WHEN BCD-ACTION-BACK
009240             PERFORM 4000-BUSINESS-DAYS-BACK THRU 4000-EXIT
009260         WHEN OTHER
009320             PERFORM 2000-ROLL-PROC-DATE THRU 2000-EXIT
009380     END-EVALUATE.
009500     GOBACK.
009600*
009700*+----------------------------------------------------------+
020300     END-IF.
020400 2110-EXIT.
020500     EXIT.
020600*
020700*+----------------------------------------------------------+
020800*|  3000-BUSINESS-DAY - count the business days from the     |
020900*|  first of the caller's date's month up to that date, with  |
021000*|  the same weekend rule and holiday list ROLL uses.          |
021100*+----------------------------------------------------------+
021200 3000-BUSINESS-DAY.
021300     MOVE ZERO TO BCD-BDAY-COUNT.
021400     MOVE BCD-CALLER-PROC-DATE TO BCD-TARGET-DATE.
021420     IF BCD-TARGET-DATE NOT NUMERIC
021440        OR BCD-TARGET-DATE < 16010101
021460         GO TO 3000-EXIT
021480     END-IF.
021500     OPEN INPUT BUSCAL-FILE.
021600     IF BCD-FILE-STATUS NOT = "00"
021700         GO TO 3000-EXIT
021800     END-IF.
021900     MOVE BCD-CALLER-APPL-ID TO BCF-APPL-ID.
022000     PERFORM 1100-READ-ONE-APPL THRU 1100-EXIT.
022100     IF NOT BCD-RECORD-FOUND
022200         MOVE "BATCH" TO BCF-APPL-ID
022300         PERFORM 1100-READ-ONE-APPL THRU 1100-EXIT
022400     END-IF.
022500     CLOSE BUSCAL-FILE.
022600     IF NOT BCD-RECORD-FOUND
022700         GO TO 3000-EXIT
022800     END-IF.
022900     MOVE BCD-TARGET-DATE TO BCD-WORK-DATE.
023000     MOVE "01" TO BCD-WORK-DATE(7:2).
023100     COMPUTE BCD-DATE-INT =
023200         FUNCTION INTEGER-OF-DATE(BCD-WORK-DATE) - 1.
023300     MOVE ZERO TO BCD-WORK-DATE.
023400     PERFORM 3100-COUNT-ONE-DAY THRU 3100-EXIT
023500         UNTIL BCD-WORK-DATE NOT < BCD-TARGET-DATE.
023600     IF NOT BCD-DAY-IS-BUSINESS
023700         MOVE ZERO TO BCD-BDAY-COUNT
023800     END-IF.
023900     MOVE BCD-BDAY-COUNT TO BCD-CALLER-PERIOD-END.
024000     SET BCD-RESULT-OK TO TRUE.
024100 3000-EXIT.
024200     EXIT.
024300*
024400 3100-COUNT-ONE-DAY.
024500     PERFORM 2100-TRY-NEXT-DAY THRU 2100-EXIT.
024600     IF BCD-DAY-IS-BUSINESS
024700         ADD 1 TO BCD-BDAY-COUNT
024800     END-IF.
024900 3100-EXIT.
025000     EXIT.
025100*
025200*+----------------------------------------------------------+
025300*|  4000-BUSINESS-DAYS-BACK - step back from the caller's     |
025400*|  date until the requested number of business days, by the  |
025500*|  same weekend rule and holiday list, lie behind it.         |
025600*+----------------------------------------------------------+
025700 4000-BUSINESS-DAYS-BACK.
025800     MOVE BCD-CALLER-PROC-DATE TO BCD-TARGET-DATE.
025900     IF BCD-TARGET-DATE NOT NUMERIC
026000        OR BCD-TARGET-DATE < 16010101
026100        OR BCD-CALLER-PERIOD-END NOT NUMERIC
026200        OR BCD-CALLER-PERIOD-END > 99999
026300         GO TO 4000-EXIT
026400     END-IF.
026500     MOVE BCD-CALLER-PERIOD-END TO BCD-BACK-COUNT.
026600     OPEN INPUT BUSCAL-FILE.
026700     IF BCD-FILE-STATUS NOT = "00"
026800         GO TO 4000-EXIT
026900     END-IF.
027000     MOVE BCD-CALLER-APPL-ID TO BCF-APPL-ID.
027100     PERFORM 1100-READ-ONE-APPL THRU 1100-EXIT.
027200     IF NOT BCD-RECORD-FOUND
027300         MOVE "BATCH" TO BCF-APPL-ID
027400         PERFORM 1100-READ-ONE-APPL THRU 1100-EXIT
027500     END-IF.
027600     CLOSE BUSCAL-FILE.
027700     IF NOT BCD-RECORD-FOUND
027800         GO TO 4000-EXIT
027900     END-IF.
028000     COMPUTE BCD-DATE-INT =
028100         FUNCTION INTEGER-OF-DATE(BCD-TARGET-DATE).
028200     MOVE BCD-TARGET-DATE TO BCD-WORK-DATE.
028300     MOVE ZERO TO BCD-BACK-DONE.
028400     PERFORM 4100-STEP-BACK-ONE-DAY THRU 4100-EXIT
028500         UNTIL BCD-BACK-DONE NOT < BCD-BACK-COUNT.
028600     MOVE BCD-WORK-DATE TO BCD-CALLER-PROC-DATE.
028700     SET BCD-RESULT-OK TO TRUE.
028800 4000-EXIT.
028900     EXIT.
029000*
029100*    2100 steps forward one day before it tests, so back up two.
029200 4100-STEP-BACK-ONE-DAY.
029300     SUBTRACT 2 FROM BCD-DATE-INT.
029400     PERFORM 2100-TRY-NEXT-DAY THRU 2100-EXIT.
029500     IF BCD-DAY-IS-BUSINESS
029600         ADD 1 TO BCD-BACK-DONE
029700     END-IF.
029800 4100-EXIT.
029900     EXIT.
