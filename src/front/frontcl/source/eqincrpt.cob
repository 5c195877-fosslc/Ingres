000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * INCRPT
000400*     *
000500*     * Purpose: Monthly problem report from the incident
000600*     *          register (see eqincreg.cob).  Lists the incidents
000700*     *          opened in the month, groups them by root-cause
000800*     *          category and job with open/closed counts and the
000900*     *          number of items linked to them, and names the
001000*     *          repeat offenders - jobs with the threshold number
001100*     *          of incidents or more over the month and the two
001200*     *          before it, broken down by cause.
001300*     *
001400*     * Notes:  The optional INCPARM parameter carries the month
001500*     *          as YYYYMM and the repeat threshold; without it
001600*     *          the report covers last month with a threshold of
001700*     *          3.  Incidents still awaiting a cause group under
001800*     *          (NONE); incidents opened without a run have no
001900*     *          job and are never repeat offenders.  Return code
002000*     *          4 when any repeat offender is listed.
002100*     *
002200 PROGRAM-ID.     INCRPT.
002300 AUTHOR.         D L ROSS.
002400 INSTALLATION.   BATCH SYSTEMS GROUP.
002500 DATE-WRITTEN.   15-OCT-2026.
002600 DATE-COMPILED.
002700*
002800*     * Modification History
002900*     * --------------------
003000*     * 15-oct-2026 (dlross)  Written.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INCPARM-FILE ASSIGN TO "INCPARM"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS IRP-PARM-STATUS.
003800     SELECT INCIDENT-FILE ASSIGN TO "INCREG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS INF-KEY
004200         FILE STATUS IS IRP-FILE-STATUS.
004300     SELECT PROBLEM-REPORT ASSIGN TO "INCRPTRP"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS IRP-RPT-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  INCPARM-FILE
005000     RECORDING MODE IS F.
005100 01  INCPARM-REC.
005200     05 ICP-MONTH             PIC X(6).
005300     05 ICP-THRESHOLD         PIC X(3).
005400*
005500 FD  INCIDENT-FILE.
005600 01  INCIDENT-FILE-REC.
005700     05 INF-KEY               PIC X(9).
005800     05 INF-REST-OF-RECORD    PIC X(197).
005900*
006000 FD  PROBLEM-REPORT
006100     RECORDING MODE IS F.
006200 01  PROBLEM-LINE             PIC X(132).
006300*
006400 WORKING-STORAGE SECTION.
006500 COPY "eqincreg.cob".
006600*
006700 01  IRP-WORK-AREA.
006800     05 IRP-PARM-STATUS       PIC X(2)  VALUE "00".
006900     05 IRP-FILE-STATUS       PIC X(2)  VALUE "00".
007000     05 IRP-RPT-STATUS        PIC X(2)  VALUE "00".
007100     05 IRP-EOF-SW            PIC X(1)  VALUE "N".
007200         88 IRP-AT-EOF                  VALUE "Y".
007300     05 IRP-FOUND-SW          PIC X(1)  VALUE "N".
007400         88 IRP-FOUND                   VALUE "Y".
007500     05 IRP-IN-MONTH-SW       PIC X(1)  VALUE "N".
007600         88 IRP-IN-MONTH                VALUE "Y".
007700     05 IRP-NOW-STRING        PIC X(14).
007800     05 IRP-MONTH.
007900         10 IRP-MONTH-YYYY    PIC 9(4).
008000         10 IRP-MONTH-MM      PIC 9(2).
008100     05 IRP-MONTH-X REDEFINES IRP-MONTH
008200                              PIC X(6).
008300     05 IRP-WINDOW-START.
008400         10 IRP-WINDOW-YYYY   PIC 9(4).
008500         10 IRP-WINDOW-MM     PIC 9(2).
008600     05 IRP-WINDOW-START-X REDEFINES IRP-WINDOW-START
008700                              PIC X(6).
008800     05 IRP-THRESHOLD         PIC 9(3)  VALUE 3.
008900     05 IRP-OPENED-MONTH      PIC X(6).
009000     05 IRP-CUR-GROUP         PIC S9(4) COMP VALUE 0.
009100     05 IRP-GROUP-COUNT       PIC S9(4) COMP VALUE 0.
009200     05 IRP-GROUP-MAX         PIC S9(4) COMP VALUE 500.
009300     05 IRP-JOB-COUNT         PIC S9(4) COMP VALUE 0.
009400     05 IRP-JOB-MAX           PIC S9(4) COMP VALUE 300.
009500     05 IRP-SUB               PIC S9(4) COMP VALUE 0.
009600     05 IRP-SUB2              PIC S9(4) COMP VALUE 0.
009700     05 IRP-INSERT-AT         PIC S9(4) COMP VALUE 0.
009800     05 IRP-MONTH-INCIDENTS   PIC S9(7) COMP VALUE 0.
009900     05 IRP-MONTH-OPEN        PIC S9(7) COMP VALUE 0.
010000     05 IRP-MONTH-CLOSED      PIC S9(7) COMP VALUE 0.
010100     05 IRP-MONTH-ITEMS       PIC S9(7) COMP VALUE 0.
010200     05 IRP-CAUSE-OPENED      PIC S9(7) COMP VALUE 0.
010300     05 IRP-CAUSE-OPEN        PIC S9(7) COMP VALUE 0.
010400     05 IRP-CAUSE-CLOSED      PIC S9(7) COMP VALUE 0.
010500     05 IRP-CAUSE-ITEMS       PIC S9(7) COMP VALUE 0.
010600     05 IRP-BREAK-CAUSE       PIC X(8).
010700     05 IRP-OFFENDER-COUNT    PIC S9(4) COMP VALUE 0.
010800     05 IRP-TABLE-FULL-COUNT  PIC S9(7) COMP VALUE 0.
010900     05 IRP-ED-1              PIC Z(6)9.
011000     05 IRP-ED-2              PIC Z(6)9.
011100     05 IRP-ED-3              PIC Z(6)9.
011200     05 IRP-ED-4              PIC Z(6)9.
011300     05 IRP-STATUS-TEXT       PIC X(6).
011400     05 IRP-SHOW-CAUSE        PIC X(8).
011500     05 IRP-SHOW-JOB          PIC X(8).
011600*
011700*    One row per root cause and job among the incidents opened in
011800*    the three months up to the report month, kept in cause/job
011900*    order.  The month figures count the report month only; the
012000*    window count covers all three months.
012100*
012200 01  IRP-GROUP-TABLE.
012300     05 IRP-GROUP-ENTRY OCCURS 500 TIMES.
012400         10 IRP-GRP-KEY.
012500             15 IRP-GRP-CAUSE PIC X(8).
012600             15 IRP-GRP-JOB   PIC X(8).
012700         10 IRP-GRP-OPENED    PIC S9(7) COMP.
012800         10 IRP-GRP-OPEN      PIC S9(7) COMP.
012900         10 IRP-GRP-CLOSED    PIC S9(7) COMP.
013000         10 IRP-GRP-ITEMS     PIC S9(7) COMP.
013100         10 IRP-GRP-WINDOW    PIC S9(7) COMP.
013200*
013300 01  IRP-GROUP-HOLD.
013400     05 IRP-HLD-KEY           PIC X(16).
013500     05 IRP-HLD-OPENED        PIC S9(7) COMP.
013600     05 IRP-HLD-OPEN          PIC S9(7) COMP.
013700     05 IRP-HLD-CLOSED        PIC S9(7) COMP.
013800     05 IRP-HLD-ITEMS         PIC S9(7) COMP.
013900     05 IRP-HLD-WINDOW        PIC S9(7) COMP.
014000*
014100 01  IRP-NEW-KEY.
014200     05 IRP-NEW-CAUSE         PIC X(8).
014300     05 IRP-NEW-JOB           PIC X(8).
014400*
014500*    Incidents per job over the three-month window.
014600*
014700 01  IRP-JOB-TABLE.
014800     05 IRP-JOB-ENTRY OCCURS 300 TIMES.
014900         10 IRP-JOB-NAME      PIC X(8).
015000         10 IRP-JOB-WINDOW    PIC S9(7) COMP.
015100*
015200 PROCEDURE DIVISION.
015300*
015400*+----------------------------------------------------------+
015500*|  0000-MAINLINE                                             |
015600*+----------------------------------------------------------+
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
016000     PERFORM 3000-REPORT-GROUPS THRU 3000-EXIT.
016100     PERFORM 4000-REPORT-OFFENDERS THRU 4000-EXIT.
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016300     STOP RUN.
016400*
016500*+----------------------------------------------------------+
016600*|  1000-INITIALIZE - the optional parameter record, the     |
016700*|  three-month window and the report heading.               |
016800*+----------------------------------------------------------+
016900 1000-INITIALIZE.
017000     MOVE FUNCTION CURRENT-DATE(1:14) TO IRP-NOW-STRING.
017100     MOVE IRP-NOW-STRING(1:6) TO IRP-MONTH-X.
017200     IF IRP-MONTH-MM = 1
017300         SUBTRACT 1 FROM IRP-MONTH-YYYY
017400         MOVE 12 TO IRP-MONTH-MM
017500     ELSE
017600         SUBTRACT 1 FROM IRP-MONTH-MM
017700     END-IF.
017800     OPEN INPUT INCPARM-FILE.
017900     IF IRP-PARM-STATUS = "00"
018000         READ INCPARM-FILE
018100             AT END MOVE SPACES TO INCPARM-REC
018200         END-READ
018300*    The record area is undefined once the file closes - keep
018400*    working copies of the parameter fields.
018500         IF ICP-MONTH NUMERIC
018600             MOVE ICP-MONTH TO IRP-MONTH-X
018700         END-IF
018800         IF ICP-THRESHOLD NUMERIC
018900             MOVE ICP-THRESHOLD TO IRP-THRESHOLD
019000         END-IF
019100         CLOSE INCPARM-FILE
019200     END-IF.
019300     IF IRP-MONTH-MM < 1 OR IRP-MONTH-MM > 12
019400         DISPLAY "INCRPT: INCPARM MONTH IS NOT A VALID YYYYMM"
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     IF IRP-THRESHOLD < 2
019900         MOVE 2 TO IRP-THRESHOLD
020000     END-IF.
020100     MOVE IRP-MONTH TO IRP-WINDOW-START.
020200     IF IRP-WINDOW-MM > 2
020300         SUBTRACT 2 FROM IRP-WINDOW-MM
020400     ELSE
020500         SUBTRACT 1 FROM IRP-WINDOW-YYYY
020600         ADD 10 TO IRP-WINDOW-MM
020700     END-IF.
020800     OPEN OUTPUT PROBLEM-REPORT.
020900     IF IRP-RPT-STATUS NOT = "00"
021000         DISPLAY "INCRPT: CANNOT OPEN INCRPTRP, STATUS "
021100                 IRP-RPT-STATUS
021200         MOVE 12 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021500     MOVE SPACES TO PROBLEM-LINE.
021600     STRING "MONTHLY PROBLEM REPORT FOR " DELIMITED BY SIZE
021700            IRP-MONTH-X                   DELIMITED BY SIZE
021800            "  RUN "                      DELIMITED BY SIZE
021900            IRP-NOW-STRING                DELIMITED BY SIZE
022000            "  REPEAT THRESHOLD "         DELIMITED BY SIZE
022100            IRP-THRESHOLD                 DELIMITED BY SIZE
022200            " INCIDENTS IN "              DELIMITED BY SIZE
022300            IRP-WINDOW-START-X            DELIMITED BY SIZE
022400            "-"                           DELIMITED BY SIZE
022500            IRP-MONTH-X                   DELIMITED BY SIZE
022600         INTO PROBLEM-LINE.
022700     WRITE PROBLEM-LINE.
022800     MOVE SPACES TO PROBLEM-LINE.
022900     WRITE PROBLEM-LINE.
023000     MOVE "==== INCIDENTS OPENED IN THE MONTH" TO PROBLEM-LINE.
023100     WRITE PROBLEM-LINE.
023200     MOVE SPACES TO PROBLEM-LINE.
023300     STRING "NUMBER STATUS CAUSE    JOB      RUN-ID           "
023400                                          DELIMITED BY SIZE
023500            "TITLE"                       DELIMITED BY SIZE
023600         INTO PROBLEM-LINE.
023700     WRITE PROBLEM-LINE.
023800 1000-EXIT.
023900     EXIT.
024000*
024100*+----------------------------------------------------------+
024200*|  2000-READ-REGISTER - every incident header and link line, |
024300*|  in key order.                                             |
024400*+----------------------------------------------------------+
024500 2000-READ-REGISTER.
024600     OPEN INPUT INCIDENT-FILE.
024700     IF IRP-FILE-STATUS = "35"
024800         MOVE "  NO INCIDENT REGISTER ON FILE." TO PROBLEM-LINE
024900         WRITE PROBLEM-LINE
025000         GO TO 2000-EXIT
025100     END-IF.
025200     IF IRP-FILE-STATUS NOT = "00"
025300         DISPLAY "INCRPT: CANNOT OPEN INCREG, STATUS "
025400                 IRP-FILE-STATUS
025500         MOVE 12 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     MOVE "N" TO IRP-EOF-SW.
025900     MOVE 0 TO IRP-CUR-GROUP.
026000     PERFORM 2100-ONE-RECORD THRU 2100-EXIT
026100         UNTIL IRP-AT-EOF.
026200     CLOSE INCIDENT-FILE.
026300 2000-EXIT.
026400     EXIT.
026500*
026600 2100-ONE-RECORD.
026700     READ INCIDENT-FILE NEXT RECORD INTO INCREG-RECORD
026800         AT END SET IRP-AT-EOF TO TRUE
026900     END-READ.
027000     IF IRP-AT-EOF
027100         GO TO 2100-EXIT
027200     END-IF.
027300     IF INC-COUNTER-RECORD
027400         GO TO 2100-EXIT
027500     END-IF.
027600     IF NOT INC-HEADER-LINE
027700         IF IRP-CUR-GROUP > 0 AND IRP-IN-MONTH
027800             ADD 1 TO IRP-GRP-ITEMS(IRP-CUR-GROUP)
027900             ADD 1 TO IRP-MONTH-ITEMS
028000         END-IF
028100         GO TO 2100-EXIT
028200     END-IF.
028300     MOVE 0 TO IRP-CUR-GROUP.
028400     MOVE "N" TO IRP-IN-MONTH-SW.
028500     MOVE INC-OPENED-AT(1:6) TO IRP-OPENED-MONTH.
028600     IF IRP-OPENED-MONTH < IRP-WINDOW-START-X
028700        OR IRP-OPENED-MONTH > IRP-MONTH-X
028800         GO TO 2100-EXIT
028900     END-IF.
029000     IF IRP-OPENED-MONTH = IRP-MONTH-X
029100         SET IRP-IN-MONTH TO TRUE
029200     END-IF.
029300     MOVE INC-CAUSE    TO IRP-NEW-CAUSE.
029400     MOVE INC-JOB-NAME TO IRP-NEW-JOB.
029500     PERFORM 2200-FIND-GROUP THRU 2200-EXIT.
029600     IF IRP-CUR-GROUP = 0
029700         ADD 1 TO IRP-TABLE-FULL-COUNT
029800         GO TO 2100-EXIT
029900     END-IF.
030000     ADD 1 TO IRP-GRP-WINDOW(IRP-CUR-GROUP).
030100     IF INC-JOB-NAME NOT = SPACES
030200         PERFORM 2300-COUNT-JOB THRU 2300-EXIT
030300     END-IF.
030400     IF NOT IRP-IN-MONTH
030500         GO TO 2100-EXIT
030600     END-IF.
030700     ADD 1 TO IRP-GRP-OPENED(IRP-CUR-GROUP) IRP-MONTH-INCIDENTS.
030800     IF INC-STATUS-CLOSED
030900         ADD 1 TO IRP-GRP-CLOSED(IRP-CUR-GROUP) IRP-MONTH-CLOSED
031000         MOVE "CLOSED" TO IRP-STATUS-TEXT
031100     ELSE
031200         ADD 1 TO IRP-GRP-OPEN(IRP-CUR-GROUP) IRP-MONTH-OPEN
031300         MOVE "OPEN"   TO IRP-STATUS-TEXT
031400     END-IF.
031500     MOVE INC-CAUSE TO IRP-SHOW-CAUSE.
031600     IF IRP-SHOW-CAUSE = SPACES
031700         MOVE "(NONE)" TO IRP-SHOW-CAUSE
031800     END-IF.
031900     MOVE INC-JOB-NAME TO IRP-SHOW-JOB.
032000     IF IRP-SHOW-JOB = SPACES
032100         MOVE "(NONE)" TO IRP-SHOW-JOB
032200     END-IF.
032300     MOVE SPACES TO PROBLEM-LINE.
032400     STRING INC-NUMBER      DELIMITED BY SIZE
032500            " "             DELIMITED BY SIZE
032600            IRP-STATUS-TEXT DELIMITED BY SIZE
032700            " "             DELIMITED BY SIZE
032800            IRP-SHOW-CAUSE  DELIMITED BY SIZE
032900            " "             DELIMITED BY SIZE
033000            IRP-SHOW-JOB    DELIMITED BY SIZE
033100            " "             DELIMITED BY SIZE
033200            INC-RUN-ID      DELIMITED BY SIZE
033300            " "             DELIMITED BY SIZE
033400            INC-TITLE       DELIMITED BY SIZE
033500         INTO PROBLEM-LINE.
033600     WRITE PROBLEM-LINE.
033700 2100-EXIT.
033800     EXIT.
033900*
034000*+----------------------------------------------------------+
034100*|  2200-FIND-GROUP - IRP-CUR-GROUP for IRP-NEW-KEY, adding   |
034200*|  the row in cause/job order if it is new; zero when the   |
034300*|  table is full.                                            |
034400*+----------------------------------------------------------+
034500 2200-FIND-GROUP.
034600     MOVE 0 TO IRP-CUR-GROUP IRP-INSERT-AT.
034700     PERFORM 2210-CHECK-GROUP THRU 2210-EXIT
034800         VARYING IRP-SUB FROM 1 BY 1
034900         UNTIL IRP-SUB > IRP-GROUP-COUNT
035000            OR IRP-CUR-GROUP > 0
035100            OR IRP-INSERT-AT > 0.
035200     IF IRP-CUR-GROUP > 0
035300         GO TO 2200-EXIT
035400     END-IF.
035500     IF IRP-GROUP-COUNT NOT < IRP-GROUP-MAX
035600         GO TO 2200-EXIT
035700     END-IF.
035800     IF IRP-INSERT-AT = 0
035900         COMPUTE IRP-INSERT-AT = IRP-GROUP-COUNT + 1
036000     END-IF.
036100     PERFORM 2220-SHIFT-GROUP THRU 2220-EXIT
036200         VARYING IRP-SUB FROM IRP-GROUP-COUNT BY -1
036300         UNTIL IRP-SUB < IRP-INSERT-AT.
036400     ADD 1 TO IRP-GROUP-COUNT.
036500     MOVE IRP-NEW-KEY TO IRP-GRP-KEY(IRP-INSERT-AT).
036600     MOVE 0 TO IRP-GRP-OPENED(IRP-INSERT-AT)
036700               IRP-GRP-OPEN(IRP-INSERT-AT)
036800               IRP-GRP-CLOSED(IRP-INSERT-AT)
036900               IRP-GRP-ITEMS(IRP-INSERT-AT)
037000               IRP-GRP-WINDOW(IRP-INSERT-AT).
037100     MOVE IRP-INSERT-AT TO IRP-CUR-GROUP.
037200 2200-EXIT.
037300     EXIT.
037400*
037500 2210-CHECK-GROUP.
037600     IF IRP-GRP-KEY(IRP-SUB) = IRP-NEW-KEY
037700         MOVE IRP-SUB TO IRP-CUR-GROUP
037800     ELSE
037900         IF IRP-GRP-KEY(IRP-SUB) > IRP-NEW-KEY
038000             MOVE IRP-SUB TO IRP-INSERT-AT
038100         END-IF
038200     END-IF.
038300 2210-EXIT.
038400     EXIT.
038500*
038600 2220-SHIFT-GROUP.
038700     MOVE IRP-GROUP-ENTRY(IRP-SUB) TO IRP-GROUP-HOLD.
038800     COMPUTE IRP-SUB2 = IRP-SUB + 1.
038900     MOVE IRP-GROUP-HOLD TO IRP-GROUP-ENTRY(IRP-SUB2).
039000 2220-EXIT.
039100     EXIT.
039200*
039300*+----------------------------------------------------------+
039400*|  2300-COUNT-JOB - one more incident in the window for the  |
039500*|  header's job.                                             |
039600*+----------------------------------------------------------+
039700 2300-COUNT-JOB.
039800     MOVE "N" TO IRP-FOUND-SW.
039900     PERFORM 2310-CHECK-JOB THRU 2310-EXIT
040000         VARYING IRP-SUB FROM 1 BY 1
040100         UNTIL IRP-SUB > IRP-JOB-COUNT
040200            OR IRP-FOUND.
040300     IF IRP-FOUND
040400         GO TO 2300-EXIT
040500     END-IF.
040600     IF IRP-JOB-COUNT NOT < IRP-JOB-MAX
040700         ADD 1 TO IRP-TABLE-FULL-COUNT
040800         GO TO 2300-EXIT
040900     END-IF.
041000     ADD 1 TO IRP-JOB-COUNT.
041100     MOVE INC-JOB-NAME TO IRP-JOB-NAME(IRP-JOB-COUNT).
041200     MOVE 1 TO IRP-JOB-WINDOW(IRP-JOB-COUNT).
041300 2300-EXIT.
041400     EXIT.
041500*
041600 2310-CHECK-JOB.
041700     IF IRP-JOB-NAME(IRP-SUB) = INC-JOB-NAME
041800         ADD 1 TO IRP-JOB-WINDOW(IRP-SUB)
041900         SET IRP-FOUND TO TRUE
042000     END-IF.
042100 2310-EXIT.
042200     EXIT.
042300*
042400*+----------------------------------------------------------+
042500*|  3000-REPORT-GROUPS - the month's incidents by root cause  |
042600*|  and job, with a subtotal for each cause.                  |
042700*+----------------------------------------------------------+
042800 3000-REPORT-GROUPS.
042900     MOVE SPACES TO PROBLEM-LINE.
043000     WRITE PROBLEM-LINE.
043100     MOVE "==== INCIDENTS BY ROOT CAUSE AND JOB" TO PROBLEM-LINE.
043200     WRITE PROBLEM-LINE.
043300     MOVE SPACES TO PROBLEM-LINE.
043400     STRING "CAUSE    JOB       OPENED    OPEN  CLOSED   ITEMS"
043500                                          DELIMITED BY SIZE
043600         INTO PROBLEM-LINE.
043700     WRITE PROBLEM-LINE.
043800     MOVE LOW-VALUES TO IRP-BREAK-CAUSE.
043900     MOVE 0 TO IRP-CAUSE-OPENED IRP-CAUSE-OPEN
044000               IRP-CAUSE-CLOSED IRP-CAUSE-ITEMS.
044100     PERFORM 3100-ONE-GROUP THRU 3100-EXIT
044200         VARYING IRP-SUB FROM 1 BY 1
044300         UNTIL IRP-SUB > IRP-GROUP-COUNT.
044400     IF IRP-BREAK-CAUSE NOT = LOW-VALUES
044500         PERFORM 3200-CAUSE-TOTAL THRU 3200-EXIT
044600     END-IF.
044700     MOVE IRP-MONTH-INCIDENTS TO IRP-ED-1.
044800     MOVE IRP-MONTH-OPEN      TO IRP-ED-2.
044900     MOVE IRP-MONTH-CLOSED    TO IRP-ED-3.
045000     MOVE IRP-MONTH-ITEMS     TO IRP-ED-4.
045100     MOVE SPACES TO PROBLEM-LINE.
045200     STRING "MONTH TOTAL       " DELIMITED BY SIZE
045300            IRP-ED-1             DELIMITED BY SIZE
045400            " "                  DELIMITED BY SIZE
045500            IRP-ED-2             DELIMITED BY SIZE
045600            " "                  DELIMITED BY SIZE
045700            IRP-ED-3             DELIMITED BY SIZE
045800            " "                  DELIMITED BY SIZE
045900            IRP-ED-4             DELIMITED BY SIZE
046000         INTO PROBLEM-LINE.
046100     WRITE PROBLEM-LINE.
046200 3000-EXIT.
046300     EXIT.
046400*
046500 3100-ONE-GROUP.
046600     IF IRP-GRP-OPENED(IRP-SUB) = 0
046700         GO TO 3100-EXIT
046800     END-IF.
046900     IF IRP-GRP-CAUSE(IRP-SUB) NOT = IRP-BREAK-CAUSE
047000         IF IRP-BREAK-CAUSE NOT = LOW-VALUES
047100             PERFORM 3200-CAUSE-TOTAL THRU 3200-EXIT
047200         END-IF
047300         MOVE IRP-GRP-CAUSE(IRP-SUB) TO IRP-BREAK-CAUSE
047400     END-IF.
047500     ADD IRP-GRP-OPENED(IRP-SUB) TO IRP-CAUSE-OPENED.
047600     ADD IRP-GRP-OPEN(IRP-SUB)   TO IRP-CAUSE-OPEN.
047700     ADD IRP-GRP-CLOSED(IRP-SUB) TO IRP-CAUSE-CLOSED.
047800     ADD IRP-GRP-ITEMS(IRP-SUB)  TO IRP-CAUSE-ITEMS.
047900     MOVE IRP-GRP-CAUSE(IRP-SUB) TO IRP-SHOW-CAUSE.
048000     IF IRP-SHOW-CAUSE = SPACES
048100         MOVE "(NONE)" TO IRP-SHOW-CAUSE
048200     END-IF.
048300     MOVE IRP-GRP-JOB(IRP-SUB) TO IRP-SHOW-JOB.
048400     IF IRP-SHOW-JOB = SPACES
048500         MOVE "(NONE)" TO IRP-SHOW-JOB
048600     END-IF.
048700     MOVE IRP-GRP-OPENED(IRP-SUB) TO IRP-ED-1.
048800     MOVE IRP-GRP-OPEN(IRP-SUB)   TO IRP-ED-2.
048900     MOVE IRP-GRP-CLOSED(IRP-SUB) TO IRP-ED-3.
049000     MOVE IRP-GRP-ITEMS(IRP-SUB)  TO IRP-ED-4.
049100     MOVE SPACES TO PROBLEM-LINE.
049200     STRING IRP-SHOW-CAUSE DELIMITED BY SIZE
049300            " "            DELIMITED BY SIZE
049400            IRP-SHOW-JOB   DELIMITED BY SIZE
049500            " "            DELIMITED BY SIZE
049600            IRP-ED-1       DELIMITED BY SIZE
049700            " "            DELIMITED BY SIZE
049800            IRP-ED-2       DELIMITED BY SIZE
049900            " "            DELIMITED BY SIZE
050000            IRP-ED-3       DELIMITED BY SIZE
050100            " "            DELIMITED BY SIZE
050200            IRP-ED-4       DELIMITED BY SIZE
050300         INTO PROBLEM-LINE.
050400     WRITE PROBLEM-LINE.
050500 3100-EXIT.
050600     EXIT.
050700*
050800 3200-CAUSE-TOTAL.
050900     MOVE IRP-BREAK-CAUSE TO IRP-SHOW-CAUSE.
051000     IF IRP-SHOW-CAUSE = SPACES
051100         MOVE "(NONE)" TO IRP-SHOW-CAUSE
051200     END-IF.
051300     MOVE IRP-CAUSE-OPENED TO IRP-ED-1.
051400     MOVE IRP-CAUSE-OPEN   TO IRP-ED-2.
051500     MOVE IRP-CAUSE-CLOSED TO IRP-ED-3.
051600     MOVE IRP-CAUSE-ITEMS  TO IRP-ED-4.
051700     MOVE SPACES TO PROBLEM-LINE.
051800     STRING IRP-SHOW-CAUSE DELIMITED BY SIZE
051900            " TOTAL    "   DELIMITED BY SIZE
052000            IRP-ED-1       DELIMITED BY SIZE
052100            " "            DELIMITED BY SIZE
052200            IRP-ED-2       DELIMITED BY SIZE
052300            " "            DELIMITED BY SIZE
052400            IRP-ED-3       DELIMITED BY SIZE
052500            " "            DELIMITED BY SIZE
052600            IRP-ED-4       DELIMITED BY SIZE
052700         INTO PROBLEM-LINE.
052800     WRITE PROBLEM-LINE.
052900     MOVE SPACES TO PROBLEM-LINE.
053000     WRITE PROBLEM-LINE.
053100     MOVE 0 TO IRP-CAUSE-OPENED IRP-CAUSE-OPEN
053200               IRP-CAUSE-CLOSED IRP-CAUSE-ITEMS.
053300 3200-EXIT.
053400     EXIT.
053500*
053600*+----------------------------------------------------------+
053700*|  4000-REPORT-OFFENDERS - jobs at or over the threshold in  |
053800*|  the window, each followed by its incidents by cause.      |
053900*+----------------------------------------------------------+
054000 4000-REPORT-OFFENDERS.
054100     MOVE SPACES TO PROBLEM-LINE.
054200     WRITE PROBLEM-LINE.
054300     MOVE "==== REPEAT OFFENDERS" TO PROBLEM-LINE.
054400     WRITE PROBLEM-LINE.
054500     PERFORM 4100-ONE-JOB THRU 4100-EXIT
054600         VARYING IRP-SUB FROM 1 BY 1
054700         UNTIL IRP-SUB > IRP-JOB-COUNT.
054800     IF IRP-OFFENDER-COUNT = 0
054900         MOVE "  NONE." TO PROBLEM-LINE
055000         WRITE PROBLEM-LINE
055100     END-IF.
055200 4000-EXIT.
055300     EXIT.
055400*
055500 4100-ONE-JOB.
055600     IF IRP-JOB-WINDOW(IRP-SUB) < IRP-THRESHOLD
055700         GO TO 4100-EXIT
055800     END-IF.
055900     ADD 1 TO IRP-OFFENDER-COUNT.
056000     MOVE IRP-JOB-WINDOW(IRP-SUB) TO IRP-ED-1.
056100     MOVE SPACES TO PROBLEM-LINE.
056200     STRING "JOB "                  DELIMITED BY SIZE
056300            IRP-JOB-NAME(IRP-SUB)   DELIMITED BY SIZE
056400            " "                     DELIMITED BY SIZE
056500            IRP-ED-1                DELIMITED BY SIZE
056600            " INCIDENTS IN "        DELIMITED BY SIZE
056700            IRP-WINDOW-START-X      DELIMITED BY SIZE
056800            "-"                     DELIMITED BY SIZE
056900            IRP-MONTH-X             DELIMITED BY SIZE
057000         INTO PROBLEM-LINE.
057100     WRITE PROBLEM-LINE.
057200     PERFORM 4110-JOB-CAUSE THRU 4110-EXIT
057300         VARYING IRP-SUB2 FROM 1 BY 1
057400         UNTIL IRP-SUB2 > IRP-GROUP-COUNT.
057500 4100-EXIT.
057600     EXIT.
057700*
057800 4110-JOB-CAUSE.
057900     IF IRP-GRP-JOB(IRP-SUB2) NOT = IRP-JOB-NAME(IRP-SUB)
058000        OR IRP-GRP-WINDOW(IRP-SUB2) = 0
058100         GO TO 4110-EXIT
058200     END-IF.
058300     MOVE IRP-GRP-CAUSE(IRP-SUB2) TO IRP-SHOW-CAUSE.
058400     IF IRP-SHOW-CAUSE = SPACES
058500         MOVE "(NONE)" TO IRP-SHOW-CAUSE
058600     END-IF.
058700     MOVE IRP-GRP-WINDOW(IRP-SUB2) TO IRP-ED-2.
058800     MOVE SPACES TO PROBLEM-LINE.
058900     STRING "      CAUSE "          DELIMITED BY SIZE
059000            IRP-SHOW-CAUSE          DELIMITED BY SIZE
059100            " "                     DELIMITED BY SIZE
059200            IRP-ED-2                DELIMITED BY SIZE
059300         INTO PROBLEM-LINE.
059400     WRITE PROBLEM-LINE.
059500 4110-EXIT.
059600     EXIT.
059700*
059800*+----------------------------------------------------------+
059900*|  9000-TERMINATE                                            |
060000*+----------------------------------------------------------+
060100 9000-TERMINATE.
060200     IF IRP-TABLE-FULL-COUNT > 0
060300         MOVE IRP-TABLE-FULL-COUNT TO IRP-ED-1
060400         MOVE SPACES TO PROBLEM-LINE
060500         STRING "*** "               DELIMITED BY SIZE
060600                IRP-ED-1             DELIMITED BY SIZE
060700                " INCIDENT(S) NOT COUNTED - TABLES FULL"
060800                                     DELIMITED BY SIZE
060900             INTO PROBLEM-LINE
061000         WRITE PROBLEM-LINE
061100     END-IF.
061200     CLOSE PROBLEM-REPORT.
061300     IF IRP-OFFENDER-COUNT > 0
061400         MOVE 4 TO RETURN-CODE
061500     END-IF.
061600 9000-EXIT.
061700     EXIT.
