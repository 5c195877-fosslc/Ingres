000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * INCSCN
000400*     *
000500*     * Purpose: Incident register maintenance screen.  An
000600*     *          analyst signed on under the INCIDENT function
000700*     *          opens an incident against a failed run, attaches
000800*     *          what the run left behind - its alerts, watchdog
000900*     *          incidents, dead-letter entries and any rerun
001000*     *          override for its job and business date - records
001100*     *          the root-cause category and the fix, and closes
001200*     *          it.  The register (see eqincreg.cob) feeds
001300*     *          INCRPT's monthly problem report.
001400*     *
001500*     * Notes:  Actions are O (open), A (attach a run-id's items
001600*     *          to an open incident), R (record root cause and
001700*     *          fix), C (close) and V (view).  Attaching the same
001800*     *          run-id twice adds nothing the second time; an
001900*     *          incident is closed only once a cause and fix are
002000*     *          on it.  Every action leaves the incident shown on
002100*     *          the lower half of the screen.
002200*     *
002300 PROGRAM-ID.     INCSCN.
002400 AUTHOR.         D L ROSS.
002500 INSTALLATION.   BATCH SYSTEMS GROUP.
002600 DATE-WRITTEN.   15-OCT-2026.
002700 DATE-COMPILED.
002800*
002900*     * Modification History
003000*     * --------------------
003100*     * 15-oct-2026 (dlross)  Written.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT INCIDENT-FILE ASSIGN TO "INCREG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS INF-KEY
004000         FILE STATUS IS ICS-FILE-STATUS.
004100     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS JCF-RUN-ID
004500         FILE STATUS IS ICS-JOBCTL-STATUS.
004600     SELECT ALERTS-FILE ASSIGN TO "ALERTS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ALF-KEY
005000         FILE STATUS IS ICS-ALERT-STATUS.
005100     SELECT WATCHDOG-FILE ASSIGN TO "WDOGINCD"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS ICS-WDOG-STATUS.
005400     SELECT DEADLETTER-FILE ASSIGN TO "DEADLTR"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ICS-DEAD-STATUS.
005700     SELECT OVERRIDE-FILE ASSIGN TO "RUNOVRRD"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS OVF-KEY
006100         FILE STATUS IS ICS-OVR-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  INCIDENT-FILE.
006600 01  INCIDENT-FILE-REC.
006700     05 INF-KEY               PIC X(9).
006800     05 INF-REST-OF-RECORD    PIC X(197).
006900*
007000 FD  JOBCTL-FILE.
007100 01  JOBCTL-FILE-REC.
007200     05 JCF-RUN-ID            PIC X(16).
007300     05 JCF-REST-OF-RECORD    PIC X(78).
007400*
007500 FD  ALERTS-FILE.
007600 01  ALERTS-FILE-REC.
007700     05 ALF-KEY               PIC X(20).
007800     05 ALF-REST-OF-RECORD    PIC X(138).
007900*
008000 FD  WATCHDOG-FILE
008100     RECORDING MODE IS F.
008200 01  WATCHDOG-REC             PIC X(162).
008300*
008400 FD  DEADLETTER-FILE
008500     RECORDING MODE IS F.
008600 01  DEADLETTER-FILE-REC      PIC X(577).
008700*
008800 FD  OVERRIDE-FILE.
008900 01  OVERRIDE-FILE-REC.
009000     05 OVF-KEY               PIC X(16).
009100     05 OVF-REST-OF-RECORD    PIC X(63).
009200*
009300 WORKING-STORAGE SECTION.
009400 COPY "eqincreg.cob".
009500 COPY "eqjobctl.cob".
009600 COPY "eqalert.cob".
009700 COPY "eqwdginc.cob".
009800 COPY "eqdeadlt.cob".
009900 COPY "eqrunovr.cob".
010000*
010100 01  ICS-WORK-AREA.
010200     05 ICS-FILE-STATUS       PIC X(2)  VALUE "00".
010300     05 ICS-JOBCTL-STATUS     PIC X(2)  VALUE "00".
010400     05 ICS-ALERT-STATUS      PIC X(2)  VALUE "00".
010500     05 ICS-WDOG-STATUS       PIC X(2)  VALUE "00".
010600     05 ICS-DEAD-STATUS       PIC X(2)  VALUE "00".
010700     05 ICS-OVR-STATUS        PIC X(2)  VALUE "00".
010800     05 ICS-EXIT-SW           PIC X(1)  VALUE "N".
010900         88 ICS-DONE                    VALUE "Y".
011000     05 ICS-EOF-SW            PIC X(1)  VALUE "N".
011100         88 ICS-AT-EOF                  VALUE "Y".
011200     05 ICS-FOUND-SW          PIC X(1)  VALUE "N".
011300         88 ICS-FOUND                   VALUE "Y".
011400     05 ICS-RUN-FOUND-SW      PIC X(1)  VALUE "N".
011500         88 ICS-RUN-FOUND               VALUE "Y".
011600     05 ICS-ACTION            PIC X(1).
011700         88 ICS-ACTION-OPEN             VALUE "O".
011800         88 ICS-ACTION-ATTACH           VALUE "A".
011900         88 ICS-ACTION-CAUSE            VALUE "R".
012000         88 ICS-ACTION-CLOSE            VALUE "C".
012100         88 ICS-ACTION-VIEW             VALUE "V".
012200     05 ICS-INC-NUMBER        PIC 9(6)  VALUE 0.
012300     05 ICS-RUN-ID            PIC X(16) VALUE SPACES.
012400     05 ICS-TITLE             PIC X(60).
012500     05 ICS-CAUSE             PIC X(8).
012600     05 ICS-OLD-CAUSE         PIC X(8).
012700     05 ICS-FIX               PIC X(60).
012800     05 ICS-ANALYST           PIC X(8).
012900     05 ICS-MESSAGE           PIC X(79) VALUE SPACES.
013000     05 ICS-NOW-STRING        PIC X(14).
013100     05 ICS-RUN-JOB           PIC X(8).
013200     05 ICS-RUN-BUS-DATE      PIC 9(8).
013300     05 ICS-NEXT-LINE         PIC 9(3).
013400     05 ICS-ADDED             PIC S9(4) COMP VALUE 0.
013500     05 ICS-SKIPPED           PIC S9(4) COMP VALUE 0.
013600     05 ICS-LINK-COUNT        PIC S9(4) COMP VALUE 0.
013700     05 ICS-VIEW-SUB          PIC S9(4) COMP VALUE 0.
013800     05 ICS-HAVE-SUB          PIC S9(4) COMP VALUE 0.
013900     05 ICS-HAVE-COUNT        PIC S9(4) COMP VALUE 0.
014000     05 ICS-COUNT-ED          PIC ZZZ9.
014100     05 ICS-MORE-ED           PIC ZZZ9.
014200     05 ICS-SQLCODE-ED        PIC -(9)9.
014300     05 ICS-ELAPSED-ED        PIC Z(6)9.
014400     05 ICS-LINE-ED           PIC 9(3).
014500     05 ICS-STATUS-TEXT       PIC X(6).
014600     05 ICS-NEW-TYPE          PIC X(1).
014700     05 ICS-NEW-KEY           PIC X(40).
014800     05 ICS-NEW-TIME          PIC X(14).
014900     05 ICS-NEW-TEXT          PIC X(70).
015000     05 ICS-NEW-LINK.
015100         10 ICS-NEW-LINK-TYPE PIC X(1).
015200         10 ICS-NEW-LINK-KEY  PIC X(40).
015300     05 ICS-SGN-FUNCTION      PIC X(8)  VALUE "INCIDENT".
015400     05 ICS-SGN-TERMINAL      PIC X(8)  VALUE SPACES.
015500     05 ICS-SGN-RESULT        PIC X(1).
015600         88 ICS-SIGNED-ON               VALUE "Y".
015700*
015800*    The type and key of every item already on the incident, so
015900*    attaching a run-id twice links nothing twice.
016000*
016100 01  ICS-HAVE-TABLE.
016200     05 ICS-HAVE-ENTRY        PIC X(41) OCCURS 999 TIMES.
016300*
016400 01  ICS-VIEW-LINES.
016500     05 ICS-VIEW-LINE         PIC X(79) OCCURS 10 TIMES.
016600*
016700 SCREEN SECTION.
016800 01  ICS-SIGNON-SCREEN.
016900     05 BLANK SCREEN.
017000     05 LINE 1  COLUMN 1  VALUE "INCIDENT REGISTER SIGN-ON".
017100     05 LINE 3  COLUMN 1  VALUE "ANALYST ID:".
017200     05 LINE 3  COLUMN 16 PIC X(8)  TO ICS-ANALYST.
017300*
017400 01  ICS-ENTRY-SCREEN.
017500     05 BLANK SCREEN.
017600     05 LINE 1  COLUMN 1  VALUE "INCIDENT REGISTER".
017700     05 LINE 1  COLUMN 60 VALUE "ANALYST:".
017800     05 LINE 1  COLUMN 69 PIC X(8)  FROM ICS-ANALYST.
017900     05 LINE 3  COLUMN 1
018000        VALUE "ACTION O/A/R/C/V (BLANK TO EXIT):".
018100     05 LINE 3  COLUMN 36 PIC X(1)  TO ICS-ACTION.
018200     05 LINE 4  COLUMN 1  VALUE "INCIDENT NUMBER:".
018300     05 LINE 4  COLUMN 36 PIC 9(6)  USING ICS-INC-NUMBER.
018400     05 LINE 5  COLUMN 1  VALUE "RUN-ID:".
018500     05 LINE 5  COLUMN 36 PIC X(16) USING ICS-RUN-ID.
018600     05 LINE 6  COLUMN 1  VALUE "TITLE:".
018700     05 LINE 6  COLUMN 12 PIC X(60) TO ICS-TITLE.
018800     05 LINE 7  COLUMN 1  VALUE "ROOT CAUSE:".
018900     05 LINE 7  COLUMN 12 PIC X(8)  TO ICS-CAUSE.
019000     05 LINE 7  COLUMN 22 VALUE
019100        "DATA CODE CONFIG INFRA CAPACITY VENDOR OPERATOR UNKNOWN".
019200     05 LINE 8  COLUMN 1  VALUE "FIX:".
019300     05 LINE 8  COLUMN 12 PIC X(60) TO ICS-FIX.
019400     05 LINE 10 COLUMN 1  PIC X(79) FROM ICS-MESSAGE.
019500     05 LINE 12 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(1).
019600     05 LINE 13 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(2).
019700     05 LINE 14 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(3).
019800     05 LINE 15 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(4).
019900     05 LINE 16 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(5).
020000     05 LINE 17 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(6).
020100     05 LINE 18 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(7).
020200     05 LINE 19 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(8).
020300     05 LINE 20 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(9).
020400     05 LINE 21 COLUMN 1  PIC X(79) FROM ICS-VIEW-LINE(10).
020500*
020600 PROCEDURE DIVISION.
020700*
020800*+----------------------------------------------------------+
020900*|  0000-MAINLINE                                             |
021000*+----------------------------------------------------------+
021100 0000-MAINLINE.
021200     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
021300     IF NOT ICS-SIGNED-ON
021400         DISPLAY "INCSCN: SIGN-ON REFUSED - SEE ACCESS LOG"
021500         STOP RUN
021600     END-IF.
021700     OPEN I-O INCIDENT-FILE.
021800     IF ICS-FILE-STATUS = "05" OR ICS-FILE-STATUS = "35"
021900         OPEN OUTPUT INCIDENT-FILE
022000         CLOSE INCIDENT-FILE
022100         OPEN I-O INCIDENT-FILE
022200     END-IF.
022300     IF ICS-FILE-STATUS NOT = "00"
022400         DISPLAY "INCSCN: CANNOT OPEN INCREG, STATUS "
022500                 ICS-FILE-STATUS
022600         MOVE 12 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     MOVE SPACES TO ICS-VIEW-LINES.
023000     PERFORM 1000-ONE-ACTION THRU 1000-EXIT
023100         UNTIL ICS-DONE.
023200     CLOSE INCIDENT-FILE.
023300     STOP RUN.
023400*
023500*+----------------------------------------------------------+
023600*|  0100-SIGN-ON - the analyst must hold the INCIDENT         |
023700*|  function before the register screen shows.               |
023800*+----------------------------------------------------------+
023900 0100-SIGN-ON.
024000     MOVE SPACES TO ICS-ANALYST.
024100     DISPLAY ICS-SIGNON-SCREEN.
024200     ACCEPT ICS-SIGNON-SCREEN.
024300     MOVE "N" TO ICS-SGN-RESULT.
024400     CALL "SIGNON" USING ICS-ANALYST
024500                         ICS-SGN-FUNCTION
024600                         ICS-SGN-TERMINAL
024700                         ICS-SGN-RESULT.
024800 0100-EXIT.
024900     EXIT.
025000*
025100*+----------------------------------------------------------+
025200*|  1000-ONE-ACTION - accept and carry out one action.  The   |
025300*|  incident number and run-id stay on the screen from one   |
025400*|  action to the next.                                       |
025500*+----------------------------------------------------------+
025600 1000-ONE-ACTION.
025700     MOVE SPACES TO ICS-ACTION ICS-TITLE ICS-CAUSE ICS-FIX.
025800     DISPLAY ICS-ENTRY-SCREEN.
025900     ACCEPT ICS-ENTRY-SCREEN.
026000     MOVE SPACES TO ICS-MESSAGE.
026100     IF ICS-ACTION = SPACES
026200         SET ICS-DONE TO TRUE
026300         GO TO 1000-EXIT
026400     END-IF.
026500     EVALUATE TRUE
026600         WHEN ICS-ACTION-OPEN
026700             PERFORM 2000-OPEN-INCIDENT THRU 2000-EXIT
026800         WHEN ICS-ACTION-ATTACH
026900             PERFORM 3000-ATTACH-RUN THRU 3000-EXIT
027000         WHEN ICS-ACTION-CAUSE
027100             PERFORM 4000-RECORD-CAUSE THRU 4000-EXIT
027200         WHEN ICS-ACTION-CLOSE
027300             PERFORM 5000-CLOSE-INCIDENT THRU 5000-EXIT
027400         WHEN ICS-ACTION-VIEW
027500             IF ICS-INC-NUMBER = 0
027600                 MOVE "KEY THE INCIDENT NUMBER." TO ICS-MESSAGE
027700             END-IF
027800         WHEN OTHER
027900             MOVE "ACTION MUST BE O, A, R, C OR V." TO ICS-MESSAGE
028000     END-EVALUATE.
028100     PERFORM 6000-VIEW-INCIDENT THRU 6000-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400*
028500*+----------------------------------------------------------+
028600*|  2000-OPEN-INCIDENT - take the next incident number and    |
028700*|  write the header; a run-id keyed with it has its items    |
028800*|  attached straight away.                                   |
028900*+----------------------------------------------------------+
029000 2000-OPEN-INCIDENT.
029100     IF ICS-TITLE = SPACES
029200         MOVE "A TITLE IS NEEDED TO OPEN AN INCIDENT."
029300             TO ICS-MESSAGE
029400         GO TO 2000-EXIT
029500     END-IF.
029600     MOVE SPACES TO ICS-RUN-JOB.
029700     MOVE 0 TO ICS-RUN-BUS-DATE.
029800     IF ICS-RUN-ID NOT = SPACES
029900         PERFORM 2900-READ-RUN THRU 2900-EXIT
030000         IF NOT ICS-RUN-FOUND
030100             MOVE "RUN-ID IS NOT ON JOBCTL - INCIDENT NOT OPENED."
030200                 TO ICS-MESSAGE
030300             GO TO 2000-EXIT
030400         END-IF
030500     END-IF.
030600     MOVE 0 TO INC-NUMBER INC-LINE.
030700     MOVE INC-KEY TO INF-KEY.
030800     MOVE "Y" TO ICS-FOUND-SW.
030900     READ INCIDENT-FILE INTO INCREG-RECORD
031000         KEY IS INF-KEY
031100         INVALID KEY MOVE "N" TO ICS-FOUND-SW
031200     END-READ.
031300     IF NOT ICS-FOUND
031400         MOVE SPACES TO INCREG-RECORD
031500         MOVE 0 TO INC-NUMBER INC-LINE INC-LAST-NUMBER
031600     END-IF.
031700     ADD 1 TO INC-LAST-NUMBER.
031800     MOVE INC-LAST-NUMBER TO ICS-INC-NUMBER.
031900     MOVE INC-KEY TO INF-KEY.
032000     MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD.
032100     IF ICS-FOUND
032200         REWRITE INCIDENT-FILE-REC
032300     ELSE
032400         WRITE INCIDENT-FILE-REC
032500     END-IF.
032510     IF ICS-FILE-STATUS NOT = "00"
032520         MOVE SPACES TO ICS-MESSAGE
032530         STRING "INCREG NUMBER NOT TAKEN, STATUS "
032540                                        DELIMITED BY SIZE
032550                ICS-FILE-STATUS         DELIMITED BY SIZE
032560                INTO ICS-MESSAGE
032570         DISPLAY "INCSCN: " ICS-MESSAGE
032580         MOVE 12 TO RETURN-CODE
032590         GO TO 2000-EXIT
032595     END-IF.
032600     MOVE SPACES              TO INCREG-RECORD.
032700     MOVE ICS-INC-NUMBER      TO INC-NUMBER.
032800     MOVE 0                   TO INC-LINE.
032900     SET INC-STATUS-OPEN      TO TRUE.
033000     MOVE ICS-RUN-ID          TO INC-RUN-ID.
033100     MOVE ICS-RUN-JOB         TO INC-JOB-NAME.
033200     MOVE ICS-TITLE           TO INC-TITLE.
033300     MOVE FUNCTION CURRENT-DATE(1:14) TO ICS-NOW-STRING.
033400     MOVE ICS-NOW-STRING      TO INC-OPENED-AT.
033500     MOVE ICS-ANALYST         TO INC-OPENED-BY.
033600     MOVE INC-KEY             TO INF-KEY.
033700     MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD.
033800     WRITE INCIDENT-FILE-REC.
033900     IF ICS-FILE-STATUS NOT = "00"
034000         MOVE SPACES TO ICS-MESSAGE
034100         STRING "INCREG WRITE FAILED, STATUS " DELIMITED BY SIZE
034200                ICS-FILE-STATUS              DELIMITED BY SIZE
034300                INTO ICS-MESSAGE
034310         DISPLAY "INCSCN: " ICS-MESSAGE
034320         MOVE 12 TO RETURN-CODE
034400         GO TO 2000-EXIT
034500     END-IF.
034600     MOVE 0 TO ICS-ADDED ICS-SKIPPED.
034700     IF ICS-RUN-ID NOT = SPACES
034800         PERFORM 3100-ATTACH-LINKS THRU 3100-EXIT
034900     END-IF.
035000     MOVE ICS-ADDED TO ICS-COUNT-ED.
035100     MOVE SPACES TO ICS-MESSAGE.
035200     STRING "INCIDENT "         DELIMITED BY SIZE
035300            ICS-INC-NUMBER      DELIMITED BY SIZE
035400            " OPENED - "        DELIMITED BY SIZE
035500            ICS-COUNT-ED        DELIMITED BY SIZE
035600            " ITEM(S) ATTACHED." DELIMITED BY SIZE
035700            INTO ICS-MESSAGE.
035800 2000-EXIT.
035900     EXIT.
036000*
036100*+----------------------------------------------------------+
036200*|  2900-READ-RUN - the run's job and business date from     |
036300*|  JOBCTL.                                                   |
036400*+----------------------------------------------------------+
036500 2900-READ-RUN.
036600     MOVE "N" TO ICS-RUN-FOUND-SW.
036700     OPEN INPUT JOBCTL-FILE.
036800     IF ICS-JOBCTL-STATUS NOT = "00"
036900         GO TO 2900-EXIT
037000     END-IF.
037100     MOVE ICS-RUN-ID TO JCF-RUN-ID.
037200     READ JOBCTL-FILE INTO JOBCTL-RECORD
037300         KEY IS JCF-RUN-ID
037400         INVALID KEY CONTINUE
037500         NOT INVALID KEY
037600             SET ICS-RUN-FOUND TO TRUE
037700             MOVE JBC-JOB-NAME      TO ICS-RUN-JOB
037800             MOVE JBC-BUSINESS-DATE TO ICS-RUN-BUS-DATE
037900     END-READ.
038000     CLOSE JOBCTL-FILE.
038100 2900-EXIT.
038200     EXIT.
038300*
038400*+----------------------------------------------------------+
038500*|  3000-ATTACH-RUN - attach a run-id's items to an open     |
038600*|  incident.  With no run-id keyed, the incident's own run  |
038700*|  is used; an incident opened without a run takes on the  |
038800*|  first one attached.                                       |
038900*+----------------------------------------------------------+
039000 3000-ATTACH-RUN.
039100     PERFORM 3900-READ-HEADER THRU 3900-EXIT.
039200     IF NOT ICS-FOUND
039300         GO TO 3000-EXIT
039400     END-IF.
039500     IF NOT INC-STATUS-OPEN
039600         MOVE "INCIDENT IS CLOSED - NOTHING ATTACHED."
039700             TO ICS-MESSAGE
039800         GO TO 3000-EXIT
039900     END-IF.
040000     IF ICS-RUN-ID = SPACES
040100         MOVE INC-RUN-ID TO ICS-RUN-ID
040200     END-IF.
040300     IF ICS-RUN-ID = SPACES
040400         MOVE "KEY THE RUN-ID WHOSE ITEMS ARE TO BE ATTACHED."
040500             TO ICS-MESSAGE
040600         GO TO 3000-EXIT
040700     END-IF.
040800     PERFORM 2900-READ-RUN THRU 2900-EXIT.
040900     IF NOT ICS-RUN-FOUND
041000         MOVE "RUN-ID IS NOT ON JOBCTL - NOTHING ATTACHED."
041100             TO ICS-MESSAGE
041200         GO TO 3000-EXIT
041300     END-IF.
041400     IF INC-RUN-ID = SPACES
041500         MOVE ICS-RUN-ID  TO INC-RUN-ID
041600         MOVE ICS-RUN-JOB TO INC-JOB-NAME
041700         MOVE INC-KEY     TO INF-KEY
041800         MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD
041900         REWRITE INCIDENT-FILE-REC
041910         IF ICS-FILE-STATUS NOT = "00"
041920             MOVE SPACES TO ICS-MESSAGE
041930             STRING "INCREG REWRITE FAILED, STATUS "
041940                                          DELIMITED BY SIZE
041950                    ICS-FILE-STATUS       DELIMITED BY SIZE
041960                    " - NOTHING ATTACHED." DELIMITED BY SIZE
041970                    INTO ICS-MESSAGE
041975             DISPLAY "INCSCN: " ICS-MESSAGE
041980             MOVE 12 TO RETURN-CODE
041985             GO TO 3000-EXIT
041990         END-IF
042000     END-IF.
042100     MOVE 0 TO ICS-ADDED ICS-SKIPPED.
042200     PERFORM 3100-ATTACH-LINKS THRU 3100-EXIT.
042300     MOVE ICS-ADDED TO ICS-COUNT-ED.
042400     MOVE ICS-SKIPPED TO ICS-MORE-ED.
042500     MOVE SPACES TO ICS-MESSAGE.
042600     STRING ICS-COUNT-ED            DELIMITED BY SIZE
042700            " ITEM(S) ATTACHED FROM " DELIMITED BY SIZE
042800            ICS-RUN-ID              DELIMITED BY SPACE
042900            ", "                    DELIMITED BY SIZE
043000            ICS-MORE-ED             DELIMITED BY SIZE
043100            " ALREADY ON THE INCIDENT." DELIMITED BY SIZE
043200            INTO ICS-MESSAGE.
043300 3000-EXIT.
043400     EXIT.
043500*
043600*+----------------------------------------------------------+
043700*|  3100-ATTACH-LINKS - every alert, watchdog incident,       |
043800*|  dead letter and override for ICS-RUN-ID not already on    |
043900*|  incident ICS-INC-NUMBER.                                  |
044000*+----------------------------------------------------------+
044100 3100-ATTACH-LINKS.
044200     PERFORM 3110-LOAD-LINKS THRU 3110-EXIT.
044300     PERFORM 3200-ATTACH-ALERTS THRU 3200-EXIT.
044400     PERFORM 3300-ATTACH-WATCHDOG THRU 3300-EXIT.
044500     PERFORM 3400-ATTACH-DEADLETTERS THRU 3400-EXIT.
044600     PERFORM 3500-ATTACH-OVERRIDE THRU 3500-EXIT.
044700 3100-EXIT.
044800     EXIT.
044900*
045000*+----------------------------------------------------------+
045100*|  3110-LOAD-LINKS - the items already on the incident and   |
045200*|  the next free line number.                                |
045300*+----------------------------------------------------------+
045400 3110-LOAD-LINKS.
045500     MOVE 0 TO ICS-HAVE-COUNT.
045600     MOVE 1 TO ICS-NEXT-LINE.
045700     MOVE "N" TO ICS-EOF-SW.
045800     MOVE ICS-INC-NUMBER TO INC-NUMBER.
045900     MOVE 1 TO INC-LINE.
046000     MOVE INC-KEY TO INF-KEY.
046100     START INCIDENT-FILE KEY IS NOT < INF-KEY
046200         INVALID KEY SET ICS-AT-EOF TO TRUE
046300     END-START.
046400     PERFORM 3120-ONE-LINK THRU 3120-EXIT
046500         UNTIL ICS-AT-EOF.
046600 3110-EXIT.
046700     EXIT.
046800*
046900 3120-ONE-LINK.
047000     READ INCIDENT-FILE NEXT RECORD INTO INCREG-RECORD
047100         AT END SET ICS-AT-EOF TO TRUE
047200     END-READ.
047300     IF ICS-AT-EOF
047400         GO TO 3120-EXIT
047500     END-IF.
047600     IF INC-NUMBER NOT = ICS-INC-NUMBER
047700         SET ICS-AT-EOF TO TRUE
047800         GO TO 3120-EXIT
047900     END-IF.
048000     ADD 1 TO ICS-HAVE-COUNT.
048100     MOVE INC-LINK-TYPE TO ICS-NEW-LINK-TYPE.
048200     MOVE INC-LINK-KEY  TO ICS-NEW-LINK-KEY.
048300     MOVE ICS-NEW-LINK  TO ICS-HAVE-ENTRY(ICS-HAVE-COUNT).
048400     IF INC-LINE < 999
048500         COMPUTE ICS-NEXT-LINE = INC-LINE + 1
048600     ELSE
048700         MOVE 999 TO ICS-NEXT-LINE
048800     END-IF.
048900 3120-EXIT.
049000     EXIT.
049100*
049200*+----------------------------------------------------------+
049300*|  3200-ATTACH-ALERTS - the run's alerts, by key.            |
049400*+----------------------------------------------------------+
049500 3200-ATTACH-ALERTS.
049600     OPEN INPUT ALERTS-FILE.
049700     IF ICS-ALERT-STATUS NOT = "00"
049800         GO TO 3200-EXIT
049900     END-IF.
050000     MOVE "N" TO ICS-EOF-SW.
050100     MOVE ICS-RUN-ID TO ALR-RUN-ID.
050200     MOVE 0 TO ALR-SEQUENCE.
050300     MOVE ALR-KEY TO ALF-KEY.
050400     START ALERTS-FILE KEY IS NOT < ALF-KEY
050500         INVALID KEY SET ICS-AT-EOF TO TRUE
050600     END-START.
050700     PERFORM 3210-ONE-ALERT THRU 3210-EXIT
050800         UNTIL ICS-AT-EOF.
050900     CLOSE ALERTS-FILE.
051000 3200-EXIT.
051100     EXIT.
051200*
051300 3210-ONE-ALERT.
051400     READ ALERTS-FILE NEXT RECORD INTO ALERT-RECORD
051500         AT END SET ICS-AT-EOF TO TRUE
051600     END-READ.
051700     IF ICS-AT-EOF
051800         GO TO 3210-EXIT
051900     END-IF.
052000     IF ALR-RUN-ID NOT = ICS-RUN-ID
052100         SET ICS-AT-EOF TO TRUE
052200         GO TO 3210-EXIT
052300     END-IF.
052400     MOVE "A"           TO ICS-NEW-TYPE.
052500     MOVE ALR-KEY       TO ICS-NEW-KEY.
052600     MOVE ALR-TIMESTAMP TO ICS-NEW-TIME.
052700     MOVE SPACES        TO ICS-NEW-TEXT.
052800     STRING ALR-SEVERITY    DELIMITED BY SIZE
052900            " "             DELIMITED BY SIZE
053000            ALR-PROGRAM     DELIMITED BY SIZE
053100            " "             DELIMITED BY SIZE
053200            ALR-MESSAGE     DELIMITED BY SIZE
053300            INTO ICS-NEW-TEXT.
053400     PERFORM 3800-ADD-LINK THRU 3800-EXIT.
053500 3210-EXIT.
053600     EXIT.
053700*
053800*+----------------------------------------------------------+
053900*|  3300-ATTACH-WATCHDOG - the run's watchdog incidents, by   |
054000*|  timestamp and program.                                    |
054100*+----------------------------------------------------------+
054200 3300-ATTACH-WATCHDOG.
054300     OPEN INPUT WATCHDOG-FILE.
054400     IF ICS-WDOG-STATUS NOT = "00"
054500         GO TO 3300-EXIT
054600     END-IF.
054700     MOVE "N" TO ICS-EOF-SW.
054800     PERFORM 3310-ONE-WATCHDOG THRU 3310-EXIT
054900         UNTIL ICS-AT-EOF.
055000     CLOSE WATCHDOG-FILE.
055100 3300-EXIT.
055200     EXIT.
055300*
055400 3310-ONE-WATCHDOG.
055500     READ WATCHDOG-FILE INTO WDGINC-RECORD
055600         AT END SET ICS-AT-EOF TO TRUE
055700     END-READ.
055800     IF ICS-AT-EOF
055900         GO TO 3310-EXIT
056000     END-IF.
056100     IF WDI-RUN-ID NOT = ICS-RUN-ID
056200         GO TO 3310-EXIT
056300     END-IF.
056400     MOVE "W"              TO ICS-NEW-TYPE.
056500     MOVE SPACES           TO ICS-NEW-KEY.
056600     STRING WDI-TIMESTAMP  DELIMITED BY SIZE
056700            WDI-PROGRAM    DELIMITED BY SIZE
056800            INTO ICS-NEW-KEY.
056900     MOVE WDI-TIMESTAMP    TO ICS-NEW-TIME.
057000     MOVE WDI-SQLCODE      TO ICS-SQLCODE-ED.
057100     MOVE WDI-ELAPSED-SECS TO ICS-ELAPSED-ED.
057200     MOVE SPACES           TO ICS-NEW-TEXT.
057300     STRING WDI-PROGRAM    DELIMITED BY SPACE
057400            " "            DELIMITED BY SIZE
057500            WDI-PARAGRAPH  DELIMITED BY SPACE
057600            " SQLCODE "    DELIMITED BY SIZE
057700            ICS-SQLCODE-ED DELIMITED BY SIZE
057800            " ELAPSED "    DELIMITED BY SIZE
057900            ICS-ELAPSED-ED DELIMITED BY SIZE
058000            "S"            DELIMITED BY SIZE
058100            INTO ICS-NEW-TEXT.
058200     PERFORM 3800-ADD-LINK THRU 3800-EXIT.
058300 3310-EXIT.
058400     EXIT.
058500*
058600*+----------------------------------------------------------+
058700*|  3400-ATTACH-DEADLETTERS - the run's dead-letter entries,  |
058800*|  by timestamp and statement.  The host-variable snapshot  |
058900*|  stays on DEADLTR; only the key and SQLCODE are linked.   |
059000*+----------------------------------------------------------+
059100 3400-ATTACH-DEADLETTERS.
059200     OPEN INPUT DEADLETTER-FILE.
059300     IF ICS-DEAD-STATUS NOT = "00"
059400         GO TO 3400-EXIT
059500     END-IF.
059600     MOVE "N" TO ICS-EOF-SW.
059700     PERFORM 3410-ONE-DEADLETTER THRU 3410-EXIT
059800         UNTIL ICS-AT-EOF.
059900     CLOSE DEADLETTER-FILE.
060000 3400-EXIT.
060100     EXIT.
060200*
060300 3410-ONE-DEADLETTER.
060400     READ DEADLETTER-FILE INTO DEADLT-RECORD
060500         AT END SET ICS-AT-EOF TO TRUE
060600     END-READ.
060700     IF ICS-AT-EOF
060800         GO TO 3410-EXIT
060900     END-IF.
061000     IF DLQ-RUNID NOT = ICS-RUN-ID
061100         GO TO 3410-EXIT
061200     END-IF.
061300     MOVE "D"              TO ICS-NEW-TYPE.
061400     MOVE SPACES           TO ICS-NEW-KEY.
061500     STRING DLQ-TIMESTAMP     DELIMITED BY SIZE
061600            DLQ-STMT-ID(1:26) DELIMITED BY SIZE
061700            INTO ICS-NEW-KEY.
061800     MOVE DLQ-TIMESTAMP    TO ICS-NEW-TIME.
061900     MOVE DLQ-SQLCODE      TO ICS-SQLCODE-ED.
062000     MOVE SPACES           TO ICS-NEW-TEXT.
062100     STRING DLQ-STMT-ID    DELIMITED BY SPACE
062200            " SQLCODE "    DELIMITED BY SIZE
062300            ICS-SQLCODE-ED DELIMITED BY SIZE
062400            INTO ICS-NEW-TEXT.
062500     PERFORM 3800-ADD-LINK THRU 3800-EXIT.
062600 3410-EXIT.
062700     EXIT.
062800*
062900*+----------------------------------------------------------+
063000*|  3500-ATTACH-OVERRIDE - the rerun override for the run's   |
063100*|  job and business date, if one was authorized.            |
063200*+----------------------------------------------------------+
063300 3500-ATTACH-OVERRIDE.
063400     IF ICS-RUN-JOB = SPACES OR ICS-RUN-BUS-DATE = 0
063500         GO TO 3500-EXIT
063600     END-IF.
063700     OPEN INPUT OVERRIDE-FILE.
063800     IF ICS-OVR-STATUS NOT = "00"
063900         GO TO 3500-EXIT
064000     END-IF.
064100     MOVE ICS-RUN-JOB      TO OVR-JOB-NAME.
064200     MOVE ICS-RUN-BUS-DATE TO OVR-BUSINESS-DATE.
064300     MOVE OVR-KEY          TO OVF-KEY.
064400     MOVE "Y" TO ICS-FOUND-SW.
064500     READ OVERRIDE-FILE INTO RUNOVR-RECORD
064600         KEY IS OVF-KEY
064700         INVALID KEY MOVE "N" TO ICS-FOUND-SW
064800     END-READ.
064900     CLOSE OVERRIDE-FILE.
065000     IF NOT ICS-FOUND
065100         GO TO 3500-EXIT
065200     END-IF.
065300     MOVE "O"              TO ICS-NEW-TYPE.
065400     MOVE OVR-KEY          TO ICS-NEW-KEY.
065500     MOVE OVR-TIMESTAMP    TO ICS-NEW-TIME.
065600     MOVE SPACES           TO ICS-NEW-TEXT.
065700     STRING "BY "          DELIMITED BY SIZE
065800            OVR-AUTHORIZER DELIMITED BY SPACE
065900            " USED="       DELIMITED BY SIZE
066000            OVR-USED-SW    DELIMITED BY SIZE
066100            " "            DELIMITED BY SIZE
066200            OVR-REASON     DELIMITED BY SIZE
066300            INTO ICS-NEW-TEXT.
066400     PERFORM 3800-ADD-LINK THRU 3800-EXIT.
066500 3500-EXIT.
066600     EXIT.
066700*
066800*+----------------------------------------------------------+
066900*|  3800-ADD-LINK - write ICS-NEW-* as the incident's next    |
067000*|  line unless it is already there.                          |
067100*+----------------------------------------------------------+
067200 3800-ADD-LINK.
067300     MOVE ICS-NEW-TYPE TO ICS-NEW-LINK-TYPE.
067400     MOVE ICS-NEW-KEY  TO ICS-NEW-LINK-KEY.
067500     MOVE "N" TO ICS-FOUND-SW.
067600     PERFORM 3810-CHECK-HAVE THRU 3810-EXIT
067700         VARYING ICS-HAVE-SUB FROM 1 BY 1
067800         UNTIL ICS-HAVE-SUB > ICS-HAVE-COUNT
067900            OR ICS-FOUND.
068000     IF ICS-FOUND
068100         ADD 1 TO ICS-SKIPPED
068200         GO TO 3800-EXIT
068300     END-IF.
068400     IF ICS-HAVE-COUNT NOT < 999
068500         ADD 1 TO ICS-SKIPPED
068600         GO TO 3800-EXIT
068700     END-IF.
068800     MOVE SPACES          TO INCREG-RECORD.
068900     MOVE ICS-INC-NUMBER  TO INC-NUMBER.
069000     MOVE ICS-NEXT-LINE   TO INC-LINE.
069100     MOVE ICS-NEW-TYPE    TO INC-LINK-TYPE.
069200     MOVE ICS-RUN-ID      TO INC-LINK-RUN-ID.
069300     MOVE ICS-NEW-KEY     TO INC-LINK-KEY.
069400     MOVE ICS-NEW-TIME    TO INC-LINK-TIME.
069500     MOVE ICS-NEW-TEXT    TO INC-LINK-TEXT.
069600     MOVE ICS-ANALYST     TO INC-LINKED-BY.
069700     MOVE INC-KEY         TO INF-KEY.
069800     MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD.
069900     WRITE INCIDENT-FILE-REC.
070000     IF ICS-FILE-STATUS NOT = "00"
070100         ADD 1 TO ICS-SKIPPED
070200         GO TO 3800-EXIT
070300     END-IF.
070400     ADD 1 TO ICS-HAVE-COUNT ICS-ADDED.
070500     MOVE ICS-NEW-LINK TO ICS-HAVE-ENTRY(ICS-HAVE-COUNT).
070600     IF ICS-NEXT-LINE < 999
070700         ADD 1 TO ICS-NEXT-LINE
070800     END-IF.
070900 3800-EXIT.
071000     EXIT.
071100*
071200 3810-CHECK-HAVE.
071300     IF ICS-HAVE-ENTRY(ICS-HAVE-SUB) = ICS-NEW-LINK
071400         SET ICS-FOUND TO TRUE
071500     END-IF.
071600 3810-EXIT.
071700     EXIT.
071800*
071900*+----------------------------------------------------------+
072000*|  3900-READ-HEADER - incident ICS-INC-NUMBER's header into  |
072100*|  INCREG-RECORD; ICS-FOUND off (and a message set) if      |
072200*|  there is no such incident.                                |
072300*+----------------------------------------------------------+
072400 3900-READ-HEADER.
072500     MOVE "N" TO ICS-FOUND-SW.
072600     IF ICS-INC-NUMBER = 0
072700         MOVE "KEY THE INCIDENT NUMBER." TO ICS-MESSAGE
072800         GO TO 3900-EXIT
072900     END-IF.
073000     MOVE ICS-INC-NUMBER TO INC-NUMBER.
073100     MOVE 0 TO INC-LINE.
073200     MOVE INC-KEY TO INF-KEY.
073300     READ INCIDENT-FILE INTO INCREG-RECORD
073400         KEY IS INF-KEY
073500         INVALID KEY
073600             MOVE "NO SUCH INCIDENT." TO ICS-MESSAGE
073700         NOT INVALID KEY
073800             SET ICS-FOUND TO TRUE
073900     END-READ.
074000 3900-EXIT.
074100     EXIT.
074200*
074300*+----------------------------------------------------------+
074400*|  4000-RECORD-CAUSE - root-cause category and fix on an     |
074500*|  open incident.                                            |
074600*+----------------------------------------------------------+
074700 4000-RECORD-CAUSE.
074800     PERFORM 3900-READ-HEADER THRU 3900-EXIT.
074900     IF NOT ICS-FOUND
075000         GO TO 4000-EXIT
075100     END-IF.
075200     IF NOT INC-STATUS-OPEN
075300         MOVE "INCIDENT IS CLOSED - CAUSE NOT CHANGED."
075400             TO ICS-MESSAGE
075500         GO TO 4000-EXIT
075600     END-IF.
075700     PERFORM 4100-APPLY-CAUSE THRU 4100-EXIT.
075800     IF ICS-MESSAGE = SPACES
075900         MOVE "ROOT CAUSE AND FIX RECORDED." TO ICS-MESSAGE
076000     END-IF.
076100 4000-EXIT.
076200     EXIT.
076300*
076400*+----------------------------------------------------------+
076500*|  4100-APPLY-CAUSE - validate the keyed cause and fix and   |
076600*|  rewrite the header in INCREG-RECORD with them.  Leaves a  |
076700*|  message only when something was wrong.                    |
076800*+----------------------------------------------------------+
076900 4100-APPLY-CAUSE.
077000     IF ICS-CAUSE = SPACES OR ICS-FIX = SPACES
077100         MOVE "BOTH A ROOT CAUSE AND A FIX ARE NEEDED."
077200             TO ICS-MESSAGE
077300         GO TO 4100-EXIT
077400     END-IF.
077500     MOVE INC-CAUSE TO ICS-OLD-CAUSE.
077600     MOVE ICS-CAUSE TO INC-CAUSE.
077700     IF NOT INC-CAUSE-VALID
077800         MOVE ICS-OLD-CAUSE TO INC-CAUSE
077900         MOVE "ROOT CAUSE IS NOT ONE OF THE CATEGORIES SHOWN."
078000             TO ICS-MESSAGE
078100         GO TO 4100-EXIT
078200     END-IF.
078300     MOVE ICS-FIX TO INC-FIX.
078400     MOVE INC-KEY TO INF-KEY.
078500     MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD.
078600     REWRITE INCIDENT-FILE-REC.
078700     IF ICS-FILE-STATUS NOT = "00"
078800         MOVE SPACES TO ICS-MESSAGE
078900         STRING "INCREG REWRITE FAILED, STATUS " DELIMITED BY SIZE
079000                ICS-FILE-STATUS                DELIMITED BY SIZE
079100                INTO ICS-MESSAGE
079200     END-IF.
079300 4100-EXIT.
079400     EXIT.
079500*
079600*+----------------------------------------------------------+
079700*|  5000-CLOSE-INCIDENT - close an open incident once its     |
079800*|  cause and fix are recorded; a cause and fix keyed with   |
079900*|  the close are recorded first.                             |
080000*+----------------------------------------------------------+
080100 5000-CLOSE-INCIDENT.
080200     PERFORM 3900-READ-HEADER THRU 3900-EXIT.
080300     IF NOT ICS-FOUND
080400         GO TO 5000-EXIT
080500     END-IF.
080600     IF NOT INC-STATUS-OPEN
080700         MOVE "INCIDENT IS ALREADY CLOSED." TO ICS-MESSAGE
080800         GO TO 5000-EXIT
080900     END-IF.
081000     IF ICS-CAUSE NOT = SPACES OR ICS-FIX NOT = SPACES
081100         PERFORM 4100-APPLY-CAUSE THRU 4100-EXIT
081200         IF ICS-MESSAGE NOT = SPACES
081300             GO TO 5000-EXIT
081400         END-IF
081500     END-IF.
081600     IF INC-CAUSE = SPACES OR INC-FIX = SPACES
081700         MOVE "RECORD THE ROOT CAUSE AND FIX BEFORE CLOSING."
081800             TO ICS-MESSAGE
081900         GO TO 5000-EXIT
082000     END-IF.
082100     SET INC-STATUS-CLOSED TO TRUE.
082200     MOVE FUNCTION CURRENT-DATE(1:14) TO ICS-NOW-STRING.
082300     MOVE ICS-NOW-STRING TO INC-CLOSED-AT.
082400     MOVE ICS-ANALYST    TO INC-CLOSED-BY.
082500     MOVE INC-KEY TO INF-KEY.
082600     MOVE INCREG-RECORD(10:197) TO INF-REST-OF-RECORD.
082700     REWRITE INCIDENT-FILE-REC.
082800     IF ICS-FILE-STATUS NOT = "00"
082900         MOVE SPACES TO ICS-MESSAGE
083000         STRING "INCREG REWRITE FAILED, STATUS " DELIMITED BY SIZE
083100                ICS-FILE-STATUS                DELIMITED BY SIZE
083200                INTO ICS-MESSAGE
083300         GO TO 5000-EXIT
083400     END-IF.
083500     MOVE "INCIDENT CLOSED." TO ICS-MESSAGE.
083600 5000-EXIT.
083700     EXIT.
083800*
083900*+----------------------------------------------------------+
084000*|  6000-VIEW-INCIDENT - the incident's header and its first  |
084100*|  linked items on the lower half of the screen.             |
084200*+----------------------------------------------------------+
084300 6000-VIEW-INCIDENT.
084400     MOVE SPACES TO ICS-VIEW-LINES.
084500     IF ICS-INC-NUMBER = 0
084600         GO TO 6000-EXIT
084700     END-IF.
084800     PERFORM 3900-READ-HEADER THRU 3900-EXIT.
084900     IF NOT ICS-FOUND
085000         GO TO 6000-EXIT
085100     END-IF.
085200     IF INC-STATUS-OPEN
085300         MOVE "OPEN"   TO ICS-STATUS-TEXT
085400     ELSE
085500         MOVE "CLOSED" TO ICS-STATUS-TEXT
085600     END-IF.
085700     STRING "INCIDENT "     DELIMITED BY SIZE
085800            INC-NUMBER      DELIMITED BY SIZE
085900            "  "            DELIMITED BY SIZE
086000            ICS-STATUS-TEXT DELIMITED BY SIZE
086100            "  RUN "        DELIMITED BY SIZE
086200            INC-RUN-ID      DELIMITED BY SIZE
086300            "  JOB "        DELIMITED BY SIZE
086400            INC-JOB-NAME    DELIMITED BY SIZE
086500            INTO ICS-VIEW-LINE(1).
086600     STRING "TITLE: "       DELIMITED BY SIZE
086700            INC-TITLE       DELIMITED BY SIZE
086800            INTO ICS-VIEW-LINE(2).
086900     STRING "CAUSE: "       DELIMITED BY SIZE
087000            INC-CAUSE       DELIMITED BY SIZE
087100            "  FIX: "       DELIMITED BY SIZE
087200            INC-FIX         DELIMITED BY SIZE
087300            INTO ICS-VIEW-LINE(3).
087400     STRING "OPENED "       DELIMITED BY SIZE
087500            INC-OPENED-AT   DELIMITED BY SIZE
087600            " BY "          DELIMITED BY SIZE
087700            INC-OPENED-BY   DELIMITED BY SIZE
087800            "  CLOSED "     DELIMITED BY SIZE
087900            INC-CLOSED-AT   DELIMITED BY SIZE
088000            " BY "          DELIMITED BY SIZE
088100            INC-CLOSED-BY   DELIMITED BY SIZE
088200            INTO ICS-VIEW-LINE(4).
088300     MOVE 4 TO ICS-VIEW-SUB.
088400     MOVE 0 TO ICS-LINK-COUNT.
088500     MOVE "N" TO ICS-EOF-SW.
088600     MOVE 1 TO INC-LINE.
088700     MOVE INC-KEY TO INF-KEY.
088800     START INCIDENT-FILE KEY IS NOT < INF-KEY
088900         INVALID KEY SET ICS-AT-EOF TO TRUE
089000     END-START.
089100     PERFORM 6100-VIEW-LINK THRU 6100-EXIT
089200         UNTIL ICS-AT-EOF.
089300     IF ICS-LINK-COUNT > 6
089400         COMPUTE ICS-MORE-ED = ICS-LINK-COUNT - 5
089500         MOVE SPACES TO ICS-VIEW-LINE(10)
089600         STRING "... AND "  DELIMITED BY SIZE
089700                ICS-MORE-ED DELIMITED BY SIZE
089800                " MORE LINKED ITEM(S)" DELIMITED BY SIZE
089900                INTO ICS-VIEW-LINE(10)
090000     END-IF.
090100 6000-EXIT.
090200     EXIT.
090300*
090400 6100-VIEW-LINK.
090500     READ INCIDENT-FILE NEXT RECORD INTO INCREG-RECORD
090600         AT END SET ICS-AT-EOF TO TRUE
090700     END-READ.
090800     IF ICS-AT-EOF
090900         GO TO 6100-EXIT
091000     END-IF.
091100     IF INC-NUMBER NOT = ICS-INC-NUMBER
091200         SET ICS-AT-EOF TO TRUE
091300         GO TO 6100-EXIT
091400     END-IF.
091500     ADD 1 TO ICS-LINK-COUNT.
091600     IF ICS-VIEW-SUB NOT < 10
091700         GO TO 6100-EXIT
091800     END-IF.
091900     ADD 1 TO ICS-VIEW-SUB.
092000     MOVE INC-LINE TO ICS-LINE-ED.
092100     STRING ICS-LINE-ED     DELIMITED BY SIZE
092200            " "             DELIMITED BY SIZE
092300            INC-LINK-TYPE   DELIMITED BY SIZE
092400            " "             DELIMITED BY SIZE
092500            INC-LINK-TIME   DELIMITED BY SIZE
092600            " "             DELIMITED BY SIZE
092700            INC-LINK-TEXT   DELIMITED BY SIZE
092800            INTO ICS-VIEW-LINE(ICS-VIEW-SUB).
092900 6100-EXIT.
093000     EXIT.
