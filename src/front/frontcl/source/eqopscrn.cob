003950*     *                       function, and a refused attempt
003960*     *                       lands on the access-violation log
003970*     *                       instead of stamping the alert.
003973*     * 15-oct-2026 (dlross)  A failed run-id, and an alert
003976*     *                       carrying one, now shows the
003979*     *                       matching runbook entry (see
003982*     *                       eqrbkget.cob) - who to call, the
003985*     *                       recovery steps and whether a rerun
003988*     *                       needs an OVRSCN override.  The
003991*     *                       command prompt moves down to make
003994*     *                       room for it.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ALF-KEY
005800         FILE STATUS IS OPS-ALERT-STATUS.
005810     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS JCF-RUN-ID
005850         FILE STATUS IS OPS-JOBCTL-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
007200 FD  ALERTS-FILE.
007300 01  ALERTS-FILE-REC.
007400     05 ALF-KEY               PIC X(20).
007500     05 ALF-REST-OF-RECORD    PIC X(138).
007510*
007520 FD  JOBCTL-FILE.
007530 01  JOBCTL-FILE-REC.
007540     05 JCF-RUN-ID            PIC X(16).
007550     05 JCF-REST-OF-RECORD    PIC X(78).
007600*
007700 WORKING-STORAGE SECTION.
007800 COPY "eqsqlsta.cob".
007900 COPY "eqopcmd.cob".
008000 COPY "eqalert.cob".
008020 COPY "eqsqlca.cob".
008040 COPY "eqjobctl.cob".
008060 COPY "eqrbkres.cob".
008100*
008200 01  OPS-WORK-AREA.
008300     05 OPS-FILE-STATUS       PIC X(2)  VALUE "00".
009800     05 OPS-ALR-PROGRAM       PIC X(8)  VALUE "OPSCRN".
009900     05 OPS-ALR-MESSAGE       PIC X(70) VALUE SPACES.
010000     05 OPS-ALR-KEY           PIC X(20).
010009     05 OPS-JOBCTL-STATUS     PIC X(2)  VALUE "00".
010018     05 OPS-RBK-JOB           PIC X(8).
010027     05 OPS-RBK-EXIT          PIC S9(4) USAGE COMP.
010036     05 OPS-RBK-SQLCODE       PIC S9(9) USAGE COMP.
010045     05 OPS-RBK-SUB           PIC S9(4) USAGE COMP.
010054     05 OPS-RBK-STEP-NUM      PIC 9(2).
010063     05 OPS-RBK-OVERRIDE      PIC X(3).
010072*
010081 01  OPS-RUNBOOK-LINES.
010090     05 OPS-RBK-LINE          PIC X(79) OCCURS 9 TIMES.
010100*
010200 SCREEN SECTION.
010300 01  OPS-INQUIRY-SCREEN.
013400        VALUE "NO STATUS RECORDED FOR THAT RUN-ID.".
013500*
013600 01  OPS-COMMAND-SCREEN.
013700     05 LINE 22 COLUMN 1
013800        VALUE "COMMAND (P=PAUSE D=DRAIN R=RESUME, BLANK=NONE):".
013900     05 LINE 22 COLUMN 50 PIC X(1) TO OPS-COMMAND-CODE.
014000     05 LINE 23 COLUMN 1  VALUE "OPERATOR ID:".
014100     05 LINE 23 COLUMN 50 PIC X(8) TO OPS-OPERATOR-ID.
014200*
014300 01  OPS-COMMAND-TAKEN-SCREEN.
014400     05 LINE 24 COLUMN 1
014500        VALUE "COMMAND RECORDED FOR THE RUN-ID.".
014508*
014516 01  OPS-RUNBOOK-SCREEN.
014524     05 LINE 13 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(1).
014532     05 LINE 14 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(2).
014540     05 LINE 15 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(3).
014548     05 LINE 16 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(4).
014556     05 LINE 17 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(5).
014564     05 LINE 18 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(6).
014572     05 LINE 19 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(7).
014580     05 LINE 20 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(8).
014588     05 LINE 21 COLUMN 1  PIC X(79) FROM OPS-RBK-LINE(9).
014600*
014700 01  OPS-ALERT-SCREEN.
014800     05 LINE 5  COLUMN 1  VALUE "UNACKNOWLEDGED ALERT".
019400     END-READ.
019500     IF OPS-FILE-STATUS = "00"
019600         DISPLAY OPS-RESULT-SCREEN
019630         PERFORM 1100-FIND-RUNBOOK THRU 1100-EXIT
019660         DISPLAY OPS-RUNBOOK-SCREEN
019700         PERFORM 2000-ACCEPT-COMMAND THRU 2000-EXIT
019800     END-IF.
019900 1000-EXIT.
020000     EXIT.
020001*
020002*+----------------------------------------------------------+
020003*|  1100-FIND-RUNBOOK - for a run JOBCTL shows as failed, the |
020004*|  runbook entry for its job, exit code and SQLCODE.         |
020005*+----------------------------------------------------------+
020006 1100-FIND-RUNBOOK.
020007     MOVE SPACES TO OPS-RUNBOOK-LINES.
020008     OPEN INPUT JOBCTL-FILE.
020009     IF OPS-JOBCTL-STATUS NOT = "00"
020010         GO TO 1100-EXIT
020011     END-IF.
020012     MOVE OPS-SEARCH-RUN-ID TO JCF-RUN-ID.
020013     READ JOBCTL-FILE INTO JOBCTL-RECORD
020014         KEY IS JCF-RUN-ID
020015         INVALID KEY MOVE SPACES TO JOBCTL-RECORD
020016     END-READ.
020017     CLOSE JOBCTL-FILE.
020018     IF NOT JBC-STATUS-FAILED
020019         GO TO 1100-EXIT
020020     END-IF.
020021     MOVE STA-SQLCODE  TO SQLCODE.
020022     MOVE STA-SQLWARN0 TO SQLWARN0.
020023     CALL "XITCOD" USING OPS-RBK-EXIT.
020024     MOVE JBC-JOB-NAME TO OPS-RBK-JOB.
020025     MOVE STA-SQLCODE  TO OPS-RBK-SQLCODE.
020026     CALL "RBKGET" USING OPS-RBK-JOB
020027                         OPS-RBK-EXIT
020028                         OPS-RBK-SQLCODE
020029                         RBKRES-AREA.
020030     IF NOT RBR-ENTRY-FOUND
020031         MOVE "FAILED RUN - NO RUNBOOK ENTRY FOR THIS FAILURE."
020032             TO OPS-RBK-LINE(1)
020033         GO TO 1100-EXIT
020034     END-IF.
020035     PERFORM 1200-BUILD-RUNBOOK-LINES THRU 1200-EXIT.
020036 1100-EXIT.
020037     EXIT.
020038*
020039*+----------------------------------------------------------+
020040*|  1200-BUILD-RUNBOOK-LINES - who to call and the override  |
020041*|  on the first line, then one line per recovery step.      |
020042*+----------------------------------------------------------+
020043 1200-BUILD-RUNBOOK-LINES.
020044     IF RBR-OVERRIDE-NEEDED
020045         MOVE "YES" TO OPS-RBK-OVERRIDE
020046     ELSE
020047         MOVE "NO"  TO OPS-RBK-OVERRIDE
020048     END-IF.
020049     STRING "RUNBOOK - CALL "     DELIMITED BY SIZE
020050            RBR-CONTACT           DELIMITED BY SIZE
020051            "  OVRSCN OVERRIDE: " DELIMITED BY SIZE
020052            OPS-RBK-OVERRIDE      DELIMITED BY SIZE
020053         INTO OPS-RBK-LINE(1).
020054     PERFORM 1210-BUILD-ONE-STEP THRU 1210-EXIT
020055         VARYING OPS-RBK-SUB FROM 1 BY 1
020056         UNTIL OPS-RBK-SUB > RBR-STEP-COUNT.
020057 1200-EXIT.
020058     EXIT.
020059*
020060 1210-BUILD-ONE-STEP.
020061     IF RBR-STEP-TEXT(OPS-RBK-SUB) = SPACES
020062         GO TO 1210-EXIT
020063     END-IF.
020064     MOVE OPS-RBK-SUB TO OPS-RBK-STEP-NUM.
020065     STRING "  "                       DELIMITED BY SIZE
020066            OPS-RBK-STEP-NUM           DELIMITED BY SIZE
020067            ". "                       DELIMITED BY SIZE
020068            RBR-STEP-TEXT(OPS-RBK-SUB) DELIMITED BY SIZE
020069         INTO OPS-RBK-LINE(OPS-RBK-SUB + 1).
020070 1210-EXIT.
020071     EXIT.
020100*
020200*+----------------------------------------------------------+
020300*|  2000-ACCEPT-COMMAND - offer the operator a PAUSE/DRAIN/   |
026200         GO TO 3100-EXIT
026300     END-IF.
026400     MOVE SPACES TO OPS-ACK-SW OPS-OPERATOR-ID.
026407     MOVE SPACES TO OPS-RUNBOOK-LINES.
026414     IF ALR-RUNBOOK-ATTACHED
026421         MOVE ALR-RBK-JOB     TO OPS-RBK-JOB
026428         MOVE ALR-RBK-EXIT    TO OPS-RBK-EXIT
026435         MOVE ALR-RBK-SQLCODE TO OPS-RBK-SQLCODE
026442         CALL "RBKGET" USING OPS-RBK-JOB
026449                             OPS-RBK-EXIT
026456                             OPS-RBK-SQLCODE
026463                             RBKRES-AREA
026470         IF RBR-ENTRY-FOUND
026477             PERFORM 1200-BUILD-RUNBOOK-LINES THRU 1200-EXIT
026484         END-IF
026491     END-IF.
026500     DISPLAY OPS-ALERT-SCREEN.
026550     DISPLAY OPS-RUNBOOK-SCREEN.
026600     ACCEPT OPS-ALERT-SCREEN.
026700     IF OPS-ACK-SW = "Y"
026710         MOVE "N" TO OPS-SGN-RESULT
