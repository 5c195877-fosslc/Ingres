004700*     *                       job), not a Y/N switch, and the
004800*     *                       dropped counter is unsigned so it
004900*     *                       prints clean.
004920*     * 15-oct-2026 (dlross)  The exception section now also
004940*     *                       lists the expected jobs MISRUN
004960*     *                       found missed - no run, or no
004980*     *                       completed run, by their deadline.
004985*     * 15-oct-2026 (dlross)  Each failed job in the exception
004990*     *                       section is followed by its runbook
004995*     *                       entry (see eqrbkget.cob).
004996*     * 15-oct-2026 (dlross)  New closing section prints the
004997*     *                       latest HSHVER seal anchor for each
004998*     *                       sealed file off HASHANCH (see
004999*     *                       eqhshanc.cob).
005009*     * 15-oct-2026 (dlross)  An anchor a personal-data erasure
005019*     *                       left after re-sealing its file is
005029*     *                       shown with the first record
005039*     *                       re-sealed.
005041*     * 15-oct-2026 (dlross)  The anchor table search stops at
005043*     *                       its tenth row.
005049*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS SCF-KEY
008000         FILE STATUS IS TRN-STEP-STATUS.
008020     SELECT MISSED-FILE ASSIGN TO "MISSJOBS"
008040         ORGANIZATION IS SEQUENTIAL
008060         FILE STATUS IS TRN-MISS-STATUS.
008070     SELECT ANCHOR-FILE ASSIGN TO "HASHANCH"
008080         ORGANIZATION IS SEQUENTIAL
008090         FILE STATUS IS TRN-ANC-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
009100*
009200 FD  SQLAUDIT-FILE
009300     RECORDING MODE IS F.
009400 01  SQLAUDIT-REC             PIC X(263).
009500*
009600 FD  RECON-REPORT
009700     RECORDING MODE IS F.
010900 01  STEPCTL-FILE-REC.
011000     05 SCF-KEY               PIC X(10).
011100     05 SCF-REST-OF-RECORD    PIC X(65).
011120*
011140 FD  MISSED-FILE
011160     RECORDING MODE IS F.
011180 COPY "eqmisjob.cob".
011184*
011188 FD  ANCHOR-FILE
011192     RECORDING MODE IS F.
011196 COPY "eqhshanc.cob".
011200*
011300 WORKING-STORAGE SECTION.
011400 COPY "eqsqlca.cob".
011500 COPY "eqjobctl.cob".
011600 COPY "eqsqlaud.cob".
011700 COPY "eqstpctl.cob".
011750 COPY "eqrbkres.cob".
011800*
011900 01  TRN-WORK-AREA.
012000     05 TRN-JOBCTL-STATUS     PIC X(2)  VALUE "00".
014400     05 TRN-START-DATE-X      PIC X(8).
014500     05 TRN-DROPPED-COUNT     PIC 9(5)  VALUE ZERO.
014600     05 TRN-EDIT-WARNS        PIC -(4)9.
014650     05 TRN-MISS-STATUS       PIC X(2)  VALUE "00".
014660     05 TRN-RBK-SUB           PIC S9(4) COMP.
014670     05 TRN-RBK-STEP-NUM      PIC 9(2).
014680     05 TRN-RBK-OVERRIDE      PIC X(3).
014681     05 TRN-ANC-STATUS        PIC X(2)  VALUE "00".
014682     05 TRN-ANC-COUNT         PIC S9(4) COMP VALUE ZERO.
014683     05 TRN-ANC-SUB           PIC S9(4) COMP.
014684     05 TRN-EDIT-ANC-RECORDS  PIC Z(8)9.
014685     05 TRN-EDIT-ANC-BREAK    PIC Z(8)9.
014686*
014687*    The latest seal anchor per sealed file.
014688*
014689 01  TRN-ANCHOR-TABLE.
014690     05 TRN-ANC-ROW OCCURS 10 TIMES.
014691         10 TRN-ANC-DATE       PIC 9(8).
014692         10 TRN-ANC-FILE       PIC X(8).
014693         10 TRN-ANC-RECORDS    PIC 9(9).
014694         10 TRN-ANC-HASH       PIC X(20).
014695         10 TRN-ANC-RESULT     PIC X(1).
014696         10 TRN-ANC-BREAK      PIC 9(9).
014700*
014800 01  TRN-JOB-TABLE.
014900     05 TRN-JOB-ROW OCCURS 50 TIMES.
018000     PERFORM 6500-LOAD-STEP-PROGRESS THRU 6500-EXIT.
018100     PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT.
018200     PERFORM 8000-PRINT-ALL-JOBS THRU 8000-EXIT.
018250     PERFORM 8500-PRINT-SEAL-ANCHORS THRU 8500-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     STOP RUN.
018500*
047100     PERFORM 7100-ONE-EXCEPTION THRU 7100-EXIT
047200         VARYING TRN-SUB FROM 1 BY 1
047300         UNTIL TRN-SUB > TRN-JOB-COUNT.
047350     PERFORM 7200-MISSED-JOBS THRU 7200-EXIT.
047400     IF TRN-EXCEPTION-COUNT = ZERO
047500         MOVE "  (NONE)" TO TURNOVER-LINE
047600         WRITE TURNOVER-LINE
048500        OR TRN-FINAL-SQLCODE(TRN-SUB) < ZERO
048600         ADD 1 TO TRN-EXCEPTION-COUNT
048700         PERFORM 8100-PRINT-ONE-JOB THRU 8100-EXIT
048720         IF TRN-STATUS(TRN-SUB) = "F"
048740             PERFORM 7300-FAILURE-RUNBOOK THRU 7300-EXIT
048760         END-IF
048800     END-IF.
048900 7100-EXIT.
049000     EXIT.
049001*
049002*+----------------------------------------------------------+
049003*|  7200-MISSED-JOBS - expected jobs MISRUN found past their |
049004*|  deadline with no completed run.                            |
049005*+----------------------------------------------------------+
049006 7200-MISSED-JOBS.
049007     OPEN INPUT MISSED-FILE.
049008     IF TRN-MISS-STATUS NOT = "00"
049009         GO TO 7200-EXIT
049010     END-IF.
049011     MOVE "N" TO TRN-EOF-SW.
049012     PERFORM 7210-ONE-MISSED-JOB THRU 7210-EXIT
049013         UNTIL TRN-AT-EOF.
049014     CLOSE MISSED-FILE.
049015 7200-EXIT.
049016     EXIT.
049017*
049018 7210-ONE-MISSED-JOB.
049019     READ MISSED-FILE
049020         AT END SET TRN-AT-EOF TO TRUE
049021     END-READ.
049022     IF TRN-AT-EOF
049023         GO TO 7210-EXIT
049024     END-IF.
049025     ADD 1 TO TRN-EXCEPTION-COUNT.
049026     MOVE SPACES TO TURNOVER-LINE.
049027     IF MSJ-NO-RUN
049028         STRING "MISSED   "        DELIMITED BY SIZE
049029                MSJ-JOB-NAME       DELIMITED BY SIZE
049030                " BUSINESS DATE "  DELIMITED BY SIZE
049031                MSJ-BUSINESS-DATE  DELIMITED BY SIZE
049032                " DUE "            DELIMITED BY SIZE
049033                MSJ-DEADLINE       DELIMITED BY SIZE
049034                " - NO RUN"        DELIMITED BY SIZE
049035             INTO TURNOVER-LINE
049036     ELSE
049037         STRING "MISSED   "        DELIMITED BY SIZE
049038                MSJ-JOB-NAME       DELIMITED BY SIZE
049039                " BUSINESS DATE "  DELIMITED BY SIZE
049040                MSJ-BUSINESS-DATE  DELIMITED BY SIZE
049041                " DUE "            DELIMITED BY SIZE
049042                MSJ-DEADLINE       DELIMITED BY SIZE
049043                " - NOT COMPLETE, RUN=" DELIMITED BY SIZE
049044                MSJ-LAST-RUN-ID    DELIMITED BY SIZE
049045                " STATUS="         DELIMITED BY SIZE
049046                MSJ-LAST-STATUS    DELIMITED BY SIZE
049047             INTO TURNOVER-LINE
049048     END-IF.
049049     WRITE TURNOVER-LINE.
049050 7210-EXIT.
049051     EXIT.
049052*
049053*+----------------------------------------------------------+
049054*|  7300-FAILURE-RUNBOOK - the failed job's runbook entry,    |
049055*|  under its line.  8100 has just set its exit code.         |
049056*+----------------------------------------------------------+
049057 7300-FAILURE-RUNBOOK.
049058     CALL "RBKGET" USING TRN-JOB-NAME(TRN-SUB)
049059                         TRN-EXIT-CODE
049060                         TRN-FINAL-SQLCODE(TRN-SUB)
049061                         RBKRES-AREA.
049062     MOVE SPACES TO TURNOVER-LINE.
049063     IF NOT RBR-ENTRY-FOUND
049064         MOVE "    RUNBOOK: NO ENTRY FOR THIS FAILURE"
049065             TO TURNOVER-LINE
049066         WRITE TURNOVER-LINE
049067         GO TO 7300-EXIT
049068     END-IF.
049069     IF RBR-OVERRIDE-NEEDED
049070         MOVE "YES" TO TRN-RBK-OVERRIDE
049071     ELSE
049072         MOVE "NO"  TO TRN-RBK-OVERRIDE
049073     END-IF.
049074     STRING "    RUNBOOK: CALL "    DELIMITED BY SIZE
049075            RBR-CONTACT             DELIMITED BY SIZE
049076            "  OVRSCN OVERRIDE: "   DELIMITED BY SIZE
049077            TRN-RBK-OVERRIDE        DELIMITED BY SIZE
049078         INTO TURNOVER-LINE.
049079     WRITE TURNOVER-LINE.
049080     PERFORM 7310-ONE-RUNBOOK-STEP THRU 7310-EXIT
049081         VARYING TRN-RBK-SUB FROM 1 BY 1
049082         UNTIL TRN-RBK-SUB > RBR-STEP-COUNT.
049083 7300-EXIT.
049084     EXIT.
049085*
049086 7310-ONE-RUNBOOK-STEP.
049087     IF RBR-STEP-TEXT(TRN-RBK-SUB) = SPACES
049088         GO TO 7310-EXIT
049089     END-IF.
049090     MOVE TRN-RBK-SUB TO TRN-RBK-STEP-NUM.
049091     MOVE SPACES TO TURNOVER-LINE.
049092     STRING "      "                    DELIMITED BY SIZE
049093            TRN-RBK-STEP-NUM            DELIMITED BY SIZE
049094            ". "                        DELIMITED BY SIZE
049095            RBR-STEP-TEXT(TRN-RBK-SUB)  DELIMITED BY SIZE
049096         INTO TURNOVER-LINE.
049097     WRITE TURNOVER-LINE.
049098 7310-EXIT.
049099     EXIT.
049100*
049200*+----------------------------------------------------------+
049300*|  8000-PRINT-ALL-JOBS - one block per run-id.                |
056000     END-IF.
056100 8100-EXIT.
056200     EXIT.
056201*
056202*+----------------------------------------------------------+
056203*|  8500-PRINT-SEAL-ANCHORS - the latest HSHVER anchor per   |
056204*|  sealed file, so a copy of each day's seals is kept on    |
056205*|  paper to check later runs against.                       |
056206*+----------------------------------------------------------+
056207 8500-PRINT-SEAL-ANCHORS.
056208     MOVE SPACES TO TURNOVER-LINE.
056209     WRITE TURNOVER-LINE.
056210     MOVE "SEALED FILE ANCHORS" TO TURNOVER-LINE.
056211     WRITE TURNOVER-LINE.
056212     MOVE ZERO TO TRN-ANC-COUNT.
056213     OPEN INPUT ANCHOR-FILE.
056214     IF TRN-ANC-STATUS = "00"
056215         MOVE "N" TO TRN-EOF-SW
056216         PERFORM 8510-ONE-ANCHOR THRU 8510-EXIT
056217             UNTIL TRN-AT-EOF
056218         CLOSE ANCHOR-FILE
056219     END-IF.
056220     IF TRN-ANC-COUNT = ZERO
056221         MOVE "  NO ANCHORS ON FILE - HSHVER HAS NOT RUN"
056222             TO TURNOVER-LINE
056223         WRITE TURNOVER-LINE
056224         GO TO 8500-EXIT
056225     END-IF.
056226     PERFORM 8520-PRINT-ONE-ANCHOR THRU 8520-EXIT
056227         VARYING TRN-ANC-SUB FROM 1 BY 1
056228         UNTIL TRN-ANC-SUB > TRN-ANC-COUNT.
056229 8500-EXIT.
056230     EXIT.
056231*
056232 8510-ONE-ANCHOR.
056233     READ ANCHOR-FILE
056234         AT END
056235             SET TRN-AT-EOF TO TRUE
056236             GO TO 8510-EXIT
056237     END-READ.
056238     MOVE 1 TO TRN-ANC-SUB.
056239     MOVE "N" TO TRN-FOUND-SW.
056240     PERFORM 8515-FIND-ANCHOR-ROW THRU 8515-EXIT
056241         UNTIL TRN-ANC-SUB > TRN-ANC-COUNT OR TRN-ENTRY-FOUND.
056242     IF NOT TRN-ENTRY-FOUND
056243         IF TRN-ANC-COUNT = 10
056244             GO TO 8510-EXIT
056245         END-IF
056246         ADD 1 TO TRN-ANC-COUNT
056247     END-IF.
056248     MOVE ANC-DATE           TO TRN-ANC-DATE(TRN-ANC-SUB).
056249     MOVE ANC-FILE-NAME      TO TRN-ANC-FILE(TRN-ANC-SUB).
056250     MOVE ANC-RECORD-COUNT   TO TRN-ANC-RECORDS(TRN-ANC-SUB).
056251     MOVE ANC-CHAIN-HASH     TO TRN-ANC-HASH(TRN-ANC-SUB).
056252     MOVE ANC-RESULT         TO TRN-ANC-RESULT(TRN-ANC-SUB).
056253     MOVE ANC-BREAK-POSITION TO TRN-ANC-BREAK(TRN-ANC-SUB).
056254 8510-EXIT.
056255     EXIT.
056256*
056258 8515-FIND-ANCHOR-ROW.
056259     IF TRN-ANC-FILE(TRN-ANC-SUB) = ANC-FILE-NAME
056260         SET TRN-ENTRY-FOUND TO TRUE
056261     ELSE
056262         ADD 1 TO TRN-ANC-SUB
056263     END-IF.
056264 8515-EXIT.
056265     EXIT.
056266*
056267 8520-PRINT-ONE-ANCHOR.
056268     MOVE TRN-ANC-RECORDS(TRN-ANC-SUB) TO TRN-EDIT-ANC-RECORDS.
056269     MOVE SPACES TO TURNOVER-LINE.
056270     STRING "  "                        DELIMITED BY SIZE
056271            TRN-ANC-FILE(TRN-ANC-SUB)   DELIMITED BY SIZE
056272            " "                         DELIMITED BY SIZE
056273            TRN-ANC-DATE(TRN-ANC-SUB)   DELIMITED BY SIZE
056274            " RECORDS="                 DELIMITED BY SIZE
056275            TRN-EDIT-ANC-RECORDS        DELIMITED BY SIZE
056276            " SEAL="                    DELIMITED BY SIZE
056277            TRN-ANC-HASH(TRN-ANC-SUB)   DELIMITED BY SIZE
056278         INTO TURNOVER-LINE.
056279     IF TRN-ANC-RESULT(TRN-ANC-SUB) = "B"
056280         MOVE TRN-ANC-BREAK(TRN-ANC-SUB) TO TRN-EDIT-ANC-BREAK
056281         STRING " CHAIN BROKEN AT RECORD" DELIMITED BY SIZE
056282                TRN-EDIT-ANC-BREAK        DELIMITED BY SIZE
056283             INTO TURNOVER-LINE(72:40)
056284     ELSE
056285         IF TRN-ANC-RESULT(TRN-ANC-SUB) = "R"
056286             MOVE TRN-ANC-BREAK(TRN-ANC-SUB) TO TRN-EDIT-ANC-BREAK
056287             STRING " RE-SEALED FROM RECORD" DELIMITED BY SIZE
056288                    TRN-EDIT-ANC-BREAK       DELIMITED BY SIZE
056289                 INTO TURNOVER-LINE(72:40)
056290         ELSE
056291             MOVE " CHAIN INTACT" TO TURNOVER-LINE(72:13)
056292         END-IF
056293     END-IF.
056294     WRITE TURNOVER-LINE.
056295 8520-EXIT.
056296     EXIT.
056300*
056400*+----------------------------------------------------------+
056500*|  9000-TERMINATE                                            |
