000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ACCREC
000400*     *
000500*     * Purpose: Quarterly access recertification and
000600*     *          segregation-of-duties report, answering audit
000700*     *          from the files rather than a raw dump of
000800*     *          USERROLE.
000900*     *          Every user on the user/role file is listed with
001000*     *          role, active flag and screen functions, the last
001100*     *          time the user did something on the logs we keep
001200*     *          - a control-file change keyed or approved
001300*     *          (CTLPEND, CTLMAUD), a dead-letter disposition
001400*     *          (DLDISPO), a rerun override (RUNOVRRD) - and the
001500*     *          last sign-on refused (ACCVIOL), and the
001600*     *          reviewer's attestation for the quarter (see
001700*     *          eqaccatt.cob).  An active user with no use inside
001800*     *          the dormancy limit is flagged dormant.  The rules
001900*     *          on the segregation-of-duties file (see
002000*     *          eqsodrul.cob) are then checked and every conflict
002100*     *          listed: two functions one user may not hold
002200*     *          together, a control-file change approved by its
002300*     *          own keyer, and a rerun override authorized for a
002400*     *          job its authorizer also operates.
002500*     *
002600*     * Notes:  The optional ACRPARM parameter carries the quarter
002700*     *          as YYYYQn and the dormancy limit in days; they
002800*     *          default to the current quarter and 90 days.
002900*     *          Without a rules file the three standard rules are
003000*     *          checked - CTLMAINT with CTLAPPRV, self-approval,
003100*     *          and override of an operated job.  A user
003200*     *          operates a job when they issued an operator
003300*     *          command against one of its runs (OPCMDS) or a
003400*     *          type J rule assigns them to it.  Return code
003500*     *          4 when any conflict or dormant account is
003600*     *          reported.
003700*     *
003800 PROGRAM-ID.     ACCREC.
003900 AUTHOR.         D L ROSS.
004000 INSTALLATION.   BATCH SYSTEMS GROUP.
004100 DATE-WRITTEN.   15-OCT-2026.
004200 DATE-COMPILED.
004300*
004400*     * Modification History
004500*     * --------------------
004600*     * 15-oct-2026 (dlross)  Written.
004630*     * 15-oct-2026 (dlross)  CTLAUDIT-LINE widened for the seal
004660*     *                       CTLMNT now writes in 133-172.
004700*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ACR-PARM ASSIGN TO "ACRPARM"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS ACR-PARM-STATUS.
005400     SELECT USERROLE-FILE ASSIGN TO "USERROLE"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS ACR-USER-STATUS.
005700     SELECT SODRULE-FILE ASSIGN TO "SODRULES"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS ACR-RULE-STATUS.
006000     SELECT ATTEST-FILE ASSIGN TO "ACCATTST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS ATF-KEY
006400         FILE STATUS IS ACR-ATT-STATUS.
006500     SELECT CTLAUDIT-FILE ASSIGN TO "CTLMAUD"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS ACR-AUD-STATUS.
006800     SELECT PENDING-FILE ASSIGN TO "CTLPEND"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS ACR-PND-STATUS.
007100     SELECT DISPO-FILE ASSIGN TO "DLDISPO"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS ACR-DSP-STATUS.
007400     SELECT OVERRIDE-FILE ASSIGN TO "RUNOVRRD"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS OVF-KEY
007800         FILE STATUS IS ACR-OVR-STATUS.
007900     SELECT VIOLATION-LOG ASSIGN TO "ACCVIOL"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS ACR-VIO-STATUS.
008200     SELECT OPCMD-FILE ASSIGN TO "OPCMDS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS OCF-RUN-ID
008600         FILE STATUS IS ACR-OPC-STATUS.
008700     SELECT JOBCTL-FILE ASSIGN TO "JOBCTL"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS JCF-RUN-ID
009100         FILE STATUS IS ACR-JOBCTL-STATUS.
009200     SELECT RECERT-REPORT ASSIGN TO "ACCRECRP"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS ACR-RPT-STATUS.
009500*
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  ACR-PARM
009900     RECORDING MODE IS F.
010000 01  ACR-PARM-REC.
010100     05 APM-QUARTER           PIC X(6).
010200     05 APM-DORMANT-DAYS      PIC X(3).
010300*
010400 FD  USERROLE-FILE
010500     RECORDING MODE IS F.
010600 COPY "equsrrec.cob".
010700*
010800 FD  SODRULE-FILE
010900     RECORDING MODE IS F.
011000 COPY "eqsodrul.cob".
011100*
011200 FD  ATTEST-FILE.
011300 01  ATTEST-FILE-REC.
011400     05 ATF-KEY               PIC X(14).
011500     05 ATF-REST-OF-RECORD    PIC X(156).
011600*
011700 FD  CTLAUDIT-FILE
011800     RECORDING MODE IS F.
011900 01  CTLAUDIT-LINE.
012000     05 CAL-TIMESTAMP         PIC X(14).
012100     05 FILLER                PIC X(1).
012200     05 CAL-FILE-NAME         PIC X(12).
012300     05 FILLER                PIC X(1).
012400     05 CAL-ACTION            PIC X(1).
012500     05 FILLER                PIC X(1).
012600     05 CAL-STATUS            PIC X(1).
012700     05 FILLER                PIC X(7).
012800     05 CAL-KEYED-BY          PIC X(8).
012900     05 FILLER                PIC X(10).
013000     05 CAL-APPROVED-BY       PIC X(8).
013100     05 FILLER                PIC X(68).
013130     05 CAL-CHAIN-PREV        PIC X(20).
013160     05 CAL-CHAIN-HASH        PIC X(20).
013200*
013300 FD  PENDING-FILE
013400     RECORDING MODE IS F.
013500 COPY "eqctlpnd.cob".
013600*
013700 FD  DISPO-FILE
013800     RECORDING MODE IS F.
013900 COPY "eqdldisp.cob".
014000*
014100 FD  OVERRIDE-FILE.
014200 01  OVERRIDE-FILE-REC.
014300     05 OVF-KEY               PIC X(16).
014400     05 OVF-REST-OF-RECORD    PIC X(63).
014500*
014600 FD  VIOLATION-LOG
014700     RECORDING MODE IS F.
014800 01  VIOLATION-REC.
014900     05 VIO-TIMESTAMP         PIC X(14).
015000     05 VIO-USER-ID           PIC X(8).
015100     05 VIO-FUNCTION          PIC X(8).
015200     05 VIO-TERMINAL          PIC X(8).
015300     05 VIO-REASON            PIC X(20).
015400*
015500 FD  OPCMD-FILE.
015600 01  OPCMD-FILE-REC.
015700     05 OCF-RUN-ID            PIC X(16).
015800     05 OCF-REST-OF-RECORD    PIC X(23).
015900*
016000 FD  JOBCTL-FILE.
016100 01  JOBCTL-FILE-REC.
016200     05 JCF-RUN-ID            PIC X(16).
016300     05 JCF-REST-OF-RECORD    PIC X(78).
016400*
016500 FD  RECERT-REPORT
016600     RECORDING MODE IS F.
016700 01  RECERT-LINE              PIC X(132).
016800*
016900 WORKING-STORAGE SECTION.
017000 COPY "eqaccatt.cob".
017100 COPY "eqrunovr.cob".
017200 COPY "eqopcmd.cob".
017300 COPY "eqjobctl.cob".
017400*
017500 01  ACR-WORK-AREA.
017600     05 ACR-PARM-STATUS       PIC X(2)  VALUE "00".
017700     05 ACR-USER-STATUS       PIC X(2)  VALUE "00".
017800     05 ACR-RULE-STATUS       PIC X(2)  VALUE "00".
017900     05 ACR-ATT-STATUS        PIC X(2)  VALUE "00".
018000     05 ACR-AUD-STATUS        PIC X(2)  VALUE "00".
018100     05 ACR-PND-STATUS        PIC X(2)  VALUE "00".
018200     05 ACR-DSP-STATUS        PIC X(2)  VALUE "00".
018300     05 ACR-OVR-STATUS        PIC X(2)  VALUE "00".
018400     05 ACR-VIO-STATUS        PIC X(2)  VALUE "00".
018500     05 ACR-OPC-STATUS        PIC X(2)  VALUE "00".
018600     05 ACR-JOBCTL-STATUS     PIC X(2)  VALUE "00".
018700     05 ACR-RPT-STATUS        PIC X(2)  VALUE "00".
018800     05 ACR-EOF-SW            PIC X(1)  VALUE "N".
018900         88 ACR-AT-EOF                  VALUE "Y".
019000     05 ACR-FOUND-SW          PIC X(1)  VALUE "N".
019100         88 ACR-FOUND                   VALUE "Y".
019200     05 ACR-HOLDS-A-SW        PIC X(1).
019300         88 ACR-HOLDS-A                 VALUE "Y".
019400     05 ACR-HOLDS-B-SW        PIC X(1).
019500         88 ACR-HOLDS-B                 VALUE "Y".
019600     05 ACR-JOBCTL-OPEN-SW    PIC X(1)  VALUE "N".
019700         88 ACR-JOBCTL-OPEN             VALUE "Y".
019800     05 ACR-NOW-STRING        PIC X(14).
019900     05 ACR-TODAY             PIC 9(8).
020000     05 ACR-TODAY-INT         PIC S9(9) COMP.
020100     05 ACR-MONTH             PIC 9(2).
020200     05 ACR-QTR-WORK          PIC 9(1).
020300     05 ACR-QUARTER.
020400         10 ACR-QTR-YYYY      PIC X(4).
020500         10 ACR-QTR-Q         PIC X(1).
020600         10 ACR-QTR-N         PIC X(1).
020700             88 ACR-QTR-N-VALID         VALUE "1" THRU "4".
020800     05 ACR-DORMANT-DAYS      PIC 9(3)  VALUE 90.
020900     05 ACR-DATE-WORK         PIC 9(8).
021000     05 ACR-DATE-WORK-X REDEFINES ACR-DATE-WORK
021100                              PIC X(8).
021200     05 ACR-IDLE-DAYS         PIC S9(9) COMP.
021300     05 ACR-USER-WORK         PIC X(8).
021400     05 ACR-FUNC-WORK         PIC X(8).
021500     05 ACR-STAMP-WORK        PIC X(14).
021600     05 ACR-LAST-USE          PIC X(14).
021700     05 ACR-LAST-VIA          PIC X(8).
021800     05 ACR-JOB-WORK          PIC X(8).
021900     05 ACR-PREFIX-LEN        PIC S9(4) COMP.
022000     05 ACR-HOW               PIC X(40).
022100     05 ACR-SUB               PIC S9(4) COMP VALUE 0.
022200     05 ACR-SUB2              PIC S9(4) COMP VALUE 0.
022300     05 ACR-USER-SUB          PIC S9(4) COMP VALUE 0.
022400     05 ACR-RULE-SUB          PIC S9(4) COMP VALUE 0.
022500     05 ACR-FUNC-PTR          PIC S9(4) COMP VALUE 0.
022600     05 ACR-USER-COUNT        PIC S9(4) COMP VALUE 0.
022700     05 ACR-RULE-COUNT        PIC S9(4) COMP VALUE 0.
022800     05 ACR-OPER-COUNT        PIC S9(4) COMP VALUE 0.
022900     05 ACR-ACTIVE-COUNT      PIC S9(5) COMP VALUE 0.
023000     05 ACR-DORMANT-COUNT     PIC S9(5) COMP VALUE 0.
023100     05 ACR-UNATTESTED-COUNT  PIC S9(5) COMP VALUE 0.
023200     05 ACR-CONFLICT-COUNT    PIC S9(5) COMP VALUE 0.
023300     05 ACR-DROPPED           PIC S9(7) COMP VALUE 0.
023400     05 ACR-COUNT-ED          PIC ZZZZ9.
023500     05 ACR-DAYS-ED           PIC ZZ9.
023600     05 ACR-FUNC-LIST         PIC X(72).
023700*
023800*    Every user on USERROLE, with the last use found on each log
023900*    and the quarter's attestation.
024000*
024100 01  ACR-USER-TABLE.
024200     05 ACR-USER-ROW OCCURS 500 TIMES.
024300         10 ACR-U-ID          PIC X(8).
024400         10 ACR-U-ROLE        PIC X(8).
024500         10 ACR-U-ACTIVE-SW   PIC X(1).
024600             88 ACR-U-ACTIVE            VALUE "Y".
024700         10 ACR-U-FUNC-COUNT  PIC S9(4) COMP.
024800         10 ACR-U-FUNCTION    PIC X(8) OCCURS 8 TIMES.
024900         10 ACR-U-LAST-CTL    PIC X(14).
025000         10 ACR-U-LAST-DSP    PIC X(14).
025100         10 ACR-U-LAST-OVR    PIC X(14).
025200         10 ACR-U-LAST-VIO    PIC X(14).
025300         10 ACR-U-ATT-DECISION PIC X(1).
025400         10 ACR-U-ATT-REVIEWER PIC X(8).
025500         10 ACR-U-ATT-AT      PIC X(14).
025600*
025700 01  ACR-RULE-TABLE.
025800     05 ACR-RULE-ROW OCCURS 100 TIMES.
025900         10 ACR-R-TYPE        PIC X(1).
026000         10 ACR-R-ID          PIC X(8).
026100         10 ACR-R-ITEM-A      PIC X(8).
026200         10 ACR-R-ITEM-B      PIC X(8).
026300         10 ACR-R-DESC        PIC X(40).
026400*
026500*    Jobs each user has operated: an operator command against
026600*    one of the job's runs, with the run as the evidence.
026700*
026800 01  ACR-OPER-TABLE.
026900     05 ACR-OPER-ROW OCCURS 1000 TIMES.
027000         10 ACR-O-USER        PIC X(8).
027100         10 ACR-O-JOB         PIC X(8).
027200         10 ACR-O-RUN-ID      PIC X(16).
027300*
027400 01  ACR-USER-LINE.
027500     05 AUL-USER              PIC X(8).
027600     05 FILLER                PIC X(2)  VALUE SPACES.
027700     05 AUL-ROLE              PIC X(8).
027800     05 FILLER                PIC X(2)  VALUE SPACES.
027900     05 AUL-STATUS            PIC X(8).
028000     05 FILLER                PIC X(2)  VALUE SPACES.
028100     05 AUL-LAST-USE          PIC X(8).
028200     05 FILLER                PIC X(2)  VALUE SPACES.
028300     05 AUL-VIA               PIC X(8).
028400     05 FILLER                PIC X(2)  VALUE SPACES.
028500     05 AUL-DORMANT           PIC X(7).
028600     05 FILLER                PIC X(2)  VALUE SPACES.
028700     05 AUL-ATTESTATION       PIC X(40).
028800     05 FILLER                PIC X(33) VALUE SPACES.
028900*
029000 PROCEDURE DIVISION.
029100*
029200*+----------------------------------------------------------+
029300*|  0000-MAINLINE                                             |
029400*+----------------------------------------------------------+
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029700     PERFORM 1100-LOAD-USERS THRU 1100-EXIT.
029800     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
029900     PERFORM 1300-LOAD-ATTESTATIONS THRU 1300-EXIT.
030000     PERFORM 2000-SCAN-CTL-AUDIT THRU 2000-EXIT.
030100     PERFORM 2100-SCAN-PENDING THRU 2100-EXIT.
030200     PERFORM 2200-SCAN-DISPOSITIONS THRU 2200-EXIT.
030300     PERFORM 2300-SCAN-OVERRIDES THRU 2300-EXIT.
030400     PERFORM 2400-SCAN-VIOLATIONS THRU 2400-EXIT.
030500     PERFORM 2500-SCAN-OPERATOR-CMDS THRU 2500-EXIT.
030600     PERFORM 3000-PRINT-USERS THRU 3000-EXIT.
030700     PERFORM 4000-PRINT-CONFLICTS THRU 4000-EXIT.
030800     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
030900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031000     STOP RUN.
031100*
031200*+----------------------------------------------------------+
031300*|  1000-INITIALIZE - quarter and dormancy limit (ACRPARM,    |
031400*|  else the current quarter and 90 days), and the report.   |
031500*+----------------------------------------------------------+
031600 1000-INITIALIZE.
031700     MOVE FUNCTION CURRENT-DATE(1:14) TO ACR-NOW-STRING.
031800     MOVE ACR-NOW-STRING(1:8) TO ACR-TODAY.
031900     COMPUTE ACR-TODAY-INT = FUNCTION INTEGER-OF-DATE(ACR-TODAY).
032000     MOVE ACR-NOW-STRING(5:2) TO ACR-MONTH.
032100     COMPUTE ACR-QTR-WORK = (ACR-MONTH + 2) / 3.
032200     MOVE ACR-NOW-STRING(1:4) TO ACR-QTR-YYYY.
032300     MOVE "Q"                 TO ACR-QTR-Q.
032400     MOVE ACR-QTR-WORK        TO ACR-QTR-N.
032500     OPEN INPUT ACR-PARM.
032600     IF ACR-PARM-STATUS = "00"
032700         READ ACR-PARM
032800             AT END MOVE SPACES TO ACR-PARM-REC
032900         END-READ
033000*    The record area is undefined once the file closes - keep
033100*    working copies of the parameter fields.
033200         IF APM-QUARTER NOT = SPACES
033300             MOVE APM-QUARTER TO ACR-QUARTER
033400         END-IF
033500         IF APM-DORMANT-DAYS NUMERIC AND APM-DORMANT-DAYS > 0
033600             MOVE APM-DORMANT-DAYS TO ACR-DORMANT-DAYS
033700         END-IF
033800         CLOSE ACR-PARM
033900     END-IF.
034000     IF ACR-QTR-YYYY NOT NUMERIC OR ACR-QTR-Q NOT = "Q"
034100        OR NOT ACR-QTR-N-VALID
034200         DISPLAY "ACCREC: ACRPARM QUARTER IS NOT A VALID YYYYQN"
034300         MOVE 12 TO RETURN-CODE
034400         STOP RUN
034500     END-IF.
034600     OPEN OUTPUT RECERT-REPORT.
034700     IF ACR-RPT-STATUS NOT = "00"
034800         DISPLAY "ACCREC: CANNOT OPEN ACCRECRP, STATUS "
034900                 ACR-RPT-STATUS
035000         MOVE 12 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     OPEN INPUT JOBCTL-FILE.
035400     IF ACR-JOBCTL-STATUS = "00"
035500         SET ACR-JOBCTL-OPEN TO TRUE
035600     END-IF.
035700     MOVE ACR-DORMANT-DAYS TO ACR-DAYS-ED.
035800     MOVE SPACES TO RECERT-LINE.
035900     STRING "ACCESS RECERTIFICATION FOR " DELIMITED BY SIZE
036000            ACR-QUARTER                   DELIMITED BY SIZE
036100            "  PRODUCED "                 DELIMITED BY SIZE
036200            ACR-NOW-STRING                DELIMITED BY SIZE
036300            "  DORMANT AFTER "            DELIMITED BY SIZE
036400            ACR-DAYS-ED                   DELIMITED BY SIZE
036500            " DAYS WITHOUT USE"           DELIMITED BY SIZE
036600         INTO RECERT-LINE.
036700     WRITE RECERT-LINE.
036800 1000-EXIT.
036900     EXIT.
037000*
037100*+----------------------------------------------------------+
037200*|  1100-LOAD-USERS - every user on the user/role file.       |
037300*+----------------------------------------------------------+
037400 1100-LOAD-USERS.
037500     OPEN INPUT USERROLE-FILE.
037600     IF ACR-USER-STATUS NOT = "00"
037700         DISPLAY "ACCREC: CANNOT OPEN USERROLE, STATUS "
037800                 ACR-USER-STATUS
037900         MOVE 12 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     MOVE "N" TO ACR-EOF-SW.
038300     PERFORM 1110-ONE-USER THRU 1110-EXIT
038400         UNTIL ACR-AT-EOF.
038500     CLOSE USERROLE-FILE.
038600 1100-EXIT.
038700     EXIT.
038800*
038900 1110-ONE-USER.
039000     READ USERROLE-FILE
039100         AT END SET ACR-AT-EOF TO TRUE
039200     END-READ.
039300     IF ACR-AT-EOF
039400         GO TO 1110-EXIT
039500     END-IF.
039600     IF ACR-USER-COUNT NOT < 500
039700         ADD 1 TO ACR-DROPPED
039800         GO TO 1110-EXIT
039900     END-IF.
040000     ADD 1 TO ACR-USER-COUNT.
040100     MOVE ACR-USER-COUNT TO ACR-USER-SUB.
040200     MOVE SPACES         TO ACR-USER-ROW(ACR-USER-SUB).
040300     MOVE USR-USER-ID    TO ACR-U-ID(ACR-USER-SUB).
040400     MOVE USR-ROLE       TO ACR-U-ROLE(ACR-USER-SUB).
040500     MOVE USR-ACTIVE-SW  TO ACR-U-ACTIVE-SW(ACR-USER-SUB).
040600     MOVE 0              TO ACR-U-FUNC-COUNT(ACR-USER-SUB).
040700     PERFORM 1120-ONE-FUNCTION THRU 1120-EXIT
040800         VARYING ACR-SUB FROM 1 BY 1
040900         UNTIL ACR-SUB > USR-FUNC-COUNT
041000            OR ACR-SUB > 8.
041100     IF ACR-U-ACTIVE(ACR-USER-SUB)
041200         ADD 1 TO ACR-ACTIVE-COUNT
041300     END-IF.
041400 1110-EXIT.
041500     EXIT.
041600*
041700 1120-ONE-FUNCTION.
041800     ADD 1 TO ACR-U-FUNC-COUNT(ACR-USER-SUB).
041900     MOVE USR-FUNCTION(ACR-SUB)
042000         TO ACR-U-FUNCTION(ACR-USER-SUB, ACR-SUB).
042100 1120-EXIT.
042200     EXIT.
042300*
042400*+----------------------------------------------------------+
042500*|  1200-LOAD-RULES - the segregation-of-duties rules; the    |
042600*|  three standard rules when there is no rules file.         |
042700*+----------------------------------------------------------+
042800 1200-LOAD-RULES.
042900     OPEN INPUT SODRULE-FILE.
043000     IF ACR-RULE-STATUS NOT = "00"
043100         PERFORM 1220-STANDARD-RULES THRU 1220-EXIT
043200         GO TO 1200-EXIT
043300     END-IF.
043400     MOVE "N" TO ACR-EOF-SW.
043500     PERFORM 1210-ONE-RULE THRU 1210-EXIT
043600         UNTIL ACR-AT-EOF.
043700     CLOSE SODRULE-FILE.
043800 1200-EXIT.
043900     EXIT.
044000*
044100 1210-ONE-RULE.
044200     READ SODRULE-FILE
044300         AT END SET ACR-AT-EOF TO TRUE
044400     END-READ.
044500     IF ACR-AT-EOF
044600         GO TO 1210-EXIT
044700     END-IF.
044800     IF NOT SOD-FUNCTION-PAIR AND NOT SOD-SELF-APPROVAL
044900        AND NOT SOD-OVERRIDE-OPERATE AND NOT SOD-JOB-OPERATOR
045000         DISPLAY "ACCREC: SODRULES TYPE " SOD-REC-TYPE
045100                 " FOR " SOD-RULE-ID " IGNORED"
045200         GO TO 1210-EXIT
045300     END-IF.
045400     IF ACR-RULE-COUNT NOT < 100
045500         ADD 1 TO ACR-DROPPED
045600         GO TO 1210-EXIT
045700     END-IF.
045800     ADD 1 TO ACR-RULE-COUNT.
045900     MOVE SOD-REC-TYPE    TO ACR-R-TYPE(ACR-RULE-COUNT).
046000     MOVE SOD-RULE-ID     TO ACR-R-ID(ACR-RULE-COUNT).
046100     MOVE SOD-FUNC-A      TO ACR-R-ITEM-A(ACR-RULE-COUNT).
046200     MOVE SOD-FUNC-B      TO ACR-R-ITEM-B(ACR-RULE-COUNT).
046300     MOVE SOD-DESCRIPTION TO ACR-R-DESC(ACR-RULE-COUNT).
046400 1210-EXIT.
046500     EXIT.
046600*
046700 1220-STANDARD-RULES.
046800     MOVE 3 TO ACR-RULE-COUNT.
046900     MOVE "P"        TO ACR-R-TYPE(1).
047000     MOVE "SOD-CTL"  TO ACR-R-ID(1).
047100     MOVE "CTLMAINT" TO ACR-R-ITEM-A(1).
047200     MOVE "CTLAPPRV" TO ACR-R-ITEM-B(1).
047300     MOVE "MAY KEY AND APPROVE CONTROL-FILE CHANGES"
047400                     TO ACR-R-DESC(1).
047500     MOVE "K"        TO ACR-R-TYPE(2).
047600     MOVE "SOD-SELF" TO ACR-R-ID(2).
047700     MOVE SPACES     TO ACR-R-ITEM-A(2) ACR-R-ITEM-B(2).
047800     MOVE "APPROVED OWN CONTROL-FILE CHANGE"
047900                     TO ACR-R-DESC(2).
048000     MOVE "V"        TO ACR-R-TYPE(3).
048100     MOVE "SOD-OVR"  TO ACR-R-ID(3).
048200     MOVE SPACES     TO ACR-R-ITEM-A(3) ACR-R-ITEM-B(3).
048300     MOVE "AUTHORIZED OVERRIDE FOR A JOB THEY OPERATE"
048400                     TO ACR-R-DESC(3).
048500 1220-EXIT.
048600     EXIT.
048700*
048800*+----------------------------------------------------------+
048900*|  1300-LOAD-ATTESTATIONS - the quarter's attestations.      |
049000*+----------------------------------------------------------+
049100 1300-LOAD-ATTESTATIONS.
049200     OPEN INPUT ATTEST-FILE.
049300     IF ACR-ATT-STATUS NOT = "00"
049400         GO TO 1300-EXIT
049500     END-IF.
049600     MOVE ACR-QUARTER TO ATF-KEY.
049700     MOVE "N" TO ACR-EOF-SW.
049800     START ATTEST-FILE KEY IS NOT < ATF-KEY
049900         INVALID KEY SET ACR-AT-EOF TO TRUE
050000     END-START.
050100     PERFORM 1310-ONE-ATTESTATION THRU 1310-EXIT
050200         UNTIL ACR-AT-EOF.
050300     CLOSE ATTEST-FILE.
050400 1300-EXIT.
050500     EXIT.
050600*
050700 1310-ONE-ATTESTATION.
050800     READ ATTEST-FILE NEXT RECORD INTO ACCATT-RECORD
050900         AT END SET ACR-AT-EOF TO TRUE
051000     END-READ.
051100     IF ACR-AT-EOF
051200         GO TO 1310-EXIT
051300     END-IF.
051400     IF ATT-QUARTER NOT = ACR-QUARTER
051500         SET ACR-AT-EOF TO TRUE
051600         GO TO 1310-EXIT
051700     END-IF.
051800     MOVE ATT-USER-ID TO ACR-USER-WORK.
051900     PERFORM 7000-FIND-USER THRU 7000-EXIT.
052000     IF ACR-USER-SUB = 0
052100         GO TO 1310-EXIT
052200     END-IF.
052300     MOVE ATT-DECISION    TO ACR-U-ATT-DECISION(ACR-USER-SUB).
052400     MOVE ATT-REVIEWER    TO ACR-U-ATT-REVIEWER(ACR-USER-SUB).
052500     MOVE ATT-ATTESTED-AT TO ACR-U-ATT-AT(ACR-USER-SUB).
052600 1310-EXIT.
052700     EXIT.
052800*
052900*+----------------------------------------------------------+
053000*|  2000-SCAN-CTL-AUDIT - approvals and rejections on the     |
053100*|  control-file audit log.                                   |
053200*+----------------------------------------------------------+
053300 2000-SCAN-CTL-AUDIT.
053400     OPEN INPUT CTLAUDIT-FILE.
053500     IF ACR-AUD-STATUS NOT = "00"
053600         GO TO 2000-EXIT
053700     END-IF.
053800     MOVE "N" TO ACR-EOF-SW.
053900     PERFORM 2010-ONE-AUDIT-LINE THRU 2010-EXIT
054000         UNTIL ACR-AT-EOF.
054100     CLOSE CTLAUDIT-FILE.
054200 2000-EXIT.
054300     EXIT.
054400*
054500 2010-ONE-AUDIT-LINE.
054600     READ CTLAUDIT-FILE
054700         AT END SET ACR-AT-EOF TO TRUE
054800     END-READ.
054900     IF ACR-AT-EOF
055000         GO TO 2010-EXIT
055100     END-IF.
055200     MOVE CAL-APPROVED-BY TO ACR-USER-WORK.
055300     PERFORM 7000-FIND-USER THRU 7000-EXIT.
055400     IF ACR-USER-SUB > 0
055500        AND CAL-TIMESTAMP > ACR-U-LAST-CTL(ACR-USER-SUB)
055600         MOVE CAL-TIMESTAMP TO ACR-U-LAST-CTL(ACR-USER-SUB)
055700     END-IF.
055800 2010-EXIT.
055900     EXIT.
056000*
056100*+----------------------------------------------------------+
056200*|  2100-SCAN-PENDING - who keyed and who decided each        |
056300*|  control-file change, and when.                            |
056400*+----------------------------------------------------------+
056500 2100-SCAN-PENDING.
056600     OPEN INPUT PENDING-FILE.
056700     IF ACR-PND-STATUS NOT = "00"
056800         GO TO 2100-EXIT
056900     END-IF.
057000     MOVE "N" TO ACR-EOF-SW.
057100     PERFORM 2110-ONE-PENDING THRU 2110-EXIT
057200         UNTIL ACR-AT-EOF.
057300     CLOSE PENDING-FILE.
057400 2100-EXIT.
057500     EXIT.
057600*
057700 2110-ONE-PENDING.
057800     READ PENDING-FILE
057900         AT END SET ACR-AT-EOF TO TRUE
058000     END-READ.
058100     IF ACR-AT-EOF
058200         GO TO 2110-EXIT
058300     END-IF.
058400     MOVE PND-KEYED-BY TO ACR-USER-WORK.
058500     PERFORM 7000-FIND-USER THRU 7000-EXIT.
058600     IF ACR-USER-SUB > 0
058700        AND PND-KEYED-AT > ACR-U-LAST-CTL(ACR-USER-SUB)
058800         MOVE PND-KEYED-AT TO ACR-U-LAST-CTL(ACR-USER-SUB)
058900     END-IF.
059000     IF PND-PENDING
059100         GO TO 2110-EXIT
059200     END-IF.
059300     MOVE PND-APPROVED-BY TO ACR-USER-WORK.
059400     PERFORM 7000-FIND-USER THRU 7000-EXIT.
059500     IF ACR-USER-SUB > 0
059600        AND PND-APPROVED-AT > ACR-U-LAST-CTL(ACR-USER-SUB)
059700         MOVE PND-APPROVED-AT TO ACR-U-LAST-CTL(ACR-USER-SUB)
059800     END-IF.
059900 2110-EXIT.
060000     EXIT.
060100*
060200*+----------------------------------------------------------+
060300*|  2200-SCAN-DISPOSITIONS - dead-letter dispositions.        |
060400*+----------------------------------------------------------+
060500 2200-SCAN-DISPOSITIONS.
060600     OPEN INPUT DISPO-FILE.
060700     IF ACR-DSP-STATUS NOT = "00"
060800         GO TO 2200-EXIT
060900     END-IF.
061000     MOVE "N" TO ACR-EOF-SW.
061100     PERFORM 2210-ONE-DISPOSITION THRU 2210-EXIT
061200         UNTIL ACR-AT-EOF.
061300     CLOSE DISPO-FILE.
061400 2200-EXIT.
061500     EXIT.
061600*
061700 2210-ONE-DISPOSITION.
061800     READ DISPO-FILE
061900         AT END SET ACR-AT-EOF TO TRUE
062000     END-READ.
062100     IF ACR-AT-EOF
062200         GO TO 2210-EXIT
062300     END-IF.
062400     MOVE DSP-USER TO ACR-USER-WORK.
062500     PERFORM 7000-FIND-USER THRU 7000-EXIT.
062600     IF ACR-USER-SUB > 0
062700        AND DSP-STAMPED > ACR-U-LAST-DSP(ACR-USER-SUB)
062800         MOVE DSP-STAMPED TO ACR-U-LAST-DSP(ACR-USER-SUB)
062900     END-IF.
063000 2210-EXIT.
063100     EXIT.
063200*
063300*+----------------------------------------------------------+
063400*|  2300-SCAN-OVERRIDES - rerun overrides authorized.         |
063500*+----------------------------------------------------------+
063600 2300-SCAN-OVERRIDES.
063700     OPEN INPUT OVERRIDE-FILE.
063800     IF ACR-OVR-STATUS NOT = "00"
063900         GO TO 2300-EXIT
064000     END-IF.
064100     MOVE "N" TO ACR-EOF-SW.
064200     PERFORM 2310-ONE-OVERRIDE THRU 2310-EXIT
064300         UNTIL ACR-AT-EOF.
064400     CLOSE OVERRIDE-FILE.
064500 2300-EXIT.
064600     EXIT.
064700*
064800 2310-ONE-OVERRIDE.
064900     READ OVERRIDE-FILE NEXT RECORD INTO RUNOVR-RECORD
065000         AT END SET ACR-AT-EOF TO TRUE
065100     END-READ.
065200     IF ACR-AT-EOF
065300         GO TO 2310-EXIT
065400     END-IF.
065500     MOVE OVR-AUTHORIZER TO ACR-USER-WORK.
065600     PERFORM 7000-FIND-USER THRU 7000-EXIT.
065700     IF ACR-USER-SUB > 0
065800        AND OVR-TIMESTAMP > ACR-U-LAST-OVR(ACR-USER-SUB)
065900         MOVE OVR-TIMESTAMP TO ACR-U-LAST-OVR(ACR-USER-SUB)
066000     END-IF.
066100 2310-EXIT.
066200     EXIT.
066300*
066400*+----------------------------------------------------------+
066500*|  2400-SCAN-VIOLATIONS - the last refused sign-on.          |
066600*+----------------------------------------------------------+
066700 2400-SCAN-VIOLATIONS.
066800     OPEN INPUT VIOLATION-LOG.
066900     IF ACR-VIO-STATUS NOT = "00"
067000         GO TO 2400-EXIT
067100     END-IF.
067200     MOVE "N" TO ACR-EOF-SW.
067300     PERFORM 2410-ONE-VIOLATION THRU 2410-EXIT
067400         UNTIL ACR-AT-EOF.
067500     CLOSE VIOLATION-LOG.
067600 2400-EXIT.
067700     EXIT.
067800*
067900 2410-ONE-VIOLATION.
068000     READ VIOLATION-LOG
068100         AT END SET ACR-AT-EOF TO TRUE
068200     END-READ.
068300     IF ACR-AT-EOF
068400         GO TO 2410-EXIT
068500     END-IF.
068600     MOVE VIO-USER-ID TO ACR-USER-WORK.
068700     PERFORM 7000-FIND-USER THRU 7000-EXIT.
068800     IF ACR-USER-SUB > 0
068900        AND VIO-TIMESTAMP > ACR-U-LAST-VIO(ACR-USER-SUB)
069000         MOVE VIO-TIMESTAMP TO ACR-U-LAST-VIO(ACR-USER-SUB)
069100     END-IF.
069200 2410-EXIT.
069300     EXIT.
069400*
069500*+----------------------------------------------------------+
069600*|  2500-SCAN-OPERATOR-CMDS - the jobs each user has operated |
069700*|  through an operator command against one of their runs.   |
069800*+----------------------------------------------------------+
069900 2500-SCAN-OPERATOR-CMDS.
070000     OPEN INPUT OPCMD-FILE.
070100     IF ACR-OPC-STATUS NOT = "00"
070200         GO TO 2500-EXIT
070300     END-IF.
070400     MOVE "N" TO ACR-EOF-SW.
070500     PERFORM 2510-ONE-COMMAND THRU 2510-EXIT
070600         UNTIL ACR-AT-EOF.
070700     CLOSE OPCMD-FILE.
070800 2500-EXIT.
070900     EXIT.
071000*
071100 2510-ONE-COMMAND.
071200     READ OPCMD-FILE NEXT RECORD
071300         AT END SET ACR-AT-EOF TO TRUE
071400     END-READ.
071500     IF ACR-AT-EOF
071600         GO TO 2510-EXIT
071700     END-IF.
071800     MOVE OPCMD-FILE-REC TO OPCMD-RECORD.
071900     IF OPC-OPERATOR = SPACES OR NOT ACR-JOBCTL-OPEN
072000         GO TO 2510-EXIT
072100     END-IF.
072200     MOVE OPC-RUN-ID TO JCF-RUN-ID.
072300     READ JOBCTL-FILE INTO JOBCTL-RECORD
072400         INVALID KEY GO TO 2510-EXIT
072500     END-READ.
072600     MOVE "N" TO ACR-FOUND-SW.
072700     PERFORM 2520-MATCH-OPERATED THRU 2520-EXIT
072800         VARYING ACR-SUB FROM 1 BY 1
072900         UNTIL ACR-SUB > ACR-OPER-COUNT
073000            OR ACR-FOUND.
073100     IF ACR-FOUND
073200         GO TO 2510-EXIT
073300     END-IF.
073400     IF ACR-OPER-COUNT NOT < 1000
073500         ADD 1 TO ACR-DROPPED
073600         GO TO 2510-EXIT
073700     END-IF.
073800     ADD 1 TO ACR-OPER-COUNT.
073900     MOVE OPC-OPERATOR TO ACR-O-USER(ACR-OPER-COUNT).
074000     MOVE JBC-JOB-NAME TO ACR-O-JOB(ACR-OPER-COUNT).
074100     MOVE OPC-RUN-ID   TO ACR-O-RUN-ID(ACR-OPER-COUNT).
074200 2510-EXIT.
074300     EXIT.
074400*
074500 2520-MATCH-OPERATED.
074600     IF ACR-O-USER(ACR-SUB) = OPC-OPERATOR
074700        AND ACR-O-JOB(ACR-SUB) = JBC-JOB-NAME
074800         SET ACR-FOUND TO TRUE
074900     END-IF.
075000 2520-EXIT.
075100     EXIT.
075200*
075300*+----------------------------------------------------------+
075400*|  3000-PRINT-USERS - one entry per user: access, last use,  |
075500*|  dormancy and the quarter's attestation.                   |
075600*+----------------------------------------------------------+
075700 3000-PRINT-USERS.
075800     MOVE SPACES TO RECERT-LINE.
075900     WRITE RECERT-LINE.
076000     MOVE "USER ACCESS" TO RECERT-LINE.
076100     WRITE RECERT-LINE.
076200     MOVE "USER"        TO AUL-USER.
076300     MOVE "ROLE"        TO AUL-ROLE.
076400     MOVE "STATUS"      TO AUL-STATUS.
076500     MOVE "LAST USE"    TO AUL-LAST-USE.
076600     MOVE "VIA"         TO AUL-VIA.
076700     MOVE "DORMANT"     TO AUL-DORMANT.
076800     MOVE "ATTESTATION" TO AUL-ATTESTATION.
076900     MOVE ACR-USER-LINE TO RECERT-LINE.
077000     WRITE RECERT-LINE.
077100     PERFORM 3100-ONE-USER THRU 3100-EXIT
077200         VARYING ACR-USER-SUB FROM 1 BY 1
077300         UNTIL ACR-USER-SUB > ACR-USER-COUNT.
077400 3000-EXIT.
077500     EXIT.
077600*
077700 3100-ONE-USER.
077800     MOVE SPACES TO ACR-LAST-USE ACR-LAST-VIA.
077900     IF ACR-U-LAST-CTL(ACR-USER-SUB) > ACR-LAST-USE
078000         MOVE ACR-U-LAST-CTL(ACR-USER-SUB) TO ACR-LAST-USE
078100         MOVE "CTLMNT" TO ACR-LAST-VIA
078200     END-IF.
078300     IF ACR-U-LAST-DSP(ACR-USER-SUB) > ACR-LAST-USE
078400         MOVE ACR-U-LAST-DSP(ACR-USER-SUB) TO ACR-LAST-USE
078500         MOVE "DLDISPO" TO ACR-LAST-VIA
078600     END-IF.
078700     IF ACR-U-LAST-OVR(ACR-USER-SUB) > ACR-LAST-USE
078800         MOVE ACR-U-LAST-OVR(ACR-USER-SUB) TO ACR-LAST-USE
078900         MOVE "OVERRIDE" TO ACR-LAST-VIA
079000     END-IF.
079100     MOVE ACR-U-ID(ACR-USER-SUB)   TO AUL-USER.
079200     MOVE ACR-U-ROLE(ACR-USER-SUB) TO AUL-ROLE.
079300     IF ACR-U-ACTIVE(ACR-USER-SUB)
079400         MOVE "ACTIVE"   TO AUL-STATUS
079500     ELSE
079600         MOVE "INACTIVE" TO AUL-STATUS
079700     END-IF.
079800     IF ACR-LAST-USE = SPACES
079900         MOVE "NEVER" TO AUL-LAST-USE
080000     ELSE
080100         MOVE ACR-LAST-USE(1:8) TO AUL-LAST-USE
080200     END-IF.
080300     MOVE ACR-LAST-VIA TO AUL-VIA.
080400     MOVE SPACES TO AUL-DORMANT.
080500     IF ACR-U-ACTIVE(ACR-USER-SUB)
080600         PERFORM 3200-CHECK-DORMANT THRU 3200-EXIT
080700     END-IF.
080800     MOVE SPACES TO AUL-ATTESTATION.
080900     EVALUATE ACR-U-ATT-DECISION(ACR-USER-SUB)
081000         WHEN "K"
081100             MOVE "KEEP"       TO AUL-ATTESTATION
081200         WHEN "R"
081300             MOVE "REVOKE"     TO AUL-ATTESTATION
081400         WHEN "C"
081500             MOVE "CHANGE"     TO AUL-ATTESTATION
081600         WHEN OTHER
081700             MOVE "NOT ATTESTED" TO AUL-ATTESTATION
081800             ADD 1 TO ACR-UNATTESTED-COUNT
081900     END-EVALUATE.
082000     IF ACR-U-ATT-DECISION(ACR-USER-SUB) NOT = SPACES
082100         MOVE "BY"  TO AUL-ATTESTATION(8:2)
082200         MOVE ACR-U-ATT-REVIEWER(ACR-USER-SUB)
082300             TO AUL-ATTESTATION(11:8)
082400         MOVE "ON"  TO AUL-ATTESTATION(20:2)
082500         MOVE ACR-U-ATT-AT(ACR-USER-SUB)(1:8)
082600             TO AUL-ATTESTATION(23:8)
082700     END-IF.
082800     MOVE ACR-USER-LINE TO RECERT-LINE.
082900     WRITE RECERT-LINE.
083000     MOVE SPACES TO ACR-FUNC-LIST.
083100     MOVE 1 TO ACR-FUNC-PTR.
083200     PERFORM 3300-ONE-FUNCTION THRU 3300-EXIT
083300         VARYING ACR-SUB FROM 1 BY 1
083400         UNTIL ACR-SUB > ACR-U-FUNC-COUNT(ACR-USER-SUB).
083500     MOVE SPACES TO RECERT-LINE.
083600     STRING "          FUNCTIONS: " DELIMITED BY SIZE
083700            ACR-FUNC-LIST           DELIMITED BY SIZE
083800         INTO RECERT-LINE.
083900     WRITE RECERT-LINE.
084000     MOVE SPACES TO RECERT-LINE.
084100     MOVE "LAST CTLMNT"                TO RECERT-LINE(11:11).
084200     MOVE ACR-U-LAST-CTL(ACR-USER-SUB) TO ACR-STAMP-WORK.
084300     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
084400     MOVE ACR-STAMP-WORK(1:8)          TO RECERT-LINE(23:8).
084500     MOVE "DLDISPO"                    TO RECERT-LINE(33:7).
084600     MOVE ACR-U-LAST-DSP(ACR-USER-SUB) TO ACR-STAMP-WORK.
084700     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
084800     MOVE ACR-STAMP-WORK(1:8)          TO RECERT-LINE(41:8).
084900     MOVE "OVERRIDE"                   TO RECERT-LINE(51:8).
085000     MOVE ACR-U-LAST-OVR(ACR-USER-SUB) TO ACR-STAMP-WORK.
085100     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
085200     MOVE ACR-STAMP-WORK(1:8)          TO RECERT-LINE(60:8).
085300     MOVE "LAST REFUSED"               TO RECERT-LINE(70:12).
085400     MOVE ACR-U-LAST-VIO(ACR-USER-SUB) TO ACR-STAMP-WORK.
085500     PERFORM 3400-EDIT-DATE THRU 3400-EXIT.
085600     MOVE ACR-STAMP-WORK(1:8)          TO RECERT-LINE(83:8).
085700     WRITE RECERT-LINE.
085800 3100-EXIT.
085900     EXIT.
086000*
086100 3200-CHECK-DORMANT.
086200     IF ACR-LAST-USE = SPACES
086300         MOVE "DORMANT" TO AUL-DORMANT
086400         ADD 1 TO ACR-DORMANT-COUNT
086500         GO TO 3200-EXIT
086600     END-IF.
086700     MOVE ACR-LAST-USE(1:8) TO ACR-DATE-WORK-X.
086800     IF ACR-DATE-WORK-X NOT NUMERIC
086900         GO TO 3200-EXIT
087000     END-IF.
087100     COMPUTE ACR-IDLE-DAYS = ACR-TODAY-INT
087200         - FUNCTION INTEGER-OF-DATE(ACR-DATE-WORK).
087300     IF ACR-IDLE-DAYS > ACR-DORMANT-DAYS
087400         MOVE "DORMANT" TO AUL-DORMANT
087500         ADD 1 TO ACR-DORMANT-COUNT
087600     END-IF.
087700 3200-EXIT.
087800     EXIT.
087900*
088000 3300-ONE-FUNCTION.
088100     MOVE ACR-U-FUNCTION(ACR-USER-SUB, ACR-SUB)
088200         TO ACR-FUNC-LIST(ACR-FUNC-PTR:8).
088300     ADD 9 TO ACR-FUNC-PTR.
088400 3300-EXIT.
088500     EXIT.
088600*
088700 3400-EDIT-DATE.
088800     IF ACR-STAMP-WORK = SPACES
088900         MOVE "NEVER" TO ACR-STAMP-WORK
089000     END-IF.
089100 3400-EXIT.
089200     EXIT.
089300*
089400*+----------------------------------------------------------+
089500*|  4000-PRINT-CONFLICTS - every rule checked in turn.        |
089600*+----------------------------------------------------------+
089700 4000-PRINT-CONFLICTS.
089800     MOVE SPACES TO RECERT-LINE.
089900     WRITE RECERT-LINE.
090000     MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO RECERT-LINE.
090100     WRITE RECERT-LINE.
090200     PERFORM 4100-ONE-RULE THRU 4100-EXIT
090300         VARYING ACR-RULE-SUB FROM 1 BY 1
090400         UNTIL ACR-RULE-SUB > ACR-RULE-COUNT.
090500     IF ACR-CONFLICT-COUNT = 0
090600         MOVE "  NO CONFLICTS FOUND" TO RECERT-LINE
090700         WRITE RECERT-LINE
090800     END-IF.
090900 4000-EXIT.
091000     EXIT.
091100*
091200 4100-ONE-RULE.
091300     EVALUATE ACR-R-TYPE(ACR-RULE-SUB)
091400         WHEN "P"
091500             PERFORM 4200-PAIR-RULE THRU 4200-EXIT
091600                 VARYING ACR-USER-SUB FROM 1 BY 1
091700                 UNTIL ACR-USER-SUB > ACR-USER-COUNT
091800         WHEN "K"
091900             PERFORM 4300-SELF-APPROVAL-RULE THRU 4300-EXIT
092000         WHEN "V"
092100             PERFORM 4400-OVERRIDE-RULE THRU 4400-EXIT
092200     END-EVALUATE.
092300 4100-EXIT.
092400     EXIT.
092500*
092600*+----------------------------------------------------------+
092700*|  4200-PAIR-RULE - an active user holding both functions,   |
092800*|  *ALL counting as every function.                          |
092900*+----------------------------------------------------------+
093000 4200-PAIR-RULE.
093100     IF NOT ACR-U-ACTIVE(ACR-USER-SUB)
093200         GO TO 4200-EXIT
093300     END-IF.
093400     MOVE "N" TO ACR-HOLDS-A-SW ACR-HOLDS-B-SW.
093500     PERFORM 4210-CHECK-ONE-FUNCTION THRU 4210-EXIT
093600         VARYING ACR-SUB FROM 1 BY 1
093700         UNTIL ACR-SUB > ACR-U-FUNC-COUNT(ACR-USER-SUB).
093800     IF NOT ACR-HOLDS-A OR NOT ACR-HOLDS-B
093900         GO TO 4200-EXIT
094000     END-IF.
094100     MOVE ACR-U-ID(ACR-USER-SUB) TO ACR-USER-WORK.
094200     MOVE SPACES TO ACR-HOW.
094300     STRING "HOLDS "                     DELIMITED BY SIZE
094400            ACR-R-ITEM-A(ACR-RULE-SUB)   DELIMITED BY SPACE
094500            " AND "                      DELIMITED BY SIZE
094600            ACR-R-ITEM-B(ACR-RULE-SUB)   DELIMITED BY SPACE
094700         INTO ACR-HOW.
094800     PERFORM 4900-WRITE-CONFLICT THRU 4900-EXIT.
094900 4200-EXIT.
095000     EXIT.
095100*
095200 4210-CHECK-ONE-FUNCTION.
095300     MOVE ACR-U-FUNCTION(ACR-USER-SUB, ACR-SUB) TO ACR-FUNC-WORK.
095400     IF ACR-FUNC-WORK = ACR-R-ITEM-A(ACR-RULE-SUB)
095500        OR ACR-FUNC-WORK = "*ALL"
095600         SET ACR-HOLDS-A TO TRUE
095700     END-IF.
095800     IF ACR-FUNC-WORK = ACR-R-ITEM-B(ACR-RULE-SUB)
095900        OR ACR-FUNC-WORK = "*ALL"
096000         SET ACR-HOLDS-B TO TRUE
096100     END-IF.
096200 4210-EXIT.
096300     EXIT.
096400*
096500*+----------------------------------------------------------+
096600*|  4300-SELF-APPROVAL-RULE - an applied control-file change  |
096700*|  whose keyer approved it.                                  |
096800*+----------------------------------------------------------+
096900 4300-SELF-APPROVAL-RULE.
097000     OPEN INPUT PENDING-FILE.
097100     IF ACR-PND-STATUS NOT = "00"
097200         GO TO 4300-EXIT
097300     END-IF.
097400     MOVE "N" TO ACR-EOF-SW.
097500     PERFORM 4310-ONE-PENDING THRU 4310-EXIT
097600         UNTIL ACR-AT-EOF.
097700     CLOSE PENDING-FILE.
097800 4300-EXIT.
097900     EXIT.
098000*
098100 4310-ONE-PENDING.
098200     READ PENDING-FILE
098300         AT END SET ACR-AT-EOF TO TRUE
098400     END-READ.
098500     IF ACR-AT-EOF
098600         GO TO 4310-EXIT
098700     END-IF.
098800     IF NOT PND-APPLIED OR PND-KEYED-BY NOT = PND-APPROVED-BY
098900         GO TO 4310-EXIT
099000     END-IF.
099100     MOVE PND-KEYED-BY TO ACR-USER-WORK.
099200     MOVE SPACES TO ACR-HOW.
099300     STRING PND-FILE-NAME           DELIMITED BY SPACE
099400            " "                     DELIMITED BY SIZE
099500            PND-ACTION              DELIMITED BY SIZE
099600            " KEYED "               DELIMITED BY SIZE
099700            PND-KEYED-AT(1:8)       DELIMITED BY SIZE
099800            " APPLIED "             DELIMITED BY SIZE
099900            PND-APPROVED-AT(1:8)    DELIMITED BY SIZE
100000         INTO ACR-HOW.
100100     PERFORM 4900-WRITE-CONFLICT THRU 4900-EXIT.
100200 4310-EXIT.
100300     EXIT.
100400*
100500*+----------------------------------------------------------+
100600*|  4400-OVERRIDE-RULE - a rerun override whose authorizer    |
100700*|  operates the job.                                         |
100800*+----------------------------------------------------------+
100900 4400-OVERRIDE-RULE.
101000     OPEN INPUT OVERRIDE-FILE.
101100     IF ACR-OVR-STATUS NOT = "00"
101200         GO TO 4400-EXIT
101300     END-IF.
101400     MOVE "N" TO ACR-EOF-SW.
101500     PERFORM 4410-ONE-OVERRIDE THRU 4410-EXIT
101600         UNTIL ACR-AT-EOF.
101700     CLOSE OVERRIDE-FILE.
101800 4400-EXIT.
101900     EXIT.
102000*
102100 4410-ONE-OVERRIDE.
102200     READ OVERRIDE-FILE NEXT RECORD INTO RUNOVR-RECORD
102300         AT END SET ACR-AT-EOF TO TRUE
102400     END-READ.
102500     IF ACR-AT-EOF
102600         GO TO 4410-EXIT
102700     END-IF.
102800     MOVE OVR-AUTHORIZER TO ACR-USER-WORK.
102900     MOVE OVR-JOB-NAME   TO ACR-JOB-WORK.
103000     MOVE SPACES         TO ACR-HOW.
103100     MOVE "N" TO ACR-FOUND-SW.
103200     PERFORM 4420-MATCH-OPERATED THRU 4420-EXIT
103300         VARYING ACR-SUB FROM 1 BY 1
103400         UNTIL ACR-SUB > ACR-OPER-COUNT
103500            OR ACR-FOUND.
103600     IF NOT ACR-FOUND
103700         PERFORM 4430-MATCH-ASSIGNMENT THRU 4430-EXIT
103800             VARYING ACR-SUB2 FROM 1 BY 1
103900             UNTIL ACR-SUB2 > ACR-RULE-COUNT
104000                OR ACR-FOUND
104100     END-IF.
104200     IF ACR-FOUND
104300         PERFORM 4900-WRITE-CONFLICT THRU 4900-EXIT
104400     END-IF.
104500 4410-EXIT.
104600     EXIT.
104700*
104800 4420-MATCH-OPERATED.
104900     IF ACR-O-USER(ACR-SUB) = ACR-USER-WORK
105000        AND ACR-O-JOB(ACR-SUB) = ACR-JOB-WORK
105100         SET ACR-FOUND TO TRUE
105200         STRING ACR-JOB-WORK          DELIMITED BY SPACE
105300                " "                   DELIMITED BY SIZE
105400                OVR-BUSINESS-DATE     DELIMITED BY SIZE
105500                " - COMMAND ON RUN "  DELIMITED BY SIZE
105600                ACR-O-RUN-ID(ACR-SUB) DELIMITED BY SPACE
105700             INTO ACR-HOW
105800     END-IF.
105900 4420-EXIT.
106000     EXIT.
106100*
106200 4430-MATCH-ASSIGNMENT.
106300     IF ACR-R-TYPE(ACR-SUB2) NOT = "J"
106400        OR ACR-R-ITEM-A(ACR-SUB2) NOT = ACR-USER-WORK
106500         GO TO 4430-EXIT
106600     END-IF.
106700     MOVE 0 TO ACR-PREFIX-LEN.
106800     INSPECT ACR-R-ITEM-B(ACR-SUB2) TALLYING ACR-PREFIX-LEN
106900         FOR CHARACTERS BEFORE INITIAL "*".
107000     IF ACR-PREFIX-LEN = 8
107100         IF ACR-R-ITEM-B(ACR-SUB2) NOT = ACR-JOB-WORK
107200             GO TO 4430-EXIT
107300         END-IF
107400     ELSE
107500         IF ACR-PREFIX-LEN > 0
107600            AND ACR-R-ITEM-B(ACR-SUB2)(1:ACR-PREFIX-LEN)
107700                NOT = ACR-JOB-WORK(1:ACR-PREFIX-LEN)
107800             GO TO 4430-EXIT
107900         END-IF
108000     END-IF.
108100     SET ACR-FOUND TO TRUE.
108200     STRING ACR-JOB-WORK             DELIMITED BY SPACE
108300            " "                      DELIMITED BY SIZE
108400            OVR-BUSINESS-DATE        DELIMITED BY SIZE
108500            " - ASSIGNED BY RULE "   DELIMITED BY SIZE
108600            ACR-R-ID(ACR-SUB2)       DELIMITED BY SPACE
108700         INTO ACR-HOW.
108800 4430-EXIT.
108900     EXIT.
109000*
109100*+----------------------------------------------------------+
109200*|  4900-WRITE-CONFLICT - rule, user, what the rule forbids,  |
109300*|  and the evidence.                                         |
109400*+----------------------------------------------------------+
109500 4900-WRITE-CONFLICT.
109600     ADD 1 TO ACR-CONFLICT-COUNT.
109700     MOVE SPACES TO RECERT-LINE.
109800     STRING "  "                        DELIMITED BY SIZE
109900            ACR-R-ID(ACR-RULE-SUB)      DELIMITED BY SIZE
110000            "  "                        DELIMITED BY SIZE
110100            ACR-USER-WORK               DELIMITED BY SIZE
110200            "  "                        DELIMITED BY SIZE
110300            ACR-R-DESC(ACR-RULE-SUB)    DELIMITED BY SIZE
110400            "  "                        DELIMITED BY SIZE
110500            ACR-HOW                     DELIMITED BY SIZE
110600         INTO RECERT-LINE.
110700     WRITE RECERT-LINE.
110800 4900-EXIT.
110900     EXIT.
111000*
111100*+----------------------------------------------------------+
111200*|  5000-PRINT-SUMMARY                                        |
111300*+----------------------------------------------------------+
111400 5000-PRINT-SUMMARY.
111500     MOVE SPACES TO RECERT-LINE.
111600     WRITE RECERT-LINE.
111700     MOVE ACR-USER-COUNT TO ACR-COUNT-ED.
111800     STRING "USERS "          DELIMITED BY SIZE
111900            ACR-COUNT-ED      DELIMITED BY SIZE
112000         INTO RECERT-LINE.
112100     MOVE ACR-ACTIVE-COUNT TO ACR-COUNT-ED.
112200     STRING "  ACTIVE "       DELIMITED BY SIZE
112300            ACR-COUNT-ED      DELIMITED BY SIZE
112400         INTO RECERT-LINE(12:20).
112500     MOVE ACR-DORMANT-COUNT TO ACR-COUNT-ED.
112600     STRING "  DORMANT "      DELIMITED BY SIZE
112700            ACR-COUNT-ED      DELIMITED BY SIZE
112800         INTO RECERT-LINE(26:20).
112900     MOVE ACR-UNATTESTED-COUNT TO ACR-COUNT-ED.
113000     STRING "  NOT ATTESTED " DELIMITED BY SIZE
113100            ACR-COUNT-ED      DELIMITED BY SIZE
113200         INTO RECERT-LINE(41:20).
113300     MOVE ACR-CONFLICT-COUNT TO ACR-COUNT-ED.
113400     STRING "  CONFLICTS "    DELIMITED BY SIZE
113500            ACR-COUNT-ED      DELIMITED BY SIZE
113600         INTO RECERT-LINE(61:20).
113700     WRITE RECERT-LINE.
113800 5000-EXIT.
113900     EXIT.
114000*
114100*+----------------------------------------------------------+
114200*|  7000-FIND-USER - ACR-USER-SUB for ACR-USER-WORK, zero if  |
114300*|  the user is not on the user/role file.                    |
114400*+----------------------------------------------------------+
114500 7000-FIND-USER.
114600     MOVE 0 TO ACR-USER-SUB.
114700     IF ACR-USER-WORK = SPACES
114800         GO TO 7000-EXIT
114900     END-IF.
115000     PERFORM 7010-MATCH-ONE-USER THRU 7010-EXIT
115100         VARYING ACR-SUB FROM 1 BY 1
115200         UNTIL ACR-SUB > ACR-USER-COUNT
115300            OR ACR-USER-SUB > 0.
115400 7000-EXIT.
115500     EXIT.
115600*
115700 7010-MATCH-ONE-USER.
115800     IF ACR-U-ID(ACR-SUB) = ACR-USER-WORK
115900         MOVE ACR-SUB TO ACR-USER-SUB
116000     END-IF.
116100 7010-EXIT.
116200     EXIT.
116300*
116400*+----------------------------------------------------------+
116500*|  9000-TERMINATE                                            |
116600*+----------------------------------------------------------+
116700 9000-TERMINATE.
116800     IF ACR-DROPPED > 0
116900         DISPLAY "ACCREC: " ACR-DROPPED
117000                 " ITEM(S) NOT CHECKED - TABLES FULL"
117100     END-IF.
117200     IF ACR-JOBCTL-OPEN
117300         CLOSE JOBCTL-FILE
117400     END-IF.
117500     CLOSE RECERT-REPORT.
117600     IF ACR-CONFLICT-COUNT > 0 OR ACR-DORMANT-COUNT > 0
117700         MOVE 4 TO RETURN-CODE
117800     END-IF.
117900 9000-EXIT.
118000     EXIT.
