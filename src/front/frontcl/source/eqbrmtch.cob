000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * BRMATCH
000400*     *
000500*     * Purpose: Bank return-file cash matching.  Reads the
000600*     *          clearing bank's return file as MFINCV leaves it
000700*     *          on MFASCOUT (one item per record, see
000800*     *          eqbnkrtn.cob, ending in MFINCV's control
000900*     *          trailer) and, for every file name and run-id the
001000*     *          items answer, the outbound payment file we
001100*     *          registered on XMITREG (see eqxmtreg.cob) - the
001200*     *          registered file itself, opened under its name as
001300*     *          XMTRSN opens it.  The match control file (see
001400*     *          eqbrmctl.cob) says where each outbound file keeps
001500*     *          its reference and amount.  Items are matched one
001600*     *          for one on reference and amount and each is
001700*     *          classed settled, rejected (with the bank's
001800*     *          reason), returned, or unmatched - sent by us with
001900*     *          no answer from the bank, or answered by the bank
002000*     *          with nothing of ours behind it.
002100*     *
002200*     * Notes:  Every item that is not settled is appended to the
002300*     *          dead-letter file in DEADWR's record format, as
002400*     *          CMTRCV routes its pending sessions, so the
002500*     *          exceptions are worked - and dispositioned -
002600*     *          through DLTRIAG with the rest.  The run-id is the
002700*     *          outbound file's; the time part of the timestamp
002800*     *          carries a sequence so every exception keys its
002900*     *          own disposition.  The report ends with a summary
003000*     *          per file name and run-id.  A return file that
003100*     *          does not balance to its trailer matches nothing.
003110*     *          A payment file registered the day before the run
003120*     *          that the bank has not answered at all is read
003130*     *          too, and every payment on it is reported with no
003140*     *          bank response.  A rerun the same day carries on
003150*     *          from the highest sequence already on DEADLTR for
003160*     *          the day and does not write an exception that is
003170*     *          already there.
003200*     *
003300 PROGRAM-ID.     BRMATCH.
003400 AUTHOR.         D L ROSS.
003500 INSTALLATION.   BATCH SYSTEMS GROUP.
003600 DATE-WRITTEN.   15-OCT-2026.
003700 DATE-COMPILED.
003800*
003900*     * Modification History
004000*     * --------------------
004100*     * 15-oct-2026 (dlross)  Written.
004200*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RETURN-FILE ASSIGN TO "MFASCOUT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS BRM-RTN-STATUS.
004900     SELECT CONTROL-FILE ASSIGN TO "BRMCTL"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS BRM-CTL-STATUS.
005200     SELECT REGISTRY-FILE ASSIGN TO "XMITREG"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS XRF-KEY
005600         FILE STATUS IS BRM-REG-STATUS.
005700     SELECT OUTBOUND-FILE ASSIGN TO BRM-OUTBOUND-NAME
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS BRM-OUT-STATUS.
006000     SELECT DEADLETTER-FILE ASSIGN TO "DEADLTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS BRM-DEAD-STATUS.
006300     SELECT MATCH-REPORT ASSIGN TO "BRMATRPT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS BRM-RPT-STATUS.
006600*
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  RETURN-FILE
007000     RECORD IS VARYING IN SIZE FROM 1 TO 4000
007100     DEPENDING ON BRM-RTN-LEN.
007200 01  RETURN-REC               PIC X(4000).
007300*
007400 FD  CONTROL-FILE
007500     RECORDING MODE IS F.
007600 01  CONTROL-REC              PIC X(40).
007700*
007800 FD  REGISTRY-FILE.
007900 01  REGISTRY-FILE-REC.
008000     05 XRF-KEY               PIC X(28).
008100     05 XRF-REST-OF-RECORD    PIC X(63).
008200*
008300 FD  OUTBOUND-FILE
008400     RECORD IS VARYING IN SIZE FROM 1 TO 4000
008500     DEPENDING ON BRM-OUT-LEN.
008600 01  OUTBOUND-REC             PIC X(4000).
008700*
008800 FD  DEADLETTER-FILE
008900     RECORDING MODE IS F.
009000 01  DEADLETTER-FILE-REC      PIC X(577).
009100*
009200 FD  MATCH-REPORT
009300     RECORDING MODE IS F.
009400 01  MATCH-LINE               PIC X(132).
009500*
009600 WORKING-STORAGE SECTION.
009700 COPY "eqtrailr.cob".
009800 COPY "eqbnkrtn.cob".
009900 COPY "eqbrmctl.cob".
010000 COPY "eqxmtreg.cob".
010100 COPY "eqdeadlt.cob".
010200*
010300 01  BRM-WORK-AREA.
010400     05 BRM-RTN-STATUS        PIC X(2)  VALUE "00".
010500     05 BRM-CTL-STATUS        PIC X(2)  VALUE "00".
010600     05 BRM-REG-STATUS        PIC X(2)  VALUE "00".
010700     05 BRM-OUT-STATUS        PIC X(2)  VALUE "00".
010800     05 BRM-DEAD-STATUS       PIC X(2)  VALUE "00".
010900     05 BRM-RPT-STATUS        PIC X(2)  VALUE "00".
011000     05 BRM-EOF-SW            PIC X(1)  VALUE "N".
011100         88 BRM-AT-EOF                  VALUE "Y".
011200     05 BRM-FOUND-SW          PIC X(1)  VALUE "N".
011300         88 BRM-ENTRY-FOUND             VALUE "Y".
011400     05 BRM-TRAILER-SW        PIC X(1)  VALUE "N".
011500         88 BRM-TRAILER-SEEN            VALUE "Y".
011600     05 BRM-FAIL-SW           PIC X(1)  VALUE "N".
011700         88 BRM-BALANCE-FAILED          VALUE "Y".
011800     05 BRM-DEAD-OPEN-SW      PIC X(1)  VALUE "N".
011900         88 BRM-DEAD-IS-OPEN            VALUE "Y".
012000     05 BRM-RTN-LEN           PIC S9(4) USAGE COMP.
012100     05 BRM-OUT-LEN           PIC S9(4) USAGE COMP.
012200     05 BRM-SUB               PIC S9(4) USAGE COMP.
012300     05 BRM-SUB2              PIC S9(4) USAGE COMP.
012400     05 BRM-HIT-SUB           PIC S9(4) USAGE COMP.
012500     05 BRM-CTL-SUB           PIC S9(4) USAGE COMP.
012600     05 BRM-PAIR-SUB          PIC S9(4) USAGE COMP.
012700     05 BRM-POINTS            PIC S9(4) USAGE COMP.
012800     05 BRM-OUTBOUND-NAME     PIC X(12).
012900     05 BRM-RTN-COUNT         PIC 9(9)  VALUE ZERO.
013000     05 BRM-REFERENCE         PIC X(20).
013100     05 BRM-AMOUNT            PIC S9(13)V99 COMP-3.
013200     05 BRM-AMOUNT-TEXT       PIC X(30).
013300     05 BRM-CLASS-TEXT        PIC X(20).
013400     05 BRM-EDIT-AMOUNT       PIC -(13)9.99.
013500     05 BRM-EDIT-COUNT        PIC Z(6)9.
013600     05 BRM-EXCEPTIONS        PIC 9(7)  VALUE ZERO.
013700     05 BRM-DEAD-SEQ          PIC 9(6)  VALUE ZERO.
013800     05 BRM-NOW-STRING        PIC X(14).
013810     05 BRM-TODAY             PIC 9(8).
013820     05 BRM-WINDOW-START      PIC 9(8).
013830     05 BRM-FIN-DATE          PIC 9(8).
013840     05 BRM-WINDOW-DAYS       PIC 9(3)  VALUE 1.
013850     05 BRM-ON-FILE           PIC 9(7)  VALUE ZERO.
013860     05 BRM-DONE-SUB          PIC S9(4) USAGE COMP.
013870     05 BRM-DONE-HIT          PIC S9(4) USAGE COMP.
013900*
014000*    The raw snapshot DLTRIAG shows for a statement it has no
014100*    cached description of is the first 80 bytes - reference,
014200*    amount and the bank's reason are laid out to fall there.
014300 01  BRM-SNAPSHOT.
014400     05 BRM-SNP-REFERENCE     PIC X(20).
014500     05 BRM-SNP-AMOUNT        PIC -(10)9.99.
014600     05 FILLER                PIC X(6).
014700     05 BRM-SNP-REASON-CODE   PIC X(4).
014800     05 FILLER                PIC X(1).
014900     05 BRM-SNP-REASON-TEXT   PIC X(40).
015000     05 BRM-SNP-FILE-NAME     PIC X(12).
015100     05 BRM-SNP-RUN-ID        PIC X(16).
015200*
015210*    The day's BRMATCH exceptions already on DEADLTR.  Each
015220*    stands for one exception a rerun would write again.
015230 01  BRM-DONE-TABLE.
015240     05 BRM-DONE-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
015250     05 BRM-DONE-ROW OCCURS 5000 TIMES.
015260         10 BRM-D-STMT-ID     PIC X(38).
015270         10 BRM-D-RUN-ID      PIC X(16).
015280         10 BRM-D-SNAPSHOT    PIC X(113).
015290         10 BRM-D-USED-SW     PIC X(1).
015292             88 BRM-D-USED              VALUE "Y".
015294*
015300 01  BRM-CTL-TABLE.
015400     05 BRM-CTL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
015500     05 BRM-CTL-ROW OCCURS 50 TIMES.
015600         10 BRM-C-FILE-NAME   PIC X(12).
015700         10 BRM-C-REF-OFFSET  PIC 9(4).
015800         10 BRM-C-REF-LENGTH  PIC 9(2).
015900         10 BRM-C-AMT-OFFSET  PIC 9(4).
016000         10 BRM-C-AMT-LENGTH  PIC 9(2).
016100         10 BRM-C-AMT-SCALE   PIC 9(1).
016200*
016300*    One row per outbound file and run-id the bank answered.
016400 01  BRM-PAIR-TABLE.
016500     05 BRM-PAIR-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
016600     05 BRM-PAIR-ROW OCCURS 50 TIMES.
016700         10 BRM-P-FILE-NAME   PIC X(12).
016800         10 BRM-P-RUN-ID      PIC X(16).
016900         10 BRM-P-NOTE        PIC X(24).
017000         10 BRM-P-SENT        PIC 9(7).
017100         10 BRM-P-SETTLED     PIC 9(7).
017200         10 BRM-P-SETTLED-AMT PIC S9(13)V99 COMP-3.
017300         10 BRM-P-REJECTED    PIC 9(7).
017400         10 BRM-P-RETURNED    PIC 9(7).
017500         10 BRM-P-OURS-ONLY   PIC 9(7).
017600         10 BRM-P-BANK-ONLY   PIC 9(7).
017700*
017800*    One row per return item, held until every outbound file
017900*    has been read against it.
018000 01  BRM-ITEM-TABLE.
018100     05 BRM-ITEM-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
018200     05 BRM-ITEM-ROW OCCURS 5000 TIMES.
018300         10 BRM-I-PAIR        PIC S9(4) USAGE COMP.
018400         10 BRM-I-REFERENCE   PIC X(20).
018500         10 BRM-I-AMOUNT      PIC S9(13)V99 COMP-3.
018600         10 BRM-I-STATUS      PIC X(1).
018700         10 BRM-I-REASON-CODE PIC X(4).
018800         10 BRM-I-REASON-TEXT PIC X(40).
018900         10 BRM-I-MATCHED-SW  PIC X(1).
019000             88 BRM-I-MATCHED           VALUE "Y".
019100*
019200 PROCEDURE DIVISION.
019300*
019400*+----------------------------------------------------------+
019500*|  0000-MAINLINE                                             |
019600*+----------------------------------------------------------+
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     PERFORM 2000-LOAD-RETURNS THRU 2000-EXIT.
020000     PERFORM 3000-BALANCE-TRAILER THRU 3000-EXIT.
020100     IF NOT BRM-BALANCE-FAILED
020150         PERFORM 2500-ADD-REGISTERED THRU 2500-EXIT
020200         PERFORM 4000-MATCH-ONE-FILE THRU 4000-EXIT
020300             VARYING BRM-SUB FROM 1 BY 1
020400             UNTIL BRM-SUB > BRM-PAIR-COUNT
020500         PERFORM 5000-BANK-ONLY-ITEM THRU 5000-EXIT
020600             VARYING BRM-SUB FROM 1 BY 1
020700             UNTIL BRM-SUB > BRM-ITEM-COUNT
020800         PERFORM 6000-SUMMARY THRU 6000-EXIT
020900     END-IF.
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100     STOP RUN.
021200*
021300*+----------------------------------------------------------+
021400*|  1000-INITIALIZE - match control, registry, report.        |
021500*+----------------------------------------------------------+
021600 1000-INITIALIZE.
021700     OPEN INPUT RETURN-FILE.
021800     IF BRM-RTN-STATUS NOT = "00"
021900         DISPLAY "BRMATCH: NO MFASCOUT BANK RETURN FILE"
022000         MOVE 12 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300     OPEN INPUT REGISTRY-FILE.
022400     IF BRM-REG-STATUS NOT = "00"
022500         DISPLAY "BRMATCH: NO XMITREG REGISTRY"
022600         MOVE 12 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     OPEN INPUT CONTROL-FILE.
023000     IF BRM-CTL-STATUS NOT = "00"
023100         DISPLAY "BRMATCH: NO BRMCTL MATCH CONTROL FILE"
023200         MOVE 12 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500     MOVE "N" TO BRM-EOF-SW.
023600     PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
023700         UNTIL BRM-AT-EOF.
023800     CLOSE CONTROL-FILE.
023900     MOVE FUNCTION CURRENT-DATE(1:14) TO BRM-NOW-STRING.
023910     MOVE BRM-NOW-STRING(1:8) TO BRM-TODAY.
023920     COMPUTE BRM-WINDOW-START = FUNCTION DATE-OF-INTEGER
023930         (FUNCTION INTEGER-OF-DATE(BRM-TODAY) - BRM-WINDOW-DAYS).
023940     PERFORM 1200-LOAD-DEAD-LETTERS THRU 1200-EXIT.
024000     OPEN OUTPUT MATCH-REPORT.
024100     MOVE SPACES TO MATCH-LINE.
024200     STRING "BANK RETURN-FILE CASH MATCHING  RUN "
024300                                  DELIMITED BY SIZE
024400            BRM-NOW-STRING        DELIMITED BY SIZE
024500         INTO MATCH-LINE.
024600     WRITE MATCH-LINE.
024700     MOVE SPACES TO MATCH-LINE.
024800     WRITE MATCH-LINE.
024900     MOVE SPACES TO MATCH-LINE.
025000     STRING "FILE NAME    RUN-ID           REFERENCE           "
025100                                  DELIMITED BY SIZE
025200            "           AMOUNT  RESULT               REASON"
025300                                  DELIMITED BY SIZE
025400         INTO MATCH-LINE.
025500     WRITE MATCH-LINE.
025600 1000-EXIT.
025700     EXIT.
025800*
025900 1100-LOAD-ONE-CONTROL.
026000     READ CONTROL-FILE INTO BRMCTL-RECORD
026100         AT END SET BRM-AT-EOF TO TRUE
026200     END-READ.
026300     IF BRM-AT-EOF
026400        OR BRM-CTL-COUNT = 50
026500         GO TO 1100-EXIT
026600     END-IF.
026700     ADD 1 TO BRM-CTL-COUNT.
026800     MOVE BMC-FILE-NAME  TO BRM-C-FILE-NAME(BRM-CTL-COUNT).
026900     MOVE BMC-REF-OFFSET TO BRM-C-REF-OFFSET(BRM-CTL-COUNT).
027000     MOVE BMC-REF-LENGTH TO BRM-C-REF-LENGTH(BRM-CTL-COUNT).
027100     MOVE BMC-AMT-OFFSET TO BRM-C-AMT-OFFSET(BRM-CTL-COUNT).
027200     MOVE BMC-AMT-LENGTH TO BRM-C-AMT-LENGTH(BRM-CTL-COUNT).
027300     MOVE BMC-AMT-SCALE  TO BRM-C-AMT-SCALE(BRM-CTL-COUNT).
027400 1100-EXIT.
027500     EXIT.
027504*
027508*+----------------------------------------------------------+
027512*|  1200-LOAD-DEAD-LETTERS - today's BRMATCH exceptions      |
027516*|  already on DEADLTR, and the highest sequence among them. |
027520*+----------------------------------------------------------+
027524 1200-LOAD-DEAD-LETTERS.
027528     MOVE "N" TO BRM-EOF-SW.
027532     OPEN INPUT DEADLETTER-FILE.
027536     IF BRM-DEAD-STATUS NOT = "00"
027540         GO TO 1200-EXIT
027544     END-IF.
027548     PERFORM 1210-ONE-DEAD-LETTER THRU 1210-EXIT
027552         UNTIL BRM-AT-EOF.
027556     CLOSE DEADLETTER-FILE.
027560 1200-EXIT.
027564     EXIT.
027568*
027572 1210-ONE-DEAD-LETTER.
027576     READ DEADLETTER-FILE INTO DEADLT-RECORD
027580         AT END SET BRM-AT-EOF TO TRUE
027584     END-READ.
027588     IF BRM-AT-EOF
027592         GO TO 1210-EXIT
027596     END-IF.
027600     IF DLQ-TIMESTAMP(1:8) NOT = BRM-NOW-STRING(1:8)
027604        OR DLQ-STMT-ID(1:12) NOT = "BANK RETURN "
027608         GO TO 1210-EXIT
027612     END-IF.
027616     IF DLQ-TIMESTAMP(9:6) NUMERIC
027620        AND DLQ-TIMESTAMP(9:6) > BRM-DEAD-SEQ
027624         MOVE DLQ-TIMESTAMP(9:6) TO BRM-DEAD-SEQ
027628     END-IF.
027632     IF BRM-DONE-COUNT = 5000
027636         DISPLAY "BRMATCH: MORE THAN 5000 OF TODAY'S EXCEPTIONS"
027640             " ON DEADLTR - NOTHING MATCHED"
027644         MOVE 12 TO RETURN-CODE
027648         STOP RUN
027652     END-IF.
027656     ADD 1 TO BRM-DONE-COUNT.
027660     MOVE DLQ-STMT-ID TO BRM-D-STMT-ID(BRM-DONE-COUNT).
027664     MOVE DLQ-RUNID   TO BRM-D-RUN-ID(BRM-DONE-COUNT).
027668     MOVE DLQ-HOSTVAR-SNAPSHOT(1:113)
027672                      TO BRM-D-SNAPSHOT(BRM-DONE-COUNT).
027676     MOVE "N"         TO BRM-D-USED-SW(BRM-DONE-COUNT).
027680 1210-EXIT.
027684     EXIT.
027688*
027700*+----------------------------------------------------------+
027800*|  2000-LOAD-RETURNS - every bank item into the table, and   |
027900*|  each file name and run-id it answers onto the pairs.      |
028000*+----------------------------------------------------------+
028100 2000-LOAD-RETURNS.
028200     MOVE "N" TO BRM-EOF-SW.
028300     PERFORM 2100-ONE-RETURN THRU 2100-EXIT
028400         UNTIL BRM-AT-EOF.
028500     CLOSE RETURN-FILE.
028600 2000-EXIT.
028700     EXIT.
028800*
028900*    A table full stops the run: a match that has dropped
029000*    items has proved nothing.
029100 2100-ONE-RETURN.
029200     MOVE 4000 TO BRM-RTN-LEN.
029300     READ RETURN-FILE
029400         AT END SET BRM-AT-EOF TO TRUE
029500     END-READ.
029600     IF BRM-AT-EOF
029700         GO TO 2100-EXIT
029800     END-IF.
029900     IF RETURN-REC(1:3) = "TRL"
030000         MOVE RETURN-REC(1:212) TO TRAILR-RECORD
030100         SET BRM-TRAILER-SEEN TO TRUE
030200         GO TO 2100-EXIT
030300     END-IF.
030400     MOVE RETURN-REC(1:120) TO BNKRTN-RECORD.
030500     ADD 1 TO BRM-RTN-COUNT.
030600     IF BRM-ITEM-COUNT = 5000
030700         DISPLAY "BRMATCH: MORE THAN 5000 RETURN ITEMS"
030800             " - NOTHING MATCHED"
030900         MOVE 12 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     PERFORM 2200-FIND-OR-ADD-PAIR THRU 2200-EXIT.
031300     ADD 1 TO BRM-ITEM-COUNT.
031400     MOVE BRM-HIT-SUB     TO BRM-I-PAIR(BRM-ITEM-COUNT).
031500     MOVE BRT-REFERENCE   TO BRM-I-REFERENCE(BRM-ITEM-COUNT).
031600     MOVE BRT-AMOUNT-EDITED
031700                          TO BRM-I-AMOUNT(BRM-ITEM-COUNT).
031800     MOVE BRT-STATUS      TO BRM-I-STATUS(BRM-ITEM-COUNT).
031900     MOVE BRT-REASON-CODE TO BRM-I-REASON-CODE(BRM-ITEM-COUNT).
032000     MOVE BRT-REASON-TEXT TO BRM-I-REASON-TEXT(BRM-ITEM-COUNT).
032100     MOVE "N"             TO BRM-I-MATCHED-SW(BRM-ITEM-COUNT).
032200 2100-EXIT.
032300     EXIT.
032400*
032500 2200-FIND-OR-ADD-PAIR.
032600     MOVE "N" TO BRM-FOUND-SW.
032700     PERFORM 2210-MATCH-ONE-PAIR THRU 2210-EXIT
032800         VARYING BRM-SUB2 FROM 1 BY 1
032900         UNTIL BRM-SUB2 > BRM-PAIR-COUNT
033000            OR BRM-ENTRY-FOUND.
033100     IF BRM-ENTRY-FOUND
033200         GO TO 2200-EXIT
033300     END-IF.
033400     IF BRM-PAIR-COUNT = 50
033500         DISPLAY "BRMATCH: RETURN ITEMS FOR MORE THAN 50"
033600             " OUTBOUND FILES - NOTHING MATCHED"
033700         MOVE 12 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     ADD 1 TO BRM-PAIR-COUNT.
034100     MOVE BRM-PAIR-COUNT TO BRM-HIT-SUB.
034200     MOVE BRT-FILE-NAME TO BRM-P-FILE-NAME(BRM-HIT-SUB).
034300     MOVE BRT-RUN-ID    TO BRM-P-RUN-ID(BRM-HIT-SUB).
034400     MOVE SPACES        TO BRM-P-NOTE(BRM-HIT-SUB).
034500     MOVE ZERO TO BRM-P-SENT(BRM-HIT-SUB)
034600                  BRM-P-SETTLED(BRM-HIT-SUB)
034700                  BRM-P-SETTLED-AMT(BRM-HIT-SUB)
034800                  BRM-P-REJECTED(BRM-HIT-SUB)
034900                  BRM-P-RETURNED(BRM-HIT-SUB)
035000                  BRM-P-OURS-ONLY(BRM-HIT-SUB)
035100                  BRM-P-BANK-ONLY(BRM-HIT-SUB).
035200 2200-EXIT.
035300     EXIT.
035400*
035500 2210-MATCH-ONE-PAIR.
035600     IF BRM-P-FILE-NAME(BRM-SUB2) = BRT-FILE-NAME
035700        AND BRM-P-RUN-ID(BRM-SUB2) = BRT-RUN-ID
035800         SET BRM-ENTRY-FOUND TO TRUE
035900         MOVE BRM-SUB2 TO BRM-HIT-SUB
036000     END-IF.
036100 2210-EXIT.
036200     EXIT.
036300*
036305*+----------------------------------------------------------+
036310*|  2500-ADD-REGISTERED - every payment file registered in   |
036315*|  the window joins the pairs, answered or not.  One the    |
036320*|  bank sent nothing back for is read like the rest, and    |
036325*|  each of its payments comes out with no bank response.    |
036330*+----------------------------------------------------------+
036335 2500-ADD-REGISTERED.
036340     MOVE LOW-VALUES TO XRF-KEY.
036345     START REGISTRY-FILE KEY IS NOT < XRF-KEY
036350         INVALID KEY
036355             GO TO 2500-EXIT
036360     END-START.
036365     MOVE "N" TO BRM-EOF-SW.
036370     PERFORM 2510-ONE-REGISTERED THRU 2510-EXIT
036375         UNTIL BRM-AT-EOF.
036380 2500-EXIT.
036385     EXIT.
036390*
036395 2510-ONE-REGISTERED.
036400     READ REGISTRY-FILE NEXT RECORD INTO XMTREG-RECORD
036405         AT END SET BRM-AT-EOF TO TRUE
036410     END-READ.
036415     IF BRM-AT-EOF
036420         GO TO 2510-EXIT
036425     END-IF.
036430     MOVE ZERO TO BRM-FIN-DATE.
036435     IF XMT-FINALIZED(1:8) NUMERIC
036440         MOVE XMT-FINALIZED(1:8) TO BRM-FIN-DATE
036445     END-IF.
036450     IF BRM-FIN-DATE < BRM-WINDOW-START
036455        OR BRM-FIN-DATE NOT < BRM-TODAY
036460         GO TO 2510-EXIT
036465     END-IF.
036470     MOVE "N" TO BRM-FOUND-SW.
036475     PERFORM 4010-MATCH-ONE-CONTROL THRU 4010-EXIT
036480         VARYING BRM-SUB2 FROM 1 BY 1
036485         UNTIL BRM-SUB2 > BRM-CTL-COUNT
036490            OR BRM-ENTRY-FOUND.
036495     IF NOT BRM-ENTRY-FOUND
036500         GO TO 2510-EXIT
036505     END-IF.
036510     MOVE XMT-FILE-NAME TO BRT-FILE-NAME.
036515     MOVE XMT-RUN-ID    TO BRT-RUN-ID.
036560     PERFORM 2200-FIND-OR-ADD-PAIR THRU 2200-EXIT.
036562     IF NOT BRM-ENTRY-FOUND
036565         MOVE "NO BANK RETURN" TO BRM-P-NOTE(BRM-HIT-SUB)
036567     END-IF.
036570 2510-EXIT.
036575     EXIT.
036580*
036590*+----------------------------------------------------------+
036595*|  3000-BALANCE-TRAILER - the items read must agree with     |
036600*|  MFINCV's trailer count before anything is matched.        |
036700*+----------------------------------------------------------+
036800 3000-BALANCE-TRAILER.
036900     IF NOT BRM-TRAILER-SEEN
037000         MOVE "NO CONTROL TRAILER ON BANK RETURN FILE"
037100             TO MATCH-LINE
037200         WRITE MATCH-LINE
037300         SET BRM-BALANCE-FAILED TO TRUE
037400         GO TO 3000-EXIT
037500     END-IF.
037600     IF TRL-RECORD-COUNT NOT = BRM-RTN-COUNT
037700         MOVE "RETURN ITEM COUNT DOES NOT BALANCE TO TRAILER"
037800             TO MATCH-LINE
037900         WRITE MATCH-LINE
038000         SET BRM-BALANCE-FAILED TO TRUE
038100     END-IF.
038200     IF BRM-BALANCE-FAILED
038300         MOVE "RETURN FILE OUT OF BALANCE - NOTHING MATCHED"
038400             TO MATCH-LINE
038500         WRITE MATCH-LINE
038600     END-IF.
038700 3000-EXIT.
038800     EXIT.
038900*
039000*+----------------------------------------------------------+
039100*|  4000-MATCH-ONE-FILE - read one registered outbound file   |
039200*|  against the bank items that answer it.                    |
039300*+----------------------------------------------------------+
039400 4000-MATCH-ONE-FILE.
039500     MOVE BRM-SUB TO BRM-PAIR-SUB.
039600     MOVE BRM-P-FILE-NAME(BRM-SUB) TO XMT-FILE-NAME.
039700     MOVE BRM-P-RUN-ID(BRM-SUB)    TO XMT-RUN-ID.
039800     MOVE XMT-KEY TO XRF-KEY.
039900     READ REGISTRY-FILE INTO XMTREG-RECORD
040000         KEY IS XRF-KEY
040100         INVALID KEY
040200             MOVE "NOT ON XMITREG" TO BRM-P-NOTE(BRM-SUB)
040300             GO TO 4000-EXIT
040400     END-READ.
040500     MOVE "N" TO BRM-FOUND-SW.
040600     PERFORM 4010-MATCH-ONE-CONTROL THRU 4010-EXIT
040700         VARYING BRM-SUB2 FROM 1 BY 1
040800         UNTIL BRM-SUB2 > BRM-CTL-COUNT
040900            OR BRM-ENTRY-FOUND.
041000     IF NOT BRM-ENTRY-FOUND
041100         MOVE "NO MATCH CONTROL" TO BRM-P-NOTE(BRM-SUB)
041200         GO TO 4000-EXIT
041300     END-IF.
041400     MOVE XMT-FILE-NAME TO BRM-OUTBOUND-NAME.
041500     OPEN INPUT OUTBOUND-FILE.
041600     IF BRM-OUT-STATUS NOT = "00"
041700         MOVE "OUTBOUND FILE NOT FOUND" TO BRM-P-NOTE(BRM-SUB)
041800         GO TO 4000-EXIT
041900     END-IF.
042000     MOVE "N" TO BRM-EOF-SW.
042100     PERFORM 4100-ONE-PAYMENT THRU 4100-EXIT
042200         UNTIL BRM-AT-EOF.
042300     CLOSE OUTBOUND-FILE.
042400 4000-EXIT.
042500     EXIT.
042600*
042700 4010-MATCH-ONE-CONTROL.
042800     IF BRM-C-FILE-NAME(BRM-SUB2) = XMT-FILE-NAME
042900         SET BRM-ENTRY-FOUND TO TRUE
043000         MOVE BRM-SUB2 TO BRM-CTL-SUB
043100     END-IF.
043200 4010-EXIT.
043300     EXIT.
043400*
043500*    The first unmatched bank item for this file with the same
043600*    reference and amount answers the payment.
043700 4100-ONE-PAYMENT.
043800     MOVE 4000 TO BRM-OUT-LEN.
043900     READ OUTBOUND-FILE
044000         AT END SET BRM-AT-EOF TO TRUE
044100     END-READ.
044200     IF BRM-AT-EOF
044300         GO TO 4100-EXIT
044400     END-IF.
044500     IF OUTBOUND-REC(1:3) = "TRL"
044600         GO TO 4100-EXIT
044700     END-IF.
044800     ADD 1 TO BRM-P-SENT(BRM-SUB).
044900     PERFORM 4200-EXTRACT-PAYMENT THRU 4200-EXIT.
045000     MOVE "N" TO BRM-FOUND-SW.
045100     PERFORM 4110-MATCH-ONE-ITEM THRU 4110-EXIT
045200         VARYING BRM-SUB2 FROM 1 BY 1
045300         UNTIL BRM-SUB2 > BRM-ITEM-COUNT
045400            OR BRM-ENTRY-FOUND.
045500     IF NOT BRM-ENTRY-FOUND
045600         ADD 1 TO BRM-P-OURS-ONLY(BRM-SUB)
045700         MOVE "*** NO BANK RESPONSE" TO BRM-CLASS-TEXT
045800         MOVE SPACES TO BRM-SNAPSHOT
045900         MOVE BRM-REFERENCE TO BRM-SNP-REFERENCE
046000         MOVE BRM-AMOUNT    TO BRM-SNP-AMOUNT
046100         PERFORM 7000-REPORT-ITEM THRU 7000-EXIT
046200         MOVE "BANK RETURN NO RESPONSE" TO DLQ-STMT-ID
046300         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
046400         GO TO 4100-EXIT
046500     END-IF.
046600     SET BRM-I-MATCHED(BRM-HIT-SUB) TO TRUE.
046700     MOVE SPACES TO BRM-SNAPSHOT.
046800     MOVE BRM-REFERENCE TO BRM-SNP-REFERENCE.
046900     MOVE BRM-AMOUNT    TO BRM-SNP-AMOUNT.
047000     MOVE BRM-I-REASON-CODE(BRM-HIT-SUB) TO BRM-SNP-REASON-CODE.
047100     MOVE BRM-I-REASON-TEXT(BRM-HIT-SUB) TO BRM-SNP-REASON-TEXT.
047200*    A status the return format does not define is worked as a
047300*    rejection - never booked as cash received.
047400     EVALUATE BRM-I-STATUS(BRM-HIT-SUB)
047500         WHEN "S"
047600             ADD 1 TO BRM-P-SETTLED(BRM-SUB)
047700             ADD BRM-AMOUNT TO BRM-P-SETTLED-AMT(BRM-SUB)
047800             MOVE "SETTLED" TO BRM-CLASS-TEXT
047900             PERFORM 7000-REPORT-ITEM THRU 7000-EXIT
048000         WHEN "R"
048100             ADD 1 TO BRM-P-RETURNED(BRM-SUB)
048200             MOVE "*** RETURNED" TO BRM-CLASS-TEXT
048300             PERFORM 7000-REPORT-ITEM THRU 7000-EXIT
048400             MOVE "BANK RETURN RETURNED" TO DLQ-STMT-ID
048500             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
048600         WHEN OTHER
048700             ADD 1 TO BRM-P-REJECTED(BRM-SUB)
048800             MOVE "*** REJECTED" TO BRM-CLASS-TEXT
048900             PERFORM 7000-REPORT-ITEM THRU 7000-EXIT
049000             MOVE "BANK RETURN REJECTED" TO DLQ-STMT-ID
049100             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
049200     END-EVALUATE.
049300 4100-EXIT.
049400     EXIT.
049500*
049600 4110-MATCH-ONE-ITEM.
049700     IF BRM-I-PAIR(BRM-SUB2) = BRM-SUB
049800        AND NOT BRM-I-MATCHED(BRM-SUB2)
049900        AND BRM-I-REFERENCE(BRM-SUB2) = BRM-REFERENCE
050000        AND BRM-I-AMOUNT(BRM-SUB2) = BRM-AMOUNT
050100         SET BRM-ENTRY-FOUND TO TRUE
050200         MOVE BRM-SUB2 TO BRM-HIT-SUB
050300     END-IF.
050400 4110-EXIT.
050500     EXIT.
050600*
050700*    Reference and amount from where the match control says
050800*    this file keeps them.  An amount written without a point
050900*    is scaled by the control's implied decimals.
051000 4200-EXTRACT-PAYMENT.
051100     MOVE SPACES TO BRM-REFERENCE BRM-AMOUNT-TEXT.
051200     MOVE OUTBOUND-REC(BRM-C-REF-OFFSET(BRM-CTL-SUB):
051300                       BRM-C-REF-LENGTH(BRM-CTL-SUB))
051400         TO BRM-REFERENCE.
051500     MOVE OUTBOUND-REC(BRM-C-AMT-OFFSET(BRM-CTL-SUB):
051600                       BRM-C-AMT-LENGTH(BRM-CTL-SUB))
051700         TO BRM-AMOUNT-TEXT.
051800     MOVE ZERO TO BRM-AMOUNT.
051900     IF BRM-AMOUNT-TEXT = SPACES
052000         GO TO 4200-EXIT
052100     END-IF.
052200     MOVE ZERO TO BRM-POINTS.
052300     INSPECT BRM-AMOUNT-TEXT TALLYING BRM-POINTS FOR ALL ".".
052400     IF BRM-POINTS > ZERO
052500         COMPUTE BRM-AMOUNT = FUNCTION NUMVAL(BRM-AMOUNT-TEXT)
052600     ELSE
052700         COMPUTE BRM-AMOUNT = FUNCTION NUMVAL(BRM-AMOUNT-TEXT)
052800                            / 10 ** BRM-C-AMT-SCALE(BRM-CTL-SUB)
052900     END-IF.
053000 4200-EXIT.
053100     EXIT.
053200*
053300*+----------------------------------------------------------+
053400*|  5000-BANK-ONLY-ITEM - a bank item no payment of ours      |
053500*|  answered.                                                 |
053600*+----------------------------------------------------------+
053700 5000-BANK-ONLY-ITEM.
053800     IF BRM-I-MATCHED(BRM-SUB)
053900         GO TO 5000-EXIT
054000     END-IF.
054100     MOVE BRM-I-PAIR(BRM-SUB) TO BRM-HIT-SUB.
054200     ADD 1 TO BRM-P-BANK-ONLY(BRM-HIT-SUB).
054300     MOVE BRM-I-REFERENCE(BRM-SUB) TO BRM-REFERENCE.
054400     MOVE BRM-I-AMOUNT(BRM-SUB)    TO BRM-AMOUNT.
054500     MOVE "*** NOT ON OUR FILE" TO BRM-CLASS-TEXT.
054600     MOVE SPACES TO BRM-SNAPSHOT.
054700     MOVE BRM-REFERENCE TO BRM-SNP-REFERENCE.
054800     MOVE BRM-AMOUNT    TO BRM-SNP-AMOUNT.
054900     MOVE BRM-I-REASON-CODE(BRM-SUB) TO BRM-SNP-REASON-CODE.
055000     MOVE BRM-I-REASON-TEXT(BRM-SUB) TO BRM-SNP-REASON-TEXT.
055100     MOVE BRM-HIT-SUB TO BRM-PAIR-SUB.
055200     PERFORM 7000-REPORT-ITEM THRU 7000-EXIT.
055300     MOVE "BANK RETURN NOT ON OUR FILE" TO DLQ-STMT-ID.
055400     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
055500 5000-EXIT.
055600     EXIT.
055700*
055800*+----------------------------------------------------------+
055900*|  6000-SUMMARY - one line per outbound file and run-id.     |
056000*+----------------------------------------------------------+
056100 6000-SUMMARY.
056200     MOVE SPACES TO MATCH-LINE.
056300     WRITE MATCH-LINE.
056400     MOVE SPACES TO MATCH-LINE.
056500     STRING "FILE NAME    RUN-ID              SENT  SETTLED"
056600                                  DELIMITED BY SIZE
056700            "      SETTLED AMOUNT REJECTED RETURNED NO-RESP"
056800                                  DELIMITED BY SIZE
056900            " NOT-OURS  NOTE"     DELIMITED BY SIZE
057000         INTO MATCH-LINE.
057100     WRITE MATCH-LINE.
057200     PERFORM 6100-SUMMARY-LINE THRU 6100-EXIT
057300         VARYING BRM-SUB FROM 1 BY 1
057400         UNTIL BRM-SUB > BRM-PAIR-COUNT.
057500 6000-EXIT.
057600     EXIT.
057700*
057800 6100-SUMMARY-LINE.
057900     MOVE SPACES TO MATCH-LINE.
058000     STRING BRM-P-FILE-NAME(BRM-SUB) DELIMITED BY SIZE
058100            " "                      DELIMITED BY SIZE
058200            BRM-P-RUN-ID(BRM-SUB)    DELIMITED BY SIZE
058300         INTO MATCH-LINE.
058400     MOVE BRM-P-SENT(BRM-SUB)      TO BRM-EDIT-COUNT.
058500     MOVE BRM-EDIT-COUNT TO MATCH-LINE(31:7).
058600     MOVE BRM-P-SETTLED(BRM-SUB)   TO BRM-EDIT-COUNT.
058700     MOVE BRM-EDIT-COUNT TO MATCH-LINE(40:7).
058800     MOVE BRM-P-SETTLED-AMT(BRM-SUB) TO BRM-EDIT-AMOUNT.
058900     MOVE BRM-EDIT-AMOUNT TO MATCH-LINE(50:17).
059000     MOVE BRM-P-REJECTED(BRM-SUB)  TO BRM-EDIT-COUNT.
059100     MOVE BRM-EDIT-COUNT TO MATCH-LINE(69:7).
059200     MOVE BRM-P-RETURNED(BRM-SUB)  TO BRM-EDIT-COUNT.
059300     MOVE BRM-EDIT-COUNT TO MATCH-LINE(78:7).
059400     MOVE BRM-P-OURS-ONLY(BRM-SUB) TO BRM-EDIT-COUNT.
059500     MOVE BRM-EDIT-COUNT TO MATCH-LINE(86:7).
059600     MOVE BRM-P-BANK-ONLY(BRM-SUB) TO BRM-EDIT-COUNT.
059700     MOVE BRM-EDIT-COUNT TO MATCH-LINE(95:7).
059800     MOVE BRM-P-NOTE(BRM-SUB) TO MATCH-LINE(104:24).
059900     WRITE MATCH-LINE.
060000 6100-EXIT.
060100     EXIT.
060200*
060300*+----------------------------------------------------------+
060400*|  7000-REPORT-ITEM - one detail line.                       |
060500*+----------------------------------------------------------+
060600 7000-REPORT-ITEM.
060700     MOVE BRM-AMOUNT TO BRM-EDIT-AMOUNT.
060800     MOVE SPACES TO MATCH-LINE.
060900     STRING BRM-P-FILE-NAME(BRM-PAIR-SUB) DELIMITED BY SIZE
061000            " "                      DELIMITED BY SIZE
061100            BRM-P-RUN-ID(BRM-PAIR-SUB)    DELIMITED BY SIZE
061200            " "                      DELIMITED BY SIZE
061300            BRM-REFERENCE            DELIMITED BY SIZE
061400            BRM-EDIT-AMOUNT          DELIMITED BY SIZE
061500            "  "                     DELIMITED BY SIZE
061600            BRM-CLASS-TEXT           DELIMITED BY SIZE
061700            " "                      DELIMITED BY SIZE
061800            BRM-SNP-REASON-CODE      DELIMITED BY SIZE
061900            " "                      DELIMITED BY SIZE
062000            BRM-SNP-REASON-TEXT(1:37)
062100                                     DELIMITED BY SIZE
062200         INTO MATCH-LINE.
062300     WRITE MATCH-LINE.
062400 7000-EXIT.
062500     EXIT.
062600*
062700*+----------------------------------------------------------+
062800*|  8000-WRITE-EXCEPTION - the item to the dead-letter file   |
062900*|  in DEADWR's record format.  DLQ-STMT-ID is set by the     |
063000*|  caller.                                                   |
063100*+----------------------------------------------------------+
063200 8000-WRITE-EXCEPTION.
063210     MOVE BRM-P-FILE-NAME(BRM-PAIR-SUB) TO BRM-SNP-FILE-NAME.
063220     MOVE BRM-P-RUN-ID(BRM-PAIR-SUB)    TO BRM-SNP-RUN-ID.
063230     MOVE ZERO TO BRM-DONE-HIT.
063240     PERFORM 8100-MATCH-ONE-DONE THRU 8100-EXIT
063250         VARYING BRM-DONE-SUB FROM 1 BY 1
063260         UNTIL BRM-DONE-SUB > BRM-DONE-COUNT
063270            OR BRM-DONE-HIT > ZERO.
063280     IF BRM-DONE-HIT > ZERO
063290         SET BRM-D-USED(BRM-DONE-HIT) TO TRUE
063292         ADD 1 TO BRM-ON-FILE
063294         GO TO 8000-EXIT
063296     END-IF.
063300     IF NOT BRM-DEAD-IS-OPEN
063400         OPEN EXTEND DEADLETTER-FILE
063500         IF BRM-DEAD-STATUS = "05" OR BRM-DEAD-STATUS = "35"
063600             OPEN OUTPUT DEADLETTER-FILE
063700         END-IF
063800         SET BRM-DEAD-IS-OPEN TO TRUE
063900     END-IF.
064000     ADD 1 TO BRM-EXCEPTIONS.
064100     ADD 1 TO BRM-DEAD-SEQ.
064400     MOVE BRM-P-RUN-ID(BRM-PAIR-SUB)    TO DLQ-RUNID.
064500     MOVE BRM-NOW-STRING(1:8)      TO DLQ-TIMESTAMP(1:8).
064600     MOVE BRM-DEAD-SEQ             TO DLQ-TIMESTAMP(9:6).
064700     MOVE ZERO                     TO DLQ-SQLCODE.
064800     MOVE BRM-SNAPSHOT             TO DLQ-HOSTVAR-SNAPSHOT.
064900     MOVE DEADLT-RECORD            TO DEADLETTER-FILE-REC.
065000     WRITE DEADLETTER-FILE-REC.
065100 8000-EXIT.
065200     EXIT.
065210*
065220*    Each exception already on file stands for one of this
065230*    run's, so two identical items still raise two.
065240 8100-MATCH-ONE-DONE.
065250     IF NOT BRM-D-USED(BRM-DONE-SUB)
065260        AND BRM-D-STMT-ID(BRM-DONE-SUB) = DLQ-STMT-ID
065270        AND BRM-D-RUN-ID(BRM-DONE-SUB)
065280                 = BRM-P-RUN-ID(BRM-PAIR-SUB)
065290        AND BRM-D-SNAPSHOT(BRM-DONE-SUB) = BRM-SNAPSHOT
065292         MOVE BRM-DONE-SUB TO BRM-DONE-HIT
065294     END-IF.
065296 8100-EXIT.
065298     EXIT.
065300*
065400*+----------------------------------------------------------+
065500*|  9000-TERMINATE                                            |
065600*+----------------------------------------------------------+
065700 9000-TERMINATE.
065800     MOVE SPACES TO MATCH-LINE.
065900     WRITE MATCH-LINE.
066000     MOVE BRM-EXCEPTIONS TO BRM-EDIT-COUNT.
066100     MOVE SPACES TO MATCH-LINE.
066200     STRING "EXCEPTIONS TO DEAD-LETTER TRIAGE: "
066300                                  DELIMITED BY SIZE
066400            BRM-EDIT-COUNT        DELIMITED BY SIZE
066500         INTO MATCH-LINE.
066600     WRITE MATCH-LINE.
066610     IF BRM-ON-FILE > ZERO
066620         MOVE BRM-ON-FILE TO BRM-EDIT-COUNT
066630         MOVE SPACES TO MATCH-LINE
066640         STRING "ALREADY ON DEAD-LETTER FILE, NOT WRITTEN AGAIN: "
066650                                  DELIMITED BY SIZE
066660                BRM-EDIT-COUNT    DELIMITED BY SIZE
066670             INTO MATCH-LINE
066680         WRITE MATCH-LINE
066690     END-IF.
066700     IF BRM-DEAD-IS-OPEN
066800         CLOSE DEADLETTER-FILE
066900     END-IF.
067000     CLOSE REGISTRY-FILE.
067100     CLOSE MATCH-REPORT.
067200     EVALUATE TRUE
067300         WHEN BRM-BALANCE-FAILED
067400             MOVE 12 TO RETURN-CODE
067500         WHEN BRM-EXCEPTIONS > ZERO
067550         WHEN BRM-ON-FILE > ZERO
067600             MOVE 4 TO RETURN-CODE
067700         WHEN OTHER
067800             MOVE ZERO TO RETURN-CODE
067900     END-EVALUATE.
068000 9000-EXIT.
068100     EXIT.
