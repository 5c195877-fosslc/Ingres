000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PDLOC
000400*     *
000500*     * Purpose: Personal-data locator and right-to-erasure
000600*     *          processor.  Given a data subject's key on the
000700*     *          PDLPARM card, reports every place the
000800*     *          classification file (PDCLASS, see eqpdclas.cob)
000900*     *          says such a key is kept - table columns, spans of
001000*     *          the dead-letter snapshots, journal row images,
001100*     *          full error text, data-quality exception values,
001200*     *          archived report captures, and the outbound
001300*     *          extracts on XMITREG - with the number of records
001400*     *          holding it.  In erase mode it also anonymizes
001500*     *          them: file spans are overlaid in place with the
001600*     *          fill character of the MASKER rule the
001700*     *          classification names (see eqmskrul.cob), and the
001800*     *          UPDATE that anonymizes each table column is
001900*     *          written to PDLSQL (see eqpdlsql.cob) for the
002000*     *          driver to issue.  Locations under legal retention
002100*     *          are found and reported but left alone.  An erase
002200*     *          run writes the erasure certificate, PDCERT.
002300*     *
002400*     * Notes:  Parameter card: mode L (locate) or E (erase), the
002500*     *          privacy request reference and the subject key.
002600*     *          Erase mode is supervised - it runs only against
002700*     *          an unused authorization for the same request and
002800*     *          subject, keyed by a signed-on supervisor through
002900*     *          PDESCN (see eqpdeaut.cob), and uses it up.
003000*     *          Erasing a record of a sealed file (see
003100*     *          eqhshchn.cob) changes its seal, so the chain is
003200*     *          re-sealed from the first erased record on and the
003300*     *          new last seal is anchored on HASHANCH (result R)
003400*     *          for HSHVER; run erase mode with the writers of
003410*     *          those files quiet.  SQLAUDIT and BIJRNL are
003420*     *          chained per run-id, so there each record is
003430*     *          linked to the new seal of the record its old
003440*     *          previous seal named.  The compliance archive,
003450*     *          SQLARCHV, is keyed by run and chained in the
003460*     *          order archived, and is under retention until
003470*     *          AUDARC purges it - its hits are reported and
003480*     *          held.  The authorization is used up before
003490*     *          anything is erased, so a run that stops part
003495*     *          way needs a new one.  Table locations show on the
003600*     *          report by their location number, which the driver
003700*     *          reports its row counts against.
003800*     *          Return code 4 when a classified file is missing,
003900*     *          12 when the run is refused or a reseal cannot be
003910*     *          anchored.
004000*     *
004100 PROGRAM-ID.     PDLOC.
004200 AUTHOR.         D L ROSS.
004300 INSTALLATION.   BATCH SYSTEMS GROUP.
004400 DATE-WRITTEN.   15-OCT-2026.
004500 DATE-COMPILED.
004600*
004700*     * Modification History
004800*     * --------------------
004900*     * 15-oct-2026 (dlross)  Written.
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT PDL-PARM ASSIGN TO "PDLPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS PDL-PARM-STATUS.
005700     SELECT CLASS-FILE ASSIGN TO "PDCLASS"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS PDL-CLASS-STATUS.
006000     SELECT MASK-RULES ASSIGN TO "MASKRULE"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS PDL-MASK-STATUS.
006300     SELECT AUTH-FILE ASSIGN TO "PDEAUTH"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS PAF-KEY
006700         FILE STATUS IS PDL-AUTH-STATUS.
006800     SELECT REGISTRY-FILE ASSIGN TO "XMITREG"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS XRF-KEY
007200         FILE STATUS IS PDL-REG-STATUS.
007300     SELECT SCAN-FILE ASSIGN TO PDL-SCAN-NAME
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS PDL-SCAN-STATUS.
007600     SELECT SQL-FILE ASSIGN TO "PDLSQL"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS PDL-SQL-STATUS.
007900     SELECT ANCHOR-FILE ASSIGN TO "HASHANCH"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS PDL-ANC-STATUS.
008200     SELECT LOCATE-REPORT ASSIGN TO "PDLOCRP"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS PDL-RPT-STATUS.
008500     SELECT CERTIFICATE ASSIGN TO "PDCERT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS PDL-CRT-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  PDL-PARM
009200     RECORDING MODE IS F.
009300 01  PDL-PARM-REC.
009400     05 PDP-MODE              PIC X(1).
009500     05 PDP-REQUEST-ID        PIC X(12).
009600     05 PDP-SUBJECT-KEY       PIC X(40).
009700*
009800 FD  CLASS-FILE
009900     RECORDING MODE IS F.
010000 COPY "eqpdclas.cob".
010100*
010200 FD  MASK-RULES
010300     RECORDING MODE IS F.
010400 COPY "eqmskrul.cob".
010500*
010600 FD  AUTH-FILE.
010700 01  AUTH-FILE-REC.
010800     05 PAF-KEY               PIC X(12).
010900     05 PAF-REST-OF-RECORD    PIC X(117).
011000*
011100 FD  REGISTRY-FILE.
011200 01  REGISTRY-FILE-REC.
011300     05 XRF-KEY               PIC X(28).
011400     05 XRF-REST-OF-RECORD    PIC X(63).
011500*
011600 FD  SCAN-FILE
011700     RECORD IS VARYING IN SIZE FROM 1 TO 4200
011800     DEPENDING ON PDL-REC-LEN.
011900 01  SCAN-REC                 PIC X(4200).
012000*
012100 FD  SQL-FILE
012200     RECORDING MODE IS F.
012300 COPY "eqpdlsql.cob".
012400*
012500 FD  ANCHOR-FILE
012600     RECORDING MODE IS F.
012700 COPY "eqhshanc.cob".
012800*
012900 FD  LOCATE-REPORT
013000     RECORDING MODE IS F.
013100 01  LOCATE-LINE              PIC X(132).
013200*
013300 FD  CERTIFICATE
013400     RECORDING MODE IS F.
013500 01  CERTIFICATE-LINE         PIC X(132).
013600*
013700 WORKING-STORAGE SECTION.
013800 COPY "eqpdeaut.cob".
013900 COPY "eqxmtreg.cob".
014000*
014100 01  PDL-WORK-AREA.
014200     05 PDL-PARM-STATUS       PIC X(2)  VALUE "00".
014300     05 PDL-CLASS-STATUS      PIC X(2)  VALUE "00".
014400     05 PDL-MASK-STATUS       PIC X(2)  VALUE "00".
014500     05 PDL-AUTH-STATUS       PIC X(2)  VALUE "00".
014600     05 PDL-REG-STATUS        PIC X(2)  VALUE "00".
014700     05 PDL-SCAN-STATUS       PIC X(2)  VALUE "00".
014800     05 PDL-SQL-STATUS        PIC X(2)  VALUE "00".
014900     05 PDL-ANC-STATUS        PIC X(2)  VALUE "00".
015000     05 PDL-RPT-STATUS        PIC X(2)  VALUE "00".
015100     05 PDL-CRT-STATUS        PIC X(2)  VALUE "00".
015200     05 PDL-EOF-SW            PIC X(1)  VALUE "N".
015300         88 PDL-AT-EOF                  VALUE "Y".
015400     05 PDL-REG-EOF-SW        PIC X(1)  VALUE "N".
015500         88 PDL-REG-AT-EOF              VALUE "Y".
015600     05 PDL-SCAN-EOF-SW       PIC X(1)  VALUE "N".
015700         88 PDL-SCAN-AT-EOF             VALUE "Y".
015800     05 PDL-MODE              PIC X(1).
015900         88 PDL-LOCATE-MODE             VALUE "L".
016000         88 PDL-ERASE-MODE              VALUE "E".
016100     05 PDL-REQUEST-ID        PIC X(12).
016200     05 PDL-SUBJECT           PIC X(40).
016300     05 PDL-SUBJECT-LEN       PIC S9(4) COMP VALUE 0.
016400     05 PDL-QUOTED            PIC X(80).
016500     05 PDL-QUOTED-LEN        PIC S9(4) COMP VALUE 0.
016600     05 PDL-CHAR-SUB          PIC S9(4) COMP.
016700     05 PDL-NOW-STRING        PIC X(14).
016800     05 PDL-TODAY             PIC 9(8).
016900     05 PDL-AUTHORIZER        PIC X(8)  VALUE SPACES.
017000     05 PDL-AUTH-REASON       PIC X(40) VALUE SPACES.
017100     05 PDL-AUTHORIZED-AT     PIC X(14) VALUE SPACES.
017200*
017300*    The file being scanned - a classified file or one registered
017400*    extract - and the span of it that may hold the key.
017500*
017600     05 PDL-SCAN-NAME         PIC X(32).
017700     05 PDL-REC-LEN           PIC 9(4).
017800     05 PDL-SPAN-OFFSET       PIC 9(4).
017900     05 PDL-SPAN-LENGTH       PIC 9(4).
018000     05 PDL-SPAN-END          PIC 9(5).
018100     05 PDL-FILL-CHAR         PIC X(1).
018200     05 PDL-FILL-STRING       PIC X(40).
018300     05 PDL-TALLY             PIC S9(4) COMP.
018400     05 PDL-REC-HIT-SW        PIC X(1).
018500         88 PDL-REC-HIT                 VALUE "Y".
018600     05 PDL-REC-CHANGED-SW    PIC X(1).
018700         88 PDL-REC-CHANGED             VALUE "Y".
018800     05 PDL-LAST-EXTRACT      PIC X(12).
018900     05 PDL-PREFIX-LEN        PIC S9(4) COMP.
019000*
019100*    Sealed-file work: where the seal sits in the record, the
019200*    running tail, and whether re-sealing has started.
019300*
019400     05 PDL-SEAL-SUB          PIC S9(4) COMP.
019500     05 PDL-SEAL-LENGTH       PIC S9(8) COMP.
019600     05 PDL-PREV-OFFSET       PIC 9(4).
019700     05 PDL-HASH-OFFSET       PIC 9(4).
019800     05 PDL-SEAL-TAIL         PIC X(20).
019900     05 PDL-SEAL-PREV         PIC X(20).
020000     05 PDL-SEAL-HASH         PIC X(20).
020100     05 PDL-RESEAL-SW         PIC X(1).
020200         88 PDL-RESEALING               VALUE "Y".
020300     05 PDL-SCAN-POS          PIC S9(9) COMP.
020400     05 PDL-RESEAL-FROM       PIC S9(9) COMP.
020410     05 PDL-SEAL-CHAIN        PIC X(1).
020420         88 PDL-CHAIN-PER-RUN           VALUE "R".
020430         88 PDL-CHAIN-BY-KEY            VALUE "K".
020440     05 PDL-SEAL-OLD          PIC X(20).
020450     05 PDL-CUR-RUNID         PIC X(16).
020460     05 PDL-RUN-SUB           PIC S9(4) COMP.
020470     05 PDL-RUN-HIT           PIC S9(4) COMP.
020480     05 PDL-RUN-COUNT         PIC S9(4) COMP VALUE 0.
020485     05 PDL-MAP-SUB           PIC S9(4) COMP.
020490     05 PDL-MAP-HIT           PIC S9(4) COMP.
020495     05 PDL-MAP-NEXT          PIC S9(4) COMP VALUE 0.
020500*
020600     05 PDL-MASK-SUB          PIC S9(4) COMP.
020700     05 PDL-MASK-COUNT        PIC S9(4) COMP VALUE 0.
020800     05 PDL-LOC-SUB           PIC S9(4) COMP.
020900     05 PDL-LOC-COUNT         PIC S9(4) COMP VALUE 0.
021000     05 PDL-ERASED-COUNT      PIC S9(4) COMP VALUE 0.
021100     05 PDL-RETAINED-COUNT    PIC S9(4) COMP VALUE 0.
021200     05 PDL-TABLE-COUNT       PIC S9(4) COMP VALUE 0.
021300     05 PDL-FOUND-COUNT       PIC S9(4) COMP VALUE 0.
021400     05 PDL-ED-LOC            PIC Z(3)9.
021500     05 PDL-ED-RECORDS        PIC Z(8)9.
021600     05 PDL-ED-HITS           PIC Z(8)9.
021700     05 PDL-ED-ERASED         PIC Z(8)9.
021800     05 PDL-ED-OFFSET         PIC Z(3)9.
021900     05 PDL-ED-LENGTH         PIC Z(3)9.
022000     05 PDL-KEY-COLUMN        PIC X(32).
022100     05 PDL-ANON-VALUE        PIC X(20).
022200     05 PDL-STATE-TEXT        PIC X(24).
022300*
022400*    MASKRULE fill characters by rule key.
022500*
022600 01  PDL-MASK-TABLE.
022700     05 PDL-MASK-ENTRY OCCURS 200 TIMES.
022800         10 PDL-M-KEY         PIC X(38).
022900         10 PDL-M-FILL        PIC X(1).
023000*
023100*    The files whose records are sealed to the one before: the
023200*    length of the sealed content, with the previous seal and the
023300*    seal following it, and how the chain runs - F in file
023310*    order, R per run-id, K in key order.
023400*
023500 01  PDL-SEALED-TABLE.
023600     05 PDL-SEALED-ENTRY OCCURS 6 TIMES.
023700         10 PDL-S-NAME        PIC X(12).
023800         10 PDL-S-LENGTH      PIC 9(4).
023850         10 PDL-S-CHAIN       PIC X(1).
023900*
023910*    Re-sealing a per-run chain: the old and new seal of each
023920*    run's last re-sealed record, and of the last 500 seals
023930*    that changed, which a run's first record may link to.
023940*
023950 01  PDL-RUN-MAP.
023955     05 PDL-RUN-ENTRY OCCURS 500 TIMES.
023960         10 PDL-R-RUNID       PIC X(16).
023965         10 PDL-R-OLD         PIC X(20).
023970         10 PDL-R-NEW         PIC X(20).
023975         10 PDL-R-POS         PIC S9(9) COMP.
023980*
023985 01  PDL-SEAL-MAP.
023990     05 PDL-MAP-ENTRY OCCURS 500 TIMES.
023993         10 PDL-P-OLD         PIC X(20).
023996         10 PDL-P-NEW         PIC X(20).
023999*
024000*    One row per location found in the classification, in the
024100*    order processed; the report and certificate print from it.
024200*
024300 01  PDL-LOC-TABLE.
024400     05 PDL-LOC-ENTRY OCCURS 300 TIMES.
024500         10 PDL-L-TYPE        PIC X(1).
024600         10 PDL-L-NAME        PIC X(32).
024700         10 PDL-L-DETAIL      PIC X(40).
024800         10 PDL-L-ID-TYPE     PIC X(8).
024900         10 PDL-L-STATE       PIC X(1).
025000             88 PDL-L-MISSING           VALUE "M".
025100             88 PDL-L-SCANNED           VALUE "S".
025200             88 PDL-L-SQL-WRITTEN       VALUE "Q".
025300         10 PDL-L-RETAIN-SW   PIC X(1).
025400             88 PDL-L-RETAINED          VALUE "Y".
025500         10 PDL-L-REASON      PIC X(30).
025600         10 PDL-L-RECORDS     PIC S9(9) COMP.
025700         10 PDL-L-HITS        PIC S9(9) COMP.
025800         10 PDL-L-ERASED      PIC S9(9) COMP.
025900         10 PDL-L-RESEALED    PIC S9(9) COMP.
026000         10 PDL-L-RESEAL-FROM PIC S9(9) COMP.
026100         10 PDL-L-LAST-SEAL   PIC X(20).
026200*
026300 PROCEDURE DIVISION.
026400*
026500*+----------------------------------------------------------+
026600*|  0000-MAINLINE                                             |
026700*+----------------------------------------------------------+
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     IF PDL-ERASE-MODE
027100         PERFORM 1100-CHECK-AUTHORIZATION THRU 1100-EXIT
027150         PERFORM 7100-USE-AUTHORIZATION THRU 7100-EXIT
027200         PERFORM 1200-LOAD-MASK-RULES THRU 1200-EXIT
027300     END-IF.
027400     PERFORM 2000-READ-CLASSIFICATION THRU 2000-EXIT.
027500     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
027600     IF PDL-ERASE-MODE
027700         PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT
027800         PERFORM 7000-ANCHOR-RESEALS THRU 7000-EXIT
028000     END-IF.
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028200     STOP RUN.
028300*
028400*+----------------------------------------------------------+
028500*|  1000-INITIALIZE - the parameter card and the subject key |
028600*|  in the forms the scan and the SQL text need.             |
028700*+----------------------------------------------------------+
028800 1000-INITIALIZE.
028900     MOVE FUNCTION CURRENT-DATE(1:14) TO PDL-NOW-STRING.
029000     MOVE PDL-NOW-STRING(1:8) TO PDL-TODAY.
029100     OPEN INPUT PDL-PARM.
029200     IF PDL-PARM-STATUS NOT = "00"
029300         DISPLAY "PDLOC: CANNOT OPEN PDLPARM, STATUS "
029400             PDL-PARM-STATUS
029500         MOVE 12 TO RETURN-CODE
029600         STOP RUN
029700     END-IF.
029800     READ PDL-PARM
029900         AT END MOVE SPACES TO PDL-PARM-REC
030000     END-READ.
030100*    The record area is undefined once the file closes - keep
030200*    working copies of the parameter fields.
030300     MOVE PDP-MODE        TO PDL-MODE.
030400     MOVE PDP-REQUEST-ID  TO PDL-REQUEST-ID.
030500     MOVE PDP-SUBJECT-KEY TO PDL-SUBJECT.
030600     CLOSE PDL-PARM.
030700     IF NOT PDL-LOCATE-MODE AND NOT PDL-ERASE-MODE
030800         DISPLAY "PDLOC: PDLPARM MODE MUST BE L OR E"
030900         MOVE 12 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200     IF PDL-SUBJECT = SPACES OR PDL-REQUEST-ID = SPACES
031300         DISPLAY "PDLOC: PDLPARM NEEDS A REQUEST AND SUBJECT KEY"
031400         MOVE 12 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     MOVE 40 TO PDL-SUBJECT-LEN.
031800     PERFORM 1010-TRIM-SUBJECT THRU 1010-EXIT
031900         UNTIL PDL-SUBJECT(PDL-SUBJECT-LEN:1) NOT = SPACE.
032000     MOVE SPACES TO PDL-QUOTED.
032100     MOVE ZERO TO PDL-QUOTED-LEN.
032200     PERFORM 1020-QUOTE-ONE-CHAR THRU 1020-EXIT
032300         VARYING PDL-CHAR-SUB FROM 1 BY 1
032400         UNTIL PDL-CHAR-SUB > PDL-SUBJECT-LEN.
032500     MOVE "SQLAUDIT" TO PDL-S-NAME(1).
032600     MOVE 223        TO PDL-S-LENGTH(1).
032650     MOVE "R"        TO PDL-S-CHAIN(1).
032700     MOVE "BIJRNL"   TO PDL-S-NAME(2).
032800     MOVE 4117       TO PDL-S-LENGTH(2).
032850     MOVE "R"        TO PDL-S-CHAIN(2).
032900     MOVE "CTLMAUD"  TO PDL-S-NAME(3).
033000     MOVE 132        TO PDL-S-LENGTH(3).
033050     MOVE "F"        TO PDL-S-CHAIN(3).
033100     MOVE "OVRLOG"   TO PDL-S-NAME(4).
033200     MOVE 78         TO PDL-S-LENGTH(4).
033210     MOVE "F"        TO PDL-S-CHAIN(4).
033220     MOVE "SQLARCHV" TO PDL-S-NAME(5).
033230     MOVE 249        TO PDL-S-LENGTH(5).
033240     MOVE "K"        TO PDL-S-CHAIN(5).
033250     MOVE "PRDLOG"   TO PDL-S-NAME(6).
033260     MOVE 78         TO PDL-S-LENGTH(6).
033270     MOVE "F"        TO PDL-S-CHAIN(6).
033300     INITIALIZE PDL-LOC-TABLE.
033400     OPEN OUTPUT SQL-FILE.
033500     IF PDL-SQL-STATUS NOT = "00"
033600         DISPLAY "PDLOC: CANNOT OPEN PDLSQL, STATUS "
033700             PDL-SQL-STATUS
033800         MOVE 12 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100 1000-EXIT.
034200     EXIT.
034300*
034400 1010-TRIM-SUBJECT.
034500     SUBTRACT 1 FROM PDL-SUBJECT-LEN.
034600 1010-EXIT.
034700     EXIT.
034800*
034900*    An apostrophe in the key is doubled inside the SQL literal.
035000*
035100 1020-QUOTE-ONE-CHAR.
035200     ADD 1 TO PDL-QUOTED-LEN.
035300     MOVE PDL-SUBJECT(PDL-CHAR-SUB:1)
035400         TO PDL-QUOTED(PDL-QUOTED-LEN:1).
035500     IF PDL-SUBJECT(PDL-CHAR-SUB:1) = "'"
035600         ADD 1 TO PDL-QUOTED-LEN
035700         MOVE "'" TO PDL-QUOTED(PDL-QUOTED-LEN:1)
035800     END-IF.
035900 1020-EXIT.
036000     EXIT.
036100*
036200*+----------------------------------------------------------+
036300*|  1100-CHECK-AUTHORIZATION - erase mode needs an unused    |
036400*|  supervisor authorization for this request and subject.   |
036500*+----------------------------------------------------------+
036600 1100-CHECK-AUTHORIZATION.
036700     OPEN INPUT AUTH-FILE.
036800     IF PDL-AUTH-STATUS NOT = "00"
036900         DISPLAY "PDLOC: NO ERASURE AUTHORIZATIONS ON FILE"
037000         MOVE 12 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300     MOVE PDL-REQUEST-ID TO PAF-KEY.
037400     READ AUTH-FILE
037500         KEY IS PAF-KEY
037600         INVALID KEY
037700             DISPLAY "PDLOC: REQUEST " PDL-REQUEST-ID
037800                 " HAS NO ERASURE AUTHORIZATION"
037900             CLOSE AUTH-FILE
038000             MOVE 12 TO RETURN-CODE
038100             STOP RUN
038200     END-READ.
038300     MOVE AUTH-FILE-REC TO PDEAUT-RECORD.
038400     CLOSE AUTH-FILE.
038500     IF PDA-AUTHORIZATION-USED
038600         DISPLAY "PDLOC: AUTHORIZATION FOR REQUEST "
038700             PDL-REQUEST-ID " WAS USED AT " PDA-USED-AT
038800         MOVE 12 TO RETURN-CODE
038900         STOP RUN
039000     END-IF.
039100     IF PDA-SUBJECT-KEY NOT = PDL-SUBJECT
039200         DISPLAY "PDLOC: AUTHORIZATION FOR REQUEST "
039300             PDL-REQUEST-ID " IS FOR ANOTHER SUBJECT"
039400         MOVE 12 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     MOVE PDA-AUTHORIZER    TO PDL-AUTHORIZER.
039800     MOVE PDA-REASON        TO PDL-AUTH-REASON.
039900     MOVE PDA-AUTHORIZED-AT TO PDL-AUTHORIZED-AT.
040000 1100-EXIT.
040100     EXIT.
040200*
040300*+----------------------------------------------------------+
040400*|  1200-LOAD-MASK-RULES - the fill character for each rule  |
040500*|  key on MASKRULE; the first rule for a key wins.          |
040600*+----------------------------------------------------------+
040700 1200-LOAD-MASK-RULES.
040800     MOVE "N" TO PDL-EOF-SW.
040900     OPEN INPUT MASK-RULES.
041000     IF PDL-MASK-STATUS NOT = "00"
041100         GO TO 1200-EXIT
041200     END-IF.
041300     PERFORM 1210-READ-MASK-RULE THRU 1210-EXIT
041400         UNTIL PDL-AT-EOF.
041500     CLOSE MASK-RULES.
041600 1200-EXIT.
041700     EXIT.
041800*
041900 1210-READ-MASK-RULE.
042000     READ MASK-RULES
042100         AT END
042200             SET PDL-AT-EOF TO TRUE
042300             GO TO 1210-EXIT
042400     END-READ.
042500     IF PDL-MASK-COUNT = 200
042600         GO TO 1210-EXIT
042700     END-IF.
042800     MOVE 1 TO PDL-MASK-SUB.
042900     PERFORM 1220-FIND-MASK-KEY THRU 1220-EXIT
043000         UNTIL PDL-MASK-SUB > PDL-MASK-COUNT
043100            OR PDL-M-KEY(PDL-MASK-SUB) = MSK-STMT-KEY.
043200     IF PDL-MASK-SUB > PDL-MASK-COUNT
043300         ADD 1 TO PDL-MASK-COUNT
043400         MOVE MSK-STMT-KEY  TO PDL-M-KEY(PDL-MASK-COUNT)
043500         MOVE MSK-FILL-CHAR TO PDL-M-FILL(PDL-MASK-COUNT)
043600     END-IF.
043700 1210-EXIT.
043800     EXIT.
043900*
044000 1220-FIND-MASK-KEY.
044100     ADD 1 TO PDL-MASK-SUB.
044200 1220-EXIT.
044300     EXIT.
044400*
044500*+----------------------------------------------------------+
044600*|  2000-READ-CLASSIFICATION - each classified location in   |
044700*|  turn.                                                    |
044800*+----------------------------------------------------------+
044900 2000-READ-CLASSIFICATION.
045000     MOVE "N" TO PDL-EOF-SW.
045100     OPEN INPUT CLASS-FILE.
045200     IF PDL-CLASS-STATUS NOT = "00"
045300         DISPLAY "PDLOC: CANNOT OPEN PDCLASS, STATUS "
045400             PDL-CLASS-STATUS
045500         MOVE 12 TO RETURN-CODE
045600         STOP RUN
045700     END-IF.
045800     PERFORM 2010-READ-ONE-LOCATION THRU 2010-EXIT
045900         UNTIL PDL-AT-EOF.
046000     CLOSE CLASS-FILE.
046100 2000-EXIT.
046200     EXIT.
046300*
046400 2010-READ-ONE-LOCATION.
046500     READ CLASS-FILE
046600         AT END
046700             SET PDL-AT-EOF TO TRUE
046800             GO TO 2010-EXIT
046900     END-READ.
047000     EVALUATE TRUE
047100         WHEN PDC-TABLE-COLUMN
047200             PERFORM 3000-TABLE-LOCATION THRU 3000-EXIT
047300         WHEN PDC-FLAT-FILE
047400             MOVE PDC-LOC-NAME   TO PDL-SCAN-NAME
047500             MOVE PDC-REC-LENGTH TO PDL-REC-LEN
047600             PERFORM 4000-FILE-LOCATION THRU 4000-EXIT
047700         WHEN PDC-EXTRACTS
047800             PERFORM 3500-EXTRACT-LOCATIONS THRU 3500-EXIT
047900         WHEN OTHER
048000             DISPLAY "PDLOC: PDCLASS TYPE " PDC-LOC-TYPE
048100                 " IGNORED FOR " PDC-LOC-NAME
048200     END-EVALUATE.
048300 2010-EXIT.
048400     EXIT.
048500*
048600*+----------------------------------------------------------+
048700*|  2100-NEW-LOCATION - a row on the location table for the  |
048800*|  classification record just read.                         |
048900*+----------------------------------------------------------+
049000 2100-NEW-LOCATION.
049100     IF PDL-LOC-COUNT = 300
049200         DISPLAY "PDLOC: MORE THAN 300 LOCATIONS - REST IGNORED"
049300         MOVE 12 TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600     ADD 1 TO PDL-LOC-COUNT.
049700     MOVE PDL-LOC-COUNT     TO PDL-LOC-SUB.
049800     MOVE PDC-LOC-TYPE      TO PDL-L-TYPE(PDL-LOC-SUB).
049900     MOVE PDC-ID-TYPE       TO PDL-L-ID-TYPE(PDL-LOC-SUB).
050000     MOVE PDC-RETAIN-SW     TO PDL-L-RETAIN-SW(PDL-LOC-SUB).
050100     MOVE PDC-RETAIN-REASON TO PDL-L-REASON(PDL-LOC-SUB).
050200     MOVE ZERO TO PDL-L-RECORDS(PDL-LOC-SUB)
050300                  PDL-L-HITS(PDL-LOC-SUB)
050400                  PDL-L-ERASED(PDL-LOC-SUB)
050500                  PDL-L-RESEALED(PDL-LOC-SUB)
050600                  PDL-L-RESEAL-FROM(PDL-LOC-SUB).
050700 2100-EXIT.
050800     EXIT.
050900*
051000*+----------------------------------------------------------+
051100*|  3000-TABLE-LOCATION - the SQL stays with the driver: a   |
051200*|  counting SELECT, or in erase mode the anonymizing UPDATE |
051300*|  unless the column is under retention.                    |
051400*+----------------------------------------------------------+
051500 3000-TABLE-LOCATION.
051600     PERFORM 2100-NEW-LOCATION THRU 2100-EXIT.
051700     MOVE PDC-LOC-NAME TO PDL-L-NAME(PDL-LOC-SUB).
051800     MOVE PDC-COLUMN-NAME TO PDL-L-DETAIL(PDL-LOC-SUB).
051900     SET PDL-L-SQL-WRITTEN(PDL-LOC-SUB) TO TRUE.
052000     IF PDC-KEY-COLUMN = SPACES
052100         MOVE PDC-COLUMN-NAME TO PDL-KEY-COLUMN
052200     ELSE
052300         MOVE PDC-KEY-COLUMN  TO PDL-KEY-COLUMN
052400     END-IF.
052500     IF PDC-ANON-VALUE = SPACES
052600         MOVE "NULL"         TO PDL-ANON-VALUE
052700     ELSE
052800         MOVE PDC-ANON-VALUE TO PDL-ANON-VALUE
052900     END-IF.
053000     MOVE SPACES         TO PDLSQL-RECORD.
053100     MOVE PDL-REQUEST-ID TO PDS-REQUEST-ID.
053200     MOVE PDL-LOC-SUB    TO PDS-LOCATION-NO.
053300     MOVE PDC-LOC-NAME   TO PDS-TABLE-NAME.
053400     IF PDL-ERASE-MODE AND NOT PDC-RETAINED
053500         SET PDS-ACTION-UPDATE TO TRUE
053600         STRING "UPDATE "          DELIMITED BY SIZE
053700                PDC-LOC-NAME       DELIMITED BY SPACE
053800                " SET "            DELIMITED BY SIZE
053900                PDC-COLUMN-NAME    DELIMITED BY SPACE
054000                " = "              DELIMITED BY SIZE
054100                PDL-ANON-VALUE     DELIMITED BY "  "
054200                " WHERE "          DELIMITED BY SIZE
054300                PDL-KEY-COLUMN     DELIMITED BY SPACE
054400                " = '"             DELIMITED BY SIZE
054500                PDL-QUOTED(1:PDL-QUOTED-LEN)
054600                                   DELIMITED BY SIZE
054700                "'"                DELIMITED BY SIZE
054800             INTO PDS-STATEMENT
054900         ADD 1 TO PDL-ERASED-COUNT
055000     ELSE
055100         SET PDS-ACTION-SELECT TO TRUE
055200         STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
055300                PDC-LOC-NAME       DELIMITED BY SPACE
055400                " WHERE "          DELIMITED BY SIZE
055500                PDL-KEY-COLUMN     DELIMITED BY SPACE
055600                " = '"             DELIMITED BY SIZE
055700                PDL-QUOTED(1:PDL-QUOTED-LEN)
055800                                   DELIMITED BY SIZE
055900                "'"                DELIMITED BY SIZE
056000             INTO PDS-STATEMENT
056100     END-IF.
056200     WRITE PDLSQL-RECORD.
056300     ADD 1 TO PDL-TABLE-COUNT.
056400     IF PDL-L-RETAINED(PDL-LOC-SUB)
056500         ADD 1 TO PDL-RETAINED-COUNT
056600     END-IF.
056700 3000-EXIT.
056800     EXIT.
056900*
057000*+----------------------------------------------------------+
057100*|  3500-EXTRACT-LOCATIONS - every file on the transmission  |
057200*|  registry matching the classified name.  A file is        |
057300*|  registered once per run but is one file on disk, so it  |
057400*|  is scanned once.                                         |
057500*+----------------------------------------------------------+
057600 3500-EXTRACT-LOCATIONS.
057700     MOVE 12 TO PDL-PREFIX-LEN.
057800     MOVE ZERO TO PDL-TALLY.
057900     INSPECT PDC-LOC-NAME(1:12) TALLYING PDL-TALLY
058000         FOR CHARACTERS BEFORE INITIAL "*".
058100     IF PDL-TALLY < 12
058200         MOVE PDL-TALLY TO PDL-PREFIX-LEN
058300     END-IF.
058400     MOVE SPACES TO PDL-LAST-EXTRACT.
058500     MOVE "N" TO PDL-REG-EOF-SW.
058600     OPEN INPUT REGISTRY-FILE.
058700     IF PDL-REG-STATUS NOT = "00"
058800         DISPLAY "PDLOC: CANNOT OPEN XMITREG, STATUS "
058900             PDL-REG-STATUS
059000         MOVE 4 TO RETURN-CODE
059100         GO TO 3500-EXIT
059200     END-IF.
059300     PERFORM 3510-READ-REGISTRY THRU 3510-EXIT
059400         UNTIL PDL-REG-AT-EOF.
059500     CLOSE REGISTRY-FILE.
059600 3500-EXIT.
059700     EXIT.
059800*
059900 3510-READ-REGISTRY.
060000     READ REGISTRY-FILE NEXT RECORD INTO XMTREG-RECORD
060100         AT END
060200             SET PDL-REG-AT-EOF TO TRUE
060300             GO TO 3510-EXIT
060400     END-READ.
060500     IF XMT-FILE-NAME = PDL-LAST-EXTRACT
060600         GO TO 3510-EXIT
060700     END-IF.
060800     MOVE XMT-FILE-NAME TO PDL-LAST-EXTRACT.
060900     IF PDL-PREFIX-LEN = 0
061000        OR XMT-FILE-NAME(1:PDL-PREFIX-LEN)
061100               = PDC-LOC-NAME(1:PDL-PREFIX-LEN)
061200         MOVE XMT-FILE-NAME     TO PDL-SCAN-NAME
061300         MOVE XMT-RECORD-LENGTH TO PDL-REC-LEN
061400         PERFORM 4000-FILE-LOCATION THRU 4000-EXIT
061500     END-IF.
061600 3510-EXIT.
061700     EXIT.
061800*
061900*+----------------------------------------------------------+
062000*|  4000-FILE-LOCATION - scan one file for the key in the    |
062100*|  classified span; in erase mode overlay each occurrence   |
062200*|  and rewrite the record in place.                         |
062300*+----------------------------------------------------------+
062400 4000-FILE-LOCATION.
062500     PERFORM 2100-NEW-LOCATION THRU 2100-EXIT.
062600     MOVE PDL-SCAN-NAME TO PDL-L-NAME(PDL-LOC-SUB).
062700     MOVE PDC-OFFSET TO PDL-ED-OFFSET.
062800     MOVE PDC-LENGTH TO PDL-ED-LENGTH.
062900     MOVE SPACES TO PDL-L-DETAIL(PDL-LOC-SUB).
063000     STRING "OFFSET "     DELIMITED BY SIZE
063100            PDL-ED-OFFSET DELIMITED BY SIZE
063200            " LENGTH "    DELIMITED BY SIZE
063300            PDL-ED-LENGTH DELIMITED BY SIZE
063400            " MATCH "     DELIMITED BY SIZE
063500            PDC-MATCH-TYPE DELIMITED BY SIZE
063600         INTO PDL-L-DETAIL(PDL-LOC-SUB).
063700     IF PDL-L-RETAINED(PDL-LOC-SUB)
063800         ADD 1 TO PDL-RETAINED-COUNT
063900     END-IF.
064000     MOVE PDC-OFFSET TO PDL-SPAN-OFFSET.
064100     MOVE PDC-LENGTH TO PDL-SPAN-LENGTH.
064200     COMPUTE PDL-SPAN-END = PDL-SPAN-OFFSET + PDL-SPAN-LENGTH - 1.
064300     IF PDL-SPAN-OFFSET = 0 OR PDL-SPAN-LENGTH = 0
064400        OR PDL-SPAN-END > 4200
064500        OR (PDC-MATCH-CONTAINS
064600            AND PDL-SPAN-LENGTH < PDL-SUBJECT-LEN)
064700         DISPLAY "PDLOC: PDCLASS SPAN NOT USABLE FOR "
064800             PDL-SCAN-NAME
064900         SET PDL-L-MISSING(PDL-LOC-SUB) TO TRUE
065000         MOVE 4 TO RETURN-CODE
065100         GO TO 4000-EXIT
065200     END-IF.
065300     PERFORM 4100-FIND-FILL THRU 4100-EXIT.
065400     INSPECT PDL-FILL-STRING
065500         REPLACING CHARACTERS BY PDL-FILL-CHAR.
065600     PERFORM 4200-FIND-SEAL THRU 4200-EXIT.
065610     IF PDL-CHAIN-BY-KEY
065620        AND NOT PDL-L-RETAINED(PDL-LOC-SUB)
065630         SET PDL-L-RETAINED(PDL-LOC-SUB) TO TRUE
065640         MOVE "COMPLIANCE ARCHIVE - AUDARC"
065650             TO PDL-L-REASON(PDL-LOC-SUB)
065660         ADD 1 TO PDL-RETAINED-COUNT
065670     END-IF.
065680     IF PDL-CHAIN-PER-RUN
065690         MOVE ZERO TO PDL-RUN-COUNT
065692         MOVE ZERO TO PDL-MAP-NEXT
065694         MOVE HIGH-VALUES TO PDL-SEAL-MAP
065696     END-IF.
065700     MOVE SPACES TO PDL-SEAL-TAIL.
065800     MOVE "N" TO PDL-RESEAL-SW.
065900     MOVE ZERO TO PDL-SCAN-POS.
066000     MOVE "N" TO PDL-SCAN-EOF-SW.
066100     IF PDL-ERASE-MODE AND NOT PDL-L-RETAINED(PDL-LOC-SUB)
066200         OPEN I-O SCAN-FILE
066300     ELSE
066400         OPEN INPUT SCAN-FILE
066500     END-IF.
066600     IF PDL-SCAN-STATUS NOT = "00"
066700         DISPLAY "PDLOC: CANNOT OPEN " PDL-SCAN-NAME
066800             ", STATUS " PDL-SCAN-STATUS
066900         SET PDL-L-MISSING(PDL-LOC-SUB) TO TRUE
067000         MOVE 4 TO RETURN-CODE
067100         GO TO 4000-EXIT
067200     END-IF.
067300     SET PDL-L-SCANNED(PDL-LOC-SUB) TO TRUE.
067400     PERFORM 4300-SCAN-ONE-RECORD THRU 4300-EXIT
067500         UNTIL PDL-SCAN-AT-EOF.
067600     CLOSE SCAN-FILE.
067700     MOVE PDL-SEAL-TAIL TO PDL-L-LAST-SEAL(PDL-LOC-SUB).
067800     IF PDL-L-ERASED(PDL-LOC-SUB) > 0
067900         ADD 1 TO PDL-ERASED-COUNT
068000     END-IF.
068100 4000-EXIT.
068200     EXIT.
068300*
068400*+----------------------------------------------------------+
068500*|  4100-FIND-FILL - the fill character of the named MASKER  |
068600*|  rule, else the *ALL rule's, else an asterisk.            |
068700*+----------------------------------------------------------+
068800 4100-FIND-FILL.
068900     MOVE "*" TO PDL-FILL-CHAR.
069000     MOVE 1 TO PDL-MASK-SUB.
069100     PERFORM 1220-FIND-MASK-KEY THRU 1220-EXIT
069200         UNTIL PDL-MASK-SUB > PDL-MASK-COUNT
069300            OR PDL-M-KEY(PDL-MASK-SUB) = PDC-MASK-KEY.
069400     IF PDL-MASK-SUB NOT > PDL-MASK-COUNT
069500         MOVE PDL-M-FILL(PDL-MASK-SUB) TO PDL-FILL-CHAR
069600         GO TO 4100-EXIT
069700     END-IF.
069800     MOVE 1 TO PDL-MASK-SUB.
069900     PERFORM 1220-FIND-MASK-KEY THRU 1220-EXIT
070000         UNTIL PDL-MASK-SUB > PDL-MASK-COUNT
070100            OR PDL-M-KEY(PDL-MASK-SUB) = "*ALL".
070200     IF PDL-MASK-SUB NOT > PDL-MASK-COUNT
070300         MOVE PDL-M-FILL(PDL-MASK-SUB) TO PDL-FILL-CHAR
070400     END-IF.
070500 4100-EXIT.
070600     EXIT.
070700*
070800*+----------------------------------------------------------+
070900*|  4200-FIND-SEAL - whether the file is one of the sealed   |
071000*|  files, and where its seals sit.                          |
071100*+----------------------------------------------------------+
071200 4200-FIND-SEAL.
071300     MOVE ZERO TO PDL-SEAL-LENGTH.
071350     MOVE "F" TO PDL-SEAL-CHAIN.
071400     MOVE 1 TO PDL-SEAL-SUB.
071500     PERFORM 4210-NEXT-SEALED THRU 4210-EXIT
071600         UNTIL PDL-SEAL-SUB > 6
071700            OR PDL-S-NAME(PDL-SEAL-SUB) = PDL-SCAN-NAME.
071800     IF PDL-SEAL-SUB NOT > 6
071900         MOVE PDL-S-LENGTH(PDL-SEAL-SUB) TO PDL-SEAL-LENGTH
071950         MOVE PDL-S-CHAIN(PDL-SEAL-SUB)  TO PDL-SEAL-CHAIN
072000         COMPUTE PDL-PREV-OFFSET = PDL-SEAL-LENGTH + 1
072100         COMPUTE PDL-HASH-OFFSET = PDL-SEAL-LENGTH + 21
072200     END-IF.
072300 4200-EXIT.
072400     EXIT.
072500*
072600 4210-NEXT-SEALED.
072700     ADD 1 TO PDL-SEAL-SUB.
072800 4210-EXIT.
072900     EXIT.
073000*
073100*+----------------------------------------------------------+
073200*|  4300-SCAN-ONE-RECORD                                     |
073300*+----------------------------------------------------------+
073400 4300-SCAN-ONE-RECORD.
073500     READ SCAN-FILE
073600         AT END
073700             SET PDL-SCAN-AT-EOF TO TRUE
073800             GO TO 4300-EXIT
073900     END-READ.
074000     ADD 1 TO PDL-SCAN-POS.
074100     ADD 1 TO PDL-L-RECORDS(PDL-LOC-SUB).
074200     MOVE "N" TO PDL-REC-HIT-SW.
074300     MOVE "N" TO PDL-REC-CHANGED-SW.
074400     IF PDL-SPAN-END NOT > PDL-REC-LEN
074500         PERFORM 4310-MATCH-RECORD THRU 4310-EXIT
074600     END-IF.
074700     IF PDL-SEAL-LENGTH > 0
074800         PERFORM 4320-RESEAL-RECORD THRU 4320-EXIT
074900     END-IF.
075000     IF PDL-REC-CHANGED
075100         REWRITE SCAN-REC
075200         IF PDL-SCAN-STATUS NOT = "00"
075300             DISPLAY "PDLOC: REWRITE FAILED ON " PDL-SCAN-NAME
075400                 ", STATUS " PDL-SCAN-STATUS
075500             MOVE 12 TO RETURN-CODE
075600             STOP RUN
075700         END-IF
075800     END-IF.
075900 4300-EXIT.
076000     EXIT.
076100*
076200*+----------------------------------------------------------+
076300*|  4310-MATCH-RECORD - does the span hold the key; in erase |
076400*|  mode overlay it unless the location is retained.         |
076500*+----------------------------------------------------------+
076600 4310-MATCH-RECORD.
076700     IF PDC-MATCH-CONTAINS
076800         MOVE ZERO TO PDL-TALLY
076900         INSPECT SCAN-REC(PDL-SPAN-OFFSET:PDL-SPAN-LENGTH)
077000             TALLYING PDL-TALLY
077100             FOR ALL PDL-SUBJECT(1:PDL-SUBJECT-LEN)
077200         IF PDL-TALLY > 0
077300             SET PDL-REC-HIT TO TRUE
077400         END-IF
077500     ELSE
077600         IF SCAN-REC(PDL-SPAN-OFFSET:PDL-SPAN-LENGTH)
077700                = PDL-SUBJECT
077800             SET PDL-REC-HIT TO TRUE
077900         END-IF
078000     END-IF.
078100     IF NOT PDL-REC-HIT
078200         GO TO 4310-EXIT
078300     END-IF.
078400     ADD 1 TO PDL-L-HITS(PDL-LOC-SUB).
078500     IF PDL-LOCATE-MODE OR PDL-L-RETAINED(PDL-LOC-SUB)
078600         GO TO 4310-EXIT
078700     END-IF.
078800     IF PDC-MATCH-CONTAINS
078900         INSPECT SCAN-REC(PDL-SPAN-OFFSET:PDL-SPAN-LENGTH)
079000             REPLACING ALL PDL-SUBJECT(1:PDL-SUBJECT-LEN)
079100                        BY PDL-FILL-STRING(1:PDL-SUBJECT-LEN)
079200     ELSE
079300         INSPECT SCAN-REC(PDL-SPAN-OFFSET:PDL-SPAN-LENGTH)
079400             REPLACING CHARACTERS BY PDL-FILL-CHAR
079500     END-IF.
079600     SET PDL-REC-CHANGED TO TRUE.
079700     ADD 1 TO PDL-L-ERASED(PDL-LOC-SUB).
079800 4310-EXIT.
079900     EXIT.
080000*
080100*+----------------------------------------------------------+
080200*|  4320-RESEAL-RECORD - a sealed record's seal covers what  |
080300*|  was just overlaid, and every later record's previous     |
080400*|  seal covers that seal, so from the first erased record   |
080500*|  on each seal is recomputed.  Records written before      |
080600*|  sealing began have no seal to keep.  On a per-run chain  |
080610*|  the previous seal is mapped from old to new instead of   |
080620*|  taken from the record before.                            |
080700*+----------------------------------------------------------+
080800 4320-RESEAL-RECORD.
080900     IF PDL-REC-LEN < PDL-SEAL-LENGTH + 40
081000         GO TO 4320-EXIT
081100     END-IF.
081200     IF SCAN-REC(PDL-HASH-OFFSET:20) = SPACES
081300         GO TO 4320-EXIT
081400     END-IF.
081500     IF PDL-REC-CHANGED OR PDL-RESEALING
081600         IF NOT PDL-RESEALING
081700             SET PDL-RESEALING TO TRUE
081800             MOVE PDL-SCAN-POS TO PDL-L-RESEAL-FROM(PDL-LOC-SUB)
081900         END-IF
082000         IF PDL-CHAIN-PER-RUN
082050             PERFORM 4330-MAP-PREV-SEAL THRU 4330-EXIT
082100         ELSE
082110             IF PDL-SEAL-TAIL NOT = SPACES
082120                 MOVE PDL-SEAL-TAIL
082125                     TO SCAN-REC(PDL-PREV-OFFSET:20)
082130             END-IF
082200         END-IF
082250         MOVE SCAN-REC(PDL-HASH-OFFSET:20) TO PDL-SEAL-OLD
082300         MOVE SCAN-REC(PDL-PREV-OFFSET:20) TO PDL-SEAL-PREV
082400         CALL "HSHCHN" USING PDL-SEAL-PREV
082500                             PDL-SEAL-LENGTH
082600                             SCAN-REC
082700                             PDL-SEAL-HASH
082800         MOVE PDL-SEAL-HASH TO SCAN-REC(PDL-HASH-OFFSET:20)
082900         SET PDL-REC-CHANGED TO TRUE
083000         ADD 1 TO PDL-L-RESEALED(PDL-LOC-SUB)
083050         IF PDL-CHAIN-PER-RUN
083060             PERFORM 4340-NOTE-NEW-SEAL THRU 4340-EXIT
083070         END-IF
083100     END-IF.
083200     MOVE SCAN-REC(PDL-HASH-OFFSET:20) TO PDL-SEAL-TAIL.
083300 4320-EXIT.
083400     EXIT.
083401*
083402*+----------------------------------------------------------+
083403*|  4330-MAP-PREV-SEAL - the record's previous seal is its   |
083404*|  run's last, or one of the recent seals; if that record   |
083405*|  was re-sealed, link to its new seal.  The run-id leads   |
083406*|  both SQLAUDIT and BIJRNL records.                        |
083407*+----------------------------------------------------------+
083408 4330-MAP-PREV-SEAL.
083409     MOVE SCAN-REC(1:16) TO PDL-CUR-RUNID.
083410     MOVE ZERO TO PDL-RUN-HIT.
083411     PERFORM 4331-MATCH-RUN THRU 4331-EXIT
083412         VARYING PDL-RUN-SUB FROM 1 BY 1
083413         UNTIL PDL-RUN-SUB > PDL-RUN-COUNT
083414            OR PDL-RUN-HIT > ZERO.
083415     IF PDL-RUN-HIT > ZERO
083416         IF PDL-R-OLD(PDL-RUN-HIT) = SCAN-REC(PDL-PREV-OFFSET:20)
083417             MOVE PDL-R-NEW(PDL-RUN-HIT)
083418                 TO SCAN-REC(PDL-PREV-OFFSET:20)
083419             GO TO 4330-EXIT
083420         END-IF
083421     END-IF.
083422     MOVE ZERO TO PDL-MAP-HIT.
083423     PERFORM 4332-MATCH-MAP THRU 4332-EXIT
083424         VARYING PDL-MAP-SUB FROM 1 BY 1
083425         UNTIL PDL-MAP-SUB > 500
083426            OR PDL-MAP-HIT > ZERO.
083427     IF PDL-MAP-HIT > ZERO
083428         MOVE PDL-P-NEW(PDL-MAP-HIT)
083429             TO SCAN-REC(PDL-PREV-OFFSET:20)
083430     END-IF.
083431 4330-EXIT.
083432     EXIT.
083433*
083434 4331-MATCH-RUN.
083435     IF PDL-R-RUNID(PDL-RUN-SUB) = PDL-CUR-RUNID
083436         MOVE PDL-RUN-SUB TO PDL-RUN-HIT
083437     END-IF.
083438 4331-EXIT.
083439     EXIT.
083440*
083441 4332-MATCH-MAP.
083442     IF PDL-P-OLD(PDL-MAP-SUB) = SCAN-REC(PDL-PREV-OFFSET:20)
083443         MOVE PDL-MAP-SUB TO PDL-MAP-HIT
083444     END-IF.
083445 4332-EXIT.
083446     EXIT.
083447*
083448*+----------------------------------------------------------+
083449*|  4340-NOTE-NEW-SEAL - the record just re-sealed becomes   |
083450*|  its run's last; a seal that changed joins the recent     |
083451*|  ones.  A full run table gives up the run quiet longest.  |
083452*+----------------------------------------------------------+
083453 4340-NOTE-NEW-SEAL.
083454     IF PDL-RUN-HIT = ZERO
083455         IF PDL-RUN-COUNT < 500
083456             ADD 1 TO PDL-RUN-COUNT
083457             MOVE PDL-RUN-COUNT TO PDL-RUN-HIT
083458         ELSE
083459             MOVE 1 TO PDL-RUN-HIT
083460             PERFORM 4341-FIND-QUIETEST THRU 4341-EXIT
083461                 VARYING PDL-RUN-SUB FROM 2 BY 1
083462                 UNTIL PDL-RUN-SUB > PDL-RUN-COUNT
083463         END-IF
083464         MOVE PDL-CUR-RUNID TO PDL-R-RUNID(PDL-RUN-HIT)
083465     END-IF.
083466     MOVE PDL-SEAL-OLD  TO PDL-R-OLD(PDL-RUN-HIT).
083467     MOVE PDL-SEAL-HASH TO PDL-R-NEW(PDL-RUN-HIT).
083468     MOVE PDL-SCAN-POS  TO PDL-R-POS(PDL-RUN-HIT).
083469     IF PDL-SEAL-OLD = PDL-SEAL-HASH
083470         GO TO 4340-EXIT
083471     END-IF.
083472     ADD 1 TO PDL-MAP-NEXT.
083473     IF PDL-MAP-NEXT > 500
083474         MOVE 1 TO PDL-MAP-NEXT
083475     END-IF.
083476     MOVE PDL-SEAL-OLD  TO PDL-P-OLD(PDL-MAP-NEXT).
083477     MOVE PDL-SEAL-HASH TO PDL-P-NEW(PDL-MAP-NEXT).
083478 4340-EXIT.
083479     EXIT.
083480*
083481 4341-FIND-QUIETEST.
083482     IF PDL-R-POS(PDL-RUN-SUB) < PDL-R-POS(PDL-RUN-HIT)
083483         MOVE PDL-RUN-SUB TO PDL-RUN-HIT
083484     END-IF.
083485 4341-EXIT.
083486     EXIT.
083500*
083600*+----------------------------------------------------------+
083700*|  5000-WRITE-REPORT - every location, with what was found. |
083800*+----------------------------------------------------------+
083900 5000-WRITE-REPORT.
084000     CLOSE SQL-FILE.
084100     OPEN OUTPUT LOCATE-REPORT.
084200     IF PDL-RPT-STATUS NOT = "00"
084300         DISPLAY "PDLOC: CANNOT OPEN PDLOCRP, STATUS "
084400             PDL-RPT-STATUS
084500         MOVE 12 TO RETURN-CODE
084600         STOP RUN
084700     END-IF.
084800     MOVE SPACES TO LOCATE-LINE.
084900     STRING "PDLOC  PERSONAL-DATA LOCATIONS  RUN "
085000                                  DELIMITED BY SIZE
085100            PDL-NOW-STRING(1:8)   DELIMITED BY SIZE
085200            " "                   DELIMITED BY SIZE
085300            PDL-NOW-STRING(9:6)   DELIMITED BY SIZE
085400         INTO LOCATE-LINE.
085500     WRITE LOCATE-LINE.
085600     MOVE SPACES TO LOCATE-LINE.
085700     IF PDL-ERASE-MODE
085800         STRING "REQUEST " PDL-REQUEST-ID "  SUBJECT "
085900                PDL-SUBJECT "  MODE ERASE"
086000                DELIMITED BY SIZE INTO LOCATE-LINE
086100     ELSE
086200         STRING "REQUEST " PDL-REQUEST-ID "  SUBJECT "
086300                PDL-SUBJECT "  MODE LOCATE"
086400                DELIMITED BY SIZE INTO LOCATE-LINE
086500     END-IF.
086600     WRITE LOCATE-LINE.
086700     MOVE SPACES TO LOCATE-LINE.
086800     WRITE LOCATE-LINE.
086900     MOVE SPACES TO LOCATE-LINE.
087000     STRING " LOC T LOCATION                         "
087100            "DETAIL                                   "
087200            "  RECORDS      HITS    ERASED  STATE"
087300         DELIMITED BY SIZE INTO LOCATE-LINE.
087400     WRITE LOCATE-LINE.
087500     PERFORM 5100-REPORT-ONE-LOCATION THRU 5100-EXIT
087600         VARYING PDL-LOC-SUB FROM 1 BY 1
087700         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
087800     MOVE SPACES TO LOCATE-LINE.
087900     WRITE LOCATE-LINE.
088000     MOVE PDL-FOUND-COUNT TO PDL-ED-HITS.
088100     MOVE PDL-TABLE-COUNT TO PDL-ED-RECORDS.
088200     MOVE SPACES TO LOCATE-LINE.
088300     STRING "FILE LOCATIONS HOLDING THE KEY:" DELIMITED BY SIZE
088400            PDL-ED-HITS                       DELIMITED BY SIZE
088500            "   TABLE STATEMENTS ON PDLSQL:"  DELIMITED BY SIZE
088600            PDL-ED-RECORDS                    DELIMITED BY SIZE
088700         INTO LOCATE-LINE.
088800     WRITE LOCATE-LINE.
088900     CLOSE LOCATE-REPORT.
089000 5000-EXIT.
089100     EXIT.
089200*
089300 5100-REPORT-ONE-LOCATION.
089400     PERFORM 5200-STATE-TEXT THRU 5200-EXIT.
089500     IF PDL-L-HITS(PDL-LOC-SUB) > 0
089600         ADD 1 TO PDL-FOUND-COUNT
089700     END-IF.
089800     MOVE PDL-LOC-SUB                TO PDL-ED-LOC.
089900     MOVE PDL-L-RECORDS(PDL-LOC-SUB) TO PDL-ED-RECORDS.
090000     MOVE PDL-L-HITS(PDL-LOC-SUB)    TO PDL-ED-HITS.
090100     MOVE PDL-L-ERASED(PDL-LOC-SUB)  TO PDL-ED-ERASED.
090200     MOVE SPACES TO LOCATE-LINE.
090300     STRING PDL-ED-LOC                  DELIMITED BY SIZE
090400            " "                         DELIMITED BY SIZE
090500            PDL-L-TYPE(PDL-LOC-SUB)     DELIMITED BY SIZE
090600            " "                         DELIMITED BY SIZE
090700            PDL-L-NAME(PDL-LOC-SUB)     DELIMITED BY SIZE
090800            " "                         DELIMITED BY SIZE
090900            PDL-L-DETAIL(PDL-LOC-SUB)   DELIMITED BY SIZE
091000         INTO LOCATE-LINE.
091100     IF NOT PDL-L-SQL-WRITTEN(PDL-LOC-SUB)
091200         STRING PDL-ED-RECORDS " " PDL-ED-HITS " " PDL-ED-ERASED
091300             DELIMITED BY SIZE INTO LOCATE-LINE(81:29)
091400     END-IF.
091500     MOVE PDL-STATE-TEXT TO LOCATE-LINE(112:21).
091600     WRITE LOCATE-LINE.
091700     IF PDL-L-RETAINED(PDL-LOC-SUB)
091800         MOVE SPACES TO LOCATE-LINE
091900         STRING "       RETAINED: " PDL-L-REASON(PDL-LOC-SUB)
092000             DELIMITED BY SIZE INTO LOCATE-LINE
092100         WRITE LOCATE-LINE
092200     END-IF.
092300     IF PDL-L-RESEALED(PDL-LOC-SUB) > 0
092400         MOVE PDL-L-RESEALED(PDL-LOC-SUB)    TO PDL-ED-RECORDS
092500         MOVE PDL-L-RESEAL-FROM(PDL-LOC-SUB) TO PDL-ED-HITS
092600         MOVE SPACES TO LOCATE-LINE
092700         STRING "       RE-SEALED " PDL-ED-RECORDS
092800                " RECORDS FROM RECORD" PDL-ED-HITS
092900                "  NEW LAST SEAL " PDL-L-LAST-SEAL(PDL-LOC-SUB)
093000             DELIMITED BY SIZE INTO LOCATE-LINE
093100         WRITE LOCATE-LINE
093200     END-IF.
093300 5100-EXIT.
093400     EXIT.
093500*
093600 5200-STATE-TEXT.
093700     EVALUATE TRUE
093800         WHEN PDL-L-MISSING(PDL-LOC-SUB)
093900             MOVE "NOT SCANNED" TO PDL-STATE-TEXT
094000         WHEN PDL-L-SQL-WRITTEN(PDL-LOC-SUB)
094100              AND PDL-ERASE-MODE
094200              AND NOT PDL-L-RETAINED(PDL-LOC-SUB)
094300             MOVE "UPDATE ON PDLSQL" TO PDL-STATE-TEXT
094400         WHEN PDL-L-SQL-WRITTEN(PDL-LOC-SUB)
094500             MOVE "SELECT ON PDLSQL" TO PDL-STATE-TEXT
094600         WHEN PDL-L-HITS(PDL-LOC-SUB) = 0
094700             MOVE "NOT HELD" TO PDL-STATE-TEXT
094800         WHEN PDL-L-RETAINED(PDL-LOC-SUB)
094900             MOVE "HELD - RETAINED" TO PDL-STATE-TEXT
095000         WHEN PDL-ERASE-MODE
095100             MOVE "HELD - ERASED" TO PDL-STATE-TEXT
095200         WHEN OTHER
095300             MOVE "HELD" TO PDL-STATE-TEXT
095400     END-EVALUATE.
095500 5200-EXIT.
095600     EXIT.
095700*
095800*+----------------------------------------------------------+
095900*|  6000-WRITE-CERTIFICATE - what was erased, what is left   |
096000*|  for the driver's UPDATEs, and what was retained and why. |
096100*+----------------------------------------------------------+
096200 6000-WRITE-CERTIFICATE.
096300     OPEN OUTPUT CERTIFICATE.
096400     IF PDL-CRT-STATUS NOT = "00"
096500         DISPLAY "PDLOC: CANNOT OPEN PDCERT, STATUS "
096600             PDL-CRT-STATUS
096700         MOVE 12 TO RETURN-CODE
096800         STOP RUN
096900     END-IF.
097000     MOVE "PERSONAL-DATA ERASURE CERTIFICATE" TO CERTIFICATE-LINE.
097100     WRITE CERTIFICATE-LINE.
097200     MOVE SPACES TO CERTIFICATE-LINE.
097300     WRITE CERTIFICATE-LINE.
097400     MOVE SPACES TO CERTIFICATE-LINE.
097500     STRING "REQUEST        : " PDL-REQUEST-ID
097600         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
097700     WRITE CERTIFICATE-LINE.
097800     MOVE SPACES TO CERTIFICATE-LINE.
097900     STRING "DATA SUBJECT   : " PDL-SUBJECT
098000         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
098100     WRITE CERTIFICATE-LINE.
098200     MOVE SPACES TO CERTIFICATE-LINE.
098300     STRING "AUTHORIZED BY  : " PDL-AUTHORIZER
098400            "  AT " PDL-AUTHORIZED-AT
098500            "  REASON: " PDL-AUTH-REASON
098600         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
098700     WRITE CERTIFICATE-LINE.
098800     MOVE SPACES TO CERTIFICATE-LINE.
098900     STRING "ERASED BY RUN  : " PDL-NOW-STRING
099000         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
099100     WRITE CERTIFICATE-LINE.
099200     MOVE SPACES TO CERTIFICATE-LINE.
099300     WRITE CERTIFICATE-LINE.
099400     MOVE "ERASED - ANONYMIZED IN PLACE:" TO CERTIFICATE-LINE.
099500     WRITE CERTIFICATE-LINE.
099600     PERFORM 6100-CERTIFY-ERASED THRU 6100-EXIT
099700         VARYING PDL-LOC-SUB FROM 1 BY 1
099800         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
099900     MOVE SPACES TO CERTIFICATE-LINE.
100000     WRITE CERTIFICATE-LINE.
100100     MOVE "ERASED - UPDATE ISSUED BY THE DRIVER FROM PDLSQL:"
100200         TO CERTIFICATE-LINE.
100300     WRITE CERTIFICATE-LINE.
100400     PERFORM 6200-CERTIFY-TABLES THRU 6200-EXIT
100500         VARYING PDL-LOC-SUB FROM 1 BY 1
100600         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
100700     MOVE SPACES TO CERTIFICATE-LINE.
100800     WRITE CERTIFICATE-LINE.
100900     MOVE "RETAINED UNDER LEGAL RETENTION:" TO CERTIFICATE-LINE.
101000     WRITE CERTIFICATE-LINE.
101100     PERFORM 6300-CERTIFY-RETAINED THRU 6300-EXIT
101200         VARYING PDL-LOC-SUB FROM 1 BY 1
101300         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
101400     MOVE SPACES TO CERTIFICATE-LINE.
101500     WRITE CERTIFICATE-LINE.
101600     MOVE "NOT SCANNED - FILE MISSING OR SPAN NOT USABLE:"
101700         TO CERTIFICATE-LINE.
101800     WRITE CERTIFICATE-LINE.
101900     PERFORM 6400-CERTIFY-MISSING THRU 6400-EXIT
102000         VARYING PDL-LOC-SUB FROM 1 BY 1
102100         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
102200     CLOSE CERTIFICATE.
102300 6000-EXIT.
102400     EXIT.
102500*
102600 6100-CERTIFY-ERASED.
102700     IF PDL-L-ERASED(PDL-LOC-SUB) = 0
102800         GO TO 6100-EXIT
102900     END-IF.
103000     MOVE PDL-LOC-SUB               TO PDL-ED-LOC.
103100     MOVE PDL-L-ERASED(PDL-LOC-SUB) TO PDL-ED-ERASED.
103200     MOVE SPACES TO CERTIFICATE-LINE.
103300     STRING "  " PDL-ED-LOC " " PDL-L-NAME(PDL-LOC-SUB)
103400            " " PDL-L-DETAIL(PDL-LOC-SUB)
103500            " RECORDS" PDL-ED-ERASED
103600         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
103700     WRITE CERTIFICATE-LINE.
103800     IF PDL-L-RESEALED(PDL-LOC-SUB) > 0
103900         MOVE PDL-L-RESEAL-FROM(PDL-LOC-SUB) TO PDL-ED-HITS
104000         MOVE SPACES TO CERTIFICATE-LINE
104100         STRING "       SEALED FILE RE-SEALED FROM RECORD"
104200                PDL-ED-HITS "; ANCHORED ON HASHANCH"
104300             DELIMITED BY SIZE INTO CERTIFICATE-LINE
104400         WRITE CERTIFICATE-LINE
104500     END-IF.
104600 6100-EXIT.
104700     EXIT.
104800*
104900 6200-CERTIFY-TABLES.
105000     IF NOT PDL-L-SQL-WRITTEN(PDL-LOC-SUB)
105100        OR PDL-L-RETAINED(PDL-LOC-SUB)
105200         GO TO 6200-EXIT
105300     END-IF.
105400     MOVE PDL-LOC-SUB TO PDL-ED-LOC.
105500     MOVE SPACES TO CERTIFICATE-LINE.
105600     STRING "  " PDL-ED-LOC " " PDL-L-NAME(PDL-LOC-SUB)
105700            " " PDL-L-DETAIL(PDL-LOC-SUB)
105800         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
105900     WRITE CERTIFICATE-LINE.
106000 6200-EXIT.
106100     EXIT.
106200*
106300 6300-CERTIFY-RETAINED.
106400     IF NOT PDL-L-RETAINED(PDL-LOC-SUB)
106500         GO TO 6300-EXIT
106600     END-IF.
106700     IF NOT PDL-L-SQL-WRITTEN(PDL-LOC-SUB)
106800        AND PDL-L-HITS(PDL-LOC-SUB) = 0
106900         GO TO 6300-EXIT
107000     END-IF.
107100     MOVE PDL-LOC-SUB TO PDL-ED-LOC.
107200     MOVE SPACES TO CERTIFICATE-LINE.
107300     STRING "  " PDL-ED-LOC " " PDL-L-NAME(PDL-LOC-SUB)
107400            " " PDL-L-DETAIL(PDL-LOC-SUB)
107500            " " PDL-L-REASON(PDL-LOC-SUB)
107600         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
107700     WRITE CERTIFICATE-LINE.
107800 6300-EXIT.
107900     EXIT.
108000*
108100 6400-CERTIFY-MISSING.
108200     IF NOT PDL-L-MISSING(PDL-LOC-SUB)
108300         GO TO 6400-EXIT
108400     END-IF.
108500     MOVE PDL-LOC-SUB TO PDL-ED-LOC.
108600     MOVE SPACES TO CERTIFICATE-LINE.
108700     STRING "  " PDL-ED-LOC " " PDL-L-NAME(PDL-LOC-SUB)
108800            " " PDL-L-DETAIL(PDL-LOC-SUB)
108900         DELIMITED BY SIZE INTO CERTIFICATE-LINE.
109000     WRITE CERTIFICATE-LINE.
109100 6400-EXIT.
109200     EXIT.
109300*
109400*+----------------------------------------------------------+
109500*|  7000-ANCHOR-RESEALS - the new last seal of each sealed   |
109600*|  file re-sealed, so HSHVER's next run finds it in chain.  |
109610*|  An anchor that cannot be written fails the run - HSHVER  |
109620*|  would report the re-sealed file as broken.               |
109700*+----------------------------------------------------------+
109800 7000-ANCHOR-RESEALS.
109900     OPEN EXTEND ANCHOR-FILE.
110000     IF PDL-ANC-STATUS = "05" OR PDL-ANC-STATUS = "35"
110100         OPEN OUTPUT ANCHOR-FILE
110200     END-IF.
110210     IF PDL-ANC-STATUS NOT = "00"
110220         DISPLAY "PDLOC: CANNOT WRITE HASHANCH, STATUS "
110230             PDL-ANC-STATUS " - RESEALS NOT ANCHORED"
110240         MOVE 12 TO RETURN-CODE
110250         GO TO 7000-EXIT
110260     END-IF.
110300     PERFORM 7010-ANCHOR-ONE THRU 7010-EXIT
110400         VARYING PDL-LOC-SUB FROM 1 BY 1
110500         UNTIL PDL-LOC-SUB > PDL-LOC-COUNT.
110600     CLOSE ANCHOR-FILE.
110700 7000-EXIT.
110800     EXIT.
110900*
111000 7010-ANCHOR-ONE.
111100     IF PDL-L-RESEALED(PDL-LOC-SUB) = 0
111200         GO TO 7010-EXIT
111300     END-IF.
111400     MOVE SPACES                         TO HSHANC-RECORD.
111500     MOVE PDL-TODAY                      TO ANC-DATE.
111600     MOVE PDL-L-NAME(PDL-LOC-SUB)        TO ANC-FILE-NAME.
111700     MOVE PDL-L-RECORDS(PDL-LOC-SUB)     TO ANC-RECORD-COUNT.
111800     MOVE PDL-L-LAST-SEAL(PDL-LOC-SUB)   TO ANC-CHAIN-HASH.
111900     SET ANC-CHAIN-RESEALED              TO TRUE.
112000     MOVE PDL-L-RESEAL-FROM(PDL-LOC-SUB) TO ANC-BREAK-POSITION.
112100     MOVE PDL-NOW-STRING                 TO ANC-TIMESTAMP.
112200     WRITE HSHANC-RECORD.
112210     IF PDL-ANC-STATUS NOT = "00"
112220         DISPLAY "PDLOC: CANNOT WRITE HASHANCH, STATUS "
112230             PDL-ANC-STATUS " - " PDL-L-NAME(PDL-LOC-SUB)
112240             " NOT ANCHORED"
112250         MOVE 12 TO RETURN-CODE
112260     END-IF.
112300 7010-EXIT.
112400     EXIT.
112500*
112600*+----------------------------------------------------------+
112700*|  7100-USE-AUTHORIZATION - one authorization, one erasure. |
112710*|  It is marked used before anything is erased; if that     |
112720*|  cannot be done, nothing is.                              |
112800*+----------------------------------------------------------+
112900 7100-USE-AUTHORIZATION.
113000     OPEN I-O AUTH-FILE.
113010     IF PDL-AUTH-STATUS NOT = "00"
113020         DISPLAY "PDLOC: CANNOT OPEN PDEAUTH TO MARK "
113030             PDL-REQUEST-ID " USED, STATUS " PDL-AUTH-STATUS
113040         MOVE 12 TO RETURN-CODE
113050         STOP RUN
113060     END-IF.
113100     MOVE PDL-REQUEST-ID TO PAF-KEY.
113200     READ AUTH-FILE
113300         KEY IS PAF-KEY
113400         INVALID KEY
113500             DISPLAY "PDLOC: AUTHORIZATION " PDL-REQUEST-ID
113600                 " GONE BEFORE IT COULD BE MARKED USED"
113700             MOVE 12 TO RETURN-CODE
113800             CLOSE AUTH-FILE
113900             STOP RUN
114000     END-READ.
114100     MOVE AUTH-FILE-REC   TO PDEAUT-RECORD.
114200     MOVE "Y"             TO PDA-USED-SW.
114300     MOVE PDL-NOW-STRING  TO PDA-USED-AT.
114400     MOVE PDEAUT-RECORD(13:117) TO PAF-REST-OF-RECORD.
114500     REWRITE AUTH-FILE-REC.
114510     IF PDL-AUTH-STATUS NOT = "00"
114520         DISPLAY "PDLOC: CANNOT MARK AUTHORIZATION "
114530             PDL-REQUEST-ID " USED, STATUS " PDL-AUTH-STATUS
114540         MOVE 12 TO RETURN-CODE
114550         CLOSE AUTH-FILE
114560         STOP RUN
114570     END-IF.
114600     CLOSE AUTH-FILE.
114700 7100-EXIT.
114800     EXIT.
114900*
115000*+----------------------------------------------------------+
115100*|  9000-TERMINATE                                            |
115200*+----------------------------------------------------------+
115300 9000-TERMINATE.
115400     MOVE PDL-LOC-COUNT   TO PDL-ED-LOC.
115500     MOVE PDL-FOUND-COUNT TO PDL-ED-HITS.
115600     MOVE PDL-TABLE-COUNT TO PDL-ED-RECORDS.
115700     DISPLAY "PDLOC: " PDL-ED-LOC " LOCATIONS, "
115800         PDL-ED-HITS " HOLDING THE KEY IN FILES, "
115900         PDL-ED-RECORDS " TABLE STATEMENTS".
116000 9000-EXIT.
116100     EXIT.
