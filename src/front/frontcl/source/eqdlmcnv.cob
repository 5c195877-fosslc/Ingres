000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * DLMCNV
000400*     *
000500*     * Purpose: Delimited-text converter for the layout-described
000600*     *          fixed extracts, so a partner who wants or sends
000700*     *          comma- or pipe-delimited files no longer needs a
000800*     *          program of its own.  Driven by the same companion
000900*     *          layout file (see equnlay.cob) TBLUNL writes and
001000*     *          GENLOD reads, with direction, delimiter and
001100*     *          header switch on the DLMPARM card.  Outbound
001200*     *          ("O") reads the fixed DLMFIXED extract and writes
001300*     *          DLMTEXT: a header row of the layout's field
001400*     *          names, then one row per record, character fields
001500*     *          trimmed and quoted only where they carry the
001600*     *          delimiter, a quote or a line break (quotes
001700*     *          doubled inside), numeric fields (MONEY, DECIMAL,
001800*     *          INTEGER, FLOAT) as plain signed decimals without
001900*     *          padding or leading zeros.  Inbound ("I") reads
002000*     *          DLMTEXT, checks the header row against the layout
002100*     *          names, and builds each fixed record, numerics
002200*     *          right-justified as GENLOD validates them.  A row
002300*     *          with the wrong field count, an unparseable
002400*     *          numeric, a value longer than its field or a
002500*     *          broken quote goes to the DLMREJ reject file in
002600*     *          the LOADREJ record shape with its reason code and
002700*     *          field.  The standard control-total trailer (see
002800*     *          eqtrailr.cob) rides through as a delimited TRL
002900*     *          row - TRL, run-id, record count, hash total,
003000*     *          currency count, then code, net and absolute
003100*     *          amount per currency in their DISPLAY forms - and
003200*     *          back into the fixed trailer, its record count
003300*     *          checked against the data rows read.
003400*     *
003500*     * Notes:  A numeric field must hold display text.  TBLUNL
003600*     *          carries DECIMAL and FLOAT columns as raw SQLDATA
003700*     *          bytes, which reject NNUM here - unload them cast
003800*     *          to character.  RETURN-CODE 4 when any row was
003900*     *          rejected, 12 when the run could not start, the
004000*     *          header row does not match the layout, or the
004100*     *          trailer is unreadable or its count is wrong.
004200*     *
004300 PROGRAM-ID.     DLMCNV.
004400 AUTHOR.         D L ROSS.
004500 INSTALLATION.   BATCH SYSTEMS GROUP.
004600 DATE-WRITTEN.   15-OCT-2026.
004700 DATE-COMPILED.
004800*
004900*     * Modification History
005000*     * --------------------
005100*     * 15-oct-2026 (dlross)  Written.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DLM-PARM ASSIGN TO "DLMPARM"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS DCV-PARM-STATUS.
005900     SELECT UNLOAD-LAYOUT ASSIGN TO "UNLLAYOT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS DCV-LAYOUT-STATUS.
006200     SELECT FIXED-FILE ASSIGN TO "DLMFIXED"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS DCV-FIX-STATUS.
006500     SELECT DELIM-FILE ASSIGN TO "DLMTEXT"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS DCV-TXT-STATUS.
006800     SELECT DLM-REJECTS ASSIGN TO "DLMREJ"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS DCV-REJECT-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DLM-PARM
007500     RECORDING MODE IS F.
007600 01  DLM-PARM-REC.
007700     05 DCP-DIRECTION         PIC X(1).
007800     05 DCP-DELIMITER         PIC X(1).
007900     05 DCP-HEADER-SW         PIC X(1).
008000*
008100 FD  UNLOAD-LAYOUT
008200     RECORDING MODE IS F.
008300 COPY "equnlay.cob".
008400*
008500 FD  FIXED-FILE
008600     RECORD IS VARYING IN SIZE FROM 1 TO 4000
008700     DEPENDING ON DCV-FIX-LEN.
008800 01  FIXED-REC                PIC X(4000).
008900*
009000 FD  DELIM-FILE
009100     RECORD IS VARYING IN SIZE FROM 1 TO 8000
009200     DEPENDING ON DCV-TXT-LEN.
009300 01  DELIM-REC                PIC X(8000).
009400*
009500 FD  DLM-REJECTS
009600     RECORDING MODE IS F.
009700 01  LOAD-REJECT-REC.
009800     05 REJ-REASON-CODE       PIC X(4).
009900     05 REJ-FIELD-NAME        PIC X(32).
010000     05 REJ-RECORD-IMAGE      PIC X(4000).
010100*
010200 WORKING-STORAGE SECTION.
010300 COPY "eqtrailr.cob".
010400*
010500 01  DCV-WORK-AREA.
010600     05 DCV-PARM-STATUS       PIC X(2)  VALUE "00".
010700     05 DCV-LAYOUT-STATUS     PIC X(2)  VALUE "00".
010800     05 DCV-FIX-STATUS        PIC X(2)  VALUE "00".
010900     05 DCV-TXT-STATUS        PIC X(2)  VALUE "00".
011000     05 DCV-REJECT-STATUS     PIC X(2)  VALUE "00".
011100     05 DCV-EOF-SW            PIC X(1)  VALUE "N".
011200         88 DCV-AT-EOF                  VALUE "Y".
011300     05 DCV-DIRECTION         PIC X(1).
011400         88 DCV-OUTBOUND                VALUE "O".
011500         88 DCV-INBOUND                 VALUE "I".
011600     05 DCV-DELIMITER         PIC X(1).
011700     05 DCV-HEADER-SW         PIC X(1).
011800         88 DCV-HEADER-ROW              VALUE "Y".
011900     05 DCV-ROW-SW            PIC X(1).
012000         88 DCV-ROW-OK                  VALUE "Y".
012100     05 DCV-LINE-SW           PIC X(1).
012200         88 DCV-LINE-DONE               VALUE "Y".
012300     05 DCV-QUOTE-SW          PIC X(1).
012400         88 DCV-IN-QUOTES               VALUE "Y".
012500     05 DCV-NUM-SW            PIC X(1).
012600         88 DCV-NUM-OK                  VALUE "Y".
012700     05 DCV-TRL-SW            PIC X(1)  VALUE "N".
012800         88 DCV-TRAILER-SEEN            VALUE "Y".
012900     05 DCV-FIX-LEN           PIC S9(4) USAGE COMP.
013000     05 DCV-TXT-LEN           PIC S9(4) USAGE COMP.
013100     05 DCV-REC-LEN           PIC S9(4) USAGE COMP VALUE ZERO.
013200     05 DCV-TRL-LEN           PIC S9(4) USAGE COMP.
013300     05 DCV-FIELD-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
013400     05 DCV-SUB               PIC S9(4) USAGE COMP.
013500     05 DCV-POS               PIC S9(4) USAGE COMP.
013600     05 DCV-SCAN-POS          PIC S9(4) USAGE COMP.
013700     05 DCV-TOKEN-NUM         PIC S9(4) USAGE COMP.
013800     05 DCV-SPECIAL-COUNT     PIC S9(4) USAGE COMP.
013900     05 DCV-CHAR              PIC X(1).
014000     05 DCV-VALUE             PIC X(4000).
014100     05 DCV-VALUE-LEN         PIC S9(4) USAGE COMP.
014200     05 DCV-NUM-START         PIC S9(4) USAGE COMP.
014300     05 DCV-NUM-END           PIC S9(4) USAGE COMP.
014400     05 DCV-NUM-DIGITS        PIC S9(4) USAGE COMP.
014500     05 DCV-NUM-DOTS          PIC S9(4) USAGE COMP.
014600     05 DCV-NUM-SIGN          PIC X(1).
014700     05 DCV-NUM-TEXT          PIC X(4000).
014800     05 DCV-NUM-LEN           PIC S9(4) USAGE COMP.
014900     05 DCV-NAME-WORK         PIC X(32).
015000     05 DCV-NAME-LAYOUT       PIC X(32).
015100     05 DCV-REJ-CODE          PIC X(4).
015200     05 DCV-REJ-FIELD         PIC X(32).
015300     05 DCV-TRL-DIGITS        PIC X(15).
015400     05 DCV-TRL-WIDTH         PIC S9(4) USAGE COMP.
015500     05 DCV-CUR-SUB           PIC S9(4) USAGE COMP.
015600     05 DCV-TRL-FIELDS        PIC S9(4) USAGE COMP.
015700     05 DCV-READ-COUNT        PIC 9(9)  VALUE ZERO.
015800     05 DCV-WRITE-COUNT       PIC 9(9)  VALUE ZERO.
015900     05 DCV-REJECT-COUNT      PIC 9(9)  VALUE ZERO.
016000     05 DCV-ED-FIELD          PIC ZZ9.
016100*
016200 01  DCV-FIELD-TABLE.
016300     05 DCV-FIELD-ROW OCCURS 100 TIMES.
016400         10 DCV-F-NAME        PIC X(32).
016500         10 DCV-F-NAME-LEN    PIC S9(4) USAGE COMP.
016600         10 DCV-F-SQLTYPE     PIC S9(4) USAGE COMP.
016700         10 DCV-F-OFFSET      PIC S9(4) USAGE COMP.
016800         10 DCV-F-LENGTH      PIC S9(4) USAGE COMP.
016900         10 DCV-F-NUMERIC-SW  PIC X(1).
017000             88 DCV-F-IS-NUMERIC        VALUE "Y".
017100*
017200 PROCEDURE DIVISION.
017300*
017400*+----------------------------------------------------------+
017500*|  0000-MAINLINE                                             |
017600*+----------------------------------------------------------+
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     IF DCV-OUTBOUND
018000         PERFORM 2000-OUTBOUND THRU 2000-EXIT
018100     ELSE
018200         PERFORM 4000-INBOUND THRU 4000-EXIT
018300     END-IF.
018400     PERFORM 8000-FINISH THRU 8000-EXIT.
018500     STOP RUN.
018600*
018700*+----------------------------------------------------------+
018800*|  1000-INITIALIZE - parameter card, the layout's fields and |
018900*|  record length, and the files for the direction.          |
019000*+----------------------------------------------------------+
019100 1000-INITIALIZE.
019200     OPEN INPUT DLM-PARM.
019300     IF DCV-PARM-STATUS NOT = "00"
019400         DISPLAY "DLMCNV: NO DLMPARM PARAMETER FILE"
019500         MOVE 12 TO RETURN-CODE
019600         STOP RUN
019700     END-IF.
019800     READ DLM-PARM
019900         AT END
020000             DISPLAY "DLMCNV: EMPTY DLMPARM PARAMETER FILE"
020100             MOVE 12 TO RETURN-CODE
020200             STOP RUN
020300     END-READ.
020400     MOVE DCP-DIRECTION TO DCV-DIRECTION.
020500     MOVE DCP-DELIMITER TO DCV-DELIMITER.
020600     MOVE DCP-HEADER-SW TO DCV-HEADER-SW.
020700     CLOSE DLM-PARM.
020800     IF NOT DCV-OUTBOUND AND NOT DCV-INBOUND
020900         DISPLAY "DLMCNV: DIRECTION MUST BE O OR I"
021000         MOVE 12 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     IF DCV-DELIMITER = SPACE
021400         MOVE "," TO DCV-DELIMITER
021500     END-IF.
021600     IF DCV-DELIMITER = QUOTE
021700         DISPLAY "DLMCNV: THE QUOTE CANNOT BE THE DELIMITER"
021800         MOVE 12 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     IF DCV-HEADER-SW NOT = "N"
022200         MOVE "Y" TO DCV-HEADER-SW
022300     END-IF.
022400     PERFORM 1100-LOAD-LAYOUT THRU 1100-EXIT.
022500     IF DCV-FIELD-COUNT = ZERO
022600         DISPLAY "DLMCNV: NO FIELDS ON UNLLAYOT"
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     IF DCV-REC-LEN > 4000
023100         DISPLAY "DLMCNV: UNLLAYOT RECORD LONGER THAN 4000"
023200         MOVE 12 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500     MOVE DCV-REC-LEN TO DCV-TRL-LEN.
023600     IF DCV-TRL-LEN < 212
023700         MOVE 212 TO DCV-TRL-LEN
023800     END-IF.
023900     IF DCV-OUTBOUND
024000         OPEN INPUT FIXED-FILE
024100         IF DCV-FIX-STATUS NOT = "00"
024200             DISPLAY "DLMCNV: NO DLMFIXED EXTRACT"
024300             MOVE 12 TO RETURN-CODE
024400             STOP RUN
024500         END-IF
024600         OPEN OUTPUT DELIM-FILE
024610         IF DCV-TXT-STATUS NOT = "00"
024620             DISPLAY "DLMCNV: DLMTEXT WILL NOT OPEN, STATUS "
024630                 DCV-TXT-STATUS
024640             MOVE 12 TO RETURN-CODE
024650             STOP RUN
024660         END-IF
024700     ELSE
024800         OPEN INPUT DELIM-FILE
024900         IF DCV-TXT-STATUS NOT = "00"
025000             DISPLAY "DLMCNV: NO DLMTEXT DELIMITED FILE"
025100             MOVE 12 TO RETURN-CODE
025200             STOP RUN
025300         END-IF
025400         OPEN OUTPUT FIXED-FILE
025410         IF DCV-FIX-STATUS NOT = "00"
025420             DISPLAY "DLMCNV: DLMFIXED WILL NOT OPEN, STATUS "
025430                 DCV-FIX-STATUS
025440             MOVE 12 TO RETURN-CODE
025450             STOP RUN
025460         END-IF
025500     END-IF.
025600     OPEN OUTPUT DLM-REJECTS.
025610     IF DCV-REJECT-STATUS NOT = "00"
025620         DISPLAY "DLMCNV: DLMREJ WILL NOT OPEN, STATUS "
025630             DCV-REJECT-STATUS
025640         MOVE 12 TO RETURN-CODE
025650         STOP RUN
025660     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900*
026000 1100-LOAD-LAYOUT.
026100     OPEN INPUT UNLOAD-LAYOUT.
026200     IF DCV-LAYOUT-STATUS NOT = "00"
026300         GO TO 1100-EXIT
026400     END-IF.
026500     MOVE "N" TO DCV-EOF-SW.
026600     PERFORM 1110-LOAD-ONE-LAYOUT-REC THRU 1110-EXIT
026700         UNTIL DCV-AT-EOF.
026800     CLOSE UNLOAD-LAYOUT.
026900     MOVE "N" TO DCV-EOF-SW.
027000 1100-EXIT.
027100     EXIT.
027200*
027300 1110-LOAD-ONE-LAYOUT-REC.
027400     READ UNLOAD-LAYOUT
027500         AT END SET DCV-AT-EOF TO TRUE
027600     END-READ.
027700     IF DCV-AT-EOF
027800         GO TO 1110-EXIT
027900     END-IF.
028000     IF NOT ULY-FIELD-REC
028100        OR DCV-FIELD-COUNT = 100
028200        OR ULY-OFFSET = ZERO
028300        OR ULY-LENGTH = ZERO
028400         GO TO 1110-EXIT
028500     END-IF.
028600     ADD 1 TO DCV-FIELD-COUNT.
028700     MOVE ULY-FIELD-NAME TO DCV-F-NAME(DCV-FIELD-COUNT).
028800     MOVE ULY-SQLTYPE    TO DCV-F-SQLTYPE(DCV-FIELD-COUNT).
028900     MOVE ULY-OFFSET     TO DCV-F-OFFSET(DCV-FIELD-COUNT).
029000     MOVE ULY-LENGTH     TO DCV-F-LENGTH(DCV-FIELD-COUNT).
029100     IF DCV-F-SQLTYPE(DCV-FIELD-COUNT) < ZERO
029200         COMPUTE DCV-F-SQLTYPE(DCV-FIELD-COUNT) =
029300                 DCV-F-SQLTYPE(DCV-FIELD-COUNT) * -1
029400     END-IF.
029500     MOVE "N" TO DCV-F-NUMERIC-SW(DCV-FIELD-COUNT).
029600     IF DCV-F-SQLTYPE(DCV-FIELD-COUNT) = 5
029700        OR DCV-F-SQLTYPE(DCV-FIELD-COUNT) = 10
029800        OR DCV-F-SQLTYPE(DCV-FIELD-COUNT) = 30
029900        OR DCV-F-SQLTYPE(DCV-FIELD-COUNT) = 31
030000         MOVE "Y" TO DCV-F-NUMERIC-SW(DCV-FIELD-COUNT)
030100     END-IF.
030200     MOVE 32 TO DCV-F-NAME-LEN(DCV-FIELD-COUNT).
030300     PERFORM 1120-TRIM-NAME THRU 1120-EXIT
030400         UNTIL DCV-F-NAME-LEN(DCV-FIELD-COUNT) = 1
030500            OR DCV-F-NAME(DCV-FIELD-COUNT)
030600               (DCV-F-NAME-LEN(DCV-FIELD-COUNT):1) NOT = SPACE.
030700     IF ULY-OFFSET + ULY-LENGTH - 1 > DCV-REC-LEN
030800         COMPUTE DCV-REC-LEN = ULY-OFFSET + ULY-LENGTH - 1
030900     END-IF.
031000 1110-EXIT.
031100     EXIT.
031200*
031300 1120-TRIM-NAME.
031400     SUBTRACT 1 FROM DCV-F-NAME-LEN(DCV-FIELD-COUNT).
031500 1120-EXIT.
031600     EXIT.
031700*
031800*+----------------------------------------------------------+
031900*|  2000-OUTBOUND - fixed extract to delimited text.          |
032000*+----------------------------------------------------------+
032100 2000-OUTBOUND.
032200     IF DCV-HEADER-ROW
032300         PERFORM 2100-WRITE-HEADER THRU 2100-EXIT
032400     END-IF.
032500     PERFORM 2200-ONE-FIXED-RECORD THRU 2200-EXIT
032600         UNTIL DCV-AT-EOF.
032700 2000-EXIT.
032800     EXIT.
032900*
033000 2100-WRITE-HEADER.
033100     MOVE ZERO TO DCV-TXT-LEN.
033200     SET DCV-ROW-OK TO TRUE.
033300     PERFORM 2110-ONE-HEADER-NAME THRU 2110-EXIT
033400         VARYING DCV-SUB FROM 1 BY 1
033500         UNTIL DCV-SUB > DCV-FIELD-COUNT.
033600     WRITE DELIM-REC.
033700 2100-EXIT.
033800     EXIT.
033900*
034000 2110-ONE-HEADER-NAME.
034100     IF DCV-SUB > 1
034200         MOVE DCV-DELIMITER TO DCV-CHAR
034300         PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT
034400     END-IF.
034500     MOVE DCV-F-NAME(DCV-SUB) TO DCV-VALUE.
034600     MOVE DCV-F-NAME-LEN(DCV-SUB) TO DCV-VALUE-LEN.
034700     PERFORM 6000-APPEND-FIELD THRU 6000-EXIT.
034800 2110-EXIT.
034900     EXIT.
035000*
035100 2200-ONE-FIXED-RECORD.
035200     READ FIXED-FILE
035300         AT END SET DCV-AT-EOF TO TRUE
035400     END-READ.
035500     IF DCV-AT-EOF
035600         GO TO 2200-EXIT
035700     END-IF.
035800     IF DCV-FIX-LEN < 4000
035900         MOVE SPACES TO FIXED-REC(DCV-FIX-LEN + 1:)
036000     END-IF.
036100     IF FIXED-REC(1:3) = "TRL"
036200         PERFORM 2400-TRAILER-OUT THRU 2400-EXIT
036300         GO TO 2200-EXIT
036400     END-IF.
036500     ADD 1 TO DCV-READ-COUNT.
036600     MOVE ZERO TO DCV-TXT-LEN.
036700     SET DCV-ROW-OK TO TRUE.
036800     PERFORM 2300-ONE-FIELD-OUT THRU 2300-EXIT
036900         VARYING DCV-SUB FROM 1 BY 1
037000         UNTIL DCV-SUB > DCV-FIELD-COUNT
037100            OR NOT DCV-ROW-OK.
037200     IF DCV-ROW-OK
037300         WRITE DELIM-REC
037400         ADD 1 TO DCV-WRITE-COUNT
037500     END-IF.
037600 2200-EXIT.
037700     EXIT.
037800*
037900 2300-ONE-FIELD-OUT.
038000     IF DCV-SUB > 1
038100         MOVE DCV-DELIMITER TO DCV-CHAR
038200         PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT
038300     END-IF.
038400     MOVE FIXED-REC(DCV-F-OFFSET(DCV-SUB):DCV-F-LENGTH(DCV-SUB))
038500         TO DCV-VALUE.
038600     MOVE DCV-F-LENGTH(DCV-SUB) TO DCV-VALUE-LEN.
038700     IF DCV-F-IS-NUMERIC(DCV-SUB)
038800         PERFORM 2310-EDIT-NUMERIC-OUT THRU 2310-EXIT
038900         GO TO 2300-EXIT
039000     END-IF.
039100*    Character and other fields lose their trailing pad only.
039200     PERFORM 2320-TRIM-VALUE THRU 2320-EXIT
039300         UNTIL DCV-VALUE-LEN = ZERO
039400            OR DCV-VALUE(DCV-VALUE-LEN:1) NOT = SPACE.
039500     PERFORM 6000-APPEND-FIELD THRU 6000-EXIT.
039600 2300-EXIT.
039700     EXIT.
039800*
039900*    A blank numeric is a null and goes out empty; otherwise the
040000*    sign is kept only when negative and the integer part loses
040100*    its leading zeros ("+0000000012.50" goes out as "12.50").
040200 2310-EDIT-NUMERIC-OUT.
040300     PERFORM 5500-SCAN-NUMERIC THRU 5500-EXIT.
040400     IF DCV-NUM-START = ZERO
040500         GO TO 2310-EXIT
040600     END-IF.
040700     IF NOT DCV-NUM-OK
040800         MOVE "NNUM" TO DCV-REJ-CODE
040900         MOVE DCV-F-NAME(DCV-SUB) TO DCV-REJ-FIELD
041000         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
041100         GO TO 2310-EXIT
041200     END-IF.
041300     IF DCV-NUM-SIGN = "-"
041400         MOVE "-" TO DCV-CHAR
041500         PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT
041600     END-IF.
041700     IF DCV-VALUE(DCV-NUM-START:1) = "+"
041800        OR DCV-VALUE(DCV-NUM-START:1) = "-"
041900         ADD 1 TO DCV-NUM-START
042000     END-IF.
042100     PERFORM 2311-SKIP-LEADING-ZERO THRU 2311-EXIT
042200         UNTIL DCV-NUM-START NOT < DCV-NUM-END
042300            OR DCV-VALUE(DCV-NUM-START:1) NOT = "0"
042400            OR DCV-VALUE(DCV-NUM-START + 1:1) NOT NUMERIC.
042500     PERFORM 2312-COPY-NUMERIC-CHAR THRU 2312-EXIT
042600         VARYING DCV-SCAN-POS FROM DCV-NUM-START BY 1
042700         UNTIL DCV-SCAN-POS > DCV-NUM-END.
042800 2310-EXIT.
042900     EXIT.
043000*
043100 2311-SKIP-LEADING-ZERO.
043200     ADD 1 TO DCV-NUM-START.
043300 2311-EXIT.
043400     EXIT.
043500*
043600 2312-COPY-NUMERIC-CHAR.
043700     MOVE DCV-VALUE(DCV-SCAN-POS:1) TO DCV-CHAR.
043800     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
043900 2312-EXIT.
044000     EXIT.
044100*
044200 2320-TRIM-VALUE.
044300     SUBTRACT 1 FROM DCV-VALUE-LEN.
044400 2320-EXIT.
044500     EXIT.
044600*
044700*+----------------------------------------------------------+
044800*|  2400-TRAILER-OUT - the fixed control-total trailer as a   |
044900*|  delimited TRL row, every field in its DISPLAY form.       |
045000*+----------------------------------------------------------+
045100 2400-TRAILER-OUT.
045200     SET DCV-TRAILER-SEEN TO TRUE.
045300     MOVE FIXED-REC(1:212) TO TRAILR-RECORD.
045400     MOVE ZERO TO DCV-TXT-LEN.
045500     SET DCV-ROW-OK TO TRUE.
045600     MOVE "TRL" TO DCV-VALUE.
045700     MOVE 3 TO DCV-VALUE-LEN.
045800     PERFORM 6000-APPEND-FIELD THRU 6000-EXIT.
045900     MOVE TRL-RUN-ID TO DCV-VALUE.
046000     MOVE 16 TO DCV-VALUE-LEN.
046100     PERFORM 2320-TRIM-VALUE THRU 2320-EXIT
046200         UNTIL DCV-VALUE-LEN = ZERO
046300            OR DCV-VALUE(DCV-VALUE-LEN:1) NOT = SPACE.
046400     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
046500     MOVE TRL-RECORD-COUNT TO DCV-VALUE.
046600     MOVE 9 TO DCV-VALUE-LEN.
046700     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
046800     MOVE TRL-HASH-TOTAL TO DCV-VALUE.
046900     MOVE 13 TO DCV-VALUE-LEN.
047000     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
047100     IF TRL-CUR-COUNT NOT NUMERIC
047200        OR TRL-CUR-COUNT > 5
047300         MOVE ZERO TO TRL-CUR-COUNT
047400     END-IF.
047500     MOVE TRL-CUR-COUNT TO DCV-VALUE.
047600     MOVE 1 TO DCV-VALUE-LEN.
047700     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
047800     PERFORM 2420-ONE-CURRENCY-OUT THRU 2420-EXIT
047900         VARYING DCV-CUR-SUB FROM 1 BY 1
048000         UNTIL DCV-CUR-SUB > TRL-CUR-COUNT.
048100     WRITE DELIM-REC.
048200     IF TRL-RECORD-COUNT NOT = DCV-READ-COUNT
048300         DISPLAY "DLMCNV: TRAILER COUNT " TRL-RECORD-COUNT
048400             " BUT " DCV-READ-COUNT " RECORDS READ"
048500         MOVE 12 TO RETURN-CODE
048600     END-IF.
048700 2400-EXIT.
048800     EXIT.
048900*
049000 2410-APPEND-TRAILER-FIELD.
049100     MOVE DCV-DELIMITER TO DCV-CHAR.
049200     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
049300     PERFORM 6000-APPEND-FIELD THRU 6000-EXIT.
049400 2410-EXIT.
049500     EXIT.
049600*
049700 2420-ONE-CURRENCY-OUT.
049800     MOVE TRL-CUR-CODE(DCV-CUR-SUB) TO DCV-VALUE.
049900     MOVE 3 TO DCV-VALUE-LEN.
050000     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
050100     MOVE TRL-CUR-ENTRY(DCV-CUR-SUB)(4:16) TO DCV-VALUE.
050200     MOVE 16 TO DCV-VALUE-LEN.
050300     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
050400     MOVE TRL-CUR-ENTRY(DCV-CUR-SUB)(20:15) TO DCV-VALUE.
050500     MOVE 15 TO DCV-VALUE-LEN.
050600     PERFORM 2410-APPEND-TRAILER-FIELD THRU 2410-EXIT.
050700 2420-EXIT.
050800     EXIT.
050900*
051000*+----------------------------------------------------------+
051100*|  4000-INBOUND - delimited text to the fixed extract.       |
051200*+----------------------------------------------------------+
051300 4000-INBOUND.
051400     IF DCV-HEADER-ROW
051500         PERFORM 4100-CHECK-HEADER THRU 4100-EXIT
051600     END-IF.
051700     PERFORM 4200-ONE-DELIM-LINE THRU 4200-EXIT
051800         UNTIL DCV-AT-EOF.
051900     IF NOT DCV-TRAILER-SEEN
052000         DISPLAY "DLMCNV: NO TRL ROW ON DLMTEXT - NONE WRITTEN"
052100     END-IF.
052200 4000-EXIT.
052300     EXIT.
052400*
052500*    Names compare without regard to case; a header that does
052600*    not name the layout's fields in the layout's order would
052700*    load every value into the wrong column, so it stops the run.
052800 4100-CHECK-HEADER.
052900     READ DELIM-FILE
053000         AT END
053100             SET DCV-AT-EOF TO TRUE
053200             GO TO 4100-EXIT
053300     END-READ.
053400     MOVE 1 TO DCV-POS.
053500     MOVE ZERO TO DCV-TOKEN-NUM.
053600     MOVE "N" TO DCV-LINE-SW.
053700     SET DCV-ROW-OK TO TRUE.
053800     PERFORM 4110-ONE-HEADER-TOKEN THRU 4110-EXIT
053900         UNTIL DCV-LINE-DONE OR NOT DCV-ROW-OK.
054000     IF DCV-ROW-OK
054100        AND DCV-TOKEN-NUM NOT = DCV-FIELD-COUNT
054200         MOVE DCV-TOKEN-NUM TO DCV-ED-FIELD
054300         DISPLAY "DLMCNV: HEADER ROW HAS " DCV-ED-FIELD
054400             " FIELDS, LAYOUT HAS " DCV-FIELD-COUNT
054500         MOVE "N" TO DCV-ROW-SW
054600     END-IF.
054700     IF NOT DCV-ROW-OK
054800         DISPLAY "DLMCNV: HEADER ROW DOES NOT MATCH UNLLAYOT"
054900         CLOSE DELIM-FILE FIXED-FILE DLM-REJECTS
055000         MOVE 12 TO RETURN-CODE
055100         STOP RUN
055200     END-IF.
055300 4100-EXIT.
055400     EXIT.
055500*
055600 4110-ONE-HEADER-TOKEN.
055700     PERFORM 5000-NEXT-TOKEN THRU 5000-EXIT.
055800     IF NOT DCV-ROW-OK
055900         GO TO 4110-EXIT
056000     END-IF.
056100     ADD 1 TO DCV-TOKEN-NUM.
056200     IF DCV-TOKEN-NUM > DCV-FIELD-COUNT
056300         GO TO 4110-EXIT
056400     END-IF.
056500     MOVE SPACES TO DCV-NAME-WORK.
056600     IF DCV-VALUE-LEN > 32
056700         MOVE "N" TO DCV-ROW-SW
056800     ELSE
056900         IF DCV-VALUE-LEN > ZERO
057000             MOVE DCV-VALUE(1:DCV-VALUE-LEN) TO DCV-NAME-WORK
057100         END-IF
057200     END-IF.
057300     MOVE DCV-F-NAME(DCV-TOKEN-NUM) TO DCV-NAME-LAYOUT.
057400     INSPECT DCV-NAME-WORK
057500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
057600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
057700     INSPECT DCV-NAME-LAYOUT
057800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
057900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
058000     IF NOT DCV-ROW-OK
058100        OR DCV-NAME-WORK NOT = DCV-NAME-LAYOUT
058200         MOVE DCV-TOKEN-NUM TO DCV-ED-FIELD
058300         DISPLAY "DLMCNV: HEADER FIELD " DCV-ED-FIELD
058400             " IS NOT " DCV-F-NAME(DCV-TOKEN-NUM)
058500         MOVE "N" TO DCV-ROW-SW
058600     END-IF.
058700 4110-EXIT.
058800     EXIT.
058900*
059000 4200-ONE-DELIM-LINE.
059100     READ DELIM-FILE
059200         AT END SET DCV-AT-EOF TO TRUE
059300     END-READ.
059400     IF DCV-AT-EOF
059500         GO TO 4200-EXIT
059600     END-IF.
059700     IF DCV-TXT-LEN = ZERO
059800         GO TO 4200-EXIT
059900     END-IF.
060000     IF DELIM-REC(1:3) = "TRL"
060100        AND (DCV-TXT-LEN = 3 OR DELIM-REC(4:1) = DCV-DELIMITER)
060200         PERFORM 4500-TRAILER-IN THRU 4500-EXIT
060300         GO TO 4200-EXIT
060400     END-IF.
060500     ADD 1 TO DCV-READ-COUNT.
060600     MOVE SPACES TO FIXED-REC(1:DCV-REC-LEN).
060700     MOVE 1 TO DCV-POS.
060800     MOVE ZERO TO DCV-TOKEN-NUM.
060900     MOVE "N" TO DCV-LINE-SW.
061000     SET DCV-ROW-OK TO TRUE.
061100     PERFORM 4300-ONE-TOKEN-IN THRU 4300-EXIT
061200         UNTIL DCV-LINE-DONE OR NOT DCV-ROW-OK.
061300     IF DCV-ROW-OK
061400        AND DCV-TOKEN-NUM < DCV-FIELD-COUNT
061500         MOVE "FCNT" TO DCV-REJ-CODE
061600         MOVE SPACES TO DCV-REJ-FIELD
061700         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
061800     END-IF.
061900     IF DCV-ROW-OK
062000         MOVE DCV-REC-LEN TO DCV-FIX-LEN
062100         WRITE FIXED-REC
062200         ADD 1 TO DCV-WRITE-COUNT
062300     END-IF.
062400 4200-EXIT.
062500     EXIT.
062600*
062700 4300-ONE-TOKEN-IN.
062800     PERFORM 5000-NEXT-TOKEN THRU 5000-EXIT.
062900     IF NOT DCV-ROW-OK
063000         MOVE "QUOT" TO DCV-REJ-CODE
063100         MOVE SPACES TO DCV-REJ-FIELD
063200         IF DCV-TOKEN-NUM < DCV-FIELD-COUNT
063300             MOVE DCV-F-NAME(DCV-TOKEN-NUM + 1) TO DCV-REJ-FIELD
063400         END-IF
063500         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
063600         GO TO 4300-EXIT
063700     END-IF.
063800     ADD 1 TO DCV-TOKEN-NUM.
063900     IF DCV-TOKEN-NUM > DCV-FIELD-COUNT
064000         MOVE "FCNT" TO DCV-REJ-CODE
064100         MOVE SPACES TO DCV-REJ-FIELD
064200         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
064300         GO TO 4300-EXIT
064400     END-IF.
064500     MOVE DCV-TOKEN-NUM TO DCV-SUB.
064600     PERFORM 4400-STORE-FIELD THRU 4400-EXIT.
064700 4300-EXIT.
064800     EXIT.
064900*
065000*+----------------------------------------------------------+
065100*|  4400-STORE-FIELD - one value into its layout position.    |
065200*|  An empty value leaves the field blank (null).             |
065300*+----------------------------------------------------------+
065400 4400-STORE-FIELD.
065500     MOVE DCV-F-NAME(DCV-SUB) TO DCV-REJ-FIELD.
065600     IF DCV-VALUE-LEN = ZERO
065700         GO TO 4400-EXIT
065800     END-IF.
065900     IF NOT DCV-F-IS-NUMERIC(DCV-SUB)
066000         IF DCV-VALUE-LEN > DCV-F-LENGTH(DCV-SUB)
066100             MOVE "FLEN" TO DCV-REJ-CODE
066200             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
066300         ELSE
066400             MOVE DCV-VALUE(1:DCV-VALUE-LEN)
066500                 TO FIXED-REC(DCV-F-OFFSET(DCV-SUB):DCV-VALUE-LEN)
066600         END-IF
066700         GO TO 4400-EXIT
066800     END-IF.
066900     IF DCV-VALUE-LEN > 4000
067000         MOVE "FLEN" TO DCV-REJ-CODE
067100         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
067200         GO TO 4400-EXIT
067300     END-IF.
067400     PERFORM 5500-SCAN-NUMERIC THRU 5500-EXIT.
067500     IF DCV-NUM-START = ZERO
067600         GO TO 4400-EXIT
067700     END-IF.
067800     IF NOT DCV-NUM-OK
067900        OR (DCV-F-SQLTYPE(DCV-SUB) = 30 AND DCV-NUM-DOTS > ZERO)
068000         MOVE "NNUM" TO DCV-REJ-CODE
068100         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
068200         GO TO 4400-EXIT
068300     END-IF.
068400     COMPUTE DCV-NUM-LEN = DCV-NUM-END - DCV-NUM-START + 1.
068500     IF DCV-NUM-LEN > DCV-F-LENGTH(DCV-SUB)
068600         MOVE "FLEN" TO DCV-REJ-CODE
068700         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
068800         GO TO 4400-EXIT
068900     END-IF.
069000     MOVE DCV-VALUE(DCV-NUM-START:DCV-NUM-LEN)
069100         TO FIXED-REC(DCV-F-OFFSET(DCV-SUB)
069200                      + DCV-F-LENGTH(DCV-SUB) - DCV-NUM-LEN
069300                      :DCV-NUM-LEN).
069400 4400-EXIT.
069500     EXIT.
069600*
069700*+----------------------------------------------------------+
069800*|  4500-TRAILER-IN - a delimited TRL row back into the fixed |
069900*|  control-total trailer as the extract's last record.       |
070000*+----------------------------------------------------------+
070100 4500-TRAILER-IN.
070200     SET DCV-TRAILER-SEEN TO TRUE.
070300     MOVE SPACES TO TRAILR-RECORD.
070400     MOVE "TRL" TO TRL-ID.
070500     MOVE ZERO TO TRL-RECORD-COUNT TRL-HASH-TOTAL TRL-CUR-COUNT.
070600     MOVE 1 TO DCV-POS.
070700     MOVE ZERO TO DCV-TOKEN-NUM.
070800     MOVE 5 TO DCV-TRL-FIELDS.
070900     MOVE "N" TO DCV-LINE-SW.
071000     SET DCV-ROW-OK TO TRUE.
071100     PERFORM 4510-ONE-TRAILER-TOKEN THRU 4510-EXIT
071200         UNTIL DCV-LINE-DONE OR NOT DCV-ROW-OK.
071300     IF DCV-ROW-OK
071400        AND DCV-TOKEN-NUM NOT = DCV-TRL-FIELDS
071500         MOVE "N" TO DCV-ROW-SW
071600     END-IF.
071700     IF NOT DCV-ROW-OK
071800         DISPLAY "DLMCNV: UNREADABLE TRL ROW " DELIM-REC(1:60)
071900         MOVE 12 TO RETURN-CODE
072000         GO TO 4500-EXIT
072100     END-IF.
072200     MOVE SPACES TO FIXED-REC(1:DCV-TRL-LEN).
072300     MOVE TRAILR-RECORD TO FIXED-REC(1:212).
072400     MOVE DCV-TRL-LEN TO DCV-FIX-LEN.
072500     WRITE FIXED-REC.
072600     IF TRL-RECORD-COUNT NOT = DCV-READ-COUNT
072700         DISPLAY "DLMCNV: TRAILER COUNT " TRL-RECORD-COUNT
072800             " BUT " DCV-READ-COUNT " ROWS READ"
072900         MOVE 12 TO RETURN-CODE
073000     END-IF.
073100 4500-EXIT.
073200     EXIT.
073300*
073400*    Token 1 is TRL, 2 the run-id, 3-5 the counts; each
073500*    currency adds code, net and absolute amount.
073600 4510-ONE-TRAILER-TOKEN.
073700     PERFORM 5000-NEXT-TOKEN THRU 5000-EXIT.
073800     IF NOT DCV-ROW-OK
073900         GO TO 4510-EXIT
074000     END-IF.
074100     ADD 1 TO DCV-TOKEN-NUM.
074200     IF DCV-TOKEN-NUM > DCV-TRL-FIELDS
074300         MOVE "N" TO DCV-ROW-SW
074400         GO TO 4510-EXIT
074500     END-IF.
074600     EVALUATE DCV-TOKEN-NUM
074700         WHEN 1
074800             CONTINUE
074900         WHEN 2
075000             IF DCV-VALUE-LEN > 16
075100                 MOVE "N" TO DCV-ROW-SW
075200             ELSE
075300                 IF DCV-VALUE-LEN > ZERO
075400                     MOVE DCV-VALUE(1:DCV-VALUE-LEN) TO TRL-RUN-ID
075500                 END-IF
075600             END-IF
075700         WHEN 3
075800             MOVE 9 TO DCV-TRL-WIDTH
075900             PERFORM 4520-TRAILER-DIGITS THRU 4520-EXIT
076000             MOVE DCV-TRL-DIGITS(7:9) TO TRL-RECORD-COUNT
076100         WHEN 4
076200             MOVE 13 TO DCV-TRL-WIDTH
076300             PERFORM 4520-TRAILER-DIGITS THRU 4520-EXIT
076400             MOVE DCV-TRL-DIGITS(3:13) TO TRL-HASH-TOTAL
076500         WHEN 5
076600             MOVE 1 TO DCV-TRL-WIDTH
076700             PERFORM 4520-TRAILER-DIGITS THRU 4520-EXIT
076800             MOVE DCV-TRL-DIGITS(15:1) TO TRL-CUR-COUNT
076900             IF TRL-CUR-COUNT > 5
077000                 MOVE "N" TO DCV-ROW-SW
077100             ELSE
077200                 COMPUTE DCV-TRL-FIELDS = 5 + TRL-CUR-COUNT * 3
077300             END-IF
077400         WHEN OTHER
077500             PERFORM 4530-CURRENCY-TOKEN THRU 4530-EXIT
077600     END-EVALUATE.
077700 4510-EXIT.
077800     EXIT.
077900*
078000*    Digits only, at most the field's width, zero-filled on the
078100*    left into DCV-TRL-DIGITS.
078200 4520-TRAILER-DIGITS.
078300     MOVE ALL "0" TO DCV-TRL-DIGITS.
078400     IF DCV-VALUE-LEN = ZERO
078500        OR DCV-VALUE-LEN > DCV-TRL-WIDTH
078600         MOVE "N" TO DCV-ROW-SW
078700         GO TO 4520-EXIT
078800     END-IF.
078900     IF DCV-VALUE(1:DCV-VALUE-LEN) NOT NUMERIC
079000         MOVE "N" TO DCV-ROW-SW
079100         GO TO 4520-EXIT
079200     END-IF.
079300     MOVE DCV-VALUE(1:DCV-VALUE-LEN)
079400         TO DCV-TRL-DIGITS(15 - DCV-VALUE-LEN + 1:DCV-VALUE-LEN).
079500 4520-EXIT.
079600     EXIT.
079700*
079800 4530-CURRENCY-TOKEN.
079900     COMPUTE DCV-CUR-SUB = (DCV-TOKEN-NUM - 6) / 3 + 1.
080000     EVALUATE DCV-TOKEN-NUM - 5 - (DCV-CUR-SUB - 1) * 3
080100         WHEN 1
080200             IF DCV-VALUE-LEN NOT = 3
080300                 MOVE "N" TO DCV-ROW-SW
080400             ELSE
080500                 MOVE DCV-VALUE(1:3) TO TRL-CUR-CODE(DCV-CUR-SUB)
080600             END-IF
080700         WHEN 2
080800             MOVE "+" TO DCV-NUM-SIGN
080900             IF DCV-VALUE-LEN > 1
081000                AND (DCV-VALUE(1:1) = "+" OR DCV-VALUE(1:1) = "-")
081100                 MOVE DCV-VALUE(1:1) TO DCV-NUM-SIGN
081200                 SUBTRACT 1 FROM DCV-VALUE-LEN
081300                 MOVE DCV-VALUE(2:DCV-VALUE-LEN) TO DCV-NUM-TEXT
081400                 MOVE DCV-NUM-TEXT TO DCV-VALUE
081500             END-IF
081600             MOVE 15 TO DCV-TRL-WIDTH
081700             PERFORM 4520-TRAILER-DIGITS THRU 4520-EXIT
081800             MOVE DCV-NUM-SIGN TO TRL-CUR-ENTRY(DCV-CUR-SUB)(4:1)
081900             MOVE DCV-TRL-DIGITS
082000                 TO TRL-CUR-ENTRY(DCV-CUR-SUB)(5:15)
082100         WHEN OTHER
082200             MOVE 15 TO DCV-TRL-WIDTH
082300             PERFORM 4520-TRAILER-DIGITS THRU 4520-EXIT
082400             MOVE DCV-TRL-DIGITS
082500                 TO TRL-CUR-ENTRY(DCV-CUR-SUB)(20:15)
082600     END-EVALUATE.
082700 4530-EXIT.
082800     EXIT.
082900*
083000*+----------------------------------------------------------+
083100*|  5000-NEXT-TOKEN - the value starting at DCV-POS into      |
083200*|  DCV-VALUE, quotes removed and doubled quotes undoubled,   |
083300*|  DCV-POS left past the delimiter.  DCV-LINE-DONE is set    |
083400*|  when the value ran to the end of the line.  An unclosed   |
083500*|  quote, or text after a closing quote, clears DCV-ROW-OK.  |
083600*+----------------------------------------------------------+
083700 5000-NEXT-TOKEN.
083800     MOVE ZERO TO DCV-VALUE-LEN.
083900     IF DCV-POS > DCV-TXT-LEN
084000         SET DCV-LINE-DONE TO TRUE
084100         GO TO 5000-EXIT
084200     END-IF.
084300     IF DELIM-REC(DCV-POS:1) NOT = QUOTE
084400         PERFORM 5200-PLAIN-CHAR THRU 5200-EXIT
084500             UNTIL DCV-POS > DCV-TXT-LEN
084600                OR DELIM-REC(DCV-POS:1) = DCV-DELIMITER
084700     ELSE
084800         ADD 1 TO DCV-POS
084900         SET DCV-IN-QUOTES TO TRUE
085000         PERFORM 5100-QUOTED-CHAR THRU 5100-EXIT
085100             UNTIL NOT DCV-IN-QUOTES OR NOT DCV-ROW-OK
085200         IF NOT DCV-ROW-OK
085300             GO TO 5000-EXIT
085400         END-IF
085500         IF DCV-POS NOT > DCV-TXT-LEN
085600            AND DELIM-REC(DCV-POS:1) NOT = DCV-DELIMITER
085700             MOVE "N" TO DCV-ROW-SW
085800             GO TO 5000-EXIT
085900         END-IF
086000     END-IF.
086100     IF DCV-POS > DCV-TXT-LEN
086200         SET DCV-LINE-DONE TO TRUE
086300     ELSE
086400         ADD 1 TO DCV-POS
086500     END-IF.
086600 5000-EXIT.
086700     EXIT.
086800*
086900 5100-QUOTED-CHAR.
087000     IF DCV-POS > DCV-TXT-LEN
087100         MOVE "N" TO DCV-ROW-SW
087200         GO TO 5100-EXIT
087300     END-IF.
087400     IF DELIM-REC(DCV-POS:1) NOT = QUOTE
087500         MOVE DELIM-REC(DCV-POS:1) TO DCV-CHAR
087600         PERFORM 5300-KEEP-CHAR THRU 5300-EXIT
087700         ADD 1 TO DCV-POS
087800         GO TO 5100-EXIT
087900     END-IF.
088000     IF DCV-POS < DCV-TXT-LEN
088100        AND DELIM-REC(DCV-POS + 1:1) = QUOTE
088200         MOVE QUOTE TO DCV-CHAR
088300         PERFORM 5300-KEEP-CHAR THRU 5300-EXIT
088400         ADD 2 TO DCV-POS
088500         GO TO 5100-EXIT
088600     END-IF.
088700     ADD 1 TO DCV-POS.
088800     MOVE "N" TO DCV-QUOTE-SW.
088900 5100-EXIT.
089000     EXIT.
089100*
089200 5200-PLAIN-CHAR.
089300     MOVE DELIM-REC(DCV-POS:1) TO DCV-CHAR.
089400     PERFORM 5300-KEEP-CHAR THRU 5300-EXIT.
089500     ADD 1 TO DCV-POS.
089600 5200-EXIT.
089700     EXIT.
089800*
089900*    The length keeps counting past the work area, so a value
090000*    too long for any field still fails the length check.
090100 5300-KEEP-CHAR.
090200     ADD 1 TO DCV-VALUE-LEN.
090300     IF DCV-VALUE-LEN NOT > 4000
090400         MOVE DCV-CHAR TO DCV-VALUE(DCV-VALUE-LEN:1)
090500     END-IF.
090600 5300-EXIT.
090700     EXIT.
090800*
090900*+----------------------------------------------------------+
091000*|  5500-SCAN-NUMERIC - DCV-VALUE(1:DCV-VALUE-LEN) as a       |
091100*|  decimal: surrounding spaces, one leading sign, digits     |
091200*|  with at most one point, at least one digit.  DCV-NUM-     |
091300*|  START is zero for an all-blank value; otherwise START and |
091400*|  END bracket the text and DCV-NUM-OK says it parsed.       |
091500*+----------------------------------------------------------+
091600 5500-SCAN-NUMERIC.
091700     MOVE ZERO TO DCV-NUM-START DCV-NUM-END.
091800     MOVE ZERO TO DCV-NUM-DIGITS DCV-NUM-DOTS.
091900     MOVE "+" TO DCV-NUM-SIGN.
092000     MOVE "Y" TO DCV-NUM-SW.
092100     PERFORM 5510-FIND-NUMERIC-END THRU 5510-EXIT
092200         VARYING DCV-SCAN-POS FROM 1 BY 1
092300         UNTIL DCV-SCAN-POS > DCV-VALUE-LEN.
092400     IF DCV-NUM-START = ZERO
092500         GO TO 5500-EXIT
092600     END-IF.
092700     PERFORM 5520-SCAN-ONE-CHAR THRU 5520-EXIT
092800         VARYING DCV-SCAN-POS FROM DCV-NUM-START BY 1
092900         UNTIL DCV-SCAN-POS > DCV-NUM-END OR NOT DCV-NUM-OK.
093000     IF DCV-NUM-DIGITS = ZERO
093100         MOVE "N" TO DCV-NUM-SW
093200     END-IF.
093300 5500-EXIT.
093400     EXIT.
093500*
093600 5510-FIND-NUMERIC-END.
093700     IF DCV-VALUE(DCV-SCAN-POS:1) NOT = SPACE
093800         IF DCV-NUM-START = ZERO
093900             MOVE DCV-SCAN-POS TO DCV-NUM-START
094000         END-IF
094100         MOVE DCV-SCAN-POS TO DCV-NUM-END
094200     END-IF.
094300 5510-EXIT.
094400     EXIT.
094500*
094600 5520-SCAN-ONE-CHAR.
094700     MOVE DCV-VALUE(DCV-SCAN-POS:1) TO DCV-CHAR.
094800     EVALUATE TRUE
094900         WHEN DCV-CHAR NUMERIC
095000             ADD 1 TO DCV-NUM-DIGITS
095100         WHEN DCV-CHAR = "."
095200             ADD 1 TO DCV-NUM-DOTS
095300             IF DCV-NUM-DOTS > 1
095400                 MOVE "N" TO DCV-NUM-SW
095500             END-IF
095600         WHEN (DCV-CHAR = "+" OR DCV-CHAR = "-")
095700              AND DCV-SCAN-POS = DCV-NUM-START
095800             MOVE DCV-CHAR TO DCV-NUM-SIGN
095900         WHEN OTHER
096000             MOVE "N" TO DCV-NUM-SW
096100     END-EVALUATE.
096200 5520-EXIT.
096300     EXIT.
096400*
096500*+----------------------------------------------------------+
096600*|  6000-APPEND-FIELD - DCV-VALUE(1:DCV-VALUE-LEN) onto the   |
096700*|  row, quoted when it carries the delimiter, a quote or a   |
096800*|  line break, with each quote inside doubled.              |
096900*+----------------------------------------------------------+
097000 6000-APPEND-FIELD.
097100     IF DCV-VALUE-LEN = ZERO
097200         GO TO 6000-EXIT
097300     END-IF.
097400     MOVE ZERO TO DCV-SPECIAL-COUNT.
097500     INSPECT DCV-VALUE(1:DCV-VALUE-LEN)
097600         TALLYING DCV-SPECIAL-COUNT
097700             FOR ALL DCV-DELIMITER ALL QUOTE
097800                 ALL X"0A" ALL X"0D".
097900     IF DCV-SPECIAL-COUNT = ZERO
098000         PERFORM 6010-COPY-ONE-CHAR THRU 6010-EXIT
098100             VARYING DCV-SCAN-POS FROM 1 BY 1
098200             UNTIL DCV-SCAN-POS > DCV-VALUE-LEN
098300         GO TO 6000-EXIT
098400     END-IF.
098500     MOVE QUOTE TO DCV-CHAR.
098600     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
098700     PERFORM 6020-QUOTE-ONE-CHAR THRU 6020-EXIT
098800         VARYING DCV-SCAN-POS FROM 1 BY 1
098900         UNTIL DCV-SCAN-POS > DCV-VALUE-LEN.
099000     MOVE QUOTE TO DCV-CHAR.
099100     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
099200 6000-EXIT.
099300     EXIT.
099400*
099500 6010-COPY-ONE-CHAR.
099600     MOVE DCV-VALUE(DCV-SCAN-POS:1) TO DCV-CHAR.
099700     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
099800 6010-EXIT.
099900     EXIT.
100000*
100100 6020-QUOTE-ONE-CHAR.
100200     MOVE DCV-VALUE(DCV-SCAN-POS:1) TO DCV-CHAR.
100300     PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT.
100400     IF DCV-CHAR = QUOTE
100500         PERFORM 6100-APPEND-ONE-CHAR THRU 6100-EXIT
100600     END-IF.
100700 6020-EXIT.
100800     EXIT.
100900*
101000*    A row that outgrows the text record is rejected whole.
101100 6100-APPEND-ONE-CHAR.
101200     IF NOT DCV-ROW-OK
101300         GO TO 6100-EXIT
101400     END-IF.
101500     IF DCV-TXT-LEN NOT < 8000
101600         MOVE "RLEN" TO DCV-REJ-CODE
101700         MOVE SPACES TO DCV-REJ-FIELD
101800         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
101900         GO TO 6100-EXIT
102000     END-IF.
102100     ADD 1 TO DCV-TXT-LEN.
102200     MOVE DCV-CHAR TO DELIM-REC(DCV-TXT-LEN:1).
102300 6100-EXIT.
102400     EXIT.
102500*
102600*+----------------------------------------------------------+
102700*|  7000-WRITE-REJECT - the source record, reason code and    |
102800*|  failing field in the LOADREJ record shape.                |
102900*+----------------------------------------------------------+
103000 7000-WRITE-REJECT.
103100     MOVE "N" TO DCV-ROW-SW.
103200     MOVE DCV-REJ-CODE  TO REJ-REASON-CODE.
103300     MOVE DCV-REJ-FIELD TO REJ-FIELD-NAME.
103400     MOVE SPACES TO REJ-RECORD-IMAGE.
103500     IF DCV-OUTBOUND
103600         MOVE FIXED-REC(1:DCV-FIX-LEN) TO REJ-RECORD-IMAGE
103700     ELSE
103800         IF DCV-TXT-LEN > 4000
103900             MOVE DELIM-REC(1:4000) TO REJ-RECORD-IMAGE
104000         ELSE
104100             MOVE DELIM-REC(1:DCV-TXT-LEN) TO REJ-RECORD-IMAGE
104200         END-IF
104300     END-IF.
104400     WRITE LOAD-REJECT-REC.
104500     ADD 1 TO DCV-REJECT-COUNT.
104600 7000-EXIT.
104700     EXIT.
104800*
104900*+----------------------------------------------------------+
105000*|  8000-FINISH - close down and report the counts.           |
105100*+----------------------------------------------------------+
105200 8000-FINISH.
105300     CLOSE FIXED-FILE DELIM-FILE DLM-REJECTS.
105400     DISPLAY "DLMCNV: DIRECTION " DCV-DIRECTION
105500             " READ " DCV-READ-COUNT
105600             " WRITTEN " DCV-WRITE-COUNT
105700             " REJECTED " DCV-REJECT-COUNT.
105800     IF DCV-REJECT-COUNT > ZERO
105900        AND RETURN-CODE < 4
106000         MOVE 4 TO RETURN-CODE
106100     END-IF.
106200 8000-EXIT.
106300     EXIT.
