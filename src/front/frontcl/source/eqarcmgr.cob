000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * ARCMGR
000400*     *
000500*     * Purpose: Aged-row archiving engine for the application
000600*     *          tables, the table-side counterpart of RETMGR.
000700*     *          The archive driver CALLs ACTION "NEXT" and
000800*     *          ARCMGR serves the next table on the archiving
000900*     *          policy file (see eqarcpol.cob) with its date
001000*     *          column and the WHERE text selecting the rows
001100*     *          older than the policy's retention in business
001200*     *          days (BCALDT "BACK", see eqbcaldt.cob), having
001300*     *          opened a TBLUNL unload (see eqtblunl.cob) of
001400*     *          them.  The driver SELECTs, FETCHes and DELETEs
001500*     *          the rows itself - the SQL stays with the caller,
001600*     *          as everywhere else in this layer - CALLing
001700*     *          ACTION "ROW" per fetched row, just before its
001800*     *          DELETE, with the row's key, image and date
001900*     *          value: ARCMGR unloads the row through TBLUNL,
002000*     *          journals the delete through BIJWRT (see
002100*     *          eqbijwrt.cob) so BACKOUT can put a bad purge
002200*     *          back, and records the row's date.  ACTION
002300*     *          "CLOSE", with the rows the driver deleted,
002400*     *          closes the unload, copies the extract and its
002500*     *          UNLLAYOT layout to the archive under the
002600*     *          policy's destination, balances rows archived
002700*     *          and journaled against rows deleted, and appends
002800*     *          the archive index record (see eqarcidx.cob).
002900*     *          The driver commits its deletes only when CLOSE
003000*     *          comes back OK and rolls them back otherwise.
003100*     *          The EOF switch comes back "Y" when the policy
003200*     *          file is exhausted.
003300*     *
003400*     * Notes:  The WHERE text compares the date column with an
003500*     *          Ingres yyyy_mm_dd literal, which INGRES accepts
003600*     *          whatever II_DATE_FORMAT says.  The row date the
003700*     *          driver passes is the column's value as yyyymmdd.
003800*     *          The archive stem is the destination, a period
003900*     *          and the run's timestamp, so a later archive of
004000*     *          the same table never overwrites an earlier one.
004100*     *          A balanced purge is also recorded as a delta
004200*     *          against the table for the growth history
004300*     *          (TBCWRT, see eqtbcwrt.cob).
004400*     *
004500 PROGRAM-ID.     ARCMGR.
004600 AUTHOR.         D L ROSS.
004700 INSTALLATION.   BATCH SYSTEMS GROUP.
004800 DATE-WRITTEN.   15-OCT-2026.
004900 DATE-COMPILED.
005000*
005100*     * Modification History
005200*     * --------------------
005300*     * 15-oct-2026 (dlross)  Written.
005400*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT POLICY-FILE ASSIGN TO "ARCPOLCY"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS ARM-POL-STATUS.
006100     SELECT UNLOAD-DATA ASSIGN TO "UNLDATA"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS ARM-UNLD-STATUS.
006400     SELECT UNLOAD-LAYOUT ASSIGN TO "UNLLAYOT"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS ARM-ULAY-STATUS.
006700     SELECT ARCHIVE-DATA ASSIGN TO ARM-DATA-NAME
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS ARM-ADAT-STATUS.
007000     SELECT ARCHIVE-LAYOUT ASSIGN TO ARM-LAYOUT-NAME
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS ARM-ALAY-STATUS.
007300     SELECT ARCHIVE-DATES ASSIGN TO ARM-DATES-NAME
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS ARM-ADTE-STATUS.
007600     SELECT ARCHIVE-INDEX ASSIGN TO "ARCINDEX"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS ARM-IDX-STATUS.
007900*
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  POLICY-FILE
008300     RECORDING MODE IS F.
008400 COPY "eqarcpol.cob".
008500*
008600 FD  UNLOAD-DATA
008700     RECORDING MODE IS F.
008800 01  UNLOAD-DATA-REC          PIC X(4000).
008900*
009000 FD  UNLOAD-LAYOUT
009100     RECORDING MODE IS F.
009200 COPY "equnlay.cob".
009300*
009400 FD  ARCHIVE-DATA
009500     RECORDING MODE IS F.
009600 01  ARCHIVE-DATA-REC         PIC X(4000).
009700*
009800 FD  ARCHIVE-LAYOUT
009900     RECORDING MODE IS F.
010000 01  ARCHIVE-LAYOUT-REC       PIC X(191).
010100*
010200 FD  ARCHIVE-DATES
010300     RECORDING MODE IS F.
010400 01  ARCHIVE-DATES-REC.
010500     05 ADT-ROW-DATE          PIC 9(8).
010600*
010700 FD  ARCHIVE-INDEX
010800     RECORDING MODE IS F.
010900 COPY "eqarcidx.cob".
011000*
011100 WORKING-STORAGE SECTION.
011200 COPY "eqsqlca.cob".
011300*
011400 01  ARM-WORK-AREA.
011500     05 ARM-POL-STATUS        PIC X(2)  VALUE "00".
011600     05 ARM-UNLD-STATUS       PIC X(2)  VALUE "00".
011700     05 ARM-ULAY-STATUS       PIC X(2)  VALUE "00".
011800     05 ARM-ADAT-STATUS       PIC X(2)  VALUE "00".
011900     05 ARM-ALAY-STATUS       PIC X(2)  VALUE "00".
012000     05 ARM-ADTE-STATUS       PIC X(2)  VALUE "00".
012100     05 ARM-IDX-STATUS        PIC X(2)  VALUE "00".
012200     05 ARM-POLICY-SW         PIC X(1)  VALUE "N".
012300         88 ARM-POLICY-OPEN             VALUE "Y".
012400         88 ARM-POLICY-DONE             VALUE "D".
012500     05 ARM-FOUND-SW          PIC X(1)  VALUE "N".
012600         88 ARM-FOUND                   VALUE "Y".
012700     05 ARM-TABLE-SW          PIC X(1)  VALUE "N".
012800         88 ARM-TABLE-OPEN              VALUE "Y".
012900     05 ARM-COPY-SW           PIC X(1)  VALUE "N".
013000         88 ARM-COPY-OK                 VALUE "Y".
013050     05 ARM-DATES-SW          PIC X(1)  VALUE "Y".
013070         88 ARM-DATES-OK                VALUE "Y".
013100     05 ARM-EOF-SW            PIC X(1)  VALUE "N".
013200         88 ARM-AT-EOF                  VALUE "Y".
013300     05 ARM-NOW-STRING        PIC X(14).
013400     05 ARM-TABLE-NAME        PIC X(32).
013500     05 ARM-DATE-COLUMN       PIC X(32).
013600     05 ARM-WHERE-TEXT        PIC X(100).
013700     05 ARM-STEM              PIC X(60).
013800     05 ARM-DATA-NAME         PIC X(64).
013900     05 ARM-LAYOUT-NAME       PIC X(64).
014000     05 ARM-DATES-NAME        PIC X(64).
014100     05 ARM-CUTOFF-DATE       PIC 9(8).
014200     05 ARM-FROM-DATE         PIC 9(8).
014300     05 ARM-TO-DATE           PIC 9(8).
014400     05 ARM-ROWS-JOURNALED    PIC S9(9) USAGE COMP.
014500     05 ARM-UNL-ROWS          PIC S9(9) USAGE COMP.
014600     05 ARM-UNL-RESULT        PIC X(1).
014700         88 ARM-UNL-OK                  VALUE "Y".
014800     05 ARM-UNL-ACTION        PIC X(5).
014900     05 ARM-STMT-ID           PIC X(38).
015000     05 ARM-ED-COUNT          PIC Z(8)9.
015100     05 ARM-ED-DELETED        PIC Z(8)9.
015200     05 ARM-ED-JOURNALED      PIC Z(8)9.
015300*
015400 01  ARM-BCALDT-AREA.
015500     05 ARM-BCD-ACTION        PIC X(4).
015600     05 ARM-BCD-APPL-ID       PIC X(8).
015700     05 ARM-BCD-PROC-DATE     PIC 9(8).
015800     05 ARM-BCD-PERIOD-END    PIC 9(8).
015900     05 ARM-BCD-CUTOFF-SW     PIC X(1).
016000     05 ARM-BCD-RESULT        PIC X(1).
016100         88 ARM-BCD-OK                  VALUE "Y".
016200*
016300 01  ARM-TBCWRT-AREA.
016400     05 ARM-TBC-ACTION        PIC X(5)  VALUE "DELTA".
016500     05 ARM-TBC-ADDED         PIC S9(9) USAGE COMP VALUE ZERO.
016600     05 ARM-TBC-CHANGED       PIC S9(9) USAGE COMP VALUE ZERO.
016700     05 ARM-TBC-DELETED       PIC S9(9) USAGE COMP VALUE ZERO.
016800     05 ARM-TBC-EOF-SW        PIC X(1).
016900*
017000 LINKAGE SECTION.
017100 01  ARM-CALLER-ACTION        PIC X(5).
017200     88 ARM-ACTION-NEXT                  VALUE "NEXT".
017300     88 ARM-ACTION-ROW                   VALUE "ROW".
017400     88 ARM-ACTION-CLOSE                 VALUE "CLOSE".
017500 01  ARM-CALLER-TABLE-NAME    PIC X(32).
017600 01  ARM-CALLER-DATE-COLUMN   PIC X(32).
017700 01  ARM-CALLER-WHERE-TEXT    PIC X(100).
017800 01  ARM-CALLER-ROW-KEY       PIC X(40).
017900 01  ARM-CALLER-ROW-IMAGE     PIC X(4000).
018000 01  ARM-CALLER-ROW-DATE      PIC 9(8).
018100 01  ARM-CALLER-ROWS-DELETED  PIC S9(9) USAGE COMP.
018200 01  ARM-CALLER-ROWS-ARCHIVED PIC S9(9) USAGE COMP.
018300 01  ARM-CALLER-EOF-SW        PIC X(1).
018400     88 ARM-CALLER-AT-EOF                VALUE "Y".
018500 01  ARM-CALLER-RESULT        PIC X(1).
018600     88 ARM-RESULT-OK                    VALUE "Y".
018700     88 ARM-RESULT-FAILED                VALUE "N".
018800*
018900 PROCEDURE DIVISION USING ARM-CALLER-ACTION
019000                          ARM-CALLER-TABLE-NAME
019100                          ARM-CALLER-DATE-COLUMN
019200                          ARM-CALLER-WHERE-TEXT
019300                          ARM-CALLER-ROW-KEY
019400                          ARM-CALLER-ROW-IMAGE
019500                          ARM-CALLER-ROW-DATE
019600                          ARM-CALLER-ROWS-DELETED
019700                          ARM-CALLER-ROWS-ARCHIVED
019800                          ARM-CALLER-EOF-SW
019900                          ARM-CALLER-RESULT.
020000*
020100*+----------------------------------------------------------+
020200*|  0000-MAINLINE                                             |
020300*+----------------------------------------------------------+
020400 0000-MAINLINE.
020500     SET ARM-RESULT-OK TO TRUE.
020600     MOVE "N" TO ARM-CALLER-EOF-SW.
020700     EVALUATE TRUE
020800         WHEN ARM-ACTION-NEXT
020900             PERFORM 1000-NEXT-TABLE THRU 1000-EXIT
021000         WHEN ARM-ACTION-ROW
021100             PERFORM 2000-ARCHIVE-ONE-ROW THRU 2000-EXIT
021200         WHEN ARM-ACTION-CLOSE
021300             PERFORM 3000-CLOSE-TABLE THRU 3000-EXIT
021400         WHEN OTHER
021500             SET ARM-RESULT-FAILED TO TRUE
021600     END-EVALUATE.
021700     GOBACK.
021800*
021900*+----------------------------------------------------------+
022000*|  1000-NEXT-TABLE - the next policy table that can be       |
022100*|  opened for archiving; a table that cannot is reported     |
022200*|  and passed over.                                          |
022300*+----------------------------------------------------------+
022400 1000-NEXT-TABLE.
022500     IF ARM-TABLE-OPEN
022600         DISPLAY "ARCMGR: NEXT BEFORE CLOSE OF " ARM-TABLE-NAME
022700         SET ARM-RESULT-FAILED TO TRUE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     IF ARM-POLICY-DONE
023100         SET ARM-CALLER-AT-EOF TO TRUE
023200         GO TO 1000-EXIT
023300     END-IF.
023400     IF NOT ARM-POLICY-OPEN
023500         OPEN INPUT POLICY-FILE
023600         IF ARM-POL-STATUS NOT = "00"
023700             DISPLAY "ARCMGR: NO ARCHIVING POLICY ON ARCPOLCY"
023800             SET ARM-POLICY-DONE TO TRUE
023900             SET ARM-CALLER-AT-EOF TO TRUE
024000             GO TO 1000-EXIT
024100         END-IF
024200         SET ARM-POLICY-OPEN TO TRUE
024300     END-IF.
024400     MOVE "N" TO ARM-FOUND-SW.
024500     PERFORM 1100-READ-ONE-POLICY THRU 1100-EXIT
024600         UNTIL ARM-FOUND OR ARM-POLICY-DONE.
024700     IF ARM-FOUND
024800         MOVE ARM-TABLE-NAME  TO ARM-CALLER-TABLE-NAME
024900         MOVE ARM-DATE-COLUMN TO ARM-CALLER-DATE-COLUMN
025000         MOVE ARM-WHERE-TEXT  TO ARM-CALLER-WHERE-TEXT
025100     ELSE
025200         SET ARM-CALLER-AT-EOF TO TRUE
025300     END-IF.
025400 1000-EXIT.
025500     EXIT.
025600*
025700 1100-READ-ONE-POLICY.
025800     READ POLICY-FILE
025900         AT END
026000             CLOSE POLICY-FILE
026100             SET ARM-POLICY-DONE TO TRUE
026200             GO TO 1100-EXIT
026300     END-READ.
026400     IF ARP-TABLE-NAME = SPACES
026500        OR ARP-DATE-COLUMN = SPACES
026600        OR ARP-ARCHIVE-DEST = SPACES
026700        OR ARP-RETAIN-BDAYS NOT NUMERIC
026800         DISPLAY "ARCMGR: INCOMPLETE POLICY FOR " ARP-TABLE-NAME
026900         GO TO 1100-EXIT
027000     END-IF.
027100     PERFORM 1200-START-TABLE THRU 1200-EXIT.
027200 1100-EXIT.
027300     EXIT.
027400*
027500*+----------------------------------------------------------+
027600*|  1200-START-TABLE - the retention cutoff from the business |
027700*|  calendar, the WHERE text, the archive names, and open     |
027800*|  the row-date list and the TBLUNL unload.                  |
027900*+----------------------------------------------------------+
028000 1200-START-TABLE.
028100     MOVE ARP-APPL-ID TO ARM-BCD-APPL-ID.
028200     IF ARM-BCD-APPL-ID = SPACES
028300         MOVE "BATCH" TO ARM-BCD-APPL-ID
028400     END-IF.
028500     MOVE "GET" TO ARM-BCD-ACTION.
028600     PERFORM 1210-CALL-BCALDT THRU 1210-EXIT.
028700     IF NOT ARM-BCD-OK
028800         DISPLAY "ARCMGR: NO BUSINESS CALENDAR FOR "
028900                 ARM-BCD-APPL-ID " - " ARP-TABLE-NAME " SKIPPED"
029000         GO TO 1200-EXIT
029100     END-IF.
029200     MOVE "BACK" TO ARM-BCD-ACTION.
029300     MOVE ARP-RETAIN-BDAYS TO ARM-BCD-PERIOD-END.
029400     PERFORM 1210-CALL-BCALDT THRU 1210-EXIT.
029500     IF NOT ARM-BCD-OK
029600         DISPLAY "ARCMGR: NO RETENTION CUTOFF FOR "
029700                 ARP-TABLE-NAME " - SKIPPED"
029800         GO TO 1200-EXIT
029900     END-IF.
030000     MOVE ARM-BCD-PROC-DATE TO ARM-CUTOFF-DATE.
030100     MOVE ARP-TABLE-NAME    TO ARM-TABLE-NAME.
030200     MOVE ARP-DATE-COLUMN   TO ARM-DATE-COLUMN.
030300     MOVE SPACES TO ARM-WHERE-TEXT.
030400     STRING ARP-DATE-COLUMN            DELIMITED BY SPACE
030500            " < '"                     DELIMITED BY SIZE
030600            ARM-CUTOFF-DATE(1:4)       DELIMITED BY SIZE
030700            "_"                        DELIMITED BY SIZE
030800            ARM-CUTOFF-DATE(5:2)       DELIMITED BY SIZE
030900            "_"                        DELIMITED BY SIZE
031000            ARM-CUTOFF-DATE(7:2)       DELIMITED BY SIZE
031100            "'"                        DELIMITED BY SIZE
031200         INTO ARM-WHERE-TEXT.
031300     MOVE FUNCTION CURRENT-DATE(1:14) TO ARM-NOW-STRING.
031400     MOVE SPACES TO ARM-STEM ARM-DATA-NAME ARM-LAYOUT-NAME
031500                    ARM-DATES-NAME.
031600     STRING ARP-ARCHIVE-DEST           DELIMITED BY SPACE
031700            "."                        DELIMITED BY SIZE
031800            ARM-NOW-STRING             DELIMITED BY SIZE
031900         INTO ARM-STEM.
032000     STRING ARM-STEM DELIMITED BY SPACE ".DAT" DELIMITED BY SIZE
032100         INTO ARM-DATA-NAME.
032200     STRING ARM-STEM DELIMITED BY SPACE ".LAY" DELIMITED BY SIZE
032300         INTO ARM-LAYOUT-NAME.
032400     STRING ARM-STEM DELIMITED BY SPACE ".DTE" DELIMITED BY SIZE
032500         INTO ARM-DATES-NAME.
032600     OPEN OUTPUT ARCHIVE-DATES.
032700     IF ARM-ADTE-STATUS NOT = "00"
032800         DISPLAY "ARCMGR: CANNOT WRITE " ARM-DATES-NAME
032900         DISPLAY "ARCMGR: " ARM-TABLE-NAME " SKIPPED"
033000         GO TO 1200-EXIT
033100     END-IF.
033200     MOVE "OPEN" TO ARM-UNL-ACTION.
033300     PERFORM 1220-CALL-TBLUNL THRU 1220-EXIT.
033400     IF NOT ARM-UNL-OK
033500         CLOSE ARCHIVE-DATES
033600         DISPLAY "ARCMGR: TBLUNL CANNOT UNLOAD "
033700                 ARM-TABLE-NAME " - SKIPPED"
033800         GO TO 1200-EXIT
033900     END-IF.
034000     MOVE ZERO TO ARM-ROWS-JOURNALED ARM-TO-DATE.
034100     MOVE 99999999 TO ARM-FROM-DATE.
034200     SET ARM-TABLE-OPEN TO TRUE.
034250     SET ARM-DATES-OK TO TRUE.
034300     SET ARM-FOUND TO TRUE.
034400 1200-EXIT.
034500     EXIT.
034600*
034700 1210-CALL-BCALDT.
034800     MOVE "N" TO ARM-BCD-RESULT.
034900     CALL "BCALDT" USING ARM-BCD-ACTION
035000                         ARM-BCD-APPL-ID
035100                         ARM-BCD-PROC-DATE
035200                         ARM-BCD-PERIOD-END
035300                         ARM-BCD-CUTOFF-SW
035400                         ARM-BCD-RESULT.
035500 1210-EXIT.
035600     EXIT.
035700*
035800 1220-CALL-TBLUNL.
035900     MOVE "N" TO ARM-UNL-RESULT.
036000     CALL "TBLUNL" USING ARM-UNL-ACTION
036100                         ARM-TABLE-NAME
036200                         ARM-WHERE-TEXT
036300                         ARM-UNL-ROWS
036400                         ARM-UNL-RESULT.
036500 1220-EXIT.
036600     EXIT.
036700*
036800*+----------------------------------------------------------+
036900*|  2000-ARCHIVE-ONE-ROW - unload the fetched row, record its |
037000*|  date and journal the delete the driver is about to issue. |
037100*+----------------------------------------------------------+
037200 2000-ARCHIVE-ONE-ROW.
037300     IF NOT ARM-TABLE-OPEN
037400         SET ARM-RESULT-FAILED TO TRUE
037500         GO TO 2000-EXIT
037600     END-IF.
037700     MOVE "ROW" TO ARM-UNL-ACTION.
037800     PERFORM 1220-CALL-TBLUNL THRU 1220-EXIT.
037900     IF NOT ARM-UNL-OK
038000         SET ARM-RESULT-FAILED TO TRUE
038100         GO TO 2000-EXIT
038200     END-IF.
038300     MOVE ARM-CALLER-ROW-DATE TO ADT-ROW-DATE.
038400     WRITE ARCHIVE-DATES-REC.
038410     IF ARM-ADTE-STATUS NOT = "00"
038420         DISPLAY "ARCMGR: CANNOT WRITE " ARM-DATES-NAME
038430                 ", STATUS " ARM-ADTE-STATUS
038440         MOVE "N" TO ARM-DATES-SW
038450         SET ARM-RESULT-FAILED TO TRUE
038460         GO TO 2000-EXIT
038470     END-IF.
038500     IF ARM-CALLER-ROW-DATE NUMERIC
038600         IF ARM-CALLER-ROW-DATE < ARM-FROM-DATE
038700             MOVE ARM-CALLER-ROW-DATE TO ARM-FROM-DATE
038800         END-IF
038900         IF ARM-CALLER-ROW-DATE > ARM-TO-DATE
039000             MOVE ARM-CALLER-ROW-DATE TO ARM-TO-DATE
039100         END-IF
039200     END-IF.
039300     MOVE "ARCMGR"       TO ARM-STMT-ID(1:6).
039400     MOVE ARM-TABLE-NAME TO ARM-STMT-ID(7:32).
039500     CALL "BIJWRT" USING ARM-STMT-ID
039600                         ARM-CALLER-ROW-KEY
039700                         ARM-CALLER-ROW-IMAGE.
039800     ADD 1 TO ARM-ROWS-JOURNALED.
039900 2000-EXIT.
040000     EXIT.
040100*
040200*+----------------------------------------------------------+
040300*|  3000-CLOSE-TABLE - close the unload, copy it to the       |
040400*|  archive, balance and index it.                           |
040500*+----------------------------------------------------------+
040600 3000-CLOSE-TABLE.
040700     IF NOT ARM-TABLE-OPEN
040800         SET ARM-RESULT-FAILED TO TRUE
040900         GO TO 3000-EXIT
041000     END-IF.
041100     MOVE "CLOSE" TO ARM-UNL-ACTION.
041200     PERFORM 1220-CALL-TBLUNL THRU 1220-EXIT.
041300     CLOSE ARCHIVE-DATES.
041400     MOVE "N" TO ARM-TABLE-SW.
041500     MOVE ARM-UNL-ROWS TO ARM-CALLER-ROWS-ARCHIVED.
041600     IF ARM-FROM-DATE > ARM-TO-DATE
041700         MOVE ZERO TO ARM-FROM-DATE ARM-TO-DATE
041800     END-IF.
041900     SET ARM-COPY-OK TO TRUE.
041910*    An archive whose row dates are not all on its .DTE file
041920*    cannot be restored by date; it fails as a bad copy does.
041930     IF NOT ARM-DATES-OK
041940         MOVE "N" TO ARM-COPY-SW
041950     END-IF.
042000     PERFORM 3100-COPY-EXTRACT THRU 3100-EXIT.
042100     IF ARM-COPY-OK
042200         PERFORM 3200-COPY-LAYOUT THRU 3200-EXIT
042300     END-IF.
042400     MOVE SPACES TO ARCIDX-RECORD.
042500     MOVE ARM-TABLE-NAME           TO ARX-TABLE-NAME.
042600     MOVE ARM-FROM-DATE            TO ARX-FROM-DATE.
042700     MOVE ARM-TO-DATE              TO ARX-TO-DATE.
042800     MOVE ARM-CUTOFF-DATE          TO ARX-CUTOFF-DATE.
042900     MOVE ARM-DATE-COLUMN          TO ARX-DATE-COLUMN.
043000     MOVE SQLRUNID                 TO ARX-RUN-ID.
043100     MOVE ARM-NOW-STRING           TO ARX-TIMESTAMP.
043200     MOVE ARM-STEM                 TO ARX-ARCHIVE-STEM.
043300     MOVE ARM-UNL-ROWS             TO ARX-ROWS-ARCHIVED.
043400     MOVE ARM-CALLER-ROWS-DELETED  TO ARX-ROWS-DELETED.
043500     EVALUATE TRUE
043600         WHEN NOT ARM-UNL-OK OR NOT ARM-COPY-OK
043700             SET ARX-COPY-FAILED TO TRUE
043800         WHEN ARM-UNL-ROWS NOT = ARM-ROWS-JOURNALED
043900           OR ARM-UNL-ROWS NOT = ARM-CALLER-ROWS-DELETED
044000             SET ARX-OUT-OF-BALANCE TO TRUE
044100         WHEN OTHER
044200             SET ARX-BALANCED TO TRUE
044300     END-EVALUATE.
044400     OPEN EXTEND ARCHIVE-INDEX.
044500     IF ARM-IDX-STATUS = "05" OR ARM-IDX-STATUS = "35"
044600         OPEN OUTPUT ARCHIVE-INDEX
044700     END-IF.
044710     IF ARM-IDX-STATUS NOT = "00"
044720         DISPLAY "ARCMGR: CANNOT WRITE ARCINDEX, STATUS "
044730                 ARM-IDX-STATUS " - " ARM-TABLE-NAME
044740                 " NOT INDEXED"
044750         SET ARM-RESULT-FAILED TO TRUE
044760         GO TO 3000-EXIT
044770     END-IF.
044800     WRITE ARCIDX-RECORD.
044810     IF ARM-IDX-STATUS NOT = "00"
044820         DISPLAY "ARCMGR: CANNOT WRITE ARCINDEX, STATUS "
044830                 ARM-IDX-STATUS " - " ARM-TABLE-NAME
044840                 " NOT INDEXED"
044850         CLOSE ARCHIVE-INDEX
044860         SET ARM-RESULT-FAILED TO TRUE
044870         GO TO 3000-EXIT
044880     END-IF.
044900     CLOSE ARCHIVE-INDEX.
045000     IF NOT ARX-BALANCED
045100         PERFORM 3300-REPORT-FAILURE THRU 3300-EXIT
045200         SET ARM-RESULT-FAILED TO TRUE
045300         GO TO 3000-EXIT
045400     END-IF.
045500     IF ARM-CALLER-ROWS-DELETED > ZERO
045600         MOVE ARM-CALLER-ROWS-DELETED TO ARM-TBC-DELETED
045700         CALL "TBCWRT" USING ARM-TBC-ACTION
045800                             ARM-TABLE-NAME
045900                             ARM-TBC-ADDED
046000                             ARM-TBC-CHANGED
046100                             ARM-TBC-DELETED
046200                             ARM-TBC-EOF-SW
046300     END-IF.
046400 3000-EXIT.
046500     EXIT.
046600*
046700*+----------------------------------------------------------+
046800*|  3100-COPY-EXTRACT - UNLDATA, trailer and all, to the      |
046900*|  archive's .DAT file.                                      |
047000*+----------------------------------------------------------+
047100 3100-COPY-EXTRACT.
047200     OPEN INPUT UNLOAD-DATA.
047300     IF ARM-UNLD-STATUS NOT = "00"
047400         MOVE "N" TO ARM-COPY-SW
047500         GO TO 3100-EXIT
047600     END-IF.
047700     OPEN OUTPUT ARCHIVE-DATA.
047800     IF ARM-ADAT-STATUS NOT = "00"
047900         CLOSE UNLOAD-DATA
048000         MOVE "N" TO ARM-COPY-SW
048100         GO TO 3100-EXIT
048200     END-IF.
048300     MOVE "N" TO ARM-EOF-SW.
048400     PERFORM 3110-COPY-ONE-DATA THRU 3110-EXIT
048500         UNTIL ARM-AT-EOF.
048600     CLOSE UNLOAD-DATA ARCHIVE-DATA.
048700 3100-EXIT.
048800     EXIT.
048900*
049000 3110-COPY-ONE-DATA.
049100     READ UNLOAD-DATA
049200         AT END
049300             SET ARM-AT-EOF TO TRUE
049400             GO TO 3110-EXIT
049500     END-READ.
049600     MOVE UNLOAD-DATA-REC TO ARCHIVE-DATA-REC.
049700     WRITE ARCHIVE-DATA-REC.
049800     IF ARM-ADAT-STATUS NOT = "00"
049900         MOVE "N" TO ARM-COPY-SW
050000         SET ARM-AT-EOF TO TRUE
050100     END-IF.
050200 3110-EXIT.
050300     EXIT.
050400*
050500*+----------------------------------------------------------+
050600*|  3200-COPY-LAYOUT - UNLLAYOT to the archive's .LAY file.   |
050700*+----------------------------------------------------------+
050800 3200-COPY-LAYOUT.
050900     OPEN INPUT UNLOAD-LAYOUT.
051000     IF ARM-ULAY-STATUS NOT = "00"
051100         MOVE "N" TO ARM-COPY-SW
051200         GO TO 3200-EXIT
051300     END-IF.
051400     OPEN OUTPUT ARCHIVE-LAYOUT.
051500     IF ARM-ALAY-STATUS NOT = "00"
051600         CLOSE UNLOAD-LAYOUT
051700         MOVE "N" TO ARM-COPY-SW
051800         GO TO 3200-EXIT
051900     END-IF.
052000     MOVE "N" TO ARM-EOF-SW.
052100     PERFORM 3210-COPY-ONE-LAYOUT THRU 3210-EXIT
052200         UNTIL ARM-AT-EOF.
052300     CLOSE UNLOAD-LAYOUT ARCHIVE-LAYOUT.
052400 3200-EXIT.
052500     EXIT.
052600*
052700 3210-COPY-ONE-LAYOUT.
052800     READ UNLOAD-LAYOUT
052900         AT END
053000             SET ARM-AT-EOF TO TRUE
053100             GO TO 3210-EXIT
053200     END-READ.
053300     MOVE UNLAY-RECORD TO ARCHIVE-LAYOUT-REC.
053400     WRITE ARCHIVE-LAYOUT-REC.
053500     IF ARM-ALAY-STATUS NOT = "00"
053600         MOVE "N" TO ARM-COPY-SW
053700         SET ARM-AT-EOF TO TRUE
053800     END-IF.
053900 3210-EXIT.
054000     EXIT.
054100*
054200*+----------------------------------------------------------+
054300*|  3300-REPORT-FAILURE - why the archive cannot stand; the   |
054400*|  driver rolls its deletes back.                            |
054500*+----------------------------------------------------------+
054600 3300-REPORT-FAILURE.
054700     IF ARX-COPY-FAILED
054800         DISPLAY "ARCMGR: ARCHIVE OF " ARM-TABLE-NAME
054900                 " NOT WRITTEN TO " ARM-STEM
055000         GO TO 3300-EXIT
055100     END-IF.
055200     MOVE ARM-UNL-ROWS            TO ARM-ED-COUNT.
055300     MOVE ARM-ROWS-JOURNALED      TO ARM-ED-JOURNALED.
055400     MOVE ARM-CALLER-ROWS-DELETED TO ARM-ED-DELETED.
055500     DISPLAY "ARCMGR: " ARM-TABLE-NAME " OUT OF BALANCE".
055600     DISPLAY "ARCMGR: ARCHIVED  " ARM-ED-COUNT.
055700     DISPLAY "ARCMGR: JOURNALED " ARM-ED-JOURNALED.
055800     DISPLAY "ARCMGR: DELETED   " ARM-ED-DELETED.
055900 3300-EXIT.
056000     EXIT.
