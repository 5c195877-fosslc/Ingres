000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * COLPRF
000400*     *
000500*     * Purpose: Column value profiler.  Reads a table unload
000600*     *          (UNLDATA) through its companion layout (UNLLAYOT,
000700*     *          see equnlay.cob), both as TBLUNL wrote them, and
000800*     *          reports per field: rows, blanks, the null rate
000900*     *          NULWRT recorded for the column on the null-check
001000*     *          file (see eqnulchk.cob), distinct values, minimum
001100*     *          and maximum, the most frequent values and the
001200*     *          most frequent character shapes (digits as 9,
001300*     *          upper case as A, lower case as a).  Where the
001400*     *          profile is clear it writes candidate data-quality
001500*     *          rules (see eqdqrule.cob) to DQPROPS:
001600*     *              N - not blank, when no row is blank and the
001700*     *                  null-check file saw no nulls either
001800*     *              D - domain, when the column holds ten or
001900*     *                  fewer distinct values (a blank counting
002000*     *                  as one)
002100*     *              R - range from the observed bounds, when the
002200*     *                  column is never blank and is all digits
002300*     *                  or holds a single character shape
002400*     *          Proposals are only that: a data steward reviews
002500*     *          them and keys the ones wanted through CTLMNT.
002600*     *          Nothing here touches DQRULES.
002700*     *
002800*     * Notes:  Values are profiled on their first 20 bytes, the
002900*     *          width of a rule bound; a wider field gets no
003000*     *          domain or range proposal.  Fields TBLUNL carries
003100*     *          as raw bytes (anything but CHAR, VARCHAR and
003200*     *          INTEGER) are profiled for blanks and nulls only.
003300*     *          Up to 50 distinct values and 10 shapes are kept
003400*     *          per field.  A field with fewer than
003500*     *          CPF-MIN-ROWS rows is reported but not proposed.
003600*     *          Because TBLUNL unloads a null as spaces, the
003700*     *          unload's blank rate can never honestly be below
003800*     *          the null-check file's null rate; a column where
003900*     *          it is gets a note on the report.
004000*     *
004100 PROGRAM-ID.     COLPRF.
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
005400     SELECT PROFILE-LAYOUT ASSIGN TO "UNLLAYOT"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CPF-LAYOUT-STATUS.
005700     SELECT PROFILE-DATA ASSIGN TO "UNLDATA"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CPF-DATA-STATUS.
006000     SELECT NULCHK-FILE ASSIGN TO "NULCHK"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CPF-NUL-STATUS.
006300     SELECT PROPOSAL-FILE ASSIGN TO "DQPROPS"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CPF-PRP-STATUS.
006600     SELECT PROFILE-REPORT ASSIGN TO "PROFRPT"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS CPF-RPT-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PROFILE-LAYOUT
007300     RECORDING MODE IS F.
007400 COPY "equnlay.cob".
007500*
007600 FD  PROFILE-DATA
007700     RECORDING MODE IS F.
007800 01  PROFILE-DATA-REC         PIC X(4000).
007900*
008000 FD  NULCHK-FILE
008100     RECORDING MODE IS F.
008200 01  NULCHK-REC               PIC X(77).
008300*
008400 FD  PROPOSAL-FILE
008500     RECORDING MODE IS F.
008600 COPY "eqdqrule.cob".
008700*
008800 FD  PROFILE-REPORT
008900     RECORDING MODE IS F.
009000 01  PROFILE-LINE             PIC X(132).
009100*
009200 WORKING-STORAGE SECTION.
009300 COPY "eqnulchk.cob".
009400*
009500 01  CPF-WORK-AREA.
009600     05 CPF-LAYOUT-STATUS     PIC X(2)  VALUE "00".
009700     05 CPF-DATA-STATUS       PIC X(2)  VALUE "00".
009800     05 CPF-NUL-STATUS        PIC X(2)  VALUE "00".
009900     05 CPF-PRP-STATUS        PIC X(2)  VALUE "00".
010000     05 CPF-RPT-STATUS        PIC X(2)  VALUE "00".
010100     05 CPF-EOF-SW            PIC X(1)  VALUE "N".
010200         88 CPF-AT-EOF                  VALUE "Y".
010300     05 CPF-NULCHK-SW         PIC X(1)  VALUE "N".
010400         88 CPF-NULCHK-READ             VALUE "Y".
010500     05 CPF-FOUND-SW          PIC X(1).
010600         88 CPF-FOUND                   VALUE "Y".
010700     05 CPF-NUMERIC-SW        PIC X(1).
010800         88 CPF-VALUE-NUMERIC           VALUE "Y".
010900     05 CPF-MIN-ROWS          PIC S9(9) USAGE COMP VALUE 30.
011000     05 CPF-TABLE-NAME        PIC X(32) VALUE SPACES.
011100     05 CPF-NOW-STRING        PIC X(14).
011200     05 CPF-FIELD-COUNT       PIC S9(4) USAGE COMP VALUE ZERO.
011300     05 CPF-FIELDS-DROPPED    PIC S9(4) USAGE COMP VALUE ZERO.
011400     05 CPF-SUB               PIC S9(4) USAGE COMP.
011500     05 CPF-VAL-SUB           PIC S9(4) USAGE COMP.
011600     05 CPF-SHP-SUB           PIC S9(4) USAGE COMP.
011700     05 CPF-TOP-SUB           PIC S9(4) USAGE COMP.
011800     05 CPF-BEST-SUB          PIC S9(4) USAGE COMP.
011900     05 CPF-BEST-FREQ         PIC S9(9) USAGE COMP.
012000     05 CPF-DOMAIN-COUNT      PIC S9(4) USAGE COMP.
012100     05 CPF-VALUE-LEN         PIC S9(4) USAGE COMP.
012200     05 CPF-ROW-COUNT         PIC S9(9) USAGE COMP VALUE ZERO.
012300     05 CPF-FIELD-ROWS        PIC S9(9) USAGE COMP.
012400     05 CPF-PROPOSALS         PIC S9(9) USAGE COMP VALUE ZERO.
012500     05 CPF-VALUE             PIC X(20).
012600     05 CPF-SHAPE             PIC X(20).
012700     05 CPF-SCAN-WORK         PIC X(20).
012800     05 CPF-NUM-VALUE         PIC 9(18).
012900     05 CPF-BLANK-PCT         PIC 9(3)V9.
013000     05 CPF-NULL-PCT          PIC 9(3)V9.
013100     05 CPF-ED-COUNT          PIC Z(8)9.
013200     05 CPF-ED-COUNT-2        PIC Z(8)9.
013300     05 CPF-ED-PCT            PIC ZZ9.9.
013400     05 CPF-ED-PCT-2          PIC ZZ9.9.
013500     05 CPF-ED-OFFSET         PIC Z(4)9.
013600     05 CPF-ED-LENGTH         PIC Z(4)9.
013700     05 CPF-ED-SMALL          PIC Z9.
013800     05 CPF-NOTE              PIC X(100).
013900*
014000 01  CPF-FIELD-TABLE.
014100     05 CPF-FIELD-ROW OCCURS 100 TIMES.
014200         10 CPF-FLD-NAME          PIC X(32).
014300         10 CPF-FLD-TYPE-NAME     PIC X(12).
014400         10 CPF-FLD-OFFSET        PIC S9(9) USAGE COMP.
014500         10 CPF-FLD-LENGTH        PIC S9(9) USAGE COMP.
014600         10 CPF-FLD-PROFILE-SW    PIC X(1).
014700             88 CPF-FLD-PROFILED            VALUE "Y".
014800         10 CPF-FLD-BLANKS        PIC S9(9) USAGE COMP.
014900         10 CPF-FLD-FILLED        PIC S9(9) USAGE COMP.
015000         10 CPF-FLD-NULL-ROWS     PIC S9(9) USAGE COMP.
015100         10 CPF-FLD-NULLS         PIC S9(9) USAGE COMP.
015200         10 CPF-FLD-NUMERIC-SW    PIC X(1).
015300             88 CPF-FLD-ALL-NUMERIC         VALUE "Y".
015400         10 CPF-FLD-TXT-MIN       PIC X(20).
015500         10 CPF-FLD-TXT-MAX       PIC X(20).
015600         10 CPF-FLD-NUM-MIN       PIC 9(18).
015700         10 CPF-FLD-NUM-MAX       PIC 9(18).
015800         10 CPF-FLD-NUM-MIN-TEXT  PIC X(20).
015900         10 CPF-FLD-NUM-MAX-TEXT  PIC X(20).
016000         10 CPF-FLD-VAL-COUNT     PIC S9(4) USAGE COMP.
016100         10 CPF-FLD-VAL-OVER-SW   PIC X(1).
016200             88 CPF-FLD-VALUES-OVERFLOW     VALUE "Y".
016300         10 CPF-FLD-VALUE OCCURS 50 TIMES.
016400             15 CPF-VAL-TEXT      PIC X(20).
016500             15 CPF-VAL-FREQ      PIC S9(9) USAGE COMP.
016600         10 CPF-FLD-SHAPE-COUNT   PIC S9(4) USAGE COMP.
016700         10 CPF-FLD-SHAPE-OTHER   PIC S9(9) USAGE COMP.
016800         10 CPF-FLD-SHAPE OCCURS 10 TIMES.
016900             15 CPF-SHP-TEXT      PIC X(20).
017000             15 CPF-SHP-FREQ      PIC S9(9) USAGE COMP.
017100*
017200*    Work copies of one field's frequencies, zeroed as each
017300*    most-frequent entry is picked for the report.
017400 01  CPF-PICK-AREA.
017500     05 CPF-PICK-VAL-FREQ     PIC S9(9) USAGE COMP
017600                              OCCURS 50 TIMES.
017700     05 CPF-PICK-SHP-FREQ     PIC S9(9) USAGE COMP
017800                              OCCURS 10 TIMES.
017900     05 CPF-TOP-VAL-SUB       PIC S9(4) USAGE COMP
018000                              OCCURS 5 TIMES.
018100     05 CPF-TOP-SHP-SUB       PIC S9(4) USAGE COMP
018200                              OCCURS 5 TIMES.
018300*
018400 PROCEDURE DIVISION.
018500*
018600*+----------------------------------------------------------+
018700*|  0000-MAINLINE                                             |
018800*+----------------------------------------------------------+
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     MOVE "N" TO CPF-EOF-SW.
019200     PERFORM 2000-PROFILE-ONE-RECORD THRU 2000-EXIT
019300         UNTIL CPF-AT-EOF.
019400     PERFORM 3000-REPORT-AND-PROPOSE THRU 3000-EXIT.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600     STOP RUN.
019700*
019800*+----------------------------------------------------------+
019900*|  1000-INITIALIZE - load the layout, open the unload and    |
020000*|  the outputs, and gather the null-check counts.            |
020100*+----------------------------------------------------------+
020200 1000-INITIALIZE.
020300     MOVE FUNCTION CURRENT-DATE(1:14) TO CPF-NOW-STRING.
020400     INITIALIZE CPF-FIELD-TABLE.
020500     OPEN INPUT PROFILE-LAYOUT.
020600     IF CPF-LAYOUT-STATUS NOT = "00"
020700         DISPLAY "COLPRF: CANNOT OPEN UNLLAYOT, STATUS "
020800             CPF-LAYOUT-STATUS
020900         MOVE 12 TO RETURN-CODE
021000         STOP RUN
021100     END-IF.
021200     MOVE "N" TO CPF-EOF-SW.
021300     PERFORM 1100-LOAD-ONE-LAYOUT-REC THRU 1100-EXIT
021400         UNTIL CPF-AT-EOF.
021500     CLOSE PROFILE-LAYOUT.
021600     IF CPF-FIELD-COUNT = ZERO
021700         DISPLAY "COLPRF: UNLLAYOT DESCRIBES NO FIELDS"
021800         MOVE 12 TO RETURN-CODE
021900         STOP RUN
022000     END-IF.
022100     IF CPF-FIELDS-DROPPED > ZERO
022200         DISPLAY "COLPRF: MORE THAN 100 FIELDS - REST IGNORED"
022300     END-IF.
022400     OPEN INPUT PROFILE-DATA.
022500     IF CPF-DATA-STATUS NOT = "00"
022600         DISPLAY "COLPRF: CANNOT OPEN UNLDATA, STATUS "
022700             CPF-DATA-STATUS
022800         MOVE 12 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     OPEN OUTPUT PROPOSAL-FILE.
023110     IF CPF-PRP-STATUS NOT = "00"
023120         DISPLAY "COLPRF: CANNOT OPEN DQPROPS, STATUS "
023130             CPF-PRP-STATUS
023140         MOVE 12 TO RETURN-CODE
023150         STOP RUN
023160     END-IF.
023200     OPEN OUTPUT PROFILE-REPORT.
023210     IF CPF-RPT-STATUS NOT = "00"
023220         DISPLAY "COLPRF: CANNOT OPEN PROFRPT, STATUS "
023230             CPF-RPT-STATUS
023240         MOVE 12 TO RETURN-CODE
023250         STOP RUN
023260     END-IF.
023300     PERFORM 1200-LOAD-NULL-COUNTS THRU 1200-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600*
023700*+----------------------------------------------------------+
023800*|  1100-LOAD-ONE-LAYOUT-REC - the header names the table;    |
023900*|  each field record places one field.  TBLUNL edits CHAR,   |
024000*|  VARCHAR and INTEGER to display form - only those are      |
024100*|  profiled value by value.                                  |
024200*+----------------------------------------------------------+
024300 1100-LOAD-ONE-LAYOUT-REC.
024400     READ PROFILE-LAYOUT
024500         AT END SET CPF-AT-EOF TO TRUE
024600     END-READ.
024700     IF CPF-AT-EOF
024800         GO TO 1100-EXIT
024900     END-IF.
025000     IF ULY-HEADER-REC
025100         MOVE ULY-TABLE-NAME TO CPF-TABLE-NAME
025200         GO TO 1100-EXIT
025300     END-IF.
025400     IF NOT ULY-FIELD-REC
025500         GO TO 1100-EXIT
025600     END-IF.
025700     IF CPF-FIELD-COUNT NOT < 100
025800         ADD 1 TO CPF-FIELDS-DROPPED
025900         GO TO 1100-EXIT
026000     END-IF.
026100     ADD 1 TO CPF-FIELD-COUNT.
026200     MOVE CPF-FIELD-COUNT TO CPF-SUB.
026300     MOVE ULY-FIELD-NAME TO CPF-FLD-NAME(CPF-SUB).
026400     MOVE ULY-TYPE-NAME  TO CPF-FLD-TYPE-NAME(CPF-SUB).
026500     MOVE ULY-OFFSET     TO CPF-FLD-OFFSET(CPF-SUB).
026600     MOVE ULY-LENGTH     TO CPF-FLD-LENGTH(CPF-SUB).
026700     MOVE "N" TO CPF-FLD-PROFILE-SW(CPF-SUB).
026800     IF ULY-SQLTYPE = 20 OR ULY-SQLTYPE = 21 OR ULY-SQLTYPE = 30
026900         SET CPF-FLD-PROFILED(CPF-SUB) TO TRUE
027000     END-IF.
027100     SET CPF-FLD-ALL-NUMERIC(CPF-SUB) TO TRUE.
027200     MOVE "N" TO CPF-FLD-VAL-OVER-SW(CPF-SUB).
027300 1100-EXIT.
027400     EXIT.
027500*
027600*+----------------------------------------------------------+
027700*|  1200-LOAD-NULL-COUNTS - every null-check record for this  |
027800*|  table adds to its column's rows-checked and null counts.  |
027900*|  The file is optional; without it no null rate is shown.   |
028000*+----------------------------------------------------------+
028100 1200-LOAD-NULL-COUNTS.
028200     OPEN INPUT NULCHK-FILE.
028300     IF CPF-NUL-STATUS NOT = "00"
028400         GO TO 1200-EXIT
028500     END-IF.
028600     SET CPF-NULCHK-READ TO TRUE.
028700     MOVE "N" TO CPF-EOF-SW.
028800     PERFORM 1210-ONE-NULL-RECORD THRU 1210-EXIT
028900         UNTIL CPF-AT-EOF.
029000     CLOSE NULCHK-FILE.
029100 1200-EXIT.
029200     EXIT.
029300*
029400 1210-ONE-NULL-RECORD.
029500     READ NULCHK-FILE INTO NULCHK-RECORD
029600         AT END SET CPF-AT-EOF TO TRUE
029700     END-READ.
029800     IF CPF-AT-EOF
029900         GO TO 1210-EXIT
030000     END-IF.
030100     IF NUL-TABLE-NAME NOT = CPF-TABLE-NAME(1:30)
030200         GO TO 1210-EXIT
030300     END-IF.
030400     MOVE "N" TO CPF-FOUND-SW.
030500     PERFORM 1220-MATCH-NULL-COLUMN THRU 1220-EXIT
030600         VARYING CPF-SUB FROM 1 BY 1
030700         UNTIL CPF-SUB > CPF-FIELD-COUNT
030800            OR CPF-FOUND.
030900 1210-EXIT.
031000     EXIT.
031100*
031200 1220-MATCH-NULL-COLUMN.
031300     IF CPF-FLD-NAME(CPF-SUB)(1:30) NOT = NUL-COLUMN-NAME
031400         GO TO 1220-EXIT
031500     END-IF.
031600     SET CPF-FOUND TO TRUE.
031700     ADD 1 TO CPF-FLD-NULL-ROWS(CPF-SUB).
031800     IF NUL-WAS-NULL
031900         ADD 1 TO CPF-FLD-NULLS(CPF-SUB)
032000     END-IF.
032100 1220-EXIT.
032200     EXIT.
032300*
032400*+----------------------------------------------------------+
032500*|  2000-PROFILE-ONE-RECORD - read the next unload record     |
032600*|  and profile each field of it.  The control-total trailer  |
032700*|  TBLUNL writes last is not data.                           |
032800*+----------------------------------------------------------+
032900 2000-PROFILE-ONE-RECORD.
033000     READ PROFILE-DATA
033100         AT END
033200             SET CPF-AT-EOF TO TRUE
033300             GO TO 2000-EXIT
033400     END-READ.
033500     IF PROFILE-DATA-REC(1:3) = "TRL"
033600         GO TO 2000-EXIT
033700     END-IF.
033800     ADD 1 TO CPF-ROW-COUNT.
033900     PERFORM 2100-PROFILE-ONE-FIELD THRU 2100-EXIT
034000         VARYING CPF-SUB FROM 1 BY 1
034100         UNTIL CPF-SUB > CPF-FIELD-COUNT.
034200 2000-EXIT.
034300     EXIT.
034400*
034500 2100-PROFILE-ONE-FIELD.
034600     IF PROFILE-DATA-REC(CPF-FLD-OFFSET(CPF-SUB):
034700                         CPF-FLD-LENGTH(CPF-SUB)) = SPACES
034800         ADD 1 TO CPF-FLD-BLANKS(CPF-SUB)
034900         GO TO 2100-EXIT
035000     END-IF.
035100     ADD 1 TO CPF-FLD-FILLED(CPF-SUB).
035200     IF NOT CPF-FLD-PROFILED(CPF-SUB)
035300         GO TO 2100-EXIT
035400     END-IF.
035500     MOVE CPF-FLD-LENGTH(CPF-SUB) TO CPF-VALUE-LEN.
035600     IF CPF-VALUE-LEN > 20
035700         MOVE 20 TO CPF-VALUE-LEN
035800     END-IF.
035900     MOVE SPACES TO CPF-VALUE.
036000     MOVE PROFILE-DATA-REC(CPF-FLD-OFFSET(CPF-SUB):CPF-VALUE-LEN)
036100         TO CPF-VALUE.
036200     PERFORM 2200-TRACK-BOUNDS THRU 2200-EXIT.
036300     PERFORM 2300-COUNT-VALUE THRU 2300-EXIT.
036400     PERFORM 2400-COUNT-SHAPE THRU 2400-EXIT.
036500 2100-EXIT.
036600     EXIT.
036700*
036800*+----------------------------------------------------------+
036900*|  2200-TRACK-BOUNDS - text bounds always; numeric bounds    |
037000*|  while every value so far is digits, compared the way      |
037100*|  DQCHK compares a range (see eqdqchk.cob).                 |
037200*+----------------------------------------------------------+
037300 2200-TRACK-BOUNDS.
037400     IF CPF-FLD-FILLED(CPF-SUB) = 1
037500         MOVE CPF-VALUE TO CPF-FLD-TXT-MIN(CPF-SUB)
037600                           CPF-FLD-TXT-MAX(CPF-SUB)
037700     END-IF.
037800     IF CPF-VALUE < CPF-FLD-TXT-MIN(CPF-SUB)
037900         MOVE CPF-VALUE TO CPF-FLD-TXT-MIN(CPF-SUB)
038000     END-IF.
038100     IF CPF-VALUE > CPF-FLD-TXT-MAX(CPF-SUB)
038200         MOVE CPF-VALUE TO CPF-FLD-TXT-MAX(CPF-SUB)
038300     END-IF.
038400     IF NOT CPF-FLD-ALL-NUMERIC(CPF-SUB)
038500         GO TO 2200-EXIT
038600     END-IF.
038700     SET CPF-VALUE-NUMERIC TO TRUE.
038800     IF CPF-FLD-LENGTH(CPF-SUB) > 18
038900         MOVE "N" TO CPF-NUMERIC-SW
039000     ELSE
039100         MOVE CPF-VALUE TO CPF-SCAN-WORK
039200         INSPECT CPF-SCAN-WORK
039300             REPLACING ALL "0" BY SPACE  ALL "1" BY SPACE
039400                       ALL "2" BY SPACE  ALL "3" BY SPACE
039500                       ALL "4" BY SPACE  ALL "5" BY SPACE
039600                       ALL "6" BY SPACE  ALL "7" BY SPACE
039700                       ALL "8" BY SPACE  ALL "9" BY SPACE
039800         IF CPF-SCAN-WORK NOT = SPACES
039900             MOVE "N" TO CPF-NUMERIC-SW
040000         END-IF
040100     END-IF.
040200     IF NOT CPF-VALUE-NUMERIC
040300         MOVE "N" TO CPF-FLD-NUMERIC-SW(CPF-SUB)
040400         GO TO 2200-EXIT
040500     END-IF.
040600     COMPUTE CPF-NUM-VALUE = FUNCTION NUMVAL(CPF-VALUE).
040700     IF CPF-FLD-FILLED(CPF-SUB) = 1
040800        OR CPF-NUM-VALUE < CPF-FLD-NUM-MIN(CPF-SUB)
040900         MOVE CPF-NUM-VALUE TO CPF-FLD-NUM-MIN(CPF-SUB)
041000         MOVE CPF-VALUE     TO CPF-FLD-NUM-MIN-TEXT(CPF-SUB)
041100     END-IF.
041200     IF CPF-FLD-FILLED(CPF-SUB) = 1
041300        OR CPF-NUM-VALUE > CPF-FLD-NUM-MAX(CPF-SUB)
041400         MOVE CPF-NUM-VALUE TO CPF-FLD-NUM-MAX(CPF-SUB)
041500         MOVE CPF-VALUE     TO CPF-FLD-NUM-MAX-TEXT(CPF-SUB)
041600     END-IF.
041700 2200-EXIT.
041800     EXIT.
041900*
042000*+----------------------------------------------------------+
042100*|  2300-COUNT-VALUE - bump the value's frequency, adding it  |
042200*|  while there is room; past 50 distinct values the field   |
042300*|  is only marked as having more.                            |
042400*+----------------------------------------------------------+
042500 2300-COUNT-VALUE.
042600     MOVE "N" TO CPF-FOUND-SW.
042700     PERFORM 2310-MATCH-ONE-VALUE THRU 2310-EXIT
042800         VARYING CPF-VAL-SUB FROM 1 BY 1
042900         UNTIL CPF-VAL-SUB > CPF-FLD-VAL-COUNT(CPF-SUB)
043000            OR CPF-FOUND.
043100     IF CPF-FOUND
043200         GO TO 2300-EXIT
043300     END-IF.
043400     IF CPF-FLD-VAL-COUNT(CPF-SUB) NOT < 50
043500         SET CPF-FLD-VALUES-OVERFLOW(CPF-SUB) TO TRUE
043600         GO TO 2300-EXIT
043700     END-IF.
043800     ADD 1 TO CPF-FLD-VAL-COUNT(CPF-SUB).
043900     MOVE CPF-FLD-VAL-COUNT(CPF-SUB) TO CPF-VAL-SUB.
044000     MOVE CPF-VALUE TO CPF-VAL-TEXT(CPF-SUB CPF-VAL-SUB).
044100     MOVE 1         TO CPF-VAL-FREQ(CPF-SUB CPF-VAL-SUB).
044200 2300-EXIT.
044300     EXIT.
044400*
044500 2310-MATCH-ONE-VALUE.
044600     IF CPF-VAL-TEXT(CPF-SUB CPF-VAL-SUB) = CPF-VALUE
044700         SET CPF-FOUND TO TRUE
044800         ADD 1 TO CPF-VAL-FREQ(CPF-SUB CPF-VAL-SUB)
044900     END-IF.
045000 2310-EXIT.
045100     EXIT.
045200*
045300*+----------------------------------------------------------+
045400*|  2400-COUNT-SHAPE - reduce the value to its character      |
045500*|  shape and count it; shapes past the tenth are counted     |
045600*|  together as other.                                        |
045700*+----------------------------------------------------------+
045800 2400-COUNT-SHAPE.
045900     MOVE CPF-VALUE TO CPF-SHAPE.
046000     INSPECT CPF-SHAPE
046100         CONVERTING "0123456789"
046200                 TO "9999999999".
046300     INSPECT CPF-SHAPE
046400         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
046500                 TO "AAAAAAAAAAAAAAAAAAAAAAAAAA".
046600     INSPECT CPF-SHAPE
046700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
046800                 TO "aaaaaaaaaaaaaaaaaaaaaaaaaa".
046900     MOVE "N" TO CPF-FOUND-SW.
047000     PERFORM 2410-MATCH-ONE-SHAPE THRU 2410-EXIT
047100         VARYING CPF-SHP-SUB FROM 1 BY 1
047200         UNTIL CPF-SHP-SUB > CPF-FLD-SHAPE-COUNT(CPF-SUB)
047300            OR CPF-FOUND.
047400     IF CPF-FOUND
047500         GO TO 2400-EXIT
047600     END-IF.
047700     IF CPF-FLD-SHAPE-COUNT(CPF-SUB) NOT < 10
047800         ADD 1 TO CPF-FLD-SHAPE-OTHER(CPF-SUB)
047900         GO TO 2400-EXIT
048000     END-IF.
048100     ADD 1 TO CPF-FLD-SHAPE-COUNT(CPF-SUB).
048200     MOVE CPF-FLD-SHAPE-COUNT(CPF-SUB) TO CPF-SHP-SUB.
048300     MOVE CPF-SHAPE TO CPF-SHP-TEXT(CPF-SUB CPF-SHP-SUB).
048400     MOVE 1         TO CPF-SHP-FREQ(CPF-SUB CPF-SHP-SUB).
048500 2400-EXIT.
048600     EXIT.
048700*
048800 2410-MATCH-ONE-SHAPE.
048900     IF CPF-SHP-TEXT(CPF-SUB CPF-SHP-SUB) = CPF-SHAPE
049000         SET CPF-FOUND TO TRUE
049100         ADD 1 TO CPF-SHP-FREQ(CPF-SUB CPF-SHP-SUB)
049200     END-IF.
049300 2410-EXIT.
049400     EXIT.
049500*
049600*+----------------------------------------------------------+
049700*|  3000-REPORT-AND-PROPOSE - one report block per field,     |
049800*|  with any candidate rules written alongside.               |
049900*+----------------------------------------------------------+
050000 3000-REPORT-AND-PROPOSE.
050100     MOVE SPACES TO PROFILE-LINE.
050200     MOVE CPF-ROW-COUNT TO CPF-ED-COUNT.
050300     STRING "COLUMN VALUE PROFILE - TABLE " DELIMITED BY SIZE
050400            CPF-TABLE-NAME                  DELIMITED BY SPACE
050500            "  ROWS "                       DELIMITED BY SIZE
050600            CPF-ED-COUNT                    DELIMITED BY SIZE
050700            "  RUN "                        DELIMITED BY SIZE
050800            CPF-NOW-STRING(1:8)             DELIMITED BY SIZE
050900         INTO PROFILE-LINE.
051000     WRITE PROFILE-LINE.
051100     IF NOT CPF-NULCHK-READ
051200         MOVE "NO NULL-CHECK FILE - NULL RATES NOT SHOWN"
051300             TO PROFILE-LINE
051400         WRITE PROFILE-LINE
051500     END-IF.
051600     PERFORM 3100-REPORT-ONE-FIELD THRU 3100-EXIT
051700         VARYING CPF-SUB FROM 1 BY 1
051800         UNTIL CPF-SUB > CPF-FIELD-COUNT.
051900     MOVE SPACES TO PROFILE-LINE.
052000     WRITE PROFILE-LINE.
052100     MOVE CPF-PROPOSALS TO CPF-ED-COUNT.
052200     STRING CPF-ED-COUNT                    DELIMITED BY SIZE
052300            " CANDIDATE RULES ON DQPROPS - FOR STEWARD REVIEW, "
052400                                            DELIMITED BY SIZE
052500            "TO BE KEYED THROUGH CTLMNT"    DELIMITED BY SIZE
052600         INTO PROFILE-LINE.
052700     WRITE PROFILE-LINE.
052800 3000-EXIT.
052900     EXIT.
053000*
053100 3100-REPORT-ONE-FIELD.
053200     COMPUTE CPF-FIELD-ROWS =
053300         CPF-FLD-BLANKS(CPF-SUB) + CPF-FLD-FILLED(CPF-SUB).
053400     MOVE SPACES TO PROFILE-LINE.
053500     WRITE PROFILE-LINE.
053600     MOVE CPF-FLD-OFFSET(CPF-SUB) TO CPF-ED-OFFSET.
053700     MOVE CPF-FLD-LENGTH(CPF-SUB) TO CPF-ED-LENGTH.
053800     STRING "FIELD "                        DELIMITED BY SIZE
053900            CPF-FLD-NAME(CPF-SUB)           DELIMITED BY SIZE
054000            " "                             DELIMITED BY SIZE
054100            CPF-FLD-TYPE-NAME(CPF-SUB)      DELIMITED BY SIZE
054200            " OFFSET "                      DELIMITED BY SIZE
054300            CPF-ED-OFFSET                   DELIMITED BY SIZE
054400            " LENGTH "                      DELIMITED BY SIZE
054500            CPF-ED-LENGTH                   DELIMITED BY SIZE
054600         INTO PROFILE-LINE.
054700     WRITE PROFILE-LINE.
054800     PERFORM 3200-PRINT-RATES THRU 3200-EXIT.
054900     IF NOT CPF-FLD-PROFILED(CPF-SUB)
055000         MOVE "  CARRIED RAW - BLANK AND NULL RATES ONLY"
055100             TO PROFILE-LINE
055200         WRITE PROFILE-LINE
055300     ELSE
055400         IF CPF-FLD-FILLED(CPF-SUB) > ZERO
055500             PERFORM 3300-PRINT-BOUNDS THRU 3300-EXIT
055600             PERFORM 3400-PRINT-TOP-ENTRIES THRU 3400-EXIT
055700         END-IF
055800     END-IF.
055900     PERFORM 3500-PROPOSE-RULES THRU 3500-EXIT.
056000     IF CPF-NOTE NOT = SPACES
056100         MOVE CPF-NOTE TO PROFILE-LINE
056200         WRITE PROFILE-LINE
056300     END-IF.
056400 3100-EXIT.
056500     EXIT.
056600*
056700*+----------------------------------------------------------+
056800*|  3200-PRINT-RATES - rows, blanks, nulls and distinct       |
056900*|  values, with the null-check cross-check.                  |
057000*+----------------------------------------------------------+
057100 3200-PRINT-RATES.
057200     MOVE ZERO TO CPF-BLANK-PCT CPF-NULL-PCT.
057300     IF CPF-FIELD-ROWS > ZERO
057400         COMPUTE CPF-BLANK-PCT ROUNDED =
057500             (CPF-FLD-BLANKS(CPF-SUB) * 100) / CPF-FIELD-ROWS
057600     END-IF.
057700     IF CPF-FLD-NULL-ROWS(CPF-SUB) > ZERO
057800         COMPUTE CPF-NULL-PCT ROUNDED =
057900             (CPF-FLD-NULLS(CPF-SUB) * 100) /
058000              CPF-FLD-NULL-ROWS(CPF-SUB)
058100     END-IF.
058200     MOVE SPACES TO PROFILE-LINE.
058300     MOVE CPF-FLD-BLANKS(CPF-SUB) TO CPF-ED-COUNT.
058400     MOVE CPF-BLANK-PCT           TO CPF-ED-PCT.
058500     STRING "  BLANK "                      DELIMITED BY SIZE
058600            CPF-ED-COUNT                    DELIMITED BY SIZE
058700            " ("                            DELIMITED BY SIZE
058800            CPF-ED-PCT                      DELIMITED BY SIZE
058900            "%)"                            DELIMITED BY SIZE
059000         INTO PROFILE-LINE.
059100     IF CPF-FLD-NULL-ROWS(CPF-SUB) = ZERO
059200         MOVE "  NULL NOT CHECKED" TO PROFILE-LINE(35:18)
059300     ELSE
059400         MOVE CPF-NULL-PCT               TO CPF-ED-PCT-2
059500         MOVE CPF-FLD-NULL-ROWS(CPF-SUB) TO CPF-ED-COUNT-2
059600         STRING "  NULL "                DELIMITED BY SIZE
059700                CPF-ED-PCT-2             DELIMITED BY SIZE
059800                "% OF "                  DELIMITED BY SIZE
059900                CPF-ED-COUNT-2           DELIMITED BY SIZE
060000                " CHECKED"               DELIMITED BY SIZE
060100             INTO PROFILE-LINE(35:40)
060200     END-IF.
060300     IF CPF-FLD-PROFILED(CPF-SUB)
060400         IF CPF-FLD-VALUES-OVERFLOW(CPF-SUB)
060500             MOVE "  DISTINCT OVER 50" TO PROFILE-LINE(75:18)
060600         ELSE
060700             MOVE CPF-FLD-VAL-COUNT(CPF-SUB) TO CPF-ED-SMALL
060800             STRING "  DISTINCT "        DELIMITED BY SIZE
060900                    CPF-ED-SMALL         DELIMITED BY SIZE
061000                 INTO PROFILE-LINE(75:13)
061100         END-IF
061200     END-IF.
061300     WRITE PROFILE-LINE.
061400*    A null unloads as spaces, so the unload must show at least
061500*    as many blanks, proportionally, as the null-check saw nulls.
061600     IF CPF-FLD-NULL-ROWS(CPF-SUB) > ZERO
061700        AND CPF-NULL-PCT > CPF-BLANK-PCT
061800         MOVE "  NOTE: NULL CHECK SHOWS MORE NULLS THAN BLANKS"
061900             TO PROFILE-LINE
062000         WRITE PROFILE-LINE
062100     END-IF.
062200 3200-EXIT.
062300     EXIT.
062400*
062500 3300-PRINT-BOUNDS.
062600     MOVE SPACES TO PROFILE-LINE.
062700     IF CPF-FLD-ALL-NUMERIC(CPF-SUB)
062800         STRING "  MIN "                       DELIMITED BY SIZE
062900                CPF-FLD-NUM-MIN-TEXT(CPF-SUB)  DELIMITED BY SIZE
063000                "  MAX "                       DELIMITED BY SIZE
063100                CPF-FLD-NUM-MAX-TEXT(CPF-SUB)  DELIMITED BY SIZE
063200                "  (NUMERIC)"                  DELIMITED BY SIZE
063300             INTO PROFILE-LINE
063400     ELSE
063500         STRING "  MIN "                       DELIMITED BY SIZE
063600                CPF-FLD-TXT-MIN(CPF-SUB)       DELIMITED BY SIZE
063700                "  MAX "                       DELIMITED BY SIZE
063800                CPF-FLD-TXT-MAX(CPF-SUB)       DELIMITED BY SIZE
063900                "  (TEXT)"                     DELIMITED BY SIZE
064000             INTO PROFILE-LINE
064100     END-IF.
064200     WRITE PROFILE-LINE.
064300 3300-EXIT.
064400     EXIT.
064500*
064600*+----------------------------------------------------------+
064700*|  3400-PRINT-TOP-ENTRIES - the five most frequent values    |
064800*|  beside the five most frequent shapes.                     |
064900*+----------------------------------------------------------+
065000 3400-PRINT-TOP-ENTRIES.
065100     INITIALIZE CPF-PICK-AREA.
065200     PERFORM 3410-COPY-ONE-VAL-FREQ THRU 3410-EXIT
065300         VARYING CPF-VAL-SUB FROM 1 BY 1
065400         UNTIL CPF-VAL-SUB > CPF-FLD-VAL-COUNT(CPF-SUB).
065500     PERFORM 3420-COPY-ONE-SHP-FREQ THRU 3420-EXIT
065600         VARYING CPF-SHP-SUB FROM 1 BY 1
065700         UNTIL CPF-SHP-SUB > CPF-FLD-SHAPE-COUNT(CPF-SUB).
065800     PERFORM 3430-PICK-ONE-TOP THRU 3430-EXIT
065900         VARYING CPF-TOP-SUB FROM 1 BY 1
066000         UNTIL CPF-TOP-SUB > 5.
066100     MOVE "  TOP VALUES                      COUNT"
066200         TO PROFILE-LINE.
066300     MOVE "TOP SHAPES                      COUNT"
066400         TO PROFILE-LINE(55:38).
066500     WRITE PROFILE-LINE.
066600     PERFORM 3440-PRINT-ONE-TOP THRU 3440-EXIT
066700         VARYING CPF-TOP-SUB FROM 1 BY 1
066800         UNTIL CPF-TOP-SUB > 5.
066900     IF CPF-FLD-SHAPE-OTHER(CPF-SUB) > ZERO
067000         MOVE SPACES TO PROFILE-LINE
067100         MOVE CPF-FLD-SHAPE-OTHER(CPF-SUB) TO CPF-ED-COUNT
067200         STRING "(OTHER SHAPES)            "  DELIMITED BY SIZE
067300                CPF-ED-COUNT                  DELIMITED BY SIZE
067400             INTO PROFILE-LINE(55:40)
067500         WRITE PROFILE-LINE
067600     END-IF.
067700 3400-EXIT.
067800     EXIT.
067900*
068000 3410-COPY-ONE-VAL-FREQ.
068100     MOVE CPF-VAL-FREQ(CPF-SUB CPF-VAL-SUB)
068200         TO CPF-PICK-VAL-FREQ(CPF-VAL-SUB).
068300 3410-EXIT.
068400     EXIT.
068500*
068600 3420-COPY-ONE-SHP-FREQ.
068700     MOVE CPF-SHP-FREQ(CPF-SUB CPF-SHP-SUB)
068800         TO CPF-PICK-SHP-FREQ(CPF-SHP-SUB).
068900 3420-EXIT.
069000     EXIT.
069100*
069200 3430-PICK-ONE-TOP.
069300     MOVE ZERO TO CPF-BEST-SUB CPF-BEST-FREQ.
069400     PERFORM 3431-TRY-ONE-VALUE THRU 3431-EXIT
069500         VARYING CPF-VAL-SUB FROM 1 BY 1
069600         UNTIL CPF-VAL-SUB > CPF-FLD-VAL-COUNT(CPF-SUB).
069700     MOVE CPF-BEST-SUB TO CPF-TOP-VAL-SUB(CPF-TOP-SUB).
069800     IF CPF-BEST-SUB > ZERO
069900         MOVE ZERO TO CPF-PICK-VAL-FREQ(CPF-BEST-SUB)
070000     END-IF.
070100     MOVE ZERO TO CPF-BEST-SUB CPF-BEST-FREQ.
070200     PERFORM 3432-TRY-ONE-SHAPE THRU 3432-EXIT
070300         VARYING CPF-SHP-SUB FROM 1 BY 1
070400         UNTIL CPF-SHP-SUB > CPF-FLD-SHAPE-COUNT(CPF-SUB).
070500     MOVE CPF-BEST-SUB TO CPF-TOP-SHP-SUB(CPF-TOP-SUB).
070600     IF CPF-BEST-SUB > ZERO
070700         MOVE ZERO TO CPF-PICK-SHP-FREQ(CPF-BEST-SUB)
070800     END-IF.
070900 3430-EXIT.
071000     EXIT.
071100*
071200 3431-TRY-ONE-VALUE.
071300     IF CPF-PICK-VAL-FREQ(CPF-VAL-SUB) > CPF-BEST-FREQ
071400         MOVE CPF-PICK-VAL-FREQ(CPF-VAL-SUB) TO CPF-BEST-FREQ
071500         MOVE CPF-VAL-SUB TO CPF-BEST-SUB
071600     END-IF.
071700 3431-EXIT.
071800     EXIT.
071900*
072000 3432-TRY-ONE-SHAPE.
072100     IF CPF-PICK-SHP-FREQ(CPF-SHP-SUB) > CPF-BEST-FREQ
072200         MOVE CPF-PICK-SHP-FREQ(CPF-SHP-SUB) TO CPF-BEST-FREQ
072300         MOVE CPF-SHP-SUB TO CPF-BEST-SUB
072400     END-IF.
072500 3432-EXIT.
072600     EXIT.
072700*
072800 3440-PRINT-ONE-TOP.
072900     IF CPF-TOP-VAL-SUB(CPF-TOP-SUB) = ZERO
073000        AND CPF-TOP-SHP-SUB(CPF-TOP-SUB) = ZERO
073100         GO TO 3440-EXIT
073200     END-IF.
073300     MOVE SPACES TO PROFILE-LINE.
073400     IF CPF-TOP-VAL-SUB(CPF-TOP-SUB) > ZERO
073500         MOVE CPF-TOP-VAL-SUB(CPF-TOP-SUB) TO CPF-VAL-SUB
073600         MOVE CPF-VAL-FREQ(CPF-SUB CPF-VAL-SUB) TO CPF-ED-COUNT
073700         STRING "  "                            DELIMITED BY SIZE
073800                CPF-VAL-TEXT(CPF-SUB CPF-VAL-SUB)
073900                                                DELIMITED BY SIZE
074000                "      "                        DELIMITED BY SIZE
074100                CPF-ED-COUNT                    DELIMITED BY SIZE
074200             INTO PROFILE-LINE
074300     END-IF.
074400     IF CPF-TOP-SHP-SUB(CPF-TOP-SUB) > ZERO
074500         MOVE CPF-TOP-SHP-SUB(CPF-TOP-SUB) TO CPF-SHP-SUB
074600         MOVE CPF-SHP-FREQ(CPF-SUB CPF-SHP-SUB) TO CPF-ED-COUNT
074700         STRING CPF-SHP-TEXT(CPF-SUB CPF-SHP-SUB)
074800                                                DELIMITED BY SIZE
074900                "      "                        DELIMITED BY SIZE
075000                CPF-ED-COUNT                    DELIMITED BY SIZE
075100             INTO PROFILE-LINE(55:35)
075200     END-IF.
075300     WRITE PROFILE-LINE.
075400 3440-EXIT.
075500     EXIT.
075600*
075700*+----------------------------------------------------------+
075800*|  3500-PROPOSE-RULES - write the candidate rules the        |
075900*|  profile supports, or say why there are none.              |
076000*+----------------------------------------------------------+
076100 3500-PROPOSE-RULES.
076200     MOVE SPACES TO CPF-NOTE.
076300     IF CPF-FIELD-ROWS < CPF-MIN-ROWS
076400         MOVE "  NO PROPOSAL - TOO FEW ROWS TO JUDGE" TO CPF-NOTE
076500         GO TO 3500-EXIT
076600     END-IF.
076700     IF CPF-FLD-FILLED(CPF-SUB) = ZERO
076800         MOVE "  NO PROPOSAL - COLUMN IS ALWAYS BLANK" TO CPF-NOTE
076900         GO TO 3500-EXIT
077000     END-IF.
077100     IF CPF-FLD-BLANKS(CPF-SUB) = ZERO
077200         IF CPF-FLD-NULLS(CPF-SUB) > ZERO
077300             MOVE "  NOT-BLANK WITHHELD - NULL CHECK SAW NULLS"
077400                 TO PROFILE-LINE
077500             WRITE PROFILE-LINE
077600         ELSE
077700             PERFORM 3510-PROPOSE-NOT-BLANK THRU 3510-EXIT
077800         END-IF
077900     END-IF.
078000     IF NOT CPF-FLD-PROFILED(CPF-SUB)
078100         GO TO 3500-EXIT
078200     END-IF.
078300     IF CPF-FLD-LENGTH(CPF-SUB) > 20
078400         MOVE "  NO DOMAIN OR RANGE - FIELD WIDER THAN 20"
078500             TO CPF-NOTE
078600         GO TO 3500-EXIT
078700     END-IF.
078800     MOVE CPF-FLD-VAL-COUNT(CPF-SUB) TO CPF-DOMAIN-COUNT.
078900     IF CPF-FLD-BLANKS(CPF-SUB) > ZERO
079000         ADD 1 TO CPF-DOMAIN-COUNT
079100     END-IF.
079200     IF NOT CPF-FLD-VALUES-OVERFLOW(CPF-SUB)
079300        AND CPF-DOMAIN-COUNT NOT > 10
079400         PERFORM 3520-PROPOSE-DOMAIN THRU 3520-EXIT
079500         GO TO 3500-EXIT
079600     END-IF.
079700     IF CPF-FLD-BLANKS(CPF-SUB) > ZERO
079800         MOVE "  NO RANGE - COLUMN HAS BLANK ROWS" TO CPF-NOTE
079900         GO TO 3500-EXIT
080000     END-IF.
080100     IF CPF-FLD-ALL-NUMERIC(CPF-SUB)
080200        OR (CPF-FLD-SHAPE-COUNT(CPF-SUB) = 1
080300            AND CPF-FLD-SHAPE-OTHER(CPF-SUB) = ZERO)
080400         PERFORM 3530-PROPOSE-RANGE THRU 3530-EXIT
080500     ELSE
080600         MOVE "  NO RANGE - NEITHER ALL DIGITS NOR ONE SHAPE"
080700             TO CPF-NOTE
080800     END-IF.
080900 3500-EXIT.
081000     EXIT.
081100*
081200 3510-PROPOSE-NOT-BLANK.
081300     PERFORM 3590-START-PROPOSAL THRU 3590-EXIT.
081400     SET DQR-RULE-NOT-BLANK TO TRUE.
081500     WRITE DQRULE-RECORD.
081600     ADD 1 TO CPF-PROPOSALS.
081700     MOVE "  PROPOSED  N  NOT BLANK" TO PROFILE-LINE.
081800     WRITE PROFILE-LINE.
081900 3510-EXIT.
082000     EXIT.
082100*
082200 3520-PROPOSE-DOMAIN.
082300     PERFORM 3590-START-PROPOSAL THRU 3590-EXIT.
082400     SET DQR-RULE-DOMAIN TO TRUE.
082500     MOVE CPF-DOMAIN-COUNT TO DQR-VALUE-COUNT.
082600     PERFORM 3521-ONE-DOMAIN-VALUE THRU 3521-EXIT
082700         VARYING CPF-VAL-SUB FROM 1 BY 1
082800         UNTIL CPF-VAL-SUB > CPF-FLD-VAL-COUNT(CPF-SUB).
082900*    A blank row is a legitimate value of an optional column,
083000*    so it rides on the list as its own entry.
083100     IF CPF-FLD-BLANKS(CPF-SUB) > ZERO
083200         MOVE SPACES TO DQR-VALID-VALUE(CPF-DOMAIN-COUNT)
083300     END-IF.
083400     WRITE DQRULE-RECORD.
083500     ADD 1 TO CPF-PROPOSALS.
083600     MOVE SPACES TO PROFILE-LINE.
083700     MOVE CPF-DOMAIN-COUNT TO CPF-ED-SMALL.
083800     STRING "  PROPOSED  D  DOMAIN OF "      DELIMITED BY SIZE
083900            CPF-ED-SMALL                     DELIMITED BY SIZE
084000            " VALUES"                        DELIMITED BY SIZE
084100         INTO PROFILE-LINE.
084200     IF CPF-FLD-BLANKS(CPF-SUB) > ZERO
084300         MOVE "(BLANK INCLUDED)" TO PROFILE-LINE(45:16)
084400     END-IF.
084500     WRITE PROFILE-LINE.
084600 3520-EXIT.
084700     EXIT.
084800*
084900 3521-ONE-DOMAIN-VALUE.
085000     MOVE CPF-VAL-TEXT(CPF-SUB CPF-VAL-SUB)
085100         TO DQR-VALID-VALUE(CPF-VAL-SUB).
085200 3521-EXIT.
085300     EXIT.
085400*
085500 3530-PROPOSE-RANGE.
085600     PERFORM 3590-START-PROPOSAL THRU 3590-EXIT.
085700     SET DQR-RULE-RANGE TO TRUE.
085800     IF CPF-FLD-ALL-NUMERIC(CPF-SUB)
085900         MOVE CPF-FLD-NUM-MIN-TEXT(CPF-SUB) TO DQR-LOW-BOUND
086000         MOVE CPF-FLD-NUM-MAX-TEXT(CPF-SUB) TO DQR-HIGH-BOUND
086100     ELSE
086200         MOVE CPF-FLD-TXT-MIN(CPF-SUB)      TO DQR-LOW-BOUND
086300         MOVE CPF-FLD-TXT-MAX(CPF-SUB)      TO DQR-HIGH-BOUND
086400     END-IF.
086500     WRITE DQRULE-RECORD.
086600     ADD 1 TO CPF-PROPOSALS.
086700     MOVE SPACES TO PROFILE-LINE.
086800     STRING "  PROPOSED  R  RANGE "          DELIMITED BY SIZE
086900            DQR-LOW-BOUND                    DELIMITED BY SIZE
087000            " TO "                           DELIMITED BY SIZE
087100            DQR-HIGH-BOUND                   DELIMITED BY SIZE
087200         INTO PROFILE-LINE.
087300     WRITE PROFILE-LINE.
087400 3530-EXIT.
087500     EXIT.
087600*
087700*+----------------------------------------------------------+
087800*|  3590-START-PROPOSAL - a cleared rule for this column.     |
087900*|  Proposals go in as warnings; the steward sets the final   |
088000*|  severity when keying the rule.                            |
088100*+----------------------------------------------------------+
088200 3590-START-PROPOSAL.
088300     MOVE SPACES TO DQRULE-RECORD.
088400     MOVE CPF-TABLE-NAME        TO DQR-TABLE-NAME.
088500     MOVE CPF-FLD-NAME(CPF-SUB) TO DQR-COLUMN-NAME.
088600     MOVE ZERO                  TO DQR-VALUE-COUNT.
088700     SET DQR-SEV-WARNING TO TRUE.
088800 3590-EXIT.
088900     EXIT.
089000*
089100*+----------------------------------------------------------+
089200*|  9000-TERMINATE                                            |
089300*+----------------------------------------------------------+
089400 9000-TERMINATE.
089500     CLOSE PROFILE-DATA PROPOSAL-FILE PROFILE-REPORT.
089600 9000-EXIT.
089700     EXIT.
