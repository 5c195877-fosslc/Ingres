000100 IDENTIFICATION DIVISION.
000200*     *
000300*     * PTNRPT
000400*     *
000500*     * Purpose: Interface partner profile report, for the
000600*     *          interface review.  Lists every partner on the
000700*     *          partner master (see eqpartnr.cob) with its bank
000800*     *          format, acknowledgment settings and contact, then
000900*     *          its outbound files with their SLA hours and its
001000*     *          inbound feeds with their due times - each feed
001100*     *          shown against FEEDCTL (see eqfeedct.cob) with its
001200*     *          day rule and critical flag, since a feed that is
001300*     *          not on FEEDCTL is one FEEDMON never watches.
001400*     *
001500*     * Notes:  Ends with the loose ends: file and feed records
001600*     *          whose partner has no profile, and FEEDCTL feeds
001700*     *          no partner owns.  Any loose end sets return code
001800*     *          4.
001900*     *
002000 PROGRAM-ID.     PTNRPT.
002100 AUTHOR.         D L ROSS.
002200 INSTALLATION.   BATCH SYSTEMS GROUP.
002300 DATE-WRITTEN.   15-OCT-2026.
002400 DATE-COMPILED.
002500*
002600*     * Modification History
002700*     * --------------------
002800*     * 15-oct-2026 (dlross)  Written.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARTNER-FILE ASSIGN TO "PARTMSTR"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS PTR-PTN-STATUS.
003600     SELECT FEEDCTL-FILE ASSIGN TO "FEEDCTL"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS PTR-CTL-STATUS.
003900     SELECT PROFILE-REPORT ASSIGN TO "PTNRPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS PTR-RPT-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PARTNER-FILE
004600     RECORDING MODE IS F.
004700 01  PARTNER-FILE-REC         PIC X(100).
004800*
004900 FD  FEEDCTL-FILE
005000     RECORDING MODE IS F.
005100 COPY "eqfeedct.cob".
005200*
005300 FD  PROFILE-REPORT
005400     RECORDING MODE IS F.
005500 01  PROFILE-LINE             PIC X(132).
005600*
005700 WORKING-STORAGE SECTION.
005800 COPY "eqpartnr.cob".
005900*
006000 01  PTR-WORK-AREA.
006100     05 PTR-PTN-STATUS        PIC X(2)  VALUE "00".
006200     05 PTR-CTL-STATUS        PIC X(2)  VALUE "00".
006300     05 PTR-RPT-STATUS        PIC X(2)  VALUE "00".
006400     05 PTR-EOF-SW            PIC X(1)  VALUE "N".
006500         88 PTR-AT-EOF                  VALUE "Y".
006600     05 PTR-FOUND-SW          PIC X(1)  VALUE "N".
006700         88 PTR-ENTRY-FOUND             VALUE "Y".
006800     05 PTR-SUB               PIC S9(4) USAGE COMP.
006900     05 PTR-SUB2              PIC S9(4) USAGE COMP.
007000     05 PTR-HIT-SUB           PIC S9(4) USAGE COMP.
007100     05 PTR-PARTNER-ID        PIC X(8).
007200     05 PTR-SENDS-TEXT        PIC X(1).
007300     05 PTR-WANTS-TEXT        PIC X(1).
007400     05 PTR-FORMAT-TEXT       PIC X(8).
007500     05 PTR-FEED-TEXT         PIC X(40).
007600     05 PTR-PARTNERS          PIC 9(5)  VALUE ZERO.
007700     05 PTR-OUTBOUND          PIC 9(5)  VALUE ZERO.
007800     05 PTR-INBOUND           PIC 9(5)  VALUE ZERO.
007900     05 PTR-LOOSE-ENDS        PIC 9(5)  VALUE ZERO.
008000     05 PTR-NOW-STRING        PIC X(14).
008100*
008200 01  PTR-MASTER-TABLE.
008300     05 PTR-ROW-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
008400     05 PTR-ROW               PIC X(100) OCCURS 500 TIMES.
008500*
008600 01  PTR-FEED-TABLE.
008700     05 PTR-FEED-COUNT        PIC S9(4) USAGE COMP VALUE ZERO.
008800     05 PTR-FEED-ROW OCCURS 100 TIMES.
008900         10 PTR-F-NAME        PIC X(12).
009000         10 PTR-F-RULE        PIC X(1).
009100         10 PTR-F-CRIT        PIC X(1).
009200         10 PTR-F-OWNED-SW    PIC X(1).
009300             88 PTR-F-OWNED             VALUE "Y".
009400*
009500 PROCEDURE DIVISION.
009600*
009700*+----------------------------------------------------------+
009800*|  0000-MAINLINE                                             |
009900*+----------------------------------------------------------+
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     PERFORM 2000-ONE-PARTNER THRU 2000-EXIT
010300         VARYING PTR-SUB FROM 1 BY 1
010400         UNTIL PTR-SUB > PTR-ROW-COUNT.
010500     PERFORM 3000-LOOSE-ENDS THRU 3000-EXIT.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     STOP RUN.
010800*
010900*+----------------------------------------------------------+
011000*|  1000-INITIALIZE - the master and FEEDCTL into tables.     |
011100*+----------------------------------------------------------+
011200 1000-INITIALIZE.
011300     OPEN INPUT PARTNER-FILE.
011400     IF PTR-PTN-STATUS NOT = "00"
011500         DISPLAY "PTNRPT: NO PARTMSTR PARTNER MASTER"
011600         MOVE 12 TO RETURN-CODE
011700         STOP RUN
011800     END-IF.
011900     MOVE "N" TO PTR-EOF-SW.
012000     PERFORM 1100-LOAD-ONE-PARTNER THRU 1100-EXIT
012100         UNTIL PTR-AT-EOF OR PTR-ROW-COUNT = 500.
012200     CLOSE PARTNER-FILE.
012300     OPEN INPUT FEEDCTL-FILE.
012400     IF PTR-CTL-STATUS = "00"
012500         MOVE "N" TO PTR-EOF-SW
012600         PERFORM 1200-LOAD-ONE-FEED THRU 1200-EXIT
012700             UNTIL PTR-AT-EOF OR PTR-FEED-COUNT = 100
012800         CLOSE FEEDCTL-FILE
012900     END-IF.
013000     MOVE FUNCTION CURRENT-DATE(1:14) TO PTR-NOW-STRING.
013100     OPEN OUTPUT PROFILE-REPORT.
013200     MOVE SPACES TO PROFILE-LINE.
013300     STRING "INTERFACE PARTNER PROFILE REPORT  RUN "
013400                                  DELIMITED BY SIZE
013500            PTR-NOW-STRING        DELIMITED BY SIZE
013600         INTO PROFILE-LINE.
013700     WRITE PROFILE-LINE.
013800 1000-EXIT.
013900     EXIT.
014000*
014100 1100-LOAD-ONE-PARTNER.
014200     READ PARTNER-FILE
014300         AT END SET PTR-AT-EOF TO TRUE
014400     END-READ.
014500     IF PTR-AT-EOF
014600         GO TO 1100-EXIT
014700     END-IF.
014800     ADD 1 TO PTR-ROW-COUNT.
014900     MOVE PARTNER-FILE-REC TO PTR-ROW(PTR-ROW-COUNT).
015000 1100-EXIT.
015100     EXIT.
015200*
015300 1200-LOAD-ONE-FEED.
015400     READ FEEDCTL-FILE
015500         AT END SET PTR-AT-EOF TO TRUE
015600     END-READ.
015700     IF PTR-AT-EOF
015800         GO TO 1200-EXIT
015900     END-IF.
016000     ADD 1 TO PTR-FEED-COUNT.
016100     MOVE FDC-FEED-NAME   TO PTR-F-NAME(PTR-FEED-COUNT).
016200     MOVE FDC-DAY-RULE    TO PTR-F-RULE(PTR-FEED-COUNT).
016300     MOVE FDC-CRITICAL-SW TO PTR-F-CRIT(PTR-FEED-COUNT).
016400     MOVE "N"             TO PTR-F-OWNED-SW(PTR-FEED-COUNT).
016500 1200-EXIT.
016600     EXIT.
016700*
016800*+----------------------------------------------------------+
016900*|  2000-ONE-PARTNER - a profile record and everything the    |
017000*|  partner owns.                                             |
017100*+----------------------------------------------------------+
017200 2000-ONE-PARTNER.
017300     MOVE PTR-ROW(PTR-SUB) TO PARTNR-RECORD.
017400     IF NOT PTN-PROFILE
017500         GO TO 2000-EXIT
017600     END-IF.
017700     ADD 1 TO PTR-PARTNERS.
017800     MOVE PTN-PARTNER-ID TO PTR-PARTNER-ID.
017900     MOVE PTN-SENDS-ACK-SW TO PTR-SENDS-TEXT.
018000     IF PTR-SENDS-TEXT = SPACE
018100         MOVE "-" TO PTR-SENDS-TEXT
018200     END-IF.
018300     MOVE PTN-WANTS-ACK-SW TO PTR-WANTS-TEXT.
018400     IF PTR-WANTS-TEXT = SPACE
018500         MOVE "-" TO PTR-WANTS-TEXT
018600     END-IF.
018700     MOVE PTN-FORMAT-NAME TO PTR-FORMAT-TEXT.
018800     IF PTR-FORMAT-TEXT = SPACES
018900         MOVE "NONE" TO PTR-FORMAT-TEXT
019000     END-IF.
019100     MOVE SPACES TO PROFILE-LINE.
019200     WRITE PROFILE-LINE.
019300     MOVE SPACES TO PROFILE-LINE.
019400     STRING "PARTNER "            DELIMITED BY SIZE
019500            PTN-PARTNER-ID        DELIMITED BY SIZE
019600            "  "                  DELIMITED BY SIZE
019700            PTN-PARTNER-NAME      DELIMITED BY SIZE
019800            "  CONTACT "          DELIMITED BY SIZE
019900            PTN-CONTACT-NAME      DELIMITED BY SIZE
020000            " "                   DELIMITED BY SIZE
020100            PTN-CONTACT-PHONE     DELIMITED BY SIZE
020200         INTO PROFILE-LINE.
020300     WRITE PROFILE-LINE.
020400     MOVE SPACES TO PROFILE-LINE.
020500     STRING "    FORMAT "         DELIMITED BY SIZE
020600            PTR-FORMAT-TEXT       DELIMITED BY SIZE
020700            "  ACKNOWLEDGES OUR FILES "
020800                                  DELIMITED BY SIZE
020900            PTR-SENDS-TEXT        DELIMITED BY SIZE
021000            "  EXPECTS OUR ACKNOWLEDGMENTS "
021100                                  DELIMITED BY SIZE
021200            PTR-WANTS-TEXT        DELIMITED BY SIZE
021300         INTO PROFILE-LINE.
021400     WRITE PROFILE-LINE.
021500     PERFORM 2100-ONE-OUTBOUND THRU 2100-EXIT
021600         VARYING PTR-SUB2 FROM 1 BY 1
021700         UNTIL PTR-SUB2 > PTR-ROW-COUNT.
021800     PERFORM 2200-ONE-INBOUND THRU 2200-EXIT
021900         VARYING PTR-SUB2 FROM 1 BY 1
022000         UNTIL PTR-SUB2 > PTR-ROW-COUNT.
022100 2000-EXIT.
022200     EXIT.
022300*
022400 2100-ONE-OUTBOUND.
022500     MOVE PTR-ROW(PTR-SUB2) TO PARTNR-RECORD.
022600     IF NOT PTN-OUTBOUND-FILE
022700        OR PTN-PARTNER-ID NOT = PTR-PARTNER-ID
022800         GO TO 2100-EXIT
022900     END-IF.
023000     ADD 1 TO PTR-OUTBOUND.
023100     MOVE SPACES TO PROFILE-LINE.
023200     STRING "    OUTBOUND FILE "  DELIMITED BY SIZE
023300            PTN-ITEM-NAME         DELIMITED BY SIZE
023400            "  SLA "              DELIMITED BY SIZE
023500            PTN-SLA-HOURS         DELIMITED BY SIZE
023600            " HOURS"              DELIMITED BY SIZE
023700         INTO PROFILE-LINE.
023800     WRITE PROFILE-LINE.
023900 2100-EXIT.
024000     EXIT.
024100*
024200 2200-ONE-INBOUND.
024300     MOVE PTR-ROW(PTR-SUB2) TO PARTNR-RECORD.
024400     IF NOT PTN-INBOUND-FEED
024500        OR PTN-PARTNER-ID NOT = PTR-PARTNER-ID
024600         GO TO 2200-EXIT
024700     END-IF.
024800     ADD 1 TO PTR-INBOUND.
024900     MOVE "N" TO PTR-FOUND-SW.
025000     PERFORM 2210-MATCH-ONE-FEED THRU 2210-EXIT
025100         VARYING PTR-HIT-SUB FROM 1 BY 1
025200         UNTIL PTR-HIT-SUB > PTR-FEED-COUNT
025300            OR PTR-ENTRY-FOUND.
025400     MOVE SPACES TO PTR-FEED-TEXT.
025500     IF PTR-ENTRY-FOUND
025600         STRING "FEEDCTL RULE "        DELIMITED BY SIZE
025700                PTR-F-RULE(PTR-SUB)    DELIMITED BY SIZE
025800                " CRITICAL "           DELIMITED BY SIZE
025900                PTR-F-CRIT(PTR-SUB)    DELIMITED BY SIZE
026000             INTO PTR-FEED-TEXT
026100     ELSE
026200         ADD 1 TO PTR-LOOSE-ENDS
026300         MOVE "*** NOT ON FEEDCTL - NOT WATCHED"
026400             TO PTR-FEED-TEXT
026500     END-IF.
026600     MOVE SPACES TO PROFILE-LINE.
026700     STRING "    INBOUND FEED  "  DELIMITED BY SIZE
026800            PTN-ITEM-NAME         DELIMITED BY SIZE
026900            "  DUE "              DELIMITED BY SIZE
027000            PTN-DUE-TIME          DELIMITED BY SIZE
027100            "  "                  DELIMITED BY SIZE
027200            PTR-FEED-TEXT         DELIMITED BY SIZE
027300         INTO PROFILE-LINE.
027400     WRITE PROFILE-LINE.
027500 2200-EXIT.
027600     EXIT.
027700*
027800 2210-MATCH-ONE-FEED.
027900     IF PTR-F-NAME(PTR-HIT-SUB) = PTN-ITEM-NAME
028000         SET PTR-ENTRY-FOUND TO TRUE
028100         SET PTR-F-OWNED(PTR-HIT-SUB) TO TRUE
028200         MOVE PTR-HIT-SUB TO PTR-SUB
028300     END-IF.
028400 2210-EXIT.
028500     EXIT.
028600*
028700*+----------------------------------------------------------+
028800*|  3000-LOOSE-ENDS - files and feeds with no profile behind  |
028900*|  them, and watched feeds no partner owns.                  |
029000*+----------------------------------------------------------+
029100 3000-LOOSE-ENDS.
029200     MOVE SPACES TO PROFILE-LINE.
029300     WRITE PROFILE-LINE.
029400     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
029500         VARYING PTR-SUB FROM 1 BY 1
029600         UNTIL PTR-SUB > PTR-ROW-COUNT.
029700     PERFORM 3200-CHECK-ONE-FEED THRU 3200-EXIT
029800         VARYING PTR-SUB FROM 1 BY 1
029900         UNTIL PTR-SUB > PTR-FEED-COUNT.
030000 3000-EXIT.
030100     EXIT.
030200*
030300 3100-CHECK-ONE-ITEM.
030400     MOVE PTR-ROW(PTR-SUB) TO PARTNR-RECORD.
030500     IF PTN-PROFILE
030600         GO TO 3100-EXIT
030700     END-IF.
030800     MOVE PTN-PARTNER-ID TO PTR-PARTNER-ID.
030900     MOVE "N" TO PTR-FOUND-SW.
031000     PERFORM 3110-MATCH-ONE-PROFILE THRU 3110-EXIT
031100         VARYING PTR-SUB2 FROM 1 BY 1
031200         UNTIL PTR-SUB2 > PTR-ROW-COUNT
031300            OR PTR-ENTRY-FOUND.
031400     IF PTR-ENTRY-FOUND
031500         GO TO 3100-EXIT
031600     END-IF.
031700     MOVE PTR-ROW(PTR-SUB) TO PARTNR-RECORD.
031800     ADD 1 TO PTR-LOOSE-ENDS.
031900     MOVE SPACES TO PROFILE-LINE.
032000     STRING "*** "                DELIMITED BY SIZE
032100            PTN-REC-TYPE          DELIMITED BY SIZE
032200            " RECORD "            DELIMITED BY SIZE
032300            PTN-ITEM-NAME         DELIMITED BY SIZE
032400            " - PARTNER "         DELIMITED BY SIZE
032500            PTN-PARTNER-ID        DELIMITED BY SIZE
032600            " HAS NO PROFILE"     DELIMITED BY SIZE
032700         INTO PROFILE-LINE.
032800     WRITE PROFILE-LINE.
032900 3100-EXIT.
033000     EXIT.
033100*
033200 3110-MATCH-ONE-PROFILE.
033300     MOVE PTR-ROW(PTR-SUB2) TO PARTNR-RECORD.
033400     IF PTN-PROFILE
033500        AND PTN-PARTNER-ID = PTR-PARTNER-ID
033600         SET PTR-ENTRY-FOUND TO TRUE
033700     END-IF.
033800 3110-EXIT.
033900     EXIT.
034000*
034100 3200-CHECK-ONE-FEED.
034200     IF PTR-F-OWNED(PTR-SUB)
034300         GO TO 3200-EXIT
034400     END-IF.
034500     ADD 1 TO PTR-LOOSE-ENDS.
034600     MOVE SPACES TO PROFILE-LINE.
034700     STRING "*** FEEDCTL FEED "   DELIMITED BY SIZE
034800            PTR-F-NAME(PTR-SUB)   DELIMITED BY SIZE
034900            " HAS NO PARTNER ON THE MASTER"
035000                                  DELIMITED BY SIZE
035100         INTO PROFILE-LINE.
035200     WRITE PROFILE-LINE.
035300 3200-EXIT.
035400     EXIT.
035500*
035600*+----------------------------------------------------------+
035700*|  9000-TERMINATE                                            |
035800*+----------------------------------------------------------+
035900 9000-TERMINATE.
036000     MOVE SPACES TO PROFILE-LINE.
036100     STRING "PARTNERS="           DELIMITED BY SIZE
036200            PTR-PARTNERS          DELIMITED BY SIZE
036300            " OUTBOUND FILES="    DELIMITED BY SIZE
036400            PTR-OUTBOUND          DELIMITED BY SIZE
036500            " INBOUND FEEDS="     DELIMITED BY SIZE
036600            PTR-INBOUND           DELIMITED BY SIZE
036700            " LOOSE ENDS="        DELIMITED BY SIZE
036800            PTR-LOOSE-ENDS        DELIMITED BY SIZE
036900         INTO PROFILE-LINE.
037000     WRITE PROFILE-LINE.
037100     CLOSE PROFILE-REPORT.
037200     IF PTR-LOOSE-ENDS > ZERO
037300         MOVE 4 TO RETURN-CODE
037400     ELSE
037500         MOVE ZERO TO RETURN-CODE
037600     END-IF.
037700 9000-EXIT.
037800     EXIT.
