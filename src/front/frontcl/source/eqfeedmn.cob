003310*     * 02-sep-2026 (dlross)  Registry record widened for the
003320*     *                       acknowledgment fields ACKGEN
003330*     *                       stamps (see eqinbreg.cob).
003340*     * 15-oct-2026 (dlross)  A feed's due time and source come
003350*     *                       from the interface partner master
003360*     *                       (PTNGET, see eqpartnr.cob) when the
003370*     *                       feed is on it; FDC-DUE-TIME and
003380*     *                       FDC-SOURCE stand only for a feed
003390*     *                       that is not.
003392*     * 15-oct-2026 (dlross)  Registry record widened for the
003394*     *                       replacement fields INBRPL sets (see
003396*     *                       eqinbreg.cob).
003397*     * 15-oct-2026 (dlross)  Feed source held at the full
003398*     *                       partner name, not cut to twenty.
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006300 FD  INBREG-FILE.
006400 01  INBREG-FILE-REC.
006500     05 IRF-KEY               PIC X(20).
006600     05 IRF-REST-OF-RECORD    PIC X(97).
006700*
006800 FD  FEED-REPORT
006900     RECORDING MODE IS F.
007300 COPY "eqsqlca.cob".
007400 COPY "eqinbreg.cob".
007500 COPY "eqtrailr.cob".
007550 COPY "eqpartnr.cob".
007600*
007700 01  FDM-WORK-AREA.
007800     05 FDM-CTL-STATUS        PIC X(2)  VALUE "00".
010100     05 FDM-ALR-MESSAGE       PIC X(70).
010200     05 FDM-ALR-KEY           PIC X(20) VALUE SPACES.
010300     05 FDM-ALR-USER          PIC X(8)  VALUE SPACES.
010320     05 FDM-PTG-ACTION        PIC X(4)  VALUE "FEED".
010340     05 FDM-PTG-VALUE         PIC 9(4).
010360     05 FDM-PTG-RESULT        PIC X(1).
010380         88 FDM-PTG-FOUND               VALUE "Y".
010400*
010500 01  FDM-CTL-TABLE.
010600     05 FDM-CTL-ROW OCCURS 100 TIMES.
010700         10 FDM-CTL-FEED      PIC X(12).
010800         10 FDM-CTL-SOURCE    PIC X(30).
010900         10 FDM-CTL-RULE      PIC X(1).
011000         10 FDM-CTL-DUE       PIC 9(4).
011100         10 FDM-CTL-CRIT      PIC X(1).
016800     MOVE FDC-DAY-RULE    TO FDM-CTL-RULE(FDM-CTL-COUNT).
016900     MOVE FDC-DUE-TIME    TO FDM-CTL-DUE(FDM-CTL-COUNT).
017000     MOVE FDC-CRITICAL-SW TO FDM-CTL-CRIT(FDM-CTL-COUNT).
017005     CALL "PTNGET" USING FDM-PTG-ACTION
017010                         FDC-FEED-NAME
017015                         PARTNR-RECORD
017020                         FDM-PTG-VALUE
017025                         FDM-PTG-RESULT.
017030     IF NOT FDM-PTG-FOUND
017035         GO TO 1100-EXIT
017040     END-IF.
017045     IF FDM-PTG-VALUE > ZERO
017050         MOVE FDM-PTG-VALUE TO FDM-CTL-DUE(FDM-CTL-COUNT)
017055     END-IF.
017060     IF PTN-PARTNER-NAME NOT = SPACES
017065         MOVE PTN-PARTNER-NAME TO FDM-CTL-SOURCE(FDM-CTL-COUNT)
017070     ELSE
017075         MOVE PTN-PARTNER-ID   TO FDM-CTL-SOURCE(FDM-CTL-COUNT)
017080     END-IF.
017100 1100-EXIT.
017200     EXIT.
017300*
020100     MOVE ARR-TIMESTAMP       TO INB-ARRIVED.
020200     MOVE ARR-RECORD-COUNT    TO INB-RECORD-COUNT.
020300     MOVE SQLRUNID            TO INB-RUN-ID.
020350     MOVE ZERO                TO INB-REPLACE-COUNT.
020400     MOVE ARR-TRAILER-IMAGE   TO TRAILR-RECORD.
020500*    The delivered count includes the trailer record itself;
020600*    the trailer's own count covers the data records only.
021600         PERFORM 2200-REPORT-BAD-TRAILER THRU 2200-EXIT
021700     END-IF.
021800     MOVE INB-KEY TO IRF-KEY.
021900     MOVE INBREG-RECORD(21:97) TO IRF-REST-OF-RECORD.
022000     WRITE INBREG-FILE-REC.
022400     MOVE SPACES TO FEED-LINE.
022500     STRING "ARRIVED " DELIMITED BY SIZE
