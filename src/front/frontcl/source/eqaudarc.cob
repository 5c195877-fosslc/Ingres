004100*     *                       AAR-AT-EOF still TRUE from the prior
004200*     *                       call and archived nothing.  Added the
004300*     *                       reset.
004310*     * 15-oct-2026 (dlross)  Archive records are now sealed in
004320*     *                       the order written (ARC-CHAIN-SEQ,
004330*     *                       see eqhshchn.cob), each to the one
004340*     *                       before it; ARCHVE reads the archive
004350*     *                       through first for the last seal.
004360*     *                       SQLAUDIT-REC widened for the
004370*     *                       trail's own seal.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
005800 FILE SECTION.
005900 FD  SQLAUDIT-FILE
006000     RECORDING MODE IS F.
006100 01  SQLAUDIT-REC        PIC X(263).
006200*
006300 FD  SQLARCHV-FILE.
006400 COPY "eqsqlarc.cob".
007900     05 AAR-REC-MONTH         PIC 9(2).
008000     05 AAR-REC-DAY           PIC 9(2).
008100     05 AAR-RETENTION-YEARS   PIC 9(2)   VALUE 7.
008120     05 AAR-CHAIN-SEQ         PIC 9(9)   VALUE ZERO.
008140     05 AAR-CHAIN-TAIL        PIC X(20)  VALUE SPACES.
008160     05 AAR-SEAL-LENGTH       PIC S9(8)  USAGE COMP VALUE 249.
008200*
008300 LINKAGE SECTION.
008400 01  AAR-CALLER-ACTION        PIC X(6).
011600         CLOSE SQLARCHV-FILE
011700         OPEN I-O SQLARCHV-FILE
011800     END-IF.
011850     PERFORM 1050-FIND-CHAIN-TAIL THRU 1050-EXIT.
011900     PERFORM 1100-ARCHIVE-ONE THRU 1100-EXIT
012000         UNTIL AAR-AT-EOF.
012100     CLOSE SQLAUDIT-FILE.
012200     CLOSE SQLARCHV-FILE.
012300 1000-EXIT.
012400     EXIT.
012403*
012406*+----------------------------------------------------------+
012409*|  1050-FIND-CHAIN-TAIL - the highest chain sequence on the  |
012412*|  archive and its seal continue the chain.  The archive is  |
012415*|  keyed by run, not by when it was written, so every        |
012418*|  record is read.                                           |
012421*+----------------------------------------------------------+
012424 1050-FIND-CHAIN-TAIL.
012427     MOVE ZERO   TO AAR-CHAIN-SEQ.
012430     MOVE SPACES TO AAR-CHAIN-TAIL.
012433     MOVE "N"    TO AAR-EOF-SW.
012436     PERFORM 1060-READ-TAIL THRU 1060-EXIT
012439         UNTIL AAR-AT-EOF.
012442     MOVE "N"    TO AAR-EOF-SW.
012445 1050-EXIT.
012448     EXIT.
012451*
012454 1060-READ-TAIL.
012457     READ SQLARCHV-FILE NEXT RECORD
012460         AT END
012463             SET AAR-AT-EOF TO TRUE
012466             GO TO 1060-EXIT
012469     END-READ.
012472     IF ARC-CHAIN-SEQ NUMERIC
012475         AND ARC-CHAIN-SEQ > AAR-CHAIN-SEQ
012478         MOVE ARC-CHAIN-SEQ  TO AAR-CHAIN-SEQ
012481         MOVE ARC-CHAIN-HASH TO AAR-CHAIN-TAIL
012484     END-IF.
012487 1060-EXIT.
012490     EXIT.
012500*
012600*+----------------------------------------------------------+
012700*|  1100-ARCHIVE-ONE - read one SQLAUDIT record and, if it     |
014100         AND AAR-REC-MONTH = AAR-CALLER-MONTH
014200         PERFORM 1200-BUILD-ARCHIVE-RECORD THRU 1200-EXIT
014300         WRITE SQLARC-RECORD
014320         IF AAR-ARCHIVE-STATUS = "00"
014340             MOVE ARC-CHAIN-SEQ  TO AAR-CHAIN-SEQ
014360             MOVE ARC-CHAIN-HASH TO AAR-CHAIN-TAIL
014380         END-IF
014400     END-IF.
014500 1100-EXIT.
014600     EXIT.
018000     ADD AAR-RETENTION-YEARS TO AAR-WORK-YEAR.
018100     COMPUTE ARC-RETAIN-UNTIL =
018200         (AAR-WORK-YEAR * 10000) + AAR-WORK-MMDD.
018210     COMPUTE ARC-CHAIN-SEQ = AAR-CHAIN-SEQ + 1.
018220     MOVE AAR-CHAIN-TAIL      TO ARC-CHAIN-PREV.
018230     CALL "HSHCHN" USING ARC-CHAIN-PREV
018240                         AAR-SEAL-LENGTH
018250                         SQLARC-RECORD
018260                         ARC-CHAIN-HASH.
018300 1200-EXIT.
018400     EXIT.
018500*
