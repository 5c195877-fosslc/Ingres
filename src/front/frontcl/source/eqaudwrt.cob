002900*     *                       before the snapshot is written,
003000*     *                       per the compliance finding on
003100*     *                       sensitive data in flat files.
003110*     * 15-oct-2026 (dlross)  Each record now carries a seal
003120*     *                       chaining it to the record before
003130*     *                       it from the same run (see
003140*     *                       eqhshchn.cob); the first CALL in
003150*     *                       a run unit reads the file through
003160*     *                       for the last seal, which the
003170*     *                       run's first record links to.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004100 FILE SECTION.
004200 FD  SQLAUDIT-FILE
004300     RECORDING MODE IS F.
004400 01  SQLAUDIT-REC        PIC X(263).
004500*
004600 WORKING-STORAGE SECTION.
004700 COPY "eqsqlca.cob".
005200         88 AUD-FILE-IS-OPEN            VALUE "Y".
005300     05 AUD-MASK-KEY         PIC X(38)  VALUE "*ALL".
005400     05 AUD-MASK-LEN         PIC S9(4)  USAGE COMP VALUE 70.
005420     05 AUD-EOF-SW           PIC X(1).
005440         88 AUD-AT-EOF                  VALUE "Y".
005460     05 AUD-CHAIN-TAIL       PIC X(20)  VALUE SPACES.
005480     05 AUD-SEAL-LENGTH      PIC S9(8)  USAGE COMP VALUE 223.
005500*
005600 COPY "eqsqlaud.cob" REPLACING SQLAUD-RECORD BY AUD-OUT-REC-DATA.
005700*
008600*+----------------------------------------------------------+
008700 1000-INITIALIZE.
008800     IF NOT AUD-FILE-IS-OPEN
008850         PERFORM 1100-FIND-CHAIN-TAIL THRU 1100-EXIT
008900         OPEN EXTEND SQLAUDIT-FILE
009000         IF AUD-FILE-STATUS = "05" OR AUD-FILE-STATUS = "35"
009100             OPEN OUTPUT SQLAUDIT-FILE
009400     END-IF.
009500 1000-EXIT.
009600     EXIT.
009603*
009606*+----------------------------------------------------------+
009609*|  1100-FIND-CHAIN-TAIL - the seal of the last record on    |
009612*|  file is the previous seal for this run unit's first.      |
009613*|  Records written before sealing began carry spaces.       |
009614*|  Later records link to this run's own previous one - jobs |
009615*|  sharing the window interleave on SQLAUDIT, so the chain  |
009616*|  is per run-id and HSHVER walks it that way.              |
009618*+----------------------------------------------------------+
009621 1100-FIND-CHAIN-TAIL.
009624     MOVE SPACES TO AUD-CHAIN-TAIL.
009627     MOVE "N"    TO AUD-EOF-SW.
009630     OPEN INPUT SQLAUDIT-FILE.
009633     IF AUD-FILE-STATUS NOT = "00"
009636         GO TO 1100-EXIT
009639     END-IF.
009642     PERFORM 1110-READ-TAIL THRU 1110-EXIT
009645         UNTIL AUD-AT-EOF.
009648     CLOSE SQLAUDIT-FILE.
009651 1100-EXIT.
009654     EXIT.
009657*
009660 1110-READ-TAIL.
009663     READ SQLAUDIT-FILE INTO AUD-OUT-REC-DATA
009666         AT END
009669             SET AUD-AT-EOF TO TRUE
009672             GO TO 1110-EXIT
009675     END-READ.
009678     MOVE AUD-CHAIN-HASH TO AUD-CHAIN-TAIL.
009681 1110-EXIT.
009684     EXIT.
009700*
009800*+----------------------------------------------------------+
009900*|  2000-WRITE-SNAPSHOT - build and write one audit record.  |
012600     MOVE SQLWARN5            TO AUD-SQLWARN5.
012700     MOVE SQLWARN6            TO AUD-SQLWARN6.
012800     MOVE SQLWARN7            TO AUD-SQLWARN7.
012810     MOVE AUD-CHAIN-TAIL      TO AUD-CHAIN-PREV.
012820     CALL "HSHCHN" USING AUD-CHAIN-PREV
012830                         AUD-SEAL-LENGTH
012840                         AUD-OUT-REC-DATA
012850                         AUD-CHAIN-HASH.
012860     MOVE AUD-CHAIN-HASH      TO AUD-CHAIN-TAIL.
012900     MOVE AUD-OUT-REC-DATA    TO SQLAUDIT-REC.
013000     WRITE SQLAUDIT-REC.
013100 2000-EXIT.
