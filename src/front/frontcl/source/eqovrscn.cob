002350*     *                       authorizer id instead of whatever
002360*     *                       eight characters were keyed.
002370*     * 02-sep-2026 (dlross)  Before an override is recorded,
002375*     *                       the IMPACT analyzer (see
002377*     *                       eqimpact.cob) reports the
002379*     *                       dependent jobs, registered files
002381*     *                       and distributed sections the
002383*     *                       original run touched.
002385*     * 15-oct-2026 (dlross)  Every recorded override is also
002387*     *                       appended to OVRLOG (see
002389*     *                       eqovrlog.cob), each record sealed
002391*     *                       to the one before it - RUNOVRRD
002393*     *                       keeps only the current state.
002395*     *                       A log write that fails is shown
002397*     *                       on the screen with its status.
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS OVF-KEY
003200         FILE STATUS IS OVS-FILE-STATUS.
003210     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
003220         ORGANIZATION IS SEQUENTIAL
003230         FILE STATUS IS OVS-LOG-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003700 01  OVERRIDE-FILE-REC.
003800     05 OVF-KEY               PIC X(16).
003900     05 OVF-REST-OF-RECORD    PIC X(63).
003910*
003920 FD  OVRLOG-FILE
003930     RECORDING MODE IS F.
003940 COPY "eqovrlog.cob".
004000*
004100 WORKING-STORAGE SECTION.
004200 COPY "eqrunovr.cob".
004300*
004400 01  OVS-WORK-AREA.
004500     05 OVS-FILE-STATUS       PIC X(2)  VALUE "00".
004510     05 OVS-LOG-STATUS        PIC X(2)  VALUE "00".
004520     05 OVS-LOG-EOF-SW        PIC X(1).
004530         88 OVS-LOG-AT-EOF              VALUE "Y".
004540     05 OVS-LOG-TAIL          PIC X(20).
004542     05 OVS-LOG-WRITE-SW      PIC X(1).
004544         88 OVS-LOG-FAILED              VALUE "N".
004546     05 OVS-LOG-FAIL-STATUS   PIC X(2).
004550     05 OVS-SEAL-LENGTH       PIC S9(8) USAGE COMP VALUE 78.
004600     05 OVS-EXIT-SW           PIC X(1)  VALUE "N".
004700         88 OVS-DONE                    VALUE "Y".
004800     05 OVS-JOB-NAME          PIC X(8).
006800     05 LINE 8  COLUMN 1
006900        VALUE "OVERRIDE RECORDED - GOOD FOR ONE RERUN.".
007000*
007010 01  OVS-NOT-LOGGED-SCREEN.
007020     05 LINE 9  COLUMN 1
007030        VALUE "BUT NOT SEALED TO OVRLOG - FILE STATUS".
007040     05 LINE 9  COLUMN 40 PIC X(2)  FROM OVS-LOG-FAIL-STATUS.
007050     05 LINE 10 COLUMN 1
007060        VALUE "TELL OPERATIONS BEFORE THE RERUN IS RELEASED.".
007070*
007100 01  OVS-REJECTED-SCREEN.
007200     05 LINE 8  COLUMN 1
007300        VALUE "ENTRY INCOMPLETE OR DATE NOT NUMERIC - IGNORED.".
010290         " BEFORE RELEASING THE RERUN".
010300     PERFORM 2000-RECORD-OVERRIDE THRU 2000-EXIT.
010400     DISPLAY OVS-RECORDED-SCREEN.
010410     IF OVS-LOG-FAILED
010420         DISPLAY OVS-NOT-LOGGED-SCREEN
010430     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700*
012900         WRITE OVERRIDE-FILE-REC
013000     END-IF.
013100     CLOSE OVERRIDE-FILE.
013110     PERFORM 2100-LOG-OVERRIDE THRU 2100-EXIT.
013200 2000-EXIT.
013300     EXIT.
013400*
013500*+----------------------------------------------------------+
013600*|  2100-LOG-OVERRIDE - append the authorization to OVRLOG,  |
013700*|  sealed to the last record on the log.  A log that cannot |
013710*|  be written is shown on the screen with its status.       |
013800*+----------------------------------------------------------+
013900 2100-LOG-OVERRIDE.
013910     MOVE "Y" TO OVS-LOG-WRITE-SW.
014000     PERFORM 2200-FIND-LOG-TAIL THRU 2200-EXIT.
014100     OPEN EXTEND OVRLOG-FILE.
014200     IF OVS-LOG-STATUS = "05" OR OVS-LOG-STATUS = "35"
014300         OPEN OUTPUT OVRLOG-FILE
014400     END-IF.
014410     IF OVS-LOG-STATUS NOT = "00"
014420         MOVE OVS-LOG-STATUS TO OVS-LOG-FAIL-STATUS
014430         SET OVS-LOG-FAILED TO TRUE
014440         GO TO 2100-EXIT
014450     END-IF.
014500     MOVE SPACES         TO OVRLOG-RECORD.
014600     MOVE OVS-NOW-STRING TO OVL-TIMESTAMP.
014700     MOVE OVS-JOB-NAME   TO OVL-JOB-NAME.
014800     MOVE OVS-BUS-DATE   TO OVL-BUSINESS-DATE.
014900     MOVE OVS-AUTHORIZER TO OVL-AUTHORIZER.
015000     MOVE OVS-REASON     TO OVL-REASON.
015100     MOVE OVS-LOG-TAIL   TO OVL-CHAIN-PREV.
015200     CALL "HSHCHN" USING OVL-CHAIN-PREV
015300                         OVS-SEAL-LENGTH
015400                         OVRLOG-RECORD
015500                         OVL-CHAIN-HASH.
015600     WRITE OVRLOG-RECORD.
015610     IF OVS-LOG-STATUS NOT = "00"
015620         MOVE OVS-LOG-STATUS TO OVS-LOG-FAIL-STATUS
015630         SET OVS-LOG-FAILED TO TRUE
015640     END-IF.
015700     CLOSE OVRLOG-FILE.
015800 2100-EXIT.
015900     EXIT.
016000*
016100 2200-FIND-LOG-TAIL.
016200     MOVE SPACES TO OVS-LOG-TAIL.
016300     MOVE "N"    TO OVS-LOG-EOF-SW.
016400     OPEN INPUT OVRLOG-FILE.
016500     IF OVS-LOG-STATUS NOT = "00"
016600         GO TO 2200-EXIT
016700     END-IF.
016800     PERFORM 2210-READ-LOG-TAIL THRU 2210-EXIT
016900         UNTIL OVS-LOG-AT-EOF.
017000     CLOSE OVRLOG-FILE.
017100 2200-EXIT.
017200     EXIT.
017300*
017400 2210-READ-LOG-TAIL.
017500     READ OVRLOG-FILE
017600         AT END
017700             SET OVS-LOG-AT-EOF TO TRUE
017800             GO TO 2210-EXIT
017900     END-READ.
018000     MOVE OVL-CHAIN-HASH TO OVS-LOG-TAIL.
018100 2210-EXIT.
018200     EXIT.
