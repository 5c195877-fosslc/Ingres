001100*     *          validates each declared field as keyed -
001200*     *          numeric spans, job names against the step
001300*     *          definitions, currencies against the currency
001400*     *          master, partner master records by their
001410*     *          record type, parameter library images by
001450*     *          their symbols, per the validation specs (see
001500*     *          eqctlmv.cob) - and holds the change pending
001600*     *          (see eqctlpnd.cob).  A second authorized user
001700*     *          (function CTLAPPRV, and not the keyer) reviews
003000*     * Modification History
003100*     * --------------------
003200*     * 02-sep-2026 (dlross)  Written.
003210*     * 15-oct-2026 (dlross)  New check type P validates an
003220*     *                       interface partner master record
003230*     *                       (see eqpartnr.cob) by its record
003240*     *                       type: SLA hours, due times, the
003250*     *                       acknowledgment switches, and the
003260*     *                       format name against MFFORMAT.
003265*     * 15-oct-2026 (dlross)  New check type R validates a
003270*     *                       failure runbook record (see
003275*     *                       eqrunbk.cob): key parts named or
003280*     *                       wildcarded, a contact and override
003285*     *                       switch on the header, text on each
003290*     *                       step.
003291*     * 15-oct-2026 (dlross)  CTLMAUD lines now carry a seal
003292*     *                       chaining each to the line before
003293*     *                       it (see eqhshchn.cob) in columns
003294*     *                       133-172.
003295*     * 15-oct-2026 (dlross)  Added check type S: a symbolic
003296*     *                       parameter library record's job,
003297*     *                       step, file, length and symbols.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004900     SELECT CURMST-FILE ASSIGN TO "CURMASTR"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CMT-CUR-STATUS.
005120     SELECT FORMAT-FILE ASSIGN TO "MFFORMAT"
005140         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS CMT-FMT-STATUS.
005200     SELECT LIVE-FILE ASSIGN TO CMT-LIVE-FILENAME
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CMT-LIVE-STATUS.
007700 FD  CURMST-FILE
007800     RECORDING MODE IS F.
007900 COPY "eqcurmst.cob".
007920*
007940 FD  FORMAT-FILE
007960     RECORDING MODE IS F.
007980 COPY "eqmffmt.cob".
008000*
008100 FD  LIVE-FILE
008200     RECORD IS VARYING IN SIZE FROM 1 TO 256
008500*
008600 FD  AUDIT-LOG
008700     RECORDING MODE IS F.
008800 01  AUDIT-REC.
008810     05 AUDIT-LINE            PIC X(132).
008820     05 AUDIT-CHAIN-PREV      PIC X(20).
008830     05 AUDIT-CHAIN-HASH      PIC X(20).
008900*
009000 WORKING-STORAGE SECTION.
009030 COPY "eqpartnr.cob".
009040 COPY "eqrunbk.cob".
009046 COPY "eqprmlib.cob".
009052 COPY "eqprmsym.cob".
009060*
009100 01  CMT-WORK-AREA.
009200     05 CMT-PND-STATUS        PIC X(2)  VALUE "00".
009300     05 CMT-VAL-STATUS        PIC X(2)  VALUE "00".
009600     05 CMT-CUR-STATUS        PIC X(2)  VALUE "00".
009700     05 CMT-LIVE-STATUS       PIC X(2)  VALUE "00".
009800     05 CMT-AUD-STATUS        PIC X(2)  VALUE "00".
009850     05 CMT-FMT-STATUS        PIC X(2)  VALUE "00".
009854     05 CMT-AUD-EOF-SW        PIC X(1).
009858         88 CMT-AUD-AT-EOF              VALUE "Y".
009862     05 CMT-AUD-TAIL          PIC X(20).
009866     05 CMT-SEAL-LENGTH       PIC S9(8) USAGE COMP VALUE 132.
009870     05 CMT-STAR-COUNT        PIC S9(4) USAGE COMP.
009900     05 CMT-QUIT-SW           PIC X(1)  VALUE "N".
010000         88 CMT-QUIT                    VALUE "Y".
010100     05 CMT-EOF-SW            PIC X(1)  VALUE "N".
012900     05 CMT-VAL-COUNT         PIC S9(4) USAGE COMP VALUE ZERO.
012910     05 CMT-OVERFLOW-SW       PIC X(1).
012920         88 CMT-LOAD-OVERFLOWED         VALUE "Y".
012930     05 CMT-PRM-POS           PIC S9(4) USAGE COMP.
012940     05 CMT-PRM-NEXT          PIC S9(4) USAGE COMP.
012950     05 CMT-PRM-NAME-LEN      PIC S9(4) USAGE COMP.
012960     05 CMT-PRM-SYM           PIC S9(4) USAGE COMP.
012970     05 CMT-PRM-ED-POS        PIC Z9.
012980     05 CMT-PRM-MATCH-SW      PIC X(1).
012990         88 CMT-PRM-MATCHED             VALUE "Y".
013000*
013100 01  CMT-VAL-TABLE.
013200     05 CMT-VAL-ROW OCCURS 100 TIMES.
031200             PERFORM 2230-CHECK-JOBNAME THRU 2230-EXIT
031300         WHEN "C"
031400             PERFORM 2240-CHECK-CURRENCY THRU 2240-EXIT
031430         WHEN "P"
031460             PERFORM 2250-CHECK-PARTNER THRU 2250-EXIT
031470         WHEN "R"
031480             PERFORM 2215-CHECK-RUNBOOK THRU 2215-EXIT
031486         WHEN "S"
031492             PERFORM 2260-CHECK-PARMLIB THRU 2260-EXIT
031500         WHEN OTHER
031600             CONTINUE
031700     END-EVALUATE.
031800 2210-EXIT.
031900     EXIT.
031901*
031902*    A runbook record is checked as a whole.  Each key part is
031903*    "*" or a real value; a job name with no "*" in it must be
031904*    on the step definitions.  A delete needs only the key.
031905 2215-CHECK-RUNBOOK.
031906     MOVE SPACES TO RUNBK-RECORD.
031907     MOVE CMT-F-IMAGE
031908          (CMT-V-OFFSET(CMT-SUB):CMT-V-LENGTH(CMT-SUB))
031909         TO RUNBK-RECORD.
031910     IF RBK-JOB-NAME = SPACES
031911         MOVE "N" TO CMT-VALID-SW
031912         DISPLAY "RUNBOOK JOB NAME IS REQUIRED - CHANGE REFUSED"
031913         GO TO 2215-EXIT
031914     END-IF.
031915     IF RBK-EXIT-CODE NOT = "*"
031916        AND RBK-EXIT-CODE NOT NUMERIC
031917         MOVE "N" TO CMT-VALID-SW
031918         DISPLAY "EXIT CODE MUST BE * OR FOUR DIGITS"
031919             " - CHANGE REFUSED"
031920         GO TO 2215-EXIT
031921     END-IF.
031922     IF RBK-SQLCODE NOT = "*"
031923        AND ((RBK-SQLCODE(1:1) NOT = "+" AND NOT = "-")
031924             OR RBK-SQLCODE(2:9) NOT NUMERIC)
031925         MOVE "N" TO CMT-VALID-SW
031926         DISPLAY "SQLCODE MUST BE * OR A SIGN AND NINE DIGITS"
031927             " - CHANGE REFUSED"
031928         GO TO 2215-EXIT
031929     END-IF.
031930     IF RBK-STEP-NUM NOT NUMERIC
031931        OR RBK-STEP-NUM > 8
031932         MOVE "N" TO CMT-VALID-SW
031933         DISPLAY "STEP MUST BE 00 TO 08 - CHANGE REFUSED"
031934         GO TO 2215-EXIT
031935     END-IF.
031936     IF CMT-F-ACTION = "D"
031937         GO TO 2215-EXIT
031938     END-IF.
031939     IF RBK-HEADER
031940         IF RBK-CONTACT = SPACES
031941            OR NOT RBK-OVERRIDE-VALID
031942             MOVE "N" TO CMT-VALID-SW
031943             DISPLAY "RUNBOOK HEADER NEEDS A CONTACT AND OVERRIDE"
031944                 " Y OR N - CHANGE REFUSED"
031945             GO TO 2215-EXIT
031946         END-IF
031947     ELSE
031948         IF RBK-STEP-TEXT = SPACES
031949             MOVE "N" TO CMT-VALID-SW
031950             DISPLAY "RUNBOOK STEP NEEDS ITS TEXT"
031951                 " - CHANGE REFUSED"
031952             GO TO 2215-EXIT
031953         END-IF
031954     END-IF.
031955     MOVE ZERO TO CMT-STAR-COUNT.
031956     INSPECT RBK-JOB-NAME TALLYING CMT-STAR-COUNT FOR ALL "*".
031957     IF CMT-STAR-COUNT NOT = ZERO
031958         GO TO 2215-EXIT
031959     END-IF.
031960     MOVE SPACES TO CMT-NUM-WORK.
031961     MOVE RBK-JOB-NAME TO CMT-NUM-WORK.
031962     MOVE "N" TO CMT-FOUND-SW.
031963     OPEN INPUT STEPDEF-FILE.
031964     IF CMT-STP-STATUS = "00"
031965         MOVE "N" TO CMT-EOF-SW
031966         PERFORM 2231-ONE-STEPDEF THRU 2231-EXIT
031967             UNTIL CMT-AT-EOF OR CMT-ENTRY-FOUND
031968         CLOSE STEPDEF-FILE
031969     END-IF.
031970     IF NOT CMT-ENTRY-FOUND
031971         MOVE "N" TO CMT-VALID-SW
031972         DISPLAY "JOB " RBK-JOB-NAME
031973             " NOT ON STEPDEFS - CHANGE REFUSED"
031974     END-IF.
031975 2215-EXIT.
031976     EXIT.
032000*
032100 2220-CHECK-NUMERIC.
032200     IF CMT-F-IMAGE
039800     END-IF.
039900 2241-EXIT.
040000     EXIT.
040001*
040002*    A partner master record is checked as a whole, by its
040003*    record type.  A delete needs only the key.
040004 2250-CHECK-PARTNER.
040005     MOVE SPACES TO PARTNR-RECORD.
040006     MOVE CMT-F-IMAGE
040007          (CMT-V-OFFSET(CMT-SUB):CMT-V-LENGTH(CMT-SUB))
040008         TO PARTNR-RECORD.
040009     IF PTN-PARTNER-ID = SPACES
040010         MOVE "N" TO CMT-VALID-SW
040011         DISPLAY "PARTNER ID IS REQUIRED - CHANGE REFUSED"
040012         GO TO 2250-EXIT
040013     END-IF.
040014     IF CMT-F-ACTION = "D"
040015         GO TO 2250-EXIT
040016     END-IF.
040017     EVALUATE TRUE
040018         WHEN PTN-PROFILE
040019             PERFORM 2251-CHECK-PROFILE THRU 2251-EXIT
040020         WHEN PTN-OUTBOUND-FILE
040021             IF PTN-ITEM-NAME = SPACES
040022                OR PTN-SLA-HOURS NOT NUMERIC
040023                OR PTN-SLA-HOURS = ZERO
040024                 MOVE "N" TO CMT-VALID-SW
040025                 DISPLAY "OUTBOUND FILE NEEDS A NAME AND SLA"
040026                     " HOURS - CHANGE REFUSED"
040027             END-IF
040028         WHEN PTN-INBOUND-FEED
040029             IF PTN-ITEM-NAME = SPACES
040030                OR PTN-DUE-TIME NOT NUMERIC
040031                 MOVE "N" TO CMT-VALID-SW
040032             ELSE
040033                 IF PTN-DUE-HH > 23 OR PTN-DUE-MM > 59
040034                     MOVE "N" TO CMT-VALID-SW
040035                 END-IF
040036             END-IF
040037             IF NOT CMT-ENTRY-VALID
040038                 DISPLAY "INBOUND FEED NEEDS A NAME AND A DUE"
040039                     " TIME HHMM - CHANGE REFUSED"
040040             END-IF
040041         WHEN OTHER
040042             MOVE "N" TO CMT-VALID-SW
040043             DISPLAY "RECORD TYPE MUST BE P, O OR I"
040044                 " - CHANGE REFUSED"
040045     END-EVALUATE.
040046 2250-EXIT.
040047     EXIT.
040048*
040049 2251-CHECK-PROFILE.
040050     IF PTN-ITEM-NAME NOT = SPACES
040051         MOVE "N" TO CMT-VALID-SW
040052         DISPLAY "PROFILE RECORD TAKES NO ITEM NAME"
040053             " - CHANGE REFUSED"
040054         GO TO 2251-EXIT
040055     END-IF.
040056     IF (PTN-SENDS-ACK-SW NOT = "Y" AND NOT = "N"
040057                          AND NOT = SPACE)
040058        OR (PTN-WANTS-ACK-SW NOT = "Y" AND NOT = "N"
040059                             AND NOT = SPACE)
040060         MOVE "N" TO CMT-VALID-SW
040061         DISPLAY "ACKNOWLEDGMENT SWITCHES MUST BE Y, N OR"
040062             " BLANK - CHANGE REFUSED"
040063         GO TO 2251-EXIT
040064     END-IF.
040065     IF PTN-FORMAT-NAME = SPACES
040066         GO TO 2251-EXIT
040067     END-IF.
040068     MOVE "N" TO CMT-FOUND-SW.
040069     OPEN INPUT FORMAT-FILE.
040070     IF CMT-FMT-STATUS = "00"
040071         MOVE "N" TO CMT-EOF-SW
040072         PERFORM 2252-ONE-FORMAT THRU 2252-EXIT
040073             UNTIL CMT-AT-EOF OR CMT-ENTRY-FOUND
040074         CLOSE FORMAT-FILE
040075     END-IF.
040076     IF NOT CMT-ENTRY-FOUND
040077         MOVE "N" TO CMT-VALID-SW
040078         DISPLAY "FORMAT " PTN-FORMAT-NAME
040079             " NOT ON MFFORMAT - CHANGE REFUSED"
040080     END-IF.
040081 2251-EXIT.
040082     EXIT.
040083*
040084 2252-ONE-FORMAT.
040085     READ FORMAT-FILE
040086         AT END SET CMT-AT-EOF TO TRUE
040087     END-READ.
040088     IF NOT CMT-AT-EOF
040089        AND MFF-FORMAT-NAME = PTN-FORMAT-NAME
040090         SET CMT-ENTRY-FOUND TO TRUE
040091     END-IF.
040092 2252-EXIT.
040093     EXIT.
040094*
040095*    A parameter library record is checked as a whole.  Its job
040096*    must be on the step definitions, and every "&" in the image
040097*    must name a symbol PRMRSV resolves (see eqprmsym.cob).  A
040098*    delete needs only the key.
040099 2260-CHECK-PARMLIB.
040100     MOVE SPACES TO PRMLIB-RECORD.
040101     MOVE CMT-F-IMAGE
040102          (CMT-V-OFFSET(CMT-SUB):CMT-V-LENGTH(CMT-SUB))
040103         TO PRMLIB-RECORD.
040104     IF PRL-STEP-NUM NOT NUMERIC
040105        OR PRL-STEP-NUM > 20
040106        OR PRL-SEQ NOT NUMERIC
040107         MOVE "N" TO CMT-VALID-SW
040108         DISPLAY "STEP MUST BE 00 TO 20 AND SEQUENCE TWO DIGITS"
040109             " - CHANGE REFUSED"
040110         GO TO 2260-EXIT
040111     END-IF.
040112     MOVE SPACES TO CMT-NUM-WORK.
040113     MOVE PRL-JOB-NAME TO CMT-NUM-WORK.
040114     MOVE "N" TO CMT-FOUND-SW.
040115     OPEN INPUT STEPDEF-FILE.
040116     IF CMT-STP-STATUS = "00"
040117         MOVE "N" TO CMT-EOF-SW
040118         PERFORM 2231-ONE-STEPDEF THRU 2231-EXIT
040119             UNTIL CMT-AT-EOF OR CMT-ENTRY-FOUND
040120         CLOSE STEPDEF-FILE
040121     END-IF.
040122     IF NOT CMT-ENTRY-FOUND
040123         MOVE "N" TO CMT-VALID-SW
040124         DISPLAY "JOB " PRL-JOB-NAME
040125             " NOT ON STEPDEFS - CHANGE REFUSED"
040126         GO TO 2260-EXIT
040127     END-IF.
040128     IF CMT-F-ACTION = "D"
040129         GO TO 2260-EXIT
040130     END-IF.
040131     IF PRL-PARM-DD = SPACES
040132         MOVE "N" TO CMT-VALID-SW
040133         DISPLAY "PARAMETER FILE NAME IS REQUIRED"
040134             " - CHANGE REFUSED"
040135         GO TO 2260-EXIT
040136     END-IF.
040137     IF PRL-IMAGE-LENGTH NOT NUMERIC
040138        OR PRL-IMAGE-LENGTH = ZERO
040139        OR PRL-IMAGE-LENGTH > 77
040140         MOVE "N" TO CMT-VALID-SW
040141         DISPLAY "IMAGE LENGTH MUST BE 001 TO 077"
040142             " - CHANGE REFUSED"
040143         GO TO 2260-EXIT
040144     END-IF.
040145     MOVE 1 TO CMT-PRM-POS.
040146     PERFORM 2261-CHECK-ONE-POSITION THRU 2261-EXIT
040147         UNTIL CMT-PRM-POS > PRL-IMAGE-LENGTH
040148            OR NOT CMT-ENTRY-VALID.
040149 2260-EXIT.
040150     EXIT.
040151*
040152 2261-CHECK-ONE-POSITION.
040153     IF PRL-IMAGE(CMT-PRM-POS:1) NOT = "&"
040154         ADD 1 TO CMT-PRM-POS
040155         GO TO 2261-EXIT
040156     END-IF.
040157     MOVE "N" TO CMT-PRM-MATCH-SW.
040158     PERFORM 2262-ONE-SYMBOL THRU 2262-EXIT
040159         VARYING CMT-PRM-SYM FROM 1 BY 1
040160         UNTIL CMT-PRM-SYM > 5 OR CMT-PRM-MATCHED.
040161     IF NOT CMT-PRM-MATCHED
040162         MOVE "N" TO CMT-VALID-SW
040163         MOVE CMT-PRM-POS TO CMT-PRM-ED-POS
040164         DISPLAY "UNKNOWN SYMBOL AT POSITION " CMT-PRM-ED-POS
040165             " - CHANGE REFUSED"
040166         GO TO 2261-EXIT
040167     END-IF.
040168     MOVE CMT-PRM-NEXT TO CMT-PRM-POS.
040169 2261-EXIT.
040170     EXIT.
040171*
040172*    A name matches only when the image does not run on into a
040173*    longer word.
040174 2262-ONE-SYMBOL.
040175     MOVE PRMSYM-NAME-LEN(CMT-PRM-SYM) TO CMT-PRM-NAME-LEN.
040176     COMPUTE CMT-PRM-NEXT = CMT-PRM-POS + CMT-PRM-NAME-LEN + 1.
040177     IF CMT-PRM-NEXT - 1 > PRL-IMAGE-LENGTH
040178         GO TO 2262-EXIT
040179     END-IF.
040180     IF PRL-IMAGE(CMT-PRM-POS + 1:CMT-PRM-NAME-LEN)
040181        NOT = PRMSYM-NAME(CMT-PRM-SYM)(1:CMT-PRM-NAME-LEN)
040182         GO TO 2262-EXIT
040183     END-IF.
040184     IF CMT-PRM-NEXT NOT > PRL-IMAGE-LENGTH
040185         IF PRL-IMAGE(CMT-PRM-NEXT:1) NUMERIC
040186            OR (PRL-IMAGE(CMT-PRM-NEXT:1) ALPHABETIC-UPPER
040187                AND PRL-IMAGE(CMT-PRM-NEXT:1) NOT = SPACE)
040188             GO TO 2262-EXIT
040189         END-IF
040190     END-IF.
040191     SET CMT-PRM-MATCHED TO TRUE.
040192 2262-EXIT.
040193     EXIT.
040194*
040200*+----------------------------------------------------------+
040300*|  3000-APPROVE-LOOP - review each pending change; only an   |
040400*|  approval by someone other than the keyer applies it.       |
059900*|  3400-WRITE-AUDIT - both user ids on the line.             |
060000*+----------------------------------------------------------+
060100 3400-WRITE-AUDIT.
060110     PERFORM 3410-FIND-AUDIT-TAIL THRU 3410-EXIT.
060200     OPEN EXTEND AUDIT-LOG.
060300     IF CMT-AUD-STATUS = "05" OR CMT-AUD-STATUS = "35"
060400         OPEN OUTPUT AUDIT-LOG
060500     END-IF.
060600     MOVE SPACES TO AUDIT-REC.
060700     STRING PND-APPROVED-AT DELIMITED BY SIZE
060800            " "             DELIMITED BY SIZE
060900            PND-FILE-NAME   DELIMITED BY SIZE
061800            " "             DELIMITED BY SIZE
061900            PND-IMAGE(1:50) DELIMITED BY SIZE
062000         INTO AUDIT-LINE.
062010     MOVE CMT-AUD-TAIL TO AUDIT-CHAIN-PREV.
062020     CALL "HSHCHN" USING AUDIT-CHAIN-PREV
062030                         CMT-SEAL-LENGTH
062040                         AUDIT-REC
062050                         AUDIT-CHAIN-HASH.
062100     WRITE AUDIT-REC.
062200     CLOSE AUDIT-LOG.
062300 3400-EXIT.
062400     EXIT.
062410*
062420*+----------------------------------------------------------+
062430*|  3410-FIND-AUDIT-TAIL - the last line's seal is the new    |
062440*|  line's previous seal.  Lines written before sealing      |
062450*|  began carry spaces.                                       |
062460*+----------------------------------------------------------+
062470 3410-FIND-AUDIT-TAIL.
062480     MOVE SPACES TO CMT-AUD-TAIL.
062490     MOVE "N"    TO CMT-AUD-EOF-SW.
062500     OPEN INPUT AUDIT-LOG.
062510     IF CMT-AUD-STATUS NOT = "00"
062520         GO TO 3410-EXIT
062530     END-IF.
062540     PERFORM 3420-READ-AUDIT-TAIL THRU 3420-EXIT
062550         UNTIL CMT-AUD-AT-EOF.
062560     CLOSE AUDIT-LOG.
062570 3410-EXIT.
062580     EXIT.
062590*
062600 3420-READ-AUDIT-TAIL.
062610     READ AUDIT-LOG
062620         AT END
062630             SET CMT-AUD-AT-EOF TO TRUE
062640             GO TO 3420-EXIT
062650     END-READ.
062660     MOVE AUDIT-CHAIN-HASH TO CMT-AUD-TAIL.
062670 3420-EXIT.
062680     EXIT.
