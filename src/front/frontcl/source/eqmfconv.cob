004800*     *                       can link this stage to the ones
004900*     *                       before and after it; blank names
005000*     *                       fall back to the DD literals.
005010*     * 15-oct-2026 (dlross)  A partner id on the parameter
005020*     *                       record takes the format name from
005030*     *                       that partner's profile on the
005040*     *                       interface partner master (PTNGET,
005050*     *                       see eqpartnr.cob) in place of
005060*     *                       MFP-FORMAT-NAME; a partner not on
005070*     *                       the master, or with no format, stops
005080*     *                       the conversion.
005100*
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
007500     05 MFP-OUT-LENGTH        PIC 9(4).
007600     05 MFP-IN-NAME           PIC X(12).
007700     05 MFP-OUT-NAME          PIC X(12).
007750     05 MFP-PARTNER-ID        PIC X(8).
007800*
007900 FD  EXTRACT-IN
008000     RECORD IS VARYING IN SIZE FROM 1 TO 4000
009200*
009300 WORKING-STORAGE SECTION.
009400 COPY "eqebctab.cob".
009450 COPY "eqpartnr.cob".
009500*
009600 01  MFC-WORK-AREA.
009700     05 MFC-PARM-STATUS       PIC X(2)  VALUE "00".
013400     05 MFC-LIN-OUT-FILE      PIC X(12) VALUE "MFEXTOUT".
013500     05 MFC-LIN-RECS-IN       PIC S9(9) USAGE COMP.
013600     05 MFC-LIN-RECS-OUT      PIC S9(9) USAGE COMP.
013610     05 MFC-PARTNER-ID        PIC X(12).
013620     05 MFC-PTG-ACTION        PIC X(4)  VALUE "PART".
013630     05 MFC-PTG-VALUE         PIC 9(4).
013640     05 MFC-PTG-RESULT        PIC X(1).
013650         88 MFC-PTG-FOUND               VALUE "Y".
013700*
013800 01  MFC-FIELD-TABLE.
013900     05 MFC-FIELD-ROW OCCURS 100 TIMES.
019300     IF MFP-OUT-NAME NOT = SPACES
019400         MOVE MFP-OUT-NAME TO MFC-LIN-OUT-FILE
019500     END-IF.
019550     MOVE MFP-PARTNER-ID  TO MFC-PARTNER-ID.
019600     CLOSE MF-PARM.
019620     IF MFC-PARTNER-ID NOT = SPACES
019640         PERFORM 1100-PARTNER-FORMAT THRU 1100-EXIT
019660     END-IF.
019700     IF MFC-PARM-IN-LEN = ZERO OR MFC-PARM-IN-LEN > 4000
019800        OR MFC-PARM-OUT-LEN = ZERO OR MFC-PARM-OUT-LEN > 4000
019900         DISPLAY "MFCONV: BAD RECORD LENGTHS ON MFPARM"
021800     OPEN OUTPUT EXTRACT-OUT.
021900 1000-EXIT.
022000     EXIT.
022005*
022010*    The partner master names the partner's bank format, so a
022015*    partner that changes formats changes in one place.
022020 1100-PARTNER-FORMAT.
022025     CALL "PTNGET" USING MFC-PTG-ACTION
022030                         MFC-PARTNER-ID
022035                         PARTNR-RECORD
022040                         MFC-PTG-VALUE
022045                         MFC-PTG-RESULT.
022050     IF NOT MFC-PTG-FOUND
022055        OR PTN-FORMAT-NAME = SPACES
022060         DISPLAY "MFCONV: PARTNER " MFC-PARTNER-ID(1:8)
022065             " HAS NO FORMAT ON PARTMSTR"
022070         MOVE 12 TO RETURN-CODE
022075         STOP RUN
022080     END-IF.
022085     MOVE PTN-FORMAT-NAME TO MFC-FMT-NAME.
022090 1100-EXIT.
022095     EXIT.
022100*
022200*+----------------------------------------------------------+
022300*|  2000-LOAD-FORMAT                                          |
