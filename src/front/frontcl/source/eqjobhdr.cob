002200*     *          RETURN-CODE after the OPEN call: 20 means the
002300*     *          RUNGRD guard refused a duplicate business-date
002400*     *          run and the job must stop without posting.
002430*     *          24 means the job's symbolic parameters could not
002460*     *          be resolved (see PRMRSV) and it must stop too.
002500*     *
002600 PROGRAM-ID.     JOBHDR.
002700 AUTHOR.         D L ROSS.
005740*     *                       run-version file, so any run ties
005750*     *                       back to the exact control content
005760*     *                       it executed under.
005766*     * 15-oct-2026 (dlross)  A business date left zero is taken
005772*     *                       from the job's catch-up date record
005778*     *                       (see eqcatctl.cob) when CATCHUP is
005784*     *                       running it for a missed date, ahead
005790*     *                       of the calendar's processing date.
005791*     * 15-oct-2026 (dlross)  OPEN has PRMRSV resolve the job's
005792*     *                       symbolic parameter library images
005793*     *                       (see eqprmlib.cob) into its
005794*     *                       parameter files, ahead of the RUNGRD
005795*     *                       check; an image that cannot be
005796*     *                       resolved fails the OPEN with
005797*     *                       RETURN-CODE 24.
005798*     * 15-oct-2026 (dlross)  A catch-up date record is honoured
005799*     *                       only on the day CATCHUP set it.
005800*
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006640     SELECT RUN-VERSION-FILE ASSIGN TO "RUNVERS"
006650         ORGANIZATION IS SEQUENTIAL
006660         FILE STATUS IS JHD-RNV-STATUS.
006666     SELECT CATCHUP-FILE ASSIGN TO "CATCHCTL"
006672         ORGANIZATION IS INDEXED
006678         ACCESS MODE IS RANDOM
006684         RECORD KEY IS CCF-KEY
006690         FILE STATUS IS JHD-CCT-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007380 01  RUN-VERSION-REC.
007390     05 RNV-RUN-ID            PIC X(16).
007391     05 RNV-VERSION-ID        PIC X(14).
007392*
007393 FD  CATCHUP-FILE.
007394 01  CATCHUP-FILE-REC.
007395     05 CCF-KEY               PIC X(8).
007396     05 CCF-REST-OF-RECORD    PIC X(30).
007400*
007500 WORKING-STORAGE SECTION.
007600 COPY "eqsqlca.cob".
007650 COPY "eqcatctl.cob".
007700*
007800 01  JHD-WORK-AREA.
007900     05 JHD-FILE-STATUS       PIC X(2)  VALUE "00".
009030     05 JHD-CVR-EOF-SW        PIC X(1)  VALUE "N".
009040         88 JHD-CVR-AT-EOF              VALUE "Y".
009050     05 JHD-VERSION-ID        PIC X(14) VALUE SPACES.
009060     05 JHD-CCT-STATUS        PIC X(2)  VALUE "00".
009070     05 JHD-CATCHUP-SW        PIC X(1)  VALUE "N".
009080         88 JHD-CATCHUP-FOUND           VALUE "Y".
009084     05 JHD-PRV-ACTION        PIC X(5).
009088     05 JHD-PRV-STEP-NUM      PIC S9(4) USAGE COMP.
009092     05 JHD-PRV-RESULT        PIC X(1)  VALUE "Y".
009096         88 JHD-PARMS-UNRESOLVED        VALUE "N".
009100*
009200 LINKAGE SECTION.
009300 01  JHD-CALLER-ACTION        PIC X(5).
012300        OR JBC-BUSINESS-DATE = ZERO
012400         PERFORM 1100-RESOLVE-BUSINESS-DATE THRU 1100-EXIT
012500     END-IF.
012600     MOVE "JOB"  TO JHD-PRV-ACTION.
012700     MOVE ZERO   TO JHD-PRV-STEP-NUM.
012800     MOVE "Y"    TO JHD-PRV-RESULT.
012900     CALL "PRMRSV" USING JHD-PRV-ACTION
013000                         JBC-JOB-NAME
013100                         JHD-PRV-STEP-NUM
013200                         JBC-RUN-ID
013250                         JBC-BUSINESS-DATE
013300                         JHD-PRV-RESULT.
013350     IF JHD-PARMS-UNRESOLVED
013400         SET JBC-STATUS-FAILED TO TRUE
013420         MOVE 24 TO RETURN-CODE
013440     ELSE
013460         MOVE "CHECK" TO JHD-RGD-ACTION
013480         MOVE "Y"     TO JHD-RGD-RESULT
013500         CALL "RUNGRD" USING JHD-RGD-ACTION
013520                             JBC-JOB-NAME
013540                             JBC-BUSINESS-DATE
013560                             JHD-RGD-RESULT
013580         IF JHD-RUN-IS-DUPLICATE
013600             SET JBC-STATUS-FAILED TO TRUE
013620             MOVE 20 TO RETURN-CODE
013640         ELSE
013660             SET JBC-STATUS-RUNNING TO TRUE
013680         END-IF
013720     END-IF.
013800     OPEN I-O JOBCTL-FILE.
013900     IF JHD-FILE-STATUS = "05" OR JHD-FILE-STATUS = "35"
014000         OPEN OUTPUT JOBCTL-FILE
015900*|  clock date only when the calendar itself is unavailable.   |
016000*+----------------------------------------------------------+
016100 1100-RESOLVE-BUSINESS-DATE.
016110*    A catch-up pass names the date it is running the job for.
016120     PERFORM 1150-CHECK-CATCHUP-DATE THRU 1150-EXIT.
016130     IF JHD-CATCHUP-FOUND
016140         GO TO 1100-EXIT
016150     END-IF.
016200     CALL "BCALDT" USING JHD-BCAL-ACTION
016300                         JBC-JOB-NAME
016400                         JHD-BCAL-PROC-DATE
017501 1210-EXIT.
017502     EXIT.
017503*
017506*+----------------------------------------------------------+
017509*|  1150-CHECK-CATCHUP-DATE - while CATCHUP runs the job for  |
017512*|  a missed business date its catch-up date record (see      |
017515*|  eqcatctl.cob), set today, gives the date.                 |
017518*+----------------------------------------------------------+
017521 1150-CHECK-CATCHUP-DATE.
017524     MOVE "N" TO JHD-CATCHUP-SW.
017527     OPEN INPUT CATCHUP-FILE.
017530     IF JHD-CCT-STATUS NOT = "00"
017533         GO TO 1150-EXIT
017536     END-IF.
017539     MOVE JBC-JOB-NAME TO CCF-KEY.
017542     READ CATCHUP-FILE INTO CATCTL-RECORD
017545         KEY IS CCF-KEY
017548         INVALID KEY CONTINUE
017551         NOT INVALID KEY
017554             PERFORM 1160-TAKE-CATCHUP-DATE THRU 1160-EXIT
017569     END-READ.
017572     CLOSE CATCHUP-FILE.
017575 1150-EXIT.
017578     EXIT.
017579*
017580*    A record left behind by a CATCHUP pass that never came back
017581*    to delete it is not today's; the job runs for the calendar
017582*    date instead.
017583*
017584 1160-TAKE-CATCHUP-DATE.
017585     IF CCT-BUSINESS-DATE NOT NUMERIC
017586        OR CCT-BUSINESS-DATE = ZERO
017587         GO TO 1160-EXIT
017588     END-IF.
017589     IF CCT-SET-AT(1:8) NOT = JHD-NOW-STRING(1:8)
017590         DISPLAY "JOBHDR: CATCHCTL RECORD FOR " JBC-JOB-NAME
017591             " SET AT " CCT-SET-AT " IS NOT TODAY'S - IGNORED"
017592         GO TO 1160-EXIT
017593     END-IF.
017594     SET JHD-CATCHUP-FOUND TO TRUE.
017595     MOVE CCT-BUSINESS-DATE TO JBC-BUSINESS-DATE.
017596 1160-EXIT.
017597     EXIT.
017598*
017600*+----------------------------------------------------------+
017700*|  2000-CLOSE-JOB - stamp the actual end time and record the |
017800*|  header's final status.                                      |
