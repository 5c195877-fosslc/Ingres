003700*     * Modification History
003800*     * --------------------
003900*     * 02-sep-2026 (dlross)  Written.
003910*     * 15-oct-2026 (dlross)  ACTION "RETIR" retires every
003920*     *                       fingerprint a given load run-id
003930*     *                       registered, so a file that is backed
003940*     *                       out and replaced by a corrected one
003950*     *                       (see eqinbrpl.cob) does not see its
003960*     *                       own rows as duplicates.
003970*     * 15-oct-2026 (dlross)  A RETIR whose DELETE fails stops
003980*     *                       there and fails the call; the count
003990*     *                       retired so far is still returned.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004600         FILE STATUS IS DUP-PARM-STATUS.
004700     SELECT FINGERPRINT-FILE ASSIGN TO "DUPFPRNT"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS FPR-KEY
005100         FILE STATUS IS DUP-FPR-STATUS.
005200     SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
010600     05 DUP-ALR-MESSAGE       PIC X(70).
010700     05 DUP-ALR-KEY           PIC X(20) VALUE SPACES.
010800     05 DUP-ALR-USER          PIC X(8)  VALUE SPACES.
010820     05 DUP-RETIRE-RUN-ID     PIC X(16).
010840     05 DUP-RETIRED-COUNT     PIC 9(9)  VALUE ZERO.
010860     05 DUP-FPR-EOF-SW        PIC X(1)  VALUE "N".
010880         88 DUP-FPR-AT-EOF              VALUE "Y".
010900*
011000 LINKAGE SECTION.
011100 01  DUP-CALLER-ACTION        PIC X(5).
011200     88 DUP-ACTION-OPEN                  VALUE "OPEN".
011300     88 DUP-ACTION-CHECK                 VALUE "CHECK".
011400     88 DUP-ACTION-CLOSE                 VALUE "CLOSE".
011450     88 DUP-ACTION-RETIRE                VALUE "RETIR".
011500 01  DUP-CALLER-RECORD        PIC X(4000).
011600 01  DUP-CALLER-RESULT        PIC X(1).
011700     88 DUP-RESULT-NEW                   VALUE "Y".
013400             PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
013500         WHEN DUP-ACTION-CLOSE
013600             PERFORM 3000-CLOSE-CHECKER THRU 3000-EXIT
013630         WHEN DUP-ACTION-RETIRE
013660             PERFORM 4000-RETIRE-RUN THRU 4000-EXIT
013700         WHEN OTHER
013800             SET DUP-RESULT-FAILED TO TRUE
013900     END-EVALUATE.
027000     END-IF.
027100 3000-EXIT.
027200     EXIT.
027300*
027400*+----------------------------------------------------------+
027500*|  4000-RETIRE-RUN - delete every fingerprint the run-id in  |
027600*|  the first 16 bytes of the record registered; the count    |
027700*|  retired goes back in bytes 17-25.                         |
027800*+----------------------------------------------------------+
027900 4000-RETIRE-RUN.
028000     IF DUP-CHECK-ENABLED
028100         SET DUP-RESULT-FAILED TO TRUE
028200         GO TO 4000-EXIT
028300     END-IF.
028400     MOVE DUP-CALLER-RECORD(1:16) TO DUP-RETIRE-RUN-ID.
028500     MOVE ZERO TO DUP-RETIRED-COUNT.
028550     MOVE DUP-RETIRED-COUNT TO DUP-CALLER-RECORD(17:9).
028600     OPEN I-O FINGERPRINT-FILE.
028700     IF DUP-FPR-STATUS = "05" OR DUP-FPR-STATUS = "35"
028800         CLOSE FINGERPRINT-FILE
028900         GO TO 4000-EXIT
029000     END-IF.
029100     IF DUP-FPR-STATUS NOT = "00"
029200         SET DUP-RESULT-FAILED TO TRUE
029300         GO TO 4000-EXIT
029400     END-IF.
029500     MOVE LOW-VALUES TO FPR-KEY.
029600     START FINGERPRINT-FILE KEY IS NOT LESS THAN FPR-KEY
029700         INVALID KEY
029800             CLOSE FINGERPRINT-FILE
029900             GO TO 4000-EXIT
030000     END-START.
030100     MOVE "N" TO DUP-FPR-EOF-SW.
030200     PERFORM 4100-RETIRE-ONE-FINGERPRINT THRU 4100-EXIT
030300         UNTIL DUP-FPR-AT-EOF.
030400     CLOSE FINGERPRINT-FILE.
030500     MOVE DUP-RETIRED-COUNT TO DUP-CALLER-RECORD(17:9).
030600 4000-EXIT.
030700     EXIT.
030800*
030900 4100-RETIRE-ONE-FINGERPRINT.
031000     READ FINGERPRINT-FILE NEXT RECORD
031100         AT END SET DUP-FPR-AT-EOF TO TRUE
031200     END-READ.
031300     IF DUP-FPR-AT-EOF
031400         GO TO 4100-EXIT
031500     END-IF.
031600     IF FPR-FIRST-RUN-ID = DUP-RETIRE-RUN-ID
031700         DELETE FINGERPRINT-FILE RECORD
031710         IF DUP-FPR-STATUS NOT = "00"
031720             SET DUP-RESULT-FAILED TO TRUE
031730             SET DUP-FPR-AT-EOF TO TRUE
031740             GO TO 4100-EXIT
031750         END-IF
031800         ADD 1 TO DUP-RETIRED-COUNT
031900     END-IF.
032000 4100-EXIT.
032100     EXIT.
