005200*     *                       working table on first call, so
005300*     *                       adding a currency no longer means
005400*     *                       recompiling every ledger job.
005410*     * 15-oct-2026 (dlross)  The 2- and 3-decimal edit fields
005420*     *                       ran past the 20-byte display
005430*     *                       amount once the code and its
005440*     *                       space were in front, cutting off
005450*     *                       the last decimals.  They now give
005460*     *                       up whole digits to fit instead.
005470*     * 15-oct-2026 (dlross)  An amount too large for the
005480*     *                       narrower edit fields now fails the
005490*     *                       call, display left blank, instead
005492*     *                       of losing its leading digit.
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
007200     05 MHD-WORK-2-DEC        PIC S9(13)V99    COMP-3.
007300     05 MHD-WORK-3-DEC        PIC S9(13)V999   COMP-3.
007400     05 MHD-EDIT-0-DEC        PIC -(13)9.
007500     05 MHD-EDIT-2-DEC        PIC -(12)9.99.
007600     05 MHD-EDIT-3-DEC        PIC -(11)9.999.
007700     05 MHD-FILE-STATUS       PIC X(2)  VALUE "00".
007800     05 MHD-LOADED-SW         PIC X(1)  VALUE "N".
007900         88 MHD-TABLE-LOADED            VALUE "Y".
019300*+----------------------------------------------------------+
019400*|  1000-FORMAT-AMOUNT - round the amount to the number of    |
019500*|  decimal digits this currency displays and edit it into     |
019600*|  the caller's output field.  An amount with more whole      |
019610*|  digits than the edit field holds fails the call, the       |
019620*|  display left blank, so the caller takes its fallback.      |
019700*+----------------------------------------------------------+
019800 1000-FORMAT-AMOUNT.
019900     EVALUATE MHD-CUR-DECIMALS(MHD-HIT-SUB)
020700             SET MHD-RESULT-OK TO TRUE
020800         WHEN 3
020900             COMPUTE MHD-WORK-3-DEC ROUNDED = MHD-CALLER-AMOUNT
020910             IF MHD-WORK-3-DEC > 99999999999.999
020920                OR MHD-WORK-3-DEC < -99999999999.999
020930                 GO TO 1000-EXIT
020940             END-IF
021000             MOVE MHD-WORK-3-DEC TO MHD-EDIT-3-DEC
021100             STRING MHD-CALLER-CURRENCY-CODE DELIMITED BY SIZE
021200                    " "                       DELIMITED BY SIZE
021500             SET MHD-RESULT-OK TO TRUE
021600         WHEN 2
021700             COMPUTE MHD-WORK-2-DEC ROUNDED = MHD-CALLER-AMOUNT
021710             IF MHD-WORK-2-DEC > 999999999999.99
021720                OR MHD-WORK-2-DEC < -999999999999.99
021730                 GO TO 1000-EXIT
021740             END-IF
021800             MOVE MHD-WORK-2-DEC TO MHD-EDIT-2-DEC
021900             STRING MHD-CALLER-CURRENCY-CODE DELIMITED BY SIZE
022000                    " "                       DELIMITED BY SIZE
