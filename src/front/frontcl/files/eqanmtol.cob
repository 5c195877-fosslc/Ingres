*     *
*     * ANMTOL
*     *
*     * Purpose: Interface anomaly tolerance, one record per
*     *          inbound feed or outbound file on the ANMTOL
*     *          control file ANMCHK (see eqanmchk.cob) reads.
*     *          ANT-WEEKS is how many weeks back the baseline
*     *          runs (same day of the week only), ANT-MIN-SAMPLES
*     *          how many history days it needs before it judges
*     *          at all, and ANT-COUNT-PCT and ANT-AMOUNT-PCT the
*     *          width of the band either side of the baseline
*     *          average, as a percentage of it, for the record
*     *          count and the money.  ANT-HOLD-SW "Y" puts a
*     *          file that breaks its band on hold (see
*     *          eqanmhld.cob) as well as alerting.  A record with
*     *          a blank ANT-ITEM-NAME is the default for its type;
*     *          a zero field takes the program's own default.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ANMTOL-RECORD.
           05 ANT-ITEM-TYPE         PIC X(1).
              88 ANT-INBOUND-FEED              VALUE "I".
              88 ANT-OUTBOUND-FILE             VALUE "O".
           05 ANT-ITEM-NAME         PIC X(12).
           05 ANT-WEEKS             PIC 9(2).
           05 ANT-MIN-SAMPLES       PIC 9(2).
           05 ANT-COUNT-PCT         PIC 9(3).
           05 ANT-AMOUNT-PCT        PIC 9(3).
           05 ANT-HOLD-SW           PIC X(1).
              88 ANT-HOLD-ON-BREACH            VALUE "Y".
