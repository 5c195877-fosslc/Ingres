*     *
*     * RUNEXP
*     *
*     * Purpose: Run-expectation control record read by MISRUN
*     *          (see eqmisrun.cob).  One record per scheduled job
*     *          says which processing dates the job must run on
*     *          and by when its run must be complete.  The day
*     *          rule follows FDC-DAY-RULE and MIL-DAY-RULE - "D"
*     *          every processing date, "W" weekday processing
*     *          dates, "M" only at the period-end cutoff - plus
*     *          "B", the REX-BUSINESS-DAY'th business day of the
*     *          month, all resolved against REX-APPL-ID's
*     *          business calendar through BCALDT (the "BATCH"
*     *          calendar when blank).  The deadline is
*     *          REX-EXPECTED-TIME on the processing date, or on
*     *          the calendar day after it when REX-NEXT-DAY-SW is
*     *          "Y" - for the jobs that run past midnight.  RUNGRD
*     *          stops a job running twice; this record notices
*     *          one that never ran at all.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RUNEXP-RECORD.
           05 REX-JOB-NAME          PIC X(8).
           05 REX-APPL-ID           PIC X(8).
           05 REX-DAY-RULE          PIC X(1).
              88 REX-RULE-DAILY                VALUE "D".
              88 REX-RULE-WEEKDAYS             VALUE "W".
              88 REX-RULE-MONTH-END            VALUE "M".
              88 REX-RULE-BUSINESS-DAY         VALUE "B".
           05 REX-BUSINESS-DAY      PIC 9(2).
           05 REX-EXPECTED-TIME     PIC 9(4).
           05 REX-NEXT-DAY-SW       PIC X(1).
              88 REX-DUE-NEXT-DAY              VALUE "Y".
           05 REX-CRITICAL-SW       PIC X(1).
              88 REX-JOB-CRITICAL              VALUE "Y".
