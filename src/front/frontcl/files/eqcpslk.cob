*     *
*     * CPSLK
*     *
*     * Purpose: Critical-path slack history, keyed by job name and
*     *          calendar month.  CRPATH (see eqcrpath.cob) rewrites
*     *          the current month's record for every job on a close
*     *          path each time it runs, and reads the previous
*     *          month's record to report jobs whose slack has
*     *          shrunk below the shift's threshold since then.
*     *          Slack is held in seconds.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  CPSLK-RECORD.
           05 CPS-KEY.
              10 CPS-JOB-NAME       PIC X(8).
              10 CPS-MONTH          PIC 9(6).
           05 CPS-SLACK-SECS        PIC S9(9).
           05 CPS-ELAPSED-SECS      PIC S9(9).
           05 CPS-CRITICAL-SW       PIC X(1).
              88 CPS-ON-CRITICAL-PATH          VALUE "Y".
           05 CPS-UPDATED           PIC X(14).
