*     *
*     * MISJOB
*     *
*     * Purpose: Missed-job record.  MISRUN (see eqmisrun.cob)
*     *          rewrites the MISSJOBS file on every check with one
*     *          record per expected job (see eqrunexp.cob) past
*     *          its deadline with no run, or no completed run, for
*     *          its processing date; TURNRP (see eqturnrp.cob)
*     *          lists them in the turnover exception section.
*     *          MSJ-LAST-RUN-ID and MSJ-LAST-STATUS are the
*     *          job-control run found for the date, blank when
*     *          there was none.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  MISJOB-RECORD.
           05 MSJ-JOB-NAME          PIC X(8).
           05 MSJ-BUSINESS-DATE     PIC 9(8).
           05 MSJ-DEADLINE          PIC X(12).
           05 MSJ-REASON            PIC X(1).
              88 MSJ-NO-RUN                    VALUE "N".
              88 MSJ-NOT-COMPLETE              VALUE "I".
           05 MSJ-LAST-RUN-ID       PIC X(16).
           05 MSJ-LAST-STATUS       PIC X(1).
           05 MSJ-CRITICAL-SW       PIC X(1).
           05 MSJ-DETECTED          PIC X(14).
