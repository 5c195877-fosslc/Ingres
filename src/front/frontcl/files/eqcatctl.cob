*     *
*     * CATCTL
*     *
*     * Purpose: Catch-up business-date record, keyed by job name.
*     *          CATCHUP (see eqcatchp.cob) writes one for a job
*     *          just before it runs the job for a missed business
*     *          date and deletes it when the job returns; JOBHDR
*     *          (see eqjobhdr.cob) takes CCT-BUSINESS-DATE as the
*     *          run's JBC-BUSINESS-DATE while the record is on
*     *          file, ahead of the calendar's processing date, so
*     *          each catch-up pass posts, guards and gates under
*     *          the date it is catching up.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  CATCTL-RECORD.
           05 CCT-JOB-NAME          PIC X(8).
           05 CCT-BUSINESS-DATE     PIC 9(8).
           05 CCT-APPL-ID           PIC X(8).
           05 CCT-SET-AT            PIC X(14).
