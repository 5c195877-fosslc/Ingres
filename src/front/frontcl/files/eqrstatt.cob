*     *
*     * RSTATT
*     *
*     * Purpose: Automatic-restart attempt record, keyed by job
*     *          name and business date.  AUTRST (see eqautrst.cob)
*     *          counts here the restarts it has made for the date,
*     *          remembers the failed run-id it last acted on so a
*     *          failure is handled only once, and marks the date
*     *          escalated when the attempts are used up or a
*     *          recovery step could not reconcile - after which
*     *          the job is the operator's until it completes.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RSTATT-RECORD.
           05 RSA-KEY.
              10 RSA-JOB-NAME       PIC X(8).
              10 RSA-BUSINESS-DATE  PIC 9(8).
           05 RSA-ATTEMPTS          PIC 9(2).
           05 RSA-LAST-RUN-ID       PIC X(16).
           05 RSA-STATE             PIC X(1).
              88 RSA-RESUBMITTED               VALUE "R".
              88 RSA-ESCALATED                 VALUE "E".
           05 RSA-UPDATED           PIC X(14).
           05 RSA-REASON            PIC X(40).
