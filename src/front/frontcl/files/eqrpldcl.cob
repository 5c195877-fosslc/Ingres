*     *
*     * RPLDCL
*     *
*     * Purpose: Supervised inbound-file replacement declaration,
*     *          keyed by feed name and business date - the key of
*     *          the inbound registry entry (see eqinbreg.cob) being
*     *          replaced.  An operator keys one through the RPLSCN
*     *          screen (see eqrplscn.cob) when a partner resends a
*     *          corrected file for a date already loaded: the
*     *          registered file it replaces, the load run-id to
*     *          back out, the replacement file, who declared it and
*     *          why.  INBRPL (see eqinbrpl.cob) carries it out and
*     *          stamps the run-id and time it completed - or the
*     *          step it failed at - so the record is the audit
*     *          trail of the replacement.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RPLDCL-RECORD.
           05 RPL-KEY.
              10 RPL-FEED-NAME      PIC X(12).
              10 RPL-BUSINESS-DATE  PIC 9(8).
           05 RPL-ORIG-FILE         PIC X(12).
           05 RPL-ORIG-RUN-ID       PIC X(16).
           05 RPL-NEW-FILE          PIC X(12).
           05 RPL-AUTHORIZER        PIC X(8).
           05 RPL-REASON            PIC X(40).
           05 RPL-DECLARED          PIC X(14).
           05 RPL-STATUS            PIC X(1).
              88 RPL-PENDING                   VALUE "P".
              88 RPL-COMPLETED                 VALUE "C".
              88 RPL-FAILED                    VALUE "F".
           05 RPL-DONE-RUN-ID       PIC X(16).
           05 RPL-DONE-AT           PIC X(14).
           05 RPL-FAILED-STEP       PIC X(8).
