*     *
*     * ACCATT
*     *
*     * Purpose: Access attestation record, keyed by quarter
*     *          (YYYYQn) and user id.  ATTSCN (see eqattscn.cob)
*     *          writes one when a reviewer attests a user's
*     *          access for the quarter - keep it, revoke it, or
*     *          change it - with the role, active flag and
*     *          function list the reviewer saw, so the evidence
*     *          stays on file after USERROLE moves on.  The
*     *          quarterly recertification report (see
*     *          eqaccrec.cob) shows each user's attestation.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ACCATT-RECORD.
           05 ATT-KEY.
              10 ATT-QUARTER        PIC X(6).
              10 ATT-USER-ID        PIC X(8).
           05 ATT-DECISION          PIC X(1).
              88 ATT-KEEP                      VALUE "K".
              88 ATT-REVOKE                    VALUE "R".
              88 ATT-CHANGE                    VALUE "C".
              88 ATT-DECISION-VALID            VALUE "K" "R" "C".
           05 ATT-COMMENT           PIC X(60).
           05 ATT-REVIEWER          PIC X(8).
           05 ATT-ATTESTED-AT       PIC X(14).
           05 ATT-ROLE              PIC X(8).
           05 ATT-ACTIVE-SW         PIC X(1).
           05 ATT-FUNCTIONS         PIC X(64).
