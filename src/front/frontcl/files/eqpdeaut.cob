*     *
*     * PDEAUT
*     *
*     * Purpose: Personal-data erasure authorization, keyed by the
*     *          privacy request reference.  A supervisor keys one
*     *          through the PDESCN screen (see eqpdescn.cob) - the
*     *          subject's key, their own SIGNON-verified id and the
*     *          reason - and PDLOC (see eqpdloc.cob) will not run
*     *          its erase mode without an unused authorization for
*     *          the same request and subject.  PDLOC marks it used
*     *          when the erasure is done, so one authorization
*     *          erases once.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PDEAUT-RECORD.
           05 PDA-REQUEST-ID        PIC X(12).
           05 PDA-SUBJECT-KEY       PIC X(40).
           05 PDA-AUTHORIZER        PIC X(8).
           05 PDA-REASON            PIC X(40).
           05 PDA-AUTHORIZED-AT     PIC X(14).
           05 PDA-USED-SW           PIC X(1).
              88 PDA-AUTHORIZATION-USED        VALUE "Y".
           05 PDA-USED-AT           PIC X(14).
