*     *
*     * SODRUL
*     *
*     * Purpose: Segregation-of-duties rule read by the quarterly
*     *          access recertification (see eqaccrec.cob).  Type
*     *          P names two screen functions no one user may hold
*     *          together - CTLMAINT and CTLAPPRV, keying and
*     *          approving a control-file change, is the one audit
*     *          asks after; a user holding *ALL holds every pair.
*     *          Type K asks for every applied CTLPEND change its
*     *          own keyer approved.  Type V asks for every rerun
*     *          override authorized for a job its authorizer also
*     *          operates - issued an operator command against one
*     *          of its runs, or is assigned to it by a type J
*     *          record (user id and job name, a trailing "*"
*     *          matching a job-name prefix).
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  SODRUL-RECORD.
           05 SOD-REC-TYPE          PIC X(1).
              88 SOD-FUNCTION-PAIR             VALUE "P".
              88 SOD-SELF-APPROVAL             VALUE "K".
              88 SOD-OVERRIDE-OPERATE          VALUE "V".
              88 SOD-JOB-OPERATOR              VALUE "J".
           05 SOD-RULE-ID           PIC X(8).
           05 SOD-PAIR-DATA.
              10 SOD-FUNC-A         PIC X(8).
              10 SOD-FUNC-B         PIC X(8).
           05 SOD-ASSIGN-DATA REDEFINES SOD-PAIR-DATA.
              10 SOD-USER-ID        PIC X(8).
              10 SOD-JOB-NAME       PIC X(8).
           05 SOD-DESCRIPTION       PIC X(40).
           05 FILLER                PIC X(15).
