*     *
*     * RUNBK
*     *
*     * Purpose: Failure runbook, the recovery steps for a failed
*     *          run.  Each entry is keyed by job name, exit code
*     *          (see eqxitcod.cob) and final SQLCODE; any of the
*     *          three may be "*" to match every value, and a job
*     *          name ending in "*" matches every job beginning with
*     *          the characters before it.  Step 00 of an entry is
*     *          its header - who to call and whether a rerun needs
*     *          an OVRSCN override - and steps 01 to 08 are the
*     *          recovery steps in the order they are carried out.
*     *          RBKGET (see eqrbkget.cob) returns the most specific
*     *          entry for a failure.  Maintained through CTLMNT.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RUNBK-RECORD.
           05 RBK-KEY.
              10 RBK-JOB-NAME       PIC X(8).
              10 RBK-EXIT-CODE      PIC X(4).
              10 RBK-SQLCODE        PIC X(10).
              10 RBK-SQLCODE-N      REDEFINES RBK-SQLCODE
                                    PIC S9(9) SIGN LEADING SEPARATE.
              10 RBK-STEP-NUM       PIC 9(2).
                 88 RBK-HEADER                 VALUE ZERO.
           05 RBK-HEADER-DATA.
              10 RBK-CONTACT        PIC X(40).
              10 RBK-OVERRIDE-SW    PIC X(1).
                 88 RBK-OVERRIDE-NEEDED        VALUE "Y".
                 88 RBK-OVERRIDE-VALID         VALUE "Y" "N".
              10 FILLER             PIC X(20).
           05 RBK-STEP-DATA         REDEFINES RBK-HEADER-DATA.
              10 RBK-STEP-TEXT      PIC X(61).
