*     * History:
*     *     22-aug-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         Added the runbook entry ALRMGR attaches to a
*     *         CRITICAL alert for a failed run (see eqrunbk.cob).
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
           05 ALR-TIMESTAMP         PIC X(14).
           05 ALR-ACK-USER          PIC X(8).
           05 ALR-ACK-TIMESTAMP     PIC X(14).
           05 ALR-RBK-SW            PIC X(1).
              88 ALR-RUNBOOK-ATTACHED          VALUE "Y".
           05 ALR-RBK-JOB           PIC X(8).
           05 ALR-RBK-EXIT          PIC 9(4).
           05 ALR-RBK-SQLCODE       PIC S9(9) SIGN LEADING SEPARATE.
