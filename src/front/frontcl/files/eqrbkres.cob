*     *
*     * RBKRES
*     *
*     * Purpose: Runbook entry returned by RBKGET (see eqrbkget.cob)
*     *          for a failed run.  RBR-STEP-COUNT is the highest
*     *          step number on the entry; a step missing below it
*     *          comes back blank.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RBKRES-AREA.
           05 RBR-FOUND-SW          PIC X(1).
              88 RBR-ENTRY-FOUND               VALUE "Y".
           05 RBR-MATCH-KEY.
              10 RBR-MATCH-JOB      PIC X(8).
              10 RBR-MATCH-EXIT     PIC X(4).
              10 RBR-MATCH-SQLCODE  PIC X(10).
           05 RBR-CONTACT           PIC X(40).
           05 RBR-OVERRIDE-SW       PIC X(1).
              88 RBR-OVERRIDE-NEEDED           VALUE "Y".
           05 RBR-STEP-COUNT        PIC S9(4) USAGE COMP.
           05 RBR-STEP              OCCURS 8 TIMES.
              10 RBR-STEP-TEXT      PIC X(61).
