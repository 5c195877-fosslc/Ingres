*     *
*     * ROWUSE
*     *
*     * Purpose: Statement row-usage record ROWGRD (see
*     *          eqrowgrd.cob) appends to ROWGUSE at the end of a
*     *          run, one per statement it guarded: how often the
*     *          statement ran, the most rows one execution
*     *          touched, the most its executions touched inside
*     *          one commit group, the ceilings it ran under, and
*     *          whether it was stopped.  ROWRPT (see eqrowrpt.cob)
*     *          reads the file back to show which statements run
*     *          close to their ceilings.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ROWUSE-RECORD.
           05 RWU-RUNID             PIC X(16).
           05 RWU-DATE              PIC 9(8).
           05 RWU-PROGRAM           PIC X(8).
           05 RWU-PARAGRAPH         PIC X(30).
           05 RWU-STMT-CEILING      PIC 9(9).
           05 RWU-GROUP-CEILING     PIC 9(9).
           05 RWU-EXECUTIONS        PIC 9(9).
           05 RWU-PEAK-STMT         PIC 9(9).
           05 RWU-PEAK-GROUP        PIC 9(9).
           05 RWU-STOPPED-SW        PIC X(1).
              88 RWU-STOPPED                   VALUE "Y".
