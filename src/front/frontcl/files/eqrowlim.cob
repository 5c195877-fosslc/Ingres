*     *
*     * ROWLIM
*     *
*     * Purpose: Statement row-limit control record read by the
*     *          ROWGRD runaway-statement guard (see eqrowgrd.cob).
*     *          Keyed by the same program/paragraph statement id
*     *          AUDWRT and SQLTMR record, it holds the most rows
*     *          (SQLERRD(3)) one execution of the statement may
*     *          touch, and the most its executions may touch
*     *          together inside one commit group.  A zero ceiling
*     *          is not checked.  Paragraph "*" holds the ceilings
*     *          for every statement of the program without a
*     *          record of its own.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ROWLIM-RECORD.
           05 RWL-PROGRAM           PIC X(8).
           05 RWL-PARAGRAPH         PIC X(30).
              88 RWL-PROGRAM-DEFAULT           VALUE "*".
           05 RWL-STMT-CEILING      PIC 9(9).
           05 RWL-GROUP-CEILING     PIC 9(9).
