*     *                   RUNGRD guard (see eqrungrd.cob), which sets
*     *                   this layer's own -29990 code in SQLCODE; no
*     *                   Ingres release uses that value
*     *              16 - also for -29991, a runaway statement
*     *                   stopped by the ROWGRD row-count guard
*     *                   (see eqrowgrd.cob) before its commit
*     *
*     *          Extend this table as new recurring SQLCODEs are
*     *          identified; anything not listed defaults to 16 (see
*     *     22-aug-2026 (dlross)
*     *         Added the -29990 entry (exit code 20) for RUNGRD's
*     *         duplicate business-date run refusal.
*     *     15-oct-2026 (dlross)
*     *         Added the -29991 entry (exit code 16) for ROWGRD's
*     *         runaway-statement stop.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
              10 FILLER PIC S9(4) COMP VALUE 12.
              10 FILLER PIC S9(9) COMP VALUE -29990.
              10 FILLER PIC S9(4) COMP VALUE 20.
              10 FILLER PIC S9(9) COMP VALUE -29991.
              10 FILLER PIC S9(4) COMP VALUE 16.
       01  FILLER REDEFINES XITMAP-TABLE.
           05 XITMAP-ROW OCCURS 8 TIMES
                         INDEXED BY XITMAP-IDX.
              10 XITMAP-CODE      PIC S9(9) COMP.
              10 XITMAP-EXIT-CODE PIC S9(4) COMP.
