*     * History:
*     *     22-aug-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         Added type RSTRT, written by AUTRST for each
*     *         automatic resubmit of a failed run; it carries the
*     *         failed run's id, final SQLCODE, exit code and last
*     *         checkpoint sequence.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
              88 EVT-TYPE-START                VALUE "START".
              88 EVT-TYPE-CKPT                 VALUE "CKPT".
              88 EVT-TYPE-END                  VALUE "END".
              88 EVT-TYPE-RESTART              VALUE "RSTRT".
           05 EVT-TIMESTAMP         PIC X(14).
           05 EVT-CKPT-SEQ          PIC S9(9).
           05 EVT-EXIT-CODE         PIC S9(4).
