*     *
*     * XDBCTL
*     *
*     * Purpose: Cross-database reconciliation control record, one
*     *          per reference table on XDBCTL, worked by XDBRCN
*     *          (see eqxdbrcn.cob).  The table is compared between
*     *          the master database, whose rows are right, and the
*     *          copy database, in order on up to four key columns
*     *          whose values together make the row key.  A table
*     *          that has drifted gets an EXTCMP-shape delta under
*     *          XDC-DELTA-DEST; with XDC-APPLY-SW "Y" XDBRPT names
*     *          the delta and summary for the DLTAPL apply run
*     *          that corrects the copy.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  XDBCTL-RECORD.
           05 XDC-TABLE-NAME        PIC X(32).
           05 XDC-KEY-COLUMN        PIC X(32) OCCURS 4 TIMES.
           05 XDC-DELTA-DEST        PIC X(40).
           05 XDC-APPLY-SW          PIC X(1).
              88 XDC-APPLY-FIX                VALUE "Y".
           05 FILLER                PIC X(7).
