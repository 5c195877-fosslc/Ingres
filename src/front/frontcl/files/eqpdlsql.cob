*     *
*     * PDLSQL
*     *
*     * Purpose: Statement text written by PDLOC (see eqpdloc.cob)
*     *          for each classified table column (see
*     *          eqpdclas.cob).  The SQL stays with the driver: in
*     *          locate mode PDLOC writes the SELECT that counts the
*     *          subject's rows, in erase mode the UPDATE that
*     *          anonymizes them, and the driver issues each one
*     *          and reports its row count against the location
*     *          number on the PDLOC report and certificate.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PDLSQL-RECORD.
           05 PDS-REQUEST-ID        PIC X(12).
           05 PDS-LOCATION-NO       PIC 9(4).
           05 PDS-ACTION            PIC X(6).
              88 PDS-ACTION-SELECT             VALUE "SELECT".
              88 PDS-ACTION-UPDATE             VALUE "UPDATE".
           05 PDS-TABLE-NAME        PIC X(32).
           05 PDS-STATEMENT         PIC X(300).
