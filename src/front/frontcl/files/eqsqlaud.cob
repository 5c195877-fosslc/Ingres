*     * History:
*     *     09-aug-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         AUD-CHAIN-PREV/AUD-CHAIN-HASH seal each record to
*     *         the one before it from the same run-id (see
*     *         eqhshchn.cob); the seal covers bytes 1-223.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
              10  AUD-SQLWARN5  PIC X(1).
              10  AUD-SQLWARN6  PIC X(1).
              10  AUD-SQLWARN7  PIC X(1).
           05 AUD-CHAIN-PREV  PIC X(20).
           05 AUD-CHAIN-HASH  PIC X(20).
