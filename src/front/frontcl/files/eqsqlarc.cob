*     * History:
*     *     09-aug-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         ARC-CHAIN-SEQ orders the archive as it was
*     *         written; ARC-CHAIN-PREV/ARC-CHAIN-HASH seal each
*     *         record to the one before it in that order (see
*     *         eqhshchn.cob).  The seal covers bytes 1-249.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
              10  ARC-SQLWARN6  PIC X(1).
              10  ARC-SQLWARN7  PIC X(1).
           05 ARC-RETAIN-UNTIL  PIC 9(8).
           05 ARC-CHAIN-SEQ     PIC 9(9).
           05 ARC-CHAIN-PREV    PIC X(20).
           05 ARC-CHAIN-HASH    PIC X(20).
