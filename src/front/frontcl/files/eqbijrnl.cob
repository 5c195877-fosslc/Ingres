*     * History:
*     *     02-sep-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         BIJ-CHAIN-PREV/BIJ-CHAIN-HASH seal each record to
*     *         the one before it from the same run-id (see
*     *         eqhshchn.cob); the seal covers bytes 1-4117.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
           05 BIJ-ROW-KEY           PIC X(40).
           05 BIJ-ROW-IMAGE         PIC X(4000).
           05 BIJ-TIMESTAMP         PIC X(14).
           05 BIJ-CHAIN-PREV        PIC X(20).
           05 BIJ-CHAIN-HASH        PIC X(20).
