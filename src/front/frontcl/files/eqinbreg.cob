*     *         acknowledgment goes out, so the registry shows what
*     *         we acked and when - the record two partners now ask
*     *         of us is the record we demand of everyone else.
*     *     15-oct-2026 (dlross)
*     *         Added INB-REPLACED-FILE, INB-REPLACED-RUN-ID and
*     *         INB-REPLACE-COUNT, set by INBRPL (see eqinbrpl.cob)
*     *         when a corrected file replaces the one first loaded
*     *         for the feed and business date - the entry names
*     *         the replacement and keeps the file it superseded.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
           05 INB-ACK-SW            PIC X(1).
              88 INB-ACKED                     VALUE "Y".
           05 INB-ACK-TIMESTAMP     PIC X(14).
           05 INB-REPLACED-FILE     PIC X(12).
           05 INB-REPLACED-RUN-ID   PIC X(16).
           05 INB-REPLACE-COUNT     PIC 9(2).
