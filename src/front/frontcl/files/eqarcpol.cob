*     *
*     * ARCPOL
*     *
*     * Purpose: Table archiving policy record, one per archived
*     *          table on ARCPOLCY, worked by ARCMGR (see
*     *          eqarcmgr.cob).  Rows whose ARP-DATE-COLUMN falls
*     *          before the date ARP-RETAIN-BDAYS business days
*     *          back from the application's processing date (the
*     *          ARP-APPL-ID business calendar, see eqbcal.cob;
*     *          blank means the site-wide "BATCH" calendar) are
*     *          unloaded to an archive under ARP-ARCHIVE-DEST and
*     *          deleted.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ARCPOL-RECORD.
           05 ARP-TABLE-NAME        PIC X(32).
           05 ARP-DATE-COLUMN       PIC X(32).
           05 ARP-RETAIN-BDAYS      PIC 9(5).
           05 ARP-APPL-ID           PIC X(8).
           05 ARP-ARCHIVE-DEST      PIC X(40).
           05 FILLER                PIC X(13).
