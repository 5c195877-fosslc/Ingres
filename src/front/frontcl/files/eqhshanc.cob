*     *
*     * HSHANC
*     *
*     * Purpose: Daily seal anchor, appended by HSHVER (see
*     *          eqhshver.cob) once per sealed file per run: the
*     *          file's record count and the seal of its last
*     *          record as verified that day, and whether the
*     *          chain held.  The next run proves the anchored
*     *          seal is still in the chain; TURNRP prints the
*     *          latest anchors on the turnover report so a copy
*     *          of each day's values exists off the machine.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *     15-oct-2026 (dlross)
*     *         Result R - the chain was re-sealed by an
*     *         authorized personal-data erasure (see
*     *         eqpdloc.cob); the anchor carries the new last
*     *         seal.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  HSHANC-RECORD.
           05 ANC-DATE              PIC 9(8).
           05 ANC-FILE-NAME         PIC X(8).
           05 ANC-RECORD-COUNT      PIC 9(9).
           05 ANC-CHAIN-HASH        PIC X(20).
           05 ANC-RESULT            PIC X(1).
              88 ANC-CHAIN-INTACT              VALUE "V".
              88 ANC-CHAIN-BROKEN              VALUE "B".
              88 ANC-CHAIN-RESEALED            VALUE "R".
           05 ANC-BREAK-POSITION    PIC 9(9).
           05 ANC-TIMESTAMP         PIC X(14).
           05 FILLER                PIC X(11).
