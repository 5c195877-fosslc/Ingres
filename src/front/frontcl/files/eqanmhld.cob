*     *
*     * ANMHLD
*     *
*     * Purpose: Interface anomaly hold record, keyed by type,
*     *          feed or file name and reference - the business
*     *          date (YYYYMMDD, left-justified) for an inbound
*     *          feed, the run-id for an outbound file.  ANMCHK
*     *          (see eqanmchk.cob) writes one, held, when a file
*     *          breaks its tolerance band and its ANMTOL record
*     *          asks for a hold; ACKGEN will not acknowledge, and
*     *          XMTRSN will not requeue, a held file.  An ANMCHK
*     *          release run marks the record released, with who
*     *          and when, and the file goes on its way.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ANMHLD-RECORD.
           05 HLD-KEY.
              10 HLD-ITEM-TYPE      PIC X(1).
                 88 HLD-INBOUND-FEED           VALUE "I".
                 88 HLD-OUTBOUND-FILE          VALUE "O".
              10 HLD-ITEM-NAME      PIC X(12).
              10 HLD-ITEM-REF       PIC X(16).
           05 HLD-STATUS            PIC X(1).
              88 HLD-HELD                      VALUE "H".
              88 HLD-RELEASED                  VALUE "R".
           05 HLD-HELD-AT           PIC X(14).
           05 HLD-REASON            PIC X(40).
           05 HLD-RELEASED-BY       PIC X(8).
           05 HLD-RELEASED-AT       PIC X(14).
