*     *
*     * SLACTL
*     *
*     * Purpose: Service-level control record read by the SLASCR
*     *          monthly scorecard (see eqslascr.cob).  Per
*     *          application, type T records hold the target for
*     *          one measure - a minimum percentage for ONTIME,
*     *          ACKSLA and MILESTON, a maximum count for FAILURES,
*     *          RERUNS, LATEFEED, DLOPENED, DLAGED and DQCRIT (for
*     *          DLAGED also the age in days past which an
*     *          unworked dead letter counts as aged).  Type F
*     *          records claim an inbound feed for the application,
*     *          since the inbound registry names only the feed.
*     *          Type O records name the owner the scorecard is
*     *          routed to through DISTRB.  Application "*" holds
*     *          the targets for every application without its own.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  SLACTL-RECORD.
           05 SLC-APPL-ID           PIC X(8).
           05 SLC-REC-TYPE          PIC X(1).
              88 SLC-TARGET                    VALUE "T".
              88 SLC-FEED                      VALUE "F".
              88 SLC-OWNER                     VALUE "O".
           05 SLC-ITEM              PIC X(12).
           05 SLC-DATA              PIC X(40).
           05 SLC-TARGET-DATA REDEFINES SLC-DATA.
              10 SLC-TARGET-VALUE   PIC 9(5)V99.
              10 SLC-AGE-DAYS       PIC 9(3).
              10 FILLER             PIC X(30).
           05 SLC-OWNER-DATA REDEFINES SLC-DATA.
              10 SLC-RECIPIENT      PIC X(20).
              10 SLC-DEST-NAME      PIC X(12).
              10 SLC-SEC-LEVEL      PIC X(1).
              10 FILLER             PIC X(7).
