*     *
*     * OVRLOG
*     *
*     * Purpose: Rerun-override log.  OVRSCN (see eqovrscn.cob)
*     *          appends one of these for every override it
*     *          records on RUNOVRRD (see eqrunovr.cob).  RUNOVRRD
*     *          holds only the current override per job and date,
*     *          and RUNGRD marks it used; this log keeps every
*     *          authorization as it was keyed, each record sealed
*     *          to the one before it (see eqhshchn.cob).  The seal
*     *          covers bytes 1-78.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  OVRLOG-RECORD.
           05 OVL-TIMESTAMP         PIC X(14).
           05 OVL-JOB-NAME          PIC X(8).
           05 OVL-BUSINESS-DATE     PIC 9(8).
           05 OVL-AUTHORIZER        PIC X(8).
           05 OVL-REASON            PIC X(40).
           05 OVL-CHAIN-PREV        PIC X(20).
           05 OVL-CHAIN-HASH        PIC X(20).
