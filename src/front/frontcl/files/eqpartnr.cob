*     *
*     * PARTNR
*     *
*     * Purpose: Interface partner master record (file PARTMSTR),
*     *          the one place a partner's interface settings are
*     *          kept.  Maintained through CTLMNT like the other
*     *          control files (CTLVLIST gives it 100 bytes keyed
*     *          on the first 21; CTLMVAL's type-P check validates
*     *          each record by its type) and read through PTNGET
*     *          (see eqptnget.cob) by XMTWRT, XMTACK, FEEDMON,
*     *          ACKGEN and MFCONV.  Per partner:
*     *            P - profile: name, MFFORMAT format name, whether
*     *                the partner acknowledges our files, whether
*     *                it expects our acknowledgments, contact;
*     *            O - one per outbound file (XMT-FILE-NAME) with
*     *                the partner's SLA hours;
*     *            I - one per inbound feed (FDC-FEED-NAME) with
*     *                its due time, HHMM.
*     *          The item name is blank on a profile record.  A
*     *          switch keyed N turns the behaviour off; a blank
*     *          leaves the program's standing default.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PARTNR-RECORD.
           05 PTN-KEY.
              10 PTN-PARTNER-ID     PIC X(8).
              10 PTN-REC-TYPE       PIC X(1).
                 88 PTN-PROFILE                VALUE "P".
                 88 PTN-OUTBOUND-FILE          VALUE "O".
                 88 PTN-INBOUND-FEED           VALUE "I".
              10 PTN-ITEM-NAME      PIC X(12).
           05 PTN-DATA              PIC X(79).
           05 PTN-PROFILE-DATA REDEFINES PTN-DATA.
              10 PTN-PARTNER-NAME   PIC X(30).
              10 PTN-FORMAT-NAME    PIC X(8).
              10 PTN-SENDS-ACK-SW   PIC X(1).
                 88 PTN-SENDS-ACKS             VALUE "Y".
                 88 PTN-SENDS-NO-ACKS          VALUE "N".
              10 PTN-WANTS-ACK-SW   PIC X(1).
                 88 PTN-WANTS-ACKS             VALUE "Y".
                 88 PTN-WANTS-NO-ACKS          VALUE "N".
              10 PTN-CONTACT-NAME   PIC X(20).
              10 PTN-CONTACT-PHONE  PIC X(19).
           05 PTN-OUTBOUND-DATA REDEFINES PTN-DATA.
              10 PTN-SLA-HOURS      PIC 9(3).
              10 FILLER             PIC X(76).
           05 PTN-INBOUND-DATA REDEFINES PTN-DATA.
              10 PTN-DUE-TIME       PIC 9(4).
              10 PTN-DUE-TIME-R REDEFINES PTN-DUE-TIME.
                 15 PTN-DUE-HH      PIC 9(2).
                 15 PTN-DUE-MM      PIC 9(2).
              10 FILLER             PIC X(75).
