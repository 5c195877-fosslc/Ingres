*     *
*     * INCREG
*     *
*     * Purpose: Incident register, keyed by incident number and
*     *          line.  Line 000 of an incident is its header - the
*     *          run it was opened against, a title, who opened it,
*     *          the root-cause category and fix once the analyst
*     *          has them, and who closed it.  Lines 001-999 link
*     *          the evidence attached from the run: alerts (A),
*     *          watchdog incidents (W), dead-letter entries (D)
*     *          and rerun overrides (O), each by the key of the
*     *          record on its own file.  Incident 000000 line 000
*     *          holds the last incident number handed out.
*     *          INCSCN (see eqincscn.cob) maintains the register;
*     *          INCRPT (see eqincrpt.cob) reports on it monthly.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  INCREG-RECORD.
           05 INC-KEY.
              10 INC-NUMBER         PIC 9(6).
                 88 INC-COUNTER-RECORD         VALUE 0.
              10 INC-LINE           PIC 9(3).
                 88 INC-HEADER-LINE            VALUE 0.
           05 INC-HEADER-DATA.
              10 INC-STATUS         PIC X(1).
                 88 INC-STATUS-OPEN            VALUE "O".
                 88 INC-STATUS-CLOSED          VALUE "C".
              10 INC-RUN-ID         PIC X(16).
              10 INC-JOB-NAME       PIC X(8).
              10 INC-TITLE          PIC X(60).
              10 INC-OPENED-AT      PIC X(14).
              10 INC-OPENED-BY      PIC X(8).
              10 INC-CAUSE          PIC X(8).
                 88 INC-CAUSE-VALID            VALUE "DATA"
                                                     "CODE"
                                                     "CONFIG"
                                                     "INFRA"
                                                     "CAPACITY"
                                                     "VENDOR"
                                                     "OPERATOR"
                                                     "UNKNOWN".
              10 INC-FIX            PIC X(60).
              10 INC-CLOSED-AT      PIC X(14).
              10 INC-CLOSED-BY      PIC X(8).
           05 INC-LINK-DATA REDEFINES INC-HEADER-DATA.
              10 INC-LINK-TYPE      PIC X(1).
                 88 INC-LINK-ALERT             VALUE "A".
                 88 INC-LINK-WATCHDOG          VALUE "W".
                 88 INC-LINK-DEADLETTER        VALUE "D".
                 88 INC-LINK-OVERRIDE          VALUE "O".
              10 INC-LINK-RUN-ID    PIC X(16).
              10 INC-LINK-KEY       PIC X(40).
              10 INC-LINK-TIME      PIC X(14).
              10 INC-LINK-TEXT      PIC X(70).
              10 INC-LINKED-BY      PIC X(8).
              10 FILLER             PIC X(48).
           05 INC-COUNTER-DATA REDEFINES INC-HEADER-DATA.
              10 INC-LAST-NUMBER    PIC 9(6).
              10 FILLER             PIC X(191).
