*     *
*     * PRMSYM
*     *
*     * Purpose: Table of the symbols a parameter library image
*     *          (see eqprmlib.cob) may carry, each with the length
*     *          of its name.  PRMRSV resolves them in this order;
*     *          CTLMNT refuses an image naming anything else.  No
*     *          name may be the leading part of another.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PRMSYM-TABLE.
           05 PRMSYM-ENTRY.
              10 FILLER PIC X(14)      VALUE "BUSDATE".
              10 FILLER PIC 9(2)       VALUE 7.
              10 FILLER PIC X(14)      VALUE "PRIORBUS".
              10 FILLER PIC 9(2)       VALUE 8.
              10 FILLER PIC X(14)      VALUE "PERIODEND".
              10 FILLER PIC 9(2)       VALUE 9.
              10 FILLER PIC X(14)      VALUE "PRIORPERIODEND".
              10 FILLER PIC 9(2)       VALUE 14.
              10 FILLER PIC X(14)      VALUE "RUNID".
              10 FILLER PIC 9(2)       VALUE 5.
       01  FILLER REDEFINES PRMSYM-TABLE.
           05 PRMSYM-ROW OCCURS 5 TIMES.
              10 PRMSYM-NAME PIC X(14).
              10 PRMSYM-NAME-LEN PIC 9(2).
