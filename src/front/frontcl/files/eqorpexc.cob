*     *
*     * ORPEXC
*     *
*     * Purpose: Orphan-row exception written by ORPHAN (see
*     *          eqorphan.cob) for each child row whose parent key
*     *          no longer exists.  Each night's file is read back
*     *          the next night as the prior generation, so an
*     *          orphan keeps the date it was first seen and only
*     *          orphans not there the night before count as new.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ORPEXC-RECORD.
           05 ORX-RUN-ID            PIC X(16).
           05 ORX-DATE              PIC 9(8).
           05 ORX-CHILD-TABLE       PIC X(32).
           05 ORX-JOIN-KEY          PIC X(32).
           05 ORX-PARENT-TABLE      PIC X(32).
           05 ORX-PARENT-KEY        PIC X(32).
           05 ORX-CHILD-KEY         PIC X(40).
           05 ORX-MISSING-KEY       PIC X(40).
           05 ORX-NEW-SW            PIC X(1).
              88 ORX-NEW-ORPHAN                VALUE "Y".
           05 ORX-FIRST-SEEN        PIC 9(8).
