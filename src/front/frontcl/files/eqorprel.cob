*     *
*     * ORPREL
*     *
*     * Purpose: Relationship served by ORPHAN (see eqorphan.cob)
*     *          on each ACTION "NEXT" - the child table and the
*     *          column that joins it to its parent, the parent
*     *          table and key, the child column reported as the
*     *          orphan's own key, and the SELECT the driver
*     *          issues to fetch the child rows whose parent key
*     *          no longer exists.  Each fetched row goes back to
*     *          ORPHAN on ACTION "ROW" as the child key and the
*     *          missing parent key, both as text.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ORPREL-AREA.
           05 ORL-REL-NUMBER        PIC 9(4).
           05 ORL-CHILD-TABLE       PIC X(32).
           05 ORL-JOIN-KEY          PIC X(32).
           05 ORL-PARENT-TABLE      PIC X(32).
           05 ORL-PARENT-KEY        PIC X(32).
           05 ORL-CHILD-KEY-COLUMN  PIC X(32).
           05 ORL-SQL-TEXT          PIC X(400).
