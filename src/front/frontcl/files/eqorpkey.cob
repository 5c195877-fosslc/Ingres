*     *
*     * ORPKEY
*     *
*     * Purpose: Optional child-key control read by ORPHAN (see
*     *          eqorphan.cob).  Names the column that identifies
*     *          a row of a child table on the orphan exceptions;
*     *          a child table not on file is identified by its
*     *          Ingres tid.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ORPKEY-RECORD.
           05 ORK-TABLE-NAME        PIC X(32).
           05 ORK-KEY-COLUMN        PIC X(32).
