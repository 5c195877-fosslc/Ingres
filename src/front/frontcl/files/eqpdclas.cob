*     *
*     * PDCLAS
*     *
*     * Purpose: Personal-data classification record read by
*     *          PDLOC (see eqpdloc.cob).  Each record names one
*     *          place a personal identifier is kept:
*     *            type T - a table column, with the column that
*     *              holds the subject's key (blank means the
*     *              column itself) and the SQL value that
*     *              anonymizes it (blank means NULL);
*     *            type F - a span of one of our own sequential
*     *              files by its file name, with the record
*     *              length, offset and length of the span, E
*     *              when the span holds the key exactly or C
*     *              when the key may appear anywhere in it, and
*     *              the MASKER rule key (see eqmskrul.cob) whose
*     *              fill character overlays it on erasure;
*     *            type X - the same, for every outbound extract
*     *              on XMITREG (see eqxmtreg.cob) whose file name
*     *              matches; a trailing "*" matches a prefix and
*     *              the record length comes from the registry.
*     *          A location under legal retention is located and
*     *          reported but never erased; the certificate names
*     *          it with the reason.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  PDCLAS-RECORD.
           05 PDC-LOC-TYPE          PIC X(1).
              88 PDC-TABLE-COLUMN              VALUE "T".
              88 PDC-FLAT-FILE                 VALUE "F".
              88 PDC-EXTRACTS                  VALUE "X".
           05 PDC-LOC-NAME          PIC X(32).
           05 PDC-ID-TYPE           PIC X(8).
           05 PDC-RETAIN-SW         PIC X(1).
              88 PDC-RETAINED                  VALUE "Y".
           05 PDC-RETAIN-REASON     PIC X(30).
           05 PDC-DETAIL            PIC X(84).
           05 PDC-TABLE-DETAIL REDEFINES PDC-DETAIL.
              10 PDC-COLUMN-NAME    PIC X(32).
              10 PDC-KEY-COLUMN     PIC X(32).
              10 PDC-ANON-VALUE     PIC X(20).
           05 PDC-FILE-DETAIL REDEFINES PDC-DETAIL.
              10 PDC-REC-LENGTH     PIC 9(4).
              10 PDC-OFFSET         PIC 9(4).
              10 PDC-LENGTH         PIC 9(4).
              10 PDC-MATCH-TYPE     PIC X(1).
                 88 PDC-MATCH-EXACT            VALUE "E".
                 88 PDC-MATCH-CONTAINS         VALUE "C".
              10 PDC-MASK-KEY       PIC X(38).
              10 FILLER             PIC X(33).
