*     *
*     * ARCIDX
*     *
*     * Purpose: Archive index record, appended to ARCINDEX by
*     *          ARCMGR (see eqarcmgr.cob) once per table archived.
*     *          Names the table, the date range the archived rows
*     *          span on their date column, and the archive stem;
*     *          the archive itself is three files:
*     *              <stem>.DAT - the TBLUNL extract, trailer last
*     *              <stem>.LAY - its UNLLAYOT companion layout
*     *              <stem>.DTE - the date-column value of each
*     *                           extract row, in the same order
*     *          ARCRST (see eqarcrst.cob) finds a restore
*     *          request's archives here by table and date range.
*     *          Only a balanced archive (status B) was purged;
*     *          any other status means the driver rolled its
*     *          deletes back.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  ARCIDX-RECORD.
           05 ARX-TABLE-NAME        PIC X(32).
           05 ARX-FROM-DATE         PIC 9(8).
           05 ARX-TO-DATE           PIC 9(8).
           05 ARX-CUTOFF-DATE       PIC 9(8).
           05 ARX-DATE-COLUMN       PIC X(32).
           05 ARX-RUN-ID            PIC X(16).
           05 ARX-TIMESTAMP         PIC X(14).
           05 ARX-ARCHIVE-STEM      PIC X(60).
           05 ARX-ROWS-ARCHIVED     PIC 9(9).
           05 ARX-ROWS-DELETED      PIC 9(9).
           05 ARX-STATUS            PIC X(1).
              88 ARX-BALANCED                  VALUE "B".
              88 ARX-OUT-OF-BALANCE            VALUE "X".
              88 ARX-COPY-FAILED               VALUE "F".
