*     *
*     * RPTDEF
*     *
*     * Purpose: Report definition record read by RPTWRT (see
*     *          eqrptwrt.cob).  Each report kept on the definition
*     *          file is a group of records under its report name,
*     *          taken in key order:
*     *              H  title, the extract and layout DD names,
*     *                 lines per page, burst and grand total
*     *                 switches (one per report)
*     *              F  a field to print - layout field name,
*     *                 column heading, print column and width,
*     *                 edit code, the layout field carrying the
*     *                 currency for a money edit, and whether
*     *                 it is totalled
*     *              S  a sort field, major first; one marked as
*     *                 a control break opens the next break
*     *                 level, with or without a subtotal line
*     *              W  a filter condition (field, EQ NE GT LT GE
*     *                 LE, value); every one must hold
*     *              D  a DISTRB route for the report - burst key,
*     *                 recipient, destination and security level
*     *                 - registered on DISTCTL when missing
*     *          Edit codes: X as extracted, I integer, G integer
*     *          with commas, 2 two decimals, C two decimals with
*     *          commas, D a CCYYMMDD date as CCYY-MM-DD, M money
*     *          through MONEYH in the row's currency.  A new
*     *          report off an existing extract is a set of
*     *          records here, not a program.
*     *
*     * History:
*     *     15-oct-2026 (dlross)
*     *         Written.
*     *
*     * Copyright (c) 2026 Ingres Corporation
*     *
       01  RPTDEF-RECORD.
           05 RDF-REPORT-NAME       PIC X(8).
           05 RDF-REC-TYPE          PIC X(1).
              88 RDF-HEADER-REC                VALUE "H".
              88 RDF-FIELD-REC                 VALUE "F".
              88 RDF-SORT-REC                  VALUE "S".
              88 RDF-FILTER-REC                VALUE "W".
              88 RDF-ROUTE-REC                 VALUE "D".
           05 RDF-SEQ               PIC 9(2).
           05 RDF-BODY              PIC X(100).
           05 RDF-HEADER-BODY REDEFINES RDF-BODY.
              10 RDF-TITLE          PIC X(60).
              10 RDF-EXTRACT-DD     PIC X(8).
              10 RDF-LAYOUT-DD      PIC X(8).
              10 RDF-PAGE-LINES     PIC 9(3).
              10 RDF-BURST-SW       PIC X(1).
                 88 RDF-BURST-ON-BREAK         VALUE "Y".
              10 RDF-GRAND-SW       PIC X(1).
                 88 RDF-GRAND-TOTAL            VALUE "Y".
              10 FILLER             PIC X(19).
           05 RDF-FIELD-BODY REDEFINES RDF-BODY.
              10 RDF-F-NAME         PIC X(32).
              10 RDF-F-HEADING      PIC X(20).
              10 RDF-F-COLUMN       PIC 9(3).
              10 RDF-F-WIDTH        PIC 9(2).
              10 RDF-F-EDIT         PIC X(1).
                 88 RDF-F-EDIT-VALID           VALUE "X" "I" "G"
                                                     "2" "C" "D"
                                                     "M".
                 88 RDF-F-EDIT-NUMERIC         VALUE "I" "G" "2"
                                                     "C" "M".
                 88 RDF-F-EDIT-MONEY           VALUE "M".
              10 RDF-F-CURRENCY     PIC X(32).
              10 RDF-F-TOTAL-SW     PIC X(1).
                 88 RDF-F-TOTALLED             VALUE "Y".
              10 FILLER             PIC X(9).
           05 RDF-SORT-BODY REDEFINES RDF-BODY.
              10 RDF-S-NAME         PIC X(32).
              10 RDF-S-BREAK-SW     PIC X(1).
                 88 RDF-S-BREAK                VALUE "Y".
              10 RDF-S-SUBTOTAL-SW  PIC X(1).
                 88 RDF-S-SUBTOTAL             VALUE "Y".
              10 RDF-S-LABEL        PIC X(20).
              10 FILLER             PIC X(46).
           05 RDF-FILTER-BODY REDEFINES RDF-BODY.
              10 RDF-W-NAME         PIC X(32).
              10 RDF-W-OP           PIC X(2).
                 88 RDF-W-OP-VALID             VALUE "EQ" "NE"
                                                     "GT" "LT"
                                                     "GE" "LE".
              10 RDF-W-VALUE        PIC X(40).
              10 FILLER             PIC X(26).
           05 RDF-ROUTE-BODY REDEFINES RDF-BODY.
              10 RDF-D-BURST-KEY    PIC X(16).
              10 RDF-D-RECIPIENT    PIC X(20).
              10 RDF-D-DEST-NAME    PIC X(12).
              10 RDF-D-SEC-LEVEL    PIC X(1).
              10 FILLER             PIC X(51).
