004300*     *                       records on its lineage record;
004400*     *                       carried here so all readers agree
004500*     *                       on the record shape.
004510*     * 15-oct-2026 (dlross)  MFPARM carries the partner id
004520*     *                       MFCONV selects its partner
004530*     *                       format by; carried here so all
004540*     *                       readers agree on the record
004550*     *                       shape.  Not used here.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
007300     05 MFP-OUT-LENGTH        PIC 9(4).
007400     05 MFP-IN-NAME           PIC X(12).
007500     05 MFP-OUT-NAME          PIC X(12).
007550     05 MFP-PARTNER-ID        PIC X(8).
007600*
007700 FD  FORMAT-FILE
007800     RECORDING MODE IS F.
