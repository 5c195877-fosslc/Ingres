004100*     *                       records on its lineage record;
004200*     *                       carried here so all readers agree
004300*     *                       on the record shape.
004310*     * 15-oct-2026 (dlross)  MFPARM carries the partner id
004320*     *                       MFCONV selects its partner
004330*     *                       format by; carried here so all
004340*     *                       readers agree on the record
004350*     *                       shape.  Not used here.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
007400     05 MFP-OUT-LENGTH        PIC 9(4).
007500     05 MFP-IN-NAME           PIC X(12).
007600     05 MFP-OUT-NAME          PIC X(12).
007650     05 MFP-PARTNER-ID        PIC X(8).
007700*
007800 FD  VERIFY-PARM
007900     RECORDING MODE IS F.
