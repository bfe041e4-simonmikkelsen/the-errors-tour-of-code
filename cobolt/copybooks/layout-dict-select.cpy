*  specification is a low-high range for types N/P/B, a
*  '|'-separated value list for type C, and the check-digit
*  algorithm name (MOD97, LUHN, or MOD11) for type K. A '*' in
*  column one is a comment. A type C specification of the form
*  TABLE:<name> points the field at a table of the central code-table
*  file REFTABLES.TXT instead (see REFTABLE-LINKAGE.CPY): its valid
*  codes, with descriptions and validity dates, are kept there once.
*  A layout whose file mixes record types carries one line with the
*  field name @TYPE: its position/length locate the discriminator
*  code and its specification lists the codes '|'-separated, first
*  value the header type and last the trailer type. Each code's own
*  field lines live under the layout name <layout>.<code>.
*  A referential rule is a line with the field name @REF: its
*  position/length locate a value in this layout's records, its
*  type is X, and its specification names the layout and field that
*  value must exist under, as <layout>.<field> (the master's key);
*  REF-CHECK proves a file against every @REF line of its layout.
*  A partner's COBOL copybook need not be counted out by hand:
*  COPYBOOK-IMPORT derives a layout's lines from it for review and
*  saves them here once the operator accepts them.
    SELECT LAYOUT-DICT-FILE ASSIGN TO 'LAYOUTDICT.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS LAYOUT-DICT-STATUS.
