*  file name (the key), the PROGRAM-ID that produced it, the run
*  identifier of the producing run, the input file name(s) it was
*  built from, and its record count.
*  The entry closes with the file's data classification - PUBLIC,
*  INTERNAL, CONFIDENTIAL or PERSONAL, in rising order of
*  sensitivity. CATALOG-REGISTER.CPY gives a newly produced file the
*  highest classification among its inputs, so sensitivity follows
*  the lineage; CATALOG-INQUIRY's classify mode sets it by hand for
*  a file the catalog had no way to judge (a master loaded from
*  outside, say). The field made the record 252 bytes where it had
*  been 240: a catalog built in the old shape is converted once with
*  INDEX-REORG's kind O, which gives every entry already on it a
*  blank classification, and a blank counts as INTERNAL.
*  CLASSIFY-CHECK.CPY enforces it where data leaves its zone.
FD  DATASET-CATALOG-FILE.
01  DATASET-CATALOG-RECORD.
    05  CATALOG-FILE-KEY PIC X(100).
    05  CATALOG-RUN-STAMP PIC X(13).
    05  CATALOG-INPUT-NAMES PIC X(100).
    05  CATALOG-RECORD-COUNT PIC 9(07).
    05  CATALOG-CLASSIFICATION PIC X(12).
