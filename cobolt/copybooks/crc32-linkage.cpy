*  CRC32-LINKAGE.CPY
*  Parameter area for the shared checksum subprogram CRC32, which
*  computes the standard CRC-32 (the polynomial of Ethernet, ZIP and
*  PNG) that every HDR/TRL trailer, manifest and ledger in the suite
*  carries. Unlike the byte-sum it replaced, a CRC-32 changes when
*  two records, or two characters within a record, change places.
*  COPY this member into WORKING-STORAGE of a calling program, then
*  start a checksum with
*      MOVE 'INI' TO CRC32-OPERATION.
*      CALL 'CRC32' USING CRC32-REQUEST.
*  and fold in each record, in file order, with
*      MOVE 'ADD' TO CRC32-OPERATION.
*      MOVE <record> TO CRC32-DATA.
*      MOVE <bytes to take> TO CRC32-LENGTH.
*      CALL 'CRC32' USING CRC32-REQUEST.
*  A checksum stopped part way (at a checkpoint) carries on from the
*  value it had reached with
*      MOVE <value reached> TO CRC32-VALUE.
*      MOVE 'SET' TO CRC32-OPERATION.
*      CALL 'CRC32' USING CRC32-REQUEST.
*  CRC32-VALUE always holds the CRC-32 of everything folded in so far
*  as a ten-digit number (at most 4294967295), so it drops into the
*  PIC 9(10) checksum fields the byte-sum used. The running register
*  travels in the request, so a program keeping two checksums at
*  once COPYs the member twice, the second time with
*      REPLACING LEADING ==CRC32== BY ==<prefix>==.
*  While files written under the byte-sum may still be about, a
*  verifier accepts either: CRC32-LEGACY-ACCEPTED says whether the
*  old byte-sum (the sum of the byte values of the same bytes) may
*  still pass. Set it to 'N' once the last such file has aged out.
01  CRC32-REQUEST.
    05  CRC32-OPERATION PIC X(03).
    05  CRC32-DATA PIC X(250) VALUE SPACES.
    05  CRC32-LENGTH PIC 9(03) VALUE 0.
    05  CRC32-VALUE PIC 9(10) VALUE 0.
    05  CRC32-REGISTER.
        10  CRC32-REGISTER-BYTE PIC 9(03) OCCURS 4 TIMES.
01  CRC32-LEGACY-FLAG PIC X VALUE 'Y'.
    88  CRC32-LEGACY-ACCEPTED VALUE 'Y'.
