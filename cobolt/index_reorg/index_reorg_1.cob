*   C  the dataset catalog (CATALOG-FD.CPY)
*   P  the operator-profile file (OPERATOR-PROFILE-FD.CPY)
*   X  an audit index (AUDIT-INDEX-FD.CPY shape)
* The catalog record grew from 240 to 252 bytes when the data
* classification was added to its end, and a catalog built before
* that cannot be opened in the new shape. Kind O converts one once:
* it unloads the 240-byte records in key order, pads each with a
* blank classification (read as INTERNAL until CATALOG-INQUIRY's
* classify mode sets it), and reloads them in the 252-byte shape
* through the same prove-and-swap as any other rebuild. Run it on
* DATACATALOG.DAT before any program that registers in the
* catalog runs on the new layout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CS-KEY
     FILE STATUS IS WS-WORK-STATUS.
    SELECT OLD-CATALOG-SHAPE-FILE ASSIGN TO WS-WORK-FILE-NAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS OS-KEY
     FILE STATUS IS WS-WORK-STATUS.
    SELECT PROFILE-SHAPE-FILE ASSIGN TO WS-WORK-FILE-NAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
FD  CATALOG-SHAPE-FILE.
01  CS-RECORD.
    05  CS-KEY PIC X(100).
    05  CS-DATA PIC X(152).

FD  OLD-CATALOG-SHAPE-FILE.
01  OS-RECORD.
    05  OS-KEY PIC X(100).
    05  OS-DATA PIC X(140).

FD  PROFILE-SHAPE-FILE.
01  PS-RECORD.
    DISPLAY 'Indexed file to reorganize: ' WITH NO ADVANCING.
    ACCEPT WS-TARGET-NAME.
    DISPLAY 'File kind (K=keyed, C=catalog, P=operator profile, '
        'X=audit index, O=old 240-byte catalog to convert): '
        WITH NO ADVANCING.
    ACCEPT WS-SHAPE-KIND.
    MOVE FUNCTION UPPER-CASE(WS-SHAPE-KIND) TO WS-SHAPE-KIND.
    EVALUATE WS-SHAPE-KIND
     WHEN 'K' MOVE 320 TO WS-RECORD-LENGTH
     WHEN 'C' MOVE 252 TO WS-RECORD-LENGTH
     WHEN 'O' MOVE 252 TO WS-RECORD-LENGTH
     WHEN 'P' MOVE 75 TO WS-RECORD-LENGTH
     WHEN 'X' MOVE 250 TO WS-RECORD-LENGTH
     WHEN OTHER
    EVALUATE WS-SHAPE-KIND
     WHEN 'K' PERFORM UNLOAD-KEYED-SHAPE
     WHEN 'C' PERFORM UNLOAD-CATALOG-SHAPE
     WHEN 'O' PERFORM UNLOAD-OLD-CATALOG-SHAPE
     WHEN 'P' PERFORM UNLOAD-PROFILE-SHAPE
     WHEN 'X' PERFORM UNLOAD-AUDIT-SHAPE
    END-EVALUATE.
      SET WS-WORK-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-IMAGE-WORK
      MOVE CS-RECORD TO WS-IMAGE-WORK(1:252)
      PERFORM WRITE-ONE-UNLOAD-IMAGE
    END-READ.

UNLOAD-OLD-CATALOG-SHAPE.
* The image is the 252-byte record the reload writes: the old 240
* bytes and a blank classification, so both checksums cover the
* same bytes.
    OPEN INPUT OLD-CATALOG-SHAPE-FILE.
    IF WS-WORK-STATUS NOT = '00'
     DISPLAY 'Cannot open ' FUNCTION TRIM(WS-TARGET-NAME)
         ' - STATUS ' WS-WORK-STATUS
     SET WS-WORK-EOF TO TRUE
    ELSE
     MOVE LOW-VALUES TO OS-KEY
     START OLD-CATALOG-SHAPE-FILE KEY >= OS-KEY
      INVALID KEY
       SET WS-WORK-EOF TO TRUE
     END-START
     PERFORM UNLOAD-ONE-OLD-CATALOG UNTIL WS-WORK-EOF
     CLOSE OLD-CATALOG-SHAPE-FILE
    END-IF.

UNLOAD-ONE-OLD-CATALOG.
    READ OLD-CATALOG-SHAPE-FILE NEXT RECORD
     AT END
      SET WS-WORK-EOF TO TRUE
     NOT AT END
      MOVE SPACES TO WS-IMAGE-WORK
      MOVE OS-RECORD TO WS-IMAGE-WORK(1:240)
      PERFORM WRITE-ONE-UNLOAD-IMAGE
    END-READ.

      PERFORM RELOAD-ONE-KEYED UNTIL WS-UNLOAD-EOF
      CLOSE KEYED-SHAPE-FILE
     WHEN 'C'
     WHEN 'O'
      OPEN OUTPUT CATALOG-SHAPE-FILE
      PERFORM RELOAD-ONE-CATALOG UNTIL WS-UNLOAD-EOF
      CLOSE CATALOG-SHAPE-FILE
RELOAD-ONE-CATALOG.
    PERFORM TAKE-ONE-UNLOAD-IMAGE.
    IF NOT WS-UNLOAD-EOF
     MOVE WS-IMAGE-WORK(1:252) TO CS-RECORD
     WRITE CS-RECORD
    END-IF.

