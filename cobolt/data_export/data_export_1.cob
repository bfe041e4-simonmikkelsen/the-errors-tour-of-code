IDENTIFICATION DIVISION.
PROGRAM-ID. DATA-EXPORT.
AUTHOR. Simon Mikkelsen.
* Two of the newer partners and the internal web team want our data
* as JSON or XML rather than fixed-length records; CSV-IMPORTER only
* brings data in and REPORT-WRITER's CSV covers only reports. This
* program exports any data file through its LAYOUTDICT.TXT layout:
* every record becomes one JSON object or one XML element, its
* members or child elements named after the dictionary fields.
* Numeric fields (N) go out as numbers - packed (P) and binary (B)
* ones decoded through FIELDCONV first - a blank one as null (an
* empty element in XML), one that is not numeric as the text it
* holds; every other type goes out as text without its trailing
* spaces. Text is escaped the way each format requires: in JSON the
* quote and backslash are escaped and control characters and bytes
* above 127 written as \u00XX; in XML the five markup characters
* become entity references, bytes above 127 character references,
* and the control characters XML cannot carry at all are replaced by
* '?' and counted.
* A layout with an @TYPE discriminator is exported record type by
* record type: each record is described by its own <layout>.<code>
* field set, and the type code rides on the record (a "recordType"
* member in JSON, a type attribute in XML). Otherwise HDR and TRL
* control records are passed over, as FILE-VALIDATOR passes them.
* The document ends with its record count, and the control report
* EXPORT.RPT, under the standard report header and archived in
* RPTARC, gives the records read, exported per type, passed over and
* rejected, with the fields that would not decode and the characters
* replaced; records read and exported are posted to BALANCE.TXT (IN
* and OUT).
* The output is written one member or element to a line so that no
* line passes the 200 bytes GATEWAY-OUTBOUND stages and checksums -
* the file can go straight to a partner. A record whose escaped
* value would not fit a line, or whose type code its layout does not
* list, goes to REJECTS.TXT under reason EXP instead of breaking the
* document, and the run ends with RETURN-CODE 4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DATA-FILE ASSIGN TO WS-DATA-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DATA-STATUS.
    SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-EXPORT-STATUS.
    SELECT EXPORT-REPORT-FILE ASSIGN TO WS-REPORT-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "layout-dict-select.cpy".
    COPY "run-id-select.cpy".
    COPY "report-archive-select.cpy".
    COPY "balance-select.cpy".
    COPY "rejects-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  DATA-FILE.
01  DATA-RECORD PIC X(200).

FD  EXPORT-FILE.
01  EXPORT-RECORD PIC X(200).

FD  EXPORT-REPORT-FILE.
01  EXPORT-REPORT-RECORD PIC X(132).

COPY "layout-dict-fd.cpy".
COPY "run-id-fd.cpy".
COPY "report-archive-fd.cpy".
COPY "balance-fd.cpy".
COPY "rejects-fd.cpy".

WORKING-STORAGE SECTION.
COPY "layout-dict-ws.cpy".
COPY "run-id-ws.cpy".
COPY "report-archive-ws.cpy".
COPY "report-header-ws.cpy".
COPY "balance-ws.cpy".
COPY "rejects-ws.cpy".
COPY "fieldconv-linkage.cpy".
01  WS-PAGE-NUMBER PIC 9(03) VALUE 1.
01  WS-DATA-FILE-NAME PIC X(100).
01  WS-EXPORT-FILE-NAME PIC X(100).
01  WS-REPORT-NAME PIC X(100) VALUE 'EXPORT.RPT'.
01  WS-DATA-STATUS PIC X(02).
01  WS-EXPORT-STATUS PIC X(02).
01  WS-DATA-EOF-FLAG PIC X VALUE 'N'.
    88  WS-DATA-EOF VALUE 'Y'.
01  WS-LAYOUT-NAME PIC X(20).
01  WS-FORMAT PIC X VALUE 'J'.
    88  WS-FORMAT-JSON VALUE 'J'.
    88  WS-FORMAT-XML VALUE 'X'.
01  WS-FLD-INDEX PIC 9(02) VALUE 0.

* Multi-record-type support, as FILE-VALIDATOR keeps it: each type
* code's field set is loaded once and swapped into the LD- table
* record by record.
01  WS-MULTI-TYPE-FLAG PIC X VALUE 'N'.
    88  WS-MULTI-TYPE VALUE 'Y'.
01  WS-SUB-LAYOUT-NAME PIC X(20).
01  WS-TYPE-POS PIC 9(03) VALUE 0.
01  WS-TYPE-LEN PIC 9(03) VALUE 0.
01  WS-CODE-LIST.
    05  WS-CODE-VALUE PIC X(12) OCCURS 6 TIMES.
01  WS-CODE-INDEX PIC 9(01) VALUE 0.
01  WS-TYPE-TABLE.
    05  WS-TYPE-ENTRY OCCURS 6 TIMES.
        10  WS-TV-VALUE PIC X(12).
        10  WS-TV-FIELD-COUNT PIC 9(02).
        10  WS-TV-LAYOUT-IMAGE PIC X(2640).
        10  WS-TV-EXPORTED PIC 9(07).
01  WS-TYPE-COUNT PIC 9(01) VALUE 0.
01  WS-TYPE-INDEX PIC 9(01) VALUE 0.
01  WS-TYPE-FOUND PIC 9(01) VALUE 0.
01  WS-RECORD-TYPE-TEXT PIC X(12).

* One record's output lines are built here first, so a record that
* cannot be written whole is not written at all.
01  WS-RECORD-LINES.
    05  WS-RECORD-LINE PIC X(200) OCCURS 34 TIMES.
01  WS-LINE-COUNT PIC 9(02) VALUE 0.
01  WS-LINE-INDEX PIC 9(02) VALUE 0.
01  WS-LINE-BUILD PIC X(1400).
01  WS-LINE-POINTER PIC 9(04) VALUE 1.
01  WS-LINE-TOO-LONG-FLAG PIC X VALUE 'N'.
    88  WS-LINE-TOO-LONG VALUE 'Y'.
01  WS-PENDING-CLOSE-FLAG PIC X VALUE 'N'.
    88  WS-PENDING-CLOSE VALUE 'Y'.
01  WS-MEMBERS-TOTAL PIC 9(02) VALUE 0.
01  WS-MEMBERS-DONE PIC 9(02) VALUE 0.
01  WS-ELEMENT-NAME PIC X(21).

* One field's value: kind S (text), N (number) or Z (null).
01  WS-VALUE-KIND PIC X VALUE 'S'.
01  WS-RAW-TEXT PIC X(200).
01  WS-RAW-LENGTH PIC 9(03) VALUE 0.
01  WS-ESCAPED-TEXT PIC X(1200).
01  WS-ESCAPED-LENGTH PIC 9(04) VALUE 0.
01  WS-CHAR-INDEX PIC 9(03) VALUE 0.
01  WS-CHAR PIC X(01).
01  WS-CHAR-CODE PIC 9(03) VALUE 0.
01  WS-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
01  WS-HEX-HIGH PIC 9(02) VALUE 0.
01  WS-HEX-LOW PIC 9(02) VALUE 0.
01  WS-CODE-EDIT PIC 9(03).
01  WS-NUMBER-VALUE PIC S9(15)V9(02) VALUE 0.
01  WS-WHOLE-NUMBER PIC S9(17) VALUE 0.
01  WS-INTEGER-EDIT PIC -(17)9.
01  WS-DECIMAL-EDIT PIC -(15)9.99.

* Counts.
01  WS-RECORDS-READ PIC 9(07) VALUE 0.
01  WS-RECORDS-EXPORTED PIC 9(07) VALUE 0.
01  WS-RECORDS-PASSED-OVER PIC 9(07) VALUE 0.
01  WS-RECORDS-REJECTED PIC 9(07) VALUE 0.
01  WS-UNDECODABLE-FIELDS PIC 9(07) VALUE 0.
01  WS-REPLACED-CHARACTERS PIC 9(07) VALUE 0.
01  WS-COUNT-EDIT PIC Z(06)9.
01  WS-COUNT-LINE.
    05  WS-CL-LABEL PIC X(32).
    05  WS-CL-COUNT PIC Z(06)9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    DISPLAY 'Data file to export: ' WITH NO ADVANCING.
    ACCEPT WS-DATA-FILE-NAME.
    DISPLAY 'Layout name: ' WITH NO ADVANCING.
    ACCEPT WS-LAYOUT-NAME.
    DISPLAY 'Format (J=JSON, X=XML): ' WITH NO ADVANCING.
    ACCEPT WS-FORMAT.
    MOVE FUNCTION UPPER-CASE(WS-FORMAT) TO WS-FORMAT.
    IF NOT WS-FORMAT-XML
     MOVE 'J' TO WS-FORMAT
    END-IF.
    DISPLAY 'Output file (default <data file>.json or .xml): '
        WITH NO ADVANCING.
    ACCEPT WS-EXPORT-FILE-NAME.
    IF WS-EXPORT-FILE-NAME = SPACES
     IF WS-FORMAT-JSON
      STRING WS-DATA-FILE-NAME DELIMITED BY SPACE
          '.json' DELIMITED BY SIZE
          INTO WS-EXPORT-FILE-NAME
     ELSE
      STRING WS-DATA-FILE-NAME DELIMITED BY SPACE
          '.xml' DELIMITED BY SIZE
          INTO WS-EXPORT-FILE-NAME
     END-IF
    END-IF.

    MOVE WS-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    PERFORM DETECT-RECORD-TYPE-SETUP.

    OPEN INPUT DATA-FILE.
    IF WS-DATA-STATUS NOT = '00'
     DISPLAY 'Cannot open data file: ' WS-DATA-FILE-NAME
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    OPEN OUTPUT EXPORT-FILE.
    IF WS-EXPORT-STATUS NOT = '00'
     DISPLAY 'Cannot open output file: ' WS-EXPORT-FILE-NAME
     CLOSE DATA-FILE
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF.
    PERFORM WRITE-DOCUMENT-START.
    PERFORM EXPORT-ONE-RECORD UNTIL WS-DATA-EOF.
    PERFORM WRITE-DOCUMENT-END.
    CLOSE DATA-FILE.
    CLOSE EXPORT-FILE.

    OPEN OUTPUT EXPORT-REPORT-FILE.
    PERFORM WRITE-EXPORT-REPORT.
    CLOSE EXPORT-REPORT-FILE.
    PERFORM REGISTER-REPORT-IN-ARCHIVE.
    PERFORM POST-INPUT-CONTROL-TOTAL.
    PERFORM POST-OUTPUT-CONTROL-TOTAL.

    DISPLAY 'RECORDS READ      : ' WS-RECORDS-READ.
    DISPLAY 'RECORDS EXPORTED  : ' WS-RECORDS-EXPORTED.
    DISPLAY 'RECORDS REJECTED  : ' WS-RECORDS-REJECTED.
    DISPLAY 'Exported to ' FUNCTION TRIM(WS-EXPORT-FILE-NAME)
        ', report ' FUNCTION TRIM(WS-REPORT-NAME) '.'.
    IF WS-RECORDS-REJECTED > 0
     MOVE 4 TO RETURN-CODE
    ELSE
     MOVE 0 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-LAYOUT-FROM-DICTIONARY.
    COPY "layout-dict-load.cpy".

DETECT-RECORD-TYPE-SETUP.
* An @TYPE line in the loaded layout switches on multi-type mode;
* each listed code's own layout is loaded now and its table image
* saved, so the per-record swap is a group MOVE, not a file read.
    MOVE 'N' TO WS-MULTI-TYPE-FLAG.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF FUNCTION TRIM(LD-FIELD-NAME(WS-FLD-INDEX)) = '@TYPE'
      SET WS-MULTI-TYPE TO TRUE
      MOVE LD-POSITION(WS-FLD-INDEX) TO WS-TYPE-POS
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-TYPE-LEN
      IF WS-TYPE-LEN > 12
       MOVE 12 TO WS-TYPE-LEN
      END-IF
      MOVE SPACES TO WS-CODE-LIST
      UNSTRING LD-SPEC(WS-FLD-INDEX) DELIMITED BY '|'
          INTO WS-CODE-VALUE(1) WS-CODE-VALUE(2) WS-CODE-VALUE(3)
               WS-CODE-VALUE(4) WS-CODE-VALUE(5) WS-CODE-VALUE(6)
     END-IF
    END-PERFORM.
    IF WS-MULTI-TYPE
     MOVE 0 TO WS-TYPE-COUNT
     PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
         UNTIL WS-CODE-INDEX > 6
      IF WS-CODE-VALUE(WS-CODE-INDEX) NOT = SPACES
       ADD 1 TO WS-TYPE-COUNT
       MOVE WS-CODE-VALUE(WS-CODE-INDEX)
           TO WS-TV-VALUE(WS-TYPE-COUNT)
       MOVE 0 TO WS-TV-EXPORTED(WS-TYPE-COUNT)
      END-IF
     END-PERFORM
     PERFORM LOAD-ONE-SUB-LAYOUT
         VARYING WS-TYPE-INDEX FROM 1 BY 1
         UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
    END-IF.

LOAD-ONE-SUB-LAYOUT.
    MOVE SPACES TO WS-SUB-LAYOUT-NAME.
    STRING WS-LAYOUT-NAME DELIMITED BY SPACE
        '.' DELIMITED BY SIZE
        WS-TV-VALUE(WS-TYPE-INDEX) DELIMITED BY SPACE
        INTO WS-SUB-LAYOUT-NAME.
    MOVE WS-SUB-LAYOUT-NAME TO LAYOUT-DICT-WANTED.
    PERFORM LOAD-LAYOUT-FROM-DICTIONARY.
    MOVE LAYOUT-DICT-FIELD-COUNT
        TO WS-TV-FIELD-COUNT(WS-TYPE-INDEX).
    MOVE LAYOUT-DICT-TABLE
        TO WS-TV-LAYOUT-IMAGE(WS-TYPE-INDEX).

WRITE-DOCUMENT-START.
    MOVE WS-LAYOUT-NAME TO WS-RAW-TEXT.
    PERFORM MEASURE-RAW-TEXT.
    PERFORM ESCAPE-RAW-TEXT.
    IF WS-FORMAT-JSON
     MOVE '{' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE SPACES TO EXPORT-RECORD
     STRING '  "layout": "' DELIMITED BY SIZE
         WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
         '",' DELIMITED BY SIZE
         INTO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE SPACES TO EXPORT-RECORD
     STRING '  "runId": "' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SPACE
         '",' DELIMITED BY SIZE
         INTO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE '  "records": [' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
    ELSE
     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE SPACES TO EXPORT-RECORD
     STRING '<records layout="' DELIMITED BY SIZE
         WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
         '" runId="' DELIMITED BY SIZE
         RUN-ID-STAMP DELIMITED BY SPACE
         '">' DELIMITED BY SIZE
         INTO EXPORT-RECORD
     WRITE EXPORT-RECORD
    END-IF.

WRITE-DOCUMENT-END.
    MOVE WS-RECORDS-EXPORTED TO WS-COUNT-EDIT.
    IF WS-FORMAT-JSON
     IF WS-PENDING-CLOSE
      MOVE '    }' TO EXPORT-RECORD
      WRITE EXPORT-RECORD
     END-IF
     MOVE '  ],' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE SPACES TO EXPORT-RECORD
     STRING '  "recordCount": ' DELIMITED BY SIZE
         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
         INTO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE '}' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
    ELSE
     MOVE SPACES TO EXPORT-RECORD
     STRING '  <recordCount>' DELIMITED BY SIZE
         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
         '</recordCount>' DELIMITED BY SIZE
         INTO EXPORT-RECORD
     WRITE EXPORT-RECORD
     MOVE '</records>' TO EXPORT-RECORD
     WRITE EXPORT-RECORD
    END-IF.

EXPORT-ONE-RECORD.
    READ DATA-FILE
     AT END
      SET WS-DATA-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-RECORDS-READ
      IF WS-MULTI-TYPE
       PERFORM SELECT-RECORD-TYPE
       IF WS-TYPE-FOUND = 0
        PERFORM REJECT-THE-RECORD
       ELSE
        PERFORM BUILD-AND-WRITE-RECORD
       END-IF
      ELSE
       IF DATA-RECORD(1:3) = 'HDR' OR DATA-RECORD(1:3) = 'TRL'
        ADD 1 TO WS-RECORDS-PASSED-OVER
       ELSE
        PERFORM BUILD-AND-WRITE-RECORD
       END-IF
      END-IF
    END-READ.

SELECT-RECORD-TYPE.
    MOVE SPACES TO WS-RECORD-TYPE-TEXT.
    MOVE DATA-RECORD(WS-TYPE-POS:WS-TYPE-LEN) TO WS-RECORD-TYPE-TEXT.
    MOVE 0 TO WS-TYPE-FOUND.
    PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
        UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
     IF WS-TV-VALUE(WS-TYPE-INDEX) = WS-RECORD-TYPE-TEXT
      MOVE WS-TYPE-INDEX TO WS-TYPE-FOUND
     END-IF
    END-PERFORM.
    IF WS-TYPE-FOUND > 0
     MOVE WS-TV-LAYOUT-IMAGE(WS-TYPE-FOUND) TO LAYOUT-DICT-TABLE
     MOVE WS-TV-FIELD-COUNT(WS-TYPE-FOUND) TO LAYOUT-DICT-FIELD-COUNT
    END-IF.

BUILD-AND-WRITE-RECORD.
* The opening line, one line per field, and (XML) the closing line;
* in JSON the closing brace waits for the next record, which decides
* whether it carries a comma.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE 'N' TO WS-LINE-TOO-LONG-FLAG.
    MOVE 0 TO WS-MEMBERS-TOTAL.
    MOVE 0 TO WS-MEMBERS-DONE.
    PERFORM VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT
     IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
      ADD 1 TO WS-MEMBERS-TOTAL
     END-IF
    END-PERFORM.
    IF WS-MULTI-TYPE
     MOVE WS-RECORD-TYPE-TEXT TO WS-RAW-TEXT
     PERFORM MEASURE-RAW-TEXT
     PERFORM ESCAPE-RAW-TEXT
    END-IF.
    MOVE SPACES TO WS-LINE-BUILD.
    MOVE 1 TO WS-LINE-POINTER.
    EVALUATE TRUE
     WHEN WS-FORMAT-JSON
      STRING '    {' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     WHEN WS-MULTI-TYPE
      STRING '  <record type="' DELIMITED BY SIZE
          WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
          '">' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     WHEN OTHER
      STRING '  <record>' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
    END-EVALUATE.
    PERFORM KEEP-BUILT-LINE.
    IF WS-MULTI-TYPE AND WS-FORMAT-JSON
     MOVE SPACES TO WS-LINE-BUILD
     MOVE 1 TO WS-LINE-POINTER
     STRING '      "recordType": "' DELIMITED BY SIZE
         WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
         '"' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     IF WS-MEMBERS-TOTAL > 0
      STRING ',' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     END-IF
     PERFORM KEEP-BUILT-LINE
    END-IF.
    PERFORM BUILD-ONE-FIELD-LINE
        VARYING WS-FLD-INDEX FROM 1 BY 1
        UNTIL WS-FLD-INDEX > LAYOUT-DICT-FIELD-COUNT.
    IF WS-FORMAT-XML
     MOVE SPACES TO WS-LINE-BUILD
     MOVE 1 TO WS-LINE-POINTER
     STRING '  </record>' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     PERFORM KEEP-BUILT-LINE
    END-IF.

    IF WS-LINE-TOO-LONG
     PERFORM REJECT-THE-RECORD
    ELSE
     IF WS-PENDING-CLOSE
      MOVE '    },' TO EXPORT-RECORD
      WRITE EXPORT-RECORD
     END-IF
     PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
         UNTIL WS-LINE-INDEX > WS-LINE-COUNT
      WRITE EXPORT-RECORD FROM WS-RECORD-LINE(WS-LINE-INDEX)
     END-PERFORM
     IF WS-FORMAT-JSON
      SET WS-PENDING-CLOSE TO TRUE
     END-IF
     ADD 1 TO WS-RECORDS-EXPORTED
     IF WS-MULTI-TYPE
      ADD 1 TO WS-TV-EXPORTED(WS-TYPE-FOUND)
     END-IF
    END-IF.

BUILD-ONE-FIELD-LINE.
    IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) NOT = '@'
        AND LD-POSITION(WS-FLD-INDEX) > 0
        AND LD-LENGTH(WS-FLD-INDEX) > 0
        AND LD-POSITION(WS-FLD-INDEX) + LD-LENGTH(WS-FLD-INDEX) <= 201
     ADD 1 TO WS-MEMBERS-DONE
     PERFORM GET-FIELD-VALUE
     MOVE SPACES TO WS-LINE-BUILD
     MOVE 1 TO WS-LINE-POINTER
     IF WS-FORMAT-JSON
      PERFORM BUILD-JSON-MEMBER
     ELSE
      PERFORM BUILD-XML-ELEMENT
     END-IF
     PERFORM KEEP-BUILT-LINE
    END-IF.

BUILD-JSON-MEMBER.
    STRING '      "' DELIMITED BY SIZE
        LD-FIELD-NAME(WS-FLD-INDEX) DELIMITED BY SPACE
        '": ' DELIMITED BY SIZE
        INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER.
    EVALUATE WS-VALUE-KIND
     WHEN 'Z'
      STRING 'null' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     WHEN 'N'
      STRING WS-RAW-TEXT(1:WS-RAW-LENGTH) DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     WHEN OTHER
      STRING '"' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
      IF WS-ESCAPED-LENGTH > 0
       STRING WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
           INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
      END-IF
      STRING '"' DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
    END-EVALUATE.
    IF WS-MEMBERS-DONE < WS-MEMBERS-TOTAL
     STRING ',' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
    END-IF.

BUILD-XML-ELEMENT.
* An XML name may not begin with a digit, so such a field name is
* given a leading underscore.
    MOVE SPACES TO WS-ELEMENT-NAME.
    IF LD-FIELD-NAME(WS-FLD-INDEX)(1:1) IS NUMERIC
     STRING '_' LD-FIELD-NAME(WS-FLD-INDEX) DELIMITED BY SIZE
         INTO WS-ELEMENT-NAME
    ELSE
     MOVE LD-FIELD-NAME(WS-FLD-INDEX) TO WS-ELEMENT-NAME
    END-IF.
    IF WS-VALUE-KIND = 'Z'
        OR (WS-VALUE-KIND = 'S' AND WS-ESCAPED-LENGTH = 0)
     STRING '    <' DELIMITED BY SIZE
         WS-ELEMENT-NAME DELIMITED BY SPACE
         '/>' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
    ELSE
     STRING '    <' DELIMITED BY SIZE
         WS-ELEMENT-NAME DELIMITED BY SPACE
         '>' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     IF WS-VALUE-KIND = 'N'
      STRING WS-RAW-TEXT(1:WS-RAW-LENGTH) DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     ELSE
      STRING WS-ESCAPED-TEXT(1:WS-ESCAPED-LENGTH) DELIMITED BY SIZE
          INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
     END-IF
     STRING '</' DELIMITED BY SIZE
         WS-ELEMENT-NAME DELIMITED BY SPACE
         '>' DELIMITED BY SIZE
         INTO WS-LINE-BUILD WITH POINTER WS-LINE-POINTER
    END-IF.

KEEP-BUILT-LINE.
    IF WS-LINE-POINTER - 1 > 200 OR WS-LINE-COUNT >= 34
     SET WS-LINE-TOO-LONG TO TRUE
    ELSE
     ADD 1 TO WS-LINE-COUNT
     MOVE WS-LINE-BUILD(1:200) TO WS-RECORD-LINE(WS-LINE-COUNT)
    END-IF.

GET-FIELD-VALUE.
* Numbers are written in their plain form - no leading zeros, a
* leading minus, decimals only when the field holds them.
    MOVE 'S' TO WS-VALUE-KIND.
    MOVE SPACES TO WS-RAW-TEXT.
    MOVE DATA-RECORD(LD-POSITION(WS-FLD-INDEX):LD-LENGTH(WS-FLD-INDEX))
        TO WS-RAW-TEXT.
    EVALUATE LD-TYPE(WS-FLD-INDEX)
     WHEN 'P'
     WHEN 'B'
      MOVE 'EXT' TO FIELDCONV-OPERATION
      MOVE LD-TYPE(WS-FLD-INDEX) TO FIELDCONV-TYPE
      MOVE LD-LENGTH(WS-FLD-INDEX) TO FIELDCONV-LENGTH
      MOVE 0 TO FIELDCONV-SCALE
      MOVE SPACES TO FIELDCONV-BYTES
      MOVE WS-RAW-TEXT(1:LD-LENGTH(WS-FLD-INDEX)) TO FIELDCONV-BYTES
      CALL 'FIELDCONV' USING FIELDCONV-REQUEST
      IF FIELDCONV-RESULT = '00'
       MOVE FIELDCONV-VALUE TO WS-NUMBER-VALUE
       PERFORM EDIT-NUMBER-VALUE
      ELSE
       MOVE 'Z' TO WS-VALUE-KIND
       ADD 1 TO WS-UNDECODABLE-FIELDS
      END-IF
     WHEN 'N'
      PERFORM MEASURE-RAW-TEXT
      EVALUATE TRUE
       WHEN WS-RAW-LENGTH = 0
        MOVE 'Z' TO WS-VALUE-KIND
       WHEN FUNCTION TEST-NUMVAL(WS-RAW-TEXT(1:WS-RAW-LENGTH)) = 0
        COMPUTE WS-NUMBER-VALUE =
            FUNCTION NUMVAL(WS-RAW-TEXT(1:WS-RAW-LENGTH))
        PERFORM EDIT-NUMBER-VALUE
       WHEN OTHER
        PERFORM ESCAPE-RAW-TEXT
      END-EVALUATE
     WHEN OTHER
      MOVE LD-LENGTH(WS-FLD-INDEX) TO WS-RAW-LENGTH
      PERFORM MEASURE-RAW-TEXT
      PERFORM ESCAPE-RAW-TEXT
    END-EVALUATE.

EDIT-NUMBER-VALUE.
    MOVE 'N' TO WS-VALUE-KIND.
    MOVE WS-NUMBER-VALUE TO WS-WHOLE-NUMBER.
    MOVE SPACES TO WS-RAW-TEXT.
    IF WS-WHOLE-NUMBER = WS-NUMBER-VALUE
     MOVE WS-WHOLE-NUMBER TO WS-INTEGER-EDIT
     MOVE FUNCTION TRIM(WS-INTEGER-EDIT) TO WS-RAW-TEXT
    ELSE
     MOVE WS-NUMBER-VALUE TO WS-DECIMAL-EDIT
     MOVE FUNCTION TRIM(WS-DECIMAL-EDIT) TO WS-RAW-TEXT
    END-IF.
    PERFORM MEASURE-RAW-TEXT.

MEASURE-RAW-TEXT.
    IF WS-RAW-TEXT = SPACES
     MOVE 0 TO WS-RAW-LENGTH
    ELSE
     COMPUTE WS-RAW-LENGTH =
         FUNCTION LENGTH(FUNCTION TRIM(WS-RAW-TEXT TRAILING))
    END-IF.

ESCAPE-RAW-TEXT.
    MOVE SPACES TO WS-ESCAPED-TEXT.
    MOVE 0 TO WS-ESCAPED-LENGTH.
    PERFORM ESCAPE-ONE-CHARACTER
        VARYING WS-CHAR-INDEX FROM 1 BY 1
        UNTIL WS-CHAR-INDEX > WS-RAW-LENGTH.

ESCAPE-ONE-CHARACTER.
    MOVE WS-RAW-TEXT(WS-CHAR-INDEX:1) TO WS-CHAR.
    COMPUTE WS-CHAR-CODE = FUNCTION ORD(WS-CHAR) - 1.
    IF WS-FORMAT-JSON
     EVALUATE TRUE
      WHEN WS-CHAR = '"'
       MOVE '\"' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:2)
       ADD 2 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR = '\'
       MOVE '\\' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:2)
       ADD 2 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR-CODE < 32 OR WS-CHAR-CODE > 126
       DIVIDE WS-CHAR-CODE BY 16 GIVING WS-HEX-HIGH
           REMAINDER WS-HEX-LOW
       MOVE '\u00' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:4)
       MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1)
           TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 5:1)
       MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1)
           TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 6:1)
       ADD 6 TO WS-ESCAPED-LENGTH
      WHEN OTHER
       ADD 1 TO WS-ESCAPED-LENGTH
       MOVE WS-CHAR TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH:1)
     END-EVALUATE
    ELSE
     EVALUATE TRUE
      WHEN WS-CHAR = '&'
       MOVE '&amp;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:5)
       ADD 5 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR = '<'
       MOVE '&lt;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:4)
       ADD 4 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR = '>'
       MOVE '&gt;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:4)
       ADD 4 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR = '"'
       MOVE '&quot;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:6)
       ADD 6 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR = "'"
       MOVE '&apos;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:6)
       ADD 6 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR-CODE = 9
       MOVE '&#9;' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:4)
       ADD 4 TO WS-ESCAPED-LENGTH
      WHEN WS-CHAR-CODE < 32
       ADD 1 TO WS-ESCAPED-LENGTH
       MOVE '?' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH:1)
       ADD 1 TO WS-REPLACED-CHARACTERS
      WHEN WS-CHAR-CODE > 126
       MOVE WS-CHAR-CODE TO WS-CODE-EDIT
       MOVE '&#' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 1:2)
       MOVE WS-CODE-EDIT TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 3:3)
       MOVE ';' TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH + 6:1)
       ADD 6 TO WS-ESCAPED-LENGTH
      WHEN OTHER
       ADD 1 TO WS-ESCAPED-LENGTH
       MOVE WS-CHAR TO WS-ESCAPED-TEXT(WS-ESCAPED-LENGTH:1)
     END-EVALUATE
    END-IF.

REJECT-THE-RECORD.
    ADD 1 TO WS-RECORDS-REJECTED.
    PERFORM WRITE-ONE-REJECT.

WRITE-EXPORT-REPORT.
    PERFORM PRINT-REPORT-HEADER.
    WRITE EXPORT-REPORT-RECORD FROM RPTHDR-LINE.
    MOVE SPACES TO EXPORT-REPORT-RECORD.
    STRING 'EXPORT OF ' DELIMITED BY SIZE
        WS-DATA-FILE-NAME DELIMITED BY SPACE
        ' (LAYOUT ' DELIMITED BY SIZE
        WS-LAYOUT-NAME DELIMITED BY SPACE
        ') TO ' DELIMITED BY SIZE
        WS-EXPORT-FILE-NAME DELIMITED BY SPACE
        INTO EXPORT-REPORT-RECORD.
    WRITE EXPORT-REPORT-RECORD.
    MOVE SPACES TO EXPORT-REPORT-RECORD.
    IF WS-FORMAT-JSON
     MOVE 'FORMAT: JSON' TO EXPORT-REPORT-RECORD
    ELSE
     MOVE 'FORMAT: XML' TO EXPORT-REPORT-RECORD
    END-IF.
    WRITE EXPORT-REPORT-RECORD.
    MOVE SPACES TO EXPORT-REPORT-RECORD.
    WRITE EXPORT-REPORT-RECORD.
    MOVE 'RECORDS READ' TO WS-CL-LABEL.
    MOVE WS-RECORDS-READ TO WS-CL-COUNT.
    WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'RECORDS EXPORTED' TO WS-CL-LABEL.
    MOVE WS-RECORDS-EXPORTED TO WS-CL-COUNT.
    WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE.
    IF WS-MULTI-TYPE
     PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
         UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
      MOVE SPACES TO WS-CL-LABEL
      STRING '  OF RECORD TYPE ' DELIMITED BY SIZE
          WS-TV-VALUE(WS-TYPE-INDEX) DELIMITED BY SPACE
          INTO WS-CL-LABEL
      MOVE WS-TV-EXPORTED(WS-TYPE-INDEX) TO WS-CL-COUNT
      WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE
     END-PERFORM
    ELSE
     MOVE 'HDR/TRL RECORDS PASSED OVER' TO WS-CL-LABEL
     MOVE WS-RECORDS-PASSED-OVER TO WS-CL-COUNT
     WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE
    END-IF.
    MOVE 'RECORDS REJECTED (REASON EXP)' TO WS-CL-LABEL.
    MOVE WS-RECORDS-REJECTED TO WS-CL-COUNT.
    WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'FIELDS NOT DECODABLE (NULL)' TO WS-CL-LABEL.
    MOVE WS-UNDECODABLE-FIELDS TO WS-CL-COUNT.
    WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE.
    MOVE 'CHARACTERS REPLACED' TO WS-CL-LABEL.
    MOVE WS-REPLACED-CHARACTERS TO WS-CL-COUNT.
    WRITE EXPORT-REPORT-RECORD FROM WS-COUNT-LINE.

WRITE-ONE-REJECT.
    COPY "rejects-write.cpy"
        REPLACING ==:REJ-PROGRAM-NAME:== BY =='DATA-EXPORT'==
                   ==:REJ-REASON-CODE:==  BY =='EXP'==
                   ==:REJ-RECORD-IMAGE:== BY ==DATA-RECORD==.

POST-INPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='DATA-EXPORT'==
                   ==:BAL-DIRECTION:==    BY =='IN'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-RECORDS-READ==
                   ==:BAL-AMOUNT:==       BY ==0==.

POST-OUTPUT-CONTROL-TOTAL.
    COPY "balance-post.cpy"
        REPLACING ==:BAL-PROGRAM-NAME:== BY =='DATA-EXPORT'==
                   ==:BAL-DIRECTION:==    BY =='OUT'==
                   ==:BAL-RECORD-COUNT:== BY ==WS-RECORDS-EXPORTED==
                   ==:BAL-AMOUNT:==       BY ==0==.

PRINT-REPORT-HEADER.
    COPY "report-header-print.cpy"
        REPLACING ==:RPT-PROGRAM-NAME:== BY =='DATA-EXPORT'==
                   ==:RPT-PAGE-NUMBER:==  BY ==WS-PAGE-NUMBER==.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-REPORT-IN-ARCHIVE.
    COPY "report-archive-register.cpy"
        REPLACING ==:RPTARCH-REG-FILE:==    BY ==WS-REPORT-NAME==
                   ==:RPTARCH-REG-PROGRAM:== BY =='DATA-EXPORT'==.
