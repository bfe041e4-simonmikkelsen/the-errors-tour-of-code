*  FIELD-CHECK-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  fields the paragraphs of FIELD-CHECK.CPY work with. The caller
*  sets FIELD-CHECK-MODE (R, the default, judges a value as a file
*  holds it; K judges one keyed by an operator or carried in a
*  transaction), FIELD-CHECK-INDEX (the field's entry in the LD-
*  table), FIELD-CHECK-RECORD (the record the value belongs to) and,
*  in keyed mode, FIELD-CHECK-VALUE.
01  FIELD-CHECK-MODE PIC X VALUE 'R'.
    88  FIELD-CHECK-RECORD-MODE VALUE 'R'.
    88  FIELD-CHECK-KEYED-MODE VALUE 'K'.
01  FIELD-CHECK-INDEX PIC 9(02) VALUE 0.
01  FIELD-CHECK-RECORD PIC X(200) VALUE SPACES.
01  FIELD-CHECK-VALUE PIC X(60) VALUE SPACES.
01  FIELD-CHECK-VALUE-LENGTH PIC 9(03) VALUE 0.
01  FIELD-CHECK-STORED PIC X(60) VALUE SPACES.
01  FIELD-CHECK-PROBLEM PIC X(45) VALUE SPACES.
01  FIELD-CHECK-NUMERIC-VALUE PIC S9(15)V9(02) VALUE 0.
01  FIELD-CHECK-RANGE-LOW-TEXT PIC X(20).
01  FIELD-CHECK-RANGE-HIGH-TEXT PIC X(20).
01  FIELD-CHECK-CODE-LIST.
    05  FIELD-CHECK-CODE-VALUE PIC X(12) OCCURS 8 TIMES.
01  FIELD-CHECK-CODE-INDEX PIC 9(01) VALUE 0.
01  FIELD-CHECK-CODE-HIT-FLAG PIC X VALUE 'N'.
    88  FIELD-CHECK-CODE-HIT VALUE 'Y'.
* Reference-table codes are judged as of the record's own date.
01  FIELD-CHECK-AS-OF-DATE PIC 9(08) VALUE 0.
01  FIELD-CHECK-RUN-DATE PIC 9(08) VALUE 0.
01  FIELD-CHECK-AS-OF-INDEX PIC 9(02) VALUE 0.
01  FIELD-CHECK-AS-OF-TEXT PIC X(08).
* Check-digit verification (dictionary type K).
01  FIELD-CHECK-CK-ALGORITHM PIC X(12).
01  FIELD-CHECK-CK-DIGITS PIC X(40).
01  FIELD-CHECK-CK-DIGIT-COUNT PIC 9(02) VALUE 0.
01  FIELD-CHECK-CK-SCAN PIC 9(02) VALUE 0.
01  FIELD-CHECK-CK-ONE-DIGIT PIC 9(02) VALUE 0.
01  FIELD-CHECK-CK-WEIGHTED PIC 9(04) VALUE 0.
01  FIELD-CHECK-CK-WEIGHT PIC 9(02) VALUE 0.
01  FIELD-CHECK-CK-DOUBLED PIC 9(02) VALUE 0.
01  FIELD-CHECK-CK-PARITY PIC 9(01) VALUE 0.
01  FIELD-CHECK-CK-GOOD-FLAG PIC X VALUE 'Y'.
* Cross-field rules, loaded once for the layout in
* XRULE-LAYOUT-NAME.
01  XRULE-LAYOUT-NAME PIC X(20) VALUE SPACES.
01  XRULE-TABLE.
    05  XRULE-ENTRY OCCURS 20 TIMES.
        10  XRULE-NAME PIC X(20).
        10  XRULE-KIND PIC X(01).
        10  XRULE-FIELD-1 PIC X(20).
        10  XRULE-OPERATOR PIC X(01).
        10  XRULE-FIELD-2 PIC X(20).
        10  XRULE-COMPARE PIC X(02).
        10  XRULE-FIELD-3 PIC X(20).
        10  XRULE-WHEN-FIELD PIC X(20).
        10  XRULE-WHEN-VALUE PIC X(12).
01  XRULE-COUNT PIC 9(02) VALUE 0.
01  XRULE-INDEX PIC 9(02) VALUE 0.
01  XRULES-STATUS PIC X(02).
01  XRULES-EOF-FLAG PIC X VALUE 'N'.
    88  XRULES-EOF VALUE 'Y'.
01  XRULE-TOKEN-1 PIC X(20).
01  XRULE-TOKEN-2 PIC X(20).
01  XRULE-TOKEN-3 PIC X(20).
01  XRULE-TOKEN-4 PIC X(20).
01  XRULE-TOKEN-5 PIC X(20).
01  XRULE-TOKEN-6 PIC X(20).
01  XRULE-TOKEN-7 PIC X(20).
01  XRULE-TOKEN-8 PIC X(20).
01  XRULE-LEFT-VALUE PIC S9(13)V99 VALUE 0.
01  XRULE-RIGHT-VALUE PIC S9(13)V99 VALUE 0.
01  XRULE-TERM-VALUE PIC S9(13)V99 VALUE 0.
01  XRULE-RESOLVE-NAME PIC X(20).
01  XRULE-RESOLVE-OK-FLAG PIC X VALUE 'Y'.
01  XRULE-WHEN-TEXT PIC X(12).
01  XRULE-HOLDS-FLAG PIC X VALUE 'Y'.
01  XRULE-APPLIES-FLAG PIC X VALUE 'Y'.
01  XRULE-FIELD-TEXT PIC X(60).
01  XRULE-LOOK-INDEX PIC 9(02) VALUE 0.
01  XRULE-BROKEN-FLAG PIC X VALUE 'N'.
    88  XRULE-BROKEN VALUE 'Y'.
