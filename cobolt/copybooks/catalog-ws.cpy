*  CATALOG-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields CATALOG-REGISTER.CPY needs.
*  The classification names stand in CATALOG-CLASS-ENTRY in rising
*  order of sensitivity, so a name's subscript is its rank and the
*  higher of two ranks is the stricter class.
01  CATALOG-FILE-STATUS PIC X(02).
01  CATALOG-CLASS-VALUES.
    05  FILLER PIC X(12) VALUE 'PUBLIC'.
    05  FILLER PIC X(12) VALUE 'INTERNAL'.
    05  FILLER PIC X(12) VALUE 'CONFIDENTIAL'.
    05  FILLER PIC X(12) VALUE 'PERSONAL'.
01  CATALOG-CLASS-TABLE REDEFINES CATALOG-CLASS-VALUES.
    05  CATALOG-CLASS-ENTRY PIC X(12) OCCURS 4 TIMES.
01  CATALOG-CLASS-INDEX PIC 9(01) VALUE 0.
01  CATALOG-CLASS-NAME PIC X(12) VALUE SPACES.
01  CATALOG-CLASS-RANK PIC 9(01) VALUE 0.
01  CATALOG-INHERIT-RANK PIC 9(01) VALUE 0.
01  CATALOG-INHERIT-INPUTS PIC X(100) VALUE SPACES.
01  CATALOG-INHERIT-ONE PIC X(100) VALUE SPACES.
01  CATALOG-INHERIT-POINTER PIC 9(03) VALUE 0.
01  CATALOG-REGISTER-PRODUCER PIC X(20) VALUE SPACES.
