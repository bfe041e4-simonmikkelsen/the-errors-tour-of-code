*  WAV-HEADER-WS.CPY
*  COPY this member inside WORKING-STORAGE SECTION to declare the
*  work fields WAV-HEADER-PARSE.CPY needs to take apart the
*  canonical 44-byte RIFF header of a 16-bit mono PCM WAV file, and
*  the byte fields a program uses to turn each following two-byte
*  chunk into a signed little-endian sample.
01 WS-WAV-STATUS       PIC X(02).
01 WS-WAV-HEADER       PIC X(44).
01 WS-HEADER-CHUNK     PIC 9(02) VALUE 0.
01 WS-BYTE-LOW         PIC 9(03) VALUE 0.
01 WS-BYTE-HIGH        PIC 9(03) VALUE 0.
01 WS-WAV-FORMAT       PIC 9(05) VALUE 0.
01 WS-WAV-CHANNELS     PIC 9(05) VALUE 0.
01 WS-WAV-RATE         PIC 9(09) VALUE 0.
01 WS-WAV-BITS         PIC 9(05) VALUE 0.
01 WS-WAV-SAMPLE       PIC S9(6) VALUE 0.
01 WS-WAV-RAW          PIC 9(06) VALUE 0.
