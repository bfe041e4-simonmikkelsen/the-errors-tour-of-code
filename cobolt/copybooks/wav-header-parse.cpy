*  WAV-HEADER-PARSE.CPY
*  COPY this member inside a paragraph (after COPYing WAV-HEADER-WS
*  into WORKING-STORAGE) to read and check the canonical 44-byte
*  RIFF header of a WAV file just opened for input. The program
*  declares the file as WAV-INPUT-FILE - ORGANIZATION SEQUENTIAL,
*  RECORD CONTAINS 2 CHARACTERS, record WAV-CHUNK PIC X(2), FILE
*  STATUS WS-WAV-STATUS - and supplies the condition WS-PCM-EOF, the
*  field WS-SAMPLE-RATE and a paragraph REJECT-WAV-FILE that issues
*  the cataloged FMS0010 message and ends the run. The header is read
*  two bytes at a time into one buffer and picked apart: RIFF/WAVE/
*  fmt /data markers, PCM format 1, one channel, sixteen bits, a
*  sample rate of 1000 to 192000 Hz. Anything else is rejected -
*  working against the wrong shape is how the speaker matching got
*  mediocre. On return the file stands at the first sample and
*  WS-SAMPLE-RATE holds the rate FROM THE HEADER.
    PERFORM VARYING WS-HEADER-CHUNK FROM 1 BY 1
        UNTIL WS-HEADER-CHUNK > 22 OR WS-PCM-EOF
     READ WAV-INPUT-FILE
      AT END
       SET WS-PCM-EOF TO TRUE
      NOT AT END
       MOVE WAV-CHUNK
           TO WS-WAV-HEADER(WS-HEADER-CHUNK * 2 - 1:2)
     END-READ
    END-PERFORM.
    IF WS-PCM-EOF
     PERFORM REJECT-WAV-FILE
    END-IF.
    IF WS-WAV-HEADER(1:4) NOT = 'RIFF'
        OR WS-WAV-HEADER(9:4) NOT = 'WAVE'
        OR WS-WAV-HEADER(13:4) NOT = 'fmt '
        OR WS-WAV-HEADER(37:4) NOT = 'data'
     PERFORM REJECT-WAV-FILE
    END-IF.
    COMPUTE WS-WAV-FORMAT =
        FUNCTION ORD(WS-WAV-HEADER(21:1)) - 1
        + (FUNCTION ORD(WS-WAV-HEADER(22:1)) - 1) * 256.
    COMPUTE WS-WAV-CHANNELS =
        FUNCTION ORD(WS-WAV-HEADER(23:1)) - 1
        + (FUNCTION ORD(WS-WAV-HEADER(24:1)) - 1) * 256.
    COMPUTE WS-WAV-RATE =
        FUNCTION ORD(WS-WAV-HEADER(25:1)) - 1
        + (FUNCTION ORD(WS-WAV-HEADER(26:1)) - 1) * 256
        + (FUNCTION ORD(WS-WAV-HEADER(27:1)) - 1) * 65536
        + (FUNCTION ORD(WS-WAV-HEADER(28:1)) - 1) * 16777216.
    COMPUTE WS-WAV-BITS =
        FUNCTION ORD(WS-WAV-HEADER(35:1)) - 1
        + (FUNCTION ORD(WS-WAV-HEADER(36:1)) - 1) * 256.
    IF WS-WAV-FORMAT NOT = 1 OR WS-WAV-CHANNELS NOT = 1
        OR WS-WAV-BITS NOT = 16
        OR WS-WAV-RATE < 1000 OR WS-WAV-RATE > 192000
     PERFORM REJECT-WAV-FILE
    END-IF.
    MOVE WS-WAV-RATE TO WS-SAMPLE-RATE.
    DISPLAY 'WAV ACCEPTED: ' WS-WAV-RATE ' HZ, 16-BIT MONO.'.
