IDENTIFICATION DIVISION.
PROGRAM-ID. PCM-FILTER.
AUTHOR. Simon Mikkelsen.
* The dictation recordings carry mains hum and tape hiss, and every
* program downstream - VOICE-SEGMENTER, MFCC, FFT - takes that noise
* for signal (WAVELET-TRANSFORM's thresholding only reaches the
* detail bands). This filter runs as the first step of the voice
* pipeline: it reads the same one-sample-per-line text PCM file the
* others read, or a 16-bit mono WAV through the shared WAV header
* members MFCC uses, and writes a filtered text PCM file in the same
* record format for the next step to pick up. The operator chooses:
*     L  low-pass at a cut-off frequency (tape hiss)
*     H  high-pass at a cut-off frequency (rumble and hum)
*     B  band-pass between a lower and an upper cut-off
*     N  notch at a centre frequency with a width in Hz, optionally
*        repeated on the first few harmonics (mains hum is never
*        only the fundamental)
* Every frequency is given in Hz and placed against the file's own
* sample rate - from the WAV header, or given by the operator for a
* text PCM file - and must lie below its Nyquist frequency. Low- and
* high-pass are four-pole Butterworth responses, built as two
* cascaded biquad sections; band-pass is the high-pass and the
* low-pass in cascade; each notch is one biquad. Output samples are
* rounded and held to the 16-bit range, and any that had to be held
* are counted on the console.
* To show the hum is actually gone, the input and the output are
* both cut into 1024-sample blocks, Hann-windowed, and put through
* the same radix-2 FFT the FFT program uses; the power in each bin
* is summed into fixed bands (DC and rumble, mains hum, hum
* harmonics, speech, hiss) and a band-energy report lists each
* band's energy before and after the filter and the change in dB.
* The filtered file is registered in the shared dataset catalog
* with the input file as its lineage parent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PCM-INPUT-FILE ASSIGN TO WS-PCM-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PCM-STATUS.
    SELECT WAV-INPUT-FILE ASSIGN TO WS-PCM-FILE-NAME
     ORGANIZATION IS SEQUENTIAL
     FILE STATUS IS WS-WAV-STATUS.
    SELECT PCM-OUTPUT-FILE ASSIGN TO WS-OUTPUT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BAND-REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
     ORGANIZATION IS LINE SEQUENTIAL.
    COPY "run-id-select.cpy".
    COPY "catalog-select.cpy".

DATA DIVISION.
FILE SECTION.
FD  PCM-INPUT-FILE.
01  PCM-INPUT-RECORD PIC X(10).

FD  WAV-INPUT-FILE
    RECORD CONTAINS 2 CHARACTERS.
01  WAV-CHUNK PIC X(2).

FD  PCM-OUTPUT-FILE.
01  PCM-OUTPUT-RECORD PIC X(10).

FD  BAND-REPORT-FILE.
01  BAND-REPORT-RECORD PIC X(100).

COPY "run-id-fd.cpy".
COPY "catalog-fd.cpy".

WORKING-STORAGE SECTION.
COPY "run-id-ws.cpy".
COPY "catalog-ws.cpy".
COPY "msgissue-linkage.cpy".
COPY "wav-header-ws.cpy".
77 WS-SAMPLE-RATE    PIC 9(6) VALUE 8000.
77 WS-PI             PIC 9(1)V9(10) VALUE 3.1415926536.
* The band-energy measurement works on blocks of WS-BLOCK-SIZE
* samples, a power of two with WS-BLOCK-STAGES butterfly stages.
77 WS-BLOCK-SIZE     PIC 9(4) VALUE 1024.
77 WS-BLOCK-STAGES   PIC 9(2) VALUE 10.
77 WS-MAX-HARMONICS  PIC 9(1) VALUE 5.

01 WS-PCM-FILE-NAME    PIC X(100).
01 WS-OUTPUT-FILE-NAME PIC X(100).
01 WS-REPORT-FILE-NAME PIC X(100).
01 WS-PCM-STATUS       PIC X(02).
01 WS-INPUT-KIND       PIC X VALUE 'T'.
    88  WS-WAV-INPUT       VALUE 'W'.
01 WS-PCM-EOF-FLAG     PIC X VALUE 'N'.
    88  WS-PCM-EOF         VALUE 'Y'.
01 WS-HAVE-SAMPLE-FLAG PIC X VALUE 'N'.
    88  WS-HAVE-SAMPLE     VALUE 'Y'.

* The operator's filter choice and its frequencies, in Hz.
01 WS-FILTER-TYPE      PIC X VALUE SPACE.
    88  WS-LOW-PASS        VALUE 'L'.
    88  WS-HIGH-PASS       VALUE 'H'.
    88  WS-BAND-PASS       VALUE 'B'.
    88  WS-NOTCH           VALUE 'N'.
01 WS-FREQ-TEXT        PIC X(10).
01 WS-LOW-CUTOFF       PIC 9(6)V9(2) VALUE 0.
01 WS-HIGH-CUTOFF      PIC 9(6)V9(2) VALUE 0.
01 WS-NOTCH-CENTRE     PIC 9(6)V9(2) VALUE 0.
01 WS-NOTCH-WIDTH      PIC 9(6)V9(2) VALUE 4.
01 WS-HARMONICS        PIC 9(1) VALUE 1.
01 WS-HARMONIC         PIC 9(1) VALUE 0.
01 WS-NYQUIST          PIC 9(6)V9(2) VALUE 0.
01 WS-REQUEST-ERROR    PIC X(60) VALUE SPACES.
01 WS-FILTER-DESCRIPTION PIC X(80) VALUE SPACES.
01 WS-HZ-TEXT          PIC Z(5)9.99.
01 WS-HZ-TEXT-2        PIC Z(5)9.99.
01 WS-COUNT-TEXT       PIC Z(8)9.
01 WS-COUNT-TEXT-2     PIC Z(8)9.
01 WS-COUNT-TEXT-3     PIC Z(8)9.

* The biquad sections the filter is built from, applied in order.
* Each holds its normalised coefficients and its last two inputs
* and outputs (direct form I).
01 WS-DESIGN-KIND      PIC X VALUE SPACE.
01 WS-DESIGN-FREQ      PIC 9(6)V9(2) VALUE 0.
01 WS-DESIGN-Q         PIC 9(3)V9(6) VALUE 0.
01 WS-OMEGA            PIC S9(3)V9(12) VALUE 0.
01 WS-COS-OMEGA        PIC S9(1)V9(14) VALUE 0.
01 WS-ALPHA            PIC S9(3)V9(14) VALUE 0.
01 WS-A0               PIC S9(3)V9(14) VALUE 0.
01 WS-SECTION-COUNT    PIC 9(2) VALUE 0.
01 WS-S                PIC 9(2) VALUE 0.
01 SECTION-TABLE.
    05  SECTION-ENTRY OCCURS 8 TIMES.
        10  SEC-B0     PIC S9(2)V9(14).
        10  SEC-B1     PIC S9(2)V9(14).
        10  SEC-B2     PIC S9(2)V9(14).
        10  SEC-A1     PIC S9(2)V9(14).
        10  SEC-A2     PIC S9(2)V9(14).
        10  SEC-X1     PIC S9(7)V9(8).
        10  SEC-X2     PIC S9(7)V9(8).
        10  SEC-Y1     PIC S9(7)V9(8).
        10  SEC-Y2     PIC S9(7)V9(8).
01 WS-SECTION-IN       PIC S9(7)V9(8) VALUE 0.
01 WS-SECTION-OUT      PIC S9(7)V9(8) VALUE 0.

01 WS-SAMPLE-IN        PIC S9(6) VALUE 0.
01 WS-SAMPLE-OUT       PIC S9(7) VALUE 0.
01 WS-EDIT-SAMPLE      PIC -(5)9.
01 WS-SAMPLES-READ     PIC 9(9) VALUE 0.
01 WS-SAMPLES-WRITTEN  PIC 9(9) VALUE 0.
01 WS-SAMPLES-HELD     PIC 9(9) VALUE 0.
01 WS-LINES-SKIPPED    PIC 9(9) VALUE 0.

* One block of input samples and the matching filtered samples,
* collected as the file streams through, for the band measurement.
01 WS-BLOCK-FILL       PIC 9(4) VALUE 0.
01 WS-BLOCK-COUNT      PIC 9(7) VALUE 0.
01 BLOCK-TABLE.
    05  BLOCK-IN  OCCURS 1024 TIMES PIC S9(6).
    05  BLOCK-OUT OCCURS 1024 TIMES PIC S9(6).
01 WS-MEASURE-SIDE     PIC 9(1) VALUE 1.

* FFT work areas: the points, the twiddle factors for one full
* turn, and the bit-reversed position of every point.
01 FFT-REAL-TABLE.
    05 FFT-REAL OCCURS 1024 TIMES PIC S9(9)V9(4).
01 FFT-IMAG-TABLE.
    05 FFT-IMAG OCCURS 1024 TIMES PIC S9(9)V9(4).
01 TWIDDLE-TABLE.
    05 TWIDDLE-COS OCCURS 512 TIMES PIC S9(1)V9(10).
    05 TWIDDLE-SIN OCCURS 512 TIMES PIC S9(1)V9(10).
01 BIT-REVERSE-TABLE.
    05 BIT-REVERSED OCCURS 1024 TIMES PIC 9(4).
01 HANN-TABLE.
    05 HANN-WEIGHT OCCURS 1024 TIMES PIC S9(1)V9(10).
01 WS-I                PIC 9(5) VALUE 0.
01 WS-K                PIC 9(5) VALUE 0.
01 WS-BR-INPUT         PIC 9(5) VALUE 0.
01 WS-BR-OUTPUT        PIC 9(5) VALUE 0.
01 WS-BR-BIT           PIC 9(2) VALUE 0.
01 WS-STAGE            PIC 9(2) VALUE 0.
01 WS-BUTTERFLY-SIZE   PIC 9(5) VALUE 0.
01 WS-HALF-SIZE        PIC 9(5) VALUE 0.
01 WS-TWIDDLE-STEP     PIC 9(5) VALUE 0.
01 WS-GROUP-START      PIC 9(5) VALUE 0.
01 WS-EVEN-INDEX       PIC 9(5) VALUE 0.
01 WS-ODD-INDEX        PIC 9(5) VALUE 0.
01 WS-TWIDDLE-INDEX    PIC 9(5) VALUE 0.
01 WS-ANGLE            PIC S9(3)V9(10) VALUE 0.
01 WS-TEMP-REAL        PIC S9(9)V9(4) VALUE 0.
01 WS-TEMP-IMAG        PIC S9(9)V9(4) VALUE 0.
01 WS-SWAP-REAL        PIC S9(9)V9(4) VALUE 0.
01 WS-BIN-FREQUENCY    PIC 9(6)V9(4) VALUE 0.
01 WS-BIN-POWER        PIC 9(13)V9(4) VALUE 0.

* The report bands, low edge to high edge in Hz; the last band runs
* up to the Nyquist frequency of the file's sample rate.
01 BAND-VALUES.
    05  FILLER PIC X(22) VALUE 'DC AND RUMBLE 00000040'.
    05  FILLER PIC X(22) VALUE 'MAINS HUM     00400070'.
    05  FILLER PIC X(22) VALUE 'HUM HARMONICS 00700300'.
    05  FILLER PIC X(22) VALUE 'SPEECH        03003400'.
    05  FILLER PIC X(22) VALUE 'HISS          3400NYQ '.
01 BAND-TABLE REDEFINES BAND-VALUES.
    05  BAND-DEF OCCURS 5 TIMES.
        10  BAND-NAME      PIC X(14).
        10  BAND-LOW-HZ    PIC 9(4).
        10  BAND-HIGH-HZ   PIC X(4).
01 WS-BAND-COUNT       PIC 9(1) VALUE 5.
01 WS-B                PIC 9(1) VALUE 0.
01 BAND-ENERGY-TABLE.
    05  BAND-ENERGY-ENTRY OCCURS 5 TIMES.
        10  BAND-ENERGY OCCURS 2 TIMES PIC 9(15)V9(4) VALUE 0.
01 BIN-BAND-TABLE.
    05  BIN-BAND OCCURS 513 TIMES PIC 9(1) VALUE 0.
01 WS-BAND-HIGH        PIC 9(6)V9(2) VALUE 0.
01 WS-TOTAL-BEFORE     PIC 9(15)V9(4) VALUE 0.
01 WS-TOTAL-AFTER      PIC 9(15)V9(4) VALUE 0.
01 WS-ENERGY-BEFORE    PIC 9(15)V9(4) VALUE 0.
01 WS-ENERGY-AFTER     PIC 9(15)V9(4) VALUE 0.
01 WS-CHANGE-DB        PIC S9(4)V9(2) VALUE 0.
01 WS-ENERGY-TEXT      PIC Z(14)9.99.
01 WS-ENERGY-TEXT-2    PIC Z(14)9.99.
01 WS-DB-TEXT          PIC -(4)9.99.
01 WS-DB-COLUMN        PIC X(10).
01 WS-REPORT-LINE      PIC X(100).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-RUN-ID.
    DISPLAY "Input kind (T=text PCM records, W=16-bit mono WAV): "
        WITH NO ADVANCING.
    ACCEPT WS-INPUT-KIND.
    MOVE FUNCTION UPPER-CASE(WS-INPUT-KIND) TO WS-INPUT-KIND.
    DISPLAY "Enter the input file name: " WITH NO ADVANCING.
    ACCEPT WS-PCM-FILE-NAME.
    DISPLAY "Enter the filtered PCM output file name: "
        WITH NO ADVANCING.
    ACCEPT WS-OUTPUT-FILE-NAME.
    DISPLAY "Enter the band-energy report file name: "
        WITH NO ADVANCING.
    ACCEPT WS-REPORT-FILE-NAME.

    IF WS-WAV-INPUT
     OPEN INPUT WAV-INPUT-FILE
     IF WS-WAV-STATUS NOT = '00'
      DISPLAY 'Cannot open WAV file: ' WS-PCM-FILE-NAME
      MOVE 8 TO RETURN-CODE
      STOP RUN
     END-IF
     PERFORM PARSE-WAV-HEADER
    ELSE
     OPEN INPUT PCM-INPUT-FILE
     IF WS-PCM-STATUS NOT = '00'
      DISPLAY 'Cannot open PCM file: ' WS-PCM-FILE-NAME
      MOVE 8 TO RETURN-CODE
      STOP RUN
     END-IF
     DISPLAY "Sample rate in Hz (default 8000): " WITH NO ADVANCING
     ACCEPT WS-SAMPLE-RATE
     IF WS-SAMPLE-RATE = 0
      MOVE 8000 TO WS-SAMPLE-RATE
     END-IF
    END-IF.
    COMPUTE WS-NYQUIST = WS-SAMPLE-RATE / 2.

    PERFORM ACCEPT-FILTER-REQUEST.
    IF WS-REQUEST-ERROR NOT = SPACES
     DISPLAY 'FILTER NOT RUN: ' FUNCTION TRIM(WS-REQUEST-ERROR)
     PERFORM CLOSE-INPUT-FILE
     MOVE 8 TO RETURN-CODE
     STOP RUN
    END-IF.
    PERFORM DESIGN-FILTER-SECTIONS.
    PERFORM BUILD-FFT-TABLES.
    PERFORM ASSIGN-BINS-TO-BANDS.

    OPEN OUTPUT PCM-OUTPUT-FILE.
    PERFORM TAKE-ONE-SAMPLE UNTIL WS-PCM-EOF.
    IF WS-BLOCK-FILL > 0
     PERFORM MEASURE-ONE-BLOCK
    END-IF.
    PERFORM CLOSE-INPUT-FILE.
    CLOSE PCM-OUTPUT-FILE.
    PERFORM WRITE-BAND-REPORT.

    DISPLAY 'FILTER: ' FUNCTION TRIM(WS-FILTER-DESCRIPTION).
    DISPLAY 'Samples filtered: ' WS-SAMPLES-WRITTEN.
    IF WS-SAMPLES-HELD > 0
     DISPLAY 'Samples held to the 16-bit range: ' WS-SAMPLES-HELD
    END-IF.
    IF WS-LINES-SKIPPED > 0
     DISPLAY 'Non-numeric lines skipped: ' WS-LINES-SKIPPED
    END-IF.
    PERFORM REGISTER-OUTPUT-IN-CATALOG.
    STOP RUN.

GET-RUN-ID.
    COPY "run-id-get.cpy".

REGISTER-OUTPUT-IN-CATALOG.
    COPY "catalog-register.cpy"
        REPLACING ==:CAT-FILE-NAME:==    BY ==WS-OUTPUT-FILE-NAME==
                   ==:CAT-PROGRAM-NAME:== BY =='PCM-FILTER'==
                   ==:CAT-INPUT-NAMES:==  BY ==WS-PCM-FILE-NAME==
                   ==:CAT-RECORD-COUNT:== BY ==WS-SAMPLES-WRITTEN==.

PARSE-WAV-HEADER.
    COPY "wav-header-parse.cpy".

REJECT-WAV-FILE.
    MOVE 'PCM-FILTER' TO MSGISSUE-PROGRAM.
    MOVE 'FMS0010' TO MSGISSUE-ID.
    MOVE WS-PCM-FILE-NAME TO MSGISSUE-SUB-1.
    CALL 'MSGISSUE' USING MSGISSUE-REQUEST.
    CLOSE WAV-INPUT-FILE.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

CLOSE-INPUT-FILE.
    IF WS-WAV-INPUT
     CLOSE WAV-INPUT-FILE
    ELSE
     CLOSE PCM-INPUT-FILE
    END-IF.

ACCEPT-FILTER-REQUEST.
* Ask for the filter and its frequencies, and check each one against
* the Nyquist frequency of this file: a cut-off at or above it has
* no meaning at this sample rate, so the run stops rather than
* writing a file nobody asked for.
    DISPLAY "Filter (L=low-pass, H=high-pass, B=band-pass, "
        "N=notch): " WITH NO ADVANCING.
    ACCEPT WS-FILTER-TYPE.
    MOVE FUNCTION UPPER-CASE(WS-FILTER-TYPE) TO WS-FILTER-TYPE.
    MOVE WS-NYQUIST TO WS-HZ-TEXT.
    MOVE WS-SAMPLE-RATE TO WS-COUNT-TEXT.
    DISPLAY 'Sample rate ' FUNCTION TRIM(WS-COUNT-TEXT)
        ' Hz, Nyquist ' FUNCTION TRIM(WS-HZ-TEXT) ' Hz.'.
    EVALUATE TRUE
     WHEN WS-LOW-PASS
      DISPLAY "Cut-off frequency in Hz: " WITH NO ADVANCING
      PERFORM ACCEPT-FREQUENCY
      MOVE WS-DESIGN-FREQ TO WS-HIGH-CUTOFF
     WHEN WS-HIGH-PASS
      DISPLAY "Cut-off frequency in Hz: " WITH NO ADVANCING
      PERFORM ACCEPT-FREQUENCY
      MOVE WS-DESIGN-FREQ TO WS-LOW-CUTOFF
     WHEN WS-BAND-PASS
      DISPLAY "Lower cut-off frequency in Hz: " WITH NO ADVANCING
      PERFORM ACCEPT-FREQUENCY
      MOVE WS-DESIGN-FREQ TO WS-LOW-CUTOFF
      IF WS-REQUEST-ERROR = SPACES
       DISPLAY "Upper cut-off frequency in Hz: " WITH NO ADVANCING
       PERFORM ACCEPT-FREQUENCY
       MOVE WS-DESIGN-FREQ TO WS-HIGH-CUTOFF
      END-IF
      IF WS-REQUEST-ERROR = SPACES
          AND WS-LOW-CUTOFF NOT < WS-HIGH-CUTOFF
       MOVE 'THE LOWER CUT-OFF MUST BE BELOW THE UPPER CUT-OFF'
           TO WS-REQUEST-ERROR
      END-IF
     WHEN WS-NOTCH
      DISPLAY "Notch centre frequency in Hz: " WITH NO ADVANCING
      PERFORM ACCEPT-FREQUENCY
      MOVE WS-DESIGN-FREQ TO WS-NOTCH-CENTRE
      IF WS-REQUEST-ERROR = SPACES
       PERFORM ACCEPT-NOTCH-SHAPE
      END-IF
     WHEN OTHER
      MOVE 'FILTER TYPE MUST BE L, H, B OR N' TO WS-REQUEST-ERROR
    END-EVALUATE.

ACCEPT-FREQUENCY.
* One frequency in Hz, decimals allowed (59.94 for the old NTSC
* transfers), strictly between 0 and the Nyquist frequency.
    MOVE SPACES TO WS-FREQ-TEXT.
    ACCEPT WS-FREQ-TEXT.
    MOVE 0 TO WS-DESIGN-FREQ.
    IF WS-FREQ-TEXT = SPACES
        OR FUNCTION TEST-NUMVAL(WS-FREQ-TEXT) NOT = 0
     MOVE 'A FREQUENCY MUST BE A NUMBER OF HZ' TO WS-REQUEST-ERROR
    ELSE
     COMPUTE WS-DESIGN-FREQ = FUNCTION NUMVAL(WS-FREQ-TEXT)
     IF WS-DESIGN-FREQ = 0 OR WS-DESIGN-FREQ NOT < WS-NYQUIST
      MOVE 'A FREQUENCY MUST LIE ABOVE 0 AND BELOW NYQUIST'
          TO WS-REQUEST-ERROR
     END-IF
    END-IF.

ACCEPT-NOTCH-SHAPE.
* The notch width is its -3 dB bandwidth in Hz; the same width is
* used on every harmonic notched. Harmonics that would fall at or
* above Nyquist are left out.
    DISPLAY "Notch width in Hz (default 4): " WITH NO ADVANCING.
    MOVE SPACES TO WS-FREQ-TEXT.
    ACCEPT WS-FREQ-TEXT.
    IF WS-FREQ-TEXT NOT = SPACES
     IF FUNCTION TEST-NUMVAL(WS-FREQ-TEXT) NOT = 0
      MOVE 'THE NOTCH WIDTH MUST BE A NUMBER OF HZ'
          TO WS-REQUEST-ERROR
     ELSE
      COMPUTE WS-NOTCH-WIDTH = FUNCTION NUMVAL(WS-FREQ-TEXT)
     END-IF
    END-IF.
    IF WS-REQUEST-ERROR = SPACES
        AND (WS-NOTCH-WIDTH = 0 OR WS-NOTCH-WIDTH > WS-NOTCH-CENTRE)
     MOVE 'THE NOTCH WIDTH MUST LIE ABOVE 0 AND NOT PAST THE CENTRE'
         TO WS-REQUEST-ERROR
    END-IF.
    IF WS-REQUEST-ERROR = SPACES
     DISPLAY "Harmonics to notch, fundamental included (1-5, "
         "default 1): " WITH NO ADVANCING
     MOVE SPACES TO WS-FREQ-TEXT
     ACCEPT WS-FREQ-TEXT
     IF WS-FREQ-TEXT NOT = SPACES
      IF FUNCTION TEST-NUMVAL(WS-FREQ-TEXT) NOT = 0
          OR FUNCTION NUMVAL(WS-FREQ-TEXT) < 1
          OR FUNCTION NUMVAL(WS-FREQ-TEXT) > WS-MAX-HARMONICS
       MOVE 'HARMONICS MUST BE 1 TO 5' TO WS-REQUEST-ERROR
      ELSE
       COMPUTE WS-HARMONICS = FUNCTION NUMVAL(WS-FREQ-TEXT)
      END-IF
     END-IF
    END-IF.

DESIGN-FILTER-SECTIONS.
* Four-pole Butterworth low- and high-pass are two biquads with Qs
* of 0.5412 and 1.3066; band-pass cascades the high-pass at the
* lower cut-off with the low-pass at the upper one.
    MOVE 0 TO WS-SECTION-COUNT.
    EVALUATE TRUE
     WHEN WS-LOW-PASS
      MOVE WS-HIGH-CUTOFF TO WS-HZ-TEXT
      STRING 'LOW-PASS ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-HZ-TEXT) DELIMITED BY SIZE
          ' HZ, 4-POLE BUTTERWORTH' DELIMITED BY SIZE
          INTO WS-FILTER-DESCRIPTION
     WHEN WS-HIGH-PASS
      MOVE WS-LOW-CUTOFF TO WS-HZ-TEXT
      STRING 'HIGH-PASS ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-HZ-TEXT) DELIMITED BY SIZE
          ' HZ, 4-POLE BUTTERWORTH' DELIMITED BY SIZE
          INTO WS-FILTER-DESCRIPTION
     WHEN WS-BAND-PASS
      MOVE WS-LOW-CUTOFF TO WS-HZ-TEXT
      MOVE WS-HIGH-CUTOFF TO WS-HZ-TEXT-2
      STRING 'BAND-PASS ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-HZ-TEXT) DELIMITED BY SIZE
          ' TO ' DELIMITED BY SIZE
          FUNCTION TRIM(WS-HZ-TEXT-2) DELIMITED BY SIZE
          ' HZ, 4-POLE BUTTERWORTH EDGES' DELIMITED BY SIZE
          INTO WS-FILTER-DESCRIPTION
    END-EVALUATE.
    IF WS-HIGH-PASS OR WS-BAND-PASS
     MOVE 'H' TO WS-DESIGN-KIND
     MOVE WS-LOW-CUTOFF TO WS-DESIGN-FREQ
     MOVE 0.541196 TO WS-DESIGN-Q
     PERFORM ADD-FILTER-SECTION
     MOVE 1.306563 TO WS-DESIGN-Q
     PERFORM ADD-FILTER-SECTION
    END-IF.
    IF WS-LOW-PASS OR WS-BAND-PASS
     MOVE 'L' TO WS-DESIGN-KIND
     MOVE WS-HIGH-CUTOFF TO WS-DESIGN-FREQ
     MOVE 0.541196 TO WS-DESIGN-Q
     PERFORM ADD-FILTER-SECTION
     MOVE 1.306563 TO WS-DESIGN-Q
     PERFORM ADD-FILTER-SECTION
    END-IF.
    IF WS-NOTCH
     PERFORM DESIGN-NOTCH-SECTIONS
    END-IF.

DESIGN-NOTCH-SECTIONS.
    MOVE 'N' TO WS-DESIGN-KIND.
    PERFORM VARYING WS-HARMONIC FROM 1 BY 1
        UNTIL WS-HARMONIC > WS-HARMONICS
     COMPUTE WS-DESIGN-FREQ = WS-NOTCH-CENTRE * WS-HARMONIC
     IF WS-DESIGN-FREQ < WS-NYQUIST
      COMPUTE WS-DESIGN-Q = WS-DESIGN-FREQ / WS-NOTCH-WIDTH
      PERFORM ADD-FILTER-SECTION
     ELSE
      MOVE WS-DESIGN-FREQ TO WS-HZ-TEXT
      DISPLAY 'Harmonic at ' FUNCTION TRIM(WS-HZ-TEXT)
          ' Hz is not below Nyquist and is not notched.'
     END-IF
    END-PERFORM.
    MOVE WS-NOTCH-CENTRE TO WS-HZ-TEXT.
    MOVE WS-NOTCH-WIDTH TO WS-HZ-TEXT-2.
    MOVE WS-SECTION-COUNT TO WS-HARMONIC.
    STRING 'NOTCH ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HZ-TEXT) DELIMITED BY SIZE
        ' HZ, WIDTH ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HZ-TEXT-2) DELIMITED BY SIZE
        ' HZ, ' DELIMITED BY SIZE
        WS-HARMONIC DELIMITED BY SIZE
        ' HARMONIC(S)' DELIMITED BY SIZE
        INTO WS-FILTER-DESCRIPTION.

ADD-FILTER-SECTION.
* One biquad from the audio-EQ cookbook formulas for the section
* kind, frequency and Q in WS-DESIGN-KIND, WS-DESIGN-FREQ and
* WS-DESIGN-Q, normalised so the feedback taps are over a0 = 1,
* with its history cleared.
    ADD 1 TO WS-SECTION-COUNT.
    MOVE WS-SECTION-COUNT TO WS-S.
    COMPUTE WS-OMEGA = 2 * WS-PI * WS-DESIGN-FREQ / WS-SAMPLE-RATE.
    COMPUTE WS-COS-OMEGA = FUNCTION COS(WS-OMEGA).
    COMPUTE WS-ALPHA = FUNCTION SIN(WS-OMEGA) / (2 * WS-DESIGN-Q).
    COMPUTE WS-A0 = 1 + WS-ALPHA.
    EVALUATE WS-DESIGN-KIND
     WHEN 'L'
      COMPUTE SEC-B0(WS-S) = (1 - WS-COS-OMEGA) / 2 / WS-A0
      COMPUTE SEC-B1(WS-S) = (1 - WS-COS-OMEGA) / WS-A0
      MOVE SEC-B0(WS-S) TO SEC-B2(WS-S)
     WHEN 'H'
      COMPUTE SEC-B0(WS-S) = (1 + WS-COS-OMEGA) / 2 / WS-A0
      COMPUTE SEC-B1(WS-S) = 0 - (1 + WS-COS-OMEGA) / WS-A0
      MOVE SEC-B0(WS-S) TO SEC-B2(WS-S)
     WHEN OTHER
      COMPUTE SEC-B0(WS-S) = 1 / WS-A0
      COMPUTE SEC-B1(WS-S) = -2 * WS-COS-OMEGA / WS-A0
      MOVE SEC-B0(WS-S) TO SEC-B2(WS-S)
    END-EVALUATE.
    COMPUTE SEC-A1(WS-S) = -2 * WS-COS-OMEGA / WS-A0.
    COMPUTE SEC-A2(WS-S) = (1 - WS-ALPHA) / WS-A0.
    MOVE 0 TO SEC-X1(WS-S) SEC-X2(WS-S) SEC-Y1(WS-S) SEC-Y2(WS-S).

TAKE-ONE-SAMPLE.
    MOVE 'N' TO WS-HAVE-SAMPLE-FLAG.
    IF WS-WAV-INPUT
     PERFORM READ-ONE-WAV-SAMPLE
    ELSE
     PERFORM READ-ONE-TEXT-SAMPLE
    END-IF.
    IF WS-HAVE-SAMPLE
     ADD 1 TO WS-SAMPLES-READ
     PERFORM FILTER-ONE-SAMPLE
     MOVE WS-SAMPLE-OUT TO WS-EDIT-SAMPLE
     MOVE WS-EDIT-SAMPLE TO PCM-OUTPUT-RECORD
     WRITE PCM-OUTPUT-RECORD
     ADD 1 TO WS-SAMPLES-WRITTEN
     ADD 1 TO WS-BLOCK-FILL
     MOVE WS-SAMPLE-IN TO BLOCK-IN(WS-BLOCK-FILL)
     MOVE WS-SAMPLE-OUT TO BLOCK-OUT(WS-BLOCK-FILL)
     IF WS-BLOCK-FILL = WS-BLOCK-SIZE
      PERFORM MEASURE-ONE-BLOCK
     END-IF
    END-IF.

READ-ONE-TEXT-SAMPLE.
    READ PCM-INPUT-FILE
     AT END
      SET WS-PCM-EOF TO TRUE
     NOT AT END
      IF FUNCTION TEST-NUMVAL(PCM-INPUT-RECORD) = 0
       COMPUTE WS-SAMPLE-IN = FUNCTION NUMVAL(PCM-INPUT-RECORD)
       SET WS-HAVE-SAMPLE TO TRUE
      ELSE
       ADD 1 TO WS-LINES-SKIPPED
      END-IF
    END-READ.

READ-ONE-WAV-SAMPLE.
* Little-endian signed sixteen bits: low byte plus high byte times
* 256, values at 32768 and above wrapping negative.
    READ WAV-INPUT-FILE
     AT END
      SET WS-PCM-EOF TO TRUE
     NOT AT END
      COMPUTE WS-BYTE-LOW = FUNCTION ORD(WAV-CHUNK(1:1)) - 1
      COMPUTE WS-BYTE-HIGH = FUNCTION ORD(WAV-CHUNK(2:1)) - 1
      COMPUTE WS-WAV-RAW = WS-BYTE-HIGH * 256 + WS-BYTE-LOW
      IF WS-WAV-RAW >= 32768
       COMPUTE WS-WAV-SAMPLE = WS-WAV-RAW - 65536
      ELSE
       MOVE WS-WAV-RAW TO WS-WAV-SAMPLE
      END-IF
      MOVE WS-WAV-SAMPLE TO WS-SAMPLE-IN
      SET WS-HAVE-SAMPLE TO TRUE
    END-READ.

FILTER-ONE-SAMPLE.
* Run the sample through every section in turn, each section's
* output the next one's input, then round it and hold it to the
* signed 16-bit range the downstream programs expect.
    MOVE WS-SAMPLE-IN TO WS-SECTION-IN.
    PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SECTION-COUNT
     COMPUTE WS-SECTION-OUT =
         SEC-B0(WS-S) * WS-SECTION-IN
         + SEC-B1(WS-S) * SEC-X1(WS-S)
         + SEC-B2(WS-S) * SEC-X2(WS-S)
         - SEC-A1(WS-S) * SEC-Y1(WS-S)
         - SEC-A2(WS-S) * SEC-Y2(WS-S)
     MOVE SEC-X1(WS-S) TO SEC-X2(WS-S)
     MOVE WS-SECTION-IN TO SEC-X1(WS-S)
     MOVE SEC-Y1(WS-S) TO SEC-Y2(WS-S)
     MOVE WS-SECTION-OUT TO SEC-Y1(WS-S)
     MOVE WS-SECTION-OUT TO WS-SECTION-IN
    END-PERFORM.
    COMPUTE WS-SAMPLE-OUT ROUNDED = WS-SECTION-OUT.
    IF WS-SECTION-COUNT = 0
     MOVE WS-SAMPLE-IN TO WS-SAMPLE-OUT
    END-IF.
    IF WS-SAMPLE-OUT > 32767
     MOVE 32767 TO WS-SAMPLE-OUT
     ADD 1 TO WS-SAMPLES-HELD
    END-IF.
    IF WS-SAMPLE-OUT < -32768
     MOVE -32768 TO WS-SAMPLE-OUT
     ADD 1 TO WS-SAMPLES-HELD
    END-IF.

BUILD-FFT-TABLES.
* Twiddle factors for one full turn of WS-BLOCK-SIZE points, the
* Hann window weights, and each point's bit-reversed position, all
* worked out once so the per-block transforms are only arithmetic.
    PERFORM VARYING WS-K FROM 0 BY 1
        UNTIL WS-K >= WS-BLOCK-SIZE / 2
     COMPUTE WS-ANGLE = 0 - (2 * WS-PI * WS-K / WS-BLOCK-SIZE)
     COMPUTE TWIDDLE-COS(WS-K + 1) = FUNCTION COS(WS-ANGLE)
     COMPUTE TWIDDLE-SIN(WS-K + 1) = FUNCTION SIN(WS-ANGLE)
    END-PERFORM.
    PERFORM VARYING WS-I FROM 0 BY 1 UNTIL WS-I >= WS-BLOCK-SIZE
     COMPUTE WS-ANGLE = 2 * WS-PI * WS-I / (WS-BLOCK-SIZE - 1)
     COMPUTE HANN-WEIGHT(WS-I + 1) = 0.5 - 0.5 * FUNCTION COS(WS-ANGLE)
     MOVE WS-I TO WS-BR-INPUT
     MOVE 0 TO WS-BR-OUTPUT
     PERFORM VARYING WS-BR-BIT FROM 1 BY 1
         UNTIL WS-BR-BIT > WS-BLOCK-STAGES
      COMPUTE WS-BR-OUTPUT =
          WS-BR-OUTPUT * 2 + FUNCTION MOD(WS-BR-INPUT, 2)
      COMPUTE WS-BR-INPUT = WS-BR-INPUT / 2
     END-PERFORM
     MOVE WS-BR-OUTPUT TO BIT-REVERSED(WS-I + 1)
    END-PERFORM.

ASSIGN-BINS-TO-BANDS.
* Each bin up to the Nyquist bin belongs to the band whose edges
* hold its centre frequency; the last band closes at Nyquist.
    PERFORM VARYING WS-K FROM 0 BY 1
        UNTIL WS-K > WS-BLOCK-SIZE / 2
     COMPUTE WS-BIN-FREQUENCY =
         WS-K * WS-SAMPLE-RATE / WS-BLOCK-SIZE
     MOVE 0 TO BIN-BAND(WS-K + 1)
     PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BAND-COUNT
      IF BAND-HIGH-HZ(WS-B) = 'NYQ '
       COMPUTE WS-BAND-HIGH = WS-NYQUIST + 1
      ELSE
       COMPUTE WS-BAND-HIGH = FUNCTION NUMVAL(BAND-HIGH-HZ(WS-B))
      END-IF
      IF WS-BIN-FREQUENCY >= BAND-LOW-HZ(WS-B)
          AND WS-BIN-FREQUENCY < WS-BAND-HIGH
       MOVE WS-B TO BIN-BAND(WS-K + 1)
      END-IF
     END-PERFORM
    END-PERFORM.

MEASURE-ONE-BLOCK.
* Transform the block as read and the block as filtered and add
* each one's bin powers into its side of the band totals. A short
* final block is zero-filled to the full size.
    ADD 1 TO WS-BLOCK-COUNT.
    PERFORM VARYING WS-I FROM WS-BLOCK-FILL BY 1
        UNTIL WS-I >= WS-BLOCK-SIZE
     MOVE 0 TO BLOCK-IN(WS-I + 1)
     MOVE 0 TO BLOCK-OUT(WS-I + 1)
    END-PERFORM.
    MOVE 1 TO WS-MEASURE-SIDE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BLOCK-SIZE
     COMPUTE FFT-REAL(BIT-REVERSED(WS-I) + 1) =
         BLOCK-IN(WS-I) * HANN-WEIGHT(WS-I)
     MOVE 0 TO FFT-IMAG(WS-I)
    END-PERFORM.
    PERFORM RUN-BLOCK-FFT.
    PERFORM ADD-BLOCK-BAND-ENERGY.
    MOVE 2 TO WS-MEASURE-SIDE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BLOCK-SIZE
     COMPUTE FFT-REAL(BIT-REVERSED(WS-I) + 1) =
         BLOCK-OUT(WS-I) * HANN-WEIGHT(WS-I)
     MOVE 0 TO FFT-IMAG(WS-I)
    END-PERFORM.
    PERFORM RUN-BLOCK-FFT.
    PERFORM ADD-BLOCK-BAND-ENERGY.
    MOVE 0 TO WS-BLOCK-FILL.

RUN-BLOCK-FFT.
* The Cooley-Tukey butterflies over points already loaded in
* bit-reversed order, the twiddle for a pair taken from the
* full-turn table at a stride set by the stage.
    PERFORM VARYING WS-STAGE FROM 1 BY 1
        UNTIL WS-STAGE > WS-BLOCK-STAGES
     COMPUTE WS-BUTTERFLY-SIZE = 2 ** WS-STAGE
     COMPUTE WS-HALF-SIZE = WS-BUTTERFLY-SIZE / 2
     COMPUTE WS-TWIDDLE-STEP = WS-BLOCK-SIZE / WS-BUTTERFLY-SIZE
     PERFORM VARYING WS-GROUP-START FROM 0 BY WS-BUTTERFLY-SIZE
         UNTIL WS-GROUP-START >= WS-BLOCK-SIZE
      PERFORM VARYING WS-K FROM 0 BY 1 UNTIL WS-K >= WS-HALF-SIZE
       COMPUTE WS-TWIDDLE-INDEX = WS-K * WS-TWIDDLE-STEP + 1
       COMPUTE WS-EVEN-INDEX = WS-GROUP-START + WS-K + 1
       COMPUTE WS-ODD-INDEX = WS-EVEN-INDEX + WS-HALF-SIZE
       COMPUTE WS-TEMP-REAL =
           FFT-REAL(WS-ODD-INDEX) * TWIDDLE-COS(WS-TWIDDLE-INDEX)
           - FFT-IMAG(WS-ODD-INDEX) * TWIDDLE-SIN(WS-TWIDDLE-INDEX)
       COMPUTE WS-TEMP-IMAG =
           FFT-REAL(WS-ODD-INDEX) * TWIDDLE-SIN(WS-TWIDDLE-INDEX)
           + FFT-IMAG(WS-ODD-INDEX) * TWIDDLE-COS(WS-TWIDDLE-INDEX)
       MOVE FFT-REAL(WS-EVEN-INDEX) TO WS-SWAP-REAL
       COMPUTE FFT-REAL(WS-ODD-INDEX) = WS-SWAP-REAL - WS-TEMP-REAL
       COMPUTE FFT-REAL(WS-EVEN-INDEX) = WS-SWAP-REAL + WS-TEMP-REAL
       MOVE FFT-IMAG(WS-EVEN-INDEX) TO WS-SWAP-REAL
       COMPUTE FFT-IMAG(WS-ODD-INDEX) = WS-SWAP-REAL - WS-TEMP-IMAG
       COMPUTE FFT-IMAG(WS-EVEN-INDEX) = WS-SWAP-REAL + WS-TEMP-IMAG
      END-PERFORM
     END-PERFORM
    END-PERFORM.

ADD-BLOCK-BAND-ENERGY.
* Bin power scaled by the block size squared, so the totals read in
* the same units whatever the block size.
    PERFORM VARYING WS-K FROM 1 BY 1
        UNTIL WS-K > WS-BLOCK-SIZE / 2 + 1
     IF BIN-BAND(WS-K) > 0
      COMPUTE WS-BIN-POWER =
          (FFT-REAL(WS-K) * FFT-REAL(WS-K)
          + FFT-IMAG(WS-K) * FFT-IMAG(WS-K))
          / (WS-BLOCK-SIZE * WS-BLOCK-SIZE)
      MOVE BIN-BAND(WS-K) TO WS-B
      ADD WS-BIN-POWER TO BAND-ENERGY(WS-B, WS-MEASURE-SIDE)
     END-IF
    END-PERFORM.

WRITE-BAND-REPORT.
* Energy per band before and after the filter, and the change in
* dB; a band with nothing in it before has no change to show.
    OPEN OUTPUT BAND-REPORT-FILE.
    MOVE SPACES TO WS-REPORT-LINE.
    STRING 'PCM-FILTER BAND-ENERGY REPORT  RUN ' DELIMITED BY SIZE
        RUN-ID-STAMP DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING 'INPUT  ' DELIMITED BY SIZE
        WS-PCM-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING 'OUTPUT ' DELIMITED BY SIZE
        WS-OUTPUT-FILE-NAME DELIMITED BY SPACE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING 'FILTER ' DELIMITED BY SIZE
        WS-FILTER-DESCRIPTION DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SAMPLE-RATE TO WS-COUNT-TEXT.
    MOVE WS-SAMPLES-WRITTEN TO WS-COUNT-TEXT-2.
    MOVE WS-BLOCK-COUNT TO WS-COUNT-TEXT-3.
    STRING 'SAMPLE RATE ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
        ' HZ  SAMPLES ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-TEXT-2) DELIMITED BY SIZE
        '  MEASURED IN ' DELIMITED BY SIZE
        FUNCTION TRIM(WS-COUNT-TEXT-3) DELIMITED BY SIZE
        ' HANN-WINDOWED 1024-POINT FFT BLOCKS' DELIMITED BY SIZE
        INTO WS-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 'BAND            FROM HZ    TO HZ       ENERGY BEFORE'
        TO WS-REPORT-LINE.
    MOVE '        ENERGY AFTER  CHANGE DB' TO WS-REPORT-LINE(53:).
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-TOTAL-BEFORE WS-TOTAL-AFTER.
    PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BAND-COUNT
     PERFORM WRITE-ONE-BAND-LINE
    END-PERFORM.
    MOVE WS-TOTAL-BEFORE TO WS-ENERGY-BEFORE.
    MOVE WS-TOTAL-AFTER TO WS-ENERGY-AFTER.
    PERFORM FORMAT-ENERGY-CHANGE.
    MOVE 'ALL BANDS' TO WS-REPORT-LINE(1:14).
    MOVE WS-ENERGY-TEXT TO WS-REPORT-LINE(35:18).
    MOVE WS-ENERGY-TEXT-2 TO WS-REPORT-LINE(55:18).
    MOVE WS-DB-COLUMN TO WS-REPORT-LINE(74:10).
    PERFORM WRITE-REPORT-LINE.
    CLOSE BAND-REPORT-FILE.
    DISPLAY 'Band-energy report written to '
        FUNCTION TRIM(WS-REPORT-FILE-NAME).

WRITE-ONE-BAND-LINE.
    IF BAND-LOW-HZ(WS-B) < WS-NYQUIST
     MOVE BAND-ENERGY(WS-B, 1) TO WS-ENERGY-BEFORE
     MOVE BAND-ENERGY(WS-B, 2) TO WS-ENERGY-AFTER
     ADD WS-ENERGY-BEFORE TO WS-TOTAL-BEFORE
     ADD WS-ENERGY-AFTER TO WS-TOTAL-AFTER
     PERFORM FORMAT-ENERGY-CHANGE
     MOVE BAND-NAME(WS-B) TO WS-REPORT-LINE(1:14)
     MOVE BAND-LOW-HZ(WS-B) TO WS-HZ-TEXT
     MOVE WS-HZ-TEXT TO WS-REPORT-LINE(15:9)
     IF BAND-HIGH-HZ(WS-B) = 'NYQ '
      MOVE WS-NYQUIST TO WS-HZ-TEXT
     ELSE
      COMPUTE WS-BAND-HIGH = FUNCTION NUMVAL(BAND-HIGH-HZ(WS-B))
      MOVE WS-BAND-HIGH TO WS-HZ-TEXT
     END-IF
     MOVE WS-HZ-TEXT TO WS-REPORT-LINE(25:9)
     MOVE WS-ENERGY-TEXT TO WS-REPORT-LINE(35:18)
     MOVE WS-ENERGY-TEXT-2 TO WS-REPORT-LINE(55:18)
     MOVE WS-DB-COLUMN TO WS-REPORT-LINE(74:10)
     PERFORM WRITE-REPORT-LINE
    END-IF.

FORMAT-ENERGY-CHANGE.
* 10 log10 of after over before; a band emptied completely shows
* as below -99 dB rather than as a number nobody can take a log of.
    MOVE WS-ENERGY-BEFORE TO WS-ENERGY-TEXT.
    MOVE WS-ENERGY-AFTER TO WS-ENERGY-TEXT-2.
    EVALUATE TRUE
     WHEN WS-ENERGY-BEFORE = 0
      MOVE '       N/A' TO WS-DB-COLUMN
     WHEN WS-ENERGY-AFTER = 0
      MOVE ' BELOW -99' TO WS-DB-COLUMN
     WHEN OTHER
      COMPUTE WS-CHANGE-DB ROUNDED = 10
          * FUNCTION LOG10(WS-ENERGY-AFTER / WS-ENERGY-BEFORE)
      IF WS-CHANGE-DB < -99
       MOVE ' BELOW -99' TO WS-DB-COLUMN
      ELSE
       MOVE WS-CHANGE-DB TO WS-DB-TEXT
       MOVE SPACES TO WS-DB-COLUMN
       MOVE WS-DB-TEXT TO WS-DB-COLUMN(3:8)
      END-IF
    END-EVALUATE.

WRITE-REPORT-LINE.
    MOVE WS-REPORT-LINE TO BAND-REPORT-RECORD.
    WRITE BAND-REPORT-RECORD.
    MOVE SPACES TO WS-REPORT-LINE.
