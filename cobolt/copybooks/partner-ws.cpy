01  PARTNER-ACK-FLAG PIC X VALUE 'Y'.
    88  PARTNER-ACK-EXPECTED VALUE 'Y'.
01  PARTNER-ACK-HOURS PIC 9(03) VALUE 24.
01  PARTNER-CUTOFF PIC X(04) VALUE SPACES.
01  PARTNER-XMIT-DAYS PIC X(07) VALUE SPACES.
01  PARTNER-CALENDAR PIC X(08) VALUE SPACES.
01  PARTNER-CLEARED-CLASS PIC X(12) VALUE SPACES.
01  PARTNER-LINE-ID PIC X(08).
01  PARTNER-LINE-ACK PIC X(01).
01  PARTNER-LINE-HOURS PIC X(05).
