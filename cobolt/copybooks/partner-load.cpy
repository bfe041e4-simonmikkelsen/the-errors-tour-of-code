        MOVE SPACES TO PARTNER-LINE-ID
        MOVE SPACES TO PARTNER-LINE-ACK
        MOVE SPACES TO PARTNER-LINE-HOURS
        MOVE SPACES TO PARTNER-CUTOFF
        MOVE SPACES TO PARTNER-XMIT-DAYS
        MOVE SPACES TO PARTNER-CALENDAR
        MOVE SPACES TO PARTNER-CLEARED-CLASS
        UNSTRING PARTNER-PROFILE-RECORD DELIMITED BY ','
            INTO PARTNER-LINE-ID PARTNER-DROP-DIR
                 PARTNER-CODEPAGE PARTNER-LAYOUT
                 PARTNER-LINE-ACK PARTNER-LINE-HOURS
                 PARTNER-CUTOFF PARTNER-XMIT-DAYS
                 PARTNER-CALENDAR PARTNER-CLEARED-CLASS
        IF FUNCTION TRIM(PARTNER-LINE-ID)
            = FUNCTION TRIM(PARTNER-WANTED)
         SET PARTNER-FOUND TO TRUE
