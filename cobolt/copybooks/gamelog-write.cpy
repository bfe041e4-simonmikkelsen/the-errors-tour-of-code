*              REPLACING ==:GAMELOG-GAME-NAME:==   BY =='NUMBERGUESS'==
*                         ==:GAMELOG-PLAYER-NAME:== BY ==WS-PLAYER-NAME==
*                         ==:GAMELOG-OUTCOME:==     BY =='WIN'==.
*  A match between two people is logged as two consecutive lines
*  for the same game in the same run - the winner's WIN then the
*  loser's LOSS, or a TIE for each - the way TOURNAMENT-BRACKET logs
*  its matches; ELO-LADDER pairs the lines back into a match that way.
    ACCEPT GAMELOG-DATE FROM DATE YYYYMMDD.
    STRING :GAMELOG-GAME-NAME: DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
