IDENTIFICATION DIVISION.
PROGRAM-ID. ELO-LADDER.
AUTHOR. Simon Mikkelsen.
* GAME-STATISTICS and GAME-LEADERBOARD-REPORT count wins, so whoever
* plays the computer at ROCKPAPERSCISSORS most tops the table over
* people who beat each other in TOURNAMENT-BRACKET. This program
* replays GAMELOG.TXT from the first line in log order and keeps an
* Elo-style rating for every player in every game, plus an overall
* ALL GAMES rating that every rated result moves. Everybody starts
* at 1500. The expected score against an opponent rated D points
* higher is 1 / (1 + 10 ** (D / 400)), and a result moves the rating
* by K times the weight times (actual score - expected score), a win
* scoring 1, a tie 0.5 and a loss 0. A player's first ten results in
* a ladder are provisional, at K = 40 so a newcomer finds their level
* quickly; after that K is 20.
* A match between two people reaches the log as two consecutive lines
* for the same game under one run identifier - the winner's WIN and
* the loser's LOSS, or two TIEs - which is how TOURNAMENT-BRACKET
* logs every match; such a pair is rated head to head at full weight.
* The games played against the computer (ROCKPAPERSCISSORS and
* NUMBERGUESS) are rated against a COMPUTER opponent held at 1500, at
* half weight. NUMBERGUESS logs every finished game as WIN:nnn, nnn
* the guesses taken, so it is scored against a par of six guesses
* instead: under par is a win, at par a tie, over par a loss. Six is
* where halving the 1-100 range scores about even, so no amount of
* play against the computer lifts a rating on its own. A line from
* any other game that has no partner line is not a match anyone can
* be rated on; it is counted and skipped.
* Every rating change goes to the rating-history file RATINGHIST.TXT,
* one line per player per result:
*     date,run-id,game,player,opponent,outcome,weight,
*     game-rating-before,game-rating-after,overall-before,
*     overall-after,P (provisional) or E (established)
* The history is rewritten from the full replay on every run, so the
* ratings and their history always come out the same from the same
* log - nothing is carried between runs but GAMELOG.TXT itself. The
* ladder lists each game (ALL GAMES first) by rating, with each
* player's peak rating, the change over the report month (this month
* unless the operator names another), and their win/loss/tie record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "gamelog-select.cpy".
    SELECT RATING-HISTORY-FILE ASSIGN TO 'RATINGHIST.TXT'
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HISTORY-STATUS.

DATA DIVISION.
FILE SECTION.
COPY "gamelog-fd.cpy".

FD  RATING-HISTORY-FILE.
01  RATING-HISTORY-RECORD PIC X(160).

WORKING-STORAGE SECTION.
COPY "gamelog-ws.cpy".
77  WS-START-RATING PIC 9(04) VALUE 1500.
77  WS-COMPUTER-RATING PIC 9(04) VALUE 1500.
77  WS-PROVISIONAL-GAMES PIC 9(02) VALUE 10.
77  WS-K-PROVISIONAL PIC 9(02) VALUE 40.
77  WS-K-ESTABLISHED PIC 9(02) VALUE 20.
77  WS-COMPUTER-WEIGHT PIC 9V99 VALUE 0.50.
77  WS-FULL-WEIGHT PIC 9V99 VALUE 1.00.
77  WS-GUESS-PAR PIC 9(03) VALUE 6.
77  WS-GUESS-COUNT PIC 9(03) VALUE 0.

01  WS-GAMELOG-EOF-FLAG PIC X VALUE 'N'.
    88  WS-GAMELOG-EOF VALUE 'Y'.
01  WS-HISTORY-STATUS PIC X(02).
01  WS-REPORT-MONTH PIC X(06).
01  WS-TODAY PIC 9(08).

* The games played against the computer.
01  WS-COMPUTER-GAME-VALUES.
    05  FILLER PIC X(20) VALUE 'ROCKPAPERSCISSORS'.
    05  FILLER PIC X(20) VALUE 'NUMBERGUESS'.
01  WS-COMPUTER-GAME-TABLE REDEFINES WS-COMPUTER-GAME-VALUES.
    05  WS-COMPUTER-GAME PIC X(20) OCCURS 2 TIMES.
01  WS-CG-INDEX PIC 9(01) VALUE 0.
01  WS-COMPUTER-GAME-FLAG PIC X VALUE 'N'.
    88  WS-COMPUTER-GAME-LINE VALUE 'Y'.

* The line just read, and the line held back in case the next one
* turns out to be the other half of the same match.
01  WS-LOG-FIELDS.
    05  WS-LOG-GAME PIC X(20).
    05  WS-LOG-PLAYER PIC X(30).
    05  WS-LOG-DATE PIC X(08).
    05  WS-LOG-OUTCOME PIC X(08).
    05  WS-LOG-RUN-ID PIC X(13).
01  WS-HELD-FIELDS.
    05  WS-HELD-GAME PIC X(20).
    05  WS-HELD-PLAYER PIC X(30).
    05  WS-HELD-DATE PIC X(08).
    05  WS-HELD-OUTCOME PIC X(08).
    05  WS-HELD-RUN-ID PIC X(13).
01  WS-HELD-FLAG PIC X VALUE 'N'.
    88  WS-LINE-HELD VALUE 'Y'.
01  WS-PAIR-FLAG PIC X VALUE 'N'.
    88  WS-LINES-PAIR VALUE 'Y'.

01  WS-LINES-READ PIC 9(07) VALUE 0.
01  WS-MATCHES-RATED PIC 9(07) VALUE 0.
01  WS-COMPUTER-RESULTS-RATED PIC 9(07) VALUE 0.
01  WS-LINES-SKIPPED PIC 9(07) VALUE 0.
01  WS-HISTORY-LINES PIC 9(07) VALUE 0.

* One result being rated: one side against the computer, or two
* sides head to head. Ladder 1 is the game's own, ladder 2 is the
* overall ALL GAMES ladder.
01  WS-MATCH.
    05  WS-MATCH-GAME PIC X(20).
    05  WS-MATCH-DATE PIC X(08).
    05  WS-MATCH-RUN-ID PIC X(13).
    05  WS-MATCH-WEIGHT PIC 9V99.
    05  WS-MATCH-SIDES PIC 9(01).
    05  WS-MATCH-SIDE OCCURS 2 TIMES.
        10  WS-MS-PLAYER PIC X(30).
        10  WS-MS-OUTCOME PIC X(08).
        10  WS-MS-SCORE PIC 9V9.
        10  WS-MS-INDEX PIC 9(03) OCCURS 2 TIMES.
        10  WS-MS-OLD PIC S9(5)V9(4) OCCURS 2 TIMES.
        10  WS-MS-NEW PIC S9(5)V9(4) OCCURS 2 TIMES.
        10  WS-MS-STANDING PIC X(01).
01  WS-SIDE PIC 9(01) VALUE 0.
01  WS-OTHER-SIDE PIC 9(01) VALUE 0.
01  WS-LADDER PIC 9(01) VALUE 0.
01  WS-LADDER-GAME PIC X(20).
01  WS-MATCH-OK-FLAG PIC X VALUE 'Y'.
    88  WS-MATCH-OK VALUE 'Y'.
01  WS-OPPONENT-RATING PIC S9(5)V9(4) VALUE 0.
01  WS-EXPECTED PIC 9V9(6) VALUE 0.
01  WS-ODDS-POWER PIC 9(05)V9(06) VALUE 0.
01  WS-SURPRISE PIC S9V9(06) VALUE 0.
01  WS-RATING-STEP PIC S9(03)V9(06) VALUE 0.
01  WS-K-FACTOR PIC 9(02) VALUE 0.

* Every rating held: one entry per game and player, and one per
* player on the ALL GAMES ladder.
01  WS-RATING-TABLE.
    05  WS-RATING-ENTRY OCCURS 400 TIMES.
        10  WS-RT-GAME PIC X(20).
        10  WS-RT-PLAYER PIC X(30).
        10  WS-RT-RATING PIC S9(5)V9(4).
        10  WS-RT-PEAK PIC S9(5)V9(4).
        10  WS-RT-GAMES PIC 9(05).
        10  WS-RT-WINS PIC 9(05).
        10  WS-RT-LOSSES PIC 9(05).
        10  WS-RT-TIES PIC 9(05).
        10  WS-RT-MONTH-START PIC S9(5)V9(4).
        10  WS-RT-MONTH-END PIC S9(5)V9(4).
        10  WS-RT-MONTH-FLAG PIC X(01).
            88  WS-RT-MONTH-SEEN VALUE 'Y'.
        10  WS-RT-PRINTED-FLAG PIC X(01).
            88  WS-RT-PRINTED VALUE 'Y'.
01  WS-RATING-COUNT PIC 9(03) VALUE 0.
01  WS-RT-INDEX PIC 9(03) VALUE 0.
01  WS-FOUND-FLAG PIC X VALUE 'N'.
    88  WS-FOUND VALUE 'Y'.
01  WS-TABLE-FULL-FLAG PIC X VALUE 'N'.
    88  WS-TABLE-FULL VALUE 'Y'.

* The games in order of first appearance, for the ladder print.
01  WS-GAME-LIST.
    05  WS-GL-GAME PIC X(20) OCCURS 50 TIMES.
01  WS-GAME-COUNT PIC 9(02) VALUE 0.
01  WS-GL-INDEX PIC 9(02) VALUE 0.

01  WS-RANK PIC 9(03) VALUE 0.
01  WS-BEST-INDEX PIC 9(03) VALUE 0.
01  WS-BEST-RATING PIC S9(5)V9(4) VALUE 0.
01  WS-MONTH-CHANGE PIC S9(5)V9(4) VALUE 0.
01  WS-RANK-TEXT PIC ZZ9.
01  WS-RATING-TEXT PIC ZZZZ9.
01  WS-PEAK-TEXT PIC ZZZZ9.
01  WS-CHANGE-TEXT PIC +(4)9.
01  WS-GAMES-TEXT PIC ZZZZ9.
01  WS-WINS-TEXT PIC ZZZZ9.
01  WS-LOSSES-TEXT PIC ZZZZ9.
01  WS-TIES-TEXT PIC ZZZZ9.
01  WS-RECORD-TEXT PIC X(20).
01  WS-PROVISIONAL-MARK PIC X(01).
01  WS-LADDER-LINE PIC X(100).

01  WS-HISTORY-LINE PIC X(160).
01  WS-OPPONENT-NAME PIC X(30).
01  WS-WEIGHT-TEXT PIC 9.99.
01  WS-HIST-OLD-TEXT PIC -(4)9.99.
01  WS-HIST-NEW-TEXT PIC -(4)9.99.
01  WS-HIST-ALL-OLD-TEXT PIC -(4)9.99.
01  WS-HIST-ALL-NEW-TEXT PIC -(4)9.99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD.
    DISPLAY 'Report month for the change column (YYYYMM, '
        'blank for this month): ' WITH NO ADVANCING.
    MOVE SPACES TO WS-REPORT-MONTH.
    ACCEPT WS-REPORT-MONTH.
    IF WS-REPORT-MONTH = SPACES OR WS-REPORT-MONTH NOT NUMERIC
     MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
    END-IF.
    OPEN INPUT GAME-LOG-FILE.
    IF GAMELOG-FILE-STATUS NOT = '00'
     DISPLAY 'No game log found yet.'
     STOP RUN
    END-IF.
    OPEN OUTPUT RATING-HISTORY-FILE.
    PERFORM TAKE-ONE-GAMELOG-LINE UNTIL WS-GAMELOG-EOF.
    IF WS-LINE-HELD
     PERFORM RATE-HELD-LINE-ALONE
    END-IF.
    CLOSE GAME-LOG-FILE.
    CLOSE RATING-HISTORY-FILE.
    PERFORM PRINT-RATING-LADDER.
    DISPLAY 'LOG LINES READ: ' WS-LINES-READ
        '  HEAD-TO-HEAD MATCHES: ' WS-MATCHES-RATED
        '  COMPUTER RESULTS: ' WS-COMPUTER-RESULTS-RATED.
    DISPLAY 'LINES NOT RATED: ' WS-LINES-SKIPPED
        '  RATING HISTORY LINES: ' WS-HISTORY-LINES.
    IF WS-TABLE-FULL
     DISPLAY 'RATING TABLE FULL - SOME RESULTS WERE NOT RATED.'
     MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

TAKE-ONE-GAMELOG-LINE.
* A computer-game line is rated on its own at once. Any other line
* is held until the next one shows whether it is the other half of
* the same match; a held line the next one does not pair with is
* rated alone (which, for a game against people, means skipped).
    READ GAME-LOG-FILE INTO GAMELOG-LINE
     AT END
      SET WS-GAMELOG-EOF TO TRUE
     NOT AT END
      ADD 1 TO WS-LINES-READ
      MOVE SPACES TO WS-LOG-FIELDS
      UNSTRING GAMELOG-LINE DELIMITED BY ','
          INTO WS-LOG-GAME WS-LOG-PLAYER WS-LOG-DATE
               WS-LOG-OUTCOME WS-LOG-RUN-ID
      IF WS-LOG-PLAYER = SPACES OR WS-LOG-GAME = SPACES
       ADD 1 TO WS-LINES-SKIPPED
      ELSE
       PERFORM TAKE-ONE-RESULT-LINE
      END-IF
    END-READ.

TAKE-ONE-RESULT-LINE.
    PERFORM CHECK-LINES-PAIR.
    IF WS-LINES-PAIR
     PERFORM RATE-HEAD-TO-HEAD-PAIR
     MOVE 'N' TO WS-HELD-FLAG
    ELSE
     IF WS-LINE-HELD
      PERFORM RATE-HELD-LINE-ALONE
     END-IF
     MOVE WS-LOG-FIELDS TO WS-HELD-FIELDS
     SET WS-LINE-HELD TO TRUE
     PERFORM CHECK-COMPUTER-GAME
     IF WS-COMPUTER-GAME-LINE
      PERFORM RATE-HELD-LINE-ALONE
     END-IF
    END-IF.

CHECK-LINES-PAIR.
* Two lines are one match when a line is held, both are the same
* game (not a computer game) under the same run identifier, the
* players differ, and the outcomes are a WIN and a LOSS or two TIEs.
    MOVE 'N' TO WS-PAIR-FLAG.
    IF WS-LINE-HELD
        AND WS-HELD-GAME = WS-LOG-GAME
        AND WS-HELD-RUN-ID = WS-LOG-RUN-ID
        AND WS-HELD-PLAYER NOT = WS-LOG-PLAYER
     EVALUATE WS-HELD-OUTCOME(1:3) ALSO WS-LOG-OUTCOME(1:3)
      WHEN 'WIN' ALSO 'LOS'
      WHEN 'LOS' ALSO 'WIN'
      WHEN 'TIE' ALSO 'TIE'
       SET WS-LINES-PAIR TO TRUE
      WHEN OTHER
       CONTINUE
     END-EVALUATE
    END-IF.

CHECK-COMPUTER-GAME.
    MOVE 'N' TO WS-COMPUTER-GAME-FLAG.
    PERFORM VARYING WS-CG-INDEX FROM 1 BY 1 UNTIL WS-CG-INDEX > 2
     IF WS-HELD-GAME = WS-COMPUTER-GAME(WS-CG-INDEX)
      SET WS-COMPUTER-GAME-LINE TO TRUE
     END-IF
    END-PERFORM.

RATE-HELD-LINE-ALONE.
    PERFORM CHECK-COMPUTER-GAME.
    IF WS-HELD-GAME = 'NUMBERGUESS'
     PERFORM SCORE-GUESSES-AGAINST-PAR
    END-IF.
    IF WS-COMPUTER-GAME-LINE
        AND (WS-HELD-OUTCOME(1:3) = 'WIN' OR 'LOS' OR 'TIE')
     MOVE WS-HELD-GAME TO WS-MATCH-GAME
     MOVE WS-HELD-DATE TO WS-MATCH-DATE
     MOVE WS-HELD-RUN-ID TO WS-MATCH-RUN-ID
     MOVE WS-COMPUTER-WEIGHT TO WS-MATCH-WEIGHT
     MOVE 1 TO WS-MATCH-SIDES
     MOVE WS-HELD-PLAYER TO WS-MS-PLAYER(1)
     MOVE WS-HELD-OUTCOME TO WS-MS-OUTCOME(1)
     PERFORM RATE-ONE-MATCH
     IF WS-MATCH-OK
      ADD 1 TO WS-COMPUTER-RESULTS-RATED
     END-IF
    ELSE
     ADD 1 TO WS-LINES-SKIPPED
    END-IF.
    MOVE 'N' TO WS-HELD-FLAG.

SCORE-GUESSES-AGAINST-PAR.
* WIN:nnn becomes WIN, TIE or LOSS by the guess count against par;
* a line without a guess count is not rated.
    IF WS-HELD-OUTCOME(1:4) = 'WIN:'
        AND WS-HELD-OUTCOME(5:3) IS NUMERIC
     MOVE WS-HELD-OUTCOME(5:3) TO WS-GUESS-COUNT
     EVALUATE TRUE
      WHEN WS-GUESS-COUNT < WS-GUESS-PAR
       MOVE 'WIN' TO WS-HELD-OUTCOME
      WHEN WS-GUESS-COUNT = WS-GUESS-PAR
       MOVE 'TIE' TO WS-HELD-OUTCOME
      WHEN OTHER
       MOVE 'LOSS' TO WS-HELD-OUTCOME
     END-EVALUATE
    ELSE
     MOVE SPACES TO WS-HELD-OUTCOME
    END-IF.

RATE-HEAD-TO-HEAD-PAIR.
    MOVE WS-LOG-GAME TO WS-MATCH-GAME.
    MOVE WS-LOG-DATE TO WS-MATCH-DATE.
    MOVE WS-LOG-RUN-ID TO WS-MATCH-RUN-ID.
    MOVE WS-FULL-WEIGHT TO WS-MATCH-WEIGHT.
    MOVE 2 TO WS-MATCH-SIDES.
    MOVE WS-HELD-PLAYER TO WS-MS-PLAYER(1).
    MOVE WS-HELD-OUTCOME TO WS-MS-OUTCOME(1).
    MOVE WS-LOG-PLAYER TO WS-MS-PLAYER(2).
    MOVE WS-LOG-OUTCOME TO WS-MS-OUTCOME(2).
    PERFORM RATE-ONE-MATCH.
    IF WS-MATCH-OK
     ADD 1 TO WS-MATCHES-RATED
    END-IF.

RATE-ONE-MATCH.
* Look every side up on both ladders first and take the ratings
* going in, so both sides of a head-to-head match are judged on the
* ratings they brought to it; then move each side's rating.
    MOVE 'Y' TO WS-MATCH-OK-FLAG.
    PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > WS-MATCH-SIDES
     EVALUATE WS-MS-OUTCOME(WS-SIDE)(1:3)
      WHEN 'WIN' MOVE 1 TO WS-MS-SCORE(WS-SIDE)
      WHEN 'LOS' MOVE 0 TO WS-MS-SCORE(WS-SIDE)
      WHEN OTHER MOVE 0.5 TO WS-MS-SCORE(WS-SIDE)
     END-EVALUATE
     PERFORM VARYING WS-LADDER FROM 1 BY 1 UNTIL WS-LADDER > 2
      PERFORM SET-LADDER-GAME
      PERFORM FIND-OR-ADD-RATING
      MOVE WS-RT-INDEX TO WS-MS-INDEX(WS-SIDE, WS-LADDER)
      IF WS-RT-INDEX = 0
       MOVE 'N' TO WS-MATCH-OK-FLAG
      ELSE
       MOVE WS-RT-RATING(WS-RT-INDEX)
           TO WS-MS-OLD(WS-SIDE, WS-LADDER)
      END-IF
     END-PERFORM
    END-PERFORM.
    IF NOT WS-MATCH-OK
     ADD WS-MATCH-SIDES TO WS-LINES-SKIPPED
    ELSE
     PERFORM VARYING WS-SIDE FROM 1 BY 1
         UNTIL WS-SIDE > WS-MATCH-SIDES
      PERFORM VARYING WS-LADDER FROM 1 BY 1 UNTIL WS-LADDER > 2
       PERFORM MOVE-ONE-RATING
      END-PERFORM
      PERFORM WRITE-HISTORY-LINE
     END-PERFORM
    END-IF.

SET-LADDER-GAME.
    IF WS-LADDER = 1
     MOVE WS-MATCH-GAME TO WS-LADDER-GAME
    ELSE
     MOVE 'ALL GAMES' TO WS-LADDER-GAME
    END-IF.

MOVE-ONE-RATING.
* Expected score against the opponent's rating going in, then
* K (provisional or established on this ladder) times the weight
* times the surprise. The report-month change runs from the rating
* before the first result of the month to the rating after the last.
    MOVE WS-MS-INDEX(WS-SIDE, WS-LADDER) TO WS-RT-INDEX.
    IF WS-MATCH-SIDES = 1
     MOVE WS-COMPUTER-RATING TO WS-OPPONENT-RATING
    ELSE
     COMPUTE WS-OTHER-SIDE = 3 - WS-SIDE
     MOVE WS-MS-OLD(WS-OTHER-SIDE, WS-LADDER) TO WS-OPPONENT-RATING
    END-IF.
* Each step lands in a field of its own, so no intermediate result
* is cut to the precision of the final one.
    COMPUTE WS-ODDS-POWER ROUNDED = 10 **
        ((WS-OPPONENT-RATING - WS-MS-OLD(WS-SIDE, WS-LADDER)) / 400).
    COMPUTE WS-EXPECTED ROUNDED = 1 / (1 + WS-ODDS-POWER).
    IF WS-RT-GAMES(WS-RT-INDEX) < WS-PROVISIONAL-GAMES
     MOVE WS-K-PROVISIONAL TO WS-K-FACTOR
     MOVE 'P' TO WS-MS-STANDING(WS-SIDE)
    ELSE
     MOVE WS-K-ESTABLISHED TO WS-K-FACTOR
     MOVE 'E' TO WS-MS-STANDING(WS-SIDE)
    END-IF.
    COMPUTE WS-SURPRISE = WS-MS-SCORE(WS-SIDE) - WS-EXPECTED.
    COMPUTE WS-RATING-STEP ROUNDED =
        WS-K-FACTOR * WS-MATCH-WEIGHT * WS-SURPRISE.
    COMPUTE WS-MS-NEW(WS-SIDE, WS-LADDER) ROUNDED =
        WS-MS-OLD(WS-SIDE, WS-LADDER) + WS-RATING-STEP.
    MOVE WS-MS-NEW(WS-SIDE, WS-LADDER) TO WS-RT-RATING(WS-RT-INDEX).
    IF WS-RT-RATING(WS-RT-INDEX) > WS-RT-PEAK(WS-RT-INDEX)
     MOVE WS-RT-RATING(WS-RT-INDEX) TO WS-RT-PEAK(WS-RT-INDEX)
    END-IF.
    ADD 1 TO WS-RT-GAMES(WS-RT-INDEX).
    EVALUATE WS-MS-OUTCOME(WS-SIDE)(1:3)
     WHEN 'WIN' ADD 1 TO WS-RT-WINS(WS-RT-INDEX)
     WHEN 'LOS' ADD 1 TO WS-RT-LOSSES(WS-RT-INDEX)
     WHEN OTHER ADD 1 TO WS-RT-TIES(WS-RT-INDEX)
    END-EVALUATE.
    IF WS-MATCH-DATE(1:6) >= WS-REPORT-MONTH
        AND NOT WS-RT-MONTH-SEEN(WS-RT-INDEX)
     MOVE WS-MS-OLD(WS-SIDE, WS-LADDER)
         TO WS-RT-MONTH-START(WS-RT-INDEX)
     MOVE WS-MS-OLD(WS-SIDE, WS-LADDER)
         TO WS-RT-MONTH-END(WS-RT-INDEX)
     SET WS-RT-MONTH-SEEN(WS-RT-INDEX) TO TRUE
    END-IF.
    IF WS-MATCH-DATE(1:6) <= WS-REPORT-MONTH
     MOVE WS-RT-RATING(WS-RT-INDEX) TO WS-RT-MONTH-END(WS-RT-INDEX)
    END-IF.

FIND-OR-ADD-RATING.
    MOVE 'N' TO WS-FOUND-FLAG.
    PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
        UNTIL WS-RT-INDEX > WS-RATING-COUNT OR WS-FOUND
     IF WS-RT-GAME(WS-RT-INDEX) = WS-LADDER-GAME
         AND WS-RT-PLAYER(WS-RT-INDEX) = WS-MS-PLAYER(WS-SIDE)
      SET WS-FOUND TO TRUE
     END-IF
    END-PERFORM.
    IF WS-FOUND
     SUBTRACT 1 FROM WS-RT-INDEX
    ELSE
     IF WS-RATING-COUNT < 400
      ADD 1 TO WS-RATING-COUNT
      MOVE WS-RATING-COUNT TO WS-RT-INDEX
      MOVE WS-LADDER-GAME TO WS-RT-GAME(WS-RT-INDEX)
      MOVE WS-MS-PLAYER(WS-SIDE) TO WS-RT-PLAYER(WS-RT-INDEX)
      MOVE WS-START-RATING TO WS-RT-RATING(WS-RT-INDEX)
      MOVE WS-START-RATING TO WS-RT-PEAK(WS-RT-INDEX)
      MOVE 0 TO WS-RT-GAMES(WS-RT-INDEX)
      MOVE 0 TO WS-RT-WINS(WS-RT-INDEX)
      MOVE 0 TO WS-RT-LOSSES(WS-RT-INDEX)
      MOVE 0 TO WS-RT-TIES(WS-RT-INDEX)
      MOVE WS-START-RATING TO WS-RT-MONTH-START(WS-RT-INDEX)
      MOVE WS-START-RATING TO WS-RT-MONTH-END(WS-RT-INDEX)
      MOVE 'N' TO WS-RT-MONTH-FLAG(WS-RT-INDEX)
      MOVE 'N' TO WS-RT-PRINTED-FLAG(WS-RT-INDEX)
      PERFORM NOTE-LADDER-GAME
     ELSE
      MOVE 0 TO WS-RT-INDEX
      SET WS-TABLE-FULL TO TRUE
     END-IF
    END-IF.

NOTE-LADDER-GAME.
    MOVE 'N' TO WS-FOUND-FLAG.
    PERFORM VARYING WS-GL-INDEX FROM 1 BY 1
        UNTIL WS-GL-INDEX > WS-GAME-COUNT OR WS-FOUND
     IF WS-GL-GAME(WS-GL-INDEX) = WS-LADDER-GAME
      SET WS-FOUND TO TRUE
     END-IF
    END-PERFORM.
    IF NOT WS-FOUND AND WS-GAME-COUNT < 50
     ADD 1 TO WS-GAME-COUNT
     MOVE WS-LADDER-GAME TO WS-GL-GAME(WS-GAME-COUNT)
    END-IF.

WRITE-HISTORY-LINE.
    IF WS-MATCH-SIDES = 1
     MOVE 'COMPUTER' TO WS-OPPONENT-NAME
    ELSE
     COMPUTE WS-OTHER-SIDE = 3 - WS-SIDE
     MOVE WS-MS-PLAYER(WS-OTHER-SIDE) TO WS-OPPONENT-NAME
    END-IF.
    MOVE WS-MATCH-WEIGHT TO WS-WEIGHT-TEXT.
    MOVE WS-MS-OLD(WS-SIDE, 1) TO WS-HIST-OLD-TEXT.
    MOVE WS-MS-NEW(WS-SIDE, 1) TO WS-HIST-NEW-TEXT.
    MOVE WS-MS-OLD(WS-SIDE, 2) TO WS-HIST-ALL-OLD-TEXT.
    MOVE WS-MS-NEW(WS-SIDE, 2) TO WS-HIST-ALL-NEW-TEXT.
    MOVE SPACES TO WS-HISTORY-LINE.
    STRING WS-MATCH-DATE DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-MATCH-RUN-ID) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-MATCH-GAME) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-MS-PLAYER(WS-SIDE)) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-OPPONENT-NAME) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-MS-OUTCOME(WS-SIDE)) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-WEIGHT-TEXT DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HIST-OLD-TEXT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HIST-NEW-TEXT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HIST-ALL-OLD-TEXT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        FUNCTION TRIM(WS-HIST-ALL-NEW-TEXT) DELIMITED BY SIZE
        ',' DELIMITED BY SIZE
        WS-MS-STANDING(WS-SIDE) DELIMITED BY SIZE
        INTO WS-HISTORY-LINE.
    MOVE WS-HISTORY-LINE TO RATING-HISTORY-RECORD.
    WRITE RATING-HISTORY-RECORD.
    ADD 1 TO WS-HISTORY-LINES.

PRINT-RATING-LADDER.
    DISPLAY '===================================================='.
    DISPLAY 'RATING LADDER - CHANGE COLUMN FOR MONTH '
        WS-REPORT-MONTH '  (P = PROVISIONAL)'.
    MOVE 'ALL GAMES' TO WS-LADDER-GAME.
    PERFORM PRINT-ONE-LADDER.
    PERFORM VARYING WS-GL-INDEX FROM 1 BY 1
        UNTIL WS-GL-INDEX > WS-GAME-COUNT
     IF WS-GL-GAME(WS-GL-INDEX) NOT = 'ALL GAMES'
      MOVE WS-GL-GAME(WS-GL-INDEX) TO WS-LADDER-GAME
      PERFORM PRINT-ONE-LADDER
     END-IF
    END-PERFORM.
    DISPLAY '===================================================='.

PRINT-ONE-LADDER.
* Highest rating first: pick the best entry of this ladder not yet
* printed until none is left (equal ratings keep first-seen order).
    DISPLAY ' '.
    DISPLAY FUNCTION TRIM(WS-LADDER-GAME).
    DISPLAY 'RANK PLAYER                         RATING  PEAK'
        '  MONTH  GAMES  W-L-T'.
    MOVE 0 TO WS-RANK.
    MOVE 1 TO WS-BEST-INDEX.
    PERFORM PRINT-NEXT-LADDER-LINE UNTIL WS-BEST-INDEX = 0.

PRINT-NEXT-LADDER-LINE.
    MOVE 0 TO WS-BEST-INDEX.
    PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
        UNTIL WS-RT-INDEX > WS-RATING-COUNT
     IF WS-RT-GAME(WS-RT-INDEX) = WS-LADDER-GAME
         AND NOT WS-RT-PRINTED(WS-RT-INDEX)
      IF WS-BEST-INDEX = 0
          OR WS-RT-RATING(WS-RT-INDEX) > WS-BEST-RATING
       MOVE WS-RT-INDEX TO WS-BEST-INDEX
       MOVE WS-RT-RATING(WS-RT-INDEX) TO WS-BEST-RATING
      END-IF
     END-IF
    END-PERFORM.
    IF WS-BEST-INDEX > 0
     MOVE WS-BEST-INDEX TO WS-RT-INDEX
     SET WS-RT-PRINTED(WS-RT-INDEX) TO TRUE
     PERFORM SHOW-ONE-LADDER-LINE
    END-IF.

SHOW-ONE-LADDER-LINE.
    ADD 1 TO WS-RANK.
    MOVE WS-RANK TO WS-RANK-TEXT.
    COMPUTE WS-RATING-TEXT ROUNDED = WS-RT-RATING(WS-RT-INDEX).
    COMPUTE WS-PEAK-TEXT ROUNDED = WS-RT-PEAK(WS-RT-INDEX).
    IF WS-RT-MONTH-SEEN(WS-RT-INDEX)
     COMPUTE WS-MONTH-CHANGE = WS-RT-MONTH-END(WS-RT-INDEX)
         - WS-RT-MONTH-START(WS-RT-INDEX)
    ELSE
     MOVE 0 TO WS-MONTH-CHANGE
    END-IF.
    COMPUTE WS-CHANGE-TEXT ROUNDED = WS-MONTH-CHANGE.
    MOVE WS-RT-GAMES(WS-RT-INDEX) TO WS-GAMES-TEXT.
    IF WS-RT-GAMES(WS-RT-INDEX) < WS-PROVISIONAL-GAMES
     MOVE 'P' TO WS-PROVISIONAL-MARK
    ELSE
     MOVE SPACE TO WS-PROVISIONAL-MARK
    END-IF.
    MOVE WS-RT-WINS(WS-RT-INDEX) TO WS-WINS-TEXT.
    MOVE WS-RT-LOSSES(WS-RT-INDEX) TO WS-LOSSES-TEXT.
    MOVE WS-RT-TIES(WS-RT-INDEX) TO WS-TIES-TEXT.
    MOVE SPACES TO WS-RECORD-TEXT.
    STRING FUNCTION TRIM(WS-WINS-TEXT) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        FUNCTION TRIM(WS-LOSSES-TEXT) DELIMITED BY SIZE
        '-' DELIMITED BY SIZE
        FUNCTION TRIM(WS-TIES-TEXT) DELIMITED BY SIZE
        INTO WS-RECORD-TEXT.
    MOVE SPACES TO WS-LADDER-LINE.
    STRING WS-RANK-TEXT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RT-PLAYER(WS-RT-INDEX) DELIMITED BY SIZE
        WS-RATING-TEXT DELIMITED BY SIZE
        WS-PROVISIONAL-MARK DELIMITED BY SIZE
        WS-PEAK-TEXT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-CHANGE-TEXT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-GAMES-TEXT DELIMITED BY SIZE
        '  ' DELIMITED BY SIZE
        WS-RECORD-TEXT DELIMITED BY SIZE
        INTO WS-LADDER-LINE.
    DISPLAY FUNCTION TRIM(WS-LADDER-LINE TRAILING).
