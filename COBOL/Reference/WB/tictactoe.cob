               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHALLENGE-STATUS.

      * Knockout bracket seeded by TTBRACKT; one record per match.
      * While a match is pending, two-player games must be that
      * match's pairing - the same prompt lock a pending challenge
      * imposes - and the winner is advanced into the match it feeds
      * as soon as the game is written.
           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * Operations audit trail, appended to by every run: start/stop
      * with mode, recovery events, file creations, and any bad file
      * status - the trail that says what happened overnight when
           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
      * "V" once TTVOID has backed the game out; a voided game stays
      * on the log for the record but no longer counts anywhere.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).

       FD  GAMETXN-FILE.
       01  GAMETXN-RECORD.
           05 FILLER PIC X.
           05 CH-GAME-ID PIC 9(6).

       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
           05 BR-MATCH-NUM PIC 9(3).
           05 FILLER PIC X.
           05 BR-ROUND PIC 9(2).
           05 FILLER PIC X.
           05 BR-PLAYER-X PIC X(10).
           05 FILLER PIC X.
           05 BR-PLAYER-O PIC X(10).
           05 FILLER PIC X.
           05 BR-STATUS PIC X.
           05 FILLER PIC X.
           05 BR-RESULT PIC X.
           05 FILLER PIC X.
           05 BR-WINNER-ID PIC X(10).
           05 FILLER PIC X.
           05 BR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 BR-NEXT-MATCH PIC 9(3).
           05 FILLER PIC X.
           05 BR-NEXT-SLOT PIC X.
           05 FILLER PIC X.
           05 BR-REPLAYS PIC 9(2).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-DATE PIC X(10).
           01 CHALLENGER-RUNG PIC 99.
           01 OPPONENT-RUNG PIC 99.

      * Knockout bracket loaded at startup. While any match is
      * pending (and no tournament line or ladder challenge outranks
      * it), two-player games are locked to the lowest-numbered
      * pending match the same way challenge games are locked:
      * BRACKET-EXPECTED-ID carries the id the current name prompt
      * must match, BRACKET-GAME-NOW says the game being played is
      * the bracket match and its winner moves on. A drawn match is
      * replayed straight away with the marks swapped - BRACKET-
      * REPLAY sets the next game up without the set-up prompts.
           01 BRACKET-STATUS PIC XX.
           01 BRACKET-TABLE.
               05 BRACKET-ENTRY OCCURS 31 TIMES.
                   10 BK-MATCH-NUM PIC 9(3).
                   10 BK-ROUND PIC 9(2).
                   10 BK-PLAYER-X PIC X(10).
                   10 BK-PLAYER-O PIC X(10).
                   10 BK-STATUS PIC X.
                   10 BK-RESULT PIC X.
                   10 BK-WINNER-ID PIC X(10).
                   10 BK-GAME-ID PIC 9(6).
                   10 BK-NEXT-MATCH PIC 9(3).
                   10 BK-NEXT-SLOT PIC X.
                   10 BK-REPLAYS PIC 9(2).
           01 BRACKET-COUNT PIC 99 VALUE 0.
           01 BRACKET-IDX PIC 99.
           01 NEXT-BRACKET-IDX PIC 99 VALUE 0.
           01 BRACKET-GAME-NOW PIC X VALUE "N".
           01 BRACKET-EXPECTED-ID PIC X(10) VALUE SPACES.
           01 BRACKET-REPLAY PIC X VALUE "N".
           01 POSTING-MATCH-NUM PIC 9(3).
           01 POSTING-BRACKET-IDX PIC 99.
           01 ADVANCING-ID PIC X(10).

      * Best-of-N match series state. A nonzero SERIES-LEN means a
      * series is running: the set-up prompts are skipped between
      * its games, X alternates by game parity (player 1 took X in
           PERFORM LOAD-PLAYER-MASTER.
           PERFORM LOAD-TOURNAMENT-SCHEDULE.
           PERFORM LOAD-CHALLENGES.
           PERFORM LOAD-BRACKET.
           PERFORM CHECK-BATCH-MODE.

           IF SELF-PLAY-BATCH
               MOVE CURRENT-PLAYER TO COMPUTER-MARK
               CALL 'DO-COMPUTERS-TURN' USING BOARD, BOARD-SIZE,
                   WIN-LENGTH, DIFFICULTY, COMPUTER-MARK, X-COORD,
                   Y-COORD, MOVE-COUNT, GAME-MOVE-TABLE
               PERFORM APPLY-CURRENT-PLAYER-MOVE
           END-PERFORM
           PERFORM ASSIGN-GAME-ID
           MOVE GAME-START-TIME TO GL-START-TIME
           PERFORM COMPUTE-GAME-SECONDS
           MOVE ELAPSED-SECONDS TO GL-SECONDS
           MOVE SESSION-ID TO GL-SESSION
           WRITE GAMELOG-RECORD
           IF GAMELOG-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
      -                "X to cancel this game."
               END-IF
           END-IF
      * So does a pending knockout bracket match.
           IF PLAYER-ID-OK = "Y" AND BRACKET-EXPECTED-ID NOT = SPACES
               IF CHECKED-PLAYER-ID NOT = BRACKET-EXPECTED-ID
                   MOVE "N" TO PLAYER-ID-OK
                   DISPLAY "The knockout bracket calls for "
                       BRACKET-EXPECTED-ID " here - a bracket match must
      -                " be played by its two players. Enter X to cancel
      -                " this game."
               END-IF
           END-IF
           END-IF.

           LOAD-TOURNAMENT-SCHEDULE.
               PERFORM SAVE-LADDER
           END-IF.

           LOAD-BRACKET.
           MOVE 0 TO BRACKET-COUNT
           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS = "00"
               READ BRACKET-FILE
               PERFORM WITH TEST BEFORE UNTIL BRACKET-STATUS NOT = "00"
                   IF BRACKET-COUNT < 31
                       ADD 1 TO BRACKET-COUNT
                       MOVE BR-MATCH-NUM TO BK-MATCH-NUM(BRACKET-COUNT)
                       MOVE BR-ROUND TO BK-ROUND(BRACKET-COUNT)
                       MOVE BR-PLAYER-X TO BK-PLAYER-X(BRACKET-COUNT)
                       MOVE BR-PLAYER-O TO BK-PLAYER-O(BRACKET-COUNT)
                       MOVE BR-STATUS TO BK-STATUS(BRACKET-COUNT)
                       MOVE BR-RESULT TO BK-RESULT(BRACKET-COUNT)
                       MOVE BR-WINNER-ID TO BK-WINNER-ID(BRACKET-COUNT)
                       MOVE BR-GAME-ID TO BK-GAME-ID(BRACKET-COUNT)
                       MOVE BR-NEXT-MATCH
                           TO BK-NEXT-MATCH(BRACKET-COUNT)
                       MOVE BR-NEXT-SLOT TO BK-NEXT-SLOT(BRACKET-COUNT)
                       MOVE BR-REPLAYS TO BK-REPLAYS(BRACKET-COUNT)
                   END-IF
                   READ BRACKET-FILE
               END-PERFORM
           END-IF
           CLOSE BRACKET-FILE
           PERFORM FIND-NEXT-BRACKET-GAME.

           SAVE-BRACKET.
           OPEN OUTPUT BRACKET-FILE
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               MOVE SPACES TO BRACKET-RECORD
               MOVE BK-MATCH-NUM(BRACKET-IDX) TO BR-MATCH-NUM
               MOVE BK-ROUND(BRACKET-IDX) TO BR-ROUND
               MOVE BK-PLAYER-X(BRACKET-IDX) TO BR-PLAYER-X
               MOVE BK-PLAYER-O(BRACKET-IDX) TO BR-PLAYER-O
               MOVE BK-STATUS(BRACKET-IDX) TO BR-STATUS
               MOVE BK-RESULT(BRACKET-IDX) TO BR-RESULT
               MOVE BK-WINNER-ID(BRACKET-IDX) TO BR-WINNER-ID
               MOVE BK-GAME-ID(BRACKET-IDX) TO BR-GAME-ID
               MOVE BK-NEXT-MATCH(BRACKET-IDX) TO BR-NEXT-MATCH
               MOVE BK-NEXT-SLOT(BRACKET-IDX) TO BR-NEXT-SLOT
               MOVE BK-REPLAYS(BRACKET-IDX) TO BR-REPLAYS
               WRITE BRACKET-RECORD
           END-PERFORM
           CLOSE BRACKET-FILE.

      * The next bracket match that must be played is the lowest-
      * numbered one with both players known and no result yet; 0
      * means none and play is unrestricted.
           FIND-NEXT-BRACKET-GAME.
           MOVE 0 TO NEXT-BRACKET-IDX
           PERFORM VARYING BRACKET-IDX FROM BRACKET-COUNT BY -1
               UNTIL BRACKET-IDX < 1
               IF BK-STATUS(BRACKET-IDX) = "P"
                   MOVE BRACKET-IDX TO NEXT-BRACKET-IDX
               END-IF
           END-PERFORM.

           ANNOUNCE-BRACKET-GAME.
           DISPLAY " "
           DISPLAY "Bracket match " BK-MATCH-NUM(NEXT-BRACKET-IDX)
               " (round " BK-ROUND(NEXT-BRACKET-IDX) ") is up next: "
               BK-PLAYER-X(NEXT-BRACKET-IDX) " (X) vs "
               BK-PLAYER-O(NEXT-BRACKET-IDX) " (O).".

      * Post the finished bracket game. A win settles the match with
      * the result and game id and seats the winner in the match it
      * feeds, the upper feeder taking X there; that match goes to
      * pending once both its seats are filled. A knockout can't
      * stand on a draw, so a drawn game leaves the match pending
      * with the marks swapped and sets up the replay. The bracket
      * is reloaded just before posting, same reason POST-CHALLENGE-
      * RESULT reloads the challenges, and ours is found again by
      * match number.
           POST-BRACKET-RESULT.
           MOVE BK-MATCH-NUM(NEXT-BRACKET-IDX) TO POSTING-MATCH-NUM
           PERFORM LOAD-BRACKET
           PERFORM FIND-POSTING-MATCH
           IF POSTING-BRACKET-IDX > 0
               IF WINNER = "Z"
                   MOVE BK-PLAYER-X(POSTING-BRACKET-IDX) TO ADVANCING-ID
                   MOVE BK-PLAYER-O(POSTING-BRACKET-IDX)
                       TO BK-PLAYER-X(POSTING-BRACKET-IDX)
                   MOVE ADVANCING-ID TO BK-PLAYER-O(POSTING-BRACKET-IDX)
                   ADD 1 TO BK-REPLAYS(POSTING-BRACKET-IDX)
                   PERFORM SAVE-BRACKET
                   MOVE "Y" TO BRACKET-REPLAY
                   DISPLAY " "
                   DISPLAY "A bracket match can't end in a draw - it is 
      -                "replayed now with the marks swapped."
               ELSE
                   MOVE "C" TO BK-STATUS(POSTING-BRACKET-IDX)
                   MOVE WINNER TO BK-RESULT(POSTING-BRACKET-IDX)
                   MOVE GAME-ID TO BK-GAME-ID(POSTING-BRACKET-IDX)
                   IF WINNER = "X"
                       MOVE BK-PLAYER-X(POSTING-BRACKET-IDX)
                           TO ADVANCING-ID
                   ELSE
                       MOVE BK-PLAYER-O(POSTING-BRACKET-IDX)
                           TO ADVANCING-ID
                   END-IF
                   MOVE ADVANCING-ID
                       TO BK-WINNER-ID(POSTING-BRACKET-IDX)
                   PERFORM ADVANCE-BRACKET-WINNER
                   PERFORM SAVE-BRACKET
               END-IF
           END-IF
           PERFORM FIND-NEXT-BRACKET-GAME.

           FIND-POSTING-MATCH.
           MOVE 0 TO POSTING-BRACKET-IDX
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               IF BK-MATCH-NUM(BRACKET-IDX) = POSTING-MATCH-NUM
                   MOVE BRACKET-IDX TO POSTING-BRACKET-IDX
               END-IF
           END-PERFORM.

           ADVANCE-BRACKET-WINNER.
           DISPLAY " "
           IF BK-NEXT-MATCH(POSTING-BRACKET-IDX) = 0
               DISPLAY ADVANCING-ID " wins the final and the bracket!"
           ELSE
               MOVE BK-NEXT-MATCH(POSTING-BRACKET-IDX)
                   TO POSTING-MATCH-NUM
               PERFORM FIND-POSTING-MATCH
               IF POSTING-BRACKET-IDX > 0
                   IF BK-NEXT-SLOT(POSTING-BRACKET-IDX) = "X"
                       MOVE ADVANCING-ID
                           TO BK-PLAYER-X(POSTING-BRACKET-IDX)
                   ELSE
                       MOVE ADVANCING-ID
                           TO BK-PLAYER-O(POSTING-BRACKET-IDX)
                   END-IF
                   IF BK-PLAYER-X(POSTING-BRACKET-IDX) NOT = SPACES AND
                           BK-PLAYER-O(POSTING-BRACKET-IDX) NOT = SPACES
                       MOVE "P" TO BK-STATUS(POSTING-BRACKET-IDX)
                   END-IF
               END-IF
               DISPLAY ADVANCING-ID " goes through to bracket match "
                   POSTING-MATCH-NUM "."
           END-IF.

      * The replay of a drawn bracket match: same two players, same
      * board, the marks the other way round. The match is looked up
      * afresh in case another console settled it in the meantime.
           SET-UP-BRACKET-REPLAY.
           MOVE "N" TO BRACKET-REPLAY
           MOVE "N" TO TOURNEY-GAME-NOW
           MOVE "N" TO CHALLENGE-GAME-NOW
           MOVE "N" TO SETUP-QUIT
           MOVE 0 TO SERIES-LEN
           PERFORM LOAD-BRACKET
           PERFORM FIND-POSTING-MATCH
           IF POSTING-BRACKET-IDX > 0
               IF BK-STATUS(POSTING-BRACKET-IDX) = "P"
                   MOVE POSTING-BRACKET-IDX TO NEXT-BRACKET-IDX
               ELSE
                   MOVE 0 TO POSTING-BRACKET-IDX
               END-IF
           END-IF
           IF POSTING-BRACKET-IDX = 0
               DISPLAY " "
               DISPLAY "That bracket match has been settled elsewhere - 
      -            "no replay needed."
               MOVE "Y" TO SETUP-QUIT
           ELSE
               MOVE "Y" TO BRACKET-GAME-NOW
               PERFORM ANNOUNCE-BRACKET-GAME
               MOVE BK-PLAYER-X(NEXT-BRACKET-IDX) TO PLAYER-X-ID
               MOVE BK-PLAYER-O(NEXT-BRACKET-IDX) TO PLAYER-O-ID
               PERFORM INIT-BOARD
           END-IF.

           LOAD-SCOREBOARD.
           MOVE 0 TO TOTAL-X-WINS
           MOVE 0 TO TOTAL-O-WINS
                       MOVE "O" TO COMPUTER-MARK
                       CALL 'DO-COMPUTERS-TURN' USING BOARD, BOARD-SIZE,
                           WIN-LENGTH, DIFFICULTY, COMPUTER-MARK,
                           X-COORD, Y-COORD, MOVE-COUNT, GAME-MOVE-TABLE
                       PERFORM APPLY-CURRENT-PLAYER-MOVE
                   END-IF
      * A running series skips the set-up prompts entirely - same
      * players, same rules, only the marks change hands.
               ELSE IF SERIES-LEN > 0
                   PERFORM SET-UP-NEXT-SERIES-GAME
      * So does the replay of a drawn bracket match.
               ELSE IF BRACKET-REPLAY = "Y"
                   PERFORM SET-UP-BRACKET-REPLAY
               ELSE
                   DISPLAY "Select a difficulty - 1=Easy, 2=Hard: "
      -                WITH NO ADVANCING

                   MOVE "N" TO TOURNEY-GAME-NOW
                   MOVE "N" TO CHALLENGE-GAME-NOW
                   MOVE "N" TO BRACKET-GAME-NOW
                   MOVE "N" TO SETUP-QUIT
                   MOVE SPACES TO TOURNEY-EXPECTED-ID
                   MOVE SPACES TO CHALLENGE-EXPECTED-ID
                   MOVE SPACES TO BRACKET-EXPECTED-ID
                   IF TWO-PLAYER AND NEXT-SCHED-IDX > 0
                       MOVE "Y" TO TOURNEY-GAME-NOW
                       PERFORM ANNOUNCE-SCHEDULED-GAME
                       MOVE CL-CHALLENGER(NEXT-CHALL-IDX)
                           TO CHALLENGE-EXPECTED-ID
                   END-IF
      * The knockout bracket comes after both: its match waits until
      * neither the schedule nor the ladder needs the prompts.
                   IF TWO-PLAYER AND TOURNEY-GAME-NOW NOT = "Y" AND
                           CHALLENGE-GAME-NOW NOT = "Y" AND
                           NEXT-BRACKET-IDX > 0
                       MOVE "Y" TO BRACKET-GAME-NOW
                       PERFORM ANNOUNCE-BRACKET-GAME
                       MOVE BK-PLAYER-X(NEXT-BRACKET-IDX)
                           TO BRACKET-EXPECTED-ID
                   END-IF
                   PERFORM WITH TEST AFTER UNTIL PLAYER-ID-OK = "Y" OR
                       SETUP-QUIT = "Y"
                       DISPLAY "Enter a name or badge number for Player 
                           MOVE CL-OPPONENT(NEXT-CHALL-IDX)
                               TO CHALLENGE-EXPECTED-ID
                       END-IF
                       IF BRACKET-GAME-NOW = "Y"
                           MOVE BK-PLAYER-O(NEXT-BRACKET-IDX)
                               TO BRACKET-EXPECTED-ID
                       END-IF
                       PERFORM WITH TEST AFTER UNTIL PLAYER-ID-OK = "Y"
                           OR SETUP-QUIT = "Y"
                           DISPLAY "Enter a name or badge number for Pla
                   END-IF
                   MOVE SPACES TO TOURNEY-EXPECTED-ID
                   MOVE SPACES TO CHALLENGE-EXPECTED-ID
                   MOVE SPACES TO BRACKET-EXPECTED-ID

      * Offer a best-of-N match for a casual two-player game. A
      * tournament, ladder or bracket game is a single game by its
      * nature - the schedule, the challenge and the bracket each
      * settle on one result - so the match prompt stays out of
      * their way.
                   MOVE 0 TO SERIES-LEN
                   IF TWO-PLAYER AND SETUP-QUIT NOT = "Y" AND
                           TOURNEY-GAME-NOW NOT = "Y" AND
                           CHALLENGE-GAME-NOW NOT = "Y" AND
                           BRACKET-GAME-NOW NOT = "Y"
                       DISPLAY "Single game or a match - 1=Single, 3=Be
      -                    "st-of-3, 5=Best-of-5: " WITH NO ADVANCING
                       ACCEPT MATCH-MODE-INPUT FROM CONSOLE
                   PERFORM INIT-BOARD
               END-IF
               END-IF
               END-IF
               IF SETUP-QUIT = "Y"
                   MOVE "N" TO TOURNEY-GAME-NOW
                   MOVE "N" TO CHALLENGE-GAME-NOW
                   MOVE "N" TO BRACKET-GAME-NOW
                   DISPLAY " "
                   DISPLAY "Game set-up abandoned - nothing was played o
      -                "r scored."
                           CALL 'DO-COMPUTERS-TURN' USING BOARD,
                               BOARD-SIZE,
                               WIN-LENGTH, DIFFICULTY, COMPUTER-MARK,
                               X-COORD, Y-COORD, MOVE-COUNT,
                               GAME-MOVE-TABLE
                           PERFORM APPLY-CURRENT-PLAYER-MOVE
                       END-IF

                       PERFORM POST-CHALLENGE-RESULT
                       MOVE "N" TO CHALLENGE-GAME-NOW
                   END-IF
                   IF BRACKET-GAME-NOW = "Y"
                       PERFORM POST-BRACKET-RESULT
                       MOVE "N" TO BRACKET-GAME-NOW
                   END-IF
                   IF SERIES-LEN > 0
                       PERFORM POST-SERIES-GAME-RESULT
                   END-IF
               IF SERIES-LEN > 0
                   DISPLAY "Press Enter for the next match game or x +
      -                " Enter to abandon the series and exit."
               ELSE IF BRACKET-REPLAY = "Y"
                   DISPLAY "Press Enter for the bracket replay or x + En
      -                "ter to exit - the match stays pending."
               ELSE
                   DISPLAY "Press Enter to play again or x + Enter to e
      -                "xit."
               END-IF
               END-IF
               ACCEPT CONTINUE-INPUT FROM CONSOLE
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DO-COMPUTERS-TURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Opening book rebuilt nightly by TTBOOK from the move archive:
      * how every opening line played so far turned out for the side
      * that played its last move. Hard mode looks its next move up
      * here while the game is still in the book.
           SELECT OPENBOOK-FILE ASSIGN TO "OPENBOOK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OB-KEY
               FILE STATUS IS OPENBOOK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENBOOK-FILE.
       01  OPENBOOK-RECORD.
           05 OB-KEY.
               10 OB-BOARD-SIZE PIC 9.
               10 OB-LINE PIC X(8).
           05 OB-PLIES PIC 9.
           05 OB-MOVER PIC X.
           05 OB-GAMES PIC 9(6).
           05 OB-WINS PIC 9(6).
           05 OB-LOSSES PIC 9(6).
           05 OB-DRAWS PIC 9(6).
       WORKING-STORAGE SECTION.
      * The cell selected by the computer to play in
           01 SELECTED-CELL.
           01 BLANK-X PIC 9.
           01 BLANK-Y PIC 9.

      * Opening-book lookup: the book only runs as deep as TTBOOK
      * builds it, and a continuation has to have been played a few
      * times before its record is worth trusting over the usual
      * logic. BOOK-LINE is the game so far in the book's own key
      * form; the best-scoring continuation found so far is kept.
           01 OPENBOOK-STATUS PIC XX.
           01 BOOK-DEPTH PIC 9 VALUE 4.
           01 BOOK-MIN-GAMES PIC 9(3) VALUE 3.
           01 BOOK-FOUND PIC X VALUE "N".
           01 BOOK-LINE PIC X(8).
           01 BOOK-PLY PIC 9.
           01 BOOK-SCORE PIC 9(3).
           01 BOOK-BEST-SCORE PIC 9(3).
           01 BOOK-BEST-GAMES PIC 9(6).
           01 BOOK-X PIC 9.
           01 BOOK-Y PIC 9.

       LOCAL-STORAGE SECTION.
      * List of available cells. Allocate enough memory to hold the maxi
      * mum number of available cells.
      * caller so it can be appended to the transaction log.
           01 SELECTED-X-OUT PIC 9.
           01 SELECTED-Y-OUT PIC 9.
      * The moves made so far this game, in order, so Hard mode can
      * find the game's opening line in the book.
           01 MOVES-MADE PIC 9(3).
           01 GAME-MOVE-TABLE.
               05 GAME-MOVE-ENTRY OCCURS 25 TIMES.
                   10 GM-PLAYER PIC X.
                   10 GM-X PIC 9.
                   10 GM-Y PIC 9.
                   10 GM-TIME PIC X(8).
       PROCEDURE DIVISION USING BOARD, BOARD-SIZE, WIN-LENGTH,
           DIFFICULTY, TURN-MARK, SELECTED-X-OUT, SELECTED-Y-OUT,
           MOVES-MADE, GAME-MOVE-TABLE.
           CALL 'GET-AVAILABLE-CELLS' USING BOARD, BOARD-SIZE,
               AVAILABLE-CELLS.
           PERFORM COUNT-AVAILABLE-CELLS.
               END-IF
           END-IF

      * Nothing to win or block: while the game is still in its
      * opening, play the continuation that has done best in past
      * games, and only fall back on a random pick once out of book.
           MOVE "N" TO BOOK-FOUND
           IF HARD-MODE AND TACTICAL-FOUND NOT = "Y" AND
                   MOVES-MADE < BOOK-DEPTH
               PERFORM FIND-BOOK-MOVE
           END-IF

           IF TACTICAL-FOUND = "Y"
               MOVE BLANK-X TO SELECTED-X
               MOVE BLANK-Y TO SELECTED-Y
           ELSE IF BOOK-FOUND = "Y"
               MOVE BOOK-X TO SELECTED-X
               MOVE BOOK-Y TO SELECTED-Y
           ELSE
               COMPUTE SELIDX = FUNCTION RANDOM * AVCOUNT + 1
               MOVE AVAILABLE-X(SELIDX) TO SELECTED-X
               MOVE AVAILABLE-Y(SELIDX) TO SELECTED-Y
           END-IF
           END-IF

           MOVE TURN-MARK TO CEL(SELECTED-Y, SELECTED-X).
           MOVE SELECTED-X TO SELECTED-X-OUT.
                       MOVE "Y" TO TACTICAL-FOUND
                   END-IF
               END-PERFORM.

      * Try every open cell as the next move of the game's opening
      * line and keep the one whose book record scores best for the
      * side to move - a win counting 1 and a draw a half - more games
      * breaking a tie. No book file, or no continuation played often
      * enough, just leaves BOOK-FOUND at "N".
           FIND-BOOK-MOVE.
               OPEN INPUT OPENBOOK-FILE
               IF OPENBOOK-STATUS = "00"
                   MOVE SPACES TO BOOK-LINE
                   PERFORM VARYING BOOK-PLY FROM 1 BY 1
                       UNTIL BOOK-PLY > MOVES-MADE
                       MOVE GM-X(BOOK-PLY)
                           TO BOOK-LINE(BOOK-PLY * 2 - 1:1)
                       MOVE GM-Y(BOOK-PLY) TO BOOK-LINE(BOOK-PLY * 2:1)
                   END-PERFORM
                   MOVE 0 TO BOOK-BEST-SCORE
                   MOVE 0 TO BOOK-BEST-GAMES
                   PERFORM VARYING AVIDX FROM 1 BY 1
                       UNTIL AVIDX > AVCOUNT
                       MOVE AVAILABLE-X(AVIDX)
                           TO BOOK-LINE(BOOK-PLY * 2 - 1:1)
                       MOVE AVAILABLE-Y(AVIDX)
                           TO BOOK-LINE(BOOK-PLY * 2:1)
                       MOVE BOARD-SIZE TO OB-BOARD-SIZE
                       MOVE BOOK-LINE TO OB-LINE
                       READ OPENBOOK-FILE
                       IF OPENBOOK-STATUS = "00" AND
                               OB-GAMES NOT < BOOK-MIN-GAMES
                           COMPUTE BOOK-SCORE ROUNDED =
                               (OB-WINS * 2 + OB-DRAWS) * 50 / OB-GAMES
                           IF BOOK-FOUND NOT = "Y" OR
                                   BOOK-SCORE > BOOK-BEST-SCORE OR
                                   (BOOK-SCORE = BOOK-BEST-SCORE AND
                                   OB-GAMES > BOOK-BEST-GAMES)
                               MOVE "Y" TO BOOK-FOUND
                               MOVE BOOK-SCORE TO BOOK-BEST-SCORE
                               MOVE OB-GAMES TO BOOK-BEST-GAMES
                               MOVE AVAILABLE-X(AVIDX) TO BOOK-X
                               MOVE AVAILABLE-Y(AVIDX) TO BOOK-Y
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE OPENBOOK-FILE
               END-IF.
       END PROGRAM DO-COMPUTERS-TURN.
