       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTBRACKT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Per-player strength ratings maintained by TTRATING; the
      * bracket is seeded from them, strongest player seed 1.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.

      * The knockout bracket itself: one record per match, every
      * round laid out at seeding time, later rounds waiting on the
      * winners that feed them. TICTACTOE locks its two-player name
      * prompts to the next pending match, the same way a pending
      * tournament line locks them, and advances each winner into
      * the match it feeds as soon as the game is written.
           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * Player master maintained by TTPLAYER. Rated players who have
      * since been deactivated or merged away are left out of the
      * draw: a bracket carrying an id TICTACTOE's prompt can never
      * accept would wedge every console on that match.
           SELECT PLAYMAST-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID PIC X(10).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(6).

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
      * W = waiting on a feeder match, P = both players known and
      * the game still to play, C = settled.
           05 BR-STATUS PIC X.
           05 FILLER PIC X.
      * Winning mark, or B when a bye carried the player through.
           05 BR-RESULT PIC X.
           05 FILLER PIC X.
           05 BR-WINNER-ID PIC X(10).
           05 FILLER PIC X.
           05 BR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
      * The match this one's winner goes on to, and the mark they
      * take there; zero on the final.
           05 BR-NEXT-MATCH PIC 9(3).
           05 FILLER PIC X.
           05 BR-NEXT-SLOT PIC X.
           05 FILLER PIC X.
      * Drawn games replayed with the marks swapped before the
      * match was settled.
           05 BR-REPLAYS PIC 9(2).

       FD  PLAYMAST-FILE.
       01  PLAYMAST-RECORD.
           05 PM-ID PIC X(10).
           05 FILLER PIC X.
           05 PM-NAME PIC X(30).
           05 FILLER PIC X.
           05 PM-ACTIVE PIC X.
       WORKING-STORAGE SECTION.
           01 RATINGS-STATUS PIC XX.
           01 BRACKET-STATUS PIC XX.
           01 PLAYMAST-STATUS PIC XX.

      * Which function the organizer asked for.
           01 ACTION-INPUT PIC X.

      * Ratings held in storage for seeding, with the same
      * selection-sort scratch TTLADDER seeds its ladder with.
           01 RATING-TABLE.
               05 RATING-ENTRY OCCURS 50 TIMES.
                   10 RATED-ID PIC X(10).
                   10 RATED-RATING PIC 9(4).
                   10 RATED-GAMES PIC 9(6).
           01 RATED-COUNT PIC 99 VALUE 0.
           01 RATING-IDX PIC 99.
           01 RATING-JDX PIC 99.
           01 BEST-IDX PIC 99.
           01 SWAP-ENTRY.
               05 SWAP-ID PIC X(10).
               05 SWAP-RATING PIC 9(4).
               05 SWAP-GAMES PIC 9(6).

      * The field, in seed order. Thirty-two is the most one bracket
      * takes; below that the strongest players fill it and the
      * rest sit this one out.
           01 ENTRANT-TABLE.
               05 ENTRANT-ID PIC X(10) OCCURS 32 TIMES.
           01 ENTRANT-COUNT PIC 99 VALUE 0.
           01 ENTRANT-OK PIC X.

      * Bracket size (entrants rounded up to a power of two - the
      * gap is made up with byes), and the standard seed order down
      * the draw: built by doubling, each seed S in a draw of L
      * slots paired with seed 2L+1-S, so seed 1 meets the weakest
      * and the top two seeds can only meet in the final.
           01 BRACKET-SIZE PIC 99.
           01 SEED-ORDER-TABLE.
               05 SEED-ORDER PIC 99 OCCURS 32 TIMES.
           01 NEW-ORDER-TABLE.
               05 NEW-ORDER PIC 99 OCCURS 32 TIMES.
           01 ORDER-LEN PIC 99.
           01 ORDER-IDX PIC 99.
           01 TOP-SEED PIC 99.
           01 BOTTOM-SEED PIC 99.

      * Round layout: where each round's matches start in the match
      * numbering, how many it has, and the match being laid out.
           01 ROUND-START-TABLE.
               05 ROUND-START PIC 9(3) OCCURS 6 TIMES.
           01 ROUND-COUNT PIC 9.
           01 ROUND-NUM PIC 9(2).
           01 ROUND-MATCHES PIC 99.
           01 MATCH-POS PIC 99.
           01 NEXT-POS PIC 99.
           01 POS-QUOT PIC 99.
           01 POS-REM PIC 9.

      * The bracket held in storage; match number = table position.
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
           01 FEED-IDX PIC 99.
           01 ADVANCING-ID PIC X(10).
           01 BYE-COUNT PIC 99 VALUE 0.
           01 ALREADY-BUSY PIC X.

      * Report scratch: the round being listed, the earliest round
      * still unsettled, and the status as words.
           01 PRINT-ROUND PIC 9(2).
           01 CURRENT-ROUND PIC 9(2).
           01 LAST-ROUND PIC 9(2).
           01 STATUS-TEXT PIC X(24).
           01 CHAMPION-ID PIC X(10).

      * Registered ids from the player master, same table shape the
      * other programs load it into.
           01 REGISTERED-TABLE.
               05 REGISTERED-ENTRY OCCURS 50 TIMES.
                   10 REG-ID PIC X(10).
                   10 REG-ACTIVE PIC X.
           01 REGISTERED-COUNT PIC 99 VALUE 0.
           01 REGIDX PIC 99.
       PROCEDURE DIVISION.
           DISPLAY "QC CODERS' TIC-TAC-TOE - KNOCKOUT BRACKET"
           DISPLAY " "
           DISPLAY "S=Seed bracket from ratings, P=Print bracket: "
               WITH NO ADVANCING
           ACCEPT ACTION-INPUT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(ACTION-INPUT) TO ACTION-INPUT
           EVALUATE ACTION-INPUT
               WHEN "S"
                   PERFORM SEED-BRACKET
               WHEN "P"
                   PERFORM PRINT-BRACKET
               WHEN OTHER
                   DISPLAY "Nothing done."
           END-EVALUATE
           GOBACK.

      * Build a fresh bracket from the ratings. Reseeding throws
      * away every result the bracket has settled so far, so it
      * refuses while any match is still to be played - finish the
      * bracket first.
           SEED-BRACKET.
           PERFORM LOAD-BRACKET
           MOVE "N" TO ALREADY-BUSY
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               IF BK-STATUS(BRACKET-IDX) NOT = "C"
                   MOVE "Y" TO ALREADY-BUSY
               END-IF
           END-PERFORM
           IF ALREADY-BUSY = "Y"
               DISPLAY "The current bracket is still being played - fini
      -            "sh it before seeding a new one."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RATINGS
               PERFORM SORT-RATINGS
               PERFORM LOAD-PLAYER-MASTER
               PERFORM PICK-ENTRANTS
               IF ENTRANT-COUNT < 2
                   DISPLAY "RATINGS.DAT needs at least two rated, active
      -                " players to seed a bracket - run TTRATING first.
      -                ""
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BUILD-SEED-ORDER
                   PERFORM LAY-OUT-ROUNDS
                   PERFORM SETTLE-BYES
                   PERFORM SAVE-BRACKET
                   DISPLAY "Bracket seeded - " ENTRANT-COUNT
                       " player(s), " BYE-COUNT " bye(s), "
                       ROUND-COUNT " round(s)."
               END-IF
           END-IF.

           LOAD-RATINGS.
           MOVE 0 TO RATED-COUNT
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               READ RATINGS-FILE
               PERFORM WITH TEST BEFORE UNTIL RATINGS-STATUS NOT = "00"
                   IF RATED-COUNT < 50
                       ADD 1 TO RATED-COUNT
                       MOVE RT-ID TO RATED-ID(RATED-COUNT)
                       MOVE RT-RATING TO RATED-RATING(RATED-COUNT)
                       MOVE RT-GAMES TO RATED-GAMES(RATED-COUNT)
                   END-IF
                   READ RATINGS-FILE
               END-PERFORM
           END-IF
           CLOSE RATINGS-FILE.

           SORT-RATINGS.
           PERFORM VARYING RATING-IDX FROM 1 BY 1
               UNTIL RATING-IDX >= RATED-COUNT
               MOVE RATING-IDX TO BEST-IDX
               PERFORM VARYING RATING-JDX FROM RATING-IDX BY 1
                   UNTIL RATING-JDX > RATED-COUNT
                   IF RATED-RATING(RATING-JDX) >
                           RATED-RATING(BEST-IDX)
                       MOVE RATING-JDX TO BEST-IDX
                   END-IF
               END-PERFORM
               IF BEST-IDX NOT = RATING-IDX
                   PERFORM SWAP-RATING-ENTRIES
               END-IF
           END-PERFORM.

           SWAP-RATING-ENTRIES.
           MOVE RATING-ENTRY(RATING-IDX) TO SWAP-ENTRY
           MOVE RATING-ENTRY(BEST-IDX) TO RATING-ENTRY(RATING-IDX)
           MOVE SWAP-ENTRY TO RATING-ENTRY(BEST-IDX).

           LOAD-PLAYER-MASTER.
           MOVE 0 TO REGISTERED-COUNT
           OPEN INPUT PLAYMAST-FILE
           IF PLAYMAST-STATUS = "00"
               READ PLAYMAST-FILE
               PERFORM WITH TEST BEFORE UNTIL PLAYMAST-STATUS NOT = "00"
                   IF REGISTERED-COUNT < 50
                       ADD 1 TO REGISTERED-COUNT
                       MOVE PM-ID TO REG-ID(REGISTERED-COUNT)
                       MOVE PM-ACTIVE TO REG-ACTIVE(REGISTERED-COUNT)
                   END-IF
                   READ PLAYMAST-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYMAST-FILE.

      * Take the rated players strongest first, passing over anyone
      * no longer active on the master (an empty master vets nothing,
      * same as TICTACTOE's own prompt), until the bracket is full.
           PICK-ENTRANTS.
           MOVE 0 TO ENTRANT-COUNT
           PERFORM PICK-ONE-ENTRANT VARYING RATING-IDX FROM 1 BY 1
               UNTIL RATING-IDX > RATED-COUNT.

           PICK-ONE-ENTRANT.
           MOVE "N" TO ENTRANT-OK
           IF REGISTERED-COUNT = 0
               MOVE "Y" TO ENTRANT-OK
           ELSE
               PERFORM VARYING REGIDX FROM 1 BY 1
                   UNTIL REGIDX > REGISTERED-COUNT
                   IF REG-ID(REGIDX) = RATED-ID(RATING-IDX) AND
                           REG-ACTIVE(REGIDX) = "A"
                       MOVE "Y" TO ENTRANT-OK
                   END-IF
               END-PERFORM
           END-IF
           IF ENTRANT-OK = "Y" AND ENTRANT-COUNT < 32
               ADD 1 TO ENTRANT-COUNT
               MOVE RATED-ID(RATING-IDX) TO ENTRANT-ID(ENTRANT-COUNT)
           ELSE
               IF ENTRANT-OK NOT = "Y"
                   DISPLAY RATED-ID(RATING-IDX) " is not an active regis
      -                "tered player - left out of the draw."
               END-IF
           END-IF.

      * Round the field up to a power of two, then double the seed
      * order out to that size: 1 / 1 2 / 1 4 2 3 / 1 8 4 5 2 7 3 6.
           BUILD-SEED-ORDER.
           MOVE 2 TO BRACKET-SIZE
           MOVE 1 TO ROUND-COUNT
           PERFORM WITH TEST BEFORE UNTIL BRACKET-SIZE >= ENTRANT-COUNT
               COMPUTE BRACKET-SIZE = BRACKET-SIZE * 2
               ADD 1 TO ROUND-COUNT
           END-PERFORM
           COMPUTE BYE-COUNT = BRACKET-SIZE - ENTRANT-COUNT
           MOVE 1 TO ORDER-LEN
           MOVE 1 TO SEED-ORDER(1)
           PERFORM DOUBLE-SEED-ORDER
               UNTIL ORDER-LEN >= BRACKET-SIZE.

           DOUBLE-SEED-ORDER.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-LEN
               MOVE SEED-ORDER(ORDER-IDX)
                   TO NEW-ORDER(ORDER-IDX * 2 - 1)
               COMPUTE NEW-ORDER(ORDER-IDX * 2) =
                   ORDER-LEN * 2 + 1 - SEED-ORDER(ORDER-IDX)
           END-PERFORM
           COMPUTE ORDER-LEN = ORDER-LEN * 2
           MOVE NEW-ORDER-TABLE TO SEED-ORDER-TABLE.

      * Every match of every round is written now, numbered round by
      * round; later rounds start empty and waiting. Each match
      * records where its winner goes: position P of a round feeds
      * position (P+1)/2 of the next, the upper of the two feeders
      * taking X there.
           LAY-OUT-ROUNDS.
           MOVE 0 TO BRACKET-COUNT
           MOVE BRACKET-SIZE TO ROUND-MATCHES
           MOVE 1 TO ROUND-START(1)
           PERFORM VARYING ROUND-NUM FROM 1 BY 1
               UNTIL ROUND-NUM > ROUND-COUNT
               COMPUTE ROUND-MATCHES = ROUND-MATCHES / 2
               COMPUTE ROUND-START(ROUND-NUM + 1) =
                   ROUND-START(ROUND-NUM) + ROUND-MATCHES
               PERFORM LAY-OUT-ONE-MATCH VARYING MATCH-POS FROM 1 BY 1
                   UNTIL MATCH-POS > ROUND-MATCHES
           END-PERFORM.

           LAY-OUT-ONE-MATCH.
           ADD 1 TO BRACKET-COUNT
           MOVE BRACKET-COUNT TO BK-MATCH-NUM(BRACKET-COUNT)
           MOVE ROUND-NUM TO BK-ROUND(BRACKET-COUNT)
           MOVE SPACES TO BK-PLAYER-X(BRACKET-COUNT)
           MOVE SPACES TO BK-PLAYER-O(BRACKET-COUNT)
           MOVE "W" TO BK-STATUS(BRACKET-COUNT)
           MOVE SPACE TO BK-RESULT(BRACKET-COUNT)
           MOVE SPACES TO BK-WINNER-ID(BRACKET-COUNT)
           MOVE 0 TO BK-GAME-ID(BRACKET-COUNT)
           MOVE 0 TO BK-REPLAYS(BRACKET-COUNT)
           IF ROUND-NUM = ROUND-COUNT
               MOVE 0 TO BK-NEXT-MATCH(BRACKET-COUNT)
               MOVE SPACE TO BK-NEXT-SLOT(BRACKET-COUNT)
           ELSE
               DIVIDE MATCH-POS BY 2 GIVING POS-QUOT REMAINDER POS-REM
               COMPUTE NEXT-POS = POS-QUOT + POS-REM
               COMPUTE BK-NEXT-MATCH(BRACKET-COUNT) =
                   ROUND-START(ROUND-NUM + 1) + NEXT-POS - 1
               IF POS-REM = 1
                   MOVE "X" TO BK-NEXT-SLOT(BRACKET-COUNT)
               ELSE
                   MOVE "O" TO BK-NEXT-SLOT(BRACKET-COUNT)
               END-IF
           END-IF
      * First-round pairings come straight off the seed order; the
      * higher seed takes X, the first move being the reward for
      * the better rating.
           IF ROUND-NUM = 1
               MOVE SEED-ORDER(MATCH-POS * 2 - 1) TO TOP-SEED
               MOVE SEED-ORDER(MATCH-POS * 2) TO BOTTOM-SEED
               MOVE ENTRANT-ID(TOP-SEED) TO BK-PLAYER-X(BRACKET-COUNT)
               IF BOTTOM-SEED > ENTRANT-COUNT
                   MOVE "*BYE*" TO BK-PLAYER-O(BRACKET-COUNT)
               ELSE
                   MOVE ENTRANT-ID(BOTTOM-SEED)
                       TO BK-PLAYER-O(BRACKET-COUNT)
               END-IF
               MOVE "P" TO BK-STATUS(BRACKET-COUNT)
           END-IF.

      * A first-round bye is settled on the spot - the seeded player
      * goes straight through to round two without a game.
           SETTLE-BYES.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > BRACKET-COUNT
               IF BK-ROUND(FEED-IDX) = 1 AND
                       BK-PLAYER-O(FEED-IDX) = "*BYE*"
                   MOVE "C" TO BK-STATUS(FEED-IDX)
                   MOVE "B" TO BK-RESULT(FEED-IDX)
                   MOVE BK-PLAYER-X(FEED-IDX) TO BK-WINNER-ID(FEED-IDX)
                   MOVE BK-PLAYER-X(FEED-IDX) TO ADVANCING-ID
                   PERFORM ADVANCE-BRACKET-WINNER
               END-IF
           END-PERFORM.

      * Seat the winner of match FEED-IDX in the match it feeds; once
      * both seats there are filled, that match is ready to play.
           ADVANCE-BRACKET-WINNER.
           IF BK-NEXT-MATCH(FEED-IDX) > 0
               MOVE BK-NEXT-MATCH(FEED-IDX) TO BRACKET-IDX
               IF BK-NEXT-SLOT(FEED-IDX) = "X"
                   MOVE ADVANCING-ID TO BK-PLAYER-X(BRACKET-IDX)
               ELSE
                   MOVE ADVANCING-ID TO BK-PLAYER-O(BRACKET-IDX)
               END-IF
               IF BK-PLAYER-X(BRACKET-IDX) NOT = SPACES AND
                       BK-PLAYER-O(BRACKET-IDX) NOT = SPACES
                   MOVE "P" TO BK-STATUS(BRACKET-IDX)
               END-IF
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
           CLOSE BRACKET-FILE.

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

      * The whole draw round by round, then the round now in play
      * with the games it still needs - or the champion, once the
      * final is settled.
           PRINT-BRACKET.
           PERFORM LOAD-BRACKET
           IF BRACKET-COUNT = 0
               DISPLAY "No bracket on file - seed one from the "
                       "ratings first."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO CURRENT-ROUND
               MOVE 0 TO LAST-ROUND
               PERFORM VARYING BRACKET-IDX FROM BRACKET-COUNT BY -1
                   UNTIL BRACKET-IDX < 1
                   IF BK-STATUS(BRACKET-IDX) NOT = "C"
                       MOVE BK-ROUND(BRACKET-IDX) TO CURRENT-ROUND
                   END-IF
                   IF BK-ROUND(BRACKET-IDX) > LAST-ROUND
                       MOVE BK-ROUND(BRACKET-IDX) TO LAST-ROUND
                   END-IF
               END-PERFORM
               DISPLAY X'0C'
               DISPLAY "QC CODERS' TIC-TAC-TOE - KNOCKOUT BRACKET"
               PERFORM PRINT-ONE-ROUND VARYING PRINT-ROUND FROM 1 BY 1
                   UNTIL PRINT-ROUND > LAST-ROUND
               DISPLAY " "
               IF CURRENT-ROUND = 0
                   MOVE BK-WINNER-ID(BRACKET-COUNT) TO CHAMPION-ID
                   DISPLAY "Bracket complete - champion: " CHAMPION-ID
               ELSE
                   PERFORM PRINT-CURRENT-ROUND
               END-IF
               DISPLAY " "
               DISPLAY "*** End of bracket ***"
               DISPLAY X'0C'
           END-IF.

           PRINT-ONE-ROUND.
           DISPLAY " "
           IF PRINT-ROUND = LAST-ROUND
               DISPLAY "Round " PRINT-ROUND " (final)"
           ELSE
               DISPLAY "Round " PRINT-ROUND
           END-IF
           DISPLAY "MATCH PLAYER X     PLAYER O     STATUS"
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               IF BK-ROUND(BRACKET-IDX) = PRINT-ROUND
                   PERFORM SET-STATUS-TEXT
                   DISPLAY BK-MATCH-NUM(BRACKET-IDX) "   "
                       BK-PLAYER-X(BRACKET-IDX) "   "
                       BK-PLAYER-O(BRACKET-IDX) "   " STATUS-TEXT
               END-IF
           END-PERFORM.

           SET-STATUS-TEXT.
           MOVE SPACES TO STATUS-TEXT
           EVALUATE TRUE
               WHEN BK-STATUS(BRACKET-IDX) = "W"
                   MOVE "waiting" TO STATUS-TEXT
               WHEN BK-STATUS(BRACKET-IDX) = "P"
                   MOVE "to play" TO STATUS-TEXT
               WHEN BK-RESULT(BRACKET-IDX) = "B"
                   STRING "bye - " BK-WINNER-ID(BRACKET-IDX)
                       DELIMITED BY SIZE INTO STATUS-TEXT
               WHEN OTHER
                   STRING "won - " BK-WINNER-ID(BRACKET-IDX)
                       DELIMITED BY SIZE INTO STATUS-TEXT
           END-EVALUATE.

           PRINT-CURRENT-ROUND.
           DISPLAY "Current round: " CURRENT-ROUND
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               IF BK-ROUND(BRACKET-IDX) = CURRENT-ROUND AND
                       BK-STATUS(BRACKET-IDX) = "P"
                   IF BK-REPLAYS(BRACKET-IDX) > 0
                       DISPLAY "  Match " BK-MATCH-NUM(BRACKET-IDX)
                           ": " BK-PLAYER-X(BRACKET-IDX) " (X) vs "
                           BK-PLAYER-O(BRACKET-IDX) " (O) - replay "
                           BK-REPLAYS(BRACKET-IDX) " after a draw"
                   ELSE
                       DISPLAY "  Match " BK-MATCH-NUM(BRACKET-IDX)
                           ": " BK-PLAYER-X(BRACKET-IDX) " (X) vs "
                           BK-PLAYER-O(BRACKET-IDX) " (O)"
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM TTBRACKT.
