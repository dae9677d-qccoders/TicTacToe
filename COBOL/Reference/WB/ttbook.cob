       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same permanent game history TICTACTOE writes to; supplies the
      * recorded winner behind each archived game id, and marks the
      * voided games that must not teach the book anything.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Permanent move archive, keyed on game id plus move number.
      * Read front to back - the keys keep each game's moves together
      * and in order, which is all the replay needs.
           SELECT MOVEHIST-FILE ASSIGN TO "MOVEHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MOVEHIST-STATUS.

      * The opening book: one record per board size and opening line
      * (the first few moves of a game, in order), carrying how the
      * games that went down that line came out for the side that
      * played its last move. Rebuilt from scratch every run; Hard
      * mode's DO-COMPUTERS-TURN reads it by key.
           SELECT OPENBOOK-FILE ASSIGN TO "OPENBOOK.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-KEY
               FILE STATUS IS OPENBOOK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD.
           05 GL-DATE PIC X(10).
           05 FILLER PIC X.
           05 GL-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-WINNER PIC X.
           05 FILLER PIC X.
           05 GL-MOVES PIC 9(3).
           05 FILLER PIC X.
           05 GL-PLAYER-X PIC X(10).
           05 FILLER PIC X.
           05 GL-PLAYER-O PIC X(10).
           05 FILLER PIC X.
           05 GL-GAME-ID PIC X(6).
           05 FILLER PIC X.
           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).

       FD  MOVEHIST-FILE.
       01  MOVEHIST-RECORD.
           05 MH-KEY.
               10 MH-GAME-ID PIC 9(6).
               10 MH-MOVE-NUM PIC 9(3).
           05 MH-PLAYER PIC X.
           05 MH-X PIC 9.
           05 MH-Y PIC 9.
           05 MH-BOARD-SIZE PIC 9.
      * Spaces on moves archived before times were kept.
           05 MH-TIME PIC X(8).

       FD  OPENBOOK-FILE.
       01  OPENBOOK-RECORD.
           05 OB-KEY.
               10 OB-BOARD-SIZE PIC 9.
      * Up to four moves, each its x then y (one-based, as MOVEHIST
      * has them), spaces after the last move of a shorter line.
               10 OB-LINE PIC X(8).
           05 OB-PLIES PIC 9.
      * The side that played the line's last move; the results below
      * are from that side's point of view.
           05 OB-MOVER PIC X.
           05 OB-GAMES PIC 9(6).
           05 OB-WINS PIC 9(6).
           05 OB-LOSSES PIC 9(6).
           05 OB-DRAWS PIC 9(6).
       WORKING-STORAGE SECTION.
           01 GAMELOG-STATUS PIC XX.
           01 MOVEHIST-STATUS PIC XX.
           01 OPENBOOK-STATUS PIC XX.

      * How deep into a game the book goes. Past the first few moves
      * the lines branch too far for any of them to have been played
      * often enough to mean anything.
           01 BOOK-DEPTH PIC 9 VALUE 4.

      * A line has to have been played this often before the explorer
      * will call it a best or worst move.
           01 BOOK-MIN-GAMES PIC 9(3) VALUE 3.

      * Game headers held in storage so each archived game can be
      * matched to its recorded result. Sized to the 1500 headers
      * TTVOID and TTLOAD hold GAMELOG to. A game with no header here -
      * one past the table, or one whose header TTARCHIV has already
      * rolled off - can't be shown not to have been voided, so it is
      * left out of the book.
           01 HEADER-TABLE.
               05 HEADER-ENTRY OCCURS 1500 TIMES.
                   10 HD-GAME-ID PIC 9(6).
                   10 HD-WINNER PIC X.
                   10 HD-STATUS PIC X.
           01 HEADER-COUNT PIC 9(4) VALUE 0.
           01 HEADER-OVERFLOW PIC X VALUE "N".
           01 HEADER-IDX PIC 9(4).
           01 HEADER-FOUND-IDX PIC 9(4).

      * The game being gathered up off the archive, move by move,
      * until the game id changes.
           01 THIS-GAME-ID PIC 9(6) VALUE 0.
           01 GAME-OPEN PIC X VALUE "N".
           01 GAME-MOVE-COUNT PIC 99 VALUE 0.
           01 GAME-MOVE-TABLE.
               05 GAME-MOVE-ENTRY OCCURS 25 TIMES.
                   10 GM-PLAYER PIC X.
                   10 GM-X PIC 9.
                   10 GM-Y PIC 9.
           01 GAME-RESULT PIC X.
           01 BOARD-SIZE PIC 9 VALUE 3.

      * The opening line being posted to the book, one ply longer
      * each time round.
           01 LINE-PLIES PIC 9.
           01 LINE-WORK PIC X(8).
           01 LINE-MOVER PIC X.

      * First moves of one board size, gathered off the book for the
      * opening explorer and sorted best to worst for X.
           01 FIRST-MOVE-TABLE.
               05 FIRST-MOVE-ENTRY OCCURS 25 TIMES.
                   10 FM-X PIC 9.
                   10 FM-Y PIC 9.
                   10 FM-GAMES PIC 9(6).
                   10 FM-WINS PIC 9(6).
                   10 FM-LOSSES PIC 9(6).
                   10 FM-DRAWS PIC 9(6).
                   10 FM-SCORE-PCT PIC 9(3).
           01 FIRST-MOVE-COUNT PIC 99 VALUE 0.
           01 FIRST-MOVE-IDX PIC 99.
           01 FIRST-MOVE-JDX PIC 99.
           01 BEST-IDX PIC 99.
           01 WORST-IDX PIC 99.
           01 SWAP-ENTRY PIC X(29).
           01 SHOW-SIZE PIC 9.
           01 SHOW-X PIC 9.
           01 SHOW-Y PIC 9.

      * Run counters for the report footer.
           01 MOVES-READ PIC 9(8) VALUE 0.
           01 GAMES-BOOKED PIC 9(6) VALUE 0.
           01 GAMES-NOT-HEADED PIC 9(6) VALUE 0.
           01 GAMES-VOIDED PIC 9(6) VALUE 0.
           01 GAMES-UNFINISHED PIC 9(6) VALUE 0.
           01 LINES-WRITTEN PIC 9(6) VALUE 0.
           01 SIZE-GAMES-TABLE.
               05 SIZE-GAMES PIC 9(6) OCCURS 3 TIMES.
           01 SIZE-SLOT PIC 9.
       PROCEDURE DIVISION.
           PERFORM LOAD-GAME-HEADERS

           OPEN INPUT MOVEHIST-FILE
           IF MOVEHIST-STATUS NOT = "00"
               DISPLAY "TTBOOK: MOVEHIST.IDX could not be opened - statu
      -            "s " MOVEHIST-STATUS " - book not rebuilt."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Every run builds the book afresh from the whole archive, so a
      * voided game or an archive correction drops out of it the very
      * next night with nothing to back out by hand.
           OPEN OUTPUT OPENBOOK-FILE
           CLOSE OPENBOOK-FILE
           OPEN I-O OPENBOOK-FILE
           IF OPENBOOK-STATUS NOT = "00"
               DISPLAY "TTBOOK: OPENBOOK.IDX could not be opened - statu
      -            "s " OPENBOOK-STATUS " - book not rebuilt."
               CLOSE MOVEHIST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROES TO SIZE-GAMES-TABLE

           MOVE ZEROES TO MH-KEY
           START MOVEHIST-FILE KEY IS NOT < MH-KEY
           IF MOVEHIST-STATUS = "00"
               READ MOVEHIST-FILE NEXT
           END-IF
           PERFORM WITH TEST BEFORE UNTIL MOVEHIST-STATUS NOT = "00"
               PERFORM GATHER-ONE-MOVE
               READ MOVEHIST-FILE NEXT
           END-PERFORM
           CLOSE MOVEHIST-FILE
           IF GAME-OPEN = "Y"
               PERFORM BOOK-FINISHED-GAME
           END-IF
           CLOSE OPENBOOK-FILE

           PERFORM PRINT-OPENING-EXPLORER
      * Games past the header table were left out of the book, so it
      * is short of the full history; say so, as TTVERIFY does.
           IF HEADER-OVERFLOW = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

           LOAD-GAME-HEADERS.
           MOVE 0 TO HEADER-COUNT
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS = "00"
               READ GAMELOG-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
                   IF GL-GAME-ID NOT = SPACES AND
                           GL-GAME-ID IS NUMERIC
                       IF HEADER-COUNT < 1500
                           ADD 1 TO HEADER-COUNT
                           MOVE GL-GAME-ID TO HD-GAME-ID(HEADER-COUNT)
                           MOVE GL-WINNER TO HD-WINNER(HEADER-COUNT)
                           MOVE GL-STATUS TO HD-STATUS(HEADER-COUNT)
                       ELSE
                           MOVE "Y" TO HEADER-OVERFLOW
                       END-IF
                   END-IF
                   READ GAMELOG-FILE
               END-PERFORM
           END-IF
           CLOSE GAMELOG-FILE.

      * One archive record. The keys arrive in game-id-then-move
      * order, so a change of game id is the seam between games.
           GATHER-ONE-MOVE.
           ADD 1 TO MOVES-READ
           IF GAME-OPEN NOT = "Y" OR MH-GAME-ID NOT = THIS-GAME-ID
               IF GAME-OPEN = "Y"
                   PERFORM BOOK-FINISHED-GAME
               END-IF
               MOVE "Y" TO GAME-OPEN
               MOVE MH-GAME-ID TO THIS-GAME-ID
               MOVE MH-BOARD-SIZE TO BOARD-SIZE
               MOVE 0 TO GAME-MOVE-COUNT
           END-IF
           IF GAME-MOVE-COUNT < 25
               ADD 1 TO GAME-MOVE-COUNT
               MOVE MH-PLAYER TO GM-PLAYER(GAME-MOVE-COUNT)
               MOVE MH-X TO GM-X(GAME-MOVE-COUNT)
               MOVE MH-Y TO GM-Y(GAME-MOVE-COUNT)
           END-IF.

      * The whole game is in hand: settle how it came out, then post
      * each of its opening lines, one ply at a time, to the book.
           BOOK-FINISHED-GAME.
           MOVE "N" TO GAME-OPEN
           PERFORM FIND-GAME-HEADER
           MOVE " " TO GAME-RESULT
           IF HEADER-FOUND-IDX > 0
               IF HD-STATUS(HEADER-FOUND-IDX) = "V"
                   ADD 1 TO GAMES-VOIDED
               ELSE
                   MOVE HD-WINNER(HEADER-FOUND-IDX) TO GAME-RESULT
                   IF GAME-RESULT NOT = "X" AND GAME-RESULT NOT = "O"
                           AND GAME-RESULT NOT = "Z"
                       ADD 1 TO GAMES-UNFINISHED
                   END-IF
               END-IF
           ELSE
               ADD 1 TO GAMES-NOT-HEADED
           END-IF
           IF (GAME-RESULT = "X" OR GAME-RESULT = "O" OR
                   GAME-RESULT = "Z") AND
                   BOARD-SIZE > 2 AND BOARD-SIZE < 6
               ADD 1 TO GAMES-BOOKED
               COMPUTE SIZE-SLOT = BOARD-SIZE - 2
               ADD 1 TO SIZE-GAMES(SIZE-SLOT)
               MOVE SPACES TO LINE-WORK
               PERFORM POST-OPENING-LINE VARYING LINE-PLIES FROM 1 BY 1
                   UNTIL LINE-PLIES > BOOK-DEPTH OR
                       LINE-PLIES > GAME-MOVE-COUNT
           END-IF.

           FIND-GAME-HEADER.
           MOVE 0 TO HEADER-FOUND-IDX
           PERFORM VARYING HEADER-IDX FROM 1 BY 1
               UNTIL HEADER-IDX > HEADER-COUNT
               IF HD-GAME-ID(HEADER-IDX) = THIS-GAME-ID
                   MOVE HEADER-IDX TO HEADER-FOUND-IDX
               END-IF
           END-PERFORM.

      * Lengthen the line by the next move and credit the game to it
      * from the point of view of whoever played that move - odd plies
      * are X's, even plies O's.
           POST-OPENING-LINE.
           MOVE GM-X(LINE-PLIES) TO LINE-WORK(LINE-PLIES * 2 - 1:1)
           MOVE GM-Y(LINE-PLIES) TO LINE-WORK(LINE-PLIES * 2:1)
           MOVE GM-PLAYER(LINE-PLIES) TO LINE-MOVER
           MOVE BOARD-SIZE TO OB-BOARD-SIZE
           MOVE LINE-WORK TO OB-LINE
           READ OPENBOOK-FILE
           IF OPENBOOK-STATUS NOT = "00"
               MOVE BOARD-SIZE TO OB-BOARD-SIZE
               MOVE LINE-WORK TO OB-LINE
               MOVE LINE-PLIES TO OB-PLIES
               MOVE LINE-MOVER TO OB-MOVER
               MOVE 0 TO OB-GAMES
               MOVE 0 TO OB-WINS
               MOVE 0 TO OB-LOSSES
               MOVE 0 TO OB-DRAWS
           END-IF
           ADD 1 TO OB-GAMES
           EVALUATE TRUE
               WHEN GAME-RESULT = "Z"
                   ADD 1 TO OB-DRAWS
               WHEN GAME-RESULT = LINE-MOVER
                   ADD 1 TO OB-WINS
               WHEN OTHER
                   ADD 1 TO OB-LOSSES
           END-EVALUATE
           IF OB-GAMES = 1
               WRITE OPENBOOK-RECORD
               ADD 1 TO LINES-WRITTEN
           ELSE
               REWRITE OPENBOOK-RECORD
           END-IF
      * A book that can't be written is a book with holes in it; stop
      * rather than hand Hard mode half the story.
           IF OPENBOOK-STATUS NOT = "00"
               DISPLAY "TTBOOK: OPENBOOK.IDX write failed - status "
                   OPENBOOK-STATUS " at game " THIS-GAME-ID
                   " - book incomplete."
               CLOSE OPENBOOK-FILE
               CLOSE MOVEHIST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * The opening explorer: every first move the book knows for each
      * board size, best to worst for X, then the best and worst of
      * those played often enough to judge.
           PRINT-OPENING-EXPLORER.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - OPENING EXPLORER"
           DISPLAY " "
           DISPLAY "First moves by board size (zero-based x,y), results 
      -        "for X; score counts a draw as half a win."
           OPEN INPUT OPENBOOK-FILE
           PERFORM VARYING SHOW-SIZE FROM 3 BY 1 UNTIL SHOW-SIZE > 5
               PERFORM LOAD-FIRST-MOVES
               PERFORM SORT-FIRST-MOVES
               PERFORM PRINT-FIRST-MOVES
           END-PERFORM
           CLOSE OPENBOOK-FILE
           DISPLAY " "
           DISPLAY "Moves read from the archive . . : " MOVES-READ
           DISPLAY "Games entered in the book . . . : " GAMES-BOOKED
           DISPLAY "Voided games left out . . . . . : " GAMES-VOIDED
           DISPLAY "Games with no header left out . : "
               GAMES-NOT-HEADED
           DISPLAY "Unfinished games left out . . . : "
               GAMES-UNFINISHED
           DISPLAY "Opening lines in the book . . . : " LINES-WRITTEN
           IF HEADER-OVERFLOW = "Y"
               DISPLAY "More than 1500 headers on GAMELOG - later "
                   "games are not in the book; run TTARCHIV."
           END-IF
           DISPLAY " "
           DISPLAY "*** End of report ***"
           DISPLAY X'0C'.

      * Lines of every length share a board size's stretch of keys,
      * so the whole stretch is read and the one-move lines picked
      * out of it.
           LOAD-FIRST-MOVES.
           MOVE 0 TO FIRST-MOVE-COUNT
           MOVE SHOW-SIZE TO OB-BOARD-SIZE
           MOVE LOW-VALUES TO OB-LINE
           START OPENBOOK-FILE KEY IS NOT < OB-KEY
           IF OPENBOOK-STATUS = "00"
               READ OPENBOOK-FILE NEXT
           END-IF
           PERFORM WITH TEST BEFORE UNTIL OPENBOOK-STATUS NOT = "00"
                   OR OB-BOARD-SIZE NOT = SHOW-SIZE
               IF OB-PLIES = 1 AND FIRST-MOVE-COUNT < 25
                   ADD 1 TO FIRST-MOVE-COUNT
                   MOVE OB-LINE(1:1) TO FM-X(FIRST-MOVE-COUNT)
                   MOVE OB-LINE(2:1) TO FM-Y(FIRST-MOVE-COUNT)
                   MOVE OB-GAMES TO FM-GAMES(FIRST-MOVE-COUNT)
                   MOVE OB-WINS TO FM-WINS(FIRST-MOVE-COUNT)
                   MOVE OB-LOSSES TO FM-LOSSES(FIRST-MOVE-COUNT)
                   MOVE OB-DRAWS TO FM-DRAWS(FIRST-MOVE-COUNT)
                   COMPUTE FM-SCORE-PCT(FIRST-MOVE-COUNT) ROUNDED =
                       (OB-WINS * 2 + OB-DRAWS) * 50 / OB-GAMES
               END-IF
               READ OPENBOOK-FILE NEXT
           END-PERFORM.

      * Same selection sort TTREPORT's leaderboard uses: best score
      * first, more games breaking a tie.
           SORT-FIRST-MOVES.
           PERFORM VARYING FIRST-MOVE-IDX FROM 1 BY 1
               UNTIL FIRST-MOVE-IDX >= FIRST-MOVE-COUNT
               MOVE FIRST-MOVE-IDX TO BEST-IDX
               PERFORM VARYING FIRST-MOVE-JDX FROM FIRST-MOVE-IDX BY 1
                   UNTIL FIRST-MOVE-JDX > FIRST-MOVE-COUNT
                   IF FM-SCORE-PCT(FIRST-MOVE-JDX) >
                           FM-SCORE-PCT(BEST-IDX) OR
                           (FM-SCORE-PCT(FIRST-MOVE-JDX) =
                           FM-SCORE-PCT(BEST-IDX) AND
                           FM-GAMES(FIRST-MOVE-JDX) >
                           FM-GAMES(BEST-IDX))
                       MOVE FIRST-MOVE-JDX TO BEST-IDX
                   END-IF
               END-PERFORM
               IF BEST-IDX NOT = FIRST-MOVE-IDX
                   MOVE FIRST-MOVE-ENTRY(FIRST-MOVE-IDX) TO SWAP-ENTRY
                   MOVE FIRST-MOVE-ENTRY(BEST-IDX)
                       TO FIRST-MOVE-ENTRY(FIRST-MOVE-IDX)
                   MOVE SWAP-ENTRY TO FIRST-MOVE-ENTRY(BEST-IDX)
               END-IF
           END-PERFORM.

           PRINT-FIRST-MOVES.
           COMPUTE SIZE-SLOT = SHOW-SIZE - 2
           DISPLAY " "
           DISPLAY SHOW-SIZE "x" SHOW-SIZE " board - "
               SIZE-GAMES(SIZE-SLOT) " game(s) in the book"
           IF FIRST-MOVE-COUNT = 0
               DISPLAY "  (no games on this board size)"
           ELSE
               DISPLAY "  MOVE   GAMES   WINS   LOSSES DRAWS  SCORE"
               MOVE 0 TO BEST-IDX
               MOVE 0 TO WORST-IDX
               PERFORM VARYING FIRST-MOVE-IDX FROM 1 BY 1
                   UNTIL FIRST-MOVE-IDX > FIRST-MOVE-COUNT
                   COMPUTE SHOW-X = FM-X(FIRST-MOVE-IDX) - 1
                   COMPUTE SHOW-Y = FM-Y(FIRST-MOVE-IDX) - 1
                   DISPLAY "  " SHOW-X "," SHOW-Y "    "
                       FM-GAMES(FIRST-MOVE-IDX) " "
                       FM-WINS(FIRST-MOVE-IDX) " "
                       FM-LOSSES(FIRST-MOVE-IDX) " "
                       FM-DRAWS(FIRST-MOVE-IDX) " "
                       FM-SCORE-PCT(FIRST-MOVE-IDX) "%"
                   IF FM-GAMES(FIRST-MOVE-IDX) NOT < BOOK-MIN-GAMES
                       IF BEST-IDX = 0
                           MOVE FIRST-MOVE-IDX TO BEST-IDX
                       END-IF
                       MOVE FIRST-MOVE-IDX TO WORST-IDX
                   END-IF
               END-PERFORM
               IF BEST-IDX = 0
                   DISPLAY "  No first move played " BOOK-MIN-GAMES
                       " or more times yet - no best or worst named."
               ELSE
                   COMPUTE SHOW-X = FM-X(BEST-IDX) - 1
                   COMPUTE SHOW-Y = FM-Y(BEST-IDX) - 1
                   DISPLAY "  Best first move . : " SHOW-X "," SHOW-Y
                       " (" FM-SCORE-PCT(BEST-IDX) "% over "
                       FM-GAMES(BEST-IDX) " games)"
                   COMPUTE SHOW-X = FM-X(WORST-IDX) - 1
                   COMPUTE SHOW-Y = FM-Y(WORST-IDX) - 1
                   DISPLAY "  Worst first move  : " SHOW-X "," SHOW-Y
                       " (" FM-SCORE-PCT(WORST-IDX) "% over "
                       FM-GAMES(WORST-IDX) " games)"
               END-IF
           END-IF.
       END PROGRAM TTBOOK.
