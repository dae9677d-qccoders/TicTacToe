           SELECT CHECKPOINT-FILE ASSIGN TO "RTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

      * One line per game applied, with both players' ratings as they
      * stood going into it. A rating can't simply be "un-applied"
      * once later games have built on it, so this is what lets a
      * rerate wind everyone back to where they were before a given
      * game and play the history forward again from there.
           SELECT JOURNAL-FILE ASSIGN TO "RTJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

      * Scratch copy of the journal lines that survive a rerate,
      * copied back over the journal once the wind-back is done.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "RTJRNWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-WORK-STATUS.

      * Rerate requests left by TTVOID: one game id per line, each a
      * game taken back after it may already have been rated. The
      * lowest id is where the rerate starts; the file is emptied
      * once the rerate has been applied, and likewise once a request
      * the journal can't reach has been dropped.
           SELECT RERATE-FILE ASSIGN TO "RTRERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RERATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAMELOG-FILE.
           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-GAME-ID PIC 9(6).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 JR-X-ID PIC X(10).
           05 FILLER PIC X.
           05 JR-X-OLD-RATING PIC 9(4).
           05 FILLER PIC X.
           05 JR-O-ID PIC X(10).
           05 FILLER PIC X.
           05 JR-O-OLD-RATING PIC 9(4).

       FD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD PIC X(38).

       FD  RERATE-FILE.
       01  RERATE-RECORD.
           05 RR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 RR-REASON PIC X(20).
       WORKING-STORAGE SECTION.
           01 GAMELOG-STATUS PIC XX.
           01 RATINGS-STATUS PIC XX.
           01 CHECKPOINT-STATUS PIC XX.
           01 JOURNAL-STATUS PIC XX.
           01 JOURNAL-WORK-STATUS PIC XX.
           01 RERATE-STATUS PIC XX.

      * Everyone with a rating, loaded at start of run and written
      * back at the end; sized like TTREPORT's player table. New
           01 HIGHEST-GAME-ID PIC 9(6) VALUE 0.
           01 THIS-GAME-ID PIC 9(6).

      * Lowest game id waiting on a rerate (0 = none pending), and one
      * flag per rating-table slot marking a player already wound back
      * to the rating they carried into the first game being undone -
      * only that first, earliest rating is the one to go back to.
           01 RERATE-FROM-ID PIC 9(6) VALUE 0.
           01 RERATES-DROPPED PIC 9(4) VALUE 0.
           01 RESTORED-TABLE.
               05 RESTORED-FLAG PIC X OCCURS 50 TIMES.
           01 GAMES-UNWOUND PIC 9(6) VALUE 0.

      * The journal lines a rerate would wind back, held so they can
      * be matched against GAMELOG before anything is touched: every
      * game rated since the rerate point needs exactly one line, and
      * every line needs a header to rate its game again from. Sized
      * to the 1500 headers TTVOID holds GAMELOG to.
           01 COVER-TABLE.
               05 COVER-ENTRY OCCURS 1500 TIMES.
                   10 CV-GAME-ID PIC 9(6).
                   10 CV-HEADED PIC X.
           01 COVER-COUNT PIC 9(4) VALUE 0.
           01 COVER-IDX PIC 9(4).
           01 COVER-FOUND-IDX PIC 9(4).
           01 COVER-GAP PIC X VALUE "N".
           01 COVER-REASON PIC X(60).

      * Lowest game id on the journal (0 = journal empty). Games rated
      * before the journal was kept have no line to wind back with.
           01 JOURNAL-FIRST-ID PIC 9(6) VALUE 0.

      * Set when a journal line can't be appended: no game is rated
      * past the last one journaled, so the checkpoint and journal
      * stay in step.
           01 JOURNAL-FAILED PIC X VALUE "N".

      * The two sides of the game being rated and its result from X's
      * point of view: 1 = X won, 0 = O won, .5 = draw.
           01 X-SIDE-IDX PIC 99.
      * Run counters for the report.
           01 GAMES-APPLIED PIC 9(6) VALUE 0.
           01 GAMES-SKIPPED PIC 9(6) VALUE 0.
           01 GAMES-VOIDED PIC 9(6) VALUE 0.

      * Leaderboard-style sort scratch, same shape TTREPORT uses.
           01 BEST-IDX PIC 99.
       PROCEDURE DIVISION.
           PERFORM LOAD-RATINGS
           PERFORM LOAD-CHECKPOINT
           PERFORM FIND-JOURNAL-START
           PERFORM LOAD-RERATE-REQUESTS
      * A wind-back the journal can't fully account for would back
      * out some games and then rate them all again, so it is refused
      * outright and every file left as it was.
           IF RERATE-FROM-ID > 0 AND RERATE-FROM-ID NOT > LAST-GAME-ID
               PERFORM CHECK-JOURNAL-COVERAGE
               IF COVER-GAP = "Y"
                   DISPLAY "TTRATING: rerate from game " RERATE-FROM-ID
                       " refused - " FUNCTION TRIM(COVER-REASON)
                   DISPLAY "RATINGS, RTCHKPT and RTRERATE left as they "
                       "were. Restore the ratings files from the last "
                       "TTBACKUP generation and run again."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNWIND-RATINGS
           END-IF
           MOVE LAST-GAME-ID TO HIGHEST-GAME-ID

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "TTRATING: RTJOURNL.DAT could not be opened - sta
      -            "tus " JOURNAL-STATUS " - nothing rated."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTRATING: GAMELOG.DAT could not be opened - stat
           END-IF
           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
                   OR JOURNAL-FAILED = "Y"
               PERFORM RATE-ONE-GAME
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE
           CLOSE JOURNAL-FILE
      * The ratings and checkpoint are still saved up to the last game
      * journaled, so the next run picks up exactly where this one
      * stopped without journaling anything twice.
           IF JOURNAL-FAILED = "Y"
               DISPLAY "TTRATING: RTJOURNL.DAT write failed - status "
                   JOURNAL-STATUS " at game " THIS-GAME-ID
                   " - rated through game " HIGHEST-GAME-ID " only."
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM SAVE-RATINGS
           PERFORM SAVE-CHECKPOINT
           IF RERATE-FROM-ID > 0 OR RERATES-DROPPED > 0
               PERFORM CLEAR-RERATE-REQUESTS
           END-IF
           PERFORM SORT-RATINGS
           PERFORM PRINT-RATINGS-REPORT
           IF RERATES-DROPPED > 0 AND JOURNAL-FAILED = "N"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

           LOAD-RATINGS.
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           FIND-JOURNAL-START.
           MOVE 0 TO JOURNAL-FIRST-ID
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
                   IF JOURNAL-FIRST-ID = 0 OR
                           JR-GAME-ID < JOURNAL-FIRST-ID
                       MOVE JR-GAME-ID TO JOURNAL-FIRST-ID
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE.

      * A request for a game rated before the journal's first line
      * can never be wound back - no backup holds lines that were
      * never written - so it is dropped with a warning rather than
      * refused night after night; the ratings go on counting that
      * game. TTVOID no longer leaves such requests, but one already
      * waiting is cleared the same way.
           LOAD-RERATE-REQUESTS.
           MOVE 0 TO RERATE-FROM-ID
           OPEN INPUT RERATE-FILE
           IF RERATE-STATUS = "00"
               READ RERATE-FILE
               PERFORM WITH TEST BEFORE UNTIL RERATE-STATUS NOT = "00"
                   IF RR-GAME-ID IS NUMERIC AND RR-GAME-ID > 0
                       IF RR-GAME-ID NOT > LAST-GAME-ID AND
                               (JOURNAL-FIRST-ID = 0 OR
                               RR-GAME-ID < JOURNAL-FIRST-ID)
                           ADD 1 TO RERATES-DROPPED
                           DISPLAY "TTRATING: rerate request for game "
                               RR-GAME-ID " dropped - it was rated "
                               "before the journal was kept, so the "
                               "ratings still count it."
                       ELSE
                           IF RERATE-FROM-ID = 0 OR
                                   RR-GAME-ID < RERATE-FROM-ID
                               MOVE RR-GAME-ID TO RERATE-FROM-ID
                           END-IF
                       END-IF
                   END-IF
                   READ RERATE-FILE
               END-PERFORM
           END-IF
           CLOSE RERATE-FILE.

           CLEAR-RERATE-REQUESTS.
           OPEN OUTPUT RERATE-FILE
           CLOSE RERATE-FILE.

      * Wind every rating back to where it stood before the rerate
      * point: each journal line at or past it gives back one game to
      * both players, and the first line a player turns up on holds
      * the rating they carried in. The checkpoint drops to just
      * before the rerate point so the ordinary pass below replays
      * the history from there, this time stepping over the void.
      * The journal is trimmed through the scratch file. A failure
      * copying out leaves the journal untouched; a failure copying
      * back leaves it short, which the coverage check will refuse
      * until it is restored. Either way nothing else is saved.
           UNWIND-RATINGS.
           MOVE ALL "N" TO RESTORED-TABLE
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT JOURNAL-WORK-FILE
           IF JOURNAL-WORK-STATUS NOT = "00"
               DISPLAY "TTRATING: RTJRNWK.DAT could not be opened - "
                   "status " JOURNAL-WORK-STATUS " - nothing rated."
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
                   IF JR-GAME-ID < RERATE-FROM-ID
                       WRITE JOURNAL-WORK-RECORD FROM JOURNAL-RECORD
                       IF JOURNAL-WORK-STATUS NOT = "00"
                           DISPLAY "TTRATING: RTJRNWK.DAT write failed "
                               "- status " JOURNAL-WORK-STATUS
                               " - nothing rated."
                           CLOSE JOURNAL-FILE
                           CLOSE JOURNAL-WORK-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   ELSE
                       PERFORM UNWIND-ONE-GAME
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-WORK-FILE

           OPEN INPUT JOURNAL-WORK-FILE
           OPEN OUTPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "TTRATING: RTJOURNL.DAT could not be rewritten "
                   "- status " JOURNAL-STATUS " - nothing rated."
               CLOSE JOURNAL-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ JOURNAL-WORK-FILE
           PERFORM WITH TEST BEFORE UNTIL JOURNAL-WORK-STATUS NOT = "00"
               WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD
               IF JOURNAL-STATUS NOT = "00"
                   DISPLAY "TTRATING: RTJOURNL.DAT rewrite failed - "
                       "status " JOURNAL-STATUS " - nothing rated; "
                       "restore RTJOURNL before the next run."
                   CLOSE JOURNAL-WORK-FILE
                   CLOSE JOURNAL-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ JOURNAL-WORK-FILE
           END-PERFORM
           CLOSE JOURNAL-WORK-FILE
           CLOSE JOURNAL-FILE
           COMPUTE LAST-GAME-ID = RERATE-FROM-ID - 1.

      * Prove the journal can carry the rerate before a thing is
      * wound back. Its lines from the rerate point on must run no
      * further than the checkpoint, name no game twice, and name only
      * games still on GAMELOG to be rated again; and every game in
      * that stretch that would have been rated needs its line. The
      * first gap found is kept as the reason the rerate is refused.
           CHECK-JOURNAL-COVERAGE.
           MOVE "N" TO COVER-GAP
           MOVE SPACES TO COVER-REASON
           MOVE 0 TO COVER-COUNT
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
                       OR COVER-GAP = "Y"
                   IF JR-GAME-ID NOT < RERATE-FROM-ID
                       PERFORM HOLD-JOURNAL-LINE
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE
           IF COVER-GAP = "N"
               OPEN INPUT GAMELOG-FILE
               IF GAMELOG-STATUS NOT = "00"
                   MOVE "Y" TO COVER-GAP
                   STRING "GAMELOG.DAT could not be opened, status "
                       DELIMITED BY SIZE
                       GAMELOG-STATUS DELIMITED BY SIZE
                       INTO COVER-REASON
               ELSE
                   READ GAMELOG-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL GAMELOG-STATUS NOT = "00"
                           OR COVER-GAP = "Y"
                       PERFORM CHECK-ONE-COVERED-GAME
                       READ GAMELOG-FILE
                   END-PERFORM
                   CLOSE GAMELOG-FILE
               END-IF
           END-IF
           IF COVER-GAP = "N"
               PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT OR COVER-GAP = "Y"
                   IF CV-HEADED(COVER-IDX) NOT = "Y"
                       MOVE "Y" TO COVER-GAP
                       STRING "journal line for game " DELIMITED BY SIZE
                           CV-GAME-ID(COVER-IDX) DELIMITED BY SIZE
                           " has no header on GAMELOG" DELIMITED BY SIZE
                           INTO COVER-REASON
                   END-IF
               END-PERFORM
           END-IF.

           HOLD-JOURNAL-LINE.
           PERFORM VARYING COVER-IDX FROM 1 BY 1
               UNTIL COVER-IDX > COVER-COUNT
               IF CV-GAME-ID(COVER-IDX) = JR-GAME-ID
                   MOVE "Y" TO COVER-GAP
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN COVER-GAP = "Y"
                   STRING "journal holds game " DELIMITED BY SIZE
                       JR-GAME-ID DELIMITED BY SIZE
                       " more than once" DELIMITED BY SIZE
                       INTO COVER-REASON
               WHEN JR-GAME-ID > LAST-GAME-ID
                   MOVE "Y" TO COVER-GAP
                   STRING "journal holds game " DELIMITED BY SIZE
                       JR-GAME-ID DELIMITED BY SIZE
                       ", past the checkpoint" DELIMITED BY SIZE
                       INTO COVER-REASON
               WHEN COVER-COUNT NOT < 1500
                   MOVE "Y" TO COVER-GAP
                   MOVE "more than 1500 journal lines to wind back"
                       TO COVER-REASON
               WHEN OTHER
                   ADD 1 TO COVER-COUNT
                   MOVE JR-GAME-ID TO CV-GAME-ID(COVER-COUNT)
                   MOVE "N" TO CV-HEADED(COVER-COUNT)
           END-EVALUATE.

      * One header inside the stretch being rerated. A voided game may
      * or may not have been rated before it was voided, so only the
      * games RATE-ONE-GAME would still rate - two distinct, real
      * players, both on the ratings file - must have a line.
           CHECK-ONE-COVERED-GAME.
           IF GL-GAME-ID NOT = SPACES AND GL-GAME-ID IS NUMERIC
               MOVE GL-GAME-ID TO THIS-GAME-ID
               IF THIS-GAME-ID NOT < RERATE-FROM-ID AND
                       THIS-GAME-ID NOT > LAST-GAME-ID
                   MOVE 0 TO COVER-FOUND-IDX
                   PERFORM VARYING COVER-IDX FROM 1 BY 1
                       UNTIL COVER-IDX > COVER-COUNT
                       IF CV-GAME-ID(COVER-IDX) = THIS-GAME-ID
                           MOVE COVER-IDX TO COVER-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF COVER-FOUND-IDX > 0
                       MOVE "Y" TO CV-HEADED(COVER-FOUND-IDX)
                   ELSE
                       IF GL-STATUS NOT = "V" AND
                               GL-PLAYER-X NOT = GL-PLAYER-O AND
                               GL-PLAYER-X NOT = "GUEST" AND
                               GL-PLAYER-O NOT = "GUEST" AND
                               GL-PLAYER-X NOT = "UNKNOWN" AND
                               GL-PLAYER-O NOT = "UNKNOWN"
                           MOVE GL-PLAYER-X TO LOOKUP-ID
                           PERFORM FIND-RATED-PLAYER
                           MOVE FOUND-IDX TO X-SIDE-IDX
                           MOVE GL-PLAYER-O TO LOOKUP-ID
                           PERFORM FIND-RATED-PLAYER
                           MOVE FOUND-IDX TO O-SIDE-IDX
                           IF X-SIDE-IDX > 0 AND O-SIDE-IDX > 0
                               MOVE "Y" TO COVER-GAP
                               STRING "game " DELIMITED BY SIZE
                                   THIS-GAME-ID DELIMITED BY SIZE
                                   " was rated but has no journal line"
                                   DELIMITED BY SIZE
                                   INTO COVER-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           FIND-RATED-PLAYER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING RATING-IDX FROM 1 BY 1
               UNTIL RATING-IDX > RATED-COUNT
               IF RATED-ID(RATING-IDX) = LOOKUP-ID
                   MOVE RATING-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           UNWIND-ONE-GAME.
           ADD 1 TO GAMES-UNWOUND
           MOVE JR-X-ID TO LOOKUP-ID
           MOVE JR-X-OLD-RATING TO X-OLD-RATING
           PERFORM UNWIND-ONE-PLAYER
           MOVE JR-O-ID TO LOOKUP-ID
           MOVE JR-O-OLD-RATING TO X-OLD-RATING
           PERFORM UNWIND-ONE-PLAYER.

           UNWIND-ONE-PLAYER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING RATING-IDX FROM 1 BY 1
               UNTIL RATING-IDX > RATED-COUNT
               IF RATED-ID(RATING-IDX) = LOOKUP-ID
                   MOVE RATING-IDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX > 0
               IF RESTORED-FLAG(FOUND-IDX) NOT = "Y"
                   MOVE "Y" TO RESTORED-FLAG(FOUND-IDX)
                   MOVE X-OLD-RATING TO RATED-RATING(FOUND-IDX)
               END-IF
               IF RATED-GAMES(FOUND-IDX) > 0
                   SUBTRACT 1 FROM RATED-GAMES(FOUND-IDX)
               END-IF
           END-IF.

      * One GAMELOG record. Only games carrying an id can be tracked
      * by the checkpoint, and only games between two distinct, real
      * players can move a rating - self-play and guest games add
               IF THIS-GAME-ID NOT > LAST-GAME-ID
                   CONTINUE
               ELSE
      * A voided game still moves the checkpoint past it, but it is
      * no longer a result and says nothing about anyone.
                   EVALUATE TRUE
                       WHEN GL-STATUS = "V"
                           ADD 1 TO GAMES-VOIDED
                       WHEN GL-PLAYER-X = GL-PLAYER-O OR
                               GL-PLAYER-X = "GUEST" OR
                               GL-PLAYER-O = "GUEST" OR
                               GL-PLAYER-X = "UNKNOWN" OR
                               GL-PLAYER-O = "UNKNOWN"
                           ADD 1 TO GAMES-SKIPPED
                       WHEN OTHER
                           PERFORM APPLY-RATING-UPDATE
                   END-EVALUATE
                   IF THIS-GAME-ID > HIGHEST-GAME-ID AND
                           JOURNAL-FAILED = "N"
                       MOVE THIS-GAME-ID TO HIGHEST-GAME-ID
                   END-IF
               END-IF
           END-IF.

               END-EVALUATE
               MOVE RATED-RATING(X-SIDE-IDX) TO X-OLD-RATING
               MOVE RATED-RATING(O-SIDE-IDX) TO O-OLD-RATING
               MOVE SPACES TO JOURNAL-RECORD
               MOVE THIS-GAME-ID TO JR-GAME-ID
               MOVE GL-PLAYER-X TO JR-X-ID
               MOVE X-OLD-RATING TO JR-X-OLD-RATING
               MOVE GL-PLAYER-O TO JR-O-ID
               MOVE O-OLD-RATING TO JR-O-OLD-RATING
               WRITE JOURNAL-RECORD
               IF JOURNAL-STATUS NOT = "00"
                   MOVE "Y" TO JOURNAL-FAILED
               END-IF
           END-IF
           IF X-SIDE-IDX > 0 AND O-SIDE-IDX > 0 AND JOURNAL-FAILED = "N"
               COMPUTE RATING-GAP =
                   (O-OLD-RATING - X-OLD-RATING) / 400
               COMPUTE POWER-TERM = 10 ** RATING-GAP
           DISPLAY " "
           DISPLAY "New games applied . . . . . . . : " GAMES-APPLIED
           DISPLAY "Games not ratable . . . . . . . : " GAMES-SKIPPED
           DISPLAY "Voided games stepped over . . . : " GAMES-VOIDED
           IF RERATE-FROM-ID > 0
               DISPLAY "Rerated from game id  . . . . . : "
                   RERATE-FROM-ID
               DISPLAY "Games wound back for the rerate : "
                   GAMES-UNWOUND
           END-IF
           IF RERATES-DROPPED > 0
               DISPLAY "Rerate requests dropped . . . . : "
                   RERATES-DROPPED
           END-IF
           DISPLAY "Rated through game id . . . . . : " HIGHEST-GAME-ID
           DISPLAY " "
           DISPLAY "*** End of report ***"
