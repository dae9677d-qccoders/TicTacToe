       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTRECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same permanent game history TICTACTOE writes to; every record
      * but the two below is set by a game on it.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Permanent move archive, keyed on game id plus move number.
      * Records are kept per board size, and a game's first move is
      * the only place its board size is written down.
           SELECT MOVEHIST-FILE ASSIGN TO "MOVEHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MOVEHIST-STATUS.

      * One line per settled series; a series win counts toward the
      * winner's series-wins record once its last game is past the
      * checkpoint.
           SELECT MATCHLOG-FILE ASSIGN TO "MATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHLOG-STATUS.

      * TTRATING's journal of the ratings both players carried into
      * each rated game, in game id order - the only history of what
      * a rating stood at between runs - and its current ratings and
      * checkpoint. Read-only here.
           SELECT JOURNAL-FILE ASSIGN TO "RTJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.

           SELECT RT-CHECKPOINT-FILE ASSIGN TO "RTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-CHECKPOINT-STATUS.

      * The hall of records: one line per category, board size and
      * period (all-time, or the current year) that has a holder.
      * Carried from run to run and rewritten whole at end of run,
      * the same way TTRATING carries the ratings.
           SELECT RECORDS-FILE ASSIGN TO "RECORDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECORDS-STATUS.

      * Where each player stands going into the next run: the streak
      * and unbeaten run still alive on each board size, games so far
      * on the last day played, series won, and the last rated game.
      * A streak can run across many nights, so it can't be worked
      * out from one night's games alone.
           SELECT STATE-FILE ASSIGN TO "RCSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.

      * Checkpoint, kept the way RTCHKPT.DAT is: the highest game id
      * already counted toward the records, and the highest whose
      * ratings have been looked at. Keyed on game id so TTARCHIV can
      * trim GAMELOG without throwing it off. Behind it, one line per
      * voided game stepped over rather than counted, so a game voided
      * after it was counted can be told from one voided before.
           SELECT CHECKPOINT-FILE ASSIGN TO "RCCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

      * Control card supplied by the JCL job: col 1 is I to carry the
      * records forward from the checkpoint or R to rebuild them from
      * the whole history; cols 3-8 are the notice month, CCYYMM,
      * blank for the month the job runs in.
           SELECT RCDPRM-FILE ASSIGN TO "TTRCDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCDPRM-STATUS.
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

       FD  MATCHLOG-FILE.
       01  MATCHLOG-RECORD.
           05 ML-DATE PIC X(10).
           05 FILLER PIC X.
           05 ML-TIME PIC X(8).
           05 FILLER PIC X.
           05 ML-SERIES-LEN PIC 9.
           05 FILLER PIC X.
           05 ML-PLAYER-1 PIC X(10).
           05 FILLER PIC X.
           05 ML-PLAYER-2 PIC X(10).
           05 FILLER PIC X.
           05 ML-P1-WINS PIC 9.
           05 FILLER PIC X.
           05 ML-P2-WINS PIC 9.
           05 FILLER PIC X.
           05 ML-DRAWS PIC 9.
           05 FILLER PIC X.
           05 ML-WINNER-ID PIC X(10).
           05 FILLER PIC X.
           05 ML-GAME-IDS.
               10 ML-GID PIC 9(6) OCCURS 5 TIMES.

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

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID PIC X(10).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(6).

       FD  RT-CHECKPOINT-FILE.
       01  RT-CHECKPOINT-RECORD.
           05 RK-LAST-GAME-ID PIC 9(6).

       FD  RECORDS-FILE.
       01  RECORDS-RECORD.
           05 RC-CATEGORY PIC X(8).
           05 FILLER PIC X.
      * 3, 4 or 5; 0 on the rating record, which isn't by board.
           05 RC-BOARD-SIZE PIC 9.
           05 FILLER PIC X.
      * ALL for the all-time record, else the year it stands for.
           05 RC-PERIOD PIC X(4).
           05 FILLER PIC X.
           05 RC-HOLDER PIC X(10).
           05 FILLER PIC X.
           05 RC-VALUE PIC 9(6).
           05 FILLER PIC X.
           05 RC-DATE PIC X(8).
           05 FILLER PIC X.
           05 RC-GAME-ID PIC 9(6).

       FD  STATE-FILE.
       01  STATE-RECORD.
           05 SR-ID PIC X(10).
           05 FILLER PIC X.
           05 SR-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 SR-SERIES-YEAR PIC 9(4).
           05 FILLER PIC X.
           05 SR-LAST-RATED-GID PIC 9(6).
           05 FILLER PIC X.
           05 SR-LAST-RATED-DATE PIC X(8).
           05 SR-SIZE OCCURS 3 TIMES.
               10 FILLER PIC X.
               10 SR-WIN-STREAK PIC 9(4).
               10 FILLER PIC X.
               10 SR-UNBEATEN PIC 9(4).
               10 FILLER PIC X.
               10 SR-YR-WIN-STREAK PIC 9(4).
               10 FILLER PIC X.
               10 SR-YR-UNBEATEN PIC 9(4).
               10 FILLER PIC X.
               10 SR-DAY-DATE PIC X(8).
               10 FILLER PIC X.
               10 SR-DAY-GAMES PIC 9(4).
               10 FILLER PIC X.
               10 SR-SERIES-WINS PIC 9(4).
               10 FILLER PIC X.
               10 SR-YR-SERIES-WINS PIC 9(4).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 CK-LAST-RATED-ID PIC 9(6).
       01  CHECKPOINT-VOID-RECORD.
      * V = a voided game stepped over uncounted.
           05 CV-TYPE PIC X.
           05 FILLER PIC X.
           05 CV-GAME-ID PIC 9(6).

       FD  RCDPRM-FILE.
       01  RCDPRM-RECORD.
           05 RP-MODE PIC X.
           05 FILLER PIC X.
           05 RP-NOTICE-MONTH PIC X(6).
       WORKING-STORAGE SECTION.
           01 GAMELOG-STATUS PIC XX.
           01 MOVEHIST-STATUS PIC XX.
           01 MATCHLOG-STATUS PIC XX.
           01 JOURNAL-STATUS PIC XX.
           01 RATINGS-STATUS PIC XX.
           01 RT-CHECKPOINT-STATUS PIC XX.
           01 RECORDS-STATUS PIC XX.
           01 STATE-STATUS PIC XX.
           01 CHECKPOINT-STATUS PIC XX.
           01 RCDPRM-STATUS PIC XX.
           01 JOURNAL-OPEN PIC X VALUE "N".

      * Run mode and notice month from the control card; the year
      * the "current year" records stand for is the year the job
      * runs in.
           01 RUN-MODE PIC X.
           01 NOTICE-MONTH PIC X(6).
           01 CURRENT-DATE-DATA.
               05 RUN-DATE PIC X(8).
               05 FILLER PIC X(13).
           01 RUN-YEAR PIC X(4).

      * Highest game id counted as of the last run and the highest
      * seen this run; likewise for the ratings, which can only be
      * looked at as far as TTRATING has rated.
           01 LAST-GAME-ID PIC 9(6) VALUE 0.
           01 HIGHEST-GAME-ID PIC 9(6) VALUE 0.
           01 LAST-RATED-ID PIC 9(6) VALUE 0.
           01 RATED-THROUGH-ID PIC 9(6) VALUE 0.
           01 THIS-GAME-ID PIC 9(6).
           01 GAME-DATE-KEY PIC X(8).
           01 GAME-YEAR PIC 9(4).

      * The hall itself: six categories, each by board size (3/4/5
      * maps to slots 1/2/3; the rating record only uses slot 1) and
      * by period (1 = all-time, 2 = current year). RB-NEW marks a
      * record set or extended by this run. Fastest win is the one
      * category where the lower value holds the record.
           01 RECORD-TABLE.
               05 RB-CATEGORY OCCURS 6 TIMES.
                   10 RB-CAT-CODE PIC X(8).
                   10 RB-CAT-DESC PIC X(22).
                   10 RB-LOWER-WINS PIC X.
                   10 RB-SIZE OCCURS 3 TIMES.
                       15 RB-PERIOD OCCURS 2 TIMES.
                           20 RB-SET PIC X.
                           20 RB-HOLDER PIC X(10).
                           20 RB-VALUE PIC 9(6).
                           20 RB-DATE PIC X(8).
                           20 RB-GAME-ID PIC 9(6).
                           20 RB-NEW PIC X.
           01 CAT-IDX PIC 9.
           01 SIZE-IDX PIC 9.
           01 PERIOD-IDX PIC 9.
           01 SIZE-SLOT PIC 9.

      * Running state per player, loaded from and saved to the state
      * file; sized like TTXREF's roster.
           01 PLAYER-STATE-TABLE.
               05 PLAYER-STATE OCCURS 100 TIMES.
                   10 PS-ID PIC X(10).
                   10 PS-YEAR PIC 9(4).
                   10 PS-SERIES-YEAR PIC 9(4).
                   10 PS-LAST-RATED-GID PIC 9(6).
                   10 PS-LAST-RATED-DATE PIC X(8).
                   10 PS-SIZE OCCURS 3 TIMES.
                       15 PS-WIN-STREAK PIC 9(4).
                       15 PS-UNBEATEN PIC 9(4).
                       15 PS-YR-WIN-STREAK PIC 9(4).
                       15 PS-YR-UNBEATEN PIC 9(4).
                       15 PS-DAY-DATE PIC X(8).
                       15 PS-DAY-GAMES PIC 9(4).
                       15 PS-SERIES-WINS PIC 9(4).
                       15 PS-YR-SERIES-WINS PIC 9(4).
           01 STATE-COUNT PIC 9(3) VALUE 0.
           01 STATE-IDX PIC 9(3).
           01 FOUND-IDX PIC 9(3).
           01 LOOKUP-ID PIC X(10).
           01 RECORD-PLAYER PIC X.

      * One side of the game being counted.
           01 SIDE-MARK PIC X.
           01 SIDE-RESULT PIC X.
           01 SIDE-RATING PIC 9(4).

      * A would-be record: who, what, when, and which game. The year
      * value differs from the all-time one only for streaks and
      * series wins, which start again from nothing each January.
           01 CAND-HOLDER PIC X(10).
           01 CAND-VALUE PIC 9(6).
           01 CAND-YR-VALUE PIC 9(6).
           01 CAND-DATE PIC X(8).
           01 CAND-GAME-ID PIC 9(6).
           01 CHECK-VALUE PIC 9(6).
           01 BEATS-RECORD PIC X.

      * Series scratch: the game ids that bracket the series.
           01 SERIES-FIRST-GID PIC 9(6).
           01 SERIES-LAST-GID PIC 9(6).
           01 GID-IDX PIC 9.
           01 LOOKUP-GAME-ID PIC 9(6).

      * Games on GAMELOG that were counted and have been voided since,
      * with how many games each side has played on the same board
      * after them. A game voided after this program counted it is
      * never backed out here: if it still holds a record, or falls
      * inside a run its player has going, the records need counting
      * again with TTRECBLD.
           01 VOID-CHECK-TABLE.
               05 VOID-CHECK OCCURS 100 TIMES.
                   10 VC-GAME-ID PIC 9(6).
                   10 VC-PLAYER-X PIC X(10).
                   10 VC-PLAYER-O PIC X(10).
                   10 VC-SIZE-SLOT PIC 9.
                   10 VC-X-AFTER PIC 9(4).
                   10 VC-O-AFTER PIC 9(4).
           01 VOID-CHECK-COUNT PIC 9(3) VALUE 0.
           01 VOID-CHECK-IDX PIC 9(3).
           01 VOID-SIZE-FOUND PIC X.
           01 VOIDED-RECORDS PIC 9(4) VALUE 0.

      * Voided games this program has stepped over uncounted, carried
      * on the checkpoint. SV-SEEN marks those still on GAMELOG; the
      * rest have gone to the archive and are dropped at the save.
           01 SKIPPED-VOID-TABLE.
               05 SKIPPED-VOID OCCURS 200 TIMES.
                   10 SV-GAME-ID PIC 9(6).
                   10 SV-SEEN PIC X.
           01 SKIPPED-VOID-COUNT PIC 9(3) VALUE 0.
           01 SKIPPED-VOID-IDX PIC 9(3).
           01 SKIPPED-VOID-FOUND PIC X.

      * Printed record line.
           01 PR-DESC PIC X(22).
           01 PR-BOARD PIC X(5).
           01 PR-PERIOD PIC X(8).
           01 LINES-PRINTED PIC 9(4).

      * Run counters for the report footer.
           01 RECORDS-READ PIC 9(6) VALUE 0.
           01 GAMES-COUNTED PIC 9(6) VALUE 0.
           01 GAMES-VOIDED PIC 9(6) VALUE 0.
           01 GAMES-SKIPPED PIC 9(6) VALUE 0.
           01 GAMES-NO-ID PIC 9(6) VALUE 0.
           01 RATED-GAMES-CHECKED PIC 9(6) VALUE 0.
           01 SERIES-COUNTED PIC 9(6) VALUE 0.
           01 RECORDS-SET PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD
           INITIALIZE RECORD-TABLE
           PERFORM SET-CATEGORY-NAMES

      * A rebuild starts from nothing - no records, no streaks, no
      * checkpoint - and counts the whole history again, so records
      * come out right after TTMERGE folds one id into another or
      * the history behind them changes.
           IF RUN-MODE = "I"
               PERFORM LOAD-RECORDS
               PERFORM LOAD-PLAYER-STATE
               PERFORM LOAD-CHECKPOINT
           END-IF
           PERFORM LOAD-RATING-CHECKPOINT
           MOVE LAST-GAME-ID TO HIGHEST-GAME-ID

           OPEN INPUT MOVEHIST-FILE
           IF MOVEHIST-STATUS NOT = "00"
               DISPLAY "TTRECORD: MOVEHIST.IDX could not be opened - sta
      -            "tus " MOVEHIST-STATUS " - records not updated."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTRECORD: GAMELOG.DAT could not be opened - stat
      -            "us " GAMELOG-STATUS " - records not updated."
               CLOSE MOVEHIST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               MOVE "Y" TO JOURNAL-OPEN
               READ JOURNAL-FILE
           END-IF

           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               PERFORM COUNT-ONE-GAME
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE
           IF JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE
           END-IF

           PERFORM CHECK-VOIDS-IN-STREAKS
           PERFORM COUNT-SERIES-WINS
           CLOSE MOVEHIST-FILE
           PERFORM CHECK-CURRENT-RATINGS

           PERFORM SAVE-RECORDS
           PERFORM SAVE-PLAYER-STATE
           PERFORM SAVE-CHECKPOINT
           PERFORM PRINT-RECORDS-NOTICE
           PERFORM PRINT-HALL-OF-RECORDS
           IF VOIDED-RECORDS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Which way to run is the card's whole job; guessing wrong would
      * either throw the records away or count every game twice.
           READ-CONTROL-CARD.
           OPEN INPUT RCDPRM-FILE
           IF RCDPRM-STATUS = "00"
               READ RCDPRM-FILE
           END-IF
           IF RCDPRM-STATUS NOT = "00" OR
                   (RP-MODE NOT = "I" AND RP-MODE NOT = "R") OR
                   (RP-NOTICE-MONTH NOT = SPACES AND
                    RP-NOTICE-MONTH IS NOT NUMERIC)
               DISPLAY "TTRECORD: missing or invalid run mode or notice 
      -            "month on the TTRCDPRM control card - nothing done."
               CLOSE RCDPRM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RP-MODE TO RUN-MODE
           CLOSE RCDPRM-FILE
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE RUN-DATE(1:4) TO RUN-YEAR
           IF RP-NOTICE-MONTH = SPACES
               MOVE RUN-DATE(1:6) TO NOTICE-MONTH
           ELSE
               MOVE RP-NOTICE-MONTH TO NOTICE-MONTH
           END-IF.

           SET-CATEGORY-NAMES.
           MOVE "WINSTRK" TO RB-CAT-CODE(1)
           MOVE "Longest win streak" TO RB-CAT-DESC(1)
           MOVE "UNBEATEN" TO RB-CAT-CODE(2)
           MOVE "Longest unbeaten run" TO RB-CAT-DESC(2)
           MOVE "FASTWIN" TO RB-CAT-CODE(3)
           MOVE "Fastest win (seconds)" TO RB-CAT-DESC(3)
           MOVE "Y" TO RB-LOWER-WINS(3)
           MOVE "DAYGAMES" TO RB-CAT-CODE(4)
           MOVE "Most games in a day" TO RB-CAT-DESC(4)
           MOVE "RATING" TO RB-CAT-CODE(5)
           MOVE "Highest rating" TO RB-CAT-DESC(5)
           MOVE "SERIES" TO RB-CAT-CODE(6)
           MOVE "Most series wins" TO RB-CAT-DESC(6).

      * A current-year record left over from last year is dropped as
      * it loads; the new year's records start empty.
           LOAD-RECORDS.
           OPEN INPUT RECORDS-FILE
           IF RECORDS-STATUS = "00"
               READ RECORDS-FILE
               PERFORM WITH TEST BEFORE UNTIL RECORDS-STATUS NOT = "00"
                   PERFORM LOAD-ONE-RECORD
                   READ RECORDS-FILE
               END-PERFORM
           END-IF
           CLOSE RECORDS-FILE.

           LOAD-ONE-RECORD.
           MOVE 0 TO CAT-IDX
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 6
               IF RB-CAT-CODE(STATE-IDX) = RC-CATEGORY
                   MOVE STATE-IDX TO CAT-IDX
               END-IF
           END-PERFORM
           MOVE 0 TO PERIOD-IDX
           IF RC-PERIOD = "ALL"
               MOVE 1 TO PERIOD-IDX
           ELSE
               IF RC-PERIOD = RUN-YEAR
                   MOVE 2 TO PERIOD-IDX
               END-IF
           END-IF
           MOVE 0 TO SIZE-SLOT
           IF RC-BOARD-SIZE = 0
               MOVE 1 TO SIZE-SLOT
           ELSE
               IF RC-BOARD-SIZE NOT < 3 AND RC-BOARD-SIZE NOT > 5
                   COMPUTE SIZE-SLOT = RC-BOARD-SIZE - 2
               END-IF
           END-IF
           IF CAT-IDX > 0 AND PERIOD-IDX > 0 AND SIZE-SLOT > 0
               MOVE "Y" TO RB-SET(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
               MOVE RC-HOLDER TO RB-HOLDER(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
               MOVE RC-VALUE TO RB-VALUE(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
               MOVE RC-DATE TO RB-DATE(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
               MOVE RC-GAME-ID TO RB-GAME-ID(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
               MOVE "N" TO RB-NEW(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
           END-IF.

           SAVE-RECORDS.
           OPEN OUTPUT RECORDS-FILE
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                       IF RB-SET(CAT-IDX, SIZE-IDX, PERIOD-IDX) = "Y"
                           PERFORM WRITE-ONE-RECORD
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           CLOSE RECORDS-FILE.

           WRITE-ONE-RECORD.
           MOVE SPACES TO RECORDS-RECORD
           MOVE RB-CAT-CODE(CAT-IDX) TO RC-CATEGORY
           IF CAT-IDX = 5
               MOVE 0 TO RC-BOARD-SIZE
           ELSE
               COMPUTE RC-BOARD-SIZE = SIZE-IDX + 2
           END-IF
           IF PERIOD-IDX = 1
               MOVE "ALL" TO RC-PERIOD
           ELSE
               MOVE RUN-YEAR TO RC-PERIOD
           END-IF
           MOVE RB-HOLDER(CAT-IDX, SIZE-IDX, PERIOD-IDX) TO RC-HOLDER
           MOVE RB-VALUE(CAT-IDX, SIZE-IDX, PERIOD-IDX) TO RC-VALUE
           MOVE RB-DATE(CAT-IDX, SIZE-IDX, PERIOD-IDX) TO RC-DATE
           MOVE RB-GAME-ID(CAT-IDX, SIZE-IDX, PERIOD-IDX)
               TO RC-GAME-ID
           WRITE RECORDS-RECORD.

           LOAD-PLAYER-STATE.
           MOVE 0 TO STATE-COUNT
           OPEN INPUT STATE-FILE
           IF STATE-STATUS = "00"
               READ STATE-FILE
               PERFORM WITH TEST BEFORE UNTIL STATE-STATUS NOT = "00"
                   IF STATE-COUNT < 100
                       ADD 1 TO STATE-COUNT
                       PERFORM LOAD-ONE-STATE
                   END-IF
                   READ STATE-FILE
               END-PERFORM
           END-IF
           CLOSE STATE-FILE.

           LOAD-ONE-STATE.
           MOVE SR-ID TO PS-ID(STATE-COUNT)
           MOVE SR-YEAR TO PS-YEAR(STATE-COUNT)
           MOVE SR-SERIES-YEAR TO PS-SERIES-YEAR(STATE-COUNT)
           MOVE SR-LAST-RATED-GID TO PS-LAST-RATED-GID(STATE-COUNT)
           MOVE SR-LAST-RATED-DATE TO PS-LAST-RATED-DATE(STATE-COUNT)
           PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
               MOVE SR-WIN-STREAK(SIZE-IDX)
                   TO PS-WIN-STREAK(STATE-COUNT, SIZE-IDX)
               MOVE SR-UNBEATEN(SIZE-IDX)
                   TO PS-UNBEATEN(STATE-COUNT, SIZE-IDX)
               MOVE SR-YR-WIN-STREAK(SIZE-IDX)
                   TO PS-YR-WIN-STREAK(STATE-COUNT, SIZE-IDX)
               MOVE SR-YR-UNBEATEN(SIZE-IDX)
                   TO PS-YR-UNBEATEN(STATE-COUNT, SIZE-IDX)
               MOVE SR-DAY-DATE(SIZE-IDX)
                   TO PS-DAY-DATE(STATE-COUNT, SIZE-IDX)
               MOVE SR-DAY-GAMES(SIZE-IDX)
                   TO PS-DAY-GAMES(STATE-COUNT, SIZE-IDX)
               MOVE SR-SERIES-WINS(SIZE-IDX)
                   TO PS-SERIES-WINS(STATE-COUNT, SIZE-IDX)
               MOVE SR-YR-SERIES-WINS(SIZE-IDX)
                   TO PS-YR-SERIES-WINS(STATE-COUNT, SIZE-IDX)
           END-PERFORM.

           SAVE-PLAYER-STATE.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               MOVE SPACES TO STATE-RECORD
               MOVE PS-ID(STATE-IDX) TO SR-ID
               MOVE PS-YEAR(STATE-IDX) TO SR-YEAR
               MOVE PS-SERIES-YEAR(STATE-IDX) TO SR-SERIES-YEAR
               MOVE PS-LAST-RATED-GID(STATE-IDX) TO SR-LAST-RATED-GID
               MOVE PS-LAST-RATED-DATE(STATE-IDX)
                   TO SR-LAST-RATED-DATE
               PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
                   MOVE PS-WIN-STREAK(STATE-IDX, SIZE-IDX)
                       TO SR-WIN-STREAK(SIZE-IDX)
                   MOVE PS-UNBEATEN(STATE-IDX, SIZE-IDX)
                       TO SR-UNBEATEN(SIZE-IDX)
                   MOVE PS-YR-WIN-STREAK(STATE-IDX, SIZE-IDX)
                       TO SR-YR-WIN-STREAK(SIZE-IDX)
                   MOVE PS-YR-UNBEATEN(STATE-IDX, SIZE-IDX)
                       TO SR-YR-UNBEATEN(SIZE-IDX)
                   MOVE PS-DAY-DATE(STATE-IDX, SIZE-IDX)
                       TO SR-DAY-DATE(SIZE-IDX)
                   MOVE PS-DAY-GAMES(STATE-IDX, SIZE-IDX)
                       TO SR-DAY-GAMES(SIZE-IDX)
                   MOVE PS-SERIES-WINS(STATE-IDX, SIZE-IDX)
                       TO SR-SERIES-WINS(SIZE-IDX)
                   MOVE PS-YR-SERIES-WINS(STATE-IDX, SIZE-IDX)
                       TO SR-YR-SERIES-WINS(SIZE-IDX)
               END-PERFORM
               WRITE STATE-RECORD
           END-PERFORM
           CLOSE STATE-FILE.

           LOAD-CHECKPOINT.
           MOVE 0 TO LAST-GAME-ID
           MOVE 0 TO LAST-RATED-ID
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
               IF CHECKPOINT-STATUS = "00"
                   MOVE CK-LAST-GAME-ID TO LAST-GAME-ID
                   MOVE CK-LAST-RATED-ID TO LAST-RATED-ID
                   READ CHECKPOINT-FILE
               END-IF
               PERFORM WITH TEST BEFORE
                   UNTIL CHECKPOINT-STATUS NOT = "00"
                   IF CV-TYPE = "V" AND CV-GAME-ID IS NUMERIC AND
                           SKIPPED-VOID-COUNT < 200
                       ADD 1 TO SKIPPED-VOID-COUNT
                       MOVE CV-GAME-ID TO SV-GAME-ID(SKIPPED-VOID-COUNT)
                       MOVE "N" TO SV-SEEN(SKIPPED-VOID-COUNT)
                   END-IF
                   READ CHECKPOINT-FILE
               END-PERFORM
           END-IF
           CLOSE CHECKPOINT-FILE.

           SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE HIGHEST-GAME-ID TO CK-LAST-GAME-ID
           IF RATED-THROUGH-ID > LAST-RATED-ID
               MOVE RATED-THROUGH-ID TO CK-LAST-RATED-ID
           ELSE
               MOVE LAST-RATED-ID TO CK-LAST-RATED-ID
           END-IF
           WRITE CHECKPOINT-RECORD
           PERFORM VARYING SKIPPED-VOID-IDX FROM 1 BY 1
               UNTIL SKIPPED-VOID-IDX > SKIPPED-VOID-COUNT
               IF SV-SEEN(SKIPPED-VOID-IDX) = "Y"
                   MOVE SPACES TO CHECKPOINT-VOID-RECORD
                   MOVE "V" TO CV-TYPE
                   MOVE SV-GAME-ID(SKIPPED-VOID-IDX) TO CV-GAME-ID
                   WRITE CHECKPOINT-VOID-RECORD
               END-IF
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

      * Ratings can only be looked at as far as TTRATING has rated;
      * the rest wait for the next run.
           LOAD-RATING-CHECKPOINT.
           MOVE 0 TO RATED-THROUGH-ID
           OPEN INPUT RT-CHECKPOINT-FILE
           IF RT-CHECKPOINT-STATUS = "00"
               READ RT-CHECKPOINT-FILE
               IF RT-CHECKPOINT-STATUS = "00"
                   MOVE RK-LAST-GAME-ID TO RATED-THROUGH-ID
               END-IF
           END-IF
           CLOSE RT-CHECKPOINT-FILE.

      * One GAMELOG record. As in TTRATING, only games carrying an id
      * can be tracked by the checkpoint; a voided game moves the
      * checkpoint past it but no longer counts, and a game a player
      * played against himself - self-play included - sets nothing.
           COUNT-ONE-GAME.
           ADD 1 TO RECORDS-READ
           IF GL-GAME-ID = SPACES OR GL-GAME-ID IS NOT NUMERIC
               ADD 1 TO GAMES-NO-ID
           ELSE
               MOVE GL-GAME-ID TO THIS-GAME-ID
               STRING GL-DATE(7:4) GL-DATE(1:2) GL-DATE(4:2)
                   DELIMITED BY SIZE INTO GAME-DATE-KEY
               MOVE GL-DATE(7:4) TO GAME-YEAR
               IF THIS-GAME-ID > LAST-GAME-ID
                   IF THIS-GAME-ID > HIGHEST-GAME-ID
                       MOVE THIS-GAME-ID TO HIGHEST-GAME-ID
                   END-IF
                   EVALUATE TRUE
                       WHEN GL-STATUS = "V"
                           ADD 1 TO GAMES-VOIDED
                           PERFORM REMEMBER-SKIPPED-VOID
                       WHEN GL-PLAYER-X = GL-PLAYER-O
                           ADD 1 TO GAMES-SKIPPED
                       WHEN OTHER
                           PERFORM COUNT-GAME-FOR-RECORDS
                   END-EVALUATE
               ELSE
                   IF GL-STATUS = "V"
                       PERFORM FIND-SKIPPED-VOID
                       IF SKIPPED-VOID-FOUND = "N"
                           PERFORM CHECK-COUNTED-VOID
                       END-IF
                   END-IF
               END-IF
               IF VOID-CHECK-COUNT > 0 AND GL-STATUS NOT = "V" AND
                       GL-PLAYER-X NOT = GL-PLAYER-O
                   PERFORM COUNT-GAME-AFTER-VOIDS
               END-IF
               IF THIS-GAME-ID > LAST-RATED-ID AND
                       THIS-GAME-ID NOT > RATED-THROUGH-ID AND
                       GL-STATUS NOT = "V" AND JOURNAL-OPEN = "Y"
                   PERFORM CHECK-RATING-PEAKS
               END-IF
           END-IF.

           REMEMBER-SKIPPED-VOID.
           IF SKIPPED-VOID-COUNT < 200
               ADD 1 TO SKIPPED-VOID-COUNT
               MOVE THIS-GAME-ID TO SV-GAME-ID(SKIPPED-VOID-COUNT)
               MOVE "Y" TO SV-SEEN(SKIPPED-VOID-COUNT)
           END-IF.

           FIND-SKIPPED-VOID.
           MOVE "N" TO SKIPPED-VOID-FOUND
           PERFORM VARYING SKIPPED-VOID-IDX FROM 1 BY 1
               UNTIL SKIPPED-VOID-IDX > SKIPPED-VOID-COUNT
               IF SV-GAME-ID(SKIPPED-VOID-IDX) = THIS-GAME-ID
                   MOVE "Y" TO SKIPPED-VOID-FOUND
                   MOVE "Y" TO SV-SEEN(SKIPPED-VOID-IDX)
               END-IF
           END-PERFORM.

      * A voided game the checkpoint has already passed and that was
      * never stepped over, so it was counted before it was voided.
      * Report any record it still holds, and hold it for the check
      * on running streaks once every game is in.
           CHECK-COUNTED-VOID.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                       IF RB-SET(CAT-IDX, SIZE-IDX, PERIOD-IDX) = "Y"
                           AND RB-GAME-ID(CAT-IDX, SIZE-IDX,
                               PERIOD-IDX) = THIS-GAME-ID
                           PERFORM SET-RECORD-LABELS
                           DISPLAY "Warning: voided game " THIS-GAME-ID
                               " still holds the "
                               FUNCTION TRIM(PR-DESC) " record ("
                               FUNCTION TRIM(PR-BOARD) ", "
                               FUNCTION TRIM(PR-PERIOD) ")."
                           ADD 1 TO VOIDED-RECORDS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF VOID-CHECK-COUNT < 100
               ADD 1 TO VOID-CHECK-COUNT
               MOVE THIS-GAME-ID TO VC-GAME-ID(VOID-CHECK-COUNT)
               MOVE GL-PLAYER-X TO VC-PLAYER-X(VOID-CHECK-COUNT)
               MOVE GL-PLAYER-O TO VC-PLAYER-O(VOID-CHECK-COUNT)
               MOVE THIS-GAME-ID TO LOOKUP-GAME-ID
               PERFORM FIND-BOARD-SIZE
               MOVE SIZE-SLOT TO VC-SIZE-SLOT(VOID-CHECK-COUNT)
               MOVE 0 TO VC-X-AFTER(VOID-CHECK-COUNT)
               MOVE 0 TO VC-O-AFTER(VOID-CHECK-COUNT)
           END-IF.

      * A counted game later than a held voided one: one more game
      * on that board for whichever of its players took part. The
      * board size is only looked up once a player matches.
           COUNT-GAME-AFTER-VOIDS.
           MOVE "N" TO VOID-SIZE-FOUND
           PERFORM VARYING VOID-CHECK-IDX FROM 1 BY 1
               UNTIL VOID-CHECK-IDX > VOID-CHECK-COUNT
               IF THIS-GAME-ID > VC-GAME-ID(VOID-CHECK-IDX) AND
                       (GL-PLAYER-X = VC-PLAYER-X(VOID-CHECK-IDX) OR
                       GL-PLAYER-O = VC-PLAYER-X(VOID-CHECK-IDX) OR
                       GL-PLAYER-X = VC-PLAYER-O(VOID-CHECK-IDX) OR
                       GL-PLAYER-O = VC-PLAYER-O(VOID-CHECK-IDX))
                   IF VOID-SIZE-FOUND = "N"
                       MOVE THIS-GAME-ID TO LOOKUP-GAME-ID
                       PERFORM FIND-BOARD-SIZE
                       MOVE "Y" TO VOID-SIZE-FOUND
                   END-IF
                   IF SIZE-SLOT = VC-SIZE-SLOT(VOID-CHECK-IDX)
                       IF GL-PLAYER-X = VC-PLAYER-X(VOID-CHECK-IDX) OR
                               GL-PLAYER-O = VC-PLAYER-X(VOID-CHECK-IDX)
                           ADD 1 TO VC-X-AFTER(VOID-CHECK-IDX)
                       END-IF
                       IF GL-PLAYER-X = VC-PLAYER-O(VOID-CHECK-IDX) OR
                               GL-PLAYER-O = VC-PLAYER-O(VOID-CHECK-IDX)
                           ADD 1 TO VC-O-AFTER(VOID-CHECK-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * With every game counted, a player whose unbeaten run (which
      * takes in any win streak) is longer than the games they have
      * played on that board since a voided game still has that game
      * inside the run.
           CHECK-VOIDS-IN-STREAKS.
           PERFORM VARYING VOID-CHECK-IDX FROM 1 BY 1
               UNTIL VOID-CHECK-IDX > VOID-CHECK-COUNT
               MOVE VC-SIZE-SLOT(VOID-CHECK-IDX) TO SIZE-SLOT
               MOVE VC-PLAYER-X(VOID-CHECK-IDX) TO LOOKUP-ID
               MOVE VC-X-AFTER(VOID-CHECK-IDX) TO CHECK-VALUE
               PERFORM CHECK-VOID-IN-STREAK
               MOVE VC-PLAYER-O(VOID-CHECK-IDX) TO LOOKUP-ID
               MOVE VC-O-AFTER(VOID-CHECK-IDX) TO CHECK-VALUE
               PERFORM CHECK-VOID-IN-STREAK
           END-PERFORM.

           CHECK-VOID-IN-STREAK.
           PERFORM CHECK-RECORD-PLAYER
           IF RECORD-PLAYER = "Y"
               PERFORM FIND-PLAYER-STATE
               IF FOUND-IDX > 0
                   IF PS-UNBEATEN(FOUND-IDX, SIZE-SLOT) > CHECK-VALUE
                       DISPLAY "Warning: voided game "
                           VC-GAME-ID(VOID-CHECK-IDX)
                           " is inside the unbeaten run "
                           FUNCTION TRIM(LOOKUP-ID) " has going ("
                           PS-UNBEATEN(FOUND-IDX, SIZE-SLOT) " games)."
                       ADD 1 TO VOIDED-RECORDS
                   END-IF
               END-IF
           END-IF.

           COUNT-GAME-FOR-RECORDS.
           ADD 1 TO GAMES-COUNTED
           MOVE THIS-GAME-ID TO LOOKUP-GAME-ID
           PERFORM FIND-BOARD-SIZE
           MOVE GL-PLAYER-X TO LOOKUP-ID
           MOVE "X" TO SIDE-MARK
           PERFORM COUNT-ONE-SIDE
           MOVE GL-PLAYER-O TO LOOKUP-ID
           MOVE "O" TO SIDE-MARK
           PERFORM COUNT-ONE-SIDE.

      * Position on the game's first move, as TTREPLAY does, and take
      * the board size it was played on. A game with no moves on the
      * archive predates the larger boards and was played on 3x3.
           FIND-BOARD-SIZE.
           MOVE 1 TO SIZE-SLOT
           MOVE LOOKUP-GAME-ID TO MH-GAME-ID
           MOVE 1 TO MH-MOVE-NUM
           START MOVEHIST-FILE KEY IS NOT < MH-KEY
           IF MOVEHIST-STATUS = "00"
               READ MOVEHIST-FILE NEXT
           END-IF
           IF MOVEHIST-STATUS = "00" AND
                   MH-GAME-ID = LOOKUP-GAME-ID AND
                   MH-BOARD-SIZE NOT < 3 AND MH-BOARD-SIZE NOT > 5
               COMPUTE SIZE-SLOT = MH-BOARD-SIZE - 2
           END-IF.

      * Guests, the computer, self-play, and games nobody signed in
      * for can't hold a record. Their games still count for the real
      * player on the other side - a loss to a guest ends a streak.
           CHECK-RECORD-PLAYER.
           IF LOOKUP-ID = SPACES OR LOOKUP-ID = "GUEST" OR
                   LOOKUP-ID = "UNKNOWN" OR LOOKUP-ID = "COMPUTER" OR
                   LOOKUP-ID = "BATCH"
               MOVE "N" TO RECORD-PLAYER
           ELSE
               MOVE "Y" TO RECORD-PLAYER
           END-IF.

      * Carry one side's streaks and day count forward through this
      * game and test each against the records. A win extends both
      * the win streak and the unbeaten run, a draw only the unbeaten
      * run, and a loss ends both. The current-year streaks start
      * again at a player's first game of a new year.
           COUNT-ONE-SIDE.
           PERFORM CHECK-RECORD-PLAYER
           IF RECORD-PLAYER = "Y"
               PERFORM FIND-OR-ADD-PLAYER-STATE
           ELSE
               MOVE 0 TO FOUND-IDX
           END-IF
           IF FOUND-IDX > 0
               IF GL-WINNER = SIDE-MARK
                   MOVE "W" TO SIDE-RESULT
               ELSE
                   IF GL-WINNER = "X" OR GL-WINNER = "O"
                       MOVE "L" TO SIDE-RESULT
                   ELSE
                       MOVE "D" TO SIDE-RESULT
                   END-IF
               END-IF
               IF PS-YEAR(FOUND-IDX) NOT = GAME-YEAR
                   MOVE GAME-YEAR TO PS-YEAR(FOUND-IDX)
                   PERFORM VARYING SIZE-IDX FROM 1 BY 1
                       UNTIL SIZE-IDX > 3
                       MOVE 0 TO PS-YR-WIN-STREAK(FOUND-IDX, SIZE-IDX)
                       MOVE 0 TO PS-YR-UNBEATEN(FOUND-IDX, SIZE-IDX)
                   END-PERFORM
               END-IF
               EVALUATE SIDE-RESULT
                   WHEN "W"
                       ADD 1 TO PS-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       ADD 1 TO PS-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                       ADD 1 TO PS-YR-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       ADD 1 TO PS-YR-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                   WHEN "D"
                       MOVE 0 TO PS-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       ADD 1 TO PS-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                       MOVE 0 TO PS-YR-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       ADD 1 TO PS-YR-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                   WHEN OTHER
                       MOVE 0 TO PS-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       MOVE 0 TO PS-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                       MOVE 0 TO PS-YR-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       MOVE 0 TO PS-YR-UNBEATEN(FOUND-IDX, SIZE-SLOT)
               END-EVALUATE
               IF PS-DAY-DATE(FOUND-IDX, SIZE-SLOT) = GAME-DATE-KEY
                   ADD 1 TO PS-DAY-GAMES(FOUND-IDX, SIZE-SLOT)
               ELSE
                   MOVE GAME-DATE-KEY TO PS-DAY-DATE(FOUND-IDX,
                       SIZE-SLOT)
                   MOVE 1 TO PS-DAY-GAMES(FOUND-IDX, SIZE-SLOT)
               END-IF

               MOVE LOOKUP-ID TO CAND-HOLDER
               MOVE GAME-DATE-KEY TO CAND-DATE
               MOVE THIS-GAME-ID TO CAND-GAME-ID
               IF SIDE-RESULT = "W"
                   MOVE 1 TO CAT-IDX
                   MOVE PS-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       TO CAND-VALUE
                   MOVE PS-YR-WIN-STREAK(FOUND-IDX, SIZE-SLOT)
                       TO CAND-YR-VALUE
                   PERFORM CHECK-RECORD
               END-IF
               IF SIDE-RESULT NOT = "L"
                   MOVE 2 TO CAT-IDX
                   MOVE PS-UNBEATEN(FOUND-IDX, SIZE-SLOT) TO CAND-VALUE
                   MOVE PS-YR-UNBEATEN(FOUND-IDX, SIZE-SLOT)
                       TO CAND-YR-VALUE
                   PERFORM CHECK-RECORD
               END-IF
      * Only a game with a start time has a length to judge it by.
               IF SIDE-RESULT = "W" AND GL-START-TIME NOT = SPACES AND
                       GL-SECONDS IS NUMERIC AND GL-SECONDS > 0
                   MOVE 3 TO CAT-IDX
                   MOVE GL-SECONDS TO CAND-VALUE
                   MOVE GL-SECONDS TO CAND-YR-VALUE
                   PERFORM CHECK-RECORD
               END-IF
               MOVE 4 TO CAT-IDX
               MOVE PS-DAY-GAMES(FOUND-IDX, SIZE-SLOT) TO CAND-VALUE
               MOVE PS-DAY-GAMES(FOUND-IDX, SIZE-SLOT) TO CAND-YR-VALUE
               PERFORM CHECK-RECORD
           END-IF.

      * The journal line for this game holds the ratings both sides
      * carried into it - each one the rating that player reached
      * with his previous rated game, which is the game credited
      * with it. The journal is in game id order, as GAMELOG is, so
      * it is read forward alongside. Ids are taken from GAMELOG,
      * which TTMERGE keeps current, rather than from the journal.
           CHECK-RATING-PEAKS.
           PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
               OR JR-GAME-ID NOT < THIS-GAME-ID
               READ JOURNAL-FILE
           END-PERFORM
           IF JOURNAL-STATUS = "00" AND JR-GAME-ID = THIS-GAME-ID
               ADD 1 TO RATED-GAMES-CHECKED
               MOVE GL-PLAYER-X TO LOOKUP-ID
               MOVE JR-X-OLD-RATING TO SIDE-RATING
               PERFORM CHECK-ONE-RATING
               MOVE GL-PLAYER-O TO LOOKUP-ID
               MOVE JR-O-OLD-RATING TO SIDE-RATING
               PERFORM CHECK-ONE-RATING
           END-IF.

           CHECK-ONE-RATING.
           PERFORM CHECK-RECORD-PLAYER
           IF RECORD-PLAYER = "Y"
               PERFORM FIND-OR-ADD-PLAYER-STATE
               IF FOUND-IDX > 0
                   IF PS-LAST-RATED-GID(FOUND-IDX) > 0
                       PERFORM CHECK-RATING-RECORD
                   END-IF
                   MOVE THIS-GAME-ID TO PS-LAST-RATED-GID(FOUND-IDX)
                   MOVE GAME-DATE-KEY TO PS-LAST-RATED-DATE(FOUND-IDX)
               END-IF
           END-IF.

           CHECK-RATING-RECORD.
           MOVE 5 TO CAT-IDX
           MOVE 1 TO SIZE-SLOT
           MOVE LOOKUP-ID TO CAND-HOLDER
           MOVE SIDE-RATING TO CAND-VALUE
           MOVE SIDE-RATING TO CAND-YR-VALUE
           MOVE PS-LAST-RATED-DATE(FOUND-IDX) TO CAND-DATE
           MOVE PS-LAST-RATED-GID(FOUND-IDX) TO CAND-GAME-ID
           PERFORM CHECK-RECORD.

      * Each player's rating as it stands now was reached with his
      * last rated game; the journal only shows it once he plays
      * again, so it is checked here as well.
           CHECK-CURRENT-RATINGS.
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               READ RATINGS-FILE
               PERFORM WITH TEST BEFORE UNTIL RATINGS-STATUS NOT = "00"
                   MOVE RT-ID TO LOOKUP-ID
                   PERFORM FIND-PLAYER-STATE
                   IF FOUND-IDX > 0
                       IF PS-LAST-RATED-GID(FOUND-IDX) > 0
                           MOVE RT-RATING TO SIDE-RATING
                           PERFORM CHECK-RATING-RECORD
                       END-IF
                   END-IF
                   READ RATINGS-FILE
               END-PERFORM
           END-IF
           CLOSE RATINGS-FILE.

      * Series settled by games past the checkpoint, in the order
      * they were settled. A tied series has no winner to credit. The
      * series is on the board size its first game was played on.
           COUNT-SERIES-WINS.
           OPEN INPUT MATCHLOG-FILE
           IF MATCHLOG-STATUS = "00"
               READ MATCHLOG-FILE
               PERFORM WITH TEST BEFORE UNTIL MATCHLOG-STATUS NOT = "00"
                   PERFORM COUNT-ONE-SERIES
                   READ MATCHLOG-FILE
               END-PERFORM
           END-IF
           CLOSE MATCHLOG-FILE.

           COUNT-ONE-SERIES.
           MOVE 0 TO SERIES-FIRST-GID
           MOVE 0 TO SERIES-LAST-GID
           PERFORM VARYING GID-IDX FROM 1 BY 1 UNTIL GID-IDX > 5
               IF ML-GID(GID-IDX) IS NUMERIC AND ML-GID(GID-IDX) > 0
                   IF SERIES-FIRST-GID = 0
                       MOVE ML-GID(GID-IDX) TO SERIES-FIRST-GID
                   END-IF
                   IF ML-GID(GID-IDX) > SERIES-LAST-GID
                       MOVE ML-GID(GID-IDX) TO SERIES-LAST-GID
                   END-IF
               END-IF
           END-PERFORM
           MOVE ML-WINNER-ID TO LOOKUP-ID
           PERFORM CHECK-RECORD-PLAYER
           IF SERIES-LAST-GID > LAST-GAME-ID AND
                   SERIES-LAST-GID NOT > HIGHEST-GAME-ID AND
                   LOOKUP-ID NOT = "TIE" AND RECORD-PLAYER = "Y"
               PERFORM FIND-OR-ADD-PLAYER-STATE
               IF FOUND-IDX > 0
                   PERFORM CREDIT-SERIES-WIN
               END-IF
           END-IF.

           CREDIT-SERIES-WIN.
           ADD 1 TO SERIES-COUNTED
           MOVE SERIES-FIRST-GID TO LOOKUP-GAME-ID
           PERFORM FIND-BOARD-SIZE
           STRING ML-DATE(7:4) ML-DATE(1:2) ML-DATE(4:2)
               DELIMITED BY SIZE INTO CAND-DATE
           ADD 1 TO PS-SERIES-WINS(FOUND-IDX, SIZE-SLOT)
           IF CAND-DATE(1:4) = RUN-YEAR
               IF PS-SERIES-YEAR(FOUND-IDX) NOT = RUN-YEAR
                   MOVE RUN-YEAR TO PS-SERIES-YEAR(FOUND-IDX)
                   PERFORM VARYING SIZE-IDX FROM 1 BY 1
                       UNTIL SIZE-IDX > 3
                       MOVE 0 TO PS-YR-SERIES-WINS(FOUND-IDX, SIZE-IDX)
                   END-PERFORM
               END-IF
               ADD 1 TO PS-YR-SERIES-WINS(FOUND-IDX, SIZE-SLOT)
           END-IF
           MOVE 6 TO CAT-IDX
           MOVE LOOKUP-ID TO CAND-HOLDER
           MOVE SERIES-LAST-GID TO CAND-GAME-ID
           MOVE PS-SERIES-WINS(FOUND-IDX, SIZE-SLOT) TO CAND-VALUE
           MOVE PS-YR-SERIES-WINS(FOUND-IDX, SIZE-SLOT)
               TO CAND-YR-VALUE
           PERFORM CHECK-RECORD.

      * Test a would-be record against the all-time record, and
      * against the current-year record when it was set this year.
      * A tie leaves the record with whoever got there first.
           CHECK-RECORD.
           MOVE CAND-VALUE TO CHECK-VALUE
           MOVE 1 TO PERIOD-IDX
           PERFORM CHECK-ONE-PERIOD
           IF CAND-DATE(1:4) = RUN-YEAR
               MOVE CAND-YR-VALUE TO CHECK-VALUE
               MOVE 2 TO PERIOD-IDX
               PERFORM CHECK-ONE-PERIOD
           END-IF.

           CHECK-ONE-PERIOD.
           MOVE "N" TO BEATS-RECORD
           IF RB-SET(CAT-IDX, SIZE-SLOT, PERIOD-IDX) NOT = "Y"
               MOVE "Y" TO BEATS-RECORD
           ELSE
               IF RB-LOWER-WINS(CAT-IDX) = "Y"
                   IF CHECK-VALUE <
                           RB-VALUE(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
                       MOVE "Y" TO BEATS-RECORD
                   END-IF
               ELSE
                   IF CHECK-VALUE >
                           RB-VALUE(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
                       MOVE "Y" TO BEATS-RECORD
                   END-IF
               END-IF
           END-IF
           IF BEATS-RECORD = "Y"
               IF RB-NEW(CAT-IDX, SIZE-SLOT, PERIOD-IDX) NOT = "Y"
                   ADD 1 TO RECORDS-SET
               END-IF
               MOVE "Y" TO RB-SET(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
               MOVE "Y" TO RB-NEW(CAT-IDX, SIZE-SLOT, PERIOD-IDX)
               MOVE CAND-HOLDER TO RB-HOLDER(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
               MOVE CHECK-VALUE TO RB-VALUE(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
               MOVE CAND-DATE TO RB-DATE(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
               MOVE CAND-GAME-ID TO RB-GAME-ID(CAT-IDX, SIZE-SLOT,
                   PERIOD-IDX)
           END-IF.

           FIND-PLAYER-STATE.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               IF PS-ID(STATE-IDX) = LOOKUP-ID
                   MOVE STATE-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           FIND-OR-ADD-PLAYER-STATE.
           PERFORM FIND-PLAYER-STATE
           IF FOUND-IDX = 0
               IF STATE-COUNT < 100
                   ADD 1 TO STATE-COUNT
                   MOVE STATE-COUNT TO FOUND-IDX
                   INITIALIZE PLAYER-STATE(FOUND-IDX)
                   MOVE LOOKUP-ID TO PS-ID(FOUND-IDX)
               ELSE
                   DISPLAY "Record-holder table is full (100 players) "
                       "- " LOOKUP-ID " left out of the records."
               END-IF
           END-IF.

      * The notice for the board: every record standing today that
      * was set in the notice month, all-time and current year alike.
           PRINT-RECORDS-NOTICE.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - NEW RECORDS THIS PERIOD"
           DISPLAY " "
           DISPLAY "Period (CCYYMM) . . . . . . . . : " NOTICE-MONTH
           DISPLAY " "
           PERFORM PRINT-RECORD-HEADING
           MOVE 0 TO LINES-PRINTED
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                       IF RB-SET(CAT-IDX, SIZE-IDX, PERIOD-IDX) = "Y"
                           AND RB-DATE(CAT-IDX, SIZE-IDX,
                               PERIOD-IDX)(1:6) = NOTICE-MONTH
                           PERFORM PRINT-RECORD-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF LINES-PRINTED = 0
               DISPLAY "  (no records set this period)"
           END-IF
           DISPLAY " "
           DISPLAY "*** End of notice ***".

           PRINT-HALL-OF-RECORDS.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - HALL OF RECORDS"
           DISPLAY " "
           PERFORM PRINT-RECORD-HEADING
           MOVE 0 TO LINES-PRINTED
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 6
               PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 3
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                       IF RB-SET(CAT-IDX, SIZE-IDX, PERIOD-IDX) = "Y"
                           PERFORM PRINT-RECORD-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF LINES-PRINTED = 0
               DISPLAY "  (no records yet)"
           END-IF
           DISPLAY " "
           IF RUN-MODE = "R"
               DISPLAY "Full rebuild - records and streaks counted "
                   "again from the whole history."
           END-IF
           DISPLAY "Game records read . . . . . . . : " RECORDS-READ
           DISPLAY "New games counted . . . . . . . : " GAMES-COUNTED
           DISPLAY "Voided games stepped over . . . : " GAMES-VOIDED
           DISPLAY "Self-play games stepped over  . : " GAMES-SKIPPED
           DISPLAY "Games with no game id . . . . . : " GAMES-NO-ID
           DISPLAY "Rated games checked . . . . . . : "
               RATED-GAMES-CHECKED
           DISPLAY "Series wins counted . . . . . . : " SERIES-COUNTED
           DISPLAY "Records set or extended . . . . : " RECORDS-SET
           DISPLAY "Counted through game id . . . . : " HIGHEST-GAME-ID
           IF VOIDED-RECORDS > 0
               DISPLAY "Records or runs on voided games : "
                   VOIDED-RECORDS
               DISPLAY "A game voided since it was counted still "
                   "stands in the records - run TTRECBLD."
           END-IF
           DISPLAY " "
           DISPLAY "*** End of report ***"
           DISPLAY X'0C'.

           PRINT-RECORD-HEADING.
           DISPLAY "RECORD                BOARD PERIOD   HOLDER      "
               "VALUE DATE     GAME ID".

           PRINT-RECORD-LINE.
           ADD 1 TO LINES-PRINTED
           PERFORM SET-RECORD-LABELS
           DISPLAY PR-DESC PR-BOARD " " PR-PERIOD " "
               RB-HOLDER(CAT-IDX, SIZE-IDX, PERIOD-IDX) " "
               RB-VALUE(CAT-IDX, SIZE-IDX, PERIOD-IDX) " "
               RB-DATE(CAT-IDX, SIZE-IDX, PERIOD-IDX) " "
               RB-GAME-ID(CAT-IDX, SIZE-IDX, PERIOD-IDX).

           SET-RECORD-LABELS.
           MOVE RB-CAT-DESC(CAT-IDX) TO PR-DESC
           MOVE SPACES TO PR-BOARD
           IF CAT-IDX = 5
               MOVE "ALL" TO PR-BOARD
           ELSE
               COMPUTE SIZE-SLOT = SIZE-IDX + 2
               STRING SIZE-SLOT "x" SIZE-SLOT DELIMITED BY SIZE
                   INTO PR-BOARD
           END-IF
           IF PERIOD-IDX = 1
               MOVE "ALL-TIME" TO PR-PERIOD
           ELSE
               MOVE RUN-YEAR TO PR-PERIOD
           END-IF.
       END PROGRAM TTRECORD.
