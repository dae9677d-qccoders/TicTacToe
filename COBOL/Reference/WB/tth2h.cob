       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTH2H.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Master file of registered player ids, maintained by TTPLAYER;
      * only games between two registered ids make up a rivalry -
      * guests, the computer and unknown seats have no record to keep.
           SELECT PLAYMAST-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYMAST-STATUS.

      * Same permanent game history TICTACTOE writes to; supplies
      * every meeting's result, the marks each side held, and date.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Permanent log of completed best-of-N match series; supplies
      * series won and lost between each pair.
           SELECT MATCHLOG-FILE ASSIGN TO "MATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHLOG-STATUS.

      * Control card supplied by the JCL job, same arrangement as the
      * TTBATCH card: a player id in cols 1-10 reports that player
      * against each opponent, best to worst; blank reports every
      * pair that has ever met.
           SELECT H2HPRM-FILE ASSIGN TO "TTH2HPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS H2HPRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYMAST-FILE.
       01  PLAYMAST-RECORD.
           05 PM-ID PIC X(10).
           05 FILLER PIC X.
           05 PM-NAME PIC X(30).
           05 FILLER PIC X.
           05 PM-ACTIVE PIC X.

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

       FD  H2HPRM-FILE.
       01  H2HPRM-RECORD.
           05 HP-PLAYER-ID PIC X(10).
       WORKING-STORAGE SECTION.
           01 PLAYMAST-STATUS PIC XX.
           01 GAMELOG-STATUS PIC XX.
           01 MATCHLOG-STATUS PIC XX.
           01 H2HPRM-STATUS PIC XX.

      * The player the card asked for; spaces = every pair.
           01 FOCUS-ID PIC X(10) VALUE SPACES.
           01 FOCUS-NAME PIC X(30) VALUE SPACES.

      * Registered ids, sized like TTPLAYER's own roster table. A
      * player's position here is their row and column in the pair
      * index below.
           01 ROSTER-TABLE.
               05 ROSTER-ENTRY OCCURS 50 TIMES.
                   10 ROSTER-ID PIC X(10).
                   10 ROSTER-NAME PIC X(30).
           01 ROSTER-COUNT PIC 99 VALUE 0.
           01 ROSTER-IDX PIC 99.
           01 LOOKUP-ID PIC X(10).
           01 LOOKUP-IDX PIC 99.

      * Which entry of the pair table holds each pair of roster
      * positions; zero until the two first meet. Always looked up
      * lower position first, so each pair has exactly one entry.
           01 PAIR-INDEX-TABLE VALUE ZEROES.
               05 PAIR-ROW OCCURS 50 TIMES.
                   10 PAIR-SLOT PIC 9(4) OCCURS 50 TIMES.

      * One entry per pair that has met, figures kept from player A's
      * side (A being the earlier of the two on the roster); B's side
      * is the mirror image.
           01 PAIR-TABLE.
               05 PAIR-ENTRY OCCURS 1225 TIMES.
                   10 PR-ID-A PIC X(10).
                   10 PR-ID-B PIC X(10).
                   10 PR-A-X-WINS PIC 9(4).
                   10 PR-A-X-LOSSES PIC 9(4).
                   10 PR-A-X-DRAWS PIC 9(4).
                   10 PR-A-O-WINS PIC 9(4).
                   10 PR-A-O-LOSSES PIC 9(4).
                   10 PR-A-O-DRAWS PIC 9(4).
                   10 PR-A-SERIES-WINS PIC 9(3).
                   10 PR-B-SERIES-WINS PIC 9(3).
                   10 PR-SERIES-TIES PIC 9(3).
                   10 PR-LAST-DATE PIC X(8).
           01 PAIR-COUNT PIC 9(4) VALUE 0.
           01 PAIR-IDX PIC 9(4).
           01 POS-A PIC 99.
           01 POS-B PIC 99.
           01 ID-A PIC X(10).
           01 ID-B PIC X(10).
           01 MEETING-DATE-KEY PIC X(8).

      * The pairs chosen for the report, each from the point of view
      * of player 1 - the card's player in single-player mode, the
      * earlier id otherwise - with the figures the order and the
      * summary are judged on.
           01 REPORT-TABLE.
               05 REPORT-ENTRY OCCURS 1225 TIMES.
                   10 RP-ID-1 PIC X(10).
                   10 RP-ID-2 PIC X(10).
                   10 RP-GAMES PIC 9(4).
                   10 RP-X-WINS PIC 9(4).
                   10 RP-X-LOSSES PIC 9(4).
                   10 RP-X-DRAWS PIC 9(4).
                   10 RP-O-WINS PIC 9(4).
                   10 RP-O-LOSSES PIC 9(4).
                   10 RP-O-DRAWS PIC 9(4).
                   10 RP-WINS PIC 9(4).
                   10 RP-LOSSES PIC 9(4).
                   10 RP-SERIES-WON PIC 9(3).
                   10 RP-SERIES-LOST PIC 9(3).
                   10 RP-SERIES-TIED PIC 9(3).
                   10 RP-LAST-DATE PIC X(8).
                   10 RP-SCORE-PCT PIC 9(3).
                   10 RP-EDGE-PCT PIC 9(3).
           01 REPORT-COUNT PIC 9(4) VALUE 0.
           01 REPORT-IDX PIC 9(4).
           01 REPORT-JDX PIC 9(4).
           01 BEST-IDX PIC 9(4).
           01 SWAP-ENTRY PIC X(79).
           01 RANKS-AHEAD PIC X.

      * Score is the player-1 share of the points on offer, a win 1
      * and a draw a half; edge is how far apart the two sides' wins
      * are as a share of the games played - 100 is a clean sweep,
      * 0 dead level.
           01 WIN-DIFF PIC S9(4).

      * Only rivalries with some history behind them are judged for
      * the summary; two games decide nothing.
           01 MIN-MEETINGS PIC 9(3) VALUE 3.
           01 LOPSIDED-IDX PIC 9(4).
           01 EVEN-IDX PIC 9(4).

      * Report line scratch.
           01 LAST-MET-TEXT PIC X(10).
           01 MARK-X-TEXT PIC X(14).
           01 MARK-O-TEXT PIC X(14).
           01 SERIES-TEXT PIC X(11).

      * Run counters for the closing summary.
           01 GAMES-READ PIC 9(6) VALUE 0.
           01 GAMES-COUNTED PIC 9(6) VALUE 0.
           01 SERIES-COUNTED PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD
           PERFORM LOAD-ROSTER
           IF ROSTER-COUNT = 0
               DISPLAY "TTH2H: no registered players on PLAYMAST.DAT - n
      -            "o report produced."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF FOCUS-ID NOT = SPACES
               MOVE FOCUS-ID TO LOOKUP-ID
               PERFORM FIND-ROSTER-POSITION
               IF LOOKUP-IDX = 0
                   DISPLAY "TTH2H: " FOCUS-ID " is not on PLAYMAST.DAT -
      -                " no report produced."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ROSTER-NAME(LOOKUP-IDX) TO FOCUS-NAME
           END-IF

           PERFORM TALLY-GAMELOG
           PERFORM TALLY-MATCHLOG
           PERFORM SELECT-REPORT-PAIRS
           PERFORM SORT-REPORT-PAIRS
           PERFORM PRINT-HEAD-TO-HEAD
           GOBACK.

      * The card decides the whole shape of the report, so a missing
      * card stops the run the same way TTSTMT's does; a blank id on
      * a good card is the every-pair report.
           READ-CONTROL-CARD.
           OPEN INPUT H2HPRM-FILE
           IF H2HPRM-STATUS = "00"
               READ H2HPRM-FILE
           END-IF
           IF H2HPRM-STATUS NOT = "00"
               DISPLAY "TTH2H: missing TTH2HPRM control card - "
                       "no report produced."
               CLOSE H2HPRM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HP-PLAYER-ID))
               TO FOCUS-ID
           CLOSE H2HPRM-FILE.

           LOAD-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           OPEN INPUT PLAYMAST-FILE
           IF PLAYMAST-STATUS = "00"
               READ PLAYMAST-FILE
               PERFORM WITH TEST BEFORE UNTIL PLAYMAST-STATUS NOT = "00"
                   IF ROSTER-COUNT < 50
                       ADD 1 TO ROSTER-COUNT
                       MOVE PM-ID TO ROSTER-ID(ROSTER-COUNT)
                       MOVE PM-NAME TO ROSTER-NAME(ROSTER-COUNT)
                   END-IF
                   READ PLAYMAST-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYMAST-FILE.

           FIND-ROSTER-POSITION.
           MOVE 0 TO LOOKUP-IDX
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
               UNTIL ROSTER-IDX > ROSTER-COUNT
               IF ROSTER-ID(ROSTER-IDX) = LOOKUP-ID
                   MOVE ROSTER-IDX TO LOOKUP-IDX
               END-IF
           END-PERFORM.

      * Put the two ids of a meeting in roster order and find (or
      * open) their pair entry. Either id off the roster, or the
      * same id on both sides, leaves POS-A at zero: not a rivalry.
           FIND-PAIR.
           MOVE ID-A TO LOOKUP-ID
           PERFORM FIND-ROSTER-POSITION
           MOVE LOOKUP-IDX TO POS-A
           MOVE ID-B TO LOOKUP-ID
           PERFORM FIND-ROSTER-POSITION
           MOVE LOOKUP-IDX TO POS-B
           MOVE 0 TO PAIR-IDX
           IF POS-A = 0 OR POS-B = 0 OR POS-A = POS-B
               MOVE 0 TO POS-A
           ELSE
               IF POS-A > POS-B
                   MOVE POS-A TO LOOKUP-IDX
                   MOVE POS-B TO POS-A
                   MOVE LOOKUP-IDX TO POS-B
               END-IF
               MOVE PAIR-SLOT(POS-A, POS-B) TO PAIR-IDX
               IF PAIR-IDX = 0
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT TO PAIR-IDX
                   MOVE PAIR-IDX TO PAIR-SLOT(POS-A, POS-B)
                   MOVE ROSTER-ID(POS-A) TO PR-ID-A(PAIR-IDX)
                   MOVE ROSTER-ID(POS-B) TO PR-ID-B(PAIR-IDX)
                   MOVE 0 TO PR-A-X-WINS(PAIR-IDX)
                   MOVE 0 TO PR-A-X-LOSSES(PAIR-IDX)
                   MOVE 0 TO PR-A-X-DRAWS(PAIR-IDX)
                   MOVE 0 TO PR-A-O-WINS(PAIR-IDX)
                   MOVE 0 TO PR-A-O-LOSSES(PAIR-IDX)
                   MOVE 0 TO PR-A-O-DRAWS(PAIR-IDX)
                   MOVE 0 TO PR-A-SERIES-WINS(PAIR-IDX)
                   MOVE 0 TO PR-B-SERIES-WINS(PAIR-IDX)
                   MOVE 0 TO PR-SERIES-TIES(PAIR-IDX)
                   MOVE SPACES TO PR-LAST-DATE(PAIR-IDX)
               END-IF
           END-IF.

           TALLY-GAMELOG.
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTH2H: GAMELOG.DAT could not be opened, status "
                   GAMELOG-STATUS " - no report produced."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               ADD 1 TO GAMES-READ
      * Voided games never happened as far as any rivalry goes.
               IF GL-STATUS NOT = "V"
                   PERFORM TALLY-ONE-GAME
               END-IF
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE.

      * Credit the game to the pair from A's side: A held X if A's id
      * is the X seat, otherwise A held O.
           TALLY-ONE-GAME.
           MOVE GL-PLAYER-X TO ID-A
           MOVE GL-PLAYER-O TO ID-B
           PERFORM FIND-PAIR
           IF PAIR-IDX > 0
               ADD 1 TO GAMES-COUNTED
               IF PR-ID-A(PAIR-IDX) = GL-PLAYER-X
                   EVALUATE GL-WINNER
                       WHEN "X"
                           ADD 1 TO PR-A-X-WINS(PAIR-IDX)
                       WHEN "O"
                           ADD 1 TO PR-A-X-LOSSES(PAIR-IDX)
                       WHEN OTHER
                           ADD 1 TO PR-A-X-DRAWS(PAIR-IDX)
                   END-EVALUATE
               ELSE
                   EVALUATE GL-WINNER
                       WHEN "O"
                           ADD 1 TO PR-A-O-WINS(PAIR-IDX)
                       WHEN "X"
                           ADD 1 TO PR-A-O-LOSSES(PAIR-IDX)
                       WHEN OTHER
                           ADD 1 TO PR-A-O-DRAWS(PAIR-IDX)
                   END-EVALUATE
               END-IF
               STRING GL-DATE(7:4) GL-DATE(1:2) GL-DATE(4:2)
                   DELIMITED BY SIZE INTO MEETING-DATE-KEY
               IF MEETING-DATE-KEY > PR-LAST-DATE(PAIR-IDX)
                   MOVE MEETING-DATE-KEY TO PR-LAST-DATE(PAIR-IDX)
               END-IF
           END-IF.

      * Series are credited on the winner TICTACTOE (or a TTVOID
      * resettlement) recorded; anything else is a tied series. An
      * absent match log simply means no series have been played.
           TALLY-MATCHLOG.
           OPEN INPUT MATCHLOG-FILE
           IF MATCHLOG-STATUS = "00"
               READ MATCHLOG-FILE
               PERFORM WITH TEST BEFORE UNTIL MATCHLOG-STATUS NOT = "00"
                   PERFORM TALLY-ONE-SERIES
                   READ MATCHLOG-FILE
               END-PERFORM
           END-IF
           CLOSE MATCHLOG-FILE.

           TALLY-ONE-SERIES.
           MOVE ML-PLAYER-1 TO ID-A
           MOVE ML-PLAYER-2 TO ID-B
           PERFORM FIND-PAIR
           IF PAIR-IDX > 0
               ADD 1 TO SERIES-COUNTED
               EVALUATE TRUE
                   WHEN ML-WINNER-ID = PR-ID-A(PAIR-IDX)
                       ADD 1 TO PR-A-SERIES-WINS(PAIR-IDX)
                   WHEN ML-WINNER-ID = PR-ID-B(PAIR-IDX)
                       ADD 1 TO PR-B-SERIES-WINS(PAIR-IDX)
                   WHEN OTHER
                       ADD 1 TO PR-SERIES-TIES(PAIR-IDX)
               END-EVALUATE
               STRING ML-DATE(7:4) ML-DATE(1:2) ML-DATE(4:2)
                   DELIMITED BY SIZE INTO MEETING-DATE-KEY
               IF MEETING-DATE-KEY > PR-LAST-DATE(PAIR-IDX)
                   MOVE MEETING-DATE-KEY TO PR-LAST-DATE(PAIR-IDX)
               END-IF
           END-IF.

      * Every pair in the all-pairs report, or just the card player's
      * pairs turned round to the card player's side.
           SELECT-REPORT-PAIRS.
           MOVE 0 TO REPORT-COUNT
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               EVALUATE TRUE
                   WHEN FOCUS-ID = SPACES
                       PERFORM ADD-REPORT-PAIR-AS-A
                   WHEN PR-ID-A(PAIR-IDX) = FOCUS-ID
                       PERFORM ADD-REPORT-PAIR-AS-A
                   WHEN PR-ID-B(PAIR-IDX) = FOCUS-ID
                       PERFORM ADD-REPORT-PAIR-AS-B
               END-EVALUATE
           END-PERFORM.

           ADD-REPORT-PAIR-AS-A.
           ADD 1 TO REPORT-COUNT
           MOVE PR-ID-A(PAIR-IDX) TO RP-ID-1(REPORT-COUNT)
           MOVE PR-ID-B(PAIR-IDX) TO RP-ID-2(REPORT-COUNT)
           MOVE PR-A-X-WINS(PAIR-IDX) TO RP-X-WINS(REPORT-COUNT)
           MOVE PR-A-X-LOSSES(PAIR-IDX) TO RP-X-LOSSES(REPORT-COUNT)
           MOVE PR-A-X-DRAWS(PAIR-IDX) TO RP-X-DRAWS(REPORT-COUNT)
           MOVE PR-A-O-WINS(PAIR-IDX) TO RP-O-WINS(REPORT-COUNT)
           MOVE PR-A-O-LOSSES(PAIR-IDX) TO RP-O-LOSSES(REPORT-COUNT)
           MOVE PR-A-O-DRAWS(PAIR-IDX) TO RP-O-DRAWS(REPORT-COUNT)
           MOVE PR-A-SERIES-WINS(PAIR-IDX)
               TO RP-SERIES-WON(REPORT-COUNT)
           MOVE PR-B-SERIES-WINS(PAIR-IDX)
               TO RP-SERIES-LOST(REPORT-COUNT)
           PERFORM FINISH-REPORT-PAIR.

      * B's side of the pair: B's games as X are A's games as O with
      * the result turned round, and the other way about.
           ADD-REPORT-PAIR-AS-B.
           ADD 1 TO REPORT-COUNT
           MOVE PR-ID-B(PAIR-IDX) TO RP-ID-1(REPORT-COUNT)
           MOVE PR-ID-A(PAIR-IDX) TO RP-ID-2(REPORT-COUNT)
           MOVE PR-A-O-LOSSES(PAIR-IDX) TO RP-X-WINS(REPORT-COUNT)
           MOVE PR-A-O-WINS(PAIR-IDX) TO RP-X-LOSSES(REPORT-COUNT)
           MOVE PR-A-O-DRAWS(PAIR-IDX) TO RP-X-DRAWS(REPORT-COUNT)
           MOVE PR-A-X-LOSSES(PAIR-IDX) TO RP-O-WINS(REPORT-COUNT)
           MOVE PR-A-X-WINS(PAIR-IDX) TO RP-O-LOSSES(REPORT-COUNT)
           MOVE PR-A-X-DRAWS(PAIR-IDX) TO RP-O-DRAWS(REPORT-COUNT)
           MOVE PR-B-SERIES-WINS(PAIR-IDX)
               TO RP-SERIES-WON(REPORT-COUNT)
           MOVE PR-A-SERIES-WINS(PAIR-IDX)
               TO RP-SERIES-LOST(REPORT-COUNT)
           PERFORM FINISH-REPORT-PAIR.

           FINISH-REPORT-PAIR.
           MOVE PR-SERIES-TIES(PAIR-IDX) TO RP-SERIES-TIED(REPORT-COUNT)
           MOVE PR-LAST-DATE(PAIR-IDX) TO RP-LAST-DATE(REPORT-COUNT)
           COMPUTE RP-WINS(REPORT-COUNT) = RP-X-WINS(REPORT-COUNT) +
               RP-O-WINS(REPORT-COUNT)
           COMPUTE RP-LOSSES(REPORT-COUNT) =
               RP-X-LOSSES(REPORT-COUNT) + RP-O-LOSSES(REPORT-COUNT)
           COMPUTE RP-GAMES(REPORT-COUNT) = RP-WINS(REPORT-COUNT) +
               RP-LOSSES(REPORT-COUNT) + RP-X-DRAWS(REPORT-COUNT) +
               RP-O-DRAWS(REPORT-COUNT)
           IF RP-GAMES(REPORT-COUNT) = 0
               MOVE 0 TO RP-SCORE-PCT(REPORT-COUNT)
               MOVE 0 TO RP-EDGE-PCT(REPORT-COUNT)
           ELSE
               COMPUTE RP-SCORE-PCT(REPORT-COUNT) ROUNDED =
                   (RP-WINS(REPORT-COUNT) * 2 + RP-X-DRAWS(REPORT-COUNT)
                   + RP-O-DRAWS(REPORT-COUNT)) * 50
                   / RP-GAMES(REPORT-COUNT)
               COMPUTE WIN-DIFF = RP-WINS(REPORT-COUNT) -
                   RP-LOSSES(REPORT-COUNT)
               IF WIN-DIFF < 0
                   COMPUTE WIN-DIFF = 0 - WIN-DIFF
               END-IF
               COMPUTE RP-EDGE-PCT(REPORT-COUNT) ROUNDED =
                   WIN-DIFF * 100 / RP-GAMES(REPORT-COUNT)
           END-IF.

      * Same selection sort TTREPORT's leaderboard uses. The all-pairs
      * report runs in id order; the single-player report runs from
      * the opponent the player scores best against to the one they
      * score worst against, more games breaking a tie.
           SORT-REPORT-PAIRS.
           PERFORM VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX >= REPORT-COUNT
               MOVE REPORT-IDX TO BEST-IDX
               PERFORM VARYING REPORT-JDX FROM REPORT-IDX BY 1
                   UNTIL REPORT-JDX > REPORT-COUNT
                   PERFORM COMPARE-REPORT-PAIRS
                   IF RANKS-AHEAD = "Y"
                       MOVE REPORT-JDX TO BEST-IDX
                   END-IF
               END-PERFORM
               IF BEST-IDX NOT = REPORT-IDX
                   MOVE REPORT-ENTRY(REPORT-IDX) TO SWAP-ENTRY
                   MOVE REPORT-ENTRY(BEST-IDX)
                       TO REPORT-ENTRY(REPORT-IDX)
                   MOVE SWAP-ENTRY TO REPORT-ENTRY(BEST-IDX)
               END-IF
           END-PERFORM.

           COMPARE-REPORT-PAIRS.
           MOVE "N" TO RANKS-AHEAD
           IF FOCUS-ID = SPACES
               IF RP-ID-1(REPORT-JDX) < RP-ID-1(BEST-IDX) OR
                       (RP-ID-1(REPORT-JDX) = RP-ID-1(BEST-IDX) AND
                       RP-ID-2(REPORT-JDX) < RP-ID-2(BEST-IDX))
                   MOVE "Y" TO RANKS-AHEAD
               END-IF
           ELSE
               IF RP-SCORE-PCT(REPORT-JDX) > RP-SCORE-PCT(BEST-IDX) OR
                       (RP-SCORE-PCT(REPORT-JDX) =
                       RP-SCORE-PCT(BEST-IDX) AND
                       RP-GAMES(REPORT-JDX) > RP-GAMES(BEST-IDX))
                   MOVE "Y" TO RANKS-AHEAD
               END-IF
           END-IF.

           PRINT-HEAD-TO-HEAD.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - HEAD-TO-HEAD REPORT"
           DISPLAY " "
           IF FOCUS-ID = SPACES
               DISPLAY "Every pair of registered players that has met."
           ELSE
               DISPLAY "Player  . . . . . . : " FOCUS-ID " " FOCUS-NAME
               DISPLAY "Opponents from best record to worst."
           END-IF
           DISPLAY "W-L-D are player 1's, split by the mark player 1 hel
      -        "d; series are won-lost-tied."
           DISPLAY " "
           DISPLAY "PLAYER 1   PLAYER 2   GAMES SCORE AS X W-L-D   AS O 
      -        "W-L-D   SERIES      LAST MET"
           PERFORM VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX > REPORT-COUNT
               PERFORM PRINT-ONE-PAIR-LINE
           END-PERFORM
           IF REPORT-COUNT = 0
               DISPLAY "  (no meetings between registered players)"
           END-IF
           PERFORM PRINT-RIVALRY-SUMMARY
           DISPLAY " "
           DISPLAY "Games read from GAMELOG . . : " GAMES-READ
           DISPLAY "Games between registered ids: " GAMES-COUNTED
           DISPLAY "Series read from MATCHLOG . : " SERIES-COUNTED
           DISPLAY " "
           DISPLAY "*** End of report ***"
           DISPLAY X'0C'.

           PRINT-ONE-PAIR-LINE.
           MOVE SPACES TO MARK-X-TEXT
           STRING RP-X-WINS(REPORT-IDX) "-" RP-X-LOSSES(REPORT-IDX)
               "-" RP-X-DRAWS(REPORT-IDX) DELIMITED BY SIZE
               INTO MARK-X-TEXT
           MOVE SPACES TO MARK-O-TEXT
           STRING RP-O-WINS(REPORT-IDX) "-" RP-O-LOSSES(REPORT-IDX)
               "-" RP-O-DRAWS(REPORT-IDX) DELIMITED BY SIZE
               INTO MARK-O-TEXT
           MOVE SPACES TO SERIES-TEXT
           STRING RP-SERIES-WON(REPORT-IDX) "-"
               RP-SERIES-LOST(REPORT-IDX) "-" RP-SERIES-TIED(REPORT-IDX)
               DELIMITED BY SIZE INTO SERIES-TEXT
           MOVE SPACES TO LAST-MET-TEXT
           STRING RP-LAST-DATE(REPORT-IDX)(1:4) "/"
               RP-LAST-DATE(REPORT-IDX)(5:2) "/"
               RP-LAST-DATE(REPORT-IDX)(7:2) DELIMITED BY SIZE
               INTO LAST-MET-TEXT
           DISPLAY RP-ID-1(REPORT-IDX) " " RP-ID-2(REPORT-IDX) " "
               RP-GAMES(REPORT-IDX) "  " RP-SCORE-PCT(REPORT-IDX) "%  "
               MARK-X-TEXT " " MARK-O-TEXT " " SERIES-TEXT " "
               LAST-MET-TEXT.

      * The most lopsided rivalry is the one with the widest edge,
      * the most even the one with the narrowest; between two alike,
      * the one with more games behind it tells more. With a single
      * pair to judge it is both, and is printed once.
           PRINT-RIVALRY-SUMMARY.
           MOVE 0 TO LOPSIDED-IDX
           MOVE 0 TO EVEN-IDX
           PERFORM VARYING REPORT-IDX FROM 1 BY 1
               UNTIL REPORT-IDX > REPORT-COUNT
               IF RP-GAMES(REPORT-IDX) NOT < MIN-MEETINGS
                   PERFORM JUDGE-ONE-RIVALRY
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "RIVALRY SUMMARY (pairs with " MIN-MEETINGS
               " or more games)"
           IF LOPSIDED-IDX = 0
               DISPLAY "  No pair has met often enough to judge."
           ELSE
               MOVE LOPSIDED-IDX TO REPORT-IDX
               PERFORM PRINT-ONE-RIVALRY
               IF EVEN-IDX NOT = LOPSIDED-IDX
                   MOVE EVEN-IDX TO REPORT-IDX
                   PERFORM PRINT-ONE-RIVALRY
               END-IF
           END-IF.

           JUDGE-ONE-RIVALRY.
           IF LOPSIDED-IDX = 0
               MOVE REPORT-IDX TO LOPSIDED-IDX
               MOVE REPORT-IDX TO EVEN-IDX
           ELSE
               IF RP-EDGE-PCT(REPORT-IDX) > RP-EDGE-PCT(LOPSIDED-IDX) OR
                       (RP-EDGE-PCT(REPORT-IDX) =
                       RP-EDGE-PCT(LOPSIDED-IDX) AND
                       RP-GAMES(REPORT-IDX) > RP-GAMES(LOPSIDED-IDX))
                   MOVE REPORT-IDX TO LOPSIDED-IDX
               END-IF
               IF RP-EDGE-PCT(REPORT-IDX) < RP-EDGE-PCT(EVEN-IDX) OR
                       (RP-EDGE-PCT(REPORT-IDX) =
                       RP-EDGE-PCT(EVEN-IDX) AND
                       RP-GAMES(REPORT-IDX) > RP-GAMES(EVEN-IDX))
                   MOVE REPORT-IDX TO EVEN-IDX
               END-IF
           END-IF.

           PRINT-ONE-RIVALRY.
           IF REPORT-IDX = LOPSIDED-IDX
               DISPLAY "  Most lopsided . . : " WITH NO ADVANCING
           ELSE
               DISPLAY "  Most even . . . . : " WITH NO ADVANCING
           END-IF
           IF RP-WINS(REPORT-IDX) < RP-LOSSES(REPORT-IDX)
               DISPLAY RP-ID-2(REPORT-IDX) " over " RP-ID-1(REPORT-IDX)
                   " " RP-LOSSES(REPORT-IDX) "-" RP-WINS(REPORT-IDX)
                   " in " RP-GAMES(REPORT-IDX) " games (edge "
                   RP-EDGE-PCT(REPORT-IDX) "%)"
           ELSE
               DISPLAY RP-ID-1(REPORT-IDX) " over " RP-ID-2(REPORT-IDX)
                   " " RP-WINS(REPORT-IDX) "-" RP-LOSSES(REPORT-IDX)
                   " in " RP-GAMES(REPORT-IDX) " games (edge "
                   RP-EDGE-PCT(REPORT-IDX) "%)"
           END-IF.
       END PROGRAM TTH2H.
