       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Games played away from the consoles - on paper, or on a laptop
      * with no access to the files - keyed up afterwards: a header
      * line per game followed by its moves in order.
           SELECT INBOUND-FILE ASSIGN TO "TTINBND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INBOUND-STATUS.

      * Every line of every game that was turned away, header and
      * moves together, each stamped with the reason, so the batch
      * can be put right and fed back in.
           SELECT SUSPENSE-FILE ASSIGN TO "TTSUSPNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.

      * Same permanent game history TICTACTOE writes to; accepted
      * games are appended to it exactly as a console logs them.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Permanent move archive, keyed on game id plus move number;
      * an accepted game's moves go in under the id it is given.
           SELECT MOVEHIST-FILE ASSIGN TO "MOVEHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MOVEHIST-STATUS.

      * Last game id handed out - the consoles' own counter, so a
      * loaded game's id can never be one a console also hands out.
           SELECT GAMEID-FILE ASSIGN TO "TTGAMEID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMEID-STATUS.

      * Running win/loss/draw totals, posted to the same way
      * TICTACTOE's UPDATE-SCOREBOARD posts a finished game.
           SELECT SCOREBOARD-FILE ASSIGN TO "SCOREBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCOREBOARD-STATUS.

      * Registered player ids, maintained by TTPLAYER; both sides of
      * a loaded game must pass the same check the name prompt makes.
           SELECT PLAYMAST-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYMAST-STATUS.

      * Operations audit trail: checked for open console sessions
      * before anything is written, and the run is logged on it.
           SELECT AUDIT-FILE ASSIGN TO "TTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-HEADER.
      * H for a game header.
           05 IH-TYPE PIC X.
           05 FILLER PIC X.
      * MM/DD/CCYY, as GAMELOG carries it.
           05 IH-DATE PIC X(10).
           05 FILLER PIC X.
      * HH:MM:SS the game finished, blank when nobody noted it.
           05 IH-TIME PIC X(8).
           05 FILLER PIC X.
           05 IH-PLAYER-X PIC X(10).
           05 FILLER PIC X.
           05 IH-PLAYER-O PIC X(10).
           05 FILLER PIC X.
           05 IH-BOARD-SIZE PIC 9.
           05 FILLER PIC X.
      * X, O, or Z for a draw - the result written on the sheet.
           05 IH-WINNER PIC X.
           05 FILLER PIC X.
      * Where the game was played (PICNIC, BRANCH...); it stands in
      * for the console id on GAMELOG. Blank is logged as TTLOAD.
           05 IH-EVENT PIC X(8).
       01  INBOUND-MOVE.
      * M for a move.
           05 IM-TYPE PIC X.
           05 FILLER PIC X.
           05 IM-MOVE-NUM PIC 9(3).
           05 FILLER PIC X.
           05 IM-PLAYER PIC X.
           05 FILLER PIC X.
           05 IM-X PIC 9.
           05 FILLER PIC X.
           05 IM-Y PIC 9.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
      * The inbound line exactly as it arrived.
           05 SU-IMAGE PIC X(56).
           05 FILLER PIC X.
           05 SU-REASON PIC X(40).

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
           05 GL-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
      * "L" on a game loaded from paper - played off the consoles,
      * so GL-SESSION holds its event name, not a console.
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

       FD  GAMEID-FILE.
       01  GAMEID-RECORD.
           05 GI-LAST-GAME-ID PIC 9(6).

       FD  SCOREBOARD-FILE.
       01  SCOREBOARD-RECORD.
           05 SB-X-WINS PIC 9(6).
           05 FILLER PIC X.
           05 SB-O-WINS PIC 9(6).
           05 FILLER PIC X.
           05 SB-DRAWS PIC 9(6).

       FD  PLAYMAST-FILE.
       01  PLAYMAST-RECORD.
           05 PM-ID PIC X(10).
           05 FILLER PIC X.
           05 PM-NAME PIC X(30).
           05 FILLER PIC X.
           05 PM-ACTIVE PIC X.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-DATE PIC X(10).
           05 FILLER PIC X.
           05 AU-TIME PIC X(8).
           05 FILLER PIC X.
           05 AU-SESSION PIC X(8).
           05 FILLER PIC X.
           05 AU-TEXT PIC X(50).
       WORKING-STORAGE SECTION.
           01 INBOUND-STATUS PIC XX.
           01 SUSPENSE-STATUS PIC XX.
           01 GAMELOG-STATUS PIC XX.
           01 MOVEHIST-STATUS PIC XX.
           01 GAMEID-STATUS PIC XX.
           01 SCOREBOARD-STATUS PIC XX.
           01 PLAYMAST-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.

      * Current state of each session on the audit trail, same table
      * TTVOID keeps: game ids and the scoreboard are read and
      * rewritten without a lock, so a live console would race this
      * run for both.
           01 SESSION-TABLE.
               05 SESSION-ENTRY OCCURS 20 TIMES.
                   10 SN-ID PIC X(8).
                   10 SN-OPEN PIC X.
           01 SESSION-COUNT PIC 99 VALUE 0.
           01 SESSION-IDX PIC 99.
           01 SESSION-FOUND-IDX PIC 99.
           01 LOOKUP-SESSION PIC X(8).
           01 ACTIVE-SESSIONS PIC 99 VALUE 0.

      * Registered ids off the player master. As at the name prompt,
      * an empty master takes any id, so a fresh install can still
      * load its games.
           01 REGISTERED-TABLE.
               05 REGISTERED-ENTRY OCCURS 100 TIMES.
                   10 REG-ID PIC X(10).
                   10 REG-ACTIVE PIC X.
           01 REGISTERED-COUNT PIC 9(3) VALUE 0.
           01 REGIDX PIC 9(3).
           01 CHECKED-PLAYER-ID PIC X(10).
           01 PLAYER-ID-OK PIC X.

      * Games already on GAMELOG, so a batch fed in twice - or rerun
      * after a failure part way through - can't log a game twice.
      * Games loaded by this run are added as they go. Past 1500 the
      * table wraps round and the oldest entry gives way, so it
      * always holds the latest 1500 games - the ones a resubmitted
      * batch would be duplicating.
           01 LOGGED-TABLE.
               05 LOGGED-ENTRY OCCURS 1500 TIMES.
                   10 LG-DATE PIC X(10).
                   10 LG-TIME PIC X(8).
                   10 LG-PLAYER-X PIC X(10).
                   10 LG-PLAYER-O PIC X(10).
                   10 LG-WINNER PIC X.
                   10 LG-MOVES PIC 9(3).
                   10 LG-GAME-ID PIC 9(6).
           01 LOGGED-COUNT PIC 9(4) VALUE 0.
           01 LOGGED-IDX PIC 9(4).
           01 LOGGED-NEXT PIC 9(4) VALUE 0.
           01 LOGGED-OVERFLOW PIC X VALUE "N".

      * The game being gathered off the inbound file: its header,
      * its moves held until the last one has arrived, and the first
      * reason found to turn it away (spaces while it is good).
           01 GAME-OPEN PIC X VALUE "N".
           01 HELD-HEADER PIC X(56).
           01 GAME-DATE PIC X(10).
           01 GAME-TIME PIC X(8).
           01 GAME-PLAYER-X PIC X(10).
           01 GAME-PLAYER-O PIC X(10).
           01 GAME-WINNER PIC X.
           01 GAME-EVENT PIC X(8).
           01 GAME-REASON PIC X(40).
           01 HELD-MOVES.
               05 HELD-MOVE OCCURS 50 TIMES.
                   10 HM-IMAGE PIC X(56).
                   10 HM-TYPE PIC X.
                   10 HM-MOVE-NUM PIC 9(3).
                   10 HM-PLAYER PIC X.
                   10 HM-X PIC 9.
                   10 HM-Y PIC 9.
           01 HELD-COUNT PIC 99 VALUE 0.
           01 DROPPED-COUNT PIC 9(5) VALUE 0.
           01 HELD-IDX PIC 99.
           01 MOVES-MATCH PIC X.
           01 REASON-MOVE-NUM PIC 9(3).

      * Date and time pieces for the header checks.
           01 DATE-MONTH PIC 99.
           01 DATE-DAY PIC 99.
           01 GAME-DATE-KEY PIC X(8).
           01 GAME-DATE-NUMBER PIC 9(8).
           01 TIME-HOUR PIC 99.
           01 TIME-MINUTE PIC 99.
           01 TIME-SECOND PIC 99.

      * Replay of the game's moves, laid out as TTVERIFY replays an
      * archived game: the rebuilt board, who should be on the move,
      * and the winner the combinations say the game produced ("Z"
      * for a full board, space for an unfinished game).
           01 BOARD-SIZE PIC 9 VALUE 3.
           01 WIN-LENGTH PIC 9 VALUE 3.
           01 COMBO-SIZE PIC 9 VALUE 0.
           01 BOARD.
               05 COLUM OCCURS 5 TIMES.
                   10 CEL PIC X OCCURS 5 TIMES.
           01 DERIVED-WINNER PIC X.
           01 EXPECTED-PLAYER PIC X.
           01 FULL-BOARD-MOVES PIC 9(3).

      * Same winning-combination table GET-WINNER builds through
      * GENERATE-COMBOS, laid out by BUILD-COMBOS for the board size
      * of the game being replayed.
           01 COMBOS.
               05 COMBO OCCURS 12 TIMES.
                   10 CELL-COORDS OCCURS 5 TIMES.
                       15 CB-X PIC 9.
                       15 CB-Y PIC 9.
           01 COMBO-COUNT PIC 99 VALUE 0.
           01 COMBO-IDX PIC 99.
           01 CELL-IDX PIC 9.
           01 GROW PIC 9.
           01 GCOL PIC 9.
           01 SCAN-MARK PIC X.
           01 SCAN-RESULT PIC X.
           01 MARK-COUNT PIC 9.

      * Id handed to the game being loaded, and scoreboard totals as
      * posted.
           01 GAME-ID PIC 9(6) VALUE 0.
           01 FIRST-GAME-ID PIC 9(6) VALUE 0.
           01 TOTAL-X-WINS PIC 9(6) VALUE 0.
           01 TOTAL-O-WINS PIC 9(6) VALUE 0.
           01 TOTAL-DRAWS PIC 9(6) VALUE 0.

      * Control totals for the report, the audit line and the return
      * code.
           01 RECORDS-READ PIC 9(6) VALUE 0.
           01 GAMES-READ PIC 9(6) VALUE 0.
           01 GAMES-LOADED PIC 9(6) VALUE 0.
           01 GAMES-REJECTED PIC 9(6) VALUE 0.
           01 MOVES-LOADED PIC 9(6) VALUE 0.
           01 STRAY-RECORDS PIC 9(6) VALUE 0.
           01 LINES-DROPPED PIC 9(6) VALUE 0.
           01 SUSPENSE-WRITTEN PIC 9(6) VALUE 0.

      * Audit trail plumbing, same shape TICTACTOE's own is.
           01 AUDIT-TEXT PIC X(50).
           01 CURRENT-DATE-DATA.
               05 FILLER PIC 9(14).
               05 FILLER PIC X(7).
           01 RUN-DATE-KEY PIC X(8).
       PROCEDURE DIVISION.
           DISPLAY "QC CODERS' TIC-TAC-TOE - INBOUND GAME LOAD"
           DISPLAY " "
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE CURRENT-DATE-DATA(1:8) TO RUN-DATE-KEY

           PERFORM CHECK-NO-ACTIVE-SESSION
           IF ACTIVE-SESSIONS > 0
               DISPLAY "The audit trail shows " ACTIVE-SESSIONS " sessio
      -            "n(s) whose last event is a RUN START with no RUN END
      -            " - a console is mid-run, or its last run crashed. Br
      -            "ing each such console up and exit it cleanly, then r
      -            "erun the load."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INBOUND-FILE
           IF INBOUND-STATUS NOT = "00"
               DISPLAY "TTLOAD: inbound game file TTINBND.DAT could not 
      -            "be opened - status " INBOUND-STATUS " - nothing load
      -            "ed."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SUSPENSE-FILE
           IF SUSPENSE-STATUS NOT = "00"
               DISPLAY "TTLOAD: suspense file TTSUSPNS.DAT could not be 
      -            "opened - status " SUSPENSE-STATUS " - nothing loaded
      -            "."
               CLOSE INBOUND-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PLAYER-MASTER
           PERFORM LOAD-LOGGED-GAMES
           PERFORM OPEN-GAMELOG
           PERFORM OPEN-MOVEHIST

           READ INBOUND-FILE
           PERFORM WITH TEST BEFORE UNTIL INBOUND-STATUS NOT = "00"
               PERFORM TAKE-INBOUND-RECORD
               READ INBOUND-FILE
           END-PERFORM
           IF GAME-OPEN = "Y"
               PERFORM FINISH-GAME
           END-IF

           CLOSE INBOUND-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GAMELOG-FILE
           CLOSE MOVEHIST-FILE

           MOVE SPACES TO AUDIT-TEXT
           STRING "LOAD READ " GAMES-READ " LOADED " GAMES-LOADED
               " REJECTED " GAMES-REJECTED DELIMITED BY SIZE
               INTO AUDIT-TEXT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM PRINT-CONTROL-TOTALS

      * Every game read is either loaded or on the suspense file; a
      * reject is a batch somebody has to look at again.
           IF GAMES-REJECTED > 0 OR STRAY-RECORDS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Same walk of the trail TTVOID does: only a session whose
      * latest word is RUN START counts as open.
           CHECK-NO-ACTIVE-SESSION.
           MOVE 0 TO SESSION-COUNT
           MOVE 0 TO ACTIVE-SESSIONS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               READ AUDIT-FILE
               PERFORM WITH TEST BEFORE UNTIL AUDIT-STATUS NOT = "00"
                   IF AU-TEXT(1:9) = "RUN START" OR
                           AU-TEXT(1:7) = "RUN END"
                       MOVE AU-SESSION TO LOOKUP-SESSION
                       PERFORM FIND-OR-ADD-SESSION
                       IF SESSION-FOUND-IDX > 0
                           IF AU-TEXT(1:9) = "RUN START"
                               MOVE "Y" TO SN-OPEN(SESSION-FOUND-IDX)
                           ELSE
                               MOVE "N" TO SN-OPEN(SESSION-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
                   READ AUDIT-FILE
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           PERFORM VARYING SESSION-IDX FROM 1 BY 1
               UNTIL SESSION-IDX > SESSION-COUNT
               IF SN-OPEN(SESSION-IDX) = "Y"
                   ADD 1 TO ACTIVE-SESSIONS
               END-IF
           END-PERFORM.

           FIND-OR-ADD-SESSION.
           MOVE 0 TO SESSION-FOUND-IDX
           PERFORM VARYING SESSION-IDX FROM 1 BY 1
               UNTIL SESSION-IDX > SESSION-COUNT
               IF SN-ID(SESSION-IDX) = LOOKUP-SESSION
                   MOVE SESSION-IDX TO SESSION-FOUND-IDX
               END-IF
           END-PERFORM
           IF SESSION-FOUND-IDX = 0 AND SESSION-COUNT < 20
               ADD 1 TO SESSION-COUNT
               MOVE SESSION-COUNT TO SESSION-FOUND-IDX
               MOVE LOOKUP-SESSION TO SN-ID(SESSION-FOUND-IDX)
               MOVE "N" TO SN-OPEN(SESSION-FOUND-IDX)
           END-IF.

           LOAD-PLAYER-MASTER.
           MOVE 0 TO REGISTERED-COUNT
           OPEN INPUT PLAYMAST-FILE
           IF PLAYMAST-STATUS = "00"
               READ PLAYMAST-FILE
               PERFORM WITH TEST BEFORE UNTIL PLAYMAST-STATUS NOT = "00"
                   IF REGISTERED-COUNT < 100
                       ADD 1 TO REGISTERED-COUNT
                       MOVE PM-ID TO REG-ID(REGISTERED-COUNT)
                       MOVE PM-ACTIVE TO REG-ACTIVE(REGISTERED-COUNT)
                   END-IF
                   READ PLAYMAST-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYMAST-FILE.

           LOAD-LOGGED-GAMES.
           MOVE 0 TO LOGGED-COUNT
           MOVE 0 TO LOGGED-NEXT
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS = "00"
               READ GAMELOG-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
                   IF GL-STATUS NOT = "V"
                       PERFORM ADD-LOGGED-GAME
                   END-IF
                   READ GAMELOG-FILE
               END-PERFORM
           END-IF
           CLOSE GAMELOG-FILE.

           ADD-LOGGED-GAME.
           IF LOGGED-NEXT = 1500
               MOVE 0 TO LOGGED-NEXT
               MOVE "Y" TO LOGGED-OVERFLOW
           END-IF
           ADD 1 TO LOGGED-NEXT
           IF LOGGED-COUNT < 1500
               ADD 1 TO LOGGED-COUNT
           END-IF
           MOVE GL-DATE TO LG-DATE(LOGGED-NEXT)
           MOVE GL-TIME TO LG-TIME(LOGGED-NEXT)
           MOVE GL-PLAYER-X TO LG-PLAYER-X(LOGGED-NEXT)
           MOVE GL-PLAYER-O TO LG-PLAYER-O(LOGGED-NEXT)
           MOVE GL-WINNER TO LG-WINNER(LOGGED-NEXT)
           MOVE GL-MOVES TO LG-MOVES(LOGGED-NEXT)
           IF GL-GAME-ID IS NUMERIC
               MOVE GL-GAME-ID TO LG-GAME-ID(LOGGED-NEXT)
           ELSE
               MOVE 0 TO LG-GAME-ID(LOGGED-NEXT)
           END-IF.

      * Same create-if-missing open TICTACTOE's OPEN-GAMELOG makes,
      * with the creation on the audit trail; anything else stops the
      * run before a single game is taken.
           OPEN-GAMELOG.
           OPEN EXTEND GAMELOG-FILE
           IF GAMELOG-STATUS = "35"
               MOVE "GAMELOG.DAT CREATED NEW - STATUS 35 ON OPEN"
                   TO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               OPEN OUTPUT GAMELOG-FILE
               CLOSE GAMELOG-FILE
               OPEN EXTEND GAMELOG-FILE
           END-IF
           IF GAMELOG-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
               STRING "GAMELOG.DAT OPEN FAILED - STATUS "
                   GAMELOG-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY "TTLOAD: GAMELOG.DAT could not be opened - status
      -            " " GAMELOG-STATUS " - nothing loaded."
               CLOSE INBOUND-FILE
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN-MOVEHIST.
           OPEN I-O MOVEHIST-FILE
           IF MOVEHIST-STATUS NOT = "00"
               OPEN OUTPUT MOVEHIST-FILE
               CLOSE MOVEHIST-FILE
               OPEN I-O MOVEHIST-FILE
           END-IF
           IF MOVEHIST-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
               STRING "MOVEHIST.IDX OPEN FAILED - STATUS "
                   MOVEHIST-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY "TTLOAD: MOVEHIST.IDX could not be opened - statu
      -            "s " MOVEHIST-STATUS " - nothing loaded."
               CLOSE INBOUND-FILE
               CLOSE SUSPENSE-FILE
               CLOSE GAMELOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * A header closes off the game before it and opens the next;
      * moves are held under the open game until it is complete. A
      * line that belongs to no game goes straight to suspense. Lines
      * past the 50 that can be held are only counted, so that the
      * game goes to suspense whole, header first, when it closes.
           TAKE-INBOUND-RECORD.
           ADD 1 TO RECORDS-READ
           EVALUATE TRUE
               WHEN IH-TYPE = "H"
                   IF GAME-OPEN = "Y"
                       PERFORM FINISH-GAME
                   END-IF
                   PERFORM START-GAME
               WHEN GAME-OPEN NOT = "Y"
                   ADD 1 TO STRAY-RECORDS
                   MOVE SPACES TO SUSPENSE-RECORD
                   MOVE INBOUND-HEADER TO SU-IMAGE
                   IF IM-TYPE = "M"
                       MOVE "MOVE WITH NO GAME HEADER AHEAD OF IT"
                           TO SU-REASON
                   ELSE
                       MOVE "UNRECOGNIZED RECORD TYPE" TO SU-REASON
                   END-IF
                   PERFORM WRITE-SUSPENSE-LINE
               WHEN HELD-COUNT NOT < 50
                   IF GAME-REASON = SPACES
                       MOVE "MORE MOVE LINES THAN ANY BOARD HOLDS"
                           TO GAME-REASON
                   END-IF
                   ADD 1 TO DROPPED-COUNT
               WHEN OTHER
                   ADD 1 TO HELD-COUNT
                   MOVE INBOUND-HEADER TO HM-IMAGE(HELD-COUNT)
                   MOVE IM-TYPE TO HM-TYPE(HELD-COUNT)
                   MOVE IM-PLAYER TO HM-PLAYER(HELD-COUNT)
                   IF IM-MOVE-NUM IS NUMERIC AND IM-X IS NUMERIC AND
                           IM-Y IS NUMERIC
                       MOVE IM-MOVE-NUM TO HM-MOVE-NUM(HELD-COUNT)
                       MOVE IM-X TO HM-X(HELD-COUNT)
                       MOVE IM-Y TO HM-Y(HELD-COUNT)
                   ELSE
                       MOVE 0 TO HM-MOVE-NUM(HELD-COUNT)
                       MOVE 0 TO HM-X(HELD-COUNT)
                       MOVE 0 TO HM-Y(HELD-COUNT)
                   END-IF
                   IF IM-TYPE NOT = "M" AND GAME-REASON = SPACES
                       MOVE "UNRECOGNIZED RECORD TYPE IN GAME"
                           TO GAME-REASON
                   END-IF
           END-EVALUATE.

      * Ids are taken the way the name prompt takes them, trimmed and
      * uppercased, so "jsmith" on a score sheet is JSMITH.
           START-GAME.
           MOVE "Y" TO GAME-OPEN
           MOVE INBOUND-HEADER TO HELD-HEADER
           MOVE 0 TO HELD-COUNT
           MOVE 0 TO DROPPED-COUNT
           MOVE SPACES TO GAME-REASON
           MOVE IH-DATE TO GAME-DATE
           MOVE IH-TIME TO GAME-TIME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IH-PLAYER-X))
               TO GAME-PLAYER-X
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IH-PLAYER-O))
               TO GAME-PLAYER-O
           MOVE FUNCTION UPPER-CASE(IH-WINNER) TO GAME-WINNER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IH-EVENT))
               TO GAME-EVENT
           IF GAME-EVENT = SPACES
               MOVE "TTLOAD" TO GAME-EVENT
           END-IF
           IF IH-BOARD-SIZE IS NUMERIC
               MOVE IH-BOARD-SIZE TO BOARD-SIZE
           ELSE
               MOVE 0 TO BOARD-SIZE
           END-IF.

      * The checks run in order and stop at the first failure, so the
      * reason on the suspense file is the first thing to fix.
           FINISH-GAME.
           ADD 1 TO GAMES-READ
           IF GAME-REASON = SPACES
               PERFORM CHECK-GAME-HEADER
           END-IF
           IF GAME-REASON = SPACES
               PERFORM CHECK-GAME-PLAYERS
           END-IF
           IF GAME-REASON = SPACES
               PERFORM REPLAY-GAME
           END-IF
           IF GAME-REASON = SPACES
               PERFORM CHECK-NOT-ALREADY-LOGGED
           END-IF
           IF GAME-REASON = SPACES
               PERFORM LOAD-GAME
           ELSE
               PERFORM REJECT-GAME
           END-IF
           MOVE "N" TO GAME-OPEN.

           CHECK-GAME-HEADER.
           MOVE 0 TO DATE-MONTH
           MOVE 0 TO DATE-DAY
           IF GAME-DATE(1:2) IS NUMERIC AND GAME-DATE(4:2) IS NUMERIC
                   AND GAME-DATE(7:4) IS NUMERIC AND
                   GAME-DATE(3:1) = "/" AND GAME-DATE(6:1) = "/"
               MOVE GAME-DATE(1:2) TO DATE-MONTH
               MOVE GAME-DATE(4:2) TO DATE-DAY
           END-IF
           STRING GAME-DATE(7:4) GAME-DATE(1:2) GAME-DATE(4:2)
               DELIMITED BY SIZE INTO GAME-DATE-KEY
           MOVE 0 TO GAME-DATE-NUMBER
           IF GAME-DATE-KEY IS NUMERIC
               MOVE GAME-DATE-KEY TO GAME-DATE-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN DATE-MONTH < 1 OR DATE-MONTH > 12 OR
                       DATE-DAY < 1 OR DATE-DAY > 31 OR
                       FUNCTION TEST-DATE-YYYYMMDD(GAME-DATE-NUMBER)
                           NOT = 0
                   MOVE "GAME DATE IS NOT A VALID MM/DD/CCYY"
                       TO GAME-REASON
               WHEN GAME-DATE-KEY > RUN-DATE-KEY
                   MOVE "GAME DATE IS IN THE FUTURE" TO GAME-REASON
               WHEN BOARD-SIZE < 3 OR BOARD-SIZE > 5
                   MOVE "BOARD SIZE IS NOT 3, 4 OR 5" TO GAME-REASON
               WHEN GAME-WINNER NOT = "X" AND GAME-WINNER NOT = "O"
                       AND GAME-WINNER NOT = "Z"
                   MOVE "RECORDED WINNER IS NOT X, O OR Z"
                       TO GAME-REASON
           END-EVALUATE
           IF GAME-REASON = SPACES AND GAME-TIME NOT = SPACES
               MOVE 99 TO TIME-HOUR
               IF GAME-TIME(1:2) IS NUMERIC AND
                       GAME-TIME(4:2) IS NUMERIC AND
                       GAME-TIME(7:2) IS NUMERIC AND
                       GAME-TIME(3:1) = ":" AND GAME-TIME(6:1) = ":"
                   MOVE GAME-TIME(1:2) TO TIME-HOUR
                   MOVE GAME-TIME(4:2) TO TIME-MINUTE
                   MOVE GAME-TIME(7:2) TO TIME-SECOND
               END-IF
               IF TIME-HOUR > 23 OR TIME-MINUTE > 59 OR
                       TIME-SECOND > 59
                   MOVE "GAME TIME IS NOT A VALID HH:MM:SS"
                       TO GAME-REASON
               END-IF
           END-IF.

      * Both sides must pass VALIDATE-PLAYER-ID's test: registered
      * and active, or GUEST for a casual game.
           CHECK-GAME-PLAYERS.
           EVALUATE TRUE
               WHEN GAME-PLAYER-X = SPACES
                   MOVE "NO PLAYER ID FOR X" TO GAME-REASON
               WHEN GAME-PLAYER-O = SPACES
                   MOVE "NO PLAYER ID FOR O" TO GAME-REASON
               WHEN GAME-PLAYER-X = GAME-PLAYER-O
                   MOVE "SAME PLAYER ID ON BOTH SIDES" TO GAME-REASON
           END-EVALUATE
           IF GAME-REASON = SPACES
               MOVE GAME-PLAYER-X TO CHECKED-PLAYER-ID
               PERFORM CHECK-ONE-PLAYER
               IF PLAYER-ID-OK NOT = "Y"
                   MOVE "PLAYER X IS NOT A REGISTERED, ACTIVE ID"
                       TO GAME-REASON
               END-IF
           END-IF
           IF GAME-REASON = SPACES
               MOVE GAME-PLAYER-O TO CHECKED-PLAYER-ID
               PERFORM CHECK-ONE-PLAYER
               IF PLAYER-ID-OK NOT = "Y"
                   MOVE "PLAYER O IS NOT A REGISTERED, ACTIVE ID"
                       TO GAME-REASON
               END-IF
           END-IF.

           CHECK-ONE-PLAYER.
           MOVE "N" TO PLAYER-ID-OK
           IF REGISTERED-COUNT = 0 OR CHECKED-PLAYER-ID = "GUEST"
               MOVE "Y" TO PLAYER-ID-OK
           ELSE
               PERFORM VARYING REGIDX FROM 1 BY 1
                   UNTIL REGIDX > REGISTERED-COUNT
                   IF REG-ID(REGIDX) = CHECKED-PLAYER-ID
                       IF REG-ACTIVE(REGIDX) = "A"
                           MOVE "Y" TO PLAYER-ID-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * Put the moves back on an empty board, in the order TTVERIFY
      * holds an archived game to: numbered 1, 2, 3... with no gaps,
      * X and O taking turns from X, each on an empty square of the
      * board, none after the game was won. What the winning
      * combinations say at the end must be what the sheet says.
           REPLAY-GAME.
           MOVE SPACES TO BOARD
           MOVE BOARD-SIZE TO WIN-LENGTH
           IF COMBO-SIZE NOT = BOARD-SIZE
               PERFORM BUILD-COMBOS
           END-IF
           MOVE " " TO DERIVED-WINNER
           MOVE "X" TO EXPECTED-PLAYER
           IF HELD-COUNT = 0
               MOVE "NO MOVES FOLLOW THE GAME HEADER" TO GAME-REASON
           END-IF
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT OR GAME-REASON NOT = SPACES
               PERFORM REPLAY-ONE-MOVE
           END-PERFORM
           IF GAME-REASON = SPACES
               COMPUTE FULL-BOARD-MOVES = BOARD-SIZE * BOARD-SIZE
               IF DERIVED-WINNER = " " AND
                       HELD-COUNT = FULL-BOARD-MOVES
                   MOVE "Z" TO DERIVED-WINNER
               END-IF
               IF DERIVED-WINNER = " "
                   MOVE "GAME UNFINISHED - NO WIN, BOARD NOT FULL"
                       TO GAME-REASON
               ELSE
                   IF DERIVED-WINNER NOT = GAME-WINNER
                       STRING "MOVES GIVE RESULT " DERIVED-WINNER
                           ", SHEET SAYS " GAME-WINNER
                           DELIMITED BY SIZE INTO GAME-REASON
                   END-IF
               END-IF
           END-IF.

           REPLAY-ONE-MOVE.
           MOVE HELD-IDX TO REASON-MOVE-NUM
           EVALUATE TRUE
               WHEN HM-MOVE-NUM(HELD-IDX) NOT = HELD-IDX
                   STRING "MOVE " REASON-MOVE-NUM
                       " MISSING, DOUBLED OR OUT OF ORDER"
                       DELIMITED BY SIZE INTO GAME-REASON
               WHEN FUNCTION UPPER-CASE(HM-PLAYER(HELD-IDX))
                       NOT = EXPECTED-PLAYER
                   STRING "MOVE " REASON-MOVE-NUM " MADE OUT OF TURN"
                       DELIMITED BY SIZE INTO GAME-REASON
               WHEN HM-X(HELD-IDX) < 1 OR HM-X(HELD-IDX) > BOARD-SIZE
                       OR HM-Y(HELD-IDX) < 1 OR
                       HM-Y(HELD-IDX) > BOARD-SIZE
                   STRING "MOVE " REASON-MOVE-NUM " IS OFF THE BOARD"
                       DELIMITED BY SIZE INTO GAME-REASON
               WHEN CEL(HM-Y(HELD-IDX), HM-X(HELD-IDX)) NOT = " "
                   STRING "MOVE " REASON-MOVE-NUM
                       " LANDS ON AN OCCUPIED SQUARE"
                       DELIMITED BY SIZE INTO GAME-REASON
               WHEN DERIVED-WINNER NOT = " "
                   STRING "MOVE " REASON-MOVE-NUM
                       " PLAYED AFTER THE GAME WAS WON"
                       DELIMITED BY SIZE INTO GAME-REASON
               WHEN OTHER
                   MOVE EXPECTED-PLAYER TO
                       CEL(HM-Y(HELD-IDX), HM-X(HELD-IDX))
                   MOVE EXPECTED-PLAYER TO SCAN-MARK
                   PERFORM SCAN-FOR-COMPLETED-WIN
                   IF SCAN-RESULT = "Y"
                       MOVE EXPECTED-PLAYER TO DERIVED-WINNER
                   END-IF
                   IF EXPECTED-PLAYER = "X"
                       MOVE "O" TO EXPECTED-PLAYER
                   ELSE
                       MOVE "X" TO EXPECTED-PLAYER
                   END-IF
           END-EVALUATE.

      * A game matching one already logged on date, time, players,
      * result and length is taken to be that game fed in again. A
      * game sent in with no time of day is only that game when its
      * moves are the same ones, square for square - a day of paper
      * games between the same two players can easily hold two
      * draws of the same length.
           CHECK-NOT-ALREADY-LOGGED.
           PERFORM VARYING LOGGED-IDX FROM 1 BY 1
               UNTIL LOGGED-IDX > LOGGED-COUNT
               OR GAME-REASON NOT = SPACES
               IF LG-DATE(LOGGED-IDX) = GAME-DATE AND
                       LG-TIME(LOGGED-IDX) = GAME-TIME AND
                       LG-PLAYER-X(LOGGED-IDX) = GAME-PLAYER-X AND
                       LG-PLAYER-O(LOGGED-IDX) = GAME-PLAYER-O AND
                       LG-WINNER(LOGGED-IDX) = GAME-WINNER AND
                       LG-MOVES(LOGGED-IDX) = HELD-COUNT
                   MOVE "Y" TO MOVES-MATCH
                   IF GAME-TIME = SPACES
                       PERFORM COMPARE-LOGGED-MOVES
                   END-IF
                   IF MOVES-MATCH = "Y"
                       STRING "ALREADY ON THE GAME LOG AS GAME "
                           LG-GAME-ID(LOGGED-IDX)
                           DELIMITED BY SIZE INTO GAME-REASON
                   END-IF
               END-IF
           END-PERFORM.

      * Reads the logged game's moves back off MOVEHIST by key and
      * holds them against the moves just replayed.
           COMPARE-LOGGED-MOVES.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT OR MOVES-MATCH = "N"
               MOVE LG-GAME-ID(LOGGED-IDX) TO MH-GAME-ID
               MOVE HELD-IDX TO MH-MOVE-NUM
               READ MOVEHIST-FILE
               IF MOVEHIST-STATUS NOT = "00"
                   MOVE "N" TO MOVES-MATCH
               ELSE
                   IF MH-PLAYER NOT =
                           FUNCTION UPPER-CASE(HM-PLAYER(HELD-IDX))
                           OR MH-X NOT = HM-X(HELD-IDX)
                           OR MH-Y NOT = HM-Y(HELD-IDX)
                       MOVE "N" TO MOVES-MATCH
                   END-IF
               END-IF
           END-PERFORM.

      * The same four steps, in the same order, as a console logs a
      * finished game: id, moves, game record, scoreboard. A loaded
      * game has no console clock behind it, so it carries no start
      * time or length.
           LOAD-GAME.
           PERFORM ASSIGN-GAME-ID
           PERFORM ARCHIVE-GAME-MOVES
           MOVE SPACES TO GAMELOG-RECORD
           MOVE GAME-DATE TO GL-DATE
           MOVE GAME-TIME TO GL-TIME
           MOVE GAME-WINNER TO GL-WINNER
           MOVE HELD-COUNT TO GL-MOVES
           MOVE GAME-PLAYER-X TO GL-PLAYER-X
           MOVE GAME-PLAYER-O TO GL-PLAYER-O
           MOVE GAME-ID TO GL-GAME-ID
           MOVE 0 TO GL-SECONDS
           MOVE GAME-EVENT TO GL-SESSION
           MOVE "L" TO GL-STATUS
           PERFORM WRITE-GAMELOG-RECORD
           PERFORM UPDATE-SCOREBOARD
           PERFORM ADD-LOGGED-GAME
           ADD 1 TO GAMES-LOADED
           ADD HELD-COUNT TO MOVES-LOADED
           IF FIRST-GAME-ID = 0
               MOVE GAME-ID TO FIRST-GAME-ID
           END-IF
           DISPLAY "Loaded   game " GAME-ID " " GAME-DATE " "
               GAME-PLAYER-X " (X) vs " GAME-PLAYER-O " (O), result '"
               GAME-WINNER "'.".

           REJECT-GAME.
           ADD 1 TO GAMES-REJECTED
           DISPLAY "Rejected " GAME-DATE " " GAME-PLAYER-X " (X) vs "
               GAME-PLAYER-O " (O): " GAME-REASON
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE HELD-HEADER TO SU-IMAGE
           MOVE GAME-REASON TO SU-REASON
           PERFORM WRITE-SUSPENSE-LINE
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE HM-IMAGE(HELD-IDX) TO SU-IMAGE
               MOVE GAME-REASON TO SU-REASON
               PERFORM WRITE-SUSPENSE-LINE
           END-PERFORM
           IF DROPPED-COUNT > 0
               ADD DROPPED-COUNT TO LINES-DROPPED
               MOVE SPACES TO SUSPENSE-RECORD
               STRING "* " DROPPED-COUNT
                   " MORE LINES OF THIS GAME NOT KEPT"
                   DELIMITED BY SIZE INTO SU-IMAGE
               MOVE GAME-REASON TO SU-REASON
               PERFORM WRITE-SUSPENSE-LINE
           END-IF.

           WRITE-SUSPENSE-LINE.
           WRITE SUSPENSE-RECORD
           IF SUSPENSE-STATUS = "00"
               ADD 1 TO SUSPENSE-WRITTEN
           ELSE
               DISPLAY "TTLOAD: suspense file write failed - status "
                   SUSPENSE-STATUS " - the line below is not on it:"
               DISPLAY SUSPENSE-RECORD
           END-IF.

      * Hand the game the next id off the counter file. Read and
      * rewrite in one go, as TICTACTOE's ASSIGN-GAME-ID does; a
      * counter that can't be rewritten would hand the next game the
      * same id, so the run stops instead.
           ASSIGN-GAME-ID.
           MOVE 0 TO GAME-ID
           OPEN INPUT GAMEID-FILE
           IF GAMEID-STATUS = "00"
               READ GAMEID-FILE
               IF GAMEID-STATUS = "00"
                   MOVE GI-LAST-GAME-ID TO GAME-ID
               END-IF
           END-IF
           CLOSE GAMEID-FILE
           ADD 1 TO GAME-ID
           OPEN OUTPUT GAMEID-FILE
           MOVE GAME-ID TO GI-LAST-GAME-ID
           IF GAMEID-STATUS = "00"
               WRITE GAMEID-RECORD
           END-IF
           IF GAMEID-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
               STRING "TTGAMEID.DAT REWRITE FAILED - STATUS "
                   GAMEID-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY "TTLOAD: game id counter rewrite failed - "
                   "status " GAMEID-STATUS ". Run stopped."
               PERFORM STOP-PART-WAY
           END-IF
           CLOSE GAMEID-FILE.

           ARCHIVE-GAME-MOVES.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               MOVE SPACES TO MOVEHIST-RECORD
               MOVE GAME-ID TO MH-GAME-ID
               MOVE HELD-IDX TO MH-MOVE-NUM
               MOVE FUNCTION UPPER-CASE(HM-PLAYER(HELD-IDX))
                   TO MH-PLAYER
               MOVE HM-X(HELD-IDX) TO MH-X
               MOVE HM-Y(HELD-IDX) TO MH-Y
               MOVE BOARD-SIZE TO MH-BOARD-SIZE
               WRITE MOVEHIST-RECORD
               IF MOVEHIST-STATUS NOT = "00"
                   MOVE SPACES TO AUDIT-TEXT
                   STRING "MOVEHIST.IDX WRITE FAILED - STATUS "
                       MOVEHIST-STATUS DELIMITED BY SIZE
                       INTO AUDIT-TEXT
                   PERFORM WRITE-AUDIT-EVENT
                   DISPLAY "TTLOAD: move history write failed - status "
                       MOVEHIST-STATUS ". Run stopped."
                   PERFORM STOP-PART-WAY
               END-IF
           END-PERFORM.

           WRITE-GAMELOG-RECORD.
           WRITE GAMELOG-RECORD
           IF GAMELOG-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
               STRING "GAMELOG.DAT WRITE FAILED - STATUS "
                   GAMELOG-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY "TTLOAD: game history write failed - status "
                   GAMELOG-STATUS ". Run stopped."
               PERFORM STOP-PART-WAY
           END-IF.

      * Re-read the scoreboard just before posting, as TICTACTOE does,
      * then add this game on top.
           UPDATE-SCOREBOARD.
           MOVE 0 TO TOTAL-X-WINS
           MOVE 0 TO TOTAL-O-WINS
           MOVE 0 TO TOTAL-DRAWS
           OPEN INPUT SCOREBOARD-FILE
           IF SCOREBOARD-STATUS = "00"
               READ SCOREBOARD-FILE
               IF SCOREBOARD-STATUS = "00"
                   MOVE SB-X-WINS TO TOTAL-X-WINS
                   MOVE SB-O-WINS TO TOTAL-O-WINS
                   MOVE SB-DRAWS TO TOTAL-DRAWS
               END-IF
           END-IF
           CLOSE SCOREBOARD-FILE
           EVALUATE GAME-WINNER
               WHEN "X"
                   ADD 1 TO TOTAL-X-WINS
               WHEN "O"
                   ADD 1 TO TOTAL-O-WINS
               WHEN "Z"
                   ADD 1 TO TOTAL-DRAWS
           END-EVALUATE
           MOVE SPACES TO SCOREBOARD-RECORD
           MOVE TOTAL-X-WINS TO SB-X-WINS
           MOVE TOTAL-O-WINS TO SB-O-WINS
           MOVE TOTAL-DRAWS TO SB-DRAWS
           OPEN OUTPUT SCOREBOARD-FILE
           IF SCOREBOARD-STATUS = "00"
               WRITE SCOREBOARD-RECORD
           END-IF
           IF SCOREBOARD-STATUS NOT = "00"
               MOVE SPACES TO AUDIT-TEXT
               STRING "SCOREBRD.DAT UPDATE FAILED - STATUS "
                   SCOREBOARD-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY "TTLOAD: scoreboard update failed - status "
                   SCOREBOARD-STATUS ". Run stopped."
               PERFORM STOP-PART-WAY
           END-IF
           CLOSE SCOREBOARD-FILE.

      * A write failure part way leaves the games before it loaded and
      * the rest unread. Once the fault is fixed the same inbound file
      * can go back in: the games already loaded are found on the log
      * and turned away as duplicates.
           STOP-PART-WAY.
           CLOSE INBOUND-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GAMELOG-FILE
           CLOSE MOVEHIST-FILE
           MOVE SPACES TO AUDIT-TEXT
           STRING "LOAD STOPPED - " GAMES-LOADED " LOADED FIRST"
               DELIMITED BY SIZE INTO AUDIT-TEXT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM PRINT-CONTROL-TOTALS
           MOVE 16 TO RETURN-CODE
           GOBACK.

      * Same combination layout GENERATE-COMBOS hands GET-WINNER:
      * every row, every column, and the two diagonals of the board
      * size in play.
           BUILD-COMBOS.
           MOVE BOARD-SIZE TO COMBO-SIZE
           MOVE 0 TO COMBO-COUNT
           PERFORM VARYING GROW FROM 1 BY 1 UNTIL GROW > BOARD-SIZE
               ADD 1 TO COMBO-COUNT
               PERFORM VARYING GCOL FROM 1 BY 1 UNTIL GCOL > BOARD-SIZE
                   MOVE GCOL TO CB-X(COMBO-COUNT, GCOL)
                   MOVE GROW TO CB-Y(COMBO-COUNT, GCOL)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING GCOL FROM 1 BY 1 UNTIL GCOL > BOARD-SIZE
               ADD 1 TO COMBO-COUNT
               PERFORM VARYING GROW FROM 1 BY 1 UNTIL GROW > BOARD-SIZE
                   MOVE GCOL TO CB-X(COMBO-COUNT, GROW)
                   MOVE GROW TO CB-Y(COMBO-COUNT, GROW)
               END-PERFORM
           END-PERFORM
           ADD 1 TO COMBO-COUNT
           PERFORM VARYING GROW FROM 1 BY 1 UNTIL GROW > BOARD-SIZE
               MOVE GROW TO CB-X(COMBO-COUNT, GROW)
               MOVE GROW TO CB-Y(COMBO-COUNT, GROW)
           END-PERFORM
           ADD 1 TO COMBO-COUNT
           PERFORM VARYING GROW FROM 1 BY 1 UNTIL GROW > BOARD-SIZE
               COMPUTE GCOL = BOARD-SIZE - GROW + 1
               MOVE GCOL TO CB-X(COMBO-COUNT, GROW)
               MOVE GROW TO CB-Y(COMBO-COUNT, GROW)
           END-PERFORM.

      * Has SCAN-MARK completed a line? A full combo of the mark is
      * a win, exactly as GET-WINNER's CHECK-COMBO counts it.
           SCAN-FOR-COMPLETED-WIN.
           MOVE "N" TO SCAN-RESULT
           PERFORM VARYING COMBO-IDX FROM 1 BY 1
               UNTIL COMBO-IDX > COMBO-COUNT OR SCAN-RESULT = "Y"
               MOVE 0 TO MARK-COUNT
               PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > WIN-LENGTH
                   IF CEL(CB-Y(COMBO-IDX, CELL-IDX),
                           CB-X(COMBO-IDX, CELL-IDX)) = SCAN-MARK
                       ADD 1 TO MARK-COUNT
                   END-IF
               END-PERFORM
               IF MARK-COUNT = WIN-LENGTH
                   MOVE "Y" TO SCAN-RESULT
               END-IF
           END-PERFORM.

           PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "Inbound records read  . . . . . : " RECORDS-READ
           DISPLAY "Games read  . . . . . . . . . . : " GAMES-READ
           DISPLAY "Games loaded  . . . . . . . . . : " GAMES-LOADED
           DISPLAY "Games rejected  . . . . . . . . : " GAMES-REJECTED
           DISPLAY "Lines outside any game  . . . . : " STRAY-RECORDS
           DISPLAY "Moves loaded  . . . . . . . . . : " MOVES-LOADED
           DISPLAY "Lines written to suspense . . . : " SUSPENSE-WRITTEN
           DISPLAY "Lines past 50 in a game dropped : " LINES-DROPPED
           IF GAMES-LOADED > 0
               DISPLAY "Game ids given  . . . . . . . . : "
                   FIRST-GAME-ID " - " GAME-ID
           END-IF
           IF LOGGED-OVERFLOW = "Y"
               DISPLAY "More than 1500 games on GAMELOG - only the "
                   "latest 1500 were checked for duplicates."
           END-IF
           DISPLAY " "
           IF GAMES-REJECTED > 0 OR STRAY-RECORDS > 0
               DISPLAY "*** REJECTED LINES ARE ON THE SUSPENSE FILE WITH
      -            " THEIR REASON ***"
           ELSE
               DISPLAY "Every game on the inbound file was loaded."
           END-IF
           DISPLAY " "
           DISPLAY "*** End of load ***".

      * Same stamp-and-append arrangement as TICTACTOE's own
      * WRITE-AUDIT-EVENT, under this utility's own session name.
           WRITE-AUDIT-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
               STRING CURRENT-DATE-DATA(5:2) "/" CURRENT-DATE-DATA(7:2)
      -            "/" CURRENT-DATE-DATA(1:4) DELIMITED BY SIZE
                   INTO AU-DATE
               STRING CURRENT-DATE-DATA(9:2) ":"
                   CURRENT-DATE-DATA(11:2) ":" CURRENT-DATE-DATA(13:2)
                   DELIMITED BY SIZE INTO AU-TIME
               MOVE "TTLOAD" TO AU-SESSION
               MOVE AUDIT-TEXT TO AU-TEXT
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "TTLOAD: audit trail TTAUDIT.DAT is unwritable - 
      -            "status " AUDIT-STATUS "."
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM TTLOAD.
