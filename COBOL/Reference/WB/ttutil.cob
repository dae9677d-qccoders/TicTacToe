       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same permanent game history TICTACTOE writes to. Each record
      * carries when the game started, how long it ran, and which
      * console it was played on - everything this report counts.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Permanent move archive, keyed on game id plus move number.
      * GAMELOG doesn't say what size board a game was played on;
      * the game's first move here does.
           SELECT MOVEHIST-FILE ASSIGN TO "MOVEHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-KEY
               FILE STATUS IS MOVEHIST-STATUS.

      * Control card supplied by the JCL job, same layout as the
      * TTEXTPRM card: from-date in cols 1-8 and to-date in cols
      * 10-17, both CCYYMMDD inclusive.
           SELECT UTLPRM-FILE ASSIGN TO "TTUTLPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UTLPRM-STATUS.
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

       FD  UTLPRM-FILE.
       01  UTLPRM-RECORD.
           05 UP-FROM-DATE PIC X(8).
           05 FILLER PIC X.
           05 UP-TO-DATE PIC X(8).
       WORKING-STORAGE SECTION.
           01 GAMELOG-STATUS PIC XX.
           01 MOVEHIST-STATUS PIC XX.
           01 UTLPRM-STATUS PIC XX.
           01 MOVEHIST-OPEN PIC X VALUE "N".

      * Selection range from the control card, and the game date
      * rearranged to CCYYMMDD so the three compare in date order.
           01 FROM-DATE PIC X(8).
           01 TO-DATE PIC X(8).
           01 GAME-DATE-KEY PIC X(8).

      * The game being counted. Self-play batch games (TTSELFPL logs
      * both sides as BATCH) go in the second slot of every tally so
      * an overnight run never passes for break-room traffic. A game
      * logged before start times were kept has no known length; it
      * is bucketed on the hour it finished and adds no minutes.
           01 KIND-SLOT PIC 9.
           01 GAME-TIMED PIC X.
           01 GAME-SECONDS PIC 9(5).
           01 GAME-ID-WORK PIC 9(6).
           01 HOUR-TEXT PIC XX.
           01 HOUR-WORK PIC 99.
           01 HOUR-SLOT PIC 99.
           01 SIZE-SLOT PIC 9.

      * Weekday from the game date: INTEGER-OF-DATE counts from
      * Monday 1 January 1601, so day number less one, modulo 7,
      * gives 0 for Monday through 6 for Sunday.
           01 DATE-WORK PIC 9(8).
           01 DAY-NUM PIC 9(7).
           01 WEEK-QUOT PIC 9(7).
           01 WEEKDAY-REM PIC 9.
           01 WEEKDAY-SLOT PIC 9.

      * Games and seconds of play by hour the game started (00-23),
      * by weekday (Monday first), and by board size (3/4/5 maps to
      * slots 1/2/3, slot 4 is a game with no moves on MOVEHIST).
      * Slot 1 of each KIND is human play, slot 2 self-play.
           01 HOUR-TABLE.
               05 HOUR-ENTRY OCCURS 24 TIMES.
                   10 HR-KIND OCCURS 2 TIMES.
                       15 HR-GAMES PIC 9(6).
                       15 HR-SECONDS PIC 9(9).
           01 HOUR-IDX PIC 99.

           01 WEEKDAY-TABLE.
               05 WEEKDAY-ENTRY OCCURS 7 TIMES.
                   10 WD-NAME PIC X(9).
                   10 WD-KIND OCCURS 2 TIMES.
                       15 WD-GAMES PIC 9(6).
                       15 WD-SECONDS PIC 9(9).
           01 WEEKDAY-IDX PIC 9.

           01 SIZE-TABLE.
               05 SIZE-ENTRY OCCURS 4 TIMES.
                   10 SZ-KIND OCCURS 2 TIMES.
                       15 SZ-GAMES PIC 9(6).
                       15 SZ-TIMED PIC 9(6).
                       15 SZ-SECONDS PIC 9(9).
           01 SIZE-IDX PIC 9.

      * Per-console tally. A blank id is every game logged before
      * GAMELOG carried the session, and prints as "unknown".
           01 CONSOLE-TABLE.
               05 CONSOLE-ENTRY OCCURS 20 TIMES.
                   10 CN-ID PIC X(8).
                   10 CN-KIND OCCURS 2 TIMES.
                       15 CN-GAMES PIC 9(6).
                       15 CN-SECONDS PIC 9(9).
           01 CONSOLE-COUNT PIC 99 VALUE 0.
           01 CONSOLE-IDX PIC 99.
           01 CONSOLE-FOUND-IDX PIC 99.
           01 CONSOLE-OVERFLOW PIC X VALUE "N".
           01 LOOKUP-CONSOLE PIC X(8).

      * Human play by calendar date and clock hour, for the peaks:
      * how many games landed in each hour and which consoles were
      * in use during it (one byte per CONSOLE-TABLE slot, "Y" when
      * that console started a game in the hour). Sized for a year
      * and a bit; later dates still count everywhere else.
           01 DAY-TABLE.
               05 DAY-ENTRY OCCURS 400 TIMES.
                   10 DY-DATE PIC X(8).
                   10 DY-GAMES PIC 9(5).
                   10 DY-SECONDS PIC 9(7).
                   10 DY-HOUR OCCURS 24 TIMES.
                       15 DY-HOUR-GAMES PIC 9(4).
                       15 DY-HOUR-CONSOLES.
                           20 DY-CONSOLE-USED PIC X OCCURS 20 TIMES.
           01 DAY-COUNT PIC 9(3) VALUE 0.
           01 DAY-IDX PIC 9(3).
           01 DAY-FOUND-IDX PIC 9(3).
           01 DAY-OVERFLOW PIC X VALUE "N".

      * Peak-finding scratch.
           01 PEAK-IDX PIC 9(3).
           01 PEAK-HOUR-IDX PIC 99.
           01 PEAK-GAMES PIC 9(6).
           01 PEAK-CONSOLES PIC 99.
           01 PEAK-HOURS PIC 9(5).
           01 CONSOLES-BUSY PIC 99.

      * One printed line of a usage table: a label, then games and
      * minutes (or average seconds) for human play and self-play.
           01 LN-LABEL PIC X(10).
           01 LN-H-GAMES PIC 9(6).
           01 LN-H-MINUTES PIC 9(7).
           01 LN-B-GAMES PIC 9(6).
           01 LN-B-MINUTES PIC 9(7).
           01 LN-H-AVERAGE PIC ZZZZZZ9.
           01 LN-B-AVERAGE PIC ZZZZZZ9.
           01 PEAK-MINUTES PIC 9(7).

      * Run totals for the report footer.
           01 RECORDS-READ PIC 9(6) VALUE 0.
           01 GAMES-IN-RANGE PIC 9(6) VALUE 0.
           01 VOIDED-SKIPPED PIC 9(6) VALUE 0.
           01 OFF-CONSOLE-SKIPPED PIC 9(6) VALUE 0.
           01 HUMAN-GAMES PIC 9(6) VALUE 0.
           01 SELF-PLAY-GAMES PIC 9(6) VALUE 0.
           01 UNTIMED-GAMES PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARD

           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTUTIL: GAMELOG.DAT could not be opened - status
      -            " " GAMELOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      * Without the move archive every game still counts; only the
      * board-size averages go without, and the run says so.
           OPEN INPUT MOVEHIST-FILE
           IF MOVEHIST-STATUS = "00"
               MOVE "Y" TO MOVEHIST-OPEN
           ELSE
               DISPLAY "TTUTIL: MOVEHIST.IDX could not be opened - statu
      -            "s " MOVEHIST-STATUS " - board sizes not reported."
           END-IF

           INITIALIZE HOUR-TABLE
           INITIALIZE WEEKDAY-TABLE
           INITIALIZE SIZE-TABLE
           PERFORM SET-WEEKDAY-NAMES

           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               PERFORM TALLY-GAMELOG-RECORD
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE
           IF MOVEHIST-OPEN = "Y"
               CLOSE MOVEHIST-FILE
           END-IF

           PERFORM PRINT-REPORT-HEADING
           PERFORM PRINT-HOUR-TABLE
           PERFORM PRINT-WEEKDAY-TABLE
           PERFORM PRINT-BUSY-PEAKS
           PERFORM PRINT-SIZE-TABLE
           PERFORM PRINT-CONSOLE-TABLE
           PERFORM PRINT-RUN-TOTALS

      * RC=4 says the figures are short somewhere - no board sizes,
      * or a console or date that didn't fit its table - so nobody
      * sizes the room off a report that didn't see everything.
           IF MOVEHIST-OPEN NOT = "Y" OR CONSOLE-OVERFLOW = "Y" OR
                   DAY-OVERFLOW = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * The date range is the whole point of the run; a report over
      * the wrong dates would answer the question confidently and
      * wrongly. Stop instead.
           READ-CONTROL-CARD.
           OPEN INPUT UTLPRM-FILE
           IF UTLPRM-STATUS = "00"
               READ UTLPRM-FILE
           END-IF
           IF UTLPRM-STATUS NOT = "00" OR
                   UP-FROM-DATE IS NOT NUMERIC OR
                   UP-TO-DATE IS NOT NUMERIC
               DISPLAY "TTUTIL: missing or invalid date range on the TTU
      -            "TLPRM control card - no report produced."
               CLOSE UTLPRM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE UP-FROM-DATE TO FROM-DATE
           MOVE UP-TO-DATE TO TO-DATE
           CLOSE UTLPRM-FILE.

           SET-WEEKDAY-NAMES.
           MOVE "Monday" TO WD-NAME(1)
           MOVE "Tuesday" TO WD-NAME(2)
           MOVE "Wednesday" TO WD-NAME(3)
           MOVE "Thursday" TO WD-NAME(4)
           MOVE "Friday" TO WD-NAME(5)
           MOVE "Saturday" TO WD-NAME(6)
           MOVE "Sunday" TO WD-NAME(7).

      * A voided game was backed out everywhere else and is left out
      * here too; it is counted so the footer still adds up. So is a
      * game TTLOAD keyed up from paper: it was played away from the
      * consoles, and its session field holds an event name.
           TALLY-GAMELOG-RECORD.
           ADD 1 TO RECORDS-READ
           STRING GL-DATE(7:4) GL-DATE(1:2) GL-DATE(4:2)
               DELIMITED BY SIZE INTO GAME-DATE-KEY
           IF GAME-DATE-KEY IS NUMERIC AND
                   GAME-DATE-KEY NOT < FROM-DATE AND
                   GAME-DATE-KEY NOT > TO-DATE
               EVALUATE GL-STATUS
                   WHEN "V"
                       ADD 1 TO VOIDED-SKIPPED
                   WHEN "L"
                       ADD 1 TO OFF-CONSOLE-SKIPPED
                   WHEN OTHER
                       PERFORM TALLY-ONE-GAME
               END-EVALUATE
           END-IF.

           TALLY-ONE-GAME.
           ADD 1 TO GAMES-IN-RANGE
           IF GL-PLAYER-X = "BATCH" AND GL-PLAYER-O = "BATCH"
               MOVE 2 TO KIND-SLOT
               ADD 1 TO SELF-PLAY-GAMES
           ELSE
               MOVE 1 TO KIND-SLOT
               ADD 1 TO HUMAN-GAMES
           END-IF

           IF GL-START-TIME NOT = SPACES AND GL-SECONDS IS NUMERIC
               MOVE "Y" TO GAME-TIMED
               MOVE GL-SECONDS TO GAME-SECONDS
               MOVE GL-START-TIME(1:2) TO HOUR-TEXT
           ELSE
               MOVE "N" TO GAME-TIMED
               MOVE 0 TO GAME-SECONDS
               MOVE GL-TIME(1:2) TO HOUR-TEXT
               ADD 1 TO UNTIMED-GAMES
           END-IF
           IF HOUR-TEXT IS NUMERIC
               MOVE HOUR-TEXT TO HOUR-WORK
           ELSE
               MOVE 0 TO HOUR-WORK
           END-IF
           IF HOUR-WORK > 23
               MOVE 0 TO HOUR-WORK
           END-IF
           COMPUTE HOUR-SLOT = HOUR-WORK + 1
           ADD 1 TO HR-GAMES(HOUR-SLOT, KIND-SLOT)
           ADD GAME-SECONDS TO HR-SECONDS(HOUR-SLOT, KIND-SLOT)

           MOVE GAME-DATE-KEY TO DATE-WORK
           COMPUTE DAY-NUM = FUNCTION INTEGER-OF-DATE(DATE-WORK)
           IF DAY-NUM > 0
               SUBTRACT 1 FROM DAY-NUM
               DIVIDE DAY-NUM BY 7 GIVING WEEK-QUOT
                   REMAINDER WEEKDAY-REM
               COMPUTE WEEKDAY-SLOT = WEEKDAY-REM + 1
               ADD 1 TO WD-GAMES(WEEKDAY-SLOT, KIND-SLOT)
               ADD GAME-SECONDS TO WD-SECONDS(WEEKDAY-SLOT, KIND-SLOT)
           END-IF

           PERFORM FIND-BOARD-SIZE
           ADD 1 TO SZ-GAMES(SIZE-SLOT, KIND-SLOT)
           IF GAME-TIMED = "Y"
               ADD 1 TO SZ-TIMED(SIZE-SLOT, KIND-SLOT)
               ADD GAME-SECONDS TO SZ-SECONDS(SIZE-SLOT, KIND-SLOT)
           END-IF

           MOVE GL-SESSION TO LOOKUP-CONSOLE
           PERFORM FIND-OR-ADD-CONSOLE
           IF CONSOLE-FOUND-IDX > 0
               ADD 1 TO CN-GAMES(CONSOLE-FOUND-IDX, KIND-SLOT)
               ADD GAME-SECONDS TO CN-SECONDS(CONSOLE-FOUND-IDX,
                   KIND-SLOT)
           END-IF

           IF KIND-SLOT = 1
               PERFORM TALLY-BUSY-PERIOD
           END-IF.

      * Position on the game's first move, as TTREPLAY does, and take
      * the board size it was played on. A game with no id, or with
      * no moves on the archive, lands in the "unknown" slot.
           FIND-BOARD-SIZE.
           MOVE 4 TO SIZE-SLOT
           IF MOVEHIST-OPEN = "Y" AND GL-GAME-ID IS NUMERIC
               MOVE GL-GAME-ID TO GAME-ID-WORK
               MOVE GAME-ID-WORK TO MH-GAME-ID
               MOVE 1 TO MH-MOVE-NUM
               START MOVEHIST-FILE KEY IS NOT < MH-KEY
               IF MOVEHIST-STATUS = "00"
                   READ MOVEHIST-FILE NEXT
               END-IF
               IF MOVEHIST-STATUS = "00" AND
                       MH-GAME-ID = GAME-ID-WORK AND
                       MH-BOARD-SIZE NOT < 3 AND MH-BOARD-SIZE NOT > 5
                   COMPUTE SIZE-SLOT = MH-BOARD-SIZE - 2
               END-IF
           END-IF.

           FIND-OR-ADD-CONSOLE.
           MOVE 0 TO CONSOLE-FOUND-IDX
           PERFORM VARYING CONSOLE-IDX FROM 1 BY 1
               UNTIL CONSOLE-IDX > CONSOLE-COUNT
               IF CN-ID(CONSOLE-IDX) = LOOKUP-CONSOLE
                   MOVE CONSOLE-IDX TO CONSOLE-FOUND-IDX
               END-IF
           END-PERFORM
           IF CONSOLE-FOUND-IDX = 0
               IF CONSOLE-COUNT < 20
                   ADD 1 TO CONSOLE-COUNT
                   MOVE CONSOLE-COUNT TO CONSOLE-FOUND-IDX
                   INITIALIZE CONSOLE-ENTRY(CONSOLE-FOUND-IDX)
                   MOVE LOOKUP-CONSOLE TO CN-ID(CONSOLE-FOUND-IDX)
               ELSE
                   IF CONSOLE-OVERFLOW NOT = "Y"
                       DISPLAY "Console table is full (20) - "
                           LOOKUP-CONSOLE " and later consoles left out"
                           " of the console breakdown."
                   END-IF
                   MOVE "Y" TO CONSOLE-OVERFLOW
               END-IF
           END-IF.

      * Human games by calendar date and clock hour, and which
      * consoles were busy in each hour - the raw material for the
      * peaks, and for how often every console was wanted at once.
           TALLY-BUSY-PERIOD.
           PERFORM FIND-OR-ADD-DAY
           IF DAY-FOUND-IDX > 0
               ADD 1 TO DY-GAMES(DAY-FOUND-IDX)
               ADD GAME-SECONDS TO DY-SECONDS(DAY-FOUND-IDX)
               ADD 1 TO DY-HOUR-GAMES(DAY-FOUND-IDX, HOUR-SLOT)
               IF CONSOLE-FOUND-IDX > 0
                   MOVE "Y" TO DY-CONSOLE-USED(DAY-FOUND-IDX,
                       HOUR-SLOT, CONSOLE-FOUND-IDX)
               END-IF
           END-IF.

      * GAMELOG is written in finishing order, so the date wanted is
      * nearly always the last one added; look there first.
           FIND-OR-ADD-DAY.
           MOVE 0 TO DAY-FOUND-IDX
           IF DAY-COUNT > 0
               IF DY-DATE(DAY-COUNT) = GAME-DATE-KEY
                   MOVE DAY-COUNT TO DAY-FOUND-IDX
               END-IF
           END-IF
           IF DAY-FOUND-IDX = 0
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
                   IF DY-DATE(DAY-IDX) = GAME-DATE-KEY
                       MOVE DAY-IDX TO DAY-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF DAY-FOUND-IDX = 0
               IF DAY-COUNT < 400
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT TO DAY-FOUND-IDX
                   INITIALIZE DAY-ENTRY(DAY-FOUND-IDX)
                   MOVE GAME-DATE-KEY TO DY-DATE(DAY-FOUND-IDX)
               ELSE
                   IF DAY-OVERFLOW NOT = "Y"
                       DISPLAY "Date table is full (400 days) - "
                           GAME-DATE-KEY " and later dates left out of"
                           " the busy-period peaks."
                   END-IF
                   MOVE "Y" TO DAY-OVERFLOW
               END-IF
           END-IF.

           PRINT-REPORT-HEADING.
           DISPLAY X'0C'
           DISPLAY "QC CODERS' TIC-TAC-TOE - CONSOLE UTILIZATION REPORT"
           DISPLAY " "
           DISPLAY "Date range (CCYYMMDD) . . . . : " FROM-DATE " - "
               TO-DATE
           DISPLAY "Self-play batch games are shown apart from human "
               "play and are left"
           DISPLAY "out of the busy-period peaks."
           DISPLAY " "
           DISPLAY "Games logged before start times were kept count as "
               "games but add"
           DISPLAY "no minutes, and are placed on the hour they ended.".

      * Every usage table shares one column layout: human games and
      * minutes, then self-play games and minutes.
           PRINT-COLUMN-HEADINGS.
           DISPLAY "            ---- HUMAN ---  -- SELF-PLAY -".

           PRINT-USAGE-LINE.
           DISPLAY LN-LABEL "  " LN-H-GAMES " " LN-H-MINUTES "  "
               LN-B-GAMES " " LN-B-MINUTES.

           PRINT-HOUR-TABLE.
           DISPLAY " "
           DISPLAY "By hour of day (the hour each game started):"
           PERFORM PRINT-COLUMN-HEADINGS
           MOVE "HOUR" TO LN-LABEL
           DISPLAY LN-LABEL "   GAMES MINUTES   GAMES MINUTES"
           PERFORM VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24
               COMPUTE HOUR-WORK = HOUR-IDX - 1
               MOVE SPACES TO LN-LABEL
               STRING HOUR-WORK ":00" DELIMITED BY SIZE INTO LN-LABEL
               MOVE HR-GAMES(HOUR-IDX, 1) TO LN-H-GAMES
               COMPUTE LN-H-MINUTES ROUNDED =
                   HR-SECONDS(HOUR-IDX, 1) / 60
               MOVE HR-GAMES(HOUR-IDX, 2) TO LN-B-GAMES
               COMPUTE LN-B-MINUTES ROUNDED =
                   HR-SECONDS(HOUR-IDX, 2) / 60
               PERFORM PRINT-USAGE-LINE
           END-PERFORM.

           PRINT-WEEKDAY-TABLE.
           DISPLAY " "
           DISPLAY "By weekday:"
           PERFORM PRINT-COLUMN-HEADINGS
           MOVE "WEEKDAY" TO LN-LABEL
           DISPLAY LN-LABEL "   GAMES MINUTES   GAMES MINUTES"
           PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
               UNTIL WEEKDAY-IDX > 7
               MOVE WD-NAME(WEEKDAY-IDX) TO LN-LABEL
               MOVE WD-GAMES(WEEKDAY-IDX, 1) TO LN-H-GAMES
               COMPUTE LN-H-MINUTES ROUNDED =
                   WD-SECONDS(WEEKDAY-IDX, 1) / 60
               MOVE WD-GAMES(WEEKDAY-IDX, 2) TO LN-B-GAMES
               COMPUTE LN-B-MINUTES ROUNDED =
                   WD-SECONDS(WEEKDAY-IDX, 2) / 60
               PERFORM PRINT-USAGE-LINE
           END-PERFORM.

      * Peaks are human play only. Ties go to the earliest hour,
      * weekday, or date. The last line is the one that answers the
      * console question: the most consoles that started a game in
      * the same clock hour, and how many hours it happened.
           PRINT-BUSY-PEAKS.
           DISPLAY " "
           DISPLAY "Busy-period peaks (human games):"
           IF HUMAN-GAMES = 0
               DISPLAY "  (no human games in the date range)"
           ELSE
               PERFORM PRINT-HOUR-AND-WEEKDAY-PEAKS
               IF DAY-COUNT > 0
                   PERFORM PRINT-DATE-PEAKS
               END-IF
               IF DAY-OVERFLOW = "Y"
                   DISPLAY "  (dates past the first 400 are not in the "
                       "date and hour peaks)"
               END-IF
           END-IF.

           PRINT-HOUR-AND-WEEKDAY-PEAKS.
           MOVE 1 TO PEAK-HOUR-IDX
           PERFORM VARYING HOUR-IDX FROM 2 BY 1 UNTIL HOUR-IDX > 24
               IF HR-GAMES(HOUR-IDX, 1) > HR-GAMES(PEAK-HOUR-IDX, 1)
                   MOVE HOUR-IDX TO PEAK-HOUR-IDX
               END-IF
           END-PERFORM
           COMPUTE HOUR-WORK = PEAK-HOUR-IDX - 1
           DISPLAY "Busiest hour of day . . . . . : " HOUR-WORK ":00-"
               HOUR-WORK ":59, " HR-GAMES(PEAK-HOUR-IDX, 1)
               " game(s)"

           MOVE 1 TO PEAK-IDX
           PERFORM VARYING WEEKDAY-IDX FROM 2 BY 1
               UNTIL WEEKDAY-IDX > 7
               IF WD-GAMES(WEEKDAY-IDX, 1) > WD-GAMES(PEAK-IDX, 1)
                   MOVE WEEKDAY-IDX TO PEAK-IDX
               END-IF
           END-PERFORM
           DISPLAY "Busiest weekday . . . . . . . : " WD-NAME(PEAK-IDX)
               " " WD-GAMES(PEAK-IDX, 1) " game(s)".

           PRINT-DATE-PEAKS.
           MOVE 1 TO PEAK-IDX
           PERFORM VARYING DAY-IDX FROM 2 BY 1 UNTIL DAY-IDX > DAY-COUNT
               IF DY-GAMES(DAY-IDX) > DY-GAMES(PEAK-IDX)
                   MOVE DAY-IDX TO PEAK-IDX
               END-IF
           END-PERFORM
           COMPUTE PEAK-MINUTES ROUNDED = DY-SECONDS(PEAK-IDX) / 60
           DISPLAY "Busiest date  . . . . . . . . : " DY-DATE(PEAK-IDX)
               ", " DY-GAMES(PEAK-IDX) " game(s), " PEAK-MINUTES
               " minute(s)"

           MOVE 0 TO PEAK-GAMES
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > DAY-COUNT
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                   UNTIL HOUR-IDX > 24
                   IF DY-HOUR-GAMES(DAY-IDX, HOUR-IDX) > PEAK-GAMES
                       MOVE DY-HOUR-GAMES(DAY-IDX, HOUR-IDX)
                           TO PEAK-GAMES
                       MOVE DAY-IDX TO PEAK-IDX
                       MOVE HOUR-IDX TO PEAK-HOUR-IDX
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE HOUR-WORK = PEAK-HOUR-IDX - 1
           DISPLAY "Busiest single hour . . . . . : " DY-DATE(PEAK-IDX)
               " " HOUR-WORK ":00, " PEAK-GAMES " game(s)"

           MOVE 0 TO PEAK-CONSOLES
           MOVE 0 TO PEAK-HOURS
           PERFORM VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > DAY-COUNT
               PERFORM VARYING HOUR-IDX FROM 1 BY 1
                   UNTIL HOUR-IDX > 24
                   MOVE 0 TO CONSOLES-BUSY
                   INSPECT DY-HOUR-CONSOLES(DAY-IDX, HOUR-IDX)
                       TALLYING CONSOLES-BUSY FOR ALL "Y"
                   IF CONSOLES-BUSY > PEAK-CONSOLES
                       MOVE CONSOLES-BUSY TO PEAK-CONSOLES
                       MOVE 0 TO PEAK-HOURS
                       MOVE DAY-IDX TO PEAK-IDX
                       MOVE HOUR-IDX TO PEAK-HOUR-IDX
                   END-IF
                   IF CONSOLES-BUSY = PEAK-CONSOLES AND
                           CONSOLES-BUSY > 0
                       ADD 1 TO PEAK-HOURS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF PEAK-CONSOLES > 0
               COMPUTE HOUR-WORK = PEAK-HOUR-IDX - 1
               DISPLAY "Most consoles in one hour . . : " PEAK-CONSOLES
                   ", first on " DY-DATE(PEAK-IDX) " " HOUR-WORK ":00"
               DISPLAY "Hours with that many in use . : " PEAK-HOURS
           END-IF.

      * Averages are over games with a known length only; a game
      * logged before start times were kept would drag them to zero.
           PRINT-SIZE-TABLE.
           DISPLAY " "
           DISPLAY "Average game length by board size (seconds):"
           IF MOVEHIST-OPEN NOT = "Y"
               DISPLAY "  (MOVEHIST.IDX not available - every game is "
                   "under unknown)"
           END-IF
           PERFORM PRINT-COLUMN-HEADINGS
           MOVE "BOARD" TO LN-LABEL
           DISPLAY LN-LABEL "   GAMES AVG SEC   GAMES AVG SEC"
           PERFORM VARYING SIZE-IDX FROM 1 BY 1 UNTIL SIZE-IDX > 4
               MOVE SPACES TO LN-LABEL
               IF SIZE-IDX < 4
                   COMPUTE HOUR-WORK = SIZE-IDX + 2
                   STRING HOUR-WORK(2:1) " x " HOUR-WORK(2:1)
                       DELIMITED BY SIZE INTO LN-LABEL
               ELSE
                   MOVE "unknown" TO LN-LABEL
               END-IF
               MOVE SZ-GAMES(SIZE-IDX, 1) TO LN-H-GAMES
               MOVE 0 TO LN-H-AVERAGE
               IF SZ-TIMED(SIZE-IDX, 1) > 0
                   COMPUTE LN-H-AVERAGE ROUNDED =
                       SZ-SECONDS(SIZE-IDX, 1) / SZ-TIMED(SIZE-IDX, 1)
               END-IF
               MOVE SZ-GAMES(SIZE-IDX, 2) TO LN-B-GAMES
               MOVE 0 TO LN-B-AVERAGE
               IF SZ-TIMED(SIZE-IDX, 2) > 0
                   COMPUTE LN-B-AVERAGE ROUNDED =
                       SZ-SECONDS(SIZE-IDX, 2) / SZ-TIMED(SIZE-IDX, 2)
               END-IF
               DISPLAY LN-LABEL "  " LN-H-GAMES " " LN-H-AVERAGE "  "
                   LN-B-GAMES " " LN-B-AVERAGE
           END-PERFORM.

           PRINT-CONSOLE-TABLE.
           DISPLAY " "
           DISPLAY "By console (TTSESSION id):"
           PERFORM PRINT-COLUMN-HEADINGS
           MOVE "CONSOLE" TO LN-LABEL
           DISPLAY LN-LABEL "   GAMES MINUTES   GAMES MINUTES"
           IF CONSOLE-COUNT = 0
               DISPLAY "  (no games in the date range)"
           END-IF
           PERFORM VARYING CONSOLE-IDX FROM 1 BY 1
               UNTIL CONSOLE-IDX > CONSOLE-COUNT
               IF CN-ID(CONSOLE-IDX) = SPACES
                   MOVE "unknown" TO LN-LABEL
               ELSE
                   MOVE CN-ID(CONSOLE-IDX) TO LN-LABEL
               END-IF
               MOVE CN-GAMES(CONSOLE-IDX, 1) TO LN-H-GAMES
               COMPUTE LN-H-MINUTES ROUNDED =
                   CN-SECONDS(CONSOLE-IDX, 1) / 60
               MOVE CN-GAMES(CONSOLE-IDX, 2) TO LN-B-GAMES
               COMPUTE LN-B-MINUTES ROUNDED =
                   CN-SECONDS(CONSOLE-IDX, 2) / 60
               PERFORM PRINT-USAGE-LINE
           END-PERFORM.

           PRINT-RUN-TOTALS.
           DISPLAY " "
           DISPLAY "Game records read . . . . . . : " RECORDS-READ
           DISPLAY "Games in the date range . . . : " GAMES-IN-RANGE
           DISPLAY "Human games . . . . . . . . . : " HUMAN-GAMES
           DISPLAY "Self-play batch games . . . . : " SELF-PLAY-GAMES
           DISPLAY "Games with no start time  . . : " UNTIMED-GAMES
           DISPLAY "Voided games left out . . . . : " VOIDED-SKIPPED
           DISPLAY "Games played off-console  . . : "
               OFF-CONSOLE-SKIPPED
           DISPLAY " "
           DISPLAY "*** End of report ***".
       END PROGRAM TTUTIL.
