       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTVOID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Control card supplied by the JCL job: the id of the game to
      * take back and the two-letter reason it is being taken back.
           SELECT VOIDPRM-FILE ASSIGN TO "VOIDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOIDPRM-STATUS.

      * Same permanent game history TICTACTOE writes to. The voided
      * game is marked, never deleted - the log is the book of record
      * and a game that was played stays on it - so the whole log is
      * held in storage across the rewrite, the TTMERGE arrangement.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Running X/O/draw totals; the voided result comes back off.
           SELECT SCOREBOARD-FILE ASSIGN TO "SCOREBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCOREBOARD-STATUS.

      * Tournament schedule and standings. A voided tournament game
      * goes back to pending, to be replayed, and both players'
      * standings give back what the game credited them.
           SELECT TSCHED-FILE ASSIGN TO "TSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSCHED-STATUS.

           SELECT TSTAND-FILE ASSIGN TO "TSTAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTAND-STATUS.

      * Open challenges and the ladder. A voided challenge game goes
      * back to pending, and a challenger's win is taken back off the
      * ladder by swapping the two rungs back again.
           SELECT CHALLENGE-FILE ASSIGN TO "TCHALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT LADDER-FILE ASSIGN TO "TLADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

      * Knockout bracket. A voided bracket game reopens its match and
      * takes the winner back out of the match they went on to - as
      * long as that later match hasn't been played yet.
           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * Match-series log. The series the game belonged to gives back
      * the game and is settled again on what is left.
           SELECT MATCHLOG-FILE ASSIGN TO "MATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHLOG-STATUS.

      * Rerate requests for TTRATING: the voided game's id, appended,
      * so tonight's ratings run winds back to just before it and
      * plays the history forward again without it.
           SELECT RERATE-FILE ASSIGN TO "RTRERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RERATE-STATUS.

      * TTRATING's checkpoint and rating journal, read only. A game
      * already rated before the journal's first line can't be wound
      * back, so no rerate is asked for it.
           SELECT CHECKPOINT-FILE ASSIGN TO "RTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "RTJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

      * Operations audit trail. Read first to prove no console
      * session is mid-run, then appended to with the void itself.
           SELECT AUDIT-FILE ASSIGN TO "TTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOIDPRM-FILE.
       01  VOIDPRM-RECORD.
           05 VP-GAME-ID PIC X(6).
           05 FILLER PIC X.
           05 VP-REASON PIC XX.

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

       FD  SCOREBOARD-FILE.
       01  SCOREBOARD-RECORD.
           05 SB-X-WINS PIC 9(6).
           05 FILLER PIC X.
           05 SB-O-WINS PIC 9(6).
           05 FILLER PIC X.
           05 SB-DRAWS PIC 9(6).

       FD  TSCHED-FILE.
       01  TSCHED-RECORD.
           05 TS-GAME-NUM PIC 9(3).
           05 FILLER PIC X.
           05 TS-ROUND PIC 9(2).
           05 FILLER PIC X.
           05 TS-PLAYER-X PIC X(10).
           05 FILLER PIC X.
           05 TS-PLAYER-O PIC X(10).
           05 FILLER PIC X.
           05 TS-STATUS PIC X.
           05 FILLER PIC X.
           05 TS-RESULT PIC X.
           05 FILLER PIC X.
           05 TS-GAME-ID PIC 9(6).

       FD  TSTAND-FILE.
       01  TSTAND-RECORD.
           05 ST-ID PIC X(10).
           05 FILLER PIC X.
           05 ST-PLAYED PIC 9(3).
           05 FILLER PIC X.
           05 ST-WINS PIC 9(3).
           05 FILLER PIC X.
           05 ST-DRAWS PIC 9(3).
           05 FILLER PIC X.
           05 ST-LOSSES PIC 9(3).
           05 FILLER PIC X.
           05 ST-POINTS PIC 9(3).

       FD  CHALLENGE-FILE.
       01  CHALLENGE-RECORD.
           05 CH-NUM PIC 9(3).
           05 FILLER PIC X.
           05 CH-CHALLENGER PIC X(10).
           05 FILLER PIC X.
           05 CH-OPPONENT PIC X(10).
           05 FILLER PIC X.
           05 CH-STATUS PIC X.
           05 FILLER PIC X.
           05 CH-RESULT PIC X.
           05 FILLER PIC X.
           05 CH-GAME-ID PIC 9(6).

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LR-RANK PIC 9(3).
           05 FILLER PIC X.
           05 LR-ID PIC X(10).

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

       FD  RERATE-FILE.
       01  RERATE-RECORD.
           05 RR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 RR-REASON PIC X(20).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-GAME-ID PIC 9(6).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05 JR-GAME-ID PIC 9(6).
           05 FILLER PIC X(32).

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
           01 VOIDPRM-STATUS PIC XX.
           01 GAMELOG-STATUS PIC XX.
           01 SCOREBOARD-STATUS PIC XX.
           01 TSCHED-STATUS PIC XX.
           01 TSTAND-STATUS PIC XX.
           01 CHALLENGE-STATUS PIC XX.
           01 LADDER-STATUS PIC XX.
           01 MATCHLOG-STATUS PIC XX.
           01 BRACKET-STATUS PIC XX.
           01 RERATE-STATUS PIC XX.
           01 CHECKPOINT-STATUS PIC XX.
           01 JOURNAL-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.

      * The game being taken back and why. Reason codes are the short
      * list the supervisors agreed on; anything else is refused so
      * the audit trail never carries a reason nobody can decode.
           01 VOID-GAME-ID PIC 9(6) VALUE 0.
           01 VOID-REASON PIC XX.
               88 VOID-REASON-VALID VALUE "WP" "CF" "AB" "DU" "RB"
                   "OT".
           01 VOID-REASON-TEXT PIC X(20).

      * The voided game's own GAMELOG figures, lifted off its record
      * before anything is reworked.
           01 VOID-WINNER PIC X.
           01 VOID-PLAYER-X PIC X(10).
           01 VOID-PLAYER-O PIC X(10).
           01 VOID-DATE PIC X(10).

      * How far TTRATING has rated, and the lowest game id its journal
      * holds (0 = no journal lines).
           01 RATED-THROUGH-ID PIC 9(6) VALUE 0.
           01 JOURNAL-FIRST-ID PIC 9(6) VALUE 0.
           01 RERATE-ASKED PIC X VALUE "N".

      * Current state of each session on the audit trail, same table
      * TTMERGE keeps: rewriting these files under a live console is
      * how corrections turn into corruption.
           01 SESSION-TABLE.
               05 SESSION-ENTRY OCCURS 20 TIMES.
                   10 SN-ID PIC X(8).
                   10 SN-OPEN PIC X.
           01 SESSION-COUNT PIC 99 VALUE 0.
           01 SESSION-IDX PIC 99.
           01 SESSION-FOUND-IDX PIC 99.
           01 LOOKUP-SESSION PIC X(8).
           01 ACTIVE-SESSIONS PIC 99 VALUE 0.

      * The whole game log held in storage across the rewrite, the
      * same arrangement and the same limit as TTMERGE.
           01 GL-TABLE.
               05 GL-SAVED PIC X(80) OCCURS 1500 TIMES.
           01 GL-COUNT PIC 9(4) VALUE 0.
           01 GL-IDX PIC 9(4).
           01 GL-VOID-IDX PIC 9(4) VALUE 0.
           01 GL-OVERFLOW PIC X VALUE "N".

      * Scoreboard totals as posted.
           01 TOTAL-X-WINS PIC 9(6) VALUE 0.
           01 TOTAL-O-WINS PIC 9(6) VALUE 0.
           01 TOTAL-DRAWS PIC 9(6) VALUE 0.

      * Schedule, standings, challenges, and ladder held in storage
      * while they're reworked, same table shapes TICTACTOE uses.
           01 SCHED-TABLE.
               05 SCHED-ENTRY OCCURS 120 TIMES.
                   10 SC-GAME-NUM PIC 9(3).
                   10 SC-ROUND PIC 9(2).
                   10 SC-PLAYER-X PIC X(10).
                   10 SC-PLAYER-O PIC X(10).
                   10 SC-STATUS PIC X.
                   10 SC-RESULT PIC X.
                   10 SC-GAME-ID PIC 9(6).
           01 SCHED-COUNT PIC 9(3) VALUE 0.
           01 SCHED-IDX PIC 9(3).
           01 SCHED-VOID-IDX PIC 9(3) VALUE 0.

           01 STAND-TABLE.
               05 STAND-ENTRY OCCURS 16 TIMES.
                   10 SD-ID PIC X(10).
                   10 SD-PLAYED PIC 9(3).
                   10 SD-WINS PIC 9(3).
                   10 SD-DRAWS PIC 9(3).
                   10 SD-LOSSES PIC 9(3).
                   10 SD-POINTS PIC 9(3).
           01 STAND-COUNT PIC 99 VALUE 0.
           01 STAND-IDX PIC 99.
           01 POSTING-ID PIC X(10).
           01 POSTING-RESULT PIC X.

           01 CHALL-TABLE.
               05 CHALL-ENTRY OCCURS 50 TIMES.
                   10 CL-NUM PIC 9(3).
                   10 CL-CHALLENGER PIC X(10).
                   10 CL-OPPONENT PIC X(10).
                   10 CL-STATUS PIC X.
                   10 CL-RESULT PIC X.
                   10 CL-GAME-ID PIC 9(6).
           01 CHALL-COUNT PIC 99 VALUE 0.
           01 CHALL-IDX PIC 99.
           01 CHALL-VOID-IDX PIC 99 VALUE 0.

           01 LADDER-TABLE.
               05 LADDER-ID PIC X(10) OCCURS 50 TIMES.
           01 LADDER-COUNT PIC 99 VALUE 0.
           01 LADDER-IDX PIC 99.
           01 CHALLENGER-RUNG PIC 99.
           01 OPPONENT-RUNG PIC 99.

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
           01 BRACKET-VOID-IDX PIC 99 VALUE 0.
           01 BRACKET-NEXT-IDX PIC 99 VALUE 0.

      * The match-series log held as saved record images across its
      * rewrite, the same arrangement as TTMERGE.
           01 ML-TABLE.
               05 ML-SAVED PIC X(91) OCCURS 500 TIMES.
           01 ML-COUNT PIC 9(3) VALUE 0.
           01 ML-IDX PIC 9(3).
           01 ML-VOID-IDX PIC 9(3) VALUE 0.
           01 ML-GID-IDX PIC 9.
           01 ML-VOID-GID-IDX PIC 9 VALUE 0.
           01 ML-OVERFLOW PIC X VALUE "N".
           01 ML-OLD-WINNER-ID PIC X(10).

      * What the void backed out, for the summary and the audit line.
           01 BACKED-OUT-LIST PIC X(24) VALUE SPACES.
           01 BACKED-OUT-PTR PIC 99 VALUE 1.

      * Audit trail plumbing, same shape TICTACTOE's own is.
           01 AUDIT-TEXT PIC X(50).
           01 CURRENT-DATE-DATA.
               05 FILLER PIC 9(14).
               05 FILLER PIC X(7).
       PROCEDURE DIVISION.
           DISPLAY "QC CODERS' TIC-TAC-TOE - GAME VOID / CORRECTION"
           DISPLAY " "
           PERFORM READ-CONTROL-CARD

           PERFORM CHECK-NO-ACTIVE-SESSION
           IF ACTIVE-SESSIONS > 0
               DISPLAY "The audit trail shows " ACTIVE-SESSIONS " sessio
      -            "n(s) whose last event is a RUN START with no RUN END
      -            " - a console is mid-run, or its last run crashed. Br
      -            "ing each such console up and exit it cleanly, then r
      -            "erun the void."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GAMELOG
           IF GL-OVERFLOW = "Y"
               DISPLAY "GAMELOG.DAT holds more than 1500 games - run TTA
      -            "RCHIV first so the rewrite can hold the whole file. 
      -            "Nothing voided."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF GL-VOID-IDX = 0
               DISPLAY "Game " VOID-GAME-ID " is not on the live game lo
      -            "g - it was never played, or has been archived. Nothi
      -            "ng voided."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE GL-SAVED(GL-VOID-IDX) TO GAMELOG-RECORD
           IF GL-STATUS = "V"
               DISPLAY "Game " VOID-GAME-ID " was voided already - nothi
      -            "ng to do."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE GL-WINNER TO VOID-WINNER
           MOVE GL-PLAYER-X TO VOID-PLAYER-X
           MOVE GL-PLAYER-O TO VOID-PLAYER-O
           MOVE GL-DATE TO VOID-DATE

           PERFORM LOAD-MATCHLOG
           IF ML-OVERFLOW = "Y"
               DISPLAY "MATCHLOG.DAT holds more than 500 series - "
                       "trim it before voiding so the rewrite can "
                       "hold the whole file. Nothing voided."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Voiding game " VOID-GAME-ID " of " VOID-DATE ": "
               VOID-PLAYER-X " (X) vs " VOID-PLAYER-O " (O), result '"
               VOID-WINNER "'."
           DISPLAY "Reason " VOID-REASON " - " VOID-REASON-TEXT
           DISPLAY " "

           PERFORM MARK-GAME-VOIDED
           PERFORM BACK-OUT-SCOREBOARD
           PERFORM BACK-OUT-TOURNAMENT
           PERFORM BACK-OUT-CHALLENGE
           PERFORM BACK-OUT-BRACKET
           PERFORM BACK-OUT-MATCH-SERIES
           PERFORM REQUEST-RERATE

           MOVE SPACES TO AUDIT-TEXT
           STRING "VOID GAME " VOID-GAME-ID " RSN " VOID-REASON
               " OUT:" BACKED-OUT-LIST DELIMITED BY SIZE
               INTO AUDIT-TEXT
           PERFORM WRITE-AUDIT-EVENT

           DISPLAY " "
           DISPLAY "Game " VOID-GAME-ID " is voided. It stays on the gam
      -        "e log, marked, and counts nowhere."
           IF RERATE-ASKED = "Y"
               DISPLAY "TTRATING will rerate from this game on its "
                   "next run."
           END-IF
           DISPLAY "If TTRECORD has already counted this game, run "
               "TTRECBLD so the records and streaks are counted "
               "again without it."
           DISPLAY " "
           DISPLAY "*** End of void ***"
           GOBACK.

      * The game id and the reason are the whole instruction, so a
      * missing or garbled card stops the run before anything is
      * read, let alone rewritten.
           READ-CONTROL-CARD.
           OPEN INPUT VOIDPRM-FILE
           IF VOIDPRM-STATUS = "00"
               READ VOIDPRM-FILE
           END-IF
           IF VOIDPRM-STATUS NOT = "00" OR
                   VP-GAME-ID IS NOT NUMERIC
               DISPLAY "TTVOID: missing or invalid game id on the VOIDPR
      -            "M control card - nothing voided."
               CLOSE VOIDPRM-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE VP-GAME-ID TO VOID-GAME-ID
           MOVE FUNCTION UPPER-CASE(VP-REASON) TO VOID-REASON
           CLOSE VOIDPRM-FILE
           IF VOID-GAME-ID = 0 OR NOT VOID-REASON-VALID
               DISPLAY "TTVOID: missing or invalid reason code on the VO
      -            "IDPRM control card - nothing voided."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE VOID-REASON
               WHEN "WP"
                   MOVE "WRONG PLAYER ID" TO VOID-REASON-TEXT
               WHEN "CF"
                   MOVE "CONSOLE FAULT" TO VOID-REASON-TEXT
               WHEN "AB"
                   MOVE "ABANDONED GAME" TO VOID-REASON-TEXT
               WHEN "DU"
                   MOVE "DUPLICATE ENTRY" TO VOID-REASON-TEXT
               WHEN "RB"
                   MOVE "RULES BREACH" TO VOID-REASON-TEXT
               WHEN OTHER
                   MOVE "OTHER - SEE LOGBOOK" TO VOID-REASON-TEXT
           END-EVALUATE.

      * Same walk of the trail TTMERGE does: only a session whose
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

           LOAD-GAMELOG.
           MOVE 0 TO GL-COUNT
           MOVE 0 TO GL-VOID-IDX
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS = "00"
               READ GAMELOG-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
                   IF GL-COUNT < 1500
                       ADD 1 TO GL-COUNT
                       MOVE GAMELOG-RECORD TO GL-SAVED(GL-COUNT)
                       IF GL-GAME-ID IS NUMERIC
                           IF GL-GAME-ID = VOID-GAME-ID
                               MOVE GL-COUNT TO GL-VOID-IDX
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO GL-OVERFLOW
                   END-IF
                   READ GAMELOG-FILE
               END-PERFORM
           END-IF
           CLOSE GAMELOG-FILE.

      * Everything else is only backed out once the game log itself
      * carries the mark, so a failed rewrite here leaves the other
      * files exactly as they were.
           MARK-GAME-VOIDED.
           MOVE GL-SAVED(GL-VOID-IDX) TO GAMELOG-RECORD
           MOVE "V" TO GL-STATUS
           MOVE GAMELOG-RECORD TO GL-SAVED(GL-VOID-IDX)
           OPEN OUTPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTVOID: GAMELOG rewrite failed - status "
                   GAMELOG-STATUS ". Nothing was changed."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING GL-IDX FROM 1 BY 1
               UNTIL GL-IDX > GL-COUNT
               WRITE GAMELOG-RECORD FROM GL-SAVED(GL-IDX)
           END-PERFORM
      * A short rewrite here is the nightmare case - the history
      * half gone - so any bad status stops the run loudly for the
      * supervisor to restore from the nightly backup.
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTVOID: GAMELOG rewrite failed part-way - status
      -            " " GAMELOG-STATUS ". RESTORE GAMELOG.DAT FROM BACKUP
      -            " BEFORE ANY MORE GAMES ARE PLAYED."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE GAMELOG-FILE
           DISPLAY "  GAMELOG . . . . : game marked voided."
           MOVE "GL" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
           ADD 3 TO BACKED-OUT-PTR.

           BACK-OUT-SCOREBOARD.
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
           EVALUATE VOID-WINNER
               WHEN "X"
                   IF TOTAL-X-WINS > 0
                       SUBTRACT 1 FROM TOTAL-X-WINS
                   END-IF
               WHEN "O"
                   IF TOTAL-O-WINS > 0
                       SUBTRACT 1 FROM TOTAL-O-WINS
                   END-IF
               WHEN "Z"
                   IF TOTAL-DRAWS > 0
                       SUBTRACT 1 FROM TOTAL-DRAWS
                   END-IF
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
               DISPLAY "TTVOID: scoreboard update failed - status "
                   SCOREBOARD-STATUS ". The game is marked voided; run T
      -            "TRECON with the R card to square the scoreboard."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE SCOREBOARD-FILE
           DISPLAY "  SCOREBRD  . . . : result taken off the totals."
           MOVE "SB" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
           ADD 3 TO BACKED-OUT-PTR.

      * A tournament game is found by the game id its schedule line
      * was posted with. The line goes back to pending so the pairing
      * can be replayed, and both players give back the standings
      * credit the game earned them.
           BACK-OUT-TOURNAMENT.
           PERFORM LOAD-SCHEDULE
           MOVE 0 TO SCHED-VOID-IDX
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               IF SC-STATUS(SCHED-IDX) = "C" AND
                       SC-GAME-ID(SCHED-IDX) = VOID-GAME-ID
                   MOVE SCHED-IDX TO SCHED-VOID-IDX
               END-IF
           END-PERFORM
           IF SCHED-VOID-IDX > 0
               MOVE "P" TO SC-STATUS(SCHED-VOID-IDX)
               MOVE SPACE TO SC-RESULT(SCHED-VOID-IDX)
               MOVE 0 TO SC-GAME-ID(SCHED-VOID-IDX)
               PERFORM SAVE-SCHEDULE
               PERFORM LOAD-STANDINGS
               MOVE VOID-PLAYER-X TO POSTING-ID
               EVALUATE VOID-WINNER
                   WHEN "X"
                       MOVE "W" TO POSTING-RESULT
                   WHEN "Z"
                       MOVE "D" TO POSTING-RESULT
                   WHEN OTHER
                       MOVE "L" TO POSTING-RESULT
               END-EVALUATE
               PERFORM UNPOST-ONE-STANDING
               MOVE VOID-PLAYER-O TO POSTING-ID
               EVALUATE VOID-WINNER
                   WHEN "O"
                       MOVE "W" TO POSTING-RESULT
                   WHEN "Z"
                       MOVE "D" TO POSTING-RESULT
                   WHEN OTHER
                       MOVE "L" TO POSTING-RESULT
               END-EVALUATE
               PERFORM UNPOST-ONE-STANDING
               PERFORM SAVE-STANDINGS
               DISPLAY "  TSCHED/TSTAND . : tournament game "
                   SC-GAME-NUM(SCHED-VOID-IDX)
                   " reopened, standings backed out."
               MOVE "TS" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
           END-IF.

           LOAD-SCHEDULE.
           MOVE 0 TO SCHED-COUNT
           OPEN INPUT TSCHED-FILE
           IF TSCHED-STATUS = "00"
               READ TSCHED-FILE
               PERFORM WITH TEST BEFORE UNTIL TSCHED-STATUS NOT = "00"
                   IF SCHED-COUNT < 120
                       ADD 1 TO SCHED-COUNT
                       MOVE TS-GAME-NUM TO SC-GAME-NUM(SCHED-COUNT)
                       MOVE TS-ROUND TO SC-ROUND(SCHED-COUNT)
                       MOVE TS-PLAYER-X TO SC-PLAYER-X(SCHED-COUNT)
                       MOVE TS-PLAYER-O TO SC-PLAYER-O(SCHED-COUNT)
                       MOVE TS-STATUS TO SC-STATUS(SCHED-COUNT)
                       MOVE TS-RESULT TO SC-RESULT(SCHED-COUNT)
                       MOVE TS-GAME-ID TO SC-GAME-ID(SCHED-COUNT)
                   END-IF
                   READ TSCHED-FILE
               END-PERFORM
           END-IF
           CLOSE TSCHED-FILE.

           SAVE-SCHEDULE.
           OPEN OUTPUT TSCHED-FILE
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
               UNTIL SCHED-IDX > SCHED-COUNT
               MOVE SPACES TO TSCHED-RECORD
               MOVE SC-GAME-NUM(SCHED-IDX) TO TS-GAME-NUM
               MOVE SC-ROUND(SCHED-IDX) TO TS-ROUND
               MOVE SC-PLAYER-X(SCHED-IDX) TO TS-PLAYER-X
               MOVE SC-PLAYER-O(SCHED-IDX) TO TS-PLAYER-O
               MOVE SC-STATUS(SCHED-IDX) TO TS-STATUS
               MOVE SC-RESULT(SCHED-IDX) TO TS-RESULT
               MOVE SC-GAME-ID(SCHED-IDX) TO TS-GAME-ID
               WRITE TSCHED-RECORD
           END-PERFORM
           CLOSE TSCHED-FILE.

           LOAD-STANDINGS.
           MOVE 0 TO STAND-COUNT
           OPEN INPUT TSTAND-FILE
           IF TSTAND-STATUS = "00"
               READ TSTAND-FILE
               PERFORM WITH TEST BEFORE UNTIL TSTAND-STATUS NOT = "00"
                   IF STAND-COUNT < 16
                       ADD 1 TO STAND-COUNT
                       MOVE ST-ID TO SD-ID(STAND-COUNT)
                       MOVE ST-PLAYED TO SD-PLAYED(STAND-COUNT)
                       MOVE ST-WINS TO SD-WINS(STAND-COUNT)
                       MOVE ST-DRAWS TO SD-DRAWS(STAND-COUNT)
                       MOVE ST-LOSSES TO SD-LOSSES(STAND-COUNT)
                       MOVE ST-POINTS TO SD-POINTS(STAND-COUNT)
                   END-IF
                   READ TSTAND-FILE
               END-PERFORM
           END-IF
           CLOSE TSTAND-FILE.

           SAVE-STANDINGS.
           OPEN OUTPUT TSTAND-FILE
           PERFORM VARYING STAND-IDX FROM 1 BY 1
               UNTIL STAND-IDX > STAND-COUNT
               MOVE SPACES TO TSTAND-RECORD
               MOVE SD-ID(STAND-IDX) TO ST-ID
               MOVE SD-PLAYED(STAND-IDX) TO ST-PLAYED
               MOVE SD-WINS(STAND-IDX) TO ST-WINS
               MOVE SD-DRAWS(STAND-IDX) TO ST-DRAWS
               MOVE SD-LOSSES(STAND-IDX) TO ST-LOSSES
               MOVE SD-POINTS(STAND-IDX) TO ST-POINTS
               WRITE TSTAND-RECORD
           END-PERFORM
           CLOSE TSTAND-FILE.

      * The exact reverse of TICTACTOE's POST-ONE-STANDING: 2 points
      * back for a win, 1 for a draw, and the game off the played
      * count either way.
           UNPOST-ONE-STANDING.
           PERFORM VARYING STAND-IDX FROM 1 BY 1
               UNTIL STAND-IDX > STAND-COUNT
               IF SD-ID(STAND-IDX) = POSTING-ID
                   IF SD-PLAYED(STAND-IDX) > 0
                       SUBTRACT 1 FROM SD-PLAYED(STAND-IDX)
                   END-IF
                   EVALUATE POSTING-RESULT
                       WHEN "W"
                           IF SD-WINS(STAND-IDX) > 0
                               SUBTRACT 1 FROM SD-WINS(STAND-IDX)
                           END-IF
                           IF SD-POINTS(STAND-IDX) > 1
                               SUBTRACT 2 FROM SD-POINTS(STAND-IDX)
                           ELSE
                               MOVE 0 TO SD-POINTS(STAND-IDX)
                           END-IF
                       WHEN "D"
                           IF SD-DRAWS(STAND-IDX) > 0
                               SUBTRACT 1 FROM SD-DRAWS(STAND-IDX)
                           END-IF
                           IF SD-POINTS(STAND-IDX) > 0
                               SUBTRACT 1 FROM SD-POINTS(STAND-IDX)
                           END-IF
                       WHEN OTHER
                           IF SD-LOSSES(STAND-IDX) > 0
                               SUBTRACT 1 FROM SD-LOSSES(STAND-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * A challenge game is found the same way, by its posted game
      * id, and goes back to pending to be played again. When the
      * challenger (always X) had won, the swap TICTACTOE made is
      * undone - provided the two still stand challenger-above-
      * opponent, i.e. nobody has moved either of them since.
           BACK-OUT-CHALLENGE.
           PERFORM LOAD-CHALLENGES
           MOVE 0 TO CHALL-VOID-IDX
           PERFORM VARYING CHALL-IDX FROM 1 BY 1
               UNTIL CHALL-IDX > CHALL-COUNT
               IF CL-STATUS(CHALL-IDX) = "C" AND
                       CL-GAME-ID(CHALL-IDX) = VOID-GAME-ID
                   MOVE CHALL-IDX TO CHALL-VOID-IDX
               END-IF
           END-PERFORM
           IF CHALL-VOID-IDX > 0
               MOVE "P" TO CL-STATUS(CHALL-VOID-IDX)
               MOVE SPACE TO CL-RESULT(CHALL-VOID-IDX)
               MOVE 0 TO CL-GAME-ID(CHALL-VOID-IDX)
               PERFORM SAVE-CHALLENGES
               DISPLAY "  TCHALL  . . . . : challenge "
                   CL-NUM(CHALL-VOID-IDX) " reopened."
               MOVE "TC" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
               IF VOID-WINNER = "X"
                   PERFORM UNSWAP-LADDER-RUNGS
               END-IF
           END-IF.

           LOAD-CHALLENGES.
           MOVE 0 TO CHALL-COUNT
           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS = "00"
               READ CHALLENGE-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL CHALLENGE-STATUS NOT = "00"
                   IF CHALL-COUNT < 50
                       ADD 1 TO CHALL-COUNT
                       MOVE CH-NUM TO CL-NUM(CHALL-COUNT)
                       MOVE CH-CHALLENGER TO CL-CHALLENGER(CHALL-COUNT)
                       MOVE CH-OPPONENT TO CL-OPPONENT(CHALL-COUNT)
                       MOVE CH-STATUS TO CL-STATUS(CHALL-COUNT)
                       MOVE CH-RESULT TO CL-RESULT(CHALL-COUNT)
                       MOVE CH-GAME-ID TO CL-GAME-ID(CHALL-COUNT)
                   END-IF
                   READ CHALLENGE-FILE
               END-PERFORM
           END-IF
           CLOSE CHALLENGE-FILE.

           SAVE-CHALLENGES.
           OPEN OUTPUT CHALLENGE-FILE
           PERFORM VARYING CHALL-IDX FROM 1 BY 1
               UNTIL CHALL-IDX > CHALL-COUNT
               MOVE SPACES TO CHALLENGE-RECORD
               MOVE CL-NUM(CHALL-IDX) TO CH-NUM
               MOVE CL-CHALLENGER(CHALL-IDX) TO CH-CHALLENGER
               MOVE CL-OPPONENT(CHALL-IDX) TO CH-OPPONENT
               MOVE CL-STATUS(CHALL-IDX) TO CH-STATUS
               MOVE CL-RESULT(CHALL-IDX) TO CH-RESULT
               MOVE CL-GAME-ID(CHALL-IDX) TO CH-GAME-ID
               WRITE CHALLENGE-RECORD
           END-PERFORM
           CLOSE CHALLENGE-FILE.

           UNSWAP-LADDER-RUNGS.
           MOVE 0 TO LADDER-COUNT
           OPEN INPUT LADDER-FILE
           IF LADDER-STATUS = "00"
               READ LADDER-FILE
               PERFORM WITH TEST BEFORE UNTIL LADDER-STATUS NOT = "00"
                   IF LADDER-COUNT < 50
                       ADD 1 TO LADDER-COUNT
                       MOVE LR-ID TO LADDER-ID(LADDER-COUNT)
                   END-IF
                   READ LADDER-FILE
               END-PERFORM
           END-IF
           CLOSE LADDER-FILE
           MOVE 0 TO CHALLENGER-RUNG
           MOVE 0 TO OPPONENT-RUNG
           PERFORM VARYING LADDER-IDX FROM 1 BY 1
               UNTIL LADDER-IDX > LADDER-COUNT
               IF LADDER-ID(LADDER-IDX) = VOID-PLAYER-X
                   MOVE LADDER-IDX TO CHALLENGER-RUNG
               END-IF
               IF LADDER-ID(LADDER-IDX) = VOID-PLAYER-O
                   MOVE LADDER-IDX TO OPPONENT-RUNG
               END-IF
           END-PERFORM
           IF CHALLENGER-RUNG > 0 AND OPPONENT-RUNG > 0 AND
                   CHALLENGER-RUNG < OPPONENT-RUNG
               MOVE VOID-PLAYER-O TO LADDER-ID(CHALLENGER-RUNG)
               MOVE VOID-PLAYER-X TO LADDER-ID(OPPONENT-RUNG)
               OPEN OUTPUT LADDER-FILE
               PERFORM VARYING LADDER-IDX FROM 1 BY 1
                   UNTIL LADDER-IDX > LADDER-COUNT
                   MOVE SPACES TO LADDER-RECORD
                   MOVE LADDER-IDX TO LR-RANK
                   MOVE LADDER-ID(LADDER-IDX) TO LR-ID
                   WRITE LADDER-RECORD
               END-PERFORM
               CLOSE LADDER-FILE
               DISPLAY "  TLADDER . . . . : rungs swapped back - "
                   VOID-PLAYER-O " above " VOID-PLAYER-X "."
               MOVE "LD" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
           ELSE
               DISPLAY "  TLADDER . . . . : the two no longer stand as t
      -            "he win left them - ladder left for TTLADDER."
           END-IF.

      * A bracket game is found by its posted game id too. Its match
      * goes back to pending and the winner's seat in the match they
      * advanced to is emptied again. Once that later match has been
      * played the knockout has moved on past this result, and the
      * bracket is left as it stands.
           BACK-OUT-BRACKET.
           PERFORM LOAD-BRACKET
           MOVE 0 TO BRACKET-VOID-IDX
           MOVE 0 TO BRACKET-NEXT-IDX
           PERFORM VARYING BRACKET-IDX FROM 1 BY 1
               UNTIL BRACKET-IDX > BRACKET-COUNT
               IF BK-STATUS(BRACKET-IDX) = "C" AND
                       BK-RESULT(BRACKET-IDX) NOT = "B" AND
                       BK-GAME-ID(BRACKET-IDX) = VOID-GAME-ID
                   MOVE BRACKET-IDX TO BRACKET-VOID-IDX
               END-IF
           END-PERFORM
           IF BRACKET-VOID-IDX > 0
               PERFORM VARYING BRACKET-IDX FROM 1 BY 1
                   UNTIL BRACKET-IDX > BRACKET-COUNT
                   IF BK-MATCH-NUM(BRACKET-IDX) =
                           BK-NEXT-MATCH(BRACKET-VOID-IDX)
                       MOVE BRACKET-IDX TO BRACKET-NEXT-IDX
                   END-IF
               END-PERFORM
               IF BRACKET-NEXT-IDX > 0
                   IF BK-STATUS(BRACKET-NEXT-IDX) = "C"
                       DISPLAY "  TBRACKET  . . . : match "
                           BK-MATCH-NUM(BRACKET-NEXT-IDX) " has been pla
      -                    "yed since - bracket left as it stands."
                       MOVE 0 TO BRACKET-VOID-IDX
                   ELSE
                       IF BK-NEXT-SLOT(BRACKET-VOID-IDX) = "X"
                           MOVE SPACES TO BK-PLAYER-X(BRACKET-NEXT-IDX)
                       ELSE
                           MOVE SPACES TO BK-PLAYER-O(BRACKET-NEXT-IDX)
                       END-IF
                       MOVE "W" TO BK-STATUS(BRACKET-NEXT-IDX)
                   END-IF
               END-IF
           END-IF
           IF BRACKET-VOID-IDX > 0
               MOVE "P" TO BK-STATUS(BRACKET-VOID-IDX)
               MOVE SPACE TO BK-RESULT(BRACKET-VOID-IDX)
               MOVE SPACES TO BK-WINNER-ID(BRACKET-VOID-IDX)
               MOVE 0 TO BK-GAME-ID(BRACKET-VOID-IDX)
               PERFORM SAVE-BRACKET
               DISPLAY "  TBRACKET  . . . : match "
                   BK-MATCH-NUM(BRACKET-VOID-IDX) " reopened."
               MOVE "BR" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
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

           LOAD-MATCHLOG.
           MOVE 0 TO ML-COUNT
           MOVE 0 TO ML-VOID-IDX
           OPEN INPUT MATCHLOG-FILE
           IF MATCHLOG-STATUS = "00"
               READ MATCHLOG-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL MATCHLOG-STATUS NOT = "00"
                   IF ML-COUNT < 500
                       ADD 1 TO ML-COUNT
                       MOVE MATCHLOG-RECORD TO ML-SAVED(ML-COUNT)
                       PERFORM VARYING ML-GID-IDX FROM 1 BY 1
                           UNTIL ML-GID-IDX > 5
                           IF ML-GID(ML-GID-IDX) = VOID-GAME-ID
                               MOVE ML-COUNT TO ML-VOID-IDX
                               MOVE ML-GID-IDX TO ML-VOID-GID-IDX
                           END-IF
                       END-PERFORM
                   ELSE
                       MOVE "Y" TO ML-OVERFLOW
                   END-IF
                   READ MATCHLOG-FILE
               END-PERFORM
           END-IF
           CLOSE MATCHLOG-FILE.

      * The series gives back the voided game - its slot in the game
      * id list is zeroed and its win or draw comes off the tally -
      * and is settled again on what is left: more wins takes it,
      * level wins is a tie. A series can't be reopened after the
      * fact (its players have long since left the console), so this
      * is the fairest reading of the games that stand.
           BACK-OUT-MATCH-SERIES.
           IF ML-VOID-IDX > 0
               MOVE ML-SAVED(ML-VOID-IDX) TO MATCHLOG-RECORD
               MOVE ML-WINNER-ID TO ML-OLD-WINNER-ID
               MOVE 0 TO ML-GID(ML-VOID-GID-IDX)
               EVALUATE TRUE
                   WHEN VOID-WINNER = "Z"
                       IF ML-DRAWS > 0
                           SUBTRACT 1 FROM ML-DRAWS
                       END-IF
                   WHEN (VOID-WINNER = "X" AND
                           VOID-PLAYER-X = ML-PLAYER-1) OR
                           (VOID-WINNER = "O" AND
                           VOID-PLAYER-O = ML-PLAYER-1)
                       IF ML-P1-WINS > 0
                           SUBTRACT 1 FROM ML-P1-WINS
                       END-IF
                   WHEN VOID-WINNER = "X" OR VOID-WINNER = "O"
                       IF ML-P2-WINS > 0
                           SUBTRACT 1 FROM ML-P2-WINS
                       END-IF
               END-EVALUATE
               EVALUATE TRUE
                   WHEN ML-P1-WINS > ML-P2-WINS
                       MOVE ML-PLAYER-1 TO ML-WINNER-ID
                   WHEN ML-P2-WINS > ML-P1-WINS
                       MOVE ML-PLAYER-2 TO ML-WINNER-ID
                   WHEN OTHER
                       MOVE "TIE" TO ML-WINNER-ID
               END-EVALUATE
               MOVE MATCHLOG-RECORD TO ML-SAVED(ML-VOID-IDX)
               OPEN OUTPUT MATCHLOG-FILE
               PERFORM VARYING ML-IDX FROM 1 BY 1
                   UNTIL ML-IDX > ML-COUNT
                   WRITE MATCHLOG-RECORD FROM ML-SAVED(ML-IDX)
               END-PERFORM
               IF MATCHLOG-STATUS NOT = "00"
                   DISPLAY "TTVOID: MATCHLOG rewrite failed part-way - s
      -                "tatus " MATCHLOG-STATUS ". RESTORE MATCHLOG.DAT 
      -                "FROM BACKUP."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE MATCHLOG-FILE
               MOVE ML-SAVED(ML-VOID-IDX) TO MATCHLOG-RECORD
               DISPLAY "  MATCHLOG  . . . : series "
                   FUNCTION TRIM(ML-PLAYER-1) " v "
                   FUNCTION TRIM(ML-PLAYER-2) " resettled - was "
                   FUNCTION TRIM(ML-OLD-WINNER-ID) ", now "
                   FUNCTION TRIM(ML-WINNER-ID) "."
               MOVE "ML" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
           END-IF.

      * TTRATING takes the lowest id waiting in this file as the point
      * to rerate from, so several voids in one day cost one rerate.
      * A game rated before the journal was kept has no journal line
      * to wind back from; asking for it would only have TTRATING
      * drop the request, so the operator is told here instead.
           REQUEST-RERATE.
           PERFORM FIND-RATING-REACH
           IF VOID-GAME-ID NOT > RATED-THROUGH-ID AND
                   (JOURNAL-FIRST-ID = 0 OR
                   VOID-GAME-ID < JOURNAL-FIRST-ID)
               DISPLAY "  RATINGS . . . . : not rerated - the game was "
                   "rated before TTRATING kept its journal, so the "
                   "ratings still count it."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RERATE-REQUEST
           END-IF.

           WRITE-RERATE-REQUEST.
           OPEN EXTEND RERATE-FILE
           IF RERATE-STATUS = "35"
               OPEN OUTPUT RERATE-FILE
               CLOSE RERATE-FILE
               OPEN EXTEND RERATE-FILE
           END-IF
           IF RERATE-STATUS = "00"
               MOVE SPACES TO RERATE-RECORD
               MOVE VOID-GAME-ID TO RR-GAME-ID
               MOVE VOID-REASON-TEXT TO RR-REASON
               WRITE RERATE-RECORD
               CLOSE RERATE-FILE
               DISPLAY "  RATINGS . . . . : rerate from this game reques
      -            "ted."
               MOVE "Y" TO RERATE-ASKED
               MOVE "RT" TO BACKED-OUT-LIST(BACKED-OUT-PTR:2)
               ADD 3 TO BACKED-OUT-PTR
           ELSE
               DISPLAY "TTVOID: RTRERATE.DAT is unwritable - status "
                   RERATE-STATUS ". Ratings still count the game; rerun 
      -            "TTVOID once the file is fixed."
               MOVE 4 TO RETURN-CODE
           END-IF.

           FIND-RATING-REACH.
           MOVE 0 TO RATED-THROUGH-ID
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
               IF CHECKPOINT-STATUS = "00" AND
                       CK-LAST-GAME-ID IS NUMERIC
                   MOVE CK-LAST-GAME-ID TO RATED-THROUGH-ID
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE 0 TO JOURNAL-FIRST-ID
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
                   IF JR-GAME-ID IS NUMERIC AND
                           (JOURNAL-FIRST-ID = 0 OR
                           JR-GAME-ID < JOURNAL-FIRST-ID)
                       MOVE JR-GAME-ID TO JOURNAL-FIRST-ID
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE.

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
               MOVE "TTVOID" TO AU-SESSION
               MOVE AUDIT-TEXT TO AU-TEXT
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "TTVOID: audit trail TTAUDIT.DAT is unwritable - 
      -            "status " AUDIT-STATUS "."
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM TTVOID.
