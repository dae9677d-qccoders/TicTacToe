       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTXREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Player master maintained by TTPLAYER; every player id anywhere
      * else has to be on it, and not as a merged-away (M) record.
           SELECT PLAYMAST-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYMAST-STATUS.

      * Same permanent game history TICTACTOE writes to; the book of
      * record every game id elsewhere is checked against.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

      * Running totals of the games TTARCHIV has purged off the live
      * GAMELOG. Only its presence matters here: once a purge has run,
      * an old game id that isn't on the live log has most likely
      * gone to the archive rather than gone missing.
           SELECT BASE-FILE ASSIGN TO "GLBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASE-STATUS.

      * The files that carry player ids or game ids of their own.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.

           SELECT TSTAND-FILE ASSIGN TO "TSTAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTAND-STATUS.

           SELECT TSCHED-FILE ASSIGN TO "TSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSCHED-STATUS.

           SELECT LADDER-FILE ASSIGN TO "TLADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "TCHALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT MATCHLOG-FILE ASSIGN TO "MATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHLOG-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * The two game-id counters: the last id TICTACTOE handed out,
      * and the last game TTRATING has rated.
           SELECT GAMEID-FILE ASSIGN TO "TTGAMEID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMEID-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "RTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
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
           05 GL-GAME-ID PIC 9(6).
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

       FD  BASE-FILE.
       01  BASE-RECORD.
           05 BS-X-WINS PIC 9(6).
           05 FILLER PIC X.
           05 BS-O-WINS PIC 9(6).
           05 FILLER PIC X.
           05 BS-DRAWS PIC 9(6).

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID PIC X(10).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(6).

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

       FD  LADDER-FILE.
       01  LADDER-RECORD.
           05 LR-RANK PIC 9(3).
           05 FILLER PIC X.
           05 LR-ID PIC X(10).

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

       FD  GAMEID-FILE.
       01  GAMEID-RECORD.
           05 GI-LAST-GAME-ID PIC 9(6).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-GAME-ID PIC 9(6).
       WORKING-STORAGE SECTION.
           01 PLAYMAST-STATUS PIC XX.
           01 GAMELOG-STATUS PIC XX.
           01 BASE-STATUS PIC XX.
           01 RATINGS-STATUS PIC XX.
           01 TSTAND-STATUS PIC XX.
           01 TSCHED-STATUS PIC XX.
           01 LADDER-STATUS PIC XX.
           01 CHALLENGE-STATUS PIC XX.
           01 MATCHLOG-STATUS PIC XX.
           01 BRACKET-STATUS PIC XX.
           01 GAMEID-STATUS PIC XX.
           01 CHECKPOINT-STATUS PIC XX.

      * Every id on the player master with its status, sized with
      * room over TTPLAYER's own roster so that no registered player
      * can ever be reported missing just for not fitting.
           01 ROSTER-TABLE.
               05 ROSTER-ENTRY OCCURS 100 TIMES.
                   10 ROSTER-ID PIC X(10).
                   10 ROSTER-ACTIVE PIC X.
           01 ROSTER-COUNT PIC 9(3) VALUE 0.
           01 ROSTER-IDX PIC 9(3).
           01 ROSTER-FULL PIC X VALUE "N".
           01 LOOKUP-ID PIC X(10).
           01 LOOKUP-IDX PIC 9(3).

      * Every game id on the live log, in log order, with whether it
      * was voided. Room for well over TTMERGE's ceiling, which the
      * log can't outgrow without TTARCHIV being run.
           01 GAME-TABLE.
               05 GAME-ENTRY OCCURS 5000 TIMES.
                   10 GT-GAME-ID PIC 9(6).
                   10 GT-VOIDED PIC X.
           01 GAME-COUNT PIC 9(4) VALUE 0.
           01 GAME-IDX PIC 9(4).
           01 GAME-FULL PIC X VALUE "N".
           01 LOOKUP-GAME-ID PIC 9(6).
           01 LOOKUP-GAME-IDX PIC 9(4).

      * What the live log itself says: how much of it there is, its
      * lowest and highest game ids, and whether anything has ever
      * been archived off the front of it.
           01 GAMES-READ PIC 9(6) VALUE 0.
           01 GAMES-WITHOUT-ID PIC 9(6) VALUE 0.
           01 LOWEST-GAME-ID PIC 9(6) VALUE 0.
           01 HIGHEST-GAME-ID PIC 9(6) VALUE 0.
           01 ARCHIVE-RUN PIC X VALUE "N".
           01 LAST-ISSUED-ID PIC 9(6) VALUE 0.
           01 GAMEID-ON-FILE PIC X VALUE "N".
           01 LAST-RATED-ID PIC 9(6) VALUE 0.
           01 CHECKPOINT-ON-FILE PIC X VALUE "N".

      * Records read from each file checked, for the summary.
           01 RATINGS-READ PIC 9(6) VALUE 0.
           01 TSTAND-READ PIC 9(6) VALUE 0.
           01 TSCHED-READ PIC 9(6) VALUE 0.
           01 LADDER-READ PIC 9(6) VALUE 0.
           01 CHALLENGE-READ PIC 9(6) VALUE 0.
           01 MATCHLOG-READ PIC 9(6) VALUE 0.
           01 BRACKET-READ PIC 9(6) VALUE 0.

      * Findings, by kind. Any one of them is enough to fail the run.
           01 UNREGISTERED-IDS PIC 9(6) VALUE 0.
           01 MERGED-IDS PIC 9(6) VALUE 0.
           01 DANGLING-GAME-REFS PIC 9(6) VALUE 0.
           01 VOIDED-GAME-REFS PIC 9(6) VALUE 0.
           01 DUPLICATE-GAME-IDS PIC 9(6) VALUE 0.
           01 COUNTER-FINDINGS PIC 9(6) VALUE 0.
           01 TOTAL-FINDINGS PIC 9(6) VALUE 0.
      * References to games older than the live log once an archive
      * has run; reported as a count, not as findings.
           01 ARCHIVED-GAME-REFS PIC 9(6) VALUE 0.

      * The reference being checked and where it came from, for the
      * finding line.
           01 CHECK-ID PIC X(10).
           01 CHECK-GAME-ID PIC 9(6).
           01 FINDING-FILE PIC X(8).
           01 FINDING-WHERE PIC X(26).
           01 FINDING-TEXT PIC X(44).
           01 GID-IDX PIC 9.
           01 EDIT-NUM PIC ZZZZZ9.
       PROCEDURE DIVISION.
           DISPLAY "QC CODERS' TIC-TAC-TOE - CROSS-FILE REFERENCE CHECK"
           DISPLAY " "
           DISPLAY "FILE     RECORD                     FINDING"
           PERFORM LOAD-ROSTER
           PERFORM LOAD-GAME-IDS
           PERFORM LOAD-COUNTERS
           PERFORM CHECK-GAMELOG-PLAYERS
           PERFORM CHECK-RATINGS
           PERFORM CHECK-TSTAND
           PERFORM CHECK-TSCHED
           PERFORM CHECK-LADDER
           PERFORM CHECK-CHALLENGES
           PERFORM CHECK-MATCHLOG
           PERFORM CHECK-BRACKET
           PERFORM CHECK-COUNTERS

           COMPUTE TOTAL-FINDINGS = UNREGISTERED-IDS + MERGED-IDS
               + DANGLING-GAME-REFS + VOIDED-GAME-REFS
               + DUPLICATE-GAME-IDS + COUNTER-FINDINGS
           IF TOTAL-FINDINGS = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM PRINT-SUMMARY
           IF TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * An empty or missing master means the consoles are still
      * letting any id through, same as VALIDATE-PLAYER-ID in
      * TICTACTOE, so there is nothing to hold the other files to.
           LOAD-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           OPEN INPUT PLAYMAST-FILE
           IF PLAYMAST-STATUS = "00"
               READ PLAYMAST-FILE
               PERFORM WITH TEST BEFORE UNTIL PLAYMAST-STATUS NOT = "00"
                   IF ROSTER-COUNT < 100
                       ADD 1 TO ROSTER-COUNT
                       MOVE PM-ID TO ROSTER-ID(ROSTER-COUNT)
                       MOVE PM-ACTIVE TO ROSTER-ACTIVE(ROSTER-COUNT)
                   ELSE
                       MOVE "Y" TO ROSTER-FULL
                   END-IF
                   READ PLAYMAST-FILE
               END-PERFORM
           END-IF
           CLOSE PLAYMAST-FILE.

      * One pass of the log: the game-id table for the reference
      * checks, duplicates caught as each id is added.
           LOAD-GAME-IDS.
           OPEN INPUT BASE-FILE
           IF BASE-STATUS = "00"
               READ BASE-FILE
               IF BASE-STATUS = "00"
                   MOVE "Y" TO ARCHIVE-RUN
               END-IF
           END-IF
           CLOSE BASE-FILE

           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS NOT = "00"
               DISPLAY "TTXREF: GAMELOG.DAT could not be opened - status
      -            " " GAMELOG-STATUS "."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               ADD 1 TO GAMES-READ
      * Games logged before ids were handed out carry none, and so
      * can't be referred to or duplicated.
               IF GL-GAME-ID IS NOT NUMERIC OR GL-GAME-ID = 0
                   ADD 1 TO GAMES-WITHOUT-ID
               ELSE
                   PERFORM ADD-GAME-ID
               END-IF
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE.

           ADD-GAME-ID.
           IF LOWEST-GAME-ID = 0 OR GL-GAME-ID < LOWEST-GAME-ID
               MOVE GL-GAME-ID TO LOWEST-GAME-ID
           END-IF
           IF GL-GAME-ID > HIGHEST-GAME-ID
               MOVE GL-GAME-ID TO HIGHEST-GAME-ID
           END-IF
           MOVE GL-GAME-ID TO LOOKUP-GAME-ID
           PERFORM FIND-GAME-ID
           IF LOOKUP-GAME-IDX > 0
               MOVE "GAMELOG" TO FINDING-FILE
               MOVE SPACES TO FINDING-WHERE
               MOVE GL-GAME-ID TO EDIT-NUM
               STRING "game " FUNCTION TRIM(EDIT-NUM) " " GL-DATE
                   DELIMITED BY SIZE INTO FINDING-WHERE
               MOVE "game id already used earlier in the log"
                   TO FINDING-TEXT
               PERFORM PRINT-FINDING
               ADD 1 TO DUPLICATE-GAME-IDS
           ELSE
               IF GAME-COUNT < 5000
                   ADD 1 TO GAME-COUNT
                   MOVE GL-GAME-ID TO GT-GAME-ID(GAME-COUNT)
                   IF GL-STATUS = "V"
                       MOVE "Y" TO GT-VOIDED(GAME-COUNT)
                   ELSE
                       MOVE "N" TO GT-VOIDED(GAME-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO GAME-FULL
               END-IF
           END-IF.

           FIND-GAME-ID.
           MOVE 0 TO LOOKUP-GAME-IDX
           PERFORM VARYING GAME-IDX FROM 1 BY 1
               UNTIL GAME-IDX > GAME-COUNT OR LOOKUP-GAME-IDX > 0
               IF GT-GAME-ID(GAME-IDX) = LOOKUP-GAME-ID
                   MOVE GAME-IDX TO LOOKUP-GAME-IDX
               END-IF
           END-PERFORM.

           LOAD-COUNTERS.
           OPEN INPUT GAMEID-FILE
           IF GAMEID-STATUS = "00"
               READ GAMEID-FILE
               IF GAMEID-STATUS = "00" AND GI-LAST-GAME-ID IS NUMERIC
                   MOVE GI-LAST-GAME-ID TO LAST-ISSUED-ID
                   MOVE "Y" TO GAMEID-ON-FILE
               END-IF
           END-IF
           CLOSE GAMEID-FILE
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
               IF CHECKPOINT-STATUS = "00" AND
                       CK-LAST-GAME-ID IS NUMERIC
                   MOVE CK-LAST-GAME-ID TO LAST-RATED-ID
                   MOVE "Y" TO CHECKPOINT-ON-FILE
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

      * Second pass of the log, now the roster is in storage.
           CHECK-GAMELOG-PLAYERS.
           OPEN INPUT GAMELOG-FILE
           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               MOVE "GAMELOG" TO FINDING-FILE
               MOVE SPACES TO FINDING-WHERE
               IF GL-GAME-ID IS NUMERIC AND GL-GAME-ID > 0
                   MOVE GL-GAME-ID TO EDIT-NUM
                   STRING "game " FUNCTION TRIM(EDIT-NUM) " " GL-DATE
                       DELIMITED BY SIZE INTO FINDING-WHERE
               ELSE
                   STRING GL-DATE " " GL-TIME
                       DELIMITED BY SIZE INTO FINDING-WHERE
               END-IF
               MOVE GL-PLAYER-X TO CHECK-ID
               PERFORM CHECK-PLAYER-REF
               MOVE GL-PLAYER-O TO CHECK-ID
               PERFORM CHECK-PLAYER-REF
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE.

           CHECK-RATINGS.
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               READ RATINGS-FILE
               PERFORM WITH TEST BEFORE UNTIL RATINGS-STATUS NOT = "00"
                   ADD 1 TO RATINGS-READ
                   MOVE "RATINGS" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "rating for " RT-ID DELIMITED BY SIZE
                       INTO FINDING-WHERE
                   MOVE RT-ID TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   READ RATINGS-FILE
               END-PERFORM
           END-IF
           CLOSE RATINGS-FILE.

           CHECK-TSTAND.
           OPEN INPUT TSTAND-FILE
           IF TSTAND-STATUS = "00"
               READ TSTAND-FILE
               PERFORM WITH TEST BEFORE UNTIL TSTAND-STATUS NOT = "00"
                   ADD 1 TO TSTAND-READ
                   MOVE "TSTAND" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "standing for " ST-ID DELIMITED BY SIZE
                       INTO FINDING-WHERE
                   MOVE ST-ID TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   READ TSTAND-FILE
               END-PERFORM
           END-IF
           CLOSE TSTAND-FILE.

           CHECK-TSCHED.
           OPEN INPUT TSCHED-FILE
           IF TSCHED-STATUS = "00"
               READ TSCHED-FILE
               PERFORM WITH TEST BEFORE UNTIL TSCHED-STATUS NOT = "00"
                   ADD 1 TO TSCHED-READ
                   MOVE "TSCHED" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "tourney game " TS-GAME-NUM
                       DELIMITED BY SIZE INTO FINDING-WHERE
                   MOVE TS-PLAYER-X TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE TS-PLAYER-O TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE TS-GAME-ID TO CHECK-GAME-ID
                   PERFORM CHECK-GAME-REF
                   READ TSCHED-FILE
               END-PERFORM
           END-IF
           CLOSE TSCHED-FILE.

           CHECK-LADDER.
           OPEN INPUT LADDER-FILE
           IF LADDER-STATUS = "00"
               READ LADDER-FILE
               PERFORM WITH TEST BEFORE UNTIL LADDER-STATUS NOT = "00"
                   ADD 1 TO LADDER-READ
                   MOVE "TLADDER" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "ladder rung " LR-RANK
                       DELIMITED BY SIZE INTO FINDING-WHERE
                   MOVE LR-ID TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   READ LADDER-FILE
               END-PERFORM
           END-IF
           CLOSE LADDER-FILE.

           CHECK-CHALLENGES.
           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS = "00"
               READ CHALLENGE-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL CHALLENGE-STATUS NOT = "00"
                   ADD 1 TO CHALLENGE-READ
                   MOVE "TCHALL" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "challenge " CH-NUM
                       DELIMITED BY SIZE INTO FINDING-WHERE
                   MOVE CH-CHALLENGER TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE CH-OPPONENT TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE CH-GAME-ID TO CHECK-GAME-ID
                   PERFORM CHECK-GAME-REF
                   READ CHALLENGE-FILE
               END-PERFORM
           END-IF
           CLOSE CHALLENGE-FILE.

           CHECK-MATCHLOG.
           OPEN INPUT MATCHLOG-FILE
           IF MATCHLOG-STATUS = "00"
               READ MATCHLOG-FILE
               PERFORM WITH TEST BEFORE UNTIL MATCHLOG-STATUS NOT = "00"
                   ADD 1 TO MATCHLOG-READ
                   MOVE "MATCHLOG" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "series " ML-DATE " " ML-TIME
                       DELIMITED BY SIZE INTO FINDING-WHERE
                   MOVE ML-PLAYER-1 TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE ML-PLAYER-2 TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE ML-WINNER-ID TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   PERFORM VARYING GID-IDX FROM 1 BY 1
                       UNTIL GID-IDX > 5
                       MOVE ML-GID(GID-IDX) TO CHECK-GAME-ID
                       PERFORM CHECK-GAME-REF
                   END-PERFORM
                   READ MATCHLOG-FILE
               END-PERFORM
           END-IF
           CLOSE MATCHLOG-FILE.

           CHECK-BRACKET.
           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS = "00"
               READ BRACKET-FILE
               PERFORM WITH TEST BEFORE UNTIL BRACKET-STATUS NOT = "00"
                   ADD 1 TO BRACKET-READ
                   MOVE "TBRACKET" TO FINDING-FILE
                   MOVE SPACES TO FINDING-WHERE
                   STRING "bracket match " BR-MATCH-NUM
                       DELIMITED BY SIZE INTO FINDING-WHERE
                   MOVE BR-PLAYER-X TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE BR-PLAYER-O TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE BR-WINNER-ID TO CHECK-ID
                   PERFORM CHECK-PLAYER-REF
                   MOVE BR-GAME-ID TO CHECK-GAME-ID
                   PERFORM CHECK-GAME-REF
                   READ BRACKET-FILE
               END-PERFORM
           END-IF
           CLOSE BRACKET-FILE.

      * The seats that are never on the master: casual guests, the
      * computer, batch self-play, a seat never filled in, and a drawn
      * series' TIE, and the bracket's *BYE* seat. Anything else has to
      * be a live registration.
           CHECK-PLAYER-REF.
           IF ROSTER-COUNT > 0 AND CHECK-ID NOT = SPACES AND
                   CHECK-ID NOT = "GUEST" AND
                   CHECK-ID NOT = "COMPUTER" AND
                   CHECK-ID NOT = "BATCH" AND
                   CHECK-ID NOT = "UNKNOWN" AND
                   CHECK-ID NOT = "TIE" AND
                   CHECK-ID NOT = "*BYE*"
               MOVE CHECK-ID TO LOOKUP-ID
               PERFORM FIND-ROSTER-POSITION
               IF LOOKUP-IDX = 0
                   MOVE SPACES TO FINDING-TEXT
                   STRING "player " DELIMITED BY SIZE
                       CHECK-ID DELIMITED BY SPACE
                       " is not on PLAYMAST" DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   PERFORM PRINT-FINDING
                   ADD 1 TO UNREGISTERED-IDS
               ELSE
                   IF ROSTER-ACTIVE(LOOKUP-IDX) = "M"
                       MOVE SPACES TO FINDING-TEXT
                       STRING "player " DELIMITED BY SIZE
                           CHECK-ID DELIMITED BY SPACE
                           " was merged away (M)" DELIMITED BY SIZE
                           INTO FINDING-TEXT
                       PERFORM PRINT-FINDING
                       ADD 1 TO MERGED-IDS
                   END-IF
               END-IF
           END-IF.

           FIND-ROSTER-POSITION.
           MOVE 0 TO LOOKUP-IDX
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
               UNTIL ROSTER-IDX > ROSTER-COUNT OR LOOKUP-IDX > 0
               IF ROSTER-ID(ROSTER-IDX) = LOOKUP-ID
                   MOVE ROSTER-IDX TO LOOKUP-IDX
               END-IF
           END-PERFORM.

      * Zero is an unplayed game or an emptied series slot. A game
      * older than anything on the live log, once TTARCHIV has ever
      * run, is taken to be in the archive; a game TTVOID has taken
      * back should have had its reference cleared by the same run.
           CHECK-GAME-REF.
           IF CHECK-GAME-ID IS NUMERIC AND CHECK-GAME-ID > 0
               MOVE CHECK-GAME-ID TO LOOKUP-GAME-ID
               PERFORM FIND-GAME-ID
               MOVE CHECK-GAME-ID TO EDIT-NUM
               IF LOOKUP-GAME-IDX > 0
                   IF GT-VOIDED(LOOKUP-GAME-IDX) = "Y"
                       MOVE SPACES TO FINDING-TEXT
                       STRING "game " FUNCTION TRIM(EDIT-NUM)
                           " was voided but is still referred to"
                           DELIMITED BY SIZE INTO FINDING-TEXT
                       PERFORM PRINT-FINDING
                       ADD 1 TO VOIDED-GAME-REFS
                   END-IF
               ELSE
                   IF ARCHIVE-RUN = "Y" AND
                           CHECK-GAME-ID < LOWEST-GAME-ID
                       ADD 1 TO ARCHIVED-GAME-REFS
                   ELSE
                       MOVE SPACES TO FINDING-TEXT
                       STRING "game " FUNCTION TRIM(EDIT-NUM)
                           " has no GAMELOG record"
                           DELIMITED BY SIZE INTO FINDING-TEXT
                       PERFORM PRINT-FINDING
                       ADD 1 TO DANGLING-GAME-REFS
                   END-IF
               END-IF
           END-IF.

      * TICTACTOE hands out the next id from TTGAMEID, so a counter
      * behind the log will issue an id that is already taken. A
      * rating checkpoint beyond the log means TTRATING would skip
      * every game up to it without ever rating them.
           CHECK-COUNTERS.
           IF GAMEID-ON-FILE = "Y" AND LAST-ISSUED-ID < HIGHEST-GAME-ID
               MOVE "TTGAMEID" TO FINDING-FILE
               MOVE LAST-ISSUED-ID TO EDIT-NUM
               MOVE SPACES TO FINDING-WHERE
               STRING "last id " FUNCTION TRIM(EDIT-NUM)
                   DELIMITED BY SIZE INTO FINDING-WHERE
               MOVE HIGHEST-GAME-ID TO EDIT-NUM
               MOVE SPACES TO FINDING-TEXT
               STRING "below highest GAMELOG game id "
                   FUNCTION TRIM(EDIT-NUM)
                   DELIMITED BY SIZE INTO FINDING-TEXT
               PERFORM PRINT-FINDING
               ADD 1 TO COUNTER-FINDINGS
           END-IF
           IF CHECKPOINT-ON-FILE = "Y" AND
                   LAST-RATED-ID > HIGHEST-GAME-ID
               MOVE "RTCHKPT" TO FINDING-FILE
               MOVE LAST-RATED-ID TO EDIT-NUM
               MOVE SPACES TO FINDING-WHERE
               STRING "last rated " FUNCTION TRIM(EDIT-NUM)
                   DELIMITED BY SIZE INTO FINDING-WHERE
               MOVE HIGHEST-GAME-ID TO EDIT-NUM
               MOVE SPACES TO FINDING-TEXT
               STRING "past end of GAMELOG, last game "
                   FUNCTION TRIM(EDIT-NUM)
                   DELIMITED BY SIZE INTO FINDING-TEXT
               PERFORM PRINT-FINDING
               ADD 1 TO COUNTER-FINDINGS
           END-IF
           IF GAME-FULL = "Y"
               MOVE "GAMELOG" TO FINDING-FILE
               MOVE "whole log" TO FINDING-WHERE
               MOVE "over 5000 games - run TTARCHIV, then recheck"
                   TO FINDING-TEXT
               PERFORM PRINT-FINDING
               ADD 1 TO COUNTER-FINDINGS
           END-IF
           IF ROSTER-FULL = "Y"
               MOVE "PLAYMAST" TO FINDING-FILE
               MOVE "whole master" TO FINDING-WHERE
               MOVE "over 100 players - ids past 100 not checked"
                   TO FINDING-TEXT
               PERFORM PRINT-FINDING
               ADD 1 TO COUNTER-FINDINGS
           END-IF.

           PRINT-FINDING.
           DISPLAY FINDING-FILE " " FINDING-WHERE " " FINDING-TEXT.

           PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "Games on GAMELOG  . . . . . . . : " GAMES-READ
           DISPLAY "  without a game id (unchecked) : " GAMES-WITHOUT-ID
           DISPLAY "  lowest / highest game id  . . : " LOWEST-GAME-ID
               " / " HIGHEST-GAME-ID
           IF GAMEID-ON-FILE = "Y"
               DISPLAY "Last id issued (TTGAMEID) . . . : "
                   LAST-ISSUED-ID
           ELSE
               DISPLAY "Last id issued (TTGAMEID) . . . : (no file)"
           END-IF
           IF CHECKPOINT-ON-FILE = "Y"
               DISPLAY "Last game rated (RTCHKPT) . . . : "
                   LAST-RATED-ID
           ELSE
               DISPLAY "Last game rated (RTCHKPT) . . . : (no file)"
           END-IF
           IF ROSTER-COUNT = 0
               DISPLAY "Players on PLAYMAST . . . . . . : "
                   "none - ids not checked"
           ELSE
               DISPLAY "Players on PLAYMAST . . . . . . : " ROSTER-COUNT
           END-IF
           DISPLAY "Records checked - RATINGS " RATINGS-READ
               "  TSTAND " TSTAND-READ "  TSCHED " TSCHED-READ
           DISPLAY "                  TLADDER " LADDER-READ
               "  TCHALL " CHALLENGE-READ "  MATCHLOG " MATCHLOG-READ
           DISPLAY "                  TBRACKET " BRACKET-READ
           IF ARCHIVED-GAME-REFS > 0
               DISPLAY "Game ids older than the log (archived) : "
                   ARCHIVED-GAME-REFS
           END-IF
           DISPLAY " "
           DISPLAY "Player ids not on PLAYMAST  . . : " UNREGISTERED-IDS
           DISPLAY "Player ids merged away (M)  . . : " MERGED-IDS
           DISPLAY "Game ids with no GAMELOG record : "
               DANGLING-GAME-REFS
           DISPLAY "Game ids pointing at void games : " VOIDED-GAME-REFS
           DISPLAY "Duplicate game ids on GAMELOG . : "
               DUPLICATE-GAME-IDS
           DISPLAY "Counter / capacity findings . . : " COUNTER-FINDINGS
           DISPLAY " "
           IF TOTAL-FINDINGS > 0
               DISPLAY "*** " TOTAL-FINDINGS " CROSS-FILE FINDING(S) - S
      -            "EE ABOVE ***"
           ELSE
               DISPLAY "All files agree with each other."
           END-IF
           DISPLAY " "
           DISPLAY "*** End of cross-reference ***".
       END PROGRAM TTXREF.
