               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCHLOG-STATUS.

      * Knockout bracket. Its pending match locks the consoles'
      * prompts to the two seated ids just as a tournament line does,
      * so the seats and the winner column are renamed as well.
           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * TTRATING's rating journal. A rerate winds ratings back by the
      * ids on it, so a retired id left there would be wound back in
      * place of the survivor. The journal has no size limit, so it
      * is renamed through a scratch copy rather than in storage.
           SELECT JOURNAL-FILE ASSIGN TO "RTJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "RTJRNWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-WORK-STATUS.

      * Operations audit trail. Read first to prove no console
      * session is mid-run, then appended to with what the merge
      * changed - a merge that can't be questioned later is a merge
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
           05 ML-GAME-IDS.
               10 ML-GID PIC 9(6) OCCURS 5 TIMES.

       FD  BRACKET-FILE.
       01  BRACKET-RECORD PIC X(59).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AU-DATE PIC X(10).
           01 CHALLENGE-STATUS PIC XX.
           01 TSCHED-STATUS PIC XX.
           01 MATCHLOG-STATUS PIC XX.
           01 BRACKET-STATUS PIC XX.
           01 JOURNAL-STATUS PIC XX.
           01 JOURNAL-WORK-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.

      * The two sides of the merge as keyed by the supervisor.
      * saved image per record; sized past the purge period with
      * room to spare, and the run refuses rather than overflows.
           01 GL-TABLE.
               05 GL-SAVED PIC X(80) OCCURS 1500 TIMES.
           01 GL-COUNT PIC 9(4) VALUE 0.
           01 GL-IDX PIC 9(4).
           01 GL-OVERFLOW PIC X VALUE "N".
               05 MW-START-TIME PIC X(8).
               05 FILLER PIC X.
               05 MW-SECONDS PIC X(5).
               05 FILLER PIC X.
               05 MW-STATUS PIC X.
               05 FILLER PIC X.
               05 MW-SESSION PIC X(8).

      * Ratings, standings, roster, ladder, and challenges held in
      * storage while they're reworked, same table shapes their own
               05 FILLER PIC X.
               05 MM-GAME-IDS PIC X(30).

      * The bracket held the same way; a full bracket is 31 matches.
           01 BR-TABLE.
               05 BR-SAVED PIC X(59) OCCURS 31 TIMES.
           01 BR-COUNT PIC 99 VALUE 0.
           01 BR-IDX PIC 99.
           01 BR-OVERFLOW PIC X VALUE "N".
           01 BRACKET-WORK-RECORD.
               05 BW-MATCH-NUM PIC X(3).
               05 FILLER PIC X.
               05 BW-ROUND PIC X(2).
               05 FILLER PIC X.
               05 BW-PLAYER-X PIC X(10).
               05 FILLER PIC X.
               05 BW-PLAYER-O PIC X(10).
               05 FILLER PIC X.
               05 BW-STATUS PIC X.
               05 FILLER PIC X.
               05 BW-RESULT PIC X.
               05 FILLER PIC X.
               05 BW-WINNER-ID PIC X(10).
               05 FILLER PIC X(15).

      * Preview figures shown before anything is touched.
           01 GAMES-AS-X PIC 9(4) VALUE 0.
           01 GAMES-AS-O PIC 9(4) VALUE 0.
           01 CHALLS-CHANGED PIC 99 VALUE 0.
           01 SCHEDS-CHANGED PIC 9(3) VALUE 0.
           01 MATCHES-CHANGED PIC 9(3) VALUE 0.
           01 BRACKETS-CHANGED PIC 99 VALUE 0.
           01 JOURNALS-CHANGED PIC 9(6) VALUE 0.

      * Audit trail plumbing, same shape TICTACTOE's own is.
           01 AUDIT-TEXT PIC X(50).
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF BR-OVERFLOW = "Y"
               DISPLAY "TBRACKET.DAT holds more than 31 matches - "
                   "it is not a bracket TTBRACKT seeded. "
                   "Nothing merged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF PM-SURVIVOR-IDX = 0 AND SURVIVOR-ID NOT = "GUEST"
               DISPLAY SURVIVOR-ID " is not on the player master - reg
      -            "ister it with TTPLAYER first. Nothing merged."
           IF GAMES-CHANGED = 0 AND RT-SOURCE-IDX = 0 AND
                   SD-SOURCE-IDX = 0 AND PM-SOURCE-IDX = 0 AND
                   LD-SOURCE-IDX = 0 AND CHALLS-CHANGED = 0 AND
                   SCHEDS-CHANGED = 0 AND MATCHES-CHANGED = 0 AND
                   BRACKETS-CHANGED = 0 AND JOURNALS-CHANGED = 0
               DISPLAY " "
               DISPLAY SOURCE-ID " appears nowhere - nothing to merge."
               GOBACK
           PERFORM LOAD-CHALLENGES
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-MATCHLOG
           PERFORM LOAD-BRACKET
           PERFORM COUNT-JOURNAL-LINES
           PERFORM FIND-MERGE-TARGETS.

           LOAD-GAMELOG.
           END-IF
           CLOSE MATCHLOG-FILE.

           LOAD-BRACKET.
           MOVE 0 TO BR-COUNT
           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS = "00"
               READ BRACKET-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL BRACKET-STATUS NOT = "00"
                   IF BR-COUNT < 31
                       ADD 1 TO BR-COUNT
                       MOVE BRACKET-RECORD TO BR-SAVED(BR-COUNT)
                   ELSE
                       MOVE "Y" TO BR-OVERFLOW
                   END-IF
                   READ BRACKET-FILE
               END-PERFORM
           END-IF
           CLOSE BRACKET-FILE.

           COUNT-JOURNAL-LINES.
           MOVE 0 TO JOURNALS-CHANGED
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL JOURNAL-STATUS NOT = "00"
                   IF JR-X-ID = SOURCE-ID OR JR-O-ID = SOURCE-ID
                       ADD 1 TO JOURNALS-CHANGED
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
           END-IF
           CLOSE JOURNAL-FILE.

           FIND-MERGE-TARGETS.
           MOVE 0 TO GAMES-AS-X
           MOVE 0 TO GAMES-AS-O
                       OR MM-WINNER-ID = SOURCE-ID
                   ADD 1 TO MATCHES-CHANGED
               END-IF
           END-PERFORM
           MOVE 0 TO BRACKETS-CHANGED
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > BR-COUNT
               MOVE BR-SAVED(BR-IDX) TO BRACKET-WORK-RECORD
               IF BW-PLAYER-X = SOURCE-ID OR BW-PLAYER-O = SOURCE-ID
                       OR BW-WINNER-ID = SOURCE-ID
                   ADD 1 TO BRACKETS-CHANGED
               END-IF
           END-PERFORM.

           SHOW-MERGE-PREVIEW.
               DISPLAY "  Match-log series to rename . : "
                   MATCHES-CHANGED
           END-IF
           IF BRACKETS-CHANGED > 0
               DISPLAY "  Bracket matches to rename  . : "
                   BRACKETS-CHANGED
           END-IF
           IF JOURNALS-CHANGED > 0
               DISPLAY "  Rating journal lines to rename: "
                   JOURNALS-CHANGED
           END-IF
           IF SOURCE-ID = "GUEST"
               DISPLAY "  WARNING: GUEST is a shared id - this hands E
      -            "VERY guest game ever played to " SURVIVOR-ID "."
           PERFORM RENAME-CHALLENGES
           PERFORM RENAME-SCHEDULE-LINES
           PERFORM RENAME-MATCHLOG-ENTRIES
           PERFORM RENAME-BRACKET-SEATS
           PERFORM RENAME-JOURNAL-LINES
           MOVE SPACES TO AUDIT-TEXT
           STRING "MERGE " FUNCTION TRIM(SOURCE-ID) " INTO "
               FUNCTION TRIM(SURVIVOR-ID) " - " GAMES-CHANGED
               CLOSE MATCHLOG-FILE
           END-IF.

      * Either seat and the winner column, so a pending match asks
      * the consoles for the surviving id and a settled one carries
      * the survivor on into the match it fed.
           RENAME-BRACKET-SEATS.
           IF BRACKETS-CHANGED > 0
               OPEN OUTPUT BRACKET-FILE
               PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > BR-COUNT
                   MOVE BR-SAVED(BR-IDX) TO BRACKET-WORK-RECORD
                   IF BW-PLAYER-X = SOURCE-ID
                       MOVE SURVIVOR-ID TO BW-PLAYER-X
                   END-IF
                   IF BW-PLAYER-O = SOURCE-ID
                       MOVE SURVIVOR-ID TO BW-PLAYER-O
                   END-IF
                   IF BW-WINNER-ID = SOURCE-ID
                       MOVE SURVIVOR-ID TO BW-WINNER-ID
                   END-IF
                   WRITE BRACKET-RECORD FROM BRACKET-WORK-RECORD
               END-PERFORM
               IF BRACKET-STATUS NOT = "00"
                   DISPLAY "TTMERGE: TBRACKET rewrite failed "
                       "part-way - status " BRACKET-STATUS
                       ". RESTORE TBRACKET.DAT FROM BACKUP."
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE BRACKET-FILE
           END-IF.

      * Out to the scratch copy with the ids renamed, then back over
      * the journal. A failure on the way out leaves the journal as
      * it was; one on the way back leaves it short.
           RENAME-JOURNAL-LINES.
           IF JOURNALS-CHANGED > 0
               OPEN INPUT JOURNAL-FILE
               OPEN OUTPUT JOURNAL-WORK-FILE
               IF JOURNAL-STATUS NOT = "00" OR
                       JOURNAL-WORK-STATUS NOT = "00"
                   DISPLAY "TTMERGE: RTJOURNL could not be copied - "
                       "status " JOURNAL-STATUS "/" JOURNAL-WORK-STATUS
                       ". The journal still carries " SOURCE-ID "."
                   CLOSE JOURNAL-FILE
                   CLOSE JOURNAL-WORK-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL JOURNAL-STATUS NOT = "00"
                   IF JR-X-ID = SOURCE-ID
                       MOVE SURVIVOR-ID TO JR-X-ID
                   END-IF
                   IF JR-O-ID = SOURCE-ID
                       MOVE SURVIVOR-ID TO JR-O-ID
                   END-IF
                   WRITE JOURNAL-WORK-RECORD FROM JOURNAL-RECORD
                   IF JOURNAL-WORK-STATUS NOT = "00"
                       DISPLAY "TTMERGE: RTJRNWK write failed - status "
                           JOURNAL-WORK-STATUS ". The journal still "
                           "carries " SOURCE-ID "."
                       CLOSE JOURNAL-FILE
                       CLOSE JOURNAL-WORK-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   READ JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
               OPEN INPUT JOURNAL-WORK-FILE
               OPEN OUTPUT JOURNAL-FILE
               READ JOURNAL-WORK-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL JOURNAL-WORK-STATUS NOT = "00"
                       OR JOURNAL-STATUS NOT = "00"
                   WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD
                   READ JOURNAL-WORK-FILE
               END-PERFORM
               IF JOURNAL-STATUS NOT = "00"
                   DISPLAY "TTMERGE: RTJOURNL rewrite failed "
                       "part-way - status " JOURNAL-STATUS
                       ". RESTORE RTJOURNL.DAT FROM BACKUP."
                   CLOSE JOURNAL-WORK-FILE
                   CLOSE JOURNAL-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE JOURNAL-WORK-FILE
               CLOSE JOURNAL-FILE
           END-IF.

      * Same stamp-and-append arrangement as TICTACTOE's own
      * WRITE-AUDIT-EVENT, under this utility's own session name.
           WRITE-AUDIT-EVENT.
