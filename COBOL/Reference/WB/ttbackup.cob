       IDENTIFICATION DIVISION.
       PROGRAM-ID. TTBACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Control card supplied by the JCL job: B in col 1 takes a new
      * backup generation, R restores the generation the BACKUP DD
      * points at.
           SELECT BKPPRM-FILE ASSIGN TO "TTBKPPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKPPRM-STATUS.

      * One backup generation: a header, every record of every master
      * and control file below tagged with the file it came from, a
      * manifest record per file, and a trailer. The JCL points this
      * at the next generation for a backup and at the chosen one for
      * a restore.
           SELECT BACKUP-FILE ASSIGN TO "TTBACKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

      * The master and control files that are rewritten whole and so
      * make up the system's state between runs. The game and series
      * logs are history, only ever appended to, and are not part of
      * a generation.
           SELECT SCOREBOARD-FILE ASSIGN TO "SCOREBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCOREBOARD-STATUS.

           SELECT PLAYMAST-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYMAST-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "RTCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.

           SELECT GAMEID-FILE ASSIGN TO "TTGAMEID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMEID-STATUS.

           SELECT LADDER-FILE ASSIGN TO "TLADDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LADDER-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "TCHALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHALLENGE-STATUS.

           SELECT TSCHED-FILE ASSIGN TO "TSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSCHED-STATUS.

           SELECT TSTAND-FILE ASSIGN TO "TSTAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TSTAND-STATUS.

           SELECT EXTREG-FILE ASSIGN TO "EXTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTREG-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "TBRACKET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRACKET-STATUS.

      * The ratings journal and the rerate requests travel with the
      * ratings and their checkpoint: a rerate winds RATINGS back off
      * the journal, so the four have to come back from the same
      * moment or the journal would name games the restored checkpoint
      * has yet to rate.
           SELECT JOURNAL-FILE ASSIGN TO "RTJOURNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

           SELECT RERATE-FILE ASSIGN TO "RTRERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RERATE-STATUS.

      * Operations audit trail. Read first to find any console session
      * still mid-run, then appended to with the backup or restore.
      * The game log is not part of a generation, but a restore reads
      * it: games logged since the backup was taken keep their ids, so
      * the restored TTGAMEID is raised past them before any console
      * hands one of those ids out again.
           SELECT GAMELOG-FILE ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "TTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKPPRM-FILE.
       01  BKPPRM-RECORD.
           05 BP-MODE PIC X.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
      * H = header, D = data, M = manifest, T = trailer.
           05 BU-TYPE PIC X.
           05 FILLER PIC X.
           05 BU-FILE PIC X(8).
           05 FILLER PIC X.
           05 BU-DATA PIC X(80).

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

       FD  RATINGS-FILE.
       01  RATINGS-RECORD.
           05 RT-ID PIC X(10).
           05 FILLER PIC X.
           05 RT-RATING PIC 9(4).
           05 FILLER PIC X.
           05 RT-GAMES PIC 9(6).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CK-LAST-GAME-ID PIC 9(6).

       FD  GAMEID-FILE.
       01  GAMEID-RECORD.
           05 GI-LAST-GAME-ID PIC 9(6).

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

       FD  EXTREG-FILE.
       01  EXTREG-RECORD.
           05 ER-RUN-DATE PIC X(8).
           05 FILLER PIC X.
           05 ER-FROM-DATE PIC X(8).
           05 FILLER PIC X.
           05 ER-TO-DATE PIC X(8).
           05 FILLER PIC X.
           05 ER-SELECTED PIC 9(6).
           05 FILLER PIC X.
           05 ER-X-WINS PIC 9(6).
           05 FILLER PIC X.
           05 ER-O-WINS PIC 9(6).
           05 FILLER PIC X.
           05 ER-DRAWS PIC 9(6).
           05 FILLER PIC X.
           05 ER-STATUS PIC X(12).

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

       FD  RERATE-FILE.
       01  RERATE-RECORD.
           05 RR-GAME-ID PIC 9(6).
           05 FILLER PIC X.
           05 RR-REASON PIC X(20).

       FD  GAMELOG-FILE.
       01  GAMELOG-RECORD.
           05 FILLER PIC X(48).
           05 GL-GAME-ID PIC X(6).
           05 FILLER PIC X(26).

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
           01 BKPPRM-STATUS PIC XX.
           01 BACKUP-STATUS PIC XX.
           01 SCOREBOARD-STATUS PIC XX.
           01 PLAYMAST-STATUS PIC XX.
           01 RATINGS-STATUS PIC XX.
           01 CHECKPOINT-STATUS PIC XX.
           01 GAMEID-STATUS PIC XX.
           01 LADDER-STATUS PIC XX.
           01 CHALLENGE-STATUS PIC XX.
           01 TSCHED-STATUS PIC XX.
           01 TSTAND-STATUS PIC XX.
           01 EXTREG-STATUS PIC XX.
           01 BRACKET-STATUS PIC XX.
           01 JOURNAL-STATUS PIC XX.
           01 RERATE-STATUS PIC XX.
           01 GAMELOG-STATUS PIC XX.
           01 AUDIT-STATUS PIC XX.

           01 RUN-MODE PIC X.
               88 BACKUP-MODE VALUE "B".
               88 RESTORE-MODE VALUE "R".

      * One entry per file in the generation, in the order they are
      * written to it: the DD name it travels under, what was found
      * on it, and what its manifest says. Control totals are summed
      * off the fields that matter to each file - the scoreboard's
      * three totals, the last game id, the ratings sum - so a
      * generation that has lost or garbled records can't pass for a
      * good one just because its record count happens to agree.
           01 FILE-TABLE.
               05 FILE-ENTRY OCCURS 13 TIMES.
                   10 FT-NAME PIC X(8).
                   10 FT-LABEL-1 PIC X(12).
                   10 FT-LABEL-2 PIC X(12).
                   10 FT-LABEL-3 PIC X(12).
                   10 FT-PRESENT PIC X.
                   10 FT-COUNT PIC 9(6).
                   10 FT-TOTAL-1 PIC 9(9).
                   10 FT-TOTAL-2 PIC 9(9).
                   10 FT-TOTAL-3 PIC 9(9).
                   10 FT-MF-FOUND PIC X.
                   10 FT-MF-PRESENT PIC X.
                   10 FT-MF-COUNT PIC 9(6).
                   10 FT-MF-TOTAL-1 PIC 9(9).
                   10 FT-MF-TOTAL-2 PIC 9(9).
                   10 FT-MF-TOTAL-3 PIC 9(9).
           01 FILE-COUNT PIC 99 VALUE 13.
           01 FILE-NO PIC 99.
           01 FILE-IDX PIC 99.
           01 LOOKUP-FILE PIC X(8).

      * Layouts laid over BU-DATA for the header, manifest and trailer
      * records.
           01 HEADER-IMAGE.
               05 HI-STAMP PIC X(14).
               05 FILLER PIC X.
               05 HI-OPEN-SESSIONS PIC 99.
           01 MANIFEST-IMAGE.
               05 MF-PRESENT PIC X.
               05 FILLER PIC X.
               05 MF-COUNT PIC 9(6).
               05 FILLER PIC X.
               05 MF-TOTAL-1 PIC 9(9).
               05 FILLER PIC X.
               05 MF-TOTAL-2 PIC 9(9).
               05 FILLER PIC X.
               05 MF-TOTAL-3 PIC 9(9).
           01 TRAILER-IMAGE.
               05 TI-RECORDS PIC 9(8).

      * The generation's own stamp, CCYYMMDDHHMMSS, and its record
      * counts: data records written or read, and what the trailer
      * claims.
           01 GENERATION-STAMP PIC X(14) VALUE SPACES.
           01 DATA-RECORDS PIC 9(8) VALUE 0.
           01 TRAILER-RECORDS PIC 9(8) VALUE 0.
           01 HEADER-FOUND PIC X VALUE "N".
           01 TRAILER-FOUND PIC X VALUE "N".
           01 VERIFY-ERRORS PIC 9(4) VALUE 0.
           01 RESTORE-ERRORS PIC 9(4) VALUE 0.

      * The game id the restore put back, and the highest one the
      * live game log already carries.
           01 RESTORED-GAME-ID PIC 9(6) VALUE 0.
           01 LOG-HIGH-GAME-ID PIC 9(6) VALUE 0.
           01 LOG-GAME-ID PIC 9(6).

      * Current state of each session on the audit trail, same table
      * TTMERGE and TTVOID keep.
           01 SESSION-TABLE.
               05 SESSION-ENTRY OCCURS 20 TIMES.
                   10 SN-ID PIC X(8).
                   10 SN-OPEN PIC X.
           01 SESSION-COUNT PIC 99 VALUE 0.
           01 SESSION-IDX PIC 99.
           01 SESSION-FOUND-IDX PIC 99.
           01 LOOKUP-SESSION PIC X(8).
           01 ACTIVE-SESSIONS PIC 99 VALUE 0.

      * Audit trail plumbing, same shape TICTACTOE's own is.
           01 AUDIT-TEXT PIC X(50).
           01 CURRENT-DATE-DATA.
               05 FILLER PIC 9(14).
               05 FILLER PIC X(7).
       PROCEDURE DIVISION.
           DISPLAY "QC CODERS' TIC-TAC-TOE - BACKUP / RESTORE"
           DISPLAY " "
           PERFORM READ-CONTROL-CARD
           PERFORM SET-UP-FILE-TABLE
           PERFORM CHECK-NO-ACTIVE-SESSION
           IF BACKUP-MODE
               PERFORM TAKE-BACKUP
           ELSE
               PERFORM RESTORE-GENERATION
           END-IF
           DISPLAY " "
           DISPLAY "*** End of report ***"
           GOBACK.

           READ-CONTROL-CARD.
           OPEN INPUT BKPPRM-FILE
           IF BKPPRM-STATUS = "00"
               READ BKPPRM-FILE
           END-IF
           IF BKPPRM-STATUS = "00"
               MOVE FUNCTION UPPER-CASE(BP-MODE) TO RUN-MODE
           ELSE
               MOVE SPACES TO RUN-MODE
           END-IF
           CLOSE BKPPRM-FILE
           IF NOT BACKUP-MODE AND NOT RESTORE-MODE
               DISPLAY "TTBACKUP: missing or invalid mode on the TTBKPPR
      -            "M control card (B or R) - nothing done."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET-UP-FILE-TABLE.
           INITIALIZE FILE-TABLE
           MOVE "SCOREBRD" TO FT-NAME(1)
           MOVE "X wins" TO FT-LABEL-1(1)
           MOVE "O wins" TO FT-LABEL-2(1)
           MOVE "Draws" TO FT-LABEL-3(1)
           MOVE "PLAYMAST" TO FT-NAME(2)
           MOVE "Active" TO FT-LABEL-1(2)
           MOVE "Inactive" TO FT-LABEL-2(2)
           MOVE "Merged" TO FT-LABEL-3(2)
           MOVE "RATINGS" TO FT-NAME(3)
           MOVE "Rating sum" TO FT-LABEL-1(3)
           MOVE "Games sum" TO FT-LABEL-2(3)
           MOVE "RTCHKPT" TO FT-NAME(4)
           MOVE "Last game id" TO FT-LABEL-1(4)
           MOVE "TTGAMEID" TO FT-NAME(5)
           MOVE "Last game id" TO FT-LABEL-1(5)
           MOVE "TLADDER" TO FT-NAME(6)
           MOVE "Rung sum" TO FT-LABEL-1(6)
           MOVE "TCHALL" TO FT-NAME(7)
           MOVE "Game id sum" TO FT-LABEL-1(7)
           MOVE "Pending" TO FT-LABEL-2(7)
           MOVE "TSCHED" TO FT-NAME(8)
           MOVE "Game id sum" TO FT-LABEL-1(8)
           MOVE "Pending" TO FT-LABEL-2(8)
           MOVE "TSTAND" TO FT-NAME(9)
           MOVE "Played sum" TO FT-LABEL-1(9)
           MOVE "Points sum" TO FT-LABEL-2(9)
           MOVE "EXTREG" TO FT-NAME(10)
           MOVE "Games sum" TO FT-LABEL-1(10)
           MOVE "TBRACKET" TO FT-NAME(11)
           MOVE "Game id sum" TO FT-LABEL-1(11)
           MOVE "Complete" TO FT-LABEL-2(11)
           MOVE "RTJOURNL" TO FT-NAME(12)
           MOVE "Game id sum" TO FT-LABEL-1(12)
           MOVE "Rating sum" TO FT-LABEL-2(12)
           MOVE "RTRERATE" TO FT-NAME(13)
           MOVE "Game id sum" TO FT-LABEL-1(13).

      * Same walk of the trail TTMERGE and TTVOID do: only a session
      * whose latest word is RUN START counts as open.
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

      * Copy every file into the new generation, tallying each record
      * as it goes, then close the generation off with the manifest
      * and the trailer. A backup taken under a live console is still
      * worth having, but may catch a file halfway through a game's
      * postings, so it is flagged rather than refused.
           TAKE-BACKUP.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-DATA
           MOVE CURRENT-DATE-DATA(1:14) TO GENERATION-STAMP
           OPEN OUTPUT BACKUP-FILE
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "TTBACKUP: backup generation could not be opened 
      -            "- status " BACKUP-STATUS " - no backup taken."
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BACKUP-RECORD
           MOVE "H" TO BU-TYPE
           MOVE "TTBACKUP" TO BU-FILE
           MOVE SPACES TO HEADER-IMAGE
           MOVE GENERATION-STAMP TO HI-STAMP
           MOVE ACTIVE-SESSIONS TO HI-OPEN-SESSIONS
           MOVE HEADER-IMAGE TO BU-DATA
           PERFORM WRITE-BACKUP-RECORD

           PERFORM SNAP-SCOREBOARD
           PERFORM SNAP-PLAYMAST
           PERFORM SNAP-RATINGS
           PERFORM SNAP-CHECKPOINT
           PERFORM SNAP-GAMEID
           PERFORM SNAP-LADDER
           PERFORM SNAP-CHALLENGES
           PERFORM SNAP-TSCHED
           PERFORM SNAP-TSTAND
           PERFORM SNAP-EXTREG
           PERFORM SNAP-BRACKET
           PERFORM SNAP-JOURNAL
           PERFORM SNAP-RERATE

           PERFORM VARYING FILE-NO FROM 1 BY 1
               UNTIL FILE-NO > FILE-COUNT
               MOVE SPACES TO BACKUP-RECORD
               MOVE "M" TO BU-TYPE
               MOVE FT-NAME(FILE-NO) TO BU-FILE
               MOVE SPACES TO MANIFEST-IMAGE
               MOVE FT-PRESENT(FILE-NO) TO MF-PRESENT
               MOVE FT-COUNT(FILE-NO) TO MF-COUNT
               MOVE FT-TOTAL-1(FILE-NO) TO MF-TOTAL-1
               MOVE FT-TOTAL-2(FILE-NO) TO MF-TOTAL-2
               MOVE FT-TOTAL-3(FILE-NO) TO MF-TOTAL-3
               MOVE MANIFEST-IMAGE TO BU-DATA
               PERFORM WRITE-BACKUP-RECORD
           END-PERFORM

           MOVE SPACES TO BACKUP-RECORD
           MOVE "T" TO BU-TYPE
           MOVE "TTBACKUP" TO BU-FILE
           MOVE SPACES TO TRAILER-IMAGE
           MOVE DATA-RECORDS TO TI-RECORDS
           MOVE TRAILER-IMAGE TO BU-DATA
           PERFORM WRITE-BACKUP-RECORD
           CLOSE BACKUP-FILE

           DISPLAY "Backup generation " GENERATION-STAMP " taken."
           DISPLAY " "
           PERFORM PRINT-MANIFEST
           DISPLAY " "
           DISPLAY "Data records written  . . . : " DATA-RECORDS
           MOVE SPACES TO AUDIT-TEXT
           STRING "BACKUP GEN " GENERATION-STAMP " RECS " DATA-RECORDS
               DELIMITED BY SIZE INTO AUDIT-TEXT
           IF ACTIVE-SESSIONS > 0
               MOVE SPACES TO AUDIT-TEXT
               STRING "BACKUP GEN " GENERATION-STAMP " RECS "
                   DATA-RECORDS " OPEN " ACTIVE-SESSIONS
                   DELIMITED BY SIZE INTO AUDIT-TEXT
               DISPLAY "Warning: the audit trail shows " ACTIVE-SESSIONS
                   " console session(s) mid-run - this generation may ho
      -            "ld a game half posted."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-EVENT.

           SNAP-SCOREBOARD.
           MOVE 1 TO FILE-NO
           OPEN INPUT SCOREBOARD-FILE
           IF SCOREBOARD-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ SCOREBOARD-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL SCOREBOARD-STATUS NOT = "00"
                   MOVE SCOREBOARD-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ SCOREBOARD-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE SCOREBOARD-FILE.

           SNAP-PLAYMAST.
           MOVE 2 TO FILE-NO
           OPEN INPUT PLAYMAST-FILE
           IF PLAYMAST-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ PLAYMAST-FILE
               PERFORM WITH TEST BEFORE UNTIL PLAYMAST-STATUS NOT = "00"
                   MOVE PLAYMAST-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ PLAYMAST-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE PLAYMAST-FILE.

           SNAP-RATINGS.
           MOVE 3 TO FILE-NO
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ RATINGS-FILE
               PERFORM WITH TEST BEFORE UNTIL RATINGS-STATUS NOT = "00"
                   MOVE RATINGS-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ RATINGS-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE RATINGS-FILE.

           SNAP-CHECKPOINT.
           MOVE 4 TO FILE-NO
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ CHECKPOINT-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL CHECKPOINT-STATUS NOT = "00"
                   MOVE CHECKPOINT-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ CHECKPOINT-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE CHECKPOINT-FILE.

           SNAP-GAMEID.
           MOVE 5 TO FILE-NO
           OPEN INPUT GAMEID-FILE
           IF GAMEID-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ GAMEID-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMEID-STATUS NOT = "00"
                   MOVE GAMEID-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ GAMEID-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE GAMEID-FILE.

           SNAP-LADDER.
           MOVE 6 TO FILE-NO
           OPEN INPUT LADDER-FILE
           IF LADDER-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ LADDER-FILE
               PERFORM WITH TEST BEFORE UNTIL LADDER-STATUS NOT = "00"
                   MOVE LADDER-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ LADDER-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE LADDER-FILE.

           SNAP-CHALLENGES.
           MOVE 7 TO FILE-NO
           OPEN INPUT CHALLENGE-FILE
           IF CHALLENGE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ CHALLENGE-FILE
               PERFORM WITH TEST BEFORE
                   UNTIL CHALLENGE-STATUS NOT = "00"
                   MOVE CHALLENGE-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ CHALLENGE-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE CHALLENGE-FILE.

           SNAP-TSCHED.
           MOVE 8 TO FILE-NO
           OPEN INPUT TSCHED-FILE
           IF TSCHED-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ TSCHED-FILE
               PERFORM WITH TEST BEFORE UNTIL TSCHED-STATUS NOT = "00"
                   MOVE TSCHED-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ TSCHED-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE TSCHED-FILE.

           SNAP-TSTAND.
           MOVE 9 TO FILE-NO
           OPEN INPUT TSTAND-FILE
           IF TSTAND-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ TSTAND-FILE
               PERFORM WITH TEST BEFORE UNTIL TSTAND-STATUS NOT = "00"
                   MOVE TSTAND-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ TSTAND-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE TSTAND-FILE.

           SNAP-EXTREG.
           MOVE 10 TO FILE-NO
           OPEN INPUT EXTREG-FILE
           IF EXTREG-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ EXTREG-FILE
               PERFORM WITH TEST BEFORE UNTIL EXTREG-STATUS NOT = "00"
                   MOVE EXTREG-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ EXTREG-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE EXTREG-FILE.

           SNAP-BRACKET.
           MOVE 11 TO FILE-NO
           OPEN INPUT BRACKET-FILE
           IF BRACKET-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ BRACKET-FILE
               PERFORM WITH TEST BEFORE UNTIL BRACKET-STATUS NOT = "00"
                   MOVE BRACKET-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ BRACKET-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE BRACKET-FILE.

           SNAP-JOURNAL.
           MOVE 12 TO FILE-NO
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ JOURNAL-FILE
               PERFORM WITH TEST BEFORE UNTIL JOURNAL-STATUS NOT = "00"
                   MOVE JOURNAL-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ JOURNAL-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE JOURNAL-FILE.

           SNAP-RERATE.
           MOVE 13 TO FILE-NO
           OPEN INPUT RERATE-FILE
           IF RERATE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT(FILE-NO)
               READ RERATE-FILE
               PERFORM WITH TEST BEFORE UNTIL RERATE-STATUS NOT = "00"
                   MOVE RERATE-RECORD TO BU-DATA
                   PERFORM WRITE-DATA-RECORD
                   READ RERATE-FILE
               END-PERFORM
           ELSE
               MOVE "N" TO FT-PRESENT(FILE-NO)
           END-IF
           CLOSE RERATE-FILE.

      * BU-DATA already holds the record image; tag it with its file
      * and tally it while the file's own record area still holds the
      * same record.
           WRITE-DATA-RECORD.
           MOVE "D" TO BU-TYPE
           MOVE FT-NAME(FILE-NO) TO BU-FILE
           PERFORM WRITE-BACKUP-RECORD
           ADD 1 TO DATA-RECORDS
           PERFORM TALLY-RECORD.

      * A generation that can't be written in full is no generation at
      * all; stop, so nobody mistakes the fragment for a backup.
           WRITE-BACKUP-RECORD.
           WRITE BACKUP-RECORD
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "TTBACKUP: backup write failed - status "
                   BACKUP-STATUS " - this generation is incomplete and m
      -            "ust not be restored."
               CLOSE BACKUP-FILE
               MOVE SPACES TO AUDIT-TEXT
               STRING "BACKUP FAILED - WRITE STATUS " BACKUP-STATUS
                   DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Count the record in the file's own record area against its
      * file's entry. The same paragraph serves the backup and the
      * restore check, so the two can only ever disagree if the data
      * itself has changed.
           TALLY-RECORD.
           ADD 1 TO FT-COUNT(FILE-NO)
           EVALUATE FILE-NO
               WHEN 1
                   IF SB-X-WINS IS NUMERIC
                       ADD SB-X-WINS TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF SB-O-WINS IS NUMERIC
                       ADD SB-O-WINS TO FT-TOTAL-2(FILE-NO)
                   END-IF
                   IF SB-DRAWS IS NUMERIC
                       ADD SB-DRAWS TO FT-TOTAL-3(FILE-NO)
                   END-IF
               WHEN 2
                   EVALUATE PM-ACTIVE
                       WHEN "A"
                           ADD 1 TO FT-TOTAL-1(FILE-NO)
                       WHEN "M"
                           ADD 1 TO FT-TOTAL-3(FILE-NO)
                       WHEN OTHER
                           ADD 1 TO FT-TOTAL-2(FILE-NO)
                   END-EVALUATE
               WHEN 3
                   IF RT-RATING IS NUMERIC
                       ADD RT-RATING TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF RT-GAMES IS NUMERIC
                       ADD RT-GAMES TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 4
                   IF CK-LAST-GAME-ID IS NUMERIC
                       ADD CK-LAST-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
               WHEN 5
                   IF GI-LAST-GAME-ID IS NUMERIC
                       ADD GI-LAST-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
               WHEN 6
                   IF LR-RANK IS NUMERIC
                       ADD LR-RANK TO FT-TOTAL-1(FILE-NO)
                   END-IF
               WHEN 7
                   IF CH-GAME-ID IS NUMERIC
                       ADD CH-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF CH-STATUS = "P"
                       ADD 1 TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 8
                   IF TS-GAME-ID IS NUMERIC
                       ADD TS-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF TS-STATUS = "P"
                       ADD 1 TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 9
                   IF ST-PLAYED IS NUMERIC
                       ADD ST-PLAYED TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF ST-POINTS IS NUMERIC
                       ADD ST-POINTS TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 10
                   IF ER-SELECTED IS NUMERIC
                       ADD ER-SELECTED TO FT-TOTAL-1(FILE-NO)
                   END-IF
               WHEN 11
                   IF BR-GAME-ID IS NUMERIC
                       ADD BR-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF BR-STATUS = "C"
                       ADD 1 TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 12
                   IF JR-GAME-ID IS NUMERIC
                       ADD JR-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
                   IF JR-X-OLD-RATING IS NUMERIC
                       ADD JR-X-OLD-RATING TO FT-TOTAL-2(FILE-NO)
                   END-IF
                   IF JR-O-OLD-RATING IS NUMERIC
                       ADD JR-O-OLD-RATING TO FT-TOTAL-2(FILE-NO)
                   END-IF
               WHEN 13
                   IF RR-GAME-ID IS NUMERIC
                       ADD RR-GAME-ID TO FT-TOTAL-1(FILE-NO)
                   END-IF
           END-EVALUATE.

      * A restore puts back every file in the generation at once, so
      * it is refused outright under a live console - the console
      * would go on posting to files that no longer match what it has
      * in storage - and refused again unless the generation proves
      * whole against its own manifest.
           RESTORE-GENERATION.
           IF ACTIVE-SESSIONS > 0
               DISPLAY "The audit trail shows " ACTIVE-SESSIONS " sessio
      -            "n(s) whose last event is a RUN START with no RUN END
      -            " - a console is mid-run, or its last run crashed. Br
      -            "ing each such console up and exit it cleanly, then r
      -            "erun the restore."
               MOVE SPACES TO AUDIT-TEXT
               STRING "RESTORE REFUSED - " ACTIVE-SESSIONS
                   " SESSION(S) OPEN" DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFY-GENERATION
           DISPLAY "Backup generation " GENERATION-STAMP
           DISPLAY " "
           PERFORM PRINT-MANIFEST
           DISPLAY " "
           IF VERIFY-ERRORS > 0
               DISPLAY "The generation does not agree with its own manif
      -            "est (" VERIFY-ERRORS " problem(s) above) - nothing r
      -            "estored."
               MOVE SPACES TO AUDIT-TEXT
               STRING "RESTORE REFUSED - GEN " GENERATION-STAMP
                   " BAD MANIFEST" DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PUT-BACK-GENERATION
           IF RESTORE-ERRORS > 0
               DISPLAY "TTBACKUP: " RESTORE-ERRORS " write(s) failed dur
      -            "ing the restore - the files are now a mix; fix the a
      -            "llocation and rerun the restore."
               MOVE SPACES TO AUDIT-TEXT
               STRING "RESTORE FAILED - GEN " GENERATION-STAMP " ERRS "
                   RESTORE-ERRORS DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Generation " GENERATION-STAMP " restored - "
               DATA-RECORDS " record(s) put back."
           MOVE SPACES TO AUDIT-TEXT
           STRING "RESTORE GEN " GENERATION-STAMP " RECS " DATA-RECORDS
               DELIMITED BY SIZE INTO AUDIT-TEXT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM RAISE-GAMEID-PAST-LOG.

      * The game log runs on past the generation, so the restored
      * last-game id can sit below games already logged. Left there,
      * the next console would reuse their ids and every program that
      * reads the log by id - TTRATING's checkpoint, TTVOID, the
      * hall of records - would take two games for one.
           RAISE-GAMEID-PAST-LOG.
           MOVE 0 TO LOG-HIGH-GAME-ID
           OPEN INPUT GAMELOG-FILE
           IF GAMELOG-STATUS = "00"
               READ GAMELOG-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
                   IF GL-GAME-ID IS NUMERIC
                       MOVE GL-GAME-ID TO LOG-GAME-ID
                       IF LOG-GAME-ID > LOG-HIGH-GAME-ID
                           MOVE LOG-GAME-ID TO LOG-HIGH-GAME-ID
                       END-IF
                   END-IF
                   READ GAMELOG-FILE
               END-PERFORM
           END-IF
           CLOSE GAMELOG-FILE

           MOVE 0 TO RESTORED-GAME-ID
           OPEN INPUT GAMEID-FILE
           IF GAMEID-STATUS = "00"
               READ GAMEID-FILE
               IF GAMEID-STATUS = "00" AND GI-LAST-GAME-ID IS NUMERIC
                   MOVE GI-LAST-GAME-ID TO RESTORED-GAME-ID
               END-IF
           END-IF
           CLOSE GAMEID-FILE

           IF LOG-HIGH-GAME-ID > RESTORED-GAME-ID
               OPEN OUTPUT GAMEID-FILE
               MOVE LOG-HIGH-GAME-ID TO GI-LAST-GAME-ID
               WRITE GAMEID-RECORD
               IF GAMEID-STATUS NOT = "00"
                   DISPLAY "TTBACKUP: TTGAMEID write failed - status "
                       GAMEID-STATUS " - it must be set to "
                       LOG-HIGH-GAME-ID " by hand before any console "
                       "runs."
                   CLOSE GAMEID-FILE
                   MOVE SPACES TO AUDIT-TEXT
                   STRING "RESTORE GAMEID RAISE FAILED - STATUS "
                       GAMEID-STATUS DELIMITED BY SIZE INTO AUDIT-TEXT
                   PERFORM WRITE-AUDIT-EVENT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE GAMEID-FILE
               DISPLAY "Last game id raised from " RESTORED-GAME-ID
                   " to " LOG-HIGH-GAME-ID " - the game log holds "
                   "games played since the backup."
               MOVE SPACES TO AUDIT-TEXT
               STRING "RESTORE GAMEID RAISED " RESTORED-GAME-ID " TO "
                   LOG-HIGH-GAME-ID DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
           END-IF.

      * First pass over the generation: re-tally every data record
      * exactly as the backup did and hold the manifest beside it.
           VERIFY-GENERATION.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-STATUS NOT = "00"
               DISPLAY "TTBACKUP: backup generation could not be opened 
      -            "- status " BACKUP-STATUS " - nothing restored."
               MOVE SPACES TO AUDIT-TEXT
               STRING "RESTORE REFUSED - GEN OPEN STATUS " BACKUP-STATUS
                   DELIMITED BY SIZE INTO AUDIT-TEXT
               PERFORM WRITE-AUDIT-EVENT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BACKUP-FILE
           PERFORM WITH TEST BEFORE UNTIL BACKUP-STATUS NOT = "00"
               PERFORM VERIFY-ONE-RECORD
               READ BACKUP-FILE
           END-PERFORM
           CLOSE BACKUP-FILE

           IF HEADER-FOUND NOT = "Y"
               DISPLAY "  No header record - not a backup generation."
               ADD 1 TO VERIFY-ERRORS
           END-IF
           IF TRAILER-FOUND NOT = "Y"
               DISPLAY "  No trailer record - the generation is cut shor
      -            "t."
               ADD 1 TO VERIFY-ERRORS
           ELSE
               IF TRAILER-RECORDS NOT = DATA-RECORDS
                   DISPLAY "  Trailer says " TRAILER-RECORDS " data reco
      -                "rds, generation holds " DATA-RECORDS "."
                   ADD 1 TO VERIFY-ERRORS
               END-IF
           END-IF
           PERFORM VARYING FILE-NO FROM 1 BY 1
               UNTIL FILE-NO > FILE-COUNT
               PERFORM VERIFY-ONE-FILE
           END-PERFORM.

           VERIFY-ONE-RECORD.
           EVALUATE BU-TYPE
               WHEN "H"
                   MOVE "Y" TO HEADER-FOUND
                   MOVE BU-DATA TO HEADER-IMAGE
                   MOVE HI-STAMP TO GENERATION-STAMP
               WHEN "T"
                   MOVE "Y" TO TRAILER-FOUND
                   MOVE BU-DATA TO TRAILER-IMAGE
                   MOVE TI-RECORDS TO TRAILER-RECORDS
               WHEN "M"
                   MOVE BU-FILE TO LOOKUP-FILE
                   PERFORM FIND-FILE-ENTRY
                   IF FILE-NO > 0
                       MOVE BU-DATA TO MANIFEST-IMAGE
                       MOVE "Y" TO FT-MF-FOUND(FILE-NO)
                       MOVE MF-PRESENT TO FT-MF-PRESENT(FILE-NO)
                       MOVE MF-COUNT TO FT-MF-COUNT(FILE-NO)
                       MOVE MF-TOTAL-1 TO FT-MF-TOTAL-1(FILE-NO)
                       MOVE MF-TOTAL-2 TO FT-MF-TOTAL-2(FILE-NO)
                       MOVE MF-TOTAL-3 TO FT-MF-TOTAL-3(FILE-NO)
                   END-IF
               WHEN "D"
                   ADD 1 TO DATA-RECORDS
                   MOVE BU-FILE TO LOOKUP-FILE
                   PERFORM FIND-FILE-ENTRY
                   IF FILE-NO > 0
                       PERFORM LOAD-RECORD-AREA
                       PERFORM TALLY-RECORD
                   ELSE
                       DISPLAY "  Data record for unknown file "
                           BU-FILE "."
                       ADD 1 TO VERIFY-ERRORS
                   END-IF
               WHEN OTHER
                   DISPLAY "  Unrecognized record type '" BU-TYPE "'."
                   ADD 1 TO VERIFY-ERRORS
           END-EVALUATE.

           FIND-FILE-ENTRY.
           MOVE 0 TO FILE-NO
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               IF FT-NAME(FILE-IDX) = LOOKUP-FILE
                   MOVE FILE-IDX TO FILE-NO
               END-IF
           END-PERFORM.

      * Put a saved image back in its own file's record area, so
      * TALLY-RECORD and the restore write both see it there.
           LOAD-RECORD-AREA.
           EVALUATE FILE-NO
               WHEN 1
                   MOVE BU-DATA TO SCOREBOARD-RECORD
               WHEN 2
                   MOVE BU-DATA TO PLAYMAST-RECORD
               WHEN 3
                   MOVE BU-DATA TO RATINGS-RECORD
               WHEN 4
                   MOVE BU-DATA TO CHECKPOINT-RECORD
               WHEN 5
                   MOVE BU-DATA TO GAMEID-RECORD
               WHEN 6
                   MOVE BU-DATA TO LADDER-RECORD
               WHEN 7
                   MOVE BU-DATA TO CHALLENGE-RECORD
               WHEN 8
                   MOVE BU-DATA TO TSCHED-RECORD
               WHEN 9
                   MOVE BU-DATA TO TSTAND-RECORD
               WHEN 10
                   MOVE BU-DATA TO EXTREG-RECORD
               WHEN 11
                   MOVE BU-DATA TO BRACKET-RECORD
               WHEN 12
                   MOVE BU-DATA TO JOURNAL-RECORD
               WHEN 13
                   MOVE BU-DATA TO RERATE-RECORD
           END-EVALUATE.

           VERIFY-ONE-FILE.
           IF FT-MF-FOUND(FILE-NO) NOT = "Y"
               DISPLAY "  " FT-NAME(FILE-NO) ": no manifest record."
               ADD 1 TO VERIFY-ERRORS
           ELSE
               MOVE FT-MF-PRESENT(FILE-NO) TO FT-PRESENT(FILE-NO)
               IF FT-COUNT(FILE-NO) NOT = FT-MF-COUNT(FILE-NO) OR
                       FT-TOTAL-1(FILE-NO) NOT = FT-MF-TOTAL-1(FILE-NO)
                       OR FT-TOTAL-2(FILE-NO) NOT =
                       FT-MF-TOTAL-2(FILE-NO)
                       OR FT-TOTAL-3(FILE-NO) NOT =
                       FT-MF-TOTAL-3(FILE-NO)
                   DISPLAY "  " FT-NAME(FILE-NO) ": manifest says "
                       FT-MF-COUNT(FILE-NO) " record(s), "
                       FT-MF-TOTAL-1(FILE-NO) "/" FT-MF-TOTAL-2(FILE-NO)
                       "/" FT-MF-TOTAL-3(FILE-NO)
                   DISPLAY "            generation holds "
                       FT-COUNT(FILE-NO) " record(s), "
                       FT-TOTAL-1(FILE-NO) "/" FT-TOTAL-2(FILE-NO) "/"
                       FT-TOTAL-3(FILE-NO)
                   ADD 1 TO VERIFY-ERRORS
               END-IF
           END-IF.

      * Second pass: every file is rewritten whole from the generation,
      * the same OPEN OUTPUT the owning programs use. A file that did
      * not exist when the backup was taken comes back empty, which
      * every program reads the same as a file that isn't there.
           PUT-BACK-GENERATION.
           MOVE 0 TO DATA-RECORDS
           OPEN OUTPUT SCOREBOARD-FILE PLAYMAST-FILE RATINGS-FILE
               CHECKPOINT-FILE GAMEID-FILE LADDER-FILE CHALLENGE-FILE
               TSCHED-FILE TSTAND-FILE EXTREG-FILE BRACKET-FILE
               JOURNAL-FILE RERATE-FILE
           OPEN INPUT BACKUP-FILE
           READ BACKUP-FILE
           PERFORM WITH TEST BEFORE UNTIL BACKUP-STATUS NOT = "00"
               IF BU-TYPE = "D"
                   MOVE BU-FILE TO LOOKUP-FILE
                   PERFORM FIND-FILE-ENTRY
                   PERFORM LOAD-RECORD-AREA
                   PERFORM PUT-BACK-ONE-RECORD
               END-IF
               READ BACKUP-FILE
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE SCOREBOARD-FILE PLAYMAST-FILE RATINGS-FILE
               CHECKPOINT-FILE GAMEID-FILE LADDER-FILE CHALLENGE-FILE
               TSCHED-FILE TSTAND-FILE EXTREG-FILE BRACKET-FILE
               JOURNAL-FILE RERATE-FILE.

           PUT-BACK-ONE-RECORD.
           EVALUATE FILE-NO
               WHEN 1
                   WRITE SCOREBOARD-RECORD
                   MOVE SCOREBOARD-STATUS TO BACKUP-STATUS
               WHEN 2
                   WRITE PLAYMAST-RECORD
                   MOVE PLAYMAST-STATUS TO BACKUP-STATUS
               WHEN 3
                   WRITE RATINGS-RECORD
                   MOVE RATINGS-STATUS TO BACKUP-STATUS
               WHEN 4
                   WRITE CHECKPOINT-RECORD
                   MOVE CHECKPOINT-STATUS TO BACKUP-STATUS
               WHEN 5
                   WRITE GAMEID-RECORD
                   MOVE GAMEID-STATUS TO BACKUP-STATUS
               WHEN 6
                   WRITE LADDER-RECORD
                   MOVE LADDER-STATUS TO BACKUP-STATUS
               WHEN 7
                   WRITE CHALLENGE-RECORD
                   MOVE CHALLENGE-STATUS TO BACKUP-STATUS
               WHEN 8
                   WRITE TSCHED-RECORD
                   MOVE TSCHED-STATUS TO BACKUP-STATUS
               WHEN 9
                   WRITE TSTAND-RECORD
                   MOVE TSTAND-STATUS TO BACKUP-STATUS
               WHEN 10
                   WRITE EXTREG-RECORD
                   MOVE EXTREG-STATUS TO BACKUP-STATUS
               WHEN 11
                   WRITE BRACKET-RECORD
                   MOVE BRACKET-STATUS TO BACKUP-STATUS
               WHEN 12
                   WRITE JOURNAL-RECORD
                   MOVE JOURNAL-STATUS TO BACKUP-STATUS
               WHEN 13
                   WRITE RERATE-RECORD
                   MOVE RERATE-STATUS TO BACKUP-STATUS
           END-EVALUATE
      * The write's own status was borrowed into BACKUP-STATUS only to
      * test it once; the generation itself is still being read.
           IF BACKUP-STATUS = "00"
               ADD 1 TO DATA-RECORDS
           ELSE
               ADD 1 TO RESTORE-ERRORS
           END-IF
           MOVE "00" TO BACKUP-STATUS.

           PRINT-MANIFEST.
           DISPLAY "FILE     ON FILE RECORDS CONTROL TOTALS"
           PERFORM VARYING FILE-NO FROM 1 BY 1
               UNTIL FILE-NO > FILE-COUNT
               IF FT-LABEL-2(FILE-NO) = SPACES
                   DISPLAY FT-NAME(FILE-NO) " " FT-PRESENT(FILE-NO)
                       "       " FT-COUNT(FILE-NO) "  "
                       FT-LABEL-1(FILE-NO) " " FT-TOTAL-1(FILE-NO)
               ELSE
                   IF FT-LABEL-3(FILE-NO) = SPACES
                       DISPLAY FT-NAME(FILE-NO) " " FT-PRESENT(FILE-NO)
                           "       " FT-COUNT(FILE-NO) "  "
                           FT-LABEL-1(FILE-NO) " " FT-TOTAL-1(FILE-NO)
                           "  " FT-LABEL-2(FILE-NO) " "
                           FT-TOTAL-2(FILE-NO)
                   ELSE
                       DISPLAY FT-NAME(FILE-NO) " " FT-PRESENT(FILE-NO)
                           "       " FT-COUNT(FILE-NO) "  "
                           FT-LABEL-1(FILE-NO) " " FT-TOTAL-1(FILE-NO)
                           "  " FT-LABEL-2(FILE-NO) " "
                           FT-TOTAL-2(FILE-NO) "  " FT-LABEL-3(FILE-NO)
                           " " FT-TOTAL-3(FILE-NO)
                   END-IF
               END-IF
           END-PERFORM.

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
                   "/" CURRENT-DATE-DATA(1:4) DELIMITED BY SIZE
                   INTO AU-DATE
               STRING CURRENT-DATE-DATA(9:2) ":"
                   CURRENT-DATE-DATA(11:2) ":" CURRENT-DATE-DATA(13:2)
                   DELIMITED BY SIZE INTO AU-TIME
               MOVE "TTBACKUP" TO AU-SESSION
               MOVE AUDIT-TEXT TO AU-TEXT
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "TTBACKUP: audit trail TTAUDIT.DAT is unwritable 
      -            "- status " AUDIT-STATUS "."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       END PROGRAM TTBACKUP.
