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
           01 DERIVED-O-WINS PIC 9(6) VALUE 0.
           01 DERIVED-DRAWS PIC 9(6) VALUE 0.
           01 GAMES-READ PIC 9(6) VALUE 0.
           01 GAMES-VOIDED PIC 9(6) VALUE 0.
           01 ARCHIVED-X-WINS PIC 9(6) VALUE 0.
           01 ARCHIVED-O-WINS PIC 9(6) VALUE 0.
           01 ARCHIVED-DRAWS PIC 9(6) VALUE 0.
           READ GAMELOG-FILE
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               ADD 1 TO GAMES-READ
      * A voided game was taken back off the scoreboard by TTVOID, so
      * it must come off the derived side too or the two never agree.
               IF GL-STATUS = "V"
                   ADD 1 TO GAMES-VOIDED
               ELSE
                   EVALUATE GL-WINNER
                       WHEN "X"
                           ADD 1 TO DERIVED-X-WINS
                       WHEN "O"
                           ADD 1 TO DERIVED-O-WINS
                       WHEN "Z"
                           ADD 1 TO DERIVED-DRAWS
                   END-EVALUATE
               END-IF
               READ GAMELOG-FILE
           END-PERFORM
           CLOSE GAMELOG-FILE.
           DISPLAY "QC CODERS' TIC-TAC-TOE - SCOREBOARD RECONCILIATION"
           DISPLAY " "
           DISPLAY "Games read from GAMELOG . . . . : " GAMES-READ
           DISPLAY "  of which voided (not counted) : " GAMES-VOIDED
           DISPLAY "Archived games carried forward  : " ARCHIVED-X-WINS
               " " ARCHIVED-O-WINS " " ARCHIVED-DRAWS
           DISPLAY " "
