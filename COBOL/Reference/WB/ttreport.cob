           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).
       WORKING-STORAGE SECTION.
           01 GAMELOG-STATUS PIC XX.

           ELSE
               READ GAMELOG-FILE
               PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
      * Voided games stay on the log but are no longer results.
                   IF GL-STATUS NOT = "V"
                       PERFORM TALLY-GAME
                   END-IF
                   READ GAMELOG-FILE
               END-PERFORM
               CLOSE GAMELOG-FILE
