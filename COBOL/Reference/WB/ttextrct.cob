           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(80).
           ADD 1 TO RECORDS-READ
           STRING GL-DATE(7:4) GL-DATE(1:2) GL-DATE(4:2)
               DELIMITED BY SIZE INTO GAME-DATE-KEY
      * A voided game is not a result and is never sent downstream.
           IF GAME-DATE-KEY NOT < FROM-DATE AND
                   GAME-DATE-KEY NOT > TO-DATE AND
                   GL-STATUS NOT = "V"
               ADD 1 TO RECORDS-SELECTED
               EVALUATE GL-WINNER
                   WHEN "X"
