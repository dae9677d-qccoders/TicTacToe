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
           PERFORM WITH TEST BEFORE UNTIL GAMELOG-STATUS NOT = "00"
               STRING GL-DATE(7:4) GL-DATE(1:2) DELIMITED BY SIZE
                   INTO GAME-MONTH-KEY
      * Voided games are left off the statement altogether.
               IF GAME-MONTH-KEY = STMT-MONTH AND GL-STATUS NOT = "V"
                   IF MONTH-GAME-COUNT < 1000
                       ADD 1 TO MONTH-GAME-COUNT
                       MOVE GL-DATE TO MG-DATE(MONTH-GAME-COUNT)
