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
