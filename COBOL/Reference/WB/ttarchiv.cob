           05 GL-START-TIME PIC X(8).
           05 FILLER PIC X.
           05 GL-SECONDS PIC 9(5).
           05 FILLER PIC X.
           05 GL-STATUS PIC X.
           05 FILLER PIC X.
      * Console the game was played on (TTSESSION); blank on games
      * logged before the consoles were told apart.
           05 GL-SESSION PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(80).

       FD  RETAINED-FILE.
       01  RETAINED-RECORD PIC X(80).

       FD  BASE-FILE.
       01  BASE-RECORD.
               DELIMITED BY SIZE INTO GAME-DATE-KEY
           IF GAME-DATE-KEY < CUTOFF-DATE
               ADD 1 TO RECORDS-ARCHIVED
      * Voided games travel to the archive with the rest but never
      * count toward the base totals TTRECON reconciles against.
               IF GL-STATUS NOT = "V"
                   EVALUATE GL-WINNER
                       WHEN "X"
                           ADD 1 TO ARCH-X-WINS
                       WHEN "O"
                           ADD 1 TO ARCH-O-WINS
                       WHEN "Z"
                           ADD 1 TO ARCH-DRAWS
                   END-EVALUATE
               END-IF
               WRITE ARCHIVE-RECORD FROM GAMELOG-RECORD
           ELSE
               ADD 1 TO RECORDS-RETAINED
