           05  HIST-GUESS-COUNT    PIC 99.
           05  FILLER              PIC X(01).
           05  HIST-SCORE          PIC 9(5).
           05  FILLER              PIC X(01).
           05  HIST-HINTS-USED     PIC 99.
           05  FILLER              PIC X(01).
           05  HIST-PLAYER-ID      PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-OPPONENT-ID    PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-WINNER-ID      PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-CATEGORY       PIC X(10).
           05  FILLER              PIC X(01).
           05  HIST-DIFF-LEVEL     PIC 9.
           05  FILLER              PIC X(01).
           05  HIST-GAME-MODE      PIC X.

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).
