           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PLAYER-BADGES    PIC 9(3) VALUE 0.
           05  WS-TOTAL-BADGES     PIC 9(5) VALUE 0.
           05  WS-TOTAL-PLAYERS    PIC 9(5) VALUE 0.
           05  WS-PLAYER-SHOWN     PIC X VALUE 'Y'.
           05  WS-INACTIVE-PLAYERS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Players with badges: " WS-TOTAL-PLAYERS
               DISPLAY "Badges earned      : " WS-TOTAL-BADGES
           END-IF
           IF WS-INACTIVE-PLAYERS > 0
               DISPLAY "NOTE: " WS-INACTIVE-PLAYERS
                   " inactive player(s) with badges not listed."
           END-IF
           DISPLAY " "
           STOP RUN.

       PRINT-ACHIEVEMENT-LINE.
           IF ACH-PLAYER-ID NOT = WS-PREV-PLAYER-ID
               MOVE ACH-PLAYER-ID TO WS-PREV-PLAYER-ID
               MOVE 0 TO WS-PLAYER-BADGES
               PERFORM LOOK-UP-DISPLAY-NAME
               IF PM-ACTIVE = 'N'
                   MOVE 'N' TO WS-PLAYER-SHOWN
                   ADD 1 TO WS-INACTIVE-PLAYERS
               ELSE
                   MOVE 'Y' TO WS-PLAYER-SHOWN
                   ADD 1 TO WS-TOTAL-PLAYERS
                   DISPLAY " "
                   DISPLAY PM-DISPLAY-NAME " (" ACH-PLAYER-ID ")"
               END-IF
           END-IF
           IF WS-PLAYER-SHOWN = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-BADGES
           ADD 1 TO WS-TOTAL-BADGES
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE ACH-PLAYER-ID TO PM-DISPLAY-NAME
                       MOVE 'Y' TO PM-ACTIVE
               END-READ
           ELSE
               MOVE ACH-PLAYER-ID TO PM-DISPLAY-NAME
               MOVE 'Y' TO PM-ACTIVE
           END-IF.

       LOOK-UP-BADGE-LABEL.
