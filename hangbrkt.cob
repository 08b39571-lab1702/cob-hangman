       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGBRKT.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNAMENT-FILE ASSIGN TO "TOURNMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TOURN-ID
               FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT ENTRANT-FILE ASSIGN TO "TOURNENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TE-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "TOURNBRK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-KEY
               FILE STATUS IS WS-TB-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOURNAMENT-FILE.
       01  TOURNAMENT-RECORD.
           05  TM-TOURN-ID             PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-NAME                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  TM-START-DATE           PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-END-DATE             PIC X(8).
           05  FILLER                  PIC X(01).
           05  TM-CATEGORY             PIC X(10).
           05  FILLER                  PIC X(01).
           05  TM-DIFF-LEVEL           PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-BEST-OF              PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-STATUS               PIC X.
           05  FILLER                  PIC X(01).
           05  TM-ENTRANTS             PIC 99.
           05  FILLER                  PIC X(01).
           05  TM-BRACKET-SIZE         PIC 99.
           05  FILLER                  PIC X(01).
           05  TM-ROUNDS               PIC 9.
           05  FILLER                  PIC X(01).
           05  TM-CHAMPION-ID          PIC X(10).
           05  FILLER                  PIC X(01).
           05  TM-CREATED-DATE         PIC X(8).

       FD  ENTRANT-FILE.
       01  ENTRANT-RECORD.
           05  TE-KEY.
               10  TE-TOURN-ID         PIC X(8).
               10  TE-PLAYER-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  TE-SEED                 PIC 99.
           05  FILLER                  PIC X(01).
           05  TE-ENROL-DATE           PIC X(8).
           05  FILLER                  PIC X(01).
           05  TE-SEED-SCORE           PIC 9(7).
           05  FILLER                  PIC X(01).
           05  TE-SEED-WINS            PIC 9(5).

       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
           05  TB-KEY.
               10  TB-TOURN-ID         PIC X(8).
               10  TB-ROUND            PIC 9.
               10  TB-MATCH            PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-PLAYER1-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-SEED1                PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-PLAYER2-ID           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-SEED2                PIC 99.
           05  FILLER                  PIC X(01).
           05  TB-STATUS               PIC X.
           05  FILLER                  PIC X(01).
           05  TB-WINNER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  TB-P1-ROUNDS            PIC 9.
           05  FILLER                  PIC X(01).
           05  TB-P2-ROUNDS            PIC 9.
           05  FILLER                  PIC X(01).
           05  TB-PLAYED-DATE          PIC X(8).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID            PIC X(10).
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TM-EOF           PIC X VALUE 'N'.
           05  WS-TE-EOF           PIC X VALUE 'N'.
           05  WS-TB-EOF           PIC X VALUE 'N'.
           05  WS-PM-AVAILABLE     PIC X VALUE 'N'.
           05  WS-TM-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TE-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TB-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS PIC X(02) VALUE "00".

       01  WS-PRINT-DATA.
           05  WS-PRINT-FILE-NAME  PIC X(40) VALUE SPACES.
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-PRINT-LINE       PIC X(100) VALUE SPACES.
           05  WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT       PIC 99 VALUE 99.
           05  WS-PAGE-LIMIT       PIC 99 VALUE 55.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE        PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "Date: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(08) VALUE "  Page: ".
           05  WS-HDG-PAGE         PIC ZZ9.

       01  WS-MATCH-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-ML-MATCH         PIC Z9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-ML-SEED1         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ML-PLAYER1       PIC X(10).
           05  FILLER              PIC X(04) VALUE " v  ".
           05  WS-ML-SEED2         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-ML-PLAYER2       PIC X(10).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-ML-RESULT        PIC X(50).

       01  WS-ENTRANT-LINE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-SEED          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-EL-PLAYER        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EL-NAME          PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-EL-SCORE         PIC Z(10)9.

       01  WS-RUN-DATA.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-SELECT-ID        PIC X(8) VALUE SPACES.
           05  WS-STATUS-TEXT      PIC X(24) VALUE SPACES.
           05  WS-ROUND-TEXT       PIC X(20) VALUE SPACES.
           05  WS-ROUNDS-TO-GO     PIC 9 VALUE 0.
           05  WS-CURRENT-ROUND    PIC 9 VALUE 0.
           05  WS-SEED-TEXT        PIC X(04) VALUE SPACES.
           05  WS-SEED-WORK        PIC 99 VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-TOURNS-PRINTED   PIC 9(5) VALUE 0.
           05  WS-MATCHES-PRINTED  PIC 9(5) VALUE 0.
           05  WS-MATCHES-PLAYED   PIC 9(5) VALUE 0.
           05  WS-MATCHES-OPEN     PIC 9(5) VALUE 0.
           05  WS-ENTRANTS-PRINTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETERMINE-SELECTION
           PERFORM OPEN-TOURNAMENT-FILES
           PERFORM OPEN-PRINT-FILE
           IF WS-SELECT-ID = SPACES
               PERFORM START-TOURNAMENT-READ
               PERFORM UNTIL WS-TM-EOF = 'Y'
                   READ TOURNAMENT-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-TM-EOF
                       NOT AT END
                           PERFORM PRINT-ONE-TOURNAMENT
                   END-READ
               END-PERFORM
           ELSE
               MOVE WS-SELECT-ID TO TM-TOURN-ID
               READ TOURNAMENT-FILE
                   INVALID KEY
                       DISPLAY "Tournament " WS-SELECT-ID
                           " is not on file."
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-TOURNAMENT
               END-READ
           END-IF
           IF WS-TOURNS-PRINTED = 0
               MOVE "No tournaments to print." TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           PERFORM CLOSE-PRINT-FILE
           CLOSE TOURNAMENT-FILE
           CLOSE ENTRANT-FILE
           CLOSE BRACKET-FILE
           IF WS-PM-AVAILABLE = 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           IF WS-TOURNS-PRINTED = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       DETERMINE-SELECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:8) TO WS-SELECT-ID.

       OPEN-TOURNAMENT-FILES.
           OPEN INPUT TOURNAMENT-FILE
           IF WS-TM-FILE-STATUS = "35"
               DISPLAY "No tournament file TOURNMST.DAT found -"
                   " nothing to print."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ENTRANT-FILE
           OPEN INPUT BRACKET-FILE
           IF WS-TM-FILE-STATUS NOT = "00" OR
                   WS-TE-FILE-STATUS NOT = "00" OR
                   WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open the tournament files - status "
                   WS-TM-FILE-STATUS "/" WS-TE-FILE-STATUS "/"
                   WS-TB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PM-AVAILABLE
           END-IF.

       START-TOURNAMENT-READ.
           MOVE 'N' TO WS-TM-EOF
           MOVE LOW-VALUES TO TM-TOURN-ID
           START TOURNAMENT-FILE KEY NOT < TM-TOURN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TM-EOF
           END-START.

       PRINT-ONE-TOURNAMENT.
           ADD 1 TO WS-TOURNS-PRINTED
           MOVE 99 TO WS-LINE-COUNT
           PERFORM PRINT-TOURNAMENT-HEADER
           PERFORM PRINT-ENTRANTS
           IF TM-STATUS = 'O'
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "Enrolment is open - the bracket has not been"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "drawn yet (TOURNMNT option S)."
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           ELSE
               MOVE 0 TO WS-CURRENT-ROUND
               PERFORM PRINT-BRACKET
               PERFORM PRINT-CHAMPION
           END-IF.

       PRINT-TOURNAMENT-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Tournament " TM-TOURN-ID "  " TM-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Played " TM-START-DATE " to " TM-END-DATE
               "   Category " TM-CATEGORY
               "   Difficulty " TM-DIFF-LEVEL
               "   Best of " TM-BEST-OF
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           EVALUATE TM-STATUS
               WHEN 'O'
                   MOVE "Enrolling" TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE "In play" TO WS-STATUS-TEXT
               WHEN 'C'
                   MOVE "Complete" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "Unknown" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Status " WS-STATUS-TEXT(1:10)
               "   Entrants " TM-ENTRANTS
               "   Bracket size " TM-BRACKET-SIZE
               "   Rounds " TM-ROUNDS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-ENTRANTS.
           MOVE "Entrants" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "--------" TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Seed  Player ID  Name                          "
               "  Seed score"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE 'N' TO WS-TE-EOF
           MOVE TM-TOURN-ID TO TE-TOURN-ID
           MOVE LOW-VALUES TO TE-PLAYER-ID
           START ENTRANT-FILE KEY NOT < TE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TE-EOF
           END-START
           PERFORM UNTIL WS-TE-EOF = 'Y'
               READ ENTRANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TE-EOF
                   NOT AT END
                       IF TE-TOURN-ID NOT = TM-TOURN-ID
                           MOVE 'Y' TO WS-TE-EOF
                       ELSE
                           PERFORM PRINT-ONE-ENTRANT
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-ENTRANT.
           ADD 1 TO WS-ENTRANTS-PRINTED
           MOVE TE-SEED TO WS-SEED-WORK
           PERFORM FORMAT-SEED
           MOVE WS-SEED-TEXT TO WS-EL-SEED
           MOVE TE-PLAYER-ID TO WS-EL-PLAYER
           MOVE TE-PLAYER-ID TO PM-PLAYER-ID
           PERFORM LOOK-UP-DISPLAY-NAME
           MOVE PM-DISPLAY-NAME TO WS-EL-NAME
           MOVE TE-SEED-SCORE TO WS-EL-SCORE
           MOVE WS-ENTRANT-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       LOOK-UP-DISPLAY-NAME.
           IF WS-PM-AVAILABLE = 'Y'
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-DISPLAY-NAME
               END-READ
           ELSE
               MOVE SPACES TO PM-DISPLAY-NAME
           END-IF.

       FORMAT-SEED.
           MOVE SPACES TO WS-SEED-TEXT
           IF WS-SEED-WORK = 0
               MOVE "(--)" TO WS-SEED-TEXT
           ELSE
               STRING "(" WS-SEED-WORK ")"
                   DELIMITED BY SIZE INTO WS-SEED-TEXT
           END-IF.

       PRINT-BRACKET.
           MOVE 'N' TO WS-TB-EOF
           MOVE TM-TOURN-ID TO TB-TOURN-ID
           MOVE 0 TO TB-ROUND
           MOVE 0 TO TB-MATCH
           START BRACKET-FILE KEY NOT < TB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TB-EOF
           END-START
           PERFORM UNTIL WS-TB-EOF = 'Y'
               READ BRACKET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TB-EOF
                   NOT AT END
                       IF TB-TOURN-ID NOT = TM-TOURN-ID
                           MOVE 'Y' TO WS-TB-EOF
                       ELSE
                           PERFORM PRINT-ONE-MATCH
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-MATCH.
           IF TB-ROUND NOT = WS-CURRENT-ROUND
               MOVE TB-ROUND TO WS-CURRENT-ROUND
               PERFORM PRINT-ROUND-HEADING
           END-IF
           ADD 1 TO WS-MATCHES-PRINTED
           MOVE TB-MATCH TO WS-ML-MATCH
           MOVE TB-SEED1 TO WS-SEED-WORK
           PERFORM FORMAT-SEED
           MOVE WS-SEED-TEXT TO WS-ML-SEED1
           MOVE TB-SEED2 TO WS-SEED-WORK
           PERFORM FORMAT-SEED
           MOVE WS-SEED-TEXT TO WS-ML-SEED2
           IF TB-PLAYER1-ID = SPACES
               MOVE "(to come)" TO WS-ML-PLAYER1
           ELSE
               MOVE TB-PLAYER1-ID TO WS-ML-PLAYER1
           END-IF
           IF TB-PLAYER2-ID = SPACES
               IF TB-STATUS = 'B'
                   MOVE "(bye)" TO WS-ML-PLAYER2
               ELSE
                   MOVE "(to come)" TO WS-ML-PLAYER2
               END-IF
           ELSE
               MOVE TB-PLAYER2-ID TO WS-ML-PLAYER2
           END-IF
           MOVE SPACES TO WS-ML-RESULT
           EVALUATE TB-STATUS
               WHEN 'D'
                   ADD 1 TO WS-MATCHES-PLAYED
                   STRING "Won by " TB-WINNER-ID " "
                       TB-P1-ROUNDS "-" TB-P2-ROUNDS
                       " on " TB-PLAYED-DATE
                       DELIMITED BY SIZE INTO WS-ML-RESULT
               WHEN 'B'
                   STRING "Bye - " TB-WINNER-ID " advances"
                       DELIMITED BY SIZE INTO WS-ML-RESULT
               WHEN 'S'
                   ADD 1 TO WS-MATCHES-OPEN
                   MOVE "To be played" TO WS-ML-RESULT
               WHEN OTHER
                   MOVE "Awaiting earlier results" TO WS-ML-RESULT
           END-EVALUATE
           MOVE WS-MATCH-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-ROUND-HEADING.
           COMPUTE WS-ROUNDS-TO-GO = TM-ROUNDS - TB-ROUND
           MOVE SPACES TO WS-ROUND-TEXT
           EVALUATE WS-ROUNDS-TO-GO
               WHEN 0
                   MOVE "Final" TO WS-ROUND-TEXT
               WHEN 1
                   MOVE "Semi-finals" TO WS-ROUND-TEXT
               WHEN 2
                   MOVE "Quarter-finals" TO WS-ROUND-TEXT
               WHEN OTHER
                   STRING "Round " TB-ROUND
                       DELIMITED BY SIZE INTO WS-ROUND-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE WS-ROUND-TEXT TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE ALL "-" TO WS-PRINT-LINE(1:20)
           PERFORM PRINT-LINE.

       PRINT-CHAMPION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF TM-STATUS = 'C' AND TM-CHAMPION-ID NOT = SPACES
               MOVE TM-CHAMPION-ID TO PM-PLAYER-ID
               PERFORM LOOK-UP-DISPLAY-NAME
               STRING "CHAMPION: " TM-CHAMPION-ID "  "
                   PM-DISPLAY-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "Champion: not yet decided" TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-LINE.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Tournament bracket print control report"
           DISPLAY "---------------------------------------"
           DISPLAY "Tournaments printed: " WS-TOURNS-PRINTED
           DISPLAY "Entrants listed:     " WS-ENTRANTS-PRINTED
           DISPLAY "Bracket matches:     " WS-MATCHES-PRINTED
           DISPLAY "  Played:            " WS-MATCHES-PLAYED
           DISPLAY "  Waiting to play:   " WS-MATCHES-OPEN.

       OPEN-PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RBRK" WS-RUN-DATE ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

       CLOSE-PRINT-FILE.
           CLOSE PRINT-FILE
           DISPLAY "Tournament bracket report written to "
               WS-PRINT-FILE-NAME.

       PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF
           MOVE WS-PRINT-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE "Hangman tournament bracket" TO WS-HDG-TITLE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           IF WS-PAGE-NUMBER > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE WS-HEADING-LINE TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ALL "=" TO PRINT-RECORD(1:67)
           MOVE SPACES TO PRINT-RECORD(68:33)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.
