       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNMNT.
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

           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

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

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  LB-PLAYER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  LB-WINS                 PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-LOSSES               PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-CURRENT-STREAK       PIC 9(3).
           05  FILLER                  PIC X(01).
           05  LB-BEST-STREAK          PIC 9(3).
           05  FILLER                  PIC X(01).
           05  LB-TOTAL-SCORE          PIC 9(7).
           05  FILLER                  PIC X(01).
           05  LB-BEST-SCORE           PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-WINS            PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-LOSSES          PIC 9(5).
           05  FILLER                  PIC X(01).
           05  LB-SEAS-SCORE           PIC 9(7).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD               PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-SCORE                PIC 9(7).
           05  SR-WINS                 PIC 9(5).
           05  SR-PLAYER-ID            PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-DATA.
           05  WS-ACTION-CHOICE    PIC X VALUE SPACE.
           05  WS-TOURN-ID         PIC X(8) VALUE SPACES.
           05  WS-ENTRY-PLAYER     PIC X(10) VALUE SPACES.
           05  WS-NAME-INPUT       PIC X(30) VALUE SPACES.
           05  WS-DATE-INPUT       PIC X(8) VALUE SPACES.
           05  WS-CHOICE-INPUT     PIC X VALUE SPACE.
           05  WS-ROUND-INPUT      PIC X VALUE SPACE.
           05  WS-MATCH-INPUT      PIC X(2) VALUE SPACES.
           05  WS-CONFIRM-CHOICE   PIC X VALUE SPACE.

       01  WS-TEMP-DATA.
           05  WS-DONE-PROGRAM     PIC X VALUE 'N'.
           05  WS-TOURN-FOUND      PIC X VALUE 'N'.
           05  WS-ENTRY-FOUND      PIC X VALUE 'N'.
           05  WS-PLAYER-FOUND     PIC X VALUE 'N'.
           05  WS-BRACKET-FOUND    PIC X VALUE 'N'.
           05  WS-DATE-OK          PIC X VALUE 'N'.
           05  WS-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-TODAY-DATE       PIC X(8) VALUE SPACES.
           05  WS-CHOICE-NUM       PIC 9 VALUE 0.
           05  WS-INDEX            PIC 99 VALUE 0.
           05  WS-TOURN-TOTAL      PIC 9(5) VALUE 0.
           05  WS-ENTRY-COUNT      PIC 99 VALUE 0.
           05  WS-MAX-ENTRANTS     PIC 99 VALUE 32.
           05  WS-STATUS-TEXT      PIC X(10) VALUE SPACES.

       01  WS-CONFIG-DATA.
           05  WS-CFG-EOF              PIC X VALUE 'N'.
           05  WS-CFG-INDEX            PIC 99.
           05  WS-CFG-LEVEL            PIC 9.
           05  WS-CFG-CATEGORY-COUNT   PIC 9 VALUE 0.
           05  WS-CFG-CATEGORIES OCCURS 9 TIMES.
               10  WS-CFG-CAT-CODE     PIC X(10).
               10  WS-CFG-CAT-LABEL    PIC X(20).
           05  WS-CFG-DIFFS OCCURS 9 TIMES.
               10  WS-CFG-DIFF-DEFINED PIC X.
               10  WS-CFG-DIFF-LABEL   PIC X(20).

       01  WS-DRAW-DATA.
           05  WS-SEED-COUNT       PIC 99 VALUE 0.
           05  WS-SEED-PLAYERS OCCURS 32 TIMES.
               10  WS-SEED-PLAYER-ID   PIC X(10).
           05  WS-SLOT-COUNT       PIC 99 VALUE 0.
           05  WS-SLOT-SEEDS OCCURS 32 TIMES.
               10  WS-SLOT-SEED        PIC 99.
           05  WS-WORK-SLOTS OCCURS 32 TIMES.
               10  WS-WORK-SEED        PIC 99.
           05  WS-BRACKET-SIZE     PIC 99 VALUE 0.
           05  WS-ROUND-COUNT      PIC 9 VALUE 0.
           05  WS-ROUND-INDEX      PIC 9 VALUE 0.
           05  WS-MATCH-INDEX      PIC 99 VALUE 0.
           05  WS-MATCHES-IN-ROUND PIC 99 VALUE 0.
           05  WS-BYE-COUNT        PIC 99 VALUE 0.

       01  WS-ADVANCE-DATA.
           05  WS-ADV-ROUND        PIC 9 VALUE 0.
           05  WS-ADV-MATCH        PIC 99 VALUE 0.
           05  WS-ADV-WINNER-ID    PIC X(10) VALUE SPACES.
           05  WS-ADV-WINNER-SEED  PIC 99 VALUE 0.
           05  WS-ADV-CHAMPION     PIC X VALUE 'N'.
           05  WS-ADV-FAILED       PIC X VALUE 'N'.
           05  WS-BYE-FAILED       PIC X VALUE 'N'.
           05  WS-NEXT-MATCH       PIC 99 VALUE 0.

       01  WS-FILE-STATUS.
           05  WS-TM-EOF            PIC X VALUE 'N'.
           05  WS-TE-EOF            PIC X VALUE 'N'.
           05  WS-TB-EOF            PIC X VALUE 'N'.
           05  WS-SORT-EOF          PIC X VALUE 'N'.
           05  WS-TM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-TE-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-TB-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-CFG-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-LB-AVAILABLE      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           DISPLAY " "
           DISPLAY "Tournament maintenance"
           DISPLAY "----------------------"
           PERFORM LOAD-CONFIG
           PERFORM OPEN-PLAYER-MASTER
           PERFORM OPEN-TOURNAMENT-FILES
           PERFORM PROCESS-ACTION UNTIL WS-DONE-PROGRAM = 'Y'
           CLOSE TOURNAMENT-FILE
           CLOSE ENTRANT-FILE
           CLOSE BRACKET-FILE
           CLOSE PLAYER-MASTER-FILE
           DISPLAY "Tournament maintenance finished."
           STOP RUN.

       LOAD-CONFIG.
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               MOVE 'N' TO WS-CFG-DIFF-DEFINED(WS-CFG-INDEX)
           END-PERFORM
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           PERFORM PARSE-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           IF WS-CFG-CATEGORY-COUNT = 0
               PERFORM DEFAULT-CATEGORIES
           END-IF
           IF WS-CFG-DIFF-DEFINED(1) = 'N' AND
                   WS-CFG-DIFF-DEFINED(2) = 'N' AND
                   WS-CFG-DIFF-DEFINED(3) = 'N'
               PERFORM DEFAULT-DIFFICULTIES
           END-IF.

       PARSE-CONFIG-RECORD.
           EVALUATE TRUE
               WHEN CONFIG-RECORD(1:8) = "CATEGORY"
                   IF CONFIG-RECORD(10:10) NOT = SPACES AND
                           WS-CFG-CATEGORY-COUNT < 9
                       ADD 1 TO WS-CFG-CATEGORY-COUNT
                       MOVE CONFIG-RECORD(10:10)
                           TO WS-CFG-CAT-CODE(WS-CFG-CATEGORY-COUNT)
                       IF CONFIG-RECORD(21:20) = SPACES
                           MOVE CONFIG-RECORD(10:10) TO
                               WS-CFG-CAT-LABEL(WS-CFG-CATEGORY-COUNT)
                       ELSE
                           MOVE CONFIG-RECORD(21:20) TO
                               WS-CFG-CAT-LABEL(WS-CFG-CATEGORY-COUNT)
                       END-IF
                   END-IF
               WHEN CONFIG-RECORD(1:4) = "DIFF"
                   IF CONFIG-RECORD(10:1) IS NUMERIC AND
                           CONFIG-RECORD(10:1) NOT = '0'
                       MOVE CONFIG-RECORD(10:1) TO WS-CFG-LEVEL
                       MOVE 'Y' TO WS-CFG-DIFF-DEFINED(WS-CFG-LEVEL)
                       IF CONFIG-RECORD(24:20) = SPACES
                           MOVE "Level" TO
                               WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
                       ELSE
                           MOVE CONFIG-RECORD(24:20) TO
                               WS-CFG-DIFF-LABEL(WS-CFG-LEVEL)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DEFAULT-CATEGORIES.
           MOVE 4 TO WS-CFG-CATEGORY-COUNT
           MOVE "GENERAL"   TO WS-CFG-CAT-CODE(1)
           MOVE "General"   TO WS-CFG-CAT-LABEL(1)
           MOVE "ANIMALS"   TO WS-CFG-CAT-CODE(2)
           MOVE "Animals"   TO WS-CFG-CAT-LABEL(2)
           MOVE "COBOL"     TO WS-CFG-CAT-CODE(3)
           MOVE "COBOL Terms" TO WS-CFG-CAT-LABEL(3)
           MOVE "COUNTRY"   TO WS-CFG-CAT-CODE(4)
           MOVE "Countries" TO WS-CFG-CAT-LABEL(4).

       DEFAULT-DIFFICULTIES.
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(1)
           MOVE "Easy" TO WS-CFG-DIFF-LABEL(1)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(2)
           MOVE "Medium" TO WS-CFG-DIFF-LABEL(2)
           MOVE 'Y' TO WS-CFG-DIFF-DEFINED(3)
           MOVE "Hard" TO WS-CFG-DIFF-LABEL(3).

       OPEN-PLAYER-MASTER.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "Players must be registered before they can"
                   " be enrolled."
               STOP RUN
           END-IF.

       OPEN-TOURNAMENT-FILES.
           OPEN I-O TOURNAMENT-FILE
           IF WS-TM-FILE-STATUS = "35"
               DISPLAY "Tournament master TOURNMST.DAT not found -"
                   " creating an empty one."
               OPEN OUTPUT TOURNAMENT-FILE
               CLOSE TOURNAMENT-FILE
               OPEN I-O TOURNAMENT-FILE
           END-IF
           OPEN I-O ENTRANT-FILE
           IF WS-TE-FILE-STATUS = "35"
               OPEN OUTPUT ENTRANT-FILE
               CLOSE ENTRANT-FILE
               OPEN I-O ENTRANT-FILE
           END-IF
           OPEN I-O BRACKET-FILE
           IF WS-TB-FILE-STATUS = "35"
               OPEN OUTPUT BRACKET-FILE
               CLOSE BRACKET-FILE
               OPEN I-O BRACKET-FILE
           END-IF
           IF WS-TM-FILE-STATUS NOT = "00" OR
                   WS-TE-FILE-STATUS NOT = "00" OR
                   WS-TB-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open the tournament files - status "
                   WS-TM-FILE-STATUS "/" WS-TE-FILE-STATUS "/"
                   WS-TB-FILE-STATUS
               STOP RUN
           END-IF.

       PROCESS-ACTION.
           PERFORM COUNT-TOURNAMENTS
           DISPLAY " "
           DISPLAY "Tournaments on file: " WS-TOURN-TOTAL
           DISPLAY "  L. List the tournaments"
           DISPLAY "  D. Define a new tournament"
           DISPLAY "  E. Enrol a player"
           DISPLAY "  W. Withdraw a player"
           DISPLAY "  S. Seed the entrants and draw the bracket"
           DISPLAY "  R. Record a walkover result"
           DISPLAY "  X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
               TO WS-ACTION-CHOICE

           EVALUATE WS-ACTION-CHOICE
               WHEN 'L'
                   PERFORM LIST-TOURNAMENTS
               WHEN 'D'
                   PERFORM DEFINE-TOURNAMENT
               WHEN 'E'
                   PERFORM ENROL-PLAYER
               WHEN 'W'
                   PERFORM WITHDRAW-PLAYER
               WHEN 'S'
                   PERFORM SEED-TOURNAMENT
               WHEN 'R'
                   PERFORM RECORD-WALKOVER
               WHEN 'X'
                   MOVE 'Y' TO WS-DONE-PROGRAM
               WHEN OTHER
                   DISPLAY "Please enter L, D, E, W, S, R or X."
           END-EVALUATE.

       COUNT-TOURNAMENTS.
           MOVE 0 TO WS-TOURN-TOTAL
           PERFORM START-TOURNAMENT-READ
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TOURNAMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       ADD 1 TO WS-TOURN-TOTAL
               END-READ
           END-PERFORM.

       START-TOURNAMENT-READ.
           MOVE 'N' TO WS-TM-EOF
           MOVE LOW-VALUES TO TM-TOURN-ID
           START TOURNAMENT-FILE KEY NOT < TM-TOURN-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TM-EOF
           END-START.

       LIST-TOURNAMENTS.
           DISPLAY " "
           DISPLAY "ID       Name                           "
               "Dates             Category   Lv Bo Status     "
               "Ent Champion"
           PERFORM START-TOURNAMENT-READ
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TOURNAMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       PERFORM LIST-ONE-TOURNAMENT
               END-READ
           END-PERFORM
           DISPLAY " "
           DISPLAY "Tournament ID to list its entrants (blank to"
               " return): " WITH NO ADVANCING
           ACCEPT WS-TOURN-ID
           MOVE FUNCTION UPPER-CASE(WS-TOURN-ID) TO WS-TOURN-ID
           IF WS-TOURN-ID NOT = SPACES
               PERFORM LIST-ENTRANTS
           END-IF.

       LIST-ONE-TOURNAMENT.
           PERFORM SET-STATUS-TEXT
           DISPLAY TM-TOURN-ID " " TM-NAME " " TM-START-DATE "-"
               TM-END-DATE " " TM-CATEGORY " " TM-DIFF-LEVEL "  "
               TM-BEST-OF "  " WS-STATUS-TEXT " " TM-ENTRANTS "  "
               TM-CHAMPION-ID.

       SET-STATUS-TEXT.
           EVALUATE TM-STATUS
               WHEN 'O'
                   MOVE "Enrolling" TO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE "In play" TO WS-STATUS-TEXT
               WHEN 'C'
                   MOVE "Complete" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "Unknown" TO WS-STATUS-TEXT
           END-EVALUATE.

       LIST-ENTRANTS.
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           PERFORM LOOK-UP-TOURNAMENT
           IF WS-TOURN-FOUND = 'N'
               DISPLAY "Tournament " WS-TOURN-ID " is not on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Entrants for " TM-TOURN-ID " " TM-NAME
           DISPLAY "Seed Player ID  Name                           "
               "Enrolled Seed score"
           MOVE 0 TO WS-ENTRY-COUNT
           PERFORM START-ENTRANT-READ
           PERFORM UNTIL WS-TE-EOF = 'Y'
               READ ENTRANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TE-EOF
                   NOT AT END
                       IF TE-TOURN-ID NOT = WS-TOURN-ID
                           MOVE 'Y' TO WS-TE-EOF
                       ELSE
                           ADD 1 TO WS-ENTRY-COUNT
                           PERFORM LIST-ONE-ENTRANT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENTRY-COUNT = 0
               DISPLAY "No players enrolled yet."
           END-IF.

       LIST-ONE-ENTRANT.
           MOVE TE-PLAYER-ID TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'N'
               MOVE TE-PLAYER-ID TO PM-DISPLAY-NAME
           END-IF
           IF TE-SEED = 0
               DISPLAY "  -  " TE-PLAYER-ID " " PM-DISPLAY-NAME " "
                   TE-ENROL-DATE
           ELSE
               DISPLAY "  " TE-SEED " " TE-PLAYER-ID " "
                   PM-DISPLAY-NAME " " TE-ENROL-DATE " "
                   TE-SEED-SCORE
           END-IF.

       START-ENTRANT-READ.
           MOVE 'N' TO WS-TE-EOF
           MOVE WS-TOURN-ID TO TE-TOURN-ID
           MOVE LOW-VALUES TO TE-PLAYER-ID
           START ENTRANT-FILE KEY NOT < TE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TE-EOF
           END-START.

       LOOK-UP-TOURNAMENT.
           READ TOURNAMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TOURN-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TOURN-FOUND
           END-READ.

       LOOK-UP-PLAYER.
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PLAYER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLAYER-FOUND
           END-READ.

       CAPTURE-TOURNAMENT-ID.
           DISPLAY "Tournament ID: " WITH NO ADVANCING
           ACCEPT WS-TOURN-ID
           MOVE FUNCTION UPPER-CASE(WS-TOURN-ID) TO WS-TOURN-ID
           MOVE 'N' TO WS-TOURN-FOUND
           IF WS-TOURN-ID NOT = SPACES
               MOVE WS-TOURN-ID TO TM-TOURN-ID
               PERFORM LOOK-UP-TOURNAMENT
               IF WS-TOURN-FOUND = 'N'
                   DISPLAY "Tournament " WS-TOURN-ID
                       " is not on file."
               END-IF
           END-IF.

       DEFINE-TOURNAMENT.
           DISPLAY " "
           DISPLAY "New tournament ID (up to 8 characters): "
               WITH NO ADVANCING
           ACCEPT WS-TOURN-ID
           MOVE FUNCTION UPPER-CASE(WS-TOURN-ID) TO WS-TOURN-ID
           IF WS-TOURN-ID = SPACES
               DISPLAY "No tournament defined."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           PERFORM LOOK-UP-TOURNAMENT
           IF WS-TOURN-FOUND = 'Y'
               DISPLAY "Tournament " WS-TOURN-ID
                   " is already on file."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOURNAMENT-RECORD
           MOVE WS-TOURN-ID TO TM-TOURN-ID

           DISPLAY "Tournament name: " WITH NO ADVANCING
           ACCEPT WS-NAME-INPUT
           IF WS-NAME-INPUT = SPACES
               MOVE WS-TOURN-ID TO WS-NAME-INPUT
           END-IF
           MOVE WS-NAME-INPUT TO TM-NAME

           DISPLAY "First day of play (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           PERFORM VALIDATE-DATE-INPUT
           IF WS-DATE-OK = 'N'
               DISPLAY "That is not a valid date - no tournament"
                   " defined."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO TM-START-DATE
           DISPLAY "Last day of play (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           PERFORM VALIDATE-DATE-INPUT
           IF WS-DATE-OK = 'N' OR WS-DATE-INPUT < TM-START-DATE
               DISPLAY "The last day must be a valid date on or"
                   " after the first - no tournament defined."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO TM-END-DATE

           DISPLAY "Word category:"
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > WS-CFG-CATEGORY-COUNT
               DISPLAY "  " WS-CFG-INDEX ". "
                   WS-CFG-CAT-LABEL(WS-CFG-INDEX)
           END-PERFORM
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE-INPUT
           IF WS-CHOICE-INPUT IS NUMERIC
               MOVE WS-CHOICE-INPUT TO WS-CHOICE-NUM
           ELSE
               MOVE 0 TO WS-CHOICE-NUM
           END-IF
           IF WS-CHOICE-NUM < 1 OR
                   WS-CHOICE-NUM > WS-CFG-CATEGORY-COUNT
               DISPLAY "Not a configured category - no tournament"
                   " defined."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CFG-CAT-CODE(WS-CHOICE-NUM) TO TM-CATEGORY

           DISPLAY "Difficulty:"
           PERFORM VARYING WS-CFG-INDEX FROM 1 BY 1
                   UNTIL WS-CFG-INDEX > 9
               IF WS-CFG-DIFF-DEFINED(WS-CFG-INDEX) = 'Y'
                   DISPLAY "  " WS-CFG-INDEX ". "
                       WS-CFG-DIFF-LABEL(WS-CFG-INDEX)
               END-IF
           END-PERFORM
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE-INPUT
           IF WS-CHOICE-INPUT IS NUMERIC AND WS-CHOICE-INPUT NOT = '0'
               MOVE WS-CHOICE-INPUT TO WS-CHOICE-NUM
           ELSE
               MOVE 0 TO WS-CHOICE-NUM
           END-IF
           IF WS-CHOICE-NUM = 0
               DISPLAY "Not a configured difficulty - no tournament"
                   " defined."
               EXIT PARAGRAPH
           END-IF
           IF WS-CFG-DIFF-DEFINED(WS-CHOICE-NUM) = 'N'
               DISPLAY "Not a configured difficulty - no tournament"
                   " defined."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHOICE-NUM TO TM-DIFF-LEVEL

           DISPLAY "Rounds per bracket match - best of (1, 3, 5, 7"
               " or 9): " WITH NO ADVANCING
           ACCEPT WS-CHOICE-INPUT
           IF WS-CHOICE-INPUT = '1' OR '3' OR '5' OR '7' OR '9'
               MOVE WS-CHOICE-INPUT TO TM-BEST-OF
           ELSE
               MOVE 3 TO TM-BEST-OF
               DISPLAY "Defaulting to best of 3."
           END-IF

           MOVE 'O' TO TM-STATUS
           MOVE 0 TO TM-ENTRANTS
           MOVE 0 TO TM-BRACKET-SIZE
           MOVE 0 TO TM-ROUNDS
           MOVE SPACES TO TM-CHAMPION-ID
           MOVE WS-TODAY-DATE TO TM-CREATED-DATE
           WRITE TOURNAMENT-RECORD
               INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID
                       " could not be written."
               NOT INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID
                       " defined - enrol players with option E."
           END-WRITE.

       VALIDATE-DATE-INPUT.
           MOVE 'N' TO WS-DATE-OK
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       ENROL-PLAYER.
           DISPLAY " "
           PERFORM CAPTURE-TOURNAMENT-ID
           IF WS-TOURN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TM-STATUS NOT = 'O'
               DISPLAY "The bracket for " WS-TOURN-ID
                   " has been drawn - enrolment is closed."
               EXIT PARAGRAPH
           END-IF
           IF TM-ENTRANTS >= WS-MAX-ENTRANTS
               DISPLAY "Tournament " WS-TOURN-ID " already has "
                   WS-MAX-ENTRANTS " entrants."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Player ID to enrol: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PLAYER
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PLAYER)
               TO WS-ENTRY-PLAYER
           MOVE WS-ENTRY-PLAYER TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'N' OR WS-ENTRY-PLAYER = SPACES
               DISPLAY "Player " WS-ENTRY-PLAYER
                   " is not registered."
               EXIT PARAGRAPH
           END-IF
           IF PM-ACTIVE NOT = 'Y'
               DISPLAY "Player " WS-ENTRY-PLAYER
                   " is inactive and cannot be enrolled."
               EXIT PARAGRAPH
           END-IF
           IF PM-REVIEW-FLAG = 'Y'
               DISPLAY "Player " WS-ENTRY-PLAYER
                   " is flagged for review - clear the flag in"
                   " PLAYMNT first."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ENTRANT-RECORD
           MOVE WS-TOURN-ID TO TE-TOURN-ID
           MOVE WS-ENTRY-PLAYER TO TE-PLAYER-ID
           MOVE 0 TO TE-SEED
           MOVE WS-TODAY-DATE TO TE-ENROL-DATE
           MOVE 0 TO TE-SEED-SCORE
           MOVE 0 TO TE-SEED-WINS
           WRITE ENTRANT-RECORD
               INVALID KEY
                   DISPLAY "Player " WS-ENTRY-PLAYER
                       " is already enrolled."
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO TM-ENTRANTS
           REWRITE TOURNAMENT-RECORD
               INVALID KEY
                   DISPLAY "Player " WS-ENTRY-PLAYER " enrolled but"
                       " the entrant count in TOURNMST.DAT was not"
                       " updated - status " WS-TM-FILE-STATUS
                   DISPLAY "The count is corrected when the bracket"
                       " is drawn."
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY PM-DISPLAY-NAME " enrolled in " WS-TOURN-ID
               " (" TM-ENTRANTS " entrant(s))".

       WITHDRAW-PLAYER.
           DISPLAY " "
           PERFORM CAPTURE-TOURNAMENT-ID
           IF WS-TOURN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TM-STATUS NOT = 'O'
               DISPLAY "The bracket for " WS-TOURN-ID
                   " has been drawn - record a walkover instead."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Player ID to withdraw: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PLAYER
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PLAYER)
               TO WS-ENTRY-PLAYER
           MOVE WS-TOURN-ID TO TE-TOURN-ID
           MOVE WS-ENTRY-PLAYER TO TE-PLAYER-ID
           DELETE ENTRANT-FILE
               INVALID KEY
                   DISPLAY "Player " WS-ENTRY-PLAYER
                       " is not enrolled in " WS-TOURN-ID "."
                   EXIT PARAGRAPH
           END-DELETE
           IF TM-ENTRANTS > 0
               SUBTRACT 1 FROM TM-ENTRANTS
           END-IF
           REWRITE TOURNAMENT-RECORD
               INVALID KEY
                   DISPLAY "Player " WS-ENTRY-PLAYER " withdrawn but"
                       " the entrant count in TOURNMST.DAT was not"
                       " updated - status " WS-TM-FILE-STATUS
                   DISPLAY "The count is corrected when the bracket"
                       " is drawn."
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "Player " WS-ENTRY-PLAYER " withdrawn from "
               WS-TOURN-ID ".".

       SEED-TOURNAMENT.
           DISPLAY " "
           PERFORM CAPTURE-TOURNAMENT-ID
           IF WS-TOURN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TM-STATUS NOT = 'O'
               DISPLAY "The bracket for " WS-TOURN-ID
                   " has already been drawn."
               EXIT PARAGRAPH
           END-IF
           IF TM-ENTRANTS < 2
               DISPLAY "At least two entrants are needed to draw"
                   " a bracket."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Seed " TM-ENTRANTS " entrant(s) from the"
               " leaderboard and close enrolment? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = 'Y'
               DISPLAY "Bracket not drawn."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-LB-AVAILABLE
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LB-AVAILABLE
           ELSE
               DISPLAY "Leaderboard LEADERBD.DAT not available -"
                   " entrants are seeded by player ID."
           END-IF
           MOVE 0 TO WS-SEED-COUNT
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-SCORE
               DESCENDING KEY SR-WINS
               ASCENDING KEY SR-PLAYER-ID
               INPUT PROCEDURE IS FEED-ENTRANTS
               OUTPUT PROCEDURE IS ASSIGN-SEEDS
           IF WS-LB-AVAILABLE = 'Y'
               CLOSE LEADERBOARD-FILE
           END-IF
           IF WS-SEED-COUNT < 2
               DISPLAY "At least two entrants are needed to draw"
                   " a bracket."
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-SEED-ORDER
           PERFORM WRITE-FIRST-ROUND
           PERFORM WRITE-LATER-ROUNDS
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           PERFORM LOOK-UP-TOURNAMENT
           MOVE 'P' TO TM-STATUS
           MOVE WS-SEED-COUNT TO TM-ENTRANTS
           MOVE WS-BRACKET-SIZE TO TM-BRACKET-SIZE
           MOVE WS-ROUND-COUNT TO TM-ROUNDS
           REWRITE TOURNAMENT-RECORD
               INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID " could not be"
                       " updated in TOURNMST.DAT - status "
                       WS-TM-FILE-STATUS
                   DISPLAY "Enrolment is still open - draw the"
                       " bracket again once the file is available."
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM ADVANCE-FIRST-ROUND-BYES
           IF WS-BYE-FAILED = 'Y'
               DISPLAY "Bracket drawn for " WS-TOURN-ID " but not"
                   " every bye was advanced - see the warnings above."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Bracket drawn for " WS-TOURN-ID ": "
               WS-SEED-COUNT " entrant(s), " WS-ROUND-COUNT
               " round(s), " WS-BYE-COUNT " bye(s)."
           DISPLAY "Run HANGBRKT to print the draw.".

       FEED-ENTRANTS.
           PERFORM START-ENTRANT-READ
           PERFORM UNTIL WS-TE-EOF = 'Y'
               READ ENTRANT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TE-EOF
                   NOT AT END
                       IF TE-TOURN-ID NOT = WS-TOURN-ID
                           MOVE 'Y' TO WS-TE-EOF
                       ELSE
                           PERFORM RELEASE-ONE-ENTRANT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ENTRANT.
           MOVE TE-PLAYER-ID TO SR-PLAYER-ID
           MOVE 0 TO SR-SCORE
           MOVE 0 TO SR-WINS
           IF WS-LB-AVAILABLE = 'Y'
               MOVE TE-PLAYER-ID TO LB-PLAYER-ID
               READ LEADERBOARD-FILE
                   NOT INVALID KEY
                       IF LB-TOTAL-SCORE IS NUMERIC AND
                               LB-WINS IS NUMERIC
                           MOVE LB-TOTAL-SCORE TO SR-SCORE
                           MOVE LB-WINS TO SR-WINS
                       END-IF
               END-READ
           END-IF
           RELEASE SORT-RECORD.

       ASSIGN-SEEDS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM SEED-ONE-ENTRANT
               END-RETURN
           END-PERFORM.

       SEED-ONE-ENTRANT.
           IF WS-SEED-COUNT >= WS-MAX-ENTRANTS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEED-COUNT
           MOVE SR-PLAYER-ID TO WS-SEED-PLAYER-ID(WS-SEED-COUNT)
           MOVE WS-TOURN-ID TO TE-TOURN-ID
           MOVE SR-PLAYER-ID TO TE-PLAYER-ID
           READ ENTRANT-FILE
               NOT INVALID KEY
                   MOVE WS-SEED-COUNT TO TE-SEED
                   MOVE SR-SCORE TO TE-SEED-SCORE
                   MOVE SR-WINS TO TE-SEED-WINS
                   REWRITE ENTRANT-RECORD
           END-READ.

       BUILD-SEED-ORDER.
           MOVE 2 TO WS-BRACKET-SIZE
           MOVE 1 TO WS-ROUND-COUNT
           PERFORM UNTIL WS-BRACKET-SIZE >= WS-SEED-COUNT
               COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
               ADD 1 TO WS-ROUND-COUNT
           END-PERFORM
           MOVE 1 TO WS-SLOT-SEED(1)
           MOVE 2 TO WS-SLOT-SEED(2)
           MOVE 2 TO WS-SLOT-COUNT
           PERFORM DOUBLE-SEED-ORDER
               UNTIL WS-SLOT-COUNT >= WS-BRACKET-SIZE.

       DOUBLE-SEED-ORDER.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SLOT-COUNT
               MOVE WS-SLOT-SEED(WS-INDEX)
                   TO WS-WORK-SEED(WS-INDEX * 2 - 1)
               COMPUTE WS-WORK-SEED(WS-INDEX * 2) =
                   WS-SLOT-COUNT * 2 + 1 - WS-SLOT-SEED(WS-INDEX)
           END-PERFORM
           COMPUTE WS-SLOT-COUNT = WS-SLOT-COUNT * 2
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SLOT-COUNT
               MOVE WS-WORK-SEED(WS-INDEX) TO WS-SLOT-SEED(WS-INDEX)
           END-PERFORM.

       WRITE-FIRST-ROUND.
           MOVE 0 TO WS-BYE-COUNT
           COMPUTE WS-MATCHES-IN-ROUND = WS-BRACKET-SIZE / 2
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
                   UNTIL WS-MATCH-INDEX > WS-MATCHES-IN-ROUND
               MOVE SPACES TO BRACKET-RECORD
               MOVE WS-TOURN-ID TO TB-TOURN-ID
               MOVE 1 TO TB-ROUND
               MOVE WS-MATCH-INDEX TO TB-MATCH
               MOVE WS-SLOT-SEED(WS-MATCH-INDEX * 2 - 1) TO TB-SEED1
               MOVE WS-SLOT-SEED(WS-MATCH-INDEX * 2) TO TB-SEED2
               MOVE WS-SEED-PLAYER-ID(TB-SEED1) TO TB-PLAYER1-ID
               MOVE 0 TO TB-P1-ROUNDS
               MOVE 0 TO TB-P2-ROUNDS
               IF TB-SEED2 > WS-SEED-COUNT
                   MOVE 0 TO TB-SEED2
                   MOVE 'B' TO TB-STATUS
                   MOVE TB-PLAYER1-ID TO TB-WINNER-ID
                   MOVE WS-TODAY-DATE TO TB-PLAYED-DATE
                   ADD 1 TO WS-BYE-COUNT
               ELSE
                   MOVE WS-SEED-PLAYER-ID(TB-SEED2) TO TB-PLAYER2-ID
                   MOVE 'S' TO TB-STATUS
               END-IF
               WRITE BRACKET-RECORD
                   INVALID KEY
                       REWRITE BRACKET-RECORD
               END-WRITE
           END-PERFORM.

       WRITE-LATER-ROUNDS.
           PERFORM VARYING WS-ROUND-INDEX FROM 2 BY 1
                   UNTIL WS-ROUND-INDEX > WS-ROUND-COUNT
               COMPUTE WS-MATCHES-IN-ROUND =
                   WS-BRACKET-SIZE / (2 ** WS-ROUND-INDEX)
               PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
                       UNTIL WS-MATCH-INDEX > WS-MATCHES-IN-ROUND
                   MOVE SPACES TO BRACKET-RECORD
                   MOVE WS-TOURN-ID TO TB-TOURN-ID
                   MOVE WS-ROUND-INDEX TO TB-ROUND
                   MOVE WS-MATCH-INDEX TO TB-MATCH
                   MOVE 0 TO TB-SEED1
                   MOVE 0 TO TB-SEED2
                   MOVE 0 TO TB-P1-ROUNDS
                   MOVE 0 TO TB-P2-ROUNDS
                   MOVE 'W' TO TB-STATUS
                   WRITE BRACKET-RECORD
                       INVALID KEY
                           REWRITE BRACKET-RECORD
                   END-WRITE
               END-PERFORM
           END-PERFORM.

       ADVANCE-FIRST-ROUND-BYES.
           MOVE 'N' TO WS-BYE-FAILED
           COMPUTE WS-MATCHES-IN-ROUND = WS-BRACKET-SIZE / 2
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
                   UNTIL WS-MATCH-INDEX > WS-MATCHES-IN-ROUND
               MOVE WS-TOURN-ID TO TB-TOURN-ID
               MOVE 1 TO TB-ROUND
               MOVE WS-MATCH-INDEX TO TB-MATCH
               READ BRACKET-FILE
                   NOT INVALID KEY
                       IF TB-STATUS = 'B'
                           MOVE 1 TO WS-ADV-ROUND
                           MOVE TB-MATCH TO WS-ADV-MATCH
                           MOVE TB-WINNER-ID TO WS-ADV-WINNER-ID
                           MOVE TB-SEED1 TO WS-ADV-WINNER-SEED
                           PERFORM ADVANCE-WINNER
                           IF WS-ADV-FAILED = 'Y'
                               MOVE 'Y' TO WS-BYE-FAILED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-WALKOVER.
           DISPLAY " "
           PERFORM CAPTURE-TOURNAMENT-ID
           IF WS-TOURN-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TM-STATUS NOT = 'P'
               DISPLAY "Tournament " WS-TOURN-ID
                   " is not in play."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Round number: " WITH NO ADVANCING
           ACCEPT WS-ROUND-INPUT
           DISPLAY "Match number: " WITH NO ADVANCING
           ACCEPT WS-MATCH-INPUT
           IF WS-MATCH-INPUT(2:1) = SPACE
               MOVE WS-MATCH-INPUT(1:1) TO WS-MATCH-INPUT(2:1)
               MOVE '0' TO WS-MATCH-INPUT(1:1)
           END-IF
           IF WS-ROUND-INPUT NOT NUMERIC OR
                   WS-MATCH-INPUT NOT NUMERIC
               DISPLAY "Round and match must be numbers."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOURN-ID TO TB-TOURN-ID
           MOVE WS-ROUND-INPUT TO TB-ROUND
           MOVE WS-MATCH-INPUT TO TB-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "There is no such match in the bracket."
                   EXIT PARAGRAPH
           END-READ
           IF TB-STATUS NOT = 'S'
               DISPLAY "That match is not waiting to be played."
               EXIT PARAGRAPH
           END-IF
           DISPLAY TB-PLAYER1-ID " v " TB-PLAYER2-ID
           DISPLAY "Player ID awarded the match: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-PLAYER
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PLAYER)
               TO WS-ENTRY-PLAYER
           EVALUATE WS-ENTRY-PLAYER
               WHEN TB-PLAYER1-ID
                   MOVE TB-SEED1 TO WS-ADV-WINNER-SEED
               WHEN TB-PLAYER2-ID
                   MOVE TB-SEED2 TO WS-ADV-WINNER-SEED
               WHEN OTHER
                   DISPLAY "That player is not in this match -"
                       " nothing recorded."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'D' TO TB-STATUS
           MOVE WS-ENTRY-PLAYER TO TB-WINNER-ID
           MOVE 0 TO TB-P1-ROUNDS
           MOVE 0 TO TB-P2-ROUNDS
           MOVE WS-TODAY-DATE TO TB-PLAYED-DATE
           REWRITE BRACKET-RECORD
               INVALID KEY
                   DISPLAY "The walkover could not be recorded in"
                       " TOURNBRK.DAT - status " WS-TB-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE TB-ROUND TO WS-ADV-ROUND
           MOVE TB-MATCH TO WS-ADV-MATCH
           MOVE WS-ENTRY-PLAYER TO WS-ADV-WINNER-ID
           PERFORM ADVANCE-WINNER
           IF WS-ADV-FAILED = 'Y'
               DISPLAY "Walkover recorded but " WS-ENTRY-PLAYER
                   " was not advanced - see the warnings above."
               EXIT PARAGRAPH
           END-IF
           IF WS-ADV-CHAMPION = 'Y'
               DISPLAY WS-ENTRY-PLAYER " is the tournament champion."
           ELSE
               DISPLAY WS-ENTRY-PLAYER " advances to round "
                   WS-ADV-ROUND "."
           END-IF.

       ADVANCE-WINNER.
           MOVE 'N' TO WS-ADV-CHAMPION
           MOVE 'N' TO WS-ADV-FAILED
           MOVE WS-TOURN-ID TO TM-TOURN-ID
           PERFORM LOOK-UP-TOURNAMENT
           IF WS-TOURN-FOUND = 'N'
               DISPLAY "WARNING: tournament " WS-TOURN-ID
                   " missing from TOURNMST.DAT"
               MOVE 'Y' TO WS-ADV-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-ADV-ROUND >= TM-ROUNDS
               MOVE WS-ADV-WINNER-ID TO TM-CHAMPION-ID
               MOVE 'C' TO TM-STATUS
               REWRITE TOURNAMENT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: champion not recorded in"
                           " TOURNMST.DAT - status "
                           WS-TM-FILE-STATUS
                       MOVE 'Y' TO WS-ADV-FAILED
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE 'Y' TO WS-ADV-CHAMPION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-MATCH = (WS-ADV-MATCH + 1) / 2
           ADD 1 TO WS-ADV-ROUND
           MOVE WS-TOURN-ID TO TB-TOURN-ID
           MOVE WS-ADV-ROUND TO TB-ROUND
           MOVE WS-NEXT-MATCH TO TB-MATCH
           READ BRACKET-FILE
               INVALID KEY
                   DISPLAY "WARNING: round " WS-ADV-ROUND " match "
                       WS-NEXT-MATCH " missing from TOURNBRK.DAT"
                   MOVE 'Y' TO WS-ADV-FAILED
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION MOD(WS-ADV-MATCH, 2) = 1
               MOVE WS-ADV-WINNER-ID TO TB-PLAYER1-ID
               MOVE WS-ADV-WINNER-SEED TO TB-SEED1
           ELSE
               MOVE WS-ADV-WINNER-ID TO TB-PLAYER2-ID
               MOVE WS-ADV-WINNER-SEED TO TB-SEED2
           END-IF
           IF TB-PLAYER1-ID NOT = SPACES AND
                   TB-PLAYER2-ID NOT = SPACES
               MOVE 'S' TO TB-STATUS
           END-IF
           REWRITE BRACKET-RECORD
               INVALID KEY
                   DISPLAY "WARNING: round " WS-ADV-ROUND " match "
                       WS-NEXT-MATCH " not updated in TOURNBRK.DAT"
                       " - status " WS-TB-FILE-STATUS
                   MOVE 'Y' TO WS-ADV-FAILED
           END-REWRITE.
