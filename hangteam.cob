       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGTEAM.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEAM-CODE
               FILE STATUS IS WS-TM-FILE-STATUS.

           SELECT TEAM-ASSIGN-FILE ASSIGN TO "TEAMASGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TA-FILE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT GAME-HISTORY-FILE ASSIGN TO DYNAMIC
               WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT DAILY-RESULTS-FILE ASSIGN TO "DAILYRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-MASTER-FILE.
       01  TEAM-MASTER-RECORD.
           05  TEAM-CODE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-NAME               PIC X(30).
           05  FILLER                  PIC X(01).
           05  TEAM-CAPTAIN-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-DEPARTMENT         PIC X(10).
           05  FILLER                  PIC X(01).
           05  TEAM-ACTIVE             PIC X.
           05  FILLER                  PIC X(01).
           05  TEAM-CREATED-DATE       PIC X(8).

       FD  TEAM-ASSIGN-FILE.
       01  TEAM-ASSIGN-RECORD.
           05  TA-KEY.
               10  TA-PLAYER-ID        PIC X(10).
               10  TA-EFFECTIVE-DATE   PIC X(8).
           05  FILLER                  PIC X(01).
           05  TA-TEAM-CODE            PIC X(10).
           05  FILLER                  PIC X(01).
           05  TA-SOURCE               PIC X.
           05  FILLER                  PIC X(01).
           05  TA-ENTERED-BY           PIC X(10).
           05  FILLER                  PIC X(01).
           05  TA-ENTERED-DATE         PIC X(8).

       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID            PIC X(10).
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  GAME-HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-TIMESTAMP      PIC X(21).
           05  FILLER              PIC X(01).
           05  HIST-WORD           PIC X(40).
           05  FILLER              PIC X(01).
           05  HIST-RESULT         PIC X(04).
           05  FILLER              PIC X(01).
           05  HIST-WRONG-COUNT    PIC 9.
           05  FILLER              PIC X(01).
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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  AJ-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01).
           05  AJ-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-FIELD            PIC X(6).
           05  FILLER              PIC X(01).
           05  AJ-AMOUNT           PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-SEAS-AMOUNT      PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  AJ-REASON           PIC X(6).
           05  FILLER              PIC X(01).
           05  AJ-AUTH-BY          PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-APPROVED-BY      PIC X(10).
           05  FILLER              PIC X(01).
           05  AJ-SOURCE           PIC X.
           05  FILLER              PIC X(01).
           05  AJ-PEND-NO          PIC 9(6).
           05  FILLER              PIC X(01).
           05  AJ-NOTE             PIC X(30).

       FD  DAILY-RESULTS-FILE.
       01  DAILY-RESULT-RECORD.
           05  DR-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  DR-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X(01).
           05  DR-RESULT           PIC X(04).
           05  FILLER              PIC X(01).
           05  DR-WRONG-COUNT      PIC 9.
           05  FILLER              PIC X(01).
           05  DR-GUESS-COUNT      PIC 99.
           05  FILLER              PIC X(01).
           05  DR-SCORE            PIC 9(5).

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-TM-EOF            PIC X VALUE 'N'.
           05  WS-TA-EOF            PIC X VALUE 'N'.
           05  WS-PM-EOF            PIC X VALUE 'N'.
           05  WS-HIST-EOF          PIC X VALUE 'N'.
           05  WS-JRNL-EOF          PIC X VALUE 'N'.
           05  WS-DAILY-EOF         PIC X VALUE 'N'.
           05  WS-TM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-TA-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-PM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-HIST-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-PRINT-FILE-STATUS PIC X(02) VALUE "00".

       01  WS-FILE-NAMES.
           05  WS-HIST-FILE-NAME   PIC X(40) VALUE SPACES.

       01  WS-PERIOD-DATA.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-SEASON-PERIOD    PIC X(6) VALUE SPACES.
           05  WS-CURRENT-PERIOD   PIC X(6) VALUE SPACES.
           05  WS-TODAY-DATE       PIC X(8) VALUE SPACES.
           05  WS-PERIOD-END       PIC X(8) VALUE SPACES.
           05  WS-NEXT-MONTH-START.
               10  WS-NM-YEAR      PIC 9(4).
               10  WS-NM-MONTH     PIC 9(2).
               10  WS-NM-DAY       PIC 9(2).
           05  WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-START
                                   PIC 9(8).
           05  WS-END-DATE-NUM     PIC 9(8) VALUE 0.
           05  WS-SCAN-PERIOD.
               10  WS-SCAN-YEAR    PIC 9(4).
               10  WS-SCAN-MONTH   PIC 9(2).
           05  WS-PERIODS-BACK     PIC 999 VALUE 0.
           05  WS-ARCHIVES-FOUND   PIC 999 VALUE 0.
           05  WS-EVENT-DATE       PIC X(8) VALUE SPACES.

       01  WS-TEAM-TABLE-DATA.
           05  WS-TEAM-COUNT       PIC 9(3) VALUE 0.
           05  WS-MAX-TEAMS        PIC 9(3) VALUE 200.
           05  WS-TEAM-IDX         PIC 9(3) VALUE 0.
           05  WS-TEAMS OCCURS 200 TIMES.
               10  WS-TT-CODE          PIC X(10).
               10  WS-TT-NAME          PIC X(30).
               10  WS-TT-ACTIVE        PIC X.
               10  WS-TT-MEMBERS       PIC 9(5).
               10  WS-TT-PLAYED        PIC 9(5).
               10  WS-TT-SEAS-WINS     PIC S9(7).
               10  WS-TT-SEAS-LOSSES   PIC S9(7).
               10  WS-TT-SEAS-POINTS   PIC S9(9).
               10  WS-TT-ALL-WINS      PIC S9(7).
               10  WS-TT-ALL-LOSSES    PIC S9(7).
               10  WS-TT-ALL-POINTS    PIC S9(9).
               10  WS-TT-DAILY-TRIES   PIC 9(7).
               10  WS-TT-DAILY-SOLVED  PIC 9(7).
               10  WS-TT-DAILY-POINTS  PIC 9(9).

       01  WS-PLAYER-TABLE-DATA.
           05  WS-PLAYER-COUNT     PIC 9(5) VALUE 0.
           05  WS-MAX-PLAYERS      PIC 9(5) VALUE 5000.
           05  WS-PLAYERS OCCURS 5000 TIMES.
               10  WS-PL-ID            PIC X(10).
               10  WS-PL-ACTIVE        PIC X.
               10  WS-PL-REVIEW        PIC X.
               10  WS-PL-PLAYED        PIC X.
               10  WS-PL-FIRST-ASSIGN  PIC 9(5).
               10  WS-PL-ASSIGN-COUNT  PIC 9(5).
           05  WS-ASSIGN-COUNT     PIC 9(5) VALUE 0.
           05  WS-MAX-ASSIGNS      PIC 9(5) VALUE 10000.
           05  WS-ASSIGNS OCCURS 10000 TIMES.
               10  WS-AS-DATE          PIC X(8).
               10  WS-AS-TEAM          PIC 9(3).
           05  WS-PM-NEXT-ID       PIC X(10) VALUE SPACES.
           05  WS-TA-NEXT-ID       PIC X(10) VALUE SPACES.
           05  WS-NEW-PLAYER-ID    PIC X(10) VALUE SPACES.

       01  WS-LOOKUP-DATA.
           05  WS-FIND-ID          PIC X(10) VALUE SPACES.
           05  WS-FIND-IDX         PIC 9(5) VALUE 0.
           05  WS-LOW              PIC 9(5) VALUE 0.
           05  WS-HIGH             PIC 9(5) VALUE 0.
           05  WS-MID              PIC 9(5) VALUE 0.
           05  WS-AS-IDX           PIC 9(5) VALUE 0.
           05  WS-AS-LAST          PIC 9(5) VALUE 0.
           05  WS-EVENT-TEAM       PIC 9(3) VALUE 0.
           05  WS-PL-IDX           PIC 9(5) VALUE 0.
           05  WS-CREDIT-PLAYER    PIC X(10) VALUE SPACES.
           05  WS-CREDIT-RESULT    PIC X(4) VALUE SPACES.
           05  WS-CREDIT-SCORE     PIC 9(5) VALUE 0.

       01  WS-RANK-DATA.
           05  WS-RANK-COUNT       PIC 9(3) VALUE 0.
           05  WS-RANK-ORDER OCCURS 200 TIMES
                                   PIC 9(3).
           05  WS-RANK-IDX         PIC 9(3) VALUE 0.
           05  WS-RANK-POS         PIC 9(3) VALUE 0.
           05  WS-RANK-HOLD        PIC 9(3) VALUE 0.
           05  WS-RANK-MOVER       PIC 9(3) VALUE 0.
           05  WS-RANK-AHEAD       PIC X VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  WS-HIST-RECORDS     PIC 9(7) VALUE 0.
           05  WS-HIST-LATER       PIC 9(7) VALUE 0.
           05  WS-HIST-UNATTRIB    PIC 9(7) VALUE 0.
           05  WS-CREDITS          PIC 9(7) VALUE 0.
           05  WS-ADJ-RECORDS      PIC 9(7) VALUE 0.
           05  WS-ADJ-INVALID      PIC 9(5) VALUE 0.
           05  WS-DR-RECORDS       PIC 9(7) VALUE 0.
           05  WS-DR-SEASON        PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-TEAMS    PIC 9(5) VALUE 0.
           05  WS-HELD-REVIEW      PIC 9(7) VALUE 0.
           05  WS-TABLE-OVERFLOW   PIC X VALUE 'N'.
           05  WS-CTL-SEAS-POINTS  PIC S9(9) VALUE 0.
           05  WS-CTL-ALL-POINTS   PIC S9(9) VALUE 0.
           05  WS-SUM-SEAS-POINTS  PIC S9(9) VALUE 0.
           05  WS-SUM-ALL-POINTS   PIC S9(9) VALUE 0.
           05  WS-POINTS-DISPLAY   PIC -(9)9.
           05  WS-SUM-DISPLAY      PIC -(9)9.

       01  WS-PRINT-DATA.
           05  WS-PRINT-FILE-NAME  PIC X(40) VALUE SPACES.
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-PRINT-LINE       PIC X(100) VALUE SPACES.
           05  WS-PAGE-NUMBER      PIC 9(3) VALUE 0.
           05  WS-LINE-COUNT       PIC 99 VALUE 99.
           05  WS-PAGE-LIMIT       PIC 99 VALUE 55.
           05  WS-PERCENT          PIC 9(3)V9 VALUE 0.

       01  WS-HEADING-LINE.
           05  WS-HDG-TITLE        PIC X(42) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "Date: ".
           05  WS-HDG-DATE         PIC X(8).
           05  FILLER              PIC X(08) VALUE "  Page: ".
           05  WS-HDG-PAGE         PIC ZZ9.

       01  WS-SEASON-LINE.
           05  WS-SL-RANK          PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-SL-CODE          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-NAME          PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-MEMBERS       PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-PLAYED        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-PARTICIPATION PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE "% ".
           05  WS-SL-WINS          PIC -(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-LOSSES        PIC -(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-SL-POINTS        PIC -(8)9.

       01  WS-ALL-TIME-LINE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-AL-CODE          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AL-NAME          PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AL-WINS          PIC -(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AL-LOSSES        PIC -(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-AL-WIN-PCT       PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE "% ".
           05  WS-AL-POINTS        PIC -(8)9.

       01  WS-DAILY-LINE.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  WS-DL-CODE          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-NAME          PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-TRIES         PIC Z(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-SOLVED        PIC Z(6)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-DL-SOLVE-PCT     PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE "% ".
           05  WS-DL-POINTS        PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM DETERMINE-SEASON-PERIOD
           DISPLAY " "
           DISPLAY "Team standings for season " WS-SEASON-PERIOD
               " (results to " WS-PERIOD-END ")"
           DISPLAY "-----------------------------------------------"
           PERFORM LOAD-TEAMS
           PERFORM LOAD-PLAYERS-AND-ASSIGNMENTS
           PERFORM TALLY-CURRENT-HISTORY
           PERFORM TALLY-ARCHIVE-HISTORY
           PERFORM TALLY-ADJUSTMENT-JOURNAL
           PERFORM TALLY-DAILY-RESULTS
           PERFORM COUNT-TEAM-MEMBERS
           PERFORM RANK-TEAMS
           PERFORM OPEN-PRINT-FILE
           PERFORM PRINT-SEASON-STANDINGS
           PERFORM PRINT-ALL-TIME-STANDINGS
           PERFORM PRINT-DAILY-CHALLENGE
           PERFORM PRINT-REPORT-NOTES
           CLOSE PRINT-FILE
           DISPLAY "Team standings written to " WS-PRINT-FILE-NAME
           PERFORM PRINT-CONTROL-REPORT
           GOBACK.

       DETERMINE-SEASON-PERIOD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-PERIOD
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:6) IS NUMERIC AND
                   WS-COMMAND-LINE(5:2) >= "01" AND
                   WS-COMMAND-LINE(5:2) <= "12"
               MOVE WS-COMMAND-LINE(1:6) TO WS-SEASON-PERIOD
           ELSE
               MOVE WS-CURRENT-PERIOD TO WS-SEASON-PERIOD
           END-IF
           IF WS-SEASON-PERIOD > WS-CURRENT-PERIOD
               DISPLAY "Season " WS-SEASON-PERIOD
                   " has not started - no report produced."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SEASON-PERIOD = WS-CURRENT-PERIOD
               MOVE WS-TODAY-DATE TO WS-PERIOD-END
           ELSE
               MOVE WS-SEASON-PERIOD TO WS-NEXT-MONTH-START(1:6)
               MOVE 1 TO WS-NM-DAY
               IF WS-NM-MONTH = 12
                   MOVE 1 TO WS-NM-MONTH
                   ADD 1 TO WS-NM-YEAR
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-END-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1)
               MOVE WS-END-DATE-NUM TO WS-PERIOD-END
           END-IF.

       LOAD-TEAMS.
           MOVE 1 TO WS-TEAM-COUNT
           PERFORM CLEAR-TEAM-ENTRY
           MOVE SPACES TO WS-TT-CODE(1)
           MOVE "(no team)" TO WS-TT-NAME(1)
           MOVE 'Y' TO WS-TT-ACTIVE(1)
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TM-FILE-STATUS NOT = "00"
               DISPLAY "Team master TEAMMAST.DAT not available -"
                   " status " WS-TM-FILE-STATUS
               DISPLAY "All results are reported under (no team)."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TM-EOF
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       PERFORM ADD-TEAM-ENTRY
               END-READ
           END-PERFORM
           CLOSE TEAM-MASTER-FILE.

       ADD-TEAM-ENTRY.
           IF WS-TEAM-COUNT >= WS-MAX-TEAMS
               DISPLAY "More than " WS-MAX-TEAMS " teams - team "
                   TEAM-CODE " reported under (no team)."
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TEAM-COUNT
           PERFORM CLEAR-TEAM-ENTRY
           MOVE TEAM-CODE TO WS-TT-CODE(WS-TEAM-COUNT)
           MOVE TEAM-NAME TO WS-TT-NAME(WS-TEAM-COUNT)
           MOVE TEAM-ACTIVE TO WS-TT-ACTIVE(WS-TEAM-COUNT).

       CLEAR-TEAM-ENTRY.
           MOVE 0 TO WS-TT-MEMBERS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-PLAYED(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-SEAS-WINS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-SEAS-LOSSES(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-SEAS-POINTS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-ALL-WINS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-ALL-LOSSES(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-ALL-POINTS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-DAILY-TRIES(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-DAILY-SOLVED(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-DAILY-POINTS(WS-TEAM-COUNT).

       FIND-TEAM-INDEX.
           MOVE 1 TO WS-EVENT-TEAM
           IF TA-TEAM-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TEAM-IDX FROM 2 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TT-CODE(WS-TEAM-IDX) = TA-TEAM-CODE
                   MOVE WS-TEAM-IDX TO WS-EVENT-TEAM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EVENT-TEAM = 1
               ADD 1 TO WS-UNKNOWN-TEAMS
           END-IF.

       LOAD-PLAYERS-AND-ASSIGNMENTS.
           MOVE 0 TO WS-PLAYER-COUNT
           MOVE 0 TO WS-ASSIGN-COUNT
           MOVE HIGH-VALUES TO WS-PM-NEXT-ID
           MOVE HIGH-VALUES TO WS-TA-NEXT-ID
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS = "00"
               MOVE 'N' TO WS-PM-EOF
               PERFORM READ-NEXT-PLAYER
           ELSE
               MOVE 'Y' TO WS-PM-EOF
               DISPLAY "Player master PLAYMAST.DAT not available -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "Team membership and participation cannot be"
                   " counted."
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN INPUT TEAM-ASSIGN-FILE
           IF WS-TA-FILE-STATUS = "00"
               MOVE 'N' TO WS-TA-EOF
               PERFORM READ-NEXT-ASSIGNMENT
           ELSE
               MOVE 'Y' TO WS-TA-EOF
               DISPLAY "No team assignments TEAMASGN.DAT - status "
                   WS-TA-FILE-STATUS
           END-IF
           PERFORM UNTIL WS-PM-NEXT-ID = HIGH-VALUES AND
                   WS-TA-NEXT-ID = HIGH-VALUES
               PERFORM ADD-PLAYER-ENTRY
           END-PERFORM
           IF WS-PM-FILE-STATUS = "00"
               CLOSE PLAYER-MASTER-FILE
           END-IF
           IF WS-TA-FILE-STATUS = "00"
               CLOSE TEAM-ASSIGN-FILE
           END-IF
           DISPLAY "Players loaded: " WS-PLAYER-COUNT
               "  Assignments loaded: " WS-ASSIGN-COUNT.

       READ-NEXT-PLAYER.
           READ PLAYER-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PM-EOF
                   MOVE HIGH-VALUES TO WS-PM-NEXT-ID
               NOT AT END
                   MOVE PM-PLAYER-ID TO WS-PM-NEXT-ID
           END-READ.

       READ-NEXT-ASSIGNMENT.
           READ TEAM-ASSIGN-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-TA-EOF
                   MOVE HIGH-VALUES TO WS-TA-NEXT-ID
               NOT AT END
                   MOVE TA-PLAYER-ID TO WS-TA-NEXT-ID
           END-READ.

       ADD-PLAYER-ENTRY.
           IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
               DISPLAY "More than " WS-MAX-PLAYERS " players - the"
                   " rest are reported under (no team)."
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE HIGH-VALUES TO WS-PM-NEXT-ID
               MOVE HIGH-VALUES TO WS-TA-NEXT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE 'N' TO WS-PL-PLAYED(WS-PLAYER-COUNT)
           MOVE 0 TO WS-PL-ASSIGN-COUNT(WS-PLAYER-COUNT)
           COMPUTE WS-PL-FIRST-ASSIGN(WS-PLAYER-COUNT) =
               WS-ASSIGN-COUNT + 1
           IF WS-PM-NEXT-ID <= WS-TA-NEXT-ID
               MOVE WS-PM-NEXT-ID TO WS-NEW-PLAYER-ID
               MOVE PM-ACTIVE TO WS-PL-ACTIVE(WS-PLAYER-COUNT)
               MOVE PM-REVIEW-FLAG TO WS-PL-REVIEW(WS-PLAYER-COUNT)
               PERFORM READ-NEXT-PLAYER
           ELSE
               MOVE WS-TA-NEXT-ID TO WS-NEW-PLAYER-ID
               MOVE 'N' TO WS-PL-ACTIVE(WS-PLAYER-COUNT)
               MOVE 'N' TO WS-PL-REVIEW(WS-PLAYER-COUNT)
           END-IF
           MOVE WS-NEW-PLAYER-ID TO WS-PL-ID(WS-PLAYER-COUNT)
           PERFORM UNTIL WS-TA-NEXT-ID NOT = WS-NEW-PLAYER-ID
               PERFORM ADD-ASSIGNMENT-ENTRY
               PERFORM READ-NEXT-ASSIGNMENT
           END-PERFORM.

       ADD-ASSIGNMENT-ENTRY.
           IF WS-ASSIGN-COUNT >= WS-MAX-ASSIGNS
               IF WS-TABLE-OVERFLOW = 'N'
                   DISPLAY "More than " WS-MAX-ASSIGNS
                       " team assignments - later ones ignored."
               END-IF
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           ADD 1 TO WS-PL-ASSIGN-COUNT(WS-PLAYER-COUNT)
           MOVE TA-EFFECTIVE-DATE TO WS-AS-DATE(WS-ASSIGN-COUNT)
           PERFORM FIND-TEAM-INDEX
           MOVE WS-EVENT-TEAM TO WS-AS-TEAM(WS-ASSIGN-COUNT).

       FIND-PLAYER-ENTRY.
           MOVE 0 TO WS-FIND-IDX
           MOVE 1 TO WS-LOW
           MOVE WS-PLAYER-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FIND-IDX > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-PL-ID(WS-MID) = WS-FIND-ID
                       MOVE WS-MID TO WS-FIND-IDX
                   WHEN WS-PL-ID(WS-MID) < WS-FIND-ID
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       FIND-EVENT-TEAM.
           MOVE 1 TO WS-EVENT-TEAM
           PERFORM FIND-PLAYER-ENTRY
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PL-ASSIGN-COUNT(WS-FIND-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AS-LAST = WS-PL-FIRST-ASSIGN(WS-FIND-IDX) +
               WS-PL-ASSIGN-COUNT(WS-FIND-IDX) - 1
           PERFORM VARYING WS-AS-IDX
                   FROM WS-PL-FIRST-ASSIGN(WS-FIND-IDX) BY 1
                   UNTIL WS-AS-IDX > WS-AS-LAST
               IF WS-AS-DATE(WS-AS-IDX) > WS-EVENT-DATE
                   EXIT PERFORM
               END-IF
               MOVE WS-AS-TEAM(WS-AS-IDX) TO WS-EVENT-TEAM
           END-PERFORM.

       TALLY-CURRENT-HISTORY.
           MOVE "GAMEHIST.TXT" TO WS-HIST-FILE-NAME
           PERFORM TALLY-ONE-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "35"
               DISPLAY "Note: GAMEHIST.TXT not found - counted as"
                   " zero games."
           END-IF.

       TALLY-ARCHIVE-HISTORY.
           MOVE WS-CURRENT-PERIOD TO WS-SCAN-PERIOD
           PERFORM VARYING WS-PERIODS-BACK FROM 1 BY 1
                   UNTIL WS-PERIODS-BACK > 120
               IF WS-SCAN-MONTH = 1
                   MOVE 12 TO WS-SCAN-MONTH
                   SUBTRACT 1 FROM WS-SCAN-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-MONTH
               END-IF
               IF WS-SCAN-PERIOD NOT > WS-SEASON-PERIOD
                   MOVE SPACES TO WS-HIST-FILE-NAME
                   STRING "GAMH" WS-SCAN-PERIOD ".TXT"
                       DELIMITED BY SIZE INTO WS-HIST-FILE-NAME
                   PERFORM TALLY-ONE-HISTORY-FILE
                   IF WS-HIST-FILE-STATUS = "00"
                       ADD 1 TO WS-ARCHIVES-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-ONE-HISTORY-FILE.
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ GAME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-RECORDS
                           PERFORM PROCESS-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE GAME-HISTORY-FILE
           END-IF.

       PROCESS-HISTORY-RECORD.
           MOVE HIST-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE > WS-PERIOD-END
               ADD 1 TO WS-HIST-LATER
               EXIT PARAGRAPH
           END-IF
           IF HIST-PLAYER-ID = SPACES
               ADD 1 TO WS-HIST-UNATTRIB
               EXIT PARAGRAPH
           END-IF
           IF HIST-GAME-MODE = 'M' OR HIST-GAME-MODE = 'T'
               MOVE HIST-PLAYER-ID TO WS-CREDIT-PLAYER
               PERFORM SET-ROUND-OUTCOME
               PERFORM CREDIT-PLAYER-RESULT
               MOVE HIST-OPPONENT-ID TO WS-CREDIT-PLAYER
               PERFORM SET-ROUND-OUTCOME
               PERFORM CREDIT-PLAYER-RESULT
           ELSE
               MOVE HIST-PLAYER-ID TO WS-CREDIT-PLAYER
               MOVE HIST-RESULT TO WS-CREDIT-RESULT
               MOVE 0 TO WS-CREDIT-SCORE
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO WS-CREDIT-SCORE
               END-IF
               PERFORM CREDIT-PLAYER-RESULT
           END-IF.

       SET-ROUND-OUTCOME.
           MOVE 0 TO WS-CREDIT-SCORE
           IF HIST-WINNER-ID = WS-CREDIT-PLAYER
               MOVE "WIN " TO WS-CREDIT-RESULT
               IF HIST-SCORE IS NUMERIC
                   MOVE HIST-SCORE TO WS-CREDIT-SCORE
               END-IF
           ELSE
               MOVE "LOSS" TO WS-CREDIT-RESULT
           END-IF.

       CREDIT-PLAYER-RESULT.
           MOVE WS-CREDIT-PLAYER TO WS-FIND-ID
           PERFORM FIND-EVENT-TEAM
           IF WS-FIND-IDX > 0 AND WS-PL-REVIEW(WS-FIND-IDX) = 'Y'
               ADD 1 TO WS-HELD-REVIEW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CREDITS
           IF WS-CREDIT-RESULT = "WIN "
               ADD 1 TO WS-TT-ALL-WINS(WS-EVENT-TEAM)
           ELSE
               ADD 1 TO WS-TT-ALL-LOSSES(WS-EVENT-TEAM)
           END-IF
           ADD WS-CREDIT-SCORE TO WS-TT-ALL-POINTS(WS-EVENT-TEAM)
           ADD WS-CREDIT-SCORE TO WS-CTL-ALL-POINTS
           IF WS-EVENT-DATE(1:6) = WS-SEASON-PERIOD
               IF WS-CREDIT-RESULT = "WIN "
                   ADD 1 TO WS-TT-SEAS-WINS(WS-EVENT-TEAM)
               ELSE
                   ADD 1 TO WS-TT-SEAS-LOSSES(WS-EVENT-TEAM)
               END-IF
               ADD WS-CREDIT-SCORE TO WS-TT-SEAS-POINTS(WS-EVENT-TEAM)
               ADD WS-CREDIT-SCORE TO WS-CTL-SEAS-POINTS
               IF WS-FIND-IDX > 0
                   MOVE 'Y' TO WS-PL-PLAYED(WS-FIND-IDX)
               END-IF
           END-IF.

       TALLY-ADJUSTMENT-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-JRNL-EOF
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-ADJ-RECORDS
                       PERFORM PROCESS-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       PROCESS-JOURNAL-RECORD.
           IF AJ-AMOUNT IS NOT NUMERIC OR
                   AJ-SEAS-AMOUNT IS NOT NUMERIC OR
                   AJ-PLAYER-ID = SPACES
               ADD 1 TO WS-ADJ-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE AJ-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE > WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF
           MOVE AJ-PLAYER-ID TO WS-FIND-ID
           PERFORM FIND-EVENT-TEAM
           IF WS-FIND-IDX > 0 AND WS-PL-REVIEW(WS-FIND-IDX) = 'Y'
               ADD 1 TO WS-HELD-REVIEW
               EXIT PARAGRAPH
           END-IF
           EVALUATE AJ-FIELD
               WHEN "WINS"
                   ADD AJ-AMOUNT TO WS-TT-ALL-WINS(WS-EVENT-TEAM)
                   IF WS-EVENT-DATE(1:6) = WS-SEASON-PERIOD
                       ADD AJ-SEAS-AMOUNT
                           TO WS-TT-SEAS-WINS(WS-EVENT-TEAM)
                   END-IF
               WHEN "LOSSES"
                   ADD AJ-AMOUNT TO WS-TT-ALL-LOSSES(WS-EVENT-TEAM)
                   IF WS-EVENT-DATE(1:6) = WS-SEASON-PERIOD
                       ADD AJ-SEAS-AMOUNT
                           TO WS-TT-SEAS-LOSSES(WS-EVENT-TEAM)
                   END-IF
               WHEN "POINTS"
                   ADD AJ-AMOUNT TO WS-TT-ALL-POINTS(WS-EVENT-TEAM)
                   ADD AJ-AMOUNT TO WS-CTL-ALL-POINTS
                   IF WS-EVENT-DATE(1:6) = WS-SEASON-PERIOD
                       ADD AJ-SEAS-AMOUNT
                           TO WS-TT-SEAS-POINTS(WS-EVENT-TEAM)
                       ADD AJ-SEAS-AMOUNT TO WS-CTL-SEAS-POINTS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ADJ-INVALID
           END-EVALUATE.

       TALLY-DAILY-RESULTS.
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DAILY-EOF
           PERFORM UNTIL WS-DAILY-EOF = 'Y'
               READ DAILY-RESULTS-FILE
                   AT END
                       MOVE 'Y' TO WS-DAILY-EOF
                   NOT AT END
                       ADD 1 TO WS-DR-RECORDS
                       IF DR-DATE(1:6) = WS-SEASON-PERIOD AND
                               DR-DATE NOT > WS-PERIOD-END
                           PERFORM PROCESS-DAILY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-RESULTS-FILE.

       PROCESS-DAILY-RECORD.
           ADD 1 TO WS-DR-SEASON
           MOVE DR-DATE TO WS-EVENT-DATE
           MOVE DR-PLAYER-ID TO WS-FIND-ID
           PERFORM FIND-EVENT-TEAM
           IF WS-FIND-IDX > 0 AND WS-PL-REVIEW(WS-FIND-IDX) = 'Y'
               ADD 1 TO WS-HELD-REVIEW
               EXIT PARAGRAPH
           END-IF
           IF WS-FIND-IDX > 0
               MOVE 'Y' TO WS-PL-PLAYED(WS-FIND-IDX)
           END-IF
           IF DR-GUESS-COUNT IS NUMERIC AND DR-GUESS-COUNT = 0
               ADD 1 TO WS-TT-DAILY-TRIES(WS-EVENT-TEAM)
           END-IF
           IF DR-RESULT = "WIN "
               ADD 1 TO WS-TT-DAILY-SOLVED(WS-EVENT-TEAM)
           END-IF
           IF DR-SCORE IS NUMERIC
               ADD DR-SCORE TO WS-TT-DAILY-POINTS(WS-EVENT-TEAM)
           END-IF.

       COUNT-TEAM-MEMBERS.
           MOVE WS-PERIOD-END TO WS-EVENT-DATE
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAYER-COUNT
               IF WS-PL-ACTIVE(WS-PL-IDX) = 'Y'
                   MOVE WS-PL-ID(WS-PL-IDX) TO WS-FIND-ID
                   PERFORM FIND-EVENT-TEAM
                   ADD 1 TO WS-TT-MEMBERS(WS-EVENT-TEAM)
                   IF WS-PL-PLAYED(WS-PL-IDX) = 'Y'
                       ADD 1 TO WS-TT-PLAYED(WS-EVENT-TEAM)
                   END-IF
               END-IF
           END-PERFORM.

       RANK-TEAMS.
           MOVE 0 TO WS-RANK-COUNT
           PERFORM VARYING WS-TEAM-IDX FROM 2 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               ADD 1 TO WS-RANK-COUNT
               MOVE WS-TEAM-IDX TO WS-RANK-ORDER(WS-RANK-COUNT)
               MOVE WS-RANK-COUNT TO WS-RANK-POS
               PERFORM SHIFT-TEAM-UP
           END-PERFORM.

       SHIFT-TEAM-UP.
           PERFORM UNTIL WS-RANK-POS < 2
               MOVE WS-RANK-ORDER(WS-RANK-POS) TO WS-RANK-MOVER
               MOVE WS-RANK-ORDER(WS-RANK-POS - 1) TO WS-RANK-HOLD
               MOVE 'N' TO WS-RANK-AHEAD
               IF WS-TT-SEAS-POINTS(WS-RANK-MOVER) >
                       WS-TT-SEAS-POINTS(WS-RANK-HOLD)
                   MOVE 'Y' TO WS-RANK-AHEAD
               END-IF
               IF WS-TT-SEAS-POINTS(WS-RANK-MOVER) =
                       WS-TT-SEAS-POINTS(WS-RANK-HOLD) AND
                       WS-TT-SEAS-WINS(WS-RANK-MOVER) >
                       WS-TT-SEAS-WINS(WS-RANK-HOLD)
                   MOVE 'Y' TO WS-RANK-AHEAD
               END-IF
               IF WS-RANK-AHEAD = 'N'
                   EXIT PERFORM
               END-IF
               MOVE WS-RANK-HOLD TO WS-RANK-ORDER(WS-RANK-POS)
               MOVE WS-RANK-MOVER TO WS-RANK-ORDER(WS-RANK-POS - 1)
               SUBTRACT 1 FROM WS-RANK-POS
           END-PERFORM.

       OPEN-PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "RTEA" WS-SEASON-PERIOD ".TXT"
               DELIMITED BY SIZE INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create print file "
                   WS-PRINT-FILE-NAME " - status "
                   WS-PRINT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE 99 TO WS-LINE-COUNT.

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
           MOVE SPACES TO WS-HDG-TITLE
           STRING "Team standings for season " WS-SEASON-PERIOD
               DELIMITED BY SIZE INTO WS-HDG-TITLE
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

       PRINT-SECTION-TITLE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT - 6
               MOVE WS-PAGE-LIMIT TO WS-LINE-COUNT
           END-IF
           PERFORM PRINT-LINE.

       PRINT-SEASON-STANDINGS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Season " WS-SEASON-PERIOD " standings (results"
               " dated up to " WS-PERIOD-END ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-SECTION-TITLE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Rank Team       Name                     "
               "Membrs Playd  Part%    Wins  Losses    Points"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-ORDER(WS-RANK-IDX) TO WS-TEAM-IDX
               MOVE WS-RANK-IDX TO WS-SL-RANK
               PERFORM FORMAT-SEASON-LINE
           END-PERFORM
           IF WS-RANK-COUNT = 0
               MOVE "No teams are defined on TEAMMAST.DAT."
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           MOVE 1 TO WS-TEAM-IDX
           MOVE 0 TO WS-SL-RANK
           PERFORM FORMAT-SEASON-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       FORMAT-SEASON-LINE.
           MOVE WS-TT-CODE(WS-TEAM-IDX) TO WS-SL-CODE
           MOVE WS-TT-NAME(WS-TEAM-IDX) TO WS-SL-NAME
           IF WS-TT-ACTIVE(WS-TEAM-IDX) NOT = 'Y'
               MOVE SPACES TO WS-SL-NAME
               STRING WS-TT-NAME(WS-TEAM-IDX) DELIMITED BY "  "
                   " (inactive)" DELIMITED BY SIZE
                   INTO WS-SL-NAME
           END-IF
           MOVE WS-TT-MEMBERS(WS-TEAM-IDX) TO WS-SL-MEMBERS
           MOVE WS-TT-PLAYED(WS-TEAM-IDX) TO WS-SL-PLAYED
           MOVE 0 TO WS-PERCENT
           IF WS-TT-MEMBERS(WS-TEAM-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TT-PLAYED(WS-TEAM-IDX) * 100 /
                   WS-TT-MEMBERS(WS-TEAM-IDX)
           END-IF
           MOVE WS-PERCENT TO WS-SL-PARTICIPATION
           MOVE WS-TT-SEAS-WINS(WS-TEAM-IDX) TO WS-SL-WINS
           MOVE WS-TT-SEAS-LOSSES(WS-TEAM-IDX) TO WS-SL-LOSSES
           MOVE WS-TT-SEAS-POINTS(WS-TEAM-IDX) TO WS-SL-POINTS
           MOVE WS-SEASON-LINE TO WS-PRINT-LINE
           IF WS-TEAM-IDX = 1
               MOVE SPACES TO WS-PRINT-LINE(1:3)
           END-IF
           PERFORM PRINT-LINE.

       PRINT-ALL-TIME-STANDINGS.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "All-time results (to " WS-PERIOD-END ")"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-SECTION-TITLE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "     Team       Name                     "
               "   Wins  Losses   Win%     Points"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-ORDER(WS-RANK-IDX) TO WS-TEAM-IDX
               PERFORM FORMAT-ALL-TIME-LINE
           END-PERFORM
           MOVE 1 TO WS-TEAM-IDX
           PERFORM FORMAT-ALL-TIME-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       FORMAT-ALL-TIME-LINE.
           MOVE WS-TT-CODE(WS-TEAM-IDX) TO WS-AL-CODE
           MOVE WS-TT-NAME(WS-TEAM-IDX) TO WS-AL-NAME
           MOVE WS-TT-ALL-WINS(WS-TEAM-IDX) TO WS-AL-WINS
           MOVE WS-TT-ALL-LOSSES(WS-TEAM-IDX) TO WS-AL-LOSSES
           MOVE 0 TO WS-PERCENT
           IF WS-TT-ALL-WINS(WS-TEAM-IDX) > 0 AND
                   WS-TT-ALL-WINS(WS-TEAM-IDX) +
                   WS-TT-ALL-LOSSES(WS-TEAM-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TT-ALL-WINS(WS-TEAM-IDX) * 100 /
                   (WS-TT-ALL-WINS(WS-TEAM-IDX) +
                    WS-TT-ALL-LOSSES(WS-TEAM-IDX))
           END-IF
           MOVE WS-PERCENT TO WS-AL-WIN-PCT
           MOVE WS-TT-ALL-POINTS(WS-TEAM-IDX) TO WS-AL-POINTS
           MOVE WS-ALL-TIME-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-DAILY-CHALLENGE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "Daily challenge, season " WS-SEASON-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-SECTION-TITLE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "     Team       Name                     "
               "  Tries  Solved Solve%     Points"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
               MOVE WS-RANK-ORDER(WS-RANK-IDX) TO WS-TEAM-IDX
               PERFORM FORMAT-DAILY-LINE
           END-PERFORM
           MOVE 1 TO WS-TEAM-IDX
           PERFORM FORMAT-DAILY-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       FORMAT-DAILY-LINE.
           MOVE WS-TT-CODE(WS-TEAM-IDX) TO WS-DL-CODE
           MOVE WS-TT-NAME(WS-TEAM-IDX) TO WS-DL-NAME
           MOVE WS-TT-DAILY-TRIES(WS-TEAM-IDX) TO WS-DL-TRIES
           MOVE WS-TT-DAILY-SOLVED(WS-TEAM-IDX) TO WS-DL-SOLVED
           MOVE 0 TO WS-PERCENT
           IF WS-TT-DAILY-TRIES(WS-TEAM-IDX) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TT-DAILY-SOLVED(WS-TEAM-IDX) * 100 /
                   WS-TT-DAILY-TRIES(WS-TEAM-IDX)
           END-IF
           MOVE WS-PERCENT TO WS-DL-SOLVE-PCT
           MOVE WS-TT-DAILY-POINTS(WS-TEAM-IDX) TO WS-DL-POINTS
           MOVE WS-DAILY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-LINE.

       PRINT-REPORT-NOTES.
           MOVE "Results count for the team the player was on the day"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "they were earned; wins, losses and points include"
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           MOVE "leaderboard adjustments from ADJJRNL.TXT."
               TO WS-PRINT-LINE
           PERFORM PRINT-LINE
           IF WS-HIST-UNATTRIB > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "History records with no player ID (not"
                   " counted): " WS-HIST-UNATTRIB
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           IF WS-HELD-REVIEW > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NOTE: " WS-HELD-REVIEW
                   " result(s) of players flagged for review are not"
                   " counted until cleared in PLAYMNT."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
               DISPLAY "NOTE: " WS-HELD-REVIEW
                   " result(s) held back pending review."
           END-IF
           IF WS-UNKNOWN-TEAMS > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "WARNING: " WS-UNKNOWN-TEAMS " assignment(s)"
                   " name a team not on TEAMMAST.DAT - counted"
                   " under (no team)."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF
           IF WS-TABLE-OVERFLOW = 'Y'
               MOVE "WARNING: team, player or assignment table full -"
                   TO WS-PRINT-LINE
               PERFORM PRINT-LINE
               MOVE "figures are incomplete." TO WS-PRINT-LINE
               PERFORM PRINT-LINE
           END-IF.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Team standings control report"
           DISPLAY "-----------------------------"
           DISPLAY "Teams on file               : " WS-RANK-COUNT
           DISPLAY "History files (archives)    : " WS-ARCHIVES-FOUND
           DISPLAY "History records read        : " WS-HIST-RECORDS
           DISPLAY "  dated after the season    : " WS-HIST-LATER
           DISPLAY "  with no player ID         : " WS-HIST-UNATTRIB
           DISPLAY "Player results credited     : " WS-CREDITS
           DISPLAY "Held for review             : " WS-HELD-REVIEW
           DISPLAY "Adjustment records read     : " WS-ADJ-RECORDS
           DISPLAY "  not usable                : " WS-ADJ-INVALID
           DISPLAY "Daily results read          : " WS-DR-RECORDS
           DISPLAY "  in the season             : " WS-DR-SEASON
           DISPLAY "Unknown team assignments    : " WS-UNKNOWN-TEAMS
           MOVE 0 TO WS-SUM-SEAS-POINTS
           MOVE 0 TO WS-SUM-ALL-POINTS
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               ADD WS-TT-SEAS-POINTS(WS-TEAM-IDX)
                   TO WS-SUM-SEAS-POINTS
               ADD WS-TT-ALL-POINTS(WS-TEAM-IDX)
                   TO WS-SUM-ALL-POINTS
           END-PERFORM
           MOVE WS-CTL-SEAS-POINTS TO WS-POINTS-DISPLAY
           MOVE WS-SUM-SEAS-POINTS TO WS-SUM-DISPLAY
           DISPLAY "Season points credited      : " WS-POINTS-DISPLAY
           DISPLAY "Season points by team       : " WS-SUM-DISPLAY
           MOVE WS-CTL-ALL-POINTS TO WS-POINTS-DISPLAY
           MOVE WS-SUM-ALL-POINTS TO WS-SUM-DISPLAY
           DISPLAY "All-time points credited    : " WS-POINTS-DISPLAY
           DISPLAY "All-time points by team     : " WS-SUM-DISPLAY
           IF WS-SUM-SEAS-POINTS = WS-CTL-SEAS-POINTS AND
                   WS-SUM-ALL-POINTS = WS-CTL-ALL-POINTS
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - team totals"
                   " do not equal the points credited."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND
                   (WS-UNKNOWN-TEAMS > 0 OR WS-TABLE-OVERFLOW = 'Y')
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " ".
