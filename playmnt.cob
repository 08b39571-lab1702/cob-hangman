               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO "PLAYAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  FILLER                  PIC X(01).
           05  LB-SEAS-SCORE           PIC 9(7).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP       PIC X(21).
           05  WS-SOURCE-ID        PIC X(10) VALUE SPACES.
           05  WS-NEW-NAME         PIC X(30) VALUE SPACES.
           05  WS-CONFIRM-CHOICE   PIC X VALUE SPACE.
           05  WS-TEAM-CHOICE      PIC X VALUE SPACE.
           05  WS-TEAM-CODE-IN     PIC X(10) VALUE SPACES.
           05  WS-TEAM-NAME-IN     PIC X(30) VALUE SPACES.
           05  WS-CAPTAIN-IN       PIC X(10) VALUE SPACES.
           05  WS-DEPT-IN          PIC X(10) VALUE SPACES.
           05  WS-ACTIVE-IN        PIC X VALUE SPACE.
           05  WS-DATE-INPUT       PIC X(8) VALUE SPACES.

       01  WS-TEMP-DATA.
           05  WS-PLAYER-FOUND     PIC X VALUE 'N'.
           05  WS-SRC-LB-FOUND     PIC X VALUE 'N'.
           05  WS-TGT-LB-FOUND     PIC X VALUE 'N'.

       01  WS-TEAM-DATA.
           05  WS-TEAM-FOUND       PIC X VALUE 'N'.
           05  WS-TEAM-DONE        PIC X VALUE 'N'.
           05  WS-TODAY-DATE       PIC X(8) VALUE SPACES.
           05  WS-DATE-NUM         PIC 9(8) VALUE 0.
           05  WS-DATE-OK          PIC X VALUE 'N'.
           05  WS-ASSIGN-TEAM      PIC X(10) VALUE SPACES.
           05  WS-EFFECTIVE-DATE   PIC X(8) VALUE SPACES.
           05  WS-LOOKUP-PLAYER    PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-DATE      PIC X(8) VALUE SPACES.
           05  WS-CURRENT-TEAM     PIC X(10) VALUE SPACES.
           05  WS-CURRENT-FROM     PIC X(8) VALUE SPACES.
           05  WS-LATEST-FROM      PIC X(8) VALUE SPACES.
           05  WS-HISTORY-COUNT    PIC 9(5) VALUE 0.
           05  WS-TEAM-TOTAL       PIC 9(5) VALUE 0.
           05  WS-MEMBER-COUNT     PIC 9(5) VALUE 0.
           05  WS-PREV-PLAYER      PIC X(10) VALUE SPACES.
           05  WS-PREV-TEAM        PIC X(10) VALUE SPACES.
           05  WS-DEPT-OWNER       PIC X(10) VALUE SPACES.
           05  WS-CAPTAIN-OK       PIC X VALUE 'N'.
           05  WS-SHOW-TEAM        PIC X(10) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-PM-EOF            PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-LB-AVAILABLE      PIC X VALUE 'N'.
           05  WS-TM-EOF            PIC X VALUE 'N'.
           05  WS-TA-EOF            PIC X VALUE 'N'.
           05  WS-TM-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-TA-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-TEAMS-AVAILABLE   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CAPTURE-OPERATOR-ID
           PERFORM OPEN-PLAYER-MASTER
           PERFORM OPEN-LEADERBOARD
           PERFORM OPEN-TEAM-FILES
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM PROCESS-ACTION UNTIL WS-DONE-PROGRAM = 'Y'
           CLOSE PLAYER-MASTER-FILE
           IF WS-LB-AVAILABLE = 'Y'
               CLOSE LEADERBOARD-FILE
           END-IF
           IF WS-TEAMS-AVAILABLE = 'Y'
               CLOSE TEAM-MASTER-FILE
               CLOSE TEAM-ASSIGN-FILE
           END-IF
           DISPLAY "Player maintenance finished."
           STOP RUN.

               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "An operator ID is required for the"
                       " audit trail."
               END-IF
           END-PERFORM.

               STOP RUN
           END-IF
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               STOP RUN
           END-IF.

               MOVE 'Y' TO WS-LB-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LB-AVAILABLE
               DISPLAY "Leaderboard LEADERBD.DAT not available -"
                   " status " WS-LB-FILE-STATUS
               DISPLAY "Merges will not combine leaderboard records."
           END-IF.

       OPEN-TEAM-FILES.
           OPEN I-O TEAM-MASTER-FILE
           IF WS-TM-FILE-STATUS = "35"
               DISPLAY "Team master TEAMMAST.DAT not found -"
                   " creating an empty one."
               OPEN OUTPUT TEAM-MASTER-FILE
               CLOSE TEAM-MASTER-FILE
               OPEN I-O TEAM-MASTER-FILE
           END-IF
           OPEN I-O TEAM-ASSIGN-FILE
           IF WS-TA-FILE-STATUS = "35"
               OPEN OUTPUT TEAM-ASSIGN-FILE
               CLOSE TEAM-ASSIGN-FILE
               OPEN I-O TEAM-ASSIGN-FILE
           END-IF
           IF WS-TM-FILE-STATUS = "00" AND WS-TA-FILE-STATUS = "00"
               MOVE 'Y' TO WS-TEAMS-AVAILABLE
           ELSE
               MOVE 'N' TO WS-TEAMS-AVAILABLE
               DISPLAY "Team files TEAMMAST.DAT/TEAMASGN.DAT not"
                   " available - status " WS-TM-FILE-STATUS "/"
                   WS-TA-FILE-STATUS
               DISPLAY "Team maintenance is disabled for this run."
               IF WS-TM-FILE-STATUS = "00"
                   CLOSE TEAM-MASTER-FILE
               END-IF
               IF WS-TA-FILE-STATUS = "00"
                   CLOSE TEAM-ASSIGN-FILE
               END-IF
           END-IF.

       PROCESS-ACTION.
           PERFORM COUNT-PLAYERS
           DISPLAY " "
           DISPLAY "  R. Reactivate a player ID"
           DISPLAY "  N. Correct a display name"
           DISPLAY "  M. Merge one player ID into another"
           DISPLAY "  C. Clear a review flag"
           DISPLAY "  T. Team maintenance"
           DISPLAY "  A. Assign a player to a team"
           DISPLAY "  X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-ACTION-CHOICE
                   PERFORM RENAME-PLAYER
               WHEN 'M'
                   PERFORM MERGE-PLAYER
               WHEN 'C'
                   PERFORM CLEAR-REVIEW-FLAG
               WHEN 'T'
                   PERFORM TEAM-MAINTENANCE
               WHEN 'A'
                   PERFORM ASSIGN-PLAYER-TEAM
               WHEN 'X'
                   MOVE 'Y' TO WS-DONE-PROGRAM
               WHEN OTHER
                   DISPLAY "Please enter L, D, R, N, M, C, T, A or X."
           END-EVALUATE.

       COUNT-PLAYERS.
       LIST-PLAYERS.
           DISPLAY " "
           DISPLAY "Player ID  Name                           "
               "Registered Active Review"
           PERFORM START-PLAYER-READ
           PERFORM UNTIL WS-PM-EOF = 'Y'
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       PERFORM LIST-ONE-PLAYER
               END-READ
           END-PERFORM.

       LIST-ONE-PLAYER.
           IF PM-REVIEW-FLAG = 'Y'
               DISPLAY PM-PLAYER-ID " " PM-DISPLAY-NAME " "
                   PM-DATE-REGISTERED "   " PM-ACTIVE
                   "      FLAGGED " PM-REVIEW-DATE
           ELSE
               DISPLAY PM-PLAYER-ID " " PM-DISPLAY-NAME " "
                   PM-DATE-REGISTERED "   " PM-ACTIVE
           END-IF.

       LOOK-UP-PLAYER.
           READ PLAYER-MASTER-FILE
               INVALID KEY
               END-IF
           END-IF.

       CLEAR-REVIEW-FLAG.
           PERFORM ACCEPT-TARGET-ID
           MOVE WS-TARGET-ID TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'N'
               DISPLAY "That player ID is not on file."
           ELSE
               IF PM-REVIEW-FLAG NOT = 'Y'
                   DISPLAY "Player " WS-TARGET-ID
                       " is not flagged for review."
               ELSE
                   DISPLAY "Player " WS-TARGET-ID
                       " was flagged for review on " PM-REVIEW-DATE
                   DISPLAY "See the latest HANGAUDT report for the"
                       " evidence."
                   DISPLAY "Clear the flag? (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                       TO WS-CONFIRM-CHOICE
                   IF WS-CONFIRM-CHOICE = 'Y'
                       MOVE SPACES TO WS-OLD-VALUE
                       STRING "FLAGGED " DELIMITED BY SIZE
                           PM-REVIEW-DATE DELIMITED BY SIZE
                           INTO WS-OLD-VALUE
                       MOVE 'C' TO PM-REVIEW-FLAG
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO PM-REVIEW-DATE
                       REWRITE PLAYER-MASTER-RECORD
                       IF WS-PM-FILE-STATUS NOT = "00"
                           DISPLAY "Flag NOT cleared - PLAYMAST.DAT"
                               " rewrite status " WS-PM-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE "CLRREV" TO WS-AUDIT-ACTION
                           MOVE WS-TARGET-ID TO WS-AUDIT-PLAYER
                           MOVE "CLEARED" TO WS-NEW-VALUE
                           PERFORM WRITE-AUDIT-RECORD
                           DISPLAY "Review flag cleared for "
                               WS-TARGET-ID "."
                       END-IF
                   ELSE
                       DISPLAY "Flag left in place."
                   END-IF
               END-IF
           END-IF.

       MERGE-PLAYER.
           DISPLAY "Merge FROM (the ID being retired):"
           PERFORM ACCEPT-TARGET-ID
               DISPLAY "Leaderboard records combined."
           END-IF.

       TEAM-MAINTENANCE.
           IF WS-TEAMS-AVAILABLE = 'N'
               DISPLAY "Team files are not available."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TEAM-DONE
           PERFORM TEAM-ACTION UNTIL WS-TEAM-DONE = 'Y'.

       TEAM-ACTION.
           DISPLAY " "
           DISPLAY "Team maintenance"
           DISPLAY "  L. List the teams"
           DISPLAY "  M. List a team's members"
           DISPLAY "  A. Add a team"
           DISPLAY "  C. Change a team"
           DISPLAY "  X. Return to the player menu"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-TEAM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-TEAM-CHOICE)
               TO WS-TEAM-CHOICE

           EVALUATE WS-TEAM-CHOICE
               WHEN 'L'
                   PERFORM LIST-TEAMS
               WHEN 'M'
                   PERFORM LIST-TEAM-MEMBERS
               WHEN 'A'
                   PERFORM ADD-TEAM
               WHEN 'C'
                   PERFORM CHANGE-TEAM
               WHEN 'X'
                   MOVE 'Y' TO WS-TEAM-DONE
               WHEN OTHER
                   DISPLAY "Please enter L, M, A, C or X."
           END-EVALUATE.

       START-TEAM-READ.
           MOVE 'N' TO WS-TM-EOF
           MOVE LOW-VALUES TO TEAM-CODE
           START TEAM-MASTER-FILE KEY NOT < TEAM-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-TM-EOF
           END-START.

       LIST-TEAMS.
           MOVE 0 TO WS-TEAM-TOTAL
           DISPLAY " "
           DISPLAY "Team code  Name                           "
               "Captain    Department Active Created"
           PERFORM START-TEAM-READ
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       ADD 1 TO WS-TEAM-TOTAL
                       DISPLAY TEAM-CODE " " TEAM-NAME " "
                           TEAM-CAPTAIN-ID " " TEAM-DEPARTMENT " "
                           TEAM-ACTIVE "      " TEAM-CREATED-DATE
               END-READ
           END-PERFORM
           DISPLAY "Teams on file: " WS-TEAM-TOTAL.

       ACCEPT-TEAM-CODE.
           MOVE SPACES TO WS-TEAM-CODE-IN
           DISPLAY "Enter the team code: " WITH NO ADVANCING
           ACCEPT WS-TEAM-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TEAM-CODE-IN)
               TO WS-TEAM-CODE-IN.

       LOOK-UP-TEAM.
           READ TEAM-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TEAM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TEAM-FOUND
           END-READ.

       LIST-TEAM-MEMBERS.
           PERFORM ACCEPT-TEAM-CODE
           MOVE WS-TEAM-CODE-IN TO TEAM-CODE
           PERFORM LOOK-UP-TEAM
           IF WS-TEAM-FOUND = 'N'
               DISPLAY "That team code is not on file."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEAM-CODE-IN TO WS-SHOW-TEAM
           MOVE 0 TO WS-MEMBER-COUNT
           DISPLAY " "
           DISPLAY "Members of " TEAM-CODE " " TEAM-NAME
               " as of " WS-TODAY-DATE
           DISPLAY "Player ID  Since    Name"
           MOVE SPACES TO WS-PREV-PLAYER
           MOVE SPACES TO WS-PREV-TEAM
           MOVE SPACES TO WS-CURRENT-FROM
           MOVE 'N' TO WS-TA-EOF
           MOVE LOW-VALUES TO TA-KEY
           START TEAM-ASSIGN-FILE KEY NOT < TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TA-EOF
           END-START
           PERFORM UNTIL WS-TA-EOF = 'Y'
               READ TEAM-ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TA-EOF
                   NOT AT END
                       IF TA-PLAYER-ID NOT = WS-PREV-PLAYER
                           PERFORM SHOW-MEMBER-IF-ON-TEAM
                           MOVE TA-PLAYER-ID TO WS-PREV-PLAYER
                           MOVE SPACES TO WS-PREV-TEAM
                           MOVE SPACES TO WS-CURRENT-FROM
                       END-IF
                       IF TA-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                           MOVE TA-TEAM-CODE TO WS-PREV-TEAM
                           MOVE TA-EFFECTIVE-DATE TO WS-CURRENT-FROM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SHOW-MEMBER-IF-ON-TEAM
           DISPLAY "Members: " WS-MEMBER-COUNT.

       SHOW-MEMBER-IF-ON-TEAM.
           IF WS-PREV-PLAYER = SPACES OR
                   WS-PREV-TEAM NOT = WS-SHOW-TEAM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE WS-PREV-PLAYER TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'Y'
               DISPLAY WS-PREV-PLAYER " " WS-CURRENT-FROM " "
                   PM-DISPLAY-NAME
           ELSE
               DISPLAY WS-PREV-PLAYER " " WS-CURRENT-FROM " "
                   "(not on the player master)"
           END-IF.

       ADD-TEAM.
           PERFORM ACCEPT-TEAM-CODE
           IF WS-TEAM-CODE-IN = SPACES OR WS-TEAM-CODE-IN = "NONE"
               DISPLAY "A team code is required (NONE is reserved)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEAM-CODE-IN TO TEAM-CODE
           PERFORM LOOK-UP-TEAM
           IF WS-TEAM-FOUND = 'Y'
               DISPLAY "Team " WS-TEAM-CODE-IN " is already on file"
                   " - use option C to change it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Team name: " WITH NO ADVANCING
           ACCEPT WS-TEAM-NAME-IN
           IF WS-TEAM-NAME-IN = SPACES
               DISPLAY "A team name is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Captain player ID (blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-CAPTAIN-IN
           MOVE FUNCTION UPPER-CASE(WS-CAPTAIN-IN) TO WS-CAPTAIN-IN
           PERFORM VALIDATE-CAPTAIN
           IF WS-CAPTAIN-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Roster department (blank for none): "
               WITH NO ADVANCING
           ACCEPT WS-DEPT-IN
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN
           PERFORM FIND-DEPARTMENT-OWNER
           IF WS-DEPT-OWNER NOT = SPACES
               DISPLAY "Department " WS-DEPT-IN " already belongs to"
                   " team " WS-DEPT-OWNER "."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TEAM-MASTER-RECORD
           MOVE WS-TEAM-CODE-IN TO TEAM-CODE
           MOVE WS-TEAM-NAME-IN TO TEAM-NAME
           MOVE WS-CAPTAIN-IN TO TEAM-CAPTAIN-ID
           MOVE WS-DEPT-IN TO TEAM-DEPARTMENT
           MOVE 'Y' TO TEAM-ACTIVE
           MOVE WS-TODAY-DATE TO TEAM-CREATED-DATE
           WRITE TEAM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Team " WS-TEAM-CODE-IN
                       " could not be written."
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "TEAMAD" TO WS-AUDIT-ACTION
           MOVE WS-TEAM-CODE-IN TO WS-AUDIT-PLAYER
           MOVE SPACES TO WS-OLD-VALUE
           MOVE WS-TEAM-NAME-IN TO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Team " WS-TEAM-CODE-IN " added.".

       VALIDATE-CAPTAIN.
           MOVE 'Y' TO WS-CAPTAIN-OK
           IF WS-CAPTAIN-IN = SPACES OR WS-CAPTAIN-IN = "NONE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAPTAIN-IN TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'N'
               DISPLAY "Player " WS-CAPTAIN-IN " is not on file."
               MOVE 'N' TO WS-CAPTAIN-OK
           ELSE
               IF PM-ACTIVE = 'N'
                   DISPLAY "Player " WS-CAPTAIN-IN " is inactive."
                   MOVE 'N' TO WS-CAPTAIN-OK
               END-IF
           END-IF.

       FIND-DEPARTMENT-OWNER.
           MOVE SPACES TO WS-DEPT-OWNER
           IF WS-DEPT-IN = SPACES OR WS-DEPT-IN = "NONE"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-TEAM-READ
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       IF TEAM-DEPARTMENT = WS-DEPT-IN AND
                               TEAM-CODE NOT = WS-TEAM-CODE-IN
                           MOVE TEAM-CODE TO WS-DEPT-OWNER
                           MOVE 'Y' TO WS-TM-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CHANGE-TEAM.
           PERFORM ACCEPT-TEAM-CODE
           MOVE WS-TEAM-CODE-IN TO TEAM-CODE
           PERFORM LOOK-UP-TEAM
           IF WS-TEAM-FOUND = 'N'
               DISPLAY "That team code is not on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Name:       " TEAM-NAME
           DISPLAY "Captain:    " TEAM-CAPTAIN-ID
           DISPLAY "Department: " TEAM-DEPARTMENT
           DISPLAY "Active:     " TEAM-ACTIVE
           DISPLAY "New name (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-TEAM-NAME-IN
           DISPLAY "New captain (blank to keep, NONE to clear): "
               WITH NO ADVANCING
           ACCEPT WS-CAPTAIN-IN
           MOVE FUNCTION UPPER-CASE(WS-CAPTAIN-IN) TO WS-CAPTAIN-IN
           DISPLAY "New department (blank to keep, NONE to clear): "
               WITH NO ADVANCING
           ACCEPT WS-DEPT-IN
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN
           DISPLAY "Active Y/N (blank to keep): " WITH NO ADVANCING
           ACCEPT WS-ACTIVE-IN
           MOVE FUNCTION UPPER-CASE(WS-ACTIVE-IN) TO WS-ACTIVE-IN
           IF WS-ACTIVE-IN NOT = SPACE AND NOT = 'Y' AND NOT = 'N'
               DISPLAY "Active must be Y or N - team unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CAPTAIN
           IF WS-CAPTAIN-OK = 'N'
               DISPLAY "Team unchanged."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEPARTMENT-OWNER
           IF WS-DEPT-OWNER NOT = SPACES
               DISPLAY "Department " WS-DEPT-IN " already belongs to"
                   " team " WS-DEPT-OWNER " - team unchanged."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TEAM-CODE-IN TO TEAM-CODE
           PERFORM LOOK-UP-TEAM
           MOVE WS-TEAM-CODE-IN TO WS-AUDIT-PLAYER
           IF WS-TEAM-NAME-IN NOT = SPACES AND
                   WS-TEAM-NAME-IN NOT = TEAM-NAME
               MOVE "TEAMNM" TO WS-AUDIT-ACTION
               MOVE TEAM-NAME TO WS-OLD-VALUE
               MOVE WS-TEAM-NAME-IN TO WS-NEW-VALUE
               MOVE WS-TEAM-NAME-IN TO TEAM-NAME
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-CAPTAIN-IN NOT = SPACES
               IF WS-CAPTAIN-IN = "NONE"
                   MOVE SPACES TO WS-CAPTAIN-IN
               END-IF
               IF WS-CAPTAIN-IN NOT = TEAM-CAPTAIN-ID
                   PERFORM CHANGE-TEAM-CAPTAIN
               END-IF
           END-IF
           IF WS-DEPT-IN NOT = SPACES
               IF WS-DEPT-IN = "NONE"
                   MOVE SPACES TO WS-DEPT-IN
               END-IF
               IF WS-DEPT-IN NOT = TEAM-DEPARTMENT
                   PERFORM CHANGE-TEAM-DEPARTMENT
               END-IF
           END-IF
           IF WS-ACTIVE-IN NOT = SPACE AND
                   WS-ACTIVE-IN NOT = TEAM-ACTIVE
               MOVE "TEAMCH" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-OLD-VALUE
               MOVE SPACES TO WS-NEW-VALUE
               STRING "ACTIVE " DELIMITED BY SIZE
                   TEAM-ACTIVE DELIMITED BY SIZE
                   INTO WS-OLD-VALUE
               STRING "ACTIVE " DELIMITED BY SIZE
                   WS-ACTIVE-IN DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               MOVE WS-ACTIVE-IN TO TEAM-ACTIVE
               PERFORM WRITE-AUDIT-RECORD
               IF TEAM-ACTIVE = 'N'
                   DISPLAY "Existing members keep their assignment;"
                       " no new players can join."
               END-IF
           END-IF
           REWRITE TEAM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Team " WS-TEAM-CODE-IN
                       " could not be rewritten."
               NOT INVALID KEY
                   DISPLAY "Team " WS-TEAM-CODE-IN " updated."
           END-REWRITE.

       CHANGE-TEAM-CAPTAIN.
           MOVE "TEAMCH" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "CAPTAIN " DELIMITED BY SIZE
               TEAM-CAPTAIN-ID DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           STRING "CAPTAIN " DELIMITED BY SIZE
               WS-CAPTAIN-IN DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           MOVE WS-CAPTAIN-IN TO TEAM-CAPTAIN-ID
           PERFORM WRITE-AUDIT-RECORD.

       CHANGE-TEAM-DEPARTMENT.
           MOVE "TEAMCH" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           STRING "DEPT " DELIMITED BY SIZE
               TEAM-DEPARTMENT DELIMITED BY SIZE
               INTO WS-OLD-VALUE
           STRING "DEPT " DELIMITED BY SIZE
               WS-DEPT-IN DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           MOVE WS-DEPT-IN TO TEAM-DEPARTMENT
           PERFORM WRITE-AUDIT-RECORD.

       FIND-TEAM-ON-DATE.
           MOVE SPACES TO WS-CURRENT-TEAM
           MOVE SPACES TO WS-CURRENT-FROM
           MOVE SPACES TO WS-LATEST-FROM
           MOVE 'N' TO WS-TA-EOF
           MOVE WS-LOOKUP-PLAYER TO TA-PLAYER-ID
           MOVE LOW-VALUES TO TA-EFFECTIVE-DATE
           START TEAM-ASSIGN-FILE KEY NOT < TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TA-EOF
           END-START
           PERFORM UNTIL WS-TA-EOF = 'Y'
               READ TEAM-ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TA-EOF
                   NOT AT END
                       IF TA-PLAYER-ID NOT = WS-LOOKUP-PLAYER
                           MOVE 'Y' TO WS-TA-EOF
                       ELSE
                           MOVE TA-EFFECTIVE-DATE TO WS-LATEST-FROM
                           IF TA-EFFECTIVE-DATE NOT > WS-LOOKUP-DATE
                               MOVE TA-TEAM-CODE TO WS-CURRENT-TEAM
                               MOVE TA-EFFECTIVE-DATE
                                   TO WS-CURRENT-FROM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-TEAM-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-TA-EOF
           MOVE WS-TARGET-ID TO TA-PLAYER-ID
           MOVE LOW-VALUES TO TA-EFFECTIVE-DATE
           START TEAM-ASSIGN-FILE KEY NOT < TA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TA-EOF
           END-START
           DISPLAY "Team history for " WS-TARGET-ID ":"
           PERFORM UNTIL WS-TA-EOF = 'Y'
               READ TEAM-ASSIGN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TA-EOF
                   NOT AT END
                       IF TA-PLAYER-ID NOT = WS-TARGET-ID
                           MOVE 'Y' TO WS-TA-EOF
                       ELSE
                           ADD 1 TO WS-HISTORY-COUNT
                           PERFORM SHOW-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-COUNT = 0
               DISPLAY "  No team assignments."
           END-IF.

       SHOW-ONE-ASSIGNMENT.
           IF TA-TEAM-CODE = SPACES
               DISPLAY "  From " TA-EFFECTIVE-DATE "  (no team)"
                   "    source " TA-SOURCE " by " TA-ENTERED-BY
           ELSE
               DISPLAY "  From " TA-EFFECTIVE-DATE "  " TA-TEAM-CODE
                   " source " TA-SOURCE " by " TA-ENTERED-BY
           END-IF.

       ASSIGN-PLAYER-TEAM.
           IF WS-TEAMS-AVAILABLE = 'N'
               DISPLAY "Team files are not available."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-TARGET-ID
           MOVE WS-TARGET-ID TO PM-PLAYER-ID
           PERFORM LOOK-UP-PLAYER
           IF WS-PLAYER-FOUND = 'N'
               DISPLAY "That player ID is not on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-TEAM-HISTORY
           DISPLAY "Team code (NONE to take the player off their"
               " team): " WITH NO ADVANCING
           PERFORM ACCEPT-TEAM-CODE-VALUE
           IF WS-TEAM-CODE-IN = SPACES
               DISPLAY "Assignment abandoned."
               EXIT PARAGRAPH
           END-IF
           IF WS-TEAM-CODE-IN = "NONE"
               MOVE SPACES TO WS-ASSIGN-TEAM
           ELSE
               MOVE WS-TEAM-CODE-IN TO TEAM-CODE
               PERFORM LOOK-UP-TEAM
               IF WS-TEAM-FOUND = 'N'
                   DISPLAY "Team " WS-TEAM-CODE-IN " is not on file."
                   EXIT PARAGRAPH
               END-IF
               IF TEAM-ACTIVE = 'N'
                   DISPLAY "Team " WS-TEAM-CODE-IN " is inactive."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TEAM-CODE-IN TO WS-ASSIGN-TEAM
           END-IF

           DISPLAY "Effective date YYYYMMDD (blank for today): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           ELSE
               PERFORM VALIDATE-DATE-INPUT
               IF WS-DATE-OK = 'N'
                   DISPLAY "Invalid date - assignment abandoned."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-INPUT TO WS-EFFECTIVE-DATE
           END-IF

           MOVE WS-TARGET-ID TO WS-LOOKUP-PLAYER
           MOVE WS-EFFECTIVE-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-TEAM-ON-DATE
           IF WS-CURRENT-TEAM = WS-ASSIGN-TEAM
               IF WS-ASSIGN-TEAM = SPACES
                   DISPLAY "Player " WS-TARGET-ID " is not on a team"
                       " on " WS-EFFECTIVE-DATE "."
               ELSE
                   DISPLAY "Player " WS-TARGET-ID " is already on "
                       WS-ASSIGN-TEAM " on " WS-EFFECTIVE-DATE "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST-FROM > WS-EFFECTIVE-DATE
               DISPLAY "Note: the assignment dated " WS-LATEST-FROM
                   " still applies from that date."
           END-IF
           IF WS-EFFECTIVE-DATE < WS-TODAY-DATE
               DISPLAY "Results from " WS-EFFECTIVE-DATE
                   " onward will count for the new team."
               DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
                   TO WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE NOT = 'Y'
                   DISPLAY "Assignment abandoned."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM WRITE-TEAM-ASSIGNMENT.

       ACCEPT-TEAM-CODE-VALUE.
           MOVE SPACES TO WS-TEAM-CODE-IN
           ACCEPT WS-TEAM-CODE-IN
           MOVE FUNCTION UPPER-CASE(WS-TEAM-CODE-IN)
               TO WS-TEAM-CODE-IN.

       VALIDATE-DATE-INPUT.
           MOVE 'N' TO WS-DATE-OK
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.

       WRITE-TEAM-ASSIGNMENT.
           MOVE SPACES TO TEAM-ASSIGN-RECORD
           MOVE WS-TARGET-ID TO TA-PLAYER-ID
           MOVE WS-EFFECTIVE-DATE TO TA-EFFECTIVE-DATE
           MOVE WS-ASSIGN-TEAM TO TA-TEAM-CODE
           MOVE 'M' TO TA-SOURCE
           MOVE WS-OPERATOR-ID TO TA-ENTERED-BY
           MOVE WS-TODAY-DATE TO TA-ENTERED-DATE
           IF WS-CURRENT-FROM = WS-EFFECTIVE-DATE
               REWRITE TEAM-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "Assignment could not be rewritten."
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE TEAM-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "Assignment could not be written."
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "TEAM" TO WS-AUDIT-ACTION
           MOVE WS-TARGET-ID TO WS-AUDIT-PLAYER
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF WS-CURRENT-TEAM = SPACES
               MOVE "NONE" TO WS-OLD-VALUE
           ELSE
               MOVE WS-CURRENT-TEAM TO WS-OLD-VALUE
           END-IF
           IF WS-ASSIGN-TEAM = SPACES
               STRING "NONE FROM " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
           ELSE
               STRING WS-ASSIGN-TEAM DELIMITED BY SPACE
                   " FROM " DELIMITED BY SIZE
                   WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-ASSIGN-TEAM = SPACES
               DISPLAY "Player " WS-TARGET-ID " taken off their team"
                   " from " WS-EFFECTIVE-DATE "."
           ELSE
               DISPLAY "Player " WS-TARGET-ID " assigned to "
                   WS-ASSIGN-TEAM " from " WS-EFFECTIVE-DATE "."
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
