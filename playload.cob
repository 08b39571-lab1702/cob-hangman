       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYLOAD.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-PM-FILE-STATUS.

           SELECT ROSTER-LINK-FILE ASSIGN TO "ROSTLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-PLAYER-ID
               FILE STATUS IS WS-RL-FILE-STATUS.

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

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "PLAYREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PLAYAUDT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID            PIC X(10).
           05  PM-DISPLAY-NAME         PIC X(30).
           05  PM-DATE-REGISTERED      PIC X(8).
           05  PM-ACTIVE               PIC X.
           05  PM-REVIEW-FLAG          PIC X.
           05  PM-REVIEW-DATE          PIC X(8).

       FD  ROSTER-LINK-FILE.
       01  ROSTER-LINK-RECORD.
           05  RL-PLAYER-ID            PIC X(10).
           05  FILLER                  PIC X(01).
           05  RL-ROSTER-NAME          PIC X(30).
           05  FILLER                  PIC X(01).
           05  RL-DEPARTMENT           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RL-STATUS               PIC X.
           05  FILLER                  PIC X(01).
           05  RL-DATE-LOADED          PIC X(8).

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

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  RS-STAFF-ID             PIC X(10).
           05  FILLER                  PIC X(01).
           05  RS-DISPLAY-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  RS-DEPARTMENT           PIC X(10).
           05  FILLER                  PIC X(01).
           05  RS-STATUS               PIC X.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-ROSTER-LINE         PIC X(54).
           05  FILLER                  PIC X(01).
           05  REJ-REASON              PIC X(40).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X(01).
           05  AUD-OPERATOR        PIC X(10).
           05  FILLER              PIC X(01).
           05  AUD-ACTION          PIC X(06).
           05  FILLER              PIC X(01).
           05  AUD-PLAYER-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  AUD-OLD-VALUE       PIC X(30).
           05  FILLER              PIC X(01).
           05  AUD-NEW-VALUE       PIC X(30).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-STAFF-ID             PIC X(10).
           05  SR-LINE-NO              PIC 9(7).
           05  SR-DISPLAY-NAME         PIC X(30).
           05  SR-DEPARTMENT           PIC X(10).
           05  SR-STATUS               PIC X.
           05  SR-ROSTER-LINE          PIC X(54).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-ROSTER-EOF         PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-RL-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
           05  WS-REJ-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-TM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-TA-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-TM-EOF             PIC X VALUE 'N'.
           05  WS-TA-EOF             PIC X VALUE 'N'.
           05  WS-TEAMS-AVAILABLE    PIC X VALUE 'N'.

       01  WS-RUN-DATA.
           05  WS-OPERATOR-ID      PIC X(10) VALUE "PLAYLOAD".
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-AUDIT-ACTION     PIC X(06) VALUE SPACES.
           05  WS-AUDIT-PLAYER     PIC X(10) VALUE SPACES.
           05  WS-OLD-VALUE        PIC X(30) VALUE SPACES.
           05  WS-NEW-VALUE        PIC X(30) VALUE SPACES.
           05  WS-REJECT-REASON    PIC X(40) VALUE SPACES.

       01  WS-ROSTER-ENTRIES.
           05  WS-CUR-ENTRY.
               10  WS-CUR-STAFF-ID     PIC X(10).
               10  WS-CUR-LINE-NO      PIC 9(7).
               10  WS-CUR-DISPLAY-NAME PIC X(30).
               10  WS-CUR-DEPARTMENT   PIC X(10).
               10  WS-CUR-STATUS       PIC X.
               10  WS-CUR-ROSTER-LINE  PIC X(54).
           05  WS-NEXT-ENTRY.
               10  WS-NEXT-STAFF-ID    PIC X(10).
               10  FILLER              PIC X(102).
           05  WS-PREV-STAFF-ID    PIC X(10) VALUE SPACES.
           05  WS-CUR-AVAILABLE    PIC X VALUE 'N'.

       01  WS-TEMP-DATA.
           05  WS-PLAYER-FOUND     PIC X VALUE 'N'.
           05  WS-LINK-FOUND       PIC X VALUE 'N'.
           05  WS-LINE-COUNT       PIC 9(7) VALUE 0.

       01  WS-TEAM-DATA.
           05  WS-TEAM-COUNT       PIC 9(3) VALUE 0.
           05  WS-MAX-TEAMS        PIC 9(3) VALUE 200.
           05  WS-TEAM-IDX         PIC 9(3) VALUE 0.
           05  WS-TEAM-TABLE OCCURS 200 TIMES.
               10  WS-TT-DEPARTMENT    PIC X(10).
               10  WS-TT-TEAM-CODE     PIC X(10).
           05  WS-MAPPED-TEAM      PIC X(10) VALUE SPACES.
           05  WS-PREV-DEPARTMENT  PIC X(10) VALUE SPACES.
           05  WS-CURRENT-TEAM     PIC X(10) VALUE SPACES.
           05  WS-CURRENT-FROM     PIC X(8) VALUE SPACES.
           05  WS-CURRENT-SOURCE   PIC X VALUE SPACE.

       01  WS-CONTROL-TOTALS.
           05  WS-READ-COUNT       PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT    PIC 9(7) VALUE 0.
           05  WS-DEACT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT     PIC 9(7) VALUE 0.
           05  WS-NO-CHANGE-COUNT  PIC 9(7) VALUE 0.
           05  WS-LINKED-COUNT     PIC 9(7) VALUE 0.
           05  WS-INACTIVE-COUNT   PIC 9(7) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(7) VALUE 0.
           05  WS-TEAM-ASSIGN-COUNT PIC 9(7) VALUE 0.
           05  WS-TEAM-KEPT-COUNT  PIC 9(7) VALUE 0.
           05  WS-NO-TEAM-COUNT    PIC 9(7) VALUE 0.
           05  WS-LINK-FAILED-COUNT PIC 9(7) VALUE 0.

       01  WS-BATCH-WINDOW.
           05  WS-SA-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-WINDOW-JOB       PIC X(8) VALUE "PLAYLOAD".
           05  WS-WINDOW-STATE     PIC X(6) VALUE SPACES.
           05  WS-WINDOW-REFUSED   PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY " "
           DISPLAY "Player roster load"
           DISPLAY "------------------"
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "No ROSTER.TXT roster file - nothing to load."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ROSTER-FILE
           PERFORM OPEN-BATCH-WINDOW
           IF WS-WINDOW-REFUSED = 'Y'
               DISPLAY "Roster load abandoned - nothing changed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create reject file PLAYREJ.TXT -"
                   " status " WS-REJ-FILE-STATUS
               DISPLAY "Roster load abandoned - nothing changed."
               PERFORM CLOSE-BATCH-WINDOW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-PLAYER-MASTER
           PERFORM OPEN-ROSTER-LINK
           PERFORM OPEN-TEAM-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STAFF-ID
               ASCENDING KEY SR-LINE-NO
               INPUT PROCEDURE IS FEED-ROSTER-SORT
               OUTPUT PROCEDURE IS APPLY-ROSTER
           CLOSE REJECT-FILE
           IF WS-TEAMS-AVAILABLE = 'Y'
               CLOSE TEAM-ASSIGN-FILE
           END-IF
           CLOSE ROSTER-LINK-FILE
           CLOSE PLAYER-MASTER-FILE
           PERFORM CLOSE-BATCH-WINDOW
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.

       OPEN-PLAYER-MASTER.
           OPEN I-O PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS = "35"
               OPEN OUTPUT PLAYER-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               OPEN I-O PLAYER-MASTER-FILE
           END-IF
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               CLOSE REJECT-FILE
               PERFORM CLOSE-BATCH-WINDOW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ROSTER-LINK.
           OPEN I-O ROSTER-LINK-FILE
           IF WS-RL-FILE-STATUS = "35"
               OPEN OUTPUT ROSTER-LINK-FILE
               CLOSE ROSTER-LINK-FILE
               OPEN I-O ROSTER-LINK-FILE
           END-IF
           IF WS-RL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open roster link file ROSTLINK.DAT -"
                   " status " WS-RL-FILE-STATUS
               CLOSE PLAYER-MASTER-FILE
               CLOSE REJECT-FILE
               PERFORM CLOSE-BATCH-WINDOW
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-TEAM-FILES.
           MOVE 'N' TO WS-TEAMS-AVAILABLE
           MOVE 0 TO WS-TEAM-COUNT
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TM-FILE-STATUS NOT = "00"
               DISPLAY "No team master TEAMMAST.DAT - team"
                   " assignments skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TM-EOF
           PERFORM UNTIL WS-TM-EOF = 'Y'
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TM-EOF
                   NOT AT END
                       PERFORM LOAD-TEAM-DEPARTMENT
               END-READ
           END-PERFORM
           CLOSE TEAM-MASTER-FILE
           IF WS-TEAM-COUNT = 0
               DISPLAY "No team is mapped to a roster department -"
                   " team assignments skipped."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TEAM-ASSIGN-FILE
           IF WS-TA-FILE-STATUS = "35"
               OPEN OUTPUT TEAM-ASSIGN-FILE
               CLOSE TEAM-ASSIGN-FILE
               OPEN I-O TEAM-ASSIGN-FILE
           END-IF
           IF WS-TA-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open team assignments TEAMASGN.DAT -"
                   " status " WS-TA-FILE-STATUS
               DISPLAY "Team assignments skipped."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TEAMS-AVAILABLE.

       LOAD-TEAM-DEPARTMENT.
           IF TEAM-DEPARTMENT = SPACES OR TEAM-ACTIVE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-TEAM-COUNT >= WS-MAX-TEAMS
               DISPLAY "More than " WS-MAX-TEAMS " department teams"
                   " - " TEAM-CODE " not mapped."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TEAM-COUNT
           MOVE FUNCTION UPPER-CASE(TEAM-DEPARTMENT)
               TO WS-TT-DEPARTMENT(WS-TEAM-COUNT)
           MOVE TEAM-CODE TO WS-TT-TEAM-CODE(WS-TEAM-COUNT).

       FEED-ROSTER-SORT.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-ROSTER-EOF
           OPEN INPUT ROSTER-FILE
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
               READ ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-ROSTER-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       IF ROSTER-RECORD NOT = SPACES AND
                               ROSTER-RECORD(1:1) NOT = '*'
                           PERFORM RELEASE-ROSTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE.

       RELEASE-ROSTER-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO SORT-RECORD
           MOVE FUNCTION UPPER-CASE(RS-STAFF-ID) TO SR-STAFF-ID
           MOVE WS-LINE-COUNT TO SR-LINE-NO
           MOVE RS-DISPLAY-NAME TO SR-DISPLAY-NAME
           MOVE FUNCTION UPPER-CASE(RS-DEPARTMENT) TO SR-DEPARTMENT
           MOVE FUNCTION UPPER-CASE(RS-STATUS) TO SR-STATUS
           MOVE ROSTER-RECORD TO SR-ROSTER-LINE
           RELEASE SORT-RECORD.

       APPLY-ROSTER.
           MOVE SPACES TO WS-PREV-STAFF-ID
           RETURN SORT-WORK-FILE INTO WS-NEXT-ENTRY
               AT END
                   MOVE HIGH-VALUES TO WS-NEXT-STAFF-ID
           END-RETURN
           PERFORM RETURN-NEXT-ENTRY
           PERFORM UNTIL WS-CUR-AVAILABLE = 'N'
               PERFORM PROCESS-ROSTER-ENTRY
               MOVE WS-CUR-STAFF-ID TO WS-PREV-STAFF-ID
               PERFORM RETURN-NEXT-ENTRY
           END-PERFORM.

       RETURN-NEXT-ENTRY.
           IF WS-NEXT-STAFF-ID = HIGH-VALUES
               MOVE 'N' TO WS-CUR-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-ENTRY TO WS-CUR-ENTRY
           MOVE 'Y' TO WS-CUR-AVAILABLE
           RETURN SORT-WORK-FILE INTO WS-NEXT-ENTRY
               AT END
                   MOVE HIGH-VALUES TO WS-NEXT-STAFF-ID
           END-RETURN.

       PROCESS-ROSTER-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-CUR-STAFF-ID = SPACES
                   MOVE "BLANK STAFF ID" TO WS-REJECT-REASON
               WHEN WS-CUR-STAFF-ID = WS-PREV-STAFF-ID OR
                       WS-CUR-STAFF-ID = WS-NEXT-STAFF-ID
                   MOVE "DUPLICATE STAFF ID ON ROSTER"
                       TO WS-REJECT-REASON
               WHEN WS-CUR-STATUS NOT = 'A' AND
                       WS-CUR-STATUS NOT = 'L'
                   MOVE "STATUS MUST BE A (ACTIVE) OR L (LEFT)"
                       TO WS-REJECT-REASON
               WHEN WS-CUR-STATUS = 'A' AND
                       WS-CUR-DISPLAY-NAME = SPACES
                   MOVE "BLANK DISPLAY NAME" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-STAFF-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PLAYER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLAYER-FOUND
           END-READ
           MOVE WS-CUR-STAFF-ID TO RL-PLAYER-ID
           READ ROSTER-LINK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINK-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINK-FOUND
           END-READ
           IF WS-PLAYER-FOUND = 'Y' AND WS-LINK-FOUND = 'N' AND
                   WS-CUR-DISPLAY-NAME NOT = SPACES AND
                   FUNCTION UPPER-CASE(PM-DISPLAY-NAME) NOT =
                   FUNCTION UPPER-CASE(WS-CUR-DISPLAY-NAME)
               MOVE "ID IN USE BY A PLAYER WITH ANOTHER NAME"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-FOUND = 'Y' AND WS-LINK-FOUND = 'N' AND
                   WS-CUR-DISPLAY-NAME = SPACES
               MOVE "LEAVER NOT LOADED FROM ROSTER - NO NAME"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-STATUS = 'L'
                   PERFORM APPLY-LEAVER
               WHEN WS-PLAYER-FOUND = 'N' AND WS-LINK-FOUND = 'Y'
                   MOVE "PLAYER PURGED - RESTORE WITH HANGRETN"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-PLAYER-FOUND = 'N'
                   PERFORM ADD-NEW-PLAYER
               WHEN OTHER
                   PERFORM APPLY-CURRENT-PLAYER
           END-EVALUATE
           IF WS-TEAMS-AVAILABLE = 'Y' AND WS-CUR-STATUS = 'A' AND
                   WS-REJECT-REASON = SPACES
               PERFORM APPLY-TEAM-ASSIGNMENT
           END-IF
           PERFORM SAVE-ROSTER-LINK.

       ADD-NEW-PLAYER.
           MOVE WS-CUR-STAFF-ID TO PM-PLAYER-ID
           MOVE WS-CUR-DISPLAY-NAME TO PM-DISPLAY-NAME
           MOVE WS-RUN-DATE TO PM-DATE-REGISTERED
           MOVE 'Y' TO PM-ACTIVE
           MOVE 'N' TO PM-REVIEW-FLAG
           MOVE SPACES TO PM-REVIEW-DATE
           WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   MOVE "PLAYER MASTER WRITE FAILED"
                       TO WS-REJECT-REASON
           END-WRITE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "ADD" TO WS-AUDIT-ACTION
           MOVE WS-CUR-STAFF-ID TO WS-AUDIT-PLAYER
           MOVE SPACES TO WS-OLD-VALUE
           MOVE WS-CUR-DISPLAY-NAME TO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-ADDED-COUNT.

       APPLY-CURRENT-PLAYER.
           IF WS-LINK-FOUND = 'N'
               ADD 1 TO WS-LINKED-COUNT
           END-IF
           IF PM-ACTIVE NOT = 'Y'
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF
           IF FUNCTION UPPER-CASE(PM-DISPLAY-NAME) =
                   FUNCTION UPPER-CASE(WS-CUR-DISPLAY-NAME)
               ADD 1 TO WS-NO-CHANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PM-DISPLAY-NAME TO WS-OLD-VALUE
           MOVE WS-CUR-DISPLAY-NAME TO PM-DISPLAY-NAME
           REWRITE PLAYER-MASTER-RECORD
           IF WS-PM-FILE-STATUS NOT = "00"
               PERFORM REJECT-MASTER-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE "RENAME" TO WS-AUDIT-ACTION
           MOVE WS-CUR-STAFF-ID TO WS-AUDIT-PLAYER
           MOVE WS-CUR-DISPLAY-NAME TO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-CHANGED-COUNT.

       APPLY-LEAVER.
           IF WS-PLAYER-FOUND = 'N' OR PM-ACTIVE NOT = 'Y'
               ADD 1 TO WS-NO-CHANGE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LINK-FOUND = 'N'
               ADD 1 TO WS-LINKED-COUNT
           END-IF
           MOVE 'N' TO PM-ACTIVE
           REWRITE PLAYER-MASTER-RECORD
           IF WS-PM-FILE-STATUS NOT = "00"
               PERFORM REJECT-MASTER-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE "DEACT" TO WS-AUDIT-ACTION
           MOVE WS-CUR-STAFF-ID TO WS-AUDIT-PLAYER
           MOVE "ACTIVE" TO WS-OLD-VALUE
           MOVE "INACTIVE" TO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-DEACT-COUNT.

       REJECT-MASTER-REWRITE.
           DISPLAY "Player " WS-CUR-STAFF-ID " not updated -"
               " PLAYMAST.DAT rewrite status " WS-PM-FILE-STATUS
           MOVE "PLAYER MASTER REWRITE FAILED" TO WS-REJECT-REASON
           PERFORM WRITE-REJECT-RECORD.

       APPLY-TEAM-ASSIGNMENT.
           MOVE SPACES TO WS-MAPPED-TEAM
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               IF WS-TT-DEPARTMENT(WS-TEAM-IDX) = WS-CUR-DEPARTMENT
                   MOVE WS-TT-TEAM-CODE(WS-TEAM-IDX) TO WS-MAPPED-TEAM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CUR-DEPARTMENT = SPACES OR WS-MAPPED-TEAM = SPACES
               ADD 1 TO WS-NO-TEAM-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PREV-DEPARTMENT
           IF WS-LINK-FOUND = 'Y'
               MOVE RL-DEPARTMENT TO WS-PREV-DEPARTMENT
           END-IF
           PERFORM FIND-CURRENT-TEAM
           IF WS-CURRENT-TEAM = WS-MAPPED-TEAM
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-TEAM NOT = SPACES AND
                   WS-CURRENT-SOURCE NOT = 'R' AND
                   WS-PREV-DEPARTMENT = WS-CUR-DEPARTMENT
               ADD 1 TO WS-TEAM-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEAM-ASSIGN-RECORD
           MOVE WS-CUR-STAFF-ID TO TA-PLAYER-ID
           MOVE WS-RUN-DATE TO TA-EFFECTIVE-DATE
           MOVE WS-MAPPED-TEAM TO TA-TEAM-CODE
           MOVE 'R' TO TA-SOURCE
           MOVE WS-OPERATOR-ID TO TA-ENTERED-BY
           MOVE WS-RUN-DATE TO TA-ENTERED-DATE
           IF WS-CURRENT-FROM = WS-RUN-DATE
               REWRITE TEAM-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "Team assignment for " WS-CUR-STAFF-ID
                           " could not be rewritten."
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE TEAM-ASSIGN-RECORD
                   INVALID KEY
                       DISPLAY "Team assignment for " WS-CUR-STAFF-ID
                           " could not be written."
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           MOVE "TEAM" TO WS-AUDIT-ACTION
           MOVE WS-CUR-STAFF-ID TO WS-AUDIT-PLAYER
           MOVE SPACES TO WS-OLD-VALUE
           MOVE SPACES TO WS-NEW-VALUE
           IF WS-CURRENT-TEAM = SPACES
               MOVE "NONE" TO WS-OLD-VALUE
           ELSE
               MOVE WS-CURRENT-TEAM TO WS-OLD-VALUE
           END-IF
           STRING WS-MAPPED-TEAM DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-NEW-VALUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO WS-TEAM-ASSIGN-COUNT.

       FIND-CURRENT-TEAM.
           MOVE SPACES TO WS-CURRENT-TEAM
           MOVE SPACES TO WS-CURRENT-FROM
           MOVE SPACE TO WS-CURRENT-SOURCE
           MOVE 'N' TO WS-TA-EOF
           MOVE WS-CUR-STAFF-ID TO TA-PLAYER-ID
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
                       IF TA-PLAYER-ID NOT = WS-CUR-STAFF-ID OR
                               TA-EFFECTIVE-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-TA-EOF
                       ELSE
                           MOVE TA-TEAM-CODE TO WS-CURRENT-TEAM
                           MOVE TA-EFFECTIVE-DATE TO WS-CURRENT-FROM
                           MOVE TA-SOURCE TO WS-CURRENT-SOURCE
                       END-IF
               END-READ
           END-PERFORM.

       SAVE-ROSTER-LINK.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-STATUS = 'L' AND WS-PLAYER-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ROSTER-LINK-RECORD
           MOVE WS-CUR-STAFF-ID TO RL-PLAYER-ID
           IF WS-CUR-DISPLAY-NAME = SPACES
               MOVE PM-DISPLAY-NAME TO RL-ROSTER-NAME
           ELSE
               MOVE WS-CUR-DISPLAY-NAME TO RL-ROSTER-NAME
           END-IF
           MOVE WS-CUR-DEPARTMENT TO RL-DEPARTMENT
           MOVE WS-CUR-STATUS TO RL-STATUS
           MOVE WS-RUN-DATE TO RL-DATE-LOADED
           IF WS-LINK-FOUND = 'Y'
               REWRITE ROSTER-LINK-RECORD
           ELSE
               WRITE ROSTER-LINK-RECORD
           END-IF
           IF WS-RL-FILE-STATUS NOT = "00"
               DISPLAY "Roster link for " WS-CUR-STAFF-ID
                   " not saved - ROSTLINK.DAT status "
                   WS-RL-FILE-STATUS
               ADD 1 TO WS-LINK-FAILED-COUNT
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-CUR-ROSTER-LINE TO REJ-ROSTER-LINE
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-PLAYER TO AUD-PLAYER-ID
           MOVE WS-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO AUD-NEW-VALUE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       OPEN-BATCH-WINDOW.
           MOVE 'N' TO WS-WINDOW-REFUSED
           PERFORM READ-SYSTEM-AVAILABILITY
           IF SA-STATE = "BATCH" AND SA-JOB NOT = WS-WINDOW-JOB
               DISPLAY "Batch window already open for " SA-JOB
                   " since " SA-STAMP
               DISPLAY "Run HANGLOCK to check for a stale lock."
               MOVE 'Y' TO WS-WINDOW-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF SA-STATE = "BATCH"
               DISPLAY "Note: taking over the lock left by an earlier "
                   WS-WINDOW-JOB " run (" SA-STAMP ")."
           END-IF
           MOVE "BATCH" TO WS-WINDOW-STATE
           PERFORM WRITE-SYSTEM-AVAILABILITY
           IF WS-SA-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-WINDOW-REFUSED
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Batch window opened - interactive play is"
               " suspended.".

       CLOSE-BATCH-WINDOW.
           MOVE "ONLINE" TO WS-WINDOW-STATE
           PERFORM WRITE-SYSTEM-AVAILABILITY
           DISPLAY "Batch window closed - interactive play is"
               " available.".

       READ-SYSTEM-AVAILABILITY.
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           OPEN INPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS = "00"
               READ SYSTEM-AVAIL-FILE
                   AT END
                       MOVE SPACES TO SYSTEM-AVAIL-RECORD
               END-READ
               CLOSE SYSTEM-AVAIL-FILE
           END-IF
           IF SA-STATE NOT = "BATCH"
               MOVE "ONLINE" TO SA-STATE
           END-IF.

       WRITE-SYSTEM-AVAILABILITY.
           OPEN OUTPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "Cannot update availability file SYSAVAIL.TXT"
                   " - status " WS-SA-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           MOVE WS-WINDOW-STATE TO SA-STATE
           MOVE WS-WINDOW-JOB TO SA-JOB
           MOVE FUNCTION CURRENT-DATE(1:14) TO SA-STAMP
           IF WS-WINDOW-STATE = "BATCH"
               MOVE "BATCH WINDOW OPEN" TO SA-NOTE
           ELSE
               MOVE "BATCH WINDOW CLEARED" TO SA-NOTE
           END-IF
           WRITE SYSTEM-AVAIL-RECORD
           CLOSE SYSTEM-AVAIL-FILE.


       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Roster load control report"
           DISPLAY "--------------------------"
           DISPLAY "Roster records read      : " WS-READ-COUNT
           DISPLAY "Players added            : " WS-ADDED-COUNT
           DISPLAY "Display names changed    : " WS-CHANGED-COUNT
           DISPLAY "Players deactivated      : " WS-DEACT-COUNT
           DISPLAY "Records rejected         : " WS-REJECT-COUNT
           DISPLAY "No change needed         : " WS-NO-CHANGE-COUNT
           DISPLAY "Existing IDs linked      : " WS-LINKED-COUNT
           DISPLAY "On roster but inactive   : " WS-INACTIVE-COUNT
           DISPLAY "Team assignments written : " WS-TEAM-ASSIGN-COUNT
           DISPLAY "Manual team assignments  : " WS-TEAM-KEPT-COUNT
           DISPLAY "Department has no team   : " WS-NO-TEAM-COUNT
           DISPLAY "Roster links not saved   : " WS-LINK-FAILED-COUNT
           COMPUTE WS-BALANCE-TOTAL = WS-ADDED-COUNT +
               WS-CHANGED-COUNT + WS-DEACT-COUNT +
               WS-REJECT-COUNT + WS-NO-CHANGE-COUNT
           IF WS-BALANCE-TOTAL = WS-READ-COUNT
               DISPLAY "Control totals IN BALANCE."
           ELSE
               DISPLAY "Control totals OUT OF BALANCE - records read"
                   " do not equal the records accounted for."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REJECT-COUNT > 0
               DISPLAY "Rejected records written to PLAYREJ.TXT."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-LINK-FAILED-COUNT > 0
               DISPLAY "ROSTLINK.DAT is incomplete - rerun the load"
                   " once the file is available."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-INACTIVE-COUNT > 0
               DISPLAY "Inactive players on the roster are left"
                   " inactive - reactivate them in PLAYMNT."
           END-IF
           IF WS-TEAM-KEPT-COUNT > 0
               DISPLAY "Players placed on a team in PLAYMNT keep that"
                   " team until their department changes."
           END-IF
           DISPLAY " ".
