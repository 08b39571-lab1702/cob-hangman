       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGXTRC.
       AUTHOR. CLAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "ACHIEVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.

           SELECT DAILY-RESULTS-FILE ASSIGN TO "DAILYRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "MATCHHST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-FILE-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "XTRCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "XTRSNAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT SNAPSHOT-WORK-FILE ASSIGN TO "XTRSNAP.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPW-FILE-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTR-FILE-STATUS.

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

       FD  ACHIEVEMENTS-FILE.
       01  ACHIEVEMENT-RECORD.
           05  ACH-KEY.
               10  ACH-PLAYER-ID       PIC X(10).
               10  ACH-BADGE-CODE      PIC X(8).
           05  ACH-DATE-EARNED         PIC X(8).

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

       FD  MATCH-HISTORY-FILE.
       01  MATCH-HISTORY-RECORD.
           05  MH-DATE             PIC X(8).
           05  FILLER              PIC X(01).
           05  MH-PLAYER1-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  MH-PLAYER2-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  MH-P1-ROUNDS        PIC 9.
           05  FILLER              PIC X(01).
           05  MH-P2-ROUNDS        PIC 9.
           05  FILLER              PIC X(01).
           05  MH-WINNER-ID        PIC X(10).

       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-RECORD.
           05  XC-SEQUENCE         PIC 9(6).
           05  FILLER              PIC X(01).
           05  XC-RUN-STAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  XC-MODE             PIC X(4).
           05  FILLER              PIC X(01).
           05  XC-STATUS           PIC X(6).
           05  FILLER              PIC X(01).
           05  XC-DAILY-SENT       PIC 9(9).
           05  FILLER              PIC X(01).
           05  XC-MATCH-SENT       PIC 9(9).
           05  FILLER              PIC X(01).
           05  XC-PLAYERS          PIC 9(7).
           05  FILLER              PIC X(01).
           05  XC-LEADERS          PIC 9(7).
           05  FILLER              PIC X(01).
           05  XC-BADGES           PIC 9(7).
           05  FILLER              PIC X(01).
           05  XC-DAILIES          PIC 9(7).
           05  FILLER              PIC X(01).
           05  XC-MATCHES          PIC 9(7).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  SN-TYPE             PIC X.
           05  FILLER              PIC X(01).
           05  SN-KEY              PIC X(18).
           05  FILLER              PIC X(01).
           05  SN-IMAGE            PIC X(80).

       FD  SNAPSHOT-WORK-FILE.
       01  SNAPSHOT-WORK-RECORD.
           05  SW-TYPE             PIC X.
           05  FILLER              PIC X(01).
           05  SW-KEY              PIC X(18).
           05  FILLER              PIC X(01).
           05  SW-IMAGE            PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-MAST-EOF           PIC X VALUE 'N'.
           05  WS-SNAP-EOF           PIC X VALUE 'N'.
           05  WS-SNAPW-EOF          PIC X VALUE 'N'.
           05  WS-CTL-EOF            PIC X VALUE 'N'.
           05  WS-SEQ-EOF            PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-ACH-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-DAILY-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-MATCH-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-SNAP-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-SNAPW-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-XTR-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-MASTER-OPEN        PIC X VALUE 'N'.
           05  WS-SNAP-AVAILABLE     PIC X VALUE 'N'.
           05  WS-CTL-OPEN           PIC X VALUE 'N'.

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-FULL-MODE        PIC X VALUE 'N'.
           05  WS-MODE-TEXT        PIC X(4) VALUE "INCR".
           05  WS-RUN-TIMESTAMP    PIC X(21) VALUE SPACES.
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-RUN-FAILED       PIC X VALUE 'N'.
           05  WS-RUN-WARNING      PIC X VALUE 'N'.

       01  WS-CONTROL-DATA.
           05  WS-CTL-FOUND        PIC X VALUE 'N'.
           05  WS-LAST-SEQ         PIC 9(6) VALUE 0.
           05  WS-LAST-STAMP       PIC X(14) VALUE SPACES.
           05  WS-LAST-DAILY       PIC 9(9) VALUE 0.
           05  WS-LAST-MATCH       PIC 9(9) VALUE 0.
           05  WS-NEW-SEQ          PIC 9(6) VALUE 0.
           05  WS-DAILY-TOTAL      PIC 9(9) VALUE 0.
           05  WS-MATCH-TOTAL      PIC 9(9) VALUE 0.
           05  WS-RECORD-POSITION  PIC 9(9) VALUE 0.

       01  WS-MERGE-DATA.
           05  WS-CUR-TYPE         PIC X VALUE SPACE.
           05  WS-SNAP-CMP         PIC X(18) VALUE SPACES.
           05  WS-MAST-CMP         PIC X(18) VALUE SPACES.
           05  WS-MAST-IMAGE       PIC X(80) VALUE SPACES.
           05  WS-MERGE-DONE       PIC X VALUE 'N'.

       01  WS-OUTPUT-DATA.
           05  WS-EXTRACT-FILE-NAME PIC X(40) VALUE SPACES.
           05  WS-OUT-LINE         PIC X(200) VALUE SPACES.
           05  WS-OUT-NAME         PIC X(30) VALUE SPACES.
           05  WS-OUT-RESULT       PIC X(4) VALUE SPACES.
           05  WS-HASH-WORK        PIC 9(15) VALUE 0.

       01  WS-EXTRACT-TOTALS.
           05  WS-XF-INDEX         PIC 9 VALUE 0.
           05  WS-XF-ENTRY OCCURS 5 TIMES.
               10  WS-XF-ID        PIC X(8).
               10  WS-XF-DETAILS   PIC 9(7).
               10  WS-XF-DELETES   PIC 9(7).
               10  WS-XF-UNCHANGED PIC 9(7).
               10  WS-XF-HASH      PIC 9(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           PERFORM INITIALIZE-TOTALS
           DISPLAY " "
           DISPLAY "Intranet extract run"
           DISPLAY "--------------------"
           PERFORM DETERMINE-RUN-MODE
           PERFORM READ-EXTRACT-CONTROL
           PERFORM COUNT-SEQUENTIAL-FILES
           PERFORM CONFIRM-RUN-MODE
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           DISPLAY "Extract mode             : " WS-MODE-TEXT
           DISPLAY "Extract sequence         : " WS-NEW-SEQ
           PERFORM OPEN-SNAPSHOT-FILES
           IF WS-RUN-FAILED = 'N'
               MOVE 'A' TO WS-CUR-TYPE
               MOVE 3 TO WS-XF-INDEX
               PERFORM EXTRACT-ONE-MASTER
           END-IF
           IF WS-RUN-FAILED = 'N'
               MOVE 'L' TO WS-CUR-TYPE
               MOVE 2 TO WS-XF-INDEX
               PERFORM EXTRACT-ONE-MASTER
           END-IF
           IF WS-RUN-FAILED = 'N'
               MOVE 'P' TO WS-CUR-TYPE
               MOVE 1 TO WS-XF-INDEX
               PERFORM EXTRACT-ONE-MASTER
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM EXTRACT-DAILY-RESULTS
           END-IF
           IF WS-RUN-FAILED = 'N'
               PERFORM EXTRACT-MATCH-RESULTS
           END-IF
           PERFORM CLOSE-SNAPSHOT-FILES
           PERFORM OPEN-EXTRACT-CONTROL
           IF WS-RUN-FAILED = 'N'
               PERFORM COMMIT-SNAPSHOT
           END-IF
           IF WS-CTL-OPEN = 'Y'
               PERFORM WRITE-EXTRACT-CONTROL
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           GOBACK.

       INITIALIZE-TOTALS.
           MOVE "XPLAYER" TO WS-XF-ID(1)
           MOVE "XLEADER" TO WS-XF-ID(2)
           MOVE "XACHIEVE" TO WS-XF-ID(3)
           MOVE "XDAILY" TO WS-XF-ID(4)
           MOVE "XMATCH" TO WS-XF-ID(5)
           PERFORM VARYING WS-XF-INDEX FROM 1 BY 1
                   UNTIL WS-XF-INDEX > 5
               MOVE 0 TO WS-XF-DETAILS(WS-XF-INDEX)
               MOVE 0 TO WS-XF-DELETES(WS-XF-INDEX)
               MOVE 0 TO WS-XF-UNCHANGED(WS-XF-INDEX)
               MOVE 0 TO WS-XF-HASH(WS-XF-INDEX)
           END-PERFORM.

       DETERMINE-RUN-MODE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           IF WS-COMMAND-LINE(1:4) = "FULL"
               MOVE 'Y' TO WS-FULL-MODE
           END-IF.

       READ-EXTRACT-CONTROL.
           MOVE 'N' TO WS-CTL-EOF
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-EOF = 'Y'
               READ EXTRACT-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF
                   NOT AT END
                       IF XC-STATUS = "OK" AND
                               XC-SEQUENCE IS NUMERIC AND
                               XC-DAILY-SENT IS NUMERIC AND
                               XC-MATCH-SENT IS NUMERIC
                           MOVE 'Y' TO WS-CTL-FOUND
                           MOVE XC-SEQUENCE TO WS-LAST-SEQ
                           MOVE XC-RUN-STAMP TO WS-LAST-STAMP
                           MOVE XC-DAILY-SENT TO WS-LAST-DAILY
                           MOVE XC-MATCH-SENT TO WS-LAST-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-CONTROL-FILE.

       COUNT-SEQUENTIAL-FILES.
           MOVE 0 TO WS-DAILY-TOTAL
           MOVE 'N' TO WS-SEQ-EOF
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS = "00"
               PERFORM UNTIL WS-SEQ-EOF = 'Y'
                   READ DAILY-RESULTS-FILE
                       AT END
                           MOVE 'Y' TO WS-SEQ-EOF
                       NOT AT END
                           ADD 1 TO WS-DAILY-TOTAL
                   END-READ
               END-PERFORM
               CLOSE DAILY-RESULTS-FILE
           END-IF
           MOVE 0 TO WS-MATCH-TOTAL
           MOVE 'N' TO WS-SEQ-EOF
           OPEN INPUT MATCH-HISTORY-FILE
           IF WS-MATCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-SEQ-EOF = 'Y'
                   READ MATCH-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-SEQ-EOF
                       NOT AT END
                           ADD 1 TO WS-MATCH-TOTAL
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF.

       CONFIRM-RUN-MODE.
           IF WS-FULL-MODE = 'Y'
               MOVE "FULL" TO WS-MODE-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CTL-FOUND = 'N'
                   DISPLAY "No previous successful extract on"
                       " XTRCTL.TXT - a full extract will be sent."
                   MOVE 'Y' TO WS-FULL-MODE
               WHEN WS-DAILY-TOTAL < WS-LAST-DAILY
                   DISPLAY "DAILYRES.TXT is shorter than at the last"
                       " extract - a full extract will be sent."
                   MOVE 'Y' TO WS-FULL-MODE
                   MOVE 'Y' TO WS-RUN-WARNING
               WHEN WS-MATCH-TOTAL < WS-LAST-MATCH
                   DISPLAY "MATCHHST.TXT is shorter than at the last"
                       " extract - a full extract will be sent."
                   MOVE 'Y' TO WS-FULL-MODE
                   MOVE 'Y' TO WS-RUN-WARNING
               WHEN OTHER
                   DISPLAY "Changes since extract    : " WS-LAST-SEQ
                       " of " WS-LAST-STAMP
           END-EVALUATE
           IF WS-FULL-MODE = 'Y'
               MOVE "FULL" TO WS-MODE-TEXT
           END-IF.

       OPEN-SNAPSHOT-FILES.
           MOVE 'N' TO WS-SNAP-AVAILABLE
           MOVE 'N' TO WS-SNAP-EOF
           IF WS-FULL-MODE = 'N'
               OPEN INPUT SNAPSHOT-FILE
               IF WS-SNAP-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-SNAP-AVAILABLE
                   PERFORM READ-SNAPSHOT-NEXT
               ELSE
                   DISPLAY "Extract snapshot XTRSNAP.TXT not found -"
                       " a full extract will be sent."
                   MOVE 'Y' TO WS-FULL-MODE
                   MOVE "FULL" TO WS-MODE-TEXT
                   MOVE 'Y' TO WS-RUN-WARNING
               END-IF
           END-IF
           OPEN OUTPUT SNAPSHOT-WORK-FILE
           IF WS-SNAPW-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create snapshot work file XTRSNAP.WRK"
                   " - status " WS-SNAPW-FILE-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       CLOSE-SNAPSHOT-FILES.
           IF WS-SNAP-AVAILABLE = 'Y'
               CLOSE SNAPSHOT-FILE
           END-IF
           IF WS-SNAPW-FILE-STATUS = "00"
               CLOSE SNAPSHOT-WORK-FILE
           END-IF.

       READ-SNAPSHOT-NEXT.
           IF WS-SNAP-EOF = 'N'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF
               END-READ
           END-IF.

       EXTRACT-ONE-MASTER.
           PERFORM OPEN-MASTER-INPUT
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-EXTRACT-FILE
           IF WS-RUN-FAILED = 'Y'
               PERFORM CLOSE-MASTER-INPUT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MERGE-DONE
           PERFORM READ-MASTER-NEXT
           PERFORM MERGE-STEP UNTIL WS-MERGE-DONE = 'Y'
           PERFORM CLOSE-MASTER-INPUT
           PERFORM CLOSE-EXTRACT-FILE.

       OPEN-MASTER-INPUT.
           MOVE 'N' TO WS-MASTER-OPEN
           MOVE 'N' TO WS-MAST-EOF
           EVALUATE WS-CUR-TYPE
               WHEN 'A'
                   OPEN INPUT ACHIEVEMENTS-FILE
                   EVALUATE WS-ACH-FILE-STATUS
                       WHEN "00"
                           MOVE 'Y' TO WS-MASTER-OPEN
                       WHEN "35"
                           DISPLAY "No achievements file ACHIEVE.DAT -"
                               " no badges to extract."
                           MOVE 'Y' TO WS-MAST-EOF
                       WHEN OTHER
                           DISPLAY "Cannot open ACHIEVE.DAT - status "
                               WS-ACH-FILE-STATUS
                           MOVE 'Y' TO WS-RUN-FAILED
                   END-EVALUATE
               WHEN 'L'
                   OPEN INPUT LEADERBOARD-FILE
                   IF WS-LB-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-MASTER-OPEN
                   ELSE
                       DISPLAY "Cannot open LEADERBD.DAT - status "
                           WS-LB-FILE-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               WHEN OTHER
                   OPEN INPUT PLAYER-MASTER-FILE
                   IF WS-PM-FILE-STATUS = "00"
                       MOVE 'Y' TO WS-MASTER-OPEN
                   ELSE
                       DISPLAY "Cannot open PLAYMAST.DAT - status "
                           WS-PM-FILE-STATUS
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
           END-EVALUATE.

       CLOSE-MASTER-INPUT.
           IF WS-MASTER-OPEN = 'Y'
               EVALUATE WS-CUR-TYPE
                   WHEN 'A'
                       CLOSE ACHIEVEMENTS-FILE
                   WHEN 'L'
                       CLOSE LEADERBOARD-FILE
                   WHEN OTHER
                       CLOSE PLAYER-MASTER-FILE
               END-EVALUATE
               MOVE 'N' TO WS-MASTER-OPEN
           END-IF.

       READ-MASTER-NEXT.
           IF WS-MAST-EOF = 'N'
               EVALUATE WS-CUR-TYPE
                   WHEN 'A'
                       READ ACHIEVEMENTS-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-MAST-EOF
                           NOT AT END
                               MOVE ACH-KEY TO WS-MAST-CMP
                               MOVE ACHIEVEMENT-RECORD
                                   TO WS-MAST-IMAGE
                       END-READ
                   WHEN 'L'
                       READ LEADERBOARD-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-MAST-EOF
                           NOT AT END
                               MOVE LB-PLAYER-ID TO WS-MAST-CMP
                               MOVE LEADERBOARD-RECORD
                                   TO WS-MAST-IMAGE
                       END-READ
                   WHEN OTHER
                       READ PLAYER-MASTER-FILE NEXT
                           AT END
                               MOVE 'Y' TO WS-MAST-EOF
                           NOT AT END
                               MOVE PM-PLAYER-ID TO WS-MAST-CMP
                               MOVE PLAYER-MASTER-RECORD
                                   TO WS-MAST-IMAGE
                       END-READ
               END-EVALUATE
           END-IF
           IF WS-MAST-EOF = 'Y'
               MOVE HIGH-VALUES TO WS-MAST-CMP
           END-IF.

       MERGE-STEP.
           IF WS-SNAP-AVAILABLE = 'Y' AND WS-SNAP-EOF = 'N' AND
                   SN-TYPE = WS-CUR-TYPE
               MOVE SN-KEY TO WS-SNAP-CMP
           ELSE
               MOVE HIGH-VALUES TO WS-SNAP-CMP
           END-IF
           EVALUATE TRUE
               WHEN WS-SNAP-CMP = HIGH-VALUES AND
                       WS-MAST-CMP = HIGH-VALUES
                   MOVE 'Y' TO WS-MERGE-DONE
               WHEN WS-SNAP-CMP < WS-MAST-CMP
                   PERFORM WRITE-DELETE-DETAIL
                   PERFORM READ-SNAPSHOT-NEXT
               WHEN WS-SNAP-CMP > WS-MAST-CMP
                   PERFORM WRITE-MASTER-DETAIL
                   PERFORM WRITE-NEW-SNAPSHOT
                   PERFORM READ-MASTER-NEXT
               WHEN OTHER
                   IF SN-IMAGE = WS-MAST-IMAGE
                       ADD 1 TO WS-XF-UNCHANGED(WS-XF-INDEX)
                   ELSE
                       PERFORM WRITE-MASTER-DETAIL
                   END-IF
                   PERFORM WRITE-NEW-SNAPSHOT
                   PERFORM READ-SNAPSHOT-NEXT
                   PERFORM READ-MASTER-NEXT
           END-EVALUATE.

       WRITE-NEW-SNAPSHOT.
           MOVE SPACES TO SNAPSHOT-WORK-RECORD
           MOVE WS-CUR-TYPE TO SW-TYPE
           MOVE WS-MAST-CMP TO SW-KEY
           MOVE WS-MAST-IMAGE TO SW-IMAGE
           WRITE SNAPSHOT-WORK-RECORD.

       WRITE-MASTER-DETAIL.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 0 TO WS-HASH-WORK
           EVALUATE WS-CUR-TYPE
               WHEN 'A'
                   STRING "D|" ACH-PLAYER-ID DELIMITED BY SPACE
                       "|" ACH-BADGE-CODE DELIMITED BY SPACE
                       "|" ACH-DATE-EARNED DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   IF ACH-DATE-EARNED IS NUMERIC
                       MOVE ACH-DATE-EARNED TO WS-HASH-WORK
                   END-IF
               WHEN 'L'
                   STRING "D|" LB-PLAYER-ID DELIMITED BY SPACE
                       "|" LB-WINS "|" LB-LOSSES
                       "|" LB-CURRENT-STREAK "|" LB-BEST-STREAK
                       "|" LB-TOTAL-SCORE "|" LB-BEST-SCORE
                       "|" LB-SEAS-WINS "|" LB-SEAS-LOSSES
                       "|" LB-SEAS-SCORE
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   IF LB-TOTAL-SCORE IS NUMERIC
                       MOVE LB-TOTAL-SCORE TO WS-HASH-WORK
                   END-IF
               WHEN OTHER
                   MOVE PM-DISPLAY-NAME TO WS-OUT-NAME
                   INSPECT WS-OUT-NAME REPLACING ALL "|" BY "/"
                   STRING "D|" PM-PLAYER-ID DELIMITED BY SPACE
                       "|" FUNCTION TRIM(WS-OUT-NAME TRAILING)
                       "|" PM-DATE-REGISTERED "|" PM-ACTIVE
                       "|" PM-REVIEW-FLAG
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   IF PM-DATE-REGISTERED IS NUMERIC
                       MOVE PM-DATE-REGISTERED TO WS-HASH-WORK
                   END-IF
           END-EVALUATE
           PERFORM WRITE-EXTRACT-LINE
           IF WS-XTR-FILE-STATUS = "00"
               ADD WS-HASH-WORK TO WS-XF-HASH(WS-XF-INDEX)
               ADD 1 TO WS-XF-DETAILS(WS-XF-INDEX)
           END-IF.

       WRITE-DELETE-DETAIL.
           MOVE SPACES TO WS-OUT-LINE
           IF WS-CUR-TYPE = 'A'
               STRING "X|" SN-KEY(1:10) DELIMITED BY SPACE
                   "|" SN-KEY(11:8) DELIMITED BY SPACE
                   INTO WS-OUT-LINE
           ELSE
               STRING "X|" SN-KEY(1:10) DELIMITED BY SPACE
                   INTO WS-OUT-LINE
           END-IF
           PERFORM WRITE-EXTRACT-LINE
           IF WS-XTR-FILE-STATUS = "00"
               ADD 1 TO WS-XF-DELETES(WS-XF-INDEX)
           END-IF.

       EXTRACT-DAILY-RESULTS.
           MOVE 4 TO WS-XF-INDEX
           PERFORM OPEN-EXTRACT-FILE
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECORD-POSITION
           MOVE 'N' TO WS-SEQ-EOF
           OPEN INPUT DAILY-RESULTS-FILE
           IF WS-DAILY-FILE-STATUS = "00"
               PERFORM UNTIL WS-SEQ-EOF = 'Y'
                   READ DAILY-RESULTS-FILE
                       AT END
                           MOVE 'Y' TO WS-SEQ-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-POSITION
                           IF WS-FULL-MODE = 'Y' OR
                                   WS-RECORD-POSITION > WS-LAST-DAILY
                               PERFORM WRITE-DAILY-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-RESULTS-FILE
           END-IF
           MOVE WS-RECORD-POSITION TO WS-DAILY-TOTAL
           PERFORM CLOSE-EXTRACT-FILE.

       WRITE-DAILY-DETAIL.
           MOVE DR-RESULT TO WS-OUT-RESULT
           MOVE SPACES TO WS-OUT-LINE
           STRING "D|" DR-DATE "|" DR-PLAYER-ID DELIMITED BY SPACE
               "|" WS-OUT-RESULT DELIMITED BY SPACE
               "|" DR-WRONG-COUNT "|" DR-GUESS-COUNT "|" DR-SCORE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-EXTRACT-LINE
           IF WS-XTR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF DR-SCORE IS NUMERIC
               ADD DR-SCORE TO WS-XF-HASH(WS-XF-INDEX)
           END-IF
           ADD 1 TO WS-XF-DETAILS(WS-XF-INDEX).

       EXTRACT-MATCH-RESULTS.
           MOVE 5 TO WS-XF-INDEX
           PERFORM OPEN-EXTRACT-FILE
           IF WS-RUN-FAILED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RECORD-POSITION
           MOVE 'N' TO WS-SEQ-EOF
           OPEN INPUT MATCH-HISTORY-FILE
           IF WS-MATCH-FILE-STATUS = "00"
               PERFORM UNTIL WS-SEQ-EOF = 'Y'
                   READ MATCH-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-SEQ-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-POSITION
                           IF WS-FULL-MODE = 'Y' OR
                                   WS-RECORD-POSITION > WS-LAST-MATCH
                               PERFORM WRITE-MATCH-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATCH-HISTORY-FILE
           END-IF
           MOVE WS-RECORD-POSITION TO WS-MATCH-TOTAL
           PERFORM CLOSE-EXTRACT-FILE.

       WRITE-MATCH-DETAIL.
           MOVE SPACES TO WS-OUT-LINE
           STRING "D|" MH-DATE "|" MH-PLAYER1-ID DELIMITED BY SPACE
               "|" MH-PLAYER2-ID DELIMITED BY SPACE
               "|" MH-P1-ROUNDS "|" MH-P2-ROUNDS
               "|" MH-WINNER-ID DELIMITED BY SPACE
               INTO WS-OUT-LINE
           PERFORM WRITE-EXTRACT-LINE
           IF WS-XTR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF MH-P1-ROUNDS IS NUMERIC
               ADD MH-P1-ROUNDS TO WS-XF-HASH(WS-XF-INDEX)
           END-IF
           IF MH-P2-ROUNDS IS NUMERIC
               ADD MH-P2-ROUNDS TO WS-XF-HASH(WS-XF-INDEX)
           END-IF
           ADD 1 TO WS-XF-DETAILS(WS-XF-INDEX).

       OPEN-EXTRACT-FILE.
           MOVE SPACES TO WS-EXTRACT-FILE-NAME
           STRING WS-XF-ID(WS-XF-INDEX) DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILE-NAME
           OPEN OUTPUT EXTRACT-FILE
           IF WS-XTR-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create extract file "
                   WS-EXTRACT-FILE-NAME " - status "
                   WS-XTR-FILE-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "H|" WS-XF-ID(WS-XF-INDEX) DELIMITED BY SPACE
               "|" WS-RUN-DATE "|" WS-NEW-SEQ "|" WS-MODE-TEXT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-EXTRACT-LINE.

       CLOSE-EXTRACT-FILE.
           MOVE SPACES TO WS-OUT-LINE
           COMPUTE WS-RECORD-POSITION =
               WS-XF-DETAILS(WS-XF-INDEX) + WS-XF-DELETES(WS-XF-INDEX)
           STRING "T|" WS-RECORD-POSITION(3:7)
               "|" WS-XF-HASH(WS-XF-INDEX)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-EXTRACT-LINE
           CLOSE EXTRACT-FILE.

       WRITE-EXTRACT-LINE.
           MOVE WS-OUT-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           IF WS-XTR-FILE-STATUS NOT = "00"
               IF WS-RUN-FAILED = 'N'
                   DISPLAY "Cannot write extract file "
                       WS-EXTRACT-FILE-NAME " - status "
                       WS-XTR-FILE-STATUS
               END-IF
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF.

       OPEN-EXTRACT-CONTROL.
           MOVE 'N' TO WS-CTL-OPEN
           OPEN EXTEND EXTRACT-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "35"
               OPEN OUTPUT EXTRACT-CONTROL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot update extract control XTRCTL.TXT -"
                   " status " WS-CTL-FILE-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CTL-OPEN.

       COMMIT-SNAPSHOT.
           MOVE 'N' TO WS-SNAPW-EOF
           OPEN INPUT SNAPSHOT-WORK-FILE
           IF WS-SNAPW-FILE-STATUS NOT = "00"
               DISPLAY "Cannot read snapshot work file XTRSNAP.WRK"
                   " - status " WS-SNAPW-FILE-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "Cannot replace snapshot XTRSNAP.TXT - status "
                   WS-SNAP-FILE-STATUS
               CLOSE SNAPSHOT-WORK-FILE
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNAPW-EOF = 'Y'
               READ SNAPSHOT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAPW-EOF
                   NOT AT END
                       MOVE SNAPSHOT-WORK-RECORD TO SNAPSHOT-RECORD
                       WRITE SNAPSHOT-RECORD
                       IF WS-SNAP-FILE-STATUS NOT = "00"
                           DISPLAY "Snapshot XTRSNAP.TXT write failed"
                               " - status " WS-SNAP-FILE-STATUS
                           DISPLAY "XTRSNAP.TXT is incomplete - run"
                               " HANGXTRC FULL next."
                           MOVE 'Y' TO WS-SNAPW-EOF
                           MOVE 'Y' TO WS-RUN-FAILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           CLOSE SNAPSHOT-WORK-FILE.

       WRITE-EXTRACT-CONTROL.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE WS-NEW-SEQ TO XC-SEQUENCE
           MOVE WS-RUN-TIMESTAMP(1:14) TO XC-RUN-STAMP
           MOVE WS-MODE-TEXT TO XC-MODE
           IF WS-RUN-FAILED = 'Y'
               MOVE "FAILED" TO XC-STATUS
               MOVE WS-LAST-DAILY TO XC-DAILY-SENT
               MOVE WS-LAST-MATCH TO XC-MATCH-SENT
           ELSE
               MOVE "OK" TO XC-STATUS
               MOVE WS-DAILY-TOTAL TO XC-DAILY-SENT
               MOVE WS-MATCH-TOTAL TO XC-MATCH-SENT
           END-IF
           MOVE WS-XF-DETAILS(1) TO XC-PLAYERS
           MOVE WS-XF-DETAILS(2) TO XC-LEADERS
           MOVE WS-XF-DETAILS(3) TO XC-BADGES
           MOVE WS-XF-DETAILS(4) TO XC-DAILIES
           MOVE WS-XF-DETAILS(5) TO XC-MATCHES
           WRITE EXTRACT-CONTROL-RECORD
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "Cannot update extract control XTRCTL.TXT -"
                   " status " WS-CTL-FILE-STATUS
               IF WS-RUN-FAILED = 'N'
                   DISPLAY "XTRSNAP.TXT was already replaced - run"
                       " HANGXTRC FULL next."
                   MOVE 'Y' TO WS-RUN-FAILED
               END-IF
           END-IF
           CLOSE EXTRACT-CONTROL-FILE.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Extract control report"
           DISPLAY "----------------------"
           DISPLAY "File      Details  Deletes Unchanged"
               "       Hash total"
           PERFORM VARYING WS-XF-INDEX FROM 1 BY 1
                   UNTIL WS-XF-INDEX > 5
               DISPLAY WS-XF-ID(WS-XF-INDEX) "  "
                   WS-XF-DETAILS(WS-XF-INDEX) "  "
                   WS-XF-DELETES(WS-XF-INDEX) "   "
                   WS-XF-UNCHANGED(WS-XF-INDEX) "  "
                   WS-XF-HASH(WS-XF-INDEX)
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RUN-FAILED = 'Y'
                   DISPLAY "Extract FAILED - the control file and"
                       " snapshot were not advanced; the next run"
                       " resends these changes."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-WARNING = 'Y'
                   DISPLAY "Extract " WS-NEW-SEQ " complete with"
                       " warnings - see above."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Extract " WS-NEW-SEQ " complete."
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY " ".
