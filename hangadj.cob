       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANGADJ.
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

           SELECT PENDING-FILE ASSIGN TO "ADJPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADP-PEND-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "ADJJRNL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "ADJTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "ADJREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

           SELECT SYSTEM-AVAIL-FILE ASSIGN TO "SYSAVAIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SA-FILE-STATUS.

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

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05  ADP-PEND-NO         PIC 9(6).
           05  FILLER              PIC X(01).
           05  ADP-STATUS          PIC X.
           05  FILLER              PIC X(01).
           05  ADP-PLAYER-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  ADP-FIELD           PIC X(6).
           05  FILLER              PIC X(01).
           05  ADP-AMOUNT          PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  ADP-REASON          PIC X(6).
           05  FILLER              PIC X(01).
           05  ADP-AUTH-BY         PIC X(10).
           05  FILLER              PIC X(01).
           05  ADP-NOTE            PIC X(30).
           05  FILLER              PIC X(01).
           05  ADP-SOURCE          PIC X.
           05  FILLER              PIC X(01).
           05  ADP-ENTERED-DATE    PIC X(8).
           05  FILLER              PIC X(01).
           05  ADP-DECIDED-BY      PIC X(10).
           05  FILLER              PIC X(01).
           05  ADP-DECIDED-DATE    PIC X(8).

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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  ATR-PLAYER-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  ATR-FIELD           PIC X(6).
           05  FILLER              PIC X(01).
           05  ATR-AMOUNT          PIC S9(7) SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  ATR-REASON          PIC X(6).
           05  FILLER              PIC X(01).
           05  ATR-OPERATOR        PIC X(10).
           05  FILLER              PIC X(01).
           05  ATR-NOTE            PIC X(30).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TRANSACTION     PIC X(75).
           05  FILLER              PIC X(01).
           05  REJ-REASON          PIC X(40).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       FD  SYSTEM-AVAIL-FILE.
       01  SYSTEM-AVAIL-RECORD.
           05  SA-STATE            PIC X(6).
           05  FILLER              PIC X(01).
           05  SA-JOB              PIC X(8).
           05  FILLER              PIC X(01).
           05  SA-STAMP            PIC X(14).
           05  FILLER              PIC X(01).
           05  SA-NOTE             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-PEND-EOF           PIC X VALUE 'N'.
           05  WS-JRNL-EOF           PIC X VALUE 'N'.
           05  WS-TRAN-EOF           PIC X VALUE 'N'.
           05  WS-CFG-EOF            PIC X VALUE 'N'.
           05  WS-PM-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-LB-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-PEND-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-JRNL-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-TRAN-FILE-STATUS   PIC X(02) VALUE "00".
           05  WS-REJ-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-CFG-FILE-STATUS    PIC X(02) VALUE "00".
           05  WS-SA-FILE-STATUS     PIC X(02) VALUE "00".
           05  WS-WINDOW-OPEN        PIC X VALUE 'N'.
           05  WS-REJ-WRITE-FAILED   PIC X VALUE 'N'.

       01  WS-RUN-PARMS.
           05  WS-COMMAND-LINE     PIC X(80) VALUE SPACES.
           05  WS-FILE-MODE        PIC X VALUE 'N'.
           05  WS-OPERATOR-ID      PIC X(10) VALUE SPACES.
           05  WS-RUN-DATE         PIC X(8) VALUE SPACES.

       01  WS-LIMITS.
           05  WS-POINTS-LIMIT     PIC 9(7) VALUE 500.
           05  WS-COUNT-LIMIT      PIC 9(3) VALUE 5.

       01  WS-TRANSACTION.
           05  WS-TX-PLAYER-ID     PIC X(10) VALUE SPACES.
           05  WS-TX-FIELD         PIC X(6) VALUE SPACES.
           05  WS-TX-AMOUNT        PIC S9(7) VALUE 0.
           05  WS-TX-REASON        PIC X(6) VALUE SPACES.
           05  WS-TX-AUTH-BY       PIC X(10) VALUE SPACES.
           05  WS-TX-APPROVED-BY   PIC X(10) VALUE SPACES.
           05  WS-TX-NOTE          PIC X(30) VALUE SPACES.
           05  WS-TX-SOURCE        PIC X VALUE SPACE.
           05  WS-TX-PEND-NO       PIC 9(6) VALUE 0.

       01  WS-POSTING-DATA.
           05  WS-TX-OK            PIC X VALUE 'Y'.
           05  WS-REJECT-REASON    PIC X(40) VALUE SPACES.
           05  WS-REASON-LABEL     PIC X(30) VALUE SPACES.
           05  WS-ABS-AMOUNT       PIC 9(7) VALUE 0.
           05  WS-OVER-LIMIT       PIC X VALUE 'N'.
           05  WS-LB-FOUND         PIC X VALUE 'N'.
           05  WS-OLD-TOTAL        PIC S9(9) VALUE 0.
           05  WS-OLD-SEASON       PIC S9(9) VALUE 0.
           05  WS-NEW-TOTAL        PIC S9(9) VALUE 0.
           05  WS-NEW-SEASON       PIC S9(9) VALUE 0.
           05  WS-SEAS-APPLIED     PIC S9(7) VALUE 0.
           05  WS-FIELD-MAX        PIC 9(7) VALUE 0.
           05  WS-LAST-PEND-NO     PIC 9(6) VALUE 0.
           05  WS-PENDING-OPEN     PIC 9(5) VALUE 0.
           05  WS-LB-SAVE-IMAGE    PIC X(64) VALUE SPACES.

       01  WS-INPUT-DATA.
           05  WS-ACTION-CHOICE    PIC X VALUE SPACE.
           05  WS-CONFIRM-CHOICE   PIC X VALUE SPACE.
           05  WS-AMOUNT-TEXT      PIC X(10) VALUE SPACES.
           05  WS-AMOUNT-WORK      PIC S9(9)V99 VALUE 0.
           05  WS-DONE-PROGRAM     PIC X VALUE 'N'.
           05  WS-STOP-REVIEW      PIC X VALUE 'N'.
           05  WS-LIST-PLAYER      PIC X(10) VALUE SPACES.
           05  WS-LIST-COUNT       PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-AMOUNT        PIC +(7)9.
           05  WS-ED-SEASON        PIC +(7)9.
           05  WS-ED-LIMIT         PIC Z(6)9.
           05  WS-ED-COUNT-LIMIT   PIC ZZ9.
           05  WS-ED-NET           PIC +(9)9.

       01  WS-CONTROL-COUNTS.
           05  WS-TRAN-READ        PIC 9(5) VALUE 0.
           05  WS-POSTED           PIC 9(5) VALUE 0.
           05  WS-PENDED           PIC 9(5) VALUE 0.
           05  WS-REJECTED         PIC 9(5) VALUE 0.
           05  WS-APPROVED         PIC 9(5) VALUE 0.
           05  WS-DECLINED         PIC 9(5) VALUE 0.
           05  WS-BALANCE-TOTAL    PIC 9(5) VALUE 0.
           05  WS-NET-WINS         PIC S9(9) VALUE 0.
           05  WS-NET-LOSSES       PIC S9(9) VALUE 0.
           05  WS-NET-POINTS       PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           PERFORM DETERMINE-RUN-MODE
           DISPLAY " "
           DISPLAY "Leaderboard score adjustments"
           DISPLAY "-----------------------------"
           PERFORM LOAD-CONFIG
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = 'Y'
               DISPLAY "Adjustments cannot be posted while the batch"
                   " window is open (" SA-JOB " since " SA-STAMP ")."
               DISPLAY "Run HANGADJ again once the batch window has"
                   " closed."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-MASTER-FILES
           PERFORM OPEN-PENDING-FILE
           IF WS-FILE-MODE = 'Y'
               PERFORM PROCESS-TRANSACTION-FILE
           ELSE
               PERFORM CAPTURE-OPERATOR-ID
               PERFORM PROCESS-ACTION UNTIL WS-DONE-PROGRAM = 'Y'
           END-IF
           CLOSE PENDING-FILE
           CLOSE LEADERBOARD-FILE
           CLOSE PLAYER-MASTER-FILE
           PERFORM PRINT-CONTROL-REPORT
           STOP RUN.

       DETERMINE-RUN-MODE.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           IF WS-COMMAND-LINE(1:4) = "FILE"
               MOVE 'Y' TO WS-FILE-MODE
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CFG-EOF = 'Y'
                   READ CONFIG-FILE
                       AT END
                           MOVE 'Y' TO WS-CFG-EOF
                       NOT AT END
                           IF CONFIG-RECORD(1:6) = "ADJUST"
                               PERFORM PARSE-ADJUST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           MOVE WS-POINTS-LIMIT TO WS-ED-LIMIT
           MOVE WS-COUNT-LIMIT TO WS-ED-COUNT-LIMIT
           DISPLAY "Approval needed above    : " WS-ED-LIMIT
               " point(s), " WS-ED-COUNT-LIMIT " win(s)/loss(es)".

       PARSE-ADJUST-RECORD.
           IF CONFIG-RECORD(10:7) IS NUMERIC
               MOVE CONFIG-RECORD(10:7) TO WS-POINTS-LIMIT
           END-IF
           IF CONFIG-RECORD(18:3) IS NUMERIC
               MOVE CONFIG-RECORD(18:3) TO WS-COUNT-LIMIT
           END-IF.

       OPEN-MASTER-FILES.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PM-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open player master PLAYMAST.DAT -"
                   " status " WS-PM-FILE-STATUS
               DISPLAY "No adjustments posted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open leaderboard LEADERBD.DAT -"
                   " status " WS-LB-FILE-STATUS
               DISPLAY "Restore or rebuild the file (HANGBKUP)"
                   " before posting adjustments."
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open pending adjustments ADJPEND.DAT -"
                   " status " WS-PEND-FILE-STATUS
               CLOSE LEADERBOARD-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-LAST-PEND-NO
           MOVE 0 TO WS-PENDING-OPEN
           PERFORM START-PENDING-READ
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       MOVE ADP-PEND-NO TO WS-LAST-PEND-NO
                       IF ADP-STATUS = 'P'
                           ADD 1 TO WS-PENDING-OPEN
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Adjustments awaiting approval: " WS-PENDING-OPEN.

       START-PENDING-READ.
           MOVE 'N' TO WS-PEND-EOF
           MOVE 0 TO ADP-PEND-NO
           START PENDING-FILE KEY NOT < ADP-PEND-NO
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF
           END-START.

       CAPTURE-OPERATOR-ID.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Enter your operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               IF WS-OPERATOR-ID = SPACES
                   DISPLAY "An operator ID is required to authorise"
                       " adjustments."
               END-IF
           END-PERFORM.

       PROCESS-ACTION.
           DISPLAY " "
           DISPLAY "  E. Enter an adjustment"
           DISPLAY "  P. List adjustments awaiting approval"
           DISPLAY "  A. Approve or reject pending adjustments"
           DISPLAY "  J. List the adjustment journal for a player"
           DISPLAY "  X. Exit"
           DISPLAY "Enter choice: " WITH NO ADVANCING
           ACCEPT WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
               TO WS-ACTION-CHOICE

           EVALUATE WS-ACTION-CHOICE
               WHEN 'E'
                   PERFORM ENTER-ADJUSTMENT
               WHEN 'P'
                   PERFORM LIST-PENDING-ADJUSTMENTS
               WHEN 'A'
                   PERFORM REVIEW-PENDING-ADJUSTMENTS
               WHEN 'J'
                   PERFORM LIST-PLAYER-JOURNAL
               WHEN 'X'
                   MOVE 'Y' TO WS-DONE-PROGRAM
               WHEN OTHER
                   DISPLAY "Please enter E, P, A, J or X."
           END-EVALUATE.

       CLEAR-TRANSACTION.
           MOVE SPACES TO WS-TX-PLAYER-ID
           MOVE SPACES TO WS-TX-FIELD
           MOVE 0 TO WS-TX-AMOUNT
           MOVE SPACES TO WS-TX-REASON
           MOVE SPACES TO WS-TX-AUTH-BY
           MOVE SPACES TO WS-TX-APPROVED-BY
           MOVE SPACES TO WS-TX-NOTE
           MOVE SPACE TO WS-TX-SOURCE
           MOVE 0 TO WS-TX-PEND-NO.

       ENTER-ADJUSTMENT.
           PERFORM CLEAR-TRANSACTION
           MOVE 'I' TO WS-TX-SOURCE
           MOVE WS-OPERATOR-ID TO WS-TX-AUTH-BY
           DISPLAY "Enter the player ID: " WITH NO ADVANCING
           ACCEPT WS-TX-PLAYER-ID
           MOVE FUNCTION UPPER-CASE(WS-TX-PLAYER-ID)
               TO WS-TX-PLAYER-ID
           MOVE WS-TX-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY "That player ID is not on file."
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-PLAYER-FIGURES
           DISPLAY "Field to adjust (WINS, LOSSES or POINTS): "
               WITH NO ADVANCING
           ACCEPT WS-TX-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TX-FIELD) TO WS-TX-FIELD
           DISPLAY "Amount - a minus sign debits (e.g. 50 or -3): "
               WITH NO ADVANCING
           ACCEPT WS-AMOUNT-TEXT
           PERFORM CONVERT-AMOUNT-TEXT
           DISPLAY "Reason codes: CHEAT  Cheated game reversed"
           DISPLAY "              OUTAGE Game lost in an outage"
           DISPLAY "              ERROR  Posting error corrected"
           DISPLAY "              OTHER  Other - explain in the note"
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT WS-TX-REASON
           MOVE FUNCTION UPPER-CASE(WS-TX-REASON) TO WS-TX-REASON
           DISPLAY "Note: " WITH NO ADVANCING
           ACCEPT WS-TX-NOTE
           PERFORM VALIDATE-TRANSACTION
           IF WS-TX-OK = 'N'
               DISPLAY "Adjustment not accepted: " WS-REJECT-REASON
               ADD 1 TO WS-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TX-AMOUNT TO WS-ED-AMOUNT
           MOVE WS-SEAS-APPLIED TO WS-ED-SEASON
           DISPLAY "Adjust " WS-TX-FIELD " for " WS-TX-PLAYER-ID
               " by " WS-ED-AMOUNT " (season " WS-ED-SEASON ")"
           DISPLAY "Reason: " WS-REASON-LABEL
           DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE
           IF WS-CONFIRM-CHOICE NOT = 'Y'
               DISPLAY "Adjustment abandoned."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ADJUSTMENT-LIMIT
           IF WS-OVER-LIMIT = 'Y'
               PERFORM WRITE-PENDING-ADJUSTMENT
               IF WS-TX-OK = 'N'
                   DISPLAY "Adjustment not held: " WS-REJECT-REASON
                   ADD 1 TO WS-REJECTED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Over the approval limit - held as pending"
                   " adjustment " WS-LAST-PEND-NO "."
               DISPLAY "A second operator must approve it (option"
                   " A) before it is posted."
           ELSE
               PERFORM POST-ADJUSTMENT
               IF WS-TX-OK = 'Y'
                   DISPLAY "Adjustment posted and journalled."
               ELSE
                   DISPLAY "Adjustment not posted: "
                       WS-REJECT-REASON
                   ADD 1 TO WS-REJECTED
               END-IF
           END-IF.

       CONVERT-AMOUNT-TEXT.
           MOVE 0 TO WS-TX-AMOUNT
           IF WS-AMOUNT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           MOVE WS-AMOUNT-WORK TO WS-TX-AMOUNT
           IF WS-TX-AMOUNT NOT = WS-AMOUNT-WORK
               MOVE 0 TO WS-TX-AMOUNT
           END-IF.

       SHOW-PLAYER-FIGURES.
           DISPLAY "Player: " PM-PLAYER-ID " " PM-DISPLAY-NAME
           MOVE PM-PLAYER-ID TO LB-PLAYER-ID
           READ LEADERBOARD-FILE
               INVALID KEY
                   DISPLAY "No leaderboard record yet - only"
                       " credits can be posted."
               NOT INVALID KEY
                   DISPLAY "All-time wins " LB-WINS
                       "  losses " LB-LOSSES
                       "  points " LB-TOTAL-SCORE
                   DISPLAY "Season   wins " LB-SEAS-WINS
                       "  losses " LB-SEAS-LOSSES
                       "  points " LB-SEAS-SCORE
           END-READ.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TX-OK
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM LOOK-UP-REASON
           EVALUATE TRUE
               WHEN WS-TX-PLAYER-ID = SPACES
                   MOVE "Player ID missing" TO WS-REJECT-REASON
               WHEN WS-TX-FIELD NOT = "WINS" AND
                       WS-TX-FIELD NOT = "LOSSES" AND
                       WS-TX-FIELD NOT = "POINTS"
                   MOVE "Field must be WINS, LOSSES or POINTS"
                       TO WS-REJECT-REASON
               WHEN WS-TX-AMOUNT = 0
                   MOVE "Amount missing, zero or not a whole number"
                       TO WS-REJECT-REASON
               WHEN WS-REASON-LABEL = SPACES
                   MOVE "Unknown reason code" TO WS-REJECT-REASON
               WHEN WS-TX-REASON = "OTHER" AND WS-TX-NOTE = SPACES
                   MOVE "Reason OTHER needs an explanatory note"
                       TO WS-REJECT-REASON
               WHEN WS-TX-AUTH-BY = SPACES
                   MOVE "Authorising operator missing"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-TX-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TX-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TX-OK
                   MOVE "Player not on the player master"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           PERFORM COMPUTE-NEW-FIGURES.

       LOOK-UP-REASON.
           EVALUATE WS-TX-REASON
               WHEN "CHEAT"
                   MOVE "Cheated game reversed" TO WS-REASON-LABEL
               WHEN "OUTAGE"
                   MOVE "Game lost in an outage" TO WS-REASON-LABEL
               WHEN "ERROR"
                   MOVE "Posting error corrected" TO WS-REASON-LABEL
               WHEN "OTHER"
                   MOVE "Other - see note" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-LABEL
           END-EVALUATE.

       COMPUTE-NEW-FIGURES.
           MOVE 'Y' TO WS-LB-FOUND
           MOVE WS-TX-PLAYER-ID TO LB-PLAYER-ID
           READ LEADERBOARD-FILE
               INVALID KEY
                   PERFORM INITIALIZE-LEADERBOARD-RECORD
           END-READ
           EVALUATE WS-TX-FIELD
               WHEN "WINS"
                   MOVE LB-WINS TO WS-OLD-TOTAL
                   MOVE LB-SEAS-WINS TO WS-OLD-SEASON
                   MOVE 99999 TO WS-FIELD-MAX
               WHEN "LOSSES"
                   MOVE LB-LOSSES TO WS-OLD-TOTAL
                   MOVE LB-SEAS-LOSSES TO WS-OLD-SEASON
                   MOVE 99999 TO WS-FIELD-MAX
               WHEN OTHER
                   MOVE LB-TOTAL-SCORE TO WS-OLD-TOTAL
                   MOVE LB-SEAS-SCORE TO WS-OLD-SEASON
                   MOVE 9999999 TO WS-FIELD-MAX
           END-EVALUATE
           COMPUTE WS-NEW-TOTAL = WS-OLD-TOTAL + WS-TX-AMOUNT
           COMPUTE WS-NEW-SEASON = WS-OLD-SEASON + WS-TX-AMOUNT
           IF WS-NEW-SEASON < 0
               MOVE 0 TO WS-NEW-SEASON
           END-IF
           COMPUTE WS-SEAS-APPLIED = WS-NEW-SEASON - WS-OLD-SEASON
           EVALUATE TRUE
               WHEN WS-NEW-TOTAL < 0
                   MOVE 'N' TO WS-TX-OK
                   MOVE "Debit is larger than the player's total"
                       TO WS-REJECT-REASON
               WHEN WS-NEW-TOTAL > WS-FIELD-MAX OR
                       WS-NEW-SEASON > WS-FIELD-MAX
                   MOVE 'N' TO WS-TX-OK
                   MOVE "Credit would overflow the leaderboard"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       INITIALIZE-LEADERBOARD-RECORD.
           MOVE 'N' TO WS-LB-FOUND
           MOVE WS-TX-PLAYER-ID TO LB-PLAYER-ID
           MOVE 0 TO LB-WINS
           MOVE 0 TO LB-LOSSES
           MOVE 0 TO LB-CURRENT-STREAK
           MOVE 0 TO LB-BEST-STREAK
           MOVE 0 TO LB-TOTAL-SCORE
           MOVE 0 TO LB-BEST-SCORE
           MOVE 0 TO LB-SEAS-WINS
           MOVE 0 TO LB-SEAS-LOSSES
           MOVE 0 TO LB-SEAS-SCORE.

       CHECK-ADJUSTMENT-LIMIT.
           MOVE 'N' TO WS-OVER-LIMIT
           IF WS-TX-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-TX-AMOUNT
           ELSE
               MOVE WS-TX-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-TX-FIELD = "POINTS"
               IF WS-ABS-AMOUNT > WS-POINTS-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT
               END-IF
           ELSE
               IF WS-ABS-AMOUNT > WS-COUNT-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT
               END-IF
           END-IF.

       POST-ADJUSTMENT.
           MOVE 'Y' TO WS-TX-OK
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = 'Y'
               MOVE 'N' TO WS-TX-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Batch window open (" SA-JOB
                   ") - resubmit"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-NEW-FIGURES
           IF WS-TX-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LEADERBOARD-RECORD TO WS-LB-SAVE-IMAGE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-TX-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "ADJJRNL.TXT not available - status "
                   WS-JRNL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TX-FIELD
               WHEN "WINS"
                   MOVE WS-NEW-TOTAL TO LB-WINS
                   MOVE WS-NEW-SEASON TO LB-SEAS-WINS
               WHEN "LOSSES"
                   MOVE WS-NEW-TOTAL TO LB-LOSSES
                   MOVE WS-NEW-SEASON TO LB-SEAS-LOSSES
               WHEN OTHER
                   MOVE WS-NEW-TOTAL TO LB-TOTAL-SCORE
                   MOVE WS-NEW-SEASON TO LB-SEAS-SCORE
           END-EVALUATE
           IF WS-LB-FOUND = 'Y'
               REWRITE LEADERBOARD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TX-OK
               END-REWRITE
           ELSE
               WRITE LEADERBOARD-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TX-OK
               END-WRITE
           END-IF
           IF WS-TX-OK = 'N'
               CLOSE JOURNAL-FILE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Leaderboard update failed - status "
                   WS-LB-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-JOURNAL-RECORD
           IF WS-JRNL-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-TX-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Journal write failed - status "
                   WS-JRNL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               CLOSE JOURNAL-FILE
               PERFORM BACK-OUT-LEADERBOARD
               EXIT PARAGRAPH
           END-IF
           CLOSE JOURNAL-FILE
           ADD 1 TO WS-POSTED
           EVALUATE WS-TX-FIELD
               WHEN "WINS"
                   ADD WS-TX-AMOUNT TO WS-NET-WINS
               WHEN "LOSSES"
                   ADD WS-TX-AMOUNT TO WS-NET-LOSSES
               WHEN OTHER
                   ADD WS-TX-AMOUNT TO WS-NET-POINTS
           END-EVALUATE.

       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO AJ-TIMESTAMP
           MOVE WS-TX-PLAYER-ID TO AJ-PLAYER-ID
           MOVE WS-TX-FIELD TO AJ-FIELD
           MOVE WS-TX-AMOUNT TO AJ-AMOUNT
           MOVE WS-SEAS-APPLIED TO AJ-SEAS-AMOUNT
           MOVE WS-TX-REASON TO AJ-REASON
           MOVE WS-TX-AUTH-BY TO AJ-AUTH-BY
           MOVE WS-TX-APPROVED-BY TO AJ-APPROVED-BY
           MOVE WS-TX-SOURCE TO AJ-SOURCE
           MOVE WS-TX-PEND-NO TO AJ-PEND-NO
           MOVE WS-TX-NOTE TO AJ-NOTE
           WRITE JOURNAL-RECORD.

       BACK-OUT-LEADERBOARD.
           IF WS-LB-FOUND = 'Y'
               MOVE WS-LB-SAVE-IMAGE TO LEADERBOARD-RECORD
               REWRITE LEADERBOARD-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: could not back out "
                           WS-TX-PLAYER-ID " on LEADERBD.DAT - status "
                           WS-LB-FILE-STATUS
               END-REWRITE
           ELSE
               DELETE LEADERBOARD-FILE
                   INVALID KEY
                       DISPLAY "WARNING: could not back out "
                           WS-TX-PLAYER-ID " on LEADERBD.DAT - status "
                           WS-LB-FILE-STATUS
               END-DELETE
           END-IF.

       CHECK-BATCH-WINDOW.
           MOVE 'N' TO WS-WINDOW-OPEN
           MOVE SPACES TO SYSTEM-AVAIL-RECORD
           OPEN INPUT SYSTEM-AVAIL-FILE
           IF WS-SA-FILE-STATUS = "00"
               READ SYSTEM-AVAIL-FILE
                   AT END
                       MOVE SPACES TO SYSTEM-AVAIL-RECORD
               END-READ
               CLOSE SYSTEM-AVAIL-FILE
           END-IF
           IF SA-STATE = "BATCH"
               MOVE 'Y' TO WS-WINDOW-OPEN
           END-IF.

       WRITE-PENDING-ADJUSTMENT.
           ADD 1 TO WS-LAST-PEND-NO
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-LAST-PEND-NO TO ADP-PEND-NO
           MOVE 'P' TO ADP-STATUS
           MOVE WS-TX-PLAYER-ID TO ADP-PLAYER-ID
           MOVE WS-TX-FIELD TO ADP-FIELD
           MOVE WS-TX-AMOUNT TO ADP-AMOUNT
           MOVE WS-TX-REASON TO ADP-REASON
           MOVE WS-TX-AUTH-BY TO ADP-AUTH-BY
           MOVE WS-TX-NOTE TO ADP-NOTE
           MOVE WS-TX-SOURCE TO ADP-SOURCE
           MOVE WS-RUN-DATE TO ADP-ENTERED-DATE
           MOVE 'Y' TO WS-TX-OK
           WRITE PENDING-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-TX-OK
           END-WRITE
           IF WS-TX-OK = 'N'
               SUBTRACT 1 FROM WS-LAST-PEND-NO
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Cannot hold for approval - status "
                   WS-PEND-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PENDED
           ADD 1 TO WS-PENDING-OPEN.

       LIST-PENDING-ADJUSTMENTS.
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY " "
           DISPLAY "No.    Player     Field    Amount Reason"
               " Entered  Authorised by"
           PERFORM START-PENDING-READ
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       IF ADP-STATUS = 'P'
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-PENDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No adjustments are awaiting approval."
           END-IF.

       DISPLAY-PENDING-LINE.
           MOVE ADP-AMOUNT TO WS-ED-AMOUNT
           DISPLAY ADP-PEND-NO " " ADP-PLAYER-ID " " ADP-FIELD " "
               WS-ED-AMOUNT " " ADP-REASON " " ADP-ENTERED-DATE " "
               ADP-AUTH-BY
           IF ADP-NOTE NOT = SPACES
               DISPLAY "       Note: " ADP-NOTE
           END-IF.

       REVIEW-PENDING-ADJUSTMENTS.
           MOVE 'N' TO WS-STOP-REVIEW
           MOVE 0 TO WS-LIST-COUNT
           PERFORM START-PENDING-READ
           PERFORM UNTIL WS-PEND-EOF = 'Y' OR WS-STOP-REVIEW = 'Y'
               READ PENDING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       IF ADP-STATUS = 'P'
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM REVIEW-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No adjustments are awaiting approval."
           END-IF.

       REVIEW-ONE-PENDING.
           DISPLAY " "
           PERFORM DISPLAY-PENDING-LINE
           IF ADP-AUTH-BY = WS-OPERATOR-ID
               DISPLAY "You authorised this adjustment - a different"
                   " operator must approve it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A=approve and post, R=reject, S=skip,"
               " X=stop reviewing: " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-CHOICE)
               TO WS-CONFIRM-CHOICE
           EVALUATE WS-CONFIRM-CHOICE
               WHEN 'A'
                   PERFORM APPROVE-PENDING-ADJUSTMENT
               WHEN 'R'
                   MOVE 'R' TO ADP-STATUS
                   MOVE WS-OPERATOR-ID TO ADP-DECIDED-BY
                   MOVE WS-RUN-DATE TO ADP-DECIDED-DATE
                   REWRITE PENDING-RECORD
                   ADD 1 TO WS-DECLINED
                   SUBTRACT 1 FROM WS-PENDING-OPEN
                   DISPLAY "Adjustment " ADP-PEND-NO
                       " rejected - nothing posted."
               WHEN 'X'
                   MOVE 'Y' TO WS-STOP-REVIEW
               WHEN OTHER
                   DISPLAY "Left pending."
           END-EVALUATE.

       APPROVE-PENDING-ADJUSTMENT.
           PERFORM CLEAR-TRANSACTION
           MOVE ADP-PLAYER-ID TO WS-TX-PLAYER-ID
           MOVE ADP-FIELD TO WS-TX-FIELD
           MOVE ADP-AMOUNT TO WS-TX-AMOUNT
           MOVE ADP-REASON TO WS-TX-REASON
           MOVE ADP-AUTH-BY TO WS-TX-AUTH-BY
           MOVE WS-OPERATOR-ID TO WS-TX-APPROVED-BY
           MOVE ADP-NOTE TO WS-TX-NOTE
           MOVE ADP-SOURCE TO WS-TX-SOURCE
           MOVE ADP-PEND-NO TO WS-TX-PEND-NO
           PERFORM VALIDATE-TRANSACTION
           IF WS-TX-OK = 'Y'
               PERFORM POST-ADJUSTMENT
           END-IF
           IF WS-TX-OK = 'N'
               DISPLAY "Cannot post adjustment " ADP-PEND-NO ": "
                   WS-REJECT-REASON
               DISPLAY "Left pending - reject it if it no longer"
                   " applies."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO ADP-STATUS
           MOVE WS-OPERATOR-ID TO ADP-DECIDED-BY
           MOVE WS-RUN-DATE TO ADP-DECIDED-DATE
           REWRITE PENDING-RECORD
           ADD 1 TO WS-APPROVED
           SUBTRACT 1 FROM WS-PENDING-OPEN
           DISPLAY "Adjustment " ADP-PEND-NO
               " approved, posted and journalled.".

       LIST-PLAYER-JOURNAL.
           DISPLAY "Enter the player ID: " WITH NO ADVANCING
           ACCEPT WS-LIST-PLAYER
           MOVE FUNCTION UPPER-CASE(WS-LIST-PLAYER) TO WS-LIST-PLAYER
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "No adjustments have been journalled yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Date     Field    Amount   Season Reason"
               " Authorised Approved   Note"
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       IF AJ-PLAYER-ID = WS-LIST-PLAYER
                           ADD 1 TO WS-LIST-COUNT
                           MOVE AJ-AMOUNT TO WS-ED-AMOUNT
                           MOVE AJ-SEAS-AMOUNT TO WS-ED-SEASON
                           DISPLAY AJ-TIMESTAMP(1:8) " " AJ-FIELD " "
                               WS-ED-AMOUNT " " WS-ED-SEASON " "
                               AJ-REASON " " AJ-AUTH-BY " "
                               AJ-APPROVED-BY " " AJ-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "No adjustments on the journal for "
                   WS-LIST-PLAYER "."
           END-IF.

       PROCESS-TRANSACTION-FILE.
           DISPLAY "Posting adjustment transactions from"
               " ADJTRANS.TXT"
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "No ADJTRANS.TXT transaction file - nothing"
                   " to post."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "Cannot create reject file ADJREJ.TXT -"
                   " status " WS-REJ-FILE-STATUS
               DISPLAY "Nothing posted - ADJTRANS.TXT left in place."
               CLOSE TRANSACTION-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAN-EOF
                   NOT AT END
                       IF TRANSACTION-RECORD NOT = SPACES AND
                               TRANSACTION-RECORD(1:1) NOT = '*'
                           ADD 1 TO WS-TRAN-READ
                           PERFORM PROCESS-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           CLOSE TRANSACTION-FILE
           IF WS-REJ-WRITE-FAILED = 'Y'
               DISPLAY "ADJTRANS.TXT left in place - ADJREJ.TXT is"
                   " incomplete."
               DISPLAY "Remove the lines posted or held above before"
                   " resubmitting it."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-READ > 0
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               DISPLAY "ADJTRANS.TXT emptied - every transaction is"
                   " now journalled, pending or in ADJREJ.TXT."
           END-IF.

       PROCESS-ONE-TRANSACTION.
           PERFORM CLEAR-TRANSACTION
           MOVE 'F' TO WS-TX-SOURCE
           MOVE FUNCTION UPPER-CASE(ATR-PLAYER-ID) TO WS-TX-PLAYER-ID
           MOVE FUNCTION UPPER-CASE(ATR-FIELD) TO WS-TX-FIELD
           IF ATR-AMOUNT IS NUMERIC
               MOVE ATR-AMOUNT TO WS-TX-AMOUNT
           END-IF
           MOVE FUNCTION UPPER-CASE(ATR-REASON) TO WS-TX-REASON
           MOVE FUNCTION UPPER-CASE(ATR-OPERATOR) TO WS-TX-AUTH-BY
           MOVE ATR-NOTE TO WS-TX-NOTE
           PERFORM VALIDATE-TRANSACTION
           IF WS-TX-OK = 'N'
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ADJUSTMENT-LIMIT
           IF WS-OVER-LIMIT = 'Y'
               PERFORM WRITE-PENDING-ADJUSTMENT
               IF WS-TX-OK = 'N'
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TX-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "  " WS-TX-PLAYER-ID " " WS-TX-FIELD " "
                   WS-ED-AMOUNT " held for approval as pending no. "
                   WS-LAST-PEND-NO
           ELSE
               PERFORM POST-ADJUSTMENT
               IF WS-TX-OK = 'N'
                   PERFORM WRITE-REJECT-RECORD
               END-IF
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE TRANSACTION-RECORD TO REJ-TRANSACTION
           MOVE WS-REJECT-REASON TO REJ-REASON
           WRITE REJECT-RECORD
           IF WS-REJ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-REJ-WRITE-FAILED
               DISPLAY "  Rejected " ATR-PLAYER-ID ": "
                   WS-REJECT-REASON
               DISPLAY "  ADJREJ.TXT write failed - status "
                   WS-REJ-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REJECTED
           DISPLAY "  Rejected " ATR-PLAYER-ID ": " WS-REJECT-REASON.

       PRINT-CONTROL-REPORT.
           DISPLAY " "
           DISPLAY "Adjustment control report"
           DISPLAY "-------------------------"
           IF WS-FILE-MODE = 'Y'
               DISPLAY "Transactions read        : " WS-TRAN-READ
           END-IF
           DISPLAY "Adjustments posted       : " WS-POSTED
           DISPLAY "  of which approved      : " WS-APPROVED
           DISPLAY "Held for approval        : " WS-PENDED
           DISPLAY "Pending rejected         : " WS-DECLINED
           DISPLAY "Entries rejected         : " WS-REJECTED
           MOVE WS-NET-WINS TO WS-ED-NET
           DISPLAY "Net wins posted          : " WS-ED-NET
           MOVE WS-NET-LOSSES TO WS-ED-NET
           DISPLAY "Net losses posted        : " WS-ED-NET
           MOVE WS-NET-POINTS TO WS-ED-NET
           DISPLAY "Net points posted        : " WS-ED-NET
           DISPLAY "Still awaiting approval  : " WS-PENDING-OPEN
           IF WS-FILE-MODE = 'Y'
               COMPUTE WS-BALANCE-TOTAL =
                   WS-POSTED + WS-PENDED + WS-REJECTED
               IF WS-BALANCE-TOTAL = WS-TRAN-READ
                   DISPLAY "Control totals IN BALANCE."
               ELSE
                   DISPLAY "Control totals OUT OF BALANCE -"
                       " transactions read do not equal posted,"
                       " held and rejected."
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF RETURN-CODE = 0 AND
                       (WS-REJECTED > 0 OR WS-PENDED > 0)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY " ".
