               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO "HANGCFG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  CONTROL-RECORD          PIC X(100).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CTL-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CTL-AVAILABLE    PIC X VALUE 'N'.
           05  WS-CFG-FILE-STATUS  PIC X(02) VALUE "00".
           05  WS-CFG-EOF          PIC X VALUE 'N'.

       01  WS-RUN-DATA.
           05  WS-CONTROL-FILE-NAME PIC X(40) VALUE SPACES.
           05  WS-ANY-WARNING      PIC X VALUE 'N'.

       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT       PIC 99 VALUE 8.
           05  WS-STEP-MAX         PIC 99 VALUE 12.
           05  WS-STEPS OCCURS 12 TIMES.
               10  WS-STEP-PROGRAM PIC X(8).
               10  WS-STEP-DESC    PIC X(34).
               10  WS-STEP-RC      PIC 9(4).
               10  WS-STEP-STATUS  PIC X(8).

       01  WS-TEMP-DATA.
           05  WS-STEP-INDEX       PIC 99.
           05  WS-STEP-DISPLAY     PIC Z9.
           05  WS-RC-DISPLAY       PIC ZZZ9.
           05  WS-OPT-PROGRAM      PIC X(8).
           05  WS-OPT-FOUND        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STOP RUN.

       BUILD-STEP-TABLE.
           MOVE "HANGCHK"  TO WS-STEP-PROGRAM(1)
           MOVE "Configuration pre-flight (RCHK)"
               TO WS-STEP-DESC(1)
           MOVE "HANGARCH" TO WS-STEP-PROGRAM(2)
           MOVE "Archive prior-period game history"
               TO WS-STEP-DESC(2)
           MOVE "HANGPOST" TO WS-STEP-PROGRAM(3)
           MOVE "Post results held in batch window"
               TO WS-STEP-DESC(3)
           MOVE "HANGRPT"  TO WS-STEP-PROGRAM(4)
           MOVE "End-of-day summary report (RSUM)"
               TO WS-STEP-DESC(4)
           MOVE "HANGDAY"  TO WS-STEP-PROGRAM(5)
           MOVE "Daily challenge ranking (RDAY)"
               TO WS-STEP-DESC(5)
           MOVE "HANGSTAT" TO WS-STEP-PROGRAM(6)
           MOVE "Letter analytics report (RSTA)"
               TO WS-STEP-DESC(6)
           MOVE "HANGLDR"  TO WS-STEP-PROGRAM(7)
           MOVE "Leaderboard report (RLDR)"
               TO WS-STEP-DESC(7)
           MOVE "WORDRATE" TO WS-STEP-PROGRAM(8)
           MOVE "Word difficulty calibration (RRAT)"
               TO WS-STEP-DESC(8)
           MOVE 8 TO WS-STEP-COUNT
           PERFORM LOAD-OPTIONAL-STEPS
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE 0 TO WS-STEP-RC(WS-STEP-INDEX)
               MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-INDEX)
           END-PERFORM.

       LOAD-OPTIONAL-STEPS.
           OPEN INPUT CONFIG-FILE
           IF WS-CFG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CFG-EOF = 'Y'
               READ CONFIG-FILE
                   AT END
                       MOVE 'Y' TO WS-CFG-EOF
                   NOT AT END
                       IF CONFIG-RECORD(1:3) = "EOD" AND
                               CONFIG-RECORD(4:6) = SPACES
                           PERFORM ADD-OPTIONAL-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE.

       ADD-OPTIONAL-STEP.
           MOVE FUNCTION UPPER-CASE(CONFIG-RECORD(10:8))
               TO WS-OPT-PROGRAM
           IF WS-OPT-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-OPT-FOUND
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-STEP-INDEX) = WS-OPT-PROGRAM
                   MOVE 'Y' TO WS-OPT-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OPT-FOUND = 'Y'
                   DISPLAY "Optional step " WS-OPT-PROGRAM
                       " is already in the run - ignored."
               WHEN WS-STEP-COUNT NOT < WS-STEP-MAX
                   DISPLAY "Too many end-of-day steps - optional step "
                       WS-OPT-PROGRAM " ignored."
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-OPT-PROGRAM
                       TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                   IF CONFIG-RECORD(19:34) = SPACES
                       MOVE "Optional step"
                           TO WS-STEP-DESC(WS-STEP-COUNT)
                   ELSE
                       MOVE CONFIG-RECORD(19:34)
                           TO WS-STEP-DESC(WS-STEP-COUNT)
                   END-IF
           END-EVALUATE.

       RUN-ONE-STEP.
           MOVE WS-STEP-INDEX TO WS-STEP-DISPLAY
           DISPLAY " "
           DISPLAY "Step " WS-STEP-DISPLAY ": "
               WS-STEP-PROGRAM(WS-STEP-INDEX) " - "
               WS-STEP-DESC(WS-STEP-INDEX)
           MOVE 0 TO RETURN-CODE
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   MOVE WS-STEP-RC(WS-STEP-INDEX) TO WS-RC-DISPLAY
                   MOVE WS-STEP-INDEX TO WS-STEP-DISPLAY
                   MOVE SPACES TO WS-CONTROL-LINE
                   STRING "  " WS-STEP-DISPLAY "     "
                       WS-STEP-PROGRAM(WS-STEP-INDEX) " "
                       WS-STEP-STATUS(WS-STEP-INDEX) " "
                       WS-RC-DISPLAY " "
