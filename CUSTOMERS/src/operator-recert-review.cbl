       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-recert-review.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-RECERT-FILE ASSIGN TO "operator-recert.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECERT-STATUS.
               SELECT F-RECERT-WORK-FILE ASSIGN TO
                 "operator-recert-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RECERT-LOG-FILE ASSIGN TO
                 "operator-recert-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECERT-LOG-STATUS.
               SELECT F-OPERATORS-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPERATOR-ID
                 FILE STATUS IS WS-OPERATORS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-RECERT-FILE.
      *    The cycle operator-recert-run laid out: one line per
      *    operator, decided here one supervisor keystroke at a time.
           01 RECERT-RECORD.
               05 RD-CYCLE-DATE PIC X(10).
               05 FILLER PIC X.
               05 RD-DEADLINE PIC X(10).
               05 FILLER PIC X.
               05 RD-STATE PIC X.
               05 FILLER PIC X.
               05 RD-OPERATOR-ID PIC X(8).
               05 FILLER PIC X.
               05 RD-OPERATOR-NAME PIC X(30).
               05 FILLER PIC X.
               05 RD-ROLE PIC X.
               05 FILLER PIC X.
               05 RD-LAST-SIGNON PIC X(10).
               05 FILLER PIC X.
               05 RD-LOCKED PIC X.
               05 FILLER PIC X.
               05 RD-LOOKUPS PIC 9(7).
               05 FILLER PIC X.
               05 RD-CHANGES PIC 9(7).
               05 FILLER PIC X.
               05 RD-DECISION PIC X.
               05 FILLER PIC X.
               05 RD-DECIDED-BY PIC X(8).
               05 FILLER PIC X.
               05 RD-DECIDED-DATE PIC X(10).
           FD F-RECERT-WORK-FILE.
           01 RECERT-WORK-RECORD PIC X(116).
           FD F-RECERT-LOG-FILE.
           01 RECERT-LOG-RECORD.
               05 RL-DATE PIC X(10).
               05 FILLER PIC X.
               05 RL-TIME PIC X(8).
               05 FILLER PIC X.
               05 RL-ACTION PIC X(13).
               05 FILLER PIC X.
               05 RL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X.
               05 RL-OLD-ROLE PIC X.
               05 FILLER PIC X.
               05 RL-NEW-ROLE PIC X.
               05 FILLER PIC X.
               05 RL-DECIDED-BY PIC X(8).
               05 FILLER PIC X.
               05 RL-CYCLE-DATE PIC X(10).
           FD F-OPERATORS-FILE.
           01 OPERATOR-RECORD.
               05 OPERATOR-ID PIC X(8).
               05 OPERATOR-NAME PIC X(30).
               05 OPERATOR-PASSWORD PIC X(20).
               05 OPERATOR-ROLE PIC X.
               05 OPERATOR-FAILED-ATTEMPTS PIC 99.
               05 OPERATOR-LOCKED PIC X.
               05 OPERATOR-LAST-SIGNON-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-RECERT-STATUS PIC XX.
           01 WS-RECERT-LOG-STATUS PIC XX.
           01 WS-OPERATORS-STATUS PIC XX.
           01 WS-REVIEW-CHOICE PIC X.
           01 WS-REVIEW-STOPPED PIC 9 VALUE 0.
           01 WS-OPERATOR-FOUND PIC 9.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-SHOW-ROLE PIC X.
           01 WS-SHOW-LOCKED PIC X.
           01 WS-LOG-ACTION PIC X(13).
           01 WS-LOG-OLD-ROLE PIC X.
           01 WS-LOG-NEW-ROLE PIC X.
           01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
           01 WS-KEEP-COUNT PIC 9(5) VALUE 0.
           01 WS-DOWNGRADE-COUNT PIC 9(5) VALUE 0.
           01 WS-REVOKE-COUNT PIC 9(5) VALUE 0.
           01 WS-UNDECIDED-COUNT PIC 9(5) VALUE 0.
      *    Request area for the shared operator sign-on subprogram.
           01 WS-OS-REQUEST.
               05 OS-OPERATOR-ID PIC X(8).
               05 OS-OPERATOR-NAME PIC X(30).
               05 OS-ROLE PIC X.
               05 OS-RESULT PIC X.
           SCREEN SECTION.
           01 RECERT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Operator Recertification".
             05 LINE 3 COLUMN 10 VALUE "Cycle opened:".
             05 LINE 3 COLUMN 24 PIC X(10) USING RD-CYCLE-DATE.
             05 LINE 3 COLUMN 38 VALUE "Decide by:".
             05 LINE 3 COLUMN 50 PIC X(10) USING RD-DEADLINE.
             05 LINE 5 COLUMN 10 VALUE "Operator ID:".
             05 LINE 5 COLUMN 24 PIC X(8) USING RD-OPERATOR-ID.
             05 LINE 6 COLUMN 10 VALUE "Name:".
             05 LINE 6 COLUMN 24 PIC X(30) USING RD-OPERATOR-NAME.
             05 LINE 7 COLUMN 10 VALUE "Role:".
             05 LINE 7 COLUMN 24 PIC X USING WS-SHOW-ROLE.
             05 LINE 7 COLUMN 38 VALUE "Locked:".
             05 LINE 7 COLUMN 50 PIC X USING WS-SHOW-LOCKED.
             05 LINE 8 COLUMN 10 VALUE "Last sign-on:".
             05 LINE 8 COLUMN 24 PIC X(10) USING RD-LAST-SIGNON.
             05 LINE 9 COLUMN 10 VALUE "Lookups last quarter:".
             05 LINE 9 COLUMN 34 PIC 9(7) USING RD-LOOKUPS.
             05 LINE 10 COLUMN 10 VALUE "Changes last quarter:".
             05 LINE 10 COLUMN 34 PIC 9(7) USING RD-CHANGES.
             05 LINE 12 COLUMN 10 VALUE "(k) Keep".
             05 LINE 12 COLUMN 24 VALUE "(d) Downgrade to inquiry".
             05 LINE 13 COLUMN 10 VALUE "(r) Revoke".
             05 LINE 13 COLUMN 24 VALUE "(s) Skip for now".
             05 LINE 13 COLUMN 44 VALUE "(q) Stop".
             05 LINE 15 COLUMN 10 VALUE "Pick: ".
             05 RECERT-CHOICE-FIELD LINE 15 COLUMN 16 PIC X
                USING WS-REVIEW-CHOICE.
       PROCEDURE DIVISION.
       0090-SIGN-ON.
      *    The supervisors' half of the quarterly recertification:
      *    each open line of operator-recert.dat is shown with the
      *    operator's current role, last sign-on and the quarter's
      *    activity, and kept, downgraded to inquiry or revoked.
      *    Decisions land on operators.dat at once and in
      *    operator-recert-log.dat for the auditors. Nobody
      *    recertifies their own account; that line is left for
      *    another supervisor.
           CALL "operator-signon" USING WS-OS-REQUEST.
           IF OS-RESULT NOT = "Y"
               STOP RUN
           END-IF.
           IF OS-ROLE NOT = "S"
               DISPLAY "OPERATOR RECERT REVIEW -- SUPERVISOR ROLE "
                   "REQUIRED"
               STOP RUN
           END-IF.
           PERFORM 0100-REVIEW-ALL-OPERATORS.
           DISPLAY "OPERATOR RECERT REVIEW SUMMARY -- LISTED: "
               WS-LISTED-COUNT
               " KEPT: " WS-KEEP-COUNT
               " DOWNGRADED: " WS-DOWNGRADE-COUNT
               " REVOKED: " WS-REVOKE-COUNT
               " STILL UNDECIDED: " WS-UNDECIDED-COUNT.
           STOP RUN.

       0100-REVIEW-ALL-OPERATORS.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RECERT-FILE.
           IF WS-RECERT-STATUS NOT = "00"
               DISPLAY "OPERATOR RECERT REVIEW -- NO RECERTIFICATION "
                   "CYCLE ON FILE"
               STOP RUN
           END-IF.
           OPEN OUTPUT F-RECERT-WORK-FILE.
           OPEN EXTEND F-RECERT-LOG-FILE.
           IF WS-RECERT-LOG-STATUS = "35"
               OPEN OUTPUT F-RECERT-LOG-FILE
           END-IF.
           OPEN I-O F-OPERATORS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECERT-FILE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 0110-REVIEW-ONE-OPERATOR
                       MOVE RECERT-RECORD TO RECERT-WORK-RECORD
                       WRITE RECERT-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RECERT-FILE.
           CLOSE F-RECERT-WORK-FILE.
           CLOSE F-RECERT-LOG-FILE.
           CLOSE F-OPERATORS-FILE.
           PERFORM 0150-REWRITE-RECERT-FILE.

       0110-REVIEW-ONE-OPERATOR.
      *    A closed cycle, a line already decided, the supervisor's
      *    own line and everything after a stop pass straight
      *    through to the rewritten file.
           IF RD-STATE NOT = "O" OR RD-DECISION NOT = SPACE
               CONTINUE
           ELSE IF RD-OPERATOR-ID = OS-OPERATOR-ID OR
               WS-REVIEW-STOPPED = 1
               ADD 1 TO WS-UNDECIDED-COUNT
           ELSE
               PERFORM 0120-READ-OPERATOR
               INITIALIZE WS-REVIEW-CHOICE
               DISPLAY RECERT-SCREEN
               ACCEPT RECERT-CHOICE-FIELD
               IF WS-REVIEW-CHOICE = "k"
                   MOVE "K" TO RD-DECISION
                   MOVE "KEEP" TO WS-LOG-ACTION
                   MOVE WS-SHOW-ROLE TO WS-LOG-OLD-ROLE
                   MOVE WS-SHOW-ROLE TO WS-LOG-NEW-ROLE
                   ADD 1 TO WS-KEEP-COUNT
                   PERFORM 0140-RECORD-DECISION
               ELSE IF WS-REVIEW-CHOICE = "d"
                   MOVE "D" TO RD-DECISION
                   MOVE "DOWNGRADE" TO WS-LOG-ACTION
                   MOVE WS-SHOW-ROLE TO WS-LOG-OLD-ROLE
                   MOVE "I" TO WS-LOG-NEW-ROLE
                   IF WS-OPERATOR-FOUND = 1
                       MOVE "I" TO OPERATOR-ROLE
                       REWRITE OPERATOR-RECORD
                       END-REWRITE
                   END-IF
                   ADD 1 TO WS-DOWNGRADE-COUNT
                   PERFORM 0140-RECORD-DECISION
               ELSE IF WS-REVIEW-CHOICE = "r"
                   MOVE "R" TO RD-DECISION
                   MOVE "REVOKE" TO WS-LOG-ACTION
                   MOVE WS-SHOW-ROLE TO WS-LOG-OLD-ROLE
                   MOVE WS-SHOW-ROLE TO WS-LOG-NEW-ROLE
                   IF WS-OPERATOR-FOUND = 1
                       MOVE "Y" TO OPERATOR-LOCKED
                       REWRITE OPERATOR-RECORD
                       END-REWRITE
                   END-IF
                   ADD 1 TO WS-REVOKE-COUNT
                   PERFORM 0140-RECORD-DECISION
               ELSE IF WS-REVIEW-CHOICE = "q"
                   MOVE 1 TO WS-REVIEW-STOPPED
                   ADD 1 TO WS-UNDECIDED-COUNT
               ELSE
                   ADD 1 TO WS-UNDECIDED-COUNT
               END-IF
           END-IF.

       0120-READ-OPERATOR.
      *    The role and lock shown are today's, not the cycle's
      *    snapshot -- a supervisor may have changed either since.
           MOVE 0 TO WS-OPERATOR-FOUND.
           MOVE RD-ROLE TO WS-SHOW-ROLE.
           MOVE RD-LOCKED TO WS-SHOW-LOCKED.
           MOVE RD-OPERATOR-ID TO OPERATOR-ID.
           READ F-OPERATORS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-OPERATOR-FOUND
                   MOVE OPERATOR-ROLE TO WS-SHOW-ROLE
                   MOVE OPERATOR-LOCKED TO WS-SHOW-LOCKED
           END-READ.

       0140-RECORD-DECISION.
           MOVE OS-OPERATOR-ID TO RD-DECIDED-BY.
           MOVE WS-RUN-STAMP TO RD-DECIDED-DATE.
           MOVE SPACES TO RECERT-LOG-RECORD.
           MOVE WS-RUN-STAMP TO RL-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO RL-TIME
           END-STRING.
           MOVE WS-LOG-ACTION TO RL-ACTION.
           MOVE RD-OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE WS-LOG-OLD-ROLE TO RL-OLD-ROLE.
           MOVE WS-LOG-NEW-ROLE TO RL-NEW-ROLE.
           MOVE OS-OPERATOR-ID TO RL-DECIDED-BY.
           MOVE RD-CYCLE-DATE TO RL-CYCLE-DATE.
           WRITE RECERT-LOG-RECORD
           END-WRITE.

       0150-REWRITE-RECERT-FILE.
      *    Decided lines go back with the decision, who made it and
      *    when; undecided ones go back as they were, for the next
      *    session or for the deadline run to lock.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RECERT-WORK-FILE.
           OPEN OUTPUT F-RECERT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECERT-WORK-FILE
                   NOT AT END
                       MOVE RECERT-WORK-RECORD TO RECERT-RECORD
                       WRITE RECERT-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RECERT-WORK-FILE.
           CLOSE F-RECERT-FILE.
