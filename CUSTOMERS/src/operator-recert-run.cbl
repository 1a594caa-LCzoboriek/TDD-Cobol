       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-recert-run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-OPERATORS-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPERATOR-ID
                 FILE STATUS IS WS-OPERATORS-STATUS.
               SELECT F-RECERT-CONTROL-FILE ASSIGN TO
                 "operator-recert-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECERT-CONTROL-STATUS.
               SELECT F-RECERT-FILE ASSIGN TO "operator-recert.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECERT-STATUS.
               SELECT F-RECERT-LOG-FILE ASSIGN TO
                 "operator-recert-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECERT-LOG-STATUS.
               SELECT F-ACCESS-LOG-FILE ASSIGN TO
                 "customer-access-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-LOG-STATUS.
               SELECT F-OPERATOR-AUDIT-FILE ASSIGN TO
                 "operator-audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPERATOR-AUDIT-STATUS.
               SELECT F-RECERT-REPORT-FILE ASSIGN TO
                 "operator-recert-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-OPERATORS-FILE.
           01 OPERATOR-RECORD.
               05 OPERATOR-ID PIC X(8).
               05 OPERATOR-NAME PIC X(30).
               05 OPERATOR-PASSWORD PIC X(20).
               05 OPERATOR-ROLE PIC X.
               05 OPERATOR-FAILED-ATTEMPTS PIC 99.
               05 OPERATOR-LOCKED PIC X.
                   88 OPERATOR-IS-LOCKED VALUE "Y".
               05 OPERATOR-LAST-SIGNON-DATE PIC X(10).
           FD F-RECERT-CONTROL-FILE.
      *    How many days without a sign-on make an account dormant,
      *    and how many days the supervisors have to key their
      *    decisions once a cycle opens. Absent the file, the
      *    defaults below hold.
           01 RECERT-CONTROL-RECORD.
               05 RC-DORMANT-DAYS PIC 9(3).
               05 FILLER PIC X.
               05 RC-DECISION-DAYS PIC 9(3).
           FD F-RECERT-FILE.
      *    The current cycle: one line per operator, carried from the
      *    day the cycle opens to the day it closes. The supervisors'
      *    decisions are keyed into it through operator-admin; state
      *    O is open, C closed. Decision K keep, D downgrade to
      *    inquiry, R revoke, L locked undecided at the deadline.
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
           FD F-RECERT-LOG-FILE.
      *    Every lock and every decision, for the auditors: who,
      *    what, the role before and after, and who decided.
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
           FD F-ACCESS-LOG-FILE.
           01 ACCESS-LOG-RECORD.
               05 AL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X.
               05 AL-DATE PIC X(10).
               05 FILLER PIC X.
               05 AL-TIME PIC X(8).
               05 FILLER PIC X.
               05 AL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 AL-PATH PIC X(4).
               05 FILLER PIC X.
               05 AL-PROGRAM PIC X(20).
           FD F-OPERATOR-AUDIT-FILE.
           01 OPERATOR-AUDIT-RECORD.
               05 OA-OPERATOR-ID PIC X(8).
               05 FILLER PIC X.
               05 OA-DATE PIC X(10).
               05 FILLER PIC X.
               05 OA-TIME PIC X(8).
               05 FILLER PIC X.
               05 OA-ACTION PIC X(12).
               05 FILLER PIC X.
               05 OA-CUSTOMER-ID PIC 9(7).
           FD F-RECERT-REPORT-FILE.
           01 RECERT-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-OPERATORS-STATUS PIC XX.
           01 WS-RECERT-CONTROL-STATUS PIC XX.
           01 WS-RECERT-STATUS PIC XX.
           01 WS-RECERT-LOG-STATUS PIC XX.
           01 WS-ACCESS-LOG-STATUS PIC XX.
           01 WS-OPERATOR-AUDIT-STATUS PIC XX.
           77 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
           77 WS-DECISION-DAYS PIC 9(3) VALUE 14.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-QUARTER PIC 9.
           01 WS-CYCLE-YEAR PIC 9(4).
           01 WS-CYCLE-MONTH PIC 99.
           01 WS-CYCLE-QUARTER PIC 9.
      *    Activity is counted over the calendar quarter just ended.
           01 WS-ACTIVITY-FROM.
               05 WS-FROM-YEAR PIC 9(4).
               05 FILLER PIC X VALUE "-".
               05 WS-FROM-MONTH PIC 99.
           01 WS-ACTIVITY-TO.
               05 WS-TO-YEAR PIC 9(4).
               05 FILLER PIC X VALUE "-".
               05 WS-TO-MONTH PIC 99.
      *    The cycle as loaded from operator-recert.dat, or as opened
      *    by this run.
           01 WS-CYCLE-FOUND PIC 9 VALUE 0.
           01 WS-CYCLE-DATE PIC X(10).
           01 WS-CYCLE-DEADLINE PIC X(10).
           01 WS-CYCLE-STATE PIC X.
           01 WS-CYCLE-CLOSED-NOW PIC 9 VALUE 0.
           01 WS-CYCLE-OPENED-NOW PIC 9 VALUE 0.
           01 WS-UNDECIDED-COUNT PIC 9(4) VALUE 0.
           01 WS-RECERT-COUNT PIC 9(4) VALUE 0.
           01 WS-RECERT-TABLE.
               05 WS-RECERT OCCURS 500 TIMES
               INDEXED BY RD-IDX.
                   10 WS-RD-OPERATOR-ID PIC X(8).
                   10 WS-RD-OPERATOR-NAME PIC X(30).
                   10 WS-RD-ROLE PIC X.
                   10 WS-RD-LAST-SIGNON PIC X(10).
                   10 WS-RD-LOCKED PIC X.
                   10 WS-RD-LOOKUPS PIC 9(7).
                   10 WS-RD-CHANGES PIC 9(7).
                   10 WS-RD-DECISION PIC X.
                   10 WS-RD-DECIDED-BY PIC X(8).
                   10 WS-RD-DECIDED-DATE PIC X(10).
                   10 WS-RD-DAYS-IDLE PIC 9(5).
                   10 WS-RD-ACCOUNT PIC X(11).
           01 WS-TABLE-FULL PIC 9 VALUE 0.
           01 WS-FOUND PIC 9.
           01 WS-DAYS-IDLE PIC 9(5).
           01 WS-AUTO-LOCK-COUNT PIC 9(4) VALUE 0.
           01 WS-DEADLINE-LOCK-COUNT PIC 9(4) VALUE 0.
           01 WS-DECISION-TEXT PIC X(13).
           01 WS-LOG-ACTION PIC X(13).
           01 WS-LOG-OPERATOR-ID PIC X(8).
           01 WS-LOG-OLD-ROLE PIC X.
           01 WS-LOG-NEW-ROLE PIC X.
           01 WS-LOOKUP-ID PIC X(8).
      *    Request area for the shared date-services subprogram.
           01 WS-DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
               05 DS-YEAR PIC 9(4).
               05 DS-MONTH PIC 99.
               05 DS-DAY PIC 99.
               05 DS-YEAR-2 PIC 9(4).
               05 DS-MONTH-2 PIC 99.
               05 DS-DAY-2 PIC 99.
               05 DS-DAY-COUNT PIC S9(7).
               05 DS-RESULT-FLAG PIC X.
               05 DS-RESULT-NUMBER PIC S9(9).
               05 DS-STAMP PIC X(10).
       PROCEDURE DIVISION.
      *    operators.dat only grows, and roles outlive the jobs they
      *    were granted for. Once a quarter this opens a
      *    recertification cycle: every operator is listed with role,
      *    last sign-on and the quarter's lookups and changes, any
      *    account idle past the dormant limit is locked on the spot,
      *    and operator-recert.dat is laid out for the supervisors to
      *    key keep, downgrade or revoke against each operator
      *    through operator-admin. Run on a later day, it closes the
      *    cycle -- once every operator is decided, or at the
      *    deadline, when whoever is still undecided is locked. Safe
      *    to run every night: a cycle opens only once per quarter.
           PERFORM WORK-OUT-PERIODS.
           PERFORM LOAD-RECERT-CONTROL.
           OPEN EXTEND F-RECERT-LOG-FILE.
           IF WS-RECERT-LOG-STATUS = "35"
               OPEN OUTPUT F-RECERT-LOG-FILE
           END-IF.
           OPEN OUTPUT F-RECERT-REPORT-FILE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           STRING "OPERATOR ACCESS RECERTIFICATION   (PRODUCED "
               WS-RUN-STAMP ")"
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING.
           WRITE RECERT-REPORT-LINE.
           PERFORM LOAD-RECERT-LIST.
           IF WS-CYCLE-FOUND = 1 AND WS-CYCLE-STATE = "O"
               PERFORM CLOSE-CYCLE-IF-DUE
           END-IF.
           IF WS-CYCLE-FOUND = 0
               PERFORM OPEN-NEW-CYCLE
           ELSE
               IF WS-CYCLE-STATE = "C" AND
                   (WS-CYCLE-YEAR NOT = WS-TODAY-YEAR OR
                    WS-CYCLE-QUARTER NOT = WS-TODAY-QUARTER)
                   PERFORM OPEN-NEW-CYCLE
               END-IF
           END-IF.
           IF WS-CYCLE-CLOSED-NOW = 0 AND WS-CYCLE-OPENED-NOW = 0
               PERFORM WRITE-CYCLE-STATUS-SECTION
           END-IF.
           PERFORM WRITE-SIGN-OFF-SECTION.
           CLOSE F-RECERT-REPORT-FILE.
           CLOSE F-RECERT-LOG-FILE.
           DISPLAY "OPERATOR RECERT SUMMARY -- CYCLE " WS-CYCLE-DATE
               " STATE " WS-CYCLE-STATE
               " OPERATORS: " WS-RECERT-COUNT
               " UNDECIDED: " WS-UNDECIDED-COUNT
               " AUTO-LOCKED: " WS-AUTO-LOCK-COUNT
               " DEADLINE-LOCKED: " WS-DEADLINE-LOCK-COUNT.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- RECERT TABLE FULL: SOME OPERATORS "
                   "ARE NOT ON THE CYCLE"
           END-IF.
           GOBACK.

           WORK-OUT-PERIODS SECTION.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           COMPUTE WS-TODAY-QUARTER = (WS-TODAY-MONTH - 1) / 3 + 1.
           IF WS-TODAY-QUARTER = 1
               COMPUTE WS-FROM-YEAR = WS-TODAY-YEAR - 1
               MOVE 10 TO WS-FROM-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-FROM-YEAR
               COMPUTE WS-FROM-MONTH = (WS-TODAY-QUARTER - 2) * 3 + 1
           END-IF.
           MOVE WS-FROM-YEAR TO WS-TO-YEAR.
           COMPUTE WS-TO-MONTH = WS-FROM-MONTH + 2.

           LOAD-RECERT-CONTROL SECTION.
           OPEN INPUT F-RECERT-CONTROL-FILE.
           IF WS-RECERT-CONTROL-STATUS = "00"
               READ F-RECERT-CONTROL-FILE
                   NOT AT END
                       IF RC-DORMANT-DAYS IS NUMERIC AND
                           RC-DORMANT-DAYS > 0
                           MOVE RC-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF RC-DECISION-DAYS IS NUMERIC AND
                           RC-DECISION-DAYS > 0
                           MOVE RC-DECISION-DAYS TO WS-DECISION-DAYS
                       END-IF
               END-READ
               CLOSE F-RECERT-CONTROL-FILE
           END-IF.

           LOAD-RECERT-LIST SECTION.
           MOVE 0 TO WS-RECERT-COUNT.
           MOVE 0 TO WS-UNDECIDED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECERT-FILE
                       NOT AT END
                           PERFORM KEEP-ONE-RECERT-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECERT-FILE
           END-IF.
           IF WS-CYCLE-FOUND = 1
               MOVE WS-CYCLE-DATE(1:4) TO WS-CYCLE-YEAR
               MOVE WS-CYCLE-DATE(6:2) TO WS-CYCLE-MONTH
               COMPUTE WS-CYCLE-QUARTER =
                   (WS-CYCLE-MONTH - 1) / 3 + 1
           END-IF.

           KEEP-ONE-RECERT-LINE SECTION.
           MOVE 1 TO WS-CYCLE-FOUND.
           MOVE RD-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE RD-DEADLINE TO WS-CYCLE-DEADLINE.
           MOVE RD-STATE TO WS-CYCLE-STATE.
           IF WS-RECERT-COUNT < 500
               ADD 1 TO WS-RECERT-COUNT
               SET RD-IDX TO WS-RECERT-COUNT
               MOVE RD-OPERATOR-ID TO WS-RD-OPERATOR-ID(RD-IDX)
               MOVE RD-OPERATOR-NAME TO WS-RD-OPERATOR-NAME(RD-IDX)
               MOVE RD-ROLE TO WS-RD-ROLE(RD-IDX)
               MOVE RD-LAST-SIGNON TO WS-RD-LAST-SIGNON(RD-IDX)
               MOVE RD-LOCKED TO WS-RD-LOCKED(RD-IDX)
               MOVE RD-LOOKUPS TO WS-RD-LOOKUPS(RD-IDX)
               MOVE RD-CHANGES TO WS-RD-CHANGES(RD-IDX)
               MOVE RD-DECISION TO WS-RD-DECISION(RD-IDX)
               MOVE RD-DECIDED-BY TO WS-RD-DECIDED-BY(RD-IDX)
               MOVE RD-DECIDED-DATE TO WS-RD-DECIDED-DATE(RD-IDX)
               MOVE 0 TO WS-RD-DAYS-IDLE(RD-IDX)
               MOVE SPACES TO WS-RD-ACCOUNT(RD-IDX)
               IF RD-DECISION = SPACE
                   ADD 1 TO WS-UNDECIDED-COUNT
               END-IF
           ELSE
               MOVE 1 TO WS-TABLE-FULL
           END-IF.

           CLOSE-CYCLE-IF-DUE SECTION.
      *    A cycle with every operator decided closes on the next
      *    run; one still undecided at its deadline closes with the
      *    stragglers locked. Before then it is left open.
           IF WS-UNDECIDED-COUNT > 0 AND
               WS-RUN-STAMP >= WS-CYCLE-DEADLINE
               OPEN I-O F-OPERATORS-FILE
               SET RD-IDX TO 1
               PERFORM UNTIL RD-IDX > WS-RECERT-COUNT
                   IF WS-RD-DECISION(RD-IDX) = SPACE
                       PERFORM LOCK-ONE-UNDECIDED
                   END-IF
                   SET RD-IDX UP BY 1
               END-PERFORM
               CLOSE F-OPERATORS-FILE
               MOVE 0 TO WS-UNDECIDED-COUNT
           END-IF.
           IF WS-UNDECIDED-COUNT = 0
               MOVE "C" TO WS-CYCLE-STATE
               MOVE 1 TO WS-CYCLE-CLOSED-NOW
               PERFORM SAVE-RECERT-LIST
               PERFORM WRITE-CLOSED-CYCLE-SECTION
           END-IF.

           LOCK-ONE-UNDECIDED SECTION.
           MOVE WS-RD-OPERATOR-ID(RD-IDX) TO OPERATOR-ID.
           READ F-OPERATORS-FILE
               INVALID KEY
                   DISPLAY "OPERATOR RECERT -- " OPERATOR-ID
                       " NO LONGER ON operators.dat; CLOSED UNDECIDED"
               NOT INVALID KEY
                   MOVE "Y" TO OPERATOR-LOCKED
                   REWRITE OPERATOR-RECORD
                   END-REWRITE
                   MOVE "DEADLINE-LOCK" TO WS-LOG-ACTION
                   MOVE OPERATOR-ID TO WS-LOG-OPERATOR-ID
                   MOVE OPERATOR-ROLE TO WS-LOG-OLD-ROLE
                   MOVE OPERATOR-ROLE TO WS-LOG-NEW-ROLE
                   PERFORM WRITE-RECERT-LOG
                   ADD 1 TO WS-DEADLINE-LOCK-COUNT
           END-READ.
           MOVE "L" TO WS-RD-DECISION(RD-IDX).
           MOVE "RECERT" TO WS-RD-DECIDED-BY(RD-IDX).
           MOVE WS-RUN-STAMP TO WS-RD-DECIDED-DATE(RD-IDX).

           OPEN-NEW-CYCLE SECTION.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE WS-TODAY-YEAR TO DS-YEAR.
           MOVE WS-TODAY-MONTH TO DS-MONTH.
           MOVE WS-TODAY-DAY TO DS-DAY.
           MOVE WS-DECISION-DAYS TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE SPACES TO WS-CYCLE-DEADLINE.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-CYCLE-DEADLINE
           END-STRING.
           MOVE WS-RUN-STAMP TO WS-CYCLE-DATE.
           MOVE "O" TO WS-CYCLE-STATE.
           MOVE 1 TO WS-CYCLE-FOUND.
           MOVE 1 TO WS-CYCLE-OPENED-NOW.
           MOVE 0 TO WS-RECERT-COUNT.
           MOVE 0 TO WS-TABLE-FULL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-OPERATORS-FILE.
           IF WS-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPERATOR RECERT -- operators.dat OPEN FAILED, "
                   "STATUS " WS-OPERATORS-STATUS
           ELSE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OPERATORS-FILE NEXT RECORD
                       NOT AT END
                           PERFORM CHECK-ONE-OPERATOR
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OPERATORS-FILE
           END-IF.
           MOVE WS-RECERT-COUNT TO WS-UNDECIDED-COUNT.
           PERFORM TALLY-ACCESS-LOG.
           PERFORM TALLY-OPERATOR-AUDIT.
           PERFORM SAVE-RECERT-LIST.
           PERFORM WRITE-NEW-CYCLE-SECTION.

           CHECK-ONE-OPERATOR SECTION.
      *    Days since the last sign-on; a date that will not parse
      *    means the account has never been used and counts as idle
      *    past any limit. A dormant account still open is locked
      *    now, before any supervisor has to look at it.
           IF OPERATOR-LAST-SIGNON-DATE(1:4) IS NUMERIC AND
               OPERATOR-LAST-SIGNON-DATE(6:2) IS NUMERIC AND
               OPERATOR-LAST-SIGNON-DATE(9:2) IS NUMERIC
               MOVE "DIFF" TO DS-FUNCTION
               MOVE WS-TODAY-YEAR TO DS-YEAR
               MOVE WS-TODAY-MONTH TO DS-MONTH
               MOVE WS-TODAY-DAY TO DS-DAY
               MOVE OPERATOR-LAST-SIGNON-DATE(1:4) TO DS-YEAR-2
               MOVE OPERATOR-LAST-SIGNON-DATE(6:2) TO DS-MONTH-2
               MOVE OPERATOR-LAST-SIGNON-DATE(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER < 0
                   MOVE 0 TO WS-DAYS-IDLE
               ELSE
                   MOVE DS-RESULT-NUMBER TO WS-DAYS-IDLE
               END-IF
           ELSE
               MOVE 99999 TO WS-DAYS-IDLE
           END-IF.
           IF WS-RECERT-COUNT < 500
               ADD 1 TO WS-RECERT-COUNT
               SET RD-IDX TO WS-RECERT-COUNT
               MOVE OPERATOR-ID TO WS-RD-OPERATOR-ID(RD-IDX)
               MOVE OPERATOR-NAME TO WS-RD-OPERATOR-NAME(RD-IDX)
               MOVE OPERATOR-ROLE TO WS-RD-ROLE(RD-IDX)
               MOVE OPERATOR-LAST-SIGNON-DATE TO
                   WS-RD-LAST-SIGNON(RD-IDX)
               MOVE 0 TO WS-RD-LOOKUPS(RD-IDX)
               MOVE 0 TO WS-RD-CHANGES(RD-IDX)
               MOVE SPACE TO WS-RD-DECISION(RD-IDX)
               MOVE SPACES TO WS-RD-DECIDED-BY(RD-IDX)
               MOVE SPACES TO WS-RD-DECIDED-DATE(RD-IDX)
               MOVE WS-DAYS-IDLE TO WS-RD-DAYS-IDLE(RD-IDX)
               IF OPERATOR-IS-LOCKED
                   MOVE "LOCKED" TO WS-RD-ACCOUNT(RD-IDX)
               ELSE
                   MOVE "ACTIVE" TO WS-RD-ACCOUNT(RD-IDX)
               END-IF
           ELSE
               MOVE 1 TO WS-TABLE-FULL
           END-IF.
           IF WS-DAYS-IDLE >= WS-DORMANT-DAYS AND
               NOT OPERATOR-IS-LOCKED
               MOVE "Y" TO OPERATOR-LOCKED
               REWRITE OPERATOR-RECORD
               END-REWRITE
               MOVE "AUTO-LOCK" TO WS-LOG-ACTION
               MOVE OPERATOR-ID TO WS-LOG-OPERATOR-ID
               MOVE OPERATOR-ROLE TO WS-LOG-OLD-ROLE
               MOVE OPERATOR-ROLE TO WS-LOG-NEW-ROLE
               PERFORM WRITE-RECERT-LOG
               ADD 1 TO WS-AUTO-LOCK-COUNT
               IF WS-RECERT-COUNT > 0 AND
                   WS-RD-OPERATOR-ID(RD-IDX) = OPERATOR-ID
                   MOVE "AUTO-LOCKED" TO WS-RD-ACCOUNT(RD-IDX)
               END-IF
           END-IF.
           IF WS-RECERT-COUNT > 0 AND
               WS-RD-OPERATOR-ID(RD-IDX) = OPERATOR-ID
               MOVE OPERATOR-LOCKED TO WS-RD-LOCKED(RD-IDX)
           END-IF.

           TALLY-ACCESS-LOG SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ACCESS-LOG-FILE
                       NOT AT END
                           IF AL-DATE(1:7) >= WS-ACTIVITY-FROM AND
                               AL-DATE(1:7) <= WS-ACTIVITY-TO
                               MOVE AL-OPERATOR-ID TO WS-LOOKUP-ID
                               PERFORM FIND-RECERT-ENTRY
                               IF WS-FOUND = 1
                                   ADD 1 TO WS-RD-LOOKUPS(RD-IDX)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACCESS-LOG-FILE
           END-IF.

           TALLY-OPERATOR-AUDIT SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OPERATOR-AUDIT-FILE.
           IF WS-OPERATOR-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OPERATOR-AUDIT-FILE
                       NOT AT END
                           IF OA-DATE(1:7) >= WS-ACTIVITY-FROM AND
                               OA-DATE(1:7) <= WS-ACTIVITY-TO
                               MOVE OA-OPERATOR-ID TO WS-LOOKUP-ID
                               PERFORM FIND-RECERT-ENTRY
                               IF WS-FOUND = 1
                                   ADD 1 TO WS-RD-CHANGES(RD-IDX)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OPERATOR-AUDIT-FILE
           END-IF.

           FIND-RECERT-ENTRY SECTION.
           MOVE 0 TO WS-FOUND.
           SET RD-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR RD-IDX > WS-RECERT-COUNT
               IF WS-RD-OPERATOR-ID(RD-IDX) = WS-LOOKUP-ID
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET RD-IDX UP BY 1
               END-IF
           END-PERFORM.

           SAVE-RECERT-LIST SECTION.
           OPEN OUTPUT F-RECERT-FILE.
           SET RD-IDX TO 1.
           PERFORM UNTIL RD-IDX > WS-RECERT-COUNT
               MOVE SPACES TO RECERT-RECORD
               MOVE WS-CYCLE-DATE TO RD-CYCLE-DATE
               MOVE WS-CYCLE-DEADLINE TO RD-DEADLINE
               MOVE WS-CYCLE-STATE TO RD-STATE
               MOVE WS-RD-OPERATOR-ID(RD-IDX) TO RD-OPERATOR-ID
               MOVE WS-RD-OPERATOR-NAME(RD-IDX) TO RD-OPERATOR-NAME
               MOVE WS-RD-ROLE(RD-IDX) TO RD-ROLE
               MOVE WS-RD-LAST-SIGNON(RD-IDX) TO RD-LAST-SIGNON
               MOVE WS-RD-LOCKED(RD-IDX) TO RD-LOCKED
               MOVE WS-RD-LOOKUPS(RD-IDX) TO RD-LOOKUPS
               MOVE WS-RD-CHANGES(RD-IDX) TO RD-CHANGES
               MOVE WS-RD-DECISION(RD-IDX) TO RD-DECISION
               MOVE WS-RD-DECIDED-BY(RD-IDX) TO RD-DECIDED-BY
               MOVE WS-RD-DECIDED-DATE(RD-IDX) TO RD-DECIDED-DATE
               WRITE RECERT-RECORD
               END-WRITE
               SET RD-IDX UP BY 1
           END-PERFORM.
           CLOSE F-RECERT-FILE.

           WRITE-RECERT-LOG SECTION.
           MOVE SPACES TO RECERT-LOG-RECORD.
           MOVE WS-RUN-STAMP TO RL-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO RL-TIME
           END-STRING.
           MOVE WS-LOG-ACTION TO RL-ACTION.
           MOVE WS-LOG-OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE WS-LOG-OLD-ROLE TO RL-OLD-ROLE.
           MOVE WS-LOG-NEW-ROLE TO RL-NEW-ROLE.
           MOVE "RECERT" TO RL-DECIDED-BY.
           MOVE WS-CYCLE-DATE TO RL-CYCLE-DATE.
           WRITE RECERT-LOG-RECORD
           END-WRITE.

           DECISION-TEXT SECTION.
           IF WS-RD-DECISION(RD-IDX) = "K"
               MOVE "KEEP" TO WS-DECISION-TEXT
           ELSE IF WS-RD-DECISION(RD-IDX) = "D"
               MOVE "DOWNGRADE" TO WS-DECISION-TEXT
           ELSE IF WS-RD-DECISION(RD-IDX) = "R"
               MOVE "REVOKE" TO WS-DECISION-TEXT
           ELSE IF WS-RD-DECISION(RD-IDX) = "L"
               MOVE "DEADLINE-LOCK" TO WS-DECISION-TEXT
           ELSE
               MOVE "UNDECIDED" TO WS-DECISION-TEXT
           END-IF.

           WRITE-CLOSED-CYCLE-SECTION SECTION.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           STRING "CYCLE OPENED " WS-CYCLE-DATE " CLOSED "
               WS-RUN-STAMP " (DEADLINE " WS-CYCLE-DEADLINE
               ")   LOCKED AT DEADLINE: " WS-DEADLINE-LOCK-COUNT
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING.
           WRITE RECERT-REPORT-LINE.
           MOVE "  OPERATOR  NAME                            ROLE  "
               TO RECERT-REPORT-LINE.
           MOVE "DECISION       BY        DATE" TO
               RECERT-REPORT-LINE(53:).
           WRITE RECERT-REPORT-LINE.
           SET RD-IDX TO 1.
           PERFORM UNTIL RD-IDX > WS-RECERT-COUNT
               PERFORM DECISION-TEXT
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  " WS-RD-OPERATOR-ID(RD-IDX) "  "
                   WS-RD-OPERATOR-NAME(RD-IDX) "  "
                   WS-RD-ROLE(RD-IDX) "     "
                   WS-DECISION-TEXT "  "
                   WS-RD-DECIDED-BY(RD-IDX) "  "
                   WS-RD-DECIDED-DATE(RD-IDX)
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               SET RD-IDX UP BY 1
           END-PERFORM.

           WRITE-NEW-CYCLE-SECTION SECTION.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           STRING "CYCLE OPENED " WS-CYCLE-DATE "   DECISIONS DUE BY "
               WS-CYCLE-DEADLINE "   ACTIVITY " WS-ACTIVITY-FROM
               " TO " WS-ACTIVITY-TO
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           STRING "DORMANT AFTER " WS-DORMANT-DAYS
               " DAYS WITHOUT A SIGN-ON   AUTO-LOCKED: "
               WS-AUTO-LOCK-COUNT
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING.
           WRITE RECERT-REPORT-LINE.
           IF WS-TABLE-FULL = 1
               MOVE "WARNING -- TABLE FULL; SOME OPERATORS ARE NOT "
                   TO RECERT-REPORT-LINE
               MOVE "ON THIS CYCLE" TO RECERT-REPORT-LINE(47:)
               WRITE RECERT-REPORT-LINE
           END-IF.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "  OPERATOR  NAME                            ROLE  "
               TO RECERT-REPORT-LINE.
           MOVE "LAST SIGN-ON   IDLE  LOOKUPS  CHANGES  ACCOUNT" TO
               RECERT-REPORT-LINE(53:).
           WRITE RECERT-REPORT-LINE.
           SET RD-IDX TO 1.
           PERFORM UNTIL RD-IDX > WS-RECERT-COUNT
               MOVE SPACES TO RECERT-REPORT-LINE
               STRING "  " WS-RD-OPERATOR-ID(RD-IDX) "  "
                   WS-RD-OPERATOR-NAME(RD-IDX) "  "
                   WS-RD-ROLE(RD-IDX) "     "
                   WS-RD-LAST-SIGNON(RD-IDX) "  "
                   WS-RD-DAYS-IDLE(RD-IDX) "  "
                   WS-RD-LOOKUPS(RD-IDX) "  "
                   WS-RD-CHANGES(RD-IDX) "  "
                   WS-RD-ACCOUNT(RD-IDX)
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               SET RD-IDX UP BY 1
           END-PERFORM.

           WRITE-CYCLE-STATUS-SECTION SECTION.
      *    Nothing opened or closed this run: say where the cycle
      *    stands and who is still waiting on a decision.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           IF WS-CYCLE-STATE = "O"
               STRING "CYCLE OPENED " WS-CYCLE-DATE " STILL OPEN -- "
                   WS-UNDECIDED-COUNT " UNDECIDED, DEADLINE "
                   WS-CYCLE-DEADLINE
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
               MOVE "  OPERATOR  NAME                            ROLE"
                   TO RECERT-REPORT-LINE
               WRITE RECERT-REPORT-LINE
               SET RD-IDX TO 1
               PERFORM UNTIL RD-IDX > WS-RECERT-COUNT
                   IF WS-RD-DECISION(RD-IDX) = SPACE
                       MOVE SPACES TO RECERT-REPORT-LINE
                       STRING "  " WS-RD-OPERATOR-ID(RD-IDX) "  "
                           WS-RD-OPERATOR-NAME(RD-IDX) "  "
                           WS-RD-ROLE(RD-IDX)
                           DELIMITED BY SIZE INTO RECERT-REPORT-LINE
                       END-STRING
                       WRITE RECERT-REPORT-LINE
                   END-IF
                   SET RD-IDX UP BY 1
               END-PERFORM
           ELSE
               STRING "CYCLE OPENED " WS-CYCLE-DATE " IS CLOSED; THE "
                   "NEXT OPENS IN THE NEXT CALENDAR QUARTER"
                   DELIMITED BY SIZE INTO RECERT-REPORT-LINE
               END-STRING
               WRITE RECERT-REPORT-LINE
           END-IF.

           WRITE-SIGN-OFF-SECTION SECTION.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "SIGN-OFF" TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           STRING "  DECISIONS AND LOCKS ARE LOGGED IN "
               "operator-recert-log.dat."
               DELIMITED BY SIZE INTO RECERT-REPORT-LINE
           END-STRING.
           WRITE RECERT-REPORT-LINE.
           MOVE SPACES TO RECERT-REPORT-LINE.
           WRITE RECERT-REPORT-LINE.
           MOVE "  SUPERVISOR:         ______________________  DATE: "
               TO RECERT-REPORT-LINE.
           MOVE "__________" TO RECERT-REPORT-LINE(54:).
           WRITE RECERT-REPORT-LINE.
