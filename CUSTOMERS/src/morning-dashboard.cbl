                 "cards-release-staging.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STAGING-STATUS.
               SELECT F-BUDGET-CONTROL-FILE ASSIGN TO
                 "postage-budget-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-CONTROL-STATUS.
               SELECT F-SPEND-LEDGER-FILE ASSIGN TO
                 "postage-spend-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPEND-LEDGER-STATUS.
               SELECT F-PERIOD-CLOSE-FILE ASSIGN TO
                 "period-close-status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PERIOD-CLOSE-STATUS.
               SELECT F-QUEUE-FILE ASSIGN TO "transmission-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QUEUE-STATUS.
               SELECT F-TRANSMIT-CONTROL-FILE ASSIGN TO
                 "transmission-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSMIT-CONTROL-STATUS.
               SELECT F-CASES-FILE ASSIGN TO "complaint-cases.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-NUMBER
                 ALTERNATE RECORD KEY IS CASE-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CASES-STATUS.
               SELECT F-DASHBOARD-FILE ASSIGN TO
                 "morning-dashboard.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
              05 STEP-STATUS-PROGRAM PIC X(20).
              05 FILLER PIC X.
              05 STEP-STATUS-OUTCOME PIC X(8).
              05 FILLER PIC X.
              05 STEP-STATUS-ROLLBACK PIC X(8).
           FD F-MANIFEST-FILE.
           01 MANIFEST-RECORD.
               05 MANIFEST-CARD-TYPE PIC X(12).
           01 STAGING-RECORD.
               05 STAGING-RECORD-TYPE PIC X.
               05 STAGING-BODY PIC X(230).
           FD F-BUDGET-CONTROL-FILE.
      *    Only the month lines matter here; the priority lines
      *    are the selecting runs' business.
           01 BUDGET-MONTH-RECORD.
               05 BUDGET-RECORD-TYPE PIC X.
                   88 BUDGET-IS-MONTH-LINE VALUE "M".
               05 FILLER PIC X.
               05 BUDGET-MONTH PIC X(7).
               05 FILLER PIC X.
               05 BUDGET-LIMIT PIC 9(7)V99.
           FD F-SPEND-LEDGER-FILE.
           01 SPEND-LEDGER-RECORD.
               05 SPEND-DATE PIC X(10).
               05 FILLER PIC X.
               05 SPEND-PROGRAM PIC X(20).
               05 FILLER PIC X.
               05 SPEND-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 SPEND-AMOUNT PIC 9(7)V99.
               05 FILLER PIC X.
               05 SPEND-DEFERRED PIC 9(7).
           FD F-PERIOD-CLOSE-FILE.
           01 PERIOD-CLOSE-RECORD.
               05 PC-STREAM PIC X(11).
               05 FILLER PIC X.
               05 PC-PERIOD PIC X(7).
               05 FILLER PIC X.
               05 PC-OUTCOME PIC X(8).
               05 FILLER PIC X.
               05 PC-RUN-DATE PIC X(10).
           FD F-QUEUE-FILE.
           01 QUEUE-RECORD.
               05 TQ-ID PIC 9(7).
               05 FILLER PIC X.
               05 TQ-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 TQ-KIND PIC X(8).
               05 FILLER PIC X(67).
               05 TQ-QUEUED-DATE.
                   10 TQ-QUEUED-YEAR PIC 9(4).
                   10 FILLER PIC X.
                   10 TQ-QUEUED-MONTH PIC 99.
                   10 FILLER PIC X.
                   10 TQ-QUEUED-DAY PIC 99.
               05 FILLER PIC X.
               05 TQ-QUEUED-HOUR PIC 99.
               05 FILLER PIC X(7).
               05 TQ-STATE PIC X(9).
               05 FILLER PIC X(34).
           FD F-TRANSMIT-CONTROL-FILE.
           01 TRANSMIT-CONTROL-RECORD.
               05 TC-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 TC-CONFIRM-HOURS PIC 9(3).
               05 FILLER PIC X.
               05 TC-DROP-PREFIX PIC X(40).
           FD F-CASES-FILE.
      *    The complaint case file customer-inquiry keeps; read for
      *    the open and closed counts only.
           01 COMPLAINT-CASE-RECORD.
               05 CASE-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 CASE-CHANNEL PIC X(5).
               05 FILLER PIC X.
               05 CASE-STATUS PIC X(6).
               05 FILLER PIC X.
               05 CASE-OWNER PIC X(8).
               05 FILLER PIC X.
               05 CASE-OPENED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-TARGET-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-ESCALATED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-CLOSED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-CLOSED-BY PIC X(8).
               05 FILLER PIC X.
               05 CASE-DAYS-TO-CLOSE PIC 9(4).
               05 FILLER PIC X.
               05 CASE-MET-TARGET PIC X.
               05 FILLER PIC X.
               05 CASE-SUMMARY PIC X(60).
               05 FILLER PIC X.
               05 CASE-RESOLUTION PIC X(60).
           FD F-DASHBOARD-FILE.
           01 DASHBOARD-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-ACK-DISCREPANCIES PIC 9(7) VALUE 0.
           01 WS-REPAIR-QUEUE PIC 9(7) VALUE 0.
           01 WS-EDIT-PIECES PIC Z,ZZZ,ZZ9.
           01 WS-BUDGET-CONTROL-STATUS PIC XX.
           01 WS-SPEND-LEDGER-STATUS PIC XX.
           01 WS-BUDGET-MONTH PIC X(7).
           01 WS-BUDGET-TODAY PIC X(10).
           01 WS-BUDGET-ACTIVE PIC 9 VALUE 0.
           01 WS-BUDGET-LIMIT PIC 9(7)V99 VALUE 0.
           01 WS-BUDGET-SPENT PIC 9(7)V99 VALUE 0.
           01 WS-TODAY-SPEND PIC 9(7)V99 VALUE 0.
           01 WS-TODAY-PIECES PIC 9(7) VALUE 0.
           01 WS-BUDGET-PERCENT PIC 999 VALUE 0.
           01 WS-BUDGET-DEFERRED PIC 9(7) VALUE 0.
           01 WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-SPEND PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-TODAY-SPEND PIC Z,ZZZ,ZZ9.99.
           01 WS-PERIOD-CLOSE-STATUS PIC XX.
           01 WS-CLOSE-STREAM PIC X(11).
           01 WS-CLOSE-PERIOD PIC X(7).
           01 WS-CLOSE-OUTCOME PIC X(8).
           01 WS-CLOSE-RUN-DATE PIC X(10).
           01 WS-PERIOD-YEAR PIC 9(4).
           01 WS-PERIOD-MONTH PIC 99.
           01 WS-PERIOD-QUARTER PIC 9.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-QUEUE-STATUS PIC XX.
           01 WS-TRANSMIT-CONTROL-STATUS PIC XX.
           01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
           01 WS-CONTROL-COUNT PIC 99 VALUE 0.
           01 WS-CONTROL-TABLE.
               05 WS-CONTROL-ENTRY OCCURS 20 TIMES
               INDEXED BY CTL-IDX.
                   10 WS-CTL-VENDOR PIC X(4).
                   10 WS-CTL-CONFIRM-HOURS PIC 9(3).
           01 WS-CONFIRM-HOURS PIC 9(3).
           01 WS-HOURS-WAITING PIC S9(7).
           01 WS-HOURS-SHOWN PIC Z(6)9.
           01 WS-NOW-HOUR PIC 99.
           01 WS-CASES-STATUS PIC XX.
           01 WS-CASES-OPEN PIC 9(5) VALUE 0.
           01 WS-CASES-ESCALATED PIC 9(5) VALUE 0.
           01 WS-CASES-CLOSED PIC 9(5) VALUE 0.
           01 WS-CASES-MET PIC 9(5) VALUE 0.
           01 WS-CASES-DAYS PIC 9(7) VALUE 0.
           01 WS-CASES-MET-PERCENT PIC 999 VALUE 0.
           01 WS-CASES-AVERAGE PIC ZZZ9.9.
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
      *    Request area for the shared layout-services subprogram.
           01 WS-LS-REQUEST.
               05 LS-FUNCTION PIC X(8).
               05 LS-PROGRAM PIC X(30).
               05 LS-RESULT PIC X.
               05 LS-FILE-COUNT PIC 99.
               05 LS-FILE OCCURS 20 TIMES.
                   10 LS-FILE-NAME PIC X(40).
                   10 LS-VERSION PIC 9(3).
       PROCEDURE DIVISION.
      *    The one page that says whether last night was a good
      *    night, instead of a dozen files opened one by one: the
      *    window's step outcomes, today's card counts by type off
      *    the manifests, whether last period's month-end and
      *    quarter-end close streams completed, the exception
      *    backlogs by source, the quality score and which way it
      *    moved, how fast the month's postage budget is burning,
      *    vendor transmissions still waiting on the vendor's
      *    receipt -- any past their confirmation window by name --
      *    the complaint cases open and closed this month, and
      *    whatever is sitting and waiting for a person.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "morning-dashboard" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           MOVE "complaint-cases.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           STRING FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           PERFORM REPORT-STEP-OUTCOMES.
           PERFORM REPORT-PERIOD-CLOSE.
           PERFORM REPORT-CARD-COUNTS.
           PERFORM REPORT-EXCEPTION-BACKLOGS.
           PERFORM REPORT-QUALITY-SCORE.
           PERFORM REPORT-POSTAGE-BUDGET.
           PERFORM REPORT-TRANSMISSIONS.
           PERFORM REPORT-COMPLAINT-CASES.
           PERFORM REPORT-AWAITING-ACTION.
           CLOSE F-DASHBOARD-FILE.
           DISPLAY "MORNING DASHBOARD WRITTEN -- FAILED STEPS: "
                               INTO DASHBOARD-LINE(34:)
                           END-STRING
                       END-IF
                       IF STEP-STATUS-OUTCOME = "HELD"
                           STRING "  <-- LOOK HERE (FEED CHECK)"
                               DELIMITED BY SIZE
                               INTO DASHBOARD-LINE(34:)
                           END-STRING
                       END-IF
                       IF STEP-STATUS-ROLLBACK = "ROLLBACK"
                           STRING " (FILES ROLLED BACK)"
                               DELIMITED BY SIZE
                               INTO DASHBOARD-LINE(49:)
                           END-STRING
                       END-IF
                       WRITE DASHBOARD-LINE
                       END-WRITE
                   AT END
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           REPORT-PERIOD-CLOSE SECTION.
      *    The last month and the last quarter, each against the
      *    latest line the nightly window wrote for its close stream.
      *    Not run yet is normal until the period's first business
      *    day has had its night; a failed or partial close is not.
           MOVE "LAST PERIOD'S CLOSE STREAMS" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           MOVE WS-TODAY-DATE(1:2) TO WS-TODAY-MONTH.
           MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR.
           MOVE WS-TODAY-MONTH TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE SPACES TO WS-CLOSE-PERIOD.
           STRING WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
               INTO WS-CLOSE-PERIOD
           END-STRING.
           MOVE "MONTH-END" TO WS-CLOSE-STREAM.
           PERFORM REPORT-ONE-CLOSE-STREAM.
           MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR.
           COMPUTE WS-PERIOD-QUARTER = (WS-TODAY-MONTH - 1) / 3.
           IF WS-PERIOD-QUARTER = 0
               MOVE 4 TO WS-PERIOD-QUARTER
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           END-IF.
           MOVE SPACES TO WS-CLOSE-PERIOD.
           STRING WS-PERIOD-YEAR "-Q" WS-PERIOD-QUARTER
               INTO WS-CLOSE-PERIOD
           END-STRING.
           MOVE "QUARTER-END" TO WS-CLOSE-STREAM.
           PERFORM REPORT-ONE-CLOSE-STREAM.
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           REPORT-ONE-CLOSE-STREAM SECTION.
           MOVE "NOT RUN" TO WS-CLOSE-OUTCOME.
           MOVE SPACES TO WS-CLOSE-RUN-DATE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PERIOD-CLOSE-FILE.
           IF WS-PERIOD-CLOSE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PERIOD-CLOSE-FILE
                   NOT AT END
                       IF PC-STREAM = WS-CLOSE-STREAM AND
                           PC-PERIOD = WS-CLOSE-PERIOD
                           MOVE PC-OUTCOME TO WS-CLOSE-OUTCOME
                           MOVE PC-RUN-DATE TO WS-CLOSE-RUN-DATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PERIOD-CLOSE-STATUS = "00" OR
               WS-PERIOD-CLOSE-STATUS = "10"
               CLOSE F-PERIOD-CLOSE-FILE
           END-IF.
           MOVE SPACES TO DASHBOARD-LINE.
           STRING "  " WS-CLOSE-STREAM " " WS-CLOSE-PERIOD " "
               WS-CLOSE-OUTCOME " " WS-CLOSE-RUN-DATE
               DELIMITED BY SIZE INTO DASHBOARD-LINE
           END-STRING.
           IF WS-CLOSE-OUTCOME = "FAILED" OR
               WS-CLOSE-OUTCOME = "PARTIAL"
               STRING "  <-- LOOK HERE"
                   DELIMITED BY SIZE
                   INTO DASHBOARD-LINE(43:)
               END-STRING
           END-IF.
           WRITE DASHBOARD-LINE.

           REPORT-CARD-COUNTS SECTION.
           MOVE "CARDS MANIFESTED TODAY" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           REPORT-POSTAGE-BUDGET SECTION.
      *    The month's limit against what the spend ledger says has
      *    gone out so far, what went out today, and how many cards
      *    are parked waiting for the budget to be raised.
           MOVE "POSTAGE BUDGET" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           MOVE SPACES TO WS-BUDGET-TODAY.
           STRING WS-TODAY-YEAR "-" WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-BUDGET-TODAY
           END-STRING.
           MOVE WS-BUDGET-TODAY(1:7) TO WS-BUDGET-MONTH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-CONTROL-FILE.
           IF WS-BUDGET-CONTROL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-CONTROL-FILE
                   NOT AT END
                       IF BUDGET-IS-MONTH-LINE AND
                           BUDGET-MONTH = WS-BUDGET-MONTH AND
                           BUDGET-LIMIT NUMERIC
                           MOVE 1 TO WS-BUDGET-ACTIVE
                           MOVE BUDGET-LIMIT TO WS-BUDGET-LIMIT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-BUDGET-CONTROL-STATUS = "00"
               CLOSE F-BUDGET-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPEND-LEDGER-FILE.
           IF WS-SPEND-LEDGER-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPEND-LEDGER-FILE
                   NOT AT END
                       IF SPEND-DATE(1:7) = WS-BUDGET-MONTH AND
                           SPEND-AMOUNT NUMERIC
                           ADD SPEND-AMOUNT TO WS-BUDGET-SPENT
                           IF SPEND-DATE = WS-BUDGET-TODAY
                               ADD SPEND-AMOUNT TO WS-TODAY-SPEND
                               ADD SPEND-PIECES TO WS-TODAY-PIECES
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SPEND-LEDGER-STATUS = "00"
               CLOSE F-SPEND-LEDGER-FILE
           END-IF.
           MOVE "budget-deferred-cards.dat" TO WS-COUNT-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-LINE-COUNT TO WS-BUDGET-DEFERRED.
           MOVE WS-BUDGET-SPENT TO WS-EDIT-SPEND.
           MOVE WS-TODAY-SPEND TO WS-EDIT-TODAY-SPEND.
           MOVE SPACES TO DASHBOARD-LINE.
           IF WS-BUDGET-ACTIVE = 1
               MOVE WS-BUDGET-LIMIT TO WS-EDIT-LIMIT
               IF WS-BUDGET-LIMIT > 0
                   COMPUTE WS-BUDGET-PERCENT =
                       WS-BUDGET-SPENT * 100 / WS-BUDGET-LIMIT
                       ON SIZE ERROR MOVE 999 TO WS-BUDGET-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 999 TO WS-BUDGET-PERCENT
               END-IF
               STRING "  MONTH " WS-EDIT-SPEND " OF " WS-EDIT-LIMIT
                   " (" WS-BUDGET-PERCENT "% USED)"
                   DELIMITED BY SIZE INTO DASHBOARD-LINE
               END-STRING
           ELSE
               STRING "  MONTH " WS-EDIT-SPEND
                   " (no budget set for " WS-BUDGET-MONTH ")"
                   DELIMITED BY SIZE INTO DASHBOARD-LINE
               END-STRING
           END-IF.
           WRITE DASHBOARD-LINE.
           MOVE SPACES TO DASHBOARD-LINE.
           STRING "  TODAY " WS-EDIT-TODAY-SPEND
               "  PIECES " WS-TODAY-PIECES
               "  BUDGET-DEFERRED " WS-BUDGET-DEFERRED
               DELIMITED BY SIZE INTO DASHBOARD-LINE
           END-STRING.
           WRITE DASHBOARD-LINE.
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           REPORT-TRANSMISSIONS SECTION.
      *    Every file queued for a vendor and not yet confirmed,
      *    with the ones past the vendor's confirmation window --
      *    the same window the exception monitor alerts on --
      *    listed one by one.
           MOVE "VENDOR TRANSMISSIONS" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           PERFORM LOAD-TRANSMIT-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-FILE
                   NOT AT END
                       IF TQ-STATE NOT = "CONFIRMED" AND
                           TQ-QUEUED-YEAR NUMERIC
                           ADD 1 TO WS-AWAITING-COUNT
                           PERFORM REPORT-ONE-TRANSMISSION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "10"
               CLOSE F-QUEUE-FILE
           END-IF.
           MOVE SPACES TO DASHBOARD-LINE.
           STRING "  AWAITING CONFIRMATION " WS-AWAITING-COUNT
               "  PAST CONFIRMATION WINDOW " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO DASHBOARD-LINE
           END-STRING.
           WRITE DASHBOARD-LINE.
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           LOAD-TRANSMIT-CONTROL SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSMIT-CONTROL-FILE.
           IF WS-TRANSMIT-CONTROL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
               WS-CONTROL-COUNT >= 20
               READ F-TRANSMIT-CONTROL-FILE
                   NOT AT END
                       IF TC-CONFIRM-HOURS NUMERIC
                           ADD 1 TO WS-CONTROL-COUNT
                           SET CTL-IDX TO WS-CONTROL-COUNT
                           MOVE TC-VENDOR TO WS-CTL-VENDOR(CTL-IDX)
                           MOVE TC-CONFIRM-HOURS TO
                               WS-CTL-CONFIRM-HOURS(CTL-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-TRANSMIT-CONTROL-STATUS = "00" OR
               WS-TRANSMIT-CONTROL-STATUS = "10"
               CLOSE F-TRANSMIT-CONTROL-FILE
           END-IF.

           REPORT-ONE-TRANSMISSION SECTION.
           MOVE 24 TO WS-CONFIRM-HOURS.
           SET CTL-IDX TO 1.
           PERFORM UNTIL CTL-IDX > WS-CONTROL-COUNT
               IF WS-CTL-VENDOR(CTL-IDX) = TQ-VENDOR
                   MOVE WS-CTL-CONFIRM-HOURS(CTL-IDX) TO
                       WS-CONFIRM-HOURS
               END-IF
               SET CTL-IDX UP BY 1
           END-PERFORM.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE TQ-QUEUED-YEAR TO DS-YEAR-2.
           MOVE TQ-QUEUED-MONTH TO DS-MONTH-2.
           MOVE TQ-QUEUED-DAY TO DS-DAY-2.
           MOVE "DIFF" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           COMPUTE WS-HOURS-WAITING = (DS-RESULT-NUMBER * 24) +
               WS-NOW-HOUR - TQ-QUEUED-HOUR.
           IF WS-HOURS-WAITING >= WS-CONFIRM-HOURS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-HOURS-WAITING TO WS-HOURS-SHOWN
               MOVE SPACES TO DASHBOARD-LINE
               STRING "  " TQ-ID " " TQ-VENDOR " " TQ-KIND " "
                   TQ-STATE " " TQ-QUEUED-DATE " "
                   FUNCTION TRIM(WS-HOURS-SHOWN) " HRS"
                   DELIMITED BY SIZE INTO DASHBOARD-LINE
               END-STRING
               STRING "  <-- LOOK HERE"
                   DELIMITED BY SIZE
                   INTO DASHBOARD-LINE(60:)
               END-STRING
               WRITE DASHBOARD-LINE
           END-IF.

           REPORT-COMPLAINT-CASES SECTION.
      *    What is open and how much of it the aging report has had
      *    to escalate, then the month's closed cases: how many, how
      *    many inside their due date, and the average business
      *    days a case took to close.
           MOVE "COMPLAINT CASES" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CASES-FILE.
           IF WS-CASES-STATUS NOT = "00"
               MOVE "  (no complaint case file)" TO DASHBOARD-LINE
               WRITE DASHBOARD-LINE
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CASES-FILE NEXT RECORD
                   NOT AT END
                       IF CASE-STATUS = "OPEN"
                           ADD 1 TO WS-CASES-OPEN
                           IF CASE-ESCALATED-DATE NOT = SPACES
                               ADD 1 TO WS-CASES-ESCALATED
                           END-IF
                       END-IF
                       IF CASE-STATUS = "CLOSED" AND
                           CASE-CLOSED-DATE(1:4) = WS-TODAY-YEAR AND
                           CASE-CLOSED-DATE(6:2) = WS-TODAY-DATE(1:2)
                           ADD 1 TO WS-CASES-CLOSED
                           ADD CASE-DAYS-TO-CLOSE TO WS-CASES-DAYS
                           IF CASE-MET-TARGET = "Y"
                               ADD 1 TO WS-CASES-MET
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CASES-STATUS = "00" OR WS-CASES-STATUS = "10"
               CLOSE F-CASES-FILE
               MOVE SPACES TO DASHBOARD-LINE
               STRING "  OPEN " WS-CASES-OPEN
                   "  ESCALATED PAST DUE " WS-CASES-ESCALATED
                   DELIMITED BY SIZE INTO DASHBOARD-LINE
               END-STRING
               IF WS-CASES-ESCALATED > 0
                   STRING "  <-- LOOK HERE"
                       DELIMITED BY SIZE
                       INTO DASHBOARD-LINE(43:)
                   END-STRING
               END-IF
               WRITE DASHBOARD-LINE
               MOVE 0 TO WS-CASES-MET-PERCENT
               MOVE 0 TO WS-CASES-AVERAGE
               IF WS-CASES-CLOSED > 0
                   COMPUTE WS-CASES-MET-PERCENT =
                       WS-CASES-MET * 100 / WS-CASES-CLOSED
                   COMPUTE WS-CASES-AVERAGE ROUNDED =
                       WS-CASES-DAYS / WS-CASES-CLOSED
               END-IF
               MOVE SPACES TO DASHBOARD-LINE
               STRING "  CLOSED THIS MONTH " WS-CASES-CLOSED
                   "  WITHIN TARGET " WS-CASES-MET-PERCENT "%"
                   "  AVG BUSINESS DAYS TO CLOSE "
                   FUNCTION TRIM(WS-CASES-AVERAGE)
                   DELIMITED BY SIZE INTO DASHBOARD-LINE
               END-STRING
               WRITE DASHBOARD-LINE
           END-IF.
           MOVE SPACES TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.

           REPORT-AWAITING-ACTION SECTION.
           MOVE "AWAITING ACTION" TO DASHBOARD-LINE.
           WRITE DASHBOARD-LINE.
