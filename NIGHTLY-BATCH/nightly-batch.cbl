       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-JOB-TABLE-FILE ASSIGN TO WS-JOB-TABLE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOB-TABLE-STATUS.
           SELECT F-STEP-STATUS-FILE ASSIGN TO WS-STEP-STATUS-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEP-STATUS-STATUS.
           SELECT F-CALENDAR-FILE ASSIGN TO
             "console-overrides.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONSOLE-OVERRIDES-STATUS.
           SELECT F-FEED-HOLDS-FILE ASSIGN TO "feed-holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-HOLDS-STATUS.
           SELECT F-PERIOD-CLOSE-FILE ASSIGN TO
             "period-close-status.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIOD-CLOSE-STATUS.
           SELECT F-STEP-FILES-FILE ASSIGN TO "nightly-step-files.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEP-FILES-STATUS.
           SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PERSON-CUSTOMER-ID
             ALTERNATE RECORD KEY IS PERSON-NAME
               WITH DUPLICATES
             FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AUDIT-SERIAL
             ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
               WITH DUPLICATES
             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT F-LIVE-FILE ASSIGN TO WS-LIVE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIVE-STATUS.
           SELECT F-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
           FILE SECTION.
              05 JOB-FAIL-POLICY PIC X.
              05 FILLER PIC X.
              05 JOB-PASS-DATE PIC X.
      *    The close streams' tables are laid out the same way with
      *    room for the longer report program names.
           01 CLOSE-JOB-TABLE-RECORD.
              05 CLOSE-JOB-SEQ PIC 99.
              05 FILLER PIC X.
              05 CLOSE-JOB-PROGRAM PIC X(30).
              05 FILLER PIC X.
              05 CLOSE-JOB-ENABLED PIC X.
              05 FILLER PIC X.
              05 CLOSE-JOB-FAIL-POLICY PIC X.
              05 FILLER PIC X.
              05 CLOSE-JOB-PASS-DATE PIC X.
           FD F-STEP-STATUS-FILE.
      *    One line per step per run: the night's record of what
      *    completed, what failed, and what was skipped -- a bad
      *    night is visible here instead of silent. ROLLBACK after
      *    the outcome means the files the step writes were put
      *    back as they stood before it started.
           01 STEP-STATUS-RECORD.
              05 STEP-STATUS-RUN-DATE PIC X(5).
              05 FILLER PIC X VALUE SPACE.
              05 STEP-STATUS-PROGRAM PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 STEP-STATUS-OUTCOME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 STEP-STATUS-ROLLBACK PIC X(8).
           01 CLOSE-STEP-STATUS-RECORD.
              05 CLOSE-STATUS-RUN-DATE PIC X(5).
              05 FILLER PIC X.
              05 CLOSE-STATUS-RUN-YEAR PIC 9(4).
              05 FILLER PIC X.
              05 CLOSE-STATUS-PROGRAM PIC X(30).
              05 FILLER PIC X.
              05 CLOSE-STATUS-OUTCOME PIC X(8).
              05 FILLER PIC X.
              05 CLOSE-STATUS-ROLLBACK PIC X(8).
           FD F-CALENDAR-FILE.
      *    The shop's processing calendar: a dated line marks a
      *    holiday or other skip day; the WEEKENDS line skips every
      *    The system-wide run lock: the file existing means a run
      *    holds the card history files and card-audit.dat. A
      *    crashed run leaves it behind -- the stale-lock override
      *    is the operator clearing it from batch-console once they
      *    have confirmed nothing is actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 OVERRIDE-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 OVERRIDE-PROGRAM PIC X(20).
           FD F-FEED-HOLDS-FILE.
      *    Written by feed-arrival-monitor, a step of this same
      *    window: a consumer whose inbound feed is late, missing,
      *    short or repeated, listed for tonight, is not CALLed.
           01 FEED-HOLD-RECORD.
              05 FHD-DATE PIC X(10).
              05 FILLER PIC X.
              05 FHD-PROGRAM PIC X(30).
              05 FILLER PIC X.
              05 FHD-FEED PIC X(40).
              05 FILLER PIC X.
              05 FHD-REASON PIC X(8).
              05 FILLER PIC X.
              05 FHD-DETAIL PIC X(30).
           FD F-PERIOD-CLOSE-FILE.
      *    One line per close-stream run: which stream, the period
      *    it closed (YYYY-MM for a month, YYYY-Qn for a quarter),
      *    how it ended, and the night it ran. A period with no
      *    COMPLETE line is still owed its close.
           01 PERIOD-CLOSE-RECORD.
              05 PC-STREAM PIC X(11).
              05 FILLER PIC X VALUE SPACE.
              05 PC-PERIOD PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 PC-OUTCOME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 PC-RUN-DATE PIC X(10).
           FD F-STEP-FILES-FILE.
      *    One line per file a step writes: the step's program and
      *    the data file. Every file named here is copied aside
      *    before the step starts and put back if the step fails.
           01 STEP-FILES-RECORD.
              05 SF-PROGRAM PIC X(30).
              05 FILLER PIC X.
              05 SF-FILE-NAME PIC X(40).
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-BODY PIC X(188).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 AUDIT-SERIAL PIC 9(9).
           FD F-LIVE-FILE.
           01 LIVE-RECORD PIC X(300).
           FD F-SNAPSHOT-FILE.
           01 SNAPSHOT-RECORD PIC X(300).

           WORKING-STORAGE SECTION.
           01 WS-JOB-TABLE-STATUS PIC XX.
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 20 TIMES
               INDEXED BY STEP-IDX.
                   10 WS-STEP-PROGRAM PIC X(30).
                   10 WS-STEP-ENABLED PIC X.
                   10 WS-STEP-FAIL-POLICY PIC X.
                   10 WS-STEP-PASS-DATE PIC X.
                   10 WS-STEP-OUTCOME PIC X(8).
                   10 WS-STEP-ROLLBACK PIC X(8).
           01 WS-PRIOR-COUNT PIC 99 VALUE 0.
           01 WS-PRIOR-TABLE.
               05 WS-PRIOR-ENTRY OCCURS 20 TIMES
               INDEXED BY PRIOR-IDX.
                   10 WS-PRIOR-PROGRAM PIC X(30).
                   10 WS-PRIOR-OUTCOME PIC X(8).
           01 WS-WINDOW-ABORTED PIC 9 VALUE 0.
           01 WS-STEP-FAILED PIC 9.
               INDEXED BY OVR-IDX.
                   10 WS-OVERRIDE-PROGRAM PIC X(20).
           01 WS-STEP-OVERRIDDEN PIC 9.
           01 WS-FEED-HOLDS-STATUS PIC XX.
           01 WS-FEED-HOLDS-ENDED PIC 9.
           01 WS-STEP-HELD PIC 9.
           01 WS-STEP-HELD-REASON PIC X(8).
      *    The stream being run: DAILY, then MONTH-END and
      *    QUARTER-END when their period has closed. Each stream has
      *    its own job table and step-status file.
           01 WS-STREAM-NAME PIC X(11) VALUE "DAILY".
           01 WS-JOB-TABLE-NAME PIC X(30)
               VALUE "nightly-job-table.dat".
           01 WS-STEP-STATUS-NAME PIC X(30)
               VALUE "nightly-step-status.dat".
           01 WS-PERIOD-CLOSE-STATUS PIC XX.
           01 WS-CLOSE-PERIOD PIC X(7).
           01 WS-STREAM-DUE PIC 9.
           01 WS-STREAM-OUTCOME PIC X(8).
           01 WS-PERIOD-YEAR PIC 9(4).
           01 WS-PERIOD-MONTH PIC 99.
           01 WS-PERIOD-QUARTER PIC 9.
           01 WS-DEFAULT-PROGRAM PIC X(30).
           01 WS-PRIOR-PROGRAM-SEEN PIC X(30).
           01 WS-PRIOR-OUTCOME-SEEN PIC X(8).
      *    The pre-step snapshots. Kind C and A are the indexed
      *    customers.dat and card-audit.dat, L any flat file, the
      *    same split card-backup makes. ABSENT means the file did
      *    not exist before the step, so a rollback removes it;
      *    TAKEN marks a snapshot still on disk for this window.
           01 WS-STEP-FILES-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-LIVE-STATUS PIC XX.
           01 WS-SNAPSHOT-STATUS PIC XX.
           01 WS-LIVE-NAME PIC X(40).
           01 WS-SNAPSHOT-FILE-NAME PIC X(80).
           01 WS-SNAP-COUNT PIC 99 VALUE 0.
           01 WS-SNAP-TABLE.
               05 WS-SNAP-ENTRY OCCURS 40 TIMES
               INDEXED BY SNAP-IDX.
                   10 WS-SNAP-PROGRAM PIC X(30).
                   10 WS-SNAP-FILE PIC X(40).
                   10 WS-SNAP-KIND PIC X.
                   10 WS-SNAP-PRESENCE PIC X(7).
                   10 WS-SNAP-STATE PIC X(8).
           01 WS-SNAP-RECORDS PIC 9(7).
           01 WS-SNAP-REMOVED PIC 99 VALUE 0.
      *    Request area for report-distribute, called at the end of
      *    each stream to send its reports to the staff inboxes.
           01 WS-RD-REQUEST.
               05 RD-STREAM PIC X(11).
               05 RD-PERIOD PIC X(10).
               05 RD-RESULT PIC X.
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
      *    The window used to hardcode exactly two steps, and a dead
      *    same-day rerun reads the previous status file and skips
      *    the steps already complete, the resume the old per-step
      *    checkpoints provided.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "nightly-batch" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           END-IF.
           PERFORM SET-UP-CATCHUP-BACKFILL.
           PERFORM LOAD-CONSOLE-OVERRIDES.
           PERFORM LOAD-STEP-FILE-LIST.
           PERFORM LOAD-JOB-TABLE.
           PERFORM LOAD-PRIOR-STEP-STATUS.
           PERFORM RUN-ALL-STEPS.
           PERFORM WRITE-STEP-STATUS-FILE.
           PERFORM DISTRIBUTE-STREAM-REPORTS.
           IF WS-WINDOW-ABORTED = 0
               PERFORM SAVE-LAST-RUN
               PERFORM RUN-PERIOD-CLOSE-STREAMS
           END-IF.
           PERFORM REMOVE-STEP-SNAPSHOTS.
           PERFORM RELEASE-RUN-LOCK.
           GOBACK.

           RUN-PERIOD-CLOSE-STREAMS SECTION.
      *    The month-end and quarter-end jobs used to be run by hand
      *    whenever someone remembered, often against a month still
      *    in progress. Each close stream now runs after a clean
      *    daily window on the first business day of the new period
      *    -- so the period it closes is finished -- and a stream
      *    that failed or missed its night stays due until it
      *    completes. Both run on the real date, never a catch-up
      *    day.
           MOVE WS-REAL-TODAY TO WS-TODAY.
           MOVE WS-REAL-TODAY-YEAR TO WS-TODAY-YEAR.
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
           MOVE "MONTH-END" TO WS-STREAM-NAME.
           MOVE "month-end-job-table.dat" TO WS-JOB-TABLE-NAME.
           MOVE "month-end-step-status.dat" TO WS-STEP-STATUS-NAME.
           PERFORM RUN-ONE-CLOSE-STREAM.
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
           MOVE "QUARTER-END" TO WS-STREAM-NAME.
           MOVE "quarter-end-job-table.dat" TO WS-JOB-TABLE-NAME.
           MOVE "quarter-end-step-status.dat" TO WS-STEP-STATUS-NAME.
           PERFORM RUN-ONE-CLOSE-STREAM.

           RUN-ONE-CLOSE-STREAM SECTION.
      *    The same load, resume, run and status steps as the daily
      *    window, against the stream's own table and status file.
           PERFORM CHECK-CLOSE-STREAM-DUE.
           IF WS-STREAM-DUE = 1
               DISPLAY "NIGHTLY BATCH -- RUNNING "
                   FUNCTION TRIM(WS-STREAM-NAME) " STREAM FOR "
                   WS-CLOSE-PERIOD
               MOVE 0 TO WS-STEP-COUNT
               MOVE 0 TO WS-PRIOR-COUNT
               MOVE 0 TO WS-WINDOW-ABORTED
               PERFORM LOAD-JOB-TABLE
               PERFORM LOAD-PRIOR-STEP-STATUS
               PERFORM RUN-ALL-STEPS
               PERFORM WRITE-STEP-STATUS-FILE
               PERFORM RECORD-PERIOD-CLOSE
               PERFORM DISTRIBUTE-STREAM-REPORTS
           END-IF.

           CHECK-CLOSE-STREAM-DUE SECTION.
      *    Due on a business day when the closed period has no
      *    COMPLETE line for this stream yet.
           MOVE 0 TO WS-STREAM-DUE.
           MOVE "BUSDAY" TO DS-FUNCTION.
           MOVE WS-TODAY-YEAR TO DS-YEAR.
           MOVE WS-TODAY-MONTH TO DS-MONTH.
           MOVE WS-TODAY-DAY TO DS-DAY.
           CALL "date-services" USING WS-DS-REQUEST.
           IF DS-RESULT-FLAG = "Y"
               MOVE 1 TO WS-STREAM-DUE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-PERIOD-CLOSE-FILE
               IF WS-PERIOD-CLOSE-STATUS NOT = "00"
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PERIOD-CLOSE-FILE
                       NOT AT END
                           IF PC-STREAM = WS-STREAM-NAME AND
                               PC-PERIOD = WS-CLOSE-PERIOD AND
                               PC-OUTCOME = "COMPLETE"
                               MOVE 0 TO WS-STREAM-DUE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-PERIOD-CLOSE-STATUS = "00" OR
                   WS-PERIOD-CLOSE-STATUS = "10"
                   CLOSE F-PERIOD-CLOSE-FILE
               END-IF
           END-IF.

           RECORD-PERIOD-CLOSE SECTION.
      *    A failed step fails the close; a step the console held
      *    back tonight, or one held for its inbound feed, leaves it
      *    PARTIAL. Either way the period stays due and the stream
      *    runs again the next night.
           MOVE "COMPLETE" TO WS-STREAM-OUTCOME.
           SET STEP-IDX TO 1.
           PERFORM UNTIL STEP-IDX > WS-STEP-COUNT
               IF (WS-STEP-OUTCOME(STEP-IDX) = "DISABLED" OR
                   WS-STEP-OUTCOME(STEP-IDX) = "HELD") AND
                   WS-STREAM-OUTCOME = "COMPLETE"
                   MOVE "PARTIAL" TO WS-STREAM-OUTCOME
               END-IF
               IF WS-STEP-OUTCOME(STEP-IDX) = "FAILED"
                   MOVE "FAILED" TO WS-STREAM-OUTCOME
               END-IF
               SET STEP-IDX UP BY 1
           END-PERFORM.
           OPEN EXTEND F-PERIOD-CLOSE-FILE.
           IF WS-PERIOD-CLOSE-STATUS = "35"
               OPEN OUTPUT F-PERIOD-CLOSE-FILE
           END-IF.
           MOVE SPACES TO PERIOD-CLOSE-RECORD.
           MOVE WS-STREAM-NAME TO PC-STREAM.
           MOVE WS-CLOSE-PERIOD TO PC-PERIOD.
           MOVE WS-STREAM-OUTCOME TO PC-OUTCOME.
           STRING WS-TODAY-YEAR "-" WS-TODAY
               INTO PC-RUN-DATE
           END-STRING.
           WRITE PERIOD-CLOSE-RECORD
           END-WRITE.
           CLOSE F-PERIOD-CLOSE-FILE.
           DISPLAY "NIGHTLY BATCH -- " FUNCTION TRIM(WS-STREAM-NAME)
               " STREAM FOR " WS-CLOSE-PERIOD " " WS-STREAM-OUTCOME.

           DISTRIBUTE-STREAM-REPORTS SECTION.
      *    Runs after every stream, an aborted or failed one too: a
      *    report the stream never wrote still reaches its readers,
      *    as a NOT PRODUCED notice. It is not a step -- it has no
      *    line in the job table and cannot fail the stream.
           MOVE WS-STREAM-NAME TO RD-STREAM.
           IF WS-STREAM-NAME = "DAILY"
               MOVE SPACES TO RD-PERIOD
           ELSE
               MOVE WS-CLOSE-PERIOD TO RD-PERIOD
           END-IF.
           MOVE "N" TO RD-RESULT.
           CALL "report-distribute" USING WS-RD-REQUEST
               ON EXCEPTION
                   DISPLAY "NIGHTLY BATCH -- report-distribute NOT "
                       "AVAILABLE; " FUNCTION TRIM(WS-STREAM-NAME)
                       " REPORTS NOT DELIVERED"
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           CHECK-PROCESSING-CALENDAR SECTION.
      *    The batch used to run whenever invoked, and a missed
      *    holiday or weekend had to be replayed by hand. The
           LOAD-JOB-TABLE SECTION.
      *    Absent the table, the window runs the two steps it always
      *    ran, both abort-on-failure -- nothing changes for a shop
      *    that hasn't written a table yet. A close stream without a
      *    table runs the jobs that have always belonged to its
      *    period, each free to fail without stopping the others.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-JOB-TABLE-FILE.
           IF WS-JOB-TABLE-STATUS = "00"
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT
                           SET STEP-IDX TO WS-STEP-COUNT
                           IF WS-STREAM-NAME = "DAILY"
                               MOVE JOB-PROGRAM TO
                                   WS-STEP-PROGRAM(STEP-IDX)
                               MOVE JOB-ENABLED TO
                                   WS-STEP-ENABLED(STEP-IDX)
                               MOVE JOB-FAIL-POLICY TO
                                   WS-STEP-FAIL-POLICY(STEP-IDX)
                               MOVE JOB-PASS-DATE TO
                                   WS-STEP-PASS-DATE(STEP-IDX)
                           ELSE
                               MOVE CLOSE-JOB-PROGRAM TO
                                   WS-STEP-PROGRAM(STEP-IDX)
                               MOVE CLOSE-JOB-ENABLED TO
                                   WS-STEP-ENABLED(STEP-IDX)
                               MOVE CLOSE-JOB-FAIL-POLICY TO
                                   WS-STEP-FAIL-POLICY(STEP-IDX)
                               MOVE CLOSE-JOB-PASS-DATE TO
                                   WS-STEP-PASS-DATE(STEP-IDX)
                           END-IF
                           MOVE SPACES TO WS-STEP-OUTCOME(STEP-IDX)
                           MOVE SPACES TO WS-STEP-ROLLBACK(STEP-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-JOB-TABLE-FILE
           END-IF.
           IF WS-STEP-COUNT = 0 AND WS-STREAM-NAME = "MONTH-END"
               MOVE "gl-journal-extract" TO WS-DEFAULT-PROGRAM
               PERFORM ADD-DEFAULT-CLOSE-STEP
               MOVE "archive-retention" TO WS-DEFAULT-PROGRAM
               PERFORM ADD-DEFAULT-CLOSE-STEP
               MOVE "audit-trend-report" TO WS-DEFAULT-PROGRAM
               PERFORM ADD-DEFAULT-CLOSE-STEP
           ELSE IF WS-STEP-COUNT = 0 AND
               WS-STREAM-NAME = "QUARTER-END"
               MOVE "vendor-scorecard" TO WS-DEFAULT-PROGRAM
               PERFORM ADD-DEFAULT-CLOSE-STEP
               MOVE "postage-volume-forecast" TO WS-DEFAULT-PROGRAM
               PERFORM ADD-DEFAULT-CLOSE-STEP
           ELSE IF WS-STEP-COUNT = 0
               MOVE 2 TO WS-STEP-COUNT
               MOVE "customer-filterer" TO WS-STEP-PROGRAM(1)
               MOVE "Y" TO WS-STEP-ENABLED(1)
               MOVE "A" TO WS-STEP-FAIL-POLICY(1)
               MOVE "Y" TO WS-STEP-PASS-DATE(1)
               MOVE SPACES TO WS-STEP-OUTCOME(1)
               MOVE SPACES TO WS-STEP-ROLLBACK(1)
               MOVE "bbs-housekeeping" TO WS-STEP-PROGRAM(2)
               MOVE "Y" TO WS-STEP-ENABLED(2)
               MOVE "A" TO WS-STEP-FAIL-POLICY(2)
               MOVE "Y" TO WS-STEP-PASS-DATE(2)
               MOVE SPACES TO WS-STEP-OUTCOME(2)
               MOVE SPACES TO WS-STEP-ROLLBACK(2)
           END-IF.

           ADD-DEFAULT-CLOSE-STEP SECTION.
           ADD 1 TO WS-STEP-COUNT.
           SET STEP-IDX TO WS-STEP-COUNT.
           MOVE WS-DEFAULT-PROGRAM TO WS-STEP-PROGRAM(STEP-IDX).
           MOVE "Y" TO WS-STEP-ENABLED(STEP-IDX).
           MOVE "C" TO WS-STEP-FAIL-POLICY(STEP-IDX).
           MOVE "N" TO WS-STEP-PASS-DATE(STEP-IDX).
           MOVE SPACES TO WS-STEP-OUTCOME(STEP-IDX).
           MOVE SPACES TO WS-STEP-ROLLBACK(STEP-IDX).

           LOAD-PRIOR-STEP-STATUS SECTION.
      *    Yesterday's file (or a crashed attempt from earlier
      *    tonight) -- only same-day COMPLETE lines count toward the
                   WS-PRIOR-COUNT >= 20
                   READ F-STEP-STATUS-FILE
                       NOT AT END
                           IF WS-STREAM-NAME NOT = "DAILY"
                               MOVE CLOSE-STATUS-PROGRAM TO
                                   WS-PRIOR-PROGRAM-SEEN
                               MOVE CLOSE-STATUS-OUTCOME TO
                                   WS-PRIOR-OUTCOME-SEEN
                           ELSE
                               MOVE STEP-STATUS-PROGRAM TO
                                   WS-PRIOR-PROGRAM-SEEN
                               MOVE STEP-STATUS-OUTCOME TO
                                   WS-PRIOR-OUTCOME-SEEN
                           END-IF
                           IF STEP-STATUS-RUN-DATE = WS-TODAY AND
                               STEP-STATUS-RUN-YEAR = WS-TODAY-YEAR
                               ADD 1 TO WS-PRIOR-COUNT
                               SET PRIOR-IDX TO WS-PRIOR-COUNT
                               MOVE WS-PRIOR-PROGRAM-SEEN TO
                                   WS-PRIOR-PROGRAM(PRIOR-IDX)
                               MOVE WS-PRIOR-OUTCOME-SEEN TO
                                   WS-PRIOR-OUTCOME(PRIOR-IDX)
                           END-IF
                       AT END
                           WS-STEP-PROGRAM(STEP-IDX)
                           " ALREADY COMPLETE TODAY"
                   ELSE
                       PERFORM CHECK-STEP-FEED-HOLD
                       IF WS-STEP-HELD = 1
                           MOVE "HELD" TO WS-STEP-OUTCOME(STEP-IDX)
                           DISPLAY "NIGHTLY BATCH -- STEP "
                               WS-STEP-PROGRAM(STEP-IDX)
                               " HELD: INBOUND FEED "
                               WS-STEP-HELD-REASON
                       ELSE
                           PERFORM RUN-ONE-STEP
                       END-IF
                   END-IF
               END-IF
               SET STEP-IDX UP BY 1
               END-IF
           END-PERFORM.

           CHECK-STEP-FEED-HOLD SECTION.
      *    Read fresh for every step: the monitor writes the holds
      *    partway through this window, ahead of the consumers.
           MOVE 0 TO WS-STEP-HELD.
           MOVE SPACES TO WS-STEP-HELD-REASON.
           MOVE 0 TO WS-FEED-HOLDS-ENDED.
           OPEN INPUT F-FEED-HOLDS-FILE.
           IF WS-FEED-HOLDS-STATUS NOT = "00"
               MOVE 1 TO WS-FEED-HOLDS-ENDED
           END-IF.
           PERFORM UNTIL WS-FEED-HOLDS-ENDED = 1
               READ F-FEED-HOLDS-FILE
                   NOT AT END
                       IF FHD-DATE = WS-TODAY-ISO AND
                           FHD-PROGRAM = WS-STEP-PROGRAM(STEP-IDX)
                           MOVE 1 TO WS-STEP-HELD
                           MOVE FHD-REASON TO WS-STEP-HELD-REASON
                       END-IF
                   AT END
                       MOVE 1 TO WS-FEED-HOLDS-ENDED
               END-READ
           END-PERFORM.
           IF WS-FEED-HOLDS-STATUS = "00" OR
               WS-FEED-HOLDS-STATUS = "10"
               CLOSE F-FEED-HOLDS-FILE
           END-IF.

           RUN-ONE-STEP SECTION.
      *    A step that abends or isn't on the load path comes back
      *    through ON EXCEPTION or a nonzero RETURN-CODE and is
      *    recorded FAILED; its policy column decides whether the
      *    window carries on. The files it writes are copied aside
      *    first and put back if it fails, so a rerun starts from
      *    the data as it was rather than on top of a half-finished
      *    rewrite.
           MOVE 0 TO WS-STEP-FAILED.
           PERFORM TAKE-STEP-SNAPSHOTS.
           MOVE 0 TO RETURN-CODE.
           PERFORM CAPTURE-STEP-START-TIME.
           DISPLAY "NIGHTLY BATCH -- RUNNING STEP "
               MOVE "FAILED" TO WS-STEP-OUTCOME(STEP-IDX)
               DISPLAY "NIGHTLY BATCH -- STEP "
                   WS-STEP-PROGRAM(STEP-IDX) " FAILED"
               PERFORM ROLL-BACK-STEP-FILES
               IF WS-STEP-FAIL-POLICY(STEP-IDX) = "A"
                   MOVE 1 TO WS-WINDOW-ABORTED
                   DISPLAY "NIGHTLY BATCH -- WINDOW ABORTED BY "
           PERFORM UNTIL STEP-IDX > WS-STEP-COUNT
      *        The record area starts as low-values, which a line
      *        sequential WRITE refuses -- blank it before filling.
               IF WS-STREAM-NAME = "DAILY"
                   MOVE SPACES TO STEP-STATUS-RECORD
                   MOVE WS-TODAY TO STEP-STATUS-RUN-DATE
                   MOVE WS-TODAY-YEAR TO STEP-STATUS-RUN-YEAR
                   MOVE WS-STEP-PROGRAM(STEP-IDX) TO
                       STEP-STATUS-PROGRAM
                   MOVE WS-STEP-OUTCOME(STEP-IDX) TO
                       STEP-STATUS-OUTCOME
                   MOVE WS-STEP-ROLLBACK(STEP-IDX) TO
                       STEP-STATUS-ROLLBACK
                   WRITE STEP-STATUS-RECORD
                   END-WRITE
               ELSE
                   MOVE SPACES TO CLOSE-STEP-STATUS-RECORD
                   MOVE WS-TODAY TO CLOSE-STATUS-RUN-DATE
                   MOVE WS-TODAY-YEAR TO CLOSE-STATUS-RUN-YEAR
                   MOVE WS-STEP-PROGRAM(STEP-IDX) TO
                       CLOSE-STATUS-PROGRAM
                   MOVE WS-STEP-OUTCOME(STEP-IDX) TO
                       CLOSE-STATUS-OUTCOME
                   MOVE WS-STEP-ROLLBACK(STEP-IDX) TO
                       CLOSE-STATUS-ROLLBACK
                   WRITE CLOSE-STEP-STATUS-RECORD
                   END-WRITE
               END-IF
               SET STEP-IDX UP BY 1
           END-PERFORM.
           CLOSE F-STEP-STATUS-FILE.

           LOAD-STEP-FILE-LIST SECTION.
      *    Without the list no step has declared a file, nothing is
      *    copied, and a failed step leaves its files as it always
      *    did.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STEP-FILES-FILE.
           IF WS-STEP-FILES-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STEP-FILES-FILE
                       NOT AT END
                           IF SF-PROGRAM NOT = SPACES AND
                               SF-FILE-NAME NOT = SPACES
                               PERFORM ADD-STEP-FILE-ENTRY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STEP-FILES-FILE
           END-IF.

           ADD-STEP-FILE-ENTRY SECTION.
           IF WS-SNAP-COUNT >= 40
               DISPLAY "WARNING -- nightly-step-files.dat HAS MORE "
                   "THAN 40 LINES; " FUNCTION TRIM(SF-FILE-NAME)
                   " FOR " FUNCTION TRIM(SF-PROGRAM)
                   " WILL NOT BE SNAPSHOT"
           ELSE
               ADD 1 TO WS-SNAP-COUNT
               SET SNAP-IDX TO WS-SNAP-COUNT
               MOVE SF-PROGRAM TO WS-SNAP-PROGRAM(SNAP-IDX)
               MOVE SF-FILE-NAME TO WS-SNAP-FILE(SNAP-IDX)
               MOVE SPACES TO WS-SNAP-PRESENCE(SNAP-IDX)
               MOVE SPACES TO WS-SNAP-STATE(SNAP-IDX)
               IF SF-FILE-NAME = "customers.dat"
                   MOVE "C" TO WS-SNAP-KIND(SNAP-IDX)
               ELSE IF SF-FILE-NAME = "card-audit.dat"
                   MOVE "A" TO WS-SNAP-KIND(SNAP-IDX)
               ELSE
                   MOVE "L" TO WS-SNAP-KIND(SNAP-IDX)
               END-IF
               END-IF
           END-IF.

           TAKE-STEP-SNAPSHOTS SECTION.
           SET SNAP-IDX TO 1.
           PERFORM UNTIL SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNAP-PROGRAM(SNAP-IDX) =
                   WS-STEP-PROGRAM(STEP-IDX)
                   PERFORM TAKE-ONE-SNAPSHOT
               END-IF
               SET SNAP-IDX UP BY 1
           END-PERFORM.

           BUILD-STEP-SNAPSHOT-NAME SECTION.
      *    Named for the step as well as the file, so two steps that
      *    write the same file each keep their own copy.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME.
           STRING "step-snapshot-"
               FUNCTION TRIM(WS-SNAP-PROGRAM(SNAP-IDX)) "-"
               FUNCTION TRIM(WS-SNAP-FILE(SNAP-IDX))
               DELIMITED BY SIZE INTO WS-SNAPSHOT-FILE-NAME
           END-STRING.

           TAKE-ONE-SNAPSHOT SECTION.
           PERFORM BUILD-STEP-SNAPSHOT-NAME.
           MOVE "ABSENT" TO WS-SNAP-PRESENCE(SNAP-IDX).
           MOVE 0 TO WS-SNAP-RECORDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SNAP-KIND(SNAP-IDX) = "C"
               PERFORM SNAPSHOT-CUSTOMERS
           ELSE IF WS-SNAP-KIND(SNAP-IDX) = "A"
               PERFORM SNAPSHOT-AUDIT
           ELSE
               PERFORM SNAPSHOT-FLAT-FILE
           END-IF
           END-IF.
           MOVE "TAKEN" TO WS-SNAP-STATE(SNAP-IDX).
           DISPLAY "NIGHTLY BATCH -- SNAPSHOT "
               FUNCTION TRIM(WS-SNAP-FILE(SNAP-IDX)) " FOR "
               FUNCTION TRIM(WS-SNAP-PROGRAM(SNAP-IDX)) ": "
               WS-SNAP-PRESENCE(SNAP-IDX) " " WS-SNAP-RECORDS
               " RECORDS".

           SNAPSHOT-CUSTOMERS SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE "PRESENT" TO WS-SNAP-PRESENCE(SNAP-IDX)
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CUSTOMERS-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO SNAPSHOT-RECORD
                           MOVE PERSON TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                           ADD 1 TO WS-SNAP-RECORDS
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           SNAPSHOT-AUDIT SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "PRESENT" TO WS-SNAP-PRESENCE(SNAP-IDX)
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO SNAPSHOT-RECORD
                           MOVE AUDIT-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                           ADD 1 TO WS-SNAP-RECORDS
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           SNAPSHOT-FLAT-FILE SECTION.
           MOVE WS-SNAP-FILE(SNAP-IDX) TO WS-LIVE-NAME.
           OPEN INPUT F-LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE "PRESENT" TO WS-SNAP-PRESENCE(SNAP-IDX)
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIVE-FILE
                       NOT AT END
                           MOVE LIVE-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                           ADD 1 TO WS-SNAP-RECORDS
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIVE-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           ROLL-BACK-STEP-FILES SECTION.
      *    Every file the failed step declared goes back to how it
      *    stood before the step started. Its snapshots stay on disk
      *    after the rollback for whoever looks into the failure.
           SET SNAP-IDX TO 1.
           PERFORM UNTIL SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNAP-PROGRAM(SNAP-IDX) =
                   WS-STEP-PROGRAM(STEP-IDX) AND
                   WS-SNAP-STATE(SNAP-IDX) = "TAKEN"
                   PERFORM RESTORE-ONE-SNAPSHOT
                   MOVE "RESTORED" TO WS-SNAP-STATE(SNAP-IDX)
                   MOVE "ROLLBACK" TO WS-STEP-ROLLBACK(STEP-IDX)
               END-IF
               SET SNAP-IDX UP BY 1
           END-PERFORM.
           IF WS-STEP-ROLLBACK(STEP-IDX) = "ROLLBACK"
               DISPLAY "NIGHTLY BATCH -- STEP "
                   WS-STEP-PROGRAM(STEP-IDX)
                   " ROLLED BACK; ITS FILES ARE AS THEY WERE BEFORE "
                   "IT STARTED"
           END-IF.

           RESTORE-ONE-SNAPSHOT SECTION.
           PERFORM BUILD-STEP-SNAPSHOT-NAME.
           MOVE WS-SNAP-FILE(SNAP-IDX) TO WS-LIVE-NAME.
           IF WS-SNAP-PRESENCE(SNAP-IDX) = "ABSENT"
               IF WS-SNAP-KIND(SNAP-IDX) = "C"
                   DELETE FILE F-CUSTOMERS-FILE
               ELSE IF WS-SNAP-KIND(SNAP-IDX) = "A"
                   DELETE FILE F-AUDIT-FILE
               ELSE
                   DELETE FILE F-LIVE-FILE
               END-IF
               END-IF
           ELSE
               PERFORM COPY-STEP-SNAPSHOT-BACK
           END-IF.

           COPY-STEP-SNAPSHOT-BACK SECTION.
      *    The live file is only replaced once its snapshot is known
      *    to be there; a missing snapshot leaves it alone.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SNAP-RECORDS.
           OPEN INPUT F-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "NIGHTLY BATCH -- SNAPSHOT FILE "
                   FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME)
                   " IS MISSING; "
                   FUNCTION TRIM(WS-SNAP-FILE(SNAP-IDX))
                   " NOT ROLLED BACK"
           ELSE
               IF WS-SNAP-KIND(SNAP-IDX) = "C"
                   OPEN OUTPUT F-CUSTOMERS-FILE
               ELSE IF WS-SNAP-KIND(SNAP-IDX) = "A"
                   OPEN OUTPUT F-AUDIT-FILE
               ELSE
                   OPEN OUTPUT F-LIVE-FILE
               END-IF
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SNAPSHOT-FILE
                       NOT AT END
                           PERFORM WRITE-ONE-ROLLED-BACK-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SNAPSHOT-FILE
               IF WS-SNAP-KIND(SNAP-IDX) = "C"
                   CLOSE F-CUSTOMERS-FILE
               ELSE IF WS-SNAP-KIND(SNAP-IDX) = "A"
                   CLOSE F-AUDIT-FILE
               ELSE
                   CLOSE F-LIVE-FILE
               END-IF
               END-IF
               DISPLAY "NIGHTLY BATCH -- ROLLED BACK "
                   FUNCTION TRIM(WS-SNAP-FILE(SNAP-IDX)) ": "
                   WS-SNAP-RECORDS " RECORDS"
           END-IF.

           WRITE-ONE-ROLLED-BACK-RECORD SECTION.
           ADD 1 TO WS-SNAP-RECORDS.
           IF WS-SNAP-KIND(SNAP-IDX) = "C"
               MOVE SNAPSHOT-RECORD(1:235) TO PERSON
               WRITE PERSON
                   INVALID KEY
                       DISPLAY "WARNING -- CUSTOMER "
                           PERSON-CUSTOMER-ID
                           " TWICE IN THE SNAPSHOT"
               END-WRITE
           ELSE IF WS-SNAP-KIND(SNAP-IDX) = "A"
               MOVE SNAPSHOT-RECORD(1:91) TO AUDIT-RECORD
               WRITE AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL "
                           AUDIT-SERIAL " TWICE IN THE SNAPSHOT"
               END-WRITE
           ELSE
               MOVE SNAPSHOT-RECORD TO LIVE-RECORD
               WRITE LIVE-RECORD
               END-WRITE
           END-IF
           END-IF.

           REMOVE-STEP-SNAPSHOTS SECTION.
      *    At the end of the window the snapshots of steps that did
      *    not fail have done their job and are removed; a rolled
      *    back step's copies are left for the morning.
           SET SNAP-IDX TO 1.
           PERFORM UNTIL SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNAP-STATE(SNAP-IDX) = "TAKEN"
                   IF WS-SNAP-PRESENCE(SNAP-IDX) = "PRESENT"
                       PERFORM BUILD-STEP-SNAPSHOT-NAME
                       DELETE FILE F-SNAPSHOT-FILE
                       ADD 1 TO WS-SNAP-REMOVED
                   END-IF
                   MOVE SPACES TO WS-SNAP-STATE(SNAP-IDX)
               END-IF
               SET SNAP-IDX UP BY 1
           END-PERFORM.
           IF WS-SNAP-REMOVED > 0
               DISPLAY "NIGHTLY BATCH -- " WS-SNAP-REMOVED
                   " STEP SNAPSHOTS REMOVED AT END OF WINDOW"
           END-IF.


           ACQUIRE-RUN-LOCK SECTION.
      *    Nothing used to stop an ad-hoc reprint run mid-window --
      *    both sides open the same history files and
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "NIGHTLY BATCH -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
