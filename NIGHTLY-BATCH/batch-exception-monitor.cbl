             "step-failure-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FAILURE-HISTORY-STATUS.
           SELECT F-QUEUE-FILE ASSIGN TO "transmission-queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-STATUS.
           SELECT F-TRANSMIT-CONTROL-FILE ASSIGN TO
             "transmission-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRANSMIT-CONTROL-STATUS.
           SELECT F-FEED-HOLDS-FILE ASSIGN TO "feed-holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-HOLDS-STATUS.
           SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
              05 FH-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 FH-PROGRAM PIC X(20).
           FD F-QUEUE-FILE.
      *    vendor-transmit's queue; only the fields the age check
      *    needs are named.
           01 QUEUE-RECORD.
              05 TQ-ID PIC 9(7).
              05 FILLER PIC X.
              05 TQ-VENDOR PIC X(4).
              05 FILLER PIC X(76).
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
           FD F-FEED-HOLDS-FILE.
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
           FD F-ALERTS-FILE.
      *    What the operator reads: severity first, so CRIT lines
      *    jump out of a page of WARNs. An all-clear INFO line means
           01 WS-JOB-TABLE-STATUS PIC XX.
           01 WS-SKIPPED-RUNS-STATUS PIC XX.
           01 WS-FAILURE-HISTORY-STATUS PIC XX.
           01 WS-QUEUE-STATUS PIC XX.
           01 WS-TRANSMIT-CONTROL-STATUS PIC XX.
           01 WS-FEED-HOLDS-STATUS PIC XX.
           01 WS-TODAY-ISO PIC X(10).
           01 WS-YESTERDAY-ISO PIC X(10).
           01 WS-STATUS-DATE PIC X(5).
                   10 WS-SEEN-PROGRAM PIC X(20).
           01 WS-FOUND PIC 9.
           01 WS-TODAY-SKIPPED PIC 9 VALUE 0.
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
      *    Request area for the shared date-services subprogram.
           01 WS-DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
      *    two nights running escalates to CRIT, enabled steps with
      *    no status line at all are called out, and a window that
      *    never started on a day the calendar expected one is the
      *    loudest alert of all. A vendor transmission still not
      *    confirmed once its vendor's confirmation window has run
      *    out is raised here too, as is one that was never sent,
      *    and so is every step held tonight for an inbound feed
      *    that was missing or short (CRIT) or late or repeated.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
           PERFORM CHECK-MISSING-STEPS.
           PERFORM CHECK-WINDOW-STARTED.
           PERFORM RECORD-TONIGHT-FAILURES.
           PERFORM CHECK-UNCONFIRMED-TRANSMISSIONS.
           PERFORM CHECK-FEED-HOLDS.
           IF WS-ALERT-COUNT = 0
               MOVE SPACES TO ALERT-RECORD
               MOVE "INFO" TO ALERT-SEVERITY
               END-PERFORM
               CLOSE F-FAILURE-HISTORY-FILE
           END-IF.

           CHECK-UNCONFIRMED-TRANSMISSIONS SECTION.
      *    Hours waiting run from the queue time, so a file stuck
      *    unsent ages the same as one the vendor never confirmed.
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
                           PERFORM JUDGE-ONE-TRANSMISSION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "10"
               CLOSE F-QUEUE-FILE
           END-IF.

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

           JUDGE-ONE-TRANSMISSION SECTION.
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
               MOVE WS-HOURS-WAITING TO WS-HOURS-SHOWN
               MOVE SPACES TO ALERT-RECORD
               MOVE "WARN" TO ALERT-SEVERITY
               MOVE "vendor-transmit" TO ALERT-PROGRAM
               IF TQ-STATE = "SENT"
                   STRING "TRANSMISSION " TQ-ID " TO " TQ-VENDOR
                       " UNCONFIRMED AFTER "
                       FUNCTION TRIM(WS-HOURS-SHOWN) " HRS"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   END-STRING
               ELSE
                   STRING "TRANSMISSION " TQ-ID " TO " TQ-VENDOR
                       " NOT SENT AFTER "
                       FUNCTION TRIM(WS-HOURS-SHOWN) " HRS"
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   END-STRING
               END-IF
               PERFORM WRITE-ONE-ALERT
           END-IF.

           CHECK-FEED-HOLDS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FEED-HOLDS-FILE.
           IF WS-FEED-HOLDS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FEED-HOLDS-FILE
                   NOT AT END
                       IF FHD-DATE = WS-TODAY-ISO
                           PERFORM RAISE-ONE-FEED-HOLD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-FEED-HOLDS-STATUS = "00" OR
               WS-FEED-HOLDS-STATUS = "10"
               CLOSE F-FEED-HOLDS-FILE
           END-IF.

           RAISE-ONE-FEED-HOLD SECTION.
      *    No feed at all, or a truncated one, means a night's work
      *    not done; late or repeated usually sorts itself out.
           MOVE SPACES TO ALERT-RECORD.
           IF FHD-REASON = "MISSING" OR FHD-REASON = "SHORT"
               MOVE "CRIT" TO ALERT-SEVERITY
           ELSE
               MOVE "WARN" TO ALERT-SEVERITY
           END-IF.
           MOVE FHD-PROGRAM TO ALERT-PROGRAM.
           STRING FUNCTION TRIM(FHD-REASON) " FEED "
               FUNCTION TRIM(FHD-FEED) " -- STEP HELD"
               DELIMITED BY SIZE INTO ALERT-MESSAGE
           END-STRING.
           PERFORM WRITE-ONE-ALERT.
