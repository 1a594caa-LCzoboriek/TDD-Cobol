           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-STATS-FILE ASSIGN TO
                 "card-year-end-stats.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATS-STATUS.
               SELECT F-TREND-REPORT-FILE ASSIGN TO
                 "card-audit-trend-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 AUDIT-SERIAL PIC 9(9).
           FD F-STATS-FILE.
      *    Frozen by card-year-end-close when a year is closed.
           01 STATS-RECORD.
               05 STATS-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 STATS-DIMENSION PIC X(6).
               05 FILLER PIC X.
               05 STATS-KEY PIC X(12).
               05 FILLER PIC X.
               05 STATS-MONTH PIC 99.
               05 FILLER PIC X.
               05 STATS-PIECES PIC 9(7).
               05 FILLER PIC X(43).
           FD F-TREND-REPORT-FILE.
           01 TREND-REPORT-LINE PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-STATS-STATUS PIC XX.
           01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
      *    Years the year-end close has frozen. Their month cells
      *    come off card-year-end-stats.dat; any of their rows still
      *    on the trail are not counted a second time.
           01 WS-FROZEN-YEAR-COUNT PIC 99 VALUE 0.
           01 WS-FROZEN-YEAR-TABLE.
               05 WS-FROZEN-YEAR OCCURS 20 TIMES
               INDEXED BY FROZEN-IDX.
                   10 WS-FROZEN-YEAR-VALUE PIC 9(4).
           01 WS-YEAR-IS-FROZEN PIC 9.
           01 WS-CHECK-YEAR PIC 9(4).
      *    Monthly rollup cells, one per card type and year-month
      *    actually seen, in the order the audit trail hands them up
      *    -- card serial order, which is chronological since serials
      *    are issued from one ascending counter.
           01 WS-MONTH-CELL-COUNT PIC 9(3) VALUE 0.
           01 WS-MONTH-TABLE.
               05 WS-MONTH-CELL OCCURS 300 TIMES
           01 WS-BEST-IDX PIC 9(3).
           01 WS-WANT-YEAR PIC 9(4).
           01 WS-WANT-MONTH PIC 99.
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
      *    card-audit.dat just grows, and the only per-run visibility
      *    was DISPLAY summaries that scroll away. This rolls the
      *    with month-over-month and year-over-year deltas and the
      *    busiest days -- the numbers that let the mailroom staff
      *    ahead of the April tax-day spike instead of reacting to
      *    it. Closed years come off the year-end close's frozen
      *    totals, ahead of the live trail so the cells stay in
      *    date order; the busiest days are the live trail's.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "audit-trend-report" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-audit.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-FROZEN-YEARS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               IF WS-FROZEN-YEAR-COUNT = 0
                   DISPLAY "AUDIT TREND -- NO card-audit.dat TO "
                       "REPORT ON"
                   GOBACK
               END-IF
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       MOVE AUDIT-RUN-YEAR TO WS-CHECK-YEAR
                       PERFORM CHECK-YEAR-FROZEN
                       IF WS-YEAR-IS-FROZEN = 0
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM TALLY-ONE-AUDIT-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE F-AUDIT-FILE
           END-IF.
           PERFORM WRITE-TREND-REPORT.
           DISPLAY "AUDIT TREND SUMMARY -- RECORDS: " WS-RECORD-COUNT
               " MONTH CELLS: " WS-MONTH-CELL-COUNT
           END-IF.
           GOBACK.

           LOAD-FROZEN-YEARS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STATS-FILE.
           IF WS-STATS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STATS-FILE
                   NOT AT END
                       IF STATS-DIMENSION = "TYPE" AND
                           STATS-MONTH >= 1 AND STATS-MONTH <= 12
                           PERFORM LOAD-ONE-FROZEN-CELL
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-STATS-STATUS = "00" OR WS-STATS-STATUS = "10"
               CLOSE F-STATS-FILE
           END-IF.

           LOAD-ONE-FROZEN-CELL SECTION.
           MOVE STATS-YEAR TO WS-CHECK-YEAR.
           PERFORM CHECK-YEAR-FROZEN.
           IF WS-YEAR-IS-FROZEN = 0 AND WS-FROZEN-YEAR-COUNT < 20
               ADD 1 TO WS-FROZEN-YEAR-COUNT
               SET FROZEN-IDX TO WS-FROZEN-YEAR-COUNT
               MOVE STATS-YEAR TO WS-FROZEN-YEAR-VALUE(FROZEN-IDX)
           END-IF.
           IF WS-MONTH-CELL-COUNT < 300
               ADD 1 TO WS-MONTH-CELL-COUNT
               SET CELL-IDX TO WS-MONTH-CELL-COUNT
               MOVE STATS-KEY TO WS-CELL-TYPE(CELL-IDX)
               MOVE STATS-YEAR TO WS-CELL-YEAR(CELL-IDX)
               MOVE STATS-MONTH TO WS-CELL-MONTH(CELL-IDX)
               MOVE STATS-PIECES TO WS-CELL-COUNT(CELL-IDX)
           ELSE
               MOVE 1 TO WS-TABLE-FULL
           END-IF.

           CHECK-YEAR-FROZEN SECTION.
           MOVE 0 TO WS-YEAR-IS-FROZEN.
           SET FROZEN-IDX TO 1.
           PERFORM UNTIL WS-YEAR-IS-FROZEN = 1 OR
               FROZEN-IDX > WS-FROZEN-YEAR-COUNT
               IF WS-FROZEN-YEAR-VALUE(FROZEN-IDX) = WS-CHECK-YEAR
                   MOVE 1 TO WS-YEAR-IS-FROZEN
               ELSE
                   SET FROZEN-IDX UP BY 1
               END-IF
           END-PERFORM.

           TALLY-ONE-AUDIT-RECORD SECTION.
           MOVE 0 TO WS-CELL-FOUND.
           SET CELL-IDX TO 1.
