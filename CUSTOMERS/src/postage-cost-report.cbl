           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "postage-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
               SELECT F-COUNTRY-FILE ASSIGN TO "country-codes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COUNTRY-STATUS.
               SELECT F-COST-CONTROL-FILE ASSIGN TO
                 "postage-cost-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COST-CONTROL-STATUS.
               SELECT F-STATS-FILE ASSIGN TO
                 "card-year-end-stats.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-AUDIT-FILE.
               05 COUNTRY-POSTAGE-ZONE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 COUNTRY-ADDRESS-FORMAT PIC X.
           FD F-COST-CONTROL-FILE.
      *    Optional: the year to report. Absent or blank, the
      *    current year.
           01 COST-CONTROL-RECORD.
               05 COST-CONTROL-YEAR PIC X(4).
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
               05 FILLER PIC X.
               05 STATS-DOM-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 STATS-DOM-DOLLARS PIC 9(9)V99.
               05 FILLER PIC X.
               05 STATS-INT-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 STATS-INT-DOLLARS PIC 9(9)V99.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
                   10 WS-COUNTRY-CODE PIC X(2).
                   10 WS-COUNTRY-ZONE PIC X.
           01 WS-ZONE-FOUND PIC 9.
           01 WS-COST-CONTROL-STATUS PIC XX.
           01 WS-STATS-STATUS PIC XX.
           01 WS-YEAR-IS-FROZEN PIC 9 VALUE 0.
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
      *    Finance's quarterly "what does the card program cost" used
      *    to be a spreadsheet estimate. Everything needed is already
      *    customers.dat -- and rolls it up into pieces and dollars
      *    per card type, per destination class, per month, with
      *    year-to-date totals for the current year.
      *    A year the year-end close has frozen is reported from
      *    card-year-end-stats.dat -- its detail has left
      *    card-audit.dat, and the frozen figures are the ones
      *    finance signed.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "postage-cost-report" TO LS-PROGRAM.
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
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR.
           PERFORM LOAD-COST-CONTROL.
           PERFORM INITIALIZE-COST-TABLE.
           PERFORM LOAD-FROZEN-YEAR.
           IF WS-YEAR-IS-FROZEN = 1
               PERFORM WRITE-COST-REPORT
               DISPLAY "POSTAGE COST SUMMARY -- YEAR " WS-REPORT-YEAR
                   " REPORTED FROM THE YEAR-END CLOSE, PIECES: "
                   WS-PIECE-COUNT
               GOBACK
           END-IF.
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-COUNTRY-ZONES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       IF AUDIT-RUN-YEAR = WS-REPORT-YEAR
                           ADD 1 TO WS-PIECE-COUNT
           MOVE 0 TO WS-TYPE-COUNT.
           INITIALIZE WS-COST-TABLE.

           LOAD-COST-CONTROL SECTION.
           OPEN INPUT F-COST-CONTROL-FILE.
           IF WS-COST-CONTROL-STATUS = "00"
               READ F-COST-CONTROL-FILE
                   NOT AT END
                       IF COST-CONTROL-YEAR NUMERIC
                           MOVE COST-CONTROL-YEAR TO WS-REPORT-YEAR
                       END-IF
               END-READ
               CLOSE F-COST-CONTROL-FILE
           END-IF.

           LOAD-FROZEN-YEAR SECTION.
      *    The month lines of the year's card types go straight
      *    into the cost table; the month-00 year totals are only
      *    the sum of them and are not needed here.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STATS-FILE.
           IF WS-STATS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STATS-FILE
                   NOT AT END
                       IF STATS-YEAR = WS-REPORT-YEAR AND
                           STATS-DIMENSION = "TYPE"
                           MOVE 1 TO WS-YEAR-IS-FROZEN
                           IF STATS-MONTH >= 1 AND STATS-MONTH <= 12
                               PERFORM LOAD-ONE-FROZEN-MONTH
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-STATS-STATUS = "00" OR WS-STATS-STATUS = "10"
               CLOSE F-STATS-FILE
           END-IF.

           LOAD-ONE-FROZEN-MONTH SECTION.
           MOVE STATS-KEY TO AUDIT-CARD-TYPE.
           PERFORM FIND-OR-ADD-TYPE-ROW.
           IF WS-TYPE-FOUND = 1
               MOVE STATS-DOM-PIECES TO
                   WS-COST-DOM-PIECES(TYPE-IDX, STATS-MONTH)
               MOVE STATS-DOM-DOLLARS TO
                   WS-COST-DOM-DOLLARS(TYPE-IDX, STATS-MONTH)
               MOVE STATS-INT-PIECES TO
                   WS-COST-INT-PIECES(TYPE-IDX, STATS-MONTH)
               MOVE STATS-INT-DOLLARS TO
                   WS-COST-INT-DOLLARS(TYPE-IDX, STATS-MONTH)
               ADD STATS-PIECES TO WS-PIECE-COUNT
           END-IF.

           PRICE-ONE-PIECE SECTION.
           MOVE AUDIT-RUN-DATE(1:2) TO WS-AUDIT-MONTH.
           IF WS-AUDIT-MONTH < 1 OR WS-AUDIT-MONTH > 12
               DELIMITED BY SIZE INTO COST-REPORT-LINE
           END-STRING.
           WRITE COST-REPORT-LINE.
           IF WS-YEAR-IS-FROZEN = 1
               MOVE "FROZEN AT THE YEAR-END CLOSE" TO COST-REPORT-LINE
               WRITE COST-REPORT-LINE
           END-IF.
           MOVE SPACES TO COST-REPORT-LINE.
           WRITE COST-REPORT-LINE.
           MOVE 0 TO WS-GRAND-DOLLARS.
