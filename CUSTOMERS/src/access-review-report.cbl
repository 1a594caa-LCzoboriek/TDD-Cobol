       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-review-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ACCESS-LOG-FILE ASSIGN TO
                 "customer-access-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-LOG-STATUS.
               SELECT F-REVIEW-CONTROL-FILE ASSIGN TO
                 "access-review-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REVIEW-CONTROL-STATUS.
               SELECT F-REVIEW-REPORT-FILE ASSIGN TO
                 "access-review-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ACCESS-LOG-FILE.
      *    Written by customer-inquiry and customer-maintenance, one
      *    line per customer record shown to an operator.
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
           FD F-REVIEW-CONTROL-FILE.
      *    The review thresholds: how many different operators may
      *    look at one customer in a month, how many times the
      *    average of the other operators one operator may reach,
      *    and the shift hours (HH:MM, start inclusive, end
      *    exclusive). Absent the file, the defaults below hold.
           01 REVIEW-CONTROL-RECORD.
               05 RC-MAX-OPERATORS PIC 99.
               05 FILLER PIC X.
               05 RC-PEER-MULTIPLE PIC 99.
               05 FILLER PIC X.
               05 RC-SHIFT-START PIC X(5).
               05 FILLER PIC X.
               05 RC-SHIFT-END PIC X(5).
           FD F-REVIEW-REPORT-FILE.
           01 REVIEW-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-ACCESS-LOG-STATUS PIC XX.
           01 WS-REVIEW-CONTROL-STATUS PIC XX.
           77 WS-MAX-OPERATORS PIC 99 VALUE 3.
           77 WS-PEER-MULTIPLE PIC 99 VALUE 3.
           01 WS-SHIFT-START PIC X(5) VALUE "07:00".
           01 WS-SHIFT-END PIC X(5) VALUE "19:00".
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-REPORT-YEAR PIC 9(4).
           01 WS-REPORT-MONTH PIC 99.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-REPORT-PERIOD.
               05 WS-PERIOD-YEAR PIC 9(4).
               05 FILLER PIC X VALUE "-".
               05 WS-PERIOD-MONTH PIC 99.
           01 WS-LOG-COUNT PIC 9(7) VALUE 0.
           01 WS-PERIOD-COUNT PIC 9(7) VALUE 0.
           01 WS-OFF-SHIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-FLAG-COUNT PIC 9(5) VALUE 0.
      *    One cell per operator seen in the month.
           01 WS-OPERATOR-COUNT PIC 9(4) VALUE 0.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR OCCURS 500 TIMES
               INDEXED BY OP-IDX.
                   10 WS-OP-ID PIC X(8).
                   10 WS-OP-LOOKUPS PIC 9(7).
                   10 WS-OP-BY-ID PIC 9(7).
                   10 WS-OP-BY-NAME PIC 9(7).
                   10 WS-OP-OFF-SHIFT PIC 9(5).
      *    One cell per customer looked at in the month, with the
      *    count of different operators who did the looking; the
      *    pair table is what makes "different" countable.
           01 WS-CUSTOMER-COUNT PIC 9(5) VALUE 0.
           01 WS-CUSTOMER-TABLE.
               05 WS-CUSTOMER OCCURS 5000 TIMES
               INDEXED BY CUST-IDX.
                   10 WS-CUST-ID PIC 9(7).
                   10 WS-CUST-LOOKUPS PIC 9(5).
                   10 WS-CUST-OPERATORS PIC 9(4).
           01 WS-PAIR-COUNT PIC 9(5) VALUE 0.
           01 WS-PAIR-TABLE.
               05 WS-PAIR OCCURS 20000 TIMES
               INDEXED BY PAIR-IDX.
                   10 WS-PAIR-CUST-ID PIC 9(7).
                   10 WS-PAIR-OP-ID PIC X(8).
      *    Off-shift lookups are listed one by one, up to the table
      *    limit; the count above keeps going past it.
           01 WS-OFF-SHIFT-LISTED PIC 9(4) VALUE 0.
           01 WS-OFF-SHIFT-TABLE.
               05 WS-OFF-SHIFT OCCURS 500 TIMES
               INDEXED BY OFF-IDX.
                   10 WS-OFF-LINE PIC X(80).
           01 WS-FOUND PIC 9.
           01 WS-TABLE-FULL PIC 9 VALUE 0.
           01 WS-PEER-AVERAGE PIC 9(7)V99.
           01 WS-PEER-LIMIT PIC 9(9)V99.
           01 WS-OP-FLAG PIC X(4).
       PROCEDURE DIVISION.
      *    Sign-on decides who can get into the customer screens;
      *    customer-access-log.dat records whose records they then
      *    looked at. This is the monthly read of that log for the
      *    privacy auditors: lookups per operator by access path,
      *    and three patterns flagged for a supervisor to sign off
      *    -- one customer looked at by many operators, one
      *    operator looking far more than the others, and lookups
      *    outside shift hours. Run early in the month, it reports
      *    the month just ended.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-TODAY-MONTH - 1
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-PERIOD-YEAR.
           MOVE WS-REPORT-MONTH TO WS-PERIOD-MONTH.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           PERFORM LOAD-REVIEW-CONTROL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               DISPLAY "ACCESS REVIEW REPORT -- NO "
                   "customer-access-log.dat TO REPORT ON"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACCESS-LOG-FILE
                   NOT AT END
                       ADD 1 TO WS-LOG-COUNT
                       IF AL-DATE(1:7) = WS-REPORT-PERIOD
                           ADD 1 TO WS-PERIOD-COUNT
                           PERFORM TALLY-ONE-LOOKUP
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ACCESS-LOG-FILE.
           PERFORM WRITE-REVIEW-REPORT.
           DISPLAY "ACCESS REVIEW REPORT SUMMARY -- LOG LINES: "
               WS-LOG-COUNT
               " LOOKUPS IN " WS-REPORT-PERIOD ": " WS-PERIOD-COUNT
               " OPERATORS: " WS-OPERATOR-COUNT
               " CUSTOMERS: " WS-CUSTOMER-COUNT
               " FLAGGED: " WS-FLAG-COUNT.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- ACCESS REVIEW TABLE FULL: SOME "
                   "LOOKUPS WERE NOT TALLIED"
           END-IF.
           GOBACK.

           LOAD-REVIEW-CONTROL SECTION.
           OPEN INPUT F-REVIEW-CONTROL-FILE.
           IF WS-REVIEW-CONTROL-STATUS = "00"
               READ F-REVIEW-CONTROL-FILE
                   NOT AT END
                       IF RC-MAX-OPERATORS IS NUMERIC AND
                           RC-MAX-OPERATORS > 0
                           MOVE RC-MAX-OPERATORS TO WS-MAX-OPERATORS
                       END-IF
                       IF RC-PEER-MULTIPLE IS NUMERIC AND
                           RC-PEER-MULTIPLE > 0
                           MOVE RC-PEER-MULTIPLE TO WS-PEER-MULTIPLE
                       END-IF
                       IF RC-SHIFT-START NOT = SPACES
                           MOVE RC-SHIFT-START TO WS-SHIFT-START
                       END-IF
                       IF RC-SHIFT-END NOT = SPACES
                           MOVE RC-SHIFT-END TO WS-SHIFT-END
                       END-IF
               END-READ
               CLOSE F-REVIEW-CONTROL-FILE
           END-IF.

           TALLY-ONE-LOOKUP SECTION.
           PERFORM FIND-OPERATOR-CELL.
           IF WS-FOUND = 1
               ADD 1 TO WS-OP-LOOKUPS(OP-IDX)
               IF AL-PATH = "NAME"
                   ADD 1 TO WS-OP-BY-NAME(OP-IDX)
               ELSE
                   ADD 1 TO WS-OP-BY-ID(OP-IDX)
               END-IF
           END-IF.
           IF AL-TIME(1:5) < WS-SHIFT-START OR
               AL-TIME(1:5) >= WS-SHIFT-END
               ADD 1 TO WS-OFF-SHIFT-COUNT
               IF WS-FOUND = 1
                   ADD 1 TO WS-OP-OFF-SHIFT(OP-IDX)
               END-IF
               IF WS-OFF-SHIFT-LISTED < 500
                   ADD 1 TO WS-OFF-SHIFT-LISTED
                   SET OFF-IDX TO WS-OFF-SHIFT-LISTED
                   MOVE SPACES TO WS-OFF-LINE(OFF-IDX)
                   STRING "  " AL-OPERATOR-ID "  " AL-DATE " "
                       AL-TIME "  " AL-CUSTOMER-ID "  " AL-PATH
                       "  " AL-PROGRAM
                       DELIMITED BY SIZE INTO WS-OFF-LINE(OFF-IDX)
                   END-STRING
               END-IF
           END-IF.
           PERFORM FIND-CUSTOMER-CELL.
           IF WS-FOUND = 1
               ADD 1 TO WS-CUST-LOOKUPS(CUST-IDX)
               PERFORM COUNT-OPERATOR-FOR-CUSTOMER
           END-IF.

           FIND-OPERATOR-CELL SECTION.
           MOVE 0 TO WS-FOUND.
           SET OP-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR OP-IDX > WS-OPERATOR-COUNT
               IF WS-OP-ID(OP-IDX) = AL-OPERATOR-ID
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET OP-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF WS-OPERATOR-COUNT < 500
                   ADD 1 TO WS-OPERATOR-COUNT
                   SET OP-IDX TO WS-OPERATOR-COUNT
                   MOVE AL-OPERATOR-ID TO WS-OP-ID(OP-IDX)
                   MOVE 0 TO WS-OP-LOOKUPS(OP-IDX)
                   MOVE 0 TO WS-OP-BY-ID(OP-IDX)
                   MOVE 0 TO WS-OP-BY-NAME(OP-IDX)
                   MOVE 0 TO WS-OP-OFF-SHIFT(OP-IDX)
                   MOVE 1 TO WS-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

           FIND-CUSTOMER-CELL SECTION.
           MOVE 0 TO WS-FOUND.
           SET CUST-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR
               CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CUST-ID(CUST-IDX) = AL-CUSTOMER-ID
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET CUST-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF WS-CUSTOMER-COUNT < 5000
                   ADD 1 TO WS-CUSTOMER-COUNT
                   SET CUST-IDX TO WS-CUSTOMER-COUNT
                   MOVE AL-CUSTOMER-ID TO WS-CUST-ID(CUST-IDX)
                   MOVE 0 TO WS-CUST-LOOKUPS(CUST-IDX)
                   MOVE 0 TO WS-CUST-OPERATORS(CUST-IDX)
                   MOVE 1 TO WS-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

           COUNT-OPERATOR-FOR-CUSTOMER SECTION.
      *    The first time this operator is seen on this customer, the
      *    customer's operator count goes up by one.
           MOVE 0 TO WS-FOUND.
           SET PAIR-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CUST-ID(PAIR-IDX) = AL-CUSTOMER-ID AND
                   WS-PAIR-OP-ID(PAIR-IDX) = AL-OPERATOR-ID
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET PAIR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF WS-PAIR-COUNT < 20000
                   ADD 1 TO WS-PAIR-COUNT
                   SET PAIR-IDX TO WS-PAIR-COUNT
                   MOVE AL-CUSTOMER-ID TO WS-PAIR-CUST-ID(PAIR-IDX)
                   MOVE AL-OPERATOR-ID TO WS-PAIR-OP-ID(PAIR-IDX)
                   ADD 1 TO WS-CUST-OPERATORS(CUST-IDX)
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.

           WRITE-REVIEW-REPORT SECTION.
           OPEN OUTPUT F-REVIEW-REPORT-FILE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUSTOMER ACCESS REVIEW FOR " WS-REPORT-PERIOD
               "   (PRODUCED " WS-RUN-STAMP ")"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "LOOKUPS: " WS-PERIOD-COUNT
               "   OPERATORS: " WS-OPERATOR-COUNT
               "   CUSTOMERS VIEWED: " WS-CUSTOMER-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
           IF WS-TABLE-FULL = 1
               MOVE "WARNING -- TABLE FULL; SOME LOOKUPS WERE NOT "
                   TO REVIEW-REPORT-LINE
               MOVE "TALLIED" TO REVIEW-REPORT-LINE(46:)
               WRITE REVIEW-REPORT-LINE
           END-IF.
           PERFORM WRITE-OPERATOR-SECTION.
           PERFORM WRITE-CUSTOMER-SECTION.
           PERFORM WRITE-OFF-SHIFT-SECTION.
           PERFORM WRITE-SIGN-OFF-SECTION.
           CLOSE F-REVIEW-REPORT-FILE.

           WRITE-OPERATOR-SECTION SECTION.
      *    An operator is flagged HIGH when their lookups pass the
      *    configured multiple of the average of everyone else --
      *    measured against the others so one heavy user does not
      *    raise their own bar.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "LOOKUPS BY OPERATOR (HIGH = MORE THAN "
               WS-PEER-MULTIPLE " TIMES THE OTHERS' AVERAGE)"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
           MOVE "  OPERATOR  LOOKUPS    BY ID  BY NAME  OFF-SHIFT"
               TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           SET OP-IDX TO 1.
           PERFORM UNTIL OP-IDX > WS-OPERATOR-COUNT
               MOVE SPACES TO WS-OP-FLAG
               IF WS-OPERATOR-COUNT > 1
                   COMPUTE WS-PEER-AVERAGE =
                       (WS-PERIOD-COUNT - WS-OP-LOOKUPS(OP-IDX)) /
                       (WS-OPERATOR-COUNT - 1)
                   COMPUTE WS-PEER-LIMIT =
                       WS-PEER-AVERAGE * WS-PEER-MULTIPLE
                   IF WS-OP-LOOKUPS(OP-IDX) > WS-PEER-LIMIT
                       MOVE "HIGH" TO WS-OP-FLAG
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
               END-IF
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "  " WS-OP-ID(OP-IDX) "  "
                   WS-OP-LOOKUPS(OP-IDX) "  "
                   WS-OP-BY-ID(OP-IDX) "  "
                   WS-OP-BY-NAME(OP-IDX) "  "
                   WS-OP-OFF-SHIFT(OP-IDX) "  "
                   WS-OP-FLAG
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
               SET OP-IDX UP BY 1
           END-PERFORM.

           WRITE-CUSTOMER-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUSTOMERS VIEWED BY MORE THAN " WS-MAX-OPERATORS
               " OPERATORS"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
           MOVE "  CUSTOMER  OPERATORS  LOOKUPS" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE 0 TO WS-FOUND.
           SET CUST-IDX TO 1.
           PERFORM UNTIL CUST-IDX > WS-CUSTOMER-COUNT
               IF WS-CUST-OPERATORS(CUST-IDX) > WS-MAX-OPERATORS
                   MOVE 1 TO WS-FOUND
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE SPACES TO REVIEW-REPORT-LINE
                   STRING "  " WS-CUST-ID(CUST-IDX) "   "
                       WS-CUST-OPERATORS(CUST-IDX) "       "
                       WS-CUST-LOOKUPS(CUST-IDX)
                       DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
                   END-STRING
                   WRITE REVIEW-REPORT-LINE
               END-IF
               SET CUST-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND = 0
               MOVE "  NONE" TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.

           WRITE-OFF-SHIFT-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "LOOKUPS OUTSIDE SHIFT HOURS (" WS-SHIFT-START
               " TO " WS-SHIFT-END "): " WS-OFF-SHIFT-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-STRING.
           WRITE REVIEW-REPORT-LINE.
           ADD WS-OFF-SHIFT-COUNT TO WS-FLAG-COUNT.
           IF WS-OFF-SHIFT-COUNT = 0
               MOVE "  NONE" TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           ELSE
               MOVE "  OPERATOR  DATE       TIME      CUSTOMER  PATH"
                   TO REVIEW-REPORT-LINE
               MOVE "PROGRAM" TO REVIEW-REPORT-LINE(50:)
               WRITE REVIEW-REPORT-LINE
               SET OFF-IDX TO 1
               PERFORM UNTIL OFF-IDX > WS-OFF-SHIFT-LISTED
                   MOVE WS-OFF-LINE(OFF-IDX) TO REVIEW-REPORT-LINE
                   WRITE REVIEW-REPORT-LINE
                   SET OFF-IDX UP BY 1
               END-PERFORM
               IF WS-OFF-SHIFT-COUNT > WS-OFF-SHIFT-LISTED
                   MOVE SPACES TO REVIEW-REPORT-LINE
                   STRING "  ... FIRST " WS-OFF-SHIFT-LISTED
                       " LISTED; SEE customer-access-log.dat FOR "
                       "THE REST"
                       DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
                   END-STRING
                   WRITE REVIEW-REPORT-LINE
               END-IF
           END-IF.

           WRITE-SIGN-OFF-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "SIGN-OFF" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           IF WS-FLAG-COUNT = 0
               STRING "  NOTHING FLAGGED FOR " WS-REPORT-PERIOD "."
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               END-STRING
           ELSE
               STRING "  " WS-FLAG-COUNT " ITEMS FLAGGED FOR "
                   WS-REPORT-PERIOD " -- EACH REVIEWED WITH THE "
                   "OPERATOR CONCERNED."
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               END-STRING
           END-IF.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "  SUPERVISOR:         ______________________  DATE: "
               TO REVIEW-REPORT-LINE.
           MOVE "__________" TO REVIEW-REPORT-LINE(54:).
           WRITE REVIEW-REPORT-LINE.
