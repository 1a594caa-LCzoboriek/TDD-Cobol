               05 FILLER PIC X.
               05 NOTE-TEXT PIC X(60).
           FD F-FOLLOWUPS-FILE.
           01 FOLLOWUP-LINE PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-NOTES-STATUS PIC XX.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-DUE-COUNT PIC 9(5) VALUE 0.
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
           01 WS-DUE-STAMP PIC X(10).
           01 WS-OVERDUE-DAYS PIC ZZZZ9.
       PROCEDURE DIVISION.
      *    The daily list of contact notes whose follow-up date has
      *    arrived, so a promise made on a call doesn't depend on
      *    the rep who made it remembering. A follow-up promised
      *    for a weekend or holiday falls due on the next business
      *    day; ISO dates compare as text, so due then means on or
      *    before today. How late each one is counts business days.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-NOTES-FILE
                   NOT AT END
                       IF NOTE-FOLLOWUP-DATE NOT = SPACES
                           PERFORM DETERMINE-BUSINESS-DUE-DATE
                       END-IF
                       IF NOTE-FOLLOWUP-DATE NOT = SPACES AND
                           WS-DUE-STAMP <= WS-TODAY-STAMP
                           ADD 1 TO WS-DUE-COUNT
                           MOVE SPACES TO FOLLOWUP-LINE
                           STRING "  " NOTE-FOLLOWUP-DATE
                               " CUSTOMER " NOTE-CUSTOMER-ID
                               " (" NOTE-OPERATOR ") LATE "
                               WS-OVERDUE-DAYS " "
                               NOTE-TEXT
                               DELIMITED BY SIZE INTO FOLLOWUP-LINE
                           END-STRING
           CLOSE F-FOLLOWUPS-FILE.
           DISPLAY "FOLLOW-UPS SUMMARY -- DUE: " WS-DUE-COUNT.
           GOBACK.

           DETERMINE-BUSINESS-DUE-DATE SECTION.
      *    Rolls the promised date forward to a business day and
      *    counts the business days it has been waiting since. A
      *    date keyed in some other shape is taken as written.
           MOVE NOTE-FOLLOWUP-DATE TO WS-DUE-STAMP.
           MOVE 0 TO WS-OVERDUE-DAYS.
           IF NOTE-FOLLOWUP-DATE(1:4) IS NUMERIC AND
               NOTE-FOLLOWUP-DATE(6:2) IS NUMERIC AND
               NOTE-FOLLOWUP-DATE(9:2) IS NUMERIC
               MOVE "ADDBUS" TO DS-FUNCTION
               MOVE NOTE-FOLLOWUP-DATE(1:4) TO DS-YEAR
               MOVE NOTE-FOLLOWUP-DATE(6:2) TO DS-MONTH
               MOVE NOTE-FOLLOWUP-DATE(9:2) TO DS-DAY
               MOVE 0 TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-DUE-STAMP
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   INTO WS-DUE-STAMP
               END-STRING
               MOVE "BUSDIFF" TO DS-FUNCTION
               MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-STAMP(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER > 0
                   MOVE DS-RESULT-NUMBER TO WS-OVERDUE-DAYS
               END-IF
           END-IF.
