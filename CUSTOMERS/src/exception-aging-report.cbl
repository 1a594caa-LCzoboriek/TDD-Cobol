                   10 WS-SOURCE-OPEN PIC 9(7).
                   10 WS-SOURCE-OLDEST PIC X(10).
           01 WS-FOUND PIC 9.
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
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-AGE-BUSINESS-DAYS PIC ZZZZ9.
       PROCEDURE DIVISION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EXCEPTION-STORE-FILE.
               END-READ
           END-PERFORM.
           CLOSE F-EXCEPTION-STORE-FILE.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-YEAR TO WS-TODAY-YEAR.
           MOVE DS-MONTH TO WS-TODAY-MONTH.
           MOVE DS-DAY TO WS-TODAY-DAY.
           OPEN OUTPUT F-AGING-REPORT-FILE.
           MOVE "OPEN EXCEPTION AGING BY SOURCE" TO
               AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           SET SRC-IDX TO 1.
           PERFORM UNTIL SRC-IDX > WS-SOURCE-COUNT
               PERFORM AGE-OLDEST-EXCEPTION
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  " WS-SOURCE-NAME(SRC-IDX)
                   " OPEN " WS-SOURCE-OPEN(SRC-IDX)
                   " OLDEST " WS-SOURCE-OLDEST(SRC-IDX)
                   " AGE " WS-AGE-BUSINESS-DAYS " BUSINESS DAYS"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               END-STRING
               WRITE AGING-REPORT-LINE
                   MOVE EX-DATE TO WS-SOURCE-OLDEST(SRC-IDX)
               END-IF
           END-IF.

           AGE-OLDEST-EXCEPTION SECTION.
      *    How long the oldest open exception has waited, in the
      *    business days someone could have worked it -- a reject
      *    logged on a Friday is one day old on Monday, not three.
      *    An exception stamped without a usable date ages as zero.
           MOVE 0 TO WS-AGE-BUSINESS-DAYS.
           IF WS-SOURCE-OLDEST(SRC-IDX)(1:4) IS NUMERIC AND
               WS-SOURCE-OLDEST(SRC-IDX)(6:2) IS NUMERIC AND
               WS-SOURCE-OLDEST(SRC-IDX)(9:2) IS NUMERIC
               MOVE "BUSDIFF" TO DS-FUNCTION
               MOVE WS-TODAY-YEAR TO DS-YEAR
               MOVE WS-TODAY-MONTH TO DS-MONTH
               MOVE WS-TODAY-DAY TO DS-DAY
               MOVE WS-SOURCE-OLDEST(SRC-IDX)(1:4) TO DS-YEAR-2
               MOVE WS-SOURCE-OLDEST(SRC-IDX)(6:2) TO DS-MONTH-2
               MOVE WS-SOURCE-OLDEST(SRC-IDX)(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER > 0
                   MOVE DS-RESULT-NUMBER TO WS-AGE-BUSINESS-DAYS
               END-IF
           END-IF.
