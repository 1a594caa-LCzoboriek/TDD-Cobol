           CALL 'date-services' USING WS-DS-REQUEST.
           CALL 'assert-equals' USING 'N' DS-RESULT-FLAG.
           CALL 'assert-equals' USING 3 DS-RESULT-NUMBER.

           NEXT-BUSINESS-DAY-SKIPS-THE-WEEKEND.
           MOVE "NEXTBUS" TO DS-FUNCTION.
           MOVE 2026 TO DS-YEAR.
           MOVE 10 TO DS-MONTH.
           MOVE 16 TO DS-DAY.
           CALL 'date-services' USING WS-DS-REQUEST.
           CALL 'assert-equals' USING 10 DS-MONTH-2.
           CALL 'assert-equals' USING 19 DS-DAY-2.

           ADD-BUSINESS-DAYS-BACK-OVER-A-WEEKEND.
           MOVE "ADDBUS" TO DS-FUNCTION.
           MOVE 2026 TO DS-YEAR.
           MOVE 10 TO DS-MONTH.
           MOVE 20 TO DS-DAY.
           MOVE -2 TO DS-DAY-COUNT.
           CALL 'date-services' USING WS-DS-REQUEST.
           CALL 'assert-equals' USING 16 DS-DAY-2.

           BUSINESS-DAYS-FRIDAY-TO-MONDAY-IS-ONE.
           MOVE "BUSDIFF" TO DS-FUNCTION.
           MOVE 2026 TO DS-YEAR.
           MOVE 10 TO DS-MONTH.
           MOVE 19 TO DS-DAY.
           MOVE 2026 TO DS-YEAR-2.
           MOVE 10 TO DS-MONTH-2.
           MOVE 16 TO DS-DAY-2.
           CALL 'date-services' USING WS-DS-REQUEST.
           CALL 'assert-equals' USING 1 DS-RESULT-NUMBER.
