           01 WS-CHECK-MONTH PIC 99.
           01 WS-CHECK-DAY PIC 99.
           01 WS-MAX-DATE-DAY PIC 99.
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
      *    Validation used to happen only to records a card section
      *    touched that day -- a garbage PERSON-STATE or malformed
      *    the whole file and scores every field, writing a counts
      *    scorecard for the data-quality trend and a per-failure
      *    detail file for the repair queue.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "data-quality-sweep" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
