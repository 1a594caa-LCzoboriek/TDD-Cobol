           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-CLOSED-AUDIT-FILE ASSIGN TO
                 WS-CLOSED-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CLOSED-AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS CLOSED-AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CLOSED-AUDIT-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "postage-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 AUDIT-SERIAL PIC 9(9).
           FD F-CLOSED-AUDIT-FILE.
      *    card-audit-<year>.dat, written by the year-end close.
           01 CLOSED-AUDIT-RECORD.
               05 CLOSED-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 CLOSED-AUDIT-SERIAL PIC 9(9).
           FD F-RATES-FILE.
           01 RATE-RECORD.
               05 RATE-CARD-TYPE PIC X(12).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-CLOSED-AUDIT-STATUS PIC XX.
           01 WS-CLOSED-AUDIT-NAME PIC X(40).
           01 WS-CLOSED-AUDIT-READ PIC 9 VALUE 0.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-COUNTRY-STATUS PIC XX.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-GL-RECORDS PIC 9(5) VALUE 0.
           01 WS-GL-HASH PIC 9(13) VALUE 0.
           01 WS-AMOUNT-CENTS PIC 9(13).
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
      *    Month-end postage accrual, straight from the audit trail
      *    instead of someone re-keying postage-cost-report.txt into
      *    and written as a balanced journal: debits per category,
      *    one offsetting credit, header and trailer with the
      *    counts and hash their import checks.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "gl-journal-extract" TO LS-PROGRAM.
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
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           IF WS-TODAY-MONTH = 1
           END-STRING.
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-COUNTRY-ZONES.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "GL EXTRACT -- NO card-audit.dat TO ACCRUE"
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           PERFORM ACCRUE-CLOSED-YEAR-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       PERFORM ACCRUE-IF-IN-PERIOD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
               " WITHOUT A RATE: " WS-UNRATED-COUNT.
           GOBACK.

           ACCRUE-CLOSED-YEAR-FILE SECTION.
      *    Once the year-end close has run, the period's detail may
      *    have left card-audit.dat for the closed-year file -- the
      *    January run for December always meets this. Both are
      *    read; a serial lives on only one of them.
           MOVE SPACES TO WS-CLOSED-AUDIT-NAME.
           STRING "card-audit-" WS-PERIOD-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-CLOSED-AUDIT-NAME
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CLOSED-AUDIT-FILE.
           IF WS-CLOSED-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE 1 TO WS-CLOSED-AUDIT-READ
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CLOSED-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       MOVE CLOSED-AUDIT-RECORD TO AUDIT-RECORD
                       PERFORM ACCRUE-IF-IN-PERIOD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CLOSED-AUDIT-READ = 1
               CLOSE F-CLOSED-AUDIT-FILE
           END-IF.

           ACCRUE-IF-IN-PERIOD SECTION.
           MOVE AUDIT-RUN-DATE(1:2) TO WS-AUDIT-MONTH.
           IF AUDIT-RUN-YEAR = WS-PERIOD-YEAR AND
               WS-AUDIT-MONTH = WS-PERIOD-MONTH
               ADD 1 TO WS-PIECE-COUNT
               PERFORM ACCRUE-ONE-PIECE
           END-IF.

           LOAD-POSTAGE-RATES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RATES-FILE.
