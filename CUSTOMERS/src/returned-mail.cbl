           FD F-RETURNED-FILE.
      *    The vendor's bounce file: one line per returned piece,
      *    the customer ID off the card plus their return reason code.
      *    The vendor sends the full customer number, ID and id-check
      *    digit, looked up on the customer-numbers.dat register.
           01 RETURNED-RECORD.
               05 RETURNED-CUSTOMER-NUMBER.
                   10 RETURNED-CUSTOMER-ID PIC 9(7).
                   10 RETURNED-CHECK-DIGIT PIC 9.
               05 FILLER PIC X.
               05 RETURNED-REASON PIC X(40).
           FD F-CUSTOMERS-FILE.
           01 WS-FLAGGED-COUNT PIC 9(7) VALUE 0.
           01 WS-ALREADY-FLAGGED-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
           01 WS-BAD-NUMBER-COUNT PIC 9(7) VALUE 0.
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
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
      *    Works the vendor's returned-mail file against the indexed
      *    customers.dat: each bounced customer is flagged
      *    the repair-queue report for ops to fix through the
      *    maintenance screens. Until the address is repaired and the
      *    flag cleared there, no further cards burn postage on it.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "returned-mail" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RETURNED-FILE.
           IF WS-RETURNED-STATUS NOT = "00"
           DISPLAY "RETURNED MAIL RUN SUMMARY -- READ: " WS-READ-COUNT
               " FLAGGED: " WS-FLAGGED-COUNT
               " ALREADY FLAGGED: " WS-ALREADY-FLAGGED-COUNT
               " NOT FOUND: " WS-NOT-FOUND-COUNT
               " BAD CUSTOMER NUMBER: " WS-BAD-NUMBER-COUNT.
           GOBACK.

           FLAG-ONE-RETURNED-PIECE SECTION.
      *    A number that fails its check digit flags nobody -- it
      *    would mark some other customer's good address bad -- and
      *    goes on the queue for ops to chase with the vendor.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE RETURNED-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               ADD 1 TO WS-BAD-NUMBER-COUNT
               MOVE SPACES TO REPAIR-QUEUE-LINE
               STRING RETURNED-CUSTOMER-NUMBER " REFUSED -- "
                   IC-MESSAGE " -- " RETURNED-REASON
                   DELIMITED BY SIZE INTO REPAIR-QUEUE-LINE
               END-STRING
               WRITE REPAIR-QUEUE-LINE
               END-WRITE
           ELSE
               PERFORM FLAG-CUSTOMER-UNDELIVERABLE
           END-IF.

           FLAG-CUSTOMER-UNDELIVERABLE SECTION.
           MOVE RETURNED-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
