       DATA DIVISION.
           FILE SECTION.
           FD F-CHANGES-FILE.
      *    The customer is named by the full customer number, ID
      *    and id-check digit; a number that fails the check is
      *    turned back rather than read as some other customer.
           01 CHANGE-RECORD.
               05 CHANGE-CUSTOMER-NUMBER.
                   10 CHANGE-CUSTOMER-ID PIC 9(7).
                   10 CHANGE-CHECK-DIGIT PIC 9.
               05 CHANGE-NEW-ADDRESS.
                   10 CHANGE-NEW-STREET PIC X(60).
                   10 CHANGE-NEW-CITY PIC X(25).
                   10 FILLER PIC X(03).
           FD F-CHANGE-EXCEPTIONS-FILE.
           01 CHANGE-EXCEPTION-RECORD.
               05 CHANGE-EXCEPTION-CUSTOMER-NUMBER PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-EXCEPTION-REASON PIC X(40).
           FD F-CHANGE-JOURNAL-FILE.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
           01 WS-BAD-NUMBER-COUNT PIC 9(7) VALUE 0.
           01 WS-EXCEPTION-REASON PIC X(40).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-RUN-DATE PIC X(10).
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-BEFORE PIC X(235).
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
      *    Applies the move-update feed to the indexed customers.dat:
      *    one keyed READ, swap in the new structured address, REWRITE,
      *    and log the before and after images for the audit side. An
      *    ID with no matching customer, or a customer number whose
      *    check digit is wrong, goes to its own exception file so
      *    the feed sender can chase it.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "address-change" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
           DISPLAY "ADDRESS CHANGE RUN SUMMARY -- READ: "
               WS-READ-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " NOT FOUND: " WS-NOT-FOUND-COUNT
               " BAD CUSTOMER NUMBER: " WS-BAD-NUMBER-COUNT.
           GOBACK.

           APPLY-ONE-ADDRESS-CHANGE SECTION.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE CHANGE-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               MOVE IC-MESSAGE TO WS-EXCEPTION-REASON
               PERFORM WRITE-CHANGE-EXCEPTION
               ADD 1 TO WS-BAD-NUMBER-COUNT
           ELSE
               PERFORM APPLY-TO-CUSTOMER
           END-IF.

           APPLY-TO-CUSTOMER SECTION.
           MOVE CHANGE-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "No customer with that ID" TO
                       WS-EXCEPTION-REASON
                   PERFORM WRITE-CHANGE-EXCEPTION
                   ADD 1 TO WS-NOT-FOUND-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-CHANGE-LOG-RECORD
           WRITE CHANGE-LOG-RECORD
           END-WRITE.

           WRITE-CHANGE-EXCEPTION SECTION.
           MOVE SPACES TO CHANGE-EXCEPTION-RECORD.
           MOVE CHANGE-CUSTOMER-NUMBER TO
               CHANGE-EXCEPTION-CUSTOMER-NUMBER.
           MOVE WS-EXCEPTION-REASON TO CHANGE-EXCEPTION-REASON.
           WRITE CHANGE-EXCEPTION-RECORD
           END-WRITE.
           PERFORM WRITE-EXCEPTION-STORE-LINE.

           WRITE-EXCEPTION-STORE-LINE SECTION.
      *    A number that failed its check digit names nobody for
      *    certain, so the work item carries no customer ID.
           MOVE SPACES TO EXCEPTION-STORE-RECORD.
           MOVE "O" TO EX-STATUS.
           MOVE "address-change" TO EX-SOURCE.
           IF IC-RESULT = "V"
               MOVE CHANGE-CUSTOMER-ID TO EX-CUSTOMER-ID
           ELSE
               MOVE 0 TO EX-CUSTOMER-ID
           END-IF.
           MOVE "W" TO EX-SEVERITY.
           MOVE WS-RUN-DATE TO EX-DATE.
           MOVE WS-EXCEPTION-REASON TO EX-REASON.
           WRITE EXCEPTION-STORE-RECORD
           END-WRITE.
