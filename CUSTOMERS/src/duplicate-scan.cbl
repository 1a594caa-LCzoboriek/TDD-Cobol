           01 WS-SQUEEZE-IN PIC 99.
           01 WS-SQUEEZE-OUT PIC 99.
           01 WS-SQUEEZE-PENDING PIC 9.
           01 WS-FIRST-NUMBER PIC 9(8).
           01 WS-SECOND-NUMBER PIC 9(8).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
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
      *    Periodic sweep for the same person filed under two
      *    customer IDs. Records sharing a birthday are paired and
      *    same-ZIP near-miss on the name -- so the consolidation
      *    work starts from the likeliest duplicates before the next
      *    BIRTHDAY run mails the same mailbox twice.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "duplicate-scan" TO LS-PROGRAM.
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
           ELSE
               MOVE "POSSIBLE" TO WS-RANK-LABEL
           END-IF.
      *    Each side printed as its full customer number, the form
      *    the reviewer keys back on merge-dispositions.dat.
           MOVE "ASSIGN" TO IC-FUNCTION.
           MOVE WS-SCAN-ID(SCAN-IDX) TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           MOVE IC-CUSTOMER-NUMBER TO WS-FIRST-NUMBER.
           MOVE WS-SCAN-ID(PAIR-IDX) TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           MOVE IC-CUSTOMER-NUMBER TO WS-SECOND-NUMBER.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING WS-RANK-LABEL " "
               WS-FIRST-NUMBER " / " WS-SECOND-NUMBER
               " " WS-SCAN-NAME(SCAN-IDX)
               " BORN " WS-SCAN-BIRTHDAY(SCAN-IDX)
               " ZIP " WS-SCAN-ZIP(SCAN-IDX)
