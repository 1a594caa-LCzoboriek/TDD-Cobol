      *    consumes -- confident matches become ordinary transactions
      *    on its feed rather than a second update path.
           01 CHANGE-RECORD.
               05 CHANGE-CUSTOMER-NUMBER.
                   10 CHANGE-CUSTOMER-ID PIC 9(7).
                   10 CHANGE-CHECK-DIGIT PIC 9.
               05 CHANGE-NEW-ADDRESS.
                   10 CHANGE-NEW-STREET PIC X(60).
                   10 CHANGE-NEW-CITY PIC X(25).
           01 WS-SQUEEZE-IN PIC 99.
           01 WS-SQUEEZE-OUT PIC 99.
           01 WS-SQUEEZE-PENDING PIC 9.
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
      *    The postal move-update subscription finally has a
      *    processor: each match record is hunted down by normalized
      *    -- street disagrees, ZIP disagrees, or two records answer
      *    to the same name -- goes on the review report for a
      *    person to judge.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "move-update-feed" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CUSTOMER-SCAN-TABLE.
           IF WS-CUSTOMER-COUNT = 0
               DISPLAY "MOVE UPDATE -- customers.dat NOT AVAILABLE"

           EMIT-ADDRESS-CHANGE SECTION.
           MOVE SPACES TO CHANGE-RECORD.
           MOVE "ASSIGN" TO IC-FUNCTION.
           MOVE WS-MATCH-ID TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           MOVE IC-CUSTOMER-NUMBER TO CHANGE-CUSTOMER-NUMBER.
           MOVE MOVE-NEW-STREET TO CHANGE-NEW-STREET.
           MOVE MOVE-NEW-CITY TO CHANGE-NEW-CITY.
           MOVE MOVE-NEW-STATE TO CHANGE-NEW-STATE.
