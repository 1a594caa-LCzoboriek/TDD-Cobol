                   WITH DUPLICATES
                 FILE STATUS IS WS-TEST-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-TEST-AUDIT-FILE ASSIGN TO
                 "card-audit-test.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TEST-AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS TEST-AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-TEST-AUDIT-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 AUDIT-NAME PIC X(40).
               05 AUDIT-TAIL.
                   10 FILLER PIC X(34).
                   10 AUDIT-SERIAL PIC 9(9).
           FD F-TEST-AUDIT-FILE.
           01 TEST-AUDIT-RECORD.
               05 TEST-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 TEST-AUDIT-NAME PIC X(40).
               05 TEST-AUDIT-TAIL.
                   10 FILLER PIC X(34).
                   10 TEST-AUDIT-SERIAL PIC 9(9).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-TEST-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-TEST-AUDIT-STATUS PIC XX.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-MASKED-COUNT PIC 9(7) VALUE 0.
           01 WS-AUDIT-READ-COUNT PIC 9(7) VALUE 0.
               05 WS-WORK-SUPPRESSED PIC X.
               05 WS-WORK-CONTACT-PREF PIC X.
               05 FILLER PIC X(02).
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
      *    Testing against stale toy files or, worse, production
      *    copies ends here: this writes a same-layout test copy of
      *    card-audit.dat in the same run, so the test files still
      *    join. Names and streets go through a fixed thirteen-place
      *    letter rotation: same shape and length, no real people.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-mask-copy" TO LS-PROGRAM.
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
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
           IF WS-FILE-IS-ENDED = 0
               OPEN OUTPUT F-TEST-AUDIT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ-COUNT
                           PERFORM MASK-ONE-AUDIT-ROW
               MOVE WS-MASK-TEXT(1:40) TO TEST-AUDIT-NAME
               MOVE AUDIT-TAIL TO TEST-AUDIT-TAIL
               WRITE TEST-AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL "
                           TEST-AUDIT-SERIAL
                           " ALREADY ON card-audit-test.dat"
               END-WRITE
               ADD 1 TO WS-AUDIT-MASKED-COUNT
           END-IF.
