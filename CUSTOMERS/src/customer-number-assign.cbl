       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-number-assign.
      *    One-time conversion that gives every customer already on
      *    customers.dat the eight-digit customer number -- the
      *    seven-digit ID plus its id-check digit -- that every feed
      *    naming a customer must now carry. customers.dat itself is
      *    not touched: the digit is worked out from the ID wherever
      *    it is needed. What this writes is customer-numbers.dat,
      *    the register of numbers issued, one line per customer,
      *    for the CRM team, the mail vendor and customer service to
      *    load before their first feed in the new layout. From
      *    then on customer-intake and the maintenance add screen
      *    append a line for each customer they create, so the
      *    register stays whole. A register already on file means
      *    the conversion has been done; it is left alone and the
      *    run says so, so a second run is harmless.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-CUSTOMER-NUMBERS-FILE ASSIGN TO
                 "customer-numbers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUSTOMER-NUMBERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-ADDRESS.
                   10 PERSON-STREET PIC X(60).
                   10 PERSON-CITY PIC X(25).
                   10 PERSON-STATE PIC X(02).
                   10 PERSON-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 PERSON-COUNTRY PIC X(02).
               05 PERSON-BIRTHDAY PIC X(10).
               05 PERSON-SIGNUP-DATE PIC X(10).
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-DO-NOT-MAIL PIC X.
               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
               05 PERSON-CONTACT-PREF PIC X.
               05 FILLER PIC X(02).
           FD F-CUSTOMER-NUMBERS-FILE.
      *    Register of customer numbers issued: the bare ID, the
      *    full number, the day it was issued and by what -- CONVERT
      *    for this run, INTAKE for the signup feed, MAINT for the
      *    maintenance screen (with the operator who keyed it).
           01 CUSTOMER-NUMBER-RECORD.
               05 CN-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CN-CUSTOMER-NUMBER PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-ISSUED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-OPERATOR PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMER-NUMBERS-STATUS PIC XX.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ISSUED-COUNT PIC 9(7) VALUE 0.
           01 WS-CONVERT-STAMP PIC X(10).
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
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-number-assign" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-CONVERT-STAMP
           END-STRING.
           OPEN INPUT F-CUSTOMER-NUMBERS-FILE.
           IF WS-CUSTOMER-NUMBERS-STATUS = "00"
               CLOSE F-CUSTOMER-NUMBERS-FILE
               DISPLAY "CUSTOMER NUMBER ASSIGN -- customer-numbers.dat "
                   "ALREADY ON FILE (ALREADY CONVERTED?); LEFT ALONE"
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "CUSTOMER NUMBER ASSIGN -- customers.dat NOT "
                   "AVAILABLE, STATUS " WS-CUSTOMERS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-CUSTOMER-NUMBERS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM ISSUE-ONE-NUMBER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-CUSTOMER-NUMBERS-FILE.
           DISPLAY "CUSTOMER NUMBER ASSIGN customers.dat -- READ: "
               WS-READ-COUNT " NUMBERS ISSUED: " WS-ISSUED-COUNT.
           IF WS-READ-COUNT = WS-ISSUED-COUNT
               DISPLAY "CUSTOMER NUMBER ASSIGN -- COUNTS MATCH"
           ELSE
               DISPLAY "CUSTOMER NUMBER ASSIGN -- COUNT MISMATCH; "
                   "DO NOT SEND THE REGISTER"
           END-IF.
           GOBACK.

           ISSUE-ONE-NUMBER SECTION.
           MOVE "ASSIGN" TO IC-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           MOVE SPACES TO CUSTOMER-NUMBER-RECORD.
           MOVE PERSON-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE IC-CUSTOMER-NUMBER TO CN-CUSTOMER-NUMBER.
           MOVE WS-CONVERT-STAMP TO CN-ISSUED-DATE.
           MOVE "CONVERT" TO CN-SOURCE.
           WRITE CUSTOMER-NUMBER-RECORD
           END-WRITE.
           ADD 1 TO WS-ISSUED-COUNT.
