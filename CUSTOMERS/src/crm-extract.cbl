                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-EXTRACT-FILE ASSIGN TO "crm-extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    customer (every PERSON field plus the card-count
      *    summary), and a T trailer with the record count and the
      *    customer-ID checksum the manifests already made the house
      *    convention. The customer goes out as the full customer
      *    number, ID and id-check digit, the form crm-updates.dat
      *    must hand it back in; the checksum stays a sum of IDs.
           01 CRM-EXTRACT-RECORD.
               05 CRM-RECORD-TYPE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CRM-CUSTOMER-NUMBER.
                   10 CRM-CUSTOMER-ID PIC 9(7).
                   10 CRM-CHECK-DIGIT PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 CRM-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
           01 WS-AUDIT-ISO-DATE PIC X(10).
           01 WS-CUSTOMER-CARDS PIC 9(5).
           01 WS-CUSTOMER-LAST-DATE PIC X(10).
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
      *    The CRM team's feed off customers.dat. A FULL run dumps
      *    the file; an INCR run against a supplied date takes only
      *    weekly full dump forever. Control records bracket the
      *    data the same way the manifests carry counts and
      *    checksums.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "crm-extract" TO LS-PROGRAM.
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
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       PERFORM TALLY-ONE-AUDIT-ROW
                   AT END
           IF WS-CUSTOMER-WANTED = 1
               MOVE SPACES TO CRM-EXTRACT-RECORD
               MOVE "D" TO CRM-RECORD-TYPE
               MOVE "ASSIGN" TO IC-FUNCTION
               MOVE PERSON-CUSTOMER-ID TO IC-CUSTOMER-ID
               CALL "id-check" USING WS-IC-REQUEST
               MOVE IC-CUSTOMER-NUMBER TO CRM-CUSTOMER-NUMBER
               MOVE PERSON-NAME TO CRM-NAME
               MOVE PERSON-STREET TO CRM-STREET
               MOVE PERSON-CITY TO CRM-CITY
               MOVE WS-SINCE-DATE TO CRM-SIGNUP-DATE
           END-IF.
           MOVE 0 TO CRM-CUSTOMER-ID.
           MOVE 0 TO CRM-CHECK-DIGIT.
           MOVE 0 TO CRM-CARD-COUNT.
           MOVE 0 TO CRM-CONTROL-COUNT.
           MOVE 0 TO CRM-CONTROL-CHECKSUM.
           MOVE SPACES TO CRM-EXTRACT-RECORD.
           MOVE "T" TO CRM-RECORD-TYPE.
           MOVE 0 TO CRM-CUSTOMER-ID.
           MOVE 0 TO CRM-CHECK-DIGIT.
           MOVE 0 TO CRM-CARD-COUNT.
           MOVE WS-EXTRACTED-COUNT TO CRM-CONTROL-COUNT.
           MOVE WS-EXTRACT-CHECKSUM TO CRM-CONTROL-CHECKSUM.
