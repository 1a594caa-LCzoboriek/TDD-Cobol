                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
           FILE SECTION.
      *    Incoming right-to-be-forgotten requests land here and
      *    stay pending until a supervisor has looked at the actual
      *    record. Only erasure-approved.dat reaches the purge run.
      *    Each request names the full customer number, ID and
      *    id-check digit. A request the purge run sent back because
      *    the customer is under legal hold carries flag L and the
      *    legal matter reference.
           01 ERASURE-RECORD.
               05 ERASURE-CUSTOMER-NUMBER.
                   10 ERASURE-CUSTOMER-ID PIC 9(7).
                   10 ERASURE-CHECK-DIGIT PIC 9.
               05 ERASURE-LEGAL-FLAG PIC X.
               05 ERASURE-LEGAL-MATTER PIC X(12).
           FD F-ERASURE-WORK-FILE.
           01 ERASURE-WORK-RECORD PIC X(21).
           FD F-APPROVED-FILE.
           01 APPROVED-RECORD.
               05 APPROVED-CUSTOMER-ID PIC 9(7).
           FD F-REJECTED-FILE.
           01 REJECTED-RECORD.
               05 REJECTED-CUSTOMER-NUMBER PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 REJECTED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 AUDIT-NAME PIC X(40).
               05 FILLER PIC X.
               05 AUDIT-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 AUDIT-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 AUDIT-SERIAL PIC 9(9).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-IS-ENDED PIC 9.
           01 WS-ERASURE-STATUS PIC XX.
           01 WS-APPROVED-STATUS PIC XX.
           01 WS-REJECTED-STATUS PIC XX.
           01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
           01 WS-LEGAL-KEPT-COUNT PIC 9(5) VALUE 0.
           01 WS-SHOW-HOLD PIC X(60).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-SHOW-NAME PIC X(40).
           01 WS-SHOW-STREET PIC X(60).
           01 WS-SHOW-STATE PIC XX.
           01 WS-SHOW-ZIP PIC X(10).
           01 WS-SHOW-BIRTHDAY PIC X(10).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
      *    Request area for the shared operator sign-on subprogram.
           01 WS-OS-REQUEST.
               05 OS-OPERATOR-ID PIC X(8).
               05 OS-OPERATOR-NAME PIC X(30).
               05 OS-ROLE PIC X.
               05 OS-RESULT PIC X.
      *    Request area for the shared layout-services subprogram.
           01 WS-LS-REQUEST.
               05 LS-FUNCTION PIC X(8).
               05 LS-PROGRAM PIC X(30).
               05 LS-RESULT PIC X.
               05 LS-FILE-COUNT PIC 99.
               05 LS-FILE OCCURS 20 TIMES.
                   10 LS-FILE-NAME PIC X(40).
                   10 LS-VERSION PIC 9(3).
           SCREEN SECTION.
           01 REVIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 9 COLUMN 10 VALUE "Cards on record:".
             05 LINE 9 COLUMN 28 PIC 9(5)
                USING WS-CARD-HISTORY-COUNT.
             05 LINE 10 COLUMN 10 PIC X(60) USING WS-SHOW-HOLD.
             05 LINE 11 COLUMN 10 VALUE
                "Erasure is irreversible once the purge runs.".
             05 LINE 13 COLUMN 10 VALUE "(a) Approve".
             05 REJECT-REASON-FIELD LINE 6 COLUMN 10 PIC X(40)
                USING WS-REJECT-REASON.
       PROCEDURE DIVISION.
       0080-CHECK-LAYOUTS.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "erasure-review" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0090-SIGN-ON.
      *    One mistyped ID in erasure-requests.dat used to destroy
      *    the wrong person's history. Erasure is now a two-step
               WS-PENDING-COUNT
               " APPROVED: " WS-APPROVED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " STILL PENDING: " WS-KEPT-COUNT
               " HELD FOR LEGAL: " WS-LEGAL-KEPT-COUNT.
           STOP RUN.

       0100-REVIEW-ALL-REQUESTS.

       0110-REVIEW-ONE-REQUEST.
           MOVE 0 TO WS-RECORD-FOUND.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE ERASURE-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               MOVE IC-MESSAGE TO WS-REJECT-REASON
           ELSE
               MOVE ERASURE-CUSTOMER-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "No customer with that ID" TO
                           WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE 1 TO WS-RECORD-FOUND
               END-READ
           END-IF.
           IF WS-RECORD-FOUND = 0
      *        A number that fails its check digit, or an ID with no
      *        record, can't erase anything; it is rejected on the
      *        spot with that reason so the request file doesn't
      *        carry dead entries forever.
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REJECTED-RECORD
               MOVE ERASURE-CUSTOMER-NUMBER TO REJECTED-CUSTOMER-NUMBER
               MOVE WS-RUN-STAMP TO REJECTED-DATE
               MOVE OS-OPERATOR-ID TO REJECTED-OPERATOR
               MOVE WS-REJECT-REASON TO REJECTED-REASON
               WRITE REJECTED-RECORD
               END-WRITE
           ELSE
               MOVE PERSON-ZIP TO WS-SHOW-ZIP
               MOVE PERSON-BIRTHDAY TO WS-SHOW-BIRTHDAY
               PERFORM 0120-COUNT-CARD-HISTORY
               PERFORM 0115-CHECK-LEGAL-HOLD
               INITIALIZE WS-REVIEW-CHOICE
               DISPLAY REVIEW-SCREEN
               ACCEPT REVIEW-CHOICE-FIELD
               IF WS-REVIEW-CHOICE = "a" AND LG-RESULT = "Y"
      *            Legal hold outranks the approval: the request
      *            stays pending, flagged, until legal releases the
      *            hold and a supervisor approves it again.
                   ADD 1 TO WS-KEPT-COUNT
                   ADD 1 TO WS-LEGAL-KEPT-COUNT
                   MOVE "L" TO ERASURE-LEGAL-FLAG
                   MOVE LG-MATTER TO ERASURE-LEGAL-MATTER
                   MOVE ERASURE-RECORD TO ERASURE-WORK-RECORD
                   WRITE ERASURE-WORK-RECORD
                   END-WRITE
               ELSE IF WS-REVIEW-CHOICE = "a"
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE ERASURE-CUSTOMER-ID TO APPROVED-CUSTOMER-ID
                   WRITE APPROVED-RECORD
                   ACCEPT REJECT-REASON-FIELD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO REJECTED-RECORD
                   MOVE ERASURE-CUSTOMER-NUMBER TO
                       REJECTED-CUSTOMER-NUMBER
                   MOVE WS-RUN-STAMP TO REJECTED-DATE
                   MOVE OS-OPERATOR-ID TO REJECTED-OPERATOR
                   MOVE WS-REJECT-REASON TO REJECTED-REASON
               END-IF
           END-IF.

       0115-CHECK-LEGAL-HOLD.
      *    Asked live, not taken from the flag: a hold placed since
      *    the request arrived counts, and one released since the
      *    purge sent the request back no longer does.
           MOVE "CUSTOMER" TO LG-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO LG-CUSTOMER-ID.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           MOVE SPACES TO WS-SHOW-HOLD.
           IF LG-RESULT = "Y"
               STRING "LEGAL HOLD " LG-MATTER
                   " -- approval stays pending for legal"
                   DELIMITED BY SIZE INTO WS-SHOW-HOLD
               END-STRING
           ELSE IF ERASURE-LEGAL-FLAG = "L"
               STRING "Legal hold " ERASURE-LEGAL-MATTER
                   " now released -- may be approved"
                   DELIMITED BY SIZE INTO WS-SHOW-HOLD
               END-STRING
           END-IF.

       0120-COUNT-CARD-HISTORY.
           MOVE 0 TO WS-CARD-HISTORY-COUNT.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE PERSON-CUSTOMER-ID TO AUDIT-CUSTOMER-ID
               MOVE 0 TO WS-AUDIT-IS-ENDED
               START F-AUDIT-FILE KEY IS = AUDIT-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-AUDIT-IS-ENDED
               END-START
               PERFORM UNTIL WS-AUDIT-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           IF AUDIT-CUSTOMER-ID = PERSON-CUSTOMER-ID
                               ADD 1 TO WS-CARD-HISTORY-COUNT
                           ELSE
                               MOVE 1 TO WS-AUDIT-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-AUDIT-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
