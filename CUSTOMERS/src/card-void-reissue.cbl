                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERIAL-CONTROL-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-MANIFEST-FILE ASSIGN TO
                 "card-batch-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-OFFERS-FILE ASSIGN TO "campaign-offers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OFFERS-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SPOILAGE-FILE.
               05 MANIFEST-HOUSEHOLD-COUNT PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-VENDOR-CODE PIC X(4).
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 FILLER PIC X(184).
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(03).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-SPOILAGE-STATUS PIC XX.
           01 WS-MANIFEST-DETAIL-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
                   10 WS-RB-PIECES PIC 9(5).
                   10 WS-RB-CHECKSUM PIC 9(9).
           01 WS-RB-FOUND PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMERS-OPEN PIC 9 VALUE 0.
           01 WS-SPOILED-CUSTOMER-DECEASED PIC 9.
           01 WS-DECEASED-SKIP-COUNT PIC 9(5) VALUE 0.
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
      *    When the vendor spoils pieces on press, the audit trail
      *    used to insist the card went out anyway. The spoilage
      *    serial -- new audit line, new detail line, a reissue
      *    manifest batch per type and vendor -- so the customer
      *    still gets a card and every file tells the truth.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "card-void-reissue" TO LS-PROGRAM.
           MOVE 11 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "cards.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           MOVE "cards-tax-day.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "cards-combined.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           MOVE "cards-21st-birthday.dat" TO LS-FILE-NAME(6).
           MOVE 1 TO LS-VERSION(6).
           MOVE "cards-65th-birthday.dat" TO LS-FILE-NAME(7).
           MOVE 1 TO LS-VERSION(7).
           MOVE "signup-anniversary-cards.dat" TO LS-FILE-NAME(8).
           MOVE 1 TO LS-VERSION(8).
           MOVE "campaign-cards.dat" TO LS-FILE-NAME(9).
           MOVE 1 TO LS-VERSION(9).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(11).
           MOVE 1 TO LS-VERSION(11).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           DISPLAY "VOID REISSUE SUMMARY -- SPOILED: " WS-SPOIL-COUNT
               " VOIDED: " WS-VOIDED-COUNT
               " REISSUED: " WS-REISSUED-COUNT
               " UNMATCHED: " WS-UNMATCHED-COUNT
               " DECEASED, NOT REISSUED: " WS-DECEASED-SKIP-COUNT.
           IF WS-SPOIL-DROPPED > 0
               DISPLAY "WARNING -- SPOILAGE TABLE FULL: "
                   WS-SPOIL-DROPPED " SERIALS PAST THE FIRST 500 "
           CLOSE F-SERIAL-CONTROL-FILE.

           REISSUE-SPOILED-CARDS SECTION.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           MOVE 0 TO WS-CUSTOMERS-OPEN.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 1 TO WS-CUSTOMERS-OPEN
           END-IF.
           SET SPOIL-IDX TO 1.
           PERFORM UNTIL SPOIL-IDX > WS-SPOIL-COUNT
               IF WS-SPOIL-MATCHED(SPOIL-IDX) = "Y"
                   PERFORM CHECK-SPOILED-CUSTOMER
                   IF WS-SPOILED-CUSTOMER-DECEASED = 1
                       ADD 1 TO WS-DECEASED-SKIP-COUNT
                       DISPLAY "VOID REISSUE -- CUSTOMER "
                           WS-SPOIL-CUSTOMER-ID(SPOIL-IDX)
                           " DECEASED, SERIAL "
                           WS-SPOIL-SERIAL(SPOIL-IDX)
                           " VOIDED WITHOUT REISSUE"
                   ELSE
                       PERFORM REISSUE-ONE-CARD
                   END-IF
               ELSE
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "VOID REISSUE -- SERIAL NOT ON ANY "
           END-PERFORM.
           CLOSE F-AUDIT-FILE.
           CLOSE F-MANIFEST-DETAIL-FILE.
           IF WS-CUSTOMERS-OPEN = 1
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           CHECK-SPOILED-CUSTOMER SECTION.
      *    A spoiled piece for a customer since reported deceased is
      *    still voided and registered, but never printed again.
           MOVE 0 TO WS-SPOILED-CUSTOMER-DECEASED.
           IF WS-CUSTOMERS-OPEN = 1
               MOVE WS-SPOIL-CUSTOMER-ID(SPOIL-IDX) TO
                   PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERSON-IS-DECEASED
                           MOVE 1 TO WS-SPOILED-CUSTOMER-DECEASED
                       END-IF
               END-READ
           END-IF.

           REISSUE-ONE-CARD SECTION.
      *    The replacement is the original card image -- same
                       WS-HISTORY-NAME
               ELSE
                   MOVE WS-NEXT-SERIAL TO HISTORY-CARD-SERIAL
                   IF WS-SPOIL-CARD-TYPE(SPOIL-IDX)(1:8) = "CAMPAIGN"
                       PERFORM REISSUE-CAMPAIGN-OFFER
                   END-IF
                   OPEN EXTEND F-HISTORY-FILE
                   MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
                   MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL
                   WRITE AUDIT-RECORD
                       INVALID KEY
                           DISPLAY "WARNING -- CARD SERIAL "
                               AUDIT-SERIAL " ALREADY ON card-audit.dat"
                   END-WRITE
                   MOVE SPACES TO MANIFEST-DETAIL-RECORD
                   MOVE WS-NEXT-SERIAL TO MANIFEST-DETAIL-SERIAL
               MOVE "cards-65th-birthday.dat" TO WS-HISTORY-NAME
           ELSE IF WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "SIGNUP"
               MOVE "signup-anniversary-cards.dat" TO WS-HISTORY-NAME
      *    CAMPAIGN-S2, -S3 ... are a sequence's follow-up steps;
      *    they land on the campaign history with their own offers.
           ELSE IF WS-SPOIL-CARD-TYPE(SPOIL-IDX)(1:8) = "CAMPAIGN"
               MOVE "campaign-cards.dat" TO WS-HISTORY-NAME
           ELSE IF WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "WELCOME"
               MOVE "welcome-cards.dat" TO WS-HISTORY-NAME
           ELSE IF WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "REFERRAL"
               MOVE "referral-cards.dat" TO WS-HISTORY-NAME
           ELSE IF WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "WEDDING" OR
               WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "NEW-BABY" OR
               WS-SPOIL-CARD-TYPE(SPOIL-IDX) = "SYMPATHY"
               MOVE "life-event-cards.dat" TO WS-HISTORY-NAME
           END-IF.

           TALLY-REISSUE-BATCH SECTION.
