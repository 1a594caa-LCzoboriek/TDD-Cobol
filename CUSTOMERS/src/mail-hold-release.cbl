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
               05 MANIFEST-DETAIL-VOID-FLAG PIC X.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-DEFERRED-CARDS-STATUS PIC XX.
           01 WS-MAIL-HOLD-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
                   10 WS-RELB-CHECKSUM PIC 9(9).
           01 WS-RELB-FOUND PIC 9.
           01 WS-OFFERS-STATUS PIC XX.
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
      *    The other half of the state mail holds: once a state's
      *    release date has passed, its parked cards come off
      *    fresh serials, audit lines, detail lines and manifest
      *    records -- the same landing a live selection gets --
      *    while states still under hold keep their cards parked.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "mail-hold-release" TO LS-PROGRAM.
           MOVE 12 TO LS-FILE-COUNT.
           MOVE "card-audit.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "cards.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           MOVE "cards-tax-day.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           MOVE "cards-combined.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "cards-21st-birthday.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           MOVE "cards-65th-birthday.dat" TO LS-FILE-NAME(6).
           MOVE 1 TO LS-VERSION(6).
           MOVE "signup-anniversary-cards.dat" TO LS-FILE-NAME(7).
           MOVE 1 TO LS-VERSION(7).
           MOVE "campaign-cards.dat" TO LS-FILE-NAME(8).
           MOVE 1 TO LS-VERSION(8).
           MOVE "welcome-cards.dat" TO LS-FILE-NAME(9).
           MOVE 1 TO LS-VERSION(9).
           MOVE "life-event-cards.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(11).
           MOVE 1 TO LS-VERSION(11).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(12).
           MOVE 1 TO LS-VERSION(12).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
               GOBACK
           END-IF.
           OPEN OUTPUT F-DEFERRED-WORK-FILE.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DEFERRED-CARDS-FILE
               MOVE DEFERRED-GREETING TO HISTORY-CARD-GREETING
               MOVE WS-NEXT-SERIAL TO HISTORY-CARD-SERIAL
               MOVE SPACES TO HISTORY-CARD-OFFER-CODE
               IF DEFERRED-CARD-TYPE(1:8) = "CAMPAIGN" AND
                   DEFERRED-CAMPAIGN-CODE NOT = SPACES
                   PERFORM MINT-RELEASED-OFFER
               END-IF
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL
               WRITE AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                           " ALREADY ON card-audit.dat"
               END-WRITE
               MOVE SPACES TO MANIFEST-DETAIL-RECORD
               MOVE WS-NEXT-SERIAL TO MANIFEST-DETAIL-SERIAL
               MOVE "cards-65th-birthday.dat" TO WS-HISTORY-NAME
           ELSE IF DEFERRED-CARD-TYPE = "SIGNUP"
               MOVE "signup-anniversary-cards.dat" TO WS-HISTORY-NAME
      *    CAMPAIGN-S2, -S3 ... are a sequence's follow-up steps;
      *    they land on the campaign history with their own offers.
           ELSE IF DEFERRED-CARD-TYPE(1:8) = "CAMPAIGN"
               MOVE "campaign-cards.dat" TO WS-HISTORY-NAME
           ELSE IF DEFERRED-CARD-TYPE = "WELCOME"
               MOVE "welcome-cards.dat" TO WS-HISTORY-NAME
           ELSE IF DEFERRED-CARD-TYPE = "WEDDING" OR
               DEFERRED-CARD-TYPE = "NEW-BABY" OR
               DEFERRED-CARD-TYPE = "SYMPATHY"
               MOVE "life-event-cards.dat" TO WS-HISTORY-NAME
           END-IF.

           TALLY-RELEASE-BATCH SECTION.
