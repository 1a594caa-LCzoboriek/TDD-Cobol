             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SERIAL-CONTROL-STATUS.
           SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AUDIT-SERIAL
             ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
               WITH DUPLICATES
             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT F-MANIFEST-DETAIL-FILE ASSIGN TO
             "card-batch-manifest-detail.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
               05 MANIFEST-DETAIL-VOID-FLAG PIC X.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-USERS-ENDED PIC 9.
           01 WS-ECARD-EXTRACT-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
               05 DS-RESULT-FLAG PIC X.
               05 DS-RESULT-NUMBER PIC S9(9).
               05 DS-STAMP PIC X(10).
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
      *    ecard-extract.dat was a bridge to nowhere: the filterer
      *    routed email-preference customers here and nothing ever
      *    routes anyone without a linked account back to the print
      *    channel -- so choosing email never silently means
      *    choosing nothing.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "ecard-deliver" TO LS-PROGRAM.
           MOVE 13 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "users.dat" TO LS-FILE-NAME(3).
           MOVE 2 TO LS-VERSION(3).
           MOVE "cards.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "cards-tax-day.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           MOVE "cards-combined.dat" TO LS-FILE-NAME(6).
           MOVE 1 TO LS-VERSION(6).
           MOVE "cards-21st-birthday.dat" TO LS-FILE-NAME(7).
           MOVE 1 TO LS-VERSION(7).
           MOVE "cards-65th-birthday.dat" TO LS-FILE-NAME(8).
           MOVE 1 TO LS-VERSION(8).
           MOVE "signup-anniversary-cards.dat" TO LS-FILE-NAME(9).
           MOVE 1 TO LS-VERSION(9).
           MOVE "welcome-cards.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           MOVE "life-event-cards.dat" TO LS-FILE-NAME(11).
           MOVE 1 TO LS-VERSION(11).
           MOVE "referral-cards.dat" TO LS-FILE-NAME(12).
           MOVE 1 TO LS-VERSION(12).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(13).
           MOVE 1 TO LS-VERSION(13).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ECARD-EXTRACT-FILE
                       MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
                       MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL
                       WRITE AUDIT-RECORD
                           INVALID KEY
                               DISPLAY "WARNING -- CARD SERIAL "
                                   AUDIT-SERIAL
                                   " ALREADY ON card-audit.dat"
                       END-WRITE
                       MOVE SPACES TO MANIFEST-DETAIL-RECORD
                       MOVE WS-NEXT-SERIAL TO MANIFEST-DETAIL-SERIAL
               MOVE "signup-anniversary-cards.dat" TO WS-HISTORY-NAME
           ELSE IF ECARD-CARD-TYPE = "WELCOME"
               MOVE "welcome-cards.dat" TO WS-HISTORY-NAME
           ELSE IF ECARD-CARD-TYPE = "REFERRAL"
               MOVE "referral-cards.dat" TO WS-HISTORY-NAME
           ELSE IF ECARD-CARD-TYPE = "WEDDING" OR
               ECARD-CARD-TYPE = "NEW-BABY" OR
               ECARD-CARD-TYPE = "SYMPATHY"
               MOVE "life-event-cards.dat" TO WS-HISTORY-NAME
           END-IF.

           COPY-EXTRACT-BACK SECTION.
