                 "welcome-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
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
                 "ecard-extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ECARD-EXTRACT-STATUS.
               SELECT F-SEASONAL-FILE ASSIGN TO
                 "seasonal-addresses.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SA-CUSTOMER-ID
                 FILE STATUS IS WS-SEASONAL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
                   88 PERSON-ADDRESS-UNDELIVERABLE VALUE "Y".
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 PERSON-CONTACT-PREF PIC X.
                   88 PERSON-PREFERS-EMAIL VALUE "E".
      *        Which brand's program the customer belongs to;
               05 ECARD-GREETING PIC X(56).
               05 FILLER PIC X VALUE SPACE.
               05 ECARD-SERIAL PIC 9(9).
           FD F-SEASONAL-FILE.
      *    Seasonal mailing addresses kept from the maintenance
      *    screen, the same layout customer-filterer reads.
           01 SEASONAL-ADDRESS-RECORD.
               05 SA-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SA-START-DATE.
                   10 SA-START-MONTH PIC 99.
                   10 SA-START-SEPARATOR PIC X.
                   10 SA-START-DAY PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 SA-END-DATE.
                   10 SA-END-MONTH PIC 99.
                   10 SA-END-SEPARATOR PIC X.
                   10 SA-END-DAY PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 SA-ADDRESS PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-WELCOME-CONTROL-STATUS PIC XX.
           01 WS-WELCOME-SENT-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-ECARD-EXTRACT-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
           77 WS-WELCOME-WINDOW-DAYS PIC 99 VALUE 7.
           01 WS-WELCOME-GREETING PIC X(40) VALUE "Welcome aboard,".
      *    The name the greeting addresses, from salutation-services.
           01 WS-GREETING-NAME PIC X(40).
           01 WS-SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ALREADY-SENT-COUNT PIC 9(7) VALUE 0.
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
      *    A brand-new customer used to hear nothing until their
      *    next calendar match, possibly eleven months out. This
      *    checkpoint guards reruns and backfills -- through the
      *    same sort-and-append, audit, manifest and serial
      *    machinery as the standing card runs, card type WELCOME.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "welcome-card-run" TO LS-PROGRAM.
           MOVE 5 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "welcome-cards.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
               DISPLAY "WELCOME RUN -- customers.dat NOT AVAILABLE"
               GOBACK
           END-IF.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           OPEN OUTPUT F-WELCOME-PENDING-FILE.
           OPEN EXTEND F-ECARD-EXTRACT-FILE.
           IF WS-ECARD-EXTRACT-STATUS = "35"
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           MOVE "CLOSE" TO SV-FUNCTION.
           CALL "salutation-services" USING WS-SV-REQUEST.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           CLOSE F-WELCOME-PENDING-FILE.
           CLOSE F-ECARD-EXTRACT-FILE.
           PERFORM SORT-AND-APPEND-WELCOME-CARDS.
               " WELCOMED: " WS-SELECTED-COUNT
               " E-CARDS: " WS-ECARD-COUNT
               " ALREADY WELCOMED: " WS-ALREADY-SENT-COUNT
               " BRAND-SKIPPED: " WS-BRAND-SKIPPED-COUNT
               " SEASONAL ADDRESS: " WS-SEASONAL-COUNT.
           GOBACK.

           LOAD-WELCOME-CONTROL SECTION.
               ADD 1 TO WS-BRAND-SKIPPED-COUNT
           ELSE IF PERSON-OPTED-OUT OR
               PERSON-ADDRESS-UNDELIVERABLE OR
               PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
               CONTINUE
           ELSE
               MOVE "DIFF" TO DS-FUNCTION
           END-PERFORM.

           WRITE-WELCOME-SELECTION SECTION.
           MOVE "BUILD" TO SV-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO SV-CUSTOMER-ID.
           MOVE PERSON-NAME TO SV-NAME.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE SV-SALUTATION TO WS-GREETING-NAME.
           IF PERSON-PREFERS-EMAIL
               MOVE SPACES TO ECARD-EXTRACT-RECORD
               MOVE PERSON-CUSTOMER-ID TO ECARD-CUSTOMER-ID
               MOVE PERSON-NAME TO ECARD-NAME
               MOVE "WELCOME" TO ECARD-CARD-TYPE
               STRING FUNCTION TRIM(WS-WELCOME-GREETING) " "
                   WS-GREETING-NAME
                   INTO ECARD-GREETING
               END-STRING
               MOVE 0 TO ECARD-SERIAL
               END-WRITE
               ADD 1 TO WS-ECARD-COUNT
           ELSE
               PERFORM APPLY-SEASONAL-ADDRESS
               MOVE PERSON-CUSTOMER-ID TO WELCOME-PENDING-ID
               MOVE PERSON-NAME TO WELCOME-PENDING-NAME
               MOVE PERSON-ADDRESS TO WELCOME-PENDING-ADDRESS
               IF PERSON-JOB-TITLE = SPACES
                   STRING FUNCTION TRIM(WS-WELCOME-GREETING) " "
                       WS-GREETING-NAME
                       INTO WELCOME-PENDING-GREETING
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-WELCOME-GREETING) " "
                       WS-GREETING-NAME " ("
                       FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                       INTO WELCOME-PENDING-GREETING
                   END-STRING
           END-IF.
           PERFORM MARK-WELCOME-SENT.

           APPLY-SEASONAL-ADDRESS SECTION.
      *    Same rule as customer-filterer: inside the seasonal range
      *    (inclusive, wrapping the year end when the start is later
      *    than the end) the welcome goes to the seasonal address,
      *    and the ZIP sort works from the address actually mailed.
           IF WS-SEASONAL-OPEN = 1
               MOVE PERSON-CUSTOMER-ID TO SA-CUSTOMER-ID
               READ F-SEASONAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SEASON-TODAY =
                           WS-TODAY-MONTH * 100 + WS-TODAY-DAY
                       COMPUTE WS-SEASON-START =
                           SA-START-MONTH * 100 + SA-START-DAY
                       COMPUTE WS-SEASON-END =
                           SA-END-MONTH * 100 + SA-END-DAY
                       IF (WS-SEASON-START <= WS-SEASON-END AND
                           WS-SEASON-TODAY >= WS-SEASON-START AND
                           WS-SEASON-TODAY <= WS-SEASON-END) OR
                           (WS-SEASON-START > WS-SEASON-END AND
                           (WS-SEASON-TODAY >= WS-SEASON-START OR
                           WS-SEASON-TODAY <= WS-SEASON-END))
                           MOVE SA-ADDRESS TO PERSON-ADDRESS
                           ADD 1 TO WS-SEASONAL-COUNT
                       END-IF
               END-READ
           END-IF.

           MARK-WELCOME-SENT SECTION.
           OPEN EXTEND F-WELCOME-SENT-FILE.
           IF WS-WELCOME-SENT-STATUS = "35"
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           OPEN INPUT F-WELCOME-SORTED-FILE.
           OPEN EXTEND F-WELCOME-CARDS-FILE.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WELCOME-SORTED-FILE
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
