       IDENTIFICATION DIVISION.
       PROGRAM-ID. referral-card-run.
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
               SELECT F-REFERRAL-LEDGER-FILE ASSIGN TO
                 "referral-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-LEDGER-STATUS.
               SELECT F-LEDGER-WORK-FILE ASSIGN TO
                 "referral-ledger-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REFERRAL-PENDING-FILE ASSIGN TO
                 "referral-cards-pending.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-REFERRAL-SORTED-FILE ASSIGN TO
                 "referral-cards-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-REFERRAL-WORK ASSIGN TO "referral.srt".
               SELECT F-REFERRAL-CARDS-FILE ASSIGN TO
                 "referral-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-CARDS-STATUS.
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
               SELECT F-MANIFEST-DETAIL-FILE ASSIGN TO
                 "card-batch-manifest-detail.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SERIAL-CONTROL-FILE ASSIGN TO
                 "card-serial-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERIAL-CONTROL-STATUS.
               SELECT F-ECARD-EXTRACT-FILE ASSIGN TO
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
               05 PERSON-SIGNUP-DATE.
                   10 SIGNUP-YEAR PIC 9(4).
                   10 SIGNUP-YEAR-MON-SEPARATOR PIC X.
                   10 SIGNUP-MONTH PIC 99.
                   10 SIGNUP-MON-DAY-SEPARATOR PIC X.
                   10 SIGNUP-DAY PIC 99.
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-DO-NOT-MAIL PIC X.
                   88 PERSON-OPTED-OUT VALUE "Y".
               05 PERSON-UNDELIVERABLE PIC X.
                   88 PERSON-ADDRESS-UNDELIVERABLE VALUE "Y".
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 PERSON-CONTACT-PREF PIC X.
                   88 PERSON-PREFERS-EMAIL VALUE "E".
      *        Which brand's program the customer belongs to;
      *        spaces is the house brand.
               05 PERSON-BRAND PIC X(02).
           FD F-REFERRAL-LEDGER-FILE.
      *    Written by customer-intake, one line per referral loaded;
      *    this run moves the card flag off P once the referrer has
      *    been thanked (C card, E e-card) or can't be (S skipped).
           01 REFERRAL-LEDGER-RECORD.
               05 REFERRAL-REFERRER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-REFERRED-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-CARD-FLAG PIC X.
                   88 REFERRAL-CARD-PENDING VALUE "P".
           FD F-LEDGER-WORK-FILE.
           01 LEDGER-WORK-RECORD PIC X(28).
           FD F-REFERRAL-PENDING-FILE.
           01 REFERRAL-PENDING-RECORD.
               05 REFERRAL-PENDING-ID PIC 9(7).
               05 REFERRAL-PENDING-NAME PIC X(40).
               05 REFERRAL-PENDING-ADDRESS.
                   10 REFERRAL-PENDING-STREET PIC X(60).
                   10 REFERRAL-PENDING-CITY PIC X(25).
                   10 REFERRAL-PENDING-STATE PIC X(02).
                   10 REFERRAL-PENDING-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 REFERRAL-PENDING-GREETING PIC X(56).
           FD F-REFERRAL-SORTED-FILE.
           01 REFERRAL-SORTED-RECORD.
               05 REFERRAL-SORTED-ID PIC 9(7).
               05 REFERRAL-SORTED-NAME PIC X(40).
               05 REFERRAL-SORTED-ADDRESS.
                   10 REFERRAL-SORTED-STREET PIC X(60).
                   10 REFERRAL-SORTED-CITY PIC X(25).
                   10 REFERRAL-SORTED-STATE PIC X(02).
                   10 REFERRAL-SORTED-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 REFERRAL-SORTED-GREETING PIC X(56).
           SD SORT-REFERRAL-WORK.
           01 SORT-REFERRAL-RECORD.
               05 SORT-REFERRAL-ID PIC 9(7).
               05 SORT-REFERRAL-NAME PIC X(40).
               05 SORT-REFERRAL-ADDRESS.
                   10 SORT-REFERRAL-STREET PIC X(60).
                   10 SORT-REFERRAL-CITY PIC X(25).
                   10 SORT-REFERRAL-STATE PIC X(02).
                   10 SORT-REFERRAL-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 SORT-REFERRAL-GREETING PIC X(56).
           FD F-REFERRAL-CARDS-FILE.
           01 REFERRAL-CARD-RECORD.
               05 REFERRAL-CARD-ID PIC 9(7).
               05 REFERRAL-CARD-NAME PIC X(40).
               05 REFERRAL-CARD-ADDRESS.
                   10 REFERRAL-CARD-STREET PIC X(60).
                   10 REFERRAL-CARD-CITY PIC X(25).
                   10 REFERRAL-CARD-STATE PIC X(02).
                   10 REFERRAL-CARD-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 REFERRAL-CARD-GREETING PIC X(56).
               05 REFERRAL-CARD-SERIAL PIC 9(9).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 AUDIT-SERIAL PIC 9(9).
           FD F-MANIFEST-FILE.
           01 MANIFEST-RECORD.
               05 MANIFEST-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-CHECKSUM PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-HOUSEHOLD-COUNT PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-VENDOR-CODE PIC X(4).
           FD F-MANIFEST-DETAIL-FILE.
           01 MANIFEST-DETAIL-RECORD.
               05 MANIFEST-DETAIL-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-VOID-FLAG PIC X.
           FD F-SERIAL-CONTROL-FILE.
           01 SERIAL-CONTROL-RECORD.
               05 SERIAL-CONTROL-NEXT PIC 9(9).
           FD F-ECARD-EXTRACT-FILE.
           01 ECARD-EXTRACT-RECORD.
               05 ECARD-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 ECARD-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 ECARD-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
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
           01 WS-REFERRAL-LEDGER-STATUS PIC XX.
           01 WS-REFERRAL-CARDS-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-ECARD-EXTRACT-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
           01 WS-REFERRAL-GREETING PIC X(40)
               VALUE "Thank you for the introduction,".
           01 WS-LEDGER-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ECARD-COUNT PIC 9(7) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-COVERED-COUNT PIC 9(7) VALUE 0.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-RUN-DATE PIC X(5).
           01 WS-RUN-TIME PIC X(8).
      *    Referrers thanked earlier in this run, with the flag they
      *    got: a customer who brought in three friends on one feed
      *    gets one card, not three identical ones. Past the table
      *    each further referral simply earns its own card.
           01 WS-THANKED-COUNT PIC 9(4) VALUE 0.
           01 WS-THANKED-TABLE.
               05 WS-THANKED-ENTRY OCCURS 500 TIMES
               INDEXED BY THANKED-IDX.
                   10 WS-THANKED-ID PIC 9(7).
                   10 WS-THANKED-FLAG PIC X.
           01 WS-THANKED-FOUND PIC 9.
           01 WS-MANIFEST-COUNT PIC 9(7).
           01 WS-MANIFEST-CHECKSUM PIC 9(9).
           01 WS-NEXT-SERIAL PIC 9(9) VALUE 1.
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
      *    Marketing's referral program: every referral customer-
      *    intake loaded and logged as pending on referral-ledger.dat
      *    earns the referrer a thank-you, through the same
      *    sort-and-append, audit, manifest and serial machinery as
      *    the standing card runs, card type REFERRAL. The ledger is
      *    rewritten with each line's outcome so a rerun never thanks
      *    anyone twice.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "referral-card-run" TO LS-PROGRAM.
           MOVE 5 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "referral-cards.dat" TO LS-FILE-NAME(3).
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
           STRING WS-TODAY-MONTH "-" WS-TODAY-DAY INTO WS-RUN-DATE
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO WS-RUN-TIME
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REFERRAL-LEDGER-FILE.
           IF WS-REFERRAL-LEDGER-STATUS NOT = "00"
               DISPLAY "REFERRAL RUN -- NO referral-ledger.dat TO "
                   "PROCESS"
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               CLOSE F-REFERRAL-LEDGER-FILE
               DISPLAY "REFERRAL RUN -- customers.dat NOT AVAILABLE"
               GOBACK
           END-IF.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           OPEN OUTPUT F-LEDGER-WORK-FILE.
           OPEN OUTPUT F-REFERRAL-PENDING-FILE.
           OPEN EXTEND F-ECARD-EXTRACT-FILE.
           IF WS-ECARD-EXTRACT-STATUS = "35"
               OPEN OUTPUT F-ECARD-EXTRACT-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRAL-LEDGER-FILE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ-COUNT
                       IF REFERRAL-CARD-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM EVALUATE-ONE-REFERRAL
                       END-IF
                       MOVE REFERRAL-LEDGER-RECORD TO
                           LEDGER-WORK-RECORD
                       WRITE LEDGER-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REFERRAL-LEDGER-FILE.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           CLOSE F-LEDGER-WORK-FILE.
           CLOSE F-REFERRAL-PENDING-FILE.
           CLOSE F-ECARD-EXTRACT-FILE.
           PERFORM SORT-AND-APPEND-REFERRAL-CARDS.
           PERFORM COPY-LEDGER-BACK.
           DISPLAY "REFERRAL RUN SUMMARY -- LEDGER LINES: "
               WS-LEDGER-READ-COUNT
               " PENDING: " WS-PENDING-COUNT
               " THANKED: " WS-SELECTED-COUNT
               " E-CARDS: " WS-ECARD-COUNT
               " COVERED BY ONE CARD: " WS-COVERED-COUNT
               " SKIPPED: " WS-SKIPPED-COUNT
               " SEASONAL ADDRESS: " WS-SEASONAL-COUNT.
           GOBACK.

           EVALUATE-ONE-REFERRAL SECTION.
      *    The referrer is looked up fresh, so a customer who opted
      *    out, went undeliverable or died since the referral was
      *    logged is not mailed -- the line is closed out S.
           PERFORM CHECK-ALREADY-THANKED.
           IF WS-THANKED-FOUND = 1
               MOVE WS-THANKED-FLAG(THANKED-IDX) TO
                   REFERRAL-CARD-FLAG
               ADD 1 TO WS-COVERED-COUNT
           ELSE
               MOVE REFERRAL-REFERRER-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "S" TO REFERRAL-CARD-FLAG
                   NOT INVALID KEY
                       IF PERSON-OPTED-OUT OR
                           PERSON-ADDRESS-UNDELIVERABLE OR
                           PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
                           MOVE "S" TO REFERRAL-CARD-FLAG
                       ELSE
                           PERFORM WRITE-REFERRAL-SELECTION
                       END-IF
               END-READ
               IF REFERRAL-CARD-FLAG = "S"
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               IF WS-THANKED-COUNT < 500
                   ADD 1 TO WS-THANKED-COUNT
                   SET THANKED-IDX TO WS-THANKED-COUNT
                   MOVE REFERRAL-REFERRER-ID TO
                       WS-THANKED-ID(THANKED-IDX)
                   MOVE REFERRAL-CARD-FLAG TO
                       WS-THANKED-FLAG(THANKED-IDX)
               END-IF
           END-IF.

           CHECK-ALREADY-THANKED SECTION.
           MOVE 0 TO WS-THANKED-FOUND.
           SET THANKED-IDX TO 1.
           PERFORM UNTIL WS-THANKED-FOUND = 1 OR
               THANKED-IDX > WS-THANKED-COUNT
               IF WS-THANKED-ID(THANKED-IDX) = REFERRAL-REFERRER-ID
                   MOVE 1 TO WS-THANKED-FOUND
               ELSE
                   SET THANKED-IDX UP BY 1
               END-IF
           END-PERFORM.

           WRITE-REFERRAL-SELECTION SECTION.
           IF PERSON-PREFERS-EMAIL
               MOVE SPACES TO ECARD-EXTRACT-RECORD
               MOVE PERSON-CUSTOMER-ID TO ECARD-CUSTOMER-ID
               MOVE PERSON-NAME TO ECARD-NAME
               MOVE "REFERRAL" TO ECARD-CARD-TYPE
               STRING FUNCTION TRIM(WS-REFERRAL-GREETING) " "
                   PERSON-NAME
                   INTO ECARD-GREETING
               END-STRING
               MOVE 0 TO ECARD-SERIAL
               WRITE ECARD-EXTRACT-RECORD
               END-WRITE
               MOVE "E" TO REFERRAL-CARD-FLAG
               ADD 1 TO WS-ECARD-COUNT
           ELSE
               PERFORM APPLY-SEASONAL-ADDRESS
               MOVE PERSON-CUSTOMER-ID TO REFERRAL-PENDING-ID
               MOVE PERSON-NAME TO REFERRAL-PENDING-NAME
               MOVE PERSON-ADDRESS TO REFERRAL-PENDING-ADDRESS
               STRING FUNCTION TRIM(WS-REFERRAL-GREETING) " "
                   PERSON-NAME
                   INTO REFERRAL-PENDING-GREETING
               END-STRING
               WRITE REFERRAL-PENDING-RECORD
               END-WRITE
               MOVE "C" TO REFERRAL-CARD-FLAG
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

           APPLY-SEASONAL-ADDRESS SECTION.
      *    Same rule as customer-filterer: inside the seasonal range
      *    (inclusive, wrapping the year end when the start is later
      *    than the end) the thank-you goes to the seasonal address,
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

           SORT-AND-APPEND-REFERRAL-CARDS SECTION.
      *    The same ZIP sort and append the standing runs do, with
      *    the same audit lines, detail lines and one manifest
      *    record, card type REFERRAL.
           SORT SORT-REFERRAL-WORK ON ASCENDING KEY SORT-REFERRAL-ZIP
               USING F-REFERRAL-PENDING-FILE
               GIVING F-REFERRAL-SORTED-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-MANIFEST-CHECKSUM.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           OPEN INPUT F-REFERRAL-SORTED-FILE.
           OPEN EXTEND F-REFERRAL-CARDS-FILE.
           IF WS-REFERRAL-CARDS-STATUS = "35"
               OPEN OUTPUT F-REFERRAL-CARDS-FILE
           END-IF.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRAL-SORTED-FILE
                   NOT AT END
                       MOVE REFERRAL-SORTED-ID TO REFERRAL-CARD-ID
                       MOVE REFERRAL-SORTED-NAME TO REFERRAL-CARD-NAME
                       MOVE REFERRAL-SORTED-ADDRESS TO
                           REFERRAL-CARD-ADDRESS
                       MOVE REFERRAL-SORTED-GREETING TO
                           REFERRAL-CARD-GREETING
                       MOVE WS-NEXT-SERIAL TO REFERRAL-CARD-SERIAL
                       WRITE REFERRAL-CARD-RECORD
                       END-WRITE
                       MOVE SPACES TO AUDIT-RECORD
                       MOVE REFERRAL-CARD-ID TO AUDIT-CUSTOMER-ID
                       MOVE REFERRAL-CARD-NAME TO AUDIT-NAME
                       MOVE "REFERRAL" TO AUDIT-CARD-TYPE
                       MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
                       MOVE WS-TODAY-YEAR TO AUDIT-RUN-YEAR
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
                       MOVE "REFERRAL" TO MANIFEST-DETAIL-CARD-TYPE
                       MOVE REFERRAL-CARD-ID TO
                           MANIFEST-DETAIL-CUSTOMER-ID
                       MOVE WS-RUN-DATE TO MANIFEST-DETAIL-RUN-DATE
                       MOVE WS-TODAY-YEAR TO MANIFEST-DETAIL-RUN-YEAR
                       WRITE MANIFEST-DETAIL-RECORD
                       END-WRITE
                       ADD 1 TO WS-NEXT-SERIAL
                       ADD 1 TO WS-MANIFEST-COUNT
                       ADD REFERRAL-CARD-ID TO WS-MANIFEST-CHECKSUM
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REFERRAL-SORTED-FILE.
           CLOSE F-REFERRAL-CARDS-FILE.
           CLOSE F-AUDIT-FILE.
           CLOSE F-MANIFEST-DETAIL-FILE.
           PERFORM SAVE-CARD-SERIAL-CONTROL.
           IF WS-MANIFEST-COUNT > 0
               OPEN EXTEND F-MANIFEST-FILE
               MOVE SPACES TO MANIFEST-RECORD
               MOVE "REFERRAL" TO MANIFEST-CARD-TYPE
               MOVE WS-RUN-DATE TO MANIFEST-RUN-DATE
               MOVE WS-TODAY-YEAR TO MANIFEST-RUN-YEAR
               MOVE WS-MANIFEST-COUNT TO MANIFEST-RECORD-COUNT
               MOVE WS-MANIFEST-CHECKSUM TO MANIFEST-CHECKSUM
               MOVE 0 TO MANIFEST-HOUSEHOLD-COUNT
               MOVE "EAST" TO MANIFEST-VENDOR-CODE
               WRITE MANIFEST-RECORD
               END-WRITE
               CLOSE F-MANIFEST-FILE
           END-IF.

           COPY-LEDGER-BACK SECTION.
      *    Copy-then-replace: the work file carries every ledger
      *    line with tonight's flags and becomes the ledger.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEDGER-WORK-FILE.
           OPEN OUTPUT F-REFERRAL-LEDGER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-WORK-FILE
                   NOT AT END
                       MOVE LEDGER-WORK-RECORD TO
                           REFERRAL-LEDGER-RECORD
                       WRITE REFERRAL-LEDGER-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-WORK-FILE.
           CLOSE F-REFERRAL-LEDGER-FILE.

           LOAD-CARD-SERIAL-CONTROL SECTION.
           MOVE 1 TO WS-NEXT-SERIAL.
           OPEN INPUT F-SERIAL-CONTROL-FILE.
           IF WS-SERIAL-CONTROL-STATUS = "00"
               READ F-SERIAL-CONTROL-FILE
                   NOT AT END
                       MOVE SERIAL-CONTROL-NEXT TO WS-NEXT-SERIAL
               END-READ
               CLOSE F-SERIAL-CONTROL-FILE
           END-IF.

           SAVE-CARD-SERIAL-CONTROL SECTION.
           OPEN OUTPUT F-SERIAL-CONTROL-FILE.
           MOVE WS-NEXT-SERIAL TO SERIAL-CONTROL-NEXT.
           WRITE SERIAL-CONTROL-RECORD.
           CLOSE F-SERIAL-CONTROL-FILE.
