       IDENTIFICATION DIVISION.
       PROGRAM-ID. postage-budget-release.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-BUDGET-DEFERRED-FILE ASSIGN TO
                 "budget-deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-DEFERRED-STATUS.
               SELECT F-BUDGET-SORTED-FILE ASSIGN TO
                 "budget-deferred-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-BUDGET-WORK ASSIGN TO "budget.srt".
               SELECT F-BUDGET-WORK-FILE ASSIGN TO
                 "budget-deferred-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-BUDGET-CONTROL-FILE ASSIGN TO
                 "postage-budget-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-CONTROL-STATUS.
               SELECT F-SPEND-LEDGER-FILE ASSIGN TO
                 "postage-spend-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPEND-LEDGER-STATUS.
               SELECT F-MAIL-HOLD-CONTROL-FILE ASSIGN TO
                 "mail-hold-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAIL-HOLD-STATUS.
               SELECT F-HISTORY-FILE ASSIGN TO WS-HISTORY-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORY-STATUS.
               SELECT F-SERIAL-CONTROL-FILE ASSIGN TO
                 "card-serial-control.dat"
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
               SELECT F-MANIFEST-DETAIL-FILE ASSIGN TO
                 "card-batch-manifest-detail.dat"
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
               SELECT F-RELEASE-REPORT-FILE ASSIGN TO
                 "budget-release-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-BUDGET-DEFERRED-FILE.
      *    Cards the selecting runs held back once the month's
      *    postage budget was reached, parked fully built with the
      *    priority and price they were judged at.
           01 BUDGET-DEFERRED-RECORD.
               05 BD-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 BD-CARD-IMAGE PIC X(203).
               05 FILLER PIC X.
               05 BD-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 BD-PRIORITY PIC 9.
               05 FILLER PIC X.
               05 BD-PIECE-RATE PIC 9(3)V99.
               05 FILLER PIC X.
               05 BD-DEFERRED-DATE PIC X(10).
           FD F-BUDGET-SORTED-FILE.
           01 BUDGET-SORTED-RECORD.
               05 BS-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 BS-CARD-IMAGE.
                   10 BS-ID PIC 9(7).
                   10 BS-NAME PIC X(40).
                   10 BS-ADDRESS.
                       15 BS-STREET PIC X(60).
                       15 BS-CITY PIC X(25).
                       15 BS-STATE PIC X(02).
                       15 BS-ZIP PIC X(10).
                       15 FILLER PIC X(03).
                   10 BS-GREETING PIC X(56).
               05 FILLER PIC X.
               05 BS-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 BS-PRIORITY PIC 9.
               05 FILLER PIC X.
               05 BS-PIECE-RATE PIC 9(3)V99.
               05 FILLER PIC X.
               05 BS-DEFERRED-DATE PIC X(10).
           SD SORT-BUDGET-WORK.
           01 SORT-BUDGET-RECORD.
               05 FILLER PIC X(227).
               05 SORT-BUDGET-PRIORITY PIC 9.
               05 FILLER PIC X(7).
               05 SORT-BUDGET-DEFERRED-DATE PIC X(10).
           FD F-BUDGET-WORK-FILE.
           01 BUDGET-WORK-RECORD PIC X(245).
           FD F-BUDGET-CONTROL-FILE.
           01 BUDGET-MONTH-RECORD.
               05 BUDGET-RECORD-TYPE PIC X.
                   88 BUDGET-IS-MONTH-LINE VALUE "M".
               05 FILLER PIC X.
               05 BUDGET-MONTH PIC X(7).
               05 FILLER PIC X.
               05 BUDGET-LIMIT PIC 9(7)V99.
           FD F-SPEND-LEDGER-FILE.
           01 SPEND-LEDGER-RECORD.
               05 SPEND-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SPEND-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 SPEND-PIECES PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SPEND-AMOUNT PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 SPEND-DEFERRED PIC 9(7).
           FD F-MAIL-HOLD-CONTROL-FILE.
           01 MAIL-HOLD-CONTROL-RECORD.
               05 HOLD-STATE PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 HOLD-START-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 HOLD-RELEASE-DATE PIC X(10).
           FD F-HISTORY-FILE.
      *    Campaign lines carry an offer code on the end; for every
      *    other type the tail reads and writes as blanks.
           01 HISTORY-CARD-RECORD.
               05 HISTORY-CARD-ID PIC 9(7).
               05 HISTORY-CARD-NAME PIC X(40).
               05 HISTORY-CARD-ADDRESS PIC X(100).
               05 HISTORY-CARD-GREETING PIC X(56).
               05 HISTORY-CARD-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 HISTORY-CARD-OFFER-CODE PIC X(18).
           FD F-OFFERS-FILE.
      *    A released campaign piece gets its offer line here so
      *    the code printed on it can still be redeemed.
           01 OFFER-RECORD.
               05 OFFER-CODE PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 OFFER-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 OFFER-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 OFFER-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 OFFER-STATE PIC XX.
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
                   88 PERSON-OPTED-OUT VALUE "Y".
               05 PERSON-UNDELIVERABLE PIC X.
                   88 PERSON-ADDRESS-UNDELIVERABLE VALUE "Y".
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(03).
           FD F-RELEASE-REPORT-FILE.
           01 RELEASE-REPORT-LINE PIC X(120).
           FD F-SERIAL-CONTROL-FILE.
           01 SERIAL-CONTROL-RECORD.
               05 SERIAL-CONTROL-NEXT PIC 9(9).
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
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-BUDGET-DEFERRED-STATUS PIC XX.
           01 WS-BUDGET-CONTROL-STATUS PIC XX.
           01 WS-SPEND-LEDGER-STATUS PIC XX.
           01 WS-MAIL-HOLD-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-OFFERS-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-HISTORY-NAME PIC X(40).
           01 WS-BUDGET-MONTH PIC X(7).
           01 WS-BUDGET-TODAY PIC X(10).
           01 WS-BUDGET-ACTIVE PIC 9 VALUE 0.
           01 WS-BUDGET-LIMIT PIC 9(7)V99 VALUE 0.
           01 WS-BUDGET-SPENT PIC 9(7)V99 VALUE 0.
           01 WS-RUN-SPEND PIC 9(7)V99 VALUE 0.
           01 WS-EDIT-SPEND PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.99.
           01 WS-HOLD-COUNT PIC 99 VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 20 TIMES
               INDEXED BY HOLD-IDX.
                   10 WS-HOLD-STATE PIC XX.
                   10 WS-HOLD-START PIC X(10).
                   10 WS-HOLD-RELEASE PIC X(10).
           01 WS-HOLD-ACTIVE PIC 9.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
           01 WS-STILL-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-HOLD-KEPT-COUNT PIC 9(7) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
      *    Why a parked card is no longer wanted; blank while it is.
           01 WS-SKIP-REASON PIC X(20).
      *    Current promotional consent, from consent-services.
           01 WS-CV-REQUEST.
               05 CV-FUNCTION PIC X(8).
               05 CV-CUSTOMER-ID PIC 9(7).
               05 CV-TYPE PIC X(8).
               05 CV-STATUS PIC X.
               05 CV-SOURCE PIC X(8).
               05 CV-DATE PIC X(10).
               05 CV-OPERATOR PIC X(8).
               05 CV-LAPSE-DATE PIC X(10).
               05 CV-NOTICE-DAYS PIC 9(3).
               05 CV-RESULT PIC X.
           01 WS-NEXT-SERIAL PIC 9(9) VALUE 1.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-RUN-DATE PIC X(5).
           01 WS-RUN-TIME PIC X(8).
      *    Per-type release shares, flushed as manifest lines.
           01 WS-REL-BATCH-COUNT PIC 99 VALUE 0.
           01 WS-REL-BATCH-TABLE.
               05 WS-REL-BATCH OCCURS 10 TIMES
               INDEXED BY RELB-IDX.
                   10 WS-RELB-CARD-TYPE PIC X(12).
                   10 WS-RELB-PIECES PIC 9(7).
                   10 WS-RELB-CHECKSUM PIC 9(9).
           01 WS-RELB-FOUND PIC 9.
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
      *    The other half of the postage budget: once finance raises
      *    the month's limit (or a new month starts), the cards the
      *    budget held back come off budget-deferred-cards.dat --
      *    highest priority first, oldest first within a priority --
      *    for as long as the month's spend stays inside the limit,
      *    and land on their history files the way the mail-hold
      *    release lands its cards. Whatever still doesn't fit, or
      *    is addressed to a state now under a mail hold, stays
      *    parked for the next release. A card whose customer has
      *    since died, been suppressed, opted out or gone
      *    undeliverable -- or, for a campaign piece, no longer has
      *    promotional consent -- is not released; it comes off the
      *    file and is listed on budget-release-report.txt.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "postage-budget-release" TO LS-PROGRAM.
           MOVE 8 TO LS-FILE-COUNT.
           MOVE "card-audit.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "cards-21st-birthday.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           MOVE "cards-65th-birthday.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           MOVE "signup-anniversary-cards.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "campaign-cards.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(6).
           MOVE 1 TO LS-VERSION(6).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(7).
           MOVE 1 TO LS-VERSION(7).
           MOVE "customers.dat" TO LS-FILE-NAME(8).
           MOVE 3 TO LS-VERSION(8).
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
           MOVE SPACES TO WS-BUDGET-TODAY.
           STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-" WS-TODAY-DAY
               INTO WS-BUDGET-TODAY
           END-STRING.
           MOVE WS-BUDGET-TODAY(1:7) TO WS-BUDGET-MONTH.
           OPEN INPUT F-BUDGET-DEFERRED-FILE.
           IF WS-BUDGET-DEFERRED-STATUS NOT = "00"
               DISPLAY "BUDGET RELEASE -- NO budget-deferred-cards.dat"
                   " TO PROCESS"
               GOBACK
           END-IF.
           CLOSE F-BUDGET-DEFERRED-FILE.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "BUDGET RELEASE -- customers.dat NOT AVAILABLE;"
                   " NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-RELEASE-REPORT-FILE.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           STRING "POSTAGE BUDGET RELEASE -- PIECES NOT RELEASED "
               WS-BUDGET-TODAY
               DELIMITED BY SIZE INTO RELEASE-REPORT-LINE
           END-STRING.
           WRITE RELEASE-REPORT-LINE.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           PERFORM LOAD-POSTAGE-BUDGET.
           PERFORM LOAD-MAIL-HOLD-CONTROL.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           SORT SORT-BUDGET-WORK
               ON ASCENDING KEY SORT-BUDGET-PRIORITY
               ON ASCENDING KEY SORT-BUDGET-DEFERRED-DATE
               USING F-BUDGET-DEFERRED-FILE
               GIVING F-BUDGET-SORTED-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-SORTED-FILE.
           OPEN OUTPUT F-BUDGET-WORK-FILE.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-SORTED-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM JUDGE-ONE-DEFERRED-CARD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BUDGET-SORTED-FILE.
           CLOSE F-BUDGET-WORK-FILE.
           CLOSE F-AUDIT-FILE.
           CLOSE F-MANIFEST-DETAIL-FILE.
           CLOSE F-CUSTOMERS-FILE.
           MOVE "CLOSE" TO CV-FUNCTION.
           CALL "consent-services" USING WS-CV-REQUEST.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           WRITE RELEASE-REPORT-LINE.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           STRING "TOTAL PIECES NOT RELEASED: " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO RELEASE-REPORT-LINE
           END-STRING.
           WRITE RELEASE-REPORT-LINE.
           CLOSE F-RELEASE-REPORT-FILE.
           PERFORM SAVE-CARD-SERIAL-CONTROL.
           PERFORM WRITE-RELEASE-MANIFESTS.
           PERFORM COPY-DEFERRED-BACK.
           IF WS-RELEASED-COUNT > 0
               PERFORM WRITE-SPEND-LEDGER-LINE
           END-IF.
           MOVE WS-BUDGET-SPENT TO WS-EDIT-SPEND.
           MOVE WS-BUDGET-LIMIT TO WS-EDIT-LIMIT.
           DISPLAY "BUDGET RELEASE SUMMARY -- READ: " WS-READ-COUNT
               " RELEASED: " WS-RELEASED-COUNT
               " STILL DEFERRED: " WS-STILL-DEFERRED-COUNT
               " STATE HOLD: " WS-HOLD-KEPT-COUNT
               " NOT RELEASED: " WS-SKIPPED-COUNT
               " MONTH TO DATE: " WS-EDIT-SPEND
               " BUDGET: " WS-EDIT-LIMIT.
           GOBACK.

           LOAD-POSTAGE-BUDGET SECTION.
      *    Same month limit and month-to-date spend the selecting
      *    runs work from; no M line for the month means no limit,
      *    and everything parked goes out.
           MOVE 0 TO WS-BUDGET-ACTIVE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-CONTROL-FILE.
           IF WS-BUDGET-CONTROL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-CONTROL-FILE
                   NOT AT END
                       IF BUDGET-IS-MONTH-LINE AND
                           BUDGET-MONTH = WS-BUDGET-MONTH AND
                           BUDGET-LIMIT NUMERIC
                           MOVE 1 TO WS-BUDGET-ACTIVE
                           MOVE BUDGET-LIMIT TO WS-BUDGET-LIMIT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-BUDGET-CONTROL-STATUS = "00"
               CLOSE F-BUDGET-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-BUDGET-SPENT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPEND-LEDGER-FILE.
           IF WS-SPEND-LEDGER-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPEND-LEDGER-FILE
                   NOT AT END
                       IF SPEND-DATE(1:7) = WS-BUDGET-MONTH AND
                           SPEND-AMOUNT NUMERIC
                           ADD SPEND-AMOUNT TO WS-BUDGET-SPENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SPEND-LEDGER-STATUS = "00"
               CLOSE F-SPEND-LEDGER-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-MAIL-HOLD-CONTROL SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MAIL-HOLD-CONTROL-FILE.
           IF WS-MAIL-HOLD-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
               WS-HOLD-COUNT >= 20
               READ F-MAIL-HOLD-CONTROL-FILE
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       SET HOLD-IDX TO WS-HOLD-COUNT
                       MOVE HOLD-STATE TO WS-HOLD-STATE(HOLD-IDX)
                       MOVE HOLD-START-DATE TO
                           WS-HOLD-START(HOLD-IDX)
                       MOVE HOLD-RELEASE-DATE TO
                           WS-HOLD-RELEASE(HOLD-IDX)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MAIL-HOLD-STATUS = "00"
               CLOSE F-MAIL-HOLD-CONTROL-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           JUDGE-ONE-DEFERRED-CARD SECTION.
      *    A card that doesn't fit doesn't stop the pass: a cheaper
      *    piece further down may still fit what is left.
      *    A card no longer wanted comes off ahead of any hold or
      *    budget test.
           PERFORM CHECK-CUSTOMER-STILL-WANTED.
           MOVE 0 TO WS-HOLD-ACTIVE.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL WS-HOLD-ACTIVE = 1 OR
               HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-STATE(HOLD-IDX) = BS-STATE AND
                   WS-BUDGET-TODAY >= WS-HOLD-START(HOLD-IDX) AND
                   WS-BUDGET-TODAY <= WS-HOLD-RELEASE(HOLD-IDX)
                   MOVE 1 TO WS-HOLD-ACTIVE
               ELSE
                   SET HOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM SKIP-ONE-CARD
           ELSE IF WS-HOLD-ACTIVE = 1
               ADD 1 TO WS-HOLD-KEPT-COUNT
               PERFORM KEEP-ONE-CARD
           ELSE IF WS-BUDGET-ACTIVE = 1 AND
               WS-BUDGET-SPENT + BS-PIECE-RATE > WS-BUDGET-LIMIT
               ADD 1 TO WS-STILL-DEFERRED-COUNT
               PERFORM KEEP-ONE-CARD
           ELSE
               PERFORM RELEASE-ONE-CARD
           END-IF.

           CHECK-CUSTOMER-STILL-WANTED SECTION.
      *    The same tests the selecting runs made when the card was
      *    built, made again against today's customer record.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE BS-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF PERSON-IS-DECEASED
                       MOVE "DECEASED" TO WS-SKIP-REASON
                   ELSE IF PERSON-IS-SUPPRESSED
                       MOVE "SUPPRESSED" TO WS-SKIP-REASON
                   ELSE IF PERSON-OPTED-OUT
                       MOVE "OPTED OUT" TO WS-SKIP-REASON
                   ELSE IF PERSON-ADDRESS-UNDELIVERABLE
                       MOVE "UNDELIVERABLE" TO WS-SKIP-REASON
                   END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.
           IF WS-SKIP-REASON = SPACES AND
               BS-CARD-TYPE(1:8) = "CAMPAIGN"
               MOVE "CHECK" TO CV-FUNCTION
               MOVE BS-ID TO CV-CUSTOMER-ID
               MOVE "PROMO" TO CV-TYPE
               CALL "consent-services" USING WS-CV-REQUEST
               IF CV-RESULT NOT = "Y"
                   MOVE "NO PROMO CONSENT" TO WS-SKIP-REASON
               END-IF
           END-IF.

           SKIP-ONE-CARD SECTION.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE SPACES TO RELEASE-REPORT-LINE.
           STRING BS-ID " " BS-NAME " " BS-CARD-TYPE " "
               WS-SKIP-REASON " PARKED " BS-DEFERRED-DATE
               DELIMITED BY SIZE INTO RELEASE-REPORT-LINE
           END-STRING.
           WRITE RELEASE-REPORT-LINE
           END-WRITE.

           KEEP-ONE-CARD SECTION.
           MOVE BUDGET-SORTED-RECORD TO BUDGET-WORK-RECORD.
           WRITE BUDGET-WORK-RECORD
           END-WRITE.

           RELEASE-ONE-CARD SECTION.
           PERFORM PICK-HISTORY-FILE-NAME.
           IF WS-HISTORY-NAME = SPACES
               DISPLAY "BUDGET RELEASE -- NO HISTORY FILE FOR TYPE "
                   BS-CARD-TYPE "; CARD KEPT PARKED"
               ADD 1 TO WS-STILL-DEFERRED-COUNT
               PERFORM KEEP-ONE-CARD
           ELSE
               MOVE BS-ID TO HISTORY-CARD-ID
               MOVE BS-NAME TO HISTORY-CARD-NAME
               MOVE BS-ADDRESS TO HISTORY-CARD-ADDRESS
               MOVE BS-GREETING TO HISTORY-CARD-GREETING
               MOVE WS-NEXT-SERIAL TO HISTORY-CARD-SERIAL
               MOVE SPACES TO HISTORY-CARD-OFFER-CODE
               IF BS-CARD-TYPE(1:8) = "CAMPAIGN" AND
                   BS-CAMPAIGN-CODE NOT = SPACES
                   PERFORM MINT-RELEASED-OFFER
               END-IF
               OPEN EXTEND F-HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT F-HISTORY-FILE
               END-IF
               WRITE HISTORY-CARD-RECORD
               END-WRITE
               CLOSE F-HISTORY-FILE
               MOVE SPACES TO AUDIT-RECORD
               MOVE BS-ID TO AUDIT-CUSTOMER-ID
               MOVE BS-NAME TO AUDIT-NAME
               MOVE BS-CARD-TYPE TO AUDIT-CARD-TYPE
               MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
               MOVE WS-TODAY-YEAR TO AUDIT-RUN-YEAR
               MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
               MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL
               WRITE AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                           " ALREADY ON card-audit.dat"
               END-WRITE
               MOVE SPACES TO MANIFEST-DETAIL-RECORD
               MOVE WS-NEXT-SERIAL TO MANIFEST-DETAIL-SERIAL
               MOVE BS-CARD-TYPE TO MANIFEST-DETAIL-CARD-TYPE
               MOVE BS-ID TO MANIFEST-DETAIL-CUSTOMER-ID
               MOVE WS-RUN-DATE TO MANIFEST-DETAIL-RUN-DATE
               MOVE WS-TODAY-YEAR TO MANIFEST-DETAIL-RUN-YEAR
               WRITE MANIFEST-DETAIL-RECORD
               END-WRITE
               PERFORM TALLY-RELEASE-BATCH
               ADD BS-PIECE-RATE TO WS-BUDGET-SPENT
               ADD BS-PIECE-RATE TO WS-RUN-SPEND
               ADD 1 TO WS-NEXT-SERIAL
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

           MINT-RELEASED-OFFER SECTION.
           STRING FUNCTION TRIM(BS-CAMPAIGN-CODE) "-"
               WS-NEXT-SERIAL
               DELIMITED BY SIZE INTO HISTORY-CARD-OFFER-CODE
           END-STRING.
           OPEN EXTEND F-OFFERS-FILE.
           IF WS-OFFERS-STATUS = "35"
               OPEN OUTPUT F-OFFERS-FILE
           END-IF.
           MOVE SPACES TO OFFER-RECORD.
           MOVE HISTORY-CARD-OFFER-CODE TO OFFER-CODE.
           MOVE BS-CAMPAIGN-CODE TO OFFER-CAMPAIGN-CODE.
           MOVE BS-ID TO OFFER-CUSTOMER-ID.
           MOVE WS-NEXT-SERIAL TO OFFER-SERIAL.
           MOVE BS-STATE TO OFFER-STATE.
           WRITE OFFER-RECORD
           END-WRITE.
           CLOSE F-OFFERS-FILE.

           PICK-HISTORY-FILE-NAME SECTION.
      *    Only the types the budget can hold back: the card run's
      *    milestone and signup cards and the campaign pieces.
           MOVE SPACES TO WS-HISTORY-NAME.
           IF BS-CARD-TYPE = "MILESTONE-21"
               MOVE "cards-21st-birthday.dat" TO WS-HISTORY-NAME
           ELSE IF BS-CARD-TYPE = "MILESTONE-65"
               MOVE "cards-65th-birthday.dat" TO WS-HISTORY-NAME
           ELSE IF BS-CARD-TYPE = "SIGNUP"
               MOVE "signup-anniversary-cards.dat" TO WS-HISTORY-NAME
           ELSE IF BS-CARD-TYPE(1:8) = "CAMPAIGN"
               MOVE "campaign-cards.dat" TO WS-HISTORY-NAME
           END-IF.

           TALLY-RELEASE-BATCH SECTION.
           MOVE 0 TO WS-RELB-FOUND.
           SET RELB-IDX TO 1.
           PERFORM UNTIL WS-RELB-FOUND = 1 OR
               RELB-IDX > WS-REL-BATCH-COUNT
               IF WS-RELB-CARD-TYPE(RELB-IDX) = BS-CARD-TYPE
                   MOVE 1 TO WS-RELB-FOUND
               ELSE
                   SET RELB-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-RELB-FOUND = 0 AND WS-REL-BATCH-COUNT < 10
               ADD 1 TO WS-REL-BATCH-COUNT
               SET RELB-IDX TO WS-REL-BATCH-COUNT
               MOVE BS-CARD-TYPE TO WS-RELB-CARD-TYPE(RELB-IDX)
               MOVE 0 TO WS-RELB-PIECES(RELB-IDX)
               MOVE 0 TO WS-RELB-CHECKSUM(RELB-IDX)
               MOVE 1 TO WS-RELB-FOUND
           END-IF.
           IF WS-RELB-FOUND = 1
               ADD 1 TO WS-RELB-PIECES(RELB-IDX)
               ADD BS-ID TO WS-RELB-CHECKSUM(RELB-IDX)
           END-IF.

           WRITE-RELEASE-MANIFESTS SECTION.
           IF WS-REL-BATCH-COUNT = 0
               CONTINUE
           ELSE
               OPEN EXTEND F-MANIFEST-FILE
               SET RELB-IDX TO 1
               PERFORM UNTIL RELB-IDX > WS-REL-BATCH-COUNT
                   MOVE SPACES TO MANIFEST-RECORD
                   MOVE WS-RELB-CARD-TYPE(RELB-IDX) TO
                       MANIFEST-CARD-TYPE
                   MOVE WS-RUN-DATE TO MANIFEST-RUN-DATE
                   MOVE WS-TODAY-YEAR TO MANIFEST-RUN-YEAR
                   MOVE WS-RELB-PIECES(RELB-IDX) TO
                       MANIFEST-RECORD-COUNT
                   MOVE WS-RELB-CHECKSUM(RELB-IDX) TO
                       MANIFEST-CHECKSUM
                   MOVE 0 TO MANIFEST-HOUSEHOLD-COUNT
                   MOVE "EAST" TO MANIFEST-VENDOR-CODE
                   WRITE MANIFEST-RECORD
                   END-WRITE
                   SET RELB-IDX UP BY 1
               END-PERFORM
               CLOSE F-MANIFEST-FILE
           END-IF.

           COPY-DEFERRED-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-WORK-FILE.
           OPEN OUTPUT F-BUDGET-DEFERRED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BUDGET-WORK-FILE
                   NOT AT END
                       MOVE BUDGET-WORK-RECORD TO
                           BUDGET-DEFERRED-RECORD
                       WRITE BUDGET-DEFERRED-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-BUDGET-WORK-FILE.
           CLOSE F-BUDGET-DEFERRED-FILE.

           WRITE-SPEND-LEDGER-LINE SECTION.
           OPEN EXTEND F-SPEND-LEDGER-FILE.
           IF WS-SPEND-LEDGER-STATUS = "35"
               OPEN OUTPUT F-SPEND-LEDGER-FILE
           END-IF.
           MOVE SPACES TO SPEND-LEDGER-RECORD.
           MOVE WS-BUDGET-TODAY TO SPEND-DATE.
           MOVE "postage-budget-release" TO SPEND-PROGRAM.
           MOVE WS-RELEASED-COUNT TO SPEND-PIECES.
           MOVE WS-RUN-SPEND TO SPEND-AMOUNT.
           MOVE 0 TO SPEND-DEFERRED.
           WRITE SPEND-LEDGER-RECORD
           END-WRITE.
           CLOSE F-SPEND-LEDGER-FILE.

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
