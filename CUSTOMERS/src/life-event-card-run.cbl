       IDENTIFICATION DIVISION.
       PROGRAM-ID. life-event-card-run.
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
               SELECT F-LIFE-EVENTS-FILE ASSIGN TO "life-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFE-EVENTS-STATUS.
               SELECT F-EVENTS-WORK-FILE ASSIGN TO
                 "life-events-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-LIFE-EVENT-CONTROL-FILE ASSIGN TO
                 "life-event-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFE-EVENT-CONTROL-STATUS.
               SELECT F-GREETINGS-FILE ASSIGN TO
                 "life-event-greetings.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GREETINGS-STATUS.
               SELECT F-LIFE-PENDING-FILE ASSIGN TO
                 "life-event-cards-pending.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-LIFE-SORTED-FILE ASSIGN TO
                 "life-event-cards-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-LIFE-WORK ASSIGN TO "life-event.srt".
               SELECT F-LIFE-CARDS-FILE ASSIGN TO
                 "life-event-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFE-CARDS-STATUS.
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
               SELECT F-MAIL-PREFERENCES-FILE ASSIGN TO
                 "mail-preferences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAIL-PREFERENCES-STATUS.
               SELECT F-CONTACT-CAP-CONTROL-FILE ASSIGN TO
                 "contact-cap-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTACT-CAP-STATUS.
               SELECT F-FREQ-DEFER-FILE ASSIGN TO
                 "frequency-deferred-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FREQ-DEFER-STATUS.
               SELECT F-MAIL-HOLD-CONTROL-FILE ASSIGN TO
                 "mail-hold-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAIL-HOLD-STATUS.
               SELECT F-DEFERRED-CARDS-FILE ASSIGN TO
                 "deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEFERRED-CARDS-STATUS.
               SELECT F-EXCEPTION-STORE-FILE ASSIGN TO
                 "exception-store.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPTION-STORE-STATUS.
               SELECT F-CONTROL-TOTALS-FILE ASSIGN TO
                 "file-control-totals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
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
               05 PERSON-SIGNUP-DATE PIC X(10).
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
           FD F-LIFE-EVENTS-FILE.
      *    Keyed by customer service from the inquiry screen, either
      *    on its own or off a contact note. The status byte starts
      *    P for pending; this run moves it to C (card), E (e-card),
      *    H (held for a state mail hold), S (skipped -- the
      *    customer can't or asked not to be mailed), R (rejected --
      *    bad type or date) or X (expired before it could mail).
           01 LIFE-EVENT-RECORD.
               05 LE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LE-EVENT-TYPE PIC X(8).
                   88 LE-TYPE-IS-KNOWN VALUE "WEDDING" "NEW-BABY"
                       "SYMPATHY".
               05 FILLER PIC X VALUE SPACE.
               05 LE-EVENT-DATE.
                   10 LE-EVENT-YEAR PIC 9(4).
                   10 LE-EVENT-SEP-1 PIC X.
                   10 LE-EVENT-MONTH PIC 99.
                   10 LE-EVENT-SEP-2 PIC X.
                   10 LE-EVENT-DAY PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 LE-SOURCE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LE-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LE-ENTRY-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 LE-STATUS PIC X.
                   88 LE-IS-PENDING VALUE "P" SPACE.
           FD F-EVENTS-WORK-FILE.
           01 EVENTS-WORK-RECORD PIC X(51).
           FD F-LIFE-EVENT-CONTROL-FILE.
      *    How many days after the event a card still makes sense;
      *    an event that can't mail inside the window is closed X.
           01 LIFE-EVENT-CONTROL-RECORD.
               05 LEC-EXPIRY-DAYS PIC 999.
           FD F-GREETINGS-FILE.
      *    Marketing's greeting per event type, optionally per
      *    country; a blank country is the type's default wording.
           01 GREETING-RECORD.
               05 GR-EVENT-TYPE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 GR-COUNTRY PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 GR-GREETING PIC X(40).
           FD F-LIFE-PENDING-FILE.
           01 LIFE-PENDING-RECORD.
               05 LIFE-PENDING-TYPE PIC X(12).
               05 LIFE-PENDING-IMAGE.
                   10 LIFE-PENDING-ID PIC 9(7).
                   10 LIFE-PENDING-NAME PIC X(40).
                   10 LIFE-PENDING-ADDRESS.
                       15 LIFE-PENDING-STREET PIC X(60).
                       15 LIFE-PENDING-CITY PIC X(25).
                       15 LIFE-PENDING-STATE PIC X(02).
                       15 LIFE-PENDING-ZIP PIC X(10).
                       15 FILLER PIC X(03).
                   10 LIFE-PENDING-GREETING PIC X(56).
           FD F-LIFE-SORTED-FILE.
           01 LIFE-SORTED-RECORD.
               05 LIFE-SORTED-TYPE PIC X(12).
               05 LIFE-SORTED-ID PIC 9(7).
               05 LIFE-SORTED-NAME PIC X(40).
               05 LIFE-SORTED-ADDRESS.
                   10 LIFE-SORTED-STREET PIC X(60).
                   10 LIFE-SORTED-CITY PIC X(25).
                   10 LIFE-SORTED-STATE PIC X(02).
                   10 LIFE-SORTED-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 LIFE-SORTED-GREETING PIC X(56).
           SD SORT-LIFE-WORK.
           01 SORT-LIFE-RECORD.
               05 SORT-LIFE-TYPE PIC X(12).
               05 SORT-LIFE-ID PIC 9(7).
               05 SORT-LIFE-NAME PIC X(40).
               05 SORT-LIFE-ADDRESS.
                   10 SORT-LIFE-STREET PIC X(60).
                   10 SORT-LIFE-CITY PIC X(25).
                   10 SORT-LIFE-STATE PIC X(02).
                   10 SORT-LIFE-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 SORT-LIFE-GREETING PIC X(56).
           FD F-LIFE-CARDS-FILE.
           01 LIFE-CARD-RECORD.
               05 LIFE-CARD-ID PIC 9(7).
               05 LIFE-CARD-NAME PIC X(40).
               05 LIFE-CARD-ADDRESS.
                   10 LIFE-CARD-STREET PIC X(60).
                   10 LIFE-CARD-CITY PIC X(25).
                   10 LIFE-CARD-STATE PIC X(02).
                   10 LIFE-CARD-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 LIFE-CARD-GREETING PIC X(56).
               05 LIFE-CARD-SERIAL PIC 9(9).
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
           FD F-MAIL-PREFERENCES-FILE.
      *    The same per-card-type opt-in file the card run honors;
      *    life events ride on the milestone flag.
           01 MAIL-PREFERENCE-RECORD.
               05 MP-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 MP-BIRTHDAY-FLAG PIC X.
               05 MP-TAX-DAY-FLAG PIC X.
               05 MP-MILESTONE-FLAG PIC X.
               05 MP-SIGNUP-FLAG PIC X.
               05 MP-CAMPAIGN-FLAG PIC X.
           FD F-CONTACT-CAP-CONTROL-FILE.
           01 CONTACT-CAP-CONTROL-RECORD.
               05 CAP-MAX-PIECES PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 CAP-WINDOW-DAYS PIC 999.
           FD F-FREQ-DEFER-FILE.
           01 FREQ-DEFER-LINE PIC X(100).
           FD F-MAIL-HOLD-CONTROL-FILE.
           01 MAIL-HOLD-CONTROL-RECORD.
               05 HOLD-STATE PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 HOLD-START-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 HOLD-RELEASE-DATE PIC X(10).
           FD F-DEFERRED-CARDS-FILE.
           01 DEFERRED-CARD-RECORD.
               05 DEFERRED-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 DEFERRED-CARD-IMAGE PIC X(203).
               05 FILLER PIC X VALUE SPACE.
               05 DEFERRED-CAMPAIGN-CODE PIC X(8).
           FD F-EXCEPTION-STORE-FILE.
           01 EXCEPTION-STORE-RECORD.
               05 EX-STATUS PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 EX-SOURCE PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 EX-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 EX-SEVERITY PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 EX-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 EX-REASON PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 EX-RESOLUTION PIC X(40).
           FD F-CONTROL-TOTALS-FILE.
           01 CONTROL-TOTAL-RECORD.
               05 FCT-FILE-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-HASH-TOTAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-TIME PIC X(8).
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
           01 WS-LIFE-EVENTS-STATUS PIC XX.
           01 WS-LIFE-EVENT-CONTROL-STATUS PIC XX.
           01 WS-GREETINGS-STATUS PIC XX.
           01 WS-LIFE-CARDS-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-ECARD-EXTRACT-STATUS PIC XX.
           01 WS-MAIL-PREFERENCES-STATUS PIC XX.
           01 WS-CONTACT-CAP-STATUS PIC XX.
           01 WS-FREQ-DEFER-STATUS PIC XX.
           01 WS-MAIL-HOLD-STATUS PIC XX.
           01 WS-DEFERRED-CARDS-STATUS PIC XX.
           01 WS-EXCEPTION-STORE-STATUS PIC XX.
           01 WS-CONTROL-TOTALS-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
           01 WS-EVENTS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ECARD-COUNT PIC 9(7) VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-YET-COUNT PIC 9(7) VALUE 0.
           01 WS-PREF-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-FREQ-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-HOLD-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-RUN-DATE PIC X(5).
           01 WS-RUN-TIME PIC X(8).
           01 WS-EXPIRY-DAYS PIC 999 VALUE 30.
           01 WS-EVENT-AGE-DAYS PIC S9(7).
           01 WS-REJECT-REASON PIC X(40).
           01 WS-EVENT-GREETING PIC X(40).
      *    Greeting wording out of life-event-greetings.dat. A type
      *    marketing hasn't worded falls back to the house lines
      *    below, so a missing file still mails a sensible card.
           01 WS-GREETING-COUNT PIC 99 VALUE 0.
           01 WS-GREETING-TABLE.
               05 WS-GREETING-ENTRY OCCURS 30 TIMES
               INDEXED BY GREETING-IDX.
                   10 WS-GREETING-TYPE PIC X(8).
                   10 WS-GREETING-COUNTRY PIC XX.
                   10 WS-GREETING-TEXT PIC X(40).
           01 WS-GREETING-FOUND PIC 9.
           01 WS-WEDDING-GREETING PIC X(40)
               VALUE "Congratulations on your wedding,".
           01 WS-NEW-BABY-GREETING PIC X(40)
               VALUE "Congratulations on your new arrival,".
           01 WS-SYMPATHY-GREETING PIC X(40)
               VALUE "With deepest sympathy,".
           01 WS-PREF-COUNT PIC 9(4) VALUE 0.
           01 WS-PREF-TABLE-FULL PIC 9 VALUE 0.
           01 WS-PREF-TABLE.
               05 WS-PREF-ENTRY OCCURS 2000 TIMES
               INDEXED BY PREF-IDX.
                   10 WS-PREF-ID PIC 9(7).
                   10 WS-PREF-MILESTONE PIC X.
           01 WS-PREF-FOUND PIC 9.
           01 WS-CAP-ACTIVE PIC 9 VALUE 0.
           01 WS-CAP-MAX PIC 99 VALUE 0.
           01 WS-CAP-WINDOW PIC 999 VALUE 90.
      *    Recent pieces per customer out of card-audit.dat, the
      *    same rolling window the card run enforces. A capped
      *    event stays pending and is tried again each night until
      *    its expiry window closes.
           01 WS-CONTACT-COUNT PIC 9(4) VALUE 0.
           01 WS-CONTACT-TABLE-FULL PIC 9 VALUE 0.
           01 WS-CONTACT-TABLE.
               05 WS-CONTACT-ENTRY OCCURS 2000 TIMES
               INDEXED BY CONTACT-IDX.
                   10 WS-CONTACT-ID PIC 9(7).
                   10 WS-CONTACT-PIECES PIC 9(4).
           01 WS-CONTACT-FOUND PIC 9.
           01 WS-CAP-REACHED PIC 9.
           01 WS-CONTACT-AGE-DAYS PIC S9(7).
           01 WS-HOLD-COUNT PIC 99 VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 20 TIMES
               INDEXED BY HOLD-IDX.
                   10 WS-HOLD-STATE PIC XX.
                   10 WS-HOLD-START PIC X(10).
                   10 WS-HOLD-RELEASE PIC X(10).
           01 WS-HOLD-ACTIVE PIC 9.
           01 WS-MANIFEST-TYPE PIC X(12).
           01 WS-MANIFEST-COUNT PIC 9(7).
           01 WS-MANIFEST-CHECKSUM PIC 9(9).
           01 WS-BATCH-COUNT PIC 9(7) VALUE 0.
           01 WS-BATCH-CHECKSUM PIC 9(9) VALUE 0.
           01 WS-NEXT-SERIAL PIC 9(9) VALUE 1.
      *    Request area for the shared date-services subprogram.
           01 WS-DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
               05 DS-YEAR PIC 9(4).
               05 DS-MONTH PIC 99.
               05 DS-DAY PIC 99.
               05 DS-YEAR-2 PIC 9(4).
               05 DS-MONTH-2 PIC 99.
               05 DS-DAY-2 PIC 99.
               05 DS-DAY-COUNT PIC S9(7).
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
      *    Weddings, new babies and bereavements customer service
      *    logs on life-events.dat become cards of their own type --
      *    WEDDING, NEW-BABY or SYMPATHY -- through the same
      *    sort-and-append, audit, manifest and serial machinery as
      *    the standing runs. Every event honors the rules every
      *    other card does: opt-out, undeliverable and suppression
      *    flags, the milestone mail preference, the contact cap and
      *    state mail holds. The events file is rewritten with each
      *    line's outcome so a rerun never cards an event twice.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "life-event-card-run" TO LS-PROGRAM.
           MOVE 5 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "life-event-cards.dat" TO LS-FILE-NAME(3).
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
           STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-" WS-TODAY-DAY
               INTO WS-TODAY-STAMP
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO WS-RUN-TIME
           END-STRING.
           OPEN INPUT F-LIFE-EVENTS-FILE.
           IF WS-LIFE-EVENTS-STATUS NOT = "00"
               DISPLAY "LIFE EVENT RUN -- NO life-events.dat TO "
                   "PROCESS"
               GOBACK
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               CLOSE F-LIFE-EVENTS-FILE
               DISPLAY "LIFE EVENT RUN -- customers.dat NOT AVAILABLE"
               GOBACK
           END-IF.
           PERFORM LOAD-LIFE-EVENT-CONTROL.
           PERFORM LOAD-EVENT-GREETINGS.
           PERFORM LOAD-MAIL-PREFERENCES.
           PERFORM LOAD-CONTACT-CAP-CONTROL.
           PERFORM LOAD-CONTACT-LEDGER.
           PERFORM LOAD-MAIL-HOLD-CONTROL.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           OPEN OUTPUT F-EVENTS-WORK-FILE.
           OPEN OUTPUT F-LIFE-PENDING-FILE.
           OPEN EXTEND F-ECARD-EXTRACT-FILE.
           IF WS-ECARD-EXTRACT-STATUS = "35"
               OPEN OUTPUT F-ECARD-EXTRACT-FILE
           END-IF.
           OPEN EXTEND F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "35"
               OPEN OUTPUT F-DEFERRED-CARDS-FILE
           END-IF.
           OPEN EXTEND F-EXCEPTION-STORE-FILE.
           IF WS-EXCEPTION-STORE-STATUS = "35"
               OPEN OUTPUT F-EXCEPTION-STORE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIFE-EVENTS-FILE
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ-COUNT
                       IF LE-IS-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM EVALUATE-ONE-EVENT
                       END-IF
                       MOVE LIFE-EVENT-RECORD TO EVENTS-WORK-RECORD
                       WRITE EVENTS-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIFE-EVENTS-FILE.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           CLOSE F-EVENTS-WORK-FILE.
           CLOSE F-LIFE-PENDING-FILE.
           CLOSE F-ECARD-EXTRACT-FILE.
           CLOSE F-DEFERRED-CARDS-FILE.
           CLOSE F-EXCEPTION-STORE-FILE.
           PERFORM SORT-AND-APPEND-LIFE-CARDS.
           PERFORM COPY-EVENTS-BACK.
           DISPLAY "LIFE EVENT RUN SUMMARY -- EVENTS: "
               WS-EVENTS-READ-COUNT
               " PENDING: " WS-PENDING-COUNT
               " CARDS: " WS-SELECTED-COUNT
               " E-CARDS: " WS-ECARD-COUNT
               " HELD-DEFERRED: " WS-HOLD-DEFERRED-COUNT
               " FREQ-DEFERRED: " WS-FREQ-DEFERRED-COUNT
               " NOT YET DUE: " WS-NOT-YET-COUNT
               " PREF-SUPPRESSED: " WS-PREF-SUPPRESSED-COUNT
               " SKIPPED: " WS-SKIPPED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " EXPIRED: " WS-EXPIRED-COUNT
               " SEASONAL ADDRESS: " WS-SEASONAL-COUNT.
           GOBACK.

           EVALUATE-ONE-EVENT SECTION.
      *    A malformed line is rejected to the exception store; an
      *    event still in the future waits for its day; one past the
      *    expiry window is closed without mailing. Everything else
      *    is checked against the customer as they stand tonight.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT LE-TYPE-IS-KNOWN
               MOVE "Unknown life event type" TO WS-REJECT-REASON
           ELSE IF LE-EVENT-YEAR NOT NUMERIC OR
               LE-EVENT-MONTH NOT NUMERIC OR
               LE-EVENT-DAY NOT NUMERIC OR
               LE-EVENT-SEP-1 NOT = "-" OR LE-EVENT-SEP-2 NOT = "-"
               MOVE "Life event date not YYYY-MM-DD" TO
                   WS-REJECT-REASON
           ELSE
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE LE-EVENT-YEAR TO DS-YEAR
               MOVE LE-EVENT-MONTH TO DS-MONTH
               MOVE LE-EVENT-DAY TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG NOT = "Y"
                   MOVE "Life event date not a real date" TO
                       WS-REJECT-REASON
               END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "R" TO LE-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-EXCEPTION-STORE-LINE
           ELSE IF LE-EVENT-DATE > WS-TODAY-STAMP
               ADD 1 TO WS-NOT-YET-COUNT
           ELSE
               MOVE "DIFF" TO DS-FUNCTION
               MOVE WS-TODAY-YEAR TO DS-YEAR
               MOVE WS-TODAY-MONTH TO DS-MONTH
               MOVE WS-TODAY-DAY TO DS-DAY
               MOVE LE-EVENT-YEAR TO DS-YEAR-2
               MOVE LE-EVENT-MONTH TO DS-MONTH-2
               MOVE LE-EVENT-DAY TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               MOVE DS-RESULT-NUMBER TO WS-EVENT-AGE-DAYS
               IF WS-EVENT-AGE-DAYS > WS-EXPIRY-DAYS
                   MOVE "X" TO LE-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   PERFORM SELECT-EVENT-CUSTOMER
               END-IF
           END-IF.

           SELECT-EVENT-CUSTOMER SECTION.
           MOVE LE-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "S" TO LE-STATUS
               NOT INVALID KEY
                   IF PERSON-OPTED-OUT OR
                       PERSON-ADDRESS-UNDELIVERABLE OR
                       PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
                       MOVE "S" TO LE-STATUS
                   END-IF
           END-READ.
           IF LE-STATUS = "S"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM CHECK-EVENT-PREFERENCE
           END-IF.
           IF LE-IS-PENDING
               PERFORM CHECK-CONTACT-CAP
           END-IF.
           IF LE-IS-PENDING AND WS-CAP-REACHED = 0
               PERFORM WRITE-EVENT-SELECTION
           END-IF.

           CHECK-EVENT-PREFERENCE SECTION.
      *    A customer who turned off milestone mail gets no life-
      *    event card either; no line on file means they mail.
           MOVE 0 TO WS-PREF-FOUND.
           SET PREF-IDX TO 1.
           PERFORM UNTIL WS-PREF-FOUND = 1 OR
               PREF-IDX > WS-PREF-COUNT
               IF WS-PREF-ID(PREF-IDX) = PERSON-CUSTOMER-ID
                   MOVE 1 TO WS-PREF-FOUND
               ELSE
                   SET PREF-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PREF-FOUND = 1 AND WS-PREF-MILESTONE(PREF-IDX) = "N"
               MOVE "S" TO LE-STATUS
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
           END-IF.

           CHECK-CONTACT-CAP SECTION.
      *    A customer at the cap has the event left pending for a
      *    later night rather than closed.
           MOVE 0 TO WS-CONTACT-FOUND.
           MOVE 0 TO WS-CAP-REACHED.
           IF WS-CAP-ACTIVE = 1
               SET CONTACT-IDX TO 1
               PERFORM UNTIL WS-CONTACT-FOUND = 1 OR
                   CONTACT-IDX > WS-CONTACT-COUNT
                   IF WS-CONTACT-ID(CONTACT-IDX) = PERSON-CUSTOMER-ID
                       MOVE 1 TO WS-CONTACT-FOUND
                   ELSE
                       SET CONTACT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-CONTACT-FOUND = 1 AND
                   WS-CONTACT-PIECES(CONTACT-IDX) >= WS-CAP-MAX
                   MOVE 1 TO WS-CAP-REACHED
                   ADD 1 TO WS-FREQ-DEFERRED-COUNT
                   PERFORM WRITE-FREQ-DEFER-LINE
               END-IF
           END-IF.

           WRITE-FREQ-DEFER-LINE SECTION.
           OPEN EXTEND F-FREQ-DEFER-FILE.
           IF WS-FREQ-DEFER-STATUS = "35"
               OPEN OUTPUT F-FREQ-DEFER-FILE
           END-IF.
           MOVE SPACES TO FREQ-DEFER-LINE.
           STRING PERSON-CUSTOMER-ID " " PERSON-NAME
               " " FUNCTION TRIM(LE-EVENT-TYPE) " DEFERRED "
               WS-TODAY-YEAR "-" WS-RUN-DATE
               DELIMITED BY SIZE INTO FREQ-DEFER-LINE
           END-STRING.
           WRITE FREQ-DEFER-LINE
           END-WRITE.
           CLOSE F-FREQ-DEFER-FILE.

           WRITE-EVENT-SELECTION SECTION.
           PERFORM PICK-EVENT-GREETING.
           IF PERSON-PREFERS-EMAIL
               MOVE SPACES TO ECARD-EXTRACT-RECORD
               MOVE PERSON-CUSTOMER-ID TO ECARD-CUSTOMER-ID
               MOVE PERSON-NAME TO ECARD-NAME
               MOVE LE-EVENT-TYPE TO ECARD-CARD-TYPE
               STRING FUNCTION TRIM(WS-EVENT-GREETING) " "
                   PERSON-NAME
                   INTO ECARD-GREETING
               END-STRING
               MOVE 0 TO ECARD-SERIAL
               WRITE ECARD-EXTRACT-RECORD
               END-WRITE
               MOVE "E" TO LE-STATUS
               ADD 1 TO WS-ECARD-COUNT
           ELSE
               PERFORM APPLY-SEASONAL-ADDRESS
               MOVE SPACES TO LIFE-PENDING-RECORD
               MOVE LE-EVENT-TYPE TO LIFE-PENDING-TYPE
               MOVE PERSON-CUSTOMER-ID TO LIFE-PENDING-ID
               MOVE PERSON-NAME TO LIFE-PENDING-NAME
               MOVE PERSON-ADDRESS TO LIFE-PENDING-ADDRESS
               STRING FUNCTION TRIM(WS-EVENT-GREETING) " "
                   PERSON-NAME
                   INTO LIFE-PENDING-GREETING
               END-STRING
               PERFORM CHECK-MAIL-HOLD
               IF WS-HOLD-ACTIVE = 1
                   MOVE SPACES TO DEFERRED-CARD-RECORD
                   MOVE LE-EVENT-TYPE TO DEFERRED-CARD-TYPE
                   MOVE LIFE-PENDING-IMAGE TO DEFERRED-CARD-IMAGE
                   WRITE DEFERRED-CARD-RECORD
                   END-WRITE
                   MOVE "H" TO LE-STATUS
                   ADD 1 TO WS-HOLD-DEFERRED-COUNT
               ELSE
                   WRITE LIFE-PENDING-RECORD
                   END-WRITE
                   MOVE "C" TO LE-STATUS
                   ADD 1 TO WS-SELECTED-COUNT
               END-IF
           END-IF.
      *    Tonight's piece counts against the cap for any further
      *    event the same customer has on the file.
           IF WS-CAP-ACTIVE = 1 AND LE-STATUS NOT = "H"
               IF WS-CONTACT-FOUND = 1
                   ADD 1 TO WS-CONTACT-PIECES(CONTACT-IDX)
               ELSE IF WS-CONTACT-COUNT < 2000
                   ADD 1 TO WS-CONTACT-COUNT
                   SET CONTACT-IDX TO WS-CONTACT-COUNT
                   MOVE PERSON-CUSTOMER-ID TO
                       WS-CONTACT-ID(CONTACT-IDX)
                   MOVE 1 TO WS-CONTACT-PIECES(CONTACT-IDX)
               END-IF
               END-IF
           END-IF.

           PICK-EVENT-GREETING SECTION.
      *    The customer's own country first, then the type's
      *    default line, then the house wording.
           MOVE 0 TO WS-GREETING-FOUND.
           SET GREETING-IDX TO 1.
           PERFORM UNTIL WS-GREETING-FOUND = 1 OR
               GREETING-IDX > WS-GREETING-COUNT
               IF WS-GREETING-TYPE(GREETING-IDX) = LE-EVENT-TYPE AND
                   WS-GREETING-COUNTRY(GREETING-IDX) = PERSON-COUNTRY
                   AND PERSON-COUNTRY NOT = SPACES
                   MOVE 1 TO WS-GREETING-FOUND
               ELSE
                   SET GREETING-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-GREETING-FOUND = 0
               SET GREETING-IDX TO 1
               PERFORM UNTIL WS-GREETING-FOUND = 1 OR
                   GREETING-IDX > WS-GREETING-COUNT
                   IF WS-GREETING-TYPE(GREETING-IDX) = LE-EVENT-TYPE
                       AND WS-GREETING-COUNTRY(GREETING-IDX) = SPACES
                       MOVE 1 TO WS-GREETING-FOUND
                   ELSE
                       SET GREETING-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GREETING-FOUND = 1
               MOVE WS-GREETING-TEXT(GREETING-IDX) TO
                   WS-EVENT-GREETING
           ELSE IF LE-EVENT-TYPE = "WEDDING"
               MOVE WS-WEDDING-GREETING TO WS-EVENT-GREETING
           ELSE IF LE-EVENT-TYPE = "NEW-BABY"
               MOVE WS-NEW-BABY-GREETING TO WS-EVENT-GREETING
           ELSE
               MOVE WS-SYMPATHY-GREETING TO WS-EVENT-GREETING
           END-IF.

           APPLY-SEASONAL-ADDRESS SECTION.
      *    Same rule as customer-filterer: inside the seasonal range
      *    (inclusive, wrapping the year end when the start is later
      *    than the end) the card goes to the seasonal address, and
      *    the ZIP sort and mail-hold check work from the address
      *    actually mailed.
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

           CHECK-MAIL-HOLD SECTION.
      *    Same state-hold rule the card run applies: held cards
      *    park on the deferred file for the release run.
           MOVE 0 TO WS-HOLD-ACTIVE.
           IF WS-HOLD-COUNT > 0
               SET HOLD-IDX TO 1
               PERFORM UNTIL WS-HOLD-ACTIVE = 1 OR
                   HOLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-STATE(HOLD-IDX) = PERSON-STATE AND
                       WS-TODAY-STAMP >= WS-HOLD-START(HOLD-IDX) AND
                       WS-TODAY-STAMP <= WS-HOLD-RELEASE(HOLD-IDX)
                       MOVE 1 TO WS-HOLD-ACTIVE
                   ELSE
                       SET HOLD-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

           WRITE-EXCEPTION-STORE-LINE SECTION.
           MOVE SPACES TO EXCEPTION-STORE-RECORD.
           MOVE "O" TO EX-STATUS.
           MOVE "life-event-card-run" TO EX-SOURCE.
           MOVE LE-CUSTOMER-ID TO EX-CUSTOMER-ID.
           MOVE "W" TO EX-SEVERITY.
           MOVE WS-TODAY-STAMP TO EX-DATE.
           MOVE WS-REJECT-REASON TO EX-REASON.
           WRITE EXCEPTION-STORE-RECORD
           END-WRITE.

           LOAD-LIFE-EVENT-CONTROL SECTION.
           OPEN INPUT F-LIFE-EVENT-CONTROL-FILE.
           IF WS-LIFE-EVENT-CONTROL-STATUS = "00"
               READ F-LIFE-EVENT-CONTROL-FILE
                   NOT AT END
                       IF LEC-EXPIRY-DAYS NUMERIC AND
                           LEC-EXPIRY-DAYS > 0
                           MOVE LEC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE F-LIFE-EVENT-CONTROL-FILE
           END-IF.

           LOAD-EVENT-GREETINGS SECTION.
           MOVE 0 TO WS-GREETING-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GREETINGS-FILE.
           IF WS-GREETINGS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
               WS-GREETING-COUNT >= 30
               READ F-GREETINGS-FILE
                   NOT AT END
                       ADD 1 TO WS-GREETING-COUNT
                       SET GREETING-IDX TO WS-GREETING-COUNT
                       MOVE GR-EVENT-TYPE TO
                           WS-GREETING-TYPE(GREETING-IDX)
                       MOVE GR-COUNTRY TO
                           WS-GREETING-COUNTRY(GREETING-IDX)
                       MOVE GR-GREETING TO
                           WS-GREETING-TEXT(GREETING-IDX)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-GREETINGS-STATUS = "00"
               CLOSE F-GREETINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-MAIL-PREFERENCES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MAIL-PREFERENCES-FILE.
           IF WS-MAIL-PREFERENCES-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MAIL-PREFERENCES-FILE
                       NOT AT END
                           IF WS-PREF-COUNT >= 2000
                               MOVE 1 TO WS-PREF-TABLE-FULL
                           ELSE
                               ADD 1 TO WS-PREF-COUNT
                               SET PREF-IDX TO WS-PREF-COUNT
                               MOVE MP-CUSTOMER-ID TO
                                   WS-PREF-ID(PREF-IDX)
                               MOVE MP-MILESTONE-FLAG TO
                                   WS-PREF-MILESTONE(PREF-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MAIL-PREFERENCES-FILE
           END-IF.
           IF WS-PREF-TABLE-FULL = 1
               DISPLAY "WARNING -- MAIL PREFERENCE TABLE FULL: "
                   "ENTRIES PAST THE FIRST 2000 ARE NOT HONORED"
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-CONTACT-CAP-CONTROL SECTION.
           MOVE 0 TO WS-CAP-ACTIVE.
           OPEN INPUT F-CONTACT-CAP-CONTROL-FILE.
           IF WS-CONTACT-CAP-STATUS = "00"
               READ F-CONTACT-CAP-CONTROL-FILE
                   NOT AT END
                       IF CAP-MAX-PIECES > 0
                           MOVE 1 TO WS-CAP-ACTIVE
                           MOVE CAP-MAX-PIECES TO WS-CAP-MAX
                           IF CAP-WINDOW-DAYS > 0
                               MOVE CAP-WINDOW-DAYS TO WS-CAP-WINDOW
                           END-IF
                       END-IF
               END-READ
               CLOSE F-CONTACT-CAP-CONTROL-FILE
           END-IF.

           LOAD-CONTACT-LEDGER SECTION.
           IF WS-CAP-ACTIVE = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-CONTACT-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-AUDIT-FILE NEXT RECORD
                           NOT AT END
                               PERFORM TALLY-ONE-LEDGER-ROW
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-AUDIT-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-CONTACT-TABLE-FULL = 1
                   DISPLAY "WARNING -- CONTACT LEDGER TABLE FULL: "
                       "CUSTOMERS PAST THE FIRST 2000 ARE NOT CAPPED"
               END-IF
           END-IF.

           TALLY-ONE-LEDGER-ROW SECTION.
           MOVE "DIFF" TO DS-FUNCTION.
      *    DIFF answers date 1 minus date 2, so the later date
      *    rides in front.
           MOVE WS-TODAY-YEAR TO DS-YEAR.
           MOVE WS-TODAY-MONTH TO DS-MONTH.
           MOVE WS-TODAY-DAY TO DS-DAY.
           MOVE AUDIT-RUN-YEAR TO DS-YEAR-2.
           MOVE AUDIT-RUN-DATE(1:2) TO DS-MONTH-2.
           MOVE AUDIT-RUN-DATE(4:2) TO DS-DAY-2.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-RESULT-NUMBER TO WS-CONTACT-AGE-DAYS.
           IF WS-CONTACT-AGE-DAYS >= 0 AND
               WS-CONTACT-AGE-DAYS < WS-CAP-WINDOW
               MOVE 0 TO WS-CONTACT-FOUND
               SET CONTACT-IDX TO 1
               PERFORM UNTIL WS-CONTACT-FOUND = 1 OR
                   CONTACT-IDX > WS-CONTACT-COUNT
                   IF WS-CONTACT-ID(CONTACT-IDX) = AUDIT-CUSTOMER-ID
                       MOVE 1 TO WS-CONTACT-FOUND
                   ELSE
                       SET CONTACT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-CONTACT-FOUND = 0
                   IF WS-CONTACT-COUNT >= 2000
                       MOVE 1 TO WS-CONTACT-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-CONTACT-COUNT
                       SET CONTACT-IDX TO WS-CONTACT-COUNT
                       MOVE AUDIT-CUSTOMER-ID TO
                           WS-CONTACT-ID(CONTACT-IDX)
                       MOVE 0 TO WS-CONTACT-PIECES(CONTACT-IDX)
                       MOVE 1 TO WS-CONTACT-FOUND
                   END-IF
               END-IF
               IF WS-CONTACT-FOUND = 1
                   ADD 1 TO WS-CONTACT-PIECES(CONTACT-IDX)
               END-IF
           END-IF.

           LOAD-MAIL-HOLD-CONTROL SECTION.
           MOVE 0 TO WS-HOLD-COUNT.
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

           SORT-AND-APPEND-LIFE-CARDS SECTION.
      *    Sorted by card type, then ZIP, so each type lands as its
      *    own ZIP-ordered run on the history file with its own
      *    manifest record; audit and detail lines as the standing
      *    runs write them.
           SORT SORT-LIFE-WORK ON ASCENDING KEY SORT-LIFE-TYPE
               ON ASCENDING KEY SORT-LIFE-ZIP
               USING F-LIFE-PENDING-FILE
               GIVING F-LIFE-SORTED-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE SPACES TO WS-MANIFEST-TYPE.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-MANIFEST-CHECKSUM.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           OPEN INPUT F-LIFE-SORTED-FILE.
           OPEN EXTEND F-LIFE-CARDS-FILE.
           IF WS-LIFE-CARDS-STATUS = "35"
               OPEN OUTPUT F-LIFE-CARDS-FILE
           END-IF.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           OPEN EXTEND F-MANIFEST-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIFE-SORTED-FILE
                   NOT AT END
                       IF LIFE-SORTED-TYPE NOT = WS-MANIFEST-TYPE
                           PERFORM WRITE-TYPE-MANIFEST
                           MOVE LIFE-SORTED-TYPE TO WS-MANIFEST-TYPE
                       END-IF
                       MOVE LIFE-SORTED-ID TO LIFE-CARD-ID
                       MOVE LIFE-SORTED-NAME TO LIFE-CARD-NAME
                       MOVE LIFE-SORTED-ADDRESS TO LIFE-CARD-ADDRESS
                       MOVE LIFE-SORTED-GREETING TO
                           LIFE-CARD-GREETING
                       MOVE WS-NEXT-SERIAL TO LIFE-CARD-SERIAL
                       WRITE LIFE-CARD-RECORD
                       END-WRITE
                       MOVE SPACES TO AUDIT-RECORD
                       MOVE LIFE-CARD-ID TO AUDIT-CUSTOMER-ID
                       MOVE LIFE-CARD-NAME TO AUDIT-NAME
                       MOVE LIFE-SORTED-TYPE TO AUDIT-CARD-TYPE
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
                       MOVE LIFE-SORTED-TYPE TO
                           MANIFEST-DETAIL-CARD-TYPE
                       MOVE LIFE-CARD-ID TO
                           MANIFEST-DETAIL-CUSTOMER-ID
                       MOVE WS-RUN-DATE TO MANIFEST-DETAIL-RUN-DATE
                       MOVE WS-TODAY-YEAR TO MANIFEST-DETAIL-RUN-YEAR
                       WRITE MANIFEST-DETAIL-RECORD
                       END-WRITE
                       ADD 1 TO WS-NEXT-SERIAL
                       ADD 1 TO WS-MANIFEST-COUNT
                       ADD LIFE-CARD-ID TO WS-MANIFEST-CHECKSUM
                       ADD 1 TO WS-BATCH-COUNT
                       ADD LIFE-CARD-ID TO WS-BATCH-CHECKSUM
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           PERFORM WRITE-TYPE-MANIFEST.
           CLOSE F-LIFE-SORTED-FILE.
           CLOSE F-LIFE-CARDS-FILE.
           CLOSE F-AUDIT-FILE.
           CLOSE F-MANIFEST-DETAIL-FILE.
           CLOSE F-MANIFEST-FILE.
           PERFORM SAVE-CARD-SERIAL-CONTROL.
           OPEN EXTEND F-CONTROL-TOTALS-FILE.
           IF WS-CONTROL-TOTALS-STATUS = "35"
               OPEN OUTPUT F-CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE "life-event-cards-sorted.dat" TO FCT-FILE-NAME.
           MOVE WS-BATCH-COUNT TO FCT-RECORD-COUNT.
           MOVE WS-BATCH-CHECKSUM TO FCT-HASH-TOTAL.
           MOVE "life-event-card-run" TO FCT-PROGRAM.
           MOVE WS-TODAY-STAMP TO FCT-DATE.
           MOVE WS-RUN-TIME TO FCT-TIME.
           WRITE CONTROL-TOTAL-RECORD
           END-WRITE.
           CLOSE F-CONTROL-TOTALS-FILE.

           WRITE-TYPE-MANIFEST SECTION.
      *    One manifest record per card type that produced pieces;
      *    life-event pieces are not split by region, so the primary
      *    vendor prints them all.
           IF WS-MANIFEST-COUNT > 0
               MOVE SPACES TO MANIFEST-RECORD
               MOVE WS-MANIFEST-TYPE TO MANIFEST-CARD-TYPE
               MOVE WS-RUN-DATE TO MANIFEST-RUN-DATE
               MOVE WS-TODAY-YEAR TO MANIFEST-RUN-YEAR
               MOVE WS-MANIFEST-COUNT TO MANIFEST-RECORD-COUNT
               MOVE WS-MANIFEST-CHECKSUM TO MANIFEST-CHECKSUM
               MOVE 0 TO MANIFEST-HOUSEHOLD-COUNT
               MOVE "EAST" TO MANIFEST-VENDOR-CODE
               WRITE MANIFEST-RECORD
               END-WRITE
           END-IF.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-MANIFEST-CHECKSUM.

           COPY-EVENTS-BACK SECTION.
      *    Copy-then-replace: the work file carries every event line
      *    with tonight's status and becomes the events file.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-WORK-FILE.
           OPEN OUTPUT F-LIFE-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-WORK-FILE
                   NOT AT END
                       MOVE EVENTS-WORK-RECORD TO LIFE-EVENT-RECORD
                       WRITE LIFE-EVENT-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-WORK-FILE.
           CLOSE F-LIFE-EVENTS-FILE.

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
