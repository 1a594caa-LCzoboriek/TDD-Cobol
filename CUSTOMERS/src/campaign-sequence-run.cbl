       IDENTIFICATION DIVISION.
       PROGRAM-ID. campaign-sequence-run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SEQUENCE-DEF-FILE ASSIGN TO
                 "campaign-sequences.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQUENCE-DEF-STATUS.
               SELECT F-PROGRESS-FILE ASSIGN TO
                 "campaign-sequence-progress.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROGRESS-STATUS.
               SELECT F-REDEMPTIONS-FILE ASSIGN TO
                 "offer-redemptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REDEMPTIONS-STATUS.
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
               SELECT F-SEQ-PENDING-FILE ASSIGN TO
                 "sequence-cards-pending.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SEQ-SORTED-FILE ASSIGN TO
                 "sequence-cards-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-SEQ-WORK ASSIGN TO "sequence.srt".
               SELECT F-CAMPAIGN-CARDS-FILE ASSIGN TO
                 "campaign-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CAMPAIGN-CARDS-STATUS.
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
               SELECT F-SEQUENCE-REPORT-FILE ASSIGN TO
                 "campaign-sequence-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-SEQUENCE-DEF-FILE.
      *    Marketing's follow-up steps, one line per step after the
      *    first: step 1 is always the campaign-engine mailing. The
      *    offset counts days from that first mailing; the condition
      *    says who goes on to the step -- N only customers who have
      *    not redeemed, R only those who have, A everyone still in
      *    the sequence.
           01 SEQUENCE-DEF-RECORD.
               05 SEQ-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 SEQ-STEP PIC 9.
               05 FILLER PIC X.
               05 SEQ-DAY-OFFSET PIC 999.
               05 FILLER PIC X.
               05 SEQ-CONDITION PIC X.
               05 FILLER PIC X.
               05 SEQ-GREETING-TEXT PIC X(40).
           FD F-PROGRESS-FILE.
      *    Where each customer stands in each sequence: the step
      *    last mailed, the day step 1 went out, the day of the last
      *    step, whether any of the campaign's offers has come back,
      *    and a status -- A active, C completed every step, D
      *    dropped (didn't meet the next step's condition), X
      *    dropped (can no longer be mailed).
           01 PROGRESS-RECORD.
               05 PROG-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 PROG-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PROG-STEP PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 PROG-START-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 PROG-LAST-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 PROG-STATUS PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 PROG-REDEEMED PIC X.
           FD F-REDEMPTIONS-FILE.
           01 REDEMPTION-RECORD.
               05 REDEMPTION-OFFER-CODE PIC X(18).
               05 FILLER PIC X.
               05 REDEMPTION-DATE PIC X(10).
           FD F-OFFERS-FILE.
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
               05 PERSON-CONTACT-PREF PIC X.
                   88 PERSON-PREFERS-EMAIL VALUE "E".
      *        Which brand's program the customer belongs to;
      *        spaces is the house brand.
               05 PERSON-BRAND PIC X(02).
           FD F-SEQ-PENDING-FILE.
           01 SEQ-PENDING-RECORD.
               05 SEQ-PENDING-TYPE PIC X(12).
               05 SEQ-PENDING-CAMPAIGN PIC X(8).
               05 SEQ-PENDING-IMAGE.
                   10 SEQ-PENDING-ID PIC 9(7).
                   10 SEQ-PENDING-NAME PIC X(40).
                   10 SEQ-PENDING-ADDRESS.
                       15 SEQ-PENDING-STREET PIC X(60).
                       15 SEQ-PENDING-CITY PIC X(25).
                       15 SEQ-PENDING-STATE PIC X(02).
                       15 SEQ-PENDING-ZIP PIC X(10).
                       15 FILLER PIC X(03).
                   10 SEQ-PENDING-GREETING PIC X(56).
           FD F-SEQ-SORTED-FILE.
           01 SEQ-SORTED-RECORD.
               05 SEQ-SORTED-TYPE PIC X(12).
               05 SEQ-SORTED-CAMPAIGN PIC X(8).
               05 SEQ-SORTED-ID PIC 9(7).
               05 SEQ-SORTED-NAME PIC X(40).
               05 SEQ-SORTED-ADDRESS.
                   10 SEQ-SORTED-STREET PIC X(60).
                   10 SEQ-SORTED-CITY PIC X(25).
                   10 SEQ-SORTED-STATE PIC X(02).
                   10 SEQ-SORTED-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 SEQ-SORTED-GREETING PIC X(56).
           SD SORT-SEQ-WORK.
           01 SORT-SEQ-RECORD.
               05 SORT-SEQ-TYPE PIC X(12).
               05 SORT-SEQ-CAMPAIGN PIC X(8).
               05 SORT-SEQ-ID PIC 9(7).
               05 SORT-SEQ-NAME PIC X(40).
               05 SORT-SEQ-ADDRESS.
                   10 SORT-SEQ-STREET PIC X(60).
                   10 SORT-SEQ-CITY PIC X(25).
                   10 SORT-SEQ-STATE PIC X(02).
                   10 SORT-SEQ-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 SORT-SEQ-GREETING PIC X(56).
           FD F-CAMPAIGN-CARDS-FILE.
           01 CAMPAIGN-CARD-RECORD.
               05 CAMPAIGN-CARD-ID PIC 9(7).
               05 CAMPAIGN-CARD-NAME PIC X(40).
               05 CAMPAIGN-CARD-ADDRESS.
                   10 CAMPAIGN-CARD-STREET PIC X(60).
                   10 CAMPAIGN-CARD-CITY PIC X(25).
                   10 CAMPAIGN-CARD-STATE PIC X(02).
                   10 CAMPAIGN-CARD-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 CAMPAIGN-CARD-GREETING PIC X(56).
               05 CAMPAIGN-CARD-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 CAMPAIGN-CARD-OFFER-CODE PIC X(18).
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
           FD F-MAIL-PREFERENCES-FILE.
      *    The same per-card-type opt-in file the card run honors;
      *    the campaign flag is the last byte.
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
      *        The campaign code rides along so the release run can
      *        mint the piece's offer code with its fresh serial.
               05 FILLER PIC X VALUE SPACE.
               05 DEFERRED-CAMPAIGN-CODE PIC X(8).
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
           FD F-SEQUENCE-REPORT-FILE.
           01 SEQUENCE-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-SEQUENCE-DEF-STATUS PIC XX.
           01 WS-PROGRESS-STATUS PIC XX.
           01 WS-REDEMPTIONS-STATUS PIC XX.
           01 WS-OFFERS-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CAMPAIGN-CARDS-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-MAIL-PREFERENCES-STATUS PIC XX.
           01 WS-CONTACT-CAP-STATUS PIC XX.
           01 WS-FREQ-DEFER-STATUS PIC XX.
           01 WS-MAIL-HOLD-STATUS PIC XX.
           01 WS-DEFERRED-CARDS-STATUS PIC XX.
           01 WS-CONTROL-TOTALS-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-RUN-DATE PIC X(5).
           01 WS-RUN-TIME PIC X(8).
           01 WS-NEXT-SERIAL PIC 9(9) VALUE 1.
      *    The step definitions, and the distinct campaigns they
      *    name for the report.
           01 WS-DEF-COUNT PIC 999 VALUE 0.
           01 WS-DEF-REJECTED PIC 999 VALUE 0.
           01 WS-DEF-TABLE.
               05 WS-DEF-ENTRY OCCURS 100 TIMES
               INDEXED BY DEF-IDX.
                   10 WS-DEF-CAMPAIGN PIC X(8).
                   10 WS-DEF-STEP PIC 9.
                   10 WS-DEF-OFFSET PIC 999.
                   10 WS-DEF-CONDITION PIC X.
                   10 WS-DEF-GREETING PIC X(40).
           01 WS-DEF-FOUND PIC 9.
           01 WS-SEQ-CAMP-COUNT PIC 99 VALUE 0.
           01 WS-SEQ-CAMP-TABLE.
               05 WS-SEQ-CAMP-ENTRY OCCURS 20 TIMES
               INDEXED BY SEQ-CAMP-IDX.
                   10 WS-SEQ-CAMP-CODE PIC X(8).
                   10 WS-SEQ-CAMP-COMPLETED PIC 9(7).
                   10 WS-SEQ-STEP-COUNTS OCCURS 9 TIMES
                   INDEXED BY STEP-IDX.
                       15 WS-STEP-ACTIVE PIC 9(7).
                       15 WS-STEP-DROPPED PIC 9(7).
                       15 WS-STEP-UNMAILABLE PIC 9(7).
           01 WS-SEQ-CAMP-FOUND PIC 9.
      *    Every customer in every sequence, loaded from the
      *    progress file, grown from tonight's offers and written
      *    back whole at the end of the run.
           01 WS-PROG-COUNT PIC 9(4) VALUE 0.
           01 WS-PROG-TABLE-FULL PIC 9 VALUE 0.
           01 WS-PROG-TABLE.
               05 WS-PROG-ENTRY OCCURS 5000 TIMES
               INDEXED BY PROG-IDX.
                   10 WS-PROG-CAMPAIGN PIC X(8).
                   10 WS-PROG-CUSTOMER PIC 9(7).
                   10 WS-PROG-STEP PIC 9.
                   10 WS-PROG-START PIC X(10).
                   10 WS-PROG-LAST PIC X(10).
                   10 WS-PROG-STATUS PIC X.
                   10 WS-PROG-REDEEMED PIC X.
           01 WS-PROG-FOUND PIC 9.
           01 WS-REDEMPTION-COUNT PIC 9(4) VALUE 0.
           01 WS-REDEMPTION-TABLE-FULL PIC 9 VALUE 0.
           01 WS-REDEMPTION-TABLE.
               05 WS-REDEEM-CODE OCCURS 5000 TIMES
               INDEXED BY REDEEM-IDX PIC X(18).
           01 WS-REDEEM-FOUND PIC 9.
           01 WS-NEXT-STEP PIC 9.
           01 WS-STEP-AGE-DAYS PIC S9(7).
           01 WS-GREETING-PREFIX PIC X(40).
           01 WS-CARD-TYPE PIC X(12).
           01 WS-NEW-MEMBER-COUNT PIC 9(7) VALUE 0.
           01 WS-DUE-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNMAILABLE-COUNT PIC 9(7) VALUE 0.
           01 WS-COMPLETED-COUNT PIC 9(7) VALUE 0.
           01 WS-PREF-COUNT PIC 9(4) VALUE 0.
           01 WS-PREF-TABLE-FULL PIC 9 VALUE 0.
           01 WS-PREF-TABLE.
               05 WS-PREF-ENTRY OCCURS 2000 TIMES
               INDEXED BY PREF-IDX.
                   10 WS-PREF-ID PIC 9(7).
                   10 WS-PREF-CAMPAIGN PIC X.
           01 WS-PREF-FOUND PIC 9.
           01 WS-PREF-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
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
           01 WS-CONSENT-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
           01 WS-CAP-ACTIVE PIC 9 VALUE 0.
           01 WS-CAP-MAX PIC 99 VALUE 0.
           01 WS-CAP-WINDOW PIC 999 VALUE 90.
      *    Recent pieces per customer out of card-audit.dat, the
      *    same rolling window the card run enforces. A customer at
      *    the cap keeps their place and is tried again tomorrow.
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
           01 WS-FREQ-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-HOLD-COUNT PIC 99 VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 20 TIMES
               INDEXED BY HOLD-IDX.
                   10 WS-HOLD-STATE PIC XX.
                   10 WS-HOLD-START PIC X(10).
                   10 WS-HOLD-RELEASE PIC X(10).
           01 WS-HOLD-ACTIVE PIC 9.
           01 WS-HOLD-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-MANIFEST-TYPE PIC X(12).
           01 WS-MANIFEST-COUNT PIC 9(7).
           01 WS-MANIFEST-CHECKSUM PIC 9(9).
           01 WS-BATCH-COUNT PIC 9(7) VALUE 0.
           01 WS-BATCH-CHECKSUM PIC 9(9) VALUE 0.
           01 WS-EDIT-COUNT PIC Z,ZZZ,ZZ9.
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
      *    Turns a one-shot campaign into a series. Every customer
      *    campaign-engine mailed for a campaign that has follow-up
      *    steps on campaign-sequences.dat joins the sequence the
      *    night their offer appears; each night after, whoever has
      *    reached a step's day offset and meets its condition
      *    (checked against the campaign's redeemed offer codes) is
      *    mailed that step through the same card, offer, audit,
      *    manifest and serial path campaign-engine uses, card type
      *    CAMPAIGN-S2, CAMPAIGN-S3 and so on. The same opt-out,
      *    preference, contact-cap and mail-hold rules apply to
      *    every step.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "campaign-sequence-run" TO LS-PROGRAM.
           MOVE 5 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "campaign-cards.dat" TO LS-FILE-NAME(3).
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
           PERFORM LOAD-SEQUENCE-DEFINITIONS.
           IF WS-DEF-COUNT = 0
               DISPLAY "SEQUENCE RUN -- NO campaign-sequences.dat "
                   "STEPS TO PROCESS"
               GOBACK
           END-IF.
           PERFORM LOAD-SEQUENCE-PROGRESS.
           IF WS-PROG-TABLE-FULL = 1
               DISPLAY "SEQUENCE RUN -- campaign-sequence-progress.dat"
                   " HOLDS MORE THAN 5000 CUSTOMERS; NOTHING RUN"
               GOBACK
           END-IF.
           PERFORM LOAD-REDEMPTIONS.
           PERFORM SCAN-CAMPAIGN-OFFERS.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "SEQUENCE RUN -- customers.dat NOT AVAILABLE"
               GOBACK
           END-IF.
           PERFORM LOAD-MAIL-PREFERENCES.
           PERFORM LOAD-CONTACT-CAP-CONTROL.
           PERFORM LOAD-CONTACT-LEDGER.
           PERFORM LOAD-MAIL-HOLD-CONTROL.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           OPEN OUTPUT F-SEQ-PENDING-FILE.
           OPEN EXTEND F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "35"
               OPEN OUTPUT F-DEFERRED-CARDS-FILE
           END-IF.
           SET PROG-IDX TO 1.
           PERFORM UNTIL PROG-IDX > WS-PROG-COUNT
               IF WS-PROG-STATUS(PROG-IDX) = "A"
                   PERFORM ADVANCE-ONE-CUSTOMER
               END-IF
               SET PROG-IDX UP BY 1
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           MOVE "CLOSE" TO CV-FUNCTION.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           CLOSE F-SEQ-PENDING-FILE.
           CLOSE F-DEFERRED-CARDS-FILE.
           PERFORM SORT-AND-APPEND-SEQUENCE-CARDS.
           PERFORM SAVE-SEQUENCE-PROGRESS.
           PERFORM WRITE-SEQUENCE-REPORT.
           DISPLAY "SEQUENCE RUN SUMMARY -- IN SEQUENCES: "
               WS-PROG-COUNT
               " NEW: " WS-NEW-MEMBER-COUNT
               " DUE: " WS-DUE-COUNT
               " MAILED: " WS-SELECTED-COUNT
               " HELD-DEFERRED: " WS-HOLD-DEFERRED-COUNT
               " FREQ-DEFERRED: " WS-FREQ-DEFERRED-COUNT
               " DROPPED: " WS-DROPPED-COUNT
               " UNMAILABLE: " WS-UNMAILABLE-COUNT
               " NO CONSENT: " WS-CONSENT-SUPPRESSED-COUNT
               " COMPLETED: " WS-COMPLETED-COUNT
               " SEASONAL ADDRESS: " WS-SEASONAL-COUNT.
           IF WS-DEF-REJECTED > 0
               DISPLAY "WARNING -- " WS-DEF-REJECTED
                   " campaign-sequences.dat LINES IGNORED: STEP MUST"
                   " BE 2-9, OFFSET NUMERIC, CONDITION N, R OR A"
           END-IF.
           GOBACK.

           LOAD-SEQUENCE-DEFINITIONS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEQUENCE-DEF-FILE.
           IF WS-SEQUENCE-DEF-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEQUENCE-DEF-FILE
                   NOT AT END
                       IF SEQ-STEP NOT NUMERIC OR SEQ-STEP < 2 OR
                           SEQ-DAY-OFFSET NOT NUMERIC OR
                           (SEQ-CONDITION NOT = "N" AND
                            SEQ-CONDITION NOT = "R" AND
                            SEQ-CONDITION NOT = "A") OR
                           SEQ-CAMPAIGN-CODE = SPACES
                           ADD 1 TO WS-DEF-REJECTED
                       ELSE IF WS-DEF-COUNT < 100
                           ADD 1 TO WS-DEF-COUNT
                           SET DEF-IDX TO WS-DEF-COUNT
                           MOVE SEQ-CAMPAIGN-CODE TO
                               WS-DEF-CAMPAIGN(DEF-IDX)
                           MOVE SEQ-STEP TO WS-DEF-STEP(DEF-IDX)
                           MOVE SEQ-DAY-OFFSET TO
                               WS-DEF-OFFSET(DEF-IDX)
                           MOVE SEQ-CONDITION TO
                               WS-DEF-CONDITION(DEF-IDX)
                           MOVE SEQ-GREETING-TEXT TO
                               WS-DEF-GREETING(DEF-IDX)
                           PERFORM NOTE-SEQUENCE-CAMPAIGN
                       ELSE
                           ADD 1 TO WS-DEF-REJECTED
                       END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SEQUENCE-DEF-STATUS = "00"
               CLOSE F-SEQUENCE-DEF-FILE
           END-IF.

           NOTE-SEQUENCE-CAMPAIGN SECTION.
           PERFORM FIND-SEQUENCE-CAMPAIGN.
           IF WS-SEQ-CAMP-FOUND = 0 AND WS-SEQ-CAMP-COUNT < 20
               ADD 1 TO WS-SEQ-CAMP-COUNT
               SET SEQ-CAMP-IDX TO WS-SEQ-CAMP-COUNT
               INITIALIZE WS-SEQ-CAMP-ENTRY(SEQ-CAMP-IDX)
               MOVE SEQ-CAMPAIGN-CODE TO
                   WS-SEQ-CAMP-CODE(SEQ-CAMP-IDX)
           END-IF.

           FIND-SEQUENCE-CAMPAIGN SECTION.
           MOVE 0 TO WS-SEQ-CAMP-FOUND.
           SET SEQ-CAMP-IDX TO 1.
           PERFORM UNTIL WS-SEQ-CAMP-FOUND = 1 OR
               SEQ-CAMP-IDX > WS-SEQ-CAMP-COUNT
               IF WS-SEQ-CAMP-CODE(SEQ-CAMP-IDX) = SEQ-CAMPAIGN-CODE
                   MOVE 1 TO WS-SEQ-CAMP-FOUND
               ELSE
                   SET SEQ-CAMP-IDX UP BY 1
               END-IF
           END-PERFORM.

           LOAD-SEQUENCE-PROGRESS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PROGRESS-FILE.
           IF WS-PROGRESS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PROGRESS-FILE
                   NOT AT END
                       IF WS-PROG-COUNT >= 5000
                           MOVE 1 TO WS-PROG-TABLE-FULL
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           ADD 1 TO WS-PROG-COUNT
                           SET PROG-IDX TO WS-PROG-COUNT
                           MOVE PROG-CAMPAIGN-CODE TO
                               WS-PROG-CAMPAIGN(PROG-IDX)
                           MOVE PROG-CUSTOMER-ID TO
                               WS-PROG-CUSTOMER(PROG-IDX)
                           MOVE PROG-STEP TO WS-PROG-STEP(PROG-IDX)
                           MOVE PROG-START-DATE TO
                               WS-PROG-START(PROG-IDX)
                           MOVE PROG-LAST-DATE TO
                               WS-PROG-LAST(PROG-IDX)
                           MOVE PROG-STATUS TO
                               WS-PROG-STATUS(PROG-IDX)
                           MOVE PROG-REDEEMED TO
                               WS-PROG-REDEEMED(PROG-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PROGRESS-STATUS = "00"
               CLOSE F-PROGRESS-FILE
           END-IF.

           LOAD-REDEMPTIONS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REDEMPTIONS-FILE.
           IF WS-REDEMPTIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REDEMPTIONS-FILE
                   NOT AT END
                       IF WS-REDEMPTION-COUNT >= 5000
                           MOVE 1 TO WS-REDEMPTION-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-REDEMPTION-COUNT
                           SET REDEEM-IDX TO WS-REDEMPTION-COUNT
                           MOVE REDEMPTION-OFFER-CODE TO
                               WS-REDEEM-CODE(REDEEM-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-REDEMPTIONS-STATUS = "00"
               CLOSE F-REDEMPTIONS-FILE
           END-IF.
           IF WS-REDEMPTION-TABLE-FULL = 1
               DISPLAY "WARNING -- REDEMPTION TABLE FULL: CODES PAST "
                   "THE FIRST 5000 DO NOT STOP A FOLLOW-UP"
           END-IF.

           SCAN-CAMPAIGN-OFFERS SECTION.
      *    Every offer for a sequenced campaign either brings a new
      *    customer into the sequence at step 1 or, when its code
      *    has come back, marks the customer redeemed. Follow-up
      *    steps mint offers under the same campaign code, so a
      *    redemption off any step counts.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OFFERS-FILE.
           IF WS-OFFERS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OFFERS-FILE
                   NOT AT END
                       MOVE OFFER-CAMPAIGN-CODE TO SEQ-CAMPAIGN-CODE
                       PERFORM FIND-SEQUENCE-CAMPAIGN
                       IF WS-SEQ-CAMP-FOUND = 1
                           PERFORM TALLY-ONE-SEQUENCE-OFFER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-OFFERS-STATUS = "00"
               CLOSE F-OFFERS-FILE
           END-IF.
           IF WS-PROG-TABLE-FULL = 1
               DISPLAY "WARNING -- SEQUENCE PROGRESS TABLE FULL: "
                   "CUSTOMERS PAST THE FIRST 5000 NOT ENROLLED"
           END-IF.

           TALLY-ONE-SEQUENCE-OFFER SECTION.
           MOVE 0 TO WS-PROG-FOUND.
           SET PROG-IDX TO 1.
           PERFORM UNTIL WS-PROG-FOUND = 1 OR
               PROG-IDX > WS-PROG-COUNT
               IF WS-PROG-CAMPAIGN(PROG-IDX) = OFFER-CAMPAIGN-CODE AND
                   WS-PROG-CUSTOMER(PROG-IDX) = OFFER-CUSTOMER-ID
                   MOVE 1 TO WS-PROG-FOUND
               ELSE
                   SET PROG-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PROG-FOUND = 0
               IF WS-PROG-COUNT >= 5000
                   MOVE 1 TO WS-PROG-TABLE-FULL
               ELSE
                   ADD 1 TO WS-PROG-COUNT
                   SET PROG-IDX TO WS-PROG-COUNT
                   MOVE OFFER-CAMPAIGN-CODE TO
                       WS-PROG-CAMPAIGN(PROG-IDX)
                   MOVE OFFER-CUSTOMER-ID TO WS-PROG-CUSTOMER(PROG-IDX)
                   MOVE 1 TO WS-PROG-STEP(PROG-IDX)
                   MOVE WS-TODAY-STAMP TO WS-PROG-START(PROG-IDX)
                   MOVE WS-TODAY-STAMP TO WS-PROG-LAST(PROG-IDX)
                   MOVE "A" TO WS-PROG-STATUS(PROG-IDX)
                   MOVE "N" TO WS-PROG-REDEEMED(PROG-IDX)
                   MOVE 1 TO WS-PROG-FOUND
                   ADD 1 TO WS-NEW-MEMBER-COUNT
               END-IF
           END-IF.
           IF WS-PROG-FOUND = 1
               MOVE 0 TO WS-REDEEM-FOUND
               SET REDEEM-IDX TO 1
               PERFORM UNTIL WS-REDEEM-FOUND = 1 OR
                   REDEEM-IDX > WS-REDEMPTION-COUNT
                   IF WS-REDEEM-CODE(REDEEM-IDX) = OFFER-CODE
                       MOVE 1 TO WS-REDEEM-FOUND
                   ELSE
                       SET REDEEM-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-REDEEM-FOUND = 1
                   MOVE "Y" TO WS-PROG-REDEEMED(PROG-IDX)
               END-IF
           END-IF.

           ADVANCE-ONE-CUSTOMER SECTION.
      *    No definition for the next step means the customer has
      *    had every step. Otherwise nothing happens until the
      *    step's day comes; then the condition decides whether the
      *    customer goes on or drops out of the sequence.
           COMPUTE WS-NEXT-STEP = WS-PROG-STEP(PROG-IDX) + 1.
           MOVE 0 TO WS-DEF-FOUND.
           IF WS-PROG-STEP(PROG-IDX) < 9
               SET DEF-IDX TO 1
               PERFORM UNTIL WS-DEF-FOUND = 1 OR
                   DEF-IDX > WS-DEF-COUNT
                   IF WS-DEF-CAMPAIGN(DEF-IDX) =
                       WS-PROG-CAMPAIGN(PROG-IDX) AND
                       WS-DEF-STEP(DEF-IDX) = WS-NEXT-STEP
                       MOVE 1 TO WS-DEF-FOUND
                   ELSE
                       SET DEF-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEF-FOUND = 0
               MOVE "C" TO WS-PROG-STATUS(PROG-IDX)
               ADD 1 TO WS-COMPLETED-COUNT
           ELSE
               MOVE "DIFF" TO DS-FUNCTION
               MOVE WS-TODAY-YEAR TO DS-YEAR
               MOVE WS-TODAY-MONTH TO DS-MONTH
               MOVE WS-TODAY-DAY TO DS-DAY
               MOVE WS-PROG-START(PROG-IDX)(1:4) TO DS-YEAR-2
               MOVE WS-PROG-START(PROG-IDX)(6:2) TO DS-MONTH-2
               MOVE WS-PROG-START(PROG-IDX)(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               MOVE DS-RESULT-NUMBER TO WS-STEP-AGE-DAYS
               IF WS-STEP-AGE-DAYS >= WS-DEF-OFFSET(DEF-IDX)
                   ADD 1 TO WS-DUE-COUNT
                   IF (WS-DEF-CONDITION(DEF-IDX) = "N" AND
                       WS-PROG-REDEEMED(PROG-IDX) = "Y") OR
                      (WS-DEF-CONDITION(DEF-IDX) = "R" AND
                       WS-PROG-REDEEMED(PROG-IDX) NOT = "Y")
                       MOVE "D" TO WS-PROG-STATUS(PROG-IDX)
                       ADD 1 TO WS-DROPPED-COUNT
                   ELSE
                       PERFORM SELECT-STEP-CUSTOMER
                   END-IF
               END-IF
           END-IF.

           SELECT-STEP-CUSTOMER SECTION.
      *    The customer is looked up fresh: anyone who has opted
      *    out, gone undeliverable, been suppressed or died since
      *    the first card, who has since turned off campaign mail,
      *    or whose promotional consent has been withdrawn or has
      *    lapsed, leaves the sequence.
           MOVE WS-PROG-CUSTOMER(PROG-IDX) TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "X" TO WS-PROG-STATUS(PROG-IDX)
               NOT INVALID KEY
                   IF PERSON-OPTED-OUT OR
                       PERSON-ADDRESS-UNDELIVERABLE OR
                       PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
                       MOVE "X" TO WS-PROG-STATUS(PROG-IDX)
                   END-IF
           END-READ.
           IF WS-PROG-STATUS(PROG-IDX) = "A"
               PERFORM CHECK-CAMPAIGN-PREFERENCE
           END-IF.
           IF WS-PROG-STATUS(PROG-IDX) = "A"
               PERFORM CHECK-PROMOTIONAL-CONSENT
           END-IF.
           IF WS-PROG-STATUS(PROG-IDX) = "X"
               ADD 1 TO WS-UNMAILABLE-COUNT
           ELSE
               PERFORM CHECK-CONTACT-CAP
               IF WS-CAP-REACHED = 0
                   PERFORM WRITE-STEP-PENDING-CARD
               END-IF
           END-IF.

           CHECK-CAMPAIGN-PREFERENCE SECTION.
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
           IF WS-PREF-FOUND = 1 AND WS-PREF-CAMPAIGN(PREF-IDX) = "N"
               MOVE "X" TO WS-PROG-STATUS(PROG-IDX)
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
           END-IF.

           CHECK-PROMOTIONAL-CONSENT SECTION.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF CV-RESULT NOT = "Y"
               MOVE "X" TO WS-PROG-STATUS(PROG-IDX)
               ADD 1 TO WS-CONSENT-SUPPRESSED-COUNT
           END-IF.

           CHECK-CONTACT-CAP SECTION.
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
               " CAMPAIGN-S" WS-NEXT-STEP " DEFERRED "
               WS-TODAY-YEAR "-" WS-RUN-DATE
               DELIMITED BY SIZE INTO FREQ-DEFER-LINE
           END-STRING.
           WRITE FREQ-DEFER-LINE
           END-WRITE.
           CLOSE F-FREQ-DEFER-FILE.

           WRITE-STEP-PENDING-CARD SECTION.
      *    Same card campaign-engine builds, with the step's own
      *    greeting; the customer moves on to the step whether the
      *    card goes tonight or parks behind a state mail hold.
           MOVE SPACES TO WS-CARD-TYPE.
           STRING "CAMPAIGN-S" WS-NEXT-STEP DELIMITED BY SIZE
               INTO WS-CARD-TYPE
           END-STRING.
           IF WS-DEF-GREETING(DEF-IDX) = SPACES
               MOVE "Greetings, " TO WS-GREETING-PREFIX
           ELSE
               MOVE FUNCTION TRIM(WS-DEF-GREETING(DEF-IDX)) TO
                   WS-GREETING-PREFIX
           END-IF.
           PERFORM APPLY-SEASONAL-ADDRESS.
           MOVE SPACES TO SEQ-PENDING-RECORD.
           MOVE WS-CARD-TYPE TO SEQ-PENDING-TYPE.
           MOVE WS-PROG-CAMPAIGN(PROG-IDX) TO SEQ-PENDING-CAMPAIGN.
           MOVE PERSON-CUSTOMER-ID TO SEQ-PENDING-ID.
           MOVE PERSON-NAME TO SEQ-PENDING-NAME.
           MOVE PERSON-ADDRESS TO SEQ-PENDING-ADDRESS.
           IF PERSON-JOB-TITLE = SPACES
               STRING WS-GREETING-PREFIX " " PERSON-NAME
                  INTO SEQ-PENDING-GREETING
               END-STRING
           ELSE
               STRING WS-GREETING-PREFIX " " PERSON-NAME " ("
                  FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                  INTO SEQ-PENDING-GREETING
               END-STRING
           END-IF.
           PERFORM CHECK-MAIL-HOLD.
           IF WS-HOLD-ACTIVE = 1
               MOVE SPACES TO DEFERRED-CARD-RECORD
               MOVE WS-CARD-TYPE TO DEFERRED-CARD-TYPE
               MOVE SEQ-PENDING-IMAGE TO DEFERRED-CARD-IMAGE
               MOVE WS-PROG-CAMPAIGN(PROG-IDX) TO
                   DEFERRED-CAMPAIGN-CODE
               WRITE DEFERRED-CARD-RECORD
               END-WRITE
               ADD 1 TO WS-HOLD-DEFERRED-COUNT
           ELSE
               WRITE SEQ-PENDING-RECORD
               END-WRITE
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.
           MOVE WS-NEXT-STEP TO WS-PROG-STEP(PROG-IDX).
           MOVE WS-TODAY-STAMP TO WS-PROG-LAST(PROG-IDX).
           IF WS-CAP-ACTIVE = 1
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

           APPLY-SEASONAL-ADDRESS SECTION.
      *    Same rule as customer-filterer: inside the seasonal range
      *    (inclusive, wrapping the year end when the start is later
      *    than the end) the card goes to the seasonal address.
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
                               MOVE MP-CAMPAIGN-FLAG TO
                                   WS-PREF-CAMPAIGN(PREF-IDX)
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

           SORT-AND-APPEND-SEQUENCE-CARDS SECTION.
      *    Sorted by step card type, then ZIP, and appended onto
      *    campaign-cards.dat with an offer code minted from the
      *    campaign code and the piece serial, exactly as
      *    campaign-engine lands a first mailing; one manifest
      *    record per step type.
           SORT SORT-SEQ-WORK ON ASCENDING KEY SORT-SEQ-TYPE
               ON ASCENDING KEY SORT-SEQ-ZIP
               USING F-SEQ-PENDING-FILE
               GIVING F-SEQ-SORTED-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE SPACES TO WS-MANIFEST-TYPE.
           MOVE 0 TO WS-MANIFEST-COUNT.
           MOVE 0 TO WS-MANIFEST-CHECKSUM.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           OPEN INPUT F-SEQ-SORTED-FILE.
           OPEN EXTEND F-CAMPAIGN-CARDS-FILE.
           IF WS-CAMPAIGN-CARDS-STATUS = "35"
               OPEN OUTPUT F-CAMPAIGN-CARDS-FILE
           END-IF.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           OPEN EXTEND F-MANIFEST-FILE.
           OPEN EXTEND F-OFFERS-FILE.
           IF WS-OFFERS-STATUS = "35"
               OPEN OUTPUT F-OFFERS-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEQ-SORTED-FILE
                   NOT AT END
                       IF SEQ-SORTED-TYPE NOT = WS-MANIFEST-TYPE
                           PERFORM WRITE-STEP-MANIFEST
                           MOVE SEQ-SORTED-TYPE TO WS-MANIFEST-TYPE
                       END-IF
                       MOVE SEQ-SORTED-ID TO CAMPAIGN-CARD-ID
                       MOVE SEQ-SORTED-NAME TO CAMPAIGN-CARD-NAME
                       MOVE SEQ-SORTED-ADDRESS TO
                           CAMPAIGN-CARD-ADDRESS
                       MOVE SEQ-SORTED-GREETING TO
                           CAMPAIGN-CARD-GREETING
                       MOVE WS-NEXT-SERIAL TO CAMPAIGN-CARD-SERIAL
                       MOVE SPACES TO CAMPAIGN-CARD-OFFER-CODE
                       STRING FUNCTION TRIM(SEQ-SORTED-CAMPAIGN) "-"
                           WS-NEXT-SERIAL
                           DELIMITED BY SIZE
                           INTO CAMPAIGN-CARD-OFFER-CODE
                       END-STRING
                       WRITE CAMPAIGN-CARD-RECORD
                       END-WRITE
                       MOVE SPACES TO AUDIT-RECORD
                       MOVE CAMPAIGN-CARD-ID TO AUDIT-CUSTOMER-ID
                       MOVE CAMPAIGN-CARD-NAME TO AUDIT-NAME
                       MOVE SEQ-SORTED-TYPE TO AUDIT-CARD-TYPE
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
                       MOVE SEQ-SORTED-TYPE TO
                           MANIFEST-DETAIL-CARD-TYPE
                       MOVE CAMPAIGN-CARD-ID TO
                           MANIFEST-DETAIL-CUSTOMER-ID
                       MOVE WS-RUN-DATE TO MANIFEST-DETAIL-RUN-DATE
                       MOVE WS-TODAY-YEAR TO MANIFEST-DETAIL-RUN-YEAR
                       WRITE MANIFEST-DETAIL-RECORD
                       END-WRITE
                       MOVE SPACES TO OFFER-RECORD
                       MOVE CAMPAIGN-CARD-OFFER-CODE TO OFFER-CODE
                       MOVE SEQ-SORTED-CAMPAIGN TO OFFER-CAMPAIGN-CODE
                       MOVE SEQ-SORTED-ID TO OFFER-CUSTOMER-ID
                       MOVE WS-NEXT-SERIAL TO OFFER-SERIAL
                       MOVE SEQ-SORTED-STATE TO OFFER-STATE
                       WRITE OFFER-RECORD
                       END-WRITE
                       ADD 1 TO WS-NEXT-SERIAL
                       ADD 1 TO WS-MANIFEST-COUNT
                       ADD CAMPAIGN-CARD-ID TO WS-MANIFEST-CHECKSUM
                       ADD 1 TO WS-BATCH-COUNT
                       ADD CAMPAIGN-CARD-ID TO WS-BATCH-CHECKSUM
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           PERFORM WRITE-STEP-MANIFEST.
           CLOSE F-SEQ-SORTED-FILE.
           CLOSE F-CAMPAIGN-CARDS-FILE.
           CLOSE F-AUDIT-FILE.
           CLOSE F-MANIFEST-DETAIL-FILE.
           CLOSE F-MANIFEST-FILE.
           CLOSE F-OFFERS-FILE.
           PERFORM SAVE-CARD-SERIAL-CONTROL.
           OPEN EXTEND F-CONTROL-TOTALS-FILE.
           IF WS-CONTROL-TOTALS-STATUS = "35"
               OPEN OUTPUT F-CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE "sequence-cards-sorted.dat" TO FCT-FILE-NAME.
           MOVE WS-BATCH-COUNT TO FCT-RECORD-COUNT.
           MOVE WS-BATCH-CHECKSUM TO FCT-HASH-TOTAL.
           MOVE "campaign-sequence-run" TO FCT-PROGRAM.
           MOVE WS-TODAY-STAMP TO FCT-DATE.
           MOVE WS-RUN-TIME TO FCT-TIME.
           WRITE CONTROL-TOTAL-RECORD
           END-WRITE.
           CLOSE F-CONTROL-TOTALS-FILE.

           WRITE-STEP-MANIFEST SECTION.
      *    Like the first mailing, follow-ups are not split by
      *    region; the primary vendor prints them all.
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

           SAVE-SEQUENCE-PROGRESS SECTION.
           OPEN OUTPUT F-PROGRESS-FILE.
           SET PROG-IDX TO 1.
           PERFORM UNTIL PROG-IDX > WS-PROG-COUNT
               MOVE SPACES TO PROGRESS-RECORD
               MOVE WS-PROG-CAMPAIGN(PROG-IDX) TO PROG-CAMPAIGN-CODE
               MOVE WS-PROG-CUSTOMER(PROG-IDX) TO PROG-CUSTOMER-ID
               MOVE WS-PROG-STEP(PROG-IDX) TO PROG-STEP
               MOVE WS-PROG-START(PROG-IDX) TO PROG-START-DATE
               MOVE WS-PROG-LAST(PROG-IDX) TO PROG-LAST-DATE
               MOVE WS-PROG-STATUS(PROG-IDX) TO PROG-STATUS
               MOVE WS-PROG-REDEEMED(PROG-IDX) TO PROG-REDEEMED
               WRITE PROGRESS-RECORD
               END-WRITE
               SET PROG-IDX UP BY 1
           END-PERFORM.
           CLOSE F-PROGRESS-FILE.

           WRITE-SEQUENCE-REPORT SECTION.
      *    Per campaign, per step: customers standing at the step
      *    waiting for the next one, customers who dropped out
      *    there because they didn't meet the next step's condition
      *    (for a reminder, usually because they redeemed), and
      *    customers who dropped out because they could no longer
      *    be mailed; then those who finished the whole series.
           SET PROG-IDX TO 1.
           PERFORM UNTIL PROG-IDX > WS-PROG-COUNT
               MOVE WS-PROG-CAMPAIGN(PROG-IDX) TO SEQ-CAMPAIGN-CODE
               PERFORM FIND-SEQUENCE-CAMPAIGN
               IF WS-SEQ-CAMP-FOUND = 1
                   SET STEP-IDX TO WS-PROG-STEP(PROG-IDX)
                   IF WS-PROG-STATUS(PROG-IDX) = "A"
                       ADD 1 TO WS-STEP-ACTIVE(SEQ-CAMP-IDX, STEP-IDX)
                   ELSE IF WS-PROG-STATUS(PROG-IDX) = "D"
                       ADD 1 TO
                           WS-STEP-DROPPED(SEQ-CAMP-IDX, STEP-IDX)
                   ELSE IF WS-PROG-STATUS(PROG-IDX) = "X"
                       ADD 1 TO
                           WS-STEP-UNMAILABLE(SEQ-CAMP-IDX, STEP-IDX)
                   ELSE
                       ADD 1 TO WS-SEQ-CAMP-COMPLETED(SEQ-CAMP-IDX)
                   END-IF
               END-IF
               SET PROG-IDX UP BY 1
           END-PERFORM.
           OPEN OUTPUT F-SEQUENCE-REPORT-FILE.
           MOVE SPACES TO SEQUENCE-REPORT-LINE.
           STRING "CAMPAIGN SEQUENCE REPORT " WS-TODAY-STAMP
               DELIMITED BY SIZE INTO SEQUENCE-REPORT-LINE
           END-STRING.
           WRITE SEQUENCE-REPORT-LINE.
           MOVE SPACES TO SEQUENCE-REPORT-LINE.
           WRITE SEQUENCE-REPORT-LINE.
           SET SEQ-CAMP-IDX TO 1.
           PERFORM UNTIL SEQ-CAMP-IDX > WS-SEQ-CAMP-COUNT
               PERFORM WRITE-ONE-SEQUENCE-BLOCK
               SET SEQ-CAMP-IDX UP BY 1
           END-PERFORM.
           CLOSE F-SEQUENCE-REPORT-FILE.

           WRITE-ONE-SEQUENCE-BLOCK SECTION.
           MOVE SPACES TO SEQUENCE-REPORT-LINE.
           STRING "CAMPAIGN " WS-SEQ-CAMP-CODE(SEQ-CAMP-IDX)
               DELIMITED BY SIZE INTO SEQUENCE-REPORT-LINE
           END-STRING.
           WRITE SEQUENCE-REPORT-LINE.
           MOVE "  STEP   AT STEP    DROPPED   UNMAILABLE" TO
               SEQUENCE-REPORT-LINE.
           WRITE SEQUENCE-REPORT-LINE.
           SET STEP-IDX TO 1.
           PERFORM UNTIL STEP-IDX > 9
               IF WS-STEP-ACTIVE(SEQ-CAMP-IDX, STEP-IDX) > 0 OR
                   WS-STEP-DROPPED(SEQ-CAMP-IDX, STEP-IDX) > 0 OR
                   WS-STEP-UNMAILABLE(SEQ-CAMP-IDX, STEP-IDX) > 0
                   MOVE SPACES TO SEQUENCE-REPORT-LINE
                   MOVE STEP-IDX TO WS-NEXT-STEP
                   MOVE WS-NEXT-STEP TO SEQUENCE-REPORT-LINE(7:1)
                   MOVE WS-STEP-ACTIVE(SEQ-CAMP-IDX, STEP-IDX) TO
                       WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO SEQUENCE-REPORT-LINE(9:9)
                   MOVE WS-STEP-DROPPED(SEQ-CAMP-IDX, STEP-IDX) TO
                       WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO SEQUENCE-REPORT-LINE(20:9)
                   MOVE WS-STEP-UNMAILABLE(SEQ-CAMP-IDX, STEP-IDX) TO
                       WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO SEQUENCE-REPORT-LINE(33:9)
                   WRITE SEQUENCE-REPORT-LINE
               END-IF
               SET STEP-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO SEQUENCE-REPORT-LINE.
           MOVE WS-SEQ-CAMP-COMPLETED(SEQ-CAMP-IDX) TO WS-EDIT-COUNT.
           STRING "  COMPLETED ALL STEPS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SEQUENCE-REPORT-LINE
           END-STRING.
           WRITE SEQUENCE-REPORT-LINE.
           MOVE SPACES TO SEQUENCE-REPORT-LINE.
           WRITE SEQUENCE-REPORT-LINE.

           LOAD-CARD-SERIAL-CONTROL SECTION.
      *    Shares the card program's persisted piece-serial sequence,
      *    so follow-up pieces number out of the same series as the
      *    standing runs.
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
