                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-SEASONAL-FILE ASSIGN TO
                 "seasonal-addresses.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SA-CUSTOMER-ID
                 FILE STATUS IS WS-SEASONAL-STATUS.
               SELECT F-SALUTATIONS-FILE ASSIGN TO
                 "customer-salutations.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SL-CUSTOMER-ID
                 FILE STATUS IS WS-SALUTATIONS-STATUS.
               SELECT F-CONSENT-FILE ASSIGN TO "marketing-consent.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CN-KEY
                 FILE STATUS IS WS-CONSENT-STATUS.
               SELECT F-CASES-FILE ASSIGN TO "complaint-cases.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-NUMBER
                 ALTERNATE RECORD KEY IS CASE-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CASES-STATUS.
               SELECT F-BUSINESS-CONTACTS-FILE ASSIGN TO
                 "business-contacts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BC-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS BC-ACCOUNT-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-BUSINESS-CONTACTS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-SCRUB-FILE ASSIGN TO WS-SCRUB-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCRUB-STATUS.
                 "customer-change-journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
               SELECT F-LINK-CHANGE-FILE ASSIGN TO
                 "bbs-link-changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LINK-CHANGE-STATUS.
               SELECT F-RETURNED-FILE ASSIGN TO
                 "erasure-requests.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RETURNED-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ERASURE-FILE.
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-LINK-CHANGE-FILE.
      *    Customer-ID changes the board's member links have to
      *    follow; bbs-link-apply reads and clears them, so the
      *    erased ID does not linger here. An erasure unlinks.
           01 LINK-CHANGE-RECORD.
               05 LC-ACTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LC-OLD-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-NEW-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 LC-DATE PIC X(10).
           FD F-RETURNED-FILE.
      *    An approval for a customer under legal hold goes back to
      *    the supervisors' pending file, flagged for legal with the
      *    matter, in the layout erasure-review reads.
           01 RETURNED-RECORD.
               05 RETURNED-CUSTOMER-NUMBER PIC 9(8).
               05 RETURNED-LEGAL-FLAG PIC X.
               05 RETURNED-LEGAL-MATTER PIC X(12).
           FD F-SEASONAL-FILE.
      *    The seasonal mailing address is keyed the same way as
      *    customers.dat and goes the same way: deleted by key.
           01 SEASONAL-ADDRESS-RECORD.
               05 SA-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(113).
           FD F-SALUTATIONS-FILE.
      *    The customer's title and pronoun set, deleted by key the
      *    same way.
           01 SALUTATION-RECORD.
               05 SL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(62).
           FD F-CONSENT-FILE.
      *    One marketing-consent record per customer and consent
      *    type, so every type on file under the ID is deleted.
           01 CONSENT-RECORD.
               05 CN-KEY.
                   10 CN-CUSTOMER-ID PIC 9(7).
                   10 CN-TYPE PIC X(8).
               05 FILLER PIC X(31).
           FD F-CASES-FILE.
      *    Complaint cases are found through the customer-ID
      *    alternate key. A case opened inside a legal hold's date
      *    range is kept, the same as a held audit row.
           01 COMPLAINT-CASE-RECORD.
               05 CASE-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(36).
               05 CASE-OPENED-DATE PIC X(10).
               05 FILLER PIC X(171).
           FD F-BUSINESS-CONTACTS-FILE.
      *    The customer's link to the firm they work for; the firm's
      *    own account record is not the customer's and stays.
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X(20).
           FD F-AUDIT-FILE.
      *    The card audit trail is keyed by card serial with the
      *    customer ID as an alternate key, so a customer's rows are
      *    found and deleted by key rather than scrubbed. The
      *    closed-year files the year-end close writes are keyed
      *    the same way and go through the same delete.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(55).
               05 AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 AUDIT-RUN-YEAR PIC X(4).
               05 FILLER PIC X(10).
               05 AUDIT-SERIAL PIC 9(9).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-ERASURE-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SALUTATIONS-STATUS PIC XX.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-CASES-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-KEYED-IS-ENDED PIC 9.
           01 WS-CASE-ROW-FOUND PIC 9.
           01 WS-CASE-HELD-NOW PIC 9(5).
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-AUDIT-NAME PIC X(40) VALUE "card-audit.dat".
           01 WS-AUDIT-IS-ENDED PIC 9.
           01 WS-SCRUB-STATUS PIC XX.
           01 WS-CERTIFICATE-STATUS PIC XX.
           01 WS-SCRUB-NAME PIC X(40).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-REQUEST-COUNT PIC 99 VALUE 0.
      *    Approval lines taken this run, erased or withheld; the
      *    lines after them wait on the feed for the rerun.
           01 WS-TAKEN-COUNT PIC 9(5) VALUE 0.
           01 WS-DROPPED-REQUEST-COUNT PIC 9(5) VALUE 0.
           01 WS-CONSUMED-COUNT PIC 9(5).
      *    Every live file holding customer-keyed data, with where
      *    the 7-digit customer ID sits in its record. Slot 1 is
      *    the indexed card-audit.dat, deleted by key with the other
      *    indexed files and only carried here for its certificate
      *    count. A file that carries a second customer ID (the
      *    referral ledger: referrer and referred) gives its
      *    position too; zero means none. Slot 15 aggregates the
      *    dated card archives, probed by name the way
      *    archive-retention probes them.
           77 WS-SCRUB-SLOT-MAX PIC 99 VALUE 14.
           01 WS-SCRUB-SLOTS.
               05 WS-SCRUB-SLOT OCCURS 15 TIMES
               INDEXED BY SLOT-IDX.
                   10 WS-SLOT-FILE-NAME PIC X(40).
                   10 WS-SLOT-ID-POS PIC 99.
                   10 WS-SLOT-ID-POS-2 PIC 99.
           01 WS-ERASURE-TABLE.
               05 WS-ERASURE OCCURS 50 TIMES
               INDEXED BY ERASE-IDX.
                   10 WS-ERASE-ID PIC 9(7).
                   10 WS-ERASE-DELETED PIC X.
                   10 WS-ERASE-SEASONAL-DELETED PIC X.
                   10 WS-ERASE-SALUTATION-DELETED PIC X.
                   10 WS-ERASE-CONTACT-DELETED PIC X.
                   10 WS-ERASE-CONSENT-COUNT PIC 9(5).
                   10 WS-ERASE-CASE-COUNT PIC 9(5).
                   10 WS-ERASE-FILE-COUNT OCCURS 15 TIMES
                       PIC 9(5).
                   10 WS-ERASE-AUDIT-HELD PIC 9(5).
                   10 WS-ERASE-AUDIT-MATTER PIC X(12).
                   10 WS-ERASE-CASE-HELD PIC 9(5).
                   10 WS-ERASE-CASE-MATTER PIC X(12).
      *    Approvals for customers under an open legal hold: not
      *    erased, but sent back to erasure-review flagged for legal.
           01 WS-WITHHELD-COUNT PIC 99 VALUE 0.
           01 WS-WITHHELD-TABLE.
               05 WS-WITHHELD OCCURS 50 TIMES
               INDEXED BY WITHHELD-IDX.
                   10 WS-WITHHELD-ID PIC 9(7).
                   10 WS-WITHHELD-MATTER PIC X(12).
      *    Dated card archives left unscrubbed because their run
      *    date is inside a legal hold's date range.
           01 WS-HELD-ARCHIVE-COUNT PIC 9(3) VALUE 0.
           01 WS-HELD-ARCHIVE-TABLE.
               05 WS-HELD-ARCHIVE OCCURS 200 TIMES
               INDEXED BY HELD-ARCHIVE-IDX.
                   10 WS-HELD-ARCHIVE-NAME PIC X(40).
                   10 WS-HELD-ARCHIVE-MATTER PIC X(12).
           01 WS-RETURNED-STATUS PIC XX.
           01 WS-AUDIT-ROW-FOUND PIC 9.
           01 WS-AUDIT-HELD-NOW PIC 9(5).
           01 WS-AUDIT-STAMP PIC X(10).
           01 WS-SCAN-STAMP PIC X(10).
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-SCRUB-SLOT-NOW PIC 99.
           01 WS-SCRUB-ID PIC 9(7).
           01 WS-SCRUB-HIT PIC 9.
           01 WS-CERT-COUNT PIC 9(5).
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-LINK-CHANGE-STATUS PIC XX.
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
      *    Privacy erasure requests finally have a process: every ID
      *    a supervisor has approved through the erasure-review
      *    screen (raw requests wait on erasure-requests.dat and
      *    never reach this run directly) is deleted from the indexed
      *    customers.dat, seasonal-addresses.dat,
      *    customer-salutations.dat, business-contacts.dat,
      *    marketing-consent.dat and complaint-cases.dat, scrubbed
      *    out of the card history files, the dated archives, the
      *    e-card extract, the manifest detail, the consent history,
      *    life events, the referral ledger and card-audit.dat, and
      *    certified -- one certificate block per request itemizing
      *    every file touched and the record counts removed, the
      *    evidence compliance needs that the erasure actually
      *    happened everywhere.
      *    Legal hold outranks erasure: an approval for a customer
      *    under an open hold is certified as withheld and goes back
      *    to erasure-review flagged for legal, and a dated
      *    archive, audit row or complaint case inside a held date
      *    range is left in place and named on the certificate.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "privacy-purge" TO LS-PROGRAM.
           MOVE 10 TO LS-FILE-COUNT.
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
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           PERFORM LOAD-ERASURE-REQUESTS.
           IF WS-REQUEST-COUNT = 0 AND WS-WITHHELD-COUNT = 0
               DISPLAY "PRIVACY PURGE -- NO APPROVED ERASURES"
               GOBACK
           END-IF.
           IF WS-REQUEST-COUNT > 0
               PERFORM SET-UP-SCRUB-SLOTS
               PERFORM DELETE-INDEXED-RECORDS
               PERFORM SCRUB-LIVE-FILES
               PERFORM SCRUB-DATED-ARCHIVES
               PERFORM JOURNAL-THE-ERASURES
               PERFORM QUEUE-BOARD-UNLINKS
           END-IF.
           PERFORM RETURN-WITHHELD-TO-REVIEW.
           PERFORM WRITE-DELETION-CERTIFICATES.
           PERFORM CONSUME-PROCESSED-APPROVALS.
           DISPLAY "PRIVACY PURGE SUMMARY -- REQUESTS PROCESSED: "
               WS-REQUEST-COUNT
               " WITHHELD FOR LEGAL HOLD: " WS-WITHHELD-COUNT.
           IF WS-DROPPED-REQUEST-COUNT > 0
               DISPLAY "WARNING -- ERASURE REQUEST TABLE FULL: "
                   WS-DROPPED-REQUEST-COUNT " REQUESTS PAST THE "
                   "FIRST 50 TO ERASE OR 50 TO WITHHOLD WERE NOT "
                   "PROCESSED; THEY STAY ON FILE -- RERUN TO "
                   "PROCESS THEM"
           END-IF.
           GOBACK.

           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ERASURE-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-APPROVAL
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           SET ERASE-IDX TO 1.
           PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
               MOVE 1 TO WS-SCRUB-SLOT-NOW
               PERFORM UNTIL WS-SCRUB-SLOT-NOW > 15
                   MOVE 0 TO WS-ERASE-FILE-COUNT
                       (ERASE-IDX, WS-SCRUB-SLOT-NOW)
                   ADD 1 TO WS-SCRUB-SLOT-NOW
               END-PERFORM
               MOVE 0 TO WS-ERASE-AUDIT-HELD(ERASE-IDX)
               MOVE SPACES TO WS-ERASE-AUDIT-MATTER(ERASE-IDX)
               MOVE 0 TO WS-ERASE-CONSENT-COUNT(ERASE-IDX)
               MOVE 0 TO WS-ERASE-CASE-COUNT(ERASE-IDX)
               MOVE 0 TO WS-ERASE-CASE-HELD(ERASE-IDX)
               MOVE SPACES TO WS-ERASE-CASE-MATTER(ERASE-IDX)
               SET ERASE-IDX UP BY 1
           END-PERFORM.

           TAKE-ONE-APPROVAL SECTION.
      *    Approvals are consumed by position, so once one line has
      *    to wait for the rerun every line after it waits too.
           IF WS-DROPPED-REQUEST-COUNT > 0
               ADD 1 TO WS-DROPPED-REQUEST-COUNT
           ELSE
               MOVE "CUSTOMER" TO LG-FUNCTION
               MOVE ERASURE-CUSTOMER-ID TO LG-CUSTOMER-ID
               CALL "legal-hold-services" USING WS-LG-REQUEST
               IF LG-RESULT = "Y"
                   IF WS-WITHHELD-COUNT >= 50
                       ADD 1 TO WS-DROPPED-REQUEST-COUNT
                   ELSE
                       ADD 1 TO WS-TAKEN-COUNT
                       ADD 1 TO WS-WITHHELD-COUNT
                       SET WITHHELD-IDX TO WS-WITHHELD-COUNT
                       MOVE ERASURE-CUSTOMER-ID TO
                           WS-WITHHELD-ID(WITHHELD-IDX)
                       MOVE LG-MATTER TO
                           WS-WITHHELD-MATTER(WITHHELD-IDX)
                   END-IF
               ELSE IF WS-REQUEST-COUNT >= 50
      *            Counted, not silently lost -- an erasure
      *            request that slips through unnoticed is a
      *            compliance failure.
                   ADD 1 TO WS-DROPPED-REQUEST-COUNT
               ELSE
                   ADD 1 TO WS-TAKEN-COUNT
                   ADD 1 TO WS-REQUEST-COUNT
                   SET ERASE-IDX TO WS-REQUEST-COUNT
                   MOVE ERASURE-CUSTOMER-ID TO
                       WS-ERASE-ID(ERASE-IDX)
                   MOVE "N" TO WS-ERASE-DELETED(ERASE-IDX)
                   MOVE "N" TO
                       WS-ERASE-SEASONAL-DELETED(ERASE-IDX)
                   MOVE "N" TO
                       WS-ERASE-SALUTATION-DELETED(ERASE-IDX)
                   MOVE "N" TO
                       WS-ERASE-CONTACT-DELETED(ERASE-IDX)
               END-IF
               END-IF
           END-IF.

           RETURN-WITHHELD-TO-REVIEW SECTION.
           IF WS-WITHHELD-COUNT > 0
               OPEN EXTEND F-RETURNED-FILE
               IF WS-RETURNED-STATUS = "35"
                   OPEN OUTPUT F-RETURNED-FILE
               END-IF
               SET WITHHELD-IDX TO 1
               PERFORM UNTIL WITHHELD-IDX > WS-WITHHELD-COUNT
                   MOVE "ASSIGN" TO IC-FUNCTION
                   MOVE WS-WITHHELD-ID(WITHHELD-IDX) TO IC-CUSTOMER-ID
                   CALL "id-check" USING WS-IC-REQUEST
                   MOVE IC-CUSTOMER-NUMBER TO RETURNED-CUSTOMER-NUMBER
                   MOVE "L" TO RETURNED-LEGAL-FLAG
                   MOVE WS-WITHHELD-MATTER(WITHHELD-IDX) TO
                       RETURNED-LEGAL-MATTER
                   WRITE RETURNED-RECORD
                   END-WRITE
                   SET WITHHELD-IDX UP BY 1
               END-PERFORM
               CLOSE F-RETURNED-FILE
           END-IF.

           CONSUME-PROCESSED-APPROVALS SECTION.
      *    The approvals just certified come off the feed file --
      *    left in place, the next run would purge and certify them
                   READ F-ERASURE-FILE
                       NOT AT END
                           ADD 1 TO WS-CONSUMED-COUNT
                           IF WS-CONSUMED-COUNT > WS-TAKEN-COUNT
                               MOVE SPACES TO SCRUB-WORK-RECORD
                               MOVE ERASURE-RECORD TO
                                   SCRUB-WORK-RECORD(1:7)
           END-IF.

           SET-UP-SCRUB-SLOTS SECTION.
           INITIALIZE WS-SCRUB-SLOTS.
           MOVE "card-audit.dat" TO WS-SLOT-FILE-NAME(1).
           MOVE 1 TO WS-SLOT-ID-POS(1).
           MOVE "cards.dat" TO WS-SLOT-FILE-NAME(2).
           MOVE "customer-change-journal.dat" TO
               WS-SLOT-FILE-NAME(11).
           MOVE 1 TO WS-SLOT-ID-POS(11).
           MOVE "marketing-consent-history.dat" TO
               WS-SLOT-FILE-NAME(12).
           MOVE 1 TO WS-SLOT-ID-POS(12).
           MOVE "life-events.dat" TO WS-SLOT-FILE-NAME(13).
           MOVE 1 TO WS-SLOT-ID-POS(13).
           MOVE "referral-ledger.dat" TO WS-SLOT-FILE-NAME(14).
           MOVE 1 TO WS-SLOT-ID-POS(14).
           MOVE 9 TO WS-SLOT-ID-POS-2(14).
           MOVE "dated card archives" TO WS-SLOT-FILE-NAME(15).
           MOVE 1 TO WS-SLOT-ID-POS(15).

           DELETE-INDEXED-RECORDS SECTION.
           OPEN I-O F-CUSTOMERS-FILE.
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           OPEN I-O F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   MOVE WS-ERASE-ID(ERASE-IDX) TO SA-CUSTOMER-ID
                   DELETE F-SEASONAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO
                               WS-ERASE-SEASONAL-DELETED(ERASE-IDX)
                   END-DELETE
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-SEASONAL-FILE
           END-IF.
           OPEN I-O F-SALUTATIONS-FILE.
           IF WS-SALUTATIONS-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   MOVE WS-ERASE-ID(ERASE-IDX) TO SL-CUSTOMER-ID
                   DELETE F-SALUTATIONS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO
                               WS-ERASE-SALUTATION-DELETED(ERASE-IDX)
                   END-DELETE
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-SALUTATIONS-FILE
           END-IF.
           OPEN I-O F-BUSINESS-CONTACTS-FILE.
           IF WS-BUSINESS-CONTACTS-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   MOVE WS-ERASE-ID(ERASE-IDX) TO BC-CUSTOMER-ID
                   DELETE F-BUSINESS-CONTACTS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO
                               WS-ERASE-CONTACT-DELETED(ERASE-IDX)
                   END-DELETE
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
           OPEN I-O F-CONSENT-FILE.
           IF WS-CONSENT-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   PERFORM DELETE-CONSENT-ROWS
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-CONSENT-FILE
           END-IF.
           OPEN I-O F-CASES-FILE.
           IF WS-CASES-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   PERFORM DELETE-CASE-ROWS
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-CASES-FILE
           END-IF.
           MOVE "card-audit.dat" TO WS-AUDIT-NAME.
           PERFORM DELETE-FROM-ONE-AUDIT-FILE.
      *    Closed years, probed by name over the same span the dated
      *    archives are.
           COMPUTE WS-SCAN-YEAR = WS-TODAY-YEAR - 15.
           PERFORM UNTIL WS-SCAN-YEAR >= WS-TODAY-YEAR
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "card-audit-" WS-SCAN-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               PERFORM DELETE-FROM-ONE-AUDIT-FILE
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           DELETE-FROM-ONE-AUDIT-FILE SECTION.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               SET ERASE-IDX TO 1
               PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
                   PERFORM DELETE-AUDIT-ROWS
                   SET ERASE-IDX UP BY 1
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

           DELETE-AUDIT-ROWS SECTION.
      *    Each delete takes a row off the customer's ID, so the key
      *    is started again for every row until none are left but
      *    rows dated inside a legal hold, which are read past and
      *    kept. The held rows counted on the last pass are the
      *    ones this file keeps.
           MOVE 0 TO WS-AUDIT-IS-ENDED.
           PERFORM UNTIL WS-AUDIT-IS-ENDED = 1
               MOVE 0 TO WS-AUDIT-ROW-FOUND
               MOVE 0 TO WS-AUDIT-HELD-NOW
               MOVE WS-ERASE-ID(ERASE-IDX) TO AUDIT-CUSTOMER-ID
               START F-AUDIT-FILE KEY IS = AUDIT-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-AUDIT-IS-ENDED
               END-START
               PERFORM UNTIL WS-AUDIT-IS-ENDED = 1 OR
                   WS-AUDIT-ROW-FOUND = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           PERFORM JUDGE-ONE-AUDIT-ROW
                       AT END
                           MOVE 1 TO WS-AUDIT-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-AUDIT-ROW-FOUND = 1
                   DELETE F-AUDIT-FILE RECORD
                       INVALID KEY
                           MOVE 1 TO WS-AUDIT-IS-ENDED
                       NOT INVALID KEY
                           ADD 1 TO WS-ERASE-FILE-COUNT(ERASE-IDX, 1)
                   END-DELETE
               END-IF
           END-PERFORM.
           ADD WS-AUDIT-HELD-NOW TO WS-ERASE-AUDIT-HELD(ERASE-IDX).

           JUDGE-ONE-AUDIT-ROW SECTION.
           IF AUDIT-CUSTOMER-ID NOT = WS-ERASE-ID(ERASE-IDX)
               MOVE 1 TO WS-AUDIT-IS-ENDED
           ELSE
               MOVE SPACES TO WS-AUDIT-STAMP
               STRING AUDIT-RUN-YEAR "-" AUDIT-RUN-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-STAMP
               END-STRING
               MOVE "DATE" TO LG-FUNCTION
               MOVE WS-AUDIT-STAMP TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
               IF LG-RESULT = "Y"
                   ADD 1 TO WS-AUDIT-HELD-NOW
                   MOVE LG-MATTER TO WS-ERASE-AUDIT-MATTER(ERASE-IDX)
               ELSE
                   MOVE 1 TO WS-AUDIT-ROW-FOUND
               END-IF
           END-IF.

           DELETE-CONSENT-ROWS SECTION.
      *    The key starts at the customer's lowest consent type; each
      *    delete is followed by a fresh start until the next record
      *    on the key belongs to someone else.
           MOVE 0 TO WS-KEYED-IS-ENDED.
           PERFORM UNTIL WS-KEYED-IS-ENDED = 1
               MOVE WS-ERASE-ID(ERASE-IDX) TO CN-CUSTOMER-ID
               MOVE LOW-VALUES TO CN-TYPE
               START F-CONSENT-FILE KEY IS >= CN-KEY
                   INVALID KEY
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-START
               IF WS-KEYED-IS-ENDED = 0
                   READ F-CONSENT-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-KEYED-IS-ENDED
                   END-READ
               END-IF
               IF WS-KEYED-IS-ENDED = 0
                   IF CN-CUSTOMER-ID NOT = WS-ERASE-ID(ERASE-IDX)
                       MOVE 1 TO WS-KEYED-IS-ENDED
                   ELSE
                       DELETE F-CONSENT-FILE RECORD
                           INVALID KEY
                               MOVE 1 TO WS-KEYED-IS-ENDED
                           NOT INVALID KEY
                               ADD 1 TO
                                   WS-ERASE-CONSENT-COUNT(ERASE-IDX)
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

           DELETE-CASE-ROWS SECTION.
      *    Same shape as DELETE-AUDIT-ROWS: the customer-ID key is
      *    started again for every delete, and a case opened inside
      *    a legal hold is read past and kept.
           MOVE 0 TO WS-KEYED-IS-ENDED.
           PERFORM UNTIL WS-KEYED-IS-ENDED = 1
               MOVE 0 TO WS-CASE-ROW-FOUND
               MOVE 0 TO WS-CASE-HELD-NOW
               MOVE WS-ERASE-ID(ERASE-IDX) TO CASE-CUSTOMER-ID
               START F-CASES-FILE KEY IS = CASE-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-START
               PERFORM UNTIL WS-KEYED-IS-ENDED = 1 OR
                   WS-CASE-ROW-FOUND = 1
                   READ F-CASES-FILE NEXT RECORD
                       NOT AT END
                           PERFORM JUDGE-ONE-CASE-ROW
                       AT END
                           MOVE 1 TO WS-KEYED-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-CASE-ROW-FOUND = 1
                   DELETE F-CASES-FILE RECORD
                       INVALID KEY
                           MOVE 1 TO WS-KEYED-IS-ENDED
                       NOT INVALID KEY
                           ADD 1 TO WS-ERASE-CASE-COUNT(ERASE-IDX)
                   END-DELETE
               END-IF
           END-PERFORM.
           MOVE WS-CASE-HELD-NOW TO WS-ERASE-CASE-HELD(ERASE-IDX).

           JUDGE-ONE-CASE-ROW SECTION.
           IF CASE-CUSTOMER-ID NOT = WS-ERASE-ID(ERASE-IDX)
               MOVE 1 TO WS-KEYED-IS-ENDED
           ELSE
               MOVE "DATE" TO LG-FUNCTION
               MOVE CASE-OPENED-DATE TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
               IF LG-RESULT = "Y"
                   ADD 1 TO WS-CASE-HELD-NOW
                   MOVE LG-MATTER TO WS-ERASE-CASE-MATTER(ERASE-IDX)
               ELSE
                   MOVE 1 TO WS-CASE-ROW-FOUND
               END-IF
           END-IF.

           JOURNAL-THE-ERASURES SECTION.
      *    Written after the scrub pass has dropped the customer's
           END-PERFORM.
           CLOSE F-CHANGE-JOURNAL-FILE.

           QUEUE-BOARD-UNLINKS SECTION.
      *    Every processed request unlinks, whether or not the ID was
      *    still on customers.dat -- a member linked to an archived
      *    or already-deleted record is just as much erased.
           OPEN EXTEND F-LINK-CHANGE-FILE.
           IF WS-LINK-CHANGE-STATUS = "35"
               OPEN OUTPUT F-LINK-CHANGE-FILE
           END-IF.
           SET ERASE-IDX TO 1.
           PERFORM UNTIL ERASE-IDX > WS-REQUEST-COUNT
               MOVE SPACES TO LINK-CHANGE-RECORD
               MOVE "UNLINK" TO LC-ACTION
               MOVE WS-ERASE-ID(ERASE-IDX) TO LC-OLD-ID
               MOVE 0 TO LC-NEW-ID
               MOVE "privacy-purge" TO LC-PROGRAM
               MOVE WS-RUN-STAMP TO LC-DATE
               WRITE LINK-CHANGE-RECORD
               END-WRITE
               SET ERASE-IDX UP BY 1
           END-PERFORM.
           CLOSE F-LINK-CHANGE-FILE.

           SCRUB-LIVE-FILES SECTION.
           MOVE 2 TO WS-SCRUB-SLOT-NOW.
           PERFORM UNTIL WS-SCRUB-SLOT-NOW > WS-SCRUB-SLOT-MAX
               SET SLOT-IDX TO WS-SCRUB-SLOT-NOW
               MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-SCRUB-NAME
      *    Same dated-name probing archive-retention uses, across
      *    both archive families, far enough back to cover anything
      *    retention hasn't already removed.
           MOVE 15 TO WS-SCRUB-SLOT-NOW.
           COMPUTE WS-FLOOR-YEAR = WS-TODAY-YEAR - 15.
           MOVE WS-FLOOR-YEAR TO WS-SCAN-YEAR.
           PERFORM UNTIL WS-SCAN-YEAR > WS-TODAY-YEAR
               PERFORM UNTIL WS-SCAN-MONTH > 12
                   MOVE 1 TO WS-SCAN-DAY
                   PERFORM UNTIL WS-SCAN-DAY > 31
                       MOVE SPACES TO WS-SCAN-STAMP
                       STRING WS-SCAN-YEAR "-" WS-SCAN-MONTH "-"
                           WS-SCAN-DAY
                           DELIMITED BY SIZE INTO WS-SCAN-STAMP
                       END-STRING
                       MOVE "DATE" TO LG-FUNCTION
                       MOVE WS-SCAN-STAMP TO LG-DATE
                       CALL "legal-hold-services" USING WS-LG-REQUEST
                       MOVE SPACES TO WS-SCRUB-NAME
                       STRING "cards-archive-" WS-SCAN-YEAR "-"
                           WS-SCAN-MONTH "-" WS-SCAN-DAY ".dat"
                           DELIMITED BY SIZE INTO WS-SCRUB-NAME
                       END-STRING
                       PERFORM SCRUB-OR-HOLD-ARCHIVE
                       MOVE SPACES TO WS-SCRUB-NAME
                       STRING "cards-tax-day-archive-" WS-SCAN-YEAR
                           "-" WS-SCAN-MONTH "-" WS-SCAN-DAY ".dat"
                           DELIMITED BY SIZE INTO WS-SCRUB-NAME
                       END-STRING
                       PERFORM SCRUB-OR-HOLD-ARCHIVE
                       ADD 1 TO WS-SCAN-DAY
                   END-PERFORM
                   ADD 1 TO WS-SCAN-MONTH
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           SCRUB-OR-HOLD-ARCHIVE SECTION.
      *    An archive dated inside a legal hold is not opened for
      *    output at all; if it is on file it is listed for the
      *    certificate instead.
           IF LG-RESULT NOT = "Y"
               PERFORM SCRUB-ONE-FILE
           ELSE
               OPEN INPUT F-SCRUB-FILE
               IF WS-SCRUB-STATUS = "00"
                   CLOSE F-SCRUB-FILE
                   IF WS-HELD-ARCHIVE-COUNT < 200
                       ADD 1 TO WS-HELD-ARCHIVE-COUNT
                       SET HELD-ARCHIVE-IDX TO WS-HELD-ARCHIVE-COUNT
                       MOVE WS-SCRUB-NAME TO
                           WS-HELD-ARCHIVE-NAME(HELD-ARCHIVE-IDX)
                       MOVE LG-MATTER TO
                           WS-HELD-ARCHIVE-MATTER(HELD-ARCHIVE-IDX)
                   END-IF
               END-IF
           END-IF.

           SCRUB-ONE-FILE SECTION.
      *    Copy-then-replace, the same idiom the message board uses
      *    for rewrites: requested IDs are dropped on the way
           MOVE SCRUB-RECORD(WS-SLOT-ID-POS(SLOT-IDX):7) TO
               WS-SCRUB-ID.
           MOVE 0 TO WS-SCRUB-HIT.
           PERFORM MATCH-SCRUB-ID.
           IF WS-SCRUB-HIT = 0 AND WS-SLOT-ID-POS-2(SLOT-IDX) > 0
               MOVE SCRUB-RECORD(WS-SLOT-ID-POS-2(SLOT-IDX):7) TO
                   WS-SCRUB-ID
               PERFORM MATCH-SCRUB-ID
           END-IF.
           IF WS-SCRUB-HIT = 0
               MOVE SCRUB-RECORD TO SCRUB-WORK-RECORD
               WRITE SCRUB-WORK-RECORD
               END-WRITE
           END-IF.

           MATCH-SCRUB-ID SECTION.
           SET ERASE-IDX TO 1.
           PERFORM UNTIL WS-SCRUB-HIT = 1 OR
               ERASE-IDX > WS-REQUEST-COUNT
                   SET ERASE-IDX UP BY 1
               END-IF
           END-PERFORM.

           WRITE-DELETION-CERTIFICATES SECTION.
           OPEN EXTEND F-CERTIFICATE-FILE.
                       CERTIFICATE-LINE
               END-IF
               WRITE CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               IF WS-ERASE-SEASONAL-DELETED(ERASE-IDX) = "Y"
                   STRING "  seasonal-addresses.dat: "
                       "INDEXED RECORD DELETED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               ELSE
                   STRING "  seasonal-addresses.dat: "
                       "NO RECORD ON FILE"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               END-IF
               WRITE CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               IF WS-ERASE-SALUTATION-DELETED(ERASE-IDX) = "Y"
                   STRING "  customer-salutations.dat: "
                       "INDEXED RECORD DELETED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               ELSE
                   STRING "  customer-salutations.dat: "
                       "NO RECORD ON FILE"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               END-IF
               WRITE CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               IF WS-ERASE-CONTACT-DELETED(ERASE-IDX) = "Y"
                   STRING "  business-contacts.dat: "
                       "INDEXED RECORD DELETED"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               ELSE
                   STRING "  business-contacts.dat: "
                       "NO RECORD ON FILE"
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
               END-IF
               WRITE CERTIFICATE-LINE
               MOVE WS-ERASE-CONSENT-COUNT(ERASE-IDX) TO WS-CERT-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  marketing-consent.dat: " WS-CERT-COUNT
                   " INDEXED RECORDS DELETED"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               END-STRING
               WRITE CERTIFICATE-LINE
               MOVE WS-ERASE-CASE-COUNT(ERASE-IDX) TO WS-CERT-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  complaint-cases.dat: " WS-CERT-COUNT
                   " INDEXED RECORDS DELETED"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               END-STRING
               WRITE CERTIFICATE-LINE
               IF WS-ERASE-CASE-HELD(ERASE-IDX) > 0
                   MOVE WS-ERASE-CASE-HELD(ERASE-IDX) TO
                       WS-CERT-COUNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "  complaint-cases.dat: " WS-CERT-COUNT
                       " RECORDS KEPT -- LEGAL HOLD "
                       WS-ERASE-CASE-MATTER(ERASE-IDX)
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
                   WRITE CERTIFICATE-LINE
               END-IF
               MOVE 1 TO WS-SCRUB-SLOT-NOW
               PERFORM UNTIL WS-SCRUB-SLOT-NOW > 15
                   SET SLOT-IDX TO WS-SCRUB-SLOT-NOW
                   MOVE WS-ERASE-FILE-COUNT
                       (ERASE-IDX, WS-SCRUB-SLOT-NOW) TO
                   WRITE CERTIFICATE-LINE
                   ADD 1 TO WS-SCRUB-SLOT-NOW
               END-PERFORM
               IF WS-ERASE-AUDIT-HELD(ERASE-IDX) > 0
                   MOVE WS-ERASE-AUDIT-HELD(ERASE-IDX) TO
                       WS-CERT-COUNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "  card-audit files: " WS-CERT-COUNT
                       " RECORDS KEPT -- LEGAL HOLD "
                       WS-ERASE-AUDIT-MATTER(ERASE-IDX)
                       DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   END-STRING
                   WRITE CERTIFICATE-LINE
               END-IF
               MOVE SPACES TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               SET ERASE-IDX UP BY 1
           END-PERFORM.
           IF WS-HELD-ARCHIVE-COUNT > 0
               PERFORM CERTIFY-HELD-ARCHIVES
           END-IF.
           SET WITHHELD-IDX TO 1.
           PERFORM UNTIL WITHHELD-IDX > WS-WITHHELD-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "ERASURE WITHHELD -- CUSTOMER "
                   WS-WITHHELD-ID(WITHHELD-IDX) " " WS-RUN-STAMP
                   " UNDER LEGAL HOLD "
                   WS-WITHHELD-MATTER(WITHHELD-IDX)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               END-STRING
               WRITE CERTIFICATE-LINE
               MOVE "  NOTHING ERASED; RETURNED TO ERASURE REVIEW" TO
                   CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE SPACES TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               SET WITHHELD-IDX UP BY 1
           END-PERFORM.
           CLOSE F-CERTIFICATE-FILE.

           CERTIFY-HELD-ARCHIVES SECTION.
      *    One block for the run: every erasure above is incomplete
      *    by whatever these archives hold for it.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "LEGAL HOLD -- DATED ARCHIVES NOT SCRUBBED "
               WS-RUN-STAMP
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           SET HELD-ARCHIVE-IDX TO 1.
           PERFORM UNTIL HELD-ARCHIVE-IDX > WS-HELD-ARCHIVE-COUNT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  " WS-HELD-ARCHIVE-NAME(HELD-ARCHIVE-IDX)
                   " -- LEGAL HOLD "
                   WS-HELD-ARCHIVE-MATTER(HELD-ARCHIVE-IDX)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               END-STRING
               WRITE CERTIFICATE-LINE
               SET HELD-ARCHIVE-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
