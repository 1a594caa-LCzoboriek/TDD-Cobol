       IDENTIFICATION DIVISION.
       PROGRAM-ID. subject-access-export.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ACCESS-REQUEST-FILE ASSIGN TO
                 "subject-access-requests.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-REQUEST-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
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
               SELECT F-BUSINESS-CONTACTS-FILE ASSIGN TO
                 "business-contacts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BC-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS BC-ACCOUNT-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-BUSINESS-CONTACTS-STATUS.
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
               SELECT F-AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-SEARCH-FILE ASSIGN TO WS-SEARCH-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEARCH-STATUS.
               SELECT F-FOUND-WORK-FILE ASSIGN TO
                 "subject-access-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-FOUND-SORTED-FILE ASSIGN TO
                 "subject-access-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-FOUND-WORK ASSIGN TO "subject-access.srt".
               SELECT F-DOSSIER-FILE ASSIGN TO
                 "subject-access-dossiers.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DOSSIER-STATUS.
               SELECT F-QUEUE-WORK-FILE ASSIGN TO
                 "subject-access-queue-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-ACCESS-REQUEST-FILE.
      *    One eight-digit customer number (ID plus id-check digit)
      *    per line, keyed by whoever took the customer's request;
      *    the run works the queue and clears it. A number that
      *    fails its check is refused and comes off the queue with
      *    the rest -- it has to be keyed again, correctly.
           01 ACCESS-REQUEST-RECORD.
               05 ACCESS-REQUEST-CUSTOMER-NUMBER.
                   10 ACCESS-REQUEST-CUSTOMER-ID PIC 9(7).
                   10 ACCESS-REQUEST-CHECK-DIGIT PIC 9.
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
               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
               05 PERSON-CONTACT-PREF PIC X.
               05 PERSON-BRAND PIC X(02).
           FD F-SEASONAL-FILE.
           01 SEASONAL-ADDRESS-RECORD.
               05 SA-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SA-START-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 SA-END-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 SA-ADDRESS.
                   10 SA-STREET PIC X(60).
                   10 SA-CITY PIC X(25).
                   10 SA-STATE PIC X(02).
                   10 SA-ZIP PIC X(10).
                   10 FILLER PIC X(03).
           FD F-SALUTATIONS-FILE.
           01 SALUTATION-RECORD.
               05 SL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 SL-HONORIFIC PIC X(4).
               05 FILLER PIC X.
               05 SL-NOMINATIVE PIC X(10).
               05 FILLER PIC X.
               05 SL-OBJECTIVE PIC X(10).
               05 FILLER PIC X.
               05 SL-POSSESSIVE PIC X(10).
               05 FILLER PIC X.
               05 SL-REFLEXIVE PIC X(10).
               05 FILLER PIC X.
               05 SL-SOURCE PIC X.
               05 FILLER PIC X.
               05 SL-UPDATED-DATE PIC X(10).
           FD F-BUSINESS-CONTACTS-FILE.
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X.
               05 BC-LINKED-DATE PIC X(10).
               05 FILLER PIC X.
               05 BC-LINKED-BY PIC X(8).
           FD F-CONSENT-FILE.
           01 CONSENT-RECORD.
               05 CN-KEY.
                   10 CN-CUSTOMER-ID PIC 9(7).
                   10 CN-TYPE PIC X(8).
               05 FILLER PIC X.
               05 CN-STATUS PIC X.
               05 FILLER PIC X.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 CN-DATE PIC X(10).
               05 FILLER PIC X.
               05 CN-OPERATOR PIC X(8).
           FD F-CASES-FILE.
           01 COMPLAINT-CASE-RECORD.
               05 CASE-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 CASE-CHANNEL PIC X(5).
               05 FILLER PIC X.
               05 CASE-STATUS PIC X(6).
               05 FILLER PIC X.
               05 CASE-OWNER PIC X(8).
               05 FILLER PIC X.
               05 CASE-OPENED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-TARGET-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-ESCALATED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-CLOSED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CASE-CLOSED-BY PIC X(8).
               05 FILLER PIC X.
               05 CASE-DAYS-TO-CLOSE PIC 9(4).
               05 FILLER PIC X.
               05 CASE-MET-TARGET PIC X.
               05 FILLER PIC X.
               05 CASE-SUMMARY PIC X(60).
               05 FILLER PIC X.
               05 CASE-RESOLUTION PIC X(60).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 AUDIT-SERIAL PIC 9(9).
           FD F-SEARCH-FILE.
           01 SEARCH-RECORD PIC X(550).
           FD F-FOUND-WORK-FILE.
           01 FOUND-WORK-RECORD.
               05 FOUND-WORK-REQUEST-SLOT PIC 99.
               05 FOUND-WORK-SOURCE-SLOT PIC 99.
               05 FOUND-WORK-SEQ PIC 9(7).
               05 FOUND-WORK-FILE-NAME PIC X(40).
               05 FOUND-WORK-TEXT PIC X(550).
           FD F-FOUND-SORTED-FILE.
           01 FOUND-SORTED-RECORD.
               05 FOUND-SORTED-REQUEST-SLOT PIC 99.
               05 FOUND-SORTED-SOURCE-SLOT PIC 99.
               05 FOUND-SORTED-SEQ PIC 9(7).
               05 FOUND-SORTED-FILE-NAME PIC X(40).
               05 FOUND-SORTED-TEXT PIC X(550).
           SD SORT-FOUND-WORK.
           01 SORT-FOUND-RECORD.
               05 SORT-FOUND-REQUEST-SLOT PIC 99.
               05 SORT-FOUND-SOURCE-SLOT PIC 99.
               05 SORT-FOUND-SEQ PIC 9(7).
               05 SORT-FOUND-FILE-NAME PIC X(40).
               05 SORT-FOUND-TEXT PIC X(550).
           FD F-DOSSIER-FILE.
           01 DOSSIER-LINE PIC X(120).
           FD F-QUEUE-WORK-FILE.
           01 QUEUE-WORK-RECORD PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-ACCESS-REQUEST-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SALUTATIONS-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-CASES-STATUS PIC XX.
      *    Whether each keyed file opened for the dossier pass; a
      *    miss leaves the file status at 23 or 10, so the status
      *    cannot stand in for this.
           01 WS-CUSTOMERS-OPEN PIC 9 VALUE 0.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SALUTATIONS-OPEN PIC 9 VALUE 0.
           01 WS-CONTACTS-OPEN PIC 9 VALUE 0.
           01 WS-CONSENT-OPEN PIC 9 VALUE 0.
           01 WS-CASES-OPEN PIC 9 VALUE 0.
      *    What the keyed reads found for the dossier being written,
      *    carried down to its certificate.
           01 WS-SEASONAL-FOUND PIC 9.
           01 WS-SALUTATION-FOUND PIC 9.
           01 WS-CONTACT-FOUND PIC 9.
           01 WS-CONSENT-FOUND-COUNT PIC 9(5).
           01 WS-CASE-FOUND-COUNT PIC 9(5).
           01 WS-KEYED-IS-ENDED PIC 9.
           01 WS-SEARCH-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-AUDIT-NAME PIC X(40) VALUE "card-audit.dat".
           01 WS-AUDIT-IS-ENDED PIC 9.
           01 WS-DOSSIER-STATUS PIC XX.
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-REQUEST-COUNT PIC 99 VALUE 0.
           01 WS-DROPPED-REQUEST-COUNT PIC 9(5) VALUE 0.
           01 WS-BAD-NUMBER-COUNT PIC 9(5) VALUE 0.
           01 WS-TAKEN-COUNT PIC 9(5) VALUE 0.
           01 WS-CONSUMED-COUNT PIC 9(5).
      *    The same file list privacy-purge scrubs, with where the
      *    7-digit customer ID sits in each record, plus the call
      *    notes, the delivery scans and the offer codes the purge
      *    leaves to their own retention. Slot 1 is the indexed
      *    card-audit.dat, read by customer-ID key rather than
      *    searched line by line. A file that carries a second
      *    customer ID (the referral ledger: referrer and referred)
      *    gives its position too; zero means none. The last slot
      *    aggregates the dated card archives, probed by name.
           77 WS-SEARCH-SLOT-MAX PIC 99 VALUE 17.
           01 WS-SEARCH-SLOTS.
               05 WS-SEARCH-SLOT OCCURS 18 TIMES
               INDEXED BY SLOT-IDX.
                   10 WS-SLOT-FILE-NAME PIC X(40).
                   10 WS-SLOT-ID-POS PIC 999.
                   10 WS-SLOT-ID-POS-2 PIC 999.
                   10 WS-SLOT-FILES-OPENED PIC 9(5).
           01 WS-ACCESS-TABLE.
               05 WS-ACCESS OCCURS 50 TIMES
               INDEXED BY ACCESS-IDX.
                   10 WS-ACCESS-ID PIC 9(7).
                   10 WS-ACCESS-ON-FILE PIC X.
                   10 WS-ACCESS-FILE-COUNT OCCURS 18 TIMES
                       PIC 9(5).
           01 WS-SEARCH-SLOT-NOW PIC 99.
           01 WS-SEARCH-ID PIC 9(7).
           01 WS-SEARCH-HIT PIC 9.
           01 WS-FOUND-SEQ PIC 9(7) VALUE 0.
           01 WS-SCAN-YEAR PIC 9(4).
           01 WS-SCAN-MONTH PIC 99.
           01 WS-SCAN-DAY PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-FLOOR-YEAR PIC 9(4).
           01 WS-CERT-COUNT PIC 9(5).
           01 WS-SORTED-ENDED PIC 9.
           01 WS-LAST-SOURCE-SLOT PIC 99.
      *    A found record is printed a hundred characters to a line,
      *    continuation lines indented under the first, so a full
      *    change-journal image survives onto the page intact.
           01 WS-PRINT-OFFSET PIC 999.
           01 WS-PRINT-LENGTH PIC 999.
           01 WS-PRINT-FIRST PIC 9.
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
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
      *    A customer asking what we hold on them used to cost a day
      *    of pulling lines out of a dozen files by hand. Every ID on
      *    subject-access-requests.dat gets one printable dossier:
      *    the PERSON record, then every line carrying the ID from
      *    the card history files, card-audit.dat, the dated
      *    archives, the change journal, the call notes, the delivery
      *    scans, the campaign offer codes, the consent history, life
      *    events and the referral ledger, with the seasonal address,
      *    salutation, business contact, marketing consents and
      *    complaint cases read by key, closed by a
      *    certificate block naming each file searched and what was
      *    found in it -- the same shape of evidence privacy-purge
      *    writes for an erasure. Nothing here opens a customer file
      *    for anything but input.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "subject-access-export" TO LS-PROGRAM.
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
               INTO WS-RUN-STAMP
           END-STRING.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           PERFORM LOAD-ACCESS-REQUESTS.
           IF WS-REQUEST-COUNT = 0
               IF WS-BAD-NUMBER-COUNT > 0
                   PERFORM CONSUME-PROCESSED-REQUESTS
               END-IF
               DISPLAY "SUBJECT ACCESS -- NO REQUESTS QUEUED"
               GOBACK
           END-IF.
           PERFORM SET-UP-SEARCH-SLOTS.
           PERFORM READ-INDEXED-RECORDS.
           OPEN OUTPUT F-FOUND-WORK-FILE.
           PERFORM SEARCH-LIVE-FILES.
           PERFORM SEARCH-DATED-ARCHIVES.
           CLOSE F-FOUND-WORK-FILE.
           SORT SORT-FOUND-WORK
               ON ASCENDING KEY SORT-FOUND-REQUEST-SLOT
                                SORT-FOUND-SOURCE-SLOT
                                SORT-FOUND-SEQ
               USING F-FOUND-WORK-FILE
               GIVING F-FOUND-SORTED-FILE.
           PERFORM WRITE-ACCESS-DOSSIERS.
           PERFORM CONSUME-PROCESSED-REQUESTS.
           DISPLAY "SUBJECT ACCESS SUMMARY -- DOSSIERS WRITTEN: "
               WS-REQUEST-COUNT
               " REFUSED: " WS-BAD-NUMBER-COUNT.
           IF WS-DROPPED-REQUEST-COUNT > 0
               DISPLAY "WARNING -- ACCESS REQUEST TABLE FULL: "
                   WS-DROPPED-REQUEST-COUNT " REQUESTS PAST THE "
                   "FIRST 50 WERE NOT PROCESSED; THEY STAY ON "
                   "FILE -- RERUN TO PROCESS THEM"
           END-IF.
           GOBACK.

           LOAD-ACCESS-REQUESTS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACCESS-REQUEST-FILE.
           IF WS-ACCESS-REQUEST-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACCESS-REQUEST-FILE
                   NOT AT END
                       IF WS-REQUEST-COUNT >= 50
                           ADD 1 TO WS-DROPPED-REQUEST-COUNT
                       ELSE
                           ADD 1 TO WS-TAKEN-COUNT
                           PERFORM TAKE-ONE-ACCESS-REQUEST
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ACCESS-REQUEST-STATUS = "00"
               CLOSE F-ACCESS-REQUEST-FILE
           END-IF.
           SET ACCESS-IDX TO 1.
           PERFORM UNTIL ACCESS-IDX > WS-REQUEST-COUNT
               MOVE 1 TO WS-SEARCH-SLOT-NOW
               PERFORM UNTIL WS-SEARCH-SLOT-NOW > 18
                   MOVE 0 TO WS-ACCESS-FILE-COUNT
                       (ACCESS-IDX, WS-SEARCH-SLOT-NOW)
                   ADD 1 TO WS-SEARCH-SLOT-NOW
               END-PERFORM
               SET ACCESS-IDX UP BY 1
           END-PERFORM.

           TAKE-ONE-ACCESS-REQUEST SECTION.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE ACCESS-REQUEST-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               ADD 1 TO WS-BAD-NUMBER-COUNT
               DISPLAY "SUBJECT ACCESS -- REQUEST REFUSED: "
                   ACCESS-REQUEST-CUSTOMER-NUMBER " -- " IC-MESSAGE
           ELSE
               ADD 1 TO WS-REQUEST-COUNT
               SET ACCESS-IDX TO WS-REQUEST-COUNT
               MOVE ACCESS-REQUEST-CUSTOMER-ID TO
                   WS-ACCESS-ID(ACCESS-IDX)
               MOVE "N" TO WS-ACCESS-ON-FILE(ACCESS-IDX)
           END-IF.

           CONSUME-PROCESSED-REQUESTS SECTION.
      *    Same hand-back privacy-purge does with its approvals: the
      *    requests just answered (and any refused for a bad number)
      *    come off the queue, and any past the table limit ride the
      *    copy-through back for the rerun.
           IF WS-DROPPED-REQUEST-COUNT = 0
               OPEN OUTPUT F-ACCESS-REQUEST-FILE
               CLOSE F-ACCESS-REQUEST-FILE
           ELSE
               MOVE 0 TO WS-CONSUMED-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-ACCESS-REQUEST-FILE
               OPEN OUTPUT F-QUEUE-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ACCESS-REQUEST-FILE
                       NOT AT END
                           ADD 1 TO WS-CONSUMED-COUNT
                           IF WS-CONSUMED-COUNT > WS-TAKEN-COUNT
                               MOVE ACCESS-REQUEST-RECORD TO
                                   QUEUE-WORK-RECORD
                               WRITE QUEUE-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACCESS-REQUEST-FILE
               CLOSE F-QUEUE-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-QUEUE-WORK-FILE
               OPEN OUTPUT F-ACCESS-REQUEST-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUEUE-WORK-FILE
                       NOT AT END
                           MOVE QUEUE-WORK-RECORD TO
                               ACCESS-REQUEST-RECORD
                           WRITE ACCESS-REQUEST-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUEUE-WORK-FILE
               CLOSE F-ACCESS-REQUEST-FILE
           END-IF.

           SET-UP-SEARCH-SLOTS SECTION.
           INITIALIZE WS-SEARCH-SLOTS.
           MOVE "card-audit.dat" TO WS-SLOT-FILE-NAME(1).
           MOVE 1 TO WS-SLOT-ID-POS(1).
           MOVE "cards.dat" TO WS-SLOT-FILE-NAME(2).
           MOVE 1 TO WS-SLOT-ID-POS(2).
           MOVE "cards-tax-day.dat" TO WS-SLOT-FILE-NAME(3).
           MOVE 1 TO WS-SLOT-ID-POS(3).
           MOVE "cards-combined.dat" TO WS-SLOT-FILE-NAME(4).
           MOVE 1 TO WS-SLOT-ID-POS(4).
           MOVE "cards-21st-birthday.dat" TO WS-SLOT-FILE-NAME(5).
           MOVE 1 TO WS-SLOT-ID-POS(5).
           MOVE "cards-65th-birthday.dat" TO WS-SLOT-FILE-NAME(6).
           MOVE 1 TO WS-SLOT-ID-POS(6).
           MOVE "signup-anniversary-cards.dat" TO
               WS-SLOT-FILE-NAME(7).
           MOVE 1 TO WS-SLOT-ID-POS(7).
           MOVE "campaign-cards.dat" TO WS-SLOT-FILE-NAME(8).
           MOVE 1 TO WS-SLOT-ID-POS(8).
           MOVE "ecard-extract.dat" TO WS-SLOT-FILE-NAME(9).
           MOVE 1 TO WS-SLOT-ID-POS(9).
           MOVE "card-batch-manifest-detail.dat" TO
               WS-SLOT-FILE-NAME(10).
           MOVE 24 TO WS-SLOT-ID-POS(10).
           MOVE "customer-change-journal.dat" TO
               WS-SLOT-FILE-NAME(11).
           MOVE 1 TO WS-SLOT-ID-POS(11).
           MOVE "customer-notes.dat" TO WS-SLOT-FILE-NAME(12).
           MOVE 1 TO WS-SLOT-ID-POS(12).
           MOVE "delivery-status.dat" TO WS-SLOT-FILE-NAME(13).
           MOVE 24 TO WS-SLOT-ID-POS(13).
           MOVE "campaign-offers.dat" TO WS-SLOT-FILE-NAME(14).
           MOVE 29 TO WS-SLOT-ID-POS(14).
           MOVE "marketing-consent-history.dat" TO
               WS-SLOT-FILE-NAME(15).
           MOVE 1 TO WS-SLOT-ID-POS(15).
           MOVE "life-events.dat" TO WS-SLOT-FILE-NAME(16).
           MOVE 1 TO WS-SLOT-ID-POS(16).
           MOVE "referral-ledger.dat" TO WS-SLOT-FILE-NAME(17).
           MOVE 1 TO WS-SLOT-ID-POS(17).
           MOVE 9 TO WS-SLOT-ID-POS-2(17).
           MOVE "dated card archives" TO WS-SLOT-FILE-NAME(18).
           MOVE 1 TO WS-SLOT-ID-POS(18).
           MOVE 1 TO WS-SEARCH-SLOT-NOW.
           PERFORM UNTIL WS-SEARCH-SLOT-NOW > 18
               MOVE 0 TO WS-SLOT-FILES-OPENED(WS-SEARCH-SLOT-NOW)
               ADD 1 TO WS-SEARCH-SLOT-NOW
           END-PERFORM.

           READ-INDEXED-RECORDS SECTION.
      *    Only the presence of the master record is noted here; the
      *    record itself is read again, by key, as each dossier is
      *    printed.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               SET ACCESS-IDX TO 1
               PERFORM UNTIL ACCESS-IDX > WS-REQUEST-COUNT
                   MOVE WS-ACCESS-ID(ACCESS-IDX) TO PERSON-CUSTOMER-ID
                   READ F-CUSTOMERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ACCESS-ON-FILE(ACCESS-IDX)
                   END-READ
                   SET ACCESS-IDX UP BY 1
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           SEARCH-LIVE-FILES SECTION.
           PERFORM SEARCH-AUDIT-BY-KEY.
           MOVE 2 TO WS-SEARCH-SLOT-NOW.
           PERFORM UNTIL WS-SEARCH-SLOT-NOW > WS-SEARCH-SLOT-MAX
               SET SLOT-IDX TO WS-SEARCH-SLOT-NOW
               MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-SEARCH-NAME
               PERFORM SEARCH-ONE-FILE
               ADD 1 TO WS-SEARCH-SLOT-NOW
           END-PERFORM.

           SEARCH-AUDIT-BY-KEY SECTION.
      *    Each request's audit rows come straight off the customer-ID
      *    key and go to the work file under slot 1, exactly as a
      *    line-by-line search would have tagged them. The closed
      *    years the year-end close moved off card-audit.dat are
      *    keyed the same way and are read the same way, probed by
      *    name over the span the dated archives are.
           MOVE 1 TO WS-SEARCH-SLOT-NOW.
           SET SLOT-IDX TO 1.
           MOVE WS-SLOT-FILE-NAME(1) TO WS-SEARCH-NAME.
           MOVE "card-audit.dat" TO WS-AUDIT-NAME.
           PERFORM SEARCH-ONE-AUDIT-FILE.
           COMPUTE WS-SCAN-YEAR = WS-TODAY-YEAR - 15.
           PERFORM UNTIL WS-SCAN-YEAR >= WS-TODAY-YEAR
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "card-audit-" WS-SCAN-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               MOVE WS-AUDIT-NAME TO WS-SEARCH-NAME
               PERFORM SEARCH-ONE-AUDIT-FILE
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           SEARCH-ONE-AUDIT-FILE SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-SLOT-FILES-OPENED(1)
               SET ACCESS-IDX TO 1
               PERFORM UNTIL ACCESS-IDX > WS-REQUEST-COUNT
                   PERFORM SEARCH-ONE-AUDIT-CUSTOMER
                   SET ACCESS-IDX UP BY 1
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

           SEARCH-ONE-AUDIT-CUSTOMER SECTION.
           MOVE 0 TO WS-AUDIT-IS-ENDED.
           MOVE WS-ACCESS-ID(ACCESS-IDX) TO AUDIT-CUSTOMER-ID.
           START F-AUDIT-FILE KEY IS = AUDIT-CUSTOMER-ID
               INVALID KEY
                   MOVE 1 TO WS-AUDIT-IS-ENDED
           END-START.
           PERFORM UNTIL WS-AUDIT-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       IF AUDIT-CUSTOMER-ID NOT =
                           WS-ACCESS-ID(ACCESS-IDX)
                           MOVE 1 TO WS-AUDIT-IS-ENDED
                       ELSE
                           ADD 1 TO WS-ACCESS-FILE-COUNT(ACCESS-IDX, 1)
                           ADD 1 TO WS-FOUND-SEQ
                           MOVE SPACES TO FOUND-WORK-RECORD
                           SET FOUND-WORK-REQUEST-SLOT TO ACCESS-IDX
                           MOVE 1 TO FOUND-WORK-SOURCE-SLOT
                           MOVE WS-FOUND-SEQ TO FOUND-WORK-SEQ
                           MOVE WS-SEARCH-NAME TO FOUND-WORK-FILE-NAME
                           MOVE AUDIT-RECORD TO FOUND-WORK-TEXT
                           WRITE FOUND-WORK-RECORD
                           END-WRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-AUDIT-IS-ENDED
               END-READ
           END-PERFORM.

           SEARCH-DATED-ARCHIVES SECTION.
      *    The dated-name probe privacy-purge and archive-retention
      *    use, across both archive families and the same fifteen
      *    years back.
           MOVE 18 TO WS-SEARCH-SLOT-NOW.
           COMPUTE WS-FLOOR-YEAR = WS-TODAY-YEAR - 15.
           MOVE WS-FLOOR-YEAR TO WS-SCAN-YEAR.
           PERFORM UNTIL WS-SCAN-YEAR > WS-TODAY-YEAR
               MOVE 1 TO WS-SCAN-MONTH
               PERFORM UNTIL WS-SCAN-MONTH > 12
                   MOVE 1 TO WS-SCAN-DAY
                   PERFORM UNTIL WS-SCAN-DAY > 31
                       MOVE SPACES TO WS-SEARCH-NAME
                       STRING "cards-archive-" WS-SCAN-YEAR "-"
                           WS-SCAN-MONTH "-" WS-SCAN-DAY ".dat"
                           DELIMITED BY SIZE INTO WS-SEARCH-NAME
                       END-STRING
                       PERFORM SEARCH-ONE-FILE
                       MOVE SPACES TO WS-SEARCH-NAME
                       STRING "cards-tax-day-archive-" WS-SCAN-YEAR
                           "-" WS-SCAN-MONTH "-" WS-SCAN-DAY ".dat"
                           DELIMITED BY SIZE INTO WS-SEARCH-NAME
                       END-STRING
                       PERFORM SEARCH-ONE-FILE
                       ADD 1 TO WS-SCAN-DAY
                   END-PERFORM
                   ADD 1 TO WS-SCAN-MONTH
               END-PERFORM
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           SEARCH-ONE-FILE SECTION.
      *    Input only: every line whose ID belongs to a request is
      *    copied to the work file, tagged with the request and the
      *    file it came from, for the per-customer sort below.
           SET SLOT-IDX TO WS-SEARCH-SLOT-NOW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SEARCH-FILE.
           IF WS-SEARCH-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               ADD 1 TO WS-SLOT-FILES-OPENED(SLOT-IDX)
           END-IF.
           IF WS-FILE-IS-ENDED = 0
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SEARCH-FILE
                       NOT AT END
                           PERFORM SEARCH-ONE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SEARCH-FILE
           END-IF.

           SEARCH-ONE-RECORD SECTION.
           MOVE SEARCH-RECORD(WS-SLOT-ID-POS(SLOT-IDX):7) TO
               WS-SEARCH-ID.
           MOVE 0 TO WS-SEARCH-HIT.
           PERFORM MATCH-SEARCH-ID.
           IF WS-SEARCH-HIT = 0 AND WS-SLOT-ID-POS-2(SLOT-IDX) > 0
               MOVE SEARCH-RECORD(WS-SLOT-ID-POS-2(SLOT-IDX):7) TO
                   WS-SEARCH-ID
               PERFORM MATCH-SEARCH-ID
           END-IF.
           IF WS-SEARCH-HIT = 1
               ADD 1 TO WS-FOUND-SEQ
               MOVE SPACES TO FOUND-WORK-RECORD
               SET FOUND-WORK-REQUEST-SLOT TO ACCESS-IDX
               MOVE WS-SEARCH-SLOT-NOW TO FOUND-WORK-SOURCE-SLOT
               MOVE WS-FOUND-SEQ TO FOUND-WORK-SEQ
               MOVE WS-SEARCH-NAME TO FOUND-WORK-FILE-NAME
               MOVE SEARCH-RECORD TO FOUND-WORK-TEXT
               WRITE FOUND-WORK-RECORD
               END-WRITE
           END-IF.

           MATCH-SEARCH-ID SECTION.
           SET ACCESS-IDX TO 1.
           PERFORM UNTIL WS-SEARCH-HIT = 1 OR
               ACCESS-IDX > WS-REQUEST-COUNT
               IF WS-ACCESS-ID(ACCESS-IDX) = WS-SEARCH-ID
                   MOVE 1 TO WS-SEARCH-HIT
                   ADD 1 TO WS-ACCESS-FILE-COUNT
                       (ACCESS-IDX, WS-SEARCH-SLOT-NOW)
               ELSE
                   SET ACCESS-IDX UP BY 1
               END-IF
           END-PERFORM.

           WRITE-ACCESS-DOSSIERS SECTION.
      *    The sorted work file arrives grouped by request in table
      *    order, so one forward walk with a single record of
      *    look-ahead lays each customer's lines under their own
      *    dossier.
           OPEN EXTEND F-DOSSIER-FILE.
           IF WS-DOSSIER-STATUS = "35"
               OPEN OUTPUT F-DOSSIER-FILE
           END-IF.
           OPEN INPUT F-FOUND-SORTED-FILE.
           MOVE 0 TO WS-SORTED-ENDED.
           PERFORM READ-NEXT-FOUND-RECORD.
           MOVE 0 TO WS-CUSTOMERS-OPEN.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 1 TO WS-CUSTOMERS-OPEN
           END-IF.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           MOVE 0 TO WS-SALUTATIONS-OPEN.
           OPEN INPUT F-SALUTATIONS-FILE.
           IF WS-SALUTATIONS-STATUS = "00"
               MOVE 1 TO WS-SALUTATIONS-OPEN
           END-IF.
           MOVE 0 TO WS-CONTACTS-OPEN.
           OPEN INPUT F-BUSINESS-CONTACTS-FILE.
           IF WS-BUSINESS-CONTACTS-STATUS = "00"
               MOVE 1 TO WS-CONTACTS-OPEN
           END-IF.
           MOVE 0 TO WS-CONSENT-OPEN.
           OPEN INPUT F-CONSENT-FILE.
           IF WS-CONSENT-STATUS = "00"
               MOVE 1 TO WS-CONSENT-OPEN
           END-IF.
           MOVE 0 TO WS-CASES-OPEN.
           OPEN INPUT F-CASES-FILE.
           IF WS-CASES-STATUS = "00"
               MOVE 1 TO WS-CASES-OPEN
           END-IF.
           SET ACCESS-IDX TO 1.
           PERFORM UNTIL ACCESS-IDX > WS-REQUEST-COUNT
               PERFORM WRITE-DOSSIER-HEADING
               PERFORM WRITE-DOSSIER-PERSON
               PERFORM WRITE-DOSSIER-SEASONAL
               PERFORM WRITE-DOSSIER-SALUTATION
               PERFORM WRITE-DOSSIER-BUSINESS-CONTACT
               PERFORM WRITE-DOSSIER-CONSENT
               PERFORM WRITE-DOSSIER-CASES
               MOVE 0 TO WS-LAST-SOURCE-SLOT
               PERFORM UNTIL WS-SORTED-ENDED = 1 OR
                   FOUND-SORTED-REQUEST-SLOT NOT = ACCESS-IDX
                   PERFORM WRITE-DOSSIER-FOUND-LINE
                   PERFORM READ-NEXT-FOUND-RECORD
               END-PERFORM
               PERFORM WRITE-DOSSIER-CERTIFICATE
               SET ACCESS-IDX UP BY 1
           END-PERFORM.
           IF WS-CUSTOMERS-OPEN = 1
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           IF WS-SALUTATIONS-OPEN = 1
               CLOSE F-SALUTATIONS-FILE
           END-IF.
           IF WS-CONTACTS-OPEN = 1
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
           IF WS-CONSENT-OPEN = 1
               CLOSE F-CONSENT-FILE
           END-IF.
           IF WS-CASES-OPEN = 1
               CLOSE F-CASES-FILE
           END-IF.
           CLOSE F-FOUND-SORTED-FILE.
           CLOSE F-DOSSIER-FILE.

           READ-NEXT-FOUND-RECORD SECTION.
           READ F-FOUND-SORTED-FILE
               AT END
                   MOVE 1 TO WS-SORTED-ENDED
           END-READ.

           WRITE-DOSSIER-HEADING SECTION.
           MOVE ALL "=" TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "SUBJECT ACCESS DOSSIER -- CUSTOMER "
               WS-ACCESS-ID(ACCESS-IDX) " PREPARED " WS-RUN-STAMP
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE ALL "=" TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

           WRITE-DOSSIER-PERSON SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "CUSTOMER RECORD (customers.dat)" TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           IF WS-ACCESS-ON-FILE(ACCESS-IDX) NOT = "Y"
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO PERSON-CUSTOMER-ID
               IF WS-CUSTOMERS-OPEN = 1
                   READ F-CUSTOMERS-FILE
                       INVALID KEY
                           MOVE SPACES TO PERSON-NAME
                   END-READ
               ELSE
                   MOVE SPACES TO PERSON
               END-IF
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Name:          " PERSON-NAME
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Street:        " PERSON-STREET
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  City/State/ZIP: " PERSON-CITY " "
                   PERSON-STATE " " PERSON-ZIP
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Country:       " PERSON-COUNTRY
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Birthday:      " PERSON-BIRTHDAY
                   "   Signed up: " PERSON-SIGNUP-DATE
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Job title:     " PERSON-JOB-TITLE
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Do not mail: " PERSON-DO-NOT-MAIL
                   "  Undeliverable: " PERSON-UNDELIVERABLE
                   "  Suppressed: " PERSON-SUPPRESSED
                   "  Contact pref: " PERSON-CONTACT-PREF
                   "  Brand: " PERSON-BRAND
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-SEASONAL SECTION.
      *    The second, date-ranged mailing address kept from the
      *    maintenance screen, read by key like the master record.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "SEASONAL ADDRESS (seasonal-addresses.dat)" TO
               DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 0 TO WS-SEASONAL-FOUND.
           IF WS-SEASONAL-OPEN = 1
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO SA-CUSTOMER-ID
               READ F-SEASONAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-SEASONAL-FOUND
               END-READ
           END-IF.
           IF WS-SEASONAL-FOUND = 0
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Every year:    " SA-START-DATE " through "
                   SA-END-DATE
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Street:        " SA-STREET
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  City/State/ZIP: " SA-CITY " "
                   SA-STATE " " SA-ZIP
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-SALUTATION SECTION.
      *    The title and pronoun set letters and cards address the
      *    customer by, read by key.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "SALUTATION (customer-salutations.dat)" TO
               DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 0 TO WS-SALUTATION-FOUND.
           IF WS-SALUTATIONS-OPEN = 1
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO SL-CUSTOMER-ID
               READ F-SALUTATIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-SALUTATION-FOUND
               END-READ
           END-IF.
           IF WS-SALUTATION-FOUND = 0
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Title:         " SL-HONORIFIC
                   "   Recorded: " SL-UPDATED-DATE
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Pronouns:      " SL-NOMINATIVE " "
                   SL-OBJECTIVE " " SL-POSSESSIVE " " SL-REFLEXIVE
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-BUSINESS-CONTACT SECTION.
      *    The link to the firm the customer works for, if any.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "BUSINESS CONTACT (business-contacts.dat)" TO
               DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 0 TO WS-CONTACT-FOUND.
           IF WS-CONTACTS-OPEN = 1
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CONTACT-FOUND
               END-READ
           END-IF.
           IF WS-CONTACT-FOUND = 0
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               MOVE SPACES TO DOSSIER-LINE
               STRING "  Account:       " BC-ACCOUNT-ID
                   "   Linked: " BC-LINKED-DATE " by " BC-LINKED-BY
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-CONSENT SECTION.
      *    One line per consent type on file, from the customer's
      *    lowest type up the key.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "MARKETING CONSENT (marketing-consent.dat)" TO
               DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 0 TO WS-CONSENT-FOUND-COUNT.
           MOVE 1 TO WS-KEYED-IS-ENDED.
           IF WS-CONSENT-OPEN = 1
               MOVE 0 TO WS-KEYED-IS-ENDED
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO CN-CUSTOMER-ID
               MOVE LOW-VALUES TO CN-TYPE
               START F-CONSENT-FILE KEY IS >= CN-KEY
                   INVALID KEY
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-START
           END-IF.
           PERFORM UNTIL WS-KEYED-IS-ENDED = 1
               READ F-CONSENT-FILE NEXT RECORD
                   NOT AT END
                       IF CN-CUSTOMER-ID NOT = WS-ACCESS-ID(ACCESS-IDX)
                           MOVE 1 TO WS-KEYED-IS-ENDED
                       ELSE
                           ADD 1 TO WS-CONSENT-FOUND-COUNT
                           MOVE SPACES TO DOSSIER-LINE
                           STRING "  " CN-TYPE "  Status: " CN-STATUS
                               "  Source: " CN-SOURCE
                               "  Dated: " CN-DATE
                               "  Operator: " CN-OPERATOR
                               DELIMITED BY SIZE INTO DOSSIER-LINE
                           END-STRING
                           WRITE DOSSIER-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CONSENT-FOUND-COUNT = 0
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-CASES SECTION.
      *    Every complaint case opened for the customer, found
      *    through the customer-ID alternate key.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "COMPLAINT CASES (complaint-cases.dat)" TO
               DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 0 TO WS-CASE-FOUND-COUNT.
           MOVE 1 TO WS-KEYED-IS-ENDED.
           IF WS-CASES-OPEN = 1
               MOVE 0 TO WS-KEYED-IS-ENDED
               MOVE WS-ACCESS-ID(ACCESS-IDX) TO CASE-CUSTOMER-ID
               START F-CASES-FILE KEY IS = CASE-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-START
           END-IF.
           PERFORM UNTIL WS-KEYED-IS-ENDED = 1
               READ F-CASES-FILE NEXT RECORD
                   NOT AT END
                       IF CASE-CUSTOMER-ID NOT =
                           WS-ACCESS-ID(ACCESS-IDX)
                           MOVE 1 TO WS-KEYED-IS-ENDED
                       ELSE
                           ADD 1 TO WS-CASE-FOUND-COUNT
                           PERFORM WRITE-DOSSIER-ONE-CASE
                       END-IF
                   AT END
                       MOVE 1 TO WS-KEYED-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CASE-FOUND-COUNT = 0
               MOVE "  NO RECORD ON FILE" TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-ONE-CASE SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "  Case " CASE-NUMBER "  " CASE-CATEGORY
               "  " CASE-CHANNEL "  " CASE-STATUS
               "  Opened: " CASE-OPENED-DATE
               "  Closed: " CASE-CLOSED-DATE
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "      Summary:    " CASE-SUMMARY
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           IF CASE-RESOLUTION NOT = SPACES
               MOVE SPACES TO DOSSIER-LINE
               STRING "      Resolution: " CASE-RESOLUTION
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
           END-IF.

           WRITE-DOSSIER-FOUND-LINE SECTION.
      *    A new source gets its own caption; the dated archives are
      *    captioned per archive file so the customer can see which
      *    day's batch each card image came from.
           IF FOUND-SORTED-SOURCE-SLOT NOT = WS-LAST-SOURCE-SLOT OR
               FOUND-SORTED-SOURCE-SLOT = 18
               MOVE SPACES TO DOSSIER-LINE
               WRITE DOSSIER-LINE
               MOVE SPACES TO DOSSIER-LINE
               STRING "RECORDS FROM "
                   FUNCTION TRIM(FOUND-SORTED-FILE-NAME)
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               END-STRING
               WRITE DOSSIER-LINE
               MOVE FOUND-SORTED-SOURCE-SLOT TO WS-LAST-SOURCE-SLOT
           END-IF.
           MOVE 1 TO WS-PRINT-OFFSET.
           MOVE 1 TO WS-PRINT-FIRST.
           PERFORM UNTIL WS-PRINT-OFFSET > 550
               MOVE 100 TO WS-PRINT-LENGTH
               IF WS-PRINT-OFFSET + WS-PRINT-LENGTH > 551
                   COMPUTE WS-PRINT-LENGTH = 551 - WS-PRINT-OFFSET
               END-IF
               IF WS-PRINT-FIRST = 1 OR
                   FOUND-SORTED-TEXT(WS-PRINT-OFFSET:) NOT = SPACES
                   MOVE SPACES TO DOSSIER-LINE
                   IF WS-PRINT-FIRST = 1
                       MOVE FOUND-SORTED-TEXT
                           (WS-PRINT-OFFSET:WS-PRINT-LENGTH) TO
                           DOSSIER-LINE(3:100)
                   ELSE
                       MOVE FOUND-SORTED-TEXT
                           (WS-PRINT-OFFSET:WS-PRINT-LENGTH) TO
                           DOSSIER-LINE(7:100)
                   END-IF
                   WRITE DOSSIER-LINE
               END-IF
               MOVE 0 TO WS-PRINT-FIRST
               ADD 100 TO WS-PRINT-OFFSET
           END-PERFORM.

           WRITE-DOSSIER-CERTIFICATE SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "SEARCH CERTIFICATE -- CUSTOMER "
               WS-ACCESS-ID(ACCESS-IDX) " SEARCHED " WS-RUN-STAMP
               " -- READ ONLY, NOTHING CHANGED OR REMOVED"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           IF WS-ACCESS-ON-FILE(ACCESS-IDX) = "Y"
               MOVE "  customers.dat: 1 RECORD FOUND" TO DOSSIER-LINE
           ELSE
               MOVE "  customers.dat: NO RECORD ON FILE" TO
                   DOSSIER-LINE
           END-IF.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           MOVE WS-SEASONAL-FOUND TO WS-CERT-COUNT.
           STRING "  seasonal-addresses.dat: " WS-CERT-COUNT
               " RECORDS FOUND"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           MOVE WS-SALUTATION-FOUND TO WS-CERT-COUNT.
           STRING "  customer-salutations.dat: " WS-CERT-COUNT
               " RECORDS FOUND"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           MOVE WS-CONTACT-FOUND TO WS-CERT-COUNT.
           STRING "  business-contacts.dat: " WS-CERT-COUNT
               " RECORDS FOUND"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "  marketing-consent.dat: " WS-CONSENT-FOUND-COUNT
               " RECORDS FOUND"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "  complaint-cases.dat: " WS-CASE-FOUND-COUNT
               " RECORDS FOUND"
               DELIMITED BY SIZE INTO DOSSIER-LINE
           END-STRING.
           WRITE DOSSIER-LINE.
           MOVE 1 TO WS-SEARCH-SLOT-NOW.
           PERFORM UNTIL WS-SEARCH-SLOT-NOW > 18
               SET SLOT-IDX TO WS-SEARCH-SLOT-NOW
               MOVE WS-ACCESS-FILE-COUNT
                   (ACCESS-IDX, WS-SEARCH-SLOT-NOW) TO WS-CERT-COUNT
               MOVE SPACES TO DOSSIER-LINE
               EVALUATE TRUE
                   WHEN WS-SLOT-FILES-OPENED(SLOT-IDX) = 0
                       STRING "  " WS-SLOT-FILE-NAME(SLOT-IDX)
                           ": NOT PRESENT -- NOTHING HELD"
                           DELIMITED BY SIZE INTO DOSSIER-LINE
                       END-STRING
                   WHEN WS-SEARCH-SLOT-NOW = 18
                       STRING "  " WS-SLOT-FILE-NAME(SLOT-IDX)
                           ": " WS-CERT-COUNT " RECORDS FOUND IN "
                           WS-SLOT-FILES-OPENED(SLOT-IDX) " FILES"
                           DELIMITED BY SIZE INTO DOSSIER-LINE
                       END-STRING
                   WHEN OTHER
                       STRING "  " WS-SLOT-FILE-NAME(SLOT-IDX)
                           ": " WS-CERT-COUNT " RECORDS FOUND"
                           DELIMITED BY SIZE INTO DOSSIER-LINE
                       END-STRING
               END-EVALUATE
               WRITE DOSSIER-LINE
               ADD 1 TO WS-SEARCH-SLOT-NOW
           END-PERFORM.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
