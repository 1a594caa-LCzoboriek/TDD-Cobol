                 "campaign-cards.dat"
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
                 "file-control-totals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
               SELECT F-CONTROL-GROUP-FILE ASSIGN TO
                 "campaign-control-group.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-GROUP-STATUS.
               SELECT F-SEASONAL-FILE ASSIGN TO
                 "seasonal-addresses.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SA-CUSTOMER-ID
                 FILE STATUS IS WS-SEASONAL-STATUS.
               SELECT F-BUDGET-CONTROL-FILE ASSIGN TO
                 "postage-budget-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-CONTROL-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "postage-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-COUNTRY-FILE ASSIGN TO "country-codes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COUNTRY-STATUS.
               SELECT F-SPEND-LEDGER-FILE ASSIGN TO
                 "postage-spend-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPEND-LEDGER-STATUS.
               SELECT F-BUDGET-DEFERRED-FILE ASSIGN TO
                 "budget-deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-DEFERRED-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CAMPAIGN-CONTROL-FILE.
      *        blank restricts it to the house brand, so a branded
      *        customer is never mailed under the house name.
               05 CAMPAIGN-BRAND PIC X(2).
               05 FILLER PIC X.
      *        Share of the selected customers held back unmailed as
      *        the campaign's control group, 0-99; blank mails all.
               05 CAMPAIGN-HOLDOUT-PCT PIC XX.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
                   88 PERSON-ADDRESS-UNDELIVERABLE VALUE "Y".
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(01).
               05 PERSON-BRAND PIC X(02).
           FD F-CAMPAIGN-PENDING-FILE.
               05 FCT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-TIME PIC X(8).
           FD F-CONTROL-GROUP-FILE.
      *    One line per customer held out of a campaign: selected
      *    exactly like the mailed customers but sent nothing, so
      *    campaign-redemption can set their activity against the
      *    mailed customers' redemptions.
           01 CONTROL-GROUP-RECORD.
               05 CG-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CG-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CG-STATE PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 CG-RUN-DATE PIC X(10).
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
           FD F-BUDGET-CONTROL-FILE.
      *    Finance's postage budget: an M line per month with the
      *    dollar limit (two implied decimals, like the rate table),
      *    and a P line per card type with its priority, 1 highest.
      *    Once a month's spend reaches its limit only priority-1
      *    types keep mailing; BIRTHDAY and TAX-DAY (and the
      *    combined card) always go out whatever their line says.
      *    A month with no M line has no budget.
           01 BUDGET-MONTH-RECORD.
               05 BUDGET-RECORD-TYPE PIC X.
                   88 BUDGET-IS-MONTH-LINE VALUE "M".
                   88 BUDGET-IS-PRIORITY-LINE VALUE "P".
               05 FILLER PIC X.
               05 BUDGET-MONTH PIC X(7).
               05 FILLER PIC X.
               05 BUDGET-LIMIT PIC 9(7)V99.
           01 BUDGET-PRIORITY-RECORD.
               05 FILLER PIC X.
               05 FILLER PIC X.
               05 BUDGET-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 BUDGET-PRIORITY PIC 9.
           FD F-RATES-FILE.
      *    The same per-card-type rate table the postage cost report
      *    prices from: domestic, then international.
           01 RATE-RECORD.
               05 RATE-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 RATE-DOMESTIC PIC 9(3)V99.
               05 FILLER PIC X.
               05 RATE-INTERNATIONAL PIC 9(3)V99.
           FD F-COUNTRY-FILE.
           01 COUNTRY-RECORD.
               05 COUNTRY-ISO-CODE PIC X(2).
               05 FILLER PIC X.
               05 COUNTRY-NAME PIC X(20).
               05 FILLER PIC X.
               05 COUNTRY-LANGUAGE PIC X(2).
               05 FILLER PIC X.
               05 COUNTRY-POSTAGE-ZONE PIC X.
               05 FILLER PIC X.
               05 COUNTRY-ADDRESS-FORMAT PIC X.
           FD F-SPEND-LEDGER-FILE.
      *    The running postage spend: one line per selecting or
      *    releasing run, so month-to-date is the sum of the
      *    month's lines and today's burn the sum of today's.
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
           FD F-BUDGET-DEFERRED-FILE.
      *    Cards held back by the budget, parked fully built with
      *    the priority and price they were judged at, until
      *    postage-budget-release finds room for them.
           01 BUDGET-DEFERRED-RECORD.
               05 BD-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 BD-CARD-IMAGE PIC X(203).
               05 FILLER PIC X VALUE SPACE.
               05 BD-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 BD-PRIORITY PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 BD-PIECE-RATE PIC 9(3)V99.
               05 FILLER PIC X VALUE SPACE.
               05 BD-DEFERRED-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CAMPAIGN-CONTROL-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-MIN-SIGNUP-YEAR PIC 9999.
           01 WS-MAX-SIGNUP-YEAR PIC 9999.
           01 WS-GREETING-PREFIX PIC X(40).
      *    The name the greeting addresses, from salutation-services.
           01 WS-GREETING-NAME PIC X(40).
           01 WS-SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
           01 WS-RECORD-WANTED PIC X.
               88 CUSTOMER-IS-WANTED VALUE "Y".
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
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
           01 WS-CONTACT-CAP-STATUS PIC XX.
           01 WS-FREQ-DEFER-STATUS PIC XX.
           01 WS-CAP-ACTIVE PIC 9 VALUE 0.
           01 WS-HOLD-TODAY PIC X(10).
           01 WS-HOLD-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-CONTROL-TOTALS-STATUS PIC XX.
           01 WS-CONTROL-GROUP-STATUS PIC XX.
           01 WS-HOLDOUT-PCT PIC 99 VALUE 0.
      *    The holdout draw: a seed from the campaign code and a
      *    hash of the customer ID, so rerunning the same campaign
      *    holds back exactly the same customers.
           01 WS-HOLDOUT-SEED PIC 9(5) VALUE 0.
           01 WS-SEED-POS PIC 99.
           01 WS-HOLDOUT-MIX PIC 9(7).
           01 WS-HOLDOUT-SQUARE PIC 9(14).
           01 WS-HOLDOUT-DRAW PIC 99.
           01 WS-HOLDOUT-COUNT PIC 9(7) VALUE 0.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
      *    Postage budget: this month's limit, its spend so far off
      *    the ledger plus everything priced tonight, the card-type
      *    priorities, and the rate and zone tables that price a
      *    piece.
           01 WS-BUDGET-CONTROL-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-COUNTRY-STATUS PIC XX.
           01 WS-SPEND-LEDGER-STATUS PIC XX.
           01 WS-BUDGET-DEFERRED-STATUS PIC XX.
           01 WS-BUDGET-MONTH PIC X(7).
           01 WS-BUDGET-TODAY PIC X(10).
           01 WS-BUDGET-ACTIVE PIC 9 VALUE 0.
           01 WS-BUDGET-LIMIT PIC 9(7)V99 VALUE 0.
           01 WS-BUDGET-SPENT PIC 9(7)V99 VALUE 0.
           01 WS-RUN-SPEND PIC 9(7)V99 VALUE 0.
           01 WS-RUN-PRICED-COUNT PIC 9(7) VALUE 0.
           01 WS-BUDGET-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-BUDGET-CARD-TYPE PIC X(12).
           01 WS-BUDGET-PRIORITY PIC 9.
           01 WS-BUDGET-ALLOWED PIC 9.
           01 WS-PRIORITY-FOUND PIC 9.
           01 WS-PRIORITY-COUNT PIC 99 VALUE 0.
           01 WS-PRIORITY-TABLE.
               05 WS-PRIORITY-ENTRY OCCURS 20 TIMES
               INDEXED BY PRIORITY-IDX.
                   10 WS-PRIORITY-TYPE PIC X(12).
                   10 WS-PRIORITY-LEVEL PIC 9.
           01 WS-PIECE-RATE PIC 9(3)V99.
           01 WS-PIECE-IS-INTERNATIONAL PIC 9.
           01 WS-RATE-FOUND PIC 9.
           01 WS-RATE-COUNT PIC 99 VALUE 0.
           01 WS-RATES-TABLE.
               05 WS-RATE-ENTRY OCCURS 20 TIMES
               INDEXED BY RATE-IDX.
                   10 WS-RATE-TYPE PIC X(12).
                   10 WS-RATE-DOM PIC 9(3)V99.
                   10 WS-RATE-INT PIC 9(3)V99.
           01 WS-COUNTRY-COUNT PIC 99 VALUE 0.
           01 WS-COUNTRY-TABLE.
               05 WS-COUNTRY-ENTRY OCCURS 50 TIMES
               INDEXED BY COUNTRY-IDX.
                   10 WS-COUNTRY-CODE PIC X(2).
                   10 WS-COUNTRY-ZONE PIC X.
           01 WS-ZONE-FOUND PIC 9.
      *    Request area for the shared date-services subprogram.
           01 WS-DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
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
      *    One-off mailings used to be a programming request every
      *    time. This reads the campaign criteria from
      *    manifested card batch exactly the way the standing runs'
      *    sort-and-append sections do -- same audit lines, same
      *    manifest record, card type CAMPAIGN.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "campaign-engine" TO LS-PROGRAM.
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
           OPEN INPUT F-CAMPAIGN-CONTROL-FILE.
           IF WS-CAMPAIGN-CONTROL-STATUS NOT = "00"
               DISPLAY "CAMPAIGN -- NO campaign-control.dat TO PROCESS"
           PERFORM LOAD-CONTACT-CAP-CONTROL.
           PERFORM LOAD-CONTACT-LEDGER.
           PERFORM LOAD-MAIL-HOLD-CONTROL.
           PERFORM LOAD-POSTAGE-BUDGET.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMERS-FILE.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.
           OPEN OUTPUT F-CAMPAIGN-PENDING-FILE.
           OPEN EXTEND F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "35"
               OPEN OUTPUT F-DEFERRED-CARDS-FILE
           END-IF.
           OPEN EXTEND F-BUDGET-DEFERRED-FILE.
           IF WS-BUDGET-DEFERRED-STATUS = "35"
               OPEN OUTPUT F-BUDGET-DEFERRED-FILE
           END-IF.
           IF WS-HOLDOUT-PCT > 0
               OPEN EXTEND F-CONTROL-GROUP-FILE
               IF WS-CONTROL-GROUP-STATUS = "35"
                   OPEN OUTPUT F-CONTROL-GROUP-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           MOVE "CLOSE" TO SV-FUNCTION.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE "CLOSE" TO CV-FUNCTION.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
           END-IF.
           CLOSE F-CAMPAIGN-PENDING-FILE.
           CLOSE F-DEFERRED-CARDS-FILE.
           CLOSE F-BUDGET-DEFERRED-FILE.
           IF WS-HOLDOUT-PCT > 0
               CLOSE F-CONTROL-GROUP-FILE
           END-IF.
           PERFORM SORT-AND-APPEND-CAMPAIGN-CARDS.
           PERFORM WRITE-SPEND-LEDGER-LINE.
           DISPLAY "CAMPAIGN RUN SUMMARY -- READ: " WS-READ-COUNT
               " SELECTED: " WS-SELECTED-COUNT
               " PREF-SUPPRESSED: " WS-PREF-SUPPRESSED-COUNT
               " NO CONSENT: " WS-CONSENT-SUPPRESSED-COUNT
               " FREQ-DEFERRED: " WS-FREQ-DEFERRED-COUNT
               " HELD-DEFERRED: " WS-HOLD-DEFERRED-COUNT
               " CONTROL GROUP: " WS-HOLDOUT-COUNT
               " BUDGET-DEFERRED: " WS-BUDGET-DEFERRED-COUNT
               " SEASONAL ADDRESS: " WS-SEASONAL-COUNT.
           GOBACK.

           PREPARE-CAMPAIGN-CRITERIA SECTION.
           ELSE
               MOVE CAMPAIGN-CODE TO WS-CAMPAIGN-CODE
           END-IF.
           IF CAMPAIGN-HOLDOUT-PCT = SPACES
               MOVE 0 TO WS-HOLDOUT-PCT
           ELSE
               MOVE FUNCTION NUMVAL(CAMPAIGN-HOLDOUT-PCT) TO
                   WS-HOLDOUT-PCT
           END-IF.
           MOVE 0 TO WS-HOLDOUT-SEED.
           MOVE 1 TO WS-SEED-POS.
           PERFORM UNTIL WS-SEED-POS > 8
               COMPUTE WS-HOLDOUT-SEED = WS-HOLDOUT-SEED +
                   FUNCTION ORD(WS-CAMPAIGN-CODE(WS-SEED-POS:1)) *
                   WS-SEED-POS
               ADD 1 TO WS-SEED-POS
           END-PERFORM.

           SELECT-ONE-CUSTOMER SECTION.
           MOVE "Y" TO WS-RECORD-WANTED.
           IF PERSON-OPTED-OUT OR PERSON-ADDRESS-UNDELIVERABLE OR
               PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
               MOVE "N" TO WS-RECORD-WANTED
           END-IF.
           IF CUSTOMER-IS-WANTED AND CAMPAIGN-STATE NOT = SPACES
           IF CUSTOMER-IS-WANTED
               PERFORM CHECK-CAMPAIGN-PREFERENCE
           END-IF.
           IF CUSTOMER-IS-WANTED
               PERFORM CHECK-PROMOTIONAL-CONSENT
           END-IF.
           IF CUSTOMER-IS-WANTED
               PERFORM CHECK-CONTACT-CAP
           END-IF.
           IF CUSTOMER-IS-WANTED AND WS-HOLDOUT-PCT > 0
               PERFORM CHECK-HOLDOUT-DRAW
           END-IF.
           IF CUSTOMER-IS-WANTED
               PERFORM WRITE-CAMPAIGN-PENDING-CARD
           END-IF.

           CHECK-HOLDOUT-DRAW SECTION.
      *    Drawn from customers who passed every other test, so the
      *    control group looks exactly like the mailed group. The
      *    squared mix scatters neighbouring IDs; a draw under the
      *    holdout percentage puts the customer in the control
      *    group instead of the mail.
           COMPUTE WS-HOLDOUT-MIX = FUNCTION MOD(
               PERSON-CUSTOMER-ID * 7919 + WS-HOLDOUT-SEED, 1000003).
           COMPUTE WS-HOLDOUT-SQUARE = WS-HOLDOUT-MIX * WS-HOLDOUT-MIX.
           COMPUTE WS-HOLDOUT-DRAW = FUNCTION MOD(
               FUNCTION MOD(WS-HOLDOUT-SQUARE, 1000003), 100).
           IF WS-HOLDOUT-DRAW < WS-HOLDOUT-PCT
               MOVE "N" TO WS-RECORD-WANTED
               MOVE SPACES TO CONTROL-GROUP-RECORD
               MOVE WS-CAMPAIGN-CODE TO CG-CAMPAIGN-CODE
               MOVE PERSON-CUSTOMER-ID TO CG-CUSTOMER-ID
               MOVE PERSON-STATE TO CG-STATE
               STRING WS-TODAY-YEAR "-" WS-RUN-DATE INTO CG-RUN-DATE
               END-STRING
               WRITE CONTROL-GROUP-RECORD
               END-WRITE
               ADD 1 TO WS-HOLDOUT-COUNT
           END-IF.

           CHECK-CONTACT-CAP SECTION.
           IF WS-CAP-ACTIVE = 1
               MOVE 0 TO WS-CONTACT-FOUND
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
               ADD 1 TO WS-PREF-SUPPRESSED-COUNT
           END-IF.

           CHECK-PROMOTIONAL-CONSENT SECTION.
      *    A campaign is a promotion, so it goes only to customers
      *    whose promotional consent is granted and not lapsed. No
      *    line in the ledger is no consent.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF CV-RESULT NOT = "Y"
               MOVE "N" TO WS-RECORD-WANTED
               ADD 1 TO WS-CONSENT-SUPPRESSED-COUNT
           END-IF.

           LOAD-MAIL-PREFERENCES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MAIL-PREFERENCES-FILE.
           END-IF.

           WRITE-CAMPAIGN-PENDING-CARD SECTION.
      *    Targeting above works from where the customer lives; the
      *    card, the ZIP sort and the mail-hold check below work from
      *    where it is actually mailed.
           PERFORM APPLY-SEASONAL-ADDRESS.
           MOVE "BUILD" TO SV-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO SV-CUSTOMER-ID.
           MOVE PERSON-NAME TO SV-NAME.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE SV-SALUTATION TO WS-GREETING-NAME.
           MOVE PERSON-CUSTOMER-ID TO CAMPAIGN-PENDING-ID.
           MOVE PERSON-NAME TO CAMPAIGN-PENDING-NAME.
           MOVE PERSON-ADDRESS TO CAMPAIGN-PENDING-ADDRESS.
           IF PERSON-JOB-TITLE = SPACES
               STRING WS-GREETING-PREFIX " " WS-GREETING-NAME
                  INTO CAMPAIGN-PENDING-GREETING
               END-STRING
           ELSE
               STRING WS-GREETING-PREFIX " " WS-GREETING-NAME " ("
                  FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                  INTO CAMPAIGN-PENDING-GREETING
               END-STRING
               END-WRITE
               ADD 1 TO WS-HOLD-DEFERRED-COUNT
           ELSE
               MOVE "CAMPAIGN" TO WS-BUDGET-CARD-TYPE
               PERFORM CHECK-POSTAGE-BUDGET
               IF WS-BUDGET-ALLOWED = 0
                   MOVE SPACES TO BUDGET-DEFERRED-RECORD
                   MOVE CAMPAIGN-PENDING-RECORD TO BD-CARD-IMAGE
                   MOVE WS-CAMPAIGN-CODE TO BD-CAMPAIGN-CODE
                   PERFORM WRITE-BUDGET-DEFERRED-CARD
               ELSE
                   WRITE CAMPAIGN-PENDING-RECORD
                   END-WRITE
               END-IF
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.

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

           LOAD-MAIL-HOLD-CONTROL SECTION.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           OPEN INPUT F-CAMPAIGN-SORTED-FILE.
           OPEN EXTEND F-CAMPAIGN-CARDS-FILE.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT F-AUDIT-FILE
               CLOSE F-AUDIT-FILE
               OPEN I-O F-AUDIT-FILE
           END-IF.
           OPEN EXTEND F-MANIFEST-DETAIL-FILE.
           OPEN EXTEND F-OFFERS-FILE.
           IF WS-OFFERS-STATUS = "35"
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
           MOVE WS-NEXT-SERIAL TO SERIAL-CONTROL-NEXT.
           WRITE SERIAL-CONTROL-RECORD.
           CLOSE F-SERIAL-CONTROL-FILE.

           LOAD-POSTAGE-BUDGET SECTION.
      *    The budget month is the calendar month the pieces are
      *    selected in; its spend so far is every ledger line
      *    already dated in it.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUDGET-MONTH(1:4).
           MOVE "-" TO WS-BUDGET-MONTH(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUDGET-MONTH(6:2).
           MOVE SPACES TO WS-BUDGET-TODAY.
           STRING WS-BUDGET-MONTH "-" FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-BUDGET-TODAY
           END-STRING.
           MOVE 0 TO WS-BUDGET-ACTIVE.
           MOVE 0 TO WS-PRIORITY-COUNT.
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
                       ELSE IF BUDGET-IS-PRIORITY-LINE AND
                           BUDGET-PRIORITY NUMERIC AND
                           WS-PRIORITY-COUNT < 20
                           ADD 1 TO WS-PRIORITY-COUNT
                           SET PRIORITY-IDX TO WS-PRIORITY-COUNT
                           MOVE BUDGET-CARD-TYPE TO
                               WS-PRIORITY-TYPE(PRIORITY-IDX)
                           MOVE BUDGET-PRIORITY TO
                               WS-PRIORITY-LEVEL(PRIORITY-IDX)
                       END-IF
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
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-COUNTRY-ZONES.

           LOAD-POSTAGE-RATES SECTION.
           MOVE 0 TO WS-RATE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-RATE-COUNT >= 20
                   READ F-RATES-FILE
                       NOT AT END
                           ADD 1 TO WS-RATE-COUNT
                           SET RATE-IDX TO WS-RATE-COUNT
                           MOVE RATE-CARD-TYPE TO
                               WS-RATE-TYPE(RATE-IDX)
                           MOVE RATE-DOMESTIC TO WS-RATE-DOM(RATE-IDX)
                           MOVE RATE-INTERNATIONAL TO
                               WS-RATE-INT(RATE-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-COUNTRY-ZONES SECTION.
           MOVE 0 TO WS-COUNTRY-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COUNTRY-FILE.
           IF WS-COUNTRY-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-COUNTRY-COUNT >= 50
                   READ F-COUNTRY-FILE
                       NOT AT END
                           ADD 1 TO WS-COUNTRY-COUNT
                           SET COUNTRY-IDX TO WS-COUNTRY-COUNT
                           MOVE COUNTRY-ISO-CODE TO
                               WS-COUNTRY-CODE(COUNTRY-IDX)
                           MOVE COUNTRY-POSTAGE-ZONE TO
                               WS-COUNTRY-ZONE(COUNTRY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COUNTRY-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           CHECK-POSTAGE-BUDGET SECTION.
      *    Prices the piece the way the postage cost report does --
      *    card-type rate, domestic or international by the
      *    country's postage zone (Mexico when there is no zone
      *    table) -- and decides whether it may mail. A piece that
      *    mails is added to the month's spend at once, so the
      *    budget bites mid-run, not the night after.
           MOVE 0 TO WS-PIECE-IS-INTERNATIONAL.
           IF WS-COUNTRY-COUNT > 0
               MOVE 0 TO WS-ZONE-FOUND
               IF PERSON-COUNTRY NOT = SPACES
                   SET COUNTRY-IDX TO 1
                   PERFORM UNTIL WS-ZONE-FOUND = 1 OR
                       COUNTRY-IDX > WS-COUNTRY-COUNT
                       IF WS-COUNTRY-CODE(COUNTRY-IDX) =
                           PERSON-COUNTRY
                           MOVE 1 TO WS-ZONE-FOUND
                           IF WS-COUNTRY-ZONE(COUNTRY-IDX) NOT = "D"
                               MOVE 1 TO WS-PIECE-IS-INTERNATIONAL
                           END-IF
                       ELSE
                           SET COUNTRY-IDX UP BY 1
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF PERSON-COUNTRY = "MX"
                   MOVE 1 TO WS-PIECE-IS-INTERNATIONAL
               END-IF
           END-IF.
           MOVE 0 TO WS-RATE-FOUND.
           MOVE 0 TO WS-PIECE-RATE.
           SET RATE-IDX TO 1.
           PERFORM UNTIL WS-RATE-FOUND = 1 OR
               RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-TYPE(RATE-IDX) = WS-BUDGET-CARD-TYPE
                   MOVE 1 TO WS-RATE-FOUND
                   IF WS-PIECE-IS-INTERNATIONAL = 1
                       MOVE WS-RATE-INT(RATE-IDX) TO WS-PIECE-RATE
                   ELSE
                       MOVE WS-RATE-DOM(RATE-IDX) TO WS-PIECE-RATE
                   END-IF
               ELSE
                   SET RATE-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    A type with no priority line is the lowest priority.
           MOVE 9 TO WS-BUDGET-PRIORITY.
           IF WS-BUDGET-CARD-TYPE = "BIRTHDAY" OR
               WS-BUDGET-CARD-TYPE = "TAX-DAY" OR
               WS-BUDGET-CARD-TYPE = "COMBINED"
               MOVE 1 TO WS-BUDGET-PRIORITY
           ELSE
               MOVE 0 TO WS-PRIORITY-FOUND
               SET PRIORITY-IDX TO 1
               PERFORM UNTIL WS-PRIORITY-FOUND = 1 OR
                   PRIORITY-IDX > WS-PRIORITY-COUNT
                   IF WS-PRIORITY-TYPE(PRIORITY-IDX) =
                       WS-BUDGET-CARD-TYPE
                       MOVE 1 TO WS-PRIORITY-FOUND
                       MOVE WS-PRIORITY-LEVEL(PRIORITY-IDX) TO
                           WS-BUDGET-PRIORITY
                   ELSE
                       SET PRIORITY-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 1 TO WS-BUDGET-ALLOWED.
           IF WS-BUDGET-ACTIVE = 1 AND WS-BUDGET-PRIORITY > 1 AND
               WS-BUDGET-SPENT + WS-PIECE-RATE > WS-BUDGET-LIMIT
               MOVE 0 TO WS-BUDGET-ALLOWED
               ADD 1 TO WS-BUDGET-DEFERRED-COUNT
           ELSE
               ADD WS-PIECE-RATE TO WS-BUDGET-SPENT
               ADD WS-PIECE-RATE TO WS-RUN-SPEND
               ADD 1 TO WS-RUN-PRICED-COUNT
           END-IF.

           WRITE-BUDGET-DEFERRED-CARD SECTION.
      *    The caller has BD-CARD-IMAGE and BD-CAMPAIGN-CODE filled.
           MOVE WS-BUDGET-CARD-TYPE TO BD-CARD-TYPE.
           MOVE WS-BUDGET-PRIORITY TO BD-PRIORITY.
           MOVE WS-PIECE-RATE TO BD-PIECE-RATE.
           MOVE WS-BUDGET-TODAY TO BD-DEFERRED-DATE.
           WRITE BUDGET-DEFERRED-RECORD
           END-WRITE.

           WRITE-SPEND-LEDGER-LINE SECTION.
           OPEN EXTEND F-SPEND-LEDGER-FILE.
           IF WS-SPEND-LEDGER-STATUS = "35"
               OPEN OUTPUT F-SPEND-LEDGER-FILE
           END-IF.
           MOVE SPACES TO SPEND-LEDGER-RECORD.
           MOVE WS-BUDGET-TODAY TO SPEND-DATE.
           MOVE WS-RUN-PRICED-COUNT TO SPEND-PIECES.
           MOVE WS-RUN-SPEND TO SPEND-AMOUNT.
           MOVE WS-BUDGET-DEFERRED-COUNT TO SPEND-DEFERRED.
           MOVE "campaign-engine" TO SPEND-PROGRAM.
           WRITE SPEND-LEDGER-RECORD
           END-WRITE.
           CLOSE F-SPEND-LEDGER-FILE.
