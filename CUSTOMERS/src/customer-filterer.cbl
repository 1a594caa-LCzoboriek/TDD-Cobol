                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TAX-CONTROL-STATUS.
               SELECT F-EXCEPTIONS-FILE ASSIGN TO
                 WS-EXCEPTIONS-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-TAX-CHECKPOINT-FILE ASSIGN TO
                 WS-TAX-CHECKPOINT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BIRTHDAY-CHECKPOINT-STATUS.
               SELECT F-UPCOMING-FILE ASSIGN TO
                 WS-UPCOMING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-BUSINESS-FILE ASSIGN TO
                 WS-BUSINESS-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CARDS-PENDING-FILE ASSIGN TO
                 WS-CARDS-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CARDS-SORTED-FILE ASSIGN TO
                 "cards-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-CARDS-WORK ASSIGN TO "cards.srt".
               SELECT F-TAX-CARDS-PENDING-FILE ASSIGN TO
                 WS-TAX-CARDS-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-TAX-CARDS-SORTED-FILE ASSIGN TO
                 "cards-tax-day-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MILESTONE-21-CHECKPT-STATUS.
               SELECT F-MILESTONE-21-PENDING-FILE ASSIGN TO
                 WS-MILESTONE-21-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-MILESTONE-21-SORTED-FILE ASSIGN TO
                 "cards-21st-birthday-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MILESTONE-65-CHECKPT-STATUS.
               SELECT F-MILESTONE-65-PENDING-FILE ASSIGN TO
                 WS-MILESTONE-65-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-MILESTONE-65-SORTED-FILE ASSIGN TO
                 "cards-65th-birthday-sorted.dat"
                 "cards-combined.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-COMBINED-PENDING-FILE ASSIGN TO
                 WS-COMBINED-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-COMBINED-SORTED-FILE ASSIGN TO
                 "cards-combined-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SIGNUP-CHECKPOINT-STATUS.
               SELECT F-SIGNUP-PENDING-FILE ASSIGN TO
                 WS-SIGNUP-PENDING-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SIGNUP-SORTED-FILE ASSIGN TO
                 "signup-anniversary-sorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SORT-SIGNUP-WORK ASSIGN TO "signup.srt".
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-BACKFILL-CONTROL-FILE ASSIGN TO
                 "backfill-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAIL-LEAD-CONTROL-STATUS.
               SELECT F-ECARD-EXTRACT-FILE ASSIGN TO
                 WS-ECARD-EXTRACT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SERIAL-CONTROL-FILE ASSIGN TO
                 "card-serial-control.dat"
                 "presort-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRESORT-CONTROL-STATUS.
               SELECT F-VOLUME-FORECAST-FILE ASSIGN TO
                 "volume-forecast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOLUME-FORECAST-STATUS.
               SELECT F-VOLUME-GATE-CONTROL-FILE ASSIGN TO
                 "volume-gate-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOLUME-GATE-STATUS.
               SELECT F-VOLUME-HISTORY-FILE ASSIGN TO
                 "volume-variance-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOLUME-HISTORY-STATUS.
               SELECT F-VOLUME-HOLDS-FILE ASSIGN TO
                 "volume-holds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOLUME-HOLDS-STATUS.
               SELECT F-RELEASE-HELD-WORK-FILE ASSIGN TO
                 "cards-release-held-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RELEASE-HELD-STATUS.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTACT-CAP-STATUS.
               SELECT F-FREQ-DEFER-FILE ASSIGN TO
                 WS-FREQ-DEFER-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FREQ-DEFER-STATUS.
               SELECT F-SEASONAL-FILE ASSIGN TO
                 "seasonal-addresses.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SA-CUSTOMER-ID
                 FILE STATUS IS WS-SEASONAL-STATUS.
               SELECT F-BUSINESS-ACCOUNTS-FILE ASSIGN TO
                 "business-accounts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BA-ACCOUNT-ID
                 FILE STATUS IS WS-BUSINESS-ACCOUNTS-STATUS.
               SELECT F-BUSINESS-CONTACTS-FILE ASSIGN TO
                 "business-contacts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BC-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS BC-ACCOUNT-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-BUSINESS-CONTACTS-STATUS.
               SELECT F-SEED-ADDRESSES-FILE ASSIGN TO
                 "seed-addresses.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAIL-HOLD-STATUS.
               SELECT F-DEFERRED-CARDS-FILE ASSIGN TO
                 WS-DEFERRED-CARDS-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEFERRED-CARDS-STATUS.
               SELECT F-BRAND-CODES-FILE ASSIGN TO
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DIVERSION-STATUS.
               SELECT F-EXCEPTION-STORE-FILE ASSIGN TO
                 WS-EXCEPTION-STORE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPTION-STORE-STATUS.
               SELECT F-CONTROL-TOTALS-FILE ASSIGN TO
                 "file-control-totals.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-TOTALS-STATUS.
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
               SELECT F-STATEMENT-CONTROL-FILE ASSIGN TO
                 "postage-statement-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATEMENT-CONTROL-STATUS.
               SELECT F-POSTAGE-STATEMENT-FILE ASSIGN TO
                 "postage-statements.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSTAGE-STATEMENT-STATUS.
               SELECT F-PARTITION-CONTROL-FILE ASSIGN TO
                 "filter-partitions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARTITION-CONTROL-STATUS.
               SELECT F-PARTITION-STATE-FILE ASSIGN TO
                 WS-PARTITION-STATE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARTITION-STATE-STATUS.
               SELECT F-MERGE-STATE-FILE ASSIGN TO
                 "filter-merge-state.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MERGE-STATE-STATUS.
               SELECT F-BUDGET-JOURNAL-FILE ASSIGN TO
                 WS-BUDGET-JOURNAL-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-JOURNAL-STATUS.
               SELECT F-PARTITION-IN-FILE ASSIGN TO
                 WS-PARTITION-IN-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PARTITION-IN-STATUS.
               SELECT F-MERGE-OUT-FILE ASSIGN TO
                 WS-MERGE-OUT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MERGE-OUT-STATUS.
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
      *    The system-wide run lock: the file existing means a run
      *    holds the card history files and card-audit.dat. A
      *    crashed run leaves it behind -- the stale-lock override
      *    is the operator clearing it from batch-console once they
      *    have confirmed nothing is actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
               05 PRESORT-CONTROL-5-DIGIT-MIN PIC 9(5).
               05 FILLER PIC X.
               05 PRESORT-CONTROL-3-DIGIT-MIN PIC 9(5).
           FD F-VOLUME-FORECAST-FILE.
      *    Written by postage-volume-forecast: the pieces each card
      *    type should stage on one mailing day of each month.
           01 VOLUME-FORECAST-RECORD.
               05 VOLUME-FORECAST-MONTH PIC X(7).
               05 FILLER PIC X.
               05 VOLUME-FORECAST-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 VOLUME-FORECAST-MONTH-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 VOLUME-FORECAST-DAILY-PIECES PIC 9(7).
           FD F-VOLUME-GATE-CONTROL-FILE.
      *    The variance, in percent either way, a staged batch may
      *    show against its forecast before it is held; and the
      *    batch size below which neither side is large enough for a
      *    percentage to mean anything. Absent the file the defaults
      *    below apply.
           01 VOLUME-GATE-CONTROL-RECORD.
               05 VOLUME-GATE-TOLERANCE-PCT PIC 9(3).
               05 FILLER PIC X.
               05 VOLUME-GATE-MINIMUM-PIECES PIC 9(5).
           FD F-VOLUME-HISTORY-FILE.
      *    Every staged batch's actual against expected, kept so the
      *    forecast model can be tuned against what really mailed.
           01 VOLUME-HISTORY-RECORD.
               05 VOLUME-HISTORY-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HISTORY-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HISTORY-ACTUAL PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HISTORY-EXPECTED PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HISTORY-SIGN PIC X.
               05 VOLUME-HISTORY-PCT PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HISTORY-RESULT PIC X(8).
           FD F-VOLUME-HOLDS-FILE.
      *    One line per staged batch the volume gate held. The
      *    release step leaves a HELD batch on the staging file;
      *    volume-hold-review is where a supervisor turns it to
      *    APPROVED, and the next release lets it through.
           01 VOLUME-HOLD-RECORD.
               05 VOLUME-HOLD-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-ACTUAL PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-EXPECTED PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-SIGN PIC X.
               05 VOLUME-HOLD-PCT PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-STATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-APPROVED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-APPROVED-DATE PIC X(10).
           FD F-RELEASE-HELD-WORK-FILE.
      *    The staged lines of held batches, carried back onto the
      *    staging file once everything else has been released.
           01 RELEASE-HELD-WORK-RECORD PIC X(232).
           FD F-ECARD-EXTRACT-FILE.
      *    The e-card channel: customers whose contact preference is
      *    email get their greeting routed here instead of onto the
               05 CAP-WINDOW-DAYS PIC 999.
           FD F-FREQ-DEFER-FILE.
           01 FREQ-DEFER-LINE PIC X(100).
           FD F-SEASONAL-FILE.
      *    Seasonal mailing addresses kept from the maintenance
      *    screen: a month-day range recurring every year (it may
      *    wrap the year end) and the address to mail inside it.
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
           FD F-BUSINESS-ACCOUNTS-FILE.
      *    The firms business contacts work for, kept from the
      *    maintenance screen. An account whose card mode is C and
      *    which names a mailing contact gets one card at its
      *    registered address in place of one per contact.
           01 BUSINESS-ACCOUNT-RECORD.
               05 BA-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BA-COMPANY-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 BA-REG-ADDRESS.
                   10 BA-REG-STREET PIC X(60).
                   10 BA-REG-CITY PIC X(25).
                   10 BA-REG-STATE PIC X(02).
                   10 BA-REG-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 FILLER PIC X VALUE SPACE.
               05 BA-OWNER PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 BA-CARD-MODE PIC X.
                   88 BA-CONSOLIDATED-CARDS VALUE "C".
               05 FILLER PIC X VALUE SPACE.
               05 BA-PRIMARY-CONTACT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BA-OPENED-DATE PIC X(10).
           FD F-BUSINESS-CONTACTS-FILE.
      *    Which account each business contact belongs to; a
      *    customer with no line here stands on their own.
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-BY PIC X(8).
           FD F-SEED-ADDRESSES-FILE.
      *    Staff monitoring addresses, one per line with the vendor
      *    region they check on. One seed piece per vendor per card
               05 FCT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 FCT-TIME PIC X(8).
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
           FD F-STATEMENT-CONTROL-FILE.
      *    The bulk-mail permit the statements are filed under and
      *    the per-piece rate for each presort tier.
           01 STATEMENT-CONTROL-RECORD.
               05 STATEMENT-CONTROL-PERMIT PIC X(10).
               05 FILLER PIC X.
               05 STATEMENT-CONTROL-RATE-5 PIC 9V999.
               05 FILLER PIC X.
               05 STATEMENT-CONTROL-RATE-3 PIC 9V999.
               05 FILLER PIC X.
               05 STATEMENT-CONTROL-RATE-MIXED PIC 9V999.
           FD F-POSTAGE-STATEMENT-FILE.
      *    One statement per released batch, laid out the way the
      *    post office's bulk-mail statement reads: a header with
      *    permit, mailing date and processing category, one line
      *    per rate tier, and the totals with the cross-check
      *    against the batch's manifest piece count.
           01 STATEMENT-HEADER-RECORD.
               05 STATEMENT-RECORD-TYPE PIC X.
                   88 STATEMENT-IS-HEADER VALUE "H".
                   88 STATEMENT-IS-TIER-LINE VALUE "L".
                   88 STATEMENT-IS-TOTAL VALUE "T".
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-PERMIT PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-MAILING-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-CATEGORY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-BRAND PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 STATEMENT-PREPARED-DATE PIC X(10).
           01 STATEMENT-TIER-RECORD.
               05 FILLER PIC X.
               05 FILLER PIC X.
               05 STATEMENT-TIER PIC X(12).
               05 FILLER PIC X.
               05 STATEMENT-TIER-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 STATEMENT-TIER-RATE PIC 9V999.
               05 FILLER PIC X.
               05 STATEMENT-TIER-POSTAGE PIC 9(7)V99.
           01 STATEMENT-TOTAL-RECORD.
               05 FILLER PIC X.
               05 FILLER PIC X.
               05 STATEMENT-TOTAL-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 STATEMENT-TOTAL-POSTAGE PIC 9(7)V99.
               05 FILLER PIC X.
               05 STATEMENT-MANIFEST-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 STATEMENT-CROSS-CHECK PIC X(8).
           FD F-PARTITION-CONTROL-FILE.
      *    One line per partition of a partitioned selection run, in
      *    ascending customer-ID order with no gaps from 0000001 to
      *    9999999: the partition number, the ID range it reads
      *    (both ends inclusive), and how many e-card serials it may
      *    stamp. Each partition's block follows on from the block
      *    of the line above it.
           01 PARTITION-CONTROL-RECORD.
               05 PARTITION-NUMBER PIC 99.
               05 FILLER PIC X.
               05 PARTITION-LOW-ID PIC 9(7).
               05 FILLER PIC X.
               05 PARTITION-HIGH-ID PIC 9(7).
               05 FILLER PIC X.
               05 PARTITION-SERIAL-BLOCK PIC 9(7).
           FD F-PARTITION-STATE-FILE.
      *    Written by a partition only after every one of its work
      *    files is closed, so COMPLETE for today means the merge may
      *    take them. Carries the last customer ID each section read,
      *    which the merge turns into that section's checkpoint.
           01 PARTITION-STATE-RECORD.
               05 PS-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 PS-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 PS-STATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 PS-TAX-LAST-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PS-MILESTONE-21-LAST-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PS-MILESTONE-65-LAST-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PS-BIRTHDAY-LAST-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PS-SIGNUP-LAST-ID PIC 9(7).
           FD F-MERGE-STATE-FILE.
      *    COLLECTED once the partitions' work files are folded into
      *    the shared files, COMPLETE once every section is staged.
           01 MERGE-STATE-RECORD.
               05 MS-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 MS-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 MS-STATE PIC X(9).
           FD F-BUDGET-JOURNAL-FILE.
      *    A partition cannot judge the postage budget by itself --
      *    the spend that matters runs across every partition in
      *    customer-ID order -- so it journals each piece it prices
      *    and the merge replays the journals in partition order.
      *    P: the piece is already on the partition's pending file
      *    (priority 1 always mails); M: the merge decides, and the
      *    card image rides here until it does.
           01 BUDGET-JOURNAL-RECORD.
               05 BJ-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 BJ-PLACEMENT PIC X.
                   88 BJ-ALREADY-PENDING VALUE "P".
                   88 BJ-MERGE-DECIDES VALUE "M".
               05 FILLER PIC X VALUE SPACE.
               05 BJ-PRIORITY PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 BJ-PIECE-RATE PIC 9(3)V99.
               05 FILLER PIC X VALUE SPACE.
               05 BJ-CARD-IMAGE PIC X(203).
           FD F-PARTITION-IN-FILE.
           01 PARTITION-IN-RECORD PIC X(300).
           FD F-MERGE-OUT-FILE.
           01 MERGE-OUT-RECORD PIC X(300).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-DATE-FORMAT PIC 9(8).
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-TAX-CONTROL-STATUS PIC XX.
           01 WS-MEXICO-TAX-GREETING PIC X(40)
               VALUE "Feliz Dia de Impuestos, ".
           01 WS-GREETING-PREFIX PIC X(40).
      *    The customer's name as the card addresses them -- title
      *    and surname, or the plain name -- from
      *    salutation-services; PERSON-NAME still goes on the
      *    envelope.
           01 WS-GREETING-NAME PIC X(40).
           01 WS-SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
           01 WS-MANIFEST-CARD-TYPE PIC X(12).
           01 WS-MANIFEST-COUNT PIC 9(7).
           01 WS-MANIFEST-CHECKSUM PIC 9(9).
           01 WS-PRESORT-GROUP-OPEN PIC 9 VALUE 0.
           01 WS-STAGE-ZIP PIC X(10).
           01 WS-PROOF-CARD-LIMIT PIC 99 VALUE 12.
           01 WS-VOLUME-FORECAST-STATUS PIC XX.
           01 WS-VOLUME-GATE-STATUS PIC XX.
           01 WS-VOLUME-HISTORY-STATUS PIC XX.
           01 WS-VOLUME-HOLDS-STATUS PIC XX.
           01 WS-RELEASE-HELD-STATUS PIC XX.
           01 WS-VOLUME-IS-ENDED PIC 9.
           01 WS-VOLUME-TOLERANCE-PCT PIC 9(3) VALUE 25.
           01 WS-VOLUME-MINIMUM-PIECES PIC 9(5) VALUE 20.
           01 WS-VOLUME-MONTH PIC X(7).
           01 WS-VOLUME-FORECAST-TYPE PIC X(12).
           01 WS-VOLUME-FORECAST-FOUND PIC 9.
           01 WS-VOLUME-EXPECTED PIC 9(7).
           01 WS-VOLUME-DIFFERENCE PIC 9(7).
           01 WS-VOLUME-SIGN PIC X.
           01 WS-VOLUME-PCT PIC 9(4).
           01 WS-VOLUME-RESULT PIC X(8).
      *    Batches the volume gate is holding, loaded at release.
           01 WS-VOLUME-HOLD-COUNT PIC 99 VALUE 0.
           01 WS-VOLUME-HOLD-TABLE.
               05 WS-VOLUME-HOLD-ENTRY OCCURS 50 TIMES
               INDEXED BY VHOLD-IDX.
                   10 WS-VHOLD-CARD-TYPE PIC X(12).
                   10 WS-VHOLD-RUN-DATE PIC X(5).
                   10 WS-VHOLD-RUN-YEAR PIC 9(4).
           01 WS-RELEASE-BATCH-HELD PIC 9 VALUE 0.
           01 WS-RELEASE-HELD-BATCHES PIC 9(3) VALUE 0.
           01 WS-RELEASE-BATCH-OPEN PIC 9 VALUE 0.
           01 WS-RELEASE-CARD-TYPE PIC X(12).
           01 WS-RELEASE-RUN-DATE PIC X(5).
           01 WS-VENDOR-ROUTING-STATUS PIC XX.
           01 WS-VENDOR-WORK-STATUS PIC XX.
           01 WS-VENDOR-DISPATCH-NAME PIC X(40).
      *    Request area for the shared transmission-queue
      *    subprogram, which puts each file bound for a vendor on
      *    the outbound queue.
           01 WS-TX-REQUEST.
               05 TX-FUNCTION PIC X(8).
               05 TX-VENDOR PIC X(4).
               05 TX-FILE-NAME PIC X(40).
               05 TX-FILE-KIND PIC X(8).
               05 TX-ID PIC 9(7).
               05 TX-RECORD-COUNT PIC 9(7).
               05 TX-HASH PIC 9(16).
               05 TX-RESULT PIC X.
           01 WS-VENDOR-ROUTE-COUNT PIC 99 VALUE 0.
           01 WS-VENDOR-ROUTING-TABLE.
               05 WS-VENDOR-ROUTE OCCURS 20 TIMES
           01 WS-LEAD-DAYS-REMAINING PIC 99.
           01 WS-TARGET-MAX-DAY PIC 99.
      *    The date the cards are selected FOR -- the processing date
      *    plus the configured lead in business days -- as opposed to
      *    LS-TODAY, which stays the run date on checkpoints,
      *    archives, the audit trail and the manifest.
           01 WS-TARGET-DATE.
               05 WS-TARGET-MONTH PIC 99.
               05 WS-TARGET-SEPARATOR PIC X VALUE "-".
               05 WS-TARGET-DAY PIC 99.
           01 WS-TARGET-YEAR PIC 9999.
      *    The target date and the non-business days that follow it,
      *    which no later run will target -- a Saturday or holiday
      *    birthday is mailed with the business day before it.
           01 WS-PROCESSING-DAY-FLAG PIC X.
           01 WS-WINDOW-CLOSED PIC X.
           01 WS-WINDOW-COUNT PIC 99 VALUE 0.
           01 WS-TARGET-WINDOW.
               05 WS-WINDOW-ENTRY OCCURS 10 TIMES
               INDEXED BY WIN-IDX.
                   10 WS-WINDOW-DATE PIC X(5).
                   10 WS-WINDOW-YEAR PIC 9999.
           01 WS-WINDOW-PROBE PIC X(5).
           01 WS-WINDOW-HIT PIC X.
           01 WS-WINDOW-HIT-YEAR PIC 9999.
           01 WS-BIRTHDAY-DUE PIC X.
           01 WS-SIGNUP-DUE PIC X.
           01 WS-SIGNUP-DUE-YEAR PIC 9999.
           01 WS-REPRINT-CUSTOMER-ID PIC 9(7).
           01 WS-REPRINT-CARD-TYPE PIC X(8).
           01 WS-MAIL-PREFERENCES-STATUS PIC XX.
           01 WS-HOLD-ACTIVE PIC 9.
           01 WS-HOLD-TODAY PIC X(10).
           01 WS-HOLD-DEFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASONAL-OPEN PIC 9 VALUE 0.
           01 WS-SEASON-TODAY PIC 9(4).
           01 WS-SEASON-START PIC 9(4).
           01 WS-SEASON-END PIC 9(4).
      *    Customers whose seasonal range covered the run date --
      *    whether or not any card then went out to them.
           01 WS-SEASONAL-COUNT PIC 9(7) VALUE 0.
      *    The current customer's business account, when they have
      *    one, and whether its cards are consolidated.
           01 WS-BUSINESS-ACCOUNTS-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-BUSINESS-FILES-OPEN PIC 9 VALUE 0.
           01 WS-ACCOUNT-LINKED PIC 9 VALUE 0.
           01 WS-ACCOUNT-CONSOLIDATED PIC 9 VALUE 0.
           01 WS-ACCOUNT-SAVED-STATE PIC X(02).
           01 WS-ACCOUNT-SAVED-HOLD PIC 9.
           01 WS-TAX-CONSOLIDATED-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCOUNT-TAX-CARD-COUNT PIC 9(7) VALUE 0.
           01 WS-BUSINESS-CONSOLIDATED-COUNT PIC 9(7) VALUE 0.
           01 WS-BRAND-CODES-STATUS PIC XX.
           01 WS-BRAND-RUN-STATUS PIC XX.
           01 WS-BRAND-RUN-ACTIVE PIC 9 VALUE 0.
           01 WS-MILESTONE-21-PREF-COUNT PIC 9(7) VALUE 0.
           01 WS-MILESTONE-65-PREF-COUNT PIC 9(7) VALUE 0.
           01 WS-SIGNUP-PREF-COUNT PIC 9(7) VALUE 0.
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
           01 WS-EDIT-SPEND PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.99.
           01 WS-STATEMENT-CONTROL-STATUS PIC XX.
           01 WS-POSTAGE-STATEMENT-STATUS PIC XX.
           01 WS-STMT-PERMIT PIC X(10).
           01 WS-STMT-RATE-5 PIC 9V999 VALUE 0.
           01 WS-STMT-RATE-3 PIC 9V999 VALUE 0.
           01 WS-STMT-RATE-MIXED PIC 9V999 VALUE 0.
      *    The released batch's pieces by presort tier, tallied off
      *    the same ZIP groups the qualification report judges.
           01 WS-STMT-GROUP-OPEN PIC 9 VALUE 0.
           01 WS-STMT-ZIP5 PIC X(5).
           01 WS-STMT-ZIP3 PIC X(3).
           01 WS-STMT-ZIP5-PIECES PIC 9(7).
           01 WS-STMT-ZIP3-PIECES PIC 9(7).
           01 WS-STMT-ZIP3-LEFT PIC 9(7).
           01 WS-STMT-5-PIECES PIC 9(7).
           01 WS-STMT-3-PIECES PIC 9(7).
           01 WS-STMT-MIXED-PIECES PIC 9(7).
           01 WS-STMT-MANIFEST-PIECES PIC 9(7).
           01 WS-STMT-TOTAL-PIECES PIC 9(7).
           01 WS-STMT-TIER-POSTAGE PIC 9(7)V99.
           01 WS-STMT-TOTAL-POSTAGE PIC 9(7)V99.
           01 WS-STMT-PREPARED-DATE PIC X(10).
           01 WS-STATEMENT-COUNT PIC 9(5) VALUE 0.
           01 WS-STATEMENT-MISMATCHES PIC 9(5) VALUE 0.
      *    Partitioned selection. FILTER-PARTITION unset is the
      *    ordinary single-stream run. A two-digit partition number
      *    runs that partition's customer-ID range from
      *    filter-partitions.dat into its own work files (the file
      *    names below, prefixed pNN-), several partitions side by
      *    side; MERGE then folds every partition's work files back
      *    into the files a single run writes, and stages them.
           01 WS-FILTER-PARTITION-FLAG PIC X(5).
           01 WS-PARTITION-MODE PIC X VALUE SPACE.
               88 PARTITION-RUN VALUE "P".
               88 MERGE-RUN VALUE "M".
           01 WS-PARTITION-GO PIC 9 VALUE 1.
               88 PARTITION-REFUSED VALUE 0.
               88 PARTITION-PROCEEDS VALUE 1.
               88 PARTITION-ALREADY-DONE VALUE 2.
           01 WS-PARTITION-CONTROL-STATUS PIC XX.
           01 WS-PARTITION-STATE-STATUS PIC XX.
           01 WS-MERGE-STATE-STATUS PIC XX.
           01 WS-BUDGET-JOURNAL-STATUS PIC XX.
           01 WS-PARTITION-IN-STATUS PIC XX.
           01 WS-MERGE-OUT-STATUS PIC XX.
           01 WS-PARTITION-NUMBER PIC 99 VALUE 0.
           01 WS-PARTITION-PREV-NUMBER PIC 99.
           01 WS-PARTITION-PREV-HIGH PIC 9(7).
           01 WS-PARTITION-FOUND PIC 9.
           01 WS-PARTITION-DONE-TODAY PIC 9.
           01 WS-PARTITION-LOW-ID PIC 9(7).
           01 WS-PARTITION-HIGH-ID PIC 9(7).
           01 WS-PARTITION-SERIAL-NEXT PIC 9(9).
           01 WS-PARTITION-SERIAL-LIMIT PIC 9(9).
           01 WS-PARTITION-COUNT PIC 99 VALUE 0.
           01 WS-PARTITION-TABLE.
               05 WS-PARTITION-ENTRY OCCURS 20 TIMES
               INDEXED BY PARTITION-IDX.
                   10 WS-PT-NUMBER PIC 99.
                   10 WS-PT-LOW-ID PIC 9(7).
                   10 WS-PT-HIGH-ID PIC 9(7).
                   10 WS-PT-SERIAL-START PIC 9(9).
                   10 WS-PT-SERIAL-BLOCK PIC 9(7).
           01 WS-PARTITION-BASE-NAME PIC X(40).
           01 WS-PARTITION-FILE-NAME PIC X(40).
           01 WS-PARTITION-STATE-NAME PIC X(40).
           01 WS-BUDGET-JOURNAL-NAME PIC X(40).
           01 WS-PARTITION-IN-NAME PIC X(40).
           01 WS-MERGE-OUT-NAME PIC X(40).
           01 WS-MERGE-OPEN-MODE PIC X.
               88 MERGE-OUT-REPLACES VALUE "O".
               88 MERGE-OUT-APPENDS VALUE "E".
           01 WS-MERGE-STATE PIC X(9).
           01 WS-MERGED-TAX-LAST-ID PIC 9(7).
           01 WS-MERGED-MILESTONE-21-LAST-ID PIC 9(7).
           01 WS-MERGED-MILESTONE-65-LAST-ID PIC 9(7).
           01 WS-MERGED-BIRTHDAY-LAST-ID PIC 9(7).
           01 WS-MERGED-SIGNUP-LAST-ID PIC 9(7).
      *    Set by a resumed merge for a section whose checkpoint
      *    already covers what the partitions read -- staged by the
      *    attempt that failed, so not staged twice.
           01 WS-TAX-STAGE-DONE PIC 9 VALUE 0.
           01 WS-MILESTONE-21-STAGE-DONE PIC 9 VALUE 0.
           01 WS-MILESTONE-65-STAGE-DONE PIC 9 VALUE 0.
           01 WS-BIRTHDAY-STAGE-DONE PIC 9 VALUE 0.
           01 WS-SIGNUP-STAGE-DONE PIC 9 VALUE 0.
           01 WS-CARDS-PENDING-NAME PIC X(40) VALUE
               "cards-pending.dat".
           01 WS-TAX-CARDS-PENDING-NAME PIC X(40) VALUE
               "cards-tax-day-pending.dat".
           01 WS-COMBINED-PENDING-NAME PIC X(40) VALUE
               "cards-combined-pending.dat".
           01 WS-MILESTONE-21-PENDING-NAME PIC X(40) VALUE
               "cards-21st-birthday-pending.dat".
           01 WS-MILESTONE-65-PENDING-NAME PIC X(40) VALUE
               "cards-65th-birthday-pending.dat".
           01 WS-SIGNUP-PENDING-NAME PIC X(40) VALUE
               "signup-anniversary-pending.dat".
           01 WS-DEFERRED-CARDS-NAME PIC X(40) VALUE
               "deferred-cards.dat".
           01 WS-UPCOMING-NAME PIC X(40) VALUE
               "upcoming-birthdays.dat".
           01 WS-BUSINESS-NAME PIC X(40) VALUE
               "business-customers.dat".
           01 WS-EXCEPTIONS-NAME PIC X(40) VALUE
               "customer-exceptions.dat".
           01 WS-EXCEPTION-STORE-NAME PIC X(40) VALUE
               "exception-store.dat".
           01 WS-ECARD-EXTRACT-NAME PIC X(40) VALUE
               "ecard-extract.dat".
           01 WS-FREQ-DEFER-NAME PIC X(40) VALUE
               "frequency-deferred-report.txt".
      *    Request area for the shared layout-services subprogram.
           01 WS-LS-REQUEST.
               05 LS-FUNCTION PIC X(8).
               05 LS-PROGRAM PIC X(30).
               05 LS-RESULT PIC X.
               05 LS-FILE-COUNT PIC 99.
               05 LS-FILE OCCURS 20 TIMES.
                   10 LS-FILE-NAME PIC X(40).
                   10 LS-VERSION PIC 9(3).
           LINKAGE SECTION.
           01 LS-TODAY.
               05 LS-TODAY-MONTH PIC 99.
      *    Under the nightly window the lock already belongs to the
      *    batch driver; a standalone (ad-hoc) invocation takes and
      *    releases its own.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-filterer" TO LS-PROGRAM.
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
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(9).
           MOVE 1 TO LS-VERSION(9).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG.
           ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
               ENVIRONMENT "NIGHTLY-WINDOW".
           MOVE SPACES TO WS-FILTER-PARTITION-FLAG.
           ACCEPT WS-FILTER-PARTITION-FLAG FROM
               ENVIRONMENT "FILTER-PARTITION".
           IF WS-FILTER-PARTITION-FLAG = "MERGE"
               MOVE "M" TO WS-PARTITION-MODE
           ELSE IF WS-FILTER-PARTITION-FLAG NOT = SPACES
               IF WS-FILTER-PARTITION-FLAG(1:2) IS NUMERIC AND
                   WS-FILTER-PARTITION-FLAG(3:3) = SPACES
                   MOVE "P" TO WS-PARTITION-MODE
                   MOVE WS-FILTER-PARTITION-FLAG(1:2) TO
                       WS-PARTITION-NUMBER
               ELSE
                   DISPLAY "CUSTOMER FILTERER -- FILTER-PARTITION "
                       WS-FILTER-PARTITION-FLAG " IS NEITHER A "
                       "TWO-DIGIT PARTITION NUMBER NOR MERGE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *    Partitions run side by side and each writes only its own
      *    work files, so none of them takes the run lock; the
      *    merge, which lands everything on the shared files, takes
      *    it like any other run.
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y" AND NOT PARTITION-RUN
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-LOCK-TAKEN = 0
                   GOBACK
               END-IF
           END-IF.
      *    A partition only reads the audit trail (for the contact
      *    cap); its e-card lines reach card-audit.dat and the
      *    manifests through the merge.
           IF PARTITION-RUN
               OPEN INPUT F-AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT F-AUDIT-FILE
                   CLOSE F-AUDIT-FILE
                   OPEN INPUT F-AUDIT-FILE
               END-IF
           ELSE
               OPEN I-O F-AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT F-AUDIT-FILE
                   CLOSE F-AUDIT-FILE
                   OPEN I-O F-AUDIT-FILE
               END-IF
               OPEN EXTEND F-MANIFEST-FILE
               OPEN EXTEND F-MANIFEST-DETAIL-FILE
           END-IF.
           PERFORM LOAD-CARD-SERIAL-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-AUDIT-HOUR.
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-AUDIT-MINUTE.
           PERFORM LOAD-REPRINT-CONTROL.
           PERFORM LOAD-PREVIEW-CONTROL.
           PERFORM LOAD-RELEASE-CONTROL.
           IF WS-PARTITION-MODE NOT = SPACE
               PERFORM SET-UP-PARTITIONED-RUN
           END-IF.
           IF NOT PARTITION-PROCEEDS
               IF PARTITION-REFUSED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
           IF REPRINT-IS-REQUESTED
               PERFORM REPRINT-SINGLE-CUSTOMER
           ELSE
               PERFORM LOAD-SEED-ADDRESSES
               PERFORM LOAD-CONTACT-CAP-CONTROL
               PERFORM LOAD-CONTACT-LEDGER
               PERFORM LOAD-POSTAGE-BUDGET
               PERFORM LOAD-VOLUME-GATE-CONTROL
               PERFORM DAILY-PROCESSING
               PERFORM UNTIL LS-TODAY = WS-BACKFILL-END-DATE AND
                   LS-TODAY-YEAR = WS-BACKFILL-END-YEAR
                   PERFORM ADVANCE-PROCESSING-DATE
                   PERFORM DAILY-PROCESSING
               END-PERFORM
      *        A partition prices its pieces but leaves the spend
      *        to the merge, which writes the ledger line as it
      *        replays the partitions' budget journals.
               IF NOT PREVIEW-RUN AND WS-PARTITION-MODE = SPACE
                   PERFORM WRITE-SPEND-LEDGER-LINE
               END-IF
               IF NOT PARTITION-RUN
                   MOVE WS-BUDGET-SPENT TO WS-EDIT-SPEND
                   MOVE WS-BUDGET-LIMIT TO WS-EDIT-LIMIT
                   DISPLAY "POSTAGE BUDGET SUMMARY -- PIECES PRICED: "
                       WS-RUN-PRICED-COUNT
                       " MONTH TO DATE: " WS-EDIT-SPEND
                       " BUDGET: " WS-EDIT-LIMIT
                       " BUDGET-DEFERRED: " WS-BUDGET-DEFERRED-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE F-AUDIT-FILE.
           IF NOT PARTITION-RUN
               CLOSE F-MANIFEST-FILE
               CLOSE F-MANIFEST-DETAIL-FILE
           END-IF.
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y" AND NOT PARTITION-RUN
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           GOBACK.
      *    used to collide with the nightly run inside the same
      *    history files. Whoever finds run-lock.dat already there
      *    refuses to start and names the holder; a lock left by a
      *    crashed run is cleared by the operator from batch-console
      *    once they have confirmed nothing is running.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "CUSTOMER FILTERER -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
      *    card straight onto the requested history file.
           PERFORM LOAD-GREETING-TEMPLATES.
           OPEN INPUT F-CUSTOMERS-FILE.
           PERFORM OPEN-SEASONAL-ADDRESSES.
           MOVE WS-REPRINT-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE KEY IS PERSON-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "REPRINT FAILED -- CUSTOMER NOT FOUND: "
                       WS-REPRINT-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM APPLY-SEASONAL-ADDRESS
                   PERFORM BUILD-GREETING-NAME
                   PERFORM WRITE-REPRINT-CARD
           END-READ.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM CLOSE-SEASONAL-ADDRESSES.
           MOVE "CLOSE" TO SV-FUNCTION.
           CALL "salutation-services" USING WS-SV-REQUEST.

           WRITE-REPRINT-CARD SECTION.
           IF PERSON-OPTED-OUT
           ELSE IF PERSON-IS-SUPPRESSED
               DISPLAY "REPRINT SKIPPED -- ON SUPPRESSION LIST: "
                   PERSON-CUSTOMER-ID
           ELSE IF PERSON-IS-DECEASED
               DISPLAY "REPRINT SKIPPED -- CUSTOMER DECEASED: "
                   PERSON-CUSTOMER-ID
           ELSE
               PERFORM WRITE-REPRINT-CARD-RECORD
           END-IF.
               MOVE PERSON-NAME TO TAX-CARDS-PERSON-NAME
               MOVE PERSON-ADDRESS TO TAX-CARDS-PERSON-ADDRESS
               IF PERSON-JOB-TITLE = SPACES
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME
                       INTO TAX-CARDS-GREETING
                   END-STRING
               ELSE
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME " ("
                       FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                       INTO TAX-CARDS-GREETING
                   END-STRING
               MOVE PERSON-NAME TO CARDS-PERSON-NAME
               MOVE PERSON-ADDRESS TO CARDS-PERSON-ADDRESS
               IF PERSON-JOB-TITLE = SPACES
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME
                       INTO CARDS-GREETING
                   END-STRING
               ELSE
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME " ("
                       FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                       INTO CARDS-GREETING
                   END-STRING

           COMPUTE-MAIL-TARGET-DATE SECTION.
      *    The target date is the processing date plus the lead
      *    days, counted in business days since the mail does not
      *    move on weekends and holidays. The run also covers the
      *    non-business days after the target, up to the next
      *    business day, which the next run will target instead.
      *    A run on a day that is not itself a business day (a
      *    postal holiday the shop works, or a backfilled weekend)
      *    selects nothing by date: the business day before it
      *    already covered its window.
           MOVE "BUSDAY" TO DS-FUNCTION.
           MOVE LS-TODAY-YEAR TO DS-YEAR.
           MOVE LS-TODAY-MONTH TO DS-MONTH.
           MOVE LS-TODAY-DAY TO DS-DAY.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-RESULT-FLAG TO WS-PROCESSING-DAY-FLAG.
           MOVE "ADDBUS" TO DS-FUNCTION.
           MOVE WS-MAIL-LEAD-DAYS TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-MONTH-2 TO WS-TARGET-MONTH.
           MOVE DS-DAY-2 TO WS-TARGET-DAY.
           MOVE DS-YEAR-2 TO WS-TARGET-YEAR.
           MOVE 0 TO WS-WINDOW-COUNT.
           IF WS-PROCESSING-DAY-FLAG = "Y"
               MOVE "N" TO WS-WINDOW-CLOSED
               PERFORM UNTIL WS-WINDOW-CLOSED = "Y"
                   ADD 1 TO WS-WINDOW-COUNT
                   SET WIN-IDX TO WS-WINDOW-COUNT
                   MOVE SPACES TO WS-WINDOW-DATE(WIN-IDX)
                   STRING DS-MONTH-2 "-" DS-DAY-2
                       INTO WS-WINDOW-DATE(WIN-IDX)
                   END-STRING
                   MOVE DS-YEAR-2 TO WS-WINDOW-YEAR(WIN-IDX)
                   MOVE "ADDDAYS" TO DS-FUNCTION
                   MOVE DS-YEAR-2 TO DS-YEAR
                   MOVE DS-MONTH-2 TO DS-MONTH
                   MOVE DS-DAY-2 TO DS-DAY
                   MOVE 1 TO DS-DAY-COUNT
                   CALL "date-services" USING WS-DS-REQUEST
                   MOVE "BUSDAY" TO DS-FUNCTION
                   MOVE DS-YEAR-2 TO DS-YEAR
                   MOVE DS-MONTH-2 TO DS-MONTH
                   MOVE DS-DAY-2 TO DS-DAY
                   CALL "date-services" USING WS-DS-REQUEST
                   IF DS-RESULT-FLAG = "Y" OR WS-WINDOW-COUNT >= 10
                       MOVE "Y" TO WS-WINDOW-CLOSED
                   END-IF
               END-PERFORM
           END-IF.

           FIND-IN-TARGET-WINDOW SECTION.
      *    WS-WINDOW-PROBE (MM-DD) in; WS-WINDOW-HIT Y/N and, on a
      *    hit, the year that day falls in this run's window out.
           MOVE "N" TO WS-WINDOW-HIT.
           MOVE 0 TO WS-WINDOW-HIT-YEAR.
           SET WIN-IDX TO 1.
           PERFORM UNTIL WIN-IDX > WS-WINDOW-COUNT OR
               WS-WINDOW-HIT = "Y"
               IF WS-WINDOW-DATE(WIN-IDX) = WS-WINDOW-PROBE
                   MOVE "Y" TO WS-WINDOW-HIT
                   MOVE WS-WINDOW-YEAR(WIN-IDX) TO WS-WINDOW-HIT-YEAR
               END-IF
               SET WIN-IDX UP BY 1
           END-PERFORM.

           LOAD-CARD-SERIAL-CONTROL SECTION.
           MOVE 1 TO WS-NEXT-SERIAL.
           LOAD-CONTACT-LEDGER SECTION.
      *    One pass over the audit trail counting each customer's
      *    pieces inside the rolling window. The audit file is held
      *    open I-O for the run, so the pass starts the serial key
      *    at the bottom and reads forward from there.
           IF WS-CAP-ACTIVE = 0
               CONTINUE
           ELSE
               MOVE 0 TO WS-CONTACT-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE 0 TO AUDIT-SERIAL
               START F-AUDIT-FILE KEY IS >= AUDIT-SERIAL
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-START
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           PERFORM TALLY-ONE-LEDGER-ROW
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-CONTACT-TABLE-FULL = 1
                   DISPLAY "WARNING -- CONTACT LEDGER TABLE FULL: "
           PERFORM LOAD-PRESORT-CONTROL.
           PERFORM COMPUTE-MAIL-TARGET-DATE.
           MOVE 0 TO WS-TAX-DAY-RAN.
      *    The histories are archived by the run that stages onto
      *    them -- a single run or the merge, never a partition.
           IF LS-TODAY = WS-TAX-TRIGGER-DATE
               MOVE 1 TO WS-TAX-DAY-RAN
               IF NOT PREVIEW-RUN AND NOT PARTITION-RUN
                   PERFORM ARCHIVE-TAX-CARDS-HISTORY
               END-IF
           END-IF.
           IF NOT PREVIEW-RUN AND NOT PARTITION-RUN
               PERFORM ARCHIVE-CARDS-HISTORY
           END-IF.
           PERFORM SELECT-DAILY-CARDS.
           MOVE 0 TO WS-TAX-FREQ-COUNT.
           MOVE 0 TO WS-SIGNUP-FREQ-COUNT.
           MOVE 0 TO WS-HOLD-DEFERRED-COUNT.
           MOVE 0 TO WS-SEASONAL-COUNT.
           MOVE 0 TO WS-TAX-CONSOLIDATED-COUNT.
           MOVE 0 TO WS-ACCOUNT-TAX-CARD-COUNT.
           MOVE 0 TO WS-BUSINESS-CONSOLIDATED-COUNT.
           MOVE 0 TO WS-BRAND-SKIP-COUNT.
           MOVE 0 TO WS-ECARD-CHECKSUM.
           PERFORM LOAD-BIRTHDAY-CHECKPOINT.
               PERFORM LOAD-MILESTONE-21-CHECKPOINT
               PERFORM LOAD-MILESTONE-65-CHECKPOINT
           END-IF.
           IF MERGE-RUN
               PERFORM MERGE-PARTITION-SELECTIONS
           ELSE
               PERFORM SCAN-CUSTOMERS-FILE
           END-IF.
      *    Each checkpoint is only written once its own sort and
      *    append have durably landed that section's cards in the
      *    history files -- not per record during the read loop -- so
      *    an abend during an append cannot leave a checkpoint
      *    pointing past cards that were never actually written.
      *    F-CUSTOMERS-FILE is read in ascending PERSON-CUSTOMER-ID
      *    order, so the last ID read is the highest, and becomes the
      *    new resume point.
           IF PREVIEW-RUN
      *        A preview stops at selection: the pending files show
      *        what would have gone out, the summaries below show the
      *        counts, and the histories, checkpoints, audit trail
      *        and manifest are left exactly as they were.
               DISPLAY "PREVIEW MODE -- SELECTION COMPLETE, "
                   "NOTHING COMMITTED"
           ELSE IF PARTITION-RUN
      *        A partition stops at selection too: its work files
      *        wait for the merge, which stages them with everyone
      *        else's.
               PERFORM FINISH-PARTITION-RUN
           ELSE
      *        Selection stages its batches and stops: the proof
      *        report and counts are for the operator's sign-off,
      *        and only the separate release step moves anything
      *        onto the history files. Checkpoints still save here
      *        -- the staged batch durably holds the selected cards,
      *        so a rerun must not select them again.
               OPEN EXTEND F-RELEASE-STAGING-FILE
               OPEN EXTEND F-PROOF-REPORT-FILE
               OPEN EXTEND F-PRESORT-REPORT-FILE
               IF TAX-DAY-DID-RUN
                   IF WS-TAX-STAGE-DONE = 0
                       PERFORM SORT-AND-STAGE-TAX-CARDS
                       PERFORM SORT-AND-STAGE-COMBINED-CARDS
                       MOVE WS-TAX-LAST-ID-READ TO
                           WS-TAX-CHECKPOINT-ID
                       PERFORM SAVE-TAX-CHECKPOINT
                   END-IF
                   IF WS-MILESTONE-21-STAGE-DONE = 0
                       PERFORM DETECT-MILESTONE-21-HOUSEHOLDS
                       PERFORM SORT-AND-STAGE-MILESTONE-21
                       MOVE WS-MILESTONE-21-LAST-ID-READ TO
                           WS-MILESTONE-21-CHECKPOINT-ID
                       PERFORM SAVE-MILESTONE-21-CHECKPOINT
                   END-IF
                   IF WS-MILESTONE-65-STAGE-DONE = 0
                       PERFORM DETECT-MILESTONE-65-HOUSEHOLDS
                       PERFORM SORT-AND-STAGE-MILESTONE-65
                       MOVE WS-MILESTONE-65-LAST-ID-READ TO
                           WS-MILESTONE-65-CHECKPOINT-ID
                       PERFORM SAVE-MILESTONE-65-CHECKPOINT
                   END-IF
               END-IF
               IF WS-BIRTHDAY-STAGE-DONE = 0
                   PERFORM DETECT-BIRTHDAY-HOUSEHOLDS
                   PERFORM SORT-AND-STAGE-CARDS
                   MOVE WS-BIRTHDAY-LAST-ID-READ TO
                       WS-BIRTHDAY-CHECKPOINT-ID
                   PERFORM SAVE-BIRTHDAY-CHECKPOINT
               END-IF
               IF WS-SIGNUP-STAGE-DONE = 0
                   PERFORM SORT-AND-STAGE-SIGNUP-CARDS
                   MOVE WS-SIGNUP-LAST-ID-READ TO
                       WS-SIGNUP-CHECKPOINT-ID
                   PERFORM SAVE-SIGNUP-CHECKPOINT
               END-IF
               CLOSE F-RELEASE-STAGING-FILE
               CLOSE F-PROOF-REPORT-FILE
               CLOSE F-PRESORT-REPORT-FILE
      *        The e-card channel gets its own manifest line so the
      *        print and e-card sides reconcile against the same
      *        card-batch-manifest.dat. The merge wrote its line
      *        when it renumbered the partitions' e-cards.
               IF MERGE-RUN
                   MOVE "COMPLETE" TO WS-MERGE-STATE
                   PERFORM WRITE-MERGE-STATE
                   DISPLAY "CUSTOMER FILTERER MERGE -- "
                       WS-PARTITION-COUNT " PARTITIONS STAGED"
               ELSE
                   MOVE "E-CARD" TO WS-MANIFEST-CARD-TYPE
                   MOVE WS-ECARD-COUNT TO WS-MANIFEST-COUNT
                   MOVE WS-ECARD-CHECKSUM TO WS-MANIFEST-CHECKSUM
                   MOVE "ECRD" TO WS-MANIFEST-VENDOR
                   PERFORM WRITE-BATCH-MANIFEST-RECORD
               END-IF
           END-IF
           END-IF.
      *    The merge reads no customers, so the per-section counts
      *    are the partitions' to show.
           IF NOT MERGE-RUN
               PERFORM DISPLAY-DAILY-SUMMARIES
           END-IF.

           SCAN-CUSTOMERS-FILE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CUSTOMERS-FILE.
      *    A partition starts at the bottom of its own ID range and
      *    stops at the first customer past the top of it.
           IF PARTITION-RUN
               MOVE WS-PARTITION-LOW-ID TO PERSON-CUSTOMER-ID
               START F-CUSTOMERS-FILE KEY IS >= PERSON-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-START
           END-IF.
           PERFORM OPEN-SEASONAL-ADDRESSES.
           PERFORM OPEN-BUSINESS-ACCOUNTS.
           OPEN OUTPUT F-CARDS-PENDING-FILE.
           OPEN OUTPUT F-SIGNUP-PENDING-FILE.
           OPEN EXTEND F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "35"
               OPEN OUTPUT F-DEFERRED-CARDS-FILE
           END-IF.
           IF PARTITION-RUN
               OPEN OUTPUT F-BUDGET-JOURNAL-FILE
           ELSE IF NOT PREVIEW-RUN
               OPEN EXTEND F-BUDGET-DEFERRED-FILE
               IF WS-BUDGET-DEFERRED-STATUS = "35"
                   OPEN OUTPUT F-BUDGET-DEFERRED-FILE
               END-IF
           END-IF.
           OPEN OUTPUT F-UPCOMING-FILE.
           OPEN OUTPUT F-BUSINESS-FILE.
           OPEN EXTEND F-EXCEPTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
                       IF PARTITION-RUN AND
                           PERSON-CUSTOMER-ID > WS-PARTITION-HIGH-ID
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           PERFORM EVALUATE-ONE-CUSTOMER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM CLOSE-SEASONAL-ADDRESSES.
           PERFORM CLOSE-BUSINESS-ACCOUNTS.
           MOVE "CLOSE" TO SV-FUNCTION.
           CALL "salutation-services" USING WS-SV-REQUEST.
           CLOSE F-CARDS-PENDING-FILE.
           CLOSE F-SIGNUP-PENDING-FILE.
           CLOSE F-DEFERRED-CARDS-FILE.
           IF PARTITION-RUN
               CLOSE F-BUDGET-JOURNAL-FILE
           ELSE IF NOT PREVIEW-RUN
               CLOSE F-BUDGET-DEFERRED-FILE
           END-IF.
           CLOSE F-UPCOMING-FILE.
           CLOSE F-BUSINESS-FILE.
           CLOSE F-EXCEPTIONS-FILE.
               CLOSE F-MILESTONE-21-PENDING-FILE
               CLOSE F-MILESTONE-65-PENDING-FILE
           END-IF.

           EVALUATE-ONE-CUSTOMER SECTION.
      *    One customer record, every card rule. The dates are
               PERSON-BRAND NOT = SPACES)
               ADD 1 TO WS-BRAND-SKIP-COUNT
           ELSE
               PERFORM APPLY-SEASONAL-ADDRESS
               PERFORM BUILD-GREETING-NAME
               PERFORM VALIDATE-BIRTHDAY
               PERFORM VALIDATE-SIGNUP-DATE
               PERFORM DETERMINE-EFFECTIVE-BIRTHDAY
               PERFORM CHECK-MAIL-HOLD
               PERFORM LOOK-UP-BUSINESS-ACCOUNT
               MOVE 0 TO WS-COMBINED-CARD-WRITTEN
               IF TAX-DAY-DID-RUN
                   PERFORM EVALUATE-TAX-DAY-CUSTOMER
      *    from mailing them a second, separate birthday card -- the
      *    single pass makes the old combined-ids merge file and its
      *    cursor unnecessary.
      *    A firm that asked for one card has it mailed on its
      *    mailing contact's record, to the registered address, and
      *    its other contacts are counted as folded into it. Keying
      *    the card to one contact keeps it inside the checkpoint: a
      *    restarted run mails it exactly once.
           ADD 1 TO WS-TAX-READ-COUNT.
           MOVE PERSON-CUSTOMER-ID TO WS-TAX-LAST-ID-READ.
           IF PERSON-CUSTOMER-ID > WS-TAX-CHECKPOINT-ID
               IF NOT BIRTHDAY-IS-VALID
                   ADD 1 TO WS-TAX-REJECT-COUNT
               ELSE IF WS-ACCOUNT-CONSOLIDATED = 1 AND
                   PERSON-CUSTOMER-ID NOT = BA-PRIMARY-CONTACT-ID
                   ADD 1 TO WS-TAX-CONSOLIDATED-COUNT
               ELSE IF NOT PERSON-OPTED-OUT AND
                   NOT PERSON-ADDRESS-UNDELIVERABLE AND
                   NOT PERSON-IS-SUPPRESSED AND
                   NOT PERSON-IS-DECEASED AND
                   ((WS-TARGET-YEAR - BIRTHDAY-YEAR >
                       WS-TAX-QUALIFYING-AGE) OR
                   (WS-TARGET-YEAR - BIRTHDAY-YEAR =
                       MOVE "TAX-DAY" TO WS-FREQ-CARD-TYPE
                       PERFORM WRITE-FREQ-DEFER-LINE
                   ELSE
                   IF WS-ACCOUNT-CONSOLIDATED = 1
                       PERFORM WRITE-ACCOUNT-TAX-CARD
                   ELSE
                   IF WS-BIRTHDAY-DUE = "Y"
      *                A customer who keeps tax-day cards but has
      *                opted out of birthday cards gets the plain
      *                tax card, not the combined greeting.
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-TAX-FILTER-COUNT
               END-IF
               MOVE PERSON-ADDRESS TO COMBINED-PENDING-ADDRESS
               IF PERSON-JOB-TITLE = SPACES
                   STRING "Happy Birthday and Happy "
                      "Tax Day, " WS-GREETING-NAME
                      INTO COMBINED-PENDING-GREETING
                   END-STRING
               ELSE
                   STRING "Happy Birthday and Happy "
                      "Tax Day, " WS-GREETING-NAME " ("
                      FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                      INTO COMBINED-PENDING-GREETING
                   END-STRING
                   END-WRITE
                   ADD 1 TO WS-HOLD-DEFERRED-COUNT
               ELSE
                   MOVE "COMBINED" TO WS-BUDGET-CARD-TYPE
                   PERFORM CHECK-POSTAGE-BUDGET
                   WRITE COMBINED-PENDING-RECORD
                   END-WRITE
               END-IF
               MOVE PERSON-NAME TO TAX-CARDS-PENDING-NAME
               MOVE PERSON-ADDRESS TO TAX-CARDS-PENDING-ADDRESS
               IF PERSON-JOB-TITLE = SPACES
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME
                      INTO TAX-CARDS-PENDING-GREETING
                   END-STRING
               ELSE
                   STRING WS-GREETING-PREFIX " " WS-GREETING-NAME " ("
                      FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                      INTO TAX-CARDS-PENDING-GREETING
                   END-STRING
                   END-WRITE
                   ADD 1 TO WS-HOLD-DEFERRED-COUNT
               ELSE
                   MOVE "TAX-DAY" TO WS-BUDGET-CARD-TYPE
                   PERFORM CHECK-POSTAGE-BUDGET
                   WRITE TAX-CARDS-PENDING-RECORD
                   END-WRITE
               END-IF
           ADD 1 TO WS-TAX-CARD-COUNT.
           PERFORM RECORD-CONTACT-PIECE.

           WRITE-ACCOUNT-TAX-CARD SECTION.
      *    The firm's one tax-day card: company name and registered
      *    address, always printed -- an e-card preference is the
      *    contact's own, not the firm's. A mail hold is judged on
      *    the registered state, then put back for the contact's
      *    personal cards further down the record.
           PERFORM SELECT-TAX-GREETING.
           MOVE BA-PRIMARY-CONTACT-ID TO TAX-CARDS-PENDING-ID.
           MOVE BA-COMPANY-NAME TO TAX-CARDS-PENDING-NAME.
           MOVE BA-REG-ADDRESS TO TAX-CARDS-PENDING-ADDRESS.
           MOVE SPACES TO TAX-CARDS-PENDING-GREETING.
           STRING WS-GREETING-PREFIX " "
               FUNCTION TRIM(BA-COMPANY-NAME)
               INTO TAX-CARDS-PENDING-GREETING
           END-STRING.
           MOVE PERSON-STATE TO WS-ACCOUNT-SAVED-STATE.
           MOVE WS-HOLD-ACTIVE TO WS-ACCOUNT-SAVED-HOLD.
           MOVE BA-REG-STATE TO PERSON-STATE.
           PERFORM CHECK-MAIL-HOLD.
           MOVE WS-ACCOUNT-SAVED-STATE TO PERSON-STATE.
           IF WS-HOLD-ACTIVE = 1
               MOVE SPACES TO DEFERRED-CARD-RECORD
               MOVE "TAX-DAY" TO DEFERRED-CARD-TYPE
               MOVE TAX-CARDS-PENDING-RECORD TO DEFERRED-CARD-IMAGE
               WRITE DEFERRED-CARD-RECORD
               END-WRITE
               ADD 1 TO WS-HOLD-DEFERRED-COUNT
           ELSE
               MOVE "TAX-DAY" TO WS-BUDGET-CARD-TYPE
               PERFORM CHECK-POSTAGE-BUDGET
               WRITE TAX-CARDS-PENDING-RECORD
               END-WRITE
           END-IF.
           MOVE WS-ACCOUNT-SAVED-HOLD TO WS-HOLD-ACTIVE.
           ADD 1 TO WS-TAX-CARD-COUNT.
           ADD 1 TO WS-ACCOUNT-TAX-CARD-COUNT.
           PERFORM RECORD-CONTACT-PIECE.

           EVALUATE-MILESTONE-21-CUSTOMER SECTION.
      *    Fires a one-time 21st-birthday card. Unlike the tax-day
      *    rule, which re-qualifies a customer every year once past
               ELSE IF NOT PERSON-OPTED-OUT AND
                   NOT PERSON-ADDRESS-UNDELIVERABLE AND
                   NOT PERSON-IS-SUPPRESSED AND
                   NOT PERSON-IS-DECEASED AND
                   ((WS-TARGET-YEAR - BIRTHDAY-YEAR =
                       WS-MILESTONE-21-AGE AND
                   BIRTHDAY-MONTH >= WS-TARGET-MONTH AND
                       MOVE PERSON-ADDRESS TO
                           MILESTONE-21-PENDING-ADDRESS
                       IF PERSON-JOB-TITLE = SPACES
                           STRING "Happy 21st Birthday, "
                              WS-GREETING-NAME
                              INTO MILESTONE-21-PENDING-GREETING
                           END-STRING
                       ELSE
                           STRING "Happy 21st Birthday, "
                              WS-GREETING-NAME
                              " (" FUNCTION TRIM(PERSON-JOB-TITLE)
                              ")"
                              INTO MILESTONE-21-PENDING-GREETING
                           END-WRITE
                           ADD 1 TO WS-HOLD-DEFERRED-COUNT
                       ELSE
                           MOVE "MILESTONE-21" TO WS-BUDGET-CARD-TYPE
                           PERFORM CHECK-POSTAGE-BUDGET
                           IF WS-BUDGET-ALLOWED = 0
                               MOVE SPACES TO BUDGET-DEFERRED-RECORD
                               MOVE MILESTONE-21-PENDING-RECORD TO
                                   BD-CARD-IMAGE
                               PERFORM WRITE-BUDGET-DEFERRED-CARD
                           ELSE IF WS-BUDGET-ALLOWED = 2
                               MOVE MILESTONE-21-PENDING-RECORD TO
                                   BJ-CARD-IMAGE
                               WRITE BUDGET-JOURNAL-RECORD
                               END-WRITE
                           ELSE
                               WRITE MILESTONE-21-PENDING-RECORD
                               END-WRITE
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-MILESTONE-21-CARD-COUNT
               ELSE IF NOT PERSON-OPTED-OUT AND
                   NOT PERSON-ADDRESS-UNDELIVERABLE AND
                   NOT PERSON-IS-SUPPRESSED AND
                   NOT PERSON-IS-DECEASED AND
                   ((WS-TARGET-YEAR - BIRTHDAY-YEAR =
                       WS-MILESTONE-65-AGE AND
                   BIRTHDAY-MONTH >= WS-TARGET-MONTH AND
                       MOVE PERSON-ADDRESS TO
                           MILESTONE-65-PENDING-ADDRESS
                       IF PERSON-JOB-TITLE = SPACES
                           STRING "Happy 65th Birthday, "
                              WS-GREETING-NAME
                              INTO MILESTONE-65-PENDING-GREETING
                           END-STRING
                       ELSE
                           STRING "Happy 65th Birthday, "
                              WS-GREETING-NAME
                              " (" FUNCTION TRIM(PERSON-JOB-TITLE)
                              ")"
                              INTO MILESTONE-65-PENDING-GREETING
                           END-WRITE
                           ADD 1 TO WS-HOLD-DEFERRED-COUNT
                       ELSE
                           MOVE "MILESTONE-65" TO WS-BUDGET-CARD-TYPE
                           PERFORM CHECK-POSTAGE-BUDGET
                           IF WS-BUDGET-ALLOWED = 0
                               MOVE SPACES TO BUDGET-DEFERRED-RECORD
                               MOVE MILESTONE-65-PENDING-RECORD TO
                                   BD-CARD-IMAGE
                               PERFORM WRITE-BUDGET-DEFERRED-CARD
                           ELSE IF WS-BUDGET-ALLOWED = 2
                               MOVE MILESTONE-65-PENDING-RECORD TO
                                   BJ-CARD-IMAGE
                               WRITE BUDGET-JOURNAL-RECORD
                               END-WRITE
                           ELSE
                               WRITE MILESTONE-65-PENDING-RECORD
                               END-WRITE
                           END-IF
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-MILESTONE-65-CARD-COUNT
               ELSE IF NOT PERSON-OPTED-OUT AND
                   NOT PERSON-ADDRESS-UNDELIVERABLE AND
                   NOT PERSON-IS-SUPPRESSED AND
                   NOT PERSON-IS-DECEASED AND
                   WS-BIRTHDAY-DUE = "Y"
                   MOVE 1 TO WS-PREF-WANTED-TYPE
                   PERFORM CHECK-MAIL-PREFERENCE
                   IF WS-PREF-ALLOWED = 0
                               CARDS-PENDING-ADDRESS
                           IF PERSON-JOB-TITLE = SPACES
                               STRING WS-GREETING-PREFIX " "
                                  WS-GREETING-NAME
                                  INTO CARDS-PENDING-GREETING
                               END-STRING
                           ELSE
                               STRING WS-GREETING-PREFIX " "
                                  WS-GREETING-NAME
                                  " (" FUNCTION TRIM(PERSON-JOB-TITLE)
                                  ")"
                                  INTO CARDS-PENDING-GREETING
                               END-WRITE
                               ADD 1 TO WS-HOLD-DEFERRED-COUNT
                           ELSE
                               MOVE "BIRTHDAY" TO WS-BUDGET-CARD-TYPE
                               PERFORM CHECK-POSTAGE-BUDGET
                               WRITE CARDS-PENDING-RECORD
                               END-WRITE
                           END-IF
                   IF NOT PERSON-OPTED-OUT AND
                       NOT PERSON-ADDRESS-UNDELIVERABLE AND
                       NOT PERSON-IS-SUPPRESSED AND
                       NOT PERSON-IS-DECEASED AND
                       WS-SIGNUP-DUE = "Y" AND
                       WS-SIGNUP-DUE-YEAR > SIGNUP-YEAR
                       MOVE 4 TO WS-PREF-WANTED-TYPE
                       PERFORM CHECK-MAIL-PREFERENCE
                       PERFORM CHECK-CONTACT-CAP
                           PERFORM WRITE-FREQ-DEFER-LINE
                       ELSE
                       COMPUTE WS-SIGNUP-YEARS =
                           WS-SIGNUP-DUE-YEAR - SIGNUP-YEAR
                       IF PERSON-PREFERS-EMAIL
                           MOVE SPACES TO WS-GREETING-PREFIX
                           STRING "Happy " WS-SIGNUP-YEARS
                               SIGNUP-PENDING-ADDRESS
                           IF PERSON-JOB-TITLE = SPACES
                               STRING "Happy " WS-SIGNUP-YEARS
                                  "-Year Anniversary, " WS-GREETING-NAME
                                  INTO SIGNUP-PENDING-GREETING
                               END-STRING
                           ELSE
                               STRING "Happy " WS-SIGNUP-YEARS
                                  "-Year Anniversary, " WS-GREETING-NAME
                                  " (" FUNCTION TRIM(PERSON-JOB-TITLE)
                                  ")"
                                  INTO SIGNUP-PENDING-GREETING
                               END-WRITE
                               ADD 1 TO WS-HOLD-DEFERRED-COUNT
                           ELSE
                               MOVE "SIGNUP" TO WS-BUDGET-CARD-TYPE
                               PERFORM CHECK-POSTAGE-BUDGET
                               IF WS-BUDGET-ALLOWED = 0
                                   MOVE SPACES TO BUDGET-DEFERRED-RECORD
                                   MOVE SIGNUP-PENDING-RECORD TO
                                       BD-CARD-IMAGE
                                   PERFORM WRITE-BUDGET-DEFERRED-CARD
                               ELSE IF WS-BUDGET-ALLOWED = 2
                                   MOVE SIGNUP-PENDING-RECORD TO
                                       BJ-CARD-IMAGE
                                   WRITE BUDGET-JOURNAL-RECORD
                                   END-WRITE
                               ELSE
                                   WRITE SIGNUP-PENDING-RECORD
                                   END-WRITE
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                       ADD 1 TO WS-SIGNUP-CARD-COUNT
               NOT PERSON-OPTED-OUT AND
               NOT PERSON-ADDRESS-UNDELIVERABLE AND
               NOT PERSON-IS-SUPPRESSED AND
               NOT PERSON-IS-DECEASED AND
               BIRTHDAY-MONTH = WS-TARGET-MONTH
               MOVE SPACES TO UPCOMING-RECORD
               MOVE PERSON-CUSTOMER-ID TO UPCOMING-CUSTOMER-ID
      *    list, since the print vendor handling their mailings is
      *    different from the one used for personal birthday/tax
      *    cards.
      *    A consolidated account goes on the list once, as the
      *    company at its registered address for the attention of
      *    its mailing contact; its other contacts are left off.
           IF WS-ACCOUNT-CONSOLIDATED = 1
               IF PERSON-CUSTOMER-ID = BA-PRIMARY-CONTACT-ID AND
                   NOT PERSON-OPTED-OUT
                   MOVE PERSON-CUSTOMER-ID TO BUSINESS-CUSTOMER-ID
                   MOVE BA-COMPANY-NAME TO BUSINESS-NAME
                   MOVE BA-REG-ADDRESS TO BUSINESS-ADDRESS
                   MOVE SPACES TO BUSINESS-JOB-TITLE
                   STRING "ATTN " FUNCTION TRIM(PERSON-NAME)
                       DELIMITED BY SIZE INTO BUSINESS-JOB-TITLE
                   END-STRING
                   WRITE BUSINESS-RECORD
                   END-WRITE
                   ADD 1 TO WS-BUSINESS-COUNT
               ELSE IF PERSON-CUSTOMER-ID NOT = BA-PRIMARY-CONTACT-ID
                   ADD 1 TO WS-BUSINESS-CONSOLIDATED-COUNT
               END-IF
               END-IF
           ELSE IF PERSON-JOB-TITLE NOT = SPACES AND
               NOT PERSON-OPTED-OUT
               MOVE PERSON-CUSTOMER-ID TO BUSINESS-CUSTOMER-ID
               MOVE PERSON-NAME TO BUSINESS-NAME
               IF WS-TAX-READ-COUNT NOT = WS-TAX-CARD-COUNT +
                   WS-COMBINED-CARD-COUNT + WS-TAX-REJECT-COUNT +
                   WS-TAX-FILTER-COUNT + WS-TAX-SKIP-COUNT +
                   WS-TAX-PREF-COUNT + WS-TAX-FREQ-COUNT +
                   WS-TAX-CONSOLIDATED-COUNT
                   DISPLAY "WARNING -- TAX-DAY READ/WRITE COUNT "
                       "MISMATCH: RECORDS READ DO NOT RECONCILE "
                       "AGAINST CARDS WRITTEN, REJECTED, FILTERED, "
                   " SKIPPED: " WS-TAX-SKIP-COUNT
                   " PREF-SUPPRESSED: " WS-TAX-PREF-COUNT
                   " FREQ-DEFERRED: " WS-TAX-FREQ-COUNT
               DISPLAY "TAX-DAY BUSINESS ACCOUNTS -- ACCOUNT CARDS: "
                   WS-ACCOUNT-TAX-CARD-COUNT
                   " CONTACTS CONSOLIDATED: "
                   WS-TAX-CONSOLIDATED-COUNT
               IF WS-MILESTONE-21-READ-COUNT NOT =
                   WS-MILESTONE-21-CARD-COUNT +
                   WS-MILESTONE-21-REJECT-COUNT +
           DISPLAY "E-CARDS ROUTED: " WS-ECARD-COUNT.
           DISPLAY "UPCOMING BIRTHDAYS THIS MONTH: "
               WS-UPCOMING-COUNT.
           DISPLAY "BUSINESS CUSTOMERS ROUTED: " WS-BUSINESS-COUNT
               " CONSOLIDATED INTO ACCOUNTS: "
               WS-BUSINESS-CONSOLIDATED-COUNT.
           DISPLAY "DEFERRED FOR STATE MAIL HOLDS: "
               WS-HOLD-DEFERRED-COUNT.
           DISPLAY "IN-SEASON RECORDS (SEASONAL ADDRESS USED): "
               WS-SEASONAL-COUNT.
           IF WS-BRAND-RUN-ACTIVE = 1
               DISPLAY "BRAND " WS-RUN-BRAND
                   " PASS -- OTHER-BRAND CUSTOMERS SKIPPED: "
                   MOVE "02-28" TO WS-EFFECTIVE-BIRTHDAY
               END-IF
           END-IF.
           MOVE WS-EFFECTIVE-BIRTHDAY TO WS-WINDOW-PROBE.
           PERFORM FIND-IN-TARGET-WINDOW.
           MOVE WS-WINDOW-HIT TO WS-BIRTHDAY-DUE.

           VALIDATE-SIGNUP-DATE SECTION.
      *    Catches data-entry errors in PERSON-SIGNUP-DATE the same
                   MOVE "02-28" TO WS-EFFECTIVE-SIGNUP
               END-IF
           END-IF.
           MOVE WS-EFFECTIVE-SIGNUP TO WS-WINDOW-PROBE.
           PERFORM FIND-IN-TARGET-WINDOW.
           MOVE WS-WINDOW-HIT TO WS-SIGNUP-DUE.
           MOVE WS-WINDOW-HIT-YEAR TO WS-SIGNUP-DUE-YEAR.

           WRITE-EXCEPTION-STORE-LINE SECTION.
           MOVE SPACES TO EXCEPTION-STORE-RECORD.
           END-STRING.
           WRITE PROOF-REPORT-LINE
           END-WRITE.
           PERFORM JUDGE-BATCH-VOLUME.
           MOVE SPACES TO PROOF-REPORT-LINE.
           WRITE PROOF-REPORT-LINE
           END-WRITE.
               CLOSE F-PRESORT-CONTROL-FILE
           END-IF.

           LOAD-VOLUME-GATE-CONTROL SECTION.
           MOVE 25 TO WS-VOLUME-TOLERANCE-PCT.
           MOVE 20 TO WS-VOLUME-MINIMUM-PIECES.
           OPEN INPUT F-VOLUME-GATE-CONTROL-FILE.
           IF WS-VOLUME-GATE-STATUS = "00"
               READ F-VOLUME-GATE-CONTROL-FILE
                   NOT AT END
                       IF VOLUME-GATE-TOLERANCE-PCT NUMERIC
                           MOVE VOLUME-GATE-TOLERANCE-PCT TO
                               WS-VOLUME-TOLERANCE-PCT
                       END-IF
                       IF VOLUME-GATE-MINIMUM-PIECES NUMERIC
                           MOVE VOLUME-GATE-MINIMUM-PIECES TO
                               WS-VOLUME-MINIMUM-PIECES
                       END-IF
               END-READ
               CLOSE F-VOLUME-GATE-CONTROL-FILE
           END-IF.

           JUDGE-BATCH-VOLUME SECTION.
      *    A bad tax-control.dat once doubled the tax-day batch and
      *    only the vendor noticed. Each staged batch is now weighed
      *    against the forecast's daily share for its card type and
      *    month; one further off than the tolerance either way is
      *    held on volume-holds.dat until a supervisor approves it,
      *    with the reason on the proof report. Anniversary cards
      *    forecast as SIGNUP; combined cards have no forecast of
      *    their own and are not gated.
           MOVE SPACES TO WS-VOLUME-MONTH.
           STRING LS-TODAY-YEAR "-" LS-TODAY-MONTH
               DELIMITED BY SIZE INTO WS-VOLUME-MONTH
           END-STRING.
           IF WS-STAGE-CARD-TYPE = "ANNIVERSARY"
               MOVE "SIGNUP" TO WS-VOLUME-FORECAST-TYPE
           ELSE
               MOVE WS-STAGE-CARD-TYPE TO WS-VOLUME-FORECAST-TYPE
           END-IF.
           PERFORM FIND-VOLUME-FORECAST.
           MOVE "+" TO WS-VOLUME-SIGN.
           MOVE 0 TO WS-VOLUME-PCT.
           IF WS-VOLUME-FORECAST-FOUND = 0
               MOVE "NO-FCST" TO WS-VOLUME-RESULT
               MOVE 0 TO WS-VOLUME-EXPECTED
           ELSE
               IF WS-STAGE-BATCH-COUNT < WS-VOLUME-EXPECTED
                   MOVE "-" TO WS-VOLUME-SIGN
                   COMPUTE WS-VOLUME-DIFFERENCE =
                       WS-VOLUME-EXPECTED - WS-STAGE-BATCH-COUNT
               ELSE
                   COMPUTE WS-VOLUME-DIFFERENCE =
                       WS-STAGE-BATCH-COUNT - WS-VOLUME-EXPECTED
               END-IF
               PERFORM COMPUTE-VOLUME-PERCENT
               MOVE "WITHIN" TO WS-VOLUME-RESULT
               IF WS-VOLUME-PCT > WS-VOLUME-TOLERANCE-PCT AND
                   (WS-STAGE-BATCH-COUNT >= WS-VOLUME-MINIMUM-PIECES OR
                    WS-VOLUME-EXPECTED >= WS-VOLUME-MINIMUM-PIECES)
                   MOVE "HELD" TO WS-VOLUME-RESULT
               END-IF
           END-IF.
           MOVE SPACES TO PROOF-REPORT-LINE.
           IF WS-VOLUME-RESULT = "NO-FCST"
               STRING "  VOLUME CHECK -- NO FORECAST FOR "
                   WS-VOLUME-FORECAST-TYPE " IN " WS-VOLUME-MONTH
                   "; NOT GATED"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
               END-STRING
           ELSE IF WS-VOLUME-RESULT = "HELD"
               STRING "  VOLUME HOLD -- " WS-STAGE-BATCH-COUNT
                   " CARDS AGAINST " WS-VOLUME-EXPECTED
                   " FORECAST (" WS-VOLUME-SIGN WS-VOLUME-PCT
                   "%), OUTSIDE " WS-VOLUME-TOLERANCE-PCT
                   "% -- SUPERVISOR MUST APPROVE"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
               END-STRING
           ELSE
               STRING "  VOLUME CHECK -- " WS-STAGE-BATCH-COUNT
                   " CARDS AGAINST " WS-VOLUME-EXPECTED
                   " FORECAST (" WS-VOLUME-SIGN WS-VOLUME-PCT
                   "%), WITHIN TOLERANCE"
                   DELIMITED BY SIZE INTO PROOF-REPORT-LINE
               END-STRING
           END-IF.
           WRITE PROOF-REPORT-LINE
           END-WRITE.
           PERFORM WRITE-VOLUME-HISTORY-LINE.
           IF WS-VOLUME-RESULT = "HELD"
               PERFORM WRITE-VOLUME-HOLD-LINE
               DISPLAY "VOLUME GATE -- " WS-STAGE-CARD-TYPE " "
                   LS-TODAY-YEAR "-" LS-TODAY " HELD: "
                   WS-STAGE-BATCH-COUNT " AGAINST "
                   WS-VOLUME-EXPECTED " FORECAST"
           END-IF.

           COMPUTE-VOLUME-PERCENT SECTION.
      *    Off by more than a hundredfold, or anything at all against
      *    a forecast of none, reads as 9999.
           IF WS-VOLUME-EXPECTED = 0
               IF WS-VOLUME-DIFFERENCE > 0
                   MOVE 9999 TO WS-VOLUME-PCT
               END-IF
           ELSE IF WS-VOLUME-DIFFERENCE / WS-VOLUME-EXPECTED > 99
               MOVE 9999 TO WS-VOLUME-PCT
           ELSE
               COMPUTE WS-VOLUME-PCT ROUNDED =
                   WS-VOLUME-DIFFERENCE * 100 / WS-VOLUME-EXPECTED
           END-IF.

           FIND-VOLUME-FORECAST SECTION.
           MOVE 0 TO WS-VOLUME-FORECAST-FOUND.
           MOVE 0 TO WS-VOLUME-EXPECTED.
           MOVE 0 TO WS-VOLUME-IS-ENDED.
           OPEN INPUT F-VOLUME-FORECAST-FILE.
           IF WS-VOLUME-FORECAST-STATUS NOT = "00"
               MOVE 1 TO WS-VOLUME-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-VOLUME-IS-ENDED = 1
               READ F-VOLUME-FORECAST-FILE
                   NOT AT END
                       IF VOLUME-FORECAST-MONTH = WS-VOLUME-MONTH AND
                           VOLUME-FORECAST-CARD-TYPE =
                           WS-VOLUME-FORECAST-TYPE AND
                           VOLUME-FORECAST-DAILY-PIECES NUMERIC
                           MOVE 1 TO WS-VOLUME-FORECAST-FOUND
                           MOVE VOLUME-FORECAST-DAILY-PIECES TO
                               WS-VOLUME-EXPECTED
                           MOVE 1 TO WS-VOLUME-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-VOLUME-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VOLUME-FORECAST-STATUS = "00" OR
               WS-VOLUME-FORECAST-STATUS = "10"
               CLOSE F-VOLUME-FORECAST-FILE
           END-IF.

           WRITE-VOLUME-HISTORY-LINE SECTION.
           OPEN EXTEND F-VOLUME-HISTORY-FILE.
           IF WS-VOLUME-HISTORY-STATUS = "35"
               OPEN OUTPUT F-VOLUME-HISTORY-FILE
           END-IF.
           MOVE SPACES TO VOLUME-HISTORY-RECORD.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               DELIMITED BY SIZE INTO VOLUME-HISTORY-DATE
           END-STRING.
           MOVE WS-STAGE-CARD-TYPE TO VOLUME-HISTORY-CARD-TYPE.
           MOVE WS-STAGE-BATCH-COUNT TO VOLUME-HISTORY-ACTUAL.
           MOVE WS-VOLUME-EXPECTED TO VOLUME-HISTORY-EXPECTED.
           MOVE WS-VOLUME-SIGN TO VOLUME-HISTORY-SIGN.
           MOVE WS-VOLUME-PCT TO VOLUME-HISTORY-PCT.
           MOVE WS-VOLUME-RESULT TO VOLUME-HISTORY-RESULT.
           WRITE VOLUME-HISTORY-RECORD
           END-WRITE.
           CLOSE F-VOLUME-HISTORY-FILE.

           WRITE-VOLUME-HOLD-LINE SECTION.
           OPEN EXTEND F-VOLUME-HOLDS-FILE.
           IF WS-VOLUME-HOLDS-STATUS = "35"
               OPEN OUTPUT F-VOLUME-HOLDS-FILE
           END-IF.
           MOVE SPACES TO VOLUME-HOLD-RECORD.
           MOVE WS-STAGE-CARD-TYPE TO VOLUME-HOLD-CARD-TYPE.
           MOVE LS-TODAY TO VOLUME-HOLD-RUN-DATE.
           MOVE LS-TODAY-YEAR TO VOLUME-HOLD-RUN-YEAR.
           MOVE WS-STAGE-BATCH-COUNT TO VOLUME-HOLD-ACTUAL.
           MOVE WS-VOLUME-EXPECTED TO VOLUME-HOLD-EXPECTED.
           MOVE WS-VOLUME-SIGN TO VOLUME-HOLD-SIGN.
           MOVE WS-VOLUME-PCT TO VOLUME-HOLD-PCT.
           MOVE "HELD" TO VOLUME-HOLD-STATE.
           WRITE VOLUME-HOLD-RECORD
           END-WRITE.
           CLOSE F-VOLUME-HOLDS-FILE.

           LOAD-VOLUME-HOLDS SECTION.
      *    Only batches still HELD stop the release; an APPROVED line
      *    lets its batch through.
           MOVE 0 TO WS-VOLUME-HOLD-COUNT.
           MOVE 0 TO WS-VOLUME-IS-ENDED.
           OPEN INPUT F-VOLUME-HOLDS-FILE.
           IF WS-VOLUME-HOLDS-STATUS NOT = "00"
               MOVE 1 TO WS-VOLUME-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-VOLUME-IS-ENDED = 1
               READ F-VOLUME-HOLDS-FILE
                   NOT AT END
                       IF VOLUME-HOLD-STATE = "HELD" AND
                           WS-VOLUME-HOLD-COUNT < 50
                           ADD 1 TO WS-VOLUME-HOLD-COUNT
                           SET VHOLD-IDX TO WS-VOLUME-HOLD-COUNT
                           MOVE VOLUME-HOLD-CARD-TYPE TO
                               WS-VHOLD-CARD-TYPE(VHOLD-IDX)
                           MOVE VOLUME-HOLD-RUN-DATE TO
                               WS-VHOLD-RUN-DATE(VHOLD-IDX)
                           MOVE VOLUME-HOLD-RUN-YEAR TO
                               WS-VHOLD-RUN-YEAR(VHOLD-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-VOLUME-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VOLUME-HOLDS-STATUS = "00" OR
               WS-VOLUME-HOLDS-STATUS = "10"
               CLOSE F-VOLUME-HOLDS-FILE
           END-IF.

           CHECK-BATCH-VOLUME-HOLD SECTION.
      *    Called on each staged batch header at release: a batch
      *    the gate is still holding is carried, header and cards,
      *    to the held work file instead of being released.
           MOVE 0 TO WS-RELEASE-BATCH-HELD.
           SET VHOLD-IDX TO 1.
           PERFORM UNTIL WS-RELEASE-BATCH-HELD = 1 OR
               VHOLD-IDX > WS-VOLUME-HOLD-COUNT
               IF WS-VHOLD-CARD-TYPE(VHOLD-IDX) = STAGING-CARD-TYPE
                   AND WS-VHOLD-RUN-DATE(VHOLD-IDX) = STAGING-RUN-DATE
                   AND WS-VHOLD-RUN-YEAR(VHOLD-IDX) = STAGING-RUN-YEAR
                   MOVE 1 TO WS-RELEASE-BATCH-HELD
               ELSE
                   SET VHOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-RELEASE-BATCH-HELD = 1
               ADD 1 TO WS-RELEASE-HELD-BATCHES
               DISPLAY "RELEASE -- " STAGING-CARD-TYPE " "
                   STAGING-RUN-YEAR "-" STAGING-RUN-DATE
                   " HELD BY THE VOLUME GATE; LEFT STAGED UNTIL A "
                   "SUPERVISOR APPROVES IT"
           END-IF.

           RESTAGE-HELD-BATCHES SECTION.
      *    The staging file used to be truncated here outright; it
      *    now keeps exactly the batches still held, so a second
      *    release still cannot double-append anything released.
           MOVE 0 TO WS-VOLUME-IS-ENDED.
           OPEN INPUT F-RELEASE-HELD-WORK-FILE.
           OPEN OUTPUT F-RELEASE-STAGING-FILE.
           PERFORM UNTIL WS-VOLUME-IS-ENDED = 1
               READ F-RELEASE-HELD-WORK-FILE
                   NOT AT END
                       MOVE RELEASE-HELD-WORK-RECORD TO STAGING-RECORD
                       WRITE STAGING-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-VOLUME-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RELEASE-HELD-WORK-FILE.
           CLOSE F-RELEASE-STAGING-FILE.

           TALLY-PRESORT-PIECE SECTION.
      *    The staged batch arrives here already in ZIP order, so
      *    pieces per 5-digit and 3-digit prefix fall out of one
           MOVE 0 TO WS-RELEASE-BATCH-OPEN.
           MOVE 0 TO WS-RELEASE-TOTAL.
           PERFORM LOAD-VENDOR-ROUTING.
           PERFORM LOAD-PRESORT-CONTROL.
           PERFORM LOAD-STATEMENT-CONTROL.
           MOVE 0 TO WS-RUN-VENDOR-COUNT.
           PERFORM LOAD-VOLUME-HOLDS.
           MOVE 0 TO WS-RELEASE-HELD-BATCHES.
           MOVE 0 TO WS-RELEASE-BATCH-HELD.
           OPEN INPUT F-RELEASE-STAGING-FILE.
           IF WS-RELEASE-STAGING-STATUS NOT = "00"
               DISPLAY "RELEASE -- NOTHING STAGED TO RELEASE"
           ELSE
               OPEN OUTPUT F-RELEASE-HELD-WORK-FILE
               OPEN OUTPUT F-VENDOR-DISPATCH-WORK-FILE
               OPEN EXTEND F-CARDS-FILE
               OPEN EXTEND F-TAX-CARDS-FILE
               OPEN EXTEND F-MILESTONE-21-FILE
               OPEN EXTEND F-MILESTONE-65-FILE
               OPEN EXTEND F-SIGNUP-FILE
               OPEN EXTEND F-POSTAGE-STATEMENT-FILE
               IF WS-POSTAGE-STATEMENT-STATUS = "35"
                   OPEN OUTPUT F-POSTAGE-STATEMENT-FILE
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RELEASE-STAGING-FILE
                       NOT AT END
                           IF STAGING-RECORD-TYPE = "H"
                               PERFORM CLOSE-RELEASED-BATCH
                               PERFORM CHECK-BATCH-VOLUME-HOLD
                           END-IF
                           IF WS-RELEASE-BATCH-HELD = 1
                               MOVE STAGING-RECORD TO
                                   RELEASE-HELD-WORK-RECORD
                               WRITE RELEASE-HELD-WORK-RECORD
                               END-WRITE
                           ELSE
                               IF STAGING-RECORD-TYPE = "H"
                                   MOVE STAGING-CARD-TYPE TO
                                       WS-RELEASE-CARD-TYPE
                                   MOVE STAGING-RUN-DATE TO
                                       WS-RELEASE-RUN-DATE
                                   MOVE STAGING-RUN-YEAR TO
                                       WS-RELEASE-RUN-YEAR
                                   MOVE STAGING-HOUSEHOLDS TO
                                       WS-RELEASE-HOUSEHOLDS
                                   MOVE STAGING-BRAND TO
                                       WS-RELEASE-BRAND
                                   MOVE 0 TO WS-RELEASE-COUNT
                                   MOVE 0 TO WS-RELEASE-CHECKSUM
                                   MOVE 0 TO WS-BATCH-VENDOR-COUNT
                                   PERFORM START-POSTAGE-STATEMENT
                                   MOVE 1 TO WS-RELEASE-BATCH-OPEN
                               ELSE
                                   PERFORM RELEASE-ONE-CARD
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               CLOSE F-MILESTONE-21-FILE
               CLOSE F-MILESTONE-65-FILE
               CLOSE F-SIGNUP-FILE
               CLOSE F-POSTAGE-STATEMENT-FILE
               CLOSE F-VENDOR-DISPATCH-WORK-FILE
               PERFORM SPLIT-VENDOR-DISPATCH-FILES
               CLOSE F-RELEASE-STAGING-FILE
               CLOSE F-RELEASE-HELD-WORK-FILE
               PERFORM RESTAGE-HELD-BATCHES
               DISPLAY "RELEASE COMPLETE -- CARDS RELEASED: "
                   WS-RELEASE-TOTAL
                   " POSTAGE STATEMENTS: " WS-STATEMENT-COUNT
                   " NOT BALANCED: " WS-STATEMENT-MISMATCHES
                   " HELD FOR VOLUME: " WS-RELEASE-HELD-BATCHES
           END-IF.

           RELEASE-ONE-CARD SECTION.
           MOVE WS-AUDIT-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL.
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                       " ALREADY ON card-audit.dat"
           END-WRITE.
           MOVE SPACES TO MANIFEST-DETAIL-RECORD.
           MOVE WS-NEXT-SERIAL TO MANIFEST-DETAIL-SERIAL.
           WRITE MANIFEST-DETAIL-RECORD
           END-WRITE.
           PERFORM ROUTE-STAGED-CARD-TO-VENDOR.
           PERFORM TALLY-STATEMENT-PIECE.
           ADD 1 TO WS-NEXT-SERIAL.
           ADD 1 TO WS-RELEASE-COUNT.
           ADD STAGING-ID TO WS-RELEASE-CHECKSUM.
      *    ordering across the two phases. The household bundle
      *    count rides the first vendor's line.
           IF WS-RELEASE-BATCH-OPEN = 1
               MOVE 0 TO WS-STMT-MANIFEST-PIECES
               SET BVEND-IDX TO 1
               PERFORM UNTIL BVEND-IDX > WS-BATCH-VENDOR-COUNT
                   ADD WS-BVEND-PIECES(BVEND-IDX) TO
                       WS-STMT-MANIFEST-PIECES
                   MOVE SPACES TO MANIFEST-RECORD
                   MOVE WS-RELEASE-CARD-TYPE TO MANIFEST-CARD-TYPE
                   MOVE WS-RELEASE-RUN-DATE TO MANIFEST-RUN-DATE
                   END-WRITE
                   SET BVEND-IDX UP BY 1
               END-PERFORM
               IF WS-RELEASE-COUNT > 0
                   PERFORM WRITE-POSTAGE-STATEMENT
               END-IF
               PERFORM SAVE-CARD-SERIAL-CONTROL
               MOVE 0 TO WS-RELEASE-BATCH-OPEN
           END-IF.
      *    file holding only its region's work. Each card type the
      *    pass saw gets one seed monitoring piece on the end,
      *    invisible to the manifests, postage and audit trail.
      *    The finished file goes on the outbound transmission
      *    queue for vendor-transmit to send.
           SET RVEND-IDX TO 1.
           PERFORM UNTIL RVEND-IDX > WS-RUN-VENDOR-COUNT
               MOVE SPACES TO WS-VENDOR-DISPATCH-NAME
                   PERFORM INJECT-SEED-PIECES
               END-IF
               CLOSE F-VENDOR-DISPATCH-FILE
               MOVE "QUEUE" TO TX-FUNCTION
               MOVE WS-RVEND-CODE(RVEND-IDX) TO TX-VENDOR
               MOVE WS-VENDOR-DISPATCH-NAME TO TX-FILE-NAME
               MOVE "DISPATCH" TO TX-FILE-KIND
               CALL "transmission-queue" USING WS-TX-REQUEST
               SET RVEND-IDX UP BY 1
           END-PERFORM.
           OPEN OUTPUT F-VENDOR-DISPATCH-WORK-FILE.
               END-PERFORM
           END-IF.

           OPEN-SEASONAL-ADDRESSES SECTION.
      *    Absent seasonal-addresses.dat, everyone is mailed at home
      *    exactly as before.
           MOVE 0 TO WS-SEASONAL-OPEN.
           OPEN INPUT F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "00"
               MOVE 1 TO WS-SEASONAL-OPEN
           END-IF.

           CLOSE-SEASONAL-ADDRESSES SECTION.
           IF WS-SEASONAL-OPEN = 1
               CLOSE F-SEASONAL-FILE
               MOVE 0 TO WS-SEASONAL-OPEN
           END-IF.

           OPEN-BUSINESS-ACCOUNTS SECTION.
      *    Both files or neither: without them every customer is
      *    carded on their own, exactly as before.
           MOVE 0 TO WS-BUSINESS-FILES-OPEN.
           OPEN INPUT F-BUSINESS-ACCOUNTS-FILE.
           IF WS-BUSINESS-ACCOUNTS-STATUS = "00"
               OPEN INPUT F-BUSINESS-CONTACTS-FILE
               IF WS-BUSINESS-CONTACTS-STATUS = "00"
                   MOVE 1 TO WS-BUSINESS-FILES-OPEN
               ELSE
                   CLOSE F-BUSINESS-ACCOUNTS-FILE
               END-IF
           END-IF.

           CLOSE-BUSINESS-ACCOUNTS SECTION.
           IF WS-BUSINESS-FILES-OPEN = 1
               CLOSE F-BUSINESS-ACCOUNTS-FILE
               CLOSE F-BUSINESS-CONTACTS-FILE
               MOVE 0 TO WS-BUSINESS-FILES-OPEN
           END-IF.

           LOOK-UP-BUSINESS-ACCOUNT SECTION.
      *    Consolidation needs both the account's C mode and a named
      *    mailing contact; an account without one is carded contact
      *    by contact, the same as an unlinked customer.
           MOVE 0 TO WS-ACCOUNT-LINKED.
           MOVE 0 TO WS-ACCOUNT-CONSOLIDATED.
           IF WS-BUSINESS-FILES-OPEN = 1
               MOVE PERSON-CUSTOMER-ID TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BC-ACCOUNT-ID TO BA-ACCOUNT-ID
                       READ F-BUSINESS-ACCOUNTS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-ACCOUNT-LINKED
                               IF BA-CONSOLIDATED-CARDS AND
                                   BA-PRIMARY-CONTACT-ID NOT = 0
                                   MOVE 1 TO WS-ACCOUNT-CONSOLIDATED
                               END-IF
                       END-READ
               END-READ
           END-IF.

           APPLY-SEASONAL-ADDRESS SECTION.
      *    A snowbird's card goes to the seasonal address whenever the
      *    run date falls inside its range, both ends inclusive; a
      *    range whose start is later in the year than its end wraps
      *    through New Year. The address is laid over PERSON-ADDRESS
      *    in storage only -- customers.dat is open for input -- so
      *    the pending cards, vendor routing, the presort ZIP and the
      *    mail-hold check all work from the address actually mailed
      *    to, not the empty house.
           IF WS-SEASONAL-OPEN = 1
               MOVE PERSON-CUSTOMER-ID TO SA-CUSTOMER-ID
               READ F-SEASONAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-SEASON-TODAY =
                           LS-TODAY-MONTH * 100 + LS-TODAY-DAY
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

           BUILD-GREETING-NAME SECTION.
      *    Every greeting opens with the name the customer asked to
      *    be addressed by: "Mx. Rivera", or the plain name when
      *    they asked for no title or never said.
           MOVE "BUILD" TO SV-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO SV-CUSTOMER-ID.
           MOVE PERSON-NAME TO SV-NAME.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE SV-SALUTATION TO WS-GREETING-NAME.

           LOAD-SEED-ADDRESSES SECTION.
           MOVE 0 TO WS-SEED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
      *    file. Counted into the owning section's card count by the
      *    caller, and into the channel's own manifest totals here.
           IF PERSON-JOB-TITLE = SPACES
               STRING WS-GREETING-PREFIX " " WS-GREETING-NAME
                  INTO WS-ECARD-GREETING
               END-STRING
           ELSE
               STRING WS-GREETING-PREFIX " " WS-GREETING-NAME " ("
                  FUNCTION TRIM(PERSON-JOB-TITLE) ")"
                  INTO WS-ECARD-GREETING
               END-STRING
               MOVE WS-NEXT-SERIAL TO ECARD-SERIAL
               WRITE ECARD-EXTRACT-RECORD
               END-WRITE
      *        A partition's serial is from its own block and holds
      *        only until the merge renumbers the line; the audit
      *        and detail lines are the merge's to write.
               IF PARTITION-RUN
                   ADD 1 TO WS-NEXT-SERIAL
               ELSE
                   MOVE PERSON-CUSTOMER-ID TO WS-AUDIT-CUSTOMER-ID
                   MOVE PERSON-NAME TO WS-AUDIT-NAME
                   MOVE "E-CARD" TO WS-AUDIT-CARD-TYPE
                   PERFORM WRITE-CARD-AUDIT-RECORD
                   PERFORM ASSIGN-SERIAL-AND-WRITE-DETAIL
               END-IF
           END-IF.
           ADD 1 TO WS-ECARD-COUNT.
           ADD PERSON-CUSTOMER-ID TO WS-ECARD-CHECKSUM.

           WRITE-CARD-AUDIT-RECORD SECTION.
      *    Writes one line to card-audit.dat for every card that lands
      *    in a history file (cards.dat, cards-tax-day.dat, the
      *    milestone histories, cards-combined.dat), so the mailroom
      *    can reconcile exactly who was sent what and when.
           MOVE WS-AUDIT-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-NEXT-SERIAL TO AUDIT-SERIAL.
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                       " ALREADY ON card-audit.dat"
           END-WRITE.

           WRITE-BATCH-MANIFEST-RECORD SECTION.
           MOVE "EAST" TO WS-MANIFEST-VENDOR.
           PERFORM SAVE-CARD-SERIAL-CONTROL.


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
           IF PARTITION-RUN
               PERFORM JOURNAL-PRICED-PIECE
           ELSE
               PERFORM APPLY-BUDGET-DECISION
           END-IF.

           APPLY-BUDGET-DECISION SECTION.
      *    WS-BUDGET-CARD-TYPE, WS-BUDGET-PRIORITY and WS-PIECE-RATE
      *    describe the piece -- priced just now, or replayed by the
      *    merge from a partition's budget journal.
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

           JOURNAL-PRICED-PIECE SECTION.
      *    A priority-1 piece always mails, so it goes onto the
      *    partition's pending file as usual and only its price is
      *    journaled. Anything the budget could hold back is left to
      *    the merge: WS-BUDGET-ALLOWED 2 tells the caller to journal
      *    the card image instead of writing the pending record.
           MOVE SPACES TO BUDGET-JOURNAL-RECORD.
           MOVE WS-BUDGET-CARD-TYPE TO BJ-CARD-TYPE.
           MOVE WS-BUDGET-PRIORITY TO BJ-PRIORITY.
           MOVE WS-PIECE-RATE TO BJ-PIECE-RATE.
           IF WS-BUDGET-PRIORITY > 1
               MOVE "M" TO BJ-PLACEMENT
               MOVE 2 TO WS-BUDGET-ALLOWED
           ELSE
               MOVE "P" TO BJ-PLACEMENT
               MOVE 1 TO WS-BUDGET-ALLOWED
               WRITE BUDGET-JOURNAL-RECORD
               END-WRITE
           END-IF.

           WRITE-BUDGET-DEFERRED-CARD SECTION.
      *    The caller has BD-CARD-IMAGE and BD-CAMPAIGN-CODE filled.
      *    A preview only counts the deferral, like everything else
      *    it selects.
           MOVE WS-BUDGET-CARD-TYPE TO BD-CARD-TYPE.
           MOVE WS-BUDGET-PRIORITY TO BD-PRIORITY.
           MOVE WS-PIECE-RATE TO BD-PIECE-RATE.
           MOVE WS-BUDGET-TODAY TO BD-DEFERRED-DATE.
           IF NOT PREVIEW-RUN
               WRITE BUDGET-DEFERRED-RECORD
               END-WRITE
           END-IF.

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
           MOVE "customer-filterer" TO SPEND-PROGRAM.
           WRITE SPEND-LEDGER-RECORD
           END-WRITE.
           CLOSE F-SPEND-LEDGER-FILE.

           LOAD-STATEMENT-CONTROL SECTION.
           MOVE SPACES TO WS-STMT-PERMIT.
           MOVE 0 TO WS-STMT-RATE-5.
           MOVE 0 TO WS-STMT-RATE-3.
           MOVE 0 TO WS-STMT-RATE-MIXED.
           OPEN INPUT F-STATEMENT-CONTROL-FILE.
           IF WS-STATEMENT-CONTROL-STATUS = "00"
               READ F-STATEMENT-CONTROL-FILE
                   NOT AT END
                       MOVE STATEMENT-CONTROL-PERMIT TO WS-STMT-PERMIT
                       IF STATEMENT-CONTROL-RATE-5 NUMERIC
                           MOVE STATEMENT-CONTROL-RATE-5 TO
                               WS-STMT-RATE-5
                       END-IF
                       IF STATEMENT-CONTROL-RATE-3 NUMERIC
                           MOVE STATEMENT-CONTROL-RATE-3 TO
                               WS-STMT-RATE-3
                       END-IF
                       IF STATEMENT-CONTROL-RATE-MIXED NUMERIC
                           MOVE STATEMENT-CONTROL-RATE-MIXED TO
                               WS-STMT-RATE-MIXED
                       END-IF
               END-READ
               CLOSE F-STATEMENT-CONTROL-FILE
           ELSE
               DISPLAY "WARNING -- NO postage-statement-control.dat; "
                   "STATEMENTS CARRY NO PERMIT OR RATES"
           END-IF.
           MOVE SPACES TO WS-STMT-PREPARED-DATE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-STMT-PREPARED-DATE
           END-STRING.

           START-POSTAGE-STATEMENT SECTION.
           MOVE 0 TO WS-STMT-GROUP-OPEN.
           MOVE 0 TO WS-STMT-ZIP5-PIECES.
           MOVE 0 TO WS-STMT-ZIP3-PIECES.
           MOVE 0 TO WS-STMT-ZIP3-LEFT.
           MOVE 0 TO WS-STMT-5-PIECES.
           MOVE 0 TO WS-STMT-3-PIECES.
           MOVE 0 TO WS-STMT-MIXED-PIECES.

           TALLY-STATEMENT-PIECE SECTION.
      *    The staged batch replays in ZIP order, so the tiers fall
      *    out of one pass: a 5-digit group at the minimum rates
      *    5-DIGIT; the rest of a qualifying 3-digit group rates
      *    3-DIGIT; whatever is left goes at the mixed rate.
           IF WS-STMT-GROUP-OPEN = 0
               MOVE STAGING-ZIP(1:5) TO WS-STMT-ZIP5
               MOVE STAGING-ZIP(1:3) TO WS-STMT-ZIP3
               MOVE 1 TO WS-STMT-GROUP-OPEN
           END-IF.
           IF STAGING-ZIP(1:5) NOT = WS-STMT-ZIP5
               PERFORM CLOSE-STATEMENT-ZIP5
               MOVE STAGING-ZIP(1:5) TO WS-STMT-ZIP5
           END-IF.
           IF STAGING-ZIP(1:3) NOT = WS-STMT-ZIP3
               PERFORM CLOSE-STATEMENT-ZIP3
               MOVE STAGING-ZIP(1:3) TO WS-STMT-ZIP3
           END-IF.
           ADD 1 TO WS-STMT-ZIP5-PIECES.
           ADD 1 TO WS-STMT-ZIP3-PIECES.

           CLOSE-STATEMENT-ZIP5 SECTION.
           IF WS-STMT-ZIP5-PIECES >= WS-PRESORT-5-DIGIT-MIN
               ADD WS-STMT-ZIP5-PIECES TO WS-STMT-5-PIECES
           ELSE
               ADD WS-STMT-ZIP5-PIECES TO WS-STMT-ZIP3-LEFT
           END-IF.
           MOVE 0 TO WS-STMT-ZIP5-PIECES.

           CLOSE-STATEMENT-ZIP3 SECTION.
           IF WS-STMT-ZIP3-PIECES >= WS-PRESORT-3-DIGIT-MIN
               ADD WS-STMT-ZIP3-LEFT TO WS-STMT-3-PIECES
           ELSE
               ADD WS-STMT-ZIP3-LEFT TO WS-STMT-MIXED-PIECES
           END-IF.
           MOVE 0 TO WS-STMT-ZIP3-PIECES.
           MOVE 0 TO WS-STMT-ZIP3-LEFT.

           WRITE-POSTAGE-STATEMENT SECTION.
      *    Written as the batch's manifest lands, and balanced
      *    against it: the tier pieces must add up to what the
      *    manifest lines for the batch told the vendors to print.
           IF WS-STMT-GROUP-OPEN = 1
               PERFORM CLOSE-STATEMENT-ZIP5
               PERFORM CLOSE-STATEMENT-ZIP3
               MOVE 0 TO WS-STMT-GROUP-OPEN
           END-IF.
           MOVE 0 TO WS-STMT-TOTAL-POSTAGE.
           MOVE SPACES TO STATEMENT-HEADER-RECORD.
           MOVE "H" TO STATEMENT-RECORD-TYPE.
           MOVE WS-STMT-PERMIT TO STATEMENT-PERMIT.
           STRING WS-RELEASE-RUN-YEAR "-" WS-RELEASE-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-MAILING-DATE
           END-STRING.
           MOVE WS-RELEASE-CARD-TYPE TO STATEMENT-CARD-TYPE.
           MOVE "CARDS" TO STATEMENT-CATEGORY.
           MOVE WS-RELEASE-BRAND TO STATEMENT-BRAND.
           MOVE WS-STMT-PREPARED-DATE TO STATEMENT-PREPARED-DATE.
           WRITE STATEMENT-HEADER-RECORD
           END-WRITE.
           MOVE SPACES TO STATEMENT-TIER-RECORD.
           MOVE "L" TO STATEMENT-RECORD-TYPE.
           MOVE "5-DIGIT" TO STATEMENT-TIER.
           MOVE WS-STMT-5-PIECES TO STATEMENT-TIER-PIECES.
           MOVE WS-STMT-RATE-5 TO STATEMENT-TIER-RATE.
           COMPUTE WS-STMT-TIER-POSTAGE ROUNDED =
               WS-STMT-5-PIECES * WS-STMT-RATE-5.
           PERFORM WRITE-STATEMENT-TIER-LINE.
           MOVE "3-DIGIT" TO STATEMENT-TIER.
           MOVE WS-STMT-3-PIECES TO STATEMENT-TIER-PIECES.
           MOVE WS-STMT-RATE-3 TO STATEMENT-TIER-RATE.
           COMPUTE WS-STMT-TIER-POSTAGE ROUNDED =
               WS-STMT-3-PIECES * WS-STMT-RATE-3.
           PERFORM WRITE-STATEMENT-TIER-LINE.
           MOVE "MIXED" TO STATEMENT-TIER.
           MOVE WS-STMT-MIXED-PIECES TO STATEMENT-TIER-PIECES.
           MOVE WS-STMT-RATE-MIXED TO STATEMENT-TIER-RATE.
           COMPUTE WS-STMT-TIER-POSTAGE ROUNDED =
               WS-STMT-MIXED-PIECES * WS-STMT-RATE-MIXED.
           PERFORM WRITE-STATEMENT-TIER-LINE.
           COMPUTE WS-STMT-TOTAL-PIECES = WS-STMT-5-PIECES +
               WS-STMT-3-PIECES + WS-STMT-MIXED-PIECES.
           MOVE SPACES TO STATEMENT-TOTAL-RECORD.
           MOVE "T" TO STATEMENT-RECORD-TYPE.
           MOVE WS-STMT-TOTAL-PIECES TO STATEMENT-TOTAL-PIECES.
           MOVE WS-STMT-TOTAL-POSTAGE TO STATEMENT-TOTAL-POSTAGE.
           MOVE WS-STMT-MANIFEST-PIECES TO STATEMENT-MANIFEST-PIECES.
           IF WS-STMT-TOTAL-PIECES = WS-STMT-MANIFEST-PIECES
               MOVE "BALANCED" TO STATEMENT-CROSS-CHECK
           ELSE
               MOVE "MISMATCH" TO STATEMENT-CROSS-CHECK
               ADD 1 TO WS-STATEMENT-MISMATCHES
               DISPLAY "WARNING -- POSTAGE STATEMENT FOR "
                   WS-RELEASE-CARD-TYPE " " WS-RELEASE-RUN-YEAR "-"
                   WS-RELEASE-RUN-DATE " SHOWS " WS-STMT-TOTAL-PIECES
                   " PIECES; MANIFEST SHOWS " WS-STMT-MANIFEST-PIECES
           END-IF.
           WRITE STATEMENT-TOTAL-RECORD
           END-WRITE.
           ADD 1 TO WS-STATEMENT-COUNT.

           WRITE-STATEMENT-TIER-LINE SECTION.
           MOVE WS-STMT-TIER-POSTAGE TO STATEMENT-TIER-POSTAGE.
           ADD WS-STMT-TIER-POSTAGE TO WS-STMT-TOTAL-POSTAGE.
           WRITE STATEMENT-TIER-RECORD
           END-WRITE.

           SET-UP-PARTITIONED-RUN SECTION.
      *    A partitioned run is only the ordinary day's selection
      *    split by customer ID; reprint, release, preview and a
      *    backfill range stay single-stream.
           MOVE 1 TO WS-PARTITION-GO.
           IF REPRINT-IS-REQUESTED OR RELEASE-IS-REQUESTED OR
               PREVIEW-RUN
               DISPLAY "CUSTOMER FILTERER -- REPRINT, RELEASE AND "
                   "PREVIEW RUN SINGLE-STREAM; UNSET FILTER-PARTITION"
               MOVE 0 TO WS-PARTITION-GO
           ELSE
               PERFORM LOAD-BACKFILL-CONTROL
               IF LS-TODAY NOT = WS-BACKFILL-END-DATE OR
                   LS-TODAY-YEAR NOT = WS-BACKFILL-END-YEAR
                   DISPLAY "CUSTOMER FILTERER -- A BACKFILL RANGE "
                       "RUNS SINGLE-STREAM; UNSET FILTER-PARTITION"
                   MOVE 0 TO WS-PARTITION-GO
               ELSE
                   PERFORM LOAD-PARTITION-CONTROL
               END-IF
           END-IF.
           IF PARTITION-PROCEEDS
               IF PARTITION-RUN
                   PERFORM START-PARTITION-RUN
               ELSE
                   PERFORM START-MERGE-RUN
               END-IF
           END-IF.

           LOAD-PARTITION-CONTROL SECTION.
      *    The ranges must run from 0000001 to 9999999 without gap or
      *    overlap, or a customer would be read twice or not at all.
      *    Serial blocks are laid end to end from the next serial on
      *    card-serial-control.dat, so no two partitions can stamp
      *    the same number.
           MOVE 0 TO WS-PARTITION-COUNT.
           MOVE 0 TO WS-PARTITION-PREV-NUMBER.
           MOVE 0 TO WS-PARTITION-PREV-HIGH.
           MOVE WS-NEXT-SERIAL TO WS-PARTITION-SERIAL-NEXT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PARTITION-CONTROL-FILE.
           IF WS-PARTITION-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARTITION-CONTROL-FILE
                       NOT AT END
                           PERFORM TAKE-PARTITION-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARTITION-CONTROL-FILE
           ELSE
               DISPLAY "CUSTOMER FILTERER -- filter-partitions.dat "
                   "NOT AVAILABLE, STATUS " WS-PARTITION-CONTROL-STATUS
               MOVE 0 TO WS-PARTITION-GO
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF PARTITION-PROCEEDS AND
               WS-PARTITION-PREV-HIGH NOT = 9999999
               DISPLAY "CUSTOMER FILTERER -- filter-partitions.dat "
                   "DOES NOT COVER CUSTOMER IDS THROUGH 9999999"
               MOVE 0 TO WS-PARTITION-GO
           END-IF.

           TAKE-PARTITION-LINE SECTION.
           IF PARTITION-NUMBER NOT NUMERIC OR
               PARTITION-LOW-ID NOT NUMERIC OR
               PARTITION-HIGH-ID NOT NUMERIC OR
               PARTITION-SERIAL-BLOCK NOT NUMERIC
               DISPLAY "CUSTOMER FILTERER -- BAD LINE ON "
                   "filter-partitions.dat: " PARTITION-CONTROL-RECORD
               MOVE 0 TO WS-PARTITION-GO
           ELSE IF PARTITION-NUMBER NOT > WS-PARTITION-PREV-NUMBER OR
               PARTITION-LOW-ID NOT = WS-PARTITION-PREV-HIGH + 1 OR
               PARTITION-HIGH-ID < PARTITION-LOW-ID OR
               WS-PARTITION-COUNT >= 20
               DISPLAY "CUSTOMER FILTERER -- PARTITION "
                   PARTITION-NUMBER " ON filter-partitions.dat IS "
                   "OUT OF ORDER, OVERLAPS OR LEAVES A GAP"
               MOVE 0 TO WS-PARTITION-GO
           ELSE
               ADD 1 TO WS-PARTITION-COUNT
               SET PARTITION-IDX TO WS-PARTITION-COUNT
               MOVE PARTITION-NUMBER TO WS-PT-NUMBER(PARTITION-IDX)
               MOVE PARTITION-LOW-ID TO WS-PT-LOW-ID(PARTITION-IDX)
               MOVE PARTITION-HIGH-ID TO WS-PT-HIGH-ID(PARTITION-IDX)
               MOVE WS-PARTITION-SERIAL-NEXT TO
                   WS-PT-SERIAL-START(PARTITION-IDX)
               MOVE PARTITION-SERIAL-BLOCK TO
                   WS-PT-SERIAL-BLOCK(PARTITION-IDX)
               ADD PARTITION-SERIAL-BLOCK TO WS-PARTITION-SERIAL-NEXT
               MOVE PARTITION-NUMBER TO WS-PARTITION-PREV-NUMBER
               MOVE PARTITION-HIGH-ID TO WS-PARTITION-PREV-HIGH
           END-IF.

           START-PARTITION-RUN SECTION.
      *    A partition already COMPLETE for today is left alone, so
      *    after a failure only the partition that failed is rerun.
           MOVE 0 TO WS-PARTITION-FOUND.
           SET PARTITION-IDX TO 1.
           PERFORM UNTIL WS-PARTITION-FOUND = 1 OR
               PARTITION-IDX > WS-PARTITION-COUNT
               IF WS-PT-NUMBER(PARTITION-IDX) = WS-PARTITION-NUMBER
                   MOVE 1 TO WS-PARTITION-FOUND
               ELSE
                   SET PARTITION-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PARTITION-FOUND = 0
               DISPLAY "CUSTOMER FILTERER -- PARTITION "
                   WS-PARTITION-NUMBER " IS NOT ON "
                   "filter-partitions.dat"
               MOVE 0 TO WS-PARTITION-GO
           ELSE
               PERFORM READ-PARTITION-STATE
               IF WS-PARTITION-DONE-TODAY = 1
                   DISPLAY "CUSTOMER FILTERER -- PARTITION "
                       WS-PARTITION-NUMBER " ALREADY COMPLETE FOR "
                       LS-TODAY-YEAR "-" LS-TODAY "; LEFT ALONE"
                   MOVE 2 TO WS-PARTITION-GO
               ELSE
                   MOVE WS-PT-LOW-ID(PARTITION-IDX) TO
                       WS-PARTITION-LOW-ID
                   MOVE WS-PT-HIGH-ID(PARTITION-IDX) TO
                       WS-PARTITION-HIGH-ID
                   MOVE WS-PT-SERIAL-START(PARTITION-IDX) TO
                       WS-NEXT-SERIAL
                   COMPUTE WS-PARTITION-SERIAL-LIMIT =
                       WS-NEXT-SERIAL +
                       WS-PT-SERIAL-BLOCK(PARTITION-IDX)
                   PERFORM SET-PARTITION-FILE-NAMES
                   PERFORM EMPTY-PARTITION-WORK-FILES
                   DISPLAY "CUSTOMER FILTERER -- PARTITION "
                       WS-PARTITION-NUMBER ": CUSTOMERS "
                       WS-PARTITION-LOW-ID " THROUGH "
                       WS-PARTITION-HIGH-ID ", E-CARD SERIALS FROM "
                       WS-NEXT-SERIAL
               END-IF
           END-IF.

           SET-PARTITION-FILE-NAMES SECTION.
      *    Every file the selection writes becomes this partition's
      *    own copy, prefixed pNN-; nothing a partition writes is
      *    shared with another partition or with the merge's output.
           MOVE WS-CARDS-PENDING-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-CARDS-PENDING-NAME.
           MOVE WS-TAX-CARDS-PENDING-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-TAX-CARDS-PENDING-NAME.
           MOVE WS-COMBINED-PENDING-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-COMBINED-PENDING-NAME.
           MOVE WS-MILESTONE-21-PENDING-NAME TO
               WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO
               WS-MILESTONE-21-PENDING-NAME.
           MOVE WS-MILESTONE-65-PENDING-NAME TO
               WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO
               WS-MILESTONE-65-PENDING-NAME.
           MOVE WS-SIGNUP-PENDING-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-SIGNUP-PENDING-NAME.
           MOVE WS-DEFERRED-CARDS-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-DEFERRED-CARDS-NAME.
           MOVE WS-UPCOMING-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-UPCOMING-NAME.
           MOVE WS-BUSINESS-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-BUSINESS-NAME.
           MOVE WS-EXCEPTIONS-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-EXCEPTIONS-NAME.
           MOVE WS-EXCEPTION-STORE-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-EXCEPTION-STORE-NAME.
           MOVE WS-ECARD-EXTRACT-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-ECARD-EXTRACT-NAME.
           MOVE WS-FREQ-DEFER-NAME TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-FREQ-DEFER-NAME.
           MOVE "filter-budget-journal.dat" TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-BUDGET-JOURNAL-NAME.

           BUILD-PARTITION-FILE-NAME SECTION.
           MOVE SPACES TO WS-PARTITION-FILE-NAME.
           STRING "p" WS-PARTITION-NUMBER "-" WS-PARTITION-BASE-NAME
               DELIMITED BY SPACE INTO WS-PARTITION-FILE-NAME
           END-STRING.

           EMPTY-PARTITION-WORK-FILES SECTION.
      *    The selection opens the pending and listing files OUTPUT
      *    itself; these are the ones it appends to. Starting them
      *    empty means a rerun after a failure never carries what
      *    the failed attempt wrote.
           OPEN OUTPUT F-DEFERRED-CARDS-FILE.
           CLOSE F-DEFERRED-CARDS-FILE.
           OPEN OUTPUT F-EXCEPTIONS-FILE.
           CLOSE F-EXCEPTIONS-FILE.
           OPEN OUTPUT F-EXCEPTION-STORE-FILE.
           CLOSE F-EXCEPTION-STORE-FILE.
           OPEN OUTPUT F-ECARD-EXTRACT-FILE.
           CLOSE F-ECARD-EXTRACT-FILE.
           OPEN OUTPUT F-FREQ-DEFER-FILE.
           CLOSE F-FREQ-DEFER-FILE.

           READ-PARTITION-STATE SECTION.
      *    For WS-PARTITION-NUMBER: WS-PARTITION-DONE-TODAY is 1
      *    when its state line says COMPLETE for today.
           MOVE "filter-partition-state.dat" TO WS-PARTITION-BASE-NAME.
           PERFORM BUILD-PARTITION-FILE-NAME.
           MOVE WS-PARTITION-FILE-NAME TO WS-PARTITION-STATE-NAME.
           MOVE SPACES TO PARTITION-STATE-RECORD.
           OPEN INPUT F-PARTITION-STATE-FILE.
           IF WS-PARTITION-STATE-STATUS = "00"
               READ F-PARTITION-STATE-FILE
                   AT END
                       MOVE SPACES TO PARTITION-STATE-RECORD
               END-READ
               CLOSE F-PARTITION-STATE-FILE
           END-IF.
           MOVE 0 TO WS-PARTITION-DONE-TODAY.
           IF PS-STATE = "COMPLETE"
               IF PS-RUN-DATE = LS-TODAY AND
                   PS-RUN-YEAR = LS-TODAY-YEAR
                   MOVE 1 TO WS-PARTITION-DONE-TODAY
               END-IF
           END-IF.

           FINISH-PARTITION-RUN SECTION.
      *    The state line is the partition's commit: until it says
      *    COMPLETE for today the merge will not touch this
      *    partition's work files, and rerunning the partition
      *    simply writes them again.
           IF WS-NEXT-SERIAL > WS-PARTITION-SERIAL-LIMIT
               DISPLAY "CUSTOMER FILTERER -- PARTITION "
                   WS-PARTITION-NUMBER " RAN PAST ITS SERIAL BLOCK "
                   "WITH " WS-ECARD-COUNT " E-CARDS; WIDEN ITS BLOCK "
                   "ON filter-partitions.dat AND RERUN IT"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-PARTITION-STATE-FILE
               MOVE SPACES TO PARTITION-STATE-RECORD
               MOVE LS-TODAY TO PS-RUN-DATE
               MOVE LS-TODAY-YEAR TO PS-RUN-YEAR
               MOVE "COMPLETE" TO PS-STATE
               MOVE WS-TAX-LAST-ID-READ TO PS-TAX-LAST-ID
               MOVE WS-MILESTONE-21-LAST-ID-READ TO
                   PS-MILESTONE-21-LAST-ID
               MOVE WS-MILESTONE-65-LAST-ID-READ TO
                   PS-MILESTONE-65-LAST-ID
               MOVE WS-BIRTHDAY-LAST-ID-READ TO PS-BIRTHDAY-LAST-ID
               MOVE WS-SIGNUP-LAST-ID-READ TO PS-SIGNUP-LAST-ID
               WRITE PARTITION-STATE-RECORD
               END-WRITE
               CLOSE F-PARTITION-STATE-FILE
               DISPLAY "CUSTOMER FILTERER -- PARTITION "
                   WS-PARTITION-NUMBER " COMPLETE; THE MERGE RUNS "
                   "ONCE EVERY PARTITION IS"
           END-IF.

           START-MERGE-RUN SECTION.
      *    The merge takes nothing until every partition on
      *    filter-partitions.dat says COMPLETE for today. A merge
      *    that failed after folding the work files in resumes at
      *    staging; one that finished is left alone.
           MOVE SPACES TO WS-MERGE-STATE.
           OPEN INPUT F-MERGE-STATE-FILE.
           IF WS-MERGE-STATE-STATUS = "00"
               READ F-MERGE-STATE-FILE
                   NOT AT END
                       IF MS-RUN-DATE = LS-TODAY AND
                           MS-RUN-YEAR = LS-TODAY-YEAR
                           MOVE MS-STATE TO WS-MERGE-STATE
                       END-IF
               END-READ
               CLOSE F-MERGE-STATE-FILE
           END-IF.
           IF WS-MERGE-STATE = "COMPLETE"
               DISPLAY "CUSTOMER FILTERER MERGE -- ALREADY COMPLETE "
                   "FOR " LS-TODAY-YEAR "-" LS-TODAY "; LEFT ALONE"
               MOVE 2 TO WS-PARTITION-GO
           ELSE
               MOVE 0 TO WS-MERGED-TAX-LAST-ID
               MOVE 0 TO WS-MERGED-MILESTONE-21-LAST-ID
               MOVE 0 TO WS-MERGED-MILESTONE-65-LAST-ID
               MOVE 0 TO WS-MERGED-BIRTHDAY-LAST-ID
               MOVE 0 TO WS-MERGED-SIGNUP-LAST-ID
               SET PARTITION-IDX TO 1
               PERFORM UNTIL PARTITION-IDX > WS-PARTITION-COUNT
                   PERFORM TAKE-PARTITION-STATE
                   SET PARTITION-IDX UP BY 1
               END-PERFORM
           END-IF.

           TAKE-PARTITION-STATE SECTION.
           MOVE WS-PT-NUMBER(PARTITION-IDX) TO WS-PARTITION-NUMBER.
           PERFORM READ-PARTITION-STATE.
           IF WS-PARTITION-DONE-TODAY = 0
               DISPLAY "CUSTOMER FILTERER MERGE -- PARTITION "
                   WS-PARTITION-NUMBER " NOT COMPLETE FOR "
                   LS-TODAY-YEAR "-" LS-TODAY
                   "; RERUN IT BEFORE THE MERGE"
               MOVE 0 TO WS-PARTITION-GO
           ELSE
               IF PS-TAX-LAST-ID > WS-MERGED-TAX-LAST-ID
                   MOVE PS-TAX-LAST-ID TO WS-MERGED-TAX-LAST-ID
               END-IF
               IF PS-MILESTONE-21-LAST-ID >
                   WS-MERGED-MILESTONE-21-LAST-ID
                   MOVE PS-MILESTONE-21-LAST-ID TO
                       WS-MERGED-MILESTONE-21-LAST-ID
               END-IF
               IF PS-MILESTONE-65-LAST-ID >
                   WS-MERGED-MILESTONE-65-LAST-ID
                   MOVE PS-MILESTONE-65-LAST-ID TO
                       WS-MERGED-MILESTONE-65-LAST-ID
               END-IF
               IF PS-BIRTHDAY-LAST-ID > WS-MERGED-BIRTHDAY-LAST-ID
                   MOVE PS-BIRTHDAY-LAST-ID TO
                       WS-MERGED-BIRTHDAY-LAST-ID
               END-IF
               IF PS-SIGNUP-LAST-ID > WS-MERGED-SIGNUP-LAST-ID
                   MOVE PS-SIGNUP-LAST-ID TO WS-MERGED-SIGNUP-LAST-ID
               END-IF
           END-IF.

           WRITE-MERGE-STATE SECTION.
           OPEN OUTPUT F-MERGE-STATE-FILE.
           MOVE SPACES TO MERGE-STATE-RECORD.
           MOVE LS-TODAY TO MS-RUN-DATE.
           MOVE LS-TODAY-YEAR TO MS-RUN-YEAR.
           MOVE WS-MERGE-STATE TO MS-STATE.
           WRITE MERGE-STATE-RECORD
           END-WRITE.
           CLOSE F-MERGE-STATE-FILE.

           MERGE-PARTITION-SELECTIONS SECTION.
      *    Stands in for the read of customers.dat on a merge: the
      *    partitions' work files, taken in partition order -- which
      *    is customer-ID order -- become the files one read would
      *    have written, and the last ID each section read across
      *    the partitions becomes its checkpoint.
           MOVE WS-MERGED-TAX-LAST-ID TO WS-TAX-LAST-ID-READ.
           MOVE WS-MERGED-MILESTONE-21-LAST-ID TO
               WS-MILESTONE-21-LAST-ID-READ.
           MOVE WS-MERGED-MILESTONE-65-LAST-ID TO
               WS-MILESTONE-65-LAST-ID-READ.
           MOVE WS-MERGED-BIRTHDAY-LAST-ID TO WS-BIRTHDAY-LAST-ID-READ.
           MOVE WS-MERGED-SIGNUP-LAST-ID TO WS-SIGNUP-LAST-ID-READ.
           IF WS-MERGE-STATE = "COLLECTED"
      *        The pending files already hold the merged selection;
      *        a section whose checkpoint reaches what the
      *        partitions read was staged before the failure.
               DISPLAY "CUSTOMER FILTERER MERGE -- PARTITIONS "
                   "ALREADY COLLECTED TODAY; RESUMING AT STAGING"
               IF TAX-DAY-DID-RUN
                   IF WS-TAX-LAST-ID-READ > 0 AND
                       WS-TAX-CHECKPOINT-ID >= WS-TAX-LAST-ID-READ
                       MOVE 1 TO WS-TAX-STAGE-DONE
                   END-IF
                   IF WS-MILESTONE-21-LAST-ID-READ > 0 AND
                       WS-MILESTONE-21-CHECKPOINT-ID >=
                       WS-MILESTONE-21-LAST-ID-READ
                       MOVE 1 TO WS-MILESTONE-21-STAGE-DONE
                   END-IF
                   IF WS-MILESTONE-65-LAST-ID-READ > 0 AND
                       WS-MILESTONE-65-CHECKPOINT-ID >=
                       WS-MILESTONE-65-LAST-ID-READ
                       MOVE 1 TO WS-MILESTONE-65-STAGE-DONE
                   END-IF
               END-IF
               IF WS-BIRTHDAY-LAST-ID-READ > 0 AND
                   WS-BIRTHDAY-CHECKPOINT-ID >= WS-BIRTHDAY-LAST-ID-READ
                   MOVE 1 TO WS-BIRTHDAY-STAGE-DONE
               END-IF
               IF WS-SIGNUP-LAST-ID-READ > 0 AND
                   WS-SIGNUP-CHECKPOINT-ID >= WS-SIGNUP-LAST-ID-READ
                   MOVE 1 TO WS-SIGNUP-STAGE-DONE
               END-IF
           ELSE
               PERFORM COLLECT-PARTITION-FILES
               MOVE "COLLECTED" TO WS-MERGE-STATE
               PERFORM WRITE-MERGE-STATE
           END-IF.

           COLLECT-PARTITION-FILES SECTION.
      *    Each shared file is replaced or appended to exactly as
      *    the single-stream selection opens it.
           MOVE "O" TO WS-MERGE-OPEN-MODE.
           MOVE WS-CARDS-PENDING-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE WS-SIGNUP-PENDING-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           IF TAX-DAY-DID-RUN
               MOVE WS-TAX-CARDS-PENDING-NAME TO WS-MERGE-OUT-NAME
               PERFORM MERGE-ONE-FILE
               MOVE WS-COMBINED-PENDING-NAME TO WS-MERGE-OUT-NAME
               PERFORM MERGE-ONE-FILE
               MOVE WS-MILESTONE-21-PENDING-NAME TO WS-MERGE-OUT-NAME
               PERFORM MERGE-ONE-FILE
               MOVE WS-MILESTONE-65-PENDING-NAME TO WS-MERGE-OUT-NAME
               PERFORM MERGE-ONE-FILE
           END-IF.
           MOVE WS-UPCOMING-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE WS-BUSINESS-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE "E" TO WS-MERGE-OPEN-MODE.
           MOVE WS-DEFERRED-CARDS-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE WS-EXCEPTIONS-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE WS-EXCEPTION-STORE-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           MOVE WS-FREQ-DEFER-NAME TO WS-MERGE-OUT-NAME.
           PERFORM MERGE-ONE-FILE.
           PERFORM REPLAY-BUDGET-JOURNALS.
           PERFORM WRITE-SPEND-LEDGER-LINE.
           PERFORM COLLECT-PARTITION-ECARDS.

           MERGE-ONE-FILE SECTION.
      *    WS-MERGE-OUT-NAME is the shared file; each partition's
      *    copy of it is the same name prefixed pNN-.
           IF MERGE-OUT-APPENDS
               OPEN EXTEND F-MERGE-OUT-FILE
               IF WS-MERGE-OUT-STATUS = "35"
                   OPEN OUTPUT F-MERGE-OUT-FILE
               END-IF
           ELSE
               OPEN OUTPUT F-MERGE-OUT-FILE
           END-IF.
           SET PARTITION-IDX TO 1.
           PERFORM UNTIL PARTITION-IDX > WS-PARTITION-COUNT
               MOVE WS-PT-NUMBER(PARTITION-IDX) TO WS-PARTITION-NUMBER
               MOVE WS-MERGE-OUT-NAME TO WS-PARTITION-BASE-NAME
               PERFORM BUILD-PARTITION-FILE-NAME
               MOVE WS-PARTITION-FILE-NAME TO WS-PARTITION-IN-NAME
               PERFORM COPY-PARTITION-FILE
               SET PARTITION-IDX UP BY 1
           END-PERFORM.
           CLOSE F-MERGE-OUT-FILE.

           COPY-PARTITION-FILE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PARTITION-IN-FILE.
           IF WS-PARTITION-IN-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARTITION-IN-FILE
                       NOT AT END
                           MOVE PARTITION-IN-RECORD TO MERGE-OUT-RECORD
                           WRITE MERGE-OUT-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARTITION-IN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           REPLAY-BUDGET-JOURNALS SECTION.
      *    The journals, in partition order, list every piece in
      *    the order one read of customers.dat would have priced
      *    it, so replaying them against the month's spend defers
      *    exactly the pieces a single run would have deferred.
           OPEN EXTEND F-BUDGET-DEFERRED-FILE.
           IF WS-BUDGET-DEFERRED-STATUS = "35"
               OPEN OUTPUT F-BUDGET-DEFERRED-FILE
           END-IF.
           OPEN EXTEND F-SIGNUP-PENDING-FILE.
           IF TAX-DAY-DID-RUN
               OPEN EXTEND F-MILESTONE-21-PENDING-FILE
               OPEN EXTEND F-MILESTONE-65-PENDING-FILE
           END-IF.
           SET PARTITION-IDX TO 1.
           PERFORM UNTIL PARTITION-IDX > WS-PARTITION-COUNT
               MOVE WS-PT-NUMBER(PARTITION-IDX) TO WS-PARTITION-NUMBER
               MOVE "filter-budget-journal.dat" TO
                   WS-PARTITION-BASE-NAME
               PERFORM BUILD-PARTITION-FILE-NAME
               MOVE WS-PARTITION-FILE-NAME TO WS-BUDGET-JOURNAL-NAME
               PERFORM REPLAY-ONE-JOURNAL
               SET PARTITION-IDX UP BY 1
           END-PERFORM.
           CLOSE F-BUDGET-DEFERRED-FILE.
           CLOSE F-SIGNUP-PENDING-FILE.
           IF TAX-DAY-DID-RUN
               CLOSE F-MILESTONE-21-PENDING-FILE
               CLOSE F-MILESTONE-65-PENDING-FILE
           END-IF.

           REPLAY-ONE-JOURNAL SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-JOURNAL-FILE.
           IF WS-BUDGET-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BUDGET-JOURNAL-FILE
                       NOT AT END
                           PERFORM REPLAY-JOURNAL-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUDGET-JOURNAL-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           REPLAY-JOURNAL-LINE SECTION.
           MOVE BJ-CARD-TYPE TO WS-BUDGET-CARD-TYPE.
           MOVE BJ-PRIORITY TO WS-BUDGET-PRIORITY.
           MOVE BJ-PIECE-RATE TO WS-PIECE-RATE.
           PERFORM APPLY-BUDGET-DECISION.
           IF BJ-MERGE-DECIDES
               IF WS-BUDGET-ALLOWED = 0
                   MOVE SPACES TO BUDGET-DEFERRED-RECORD
                   MOVE BJ-CARD-IMAGE TO BD-CARD-IMAGE
                   PERFORM WRITE-BUDGET-DEFERRED-CARD
               ELSE IF BJ-CARD-TYPE = "MILESTONE-21"
                   MOVE BJ-CARD-IMAGE TO MILESTONE-21-PENDING-RECORD
                   WRITE MILESTONE-21-PENDING-RECORD
                   END-WRITE
               ELSE IF BJ-CARD-TYPE = "MILESTONE-65"
                   MOVE BJ-CARD-IMAGE TO MILESTONE-65-PENDING-RECORD
                   WRITE MILESTONE-65-PENDING-RECORD
                   END-WRITE
               ELSE
                   MOVE BJ-CARD-IMAGE TO SIGNUP-PENDING-RECORD
                   WRITE SIGNUP-PENDING-RECORD
                   END-WRITE
               END-IF
               END-IF
               END-IF
           END-IF.

           COLLECT-PARTITION-ECARDS SECTION.
      *    The e-card lines come over in partition order with their
      *    block serials replaced from the shared sequence, so the
      *    extract, card-audit.dat and the manifest detail carry
      *    the numbers one run would have given them.
           OPEN EXTEND F-ECARD-EXTRACT-FILE.
           SET PARTITION-IDX TO 1.
           PERFORM UNTIL PARTITION-IDX > WS-PARTITION-COUNT
               MOVE WS-PT-NUMBER(PARTITION-IDX) TO WS-PARTITION-NUMBER
               MOVE WS-ECARD-EXTRACT-NAME TO WS-PARTITION-BASE-NAME
               PERFORM BUILD-PARTITION-FILE-NAME
               MOVE WS-PARTITION-FILE-NAME TO WS-PARTITION-IN-NAME
               PERFORM COLLECT-ONE-ECARD-FILE
               SET PARTITION-IDX UP BY 1
           END-PERFORM.
           CLOSE F-ECARD-EXTRACT-FILE.
           MOVE "E-CARD" TO WS-MANIFEST-CARD-TYPE.
           MOVE WS-ECARD-COUNT TO WS-MANIFEST-COUNT.
           MOVE WS-ECARD-CHECKSUM TO WS-MANIFEST-CHECKSUM.
           MOVE "ECRD" TO WS-MANIFEST-VENDOR.
           PERFORM WRITE-BATCH-MANIFEST-RECORD.

           COLLECT-ONE-ECARD-FILE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PARTITION-IN-FILE.
           IF WS-PARTITION-IN-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARTITION-IN-FILE
                       NOT AT END
                           PERFORM RENUMBER-ONE-ECARD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARTITION-IN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           RENUMBER-ONE-ECARD SECTION.
           MOVE PARTITION-IN-RECORD TO ECARD-EXTRACT-RECORD.
           MOVE WS-NEXT-SERIAL TO ECARD-SERIAL.
           WRITE ECARD-EXTRACT-RECORD
           END-WRITE.
           MOVE ECARD-CUSTOMER-ID TO WS-AUDIT-CUSTOMER-ID.
           MOVE ECARD-NAME TO WS-AUDIT-NAME.
           MOVE "E-CARD" TO WS-AUDIT-CARD-TYPE.
           PERFORM WRITE-CARD-AUDIT-RECORD.
           PERFORM ASSIGN-SERIAL-AND-WRITE-DETAIL.
           ADD 1 TO WS-ECARD-COUNT.
           ADD ECARD-CUSTOMER-ID TO WS-ECARD-CHECKSUM.
