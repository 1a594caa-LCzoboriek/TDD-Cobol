                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
               SELECT F-NOTES-FILE ASSIGN TO "customer-notes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NOTES-STATUS.
               SELECT F-LIFE-EVENTS-FILE ASSIGN TO "life-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIFE-EVENTS-STATUS.
               SELECT F-ACCESS-LOG-FILE ASSIGN TO
                 "customer-access-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-LOG-STATUS.
               SELECT F-CASES-FILE ASSIGN TO "complaint-cases.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-NUMBER
                 ALTERNATE RECORD KEY IS CASE-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CASES-STATUS.
               SELECT F-CASE-CONTROL-FILE ASSIGN TO
                 "complaint-case-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CASE-CONTROL-STATUS.
               SELECT F-SERVICE-LEVEL-FILE ASSIGN TO
                 "complaint-service-levels.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERVICE-LEVEL-STATUS.
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
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
               05 NOTE-FOLLOWUP-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 NOTE-TEXT PIC X(60).
           FD F-LIFE-EVENTS-FILE.
      *    Weddings, new babies and bereavements customer service
      *    hears about, one line per event for the nightly
      *    life-event card run, which moves the status byte off
      *    pending once the event is carded or closed.
           01 LIFE-EVENT-RECORD.
               05 LE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LE-EVENT-TYPE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LE-EVENT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
      *        N from a contact note, K keyed on its own.
               05 LE-SOURCE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LE-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LE-ENTRY-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 LE-STATUS PIC X.
           FD F-ACCESS-LOG-FILE.
      *    One line per customer record put on an operator's screen:
      *    who looked, at whom, when, and whether they came in by
      *    the customer ID or the name key. The privacy auditors'
      *    read-access trail; access-review-report reads it monthly.
           01 ACCESS-LOG-RECORD.
               05 AL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 AL-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 AL-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 AL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 AL-PATH PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 AL-PROGRAM PIC X(20).
           FD F-CASES-FILE.
      *    One record per customer complaint, from the call or the
      *    returned envelope to the resolution: who owns it, when it
      *    is due by the service-level table, and -- once closed --
      *    how many business days it took and whether that was
      *    inside the target. complaint-aging-report stamps the
      *    escalation date on an open case that runs past its due
      *    date.
           01 COMPLAINT-CASE-RECORD.
               05 CASE-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CATEGORY PIC X(12).
               05 FILLER PIC X.
      *        PHONE, MAIL (returned mail) or BBS.
               05 CASE-CHANNEL PIC X(5).
               05 FILLER PIC X.
      *        OPEN or CLOSED.
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
           FD F-CASE-CONTROL-FILE.
           01 CASE-CONTROL-RECORD.
               05 CASE-CONTROL-NEXT PIC 9(7).
           FD F-SERVICE-LEVEL-FILE.
      *    The target, in business days, for each complaint
      *    category; a category not listed keeps the default
      *    0215-FIND-TARGET-DAYS gives it.
           01 SERVICE-LEVEL-RECORD.
               05 SL-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 SL-TARGET-DAYS PIC 9(3).
           FD F-BUSINESS-ACCOUNTS-FILE.
      *    The firms business customers work for, as kept from the
      *    maintenance screen.
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
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-BY PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-INQUIRY-CHOICE PIC X.
           01 WS-VIEW-CHOICE PIC X.
           01 WS-KEY-NUMBER PIC 9(8).
           01 WS-KEY-PARTS REDEFINES WS-KEY-NUMBER.
               05 WS-KEY-ID PIC 9(7).
               05 WS-KEY-CHECK-DIGIT PIC 9.
           01 WS-SEARCH-NAME PIC X(40).
           01 WS-UPPER-SEARCH PIC X(40).
           01 WS-UPPER-NAME PIC X(40).
           01 WS-SEARCH-HITS PIC 99.
           01 WS-RECORD-FOUND PIC 9.
           01 WS-STATUS-MESSAGE PIC X(60) VALUE SPACES.
           01 WS-ACCESS-LOG-STATUS PIC XX.
           01 WS-ACCESS-PATH PIC X(4).
      *    The customer's card history, kept as a ring of the ten
      *    most recent audit lines so one pass down the customer-ID
      *    key of card-audit.dat is enough to show newest first.
           01 WS-HISTORY-RING.
               05 WS-HIST-SLOT OCCURS 10 TIMES
               INDEXED BY HIST-IDX.
           01 WS-NOTE-ENTRY-TEXT PIC X(60).
           01 WS-NOTE-ENTRY-FOLLOWUP PIC X(10).
           01 WS-NOTE-CHOICE PIC X.
           01 WS-LIFE-EVENTS-STATUS PIC XX.
           01 WS-NOTE-ENTRY-EVENT PIC X.
           01 WS-EVENT-ENTRY-KIND PIC X.
           01 WS-EVENT-ENTRY-DATE PIC X(10).
           01 WS-EVENT-SOURCE PIC X.
           01 WS-TODAY-STAMP PIC X(10).
      *    A keyed event date is laid over this shape before it is
      *    trusted, the way customer-intake checks its feed dates.
           01 WS-EVENT-DATE-PARTS.
               05 WS-EVENT-YEAR PIC 9(4).
               05 WS-EVENT-SEP-1 PIC X.
               05 WS-EVENT-MONTH PIC 99.
               05 WS-EVENT-SEP-2 PIC X.
               05 WS-EVENT-DAY PIC 99.
           01 WS-EVENT-VALID PIC X.
               88 EVENT-IS-VALID VALUE "Y".
           01 WS-EVENT-MAX-DAY PIC 99.
      *    The customer's notes, newest last, shown eight at a time
      *    the way the card history ring shows ten.
           01 WS-NOTE-SHOWN.
                   10 WS-NOTE-SHOW-TEXT PIC X(78).
           01 WS-NOTE-WRITE PIC 99.
           01 WS-NOTE-TOTAL PIC 9(5).
           01 WS-CASES-STATUS PIC XX.
           01 WS-CASE-CONTROL-STATUS PIC XX.
           01 WS-SERVICE-LEVEL-STATUS PIC XX.
           01 WS-CASES-ENDED PIC 9.
           01 WS-CASE-CHOICE PIC X.
           01 WS-CASE-KEY PIC 9(7).
           01 WS-CASE-MESSAGE PIC X(60) VALUE SPACES.
           01 WS-CASE-ENTRY-CATEGORY PIC X.
           01 WS-CASE-ENTRY-CHANNEL PIC X.
           01 WS-CASE-ENTRY-SUMMARY PIC X(60).
           01 WS-CASE-ENTRY-OWNER PIC X(8).
           01 WS-CASE-ENTRY-NOTE PIC X(46).
           01 WS-CASE-ENTRY-RESOLUTION PIC X(60).
           01 WS-CASE-NOTE-TEXT PIC X(60).
           01 WS-NEXT-CASE-NUMBER PIC 9(7).
      *    0 still trying, 1 written, 2 the case file refused it.
           01 WS-CASE-WRITTEN PIC 9.
           01 WS-CASE-FOUND PIC 9.
           01 WS-CASE-TARGET-DAYS PIC 9(3).
      *    The customer's cases, shown eight at a time the way the
      *    notes are, newest at the bottom.
           01 WS-CASE-SHOWN.
               05 WS-CASE-LINE OCCURS 8 TIMES
               INDEXED BY CASE-IDX.
                   10 WS-CASE-SHOW-TEXT PIC X(78).
           01 WS-CASE-WRITE PIC 99.
           01 WS-CASE-TOTAL PIC 9(5).
      *    A business account and its contacts, shown twelve to a
      *    page in the order the account key hands them back.
           01 WS-BUSINESS-ACCOUNTS-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-KEY-ACCOUNT-ID PIC 9(7).
           01 WS-VIEW-ACCOUNT-TEXT PIC X(60).
           01 WS-ACCOUNT-MODE-TEXT PIC X(16).
           01 WS-CONTACTS-ENDED PIC 9.
           01 WS-CONTACT-SHOWN.
               05 WS-CONTACT-LINE OCCURS 12 TIMES
               INDEXED BY CONTACT-IDX.
                   10 WS-CONTACT-SHOW-TEXT PIC X(78).
           01 WS-CONTACT-WRITE PIC 99.
           01 WS-CONTACT-TOTAL PIC 9(5).
           01 WS-CONTACT-PAGE PIC 9(4).
           01 WS-CONTACT-SKIP PIC 9(6).
           01 WS-CONTACT-MARK PIC X.
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
      *    Request area for the shared operator sign-on subprogram.
      *    Any role may inquire; signing on is what's mandatory.
           01 WS-OS-REQUEST.
               05 OS-OPERATOR-NAME PIC X(30).
               05 OS-ROLE PIC X.
               05 OS-RESULT PIC X.
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
           SCREEN SECTION.
           01 INQUIRY-MENU-SCREEN.
             05 BLANK SCREEN.
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 5 COLUMN 10 VALUE "(i) Look up by customer ID".
             05 LINE 6 COLUMN 10 VALUE "(n) Search by name".
             05 LINE 7 COLUMN 10 VALUE "(a) Business account by ID".
             05 LINE 8 COLUMN 10 VALUE "(q) Quit".
             05 LINE 10 COLUMN 10 VALUE "Pick: ".
             05 INQUIRY-CHOICE-FIELD LINE 10 COLUMN 16 PIC X
                USING WS-INQUIRY-CHOICE.
           01 INQUIRY-KEY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Customer Service Inquiry".
             05 LINE 4 COLUMN 10 VALUE "Enter the customer number:".
             05 INQUIRY-KEY-FIELD LINE 6 COLUMN 10 PIC 9(8)
                USING WS-KEY-NUMBER.
           01 INQUIRY-NAME-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Customer Service Inquiry".
             05 LINE 7 COLUMN 59 PIC X USING PERSON-SUPPRESSED.
             05 LINE 7 COLUMN 63 VALUE "Pref:".
             05 LINE 7 COLUMN 69 PIC X USING PERSON-CONTACT-PREF.
             05 LINE 8 COLUMN 10 VALUE "Account:".
             05 LINE 8 COLUMN 22 PIC X(60) USING WS-VIEW-ACCOUNT-TEXT.
             05 LINE 9 COLUMN 10 VALUE
                "Card history -- newest first (of".
             05 LINE 9 COLUMN 43 PIC 9(5) USING WS-HIST-TOTAL.
             05 LINE 19 COLUMN 10 PIC X(50)
                USING WS-HIST-SHOW-TEXT(10).
             05 LINE 20 COLUMN 10 VALUE
                "(t) add note  (b) browse notes  (e) life event".
             05 LINE 20 COLUMN 58 VALUE "(c) cases".
             05 LINE 21 COLUMN 10 VALUE
                "(n) next name match, any other key to go back.".
             05 INQUIRY-VIEW-FIELD LINE 21 COLUMN 58 PIC X
                "Follow-up date (YYYY-MM-DD, blank for none):".
             05 NOTE-FOLLOWUP-FIELD LINE 10 COLUMN 10 PIC X(10)
                USING WS-NOTE-ENTRY-FOLLOWUP.
             05 LINE 12 COLUMN 10 VALUE
                "Life event heard on the call (W wedding, B new baby,".
             05 LINE 13 COLUMN 10 VALUE
                "S sympathy, blank for none) -- dated the follow-up:".
             05 NOTE-EVENT-FIELD LINE 14 COLUMN 10 PIC X
                USING WS-NOTE-ENTRY-EVENT.
           01 LIFE-EVENT-ENTRY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Record a Life Event".
             05 LINE 4 COLUMN 10 VALUE "Customer:".
             05 LINE 4 COLUMN 21 PIC 9(7) USING PERSON-CUSTOMER-ID.
             05 LINE 6 COLUMN 10 VALUE
                "Event (W wedding, B new baby, S sympathy):".
             05 EVENT-KIND-FIELD LINE 6 COLUMN 53 PIC X
                USING WS-EVENT-ENTRY-KIND.
             05 LINE 8 COLUMN 10 VALUE
                "Event date (YYYY-MM-DD, blank for today):".
             05 EVENT-DATE-FIELD LINE 8 COLUMN 53 PIC X(10)
                USING WS-EVENT-ENTRY-DATE.
           01 ACCOUNT-KEY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Customer Service Inquiry".
             05 LINE 4 COLUMN 10 VALUE
                "Enter the business account ID:".
             05 ACCOUNT-KEY-FIELD LINE 6 COLUMN 10 PIC 9(7)
                USING WS-KEY-ACCOUNT-ID.
           01 ACCOUNT-VIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COLUMN 10 VALUE "Business Account".
             05 LINE 3 COLUMN 10 VALUE "ID:".
             05 LINE 3 COLUMN 16 PIC 9(7) USING BA-ACCOUNT-ID.
             05 LINE 3 COLUMN 26 PIC X(40) USING BA-COMPANY-NAME.
             05 LINE 4 COLUMN 10 VALUE "Street:".
             05 LINE 4 COLUMN 22 PIC X(60) USING BA-REG-STREET.
             05 LINE 5 COLUMN 10 VALUE "City:".
             05 LINE 5 COLUMN 22 PIC X(25) USING BA-REG-CITY.
             05 LINE 5 COLUMN 50 PIC X(02) USING BA-REG-STATE.
             05 LINE 5 COLUMN 54 PIC X(10) USING BA-REG-ZIP.
             05 LINE 6 COLUMN 10 VALUE "Owner:".
             05 LINE 6 COLUMN 22 PIC X(8) USING BA-OWNER.
             05 LINE 6 COLUMN 32 VALUE "Cards:".
             05 LINE 6 COLUMN 39 PIC X(16) USING WS-ACCOUNT-MODE-TEXT.
             05 LINE 6 COLUMN 57 VALUE "Opened:".
             05 LINE 6 COLUMN 65 PIC X(10) USING BA-OPENED-DATE.
             05 LINE 8 COLUMN 10 VALUE "Contacts (of".
             05 LINE 8 COLUMN 23 PIC 9(5) USING WS-CONTACT-TOTAL.
             05 LINE 8 COLUMN 29 VALUE
                "on file; * is the mailing contact)".
             05 LINE 9 COLUMN 2 PIC X(78) USING WS-CONTACT-SHOW-TEXT(1).
             05 LINE 10 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(2).
             05 LINE 11 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(3).
             05 LINE 12 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(4).
             05 LINE 13 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(5).
             05 LINE 14 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(6).
             05 LINE 15 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(7).
             05 LINE 16 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(8).
             05 LINE 17 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(9).
             05 LINE 18 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(10).
             05 LINE 19 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(11).
             05 LINE 20 COLUMN 2 PIC X(78)
                USING WS-CONTACT-SHOW-TEXT(12).
             05 LINE 21 COLUMN 10 VALUE
                "(n) next page, any other key to go back.".
             05 ACCOUNT-VIEW-FIELD LINE 21 COLUMN 58 PIC X
                USING WS-VIEW-CHOICE.
           01 NOTE-BROWSE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COLUMN 5 VALUE "Contact Notes -- customer".
             05 LINE 12 COLUMN 5 VALUE "Press a key to go back.".
             05 NOTE-BROWSE-FIELD LINE 12 COLUMN 31 PIC X
                USING WS-NOTE-CHOICE.
           01 CASE-LIST-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COLUMN 5 VALUE "Complaint Cases -- customer".
             05 LINE 1 COLUMN 33 PIC 9(7) USING PERSON-CUSTOMER-ID.
             05 LINE 1 COLUMN 42 VALUE "(most recent".
             05 LINE 1 COLUMN 55 PIC 9(5) USING WS-CASE-TOTAL.
             05 LINE 1 COLUMN 61 VALUE "on file)".
             05 LINE 2 COLUMN 5 PIC X(60) USING WS-CASE-MESSAGE.
             05 LINE 3 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(1).
             05 LINE 4 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(2).
             05 LINE 5 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(3).
             05 LINE 6 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(4).
             05 LINE 7 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(5).
             05 LINE 8 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(6).
             05 LINE 9 COLUMN 2 PIC X(78) USING WS-CASE-SHOW-TEXT(7).
             05 LINE 10 COLUMN 2 PIC X(78)
                USING WS-CASE-SHOW-TEXT(8).
             05 LINE 12 COLUMN 5 VALUE
                "(o) open a case  (u) update a case  (x) close a case".
             05 LINE 13 COLUMN 5 VALUE
                "Pick (any other key to go back):".
             05 CASE-CHOICE-FIELD LINE 13 COLUMN 38 PIC X
                USING WS-CASE-CHOICE.
             05 LINE 14 COLUMN 5 VALUE "Case number for (u) or (x):".
             05 CASE-KEY-FIELD LINE 14 COLUMN 38 PIC 9(7)
                USING WS-CASE-KEY.
           01 CASE-OPEN-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Open a Complaint Case".
             05 LINE 4 COLUMN 10 VALUE "Customer:".
             05 LINE 4 COLUMN 21 PIC 9(7) USING PERSON-CUSTOMER-ID.
             05 LINE 6 COLUMN 10 VALUE
                "Category (a wrong address, d duplicate card,".
             05 LINE 7 COLUMN 10 VALUE
                "u unwanted mail, p privacy, o other):".
             05 CASE-CATEGORY-FIELD LINE 7 COLUMN 48 PIC X
                USING WS-CASE-ENTRY-CATEGORY.
             05 LINE 9 COLUMN 10 VALUE
                "Came in by (P phone, M returned mail, B BBS):".
             05 CASE-CHANNEL-FIELD LINE 9 COLUMN 56 PIC X
                USING WS-CASE-ENTRY-CHANNEL.
             05 LINE 11 COLUMN 10 VALUE "What the customer says:".
             05 CASE-SUMMARY-FIELD LINE 12 COLUMN 10 PIC X(60)
                USING WS-CASE-ENTRY-SUMMARY.
           01 CASE-UPDATE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Update a Complaint Case".
             05 LINE 4 COLUMN 10 VALUE "Case:".
             05 LINE 4 COLUMN 22 PIC 9(7) USING CASE-NUMBER.
             05 LINE 4 COLUMN 32 VALUE "Customer:".
             05 LINE 4 COLUMN 43 PIC 9(7) USING CASE-CUSTOMER-ID.
             05 LINE 5 COLUMN 10 VALUE "Category:".
             05 LINE 5 COLUMN 22 PIC X(12) USING CASE-CATEGORY.
             05 LINE 5 COLUMN 36 VALUE "Came in by:".
             05 LINE 5 COLUMN 49 PIC X(5) USING CASE-CHANNEL.
             05 LINE 6 COLUMN 10 VALUE "Opened:".
             05 LINE 6 COLUMN 22 PIC X(10) USING CASE-OPENED-DATE.
             05 LINE 6 COLUMN 36 VALUE "Due:".
             05 LINE 6 COLUMN 49 PIC X(10) USING CASE-TARGET-DATE.
             05 LINE 7 COLUMN 10 VALUE "Escalated:".
             05 LINE 7 COLUMN 22 PIC X(10) USING CASE-ESCALATED-DATE.
             05 LINE 8 COLUMN 10 PIC X(60) USING CASE-SUMMARY.
             05 LINE 10 COLUMN 10 VALUE "Owner (change to reassign):".
             05 CASE-OWNER-FIELD LINE 10 COLUMN 38 PIC X(8)
                USING WS-CASE-ENTRY-OWNER.
             05 LINE 12 COLUMN 10 VALUE
                "Progress note (goes on the contact notes):".
             05 CASE-NOTE-FIELD LINE 13 COLUMN 10 PIC X(46)
                USING WS-CASE-ENTRY-NOTE.
           01 CASE-CLOSE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Close a Complaint Case".
             05 LINE 4 COLUMN 10 VALUE "Case:".
             05 LINE 4 COLUMN 22 PIC 9(7) USING CASE-NUMBER.
             05 LINE 4 COLUMN 32 VALUE "Customer:".
             05 LINE 4 COLUMN 43 PIC 9(7) USING CASE-CUSTOMER-ID.
             05 LINE 5 COLUMN 10 VALUE "Category:".
             05 LINE 5 COLUMN 22 PIC X(12) USING CASE-CATEGORY.
             05 LINE 5 COLUMN 36 VALUE "Owner:".
             05 LINE 5 COLUMN 49 PIC X(8) USING CASE-OWNER.
             05 LINE 6 COLUMN 10 VALUE "Opened:".
             05 LINE 6 COLUMN 22 PIC X(10) USING CASE-OPENED-DATE.
             05 LINE 6 COLUMN 36 VALUE "Due:".
             05 LINE 6 COLUMN 49 PIC X(10) USING CASE-TARGET-DATE.
             05 LINE 8 COLUMN 10 PIC X(60) USING CASE-SUMMARY.
             05 LINE 10 COLUMN 10 VALUE
                "Resolution (blank leaves the case open):".
             05 CASE-RESOLUTION-FIELD LINE 11 COLUMN 10 PIC X(60)
                USING WS-CASE-ENTRY-RESOLUTION.
       PROCEDURE DIVISION.
       0080-CHECK-LAYOUTS.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-inquiry" TO LS-PROGRAM.
           MOVE 3 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "complaint-cases.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0090-SIGN-ON.
      *    The same front door customer-maintenance now has: an
      *    operator record is required to see customer data at all,
               PERFORM 0110-INQUIRY-BY-ID
           ELSE IF WS-INQUIRY-CHOICE = "n" THEN
               PERFORM 0120-INQUIRY-BY-NAME
           ELSE IF WS-INQUIRY-CHOICE = "a" THEN
               PERFORM 0250-INQUIRY-BY-ACCOUNT
           ELSE IF WS-INQUIRY-CHOICE = "q" THEN
               STOP RUN
           ELSE
           END-IF.

       0110-INQUIRY-BY-ID.
      *    The number keyed is checked by id-check before any READ,
      *    so a mistyped digit is refused rather than showing the
      *    caller someone else's record.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY INQUIRY-KEY-SCREEN.
           ACCEPT INQUIRY-KEY-FIELD.
           MOVE 0 TO WS-RECORD-FOUND.
           OPEN INPUT F-CUSTOMERS-FILE.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE WS-KEY-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               MOVE IC-MESSAGE TO WS-STATUS-MESSAGE
           ELSE
               MOVE WS-KEY-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "No customer with that number." TO
                           WS-STATUS-MESSAGE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RECORD-FOUND
               END-READ
           END-IF.
           IF WS-RECORD-FOUND = 1
               MOVE "ID" TO WS-ACCESS-PATH
               PERFORM 0145-WRITE-ACCESS-LOG
               PERFORM 0140-SHOW-CUSTOMER
           END-IF.
           CLOSE F-CUSTOMERS-FILE.
                           IF PERSON-NAME(1:WS-SEARCH-LEN) =
                               WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                               MOVE 1 TO WS-RECORD-FOUND
                               MOVE "NAME" TO WS-ACCESS-PATH
                               PERFORM 0145-WRITE-ACCESS-LOG
                               PERFORM 0140-SHOW-CUSTOMER
                               IF WS-VIEW-CHOICE NOT = "n"
                                   MOVE 1 TO WS-FILE-IS-ENDED

       0140-SHOW-CUSTOMER.
           PERFORM 0150-LOAD-CARD-HISTORY.
           PERFORM 0260-LOAD-CUSTOMER-ACCOUNT.
           INITIALIZE WS-VIEW-CHOICE.
           DISPLAY INQUIRY-VIEW-SCREEN.
           ACCEPT INQUIRY-VIEW-FIELD.
           ELSE IF WS-VIEW-CHOICE = "b"
               PERFORM 0180-BROWSE-CONTACT-NOTES
               PERFORM 0140-SHOW-CUSTOMER
           ELSE IF WS-VIEW-CHOICE = "e"
               PERFORM 0190-KEY-LIFE-EVENT
               PERFORM 0140-SHOW-CUSTOMER
           ELSE IF WS-VIEW-CHOICE = "c"
               MOVE SPACES TO WS-CASE-MESSAGE
               PERFORM 0200-CASE-LIST
               PERFORM 0140-SHOW-CUSTOMER
           END-IF.

       0145-WRITE-ACCESS-LOG.
      *    Opened and closed around each write, the way the journal
      *    is, so an idle screen never holds the log against the
      *    other terminals' appends.
           OPEN EXTEND F-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS = "35"
               OPEN OUTPUT F-ACCESS-LOG-FILE
           END-IF.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           MOVE OS-OPERATOR-ID TO AL-OPERATOR-ID.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO AL-DATE
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO AL-TIME
           END-STRING.
           MOVE PERSON-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE WS-ACCESS-PATH TO AL-PATH.
           MOVE "customer-inquiry" TO AL-PROGRAM.
           WRITE ACCESS-LOG-RECORD
           END-WRITE.
           CLOSE F-ACCESS-LOG-FILE.

       0170-ADD-CONTACT-NOTE.
           INITIALIZE WS-NOTE-ENTRY-TEXT.
           INITIALIZE WS-NOTE-ENTRY-FOLLOWUP.
           INITIALIZE WS-NOTE-ENTRY-EVENT.
           DISPLAY NOTE-ENTRY-SCREEN.
           ACCEPT NOTE-TEXT-FIELD.
           ACCEPT NOTE-FOLLOWUP-FIELD.
           ACCEPT NOTE-EVENT-FIELD.
           IF WS-NOTE-ENTRY-TEXT NOT = SPACES
               OPEN EXTEND F-NOTES-FILE
               IF WS-NOTES-STATUS = "35"
               END-WRITE
               CLOSE F-NOTES-FILE
               MOVE "Note saved." TO WS-STATUS-MESSAGE
               IF WS-NOTE-ENTRY-EVENT NOT = SPACE
                   MOVE WS-NOTE-ENTRY-EVENT TO WS-EVENT-ENTRY-KIND
                   MOVE WS-NOTE-ENTRY-FOLLOWUP TO WS-EVENT-ENTRY-DATE
                   MOVE "N" TO WS-EVENT-SOURCE
                   PERFORM 0195-WRITE-LIFE-EVENT
               END-IF
           END-IF.

       0190-KEY-LIFE-EVENT.
           INITIALIZE WS-EVENT-ENTRY-KIND.
           INITIALIZE WS-EVENT-ENTRY-DATE.
           DISPLAY LIFE-EVENT-ENTRY-SCREEN.
           ACCEPT EVENT-KIND-FIELD.
           ACCEPT EVENT-DATE-FIELD.
           IF WS-EVENT-ENTRY-KIND NOT = SPACE
               MOVE "K" TO WS-EVENT-SOURCE
               PERFORM 0195-WRITE-LIFE-EVENT
           END-IF.

       0195-WRITE-LIFE-EVENT.
      *    A blank date means the event is news today. The card run
      *    does the mailing checks; this only makes sure what lands
      *    on the file is a real event type and a real date.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-STAMP
           END-STRING.
           IF WS-EVENT-ENTRY-DATE = SPACES
               MOVE WS-TODAY-STAMP TO WS-EVENT-ENTRY-DATE
           END-IF.
           MOVE WS-EVENT-ENTRY-DATE TO WS-EVENT-DATE-PARTS.
           PERFORM 0196-VALIDATE-EVENT-DATE.
           MOVE SPACES TO LIFE-EVENT-RECORD.
           IF WS-EVENT-ENTRY-KIND = "W" OR WS-EVENT-ENTRY-KIND = "w"
               MOVE "WEDDING" TO LE-EVENT-TYPE
           ELSE IF WS-EVENT-ENTRY-KIND = "B" OR
               WS-EVENT-ENTRY-KIND = "b"
               MOVE "NEW-BABY" TO LE-EVENT-TYPE
           ELSE IF WS-EVENT-ENTRY-KIND = "S" OR
               WS-EVENT-ENTRY-KIND = "s"
               MOVE "SYMPATHY" TO LE-EVENT-TYPE
           END-IF.
           IF LE-EVENT-TYPE = SPACES
               MOVE "Life event not saved -- type must be W, B or S."
                   TO WS-STATUS-MESSAGE
           ELSE IF NOT EVENT-IS-VALID
               MOVE "Life event not saved -- date must be YYYY-MM-DD."
                   TO WS-STATUS-MESSAGE
           ELSE
               OPEN EXTEND F-LIFE-EVENTS-FILE
               IF WS-LIFE-EVENTS-STATUS = "35"
                   OPEN OUTPUT F-LIFE-EVENTS-FILE
               END-IF
               MOVE PERSON-CUSTOMER-ID TO LE-CUSTOMER-ID
               MOVE WS-EVENT-ENTRY-DATE TO LE-EVENT-DATE
               MOVE WS-EVENT-SOURCE TO LE-SOURCE
               MOVE OS-OPERATOR-ID TO LE-OPERATOR
               MOVE WS-TODAY-STAMP TO LE-ENTRY-DATE
               MOVE "P" TO LE-STATUS
               WRITE LIFE-EVENT-RECORD
               END-WRITE
               CLOSE F-LIFE-EVENTS-FILE
               MOVE "Life event recorded for the card run." TO
                   WS-STATUS-MESSAGE
           END-IF.

       0196-VALIDATE-EVENT-DATE.
           MOVE "Y" TO WS-EVENT-VALID.
           IF WS-EVENT-YEAR NOT NUMERIC OR WS-EVENT-MONTH NOT NUMERIC
               OR WS-EVENT-DAY NOT NUMERIC OR WS-EVENT-SEP-1 NOT = "-"
               OR WS-EVENT-SEP-2 NOT = "-"
               MOVE "N" TO WS-EVENT-VALID
           ELSE IF WS-EVENT-YEAR = 0 OR WS-EVENT-MONTH = 0 OR
               WS-EVENT-MONTH > 12 OR WS-EVENT-DAY = 0
               MOVE "N" TO WS-EVENT-VALID
           ELSE
               MOVE 31 TO WS-EVENT-MAX-DAY
               IF WS-EVENT-MONTH = 4 OR WS-EVENT-MONTH = 6 OR
                   WS-EVENT-MONTH = 9 OR WS-EVENT-MONTH = 11
                   MOVE 30 TO WS-EVENT-MAX-DAY
               ELSE IF WS-EVENT-MONTH = 2
                   MOVE 28 TO WS-EVENT-MAX-DAY
                   IF FUNCTION MOD(WS-EVENT-YEAR, 4) = 0 AND
                       (FUNCTION MOD(WS-EVENT-YEAR, 100) NOT = 0 OR
                        FUNCTION MOD(WS-EVENT-YEAR, 400) = 0)
                       MOVE 29 TO WS-EVENT-MAX-DAY
                   END-IF
               END-IF
               END-IF
               IF WS-EVENT-DAY > WS-EVENT-MAX-DAY
                   MOVE "N" TO WS-EVENT-VALID
               END-IF
           END-IF.

       0180-BROWSE-CONTACT-NOTES.
           END-PERFORM.

       0150-LOAD-CARD-HISTORY.
      *    The customer-ID key hands back this customer's audit lines
      *    in the order they were written: the ring keeps the ten most
      *    recent, and the walk below unrolls it newest first for the
      *    screen.
           INITIALIZE WS-HISTORY-RING.
           INITIALIZE WS-HISTORY-SHOWN.
           MOVE 0 TO WS-HIST-WRITE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE PERSON-CUSTOMER-ID TO AUDIT-CUSTOMER-ID
               START F-AUDIT-FILE KEY IS = AUDIT-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-START
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           IF AUDIT-CUSTOMER-ID NOT = PERSON-CUSTOMER-ID
                               MOVE 1 TO WS-FILE-IS-ENDED
                           ELSE
                               ADD 1 TO WS-HIST-TOTAL
                               ADD 1 TO WS-HIST-WRITE
                               IF WS-HIST-WRITE > 10
               CLOSE F-RUN-LOCK-FILE
               MOVE 1 TO WS-BATCH-LOCK-HELD
           END-IF.

       0200-CASE-LIST.
      *    A complaint used to be one more free-text note, with
      *    nothing to say whether anyone fixed it. The case file
      *    gives each one a number, an owner and a due date from the
      *    service-level table, and the notes still carry the story
      *    -- opening, each progress note and the close all land
      *    there too, so the notebook reads through as before.
           PERFORM 0205-LOAD-CUSTOMER-CASES.
           INITIALIZE WS-CASE-CHOICE.
           MOVE 0 TO WS-CASE-KEY.
           DISPLAY CASE-LIST-SCREEN.
           ACCEPT CASE-CHOICE-FIELD.
           MOVE SPACES TO WS-CASE-MESSAGE.
           IF WS-CASE-CHOICE = "o"
               PERFORM 0210-OPEN-CASE
               PERFORM 0200-CASE-LIST
           ELSE IF WS-CASE-CHOICE = "u"
               ACCEPT CASE-KEY-FIELD
               PERFORM 0220-UPDATE-CASE
               PERFORM 0200-CASE-LIST
           ELSE IF WS-CASE-CHOICE = "x"
               ACCEPT CASE-KEY-FIELD
               PERFORM 0230-CLOSE-CASE
               PERFORM 0200-CASE-LIST
           END-IF.

       0205-LOAD-CUSTOMER-CASES.
      *    The customer-ID key hands the cases back oldest first; the
      *    same rolling window the notes browse uses keeps the last
      *    eight.
           INITIALIZE WS-CASE-SHOWN.
           MOVE 0 TO WS-CASE-WRITE.
           MOVE 0 TO WS-CASE-TOTAL.
           MOVE 0 TO WS-CASES-ENDED.
           OPEN INPUT F-CASES-FILE.
           IF WS-CASES-STATUS = "00"
               MOVE PERSON-CUSTOMER-ID TO CASE-CUSTOMER-ID
               START F-CASES-FILE KEY IS = CASE-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-CASES-ENDED
               END-START
               PERFORM UNTIL WS-CASES-ENDED = 1
                   READ F-CASES-FILE NEXT RECORD
                       NOT AT END
                           IF CASE-CUSTOMER-ID NOT = PERSON-CUSTOMER-ID
                               MOVE 1 TO WS-CASES-ENDED
                           ELSE
                               ADD 1 TO WS-CASE-TOTAL
                               ADD 1 TO WS-CASE-WRITE
                               IF WS-CASE-WRITE > 8
                                   PERFORM 0207-SCROLL-CASE-WINDOW
                                   MOVE 8 TO WS-CASE-WRITE
                               END-IF
                               SET CASE-IDX TO WS-CASE-WRITE
                               PERFORM 0206-FORMAT-CASE-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-CASES-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CASES-FILE
           END-IF.

       0206-FORMAT-CASE-LINE.
           MOVE SPACES TO WS-CASE-SHOW-TEXT(CASE-IDX).
           IF CASE-STATUS = "CLOSED"
               STRING CASE-NUMBER " CLOSED " CASE-CATEGORY " "
                   CASE-CHANNEL " " CASE-OPENED-DATE " SHUT "
                   CASE-CLOSED-DATE " " CASE-CLOSED-BY
                   DELIMITED BY SIZE INTO WS-CASE-SHOW-TEXT(CASE-IDX)
               END-STRING
           ELSE
               STRING CASE-NUMBER " OPEN   " CASE-CATEGORY " "
                   CASE-CHANNEL " " CASE-OPENED-DATE " DUE  "
                   CASE-TARGET-DATE " " CASE-OWNER
                   DELIMITED BY SIZE INTO WS-CASE-SHOW-TEXT(CASE-IDX)
               END-STRING
               IF CASE-ESCALATED-DATE NOT = SPACES
                   MOVE "ESCALATED" TO
                       WS-CASE-SHOW-TEXT(CASE-IDX)(70:9)
               END-IF
           END-IF.

       0207-SCROLL-CASE-WINDOW.
           SET CASE-IDX TO 1.
           PERFORM 7 TIMES
               SET CASE-IDX UP BY 1
               MOVE WS-CASE-SHOW-TEXT(CASE-IDX) TO
                   WS-CASE-SHOW-TEXT(CASE-IDX - 1)
           END-PERFORM.

       0210-OPEN-CASE.
           INITIALIZE WS-CASE-ENTRY-CATEGORY.
           INITIALIZE WS-CASE-ENTRY-CHANNEL.
           INITIALIZE WS-CASE-ENTRY-SUMMARY.
           DISPLAY CASE-OPEN-SCREEN.
           ACCEPT CASE-CATEGORY-FIELD.
           ACCEPT CASE-CHANNEL-FIELD.
           ACCEPT CASE-SUMMARY-FIELD.
           MOVE SPACES TO COMPLAINT-CASE-RECORD.
           IF WS-CASE-ENTRY-CATEGORY = "A" OR
               WS-CASE-ENTRY-CATEGORY = "a"
               MOVE "WRONG-ADDR" TO CASE-CATEGORY
           ELSE IF WS-CASE-ENTRY-CATEGORY = "D" OR
               WS-CASE-ENTRY-CATEGORY = "d"
               MOVE "DUPLICATE" TO CASE-CATEGORY
           ELSE IF WS-CASE-ENTRY-CATEGORY = "U" OR
               WS-CASE-ENTRY-CATEGORY = "u"
               MOVE "UNWANTED" TO CASE-CATEGORY
           ELSE IF WS-CASE-ENTRY-CATEGORY = "P" OR
               WS-CASE-ENTRY-CATEGORY = "p"
               MOVE "PRIVACY" TO CASE-CATEGORY
           ELSE IF WS-CASE-ENTRY-CATEGORY = "O" OR
               WS-CASE-ENTRY-CATEGORY = "o"
               MOVE "OTHER" TO CASE-CATEGORY
           END-IF.
           IF WS-CASE-ENTRY-CHANNEL = "P" OR
               WS-CASE-ENTRY-CHANNEL = "p"
               MOVE "PHONE" TO CASE-CHANNEL
           ELSE IF WS-CASE-ENTRY-CHANNEL = "M" OR
               WS-CASE-ENTRY-CHANNEL = "m"
               MOVE "MAIL" TO CASE-CHANNEL
           ELSE IF WS-CASE-ENTRY-CHANNEL = "B" OR
               WS-CASE-ENTRY-CHANNEL = "b"
               MOVE "BBS" TO CASE-CHANNEL
           END-IF.
           IF CASE-CATEGORY = SPACES
               MOVE "Case not opened -- category is a, d, u, p or o."
                   TO WS-CASE-MESSAGE
           ELSE IF CASE-CHANNEL = SPACES
               MOVE "Case not opened -- came in by must be P, M or B."
                   TO WS-CASE-MESSAGE
           ELSE IF WS-CASE-ENTRY-SUMMARY = SPACES
               MOVE "Case not opened -- say what the complaint is."
                   TO WS-CASE-MESSAGE
           ELSE
               PERFORM 0212-WRITE-NEW-CASE
           END-IF.

       0212-WRITE-NEW-CASE.
      *    The due date is the service-level target counted in
      *    business days from today. A case number already on file
      *    -- two terminals opening at once, or a control file put
      *    back from an old copy -- is stepped past rather than
      *    overwritten.
           PERFORM 0240-STAMP-TODAY.
           MOVE PERSON-CUSTOMER-ID TO CASE-CUSTOMER-ID.
           MOVE "OPEN" TO CASE-STATUS.
           MOVE OS-OPERATOR-ID TO CASE-OWNER.
           MOVE WS-TODAY-STAMP TO CASE-OPENED-DATE.
           MOVE 0 TO CASE-DAYS-TO-CLOSE.
           MOVE WS-CASE-ENTRY-SUMMARY TO CASE-SUMMARY.
           PERFORM 0215-FIND-TARGET-DAYS.
           MOVE "ADDBUS" TO DS-FUNCTION.
           MOVE WS-CASE-TARGET-DAYS TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO CASE-TARGET-DATE
           END-STRING.
           PERFORM 0218-LOAD-NEXT-CASE-NUMBER.
           PERFORM 0235-OPEN-CASES-IO.
           MOVE 0 TO WS-CASE-WRITTEN.
           IF WS-CASES-STATUS NOT = "00"
               MOVE 2 TO WS-CASE-WRITTEN
           END-IF.
           PERFORM UNTIL WS-CASE-WRITTEN NOT = 0
               MOVE WS-NEXT-CASE-NUMBER TO CASE-NUMBER
               WRITE COMPLAINT-CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-NEXT-CASE-NUMBER
                   NOT INVALID KEY
                       MOVE 1 TO WS-CASE-WRITTEN
               END-WRITE
               IF WS-CASES-STATUS NOT = "00" AND
                   WS-CASES-STATUS NOT = "22"
                   MOVE 2 TO WS-CASE-WRITTEN
               END-IF
           END-PERFORM.
           IF WS-CASES-STATUS NOT = "35"
               CLOSE F-CASES-FILE
           END-IF.
           MOVE SPACES TO WS-CASE-MESSAGE.
           IF WS-CASE-WRITTEN = 1
               ADD 1 TO WS-NEXT-CASE-NUMBER
               PERFORM 0219-SAVE-NEXT-CASE-NUMBER
               STRING "Case " CASE-NUMBER " opened, due "
                   CASE-TARGET-DATE "."
                   DELIMITED BY SIZE INTO WS-CASE-MESSAGE
               END-STRING
               MOVE SPACES TO WS-CASE-NOTE-TEXT
               STRING "CASE " CASE-NUMBER " OPENED -- "
                   CASE-SUMMARY
                   DELIMITED BY SIZE INTO WS-CASE-NOTE-TEXT
               END-STRING
               PERFORM 0245-WRITE-CASE-NOTE
           ELSE
               STRING "Case not opened -- case file status "
                   WS-CASES-STATUS "."
                   DELIMITED BY SIZE INTO WS-CASE-MESSAGE
               END-STRING
           END-IF.

       0215-FIND-TARGET-DAYS.
      *    The shop's standing targets, unless the service-level
      *    table says otherwise for the category.
           IF CASE-CATEGORY = "PRIVACY"
               MOVE 2 TO WS-CASE-TARGET-DAYS
           ELSE IF CASE-CATEGORY = "UNWANTED"
               MOVE 3 TO WS-CASE-TARGET-DAYS
           ELSE IF CASE-CATEGORY = "OTHER"
               MOVE 10 TO WS-CASE-TARGET-DAYS
           ELSE
               MOVE 5 TO WS-CASE-TARGET-DAYS
           END-IF.
           MOVE 0 TO WS-CASES-ENDED.
           OPEN INPUT F-SERVICE-LEVEL-FILE.
           IF WS-SERVICE-LEVEL-STATUS NOT = "00"
               MOVE 1 TO WS-CASES-ENDED
           END-IF.
           PERFORM UNTIL WS-CASES-ENDED = 1
               READ F-SERVICE-LEVEL-FILE
                   NOT AT END
                       IF SL-CATEGORY = CASE-CATEGORY AND
                           SL-TARGET-DAYS NUMERIC
                           MOVE SL-TARGET-DAYS TO WS-CASE-TARGET-DAYS
                       END-IF
                   AT END
                       MOVE 1 TO WS-CASES-ENDED
               END-READ
           END-PERFORM.
           IF WS-SERVICE-LEVEL-STATUS = "00" OR
               WS-SERVICE-LEVEL-STATUS = "10"
               CLOSE F-SERVICE-LEVEL-FILE
           END-IF.

       0218-LOAD-NEXT-CASE-NUMBER.
           MOVE 1 TO WS-NEXT-CASE-NUMBER.
           OPEN INPUT F-CASE-CONTROL-FILE.
           IF WS-CASE-CONTROL-STATUS = "00"
               READ F-CASE-CONTROL-FILE
                   NOT AT END
                       IF CASE-CONTROL-NEXT NUMERIC
                           MOVE CASE-CONTROL-NEXT TO
                               WS-NEXT-CASE-NUMBER
                       END-IF
               END-READ
               CLOSE F-CASE-CONTROL-FILE
           END-IF.

       0219-SAVE-NEXT-CASE-NUMBER.
           OPEN OUTPUT F-CASE-CONTROL-FILE.
           MOVE WS-NEXT-CASE-NUMBER TO CASE-CONTROL-NEXT.
           WRITE CASE-CONTROL-RECORD.
           CLOSE F-CASE-CONTROL-FILE.

       0220-UPDATE-CASE.
      *    Reassigning the owner and adding a progress note are the
      *    two things done to a case between opening and closing.
           PERFORM 0225-READ-CASE-FOR-CHANGE.
           IF WS-CASE-FOUND = 1
               MOVE CASE-OWNER TO WS-CASE-ENTRY-OWNER
               INITIALIZE WS-CASE-ENTRY-NOTE
               DISPLAY CASE-UPDATE-SCREEN
               ACCEPT CASE-OWNER-FIELD
               ACCEPT CASE-NOTE-FIELD
               IF WS-CASE-ENTRY-OWNER NOT = SPACES
                   MOVE WS-CASE-ENTRY-OWNER TO CASE-OWNER
               END-IF
               REWRITE COMPLAINT-CASE-RECORD
               END-REWRITE
               STRING "Case " CASE-NUMBER " updated, owner "
                   CASE-OWNER "."
                   DELIMITED BY SIZE INTO WS-CASE-MESSAGE
               END-STRING
               IF WS-CASE-ENTRY-NOTE NOT = SPACES
                   MOVE SPACES TO WS-CASE-NOTE-TEXT
                   STRING "CASE " CASE-NUMBER ": " WS-CASE-ENTRY-NOTE
                       DELIMITED BY SIZE INTO WS-CASE-NOTE-TEXT
                   END-STRING
                   PERFORM 0245-WRITE-CASE-NOTE
               END-IF
           END-IF.
           IF WS-CASES-STATUS NOT = "35"
               CLOSE F-CASES-FILE
           END-IF.

       0225-READ-CASE-FOR-CHANGE.
      *    Only an open case of the customer on screen can be
      *    changed from here.
           MOVE 0 TO WS-CASE-FOUND.
           PERFORM 0235-OPEN-CASES-IO.
           MOVE WS-CASE-KEY TO CASE-NUMBER.
           READ F-CASES-FILE
               INVALID KEY
                   MOVE "No case with that number." TO WS-CASE-MESSAGE
               NOT INVALID KEY
                   IF CASE-CUSTOMER-ID NOT = PERSON-CUSTOMER-ID
                       MOVE "That case is another customer's." TO
                           WS-CASE-MESSAGE
                   ELSE
                       IF CASE-STATUS NOT = "OPEN"
                           MOVE "That case is already closed." TO
                               WS-CASE-MESSAGE
                       ELSE
                           MOVE 1 TO WS-CASE-FOUND
                       END-IF
                   END-IF
           END-READ.

       0230-CLOSE-CASE.
      *    Closing records the resolution, who closed it, and the
      *    business days it was open, with a Y when that was inside
      *    the due date -- the figures the morning dashboard's
      *    closed-case line is built from.
           PERFORM 0225-READ-CASE-FOR-CHANGE.
           IF WS-CASE-FOUND = 1
               INITIALIZE WS-CASE-ENTRY-RESOLUTION
               DISPLAY CASE-CLOSE-SCREEN
               ACCEPT CASE-RESOLUTION-FIELD
               IF WS-CASE-ENTRY-RESOLUTION = SPACES
                   MOVE "Case left open -- no resolution given." TO
                       WS-CASE-MESSAGE
               ELSE
                   PERFORM 0232-SHUT-CASE
               END-IF
           END-IF.
           IF WS-CASES-STATUS NOT = "35"
               CLOSE F-CASES-FILE
           END-IF.

       0232-SHUT-CASE.
           PERFORM 0240-STAMP-TODAY.
           MOVE "CLOSED" TO CASE-STATUS.
           MOVE WS-TODAY-STAMP TO CASE-CLOSED-DATE.
           MOVE OS-OPERATOR-ID TO CASE-CLOSED-BY.
           MOVE WS-CASE-ENTRY-RESOLUTION TO CASE-RESOLUTION.
           MOVE 0 TO CASE-DAYS-TO-CLOSE.
           IF CASE-OPENED-DATE(1:4) IS NUMERIC AND
               CASE-OPENED-DATE(6:2) IS NUMERIC AND
               CASE-OPENED-DATE(9:2) IS NUMERIC
               MOVE "BUSDIFF" TO DS-FUNCTION
               MOVE CASE-OPENED-DATE(1:4) TO DS-YEAR-2
               MOVE CASE-OPENED-DATE(6:2) TO DS-MONTH-2
               MOVE CASE-OPENED-DATE(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER > 0
                   MOVE DS-RESULT-NUMBER TO CASE-DAYS-TO-CLOSE
               END-IF
           END-IF.
           IF WS-TODAY-STAMP > CASE-TARGET-DATE
               MOVE "N" TO CASE-MET-TARGET
           ELSE
               MOVE "Y" TO CASE-MET-TARGET
           END-IF.
           REWRITE COMPLAINT-CASE-RECORD
           END-REWRITE.
           STRING "Case " CASE-NUMBER " closed after "
               CASE-DAYS-TO-CLOSE " business days."
               DELIMITED BY SIZE INTO WS-CASE-MESSAGE
           END-STRING.
           MOVE SPACES TO WS-CASE-NOTE-TEXT.
           STRING "CASE " CASE-NUMBER " CLOSED -- " CASE-RESOLUTION
               DELIMITED BY SIZE INTO WS-CASE-NOTE-TEXT
           END-STRING.
           PERFORM 0245-WRITE-CASE-NOTE.

       0235-OPEN-CASES-IO.
      *    Created on first use, the way customer-maintenance
      *    bootstraps its salutation and seasonal files.
           OPEN I-O F-CASES-FILE.
           IF WS-CASES-STATUS = "35"
               OPEN OUTPUT F-CASES-FILE
               CLOSE F-CASES-FILE
               OPEN I-O F-CASES-FILE
           END-IF.

       0240-STAMP-TODAY.
      *    Today both as the stamp the case carries and as date 1 of
      *    the date-services request the due-date arithmetic uses.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.

       0245-WRITE-CASE-NOTE.
           OPEN EXTEND F-NOTES-FILE.
           IF WS-NOTES-STATUS = "35"
               OPEN OUTPUT F-NOTES-FILE
           END-IF.
           MOVE SPACES TO CUSTOMER-NOTE-RECORD.
           MOVE PERSON-CUSTOMER-ID TO NOTE-CUSTOMER-ID.
           MOVE WS-TODAY-STAMP TO NOTE-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO NOTE-TIME
           END-STRING.
           MOVE OS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-CASE-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD
           END-WRITE.
           CLOSE F-NOTES-FILE.

       0250-INQUIRY-BY-ACCOUNT.
      *    "Who else do we know at this firm" -- the account with
      *    every contact under it, walked down the account key of
      *    business-contacts.dat. Each contact put on the screen is
      *    logged the way a looked-up customer is.
           INITIALIZE WS-KEY-ACCOUNT-ID.
           DISPLAY ACCOUNT-KEY-SCREEN.
           ACCEPT ACCOUNT-KEY-FIELD.
           MOVE 0 TO WS-RECORD-FOUND.
           OPEN INPUT F-BUSINESS-ACCOUNTS-FILE.
           IF WS-BUSINESS-ACCOUNTS-STATUS = "00"
               MOVE WS-KEY-ACCOUNT-ID TO BA-ACCOUNT-ID
               READ F-BUSINESS-ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-RECORD-FOUND
               END-READ
               CLOSE F-BUSINESS-ACCOUNTS-FILE
           END-IF.
           IF WS-RECORD-FOUND = 1
               IF BA-CONSOLIDATED-CARDS
                   MOVE "one for the firm" TO WS-ACCOUNT-MODE-TEXT
               ELSE
                   MOVE "one per contact" TO WS-ACCOUNT-MODE-TEXT
               END-IF
               MOVE 0 TO WS-CONTACT-PAGE
               OPEN INPUT F-CUSTOMERS-FILE
               PERFORM 0255-SHOW-ACCOUNT
               CLOSE F-CUSTOMERS-FILE
           ELSE
               MOVE "No business account with that ID." TO
                   WS-STATUS-MESSAGE
           END-IF.
           PERFORM 0100-INQUIRY-MENU.

       0255-SHOW-ACCOUNT.
      *    Next page from the last one wraps back to the first.
           PERFORM 0256-LOAD-ACCOUNT-CONTACTS.
           INITIALIZE WS-VIEW-CHOICE.
           DISPLAY ACCOUNT-VIEW-SCREEN.
           ACCEPT ACCOUNT-VIEW-FIELD.
           IF WS-VIEW-CHOICE = "n"
               ADD 1 TO WS-CONTACT-PAGE
               IF WS-CONTACT-PAGE * 12 >= WS-CONTACT-TOTAL
                   MOVE 0 TO WS-CONTACT-PAGE
               END-IF
               PERFORM 0255-SHOW-ACCOUNT
           END-IF.

       0256-LOAD-ACCOUNT-CONTACTS.
           INITIALIZE WS-CONTACT-SHOWN.
           MOVE 0 TO WS-CONTACT-WRITE.
           MOVE 0 TO WS-CONTACT-TOTAL.
           MOVE 0 TO WS-CONTACTS-ENDED.
           COMPUTE WS-CONTACT-SKIP = WS-CONTACT-PAGE * 12.
           OPEN INPUT F-BUSINESS-CONTACTS-FILE.
           IF WS-BUSINESS-CONTACTS-STATUS = "00"
               MOVE WS-KEY-ACCOUNT-ID TO BC-ACCOUNT-ID
               START F-BUSINESS-CONTACTS-FILE KEY IS = BC-ACCOUNT-ID
                   INVALID KEY
                       MOVE 1 TO WS-CONTACTS-ENDED
               END-START
               PERFORM UNTIL WS-CONTACTS-ENDED = 1
                   READ F-BUSINESS-CONTACTS-FILE NEXT RECORD
                       NOT AT END
                           IF BC-ACCOUNT-ID NOT = WS-KEY-ACCOUNT-ID
                               MOVE 1 TO WS-CONTACTS-ENDED
                           ELSE
                               ADD 1 TO WS-CONTACT-TOTAL
                               IF WS-CONTACT-TOTAL > WS-CONTACT-SKIP
                                   AND WS-CONTACT-WRITE < 12
                                   ADD 1 TO WS-CONTACT-WRITE
                                   SET CONTACT-IDX TO WS-CONTACT-WRITE
                                   PERFORM 0257-FORMAT-CONTACT-LINE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-CONTACTS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.

       0257-FORMAT-CONTACT-LINE.
           MOVE SPACE TO WS-CONTACT-MARK.
           IF BC-CUSTOMER-ID = BA-PRIMARY-CONTACT-ID
               MOVE "*" TO WS-CONTACT-MARK
           END-IF.
           MOVE BC-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "(no longer on the customer file)" TO
                       PERSON-NAME
                   MOVE SPACES TO PERSON-JOB-TITLE
               NOT INVALID KEY
                   MOVE "ACCT" TO WS-ACCESS-PATH
                   PERFORM 0145-WRITE-ACCESS-LOG
           END-READ.
           MOVE SPACES TO WS-CONTACT-SHOW-TEXT(CONTACT-IDX).
           STRING WS-CONTACT-MARK BC-CUSTOMER-ID " " PERSON-NAME " "
               PERSON-JOB-TITLE
               DELIMITED BY SIZE INTO WS-CONTACT-SHOW-TEXT(CONTACT-IDX)
           END-STRING.

       0260-LOAD-CUSTOMER-ACCOUNT.
      *    The firm the customer works for, if any, on the view line
      *    under the flags; the account itself is looked at from the
      *    menu.
           MOVE SPACES TO WS-VIEW-ACCOUNT-TEXT.
           OPEN INPUT F-BUSINESS-CONTACTS-FILE.
           IF WS-BUSINESS-CONTACTS-STATUS = "00"
               MOVE PERSON-CUSTOMER-ID TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO BA-COMPANY-NAME
                       MOVE 0 TO BA-PRIMARY-CONTACT-ID
                       OPEN INPUT F-BUSINESS-ACCOUNTS-FILE
                       IF WS-BUSINESS-ACCOUNTS-STATUS = "00"
                           MOVE BC-ACCOUNT-ID TO BA-ACCOUNT-ID
                           READ F-BUSINESS-ACCOUNTS-FILE
                               INVALID KEY
                                   MOVE SPACES TO BA-COMPANY-NAME
                                   MOVE 0 TO BA-PRIMARY-CONTACT-ID
                           END-READ
                           CLOSE F-BUSINESS-ACCOUNTS-FILE
                       END-IF
                       STRING BC-ACCOUNT-ID " "
                           FUNCTION TRIM(BA-COMPANY-NAME)
                           DELIMITED BY SIZE INTO WS-VIEW-ACCOUNT-TEXT
                       END-STRING
                       IF BA-PRIMARY-CONTACT-ID = PERSON-CUSTOMER-ID
                           MOVE "(mailing contact)" TO
                               WS-VIEW-ACCOUNT-TEXT(44:17)
                       END-IF
               END-READ
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
