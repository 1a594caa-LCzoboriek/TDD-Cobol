               SELECT F-PREFERENCES-WORK-FILE ASSIGN TO
                 "mail-preferences-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-SEASONAL-FILE ASSIGN TO
                 "seasonal-addresses.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SA-CUSTOMER-ID
                 FILE STATUS IS WS-SEASONAL-STATUS.
               SELECT F-ACCESS-LOG-FILE ASSIGN TO
                 "customer-access-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACCESS-LOG-STATUS.
               SELECT F-SALUTATIONS-FILE ASSIGN TO
                 "customer-salutations.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SL-CUSTOMER-ID
                 FILE STATUS IS WS-SALUTATIONS-STATUS.
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
               SELECT F-USERS-FILE ASSIGN TO "users.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USERNAME
                 FILE STATUS IS WS-USERS-STATUS.
               SELECT F-CUSTOMER-NUMBERS-FILE ASSIGN TO
                 "customer-numbers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUSTOMER-NUMBERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
               05 MP-CAMPAIGN-FLAG PIC X.
           FD F-PREFERENCES-WORK-FILE.
           01 PREFERENCES-WORK-RECORD PIC X(13).
           FD F-SEASONAL-FILE.
      *    A second, date-ranged mailing address for customers who
      *    spend part of the year away from home. The range is a
      *    month and day that recurs every year, and may wrap the
      *    year end (11-01 through 04-15); inside it the card runs
      *    mail here instead of to PERSON-ADDRESS.
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
               05 SA-ADDRESS.
                   10 SA-STREET PIC X(60).
                   10 SA-CITY PIC X(25).
                   10 SA-STATE PIC X(02).
                   10 SA-ZIP PIC X(10).
                   10 FILLER PIC X(03).
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
           FD F-SALUTATIONS-FILE.
      *    How the customer asked to be addressed: an honorific code
      *    from salutation-table.dat, NONE for no title at all or
      *    blank for not stated, and the pronoun set. The source is
      *    F from the intake feed, K keyed here, B taken from the
      *    customer's own BBS profile.
           01 SALUTATION-RECORD.
               05 SL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SL-HONORIFIC PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 SL-NOMINATIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-OBJECTIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-POSSESSIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-REFLEXIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-SOURCE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 SL-UPDATED-DATE PIC X(10).
           FD F-BUSINESS-ACCOUNTS-FILE.
      *    The firms business customers work for: the registered
      *    address, the operator who owns the relationship, and
      *    whether the firm wants one card for all its contacts (C)
      *    or one per contact (I). A C account's card goes to the
      *    mailing contact's record, addressed to the firm.
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
      *    One line per customer who works for a business account,
      *    keyed by customer, with the account as an alternate key
      *    so an account's contacts can be listed together.
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-BY PIC X(8).
           FD F-USERS-FILE.
      *    The BBS member file, read only to find the member linked
      *    to a customer and the pronouns they set on their profile.
           01 USERS.
              05 USERNAME PIC X(10).
              05 USER-PASSWORD PIC X(20).
              05 USER-SECURITY-ANSWER PIC X(20).
              05 USER-IS-MODERATOR PIC X.
              05 USER-LAST-PAGE PIC 99.
              05 USER-FAILED-ATTEMPTS PIC 99.
              05 USER-LOCKED PIC X.
              05 USER-DISPLAY-NAME PIC X(30).
              05 USER-SIGNUP-DATE PIC X(10).
              05 USER-PRONOUN-NOM PIC X(4).
              05 USER-PRONOUN-OBJ PIC X(4).
              05 USER-PWD-CHANGED-DATE PIC X(10).
              05 USER-PRIOR-HASH-1 PIC X(20).
              05 USER-PRIOR-HASH-2 PIC X(20).
              05 USER-PRIOR-HASH-3 PIC X(20).
              05 USER-CUSTOMER-ID PIC 9(7).
           FD F-CUSTOMER-NUMBERS-FILE.
      *    Register of customer numbers issued -- a line, with the
      *    operator, for each customer added from this screen.
           01 CUSTOMER-NUMBER-RECORD.
               05 CN-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CN-CUSTOMER-NUMBER PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-ISSUED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-OPERATOR PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-MAINT-CHOICE PIC X.
           01 WS-CONFIRM-CHOICE PIC X.
      *    Customers are looked up by the full eight-digit customer
      *    number, checked by id-check before the READ; the bare ID
      *    is only keyed when a new customer is added.
           01 WS-KEY-NUMBER PIC 9(8).
           01 WS-KEY-PARTS REDEFINES WS-KEY-NUMBER.
               05 WS-KEY-ID PIC 9(7).
               05 WS-KEY-CHECK-DIGIT PIC 9.
           01 WS-STATUS-MESSAGE PIC X(60) VALUE SPACES.
      *    Entry fields mirror the PERSON record one for one so a
      *    change re-uses the same screen the add path fills in.
           01 WS-COUNTRY-LOAD-ENDED PIC 9.
           01 WS-COUNTRY-VALID PIC X VALUE "Y".
               88 COUNTRY-IS-VALID VALUE "Y".
      *    The address under the ZIP reference check, whichever
      *    screen keyed it; the same address as it stood on file,
      *    which is not re-checked when a change leaves it alone;
      *    and the last one the operator was warned about, which
      *    saving again keeps as keyed.
           01 WS-ZIP-VALID PIC X VALUE "Y".
               88 ZIP-IS-VALID VALUE "Y".
           01 WS-ZIP-ENTRY.
               05 WS-ZIP-ENTRY-CITY PIC X(25).
               05 WS-ZIP-ENTRY-STATE PIC X(02).
               05 WS-ZIP-ENTRY-ZIP PIC X(10).
           01 WS-ZIP-ON-FILE PIC X(37) VALUE SPACES.
           01 WS-ZIP-WARNED PIC X(37) VALUE SPACES.
           01 WS-ZC-REQUEST.
               05 ZC-FUNCTION PIC X(8).
               05 ZC-CITY PIC X(25).
               05 ZC-STATE PIC X(2).
               05 ZC-ZIP PIC X(10).
               05 ZC-RESULT PIC X.
               05 ZC-SUGGEST-CITY PIC X(25).
               05 ZC-SUGGEST-STATE PIC X(2).
               05 ZC-MESSAGE PIC X(40).
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-AFTER PIC X(235).
           01 WS-OPERATOR-AUDIT-STATUS PIC XX.
           01 WS-ACCESS-LOG-STATUS PIC XX.
           01 WS-ACCESS-PATH PIC X(4).
           01 WS-AUDIT-ACTION PIC X(12).
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-QUEUED-CHANGES-STATUS PIC XX.
           01 WS-ENTRY-PREF-MILESTONE PIC X.
           01 WS-ENTRY-PREF-SIGNUP PIC X.
           01 WS-ENTRY-PREF-CAMPAIGN PIC X.
           01 WS-SEASONAL-STATUS PIC XX.
           01 WS-SEASON-ON-FILE PIC 9.
           01 WS-ENTRY-SEASON-START-MONTH PIC 99.
           01 WS-ENTRY-SEASON-START-DAY PIC 99.
           01 WS-ENTRY-SEASON-END-MONTH PIC 99.
           01 WS-ENTRY-SEASON-END-DAY PIC 99.
           01 WS-ENTRY-SEASON-STREET PIC X(60).
           01 WS-ENTRY-SEASON-CITY PIC X(25).
           01 WS-ENTRY-SEASON-STATE PIC X(02).
           01 WS-ENTRY-SEASON-ZIP PIC X(10).
           01 WS-SEASON-VALID PIC X VALUE "Y".
               88 SEASON-IS-VALID VALUE "Y".
           01 WS-SEASON-CHECK-MONTH PIC 99.
           01 WS-MAX-SEASON-DAY PIC 99.
           01 WS-SALUTATIONS-STATUS PIC XX.
           01 WS-SALUTATION-ON-FILE PIC 9.
           01 WS-ENTRY-HONORIFIC PIC X(4).
           01 WS-ENTRY-PRONOUNS.
               05 WS-ENTRY-PRONOUN-NOM PIC X(10).
               05 WS-ENTRY-PRONOUN-OBJ PIC X(10).
           01 WS-SALUTATION-VALID PIC X VALUE "Y".
               88 SALUTATION-IS-VALID VALUE "Y".
      *    The pronouns a linked BBS member set on their profile,
      *    offered as the default when the customer has none on
      *    file; kept so a save can tell they were taken as offered.
           01 WS-USERS-STATUS PIC XX.
           01 WS-CUSTOMER-NUMBERS-STATUS PIC XX.
           01 WS-USERS-ENDED PIC 9.
           01 WS-BBS-PRONOUNS PIC X(20).
           01 WS-SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
           01 WS-PS-REQUEST.
               05 PS-FUNCTION PIC X(8).
               05 PS-NAME-TEXT PIC X(30).
               05 PS-NOMINATIVE PIC X(10).
               05 PS-OBJECTIVE PIC X(10).
               05 PS-POSSESSIVE PIC X(10).
               05 PS-REFLEXIVE PIC X(10).
               05 PS-RESULT-FLAG PIC X.
               05 PS-DISPLAY-TEXT PIC X(44).
               05 PS-SENTENCE-TEXT PIC X(10).
      *    Promotional consent as consent-services holds it; the
      *    operator records what the customer said on the phone or
      *    on a returned reply card.
           01 WS-CONSENT-ON-FILE PIC X(60).
           01 WS-ENTRY-CONSENT-STATUS PIC X.
           01 WS-ENTRY-CONSENT-SOURCE PIC X.
           01 WS-CONSENT-VALID PIC X VALUE "Y".
               88 CONSENT-IS-VALID VALUE "Y".
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
      *    Business accounts and their contacts, keyed here the way
      *    seasonal addresses are.
           01 WS-BUSINESS-ACCOUNTS-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-KEY-ACCOUNT-ID PIC 9(7).
           01 WS-ACCOUNT-ON-FILE PIC 9.
           01 WS-ENTRY-COMPANY-NAME PIC X(40).
           01 WS-ENTRY-ACCOUNT-STREET PIC X(60).
           01 WS-ENTRY-ACCOUNT-CITY PIC X(25).
           01 WS-ENTRY-ACCOUNT-STATE PIC X(02).
           01 WS-ENTRY-ACCOUNT-ZIP PIC X(10).
           01 WS-ENTRY-ACCOUNT-OWNER PIC X(8).
           01 WS-ENTRY-CARD-MODE PIC X.
           01 WS-ENTRY-PRIMARY-NUMBER PIC 9(8).
           01 WS-ENTRY-PRIMARY-PARTS REDEFINES WS-ENTRY-PRIMARY-NUMBER.
               05 WS-ENTRY-PRIMARY-CONTACT PIC 9(7).
               05 WS-ENTRY-PRIMARY-CHECK-DIGIT PIC 9.
           01 WS-ACCOUNT-OPENED-DATE PIC X(10).
           01 WS-ACCOUNT-VALID PIC X VALUE "Y".
               88 ACCOUNT-IS-VALID VALUE "Y".
           01 WS-PRIMARY-NEEDS-LINK PIC 9.
           01 WS-LINK-ON-FILE PIC 9.
           01 WS-LINK-ACCOUNT-ON-FILE PIC 9(7).
           01 WS-LINK-ON-FILE-TEXT PIC X(60).
           01 WS-ENTRY-LINK-ACCOUNT PIC 9(7).
           01 WS-LINK-VALID PIC X VALUE "Y".
               88 LINK-IS-VALID VALUE "Y".
           01 WS-LINK-CUSTOMER-ID PIC 9(7).
           01 WS-LINK-ACCOUNT-ID PIC 9(7).
           01 WS-LINK-EXISTS PIC 9.
      *    Request area for the shared operator sign-on subprogram;
      *    the role that comes back gates the menu below.
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
           01 MAINT-MENU-SCREEN.
             05 BLANK SCREEN.
             05 LINE 7 COLUMN 10 VALUE "(c) Change a customer".
             05 LINE 8 COLUMN 10 VALUE "(d) Deactivate a customer".
             05 LINE 9 COLUMN 10 VALUE "(p) Mailing preferences".
             05 LINE 10 COLUMN 10 VALUE "(s) Seasonal address".
             05 LINE 11 COLUMN 10 VALUE "(t) Title and pronouns".
             05 LINE 12 COLUMN 10 VALUE "(m) Marketing consent".
             05 LINE 13 COLUMN 10 VALUE "(b) Business account".
             05 LINE 14 COLUMN 10 VALUE "(k) Link to business account".
             05 LINE 15 COLUMN 10 VALUE "(q) Quit".
             05 LINE 16 COLUMN 10 VALUE "Pick: ".
             05 MAINT-CHOICE-FIELD LINE 16 COLUMN 16 PIC X
                USING WS-MAINT-CHOICE.
           01 MAINT-KEY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Customer Maintenance".
             05 LINE 4 COLUMN 10 VALUE "Enter the customer number:".
             05 MAINT-KEY-FIELD LINE 6 COLUMN 10 PIC 9(8)
                USING WS-KEY-NUMBER.
           01 MAINT-NEW-KEY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Customer Maintenance".
             05 LINE 4 COLUMN 10 VALUE "Enter the new customer ID:".
             05 MAINT-NEW-KEY-FIELD LINE 6 COLUMN 10 PIC 9(7)
                USING WS-KEY-ID.
           01 MAINT-VIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 16 COLUMN 10 VALUE "Pick: ".
             05 MAINT-PREFS-CHOICE-FIELD LINE 16 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
           01 MAINT-SEASONAL-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Seasonal Address".
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 4 COLUMN 10 VALUE "Customer ID:".
             05 LINE 4 COLUMN 24 PIC 9(7) USING WS-KEY-ID.
             05 LINE 5 COLUMN 10 PIC X(40) USING PERSON-NAME.
             05 LINE 7 COLUMN 10 VALUE "Mail here every year from".
             05 LINE 8 COLUMN 10 VALUE "month:".
             05 MAINT-SEASON-SMONTH-FIELD LINE 8 COLUMN 17 PIC 99
                USING WS-ENTRY-SEASON-START-MONTH.
             05 LINE 8 COLUMN 21 VALUE "day:".
             05 MAINT-SEASON-SDAY-FIELD LINE 8 COLUMN 26 PIC 99
                USING WS-ENTRY-SEASON-START-DAY.
             05 LINE 8 COLUMN 31 VALUE "through month:".
             05 MAINT-SEASON-EMONTH-FIELD LINE 8 COLUMN 46 PIC 99
                USING WS-ENTRY-SEASON-END-MONTH.
             05 LINE 8 COLUMN 50 VALUE "day:".
             05 MAINT-SEASON-EDAY-FIELD LINE 8 COLUMN 55 PIC 99
                USING WS-ENTRY-SEASON-END-DAY.
             05 LINE 10 COLUMN 10 VALUE "Street:".
             05 MAINT-SEASON-STREET-FIELD LINE 10 COLUMN 24 PIC X(60)
                USING WS-ENTRY-SEASON-STREET.
             05 LINE 11 COLUMN 10 VALUE "City:".
             05 MAINT-SEASON-CITY-FIELD LINE 11 COLUMN 24 PIC X(25)
                USING WS-ENTRY-SEASON-CITY.
             05 LINE 12 COLUMN 10 VALUE "State:".
             05 MAINT-SEASON-STATE-FIELD LINE 12 COLUMN 24 PIC X(02)
                USING WS-ENTRY-SEASON-STATE.
             05 LINE 13 COLUMN 10 VALUE "ZIP:".
             05 MAINT-SEASON-ZIP-FIELD LINE 13 COLUMN 24 PIC X(10)
                USING WS-ENTRY-SEASON-ZIP.
             05 LINE 15 COLUMN 10 VALUE "(s) Submit".
             05 LINE 15 COLUMN 24 VALUE "(r) Remove".
             05 LINE 15 COLUMN 38 VALUE "(q) Go back".
             05 LINE 17 COLUMN 10 VALUE "Pick: ".
             05 MAINT-SEASON-CHOICE-FIELD LINE 17 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
           01 MAINT-SALUTATION-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Title and Pronouns".
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 4 COLUMN 10 VALUE "Customer ID:".
             05 LINE 4 COLUMN 24 PIC 9(7) USING WS-KEY-ID.
             05 LINE 5 COLUMN 10 PIC X(40) USING PERSON-NAME.
             05 LINE 7 COLUMN 10 VALUE
                "Title (MX, MS, MR, DR..., NONE = no title,".
             05 LINE 8 COLUMN 10 VALUE "blank = not stated):".
             05 MAINT-SAL-TITLE-FIELD LINE 8 COLUMN 32 PIC X(4)
                USING WS-ENTRY-HONORIFIC.
             05 LINE 10 COLUMN 10 VALUE "Pronouns:".
             05 MAINT-SAL-NOM-FIELD LINE 10 COLUMN 24 PIC X(10)
                USING WS-ENTRY-PRONOUN-NOM.
             05 LINE 10 COLUMN 35 VALUE "/".
             05 MAINT-SAL-OBJ-FIELD LINE 10 COLUMN 37 PIC X(10)
                USING WS-ENTRY-PRONOUN-OBJ.
             05 LINE 12 COLUMN 10 VALUE "(s) Submit".
             05 LINE 12 COLUMN 24 VALUE "(r) Remove".
             05 LINE 12 COLUMN 38 VALUE "(q) Go back".
             05 LINE 14 COLUMN 10 VALUE "Pick: ".
             05 MAINT-SAL-CHOICE-FIELD LINE 14 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
           01 MAINT-CONSENT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Marketing Consent".
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 4 COLUMN 10 VALUE "Customer ID:".
             05 LINE 4 COLUMN 24 PIC 9(7) USING WS-KEY-ID.
             05 LINE 5 COLUMN 10 PIC X(40) USING PERSON-NAME.
             05 LINE 7 COLUMN 10 VALUE "On file:".
             05 LINE 7 COLUMN 20 PIC X(60) USING WS-CONSENT-ON-FILE.
             05 LINE 9 COLUMN 10 VALUE
                "Promotional mail (G = granted, W = withdrawn):".
             05 MAINT-CONSENT-STATUS-FIELD LINE 9 COLUMN 58 PIC X
                USING WS-ENTRY-CONSENT-STATUS.
             05 LINE 10 COLUMN 10 VALUE
                "Given by (P = phone, C = reply card):".
             05 MAINT-CONSENT-SOURCE-FIELD LINE 10 COLUMN 58 PIC X
                USING WS-ENTRY-CONSENT-SOURCE.
             05 LINE 12 COLUMN 10 VALUE "(s) Submit".
             05 LINE 12 COLUMN 38 VALUE "(q) Go back".
             05 LINE 14 COLUMN 10 VALUE "Pick: ".
             05 MAINT-CONSENT-CHOICE-FIELD LINE 14 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
           01 MAINT-ACCOUNT-KEY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Business Account".
             05 LINE 4 COLUMN 10 VALUE
                "Enter the business account ID (a new ID opens one):".
             05 MAINT-ACCOUNT-KEY-FIELD LINE 6 COLUMN 10 PIC 9(7)
                USING WS-KEY-ACCOUNT-ID.
           01 MAINT-ACCOUNT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Business Account".
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 4 COLUMN 10 VALUE "Account ID:".
             05 LINE 4 COLUMN 24 PIC 9(7) USING WS-KEY-ACCOUNT-ID.
             05 LINE 6 COLUMN 10 VALUE "Company:".
             05 MAINT-ACCT-NAME-FIELD LINE 6 COLUMN 24 PIC X(40)
                USING WS-ENTRY-COMPANY-NAME.
             05 LINE 7 COLUMN 10 VALUE "Street:".
             05 MAINT-ACCT-STREET-FIELD LINE 7 COLUMN 24 PIC X(60)
                USING WS-ENTRY-ACCOUNT-STREET.
             05 LINE 8 COLUMN 10 VALUE "City:".
             05 MAINT-ACCT-CITY-FIELD LINE 8 COLUMN 24 PIC X(25)
                USING WS-ENTRY-ACCOUNT-CITY.
             05 LINE 9 COLUMN 10 VALUE "State:".
             05 MAINT-ACCT-STATE-FIELD LINE 9 COLUMN 24 PIC X(02)
                USING WS-ENTRY-ACCOUNT-STATE.
             05 LINE 10 COLUMN 10 VALUE "ZIP:".
             05 MAINT-ACCT-ZIP-FIELD LINE 10 COLUMN 24 PIC X(10)
                USING WS-ENTRY-ACCOUNT-ZIP.
             05 LINE 12 COLUMN 10 VALUE "Account owner:".
             05 MAINT-ACCT-OWNER-FIELD LINE 12 COLUMN 26 PIC X(8)
                USING WS-ENTRY-ACCOUNT-OWNER.
             05 LINE 13 COLUMN 10 VALUE
                "Cards (C = one for the firm, I = per contact):".
             05 MAINT-ACCT-MODE-FIELD LINE 13 COLUMN 58 PIC X
                USING WS-ENTRY-CARD-MODE.
             05 LINE 14 COLUMN 10 VALUE
                "Mailing contact (customer number):".
             05 MAINT-ACCT-PRIMARY-FIELD LINE 14 COLUMN 58 PIC 9(8)
                USING WS-ENTRY-PRIMARY-NUMBER.
             05 LINE 16 COLUMN 10 VALUE "(s) Submit".
             05 LINE 16 COLUMN 24 VALUE "(r) Remove".
             05 LINE 16 COLUMN 38 VALUE "(q) Go back".
             05 LINE 18 COLUMN 10 VALUE "Pick: ".
             05 MAINT-ACCT-CHOICE-FIELD LINE 18 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
           01 MAINT-LINK-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Business Contact".
             05 LINE 3 COLUMN 10 PIC X(60) USING WS-STATUS-MESSAGE.
             05 LINE 4 COLUMN 10 VALUE "Customer ID:".
             05 LINE 4 COLUMN 24 PIC 9(7) USING WS-KEY-ID.
             05 LINE 5 COLUMN 10 PIC X(40) USING PERSON-NAME.
             05 LINE 7 COLUMN 10 VALUE "On file:".
             05 LINE 7 COLUMN 20 PIC X(60) USING WS-LINK-ON-FILE-TEXT.
             05 LINE 9 COLUMN 10 VALUE
                "Business account ID (0 = none):".
             05 MAINT-LINK-ACCOUNT-FIELD LINE 9 COLUMN 44 PIC 9(7)
                USING WS-ENTRY-LINK-ACCOUNT.
             05 LINE 11 COLUMN 10 VALUE "(s) Submit".
             05 LINE 11 COLUMN 38 VALUE "(q) Go back".
             05 LINE 13 COLUMN 10 VALUE "Pick: ".
             05 MAINT-LINK-CHOICE-FIELD LINE 13 COLUMN 16 PIC X
                USING WS-CONFIRM-CHOICE.
       PROCEDURE DIVISION.
       0080-CHECK-LAYOUTS.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-maintenance" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "users.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0090-SIGN-ON.
      *    Nobody reaches the maintenance menu without an operator
      *    record: inquiry-only operators may look up, update
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "s" THEN
               IF OS-ROLE = "U" OR OS-ROLE = "S"
                   PERFORM 0148-SEASONAL-ADDRESS
               ELSE
                   MOVE "Your role is inquiry only." TO
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "t" THEN
               IF OS-ROLE = "U" OR OS-ROLE = "S"
                   PERFORM 0142-SALUTATION
               ELSE
                   MOVE "Your role is inquiry only." TO
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "m" THEN
               IF OS-ROLE = "U" OR OS-ROLE = "S"
                   PERFORM 0151-MARKETING-CONSENT
               ELSE
                   MOVE "Your role is inquiry only." TO
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "b" THEN
               IF OS-ROLE = "U" OR OS-ROLE = "S"
                   PERFORM 0192-BUSINESS-ACCOUNT
               ELSE
                   MOVE "Your role is inquiry only." TO
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "k" THEN
               IF OS-ROLE = "U" OR OS-ROLE = "S"
                   PERFORM 0198-BUSINESS-CONTACT
               ELSE
                   MOVE "Your role is inquiry only." TO
                       WS-STATUS-MESSAGE
                   PERFORM 0100-MAINT-MENU
               END-IF
           ELSE IF WS-MAINT-CHOICE = "q" THEN
               STOP RUN
           ELSE
      *    The indexed customers.dat from the address conversion makes
      *    every maintenance action a single keyed READ, the same way
      *    REPRINT-SINGLE-CUSTOMER reads it in customer-filterer.
      *    A number that fails its check digit is never read at all,
      *    so a slip of one key can't bring up somebody else.
           MOVE 0 TO WS-RECORD-FOUND.
           PERFORM 0180-OPEN-CUSTOMERS-IO.
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
                       MOVE "ID" TO WS-ACCESS-PATH
                       PERFORM 0177-WRITE-ACCESS-LOG
               END-READ
           END-IF.

       0110-LOOK-UP-CUSTOMER.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           PERFORM 0100-MAINT-MENU.

       0120-ADD-CUSTOMER.
      *    A new customer is keyed by bare ID; the check digit is
      *    issued here and shown back, and the number goes on the
      *    customer-numbers.dat register.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-NEW-KEY-SCREEN.
           ACCEPT MAINT-NEW-KEY-FIELD.
           INITIALIZE WS-ENTRY-NAME WS-ENTRY-STREET WS-ENTRY-CITY
               WS-ENTRY-STATE WS-ENTRY-ZIP WS-ENTRY-COUNTRY
               WS-ENTRY-JOB-TITLE.
           MOVE "N" TO WS-ENTRY-UNDELIVERABLE.
           MOVE SPACE TO WS-ENTRY-CONTACT-PREF.
           MOVE SPACES TO WS-ENTRY-BRAND.
           MOVE SPACES TO WS-ZIP-ON-FILE.
           PERFORM 0155-ACCEPT-ENTRY-UNTIL-VALID.
           PERFORM 0185-CHECK-RUN-LOCK.
           IF WS-CONFIRM-CHOICE = "s" AND WS-BATCH-LOCK-HELD = 1
                       MOVE "A customer with that ID exists." TO
                           WS-STATUS-MESSAGE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-CJ-BEFORE
                       MOVE PERSON TO WS-CJ-AFTER
                       PERFORM 0175-WRITE-CHANGE-JOURNAL
                       MOVE "ADD" TO WS-AUDIT-ACTION
                       PERFORM 0176-WRITE-OPERATOR-AUDIT
                       PERFORM 0178-WRITE-NUMBER-REGISTER
                       MOVE SPACES TO WS-STATUS-MESSAGE
                       STRING "Customer added -- customer number "
                           IC-CUSTOMER-NUMBER "."
                           DELIMITED BY SIZE INTO WS-STATUS-MESSAGE
                       END-STRING
               END-WRITE
               CLOSE F-CUSTOMERS-FILE
           END-IF
           PERFORM 0100-MAINT-MENU.

       0130-CHANGE-CUSTOMER.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
               MOVE PERSON-UNDELIVERABLE TO WS-ENTRY-UNDELIVERABLE
               MOVE PERSON-CONTACT-PREF TO WS-ENTRY-CONTACT-PREF
               MOVE PERSON TO WS-CJ-BEFORE
               MOVE PERSON-CITY TO WS-ZIP-ENTRY-CITY
               MOVE PERSON-STATE TO WS-ZIP-ENTRY-STATE
               MOVE PERSON-ZIP TO WS-ZIP-ENTRY-ZIP
               MOVE WS-ZIP-ENTRY TO WS-ZIP-ON-FILE
               PERFORM 0155-ACCEPT-ENTRY-UNTIL-VALID
               PERFORM 0185-CHECK-RUN-LOCK
               IF WS-CONFIRM-CHOICE = "s" AND WS-BATCH-LOCK-HELD = 1
      *    the record -- every card section already honors the opt-out
      *    flag, and the history a deleted record would orphan stays
      *    attached to a live key.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM 0100-MAINT-MENU.

       0142-SALUTATION.
      *    One title-and-pronouns line per customer, keyed by
      *    customer ID, read by every card run through
      *    salutation-services. A customer with no pronouns on file
      *    who has linked a BBS account is offered the pronouns from
      *    their profile; the operator confirms them by submitting.
      *    Remove deletes the line and the cards go back to the
      *    plain name.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-RECORD-FOUND = 1
               PERFORM 0144-OPEN-SALUTATIONS-IO
               MOVE WS-KEY-ID TO SL-CUSTOMER-ID
               READ F-SALUTATIONS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-SALUTATION-ON-FILE
                   NOT INVALID KEY
                       MOVE 1 TO WS-SALUTATION-ON-FILE
               END-READ
               MOVE SPACES TO WS-BBS-PRONOUNS
               IF WS-SALUTATION-ON-FILE = 1
                   MOVE SL-HONORIFIC TO WS-ENTRY-HONORIFIC
                   MOVE SL-NOMINATIVE TO WS-ENTRY-PRONOUN-NOM
                   MOVE SL-OBJECTIVE TO WS-ENTRY-PRONOUN-OBJ
               ELSE
                   INITIALIZE WS-ENTRY-HONORIFIC
                   INITIALIZE WS-ENTRY-PRONOUNS
               END-IF
               IF WS-ENTRY-PRONOUN-NOM = SPACES
                   PERFORM 0143-OFFER-BBS-PRONOUNS
               END-IF
               PERFORM 0153-ACCEPT-SALUTATION-UNTIL-VALID
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0141-SAVE-SALUTATION
               ELSE IF WS-CONFIRM-CHOICE = "r" AND
                   WS-SALUTATION-ON-FILE = 1
                   DELETE F-SALUTATIONS-FILE RECORD
                   END-DELETE
                   MOVE "Title and pronouns removed." TO
                       WS-STATUS-MESSAGE
                   MOVE "SALUT-DEL" TO WS-AUDIT-ACTION
                   PERFORM 0176-WRITE-OPERATOR-AUDIT
               END-IF
               END-IF
               CLOSE F-SALUTATIONS-FILE
           END-IF.
           PERFORM 0100-MAINT-MENU.

       0141-SAVE-SALUTATION.
      *    The pronoun set is completed through pronoun-services, so
      *    the possessive and reflexive on file match what the BBS
      *    shows for the same pair.
           MOVE SPACES TO SALUTATION-RECORD.
           MOVE WS-KEY-ID TO SL-CUSTOMER-ID.
           MOVE WS-ENTRY-HONORIFIC TO SL-HONORIFIC.
           IF WS-ENTRY-PRONOUN-NOM NOT = SPACES
               MOVE "VALIDATE" TO PS-FUNCTION
               MOVE WS-ENTRY-PRONOUN-NOM TO PS-NOMINATIVE
               MOVE WS-ENTRY-PRONOUN-OBJ TO PS-OBJECTIVE
               MOVE SPACES TO PS-POSSESSIVE
               MOVE SPACES TO PS-REFLEXIVE
               CALL "pronoun-services" USING WS-PS-REQUEST
               MOVE PS-NOMINATIVE TO SL-NOMINATIVE
               MOVE PS-OBJECTIVE TO SL-OBJECTIVE
               MOVE PS-POSSESSIVE TO SL-POSSESSIVE
               MOVE PS-REFLEXIVE TO SL-REFLEXIVE
           END-IF.
           IF WS-BBS-PRONOUNS NOT = SPACES AND
               WS-ENTRY-PRONOUNS = WS-BBS-PRONOUNS
               MOVE "B" TO SL-SOURCE
           ELSE
               MOVE "K" TO SL-SOURCE
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO SL-UPDATED-DATE
           END-STRING.
           IF WS-SALUTATION-ON-FILE = 1
               REWRITE SALUTATION-RECORD
               END-REWRITE
           ELSE
               WRITE SALUTATION-RECORD
               END-WRITE
           END-IF.
           MOVE "Title and pronouns saved." TO WS-STATUS-MESSAGE.
           MOVE "SALUTATION" TO WS-AUDIT-ACTION.
           PERFORM 0176-WRITE-OPERATOR-AUDIT.

       0143-OFFER-BBS-PRONOUNS.
      *    users.dat is keyed by member name, so the member linked
      *    to this customer is found by reading it through. A box
      *    without the BBS simply offers nothing.
           MOVE 0 TO WS-USERS-ENDED.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               MOVE 1 TO WS-USERS-ENDED
           END-IF.
           PERFORM UNTIL WS-USERS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-CUSTOMER-ID = WS-KEY-ID AND
                           USER-PRONOUN-NOM NOT = SPACES
                           MOVE USER-PRONOUN-NOM TO
                               WS-ENTRY-PRONOUN-NOM
                           MOVE USER-PRONOUN-OBJ TO
                               WS-ENTRY-PRONOUN-OBJ
                           MOVE WS-ENTRY-PRONOUNS TO WS-BBS-PRONOUNS
                           MOVE SPACES TO WS-STATUS-MESSAGE
                           STRING "Pronouns offered from BBS member "
                               FUNCTION TRIM(USERNAME) "."
                               DELIMITED BY SIZE INTO WS-STATUS-MESSAGE
                           END-STRING
                           MOVE 1 TO WS-USERS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-USERS-ENDED
               END-READ
           END-PERFORM.
           IF WS-USERS-STATUS = "00" OR WS-USERS-STATUS = "10"
               CLOSE F-USERS-FILE
           END-IF.

       0144-OPEN-SALUTATIONS-IO.
      *    Created on first use, the same way 0149-OPEN-SEASONAL-IO
      *    bootstraps seasonal-addresses.dat.
           OPEN I-O F-SALUTATIONS-FILE.
           IF WS-SALUTATIONS-STATUS = "35"
               OPEN OUTPUT F-SALUTATIONS-FILE
               CLOSE F-SALUTATIONS-FILE
               OPEN I-O F-SALUTATIONS-FILE
           END-IF.

       0145-MAIL-PREFERENCES.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-PREFERENCES-WORK-FILE.
           CLOSE F-MAIL-PREFERENCES-FILE.

       0148-SEASONAL-ADDRESS.
      *    One seasonal address per customer, keyed by customer ID.
      *    Submit adds or replaces it; remove deletes it, and the
      *    card runs go back to mailing the home address all year.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-RECORD-FOUND = 1
               PERFORM 0149-OPEN-SEASONAL-IO
               MOVE WS-KEY-ID TO SA-CUSTOMER-ID
               READ F-SEASONAL-FILE
                   INVALID KEY
                       MOVE 0 TO WS-SEASON-ON-FILE
                   NOT INVALID KEY
                       MOVE 1 TO WS-SEASON-ON-FILE
               END-READ
               MOVE SPACES TO WS-ZIP-ON-FILE
               IF WS-SEASON-ON-FILE = 1
                   MOVE SA-CITY TO WS-ZIP-ENTRY-CITY
                   MOVE SA-STATE TO WS-ZIP-ENTRY-STATE
                   MOVE SA-ZIP TO WS-ZIP-ENTRY-ZIP
                   MOVE WS-ZIP-ENTRY TO WS-ZIP-ON-FILE
                   MOVE SA-START-MONTH TO WS-ENTRY-SEASON-START-MONTH
                   MOVE SA-START-DAY TO WS-ENTRY-SEASON-START-DAY
                   MOVE SA-END-MONTH TO WS-ENTRY-SEASON-END-MONTH
                   MOVE SA-END-DAY TO WS-ENTRY-SEASON-END-DAY
                   MOVE SA-STREET TO WS-ENTRY-SEASON-STREET
                   MOVE SA-CITY TO WS-ENTRY-SEASON-CITY
                   MOVE SA-STATE TO WS-ENTRY-SEASON-STATE
                   MOVE SA-ZIP TO WS-ENTRY-SEASON-ZIP
               ELSE
                   INITIALIZE WS-ENTRY-SEASON-START-MONTH
                   INITIALIZE WS-ENTRY-SEASON-START-DAY
                   INITIALIZE WS-ENTRY-SEASON-END-MONTH
                   INITIALIZE WS-ENTRY-SEASON-END-DAY
                   INITIALIZE WS-ENTRY-SEASON-STREET
                   INITIALIZE WS-ENTRY-SEASON-CITY
                   INITIALIZE WS-ENTRY-SEASON-STATE
                   INITIALIZE WS-ENTRY-SEASON-ZIP
               END-IF
               PERFORM 0157-ACCEPT-SEASON-UNTIL-VALID
               IF WS-CONFIRM-CHOICE = "s"
                   MOVE SPACES TO SEASONAL-ADDRESS-RECORD
                   MOVE WS-KEY-ID TO SA-CUSTOMER-ID
                   MOVE WS-ENTRY-SEASON-START-MONTH TO SA-START-MONTH
                   MOVE "-" TO SA-START-SEPARATOR
                   MOVE WS-ENTRY-SEASON-START-DAY TO SA-START-DAY
                   MOVE WS-ENTRY-SEASON-END-MONTH TO SA-END-MONTH
                   MOVE "-" TO SA-END-SEPARATOR
                   MOVE WS-ENTRY-SEASON-END-DAY TO SA-END-DAY
                   MOVE WS-ENTRY-SEASON-STREET TO SA-STREET
                   MOVE WS-ENTRY-SEASON-CITY TO SA-CITY
                   MOVE WS-ENTRY-SEASON-STATE TO SA-STATE
                   MOVE WS-ENTRY-SEASON-ZIP TO SA-ZIP
                   IF WS-SEASON-ON-FILE = 1
                       REWRITE SEASONAL-ADDRESS-RECORD
                       END-REWRITE
                   ELSE
                       WRITE SEASONAL-ADDRESS-RECORD
                       END-WRITE
                   END-IF
                   MOVE "Seasonal address saved." TO WS-STATUS-MESSAGE
                   MOVE "SEASONAL" TO WS-AUDIT-ACTION
                   PERFORM 0176-WRITE-OPERATOR-AUDIT
               ELSE IF WS-CONFIRM-CHOICE = "r" AND
                   WS-SEASON-ON-FILE = 1
                   DELETE F-SEASONAL-FILE RECORD
                   END-DELETE
                   MOVE "Seasonal address removed." TO
                       WS-STATUS-MESSAGE
                   MOVE "SEASONAL-DEL" TO WS-AUDIT-ACTION
                   PERFORM 0176-WRITE-OPERATOR-AUDIT
               END-IF
               END-IF
               CLOSE F-SEASONAL-FILE
           END-IF.
           PERFORM 0100-MAINT-MENU.

       0149-OPEN-SEASONAL-IO.
      *    Created on first use, the same way 0180-OPEN-CUSTOMERS-IO
      *    bootstraps customers.dat.
           OPEN I-O F-SEASONAL-FILE.
           IF WS-SEASONAL-STATUS = "35"
               OPEN OUTPUT F-SEASONAL-FILE
               CLOSE F-SEASONAL-FILE
               OPEN I-O F-SEASONAL-FILE
           END-IF.

       0151-MARKETING-CONSENT.
      *    Promotional consent lives in the consent ledger, not on
      *    the customer record, so every change keeps its source,
      *    date and operator and the campaign runs see it at once.
      *    The screen shows what is on file and when a grant lapses;
      *    the operator records a fresh grant or a withdrawal.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-RECORD-FOUND = 1
               PERFORM 0152-SHOW-CONSENT-ON-FILE
               INITIALIZE WS-ENTRY-CONSENT-STATUS
               INITIALIZE WS-ENTRY-CONSENT-SOURCE
               PERFORM 0156-ACCEPT-CONSENT-UNTIL-VALID
               IF WS-CONFIRM-CHOICE = "s"
                   MOVE "RECORD" TO CV-FUNCTION
                   MOVE WS-KEY-ID TO CV-CUSTOMER-ID
                   MOVE "PROMO" TO CV-TYPE
                   MOVE WS-ENTRY-CONSENT-STATUS TO CV-STATUS
                   IF WS-ENTRY-CONSENT-SOURCE = "P"
                       MOVE "PHONE" TO CV-SOURCE
                   ELSE
                       MOVE "CARD" TO CV-SOURCE
                   END-IF
                   MOVE SPACES TO CV-DATE
                   MOVE OS-OPERATOR-ID TO CV-OPERATOR
                   CALL "consent-services" USING WS-CV-REQUEST
                   IF CV-RESULT = "Y"
                       IF CV-STATUS = "G"
                           MOVE "Promotional consent granted." TO
                               WS-STATUS-MESSAGE
                       ELSE
                           MOVE "Promotional consent withdrawn." TO
                               WS-STATUS-MESSAGE
                       END-IF
                       MOVE "CONSENT" TO WS-AUDIT-ACTION
                       PERFORM 0176-WRITE-OPERATOR-AUDIT
                   ELSE
                       MOVE "Consent could not be recorded." TO
                           WS-STATUS-MESSAGE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0100-MAINT-MENU.

       0152-SHOW-CONSENT-ON-FILE.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE WS-KEY-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           MOVE SPACES TO WS-CONSENT-ON-FILE.
           IF CV-STATUS = SPACES
               MOVE "No consent on file -- no promotional mail." TO
                   WS-CONSENT-ON-FILE
           ELSE IF CV-STATUS = "W"
               STRING "Withdrawn " CV-DATE " by "
                   FUNCTION TRIM(CV-SOURCE) " ("
                   FUNCTION TRIM(CV-OPERATOR) ")"
                   DELIMITED BY SIZE INTO WS-CONSENT-ON-FILE
               END-STRING
           ELSE IF CV-RESULT = "Y"
               STRING "Granted " CV-DATE " by "
                   FUNCTION TRIM(CV-SOURCE) " ("
                   FUNCTION TRIM(CV-OPERATOR) "), lapses "
                   CV-LAPSE-DATE
                   DELIMITED BY SIZE INTO WS-CONSENT-ON-FILE
               END-STRING
           ELSE
               STRING "Granted " CV-DATE " by "
                   FUNCTION TRIM(CV-SOURCE) ", lapsed "
                   CV-LAPSE-DATE
                   DELIMITED BY SIZE INTO WS-CONSENT-ON-FILE
               END-STRING
           END-IF.

       0155-ACCEPT-ENTRY-UNTIL-VALID.
      *    Keeps the operator on the entry screen until the dates pass
      *    validation or the entry is abandoned, so a corrected second
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0160-VALIDATE-ENTRY-DATES
               PERFORM 0165-VALIDATE-ENTRY-COUNTRY
               PERFORM 0161-VALIDATE-ENTRY-ZIP
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               (BIRTHDAY-IS-VALID AND SIGNUP-IS-VALID AND
                COUNTRY-IS-VALID AND ZIP-IS-VALID)
               PERFORM 0150-ACCEPT-ENTRY-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0160-VALIDATE-ENTRY-DATES
                   PERFORM 0165-VALIDATE-ENTRY-COUNTRY
                   PERFORM 0161-VALIDATE-ENTRY-ZIP
               END-IF
           END-PERFORM.

           ACCEPT MAINT-BRAND-FIELD.
           ACCEPT MAINT-EDIT-CHOICE-FIELD.

       0153-ACCEPT-SALUTATION-UNTIL-VALID.
      *    Same loop as 0155-ACCEPT-ENTRY-UNTIL-VALID.
           PERFORM 0154-ACCEPT-SALUTATION-FIELDS.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0163-VALIDATE-SALUTATION-ENTRY
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               SALUTATION-IS-VALID
               PERFORM 0154-ACCEPT-SALUTATION-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0163-VALIDATE-SALUTATION-ENTRY
               END-IF
           END-PERFORM.

       0154-ACCEPT-SALUTATION-FIELDS.
           INITIALIZE WS-CONFIRM-CHOICE.
           DISPLAY MAINT-SALUTATION-SCREEN.
           ACCEPT MAINT-SAL-TITLE-FIELD.
           ACCEPT MAINT-SAL-NOM-FIELD.
           ACCEPT MAINT-SAL-OBJ-FIELD.
           ACCEPT MAINT-SAL-CHOICE-FIELD.

       0156-ACCEPT-CONSENT-UNTIL-VALID.
      *    Same loop as 0155-ACCEPT-ENTRY-UNTIL-VALID.
           PERFORM 0159-ACCEPT-CONSENT-FIELDS.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0162-VALIDATE-CONSENT-ENTRY
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               CONSENT-IS-VALID
               PERFORM 0159-ACCEPT-CONSENT-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0162-VALIDATE-CONSENT-ENTRY
               END-IF
           END-PERFORM.

       0159-ACCEPT-CONSENT-FIELDS.
           INITIALIZE WS-CONFIRM-CHOICE.
           DISPLAY MAINT-CONSENT-SCREEN.
           ACCEPT MAINT-CONSENT-STATUS-FIELD.
           ACCEPT MAINT-CONSENT-SOURCE-FIELD.
           ACCEPT MAINT-CONSENT-CHOICE-FIELD.

       0157-ACCEPT-SEASON-UNTIL-VALID.
      *    Same loop as 0155-ACCEPT-ENTRY-UNTIL-VALID: the operator
      *    stays on the screen until the range and address pass or
      *    the entry is abandoned.
           PERFORM 0158-ACCEPT-SEASON-FIELDS.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0167-VALIDATE-SEASON-ENTRY
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               SEASON-IS-VALID
               PERFORM 0158-ACCEPT-SEASON-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0167-VALIDATE-SEASON-ENTRY
               END-IF
           END-PERFORM.

       0158-ACCEPT-SEASON-FIELDS.
           INITIALIZE WS-CONFIRM-CHOICE.
           DISPLAY MAINT-SEASONAL-SCREEN.
           ACCEPT MAINT-SEASON-SMONTH-FIELD.
           ACCEPT MAINT-SEASON-SDAY-FIELD.
           ACCEPT MAINT-SEASON-EMONTH-FIELD.
           ACCEPT MAINT-SEASON-EDAY-FIELD.
           ACCEPT MAINT-SEASON-STREET-FIELD.
           ACCEPT MAINT-SEASON-CITY-FIELD.
           ACCEPT MAINT-SEASON-STATE-FIELD.
           ACCEPT MAINT-SEASON-ZIP-FIELD.
           ACCEPT MAINT-SEASON-CHOICE-FIELD.

       0160-VALIDATE-ENTRY-DATES.
      *    The same checks VALIDATE-BIRTHDAY and VALIDATE-SIGNUP-DATE
      *    apply during card runs -- blank or zero parts, an
               END-IF
           END-IF.

       0161-VALIDATE-ENTRY-ZIP.
      *    Only a domestic address that has passed the other checks
      *    goes to the ZIP reference -- one message at a time.
           MOVE "Y" TO WS-ZIP-VALID.
           IF BIRTHDAY-IS-VALID AND SIGNUP-IS-VALID AND
               COUNTRY-IS-VALID AND
               (WS-ENTRY-COUNTRY = "US" OR WS-ENTRY-COUNTRY = SPACES)
               MOVE WS-ENTRY-CITY TO WS-ZIP-ENTRY-CITY
               MOVE WS-ENTRY-STATE TO WS-ZIP-ENTRY-STATE
               MOVE WS-ENTRY-ZIP TO WS-ZIP-ENTRY-ZIP
               PERFORM 0169-CHECK-ZIP-REFERENCE
               MOVE WS-ZIP-ENTRY-CITY TO WS-ENTRY-CITY
           END-IF.

       0169-CHECK-ZIP-REFERENCE.
      *    The check zip-validate makes nightly, made while the
      *    operator is still at the screen. A misspelled city under a
      *    ZIP and state that agree is corrected on the screen for
      *    the operator to see and save. Any other disagreement shows
      *    the suggestion and holds the save once; saving the same
      *    address again keeps it as keyed -- a new ZIP the reference
      *    hasn't caught up with must not lock the customer out --
      *    and the nightly run refers it to the exception workbench.
           MOVE "Y" TO WS-ZIP-VALID.
           IF WS-ZIP-ENTRY NOT = WS-ZIP-ON-FILE AND
               WS-ZIP-ENTRY NOT = WS-ZIP-WARNED
               MOVE "CHECK" TO ZC-FUNCTION
               MOVE WS-ZIP-ENTRY-CITY TO ZC-CITY
               MOVE WS-ZIP-ENTRY-STATE TO ZC-STATE
               MOVE WS-ZIP-ENTRY-ZIP TO ZC-ZIP
               CALL "zip-check" USING WS-ZC-REQUEST
               IF ZC-RESULT = "C"
                   MOVE ZC-SUGGEST-CITY TO WS-ZIP-ENTRY-CITY
                   MOVE "N" TO WS-ZIP-VALID
                   MOVE SPACES TO WS-STATUS-MESSAGE
                   STRING ZC-MESSAGE DELIMITED BY "  "
                       " -- check and save." DELIMITED BY SIZE
                       INTO WS-STATUS-MESSAGE
                   END-STRING
               END-IF
               IF ZC-RESULT = "S" OR ZC-RESULT = "X" OR
                   ZC-RESULT = "U"
                   MOVE "N" TO WS-ZIP-VALID
                   MOVE WS-ZIP-ENTRY TO WS-ZIP-WARNED
                   MOVE SPACES TO WS-STATUS-MESSAGE
                   STRING ZC-MESSAGE DELIMITED BY "  "
                       ". Save again to keep." DELIMITED BY SIZE
                       INTO WS-STATUS-MESSAGE
                   END-STRING
               END-IF
           END-IF.

       0163-VALIDATE-SALUTATION-ENTRY.
      *    The title must be one salutation-table.dat knows, or NONE,
      *    or blank; a pronoun pair is both parts or neither.
           MOVE "Y" TO WS-SALUTATION-VALID.
           MOVE "CHECK" TO SV-FUNCTION.
           MOVE WS-ENTRY-HONORIFIC TO SV-HONORIFIC.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE SV-HONORIFIC TO WS-ENTRY-HONORIFIC.
           IF SV-RESULT NOT = "Y"
               MOVE "N" TO WS-SALUTATION-VALID
               MOVE "Title is not on the salutation table." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF (WS-ENTRY-PRONOUN-NOM = SPACES AND
               WS-ENTRY-PRONOUN-OBJ NOT = SPACES) OR
               (WS-ENTRY-PRONOUN-NOM NOT = SPACES AND
               WS-ENTRY-PRONOUN-OBJ = SPACES)
               MOVE "N" TO WS-SALUTATION-VALID
               MOVE "Both parts of the pronoun pair are needed." TO
                   WS-STATUS-MESSAGE
           END-IF.

       0162-VALIDATE-CONSENT-ENTRY.
      *    Intake and the BBS record their own consents; at this
      *    screen it came by phone or on a reply card.
           MOVE "Y" TO WS-CONSENT-VALID.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONSENT-STATUS) TO
               WS-ENTRY-CONSENT-STATUS.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CONSENT-SOURCE) TO
               WS-ENTRY-CONSENT-SOURCE.
           IF WS-ENTRY-CONSENT-SOURCE NOT = "P" AND
               WS-ENTRY-CONSENT-SOURCE NOT = "C"
               MOVE "N" TO WS-CONSENT-VALID
               MOVE "Say how the customer told us: P or C." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF WS-ENTRY-CONSENT-STATUS NOT = "G" AND
               WS-ENTRY-CONSENT-STATUS NOT = "W"
               MOVE "N" TO WS-CONSENT-VALID
               MOVE "Consent must be G (granted) or W (withdrawn)." TO
                   WS-STATUS-MESSAGE
           END-IF.

       0167-VALIDATE-SEASON-ENTRY.
      *    Both ends of the range must be a real month and day; the
      *    range recurs every year, so February 29 is allowed. The
      *    state matters as much as the street -- vendor routing and
      *    the mail-hold table both key on it.
           MOVE "Y" TO WS-SEASON-VALID.
           MOVE WS-ENTRY-SEASON-START-MONTH TO WS-SEASON-CHECK-MONTH.
           PERFORM 0168-SEASON-MONTH-MAX-DAY.
           IF WS-ENTRY-SEASON-START-MONTH = 0 OR
               WS-ENTRY-SEASON-START-MONTH > 12 OR
               WS-ENTRY-SEASON-START-DAY = 0 OR
               WS-ENTRY-SEASON-START-DAY > WS-MAX-SEASON-DAY
               MOVE "N" TO WS-SEASON-VALID
               MOVE "Season start is not a real date." TO
                   WS-STATUS-MESSAGE
           END-IF.
           MOVE WS-ENTRY-SEASON-END-MONTH TO WS-SEASON-CHECK-MONTH.
           PERFORM 0168-SEASON-MONTH-MAX-DAY.
           IF WS-ENTRY-SEASON-END-MONTH = 0 OR
               WS-ENTRY-SEASON-END-MONTH > 12 OR
               WS-ENTRY-SEASON-END-DAY = 0 OR
               WS-ENTRY-SEASON-END-DAY > WS-MAX-SEASON-DAY
               MOVE "N" TO WS-SEASON-VALID
               MOVE "Season end is not a real date." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF WS-ENTRY-SEASON-STREET = SPACES OR
               WS-ENTRY-SEASON-CITY = SPACES OR
               WS-ENTRY-SEASON-STATE = SPACES
               MOVE "N" TO WS-SEASON-VALID
               MOVE "Street, city and state are all needed." TO
                   WS-STATUS-MESSAGE
           END-IF.
      *    A seasonal address carries no country, so only a five-digit
      *    ZIP is taken to be domestic and checked.
           IF SEASON-IS-VALID AND WS-ENTRY-SEASON-ZIP(1:5) IS NUMERIC
               MOVE WS-ENTRY-SEASON-CITY TO WS-ZIP-ENTRY-CITY
               MOVE WS-ENTRY-SEASON-STATE TO WS-ZIP-ENTRY-STATE
               MOVE WS-ENTRY-SEASON-ZIP TO WS-ZIP-ENTRY-ZIP
               PERFORM 0169-CHECK-ZIP-REFERENCE
               MOVE WS-ZIP-ENTRY-CITY TO WS-ENTRY-SEASON-CITY
               IF NOT ZIP-IS-VALID
                   MOVE "N" TO WS-SEASON-VALID
               END-IF
           END-IF.

       0168-SEASON-MONTH-MAX-DAY.
           MOVE 31 TO WS-MAX-SEASON-DAY.
           IF WS-SEASON-CHECK-MONTH = 4 OR
               WS-SEASON-CHECK-MONTH = 6 OR
               WS-SEASON-CHECK-MONTH = 9 OR
               WS-SEASON-CHECK-MONTH = 11
               MOVE 30 TO WS-MAX-SEASON-DAY
           ELSE IF WS-SEASON-CHECK-MONTH = 2
               MOVE 29 TO WS-MAX-SEASON-DAY
           END-IF.

       0166-LOAD-COUNTRY-TABLE.
           MOVE 1 TO WS-COUNTRY-TABLE-LOADED.
           MOVE 0 TO WS-COUNTRY-LOAD-ENDED.
                       PERFORM 0175-WRITE-CHANGE-JOURNAL
                       MOVE "QUEUED-ADD" TO WS-AUDIT-ACTION
                       PERFORM 0176-WRITE-OPERATOR-AUDIT
                       PERFORM 0178-WRITE-NUMBER-REGISTER
               END-WRITE
           ELSE
               MOVE QC-IMAGE(1:7) TO PERSON-CUSTOMER-ID
           END-WRITE.
           CLOSE F-OPERATOR-AUDIT-FILE.

       0177-WRITE-ACCESS-LOG.
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
           MOVE "customer-maintenance" TO AL-PROGRAM.
           WRITE ACCESS-LOG-RECORD
           END-WRITE.
           CLOSE F-ACCESS-LOG-FILE.

       0178-WRITE-NUMBER-REGISTER.
           MOVE "ASSIGN" TO IC-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           OPEN EXTEND F-CUSTOMER-NUMBERS-FILE.
           IF WS-CUSTOMER-NUMBERS-STATUS = "35"
               OPEN OUTPUT F-CUSTOMER-NUMBERS-FILE
           END-IF.
           MOVE SPACES TO CUSTOMER-NUMBER-RECORD.
           MOVE PERSON-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE IC-CUSTOMER-NUMBER TO CN-CUSTOMER-NUMBER.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO CN-ISSUED-DATE
           END-STRING.
           MOVE "MAINT" TO CN-SOURCE.
           MOVE OS-OPERATOR-ID TO CN-OPERATOR.
           WRITE CUSTOMER-NUMBER-RECORD
           END-WRITE.
           CLOSE F-CUSTOMER-NUMBERS-FILE.

       0180-OPEN-CUSTOMERS-IO.
      *    A first run against a box with no customers.dat yet creates
      *    the file rather than failing, the same way 0101-SIGN-IN in
               CLOSE F-CUSTOMERS-FILE
               OPEN I-O F-CUSTOMERS-FILE
           END-IF.

       0192-BUSINESS-ACCOUNT.
      *    One record per firm, keyed by an account ID the operator
      *    gives it. Submit adds or replaces it; remove deletes it
      *    once no contacts are left under it. Naming a mailing
      *    contact who is not yet under any account links them here.
           INITIALIZE WS-KEY-ACCOUNT-ID.
           DISPLAY MAINT-ACCOUNT-KEY-SCREEN.
           ACCEPT MAINT-ACCOUNT-KEY-FIELD.
           IF WS-KEY-ACCOUNT-ID = 0
               MOVE "An account ID is needed." TO WS-STATUS-MESSAGE
           ELSE
               PERFORM 0197-OPEN-BUSINESS-IO
               MOVE WS-KEY-ACCOUNT-ID TO BA-ACCOUNT-ID
               READ F-BUSINESS-ACCOUNTS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-ACCOUNT-ON-FILE
                   NOT INVALID KEY
                       MOVE 1 TO WS-ACCOUNT-ON-FILE
               END-READ
               MOVE SPACES TO WS-ZIP-ON-FILE
               IF WS-ACCOUNT-ON-FILE = 1
                   MOVE BA-REG-CITY TO WS-ZIP-ENTRY-CITY
                   MOVE BA-REG-STATE TO WS-ZIP-ENTRY-STATE
                   MOVE BA-REG-ZIP TO WS-ZIP-ENTRY-ZIP
                   MOVE WS-ZIP-ENTRY TO WS-ZIP-ON-FILE
                   MOVE BA-COMPANY-NAME TO WS-ENTRY-COMPANY-NAME
                   MOVE BA-REG-STREET TO WS-ENTRY-ACCOUNT-STREET
                   MOVE BA-REG-CITY TO WS-ENTRY-ACCOUNT-CITY
                   MOVE BA-REG-STATE TO WS-ENTRY-ACCOUNT-STATE
                   MOVE BA-REG-ZIP TO WS-ENTRY-ACCOUNT-ZIP
                   MOVE BA-OWNER TO WS-ENTRY-ACCOUNT-OWNER
                   MOVE BA-CARD-MODE TO WS-ENTRY-CARD-MODE
                   MOVE "ASSIGN" TO IC-FUNCTION
                   MOVE BA-PRIMARY-CONTACT-ID TO IC-CUSTOMER-ID
                   CALL "id-check" USING WS-IC-REQUEST
                   MOVE IC-CUSTOMER-NUMBER TO WS-ENTRY-PRIMARY-NUMBER
                   MOVE BA-OPENED-DATE TO WS-ACCOUNT-OPENED-DATE
               ELSE
                   INITIALIZE WS-ENTRY-COMPANY-NAME
                   INITIALIZE WS-ENTRY-ACCOUNT-STREET
                   INITIALIZE WS-ENTRY-ACCOUNT-CITY
                   INITIALIZE WS-ENTRY-ACCOUNT-STATE
                   INITIALIZE WS-ENTRY-ACCOUNT-ZIP
                   INITIALIZE WS-ENTRY-PRIMARY-NUMBER
                   MOVE OS-OPERATOR-ID TO WS-ENTRY-ACCOUNT-OWNER
                   MOVE "I" TO WS-ENTRY-CARD-MODE
                   MOVE SPACES TO WS-ACCOUNT-OPENED-DATE
                   STRING FUNCTION CURRENT-DATE(1:4) "-"
                       FUNCTION CURRENT-DATE(5:2) "-"
                       FUNCTION CURRENT-DATE(7:2)
                       INTO WS-ACCOUNT-OPENED-DATE
                   END-STRING
                   MOVE "New account." TO WS-STATUS-MESSAGE
               END-IF
               PERFORM 0193-ACCEPT-ACCOUNT-UNTIL-VALID
               IF WS-CONFIRM-CHOICE = "s"
                   MOVE SPACES TO BUSINESS-ACCOUNT-RECORD
                   MOVE WS-KEY-ACCOUNT-ID TO BA-ACCOUNT-ID
                   MOVE WS-ENTRY-COMPANY-NAME TO BA-COMPANY-NAME
                   MOVE WS-ENTRY-ACCOUNT-STREET TO BA-REG-STREET
                   MOVE WS-ENTRY-ACCOUNT-CITY TO BA-REG-CITY
                   MOVE WS-ENTRY-ACCOUNT-STATE TO BA-REG-STATE
                   MOVE WS-ENTRY-ACCOUNT-ZIP TO BA-REG-ZIP
                   MOVE WS-ENTRY-ACCOUNT-OWNER TO BA-OWNER
                   MOVE WS-ENTRY-CARD-MODE TO BA-CARD-MODE
                   MOVE WS-ENTRY-PRIMARY-CONTACT TO
                       BA-PRIMARY-CONTACT-ID
                   MOVE WS-ACCOUNT-OPENED-DATE TO BA-OPENED-DATE
                   IF WS-ACCOUNT-ON-FILE = 1
                       REWRITE BUSINESS-ACCOUNT-RECORD
                       END-REWRITE
                   ELSE
                       WRITE BUSINESS-ACCOUNT-RECORD
                       END-WRITE
                   END-IF
                   IF WS-PRIMARY-NEEDS-LINK = 1
                       MOVE WS-ENTRY-PRIMARY-CONTACT TO
                           WS-LINK-CUSTOMER-ID
                       MOVE WS-KEY-ACCOUNT-ID TO WS-LINK-ACCOUNT-ID
                       PERFORM 0173-WRITE-CONTACT-LINK
                   END-IF
                   MOVE "Business account saved." TO
                       WS-STATUS-MESSAGE
                   MOVE "BUS-ACCOUNT" TO WS-AUDIT-ACTION
                   PERFORM 0174-AUDIT-ACCOUNT-CHANGE
               ELSE IF WS-CONFIRM-CHOICE = "r" AND
                   WS-ACCOUNT-ON-FILE = 1
                   MOVE WS-KEY-ACCOUNT-ID TO BC-ACCOUNT-ID
                   START F-BUSINESS-CONTACTS-FILE
                       KEY IS = BC-ACCOUNT-ID
                       INVALID KEY
                           MOVE WS-KEY-ACCOUNT-ID TO BA-ACCOUNT-ID
                           DELETE F-BUSINESS-ACCOUNTS-FILE RECORD
                           END-DELETE
                           MOVE "Business account removed." TO
                               WS-STATUS-MESSAGE
                           MOVE "BUS-ACCT-DEL" TO WS-AUDIT-ACTION
                           PERFORM 0174-AUDIT-ACCOUNT-CHANGE
                       NOT INVALID KEY
                           MOVE "Unlink its contacts first." TO
                               WS-STATUS-MESSAGE
                   END-START
               END-IF
               END-IF
               CLOSE F-BUSINESS-ACCOUNTS-FILE
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
           PERFORM 0100-MAINT-MENU.

       0193-ACCEPT-ACCOUNT-UNTIL-VALID.
      *    Same loop as 0155-ACCEPT-ENTRY-UNTIL-VALID.
           PERFORM 0194-ACCEPT-ACCOUNT-FIELDS.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0195-VALIDATE-ACCOUNT-ENTRY
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               ACCOUNT-IS-VALID
               PERFORM 0194-ACCEPT-ACCOUNT-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0195-VALIDATE-ACCOUNT-ENTRY
               END-IF
           END-PERFORM.

       0194-ACCEPT-ACCOUNT-FIELDS.
           INITIALIZE WS-CONFIRM-CHOICE.
           DISPLAY MAINT-ACCOUNT-SCREEN.
           ACCEPT MAINT-ACCT-NAME-FIELD.
           ACCEPT MAINT-ACCT-STREET-FIELD.
           ACCEPT MAINT-ACCT-CITY-FIELD.
           ACCEPT MAINT-ACCT-STATE-FIELD.
           ACCEPT MAINT-ACCT-ZIP-FIELD.
           ACCEPT MAINT-ACCT-OWNER-FIELD.
           ACCEPT MAINT-ACCT-MODE-FIELD.
           ACCEPT MAINT-ACCT-PRIMARY-FIELD.
           ACCEPT MAINT-ACCT-CHOICE-FIELD.

       0195-VALIDATE-ACCOUNT-ENTRY.
      *    One card per firm only works with someone to mail it on
      *    behalf of, so C needs a mailing contact. The registered
      *    address goes through the same ZIP reference check as a
      *    seasonal address.
           MOVE "Y" TO WS-ACCOUNT-VALID.
           MOVE 0 TO WS-PRIMARY-NEEDS-LINK.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CARD-MODE) TO
               WS-ENTRY-CARD-MODE.
           IF WS-ENTRY-COMPANY-NAME = SPACES OR
               WS-ENTRY-ACCOUNT-STREET = SPACES OR
               WS-ENTRY-ACCOUNT-CITY = SPACES OR
               WS-ENTRY-ACCOUNT-STATE = SPACES
               MOVE "N" TO WS-ACCOUNT-VALID
               MOVE "Company, street, city and state are all needed."
                   TO WS-STATUS-MESSAGE
           END-IF.
           IF WS-ENTRY-ACCOUNT-OWNER = SPACES
               MOVE "N" TO WS-ACCOUNT-VALID
               MOVE "Every account needs an owner." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF WS-ENTRY-CARD-MODE NOT = "C" AND
               WS-ENTRY-CARD-MODE NOT = "I"
               MOVE "N" TO WS-ACCOUNT-VALID
               MOVE "Cards must be C (one for the firm) or I." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF WS-ENTRY-CARD-MODE = "C" AND
               WS-ENTRY-PRIMARY-CONTACT = 0
               MOVE "N" TO WS-ACCOUNT-VALID
               MOVE "One card for the firm needs a mailing contact." TO
                   WS-STATUS-MESSAGE
           END-IF.
           IF ACCOUNT-IS-VALID AND WS-ENTRY-PRIMARY-NUMBER NOT = 0
               MOVE "VALIDATE" TO IC-FUNCTION
               MOVE WS-ENTRY-PRIMARY-NUMBER TO IC-CUSTOMER-NUMBER
               CALL "id-check" USING WS-IC-REQUEST
               IF IC-RESULT NOT = "V"
                   MOVE "N" TO WS-ACCOUNT-VALID
                   MOVE IC-MESSAGE TO WS-STATUS-MESSAGE
               END-IF
           END-IF.
           IF ACCOUNT-IS-VALID AND WS-ENTRY-PRIMARY-CONTACT NOT = 0
               PERFORM 0196-CHECK-MAILING-CONTACT
           END-IF.
           IF ACCOUNT-IS-VALID AND
               WS-ENTRY-ACCOUNT-ZIP(1:5) IS NUMERIC
               MOVE WS-ENTRY-ACCOUNT-CITY TO WS-ZIP-ENTRY-CITY
               MOVE WS-ENTRY-ACCOUNT-STATE TO WS-ZIP-ENTRY-STATE
               MOVE WS-ENTRY-ACCOUNT-ZIP TO WS-ZIP-ENTRY-ZIP
               PERFORM 0169-CHECK-ZIP-REFERENCE
               MOVE WS-ZIP-ENTRY-CITY TO WS-ENTRY-ACCOUNT-CITY
               IF NOT ZIP-IS-VALID
                   MOVE "N" TO WS-ACCOUNT-VALID
               END-IF
           END-IF.

       0196-CHECK-MAILING-CONTACT.
      *    The mailing contact must be a customer, and under this
      *    account or under none yet -- one who is under another
      *    firm is moved from the link screen, not from here.
           PERFORM 0180-OPEN-CUSTOMERS-IO.
           MOVE WS-ENTRY-PRIMARY-CONTACT TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-VALID
                   MOVE "No customer with that mailing contact." TO
                       WS-STATUS-MESSAGE
           END-READ.
           CLOSE F-CUSTOMERS-FILE.
           IF ACCOUNT-IS-VALID
               MOVE WS-ENTRY-PRIMARY-CONTACT TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       MOVE 1 TO WS-PRIMARY-NEEDS-LINK
                   NOT INVALID KEY
                       IF BC-ACCOUNT-ID NOT = WS-KEY-ACCOUNT-ID
                           MOVE "N" TO WS-ACCOUNT-VALID
                           MOVE "That contact is under another account."
                               TO WS-STATUS-MESSAGE
                       END-IF
               END-READ
           END-IF.

       0197-OPEN-BUSINESS-IO.
      *    Created on first use, the same way 0149-OPEN-SEASONAL-IO
      *    bootstraps seasonal-addresses.dat.
           OPEN I-O F-BUSINESS-ACCOUNTS-FILE.
           IF WS-BUSINESS-ACCOUNTS-STATUS = "35"
               OPEN OUTPUT F-BUSINESS-ACCOUNTS-FILE
               CLOSE F-BUSINESS-ACCOUNTS-FILE
               OPEN I-O F-BUSINESS-ACCOUNTS-FILE
           END-IF.
           OPEN I-O F-BUSINESS-CONTACTS-FILE.
           IF WS-BUSINESS-CONTACTS-STATUS = "35"
               OPEN OUTPUT F-BUSINESS-CONTACTS-FILE
               CLOSE F-BUSINESS-CONTACTS-FILE
               OPEN I-O F-BUSINESS-CONTACTS-FILE
           END-IF.

       0198-BUSINESS-CONTACT.
      *    Puts a customer under a business account, moves them to
      *    another, or (account 0) takes them out from under one.
           INITIALIZE WS-KEY-NUMBER.
           DISPLAY MAINT-KEY-SCREEN.
           ACCEPT MAINT-KEY-FIELD.
           PERFORM 0105-READ-CUSTOMER-BY-KEY.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-RECORD-FOUND = 1
               PERFORM 0197-OPEN-BUSINESS-IO
               MOVE WS-KEY-ID TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-LINK-ON-FILE
                   NOT INVALID KEY
                       MOVE 1 TO WS-LINK-ON-FILE
               END-READ
               MOVE SPACES TO WS-LINK-ON-FILE-TEXT
               IF WS-LINK-ON-FILE = 1
                   MOVE BC-ACCOUNT-ID TO WS-LINK-ACCOUNT-ON-FILE
                   MOVE BC-ACCOUNT-ID TO WS-ENTRY-LINK-ACCOUNT
                   MOVE BC-ACCOUNT-ID TO BA-ACCOUNT-ID
                   READ F-BUSINESS-ACCOUNTS-FILE
                       INVALID KEY
                           MOVE SPACES TO BA-COMPANY-NAME
                   END-READ
                   STRING "Account " BC-ACCOUNT-ID " "
                       FUNCTION TRIM(BA-COMPANY-NAME)
                       DELIMITED BY SIZE INTO WS-LINK-ON-FILE-TEXT
                   END-STRING
               ELSE
                   MOVE 0 TO WS-LINK-ACCOUNT-ON-FILE
                   MOVE 0 TO WS-ENTRY-LINK-ACCOUNT
                   MOVE "Not under a business account." TO
                       WS-LINK-ON-FILE-TEXT
               END-IF
               PERFORM 0199-ACCEPT-LINK-UNTIL-VALID
               IF WS-CONFIRM-CHOICE = "s"
                   IF WS-ENTRY-LINK-ACCOUNT = 0
                       IF WS-LINK-ON-FILE = 1
                           MOVE WS-KEY-ID TO BC-CUSTOMER-ID
                           DELETE F-BUSINESS-CONTACTS-FILE RECORD
                           END-DELETE
                           MOVE "Business account link removed." TO
                               WS-STATUS-MESSAGE
                           MOVE "ACCT-UNLINK" TO WS-AUDIT-ACTION
                           PERFORM 0176-WRITE-OPERATOR-AUDIT
                       END-IF
                   ELSE
                       MOVE WS-KEY-ID TO WS-LINK-CUSTOMER-ID
                       MOVE WS-ENTRY-LINK-ACCOUNT TO WS-LINK-ACCOUNT-ID
                       PERFORM 0173-WRITE-CONTACT-LINK
                       MOVE "Linked to the business account." TO
                           WS-STATUS-MESSAGE
                       MOVE "ACCT-LINK" TO WS-AUDIT-ACTION
                       PERFORM 0176-WRITE-OPERATOR-AUDIT
                   END-IF
               END-IF
               CLOSE F-BUSINESS-ACCOUNTS-FILE
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
           PERFORM 0100-MAINT-MENU.

       0199-ACCEPT-LINK-UNTIL-VALID.
      *    Same loop as 0155-ACCEPT-ENTRY-UNTIL-VALID.
           PERFORM 0171-ACCEPT-LINK-FIELDS.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0172-VALIDATE-LINK-ENTRY
           END-IF.
           PERFORM UNTIL WS-CONFIRM-CHOICE NOT = "s" OR
               LINK-IS-VALID
               PERFORM 0171-ACCEPT-LINK-FIELDS
               IF WS-CONFIRM-CHOICE = "s"
                   PERFORM 0172-VALIDATE-LINK-ENTRY
               END-IF
           END-PERFORM.

       0171-ACCEPT-LINK-FIELDS.
           INITIALIZE WS-CONFIRM-CHOICE.
           DISPLAY MAINT-LINK-SCREEN.
           ACCEPT MAINT-LINK-ACCOUNT-FIELD.
           ACCEPT MAINT-LINK-CHOICE-FIELD.

       0172-VALIDATE-LINK-ENTRY.
      *    The account must exist, and an account's mailing contact
      *    stays under it until the account names someone else --
      *    otherwise the firm's card would go to nobody.
           MOVE "Y" TO WS-LINK-VALID.
           IF WS-ENTRY-LINK-ACCOUNT NOT = 0
               MOVE WS-ENTRY-LINK-ACCOUNT TO BA-ACCOUNT-ID
               READ F-BUSINESS-ACCOUNTS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LINK-VALID
                       MOVE "No business account with that ID." TO
                           WS-STATUS-MESSAGE
               END-READ
           END-IF.
           IF LINK-IS-VALID AND WS-LINK-ON-FILE = 1 AND
               WS-ENTRY-LINK-ACCOUNT NOT = WS-LINK-ACCOUNT-ON-FILE
               MOVE WS-LINK-ACCOUNT-ON-FILE TO BA-ACCOUNT-ID
               READ F-BUSINESS-ACCOUNTS-FILE
                   NOT INVALID KEY
                       IF BA-PRIMARY-CONTACT-ID = WS-KEY-ID
                           MOVE "N" TO WS-LINK-VALID
                           MOVE "Name a new mailing contact first." TO
                               WS-STATUS-MESSAGE
                       END-IF
               END-READ
           END-IF.

       0173-WRITE-CONTACT-LINK.
           MOVE WS-LINK-CUSTOMER-ID TO BC-CUSTOMER-ID.
           READ F-BUSINESS-CONTACTS-FILE
               INVALID KEY
                   MOVE 0 TO WS-LINK-EXISTS
               NOT INVALID KEY
                   MOVE 1 TO WS-LINK-EXISTS
           END-READ.
           MOVE SPACES TO BUSINESS-CONTACT-RECORD.
           MOVE WS-LINK-CUSTOMER-ID TO BC-CUSTOMER-ID.
           MOVE WS-LINK-ACCOUNT-ID TO BC-ACCOUNT-ID.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO BC-LINKED-DATE
           END-STRING.
           MOVE OS-OPERATOR-ID TO BC-LINKED-BY.
           IF WS-LINK-EXISTS = 1
               REWRITE BUSINESS-CONTACT-RECORD
               END-REWRITE
           ELSE
               WRITE BUSINESS-CONTACT-RECORD
               END-WRITE
           END-IF.

       0174-AUDIT-ACCOUNT-CHANGE.
      *    An account change has no customer of its own; the account
      *    ID rides in the audit line's customer column and the
      *    action says which it is.
           MOVE WS-KEY-ACCOUNT-ID TO PERSON-CUSTOMER-ID.
           PERFORM 0176-WRITE-OPERATOR-AUDIT.
