             "library-id-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-ID-CONTROL-STATUS.
           SELECT F-LIB-READERS-FILE ASSIGN TO
             "library-section-readers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-READERS-STATUS.
           SELECT F-CAT-READERS-FILE ASSIGN TO
             "bbs-category-readers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAT-READERS-STATUS.
           SELECT F-PRONOUN-CUSTOM-FILE ASSIGN TO
             "bbs-pronoun-custom.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             "bbs-flag-changes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FLAG-CHANGES-STATUS.
           SELECT F-SERVICE-REQUESTS-FILE ASSIGN TO
             "bbs-service-requests.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SERVICE-REQUESTS-STATUS.
           SELECT F-CARD-NOTICE-SETTINGS-FILE ASSIGN TO
             "card-notice-settings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-NOTICE-SETTINGS-STATUS.
           SELECT F-DIGEST-SETTINGS-FILE ASSIGN TO
             "bbs-digest-settings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIGEST-SETTINGS-STATUS.
           SELECT F-MENTIONS-FILE ASSIGN TO "bbs-mentions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MENTIONS-STATUS.
           SELECT F-SUSPENSIONS-FILE ASSIGN TO "bbs-suspensions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSPENSIONS-STATUS.
           SELECT F-SUSPENSIONS-WORK-FILE ASSIGN TO
             "bbs-suspensions-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-THREAD-ACTIONS-FILE ASSIGN TO
             "bbs-thread-actions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-THREAD-ACTIONS-STATUS.
           SELECT F-REGISTRATION-FILE ASSIGN TO
             "bbs-registration.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRATION-STATUS.
           SELECT F-INVITES-FILE ASSIGN TO "bbs-invites.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INVITES-STATUS.
           SELECT F-INVITES-WORK-FILE ASSIGN TO
             "bbs-invites-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-HELD-POSTS-FILE ASSIGN TO "bbs-held-posts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-POSTS-STATUS.
           SELECT F-HELD-POSTS-WORK-FILE ASSIGN TO
             "bbs-held-posts-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-REMOVED-POSTS-FILE ASSIGN TO
             "bbs-removed-posts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REMOVED-POSTS-STATUS.
           SELECT F-EVENTS-FILE ASSIGN TO "bbs-events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENTS-STATUS.
           SELECT F-EVENT-ID-CONTROL-FILE ASSIGN TO
             "bbs-event-id-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENT-ID-CONTROL-STATUS.
           SELECT F-RSVP-FILE ASSIGN TO "bbs-event-rsvps.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RSVP-STATUS.
           SELECT F-CHALLENGES-FILE ASSIGN TO
             "bbs-game-challenges.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHALLENGES-STATUS.
           SELECT F-CHALLENGES-WORK-FILE ASSIGN TO
             "bbs-game-challenges-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-ATTACHMENTS-FILE ASSIGN TO
             "bbs-post-attachments.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ATTACHMENTS-STATUS.
           SELECT F-HEAD-TO-HEAD-FILE ASSIGN TO
             "game-head-to-head.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS H2H-KEY
             FILE STATUS IS WS-H2H-STATUS.
           SELECT F-CARD-AUDIT-FILE ASSIGN TO "card-audit.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CARD-AUDIT-SERIAL
             ALTERNATE RECORD KEY IS CARD-AUDIT-CUSTOMER-ID
               WITH DUPLICATES
             FILE STATUS IS WS-CARD-AUDIT-STATUS.
           SELECT F-DELIVERY-STATUS-FILE ASSIGN TO
             "delivery-status.dat"
           FD F-LIB-ID-CONTROL-FILE.
           01 LIB-ID-CONTROL-RECORD.
              05 LIB-ID-CONTROL-NEXT PIC 9(5).
           FD F-LIB-READERS-FILE.
      *    A section with any lines here is open only to the members
      *    they name -- the scheduled staff reports are filed in one.
           01 LIB-READER-RECORD.
              05 LRD-SECTION PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 LRD-USERNAME PIC X(10).
           FD F-CAT-READERS-FILE.
      *    The same rule for board categories: a category with any
      *    lines here is open only to the members they name -- the
      *    staff birthday and service-award posts go to one.
           01 CAT-READER-RECORD.
              05 CRD-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 CRD-USERNAME PIC X(10).
           FD F-PRONOUN-CUSTOM-FILE.
      *    Full pronoun sets for members whose pair isn't on the
      *    managed pronoun-sets.dat list. The users record keeps
      *    same feed as every other correction instead of the BBS
      *    touching customers.dat directly.
           01 CHANGE-RECORD.
              05 CHANGE-CUSTOMER-NUMBER.
                 10 CHANGE-CUSTOMER-ID PIC 9(7).
                 10 CHANGE-CHECK-DIGIT PIC 9.
              05 CHANGE-NEW-STREET PIC X(60).
              05 CHANGE-NEW-CITY PIC X(25).
              05 CHANGE-NEW-STATE PIC X(02).
              05 FC-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 FC-USERNAME PIC X(10).
           FD F-SERVICE-REQUESTS-FILE.
      *    "Contact us" requests from linked members. The batch side's
      *    intake run opens a complaint case for each new one, and
      *    once the case is closed sends the resolution back here as
      *    a private message; the state column tracks both steps.
           01 SERVICE-REQUEST-RECORD.
              05 SR-CUSTOMER-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 SR-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SR-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SR-CATEGORY PIC X(12).
              05 FILLER PIC X VALUE SPACE.
              05 SR-SERIAL PIC 9(9).
              05 FILLER PIC X VALUE SPACE.
              05 SR-TEXT PIC X(60).
              05 FILLER PIC X VALUE SPACE.
              05 SR-CASE-NUMBER PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 SR-STATE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 SR-ANSWERED-DATE PIC X(10).
           FD F-CARD-NOTICE-SETTINGS-FILE.
      *    A member's choice about the card mailed and delivered
      *    notices, one line per change; the latest line for a
      *    member is the one that stands, and a member with no line
      *    gets the notices. Kept beside users.dat, not in it, so
      *    the account layout did not have to change.
           01 CARD-NOTICE-SETTING-RECORD.
              05 CNS-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CNS-NOTICES PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 CNS-DATE PIC X(10).
           FD F-DIGEST-SETTINGS-FILE.
      *    How often a member wants the housekeeping run's digest of
      *    new posts in their subscribed categories: D daily, W
      *    weekly, N not at all. One line per change, the latest
      *    standing; no line means no digest.
           01 DIGEST-SETTING-RECORD.
              05 DGS-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 DGS-FREQUENCY PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 DGS-DATE PIC X(10).
           FD F-MENTIONS-FILE.
      *    One line per member told they were @-mentioned in a post,
      *    so an edit that keeps the same mention doesn't tell them
      *    a second time.
           01 MENTION-RECORD.
              05 MNL-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 MNL-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 MNL-AUTHOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 MNL-DATE PIC X(10).
           FD F-SUSPENSIONS-FILE.
      *    One line per suspension a moderator issues. SUS-SCOPE is
      *    POST, PM or SIGNIN; the suspension is in force from the
      *    start date up to, not including, the end date while the
      *    state is ACTIVE. A lift or an extension rewrites the line
      *    and stamps who changed it; housekeeping marks it EXPIRED
      *    once the end date arrives. Old lines stay as the member's
      *    history.
           01 SUSPENSION-RECORD.
              05 SUS-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-SCOPE PIC X(6).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-START-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-END-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-MODERATOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-STATE PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-CHANGED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-CHANGED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SUS-REASON PIC X(50).
           FD F-SUSPENSIONS-WORK-FILE.
           01 SUSPENSIONS-WORK-RECORD PIC X(131).
           FD F-THREAD-ACTIONS-FILE.
      *    Every moderator LOCK, UNLOCK and MOVE of a thread, keyed
      *    by the ID of the thread's top-level post. It is also the
      *    lock state: the latest LOCK or UNLOCK for a thread wins.
           01 THREAD-ACTION-RECORD.
              05 TA-ACTION PIC X(6).
              05 FILLER PIC X VALUE SPACE.
              05 TA-ROOT-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 TA-MODERATOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 TA-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 TA-FROM-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 TA-TO-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 TA-REASON PIC X(50).
           FD F-REGISTRATION-FILE.
      *    How new accounts may be opened: OPEN, INVITE (a valid
      *    invitation code is needed) or CLOSED. A moderator appends
      *    a line to change it and the latest line wins; no file
      *    means OPEN with the defaults in 0400.
           01 REGISTRATION-SETTING-RECORD.
              05 RGS-MODE PIC X(6).
              05 FILLER PIC X VALUE SPACE.
              05 RGS-MEMBER-QUOTA PIC 99.
              05 FILLER PIC X VALUE SPACE.
              05 RGS-VALID-DAYS PIC 999.
              05 FILLER PIC X VALUE SPACE.
              05 RGS-CHANGED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RGS-CHANGED-DATE PIC X(10).
           FD F-INVITES-FILE.
      *    One line per invitation code ever issued. OPEN until it
      *    is used at sign-up or revoked by a moderator; the issuer
      *    and the member who used it make up the invitation tree.
           01 INVITE-RECORD.
              05 INV-CODE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 INV-ISSUER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 INV-ISSUED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 INV-EXPIRES-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 INV-STATE PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 INV-USED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 INV-CHANGED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 INV-CHANGED-DATE PIC X(10).
           FD F-INVITES-WORK-FILE.
           01 INVITES-WORK-RECORD PIC X(82).
           FD F-HELD-POSTS-FILE.
      *    New posts that closely match a recent post, live or
      *    removed by a moderator, wait here instead of going on the
      *    board. A line is never dropped: HELD until a moderator
      *    APPROVES or REJECTS it, so the file is also the log of
      *    every hold and the post it matched.
           01 HELD-POST-RECORD.
              05 HP-STATE PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 HP-HELD-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 HP-AUTHOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 HP-MATCHED-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 HP-MATCH-KIND PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 HP-PARENT PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 HP-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 HP-DECIDED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 HP-DECIDED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 HP-TITLE PIC X(60).
              05 FILLER PIC X VALUE SPACE.
              05 HP-BODY PIC X(500).
           FD F-HELD-POSTS-WORK-FILE.
           01 HELD-POSTS-WORK-RECORD PIC X(654).
           FD F-REMOVED-POSTS-FILE.
      *    The fingerprint of every post a moderator takes off the
      *    board, so the same text submitted again is still caught
      *    once the original is gone.
           01 REMOVED-POST-RECORD.
              05 RMP-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-AUTHOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-REMOVED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-REMOVED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-TITLE-PRINT PIC 9(16).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-BODY-PRINT PIC 9(16).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-BODY-LEAD PIC X(40).
              05 FILLER PIC X VALUE SPACE.
              05 RMP-TITLE PIC X(60).
           FD F-EVENTS-FILE.
      *    Meetups, game nights and the like, kept apart from the
      *    posts so they stay on hand until the day comes round.
      *    Housekeeping archives them once past, by the same
      *    category-retention.dat rules the posts follow.
           01 EVENT-RECORD.
              05 EV-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 EV-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 EV-TIME PIC X(5).
              05 FILLER PIC X VALUE SPACE.
              05 EV-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 EV-ORGANIZER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 EV-POSTED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 EV-TITLE PIC X(40).
              05 FILLER PIC X VALUE SPACE.
              05 EV-DESCRIPTION PIC X(200).
           FD F-EVENT-ID-CONTROL-FILE.
           01 EVENT-ID-CONTROL-RECORD.
              05 EVENT-ID-CONTROL-NEXT PIC 9(5).
           FD F-RSVP-FILE.
      *    One line per RSVP given or changed; a member's latest line
      *    for an event is their answer.
           01 RSVP-RECORD.
              05 RSVP-EVENT-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-USER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-ANSWER PIC X(5).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-DATE PIC X(10).
           FD F-CHALLENGES-FILE.
      *    A guessing-game word sent from one member to another with
      *    the sender's score to beat. OPEN until the member plays it
      *    (PLAYING while the game is under way, then PLAYED with
      *    their score); housekeeping turns one left past its expiry
      *    date to EXPIRED.
           01 CHALLENGE-RECORD.
              05 CH-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 CH-CHALLENGER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CH-OPPONENT PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CH-WORD PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 CH-DIFFICULTY PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 CH-CHALLENGER-SCORE PIC 99.
              05 FILLER PIC X VALUE SPACE.
              05 CH-ISSUED-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CH-EXPIRES-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CH-STATE PIC X(7).
              05 FILLER PIC X VALUE SPACE.
              05 CH-OPPONENT-SCORE PIC 99.
              05 FILLER PIC X VALUE SPACE.
              05 CH-PLAYED-DATE PIC X(10).
           FD F-CHALLENGES-WORK-FILE.
           01 CHALLENGES-WORK-RECORD PIC X(97).
           FD F-ATTACHMENTS-FILE.
      *    One line per library document attached to a post.
           01 ATTACHMENT-RECORD.
              05 ATT-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DOC-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-ATTACHED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DATE PIC X(10).
           FD F-HEAD-TO-HEAD-FILE.
      *    Kept alongside game-stats.dat: one record per member per
      *    opponent, so each side of a pair has its own won/lost
      *    count against the other.
           01 HEAD-TO-HEAD-RECORD.
              05 H2H-KEY.
                 10 H2H-PLAYER PIC X(10).
                 10 H2H-OPPONENT PIC X(10).
              05 H2H-WINS PIC 9(5).
              05 H2H-LOSSES PIC 9(5).
              05 H2H-TIES PIC 9(5).
           FD F-CARD-AUDIT-FILE.
      *    The card program's audit trail, read here so a linked
      *    member can see their own mailing history.

      *    Variables related to the "My cards" screen
           01 WS-CARD-AUDIT-STATUS PIC XX.
           01 WS-CARD-AUDIT-OPEN PIC 9.
           01 WS-DELIVERY-STATUS-STATUS PIC XX.
           01 WS-MY-CUSTOMER-ID PIC 9(7).
           01 WS-MY-CARD-COUNT PIC 9(5).
           01 WS-MY-DNM PIC X.
           01 WS-MY-PREF PIC X.
           01 WS-MY-CHOICE PIC X.
           01 WS-SERVICE-REQUESTS-STATUS PIC XX.
           01 WS-MY-SR-KIND PIC X.
           01 WS-MY-SR-CATEGORY PIC X(12).
           01 WS-MY-SR-SERIAL-INPUT PIC X(9).
           01 WS-MY-SR-SERIAL PIC 9(9).
           01 WS-MY-SR-TEXT PIC X(60).
           01 WS-MY-SR-VALID PIC 9.

      *    Variables related to the file library
           01 WS-LIB-SECTIONS-STATUS PIC XX.
               INDEXED BY LIBLN-IDX.
                   10 WS-LIB-ENTRY-TEXT PIC X(70).
           01 WS-LIB-MARKED PIC 9.
           01 WS-LIB-READERS-STATUS PIC XX.
           01 WS-LIB-READERS-ENDED PIC 9.
           01 WS-LIB-RESTRICTED PIC 9.
           01 WS-LIB-ACCESS-SECTION PIC X(15).
           01 WS-LIB-ACCESS PIC X.
              88 WS-LIB-ACCESS-OK VALUE "Y".
           01 WS-CAT-READERS-STATUS PIC XX.
           01 WS-CAT-READERS-ENDED PIC 9.
           01 WS-CAT-RD-COUNT PIC 99 VALUE 0.
           01 WS-CAT-RD-TABLE.
               05 WS-CAT-RD-ENTRY OCCURS 20 TIMES
               INDEXED BY CATRD-IDX.
                   10 WS-CAT-RD-CATEGORY PIC X(15).
                   10 WS-CAT-RD-ALLOWED PIC X.
           01 WS-CAT-RD-FOUND PIC 9.
           01 WS-CAT-ACCESS-CATEGORY PIC X(15).
           01 WS-CAT-ACCESS PIC X.
              88 WS-CAT-ACCESS-OK VALUE "Y".

      *    Variables related to customer-account linking
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-LINK-CUSTOMER-NUMBER PIC 9(8).
           01 WS-LINK-NUMBER-PARTS REDEFINES WS-LINK-CUSTOMER-NUMBER.
               05 WS-LINK-CUSTOMER-ID PIC 9(7).
               05 WS-LINK-CHECK-DIGIT PIC 9.
           01 WS-LINK-BIRTHDAY PIC X(10).
           01 WS-LINK-CHOICE PIC X.
           01 WS-LINK-MESSAGE PIC X(50).
           01 WS-LINK-VERIFIED PIC 9.
           01 WS-CARD-NOTICE-SETTINGS-STATUS PIC XX.
           01 WS-CARD-NOTICES-ON PIC X.
           01 WS-PROFILE-NOTICES PIC X(3).
           01 WS-DIGEST-SETTINGS-STATUS PIC XX.
           01 WS-DIGEST-FREQUENCY PIC X.
           01 WS-PROFILE-DIGEST PIC X(6).
           01 WS-PROFILE-LINKED-ID PIC 9(7).
      *    Promotional mail consent for the linked customer, kept by
      *    the customer side's consent-services.
           01 WS-PROFILE-PROMO PIC X(9).
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
      *    Request area for the customer side's id-check, which
      *    proves the check digit on a customer number.
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-NEW-LINK-CUSTOMER-NUMBER PIC 9(8).
           01 WS-NEW-LINK-BIRTHDAY PIC X(10).

      *    Variables related to the anagram game
           01 WS-NEXT-MESSAGE-ID PIC 9(7) VALUE 1.
           01 POST-PINNED PIC X.
           01 POST-CATEGORY PIC X(15).

      *    Variables related to @username mentions
           01 WS-MENTIONS-STATUS PIC XX.
           01 WS-MN-MESSAGE-ID PIC 9(7).
           01 WS-MN-TITLE PIC X(60).
           01 WS-MN-POS PIC 999.
           01 WS-MN-NAME PIC X(10).
           01 WS-MN-NAME-LEN PIC 99.
           01 WS-MN-CHAR PIC X.
               88 WS-MN-NAME-CHAR VALUES "a" THRU "z" "A" THRU "Z"
                   "0" THRU "9" "_" "-".
           01 WS-MN-MORE PIC X.
           01 WS-MN-COUNT PIC 9.
           01 WS-MN-MAX PIC 9 VALUE 5.
           01 WS-MN-CAPPED PIC 9.
           01 WS-MN-FOUND PIC 9.
           01 WS-MN-SEEN-TABLE.
               05 WS-MN-SEEN OCCURS 5 TIMES
               INDEXED BY MN-IDX.
                   10 WS-MN-SEEN-NAME PIC X(10).
           01 WS-MN-UNREAD PIC 9(4).
           01 WS-MENTION-BANNER PIC X(40).

      *    Variables related to member suspensions
           01 WS-SUSPENSIONS-STATUS PIC XX.
           01 WS-SUS-TARGET PIC X(10).
           01 WS-SUS-TARGET-FOUND PIC 9.
           01 WS-SUS-CHOICE PIC X.
           01 WS-SUS-PICK PIC 99.
           01 WS-SUS-SHOWN PIC 99.
           01 WS-SUS-MARKED PIC 9.
           01 WS-SUS-SCOPE-INPUT PIC X.
           01 WS-SUS-SCOPE PIC X(6).
           01 WS-SUS-DAYS PIC 999.
           01 WS-SUS-REASON PIC X(50).
           01 WS-SUS-NEW-END PIC X(10).
           01 WS-SUS-CHECK-USER PIC X(10).
           01 WS-SUS-CHECK-SCOPE PIC X(6).
           01 WS-SUS-HIT PIC 9.
           01 WS-SUS-HIT-END PIC X(10).
           01 WS-SUS-HIT-REASON PIC X(50).
           01 WS-PROFILE-SUS-HEADING PIC X(20).
           01 WS-PROFILE-SUS-COUNT PIC 9(4).
           01 WS-PROFILE-SUS-TABLE.
               05 WS-PROFILE-SUS-LINE OCCURS 3 TIMES PIC X(70).

      *    Variables related to thread locks and moves
           01 WS-THREAD-ACTIONS-STATUS PIC XX.
           01 WS-TL-SEEK-ID PIC 9(7).
           01 WS-TL-ROOT-ID PIC 9(7).
           01 WS-TL-STEPS PIC 99.
           01 WS-TL-DONE PIC X.
           01 WS-TL-ROOT-AUTHOR PIC X(10).
           01 WS-TL-ROOT-TITLE PIC X(60).
           01 WS-TL-ROOT-CATEGORY PIC X(15).
           01 WS-TL-IS-LOCKED PIC 9.
           01 WS-TL-FOUND PIC 9.
           01 WS-TL-ACTION PIC X(6).
           01 WS-TL-REASON PIC X(50).
           01 WS-TL-NEW-CATEGORY PIC X(15).
           01 WS-TL-MOVED-COUNT PIC 9(4).
           01 WS-TL-LOCKED-COUNT PIC 999.
           01 WS-TL-LOCKED-TABLE.
               05 WS-TL-LOCKED-ROOT PIC 9(7) OCCURS 200 TIMES
               INDEXED BY TLK-IDX.
           01 WS-TL-FAMILY-COUNT PIC 999.
           01 WS-TL-FAMILY-TABLE.
               05 WS-TL-FAMILY-ID PIC 9(7) OCCURS 500 TIMES
               INDEXED BY TLF-IDX.
           01 WS-READ-THREAD-STATE PIC X(8).
      *    Kept beside WS-MSGS rather than inside it, since the
      *    DISPLAY-MESSAGE functions are handed WS-MSGS as it is.
           01 WS-LOCK-MARK-TABLE.
               05 WS-LOCKED-MARK PIC X(8) OCCURS 100 TIMES.

      *    Variables related to registration mode and invitations
           01 WS-REGISTRATION-STATUS PIC XX.
           01 WS-INVITES-STATUS PIC XX.
           01 WS-REG-MODE PIC X(6).
           01 WS-REG-MEMBER-QUOTA PIC 99.
           01 WS-REG-VALID-DAYS PIC 999.
           01 WS-REG-NOTICE PIC X(40).
           01 WS-REG-MODE-INPUT PIC X.
           01 WS-NEW-INVITE-CODE PIC X(8).
           01 WS-INV-VALID PIC 9.
           01 WS-INV-CHOICE PIC X.
           01 WS-INV-TARGET PIC X(10).
           01 WS-INV-BULK-COUNT PIC 99.
           01 WS-INV-MADE PIC 99.
           01 WS-INV-MONTH-COUNT PIC 99.
           01 WS-INV-SHOWN PIC 9(4).
           01 WS-INV-REVOKED PIC 9(4).
           01 WS-INV-EXPIRES PIC X(10).
           01 WS-INV-STANDING-OK PIC 9.
           01 WS-INV-SEED PIC 9(9).
           01 WS-INV-POS PIC 99.
           01 WS-INV-CLASH PIC 9.
           01 WS-INV-ALPHABET PIC X(32)
               VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
           01 WS-INV-WHO PIC X(10).
           01 WS-INV-LEVEL PIC 99.
           01 WS-INV-COUNT PIC 9(4).
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 2000 TIMES INDEXED BY INV-IDX
                   INV-IDX-2.
                   10 WS-INV-T-CODE PIC X(8).
                   10 WS-INV-T-ISSUER PIC X(10).
                   10 WS-INV-T-STATE PIC X(7).
                   10 WS-INV-T-USED-BY PIC X(10).
                   10 WS-INV-T-EXPIRES PIC X(10).
                   10 WS-INV-T-ISSUED PIC X(10).

      *    Variables related to duplicate-post holds
           01 WS-HELD-POSTS-STATUS PIC XX.
           01 WS-REMOVED-POSTS-STATUS PIC XX.
           01 WS-DUP-HIT PIC 9.
           01 WS-DUP-MATCHED-ID PIC 9(7).
           01 WS-DUP-KIND PIC X(7).
           01 WS-DUP-LIVE-DAYS PIC S9(3) VALUE -30.
           01 WS-DUP-REMOVED-DAYS PIC S9(3) VALUE -90.
           01 WS-DUP-LIVE-CUTOFF PIC X(10).
           01 WS-DUP-REMOVED-CUTOFF PIC X(10).
           01 WS-DUP-NEW-TITLE-PRINT PIC 9(16).
           01 WS-DUP-NEW-BODY-PRINT PIC 9(16).
           01 WS-DUP-NEW-BODY-LEAD PIC X(40).
           01 WS-DUP-NEW-BODY-SIZE PIC 999.
           01 WS-DUP-CAND-TITLE-PRINT PIC 9(16).
           01 WS-DUP-CAND-BODY-PRINT PIC 9(16).
           01 WS-DUP-CAND-BODY-LEAD PIC X(40).
           01 WS-FP-SOURCE PIC X(500).
           01 WS-FP-PRINT PIC 9(16).
           01 WS-FP-LEAD PIC X(40).
           01 WS-FP-SIZE PIC 999.
           01 WS-FP-ACCUM PIC 9(18).
           01 WS-FP-POS PIC 999.
           01 WS-FP-CHAR PIC X.
               88 WS-FP-CHAR-COUNTS VALUE "A" THRU "Z" "0" THRU "9".
           01 WS-HELD-WAITING PIC 999.
           01 WS-HELD-SHOWN PIC 99.
           01 WS-HELD-PICK PIC 99.
           01 WS-HELD-ACTION PIC X.
           01 WS-HELD-FOUND PIC 9.
           01 WS-HELD-NEW-STATE PIC X(8).
           01 WS-HELD-PUBLISHED-ID PIC 9(7).
           01 WS-HELD-AUTHOR PIC X(10).
           01 WS-HELD-TITLE PIC X(60).
           01 WS-HELD-BODY PIC X(500).
           01 WS-HELD-CATEGORY PIC X(15).
           01 WS-HELD-PARENT PIC 9(7).

      *    Variables related to the event calendar
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-EVENT-ID-CONTROL-STATUS PIC XX.
           01 WS-RSVP-STATUS PIC XX.
           01 WS-EV-CHOICE PIC X.
           01 WS-EV-PICK PIC 99.
           01 WS-EV-ANSWER-INPUT PIC X.
           01 WS-EV-ANSWER PIC X(5).
           01 WS-EV-NEXT-ID PIC 9(5).
           01 WS-EV-TITLE PIC X(40).
           01 WS-EV-DATE PIC X(10).
           01 WS-EV-TIME PIC X(5).
           01 WS-EV-HOURS PIC 99.
           01 WS-EV-MINUTES PIC 99.
           01 WS-EV-CATEGORY PIC X(15).
           01 WS-EV-DESCRIPTION PIC X(200).
           01 WS-EV-VALID PIC 9.
           01 WS-EV-WEEK-END PIC X(10).
           01 WS-EV-SORT-KEY PIC X(15).
           01 WS-EV-FOUND PIC 9.
           01 WS-EV-SHOWN PIC 99.
           01 WS-EV-COUNT PIC 99.
           01 WS-EV-TABLE.
               05 WS-EV-ENTRY OCCURS 50 TIMES INDEXED BY EVT-IDX
                   EVT-IDX-2.
                   10 WS-EVT-ID PIC 9(5).
                   10 WS-EVT-DATE PIC X(10).
                   10 WS-EVT-TIME PIC X(5).
                   10 WS-EVT-CATEGORY PIC X(15).
                   10 WS-EVT-ORGANIZER PIC X(10).
                   10 WS-EVT-TITLE PIC X(40).
                   10 WS-EVT-DESCRIPTION PIC X(200).
                   10 WS-EVT-YES PIC 999.
                   10 WS-EVT-MAYBE PIC 999.
                   10 WS-EVT-NO PIC 999.
           01 WS-RSVP-COUNT PIC 9(4).
           01 WS-RSVP-TABLE.
               05 WS-RSVP-ENTRY OCCURS 1000 TIMES INDEXED BY RSV-IDX.
                   10 WS-RSV-EVENT-ID PIC 9(5).
                   10 WS-RSV-USER PIC X(10).
                   10 WS-RSV-ANSWER PIC X(5).
           01 WS-EVENT-BANNER-TABLE.
               05 WS-EVENT-BANNER-LINE OCCURS 3 TIMES PIC X(38).

      *    Variables related to member-to-member game challenges
           01 WS-CHALLENGES-STATUS PIC XX.
           01 WS-H2H-STATUS PIC XX.
           01 WS-CH-EXPIRY-DAYS PIC 99 VALUE 7.
           01 WS-CH-MODE PIC X VALUE "N".
           01 WS-CH-CAN-ISSUE PIC X VALUE "N".
           01 WS-CH-MY-SCORE PIC 99.
           01 WS-CH-CHOICE PIC X.
           01 WS-CH-PICK PIC 99.
           01 WS-CH-OPPONENT-INPUT PIC X(10).
           01 WS-CH-OK PIC 9.
           01 WS-CH-NEXT-ID PIC 9(5).
           01 WS-CH-EXPIRES PIC X(10).
           01 WS-CH-LEVEL-WORD PIC X(6).
           01 WS-CH-NEW-STATE PIC X(7).
           01 WS-CH-OUTCOME PIC X.
           01 WS-CH-PAIR-PLAYER PIC X(10).
           01 WS-CH-PAIR-OPPONENT PIC X(10).
           01 WS-CH-PAIR-OUTCOME PIC X.
           01 WS-CH-WAITING PIC 99.
           01 WS-CH-ACTIVE-ID PIC 9(5).
           01 WS-CH-ACTIVE-CHALLENGER PIC X(10).
           01 WS-CH-ACTIVE-SCORE PIC 99.
           01 WS-CH-RESULT-TEXT PIC X(200).
           01 WS-CH-COUNT PIC 99.
           01 WS-CH-TABLE.
               05 WS-CH-ENTRY OCCURS 20 TIMES INDEXED BY CHG-IDX.
                   10 WS-CHT-ID PIC 9(5).
                   10 WS-CHT-CHALLENGER PIC X(10).
                   10 WS-CHT-WORD PIC X(20).
                   10 WS-CHT-DIFFICULTY PIC X.
                   10 WS-CHT-SCORE PIC 99.
                   10 WS-CHT-EXPIRES PIC X(10).
           01 WS-CH-SHOW-NUMBER PIC Z9.
           01 WS-PROFILE-H2H-WINS PIC 9(5).
           01 WS-PROFILE-H2H-LOSSES PIC 9(5).
           01 WS-PROFILE-H2H-SHOWN PIC 9.
           01 WS-PROFILE-H2H-HEADING PIC X(36).
           01 WS-PROFILE-H2H-TABLE.
               05 WS-PROFILE-H2H-LINE OCCURS 4 TIMES PIC X(36).

      *    Variables related to library documents attached to posts
           01 WS-ATTACHMENTS-STATUS PIC XX.
           01 WS-ATTACH-LIMIT PIC 9 VALUE 3.
           01 WS-ATTACH-LABEL PIC X(36).
           01 WS-ATTACH-INPUTS.
               05 WS-ATTACH-INPUT OCCURS 3 TIMES PIC X(5).
           01 WS-ATTACH-IDS.
               05 WS-ATTACH-ID OCCURS 3 TIMES INDEXED BY ATI-IDX
                   ATI-IDX-2 PIC 9(5).
           01 WS-ATTACH-BAD-ID PIC 9(5).
           01 WS-ATTACH-FOUND PIC 9.
           01 WS-ATT-COUNT PIC 9.
           01 WS-ATT-PICK PIC 9.
           01 WS-ATT-HEADING PIC X(40).
           01 WS-ATT-TABLE.
               05 WS-ATT-ENTRY OCCURS 3 TIMES INDEXED BY ATT-IDX.
                   10 WS-ATT-DOC-ID PIC 9(5).
                   10 WS-ATT-TITLE PIC X(40).
                   10 WS-ATT-SHOW-LINE PIC X(60).
           01 WS-BOARD-CATEGORY PIC X(15) VALUE SPACES.
      *    Variables related to guessing game
           01 WS-ANSWERWORD PIC X(20).
               05 WS-HOURS-MINS.
                   10 WS-HOURS PIC X(2).
                   10 WS-MINS PIC X(2).
      *    Request area for the shared security-services
      *    subprogram.
           01 WS-SE-REQUEST.
               05 SE-FUNCTION PIC X(8).
               05 SE-SYSTEM PIC X(8).
               05 SE-ACTOR PIC X(10).
               05 SE-EVENT PIC X(14).
               05 SE-TARGET PIC X(20).
               05 SE-OUTCOME PIC X(20).
               05 SE-RESULT PIC X.
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

             05 LOCKED-CHOICE-FIELD LINE 11 COLUMN 16 PIC X
                USING ERROR-CHOICE.

           01 SUSPENDED-ACCOUNT-SCREEN
             BACKGROUND-COLOR IS 8.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Makers BBS".
             05 LINE 4 COLUMN 10 VALUE
                "A moderator has suspended this account's sign-in".
             05 LINE 5 COLUMN 10 VALUE "until".
             05 LINE 5 COLUMN 16 PIC X(10) USING WS-SUS-HIT-END.
             05 LINE 6 COLUMN 10 VALUE "Reason:".
             05 LINE 6 COLUMN 18 PIC X(50) USING WS-SUS-HIT-REASON.
             05 LINE 7 COLUMN 10 VALUE
                "Your password is fine -- there is nothing to reset.".
             05 LINE 9 COLUMN 10 VALUE "(l) Back to Log-in.".
             05 LINE 11 COLUMN 10 VALUE "Pick: ".
             05 SUSPENDED-CHOICE-FIELD LINE 11 COLUMN 16 PIC X
                USING ERROR-CHOICE.

           01 CREATE-AN-ACCOUNT-SCREEN
             BACKGROUND-COLOR IS 8.
             05 BLANK SCREEN.
                "Security answer (used to reset your password):".
             05 NEW-SECURITY-ANSWER-FIELD LINE 15 COLUMN 10 PIC X(20)
                USING NEW-SECURITY-ANSWER.
             05 LINE 16 COLUMN 10 VALUE "Invitation code:".
             05 NEW-INVITE-CODE-FIELD LINE 16 COLUMN 28 PIC X(8)
                USING WS-NEW-INVITE-CODE.
             05 LINE 16 COLUMN 38 PIC X(40) USING WS-REG-NOTICE.
             05 LINE 17 COLUMN 10 VALUE "Display name (optional):".
             05 NEW-DISPLAY-NAME-FIELD LINE 18 COLUMN 10 PIC X(30)
                USING NEW-DISPLAY-NAME.
             05 NEW-PRONOUN-OBJ-FIELD LINE 19 COLUMN 63 PIC X(4)
                USING NEW-PRONOUN-OBJ.
             05 LINE 20 COLUMN 10 VALUE
                "Card customer number (optional):".
             05 NEW-LINK-ID-FIELD LINE 20 COLUMN 44 PIC 9(8)
                USING WS-NEW-LINK-CUSTOMER-NUMBER.
             05 LINE 20 COLUMN 57 VALUE "Birthday:".
             05 NEW-LINK-BDAY-FIELD LINE 20 COLUMN 67 PIC X(10)
                USING WS-NEW-LINK-BIRTHDAY.
                USING WS-SUB-BANNER-LINE(2).
             05 LINE 8 COLUMN 10 PIC X(40)
                USING WS-SUB-BANNER-LINE(3).
             05 LINE 9 COLUMN 10 PIC X(40)
                USING WS-MENTION-BANNER.
             05 LINE 4 COLUMN 62 PIC X(38)
                USING WS-EVENT-BANNER-LINE(1).
             05 LINE 5 COLUMN 62 PIC X(38)
                USING WS-EVENT-BANNER-LINE(2).
             05 LINE 6 COLUMN 62 PIC X(38)
                USING WS-EVENT-BANNER-LINE(3).
             05 LINE 28 COLUMN 10 VALUE "(n) Nothing".
             05 LINE 28 COLUMN 50 VALUE "(m) Message board".
             05 LINE 28 COLUMN 70 VALUE "(g) Guessing Game".
             05 LINE 30 COLUMN 84 VALUE "(y) My cards".
             05 LINE 31 COLUMN 84 VALUE "(h) Sched".
             05 LINE 32 COLUMN 84 VALUE "(x) Leave".
             05 LINE 32 COLUMN 10 VALUE
                "(u) Suspensions -- moderator only".
             05 LINE 32 COLUMN 50 VALUE "(i) Invitations".
             05 LINE 32 COLUMN 67 VALUE "(t) Events".
             05 LINE 29 COLUMN 40 VALUE
                "(e) Export board report -- moderator only".
             05 LINE 30 COLUMN 10 VALUE
            05 LINE 19 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET).
            05 LINE 19 COLUMN 75 VALUE "Posted by:".
            05 LINE 19 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET).
            05 LINE 19 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET).
            05 LINE 20 COLUMN 10 VALUE "2.".
            05 LINE 20 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 1).
            05 LINE 20 COLUMN 75 VALUE "Posted by:".
            05 LINE 20 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 1).
            05 LINE 20 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 1).
            05 LINE 21 COLUMN 10 VALUE "3.".
            05 LINE 21 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 2).
            05 LINE 21 COLUMN 75 VALUE "Posted by:".
            05 LINE 21 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 2).
            05 LINE 21 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 2).
            05 LINE 22 COLUMN 10 VALUE "4.".
            05 LINE 22 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 3).
            05 LINE 22 COLUMN 75 VALUE "Posted by:".
            05 LINE 22 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 3).
            05 LINE 22 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 3).
            05 LINE 23 COLUMN 10 VALUE "5.".
            05 LINE 23 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 4).
            05 LINE 23 COLUMN 75 VALUE "Posted by:".
            05 LINE 23 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 4).
            05 LINE 23 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 4).
            05 LINE 24 COLUMN 10 VALUE "6.".
            05 LINE 24 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 5).
            05 LINE 24 COLUMN 75 VALUE "Posted by:".
            05 LINE 24 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 5).
            05 LINE 24 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 5).
            05 LINE 25 COLUMN 10 VALUE "7.".
            05 LINE 25 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 6).
            05 LINE 25 COLUMN 75 VALUE "Posted by:".
            05 LINE 25 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 6).
            05 LINE 25 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 6).
            05 LINE 26 COLUMN 10 VALUE "8.".
            05 LINE 26 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 7).
            05 LINE 26 COLUMN 75 VALUE "Posted by:".
            05 LINE 26 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 7).
            05 LINE 26 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 7).
            05 LINE 27 COLUMN 10 VALUE "9.".
            05 LINE 27 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 8).
            05 LINE 27 COLUMN 75 VALUE "Posted by:".
            05 LINE 27 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 8).
            05 LINE 27 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 8).
            05 LINE 28 COLUMN 10 VALUE "10.".
            05 LINE 28 COLUMN 14 PIC X(60) USING WS-TITLE(OFFSET - 9).
            05 LINE 28 COLUMN 75 VALUE "Posted by:".
            05 LINE 28 COLUMN 87 PIC X(10) USING WS-AUTHOR(OFFSET - 9).
            05 LINE 28 COLUMN 98 PIC X(8)
                USING WS-LOCKED-MARK(OFFSET - 9).
            05 LINE 30 COLUMN 10 VALUE "( ) Read the full message by".
            05 LINE 30 COLUMN 39 VALUE "number".
            05 LINE 31 COLUMN 10 VALUE "(m) Post a message of your own".
             05 LINE 2 COLUMN 37 VALUE "Turtles Message Board".
            05 LINE 18 COLUMN 10 VALUE "Title:".
            05 LINE 18 COLUMN 18 PIC X(60) USING READ-TITLE.
            05 LINE 13 COLUMN 10 PIC X(40) USING WS-ATT-HEADING.
            05 LINE 14 COLUMN 10 PIC X(60)
               USING WS-ATT-SHOW-LINE(1).
            05 LINE 15 COLUMN 10 PIC X(60)
               USING WS-ATT-SHOW-LINE(2).
            05 LINE 16 COLUMN 10 PIC X(60)
               USING WS-ATT-SHOW-LINE(3).
            05 LINE 22 COLUMN 10 PIC X(500) USING BODY.
            05 LINE 31 COLUMN 10 VALUE "Post Author:".
            05 LINE 31 COLUMN 23 PIC X(10) USING POST-AUTHOR.
            05 LINE 34 COLUMN 25 PIC X(16) USING WS-RATING-DISPLAY.
            05 LINE 35 COLUMN 10 VALUE "Category:".
            05 LINE 35 COLUMN 20 PIC X(15) USING POST-CATEGORY.
            05 LINE 35 COLUMN 40 VALUE "Thread:".
            05 LINE 35 COLUMN 48 PIC X(8) USING WS-READ-THREAD-STATE.
            05 LINE 36 COLUMN 10 VALUE "(n) Next message".
            05 LINE 36 COLUMN 30 VALUE "(p) Previous message".
            05 LINE 36 COLUMN 60 VALUE "(q) Go back".
            05 LINE 38 COLUMN 60 VALUE "-- moderator only".
            05 LINE 39 COLUMN 10 VALUE "(o) Report this post".
            05 LINE 39 COLUMN 35 VALUE "(u) View this author".
            05 LINE 39 COLUMN 60 VALUE
                "(l) Lock/unlock  (c) Move thread -- moderator only".
            05 LINE 40 COLUMN 10 VALUE "Pick: ".
            05 READ-CHOICE-FIELD LINE 40 COLUMN 16 PIC X
                USING READ-CHOICE.
                USING WS-REVIEW-TITLE(10).
             05 LINE 16 COLUMN 10 VALUE
                "( ) Pick a report by number".
             05 LINE 16 COLUMN 45 VALUE "(h) Held duplicate posts:".
             05 LINE 16 COLUMN 71 PIC 999 USING WS-HELD-WAITING.
             05 LINE 17 COLUMN 10 VALUE "(q) Back to the menu".
             05 LINE 18 COLUMN 10 VALUE "Pick: ".
             05 REVIEW-CHOICE-FIELD LINE 18 COLUMN 16 PIC XX
           05 LINE 16 COLUMN 10 VALUE "Category (blank for general)".
           05 POST-CATEGORY-FIELD LINE 17 COLUMN 10 PIC X(15)
           USING POST-CATEGORY.
           05 LINE 16 COLUMN 40 PIC X(36) USING WS-ATTACH-LABEL.
           05 POST-ATTACH-1-FIELD LINE 17 COLUMN 40 PIC X(5)
           USING WS-ATTACH-INPUT(1).
           05 POST-ATTACH-2-FIELD LINE 17 COLUMN 47 PIC X(5)
           USING WS-ATTACH-INPUT(2).
           05 POST-ATTACH-3-FIELD LINE 17 COLUMN 54 PIC X(5)
           USING WS-ATTACH-INPUT(3).
           05 LINE 18 COLUMN 10 VALUE "(p) Post".
           05 LINE 18 COLUMN 30 VALUE "(d) Discard".
           05 LINE 20 COLUMN 10 VALUE "Pick: ".
             05 LINE 3 COLUMN 10 VALUE
                "Link your card-program customer account".
             05 LINE 4 COLUMN 10 PIC X(50) USING WS-LINK-MESSAGE.
             05 LINE 6 COLUMN 10 VALUE "Customer number:".
             05 LINK-ID-FIELD LINE 6 COLUMN 28 PIC 9(8)
                USING WS-LINK-CUSTOMER-NUMBER.
             05 LINE 7 COLUMN 10 VALUE "Your birthday (YYYY-MM-DD):".
             05 LINK-BDAY-FIELD LINE 7 COLUMN 39 PIC X(10)
                USING WS-LINK-BIRTHDAY.
             05 LINE 9 COLUMN 10 VALUE "Posts on the board:".
             05 LINE 9 COLUMN 31 PIC 9(5)
                USING WS-PROFILE-POST-COUNT.
             05 LINE 9 COLUMN 50 PIC X(36)
                USING WS-PROFILE-H2H-HEADING.
             05 LINE 10 COLUMN 50 PIC X(36)
                USING WS-PROFILE-H2H-LINE(1).
             05 LINE 11 COLUMN 50 PIC X(36)
                USING WS-PROFILE-H2H-LINE(2).
             05 LINE 12 COLUMN 50 PIC X(36)
                USING WS-PROFILE-H2H-LINE(3).
             05 LINE 13 COLUMN 50 PIC X(36)
                USING WS-PROFILE-H2H-LINE(4).
             05 LINE 11 COLUMN 10 VALUE "Guessing game -- played:".
             05 LINE 11 COLUMN 36 PIC 9(5) USING WS-PROFILE-GAMES.
             05 LINE 12 COLUMN 10 VALUE "wins:".
             05 LINE 14 COLUMN 10 VALUE "Linked customer:".
             05 LINE 14 COLUMN 28 PIC 9(7)
                USING WS-PROFILE-LINKED-ID.
             05 LINE 14 COLUMN 38 VALUE "Card notices:".
             05 LINE 14 COLUMN 52 PIC X(3) USING WS-PROFILE-NOTICES.
             05 LINE 15 COLUMN 10 VALUE "Promo mail:".
             05 LINE 15 COLUMN 28 PIC X(9) USING WS-PROFILE-PROMO.
             05 LINE 15 COLUMN 38 VALUE "Post digest:".
             05 LINE 15 COLUMN 52 PIC X(6) USING WS-PROFILE-DIGEST.
             05 LINE 16 COLUMN 10 VALUE
                "(l) Link my customer account -- own profile only".
             05 LINE 17 COLUMN 10 VALUE
                "(n) Card notices on/off -- own profile only".
             05 LINE 18 COLUMN 10 VALUE
                "(d) Post digest off/daily/weekly -- own profile only".
             05 LINE 19 COLUMN 10 VALUE
                "(m) Promo mail yes/no -- own linked profile only".
             05 LINE 20 COLUMN 10 VALUE "Any other key goes back.".
             05 PROFILE-CHOICE-FIELD LINE 21 COLUMN 10 PIC X
                USING WS-PROFILE-CHOICE.
             05 LINE 22 COLUMN 10 PIC X(20)
                USING WS-PROFILE-SUS-HEADING.
             05 LINE 23 COLUMN 10 PIC X(70)
                USING WS-PROFILE-SUS-LINE(1).
             05 LINE 24 COLUMN 10 PIC X(70)
                USING WS-PROFILE-SUS-LINE(2).
             05 LINE 25 COLUMN 10 PIC X(70)
                USING WS-PROFILE-SUS-LINE(3).

           01 ANNOUNCEMENTS-SCREEN
             BACKGROUND-COLOR IS 8.
             05 LINE 10 COLUMN 10 VALUE "(h) Hard -- long words".
             05 LINE 11 COLUMN 10 VALUE
                "(d) Daily challenge -- same word for everyone".
             05 LINE 12 COLUMN 10 VALUE
                "(c) Challenges from other members".
             05 LINE 13 COLUMN 10 VALUE "Pick: ".
             05 WORD-DIFFICULTY-CHOICE-FIELD LINE 13 COLUMN 16 PIC X
                  USING WS-GUESSING-DIFFICULTY.

           01 WORD-GUESSING-SCREEN
             05 LINE 38 COLUMN 10 VALUE "Guesses left: ".
             05 LINE 38 COLUMN 40 PIC 99 USING WS-GUESSES-LEFT.
             05 LINE 39 COLUMN 10 VALUE "(p) Play again".
             05 LINE 39 COLUMN 40 VALUE
                "(c) Challenge a member with this word".
             05 LINE 40 COLUMN 10 VALUE "(h) See high scores".
             05 LINE 41 COLUMN 10 VALUE "(t) See my stats".
             05 LINE 42 COLUMN 10 VALUE "(!) Quit game".
             05 LINE 40 COLUMN 10 VALUE "You scored: ".
             05 LINE 40 COLUMN 22 PIC 99 USING WS-HIGH-SCORE.
             05 LINE 42 COLUMN 10 VALUE "(p) Play Again".
             05 LINE 42 COLUMN 40 VALUE
                "(c) Challenge a member with this word".
             05 LINE 43 COLUMN 10 VALUE "(h) See High Scores".
             05 LINE 44 COLUMN 10 VALUE "(t) See my stats".
             05 LINE 45 COLUMN 10 VALUE "(!) Quit game".
       PROCEDURE DIVISION.

           
       0050-CHECK-LAYOUTS.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "server" TO LS-PROGRAM.
           MOVE 4 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "users.dat" TO LS-FILE-NAME(3).
           MOVE 2 TO LS-VERSION(3).
           MOVE "messages.dat" TO LS-FILE-NAME(4).
           MOVE 2 TO LS-VERSION(4).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-DISPLAY-LOGIN.
           PERFORM 0230-CURRENT-TIME.
           INITIALIZE LOGIN-CHOICE.      
           READ F-USERS-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
                   MOVE "SIGNIN-FAIL" TO SE-EVENT
                   MOVE "NO SUCH USER" TO SE-OUTCOME
               NOT INVALID KEY
                   IF USER-IS-LOCKED
                       MOVE 1 TO WS-ACCOUNT-LOCKED
                       MOVE "SIGNIN-FAIL" TO SE-EVENT
                       MOVE "ACCOUNT LOCKED" TO SE-OUTCOME
                   ELSE IF WS-HASH-OUTPUT = USER-PASSWORD
                       MOVE 1 TO WS-FOUND
                       MOVE "SIGNIN-OK" TO SE-EVENT
                       MOVE "OK" TO SE-OUTCOME
                       MOVE USER-IS-MODERATOR TO WS-IS-MODERATOR
                       MOVE USER-LAST-PAGE TO WS-LAST-PAGE
                       MOVE 0 TO USER-FAILED-ATTEMPTS
                       END-REWRITE
                   ELSE
                       ADD 1 TO USER-FAILED-ATTEMPTS
                       MOVE "SIGNIN-FAIL" TO SE-EVENT
                       MOVE "WRONG PASSWORD" TO SE-OUTCOME
                       IF USER-FAILED-ATTEMPTS >= 5
                           MOVE "Y" TO USER-LOCKED
                           MOVE 1 TO WS-ACCOUNT-LOCKED
                           MOVE "LOCKOUT" TO SE-EVENT
                           MOVE "LOCKED AFTER FAILURES" TO SE-OUTCOME
                       END-IF
                       REWRITE USERS
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.
           PERFORM 0109-LOG-SECURITY-EVENT.
      *    A moderator's sign-in suspension is checked only once the
      *    password has proved right, and gets its own screen so it
      *    is never mistaken for the failed-attempt lockout.
           MOVE 0 TO WS-SUS-HIT.
           IF WS-FOUND = 1
               MOVE USER-NAME TO WS-SUS-CHECK-USER
               MOVE "SIGNIN" TO WS-SUS-CHECK-SCOPE
               PERFORM 0383-CHECK-SUSPENSION
           END-IF.

           IF WS-FOUND = 1 AND WS-SUS-HIT = 1 THEN
               PERFORM 0384-SUSPENDED-OUT
           ELSE IF WS-FOUND = 1 AND WS-PWD-CHANGE-NEEDED = 1 THEN
               PERFORM 0108-FORCE-PASSWORD-CHANGE
           ELSE IF WS-FOUND = 1 THEN
               PERFORM 0106-LOG-SIGN-IN
           WRITE AUDIT-RECORD.
           CLOSE F-AUDIT-FILE.

       0109-LOG-SECURITY-EVENT.
      *    Sign-ins and password resets, good and bad, also go on
      *    the shared security log the customer screens and the
      *    batch console write to, under the username as typed --
      *    the caller sets the event and its outcome.
           MOVE "RECORD" TO SE-FUNCTION.
           MOVE "BBS" TO SE-SYSTEM.
           MOVE USER-NAME TO SE-ACTOR.
           MOVE USER-NAME TO SE-TARGET.
           CALL "security-services" USING WS-SE-REQUEST.

       0102-SIGN-UP.
           INITIALIZE NEW-USER-NAME.
           INITIALIZE NEW-PASSWORD.
           INITIALIZE NEW-DISPLAY-NAME.
           INITIALIZE NEW-PRONOUN-NOM.
           INITIALIZE NEW-PRONOUN-OBJ.
           MOVE 0 TO WS-NEW-LINK-CUSTOMER-NUMBER.
           INITIALIZE WS-NEW-LINK-BIRTHDAY.
           INITIALIZE WS-NEW-INVITE-CODE.
           INITIALIZE CREATE-CHOICE
           PERFORM 0400-LOAD-REGISTRATION-MODE.
           DISPLAY CREATE-AN-ACCOUNT-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT NEW-USER-NAME-FIELD.
           ACCEPT NEW-PASSWORD-FIELD.
           ACCEPT NEW-SECURITY-ANSWER-FIELD.
           ACCEPT NEW-INVITE-CODE-FIELD.
           ACCEPT NEW-DISPLAY-NAME-FIELD.
           ACCEPT NEW-PRONOUN-NOM-FIELD.
           ACCEPT NEW-PRONOUN-OBJ-FIELD.
           ACCEPT NEW-LINK-ID-FIELD.
           ACCEPT NEW-LINK-BDAY-FIELD.
           ACCEPT CREATE-CHOICE-FIELD.
           PERFORM 0401-CHECK-INVITE-CODE.
           IF CREATE-CHOICE = "q" THEN
               PERFORM 0100-DISPLAY-LOGIN
           ELSE IF CREATE-CHOICE = "s" THEN
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(NEW-USER-NAME)) =
                   "anonymous"
                   DISPLAY "That username is reserved."
               ELSE IF WS-REG-MODE = "CLOSED"
                   DISPLAY "New registrations are closed."
               ELSE IF WS-REG-MODE = "INVITE" AND WS-INV-VALID = 0
                   DISPLAY "A valid, unused invitation code is "
                       "needed to join."
               ELSE
               MOVE NEW-PASSWORD TO WS-HASH-INPUT
               PERFORM 0104-HASH-PASSWORD
               MOVE SPACES TO USER-PRIOR-HASH-2
               MOVE SPACES TO USER-PRIOR-HASH-3
               MOVE 0 TO USER-CUSTOMER-ID
               IF WS-NEW-LINK-CUSTOMER-NUMBER > 0
                   MOVE WS-NEW-LINK-CUSTOMER-NUMBER TO
                       WS-LINK-CUSTOMER-NUMBER
                   MOVE WS-NEW-LINK-BIRTHDAY TO WS-LINK-BIRTHDAY
                   PERFORM 0311-VERIFY-CUSTOMER-LINK
                   IF WS-LINK-VERIFIED = 1
                       MOVE WS-LINK-CUSTOMER-ID TO USER-CUSTOMER-ID
                   ELSE
                       DISPLAY WS-LINK-MESSAGE
                       DISPLAY "Customer link not verified -- you "
                           "can link later from your profile."
                   END-IF
               WRITE USERS
                   INVALID KEY
                       DISPLAY "USERNAME ALREADY TAKEN"
                   NOT INVALID KEY
                       IF WS-INV-VALID = 1
                           PERFORM 0402-MARK-INVITE-USED
                       END-IF
               END-WRITE
               CLOSE F-USERS-FILE
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 0101-SIGN-IN.

           ELSE IF WS-RESET-CHOICE = "s" THEN
               OPEN I-O F-USERS-FILE
               MOVE USER-NAME TO USERNAME
               MOVE "PASSWORD-RESET" TO SE-EVENT
               READ F-USERS-FILE
                   INVALID KEY
                       DISPLAY "NO ACCOUNT WITH THAT USERNAME"
                       MOVE "REFUSED NO SUCH USER" TO SE-OUTCOME
                   NOT INVALID KEY
                       IF WS-RESET-ANSWER = USER-SECURITY-ANSWER
                           MOVE WS-RESET-PASSWORD TO WS-HASH-INPUT
                           IF WS-PWD-REUSED = 1
                               DISPLAY "THAT PASSWORD WAS USED "
                                   "RECENTLY -- PICK ANOTHER"
                               MOVE "REFUSED REUSED" TO SE-OUTCOME
                           ELSE
                               PERFORM 0112-ROTATE-PASSWORD-HISTORY
                               MOVE 0 TO USER-FAILED-ATTEMPTS
                               MOVE "N" TO USER-LOCKED
                               REWRITE USERS
                               END-REWRITE
                               MOVE "SELF-SERVICE" TO SE-OUTCOME
                           END-IF
                       ELSE
                           DISPLAY "SECURITY ANSWER DID NOT MATCH"
                           MOVE "REFUSED WRONG ANSWER" TO SE-OUTCOME
                       END-IF
               END-READ
               CLOSE F-USERS-FILE
               PERFORM 0109-LOG-SECURITY-EVENT
               PERFORM 0101-SIGN-IN
           ELSE
               PERFORM 0105-RESET-PASSWORD
      *    sent back to LOGIN-SCREEN the same way choosing "l" would.
           PERFORM 0230-CURRENT-TIME.
           PERFORM 0265-LOAD-ANNOUNCEMENT-BANNER.
           PERFORM 0436-LOAD-EVENT-BANNER.
           PERFORM 0268-LOAD-SUBSCRIPTION-COUNTS.
           INITIALIZE MENU-CHOICE.
           DISPLAY MENU-SCREEN.
                     PERFORM 0360-SCHEDULED-POSTS-MENU
                   ELSE IF MENU-CHOICE = 'x' THEN
                     PERFORM 0370-REQUEST-ACCOUNT-CLOSURE
                   ELSE IF MENU-CHOICE = 'u' AND WS-IS-MOD-YES THEN
                     PERFORM 0380-SUSPENSIONS-MENU
                   ELSE IF MENU-CHOICE = 'i' THEN
                     PERFORM 0403-INVITATIONS-MENU
                   ELSE IF MENU-CHOICE = 't' THEN
                     PERFORM 0430-EVENTS-MENU
                   ELSE
                       PERFORM 0110-DISPLAY-MENU
                   END-IF
           DISPLAY TIME-SCREEN.
           ACCEPT CATEGORY-CHOICE-FIELD.
           ACCEPT SUBSCRIBE-FLAG-FIELD.
           PERFORM 0329-LOAD-CATEGORY-READERS.
           MOVE WS-BOARD-CATEGORY TO WS-CAT-ACCESS-CATEGORY.
           PERFORM 0338-CHECK-CATEGORY-ACCESS.
           IF NOT WS-CAT-ACCESS-OK
               DISPLAY "That category is open to its listed readers "
                   "only."
               INITIALIZE WS-BOARD-CATEGORY
               INITIALIZE WS-SUBSCRIBE-FLAG
           END-IF.
           IF WS-SUBSCRIBE-FLAG = "s" AND
               WS-BOARD-CATEGORY NOT = SPACES
               PERFORM 0269-SAVE-SUBSCRIPTION
           IF WS-HIDE-BLOCKED = "Y"
               PERFORM 0246-LOAD-MY-BLOCK-LIST
           END-IF.
           PERFORM 0390-LOAD-THREAD-LOCKS.
           PERFORM 0329-LOAD-CATEGORY-READERS.
           MOVE 0 TO WS-TL-FAMILY-COUNT.
           MOVE SPACES TO WS-LOCK-MARK-TABLE.
           SET COUNTER TO 0.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM 0117-OPEN-MESSAGE-FILE-INPUT-RETRY.
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-FILE NEXT RECORD
                       NOT AT END
                           PERFORM 0393-NOTE-LOCKED-FAMILY
                           MOVE 0 TO WS-AUTHOR-IS-BLOCKED
                           IF WS-HIDE-BLOCKED = "Y"
                               PERFORM 0249-CHECK-AUTHOR-BLOCKED
                           END-IF
                           MOVE MESSAGE-CATEGORY TO
                               WS-CAT-ACCESS-CATEGORY
                           PERFORM 0338-CHECK-CATEGORY-ACCESS
                           IF (WS-BOARD-CATEGORY = SPACES
                             OR MESSAGE-CATEGORY = WS-BOARD-CATEGORY)
                             AND WS-AUTHOR-IS-BLOCKED = 0
                             AND WS-CAT-ACCESS-OK
                               ADD 1 TO COUNTER
                               MOVE MESSAGE-ID TO WS-MSG-ID(COUNTER)
                               MOVE MESSAGE-TITLE TO WS-TITLE(COUNTER)
                               MOVE MESSAGE-PINNED TO WS-PINNED(COUNTER)
                               MOVE MESSAGE-CATEGORY TO
                                   WS-CATEGORY(COUNTER)
                               IF WS-TL-IS-LOCKED = 1
                                   MOVE "[LOCKED]" TO
                                       WS-LOCKED-MARK(COUNTER)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               CLOSE F-USERS-FILE
           END-IF.
           PERFORM 0350-TALLY-POST-RATING.
           PERFORM 0390-LOAD-THREAD-LOCKS.
           MOVE READ-MESSAGE-ID TO WS-TL-SEEK-ID.
           PERFORM 0392-FIND-THREAD-ROOT.
           PERFORM 0391-CHECK-ROOT-LOCKED.
           MOVE SPACES TO WS-READ-THREAD-STATE.
           IF WS-TL-IS-LOCKED = 1
               MOVE "LOCKED" TO WS-READ-THREAD-STATE
           END-IF.
           PERFORM 0452-LOAD-POST-ATTACHMENTS.
           DISPLAY READ-MESSAGE-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT READ-CHOICE.
           ELSE IF READ-CHOICE = 'v' THEN
               PERFORM 0351-RATE-THIS-POST
               PERFORM 0140-READ-MESSAGE
           ELSE IF READ-CHOICE = 'l' AND WS-IS-MOD-YES THEN
               PERFORM 0394-LOCK-OR-UNLOCK-THREAD
               PERFORM 0140-READ-MESSAGE
           ELSE IF READ-CHOICE = 'c' AND WS-IS-MOD-YES THEN
               PERFORM 0395-MOVE-THREAD
           ELSE IF READ-CHOICE = 'a' AND WS-ATT-COUNT > 0 THEN
               PERFORM 0453-OPEN-ATTACHMENT
               PERFORM 0140-READ-MESSAGE
           END-IF.

       0145-EDIT-MESSAGE.
           MOVE READ-TITLE TO POST-TITLE.
           MOVE BODY TO POST-BODY.
           INITIALIZE POST-CHOICE.
           MOVE SPACES TO WS-ATTACH-LABEL.
           MOVE SPACES TO WS-ATTACH-INPUTS.
           DISPLAY POST-MESSAGE-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT POST-TITLE-FIELD.
           ACCEPT POST-CHOICE-FIELD.
           IF POST-CHOICE = "p" THEN
               PERFORM 0151-SCREEN-FOR-BANNED-WORDS
               MOVE USER-NAME TO WS-SUS-CHECK-USER
               MOVE "POST" TO WS-SUS-CHECK-SCOPE
               PERFORM 0383-CHECK-SUSPENSION
               IF WS-BANNED-HIT = 1
                   DISPLAY "Edit blocked -- it trips the banned-word"
                       " rule: " WS-BANNED-HIT-WORD
               ELSE IF WS-SUS-HIT = 1
                   DISPLAY "Posting is suspended until "
                       WS-SUS-HIT-END " -- " WS-SUS-HIT-REASON
               ELSE
                   MOVE "E" TO WS-MESSAGE-EDIT-MODE
                   MOVE 0 TO WS-MN-MESSAGE-ID
                   PERFORM 0147-REWRITE-MESSAGE-FILE
                   IF WS-MN-MESSAGE-ID > 0
                       PERFORM 0157-NOTIFY-MENTIONS
                   END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 0130-DISPLAY-MESSAGEBOARD.
                           END-IF
                           REWRITE MESSAGES
                           END-REWRITE
                           MOVE READ-MESSAGE-ID TO WS-MN-MESSAGE-ID
                       ELSE IF WS-MESSAGE-EDIT-MODE = "K"
                           IF MESSAGE-PINNED = "Y"
                               MOVE "N" TO MESSAGE-PINNED
                           REWRITE MESSAGES
                           END-REWRITE
                       ELSE
                           IF WS-IS-MOD-YES AND
                               MESSAGE-AUTHOR NOT = USER-NAME
                               PERFORM 0419-RECORD-REMOVED-POST
                           END-IF
                           DELETE F-MESSAGE-FILE
                           END-DELETE
                       END-IF
      *    grouped as a thread via POST-PARENT on the read screen,
      *    and two posts that happen to share a title can no longer
      *    cross-thread.
      *    A thread a moderator has locked takes no more replies,
      *    at whatever depth the reply would have gone.
           PERFORM 0390-LOAD-THREAD-LOCKS.
           MOVE READ-MESSAGE-ID TO WS-TL-SEEK-ID.
           PERFORM 0392-FIND-THREAD-ROOT.
           PERFORM 0391-CHECK-ROOT-LOCKED.
           IF WS-TL-IS-LOCKED = 1
               DISPLAY "This thread is locked -- no new replies."
               PERFORM 0130-DISPLAY-MESSAGEBOARD
           ELSE
               MOVE READ-MESSAGE-ID TO WS-REPLY-PARENT
               PERFORM 0150-POST-MESSAGE
           END-IF.

       0149-TOGGLE-PIN.
      *    Reached only by a moderator (gated in 0140-READ-MESSAGE) --
           INITIALIZE POST-TITLE.
           INITIALIZE POST-BODY.
           INITIALIZE POST-CATEGORY.
           MOVE "Attach library documents (IDs):" TO WS-ATTACH-LABEL.
           MOVE SPACES TO WS-ATTACH-INPUTS.
           DISPLAY POST-MESSAGE-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT POST-TITLE-FIELD.
           ACCEPT POST-BODY-FIELD.
           ACCEPT POST-CATEGORY-FIELD.
           ACCEPT POST-ATTACH-1-FIELD.
           ACCEPT POST-ATTACH-2-FIELD.
           ACCEPT POST-ATTACH-3-FIELD.
           ACCEPT POST-CHOICE-FIELD.
           IF POST-CHOICE = "d" THEN
               PERFORM 0130-DISPLAY-MESSAGEBOARD
               END-IF
               PERFORM 0151-SCREEN-FOR-BANNED-WORDS
               PERFORM 0340-CHECK-POSTING-LIMIT
               MOVE USER-NAME TO WS-SUS-CHECK-USER
               MOVE "POST" TO WS-SUS-CHECK-SCOPE
               PERFORM 0383-CHECK-SUSPENSION
               PERFORM 0415-CHECK-DUPLICATE-POST
               PERFORM 0450-CHECK-ATTACHMENTS
               PERFORM 0329-LOAD-CATEGORY-READERS
               MOVE POST-CATEGORY TO WS-CAT-ACCESS-CATEGORY
               PERFORM 0338-CHECK-CATEGORY-ACCESS
               IF WS-BANNED-HIT = 1
                   DISPLAY "Post blocked -- it trips the banned-word"
                       " rule: " WS-BANNED-HIT-WORD
               ELSE IF NOT WS-CAT-ACCESS-OK
                   DISPLAY "Post not saved -- category "
                       POST-CATEGORY " is open to its listed readers"
                       " only."
               ELSE IF WS-ATTACH-BAD-ID NOT = 99999
                   DISPLAY "Post not saved -- there is no library "
                       "document " WS-ATTACH-BAD-ID
               ELSE IF WS-SUS-HIT = 1
                   DISPLAY "Posting is suspended until "
                       WS-SUS-HIT-END " -- " WS-SUS-HIT-REASON
               ELSE IF WS-LIMIT-BLOCKED = 1
                   DISPLAY "Daily limit reached -- no more "
                       WS-LIMIT-KIND " today."
               ELSE IF WS-DUP-HIT = 1
                   PERFORM 0418-HOLD-DUPLICATE-POST
                   DISPLAY "Post held for a moderator -- it closely "
                       "matches post #" WS-DUP-MATCHED-ID "."
               ELSE
      *        messages.dat is LOCK MODE IS EXCLUSIVE, so if another
      *        session is already posting, editing or archiving, this
                   WRITE MESSAGES
                   END-WRITE
                   CLOSE F-MESSAGE-FILE
                   MOVE WS-NEXT-MESSAGE-ID TO WS-MN-MESSAGE-ID
                   PERFORM 0156-SAVE-NEXT-MESSAGE-ID
                   PERFORM 0157-NOTIFY-MENTIONS
                   PERFORM 0451-SAVE-ATTACHMENTS
               ELSE
                   DISPLAY
                     "Message board is busy, please try again."
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 0120-GENERATE-TABLE.

           WRITE MESSAGE-ID-CONTROL-RECORD.
           CLOSE F-MESSAGE-ID-CONTROL-FILE.

       0157-NOTIFY-MENTIONS.
      *    A post, reply or edit that names a member as @username
      *    sends that member a private message pointing at the post.
      *    Names that aren't on users.dat are left as plain text,
      *    a member who has blocked the poster is not told, and only
      *    the first WS-MN-MAX members named in one post are
      *    notified, so a post can't be used to page the whole board.
      *    The post screen takes a title and body only, so the body
      *    is where mentions are looked for.
           MOVE POST-TITLE TO WS-MN-TITLE.
           MOVE 0 TO WS-MN-COUNT.
           MOVE 0 TO WS-MN-CAPPED.
           INITIALIZE WS-MN-SEEN-TABLE.
           OPEN INPUT F-USERS-FILE.
           MOVE 1 TO WS-MN-POS.
           PERFORM UNTIL WS-MN-POS > 500
               IF POST-BODY(WS-MN-POS:1) = "@"
                   MOVE SPACE TO WS-MN-CHAR
                   IF WS-MN-POS > 1
                       MOVE POST-BODY(WS-MN-POS - 1:1) TO WS-MN-CHAR
                   END-IF
      *            "x@y" reads as an address, not a mention.
                   IF NOT WS-MN-NAME-CHAR
                       PERFORM 0158-TAKE-ONE-MENTION
                   END-IF
               END-IF
               ADD 1 TO WS-MN-POS
           END-PERFORM.
           CLOSE F-USERS-FILE.
           IF WS-MN-CAPPED = 1
               DISPLAY "Only the first " WS-MN-MAX " members mentioned"
                   " in a post are notified."
           END-IF.

       0158-TAKE-ONE-MENTION.
      *    Collects the name after the "@" -- letters, digits, "_"
      *    and "-", up to a username's ten characters -- so
      *    "@alice," or "@alice?" still finds alice.
           MOVE SPACES TO WS-MN-NAME.
           MOVE 0 TO WS-MN-NAME-LEN.
           ADD 1 TO WS-MN-POS.
           MOVE "Y" TO WS-MN-MORE.
           PERFORM UNTIL WS-MN-MORE = "N"
               IF WS-MN-POS > 500 OR WS-MN-NAME-LEN = 10
                   MOVE "N" TO WS-MN-MORE
               ELSE
                   MOVE POST-BODY(WS-MN-POS:1) TO WS-MN-CHAR
                   IF WS-MN-NAME-CHAR
                       ADD 1 TO WS-MN-NAME-LEN
                       MOVE WS-MN-CHAR TO
                           WS-MN-NAME(WS-MN-NAME-LEN:1)
                       ADD 1 TO WS-MN-POS
                   ELSE
                       MOVE "N" TO WS-MN-MORE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MN-FOUND.
           IF WS-MN-NAME-LEN = 0 OR WS-MN-NAME = USER-NAME
               MOVE 1 TO WS-MN-FOUND
           END-IF.
           SET MN-IDX TO 1.
           PERFORM UNTIL WS-MN-FOUND = 1 OR MN-IDX > WS-MN-COUNT
               IF WS-MN-SEEN-NAME(MN-IDX) = WS-MN-NAME
                   MOVE 1 TO WS-MN-FOUND
               ELSE
                   SET MN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-MN-FOUND = 0
               MOVE WS-MN-NAME TO USERNAME
               READ F-USERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-MN-COUNT < WS-MN-MAX
                           ADD 1 TO WS-MN-COUNT
                           SET MN-IDX TO WS-MN-COUNT
                           MOVE WS-MN-NAME TO WS-MN-SEEN-NAME(MN-IDX)
                           PERFORM 0159-NOTIFY-ONE-MEMBER
                       ELSE
                           MOVE 1 TO WS-MN-CAPPED
                       END-IF
               END-READ
           END-IF.
      *    Step back onto the character that ended the name so the
      *    scan in 0157-NOTIFY-MENTIONS looks at it too.
           SUBTRACT 1 FROM WS-MN-POS.

       0159-NOTIFY-ONE-MEMBER.
           MOVE WS-MN-NAME TO WS-PM-TO.
           PERFORM 0244-CHECK-SENDER-BLOCKED.
           MOVE 0 TO WS-MN-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MENTIONS-FILE.
           IF WS-MENTIONS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MENTIONS-FILE
                       NOT AT END
                           IF MNL-MESSAGE-ID = WS-MN-MESSAGE-ID AND
                               MNL-USERNAME = WS-MN-NAME
                               MOVE 1 TO WS-MN-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MENTIONS-FILE
           END-IF.
           IF WS-SENDER-IS-BLOCKED = 0 AND WS-MN-FOUND = 0
               MOVE SPACES TO WS-FORMATTED-DATE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   INTO WS-FORMATTED-DATE
               END-STRING
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               MOVE SPACES TO PRIVATE-MESSAGE-RECORD
               MOVE WS-MN-NAME TO PM-TO
               MOVE "mentions" TO PM-FROM
               STRING USER-NAME DELIMITED BY SPACE
                   " mentioned you in post #" WS-MN-MESSAGE-ID ": "
                   WS-MN-TITLE DELIMITED BY SIZE
                   INTO PM-BODY
               END-STRING
               MOVE WS-FORMATTED-DATE TO PM-DATE
               MOVE "N" TO PM-READ-FLAG
               WRITE PRIVATE-MESSAGE-RECORD
               END-WRITE
               CLOSE F-PM-FILE
               OPEN EXTEND F-MENTIONS-FILE
               IF WS-MENTIONS-STATUS = "35"
                   OPEN OUTPUT F-MENTIONS-FILE
               END-IF
               MOVE SPACES TO MENTION-RECORD
               MOVE WS-MN-MESSAGE-ID TO MNL-MESSAGE-ID
               MOVE WS-MN-NAME TO MNL-USERNAME
               MOVE USER-NAME TO MNL-AUTHOR
               MOVE WS-FORMATTED-DATE TO MNL-DATE
               WRITE MENTION-RECORD
               END-WRITE
               CLOSE F-MENTIONS-FILE
           END-IF.

       0151-SCREEN-FOR-BANNED-WORDS.
      *    POST-TITLE and POST-BODY are checked against the
      *    moderator-maintained banned-words file before anything is
           IF WS-GUESSING-DIFFICULTY = "d"
               MOVE "m" TO WS-GUESSING-DIFFICULTY
               PERFORM 0290-START-DAILY-CHALLENGE
           ELSE IF WS-GUESSING-DIFFICULTY = "c"
               MOVE "m" TO WS-GUESSING-DIFFICULTY
               PERFORM 0440-CHALLENGES-MENU
           ELSE
               IF WS-GUESSING-DIFFICULTY NOT = "e"
                 AND WS-GUESSING-DIFFICULTY NOT = "h"
               END-IF
               MOVE "N" TO WS-DAILY-MODE
               PERFORM 0160-DISPLAY-GUESSING-GAME
           END-IF
           END-IF.

       0160-DISPLAY-GUESSING-GAME.
           PERFORM 0230-CURRENT-TIME.
           MOVE 15 TO WS-GUESSES-LEFT.
           MOVE "N" TO WS-CH-MODE.
           MOVE "Y" TO WS-CH-CAN-ISSUE.
           SET WORD-IDX TO 0.
           IF WS-GUESSING-DIFFICULTY = "e"
               OPEN INPUT F-WORD-FILE-EASY
           DISPLAY TIME-SCREEN.
           ACCEPT WS-GUESS-CHOICE-FIELD.
           IF WS-GUESS-CHOICE = '!' THEN 
               IF WS-CH-MODE = "Y"
                   MOVE "L" TO WS-GAME-RESULT
                   PERFORM 0443-SETTLE-CHALLENGE
               END-IF
               PERFORM 0110-DISPLAY-MENU
           ELSE
               PERFORM 0180-CHECK-GUESS
           IF WS-DAILY-MODE = "Y"
               PERFORM 0291-RECORD-DAILY-RESULT
           END-IF.
           MOVE WS-HIGH-SCORE TO WS-CH-MY-SCORE.
           IF WS-CH-MODE = "Y"
               PERFORM 0443-SETTLE-CHALLENGE
           END-IF.

           ACCEPT WS-GUESSING-WINNING-CHOICE.
           IF WS-GUESSING-WINNING-CHOICE = 'p'
             THEN PERFORM 0210-HIGH-SCORE-TABLE
           ELSE IF WS-GUESSING-WINNING-CHOICE = 't'
             THEN PERFORM 0215-MY-GAME-STATS
           ELSE IF WS-GUESSING-WINNING-CHOICE = 'c' AND
               WS-CH-CAN-ISSUE = "Y"
             THEN PERFORM 0441-ISSUE-CHALLENGE
           ELSE IF WS-GUESSING-WINNING-CHOICE = '!'
             THEN PERFORM 0110-DISPLAY-MENU
           ELSE
             PERFORM 0190-WINNING-SCREEN
           END-IF
           END-IF.


           IF WS-DAILY-MODE = "Y"
               PERFORM 0291-RECORD-DAILY-RESULT
           END-IF.
           MOVE 0 TO WS-CH-MY-SCORE.
           IF WS-CH-MODE = "Y"
               PERFORM 0443-SETTLE-CHALLENGE
           END-IF.
           ACCEPT WS-GUESSING-LOSING-CHOICE.
           IF WS-GUESSING-LOSING-CHOICE = 'p'
               THEN MOVE "N" TO WS-DAILY-MODE
             THEN PERFORM 0210-HIGH-SCORE-TABLE
           ELSE IF WS-GUESSING-LOSING-CHOICE = 't'
             THEN PERFORM 0215-MY-GAME-STATS
           ELSE IF WS-GUESSING-LOSING-CHOICE = 'c' AND
               WS-CH-CAN-ISSUE = "Y"
             THEN PERFORM 0441-ISSUE-CHALLENGE
           ELSE IF WS-GUESSING-LOSING-CHOICE = '!'
             THEN PERFORM 0110-DISPLAY-MENU
           ELSE
             PERFORM 0200-LOSING-SCREEN
           END-IF
           END-IF.

       0196-UPDATE-GAME-STATS.
           PERFORM 0244-CHECK-SENDER-BLOCKED.
           MOVE "PMS" TO WS-LIMIT-KIND.
           PERFORM 0341-EVALUATE-LIMIT.
           MOVE USER-NAME TO WS-SUS-CHECK-USER.
           MOVE "PM" TO WS-SUS-CHECK-SCOPE.
           PERFORM 0383-CHECK-SUSPENSION.
           IF WS-SUS-HIT = 1
               DISPLAY "Private messages are suspended until "
                   WS-SUS-HIT-END " -- " WS-SUS-HIT-REASON
           ELSE IF WS-SENDER-IS-BLOCKED = 1
               DISPLAY "That member is not accepting messages from "
                   "you."
           ELSE IF WS-LIMIT-BLOCKED = 1
               END-PERFORM
               CLOSE F-POST-REPORTS-FILE
           END-IF.
           PERFORM 0420-COUNT-HELD-POSTS.
           INITIALIZE WS-REVIEW-CHOICE.
           DISPLAY REVIEW-QUEUE-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT REVIEW-CHOICE-FIELD.
           IF WS-REVIEW-CHOICE = "q" OR WS-REVIEW-CHOICE = "q "
               PERFORM 0110-DISPLAY-MENU
           ELSE IF WS-REVIEW-CHOICE = "h" OR WS-REVIEW-CHOICE = "h "
               PERFORM 0421-HELD-POSTS-QUEUE
           ELSE IF WS-REVIEW-CHOICE = "1" OR "2" OR "3" OR "4" OR "5"
             OR "6" OR "7" OR "8" OR "9" OR "10"
               SET WS-REVIEW-PICK TO
           PERFORM 0119-OPEN-MESSAGE-FILE-IO-RETRY.
           IF WS-MESSAGE-STATUS = "00"
               MOVE WS-REVIEW-MESSAGE-ID(REVIEW-IDX) TO MESSAGE-ID
               READ F-MESSAGE-FILE
                   INVALID KEY
                       DISPLAY "That post is already gone."
                   NOT INVALID KEY
                       PERFORM 0419-RECORD-REMOVED-POST
                       DELETE F-MESSAGE-FILE
                       END-DELETE
               END-READ
               CLOSE F-MESSAGE-FILE
           ELSE
               DISPLAY "Message board is busy, please try again."
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.
           MOVE SPACES TO WS-PROFILE-NOTICES.
           MOVE SPACES TO WS-PROFILE-DIGEST.
           MOVE SPACES TO WS-PROFILE-PROMO.
           IF WS-PROFILE-USERNAME = USER-NAME
               IF WS-PROFILE-LINKED-ID > 0
                   PERFORM 0316-LOAD-PROMO-CONSENT
               END-IF
               PERFORM 0312-LOAD-CARD-NOTICE-SETTING
               IF WS-CARD-NOTICES-ON = "Y"
                   MOVE "ON" TO WS-PROFILE-NOTICES
               ELSE
                   MOVE "OFF" TO WS-PROFILE-NOTICES
               END-IF
               PERFORM 0314-LOAD-DIGEST-SETTING
               IF WS-DIGEST-FREQUENCY = "D"
                   MOVE "DAILY" TO WS-PROFILE-DIGEST
               ELSE IF WS-DIGEST-FREQUENCY = "W"
                   MOVE "WEEKLY" TO WS-PROFILE-DIGEST
               ELSE
                   MOVE "OFF" TO WS-PROFILE-DIGEST
               END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-PROFILE-POST-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM 0117-OPEN-MESSAGE-FILE-INPUT-RETRY.
               END-PERFORM
               CLOSE F-MESSAGE-FILE
           END-IF.
           MOVE SPACES TO WS-PROFILE-SUS-HEADING.
           MOVE SPACES TO WS-PROFILE-SUS-TABLE.
           IF WS-IS-MOD-YES
               PERFORM 0387-LOAD-SUSPENSION-HISTORY
           END-IF.
           MOVE 0 TO WS-PROFILE-GAMES.
           MOVE 0 TO WS-PROFILE-WINS.
           MOVE 0 TO WS-PROFILE-LOSSES.
               END-READ
               CLOSE F-GAME-STATS-FILE
           END-IF.
           PERFORM 0448-LOAD-HEAD-TO-HEAD.
           INITIALIZE WS-PROFILE-CHOICE.
           DISPLAY PROFILE-SCREEN.
           DISPLAY TIME-SCREEN.
               WS-PROFILE-USERNAME = USER-NAME
               MOVE SPACES TO WS-LINK-MESSAGE
               PERFORM 0310-LINK-CUSTOMER-ACCOUNT
           ELSE IF WS-PROFILE-CHOICE = "n" AND
               WS-PROFILE-USERNAME = USER-NAME
               PERFORM 0313-TOGGLE-CARD-NOTICES
               PERFORM 0267-VIEW-PROFILE
           ELSE IF WS-PROFILE-CHOICE = "d" AND
               WS-PROFILE-USERNAME = USER-NAME
               PERFORM 0315-CYCLE-DIGEST-SETTING
               PERFORM 0267-VIEW-PROFILE
           ELSE IF WS-PROFILE-CHOICE = "m" AND
               WS-PROFILE-USERNAME = USER-NAME AND
               WS-PROFILE-LINKED-ID > 0
               PERFORM 0317-TOGGLE-PROMO-CONSENT
               PERFORM 0267-VIEW-PROFILE
           ELSE IF WS-PROFILE-RETURN = "R"
               PERFORM 0140-READ-MESSAGE
           ELSE
           IF WS-SUB-COUNT > 0
               PERFORM 0268-COUNT-NEW-POSTS
           END-IF.
           PERFORM 0273-COUNT-MENTIONS.

       0268-COUNT-NEW-POSTS.
           MOVE SPACES TO WS-LAST-SIGNIN-DATE.
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.
           PERFORM 0329-LOAD-CATEGORY-READERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM 0117-OPEN-MESSAGE-FILE-INPUT-RETRY.
           IF WS-MESSAGE-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-FILE NEXT RECORD
                       NOT AT END
                           MOVE MESSAGE-CATEGORY TO
                               WS-CAT-ACCESS-CATEGORY
                           PERFORM 0338-CHECK-CATEGORY-ACCESS
                           SET SUB-IDX TO 1
                           PERFORM UNTIL SUB-IDX > WS-SUB-COUNT
                               IF MESSAGE-CATEGORY =
                                   WS-SUB-CATEGORY(SUB-IDX) AND
                                   MESSAGE-DATE >
                                       WS-PREV-SIGNIN-DATE AND
                                   WS-CAT-ACCESS-OK
                                   ADD 1 TO
                                       WS-SUB-NEW-POSTS(SUB-IDX)
                               END-IF
               SET SUB-IDX UP BY 1
           END-PERFORM.

       0273-COUNT-MENTIONS.
      *    Mention notices still unread in the inbox show under the
      *    subscription counts; reading them clears the line.
           MOVE SPACES TO WS-MENTION-BANNER.
           MOVE 0 TO WS-MN-UNREAD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PM-FILE.
           IF WS-PM-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PM-FILE
                       NOT AT END
                           IF PM-TO = USER-NAME AND
                               PM-FROM = "mentions" AND
                               PM-READ-FLAG = "N"
                               ADD 1 TO WS-MN-UNREAD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PM-FILE
           END-IF.
           IF WS-MN-UNREAD > 0
               STRING "You were mentioned " WS-MN-UNREAD
                   " time(s) -- see (v)"
                   DELIMITED BY SIZE INTO WS-MENTION-BANNER
               END-STRING
           END-IF.

       0269-SAVE-SUBSCRIPTION.
      *    One subscription per member per category -- re-picking a
      *    category you already follow is a quiet no-op.
               MOVE WS-WORD TO WS-ANSWERWORD
               MOVE REPLACE-LETTER(WS-WORD) TO WS-WORD
               MOVE "Y" TO WS-DAILY-MODE
               MOVE "N" TO WS-CH-MODE
               MOVE "N" TO WS-CH-CAN-ISSUE
               DISPLAY WORD-GUESSING-SCREEN
               DISPLAY TIME-SCREEN
               MOVE 0 TO WS-WORD-LENGTH
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIB-SECTIONS-FILE
                       NOT AT END
                           MOVE LIB-SECTION-NAME TO
                               WS-LIB-ACCESS-SECTION
                           PERFORM 0327-CHECK-SECTION-ACCESS
                           IF WS-LIB-SHOW-COUNT < 5 AND
                               WS-LIB-ACCESS-OK
                               ADD 1 TO WS-LIB-SHOW-COUNT
                               SET LIBSEC-IDX TO WS-LIB-SHOW-COUNT
                               MOVE LIB-SECTION-NAME TO
           DISPLAY TIME-SCREEN.
           ACCEPT LIB-SECTION-FIELD.
           ACCEPT LIB-CHOICE-FIELD.
           MOVE WS-LIB-SECTION TO WS-LIB-ACCESS-SECTION.
           PERFORM 0327-CHECK-SECTION-ACCESS.
           IF WS-LIB-CHOICE = "b" AND WS-LIB-SECTION NOT = SPACES
               AND WS-LIB-ACCESS-OK
               PERFORM 0321-BROWSE-LIBRARY-SECTION
               PERFORM 0320-LIBRARY-MENU
           ELSE IF WS-LIB-CHOICE = "u" AND
               WS-LIB-SECTION NOT = SPACES AND WS-LIB-ACCESS-OK
               PERFORM 0322-UPLOAD-DOCUMENT
               PERFORM 0320-LIBRARY-MENU
           ELSE IF WS-LIB-CHOICE = "a" AND WS-IS-MOD-YES
           END-IF.

       0324-READ-ONE-DOCUMENT.
      *    A document in a section closed to this member reads as
      *    no such document, however its number was come by.
           PERFORM 0328-FIND-DOCUMENT-SECTION.
           PERFORM 0327-CHECK-SECTION-ACCESS.
           MOVE 0 TO WS-LIB-LINE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-DOCS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-DOCS-FILE
                   NOT AT END
                       IF LIB-LINE-DOC-ID = WS-LIB-PICK AND
                           WS-LIB-ACCESS-OK
                           ADD 1 TO WS-LIB-LINE-COUNT
                           DISPLAY "  " LIB-LINE-TEXT
                       END-IF
               CLOSE F-LIB-SECTIONS-FILE
           END-IF.

       0327-CHECK-SECTION-ACCESS.
      *    Open unless library-section-readers.dat has lines for the
      *    section; then only to the members on them. Kept by
      *    report-distribute for the staff reports section.
           MOVE 0 TO WS-LIB-RESTRICTED.
           MOVE "N" TO WS-LIB-ACCESS.
           MOVE 0 TO WS-LIB-READERS-ENDED.
           OPEN INPUT F-LIB-READERS-FILE.
           IF WS-LIB-READERS-STATUS NOT = "00"
               MOVE 1 TO WS-LIB-READERS-ENDED
           END-IF.
           PERFORM UNTIL WS-LIB-READERS-ENDED = 1
               READ F-LIB-READERS-FILE
                   NOT AT END
                       IF LRD-SECTION = WS-LIB-ACCESS-SECTION
                           MOVE 1 TO WS-LIB-RESTRICTED
                           IF LRD-USERNAME = USER-NAME
                               MOVE "Y" TO WS-LIB-ACCESS
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-LIB-READERS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-READERS-STATUS = "00" OR
               WS-LIB-READERS-STATUS = "10"
               CLOSE F-LIB-READERS-FILE
           END-IF.
           IF WS-LIB-RESTRICTED = 0
               MOVE "Y" TO WS-LIB-ACCESS
           END-IF.

       0329-LOAD-CATEGORY-READERS.
      *    bbs-category-readers.dat folded into one row per restricted
      *    category, marked when this member is one of its readers,
      *    so the per-post check in 0338 does not reopen the file.
           MOVE 0 TO WS-CAT-RD-COUNT.
           MOVE SPACES TO WS-CAT-RD-TABLE.
           MOVE 0 TO WS-CAT-READERS-ENDED.
           OPEN INPUT F-CAT-READERS-FILE.
           IF WS-CAT-READERS-STATUS NOT = "00"
               MOVE 1 TO WS-CAT-READERS-ENDED
           END-IF.
           PERFORM UNTIL WS-CAT-READERS-ENDED = 1
               READ F-CAT-READERS-FILE
                   NOT AT END
                       MOVE 0 TO WS-CAT-RD-FOUND
                       SET CATRD-IDX TO 1
                       PERFORM UNTIL CATRD-IDX > WS-CAT-RD-COUNT
                           OR WS-CAT-RD-FOUND = 1
                           IF WS-CAT-RD-CATEGORY(CATRD-IDX) =
                               CRD-CATEGORY
                               MOVE 1 TO WS-CAT-RD-FOUND
                           ELSE
                               SET CATRD-IDX UP BY 1
                           END-IF
                       END-PERFORM
                       IF WS-CAT-RD-FOUND = 0 AND WS-CAT-RD-COUNT < 20
                           ADD 1 TO WS-CAT-RD-COUNT
                           SET CATRD-IDX TO WS-CAT-RD-COUNT
                           MOVE CRD-CATEGORY TO
                               WS-CAT-RD-CATEGORY(CATRD-IDX)
                           MOVE "N" TO WS-CAT-RD-ALLOWED(CATRD-IDX)
                           MOVE 1 TO WS-CAT-RD-FOUND
                       END-IF
                       IF WS-CAT-RD-FOUND = 1 AND
                           CRD-USERNAME = USER-NAME
                           MOVE "Y" TO WS-CAT-RD-ALLOWED(CATRD-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-CAT-READERS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CAT-READERS-STATUS = "00" OR
               WS-CAT-READERS-STATUS = "10"
               CLOSE F-CAT-READERS-FILE
           END-IF.

       0338-CHECK-CATEGORY-ACCESS.
      *    Open unless the category is one 0329 loaded and this
      *    member was not named for it.
           MOVE "Y" TO WS-CAT-ACCESS.
           SET CATRD-IDX TO 1.
           PERFORM UNTIL CATRD-IDX > WS-CAT-RD-COUNT
               IF WS-CAT-RD-CATEGORY(CATRD-IDX) =
                   WS-CAT-ACCESS-CATEGORY
                   MOVE WS-CAT-RD-ALLOWED(CATRD-IDX) TO WS-CAT-ACCESS
               END-IF
               SET CATRD-IDX UP BY 1
           END-PERFORM.

       0328-FIND-DOCUMENT-SECTION.
           MOVE SPACES TO WS-LIB-ACCESS-SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-INDEX-FILE.
           IF WS-LIB-INDEX-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-INDEX-FILE
                   NOT AT END
                       IF LIB-DOC-ID = WS-LIB-PICK
                           MOVE LIB-DOC-SECTION TO
                               WS-LIB-ACCESS-SECTION
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-INDEX-STATUS = "00" OR WS-LIB-INDEX-STATUS = "10"
               CLOSE F-LIB-INDEX-FILE
           END-IF.

       0370-REQUEST-ACCOUNT-CLOSURE.
      *    The member's side of account closure: a confirmed
      *    request queues a CLOSE work order for the sysop's next
      *    bbs-admin run, which removes the account, re-authors
      *    their posts to the reserved anonymous name and purges
      *    everything personal. Deleting posts outright would gut
      *    old threads; doing nothing fails the user.
           DISPLAY "CLOSING YOUR ACCOUNT REMOVES IT FOR GOOD.".
           DISPLAY "YOUR POSTS STAY, RE-AUTHORED TO anonymous;".
           DISPLAY "YOUR MESSAGES, VOTES AND GAME RECORDS ARE "
               "PURGED.".
           DISPLAY "TYPE Y TO CONFIRM: ".
           INITIALIZE WS-CLOSURE-CONFIRM.
           ACCEPT WS-CLOSURE-CONFIRM.
           IF WS-CLOSURE-CONFIRM = "Y" OR WS-CLOSURE-CONFIRM = "y"
               OPEN EXTEND F-ADMIN-COMMANDS-FILE
               IF WS-ADMIN-COMMANDS-STATUS = "35"
                   OPEN OUTPUT F-ADMIN-COMMANDS-FILE
               END-IF
               MOVE SPACES TO ADMIN-COMMAND-RECORD
               MOVE "CLOSE" TO ADMIN-ACTION
               MOVE USER-NAME TO ADMIN-TARGET-USER
               MOVE USER-NAME TO ADMIN-SYSOP
               WRITE ADMIN-COMMAND-RECORD
               END-WRITE
               CLOSE F-ADMIN-COMMANDS-FILE
               DISPLAY "YOUR CLOSURE REQUEST IS QUEUED FOR THE "
                   "NEXT ADMINISTRATION RUN."
               PERFORM 0100-DISPLAY-LOGIN
           ELSE
               PERFORM 0110-DISPLAY-MENU
           END-IF.

       0380-SUSPENSIONS-MENU.
      *    Moderator-only: a timed suspension is the lighter tool
      *    alongside asking the sysop to LOCK an account. It names
      *    what the member may not do -- post, send private messages
      *    or sign in -- and for how long, and it runs out on its
      *    own; housekeeping marks it EXPIRED on the end date.
           DISPLAY "SUSPENSIONS -- MEMBER USERNAME (BLANK GOES BACK): ".
           INITIALIZE WS-SUS-TARGET.
           ACCEPT WS-SUS-TARGET.
           IF WS-SUS-TARGET = SPACES
               PERFORM 0110-DISPLAY-MENU
           ELSE
               PERFORM 0385-SUSPENSIONS-FOR-MEMBER
           END-IF.

       0385-SUSPENSIONS-FOR-MEMBER.
           PERFORM 0230-CURRENT-TIME.
           DISPLAY "SUSPENSIONS FOR " WS-SUS-TARGET ":".
           MOVE 0 TO WS-SUS-SHOWN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-FILE.
           IF WS-SUSPENSIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUSPENSIONS-FILE
                   NOT AT END
                       IF SUS-USERNAME = WS-SUS-TARGET
                           ADD 1 TO WS-SUS-SHOWN
                           DISPLAY "  " WS-SUS-SHOWN " " SUS-SCOPE " "
                               SUS-START-DATE " TO " SUS-END-DATE " "
                               SUS-STATE " BY " SUS-MODERATOR " "
                               SUS-REASON
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SUSPENSIONS-STATUS = "00" OR
               WS-SUSPENSIONS-STATUS = "10"
               CLOSE F-SUSPENSIONS-FILE
           END-IF.
           IF WS-SUS-SHOWN = 0
               DISPLAY "  (none on record)"
           END-IF.
           DISPLAY "(i) ISSUE  (e) EXTEND  (l) LIFT  (q) BACK: ".
           INITIALIZE WS-SUS-CHOICE.
           ACCEPT WS-SUS-CHOICE.
           IF WS-SUS-CHOICE = "i"
               PERFORM 0381-ISSUE-SUSPENSION
               PERFORM 0385-SUSPENSIONS-FOR-MEMBER
           ELSE IF WS-SUS-CHOICE = "e" OR WS-SUS-CHOICE = "l"
               PERFORM 0382-CHANGE-SUSPENSION
               PERFORM 0385-SUSPENSIONS-FOR-MEMBER
           ELSE
               PERFORM 0110-DISPLAY-MENU
           END-IF.

       0381-ISSUE-SUSPENSION.
      *    The end date is worked out from a number of days rather
      *    than keyed, so it is always a real calendar date.
           MOVE 0 TO WS-SUS-TARGET-FOUND.
           OPEN INPUT F-USERS-FILE.
           MOVE WS-SUS-TARGET TO USERNAME.
           READ F-USERS-FILE
               INVALID KEY
                   MOVE 0 TO WS-SUS-TARGET-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-SUS-TARGET-FOUND
           END-READ.
           CLOSE F-USERS-FILE.
           MOVE SPACES TO WS-SUS-SCOPE.
           MOVE 0 TO WS-SUS-DAYS.
           MOVE SPACES TO WS-SUS-REASON.
           IF WS-SUS-TARGET-FOUND = 0
               DISPLAY "NO MEMBER BY THAT NAME"
           ELSE IF WS-SUS-TARGET = USER-NAME
               DISPLAY "A MODERATOR CANNOT SUSPEND THEMSELVES"
           ELSE
               DISPLAY "SCOPE -- (p) NO POSTING  (m) NO PRIVATE "
                   "MESSAGES  (s) NO SIGN-IN: "
               INITIALIZE WS-SUS-SCOPE-INPUT
               ACCEPT WS-SUS-SCOPE-INPUT
               IF WS-SUS-SCOPE-INPUT = "p"
                   MOVE "POST" TO WS-SUS-SCOPE
               ELSE IF WS-SUS-SCOPE-INPUT = "m"
                   MOVE "PM" TO WS-SUS-SCOPE
               ELSE IF WS-SUS-SCOPE-INPUT = "s"
                   MOVE "SIGNIN" TO WS-SUS-SCOPE
               END-IF
               END-IF
               END-IF
               IF WS-SUS-SCOPE NOT = SPACES
                   DISPLAY "HOW MANY DAYS: "
                   ACCEPT WS-SUS-DAYS
               END-IF
               IF WS-SUS-DAYS > 0
                   DISPLAY "REASON: "
                   ACCEPT WS-SUS-REASON
               END-IF
           END-IF.
           IF WS-SUS-SCOPE = SPACES OR WS-SUS-DAYS = 0
               DISPLAY "NOT ISSUED"
           ELSE
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-STAMP(9:2) TO DS-DAY
               MOVE WS-SUS-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-SUS-NEW-END
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-SUS-NEW-END
               END-STRING
               OPEN EXTEND F-SUSPENSIONS-FILE
               IF WS-SUSPENSIONS-STATUS = "35"
                   OPEN OUTPUT F-SUSPENSIONS-FILE
               END-IF
               MOVE SPACES TO SUSPENSION-RECORD
               MOVE WS-SUS-TARGET TO SUS-USERNAME
               MOVE WS-SUS-SCOPE TO SUS-SCOPE
               MOVE WS-TODAY-STAMP TO SUS-START-DATE
               MOVE WS-SUS-NEW-END TO SUS-END-DATE
               MOVE USER-NAME TO SUS-MODERATOR
               MOVE "ACTIVE" TO SUS-STATE
               MOVE USER-NAME TO SUS-CHANGED-BY
               MOVE WS-TODAY-STAMP TO SUS-CHANGED-DATE
               MOVE WS-SUS-REASON TO SUS-REASON
               WRITE SUSPENSION-RECORD
               END-WRITE
               CLOSE F-SUSPENSIONS-FILE
               DISPLAY "SUSPENDED UNTIL " WS-SUS-NEW-END
           END-IF.

       0382-CHANGE-SUSPENSION.
      *    Copy-then-replace by list position, as the scheduled
      *    posts menu does. Only a suspension still ACTIVE can be
      *    extended or lifted; the rest are history.
           DISPLAY "NUMBER FROM THE LIST ABOVE: ".
           MOVE 0 TO WS-SUS-PICK.
           ACCEPT WS-SUS-PICK.
           MOVE 0 TO WS-SUS-DAYS.
           IF WS-SUS-CHOICE = "e"
               DISPLAY "EXTRA DAYS: "
               ACCEPT WS-SUS-DAYS
           END-IF.
           MOVE 0 TO WS-SUS-MARKED.
           MOVE 0 TO WS-SUS-SHOWN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-FILE.
           IF WS-SUSPENSIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               OPEN OUTPUT F-SUSPENSIONS-WORK-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUSPENSIONS-FILE
                   NOT AT END
                       IF SUS-USERNAME = WS-SUS-TARGET
                           ADD 1 TO WS-SUS-SHOWN
                           IF WS-SUS-SHOWN = WS-SUS-PICK
                               PERFORM 0386-APPLY-SUSPENSION-CHANGE
                           END-IF
                       END-IF
                       MOVE SUSPENSION-RECORD TO
                           SUSPENSIONS-WORK-RECORD
                       WRITE SUSPENSIONS-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SUSPENSIONS-STATUS = "00" OR
               WS-SUSPENSIONS-STATUS = "10"
               CLOSE F-SUSPENSIONS-FILE
               CLOSE F-SUSPENSIONS-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-SUSPENSIONS-WORK-FILE
               OPEN OUTPUT F-SUSPENSIONS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUSPENSIONS-WORK-FILE
                       NOT AT END
                           MOVE SUSPENSIONS-WORK-RECORD TO
                               SUSPENSION-RECORD
                           WRITE SUSPENSION-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUSPENSIONS-WORK-FILE
               CLOSE F-SUSPENSIONS-FILE
           END-IF.
           IF WS-SUS-MARKED = 0
               DISPLAY "NO SUSPENSION WITH THAT NUMBER"
           ELSE IF WS-SUS-MARKED = 2
               DISPLAY "ONLY AN ACTIVE SUSPENSION CAN BE CHANGED"
           ELSE IF WS-SUS-CHOICE = "l"
               DISPLAY "SUSPENSION LIFTED"
           ELSE
               DISPLAY "SUSPENSION NOW RUNS UNTIL " WS-SUS-NEW-END
           END-IF.

       0386-APPLY-SUSPENSION-CHANGE.
           IF SUS-STATE NOT = "ACTIVE" OR
               (WS-SUS-CHOICE = "e" AND WS-SUS-DAYS = 0)
               MOVE 2 TO WS-SUS-MARKED
           ELSE
               MOVE 1 TO WS-SUS-MARKED
               IF WS-SUS-CHOICE = "l"
                   MOVE "LIFTED" TO SUS-STATE
               ELSE
                   MOVE "ADDDAYS" TO DS-FUNCTION
                   MOVE SUS-END-DATE(1:4) TO DS-YEAR
                   MOVE SUS-END-DATE(6:2) TO DS-MONTH
                   MOVE SUS-END-DATE(9:2) TO DS-DAY
                   MOVE WS-SUS-DAYS TO DS-DAY-COUNT
                   CALL "date-services" USING WS-DS-REQUEST
                   MOVE SPACES TO WS-SUS-NEW-END
                   STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                       DELIMITED BY SIZE INTO WS-SUS-NEW-END
                   END-STRING
                   MOVE WS-SUS-NEW-END TO SUS-END-DATE
               END-IF
               MOVE USER-NAME TO SUS-CHANGED-BY
               MOVE WS-TODAY-STAMP TO SUS-CHANGED-DATE
           END-IF.

       0383-CHECK-SUSPENSION.
      *    Sets WS-SUS-HIT when WS-SUS-CHECK-USER has an ACTIVE
      *    suspension of scope WS-SUS-CHECK-SCOPE in force today,
      *    with the latest end date and its reason for the message.
           PERFORM 0230-CURRENT-TIME.
           MOVE 0 TO WS-SUS-HIT.
           MOVE SPACES TO WS-SUS-HIT-END.
           MOVE SPACES TO WS-SUS-HIT-REASON.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-FILE.
           IF WS-SUSPENSIONS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUSPENSIONS-FILE
                       NOT AT END
                           IF SUS-USERNAME = WS-SUS-CHECK-USER AND
                               SUS-SCOPE = WS-SUS-CHECK-SCOPE AND
                               SUS-STATE = "ACTIVE" AND
                               SUS-START-DATE <= WS-TODAY-STAMP AND
                               SUS-END-DATE > WS-TODAY-STAMP AND
                               SUS-END-DATE > WS-SUS-HIT-END
                               MOVE 1 TO WS-SUS-HIT
                               MOVE SUS-END-DATE TO WS-SUS-HIT-END
                               MOVE SUS-REASON TO WS-SUS-HIT-REASON
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUSPENSIONS-FILE
           END-IF.

       0384-SUSPENDED-OUT.
           INITIALIZE ERROR-CHOICE.
           DISPLAY SUSPENDED-ACCOUNT-SCREEN.
           DISPLAY TIME-SCREEN.
           ACCEPT SUSPENDED-CHOICE-FIELD.
           PERFORM 0100-DISPLAY-LOGIN.

       0387-LOAD-SUSPENSION-HISTORY.
      *    Moderators only: the member's three most recent
      *    suspensions, whatever became of them.
           MOVE "Suspension history:" TO WS-PROFILE-SUS-HEADING.
           MOVE 0 TO WS-PROFILE-SUS-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-FILE.
           IF WS-SUSPENSIONS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUSPENSIONS-FILE
                       NOT AT END
                           IF SUS-USERNAME = WS-PROFILE-USERNAME
                               PERFORM 0388-ADD-SUSPENSION-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUSPENSIONS-FILE
           END-IF.
           IF WS-PROFILE-SUS-COUNT = 0
               MOVE "(none)" TO WS-PROFILE-SUS-LINE(1)
           END-IF.

       0388-ADD-SUSPENSION-LINE.
           ADD 1 TO WS-PROFILE-SUS-COUNT.
           IF WS-PROFILE-SUS-COUNT > 3
               MOVE WS-PROFILE-SUS-LINE(2) TO WS-PROFILE-SUS-LINE(1)
               MOVE WS-PROFILE-SUS-LINE(3) TO WS-PROFILE-SUS-LINE(2)
               MOVE 3 TO WS-PROFILE-SUS-COUNT
           END-IF.
           MOVE SPACES TO WS-PROFILE-SUS-LINE(WS-PROFILE-SUS-COUNT).
           STRING SUS-START-DATE " to " SUS-END-DATE " " SUS-SCOPE
               " " SUS-STATE " by " SUS-MODERATOR ": " SUS-REASON
               DELIMITED BY SIZE
               INTO WS-PROFILE-SUS-LINE(WS-PROFILE-SUS-COUNT)
           END-STRING.

       0390-LOAD-THREAD-LOCKS.
      *    Replays the thread-action log: a LOCK puts the thread on
      *    the locked list, a later UNLOCK takes it off.
           MOVE 0 TO WS-TL-LOCKED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-THREAD-ACTIONS-FILE.
           IF WS-THREAD-ACTIONS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-THREAD-ACTIONS-FILE
                       NOT AT END
                           MOVE TA-ROOT-ID TO WS-TL-ROOT-ID
                           PERFORM 0391-CHECK-ROOT-LOCKED
                           IF TA-ACTION = "LOCK" AND
                               WS-TL-IS-LOCKED = 0 AND
                               WS-TL-LOCKED-COUNT < 200
                               ADD 1 TO WS-TL-LOCKED-COUNT
                               SET TLK-IDX TO WS-TL-LOCKED-COUNT
                               MOVE TA-ROOT-ID TO
                                   WS-TL-LOCKED-ROOT(TLK-IDX)
                           END-IF
                           IF TA-ACTION = "UNLOCK" AND
                               WS-TL-IS-LOCKED = 1
                               MOVE 0 TO WS-TL-LOCKED-ROOT(TLK-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-THREAD-ACTIONS-FILE
           END-IF.

       0391-CHECK-ROOT-LOCKED.
           MOVE 0 TO WS-TL-IS-LOCKED.
           SET TLK-IDX TO 1.
           PERFORM UNTIL WS-TL-IS-LOCKED = 1 OR
               TLK-IDX > WS-TL-LOCKED-COUNT
               IF WS-TL-LOCKED-ROOT(TLK-IDX) = WS-TL-ROOT-ID
                   MOVE 1 TO WS-TL-IS-LOCKED
               ELSE
                   SET TLK-IDX UP BY 1
               END-IF
           END-PERFORM.

       0392-FIND-THREAD-ROOT.
      *    Climbs MESSAGE-PARENT from WS-TL-SEEK-ID to the thread's
      *    top-level post, keeping its author, title and category.
      *    If an ancestor has been archived off the board the climb
      *    stops at the oldest ID it knows of.
           MOVE WS-TL-SEEK-ID TO WS-TL-ROOT-ID.
           MOVE SPACES TO WS-TL-ROOT-AUTHOR.
           MOVE SPACES TO WS-TL-ROOT-TITLE.
           MOVE SPACES TO WS-TL-ROOT-CATEGORY.
           MOVE 0 TO WS-TL-STEPS.
           MOVE "N" TO WS-TL-DONE.
           PERFORM 0117-OPEN-MESSAGE-FILE-INPUT-RETRY.
           IF WS-MESSAGE-STATUS = "00"
               PERFORM UNTIL WS-TL-DONE = "Y"
                   MOVE WS-TL-ROOT-ID TO MESSAGE-ID
                   READ F-MESSAGE-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-TL-DONE
                       NOT INVALID KEY
                           MOVE MESSAGE-AUTHOR TO WS-TL-ROOT-AUTHOR
                           MOVE MESSAGE-TITLE TO WS-TL-ROOT-TITLE
                           MOVE MESSAGE-CATEGORY TO
                               WS-TL-ROOT-CATEGORY
                           IF MESSAGE-PARENT = 0 OR WS-TL-STEPS >= 50
                               MOVE "Y" TO WS-TL-DONE
                           ELSE
                               MOVE MESSAGE-PARENT TO WS-TL-ROOT-ID
                               ADD 1 TO WS-TL-STEPS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-FILE
           END-IF.

       0393-NOTE-LOCKED-FAMILY.
      *    messages.dat reads back in ID order, so a post's parent is
      *    always seen before it: a locked top-level post starts a
      *    family and every reply under a family member joins it.
           MOVE 0 TO WS-TL-IS-LOCKED.
           IF MESSAGE-PARENT = 0
               MOVE MESSAGE-ID TO WS-TL-ROOT-ID
               PERFORM 0391-CHECK-ROOT-LOCKED
           ELSE
               SET TLF-IDX TO 1
               PERFORM UNTIL WS-TL-IS-LOCKED = 1 OR
                   TLF-IDX > WS-TL-FAMILY-COUNT
                   IF WS-TL-FAMILY-ID(TLF-IDX) = MESSAGE-PARENT
                       MOVE 1 TO WS-TL-IS-LOCKED
                   ELSE
                       SET TLF-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TL-IS-LOCKED = 1 AND WS-TL-FAMILY-COUNT < 500
               ADD 1 TO WS-TL-FAMILY-COUNT
               SET TLF-IDX TO WS-TL-FAMILY-COUNT
               MOVE MESSAGE-ID TO WS-TL-FAMILY-ID(TLF-IDX)
           END-IF.

       0394-LOCK-OR-UNLOCK-THREAD.
      *    Acts on the whole thread the post being read belongs to;
      *    0140-READ-MESSAGE has already found its root and state.
           DISPLAY "REASON: ".
           INITIALIZE WS-TL-REASON.
           ACCEPT WS-TL-REASON.
           IF WS-TL-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED -- NOTHING CHANGED"
           ELSE
               IF WS-TL-IS-LOCKED = 1
                   MOVE "UNLOCK" TO WS-TL-ACTION
               ELSE
                   MOVE "LOCK" TO WS-TL-ACTION
               END-IF
               MOVE SPACES TO WS-TL-NEW-CATEGORY
               PERFORM 0396-LOG-THREAD-ACTION
               IF WS-TL-ACTION = "LOCK"
                   PERFORM 0397-TELL-THREAD-AUTHOR
                   DISPLAY "THREAD LOCKED"
               ELSE
                   DISPLAY "THREAD UNLOCKED"
               END-IF
           END-IF.

       0395-MOVE-THREAD.
      *    Re-categorizes the top-level post and every reply under
      *    it in one pass, so a thread posted in the wrong place
      *    no longer has to be deleted to be put right.
           DISPLAY "MOVE THREAD TO CATEGORY: ".
           INITIALIZE WS-TL-NEW-CATEGORY.
           ACCEPT WS-TL-NEW-CATEGORY.
           MOVE SPACES TO WS-TL-REASON.
           IF WS-TL-NEW-CATEGORY NOT = SPACES
               DISPLAY "REASON: "
               ACCEPT WS-TL-REASON
           END-IF.
           IF WS-TL-NEW-CATEGORY = SPACES OR WS-TL-REASON = SPACES
               DISPLAY "A CATEGORY AND A REASON ARE REQUIRED -- "
                   "NOTHING MOVED"
               PERFORM 0140-READ-MESSAGE
           ELSE
               MOVE 0 TO WS-TL-MOVED-COUNT
               MOVE 0 TO WS-TL-FAMILY-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM 0119-OPEN-MESSAGE-FILE-IO-RETRY
               IF WS-MESSAGE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-MESSAGE-FILE NEXT RECORD
                           NOT AT END
                               PERFORM 0398-MOVE-ONE-IF-IN-THREAD
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-MESSAGE-FILE
                   MOVE "MOVE" TO WS-TL-ACTION
                   PERFORM 0396-LOG-THREAD-ACTION
                   PERFORM 0397-TELL-THREAD-AUTHOR
                   DISPLAY "THREAD MOVED -- " WS-TL-MOVED-COUNT
                       " POSTS NOW IN " WS-TL-NEW-CATEGORY
               ELSE
                   DISPLAY "Message board is busy, please try again."
               END-IF
               PERFORM 0120-GENERATE-TABLE
           END-IF.

       0398-MOVE-ONE-IF-IN-THREAD.
           MOVE 0 TO WS-TL-FOUND.
           IF MESSAGE-ID = WS-TL-ROOT-ID
               MOVE 1 TO WS-TL-FOUND
           ELSE
               SET TLF-IDX TO 1
               PERFORM UNTIL WS-TL-FOUND = 1 OR
                   TLF-IDX > WS-TL-FAMILY-COUNT
                   IF WS-TL-FAMILY-ID(TLF-IDX) = MESSAGE-PARENT
                       MOVE 1 TO WS-TL-FOUND
                   ELSE
                       SET TLF-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TL-FOUND = 1
               IF WS-TL-FAMILY-COUNT < 500
                   ADD 1 TO WS-TL-FAMILY-COUNT
                   SET TLF-IDX TO WS-TL-FAMILY-COUNT
                   MOVE MESSAGE-ID TO WS-TL-FAMILY-ID(TLF-IDX)
               END-IF
               IF MESSAGE-CATEGORY NOT = WS-TL-NEW-CATEGORY
                   MOVE WS-TL-NEW-CATEGORY TO MESSAGE-CATEGORY
                   REWRITE MESSAGES
                   END-REWRITE
                   ADD 1 TO WS-TL-MOVED-COUNT
               END-IF
           END-IF.

       0396-LOG-THREAD-ACTION.
           PERFORM 0230-CURRENT-TIME.
           OPEN EXTEND F-THREAD-ACTIONS-FILE.
           IF WS-THREAD-ACTIONS-STATUS = "35"
               OPEN OUTPUT F-THREAD-ACTIONS-FILE
           END-IF.
           MOVE SPACES TO THREAD-ACTION-RECORD.
           MOVE WS-TL-ACTION TO TA-ACTION.
           MOVE WS-TL-ROOT-ID TO TA-ROOT-ID.
           MOVE USER-NAME TO TA-MODERATOR.
           MOVE WS-TODAY-STAMP TO TA-DATE.
           MOVE WS-TL-ROOT-CATEGORY TO TA-FROM-CATEGORY.
           MOVE WS-TL-NEW-CATEGORY TO TA-TO-CATEGORY.
           MOVE WS-TL-REASON TO TA-REASON.
           WRITE THREAD-ACTION-RECORD
           END-WRITE.
           CLOSE F-THREAD-ACTIONS-FILE.

       0397-TELL-THREAD-AUTHOR.
      *    The thread's starter hears about a lock or a move by
      *    private message, with the moderator's reason.
           IF WS-TL-ROOT-AUTHOR NOT = SPACES AND
               WS-TL-ROOT-AUTHOR NOT = USER-NAME
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               MOVE SPACES TO PRIVATE-MESSAGE-RECORD
               MOVE WS-TL-ROOT-AUTHOR TO PM-TO
               MOVE USER-NAME TO PM-FROM
               IF WS-TL-ACTION = "LOCK"
                   STRING "Your thread #" WS-TL-ROOT-ID
                       " was locked by a moderator: " WS-TL-REASON
                       " -- " WS-TL-ROOT-TITLE
                       DELIMITED BY SIZE INTO PM-BODY
                   END-STRING
               ELSE
                   STRING "Your thread #" WS-TL-ROOT-ID
                       " was moved to " WS-TL-NEW-CATEGORY
                       " by a moderator: " WS-TL-REASON
                       " -- " WS-TL-ROOT-TITLE
                       DELIMITED BY SIZE INTO PM-BODY
                   END-STRING
               END-IF
               MOVE WS-TODAY-STAMP TO PM-DATE
               MOVE "N" TO PM-READ-FLAG
               WRITE PRIVATE-MESSAGE-RECORD
               END-WRITE
               CLOSE F-PM-FILE
           END-IF.

       0400-LOAD-REGISTRATION-MODE.
      *    The latest line of bbs-registration.dat is the mode in
      *    force. With no file the board stays open to anyone, as it
      *    always was, and members get 3 codes a month good for 14
      *    days.
           MOVE "OPEN" TO WS-REG-MODE.
           MOVE 3 TO WS-REG-MEMBER-QUOTA.
           MOVE 14 TO WS-REG-VALID-DAYS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REGISTRATION-FILE.
           IF WS-REGISTRATION-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REGISTRATION-FILE
                       NOT AT END
                           MOVE RGS-MODE TO WS-REG-MODE
                           MOVE RGS-MEMBER-QUOTA TO
                               WS-REG-MEMBER-QUOTA
                           MOVE RGS-VALID-DAYS TO WS-REG-VALID-DAYS
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REGISTRATION-FILE
           END-IF.
           IF WS-REG-MODE = "INVITE"
               MOVE "(required -- invitation only)" TO WS-REG-NOTICE
           ELSE IF WS-REG-MODE = "CLOSED"
               MOVE "(registration is closed)" TO WS-REG-NOTICE
           ELSE
               MOVE "(optional)" TO WS-REG-NOTICE
           END-IF.

       0401-CHECK-INVITE-CODE.
      *    A code is good when it is on file, still OPEN and today is
      *    before its expiry date. In OPEN mode a good code is still
      *    taken, so the new member shows in the invitation tree.
           PERFORM 0230-CURRENT-TIME.
           MOVE 0 TO WS-INV-VALID.
           MOVE FUNCTION UPPER-CASE(WS-NEW-INVITE-CODE) TO
               WS-NEW-INVITE-CODE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-NEW-INVITE-CODE = SPACES
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               OPEN INPUT F-INVITES-FILE
               IF WS-INVITES-STATUS NOT = "00"
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-IF
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INVITES-FILE
                   NOT AT END
                       IF INV-CODE = WS-NEW-INVITE-CODE AND
                           INV-STATE = "OPEN" AND
                           WS-TODAY-STAMP < INV-EXPIRES-DATE
                           MOVE 1 TO WS-INV-VALID
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-NEW-INVITE-CODE NOT = SPACES AND
               (WS-INVITES-STATUS = "00" OR WS-INVITES-STATUS = "10")
               CLOSE F-INVITES-FILE
           END-IF.

       0402-MARK-INVITE-USED.
      *    Copy-then-replace, as the suspensions file is updated:
      *    the code turns USED and records who joined with it.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVITES-FILE.
           IF WS-INVITES-STATUS = "00"
               OPEN OUTPUT F-INVITES-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INVITES-FILE
                       NOT AT END
                           IF INV-CODE = WS-NEW-INVITE-CODE AND
                               INV-STATE = "OPEN"
                               MOVE "USED" TO INV-STATE
                               MOVE NEW-USER-NAME TO INV-USED-BY
                               MOVE NEW-USER-NAME TO INV-CHANGED-BY
                               MOVE WS-TODAY-STAMP TO
                                   INV-CHANGED-DATE
                           END-IF
                           MOVE INVITE-RECORD TO INVITES-WORK-RECORD
                           WRITE INVITES-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INVITES-FILE
               CLOSE F-INVITES-WORK-FILE
               PERFORM 0409-COPY-INVITES-BACK
           END-IF.

       0403-INVITATIONS-MENU.
      *    Any member can see the codes they have handed out and
      *    make new ones within the monthly quota. Moderators also
      *    issue codes in bulk, set the registration mode, and look
      *    up a member's invitation tree to revoke what that member
      *    still has outstanding.
           PERFORM 0230-CURRENT-TIME.
           PERFORM 0400-LOAD-REGISTRATION-MODE.
           PERFORM 0404-LOAD-INVITES.
           DISPLAY "INVITATIONS -- REGISTRATION IS " WS-REG-MODE.
           DISPLAY "YOUR CODES:".
           MOVE 0 TO WS-INV-SHOWN.
           SET INV-IDX TO 1.
           PERFORM UNTIL INV-IDX > WS-INV-COUNT
               IF WS-INV-T-ISSUER(INV-IDX) = USER-NAME
                   ADD 1 TO WS-INV-SHOWN
                   DISPLAY "  " WS-INV-T-CODE(INV-IDX) " "
                       WS-INV-T-STATE(INV-IDX) " EXPIRES "
                       WS-INV-T-EXPIRES(INV-IDX) " "
                       WS-INV-T-USED-BY(INV-IDX)
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.
           IF WS-INV-SHOWN = 0
               DISPLAY "  (none issued)"
           END-IF.
           IF WS-IS-MOD-YES
               DISPLAY "(g) GENERATE  (b) BULK ISSUE  (t) TREE FOR A "
                   "MEMBER  (m) REGISTRATION MODE  (q) BACK: "
           ELSE
               DISPLAY "(g) GENERATE A CODE  (q) BACK: "
           END-IF.
           INITIALIZE WS-INV-CHOICE.
           ACCEPT WS-INV-CHOICE.
           IF WS-INV-CHOICE = "g"
               MOVE 1 TO WS-INV-BULK-COUNT
               PERFORM 0405-ISSUE-INVITES
               PERFORM 0403-INVITATIONS-MENU
           ELSE IF WS-INV-CHOICE = "b" AND WS-IS-MOD-YES
               DISPLAY "HOW MANY CODES (1-50): "
               MOVE 0 TO WS-INV-BULK-COUNT
               ACCEPT WS-INV-BULK-COUNT
               IF WS-INV-BULK-COUNT > 50
                   MOVE 50 TO WS-INV-BULK-COUNT
               END-IF
               PERFORM 0405-ISSUE-INVITES
               PERFORM 0403-INVITATIONS-MENU
           ELSE IF WS-INV-CHOICE = "t" AND WS-IS-MOD-YES
               PERFORM 0407-INVITATION-TREE
           ELSE IF WS-INV-CHOICE = "m" AND WS-IS-MOD-YES
               PERFORM 0410-SET-REGISTRATION-MODE
               PERFORM 0403-INVITATIONS-MENU
           ELSE
               PERFORM 0110-DISPLAY-MENU
           END-IF.

       0404-LOAD-INVITES.
           MOVE 0 TO WS-INV-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVITES-FILE.
           IF WS-INVITES-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INVITES-FILE
                       NOT AT END
                           IF WS-INV-COUNT < 2000
                               ADD 1 TO WS-INV-COUNT
                               SET INV-IDX TO WS-INV-COUNT
                               MOVE INV-CODE TO WS-INV-T-CODE(INV-IDX)
                               MOVE INV-ISSUER TO
                                   WS-INV-T-ISSUER(INV-IDX)
                               MOVE INV-STATE TO
                                   WS-INV-T-STATE(INV-IDX)
                               MOVE INV-USED-BY TO
                                   WS-INV-T-USED-BY(INV-IDX)
                               MOVE INV-EXPIRES-DATE TO
                                   WS-INV-T-EXPIRES(INV-IDX)
                               MOVE INV-ISSUED-DATE TO
                                   WS-INV-T-ISSUED(INV-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INVITES-FILE
           END-IF.

       0405-ISSUE-INVITES.
      *    A member in good standing -- no suspension of any kind in
      *    force -- may issue up to the monthly quota; moderators are
      *    not held to it. WS-INV-BULK-COUNT codes are made, each
      *    checked against every code already on file.
           MOVE 1 TO WS-INV-STANDING-OK.
           MOVE 0 TO WS-INV-MONTH-COUNT.
           IF NOT WS-IS-MOD-YES
               MOVE USER-NAME TO WS-SUS-CHECK-USER
               MOVE "POST" TO WS-SUS-CHECK-SCOPE
               PERFORM 0383-CHECK-SUSPENSION
               IF WS-SUS-HIT = 1
                   MOVE 0 TO WS-INV-STANDING-OK
               END-IF
               MOVE "PM" TO WS-SUS-CHECK-SCOPE
               PERFORM 0383-CHECK-SUSPENSION
               IF WS-SUS-HIT = 1
                   MOVE 0 TO WS-INV-STANDING-OK
               END-IF
               SET INV-IDX TO 1
               PERFORM UNTIL INV-IDX > WS-INV-COUNT
                   IF WS-INV-T-ISSUER(INV-IDX) = USER-NAME AND
                       WS-INV-T-ISSUED(INV-IDX)(1:7) =
                       WS-TODAY-STAMP(1:7)
                       ADD 1 TO WS-INV-MONTH-COUNT
                   END-IF
                   SET INV-IDX UP BY 1
               END-PERFORM
           END-IF.
           IF WS-INV-STANDING-OK = 0
               DISPLAY "NO CODES WHILE A SUSPENSION IS IN FORCE"
           ELSE IF NOT WS-IS-MOD-YES AND
               WS-INV-MONTH-COUNT >= WS-REG-MEMBER-QUOTA
               DISPLAY "YOU HAVE USED THIS MONTH'S " WS-REG-MEMBER-QUOTA
                   " INVITATION CODES"
           ELSE IF WS-INV-BULK-COUNT = 0
               DISPLAY "NO CODES ISSUED"
           ELSE
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-STAMP(9:2) TO DS-DAY
               MOVE WS-REG-VALID-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-INV-EXPIRES
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-INV-EXPIRES
               END-STRING
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-INV-SEED
               ADD WS-INV-COUNT TO WS-INV-SEED
               OPEN EXTEND F-INVITES-FILE
               IF WS-INVITES-STATUS = "35"
                   OPEN OUTPUT F-INVITES-FILE
               END-IF
               MOVE 0 TO WS-INV-MADE
               PERFORM UNTIL WS-INV-MADE = WS-INV-BULK-COUNT OR
                   WS-INV-COUNT >= 2000
                   PERFORM 0406-MAKE-ONE-INVITE
               END-PERFORM
               CLOSE F-INVITES-FILE
               DISPLAY WS-INV-MADE " CODE(S) ISSUED, GOOD UNTIL "
                   WS-INV-EXPIRES
           END-IF
           END-IF
           END-IF.

       0406-MAKE-ONE-INVITE.
      *    Eight characters drawn from an alphabet without the easily
      *    confused 0/O and 1/I, by a small linear congruential
      *    step. A code that clashes with one on file is discarded
      *    and the next one drawn.
           MOVE SPACES TO INVITE-RECORD.
           MOVE 1 TO WS-INV-POS.
           PERFORM UNTIL WS-INV-POS > 8
               COMPUTE WS-INV-SEED =
                   FUNCTION MOD(WS-INV-SEED * 75 + 74, 65537)
               MOVE WS-INV-ALPHABET(
                   FUNCTION MOD(WS-INV-SEED, 32) + 1:1)
                   TO INV-CODE(WS-INV-POS:1)
               ADD 1 TO WS-INV-POS
           END-PERFORM.
           MOVE 0 TO WS-INV-CLASH.
           SET INV-IDX TO 1.
           PERFORM UNTIL WS-INV-CLASH = 1 OR INV-IDX > WS-INV-COUNT
               IF WS-INV-T-CODE(INV-IDX) = INV-CODE
                   MOVE 1 TO WS-INV-CLASH
               END-IF
               SET INV-IDX UP BY 1
           END-PERFORM.
           IF WS-INV-CLASH = 0
               MOVE USER-NAME TO INV-ISSUER
               MOVE WS-TODAY-STAMP TO INV-ISSUED-DATE
               MOVE WS-INV-EXPIRES TO INV-EXPIRES-DATE
               MOVE "OPEN" TO INV-STATE
               MOVE USER-NAME TO INV-CHANGED-BY
               MOVE WS-TODAY-STAMP TO INV-CHANGED-DATE
               WRITE INVITE-RECORD
               END-WRITE
               ADD 1 TO WS-INV-COUNT
               SET INV-IDX TO WS-INV-COUNT
               MOVE INV-CODE TO WS-INV-T-CODE(INV-IDX)
               MOVE USER-NAME TO WS-INV-T-ISSUER(INV-IDX)
               MOVE "OPEN" TO WS-INV-T-STATE(INV-IDX)
               MOVE SPACES TO WS-INV-T-USED-BY(INV-IDX)
               MOVE WS-INV-EXPIRES TO WS-INV-T-EXPIRES(INV-IDX)
               MOVE WS-TODAY-STAMP TO WS-INV-T-ISSUED(INV-IDX)
               ADD 1 TO WS-INV-MADE
               DISPLAY "  " INV-CODE
           END-IF.

       0407-INVITATION-TREE.
      *    For the member named: the chain of who invited whom above
      *    them, then the codes they issued and, for each one used,
      *    the codes that new member went on to use in turn.
           DISPLAY "INVITATION TREE -- MEMBER USERNAME: ".
           INITIALIZE WS-INV-TARGET.
           ACCEPT WS-INV-TARGET.
           IF WS-INV-TARGET = SPACES
               PERFORM 0403-INVITATIONS-MENU
           ELSE
               DISPLAY "INVITED BY:"
               MOVE WS-INV-TARGET TO WS-INV-WHO
               MOVE 0 TO WS-INV-LEVEL
               PERFORM UNTIL WS-INV-WHO = SPACES OR WS-INV-LEVEL > 10
                   PERFORM 0408-FIND-INVITER
               END-PERFORM
               DISPLAY "CODES ISSUED BY " WS-INV-TARGET ":"
               MOVE 0 TO WS-INV-SHOWN
               SET INV-IDX TO 1
               PERFORM UNTIL INV-IDX > WS-INV-COUNT
                   IF WS-INV-T-ISSUER(INV-IDX) = WS-INV-TARGET
                       ADD 1 TO WS-INV-SHOWN
                       DISPLAY "  " WS-INV-T-CODE(INV-IDX) " "
                           WS-INV-T-STATE(INV-IDX) " "
                           WS-INV-T-USED-BY(INV-IDX)
                       IF WS-INV-T-USED-BY(INV-IDX) NOT = SPACES
                           PERFORM 0412-SHOW-SECOND-LEVEL
                       END-IF
                   END-IF
                   SET INV-IDX UP BY 1
               END-PERFORM
               IF WS-INV-SHOWN = 0
                   DISPLAY "  (none issued)"
               END-IF
               DISPLAY "(r) REVOKE THIS MEMBER'S OUTSTANDING CODES  "
                   "(q) BACK: "
               INITIALIZE WS-INV-CHOICE
               ACCEPT WS-INV-CHOICE
               IF WS-INV-CHOICE = "r"
                   PERFORM 0413-REVOKE-OUTSTANDING
               END-IF
               PERFORM 0403-INVITATIONS-MENU
           END-IF.

       0408-FIND-INVITER.
           ADD 1 TO WS-INV-LEVEL.
           MOVE 0 TO WS-INV-CLASH.
           SET INV-IDX-2 TO 1.
           PERFORM UNTIL WS-INV-CLASH = 1 OR INV-IDX-2 > WS-INV-COUNT
               IF WS-INV-T-USED-BY(INV-IDX-2) = WS-INV-WHO AND
                   WS-INV-T-STATE(INV-IDX-2) = "USED"
                   MOVE 1 TO WS-INV-CLASH
               ELSE
                   SET INV-IDX-2 UP BY 1
               END-IF
           END-PERFORM.
           IF WS-INV-CLASH = 1
               DISPLAY "  " WS-INV-WHO " JOINED WITH "
                   WS-INV-T-CODE(INV-IDX-2) " FROM "
                   WS-INV-T-ISSUER(INV-IDX-2)
               MOVE WS-INV-T-ISSUER(INV-IDX-2) TO WS-INV-WHO
           ELSE
               IF WS-INV-LEVEL = 1
                   DISPLAY "  (joined without a code)"
               END-IF
               MOVE SPACES TO WS-INV-WHO
           END-IF.

       0412-SHOW-SECOND-LEVEL.
           SET INV-IDX-2 TO 1.
           PERFORM UNTIL INV-IDX-2 > WS-INV-COUNT
               IF WS-INV-T-ISSUER(INV-IDX-2) =
                   WS-INV-T-USED-BY(INV-IDX)
                   DISPLAY "      " WS-INV-T-CODE(INV-IDX-2) " "
                       WS-INV-T-STATE(INV-IDX-2) " "
                       WS-INV-T-USED-BY(INV-IDX-2)
               END-IF
               SET INV-IDX-2 UP BY 1
           END-PERFORM.

       0413-REVOKE-OUTSTANDING.
      *    Every code WS-INV-TARGET issued that is still OPEN turns
      *    REVOKED; used and expired codes are left as history.
           MOVE 0 TO WS-INV-REVOKED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVITES-FILE.
           IF WS-INVITES-STATUS = "00"
               OPEN OUTPUT F-INVITES-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INVITES-FILE
                       NOT AT END
                           IF INV-ISSUER = WS-INV-TARGET AND
                               INV-STATE = "OPEN"
                               MOVE "REVOKED" TO INV-STATE
                               MOVE USER-NAME TO INV-CHANGED-BY
                               MOVE WS-TODAY-STAMP TO
                                   INV-CHANGED-DATE
                               ADD 1 TO WS-INV-REVOKED
                           END-IF
                           MOVE INVITE-RECORD TO INVITES-WORK-RECORD
                           WRITE INVITES-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INVITES-FILE
               CLOSE F-INVITES-WORK-FILE
               PERFORM 0409-COPY-INVITES-BACK
           END-IF.
           DISPLAY WS-INV-REVOKED " CODE(S) REVOKED".

       0409-COPY-INVITES-BACK.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVITES-WORK-FILE.
           OPEN OUTPUT F-INVITES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INVITES-WORK-FILE
                   NOT AT END
                       MOVE INVITES-WORK-RECORD TO INVITE-RECORD
                       WRITE INVITE-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-INVITES-WORK-FILE.
           CLOSE F-INVITES-FILE.

       0410-SET-REGISTRATION-MODE.
           DISPLAY "MODE -- (o) OPEN  (i) INVITE ONLY  (c) CLOSED: ".
           INITIALIZE WS-REG-MODE-INPUT.
           ACCEPT WS-REG-MODE-INPUT.
           IF WS-REG-MODE-INPUT = "o"
               MOVE "OPEN" TO WS-REG-MODE
           ELSE IF WS-REG-MODE-INPUT = "i"
               MOVE "INVITE" TO WS-REG-MODE
           ELSE IF WS-REG-MODE-INPUT = "c"
               MOVE "CLOSED" TO WS-REG-MODE
           ELSE
               MOVE SPACES TO WS-REG-MODE
           END-IF
           END-IF
           END-IF.
           IF WS-REG-MODE = SPACES
               DISPLAY "MODE NOT CHANGED"
           ELSE
               DISPLAY "CODES PER MEMBER PER MONTH (NOW "
                   WS-REG-MEMBER-QUOTA "): "
               ACCEPT WS-REG-MEMBER-QUOTA
               DISPLAY "DAYS A CODE STAYS GOOD (NOW "
                   WS-REG-VALID-DAYS "): "
               ACCEPT WS-REG-VALID-DAYS
               IF WS-REG-VALID-DAYS = 0
                   MOVE 14 TO WS-REG-VALID-DAYS
               END-IF
               OPEN EXTEND F-REGISTRATION-FILE
               IF WS-REGISTRATION-STATUS = "35"
                   OPEN OUTPUT F-REGISTRATION-FILE
               END-IF
               MOVE SPACES TO REGISTRATION-SETTING-RECORD
               MOVE WS-REG-MODE TO RGS-MODE
               MOVE WS-REG-MEMBER-QUOTA TO RGS-MEMBER-QUOTA
               MOVE WS-REG-VALID-DAYS TO RGS-VALID-DAYS
               MOVE USER-NAME TO RGS-CHANGED-BY
               MOVE WS-TODAY-STAMP TO RGS-CHANGED-DATE
               WRITE REGISTRATION-SETTING-RECORD
               END-WRITE
               CLOSE F-REGISTRATION-FILE
               DISPLAY "REGISTRATION IS NOW " WS-REG-MODE
           END-IF.

       0415-CHECK-DUPLICATE-POST.
      *    Sets WS-DUP-HIT when the post being submitted closely
      *    matches a live post from the last 30 days or one a
      *    moderator removed in the last 90. Moderators are not
      *    checked, as they are not held to posting limits.
           MOVE 0 TO WS-DUP-HIT.
           MOVE 0 TO WS-DUP-MATCHED-ID.
           MOVE SPACES TO WS-DUP-KIND.
           IF NOT WS-IS-MOD-YES
               MOVE POST-TITLE TO WS-FP-SOURCE
               PERFORM 0417-FINGERPRINT-TEXT
               MOVE WS-FP-PRINT TO WS-DUP-NEW-TITLE-PRINT
               MOVE POST-BODY TO WS-FP-SOURCE
               PERFORM 0417-FINGERPRINT-TEXT
               MOVE WS-FP-PRINT TO WS-DUP-NEW-BODY-PRINT
               MOVE WS-FP-LEAD TO WS-DUP-NEW-BODY-LEAD
               MOVE WS-FP-SIZE TO WS-DUP-NEW-BODY-SIZE
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-STAMP(9:2) TO DS-DAY
               MOVE WS-DUP-LIVE-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-DUP-LIVE-CUTOFF
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-DUP-LIVE-CUTOFF
               END-STRING
               MOVE WS-DUP-REMOVED-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-DUP-REMOVED-CUTOFF
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-DUP-REMOVED-CUTOFF
               END-STRING
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM 0117-OPEN-MESSAGE-FILE-INPUT-RETRY
               IF WS-MESSAGE-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                       WS-DUP-HIT = 1
                       READ F-MESSAGE-FILE NEXT RECORD
                           NOT AT END
                               IF MESSAGE-DATE >= WS-DUP-LIVE-CUTOFF
                                   MOVE MESSAGE-TITLE TO WS-FP-SOURCE
                                   PERFORM 0417-FINGERPRINT-TEXT
                                   MOVE WS-FP-PRINT TO
                                       WS-DUP-CAND-TITLE-PRINT
                                   MOVE MESSAGE-BODY TO WS-FP-SOURCE
                                   PERFORM 0417-FINGERPRINT-TEXT
                                   MOVE WS-FP-PRINT TO
                                       WS-DUP-CAND-BODY-PRINT
                                   MOVE WS-FP-LEAD TO
                                       WS-DUP-CAND-BODY-LEAD
                                   PERFORM 0416-COMPARE-PRINTS
                                   IF WS-DUP-HIT = 1
                                       MOVE MESSAGE-ID TO
                                           WS-DUP-MATCHED-ID
                                       MOVE "LIVE" TO WS-DUP-KIND
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-MESSAGE-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-REMOVED-POSTS-FILE
               IF WS-REMOVED-POSTS-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                       WS-DUP-HIT = 1
                       READ F-REMOVED-POSTS-FILE
                           NOT AT END
                               IF RMP-REMOVED-DATE >=
                                   WS-DUP-REMOVED-CUTOFF
                                   MOVE RMP-TITLE-PRINT TO
                                       WS-DUP-CAND-TITLE-PRINT
                                   MOVE RMP-BODY-PRINT TO
                                       WS-DUP-CAND-BODY-PRINT
                                   MOVE RMP-BODY-LEAD TO
                                       WS-DUP-CAND-BODY-LEAD
                                   PERFORM 0416-COMPARE-PRINTS
                                   IF WS-DUP-HIT = 1
                                       MOVE RMP-MESSAGE-ID TO
                                           WS-DUP-MATCHED-ID
                                       MOVE "REMOVED" TO WS-DUP-KIND
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-REMOVED-POSTS-FILE
               END-IF
           END-IF.

       0416-COMPARE-PRINTS.
      *    A close match is the same body once case, spacing and
      *    punctuation are set aside -- the advertisement pasted
      *    under a new title -- or the same title with the body
      *    opening the same way, a repost touched up at the end.
      *    Bodies under 20 letters and digits are never matched, so
      *    a short "thanks" or "+1" reply is not held.
           IF WS-DUP-NEW-BODY-SIZE >= 20
               IF WS-DUP-CAND-BODY-PRINT = WS-DUP-NEW-BODY-PRINT
                   MOVE 1 TO WS-DUP-HIT
               END-IF
               IF WS-DUP-CAND-TITLE-PRINT = WS-DUP-NEW-TITLE-PRINT AND
                   WS-DUP-CAND-BODY-LEAD = WS-DUP-NEW-BODY-LEAD
                   MOVE 1 TO WS-DUP-HIT
               END-IF
           END-IF.

       0417-FINGERPRINT-TEXT.
      *    Folds WS-FP-SOURCE to upper case, keeps only its letters
      *    and digits, and runs them through the same rolling
      *    multiply 0104-HASH-PASSWORD uses. WS-FP-LEAD keeps the
      *    first 40 of them and WS-FP-SIZE how many there were.
           MOVE 0 TO WS-FP-ACCUM.
           MOVE 0 TO WS-FP-SIZE.
           MOVE SPACES TO WS-FP-LEAD.
           MOVE FUNCTION UPPER-CASE(WS-FP-SOURCE) TO WS-FP-SOURCE.
           MOVE 1 TO WS-FP-POS.
           PERFORM UNTIL WS-FP-POS > 500
               MOVE WS-FP-SOURCE(WS-FP-POS:1) TO WS-FP-CHAR
               IF WS-FP-CHAR-COUNTS
                   ADD 1 TO WS-FP-SIZE
                   IF WS-FP-SIZE <= 40
                       MOVE WS-FP-CHAR TO WS-FP-LEAD(WS-FP-SIZE:1)
                   END-IF
                   COMPUTE WS-FP-ACCUM = FUNCTION MOD(
                       (WS-FP-ACCUM * 31) + FUNCTION ORD(WS-FP-CHAR),
                       9999999999999999)
               END-IF
               ADD 1 TO WS-FP-POS
           END-PERFORM.
           MOVE WS-FP-ACCUM TO WS-FP-PRINT.

       0418-HOLD-DUPLICATE-POST.
           OPEN EXTEND F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS = "35"
               OPEN OUTPUT F-HELD-POSTS-FILE
           END-IF.
           MOVE SPACES TO HELD-POST-RECORD.
           MOVE "HELD" TO HP-STATE.
           MOVE WS-TODAY-STAMP TO HP-HELD-DATE.
           MOVE USER-NAME TO HP-AUTHOR.
           MOVE WS-DUP-MATCHED-ID TO HP-MATCHED-ID.
           MOVE WS-DUP-KIND TO HP-MATCH-KIND.
           MOVE WS-REPLY-PARENT TO HP-PARENT.
           MOVE POST-CATEGORY TO HP-CATEGORY.
           MOVE POST-TITLE TO HP-TITLE.
           MOVE POST-BODY TO HP-BODY.
           WRITE HELD-POST-RECORD
           END-WRITE.
           CLOSE F-HELD-POSTS-FILE.

       0419-RECORD-REMOVED-POST.
      *    Called with the post about to be deleted still in the
      *    MESSAGES record area.
           PERFORM 0230-CURRENT-TIME.
           MOVE SPACES TO REMOVED-POST-RECORD.
           MOVE MESSAGE-ID TO RMP-MESSAGE-ID.
           MOVE MESSAGE-AUTHOR TO RMP-AUTHOR.
           MOVE WS-TODAY-STAMP TO RMP-REMOVED-DATE.
           MOVE USER-NAME TO RMP-REMOVED-BY.
           MOVE MESSAGE-TITLE TO RMP-TITLE.
           MOVE MESSAGE-TITLE TO WS-FP-SOURCE.
           PERFORM 0417-FINGERPRINT-TEXT.
           MOVE WS-FP-PRINT TO RMP-TITLE-PRINT.
           MOVE MESSAGE-BODY TO WS-FP-SOURCE.
           PERFORM 0417-FINGERPRINT-TEXT.
           MOVE WS-FP-PRINT TO RMP-BODY-PRINT.
           MOVE WS-FP-LEAD TO RMP-BODY-LEAD.
           OPEN EXTEND F-REMOVED-POSTS-FILE.
           IF WS-REMOVED-POSTS-STATUS = "35"
               OPEN OUTPUT F-REMOVED-POSTS-FILE
           END-IF.
           WRITE REMOVED-POST-RECORD
           END-WRITE.
           CLOSE F-REMOVED-POSTS-FILE.

       0420-COUNT-HELD-POSTS.
           MOVE 0 TO WS-HELD-WAITING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HELD-POSTS-FILE
                       NOT AT END
                           IF HP-STATE = "HELD"
                               ADD 1 TO WS-HELD-WAITING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HELD-POSTS-FILE
           END-IF.

       0421-HELD-POSTS-QUEUE.
      *    Moderator-only, off the review queue: the first ten posts
      *    still HELD, each with the post it matched. Approving
      *    publishes it as its author wrote it; rejecting keeps it
      *    off the board. Either way the author is told.
           PERFORM 0230-CURRENT-TIME.
           DISPLAY "HELD POSTS -- CLOSE MATCHES WAITING FOR REVIEW:".
           MOVE 0 TO WS-HELD-SHOWN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HELD-POSTS-FILE
                   NOT AT END
                       IF HP-STATE = "HELD" AND WS-HELD-SHOWN < 10
                           ADD 1 TO WS-HELD-SHOWN
                           DISPLAY "  " WS-HELD-SHOWN ". " HP-AUTHOR
                               " " HP-TITLE
                           DISPLAY "      MATCHES #" HP-MATCHED-ID
                               " (" HP-MATCH-KIND ") HELD "
                               HP-HELD-DATE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-HELD-POSTS-STATUS = "00" OR
               WS-HELD-POSTS-STATUS = "10"
               CLOSE F-HELD-POSTS-FILE
           END-IF.
           IF WS-HELD-SHOWN = 0
               DISPLAY "  (none waiting)"
           END-IF.
           DISPLAY "NUMBER TO DECIDE (0 GOES BACK): ".
           MOVE 0 TO WS-HELD-PICK.
           ACCEPT WS-HELD-PICK.
           IF WS-HELD-PICK = 0 OR WS-HELD-PICK > WS-HELD-SHOWN
               PERFORM 0261-REVIEW-QUEUE
           ELSE
               PERFORM 0422-LOAD-HELD-POST
               DISPLAY "(a) APPROVE AND PUBLISH  (r) REJECT  (q) BACK: "
               INITIALIZE WS-HELD-ACTION
               ACCEPT WS-HELD-ACTION
               IF WS-HELD-ACTION = "a"
                   PERFORM 0423-PUBLISH-HELD-POST
                   IF WS-HELD-PUBLISHED-ID > 0
                       MOVE "APPROVED" TO WS-HELD-NEW-STATE
                       PERFORM 0424-MARK-HELD-POST
                       PERFORM 0425-TELL-HELD-AUTHOR
                   END-IF
               ELSE IF WS-HELD-ACTION = "r"
                   MOVE "REJECTED" TO WS-HELD-NEW-STATE
                   PERFORM 0424-MARK-HELD-POST
                   PERFORM 0425-TELL-HELD-AUTHOR
               END-IF
               END-IF
               PERFORM 0421-HELD-POSTS-QUEUE
           END-IF.

       0422-LOAD-HELD-POST.
      *    Finds the WS-HELD-PICK'th HELD line and shows the post in
      *    full before the moderator decides.
           MOVE 0 TO WS-HELD-SHOWN.
           MOVE 0 TO WS-HELD-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR WS-HELD-FOUND = 1
               READ F-HELD-POSTS-FILE
                   NOT AT END
                       IF HP-STATE = "HELD"
                           ADD 1 TO WS-HELD-SHOWN
                           IF WS-HELD-SHOWN = WS-HELD-PICK
                               MOVE 1 TO WS-HELD-FOUND
                               MOVE HP-AUTHOR TO WS-HELD-AUTHOR
                               MOVE HP-TITLE TO WS-HELD-TITLE
                               MOVE HP-BODY TO WS-HELD-BODY
                               MOVE HP-CATEGORY TO WS-HELD-CATEGORY
                               MOVE HP-PARENT TO WS-HELD-PARENT
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-HELD-POSTS-STATUS = "00" OR
               WS-HELD-POSTS-STATUS = "10"
               CLOSE F-HELD-POSTS-FILE
           END-IF.
           DISPLAY "BY " WS-HELD-AUTHOR " IN " WS-HELD-CATEGORY.
           DISPLAY WS-HELD-TITLE.
           DISPLAY WS-HELD-BODY.

       0423-PUBLISH-HELD-POST.
           MOVE 0 TO WS-HELD-PUBLISHED-ID.
           PERFORM 0119-OPEN-MESSAGE-FILE-IO-RETRY.
           IF WS-MESSAGE-STATUS = "00"
               PERFORM 0154-LOAD-NEXT-MESSAGE-ID
               MOVE WS-NEXT-MESSAGE-ID TO MESSAGE-ID
               MOVE WS-HELD-TITLE TO MESSAGE-TITLE
               MOVE WS-HELD-BODY TO MESSAGE-BODY
               MOVE WS-TODAY-STAMP TO MESSAGE-DATE
               MOVE WS-HELD-AUTHOR TO MESSAGE-AUTHOR
               MOVE WS-HELD-PARENT TO MESSAGE-PARENT
               MOVE "N" TO MESSAGE-PINNED
               MOVE WS-HELD-CATEGORY TO MESSAGE-CATEGORY
               WRITE MESSAGES
               END-WRITE
               CLOSE F-MESSAGE-FILE
               MOVE WS-NEXT-MESSAGE-ID TO WS-HELD-PUBLISHED-ID
               PERFORM 0156-SAVE-NEXT-MESSAGE-ID
               DISPLAY "PUBLISHED AS POST #" WS-HELD-PUBLISHED-ID
           ELSE
               DISPLAY "Message board is busy, please try again."
           END-IF.

       0424-MARK-HELD-POST.
      *    Copy-then-replace, stamping the decision on the
      *    WS-HELD-PICK'th line still HELD.
           MOVE 0 TO WS-HELD-SHOWN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS = "00"
               OPEN OUTPUT F-HELD-POSTS-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HELD-POSTS-FILE
                       NOT AT END
                           IF HP-STATE = "HELD"
                               ADD 1 TO WS-HELD-SHOWN
                               IF WS-HELD-SHOWN = WS-HELD-PICK
                                   MOVE WS-HELD-NEW-STATE TO HP-STATE
                                   MOVE USER-NAME TO HP-DECIDED-BY
                                   MOVE WS-TODAY-STAMP TO
                                       HP-DECIDED-DATE
                               END-IF
                           END-IF
                           MOVE HELD-POST-RECORD TO
                               HELD-POSTS-WORK-RECORD
                           WRITE HELD-POSTS-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HELD-POSTS-FILE
               CLOSE F-HELD-POSTS-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-HELD-POSTS-WORK-FILE
               OPEN OUTPUT F-HELD-POSTS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HELD-POSTS-WORK-FILE
                       NOT AT END
                           MOVE HELD-POSTS-WORK-RECORD TO
                               HELD-POST-RECORD
                           WRITE HELD-POST-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HELD-POSTS-WORK-FILE
               CLOSE F-HELD-POSTS-FILE
           END-IF.

       0425-TELL-HELD-AUTHOR.
           OPEN EXTEND F-PM-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-HELD-AUTHOR TO PM-TO.
           MOVE "moderators" TO PM-FROM.
           IF WS-HELD-NEW-STATE = "APPROVED"
               STRING "Your held post was approved and is now post #"
                   WS-HELD-PUBLISHED-ID ": " WS-HELD-TITLE
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
           ELSE
               STRING "Your held post was rejected as a repeat of "
                   "earlier content: " WS-HELD-TITLE
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
           END-IF.
           MOVE WS-TODAY-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           CLOSE F-PM-FILE.

       0430-EVENTS-MENU.
      *    Upcoming events in date order with their RSVP counts. Any
      *    member may add an event or RSVP to one; the organizer, or
      *    a moderator, may see who said what.
           PERFORM 0230-CURRENT-TIME.
           PERFORM 0432-LOAD-UPCOMING-EVENTS.
           PERFORM 0434-TALLY-RSVPS.
           DISPLAY "EVENTS -- UPCOMING:".
           SET EVT-IDX TO 1.
           PERFORM UNTIL EVT-IDX > WS-EV-COUNT
               SET WS-EV-SHOWN TO EVT-IDX
               DISPLAY "  " WS-EV-SHOWN ". " WS-EVT-DATE(EVT-IDX) " "
                   WS-EVT-TIME(EVT-IDX) " " WS-EVT-CATEGORY(EVT-IDX)
                   " " WS-EVT-TITLE(EVT-IDX)
               DISPLAY "      BY " WS-EVT-ORGANIZER(EVT-IDX)
                   "  YES " WS-EVT-YES(EVT-IDX)
                   "  MAYBE " WS-EVT-MAYBE(EVT-IDX)
                   "  NO " WS-EVT-NO(EVT-IDX)
               DISPLAY "      " WS-EVT-DESCRIPTION(EVT-IDX)
               SET EVT-IDX UP BY 1
           END-PERFORM.
           IF WS-EV-COUNT = 0
               DISPLAY "  (nothing coming up)"
           END-IF.
           DISPLAY "(a) ADD AN EVENT  (r) RSVP  (l) LIST RSVPS -- "
               "ORGANIZER  (q) BACK: ".
           INITIALIZE WS-EV-CHOICE.
           ACCEPT WS-EV-CHOICE.
           IF WS-EV-CHOICE = "a"
               PERFORM 0431-ADD-EVENT
               PERFORM 0430-EVENTS-MENU
           ELSE IF WS-EV-CHOICE = "r"
               PERFORM 0437-RSVP-TO-EVENT
               PERFORM 0430-EVENTS-MENU
           ELSE IF WS-EV-CHOICE = "l"
               PERFORM 0438-LIST-EVENT-RSVPS
               PERFORM 0430-EVENTS-MENU
           ELSE
               PERFORM 0110-DISPLAY-MENU
           END-IF.

       0431-ADD-EVENT.
      *    The date goes through date-services, so 2026-02-30 or a
      *    date already gone is refused before anything is written.
           DISPLAY "EVENT TITLE: ".
           INITIALIZE WS-EV-TITLE.
           ACCEPT WS-EV-TITLE.
           DISPLAY "DATE (YYYY-MM-DD): ".
           INITIALIZE WS-EV-DATE.
           ACCEPT WS-EV-DATE.
           DISPLAY "TIME (HH:MM, 24-HOUR): ".
           INITIALIZE WS-EV-TIME.
           ACCEPT WS-EV-TIME.
           DISPLAY "CATEGORY: ".
           INITIALIZE WS-EV-CATEGORY.
           ACCEPT WS-EV-CATEGORY.
           DISPLAY "DESCRIPTION: ".
           INITIALIZE WS-EV-DESCRIPTION.
           ACCEPT WS-EV-DESCRIPTION.
           IF WS-EV-CATEGORY = SPACES
               MOVE "general" TO WS-EV-CATEGORY
           END-IF.
           PERFORM 0435-VALIDATE-EVENT-WHEN.
           IF WS-EV-TITLE = SPACES
               DISPLAY "AN EVENT NEEDS A TITLE -- NOT ADDED"
           ELSE IF WS-EV-VALID = 0
               DISPLAY "NOT ADDED"
           ELSE
               MOVE 1 TO WS-EV-NEXT-ID
               OPEN INPUT F-EVENT-ID-CONTROL-FILE
               IF WS-EVENT-ID-CONTROL-STATUS = "00"
                   READ F-EVENT-ID-CONTROL-FILE
                       NOT AT END
                           MOVE EVENT-ID-CONTROL-NEXT TO WS-EV-NEXT-ID
                   END-READ
                   CLOSE F-EVENT-ID-CONTROL-FILE
               END-IF
               OPEN EXTEND F-EVENTS-FILE
               IF WS-EVENTS-STATUS = "35"
                   OPEN OUTPUT F-EVENTS-FILE
               END-IF
               MOVE SPACES TO EVENT-RECORD
               MOVE WS-EV-NEXT-ID TO EV-ID
               MOVE WS-EV-DATE TO EV-DATE
               MOVE WS-EV-TIME TO EV-TIME
               MOVE WS-EV-CATEGORY TO EV-CATEGORY
               MOVE USER-NAME TO EV-ORGANIZER
               MOVE WS-TODAY-STAMP TO EV-POSTED-DATE
               MOVE WS-EV-TITLE TO EV-TITLE
               MOVE WS-EV-DESCRIPTION TO EV-DESCRIPTION
               WRITE EVENT-RECORD
               END-WRITE
               CLOSE F-EVENTS-FILE
               ADD 1 TO WS-EV-NEXT-ID
               OPEN OUTPUT F-EVENT-ID-CONTROL-FILE
               MOVE WS-EV-NEXT-ID TO EVENT-ID-CONTROL-NEXT
               WRITE EVENT-ID-CONTROL-RECORD
               END-WRITE
               CLOSE F-EVENT-ID-CONTROL-FILE
               DISPLAY "EVENT ADDED FOR " WS-EV-DATE " " WS-EV-TIME
           END-IF
           END-IF.

       0435-VALIDATE-EVENT-WHEN.
           MOVE 0 TO WS-EV-VALID.
           IF WS-EV-DATE(1:4) IS NUMERIC AND
               WS-EV-DATE(5:1) = "-" AND
               WS-EV-DATE(6:2) IS NUMERIC AND
               WS-EV-DATE(8:1) = "-" AND
               WS-EV-DATE(9:2) IS NUMERIC
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE WS-EV-DATE(1:4) TO DS-YEAR
               MOVE WS-EV-DATE(6:2) TO DS-MONTH
               MOVE WS-EV-DATE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG = "Y"
                   MOVE 1 TO WS-EV-VALID
               END-IF
           END-IF.
           IF WS-EV-VALID = 0
               DISPLAY "THAT IS NOT A REAL DATE -- USE YYYY-MM-DD"
           ELSE IF WS-EV-DATE < WS-TODAY-STAMP
               MOVE 0 TO WS-EV-VALID
               DISPLAY "THAT DATE HAS ALREADY PASSED"
           ELSE IF WS-EV-TIME(1:2) IS NOT NUMERIC OR
               WS-EV-TIME(3:1) NOT = ":" OR
               WS-EV-TIME(4:2) IS NOT NUMERIC
               MOVE 0 TO WS-EV-VALID
               DISPLAY "THE TIME MUST BE HH:MM"
           ELSE
               MOVE WS-EV-TIME(1:2) TO WS-EV-HOURS
               MOVE WS-EV-TIME(4:2) TO WS-EV-MINUTES
               IF WS-EV-HOURS > 23 OR WS-EV-MINUTES > 59
                   MOVE 0 TO WS-EV-VALID
                   DISPLAY "THE TIME MUST BE HH:MM"
               END-IF
           END-IF.

       0432-LOAD-UPCOMING-EVENTS.
      *    Events dated today or later, kept in date and time order
      *    as they are read in, so the menu and the sign-in banner
      *    both list the soonest first.
           MOVE 0 TO WS-EV-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-DATE >= WS-TODAY-STAMP AND
                               WS-EV-COUNT < 50
                               PERFORM 0433-INSERT-EVENT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.

       0433-INSERT-EVENT.
           MOVE SPACES TO WS-EV-SORT-KEY.
           STRING EV-DATE EV-TIME DELIMITED BY SIZE
               INTO WS-EV-SORT-KEY
           END-STRING.
           ADD 1 TO WS-EV-COUNT.
           SET EVT-IDX TO WS-EV-COUNT.
           MOVE 0 TO WS-EV-FOUND.
           PERFORM UNTIL WS-EV-FOUND = 1 OR EVT-IDX = 1
               SET EVT-IDX-2 TO EVT-IDX
               SET EVT-IDX-2 DOWN BY 1
               IF WS-EVT-DATE(EVT-IDX-2) > EV-DATE OR
                   (WS-EVT-DATE(EVT-IDX-2) = EV-DATE AND
                   WS-EVT-TIME(EVT-IDX-2) > EV-TIME)
                   MOVE WS-EV-ENTRY(EVT-IDX-2) TO WS-EV-ENTRY(EVT-IDX)
                   SET EVT-IDX DOWN BY 1
               ELSE
                   MOVE 1 TO WS-EV-FOUND
               END-IF
           END-PERFORM.
           MOVE EV-ID TO WS-EVT-ID(EVT-IDX).
           MOVE EV-DATE TO WS-EVT-DATE(EVT-IDX).
           MOVE EV-TIME TO WS-EVT-TIME(EVT-IDX).
           MOVE EV-CATEGORY TO WS-EVT-CATEGORY(EVT-IDX).
           MOVE EV-ORGANIZER TO WS-EVT-ORGANIZER(EVT-IDX).
           MOVE EV-TITLE TO WS-EVT-TITLE(EVT-IDX).
           MOVE EV-DESCRIPTION TO WS-EVT-DESCRIPTION(EVT-IDX).
           MOVE 0 TO WS-EVT-YES(EVT-IDX).
           MOVE 0 TO WS-EVT-MAYBE(EVT-IDX).
           MOVE 0 TO WS-EVT-NO(EVT-IDX).

       0434-TALLY-RSVPS.
      *    Replays the RSVP file so each member's latest answer per
      *    event stands, then counts the answers for each event.
           MOVE 0 TO WS-RSVP-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVP-FILE.
           IF WS-RSVP-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RSVP-FILE
                       NOT AT END
                           PERFORM 0439-TAKE-ONE-RSVP
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RSVP-FILE
           END-IF.
           SET RSV-IDX TO 1.
           PERFORM UNTIL RSV-IDX > WS-RSVP-COUNT
               SET EVT-IDX TO 1
               PERFORM UNTIL EVT-IDX > WS-EV-COUNT
                   IF WS-EVT-ID(EVT-IDX) = WS-RSV-EVENT-ID(RSV-IDX)
                       IF WS-RSV-ANSWER(RSV-IDX) = "YES"
                           ADD 1 TO WS-EVT-YES(EVT-IDX)
                       ELSE IF WS-RSV-ANSWER(RSV-IDX) = "MAYBE"
                           ADD 1 TO WS-EVT-MAYBE(EVT-IDX)
                       ELSE
                           ADD 1 TO WS-EVT-NO(EVT-IDX)
                       END-IF
                       END-IF
                   END-IF
                   SET EVT-IDX UP BY 1
               END-PERFORM
               SET RSV-IDX UP BY 1
           END-PERFORM.

       0439-TAKE-ONE-RSVP.
           MOVE 0 TO WS-EV-FOUND.
           SET RSV-IDX TO 1.
           PERFORM UNTIL WS-EV-FOUND = 1 OR RSV-IDX > WS-RSVP-COUNT
               IF WS-RSV-EVENT-ID(RSV-IDX) = RSVP-EVENT-ID AND
                   WS-RSV-USER(RSV-IDX) = RSVP-USER
                   MOVE 1 TO WS-EV-FOUND
               ELSE
                   SET RSV-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-EV-FOUND = 0 AND WS-RSVP-COUNT < 1000
               ADD 1 TO WS-RSVP-COUNT
               SET RSV-IDX TO WS-RSVP-COUNT
               MOVE RSVP-EVENT-ID TO WS-RSV-EVENT-ID(RSV-IDX)
               MOVE RSVP-USER TO WS-RSV-USER(RSV-IDX)
               MOVE 1 TO WS-EV-FOUND
           END-IF.
           IF WS-EV-FOUND = 1
               MOVE RSVP-ANSWER TO WS-RSV-ANSWER(RSV-IDX)
           END-IF.

       0436-LOAD-EVENT-BANNER.
      *    Up to three events in the coming seven days, shown beside
      *    the announcement at the top of the menu.
           MOVE SPACES TO WS-EVENT-BANNER-TABLE.
           PERFORM 0432-LOAD-UPCOMING-EVENTS.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR.
           MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH.
           MOVE WS-TODAY-STAMP(9:2) TO DS-DAY.
           MOVE 7 TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE SPACES TO WS-EV-WEEK-END.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-EV-WEEK-END
           END-STRING.
           MOVE 0 TO WS-EV-SHOWN.
           SET EVT-IDX TO 1.
           PERFORM UNTIL EVT-IDX > WS-EV-COUNT OR WS-EV-SHOWN = 3
               IF WS-EVT-DATE(EVT-IDX) <= WS-EV-WEEK-END
                   ADD 1 TO WS-EV-SHOWN
                   STRING WS-EVT-DATE(EVT-IDX)(6:5) " "
                       WS-EVT-TIME(EVT-IDX) " "
                       WS-EVT-TITLE(EVT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-EVENT-BANNER-LINE(WS-EV-SHOWN)
                   END-STRING
               END-IF
               SET EVT-IDX UP BY 1
           END-PERFORM.

       0437-RSVP-TO-EVENT.
           DISPLAY "EVENT NUMBER FROM THE LIST ABOVE: ".
           MOVE 0 TO WS-EV-PICK.
           ACCEPT WS-EV-PICK.
           IF WS-EV-PICK = 0 OR WS-EV-PICK > WS-EV-COUNT
               DISPLAY "NO EVENT WITH THAT NUMBER"
           ELSE
               DISPLAY "(y) YES  (n) NO  (m) MAYBE: "
               INITIALIZE WS-EV-ANSWER-INPUT
               ACCEPT WS-EV-ANSWER-INPUT
               MOVE SPACES TO WS-EV-ANSWER
               IF WS-EV-ANSWER-INPUT = "y"
                   MOVE "YES" TO WS-EV-ANSWER
               ELSE IF WS-EV-ANSWER-INPUT = "n"
                   MOVE "NO" TO WS-EV-ANSWER
               ELSE IF WS-EV-ANSWER-INPUT = "m"
                   MOVE "MAYBE" TO WS-EV-ANSWER
               END-IF
               END-IF
               END-IF
               IF WS-EV-ANSWER = SPACES
                   DISPLAY "NO RSVP GIVEN"
               ELSE
                   SET EVT-IDX TO WS-EV-PICK
                   OPEN EXTEND F-RSVP-FILE
                   IF WS-RSVP-STATUS = "35"
                       OPEN OUTPUT F-RSVP-FILE
                   END-IF
                   MOVE SPACES TO RSVP-RECORD
                   MOVE WS-EVT-ID(EVT-IDX) TO RSVP-EVENT-ID
                   MOVE USER-NAME TO RSVP-USER
                   MOVE WS-EV-ANSWER TO RSVP-ANSWER
                   MOVE WS-TODAY-STAMP TO RSVP-DATE
                   WRITE RSVP-RECORD
                   END-WRITE
                   CLOSE F-RSVP-FILE
                   DISPLAY "RSVP SAVED: " WS-EV-ANSWER
               END-IF
           END-IF.

       0438-LIST-EVENT-RSVPS.
           DISPLAY "EVENT NUMBER FROM THE LIST ABOVE: ".
           MOVE 0 TO WS-EV-PICK.
           ACCEPT WS-EV-PICK.
           IF WS-EV-PICK = 0 OR WS-EV-PICK > WS-EV-COUNT
               DISPLAY "NO EVENT WITH THAT NUMBER"
           ELSE
               SET EVT-IDX TO WS-EV-PICK
               IF WS-EVT-ORGANIZER(EVT-IDX) NOT = USER-NAME AND
                   NOT WS-IS-MOD-YES
                   DISPLAY "ONLY THE ORGANIZER CAN SEE THE RSVP LIST"
               ELSE
                   DISPLAY "RSVPS FOR " WS-EVT-TITLE(EVT-IDX) ":"
                   MOVE 0 TO WS-EV-SHOWN
                   SET RSV-IDX TO 1
                   PERFORM UNTIL RSV-IDX > WS-RSVP-COUNT
                       IF WS-RSV-EVENT-ID(RSV-IDX) =
                           WS-EVT-ID(EVT-IDX)
                           ADD 1 TO WS-EV-SHOWN
                           DISPLAY "  " WS-RSV-USER(RSV-IDX) " "
                               WS-RSV-ANSWER(RSV-IDX)
                       END-IF
                       SET RSV-IDX UP BY 1
                   END-PERFORM
                   IF WS-EV-SHOWN = 0
                       DISPLAY "  (no RSVPs yet)"
                   END-IF
               END-IF
           END-IF.

       0440-CHALLENGES-MENU.
      *    Challenges other members have sent, still open and inside
      *    their expiry date. Each can be played once; the result
      *    goes back to both players and onto their head-to-head
      *    records.
           PERFORM 0230-CURRENT-TIME.
           PERFORM 0449-LOAD-MY-CHALLENGES.
           DISPLAY "GAME CHALLENGES SENT TO YOU:".
           SET CHG-IDX TO 1.
           PERFORM UNTIL CHG-IDX > WS-CH-COUNT
               SET WS-CH-SHOW-NUMBER TO CHG-IDX
               MOVE WS-CHT-DIFFICULTY(CHG-IDX) TO
                   WS-GUESSING-DIFFICULTY
               PERFORM 0446-NAME-DIFFICULTY
               DISPLAY "  " WS-CH-SHOW-NUMBER ". FROM "
                   WS-CHT-CHALLENGER(CHG-IDX) " -- " WS-CH-LEVEL-WORD
                   " WORD, SCORE TO BEAT " WS-CHT-SCORE(CHG-IDX)
                   " -- PLAY BY " WS-CHT-EXPIRES(CHG-IDX)
               SET CHG-IDX UP BY 1
           END-PERFORM.
           IF WS-CH-COUNT = 0
               DISPLAY "  (no challenges waiting for you)"
           END-IF.
           IF WS-CH-WAITING > 0
               DISPLAY "YOUR CHALLENGES NOT YET PLAYED: " WS-CH-WAITING
           END-IF.
           DISPLAY "(p) PLAY A CHALLENGE  (q) BACK: ".
           INITIALIZE WS-CH-CHOICE.
           ACCEPT WS-CH-CHOICE.
           IF WS-CH-CHOICE = "p"
               PERFORM 0442-PLAY-CHALLENGE
           ELSE
               PERFORM 0110-DISPLAY-MENU
           END-IF.

       0449-LOAD-MY-CHALLENGES.
           MOVE 0 TO WS-CH-COUNT.
           MOVE 0 TO WS-CH-WAITING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHALLENGES-FILE.
           IF WS-CHALLENGES-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHALLENGES-FILE
                       NOT AT END
                           IF CH-OPPONENT = USER-NAME AND
                               CH-STATE = "OPEN" AND
                               CH-EXPIRES-DATE >= WS-TODAY-STAMP AND
                               WS-CH-COUNT < 20
                               ADD 1 TO WS-CH-COUNT
                               SET CHG-IDX TO WS-CH-COUNT
                               MOVE CH-ID TO WS-CHT-ID(CHG-IDX)
                               MOVE CH-CHALLENGER TO
                                   WS-CHT-CHALLENGER(CHG-IDX)
                               MOVE CH-WORD TO WS-CHT-WORD(CHG-IDX)
                               MOVE CH-DIFFICULTY TO
                                   WS-CHT-DIFFICULTY(CHG-IDX)
                               MOVE CH-CHALLENGER-SCORE TO
                                   WS-CHT-SCORE(CHG-IDX)
                               MOVE CH-EXPIRES-DATE TO
                                   WS-CHT-EXPIRES(CHG-IDX)
                           END-IF
                           IF CH-CHALLENGER = USER-NAME AND
                               CH-STATE = "OPEN" AND
                               CH-EXPIRES-DATE >= WS-TODAY-STAMP
                               ADD 1 TO WS-CH-WAITING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHALLENGES-FILE
           END-IF.

       0446-NAME-DIFFICULTY.
           IF WS-GUESSING-DIFFICULTY = "e"
               MOVE "EASY" TO WS-CH-LEVEL-WORD
           ELSE IF WS-GUESSING-DIFFICULTY = "h"
               MOVE "HARD" TO WS-CH-LEVEL-WORD
           ELSE
               MOVE "MEDIUM" TO WS-CH-LEVEL-WORD
           END-IF
           END-IF.

       0441-ISSUE-CHALLENGE.
      *    Sends the word just played, its difficulty and the score
      *    made on it to another member as a private message. Not
      *    to oneself, not to an unknown name, and not where either
      *    member has blocked the other.
           PERFORM 0230-CURRENT-TIME.
           DISPLAY "CHALLENGE WHICH MEMBER? ".
           INITIALIZE WS-CH-OPPONENT-INPUT.
           ACCEPT WS-CH-OPPONENT-INPUT.
           MOVE 1 TO WS-CH-OK.
           IF WS-CH-OPPONENT-INPUT = SPACES OR
               WS-CH-OPPONENT-INPUT = USER-NAME
               MOVE 0 TO WS-CH-OK
               DISPLAY "PICK ANOTHER MEMBER TO CHALLENGE"
           ELSE
               OPEN INPUT F-USERS-FILE
               MOVE WS-CH-OPPONENT-INPUT TO USERNAME
               READ F-USERS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CH-OK
                       DISPLAY "NO MEMBER BY THAT NAME"
               END-READ
               CLOSE F-USERS-FILE
           END-IF.
           IF WS-CH-OK = 1
               PERFORM 0447-CHECK-CHALLENGE-BLOCKED
               IF WS-CH-OK = 0
                   DISPLAY "YOU CANNOT CHALLENGE THAT MEMBER"
               END-IF
           END-IF.
           IF WS-CH-OK = 1
               MOVE 0 TO WS-CH-NEXT-ID
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CHALLENGES-FILE
               IF WS-CHALLENGES-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-CHALLENGES-FILE
                           NOT AT END
                               IF CH-ID > WS-CH-NEXT-ID
                                   MOVE CH-ID TO WS-CH-NEXT-ID
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-CHALLENGES-FILE
               END-IF
               ADD 1 TO WS-CH-NEXT-ID
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-STAMP(9:2) TO DS-DAY
               MOVE WS-CH-EXPIRY-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-CH-EXPIRES
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-CH-EXPIRES
               END-STRING
               OPEN EXTEND F-CHALLENGES-FILE
               IF WS-CHALLENGES-STATUS = "35"
                   OPEN OUTPUT F-CHALLENGES-FILE
               END-IF
               MOVE SPACES TO CHALLENGE-RECORD
               MOVE WS-CH-NEXT-ID TO CH-ID
               MOVE USER-NAME TO CH-CHALLENGER
               MOVE WS-CH-OPPONENT-INPUT TO CH-OPPONENT
               MOVE WS-ANSWERWORD TO CH-WORD
               MOVE WS-GUESSING-DIFFICULTY TO CH-DIFFICULTY
               MOVE WS-CH-MY-SCORE TO CH-CHALLENGER-SCORE
               MOVE WS-TODAY-STAMP TO CH-ISSUED-DATE
               MOVE WS-CH-EXPIRES TO CH-EXPIRES-DATE
               MOVE "OPEN" TO CH-STATE
               MOVE 0 TO CH-OPPONENT-SCORE
               WRITE CHALLENGE-RECORD
               END-WRITE
               CLOSE F-CHALLENGES-FILE
               PERFORM 0446-NAME-DIFFICULTY
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               MOVE SPACES TO PRIVATE-MESSAGE-RECORD
               MOVE WS-CH-OPPONENT-INPUT TO PM-TO
               MOVE USER-NAME TO PM-FROM
               STRING "Game challenge #" WS-CH-NEXT-ID
                   ": beat my score of " WS-CH-MY-SCORE
                   " on a " DELIMITED BY SIZE
                   WS-CH-LEVEL-WORD DELIMITED BY " "
                   " guessing word. Play it under Games, (c) "
                   "Challenges, by " WS-CH-EXPIRES "."
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
               MOVE WS-TODAY-STAMP TO PM-DATE
               MOVE "N" TO PM-READ-FLAG
               WRITE PRIVATE-MESSAGE-RECORD
               END-WRITE
               CLOSE F-PM-FILE
               MOVE "N" TO WS-CH-CAN-ISSUE
               DISPLAY "CHALLENGE SENT TO " WS-CH-OPPONENT-INPUT
           END-IF.
           PERFORM 0110-DISPLAY-MENU.

       0447-CHECK-CHALLENGE-BLOCKED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BLOCK-LIST-FILE.
           IF WS-BLOCK-LIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           IF (BLOCK-OWNER = WS-CH-OPPONENT-INPUT AND
                               BLOCK-BLOCKED = USER-NAME) OR
                               (BLOCK-OWNER = USER-NAME AND
                               BLOCK-BLOCKED = WS-CH-OPPONENT-INPUT)
                               MOVE 0 TO WS-CH-OK
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.

       0442-PLAY-CHALLENGE.
      *    The challenge turns PLAYING before the first guess, so it
      *    cannot be started over for a second try; quitting part
      *    way through settles it as a loss.
           DISPLAY "CHALLENGE NUMBER FROM THE LIST ABOVE: ".
           MOVE 0 TO WS-CH-PICK.
           ACCEPT WS-CH-PICK.
           IF WS-CH-PICK = 0 OR WS-CH-PICK > WS-CH-COUNT
               DISPLAY "NO CHALLENGE WITH THAT NUMBER"
               PERFORM 0440-CHALLENGES-MENU
           ELSE
               SET CHG-IDX TO WS-CH-PICK
               MOVE WS-CHT-ID(CHG-IDX) TO WS-CH-ACTIVE-ID
               MOVE WS-CHT-CHALLENGER(CHG-IDX) TO
                   WS-CH-ACTIVE-CHALLENGER
               MOVE WS-CHT-SCORE(CHG-IDX) TO WS-CH-ACTIVE-SCORE
               MOVE "PLAYING" TO WS-CH-NEW-STATE
               MOVE 0 TO WS-CH-MY-SCORE
               PERFORM 0444-MARK-CHALLENGE
               MOVE 15 TO WS-GUESSES-LEFT
               MOVE WS-CHT-DIFFICULTY(CHG-IDX) TO
                   WS-GUESSING-DIFFICULTY
               MOVE WS-CHT-WORD(CHG-IDX) TO WS-WORD
               MOVE WS-WORD TO WS-ANSWERWORD
               MOVE REPLACE-LETTER(WS-WORD) TO WS-WORD
               MOVE "N" TO WS-DAILY-MODE
               MOVE "Y" TO WS-CH-MODE
               MOVE "N" TO WS-CH-CAN-ISSUE
               DISPLAY WORD-GUESSING-SCREEN
               DISPLAY TIME-SCREEN
               MOVE 0 TO WS-WORD-LENGTH
               MOVE 1 TO COUNTER
               PERFORM UNTIL COUNTER = 20
                 IF WS-WORD(COUNTER:1) = '*'
                  THEN ADD 1 TO WS-WORD-LENGTH
                 END-IF
                 ADD 1 TO COUNTER
               END-PERFORM
               PERFORM 0170-IN-GAME-SCREEN
           END-IF.

       0443-SETTLE-CHALLENGE.
      *    Higher score takes it; a loss scores nothing. Both sides'
      *    head-to-head records move and both hear the result.
           PERFORM 0230-CURRENT-TIME.
           IF WS-GAME-RESULT NOT = "W"
               MOVE 0 TO WS-CH-MY-SCORE
           END-IF.
           MOVE "PLAYED" TO WS-CH-NEW-STATE.
           PERFORM 0444-MARK-CHALLENGE.
           IF WS-CH-MY-SCORE > WS-CH-ACTIVE-SCORE
               MOVE "W" TO WS-CH-OUTCOME
           ELSE IF WS-CH-MY-SCORE < WS-CH-ACTIVE-SCORE
               MOVE "L" TO WS-CH-OUTCOME
           ELSE
               MOVE "T" TO WS-CH-OUTCOME
           END-IF
           END-IF.
           MOVE USER-NAME TO WS-CH-PAIR-PLAYER.
           MOVE WS-CH-ACTIVE-CHALLENGER TO WS-CH-PAIR-OPPONENT.
           MOVE WS-CH-OUTCOME TO WS-CH-PAIR-OUTCOME.
           PERFORM 0445-RECORD-HEAD-TO-HEAD.
           MOVE WS-CH-ACTIVE-CHALLENGER TO WS-CH-PAIR-PLAYER.
           MOVE USER-NAME TO WS-CH-PAIR-OPPONENT.
           IF WS-CH-OUTCOME = "W"
               MOVE "L" TO WS-CH-PAIR-OUTCOME
           ELSE IF WS-CH-OUTCOME = "L"
               MOVE "W" TO WS-CH-PAIR-OUTCOME
           ELSE
               MOVE "T" TO WS-CH-PAIR-OUTCOME
           END-IF
           END-IF.
           PERFORM 0445-RECORD-HEAD-TO-HEAD.
           MOVE SPACES TO WS-CH-RESULT-TEXT.
           IF WS-CH-OUTCOME = "T"
               STRING "Game challenge #" WS-CH-ACTIVE-ID ": "
                   DELIMITED BY SIZE
                   WS-CH-ACTIVE-CHALLENGER DELIMITED BY " "
                   " scored " WS-CH-ACTIVE-SCORE ", "
                   DELIMITED BY SIZE
                   USER-NAME DELIMITED BY " "
                   " scored " WS-CH-MY-SCORE " -- a tie."
                   DELIMITED BY SIZE INTO WS-CH-RESULT-TEXT
               END-STRING
           ELSE
               IF WS-CH-OUTCOME = "W"
                   MOVE USER-NAME TO WS-CH-PAIR-PLAYER
               ELSE
                   MOVE WS-CH-ACTIVE-CHALLENGER TO WS-CH-PAIR-PLAYER
               END-IF
               STRING "Game challenge #" WS-CH-ACTIVE-ID ": "
                   DELIMITED BY SIZE
                   WS-CH-ACTIVE-CHALLENGER DELIMITED BY " "
                   " scored " WS-CH-ACTIVE-SCORE ", "
                   DELIMITED BY SIZE
                   USER-NAME DELIMITED BY " "
                   " scored " WS-CH-MY-SCORE " -- "
                   DELIMITED BY SIZE
                   WS-CH-PAIR-PLAYER DELIMITED BY " "
                   " wins." DELIMITED BY SIZE
                   INTO WS-CH-RESULT-TEXT
               END-STRING
           END-IF.
           OPEN EXTEND F-PM-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-CH-ACTIVE-CHALLENGER TO PM-TO.
           MOVE "games" TO PM-FROM.
           MOVE WS-CH-RESULT-TEXT TO PM-BODY.
           MOVE WS-TODAY-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           MOVE USER-NAME TO PM-TO.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           CLOSE F-PM-FILE.
           MOVE "N" TO WS-CH-MODE.
           DISPLAY WS-CH-RESULT-TEXT.

       0444-MARK-CHALLENGE.
      *    Sets WS-CH-ACTIVE-ID's line to WS-CH-NEW-STATE by way of
      *    the work file, the same copy-through every other side
      *    file rewrite here uses.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHALLENGES-FILE.
           IF WS-CHALLENGES-STATUS = "00"
               OPEN OUTPUT F-CHALLENGES-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHALLENGES-FILE
                       NOT AT END
                           IF CH-ID = WS-CH-ACTIVE-ID
                               MOVE WS-CH-NEW-STATE TO CH-STATE
                               MOVE WS-CH-MY-SCORE TO
                                   CH-OPPONENT-SCORE
                               MOVE WS-TODAY-STAMP TO CH-PLAYED-DATE
                           END-IF
                           MOVE CHALLENGE-RECORD TO
                               CHALLENGES-WORK-RECORD
                           WRITE CHALLENGES-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHALLENGES-FILE
               CLOSE F-CHALLENGES-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CHALLENGES-WORK-FILE
               OPEN OUTPUT F-CHALLENGES-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHALLENGES-WORK-FILE
                       NOT AT END
                           MOVE CHALLENGES-WORK-RECORD TO
                               CHALLENGE-RECORD
                           WRITE CHALLENGE-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHALLENGES-WORK-FILE
               CLOSE F-CHALLENGES-FILE
           END-IF.

       0445-RECORD-HEAD-TO-HEAD.
      *    Keyed into game-head-to-head.dat the same way
      *    0196-UPDATE-GAME-STATS keys game-stats.dat, one record for
      *    WS-CH-PAIR-PLAYER against WS-CH-PAIR-OPPONENT.
           OPEN I-O F-HEAD-TO-HEAD-FILE.
           IF WS-H2H-STATUS = "35"
               OPEN OUTPUT F-HEAD-TO-HEAD-FILE
               CLOSE F-HEAD-TO-HEAD-FILE
               OPEN I-O F-HEAD-TO-HEAD-FILE
           END-IF.
           MOVE WS-CH-PAIR-PLAYER TO H2H-PLAYER.
           MOVE WS-CH-PAIR-OPPONENT TO H2H-OPPONENT.
           READ F-HEAD-TO-HEAD-FILE
               INVALID KEY
                   MOVE 0 TO H2H-WINS
                   MOVE 0 TO H2H-LOSSES
                   MOVE 0 TO H2H-TIES
                   IF WS-CH-PAIR-OUTCOME = "W"
                       MOVE 1 TO H2H-WINS
                   ELSE IF WS-CH-PAIR-OUTCOME = "L"
                       MOVE 1 TO H2H-LOSSES
                   ELSE
                       MOVE 1 TO H2H-TIES
                   END-IF
                   END-IF
                   WRITE HEAD-TO-HEAD-RECORD
               NOT INVALID KEY
                   IF WS-CH-PAIR-OUTCOME = "W"
                       ADD 1 TO H2H-WINS
                   ELSE IF WS-CH-PAIR-OUTCOME = "L"
                       ADD 1 TO H2H-LOSSES
                   ELSE
                       ADD 1 TO H2H-TIES
                   END-IF
                   END-IF
                   REWRITE HEAD-TO-HEAD-RECORD
           END-READ.
           CLOSE F-HEAD-TO-HEAD-FILE.

       0448-LOAD-HEAD-TO-HEAD.
      *    The profile's challenge record: totals against everyone,
      *    then the first few opponents by name.
           MOVE 0 TO WS-PROFILE-H2H-WINS.
           MOVE 0 TO WS-PROFILE-H2H-LOSSES.
           MOVE 0 TO WS-PROFILE-H2H-SHOWN.
           MOVE SPACES TO WS-PROFILE-H2H-HEADING.
           MOVE SPACES TO WS-PROFILE-H2H-TABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HEAD-TO-HEAD-FILE.
           IF WS-H2H-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE WS-PROFILE-USERNAME TO H2H-PLAYER
               MOVE LOW-VALUES TO H2H-OPPONENT
               START F-HEAD-TO-HEAD-FILE
                   KEY IS >= H2H-KEY
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-START
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HEAD-TO-HEAD-FILE NEXT RECORD
                   NOT AT END
                       IF H2H-PLAYER NOT = WS-PROFILE-USERNAME
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           ADD H2H-WINS TO WS-PROFILE-H2H-WINS
                           ADD H2H-LOSSES TO WS-PROFILE-H2H-LOSSES
                           IF WS-PROFILE-H2H-SHOWN < 4
                               ADD 1 TO WS-PROFILE-H2H-SHOWN
                               STRING "  vs " H2H-OPPONENT
                                   " W " H2H-WINS " L " H2H-LOSSES
                                   DELIMITED BY SIZE INTO
                                   WS-PROFILE-H2H-LINE(
                                   WS-PROFILE-H2H-SHOWN)
                               END-STRING
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-H2H-STATUS = "00" OR WS-H2H-STATUS = "10" OR
               WS-H2H-STATUS = "23"
               CLOSE F-HEAD-TO-HEAD-FILE
           END-IF.
           STRING "Challenges -- won " WS-PROFILE-H2H-WINS
               " lost " WS-PROFILE-H2H-LOSSES
               DELIMITED BY SIZE INTO WS-PROFILE-H2H-HEADING
           END-STRING.

       0450-CHECK-ATTACHMENTS.
      *    Each ID typed on the post screen must be a document in
      *    library-index.dat. WS-ATTACH-BAD-ID comes back 99999 when
      *    they all are, or holds the first one that is not; an
      *    ID given twice is only attached once.
           MOVE 99999 TO WS-ATTACH-BAD-ID.
           MOVE 0 TO WS-ATTACH-IDS.
           SET ATI-IDX TO 1.
           PERFORM UNTIL ATI-IDX > WS-ATTACH-LIMIT
               IF WS-ATTACH-INPUT(ATI-IDX) NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ATTACH-INPUT(ATI-IDX)) TO
                       WS-ATTACH-ID(ATI-IDX)
                   SET ATI-IDX-2 TO 1
                   PERFORM UNTIL ATI-IDX-2 >= ATI-IDX
                       IF WS-ATTACH-ID(ATI-IDX-2) =
                           WS-ATTACH-ID(ATI-IDX)
                           MOVE 0 TO WS-ATTACH-ID(ATI-IDX)
                       END-IF
                       SET ATI-IDX-2 UP BY 1
                   END-PERFORM
                   IF WS-ATTACH-ID(ATI-IDX) = 0 AND
                       WS-ATTACH-BAD-ID = 99999 AND
                       FUNCTION NUMVAL(WS-ATTACH-INPUT(ATI-IDX)) = 0
                       MOVE 0 TO WS-ATTACH-BAD-ID
                   END-IF
               END-IF
               SET ATI-IDX UP BY 1
           END-PERFORM.
           SET ATI-IDX TO 1.
           PERFORM UNTIL ATI-IDX > WS-ATTACH-LIMIT
               IF WS-ATTACH-ID(ATI-IDX) > 0 AND
                   WS-ATTACH-BAD-ID = 99999
                   MOVE 0 TO WS-ATTACH-FOUND
                   MOVE 0 TO WS-FILE-IS-ENDED
                   OPEN INPUT F-LIB-INDEX-FILE
                   IF WS-LIB-INDEX-STATUS NOT = "00"
                       MOVE 1 TO WS-FILE-IS-ENDED
                   END-IF
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-LIB-INDEX-FILE
                           NOT AT END
                               IF LIB-DOC-ID = WS-ATTACH-ID(ATI-IDX)
                                   MOVE 1 TO WS-ATTACH-FOUND
                                   MOVE LIB-DOC-SECTION TO
                                       WS-LIB-ACCESS-SECTION
                                   MOVE 1 TO WS-FILE-IS-ENDED
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   IF WS-LIB-INDEX-STATUS = "00" OR
                       WS-LIB-INDEX-STATUS = "10"
                       CLOSE F-LIB-INDEX-FILE
                   END-IF
      *    A document from a section closed to the poster cannot be
      *    attached -- it would put the title in front of everyone.
                   IF WS-ATTACH-FOUND = 1
                       PERFORM 0327-CHECK-SECTION-ACCESS
                       IF NOT WS-LIB-ACCESS-OK
                           MOVE 0 TO WS-ATTACH-FOUND
                       END-IF
                   END-IF
                   IF WS-ATTACH-FOUND = 0
                       MOVE WS-ATTACH-ID(ATI-IDX) TO WS-ATTACH-BAD-ID
                   END-IF
               END-IF
               SET ATI-IDX UP BY 1
           END-PERFORM.

       0451-SAVE-ATTACHMENTS.
           SET ATI-IDX TO 1.
           PERFORM UNTIL ATI-IDX > WS-ATTACH-LIMIT
               IF WS-ATTACH-ID(ATI-IDX) > 0
                   OPEN EXTEND F-ATTACHMENTS-FILE
                   IF WS-ATTACHMENTS-STATUS = "35"
                       OPEN OUTPUT F-ATTACHMENTS-FILE
                   END-IF
                   MOVE SPACES TO ATTACHMENT-RECORD
                   MOVE WS-NEXT-MESSAGE-ID TO ATT-MESSAGE-ID
                   MOVE WS-ATTACH-ID(ATI-IDX) TO ATT-DOC-ID
                   MOVE USER-NAME TO ATT-ATTACHED-BY
                   MOVE WS-TODAY-STAMP TO ATT-DATE
                   WRITE ATTACHMENT-RECORD
                   END-WRITE
                   CLOSE F-ATTACHMENTS-FILE
               END-IF
               SET ATI-IDX UP BY 1
           END-PERFORM.

       0452-LOAD-POST-ATTACHMENTS.
      *    The documents attached to the post on screen, with their
      *    titles from the library index; one retired from the
      *    library since is still listed, marked as gone.
           MOVE 0 TO WS-ATT-COUNT.
           MOVE SPACES TO WS-ATT-HEADING.
           MOVE SPACES TO WS-ATT-TABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ATTACHMENTS-FILE.
           IF WS-ATTACHMENTS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ATTACHMENTS-FILE
                       NOT AT END
                           IF ATT-MESSAGE-ID = READ-MESSAGE-ID AND
                               WS-ATT-COUNT < 3
                               ADD 1 TO WS-ATT-COUNT
                               SET ATT-IDX TO WS-ATT-COUNT
                               MOVE ATT-DOC-ID TO WS-ATT-DOC-ID(ATT-IDX)
                               MOVE "(no longer in the library)" TO
                                   WS-ATT-TITLE(ATT-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ATTACHMENTS-FILE
           END-IF.
           IF WS-ATT-COUNT > 0
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-LIB-INDEX-FILE
               IF WS-LIB-INDEX-STATUS NOT = "00"
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIB-INDEX-FILE
                       NOT AT END
                           SET ATT-IDX TO 1
                           PERFORM UNTIL ATT-IDX > WS-ATT-COUNT
                               IF WS-ATT-DOC-ID(ATT-IDX) = LIB-DOC-ID
                                   MOVE LIB-DOC-TITLE TO
                                       WS-ATT-TITLE(ATT-IDX)
                               END-IF
                               SET ATT-IDX UP BY 1
                           END-PERFORM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-LIB-INDEX-STATUS = "00" OR
                   WS-LIB-INDEX-STATUS = "10"
                   CLOSE F-LIB-INDEX-FILE
               END-IF
               MOVE "Attached documents -- (a) open one:" TO
                   WS-ATT-HEADING
               SET ATT-IDX TO 1
               PERFORM UNTIL ATT-IDX > WS-ATT-COUNT
                   SET WS-ATT-PICK TO ATT-IDX
                   STRING "  " WS-ATT-PICK ". #" WS-ATT-DOC-ID(ATT-IDX)
                       " " WS-ATT-TITLE(ATT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ATT-SHOW-LINE(ATT-IDX)
                   END-STRING
                   SET ATT-IDX UP BY 1
               END-PERFORM
           END-IF.

       0453-OPEN-ATTACHMENT.
      *    Opens the document in place through the library's own
      *    reader, so the read is counted like any other.
           MOVE 1 TO WS-ATT-PICK.
           IF WS-ATT-COUNT > 1
               DISPLAY "WHICH ATTACHMENT (1-" WS-ATT-COUNT "): "
               ACCEPT WS-ATT-PICK
           END-IF.
           IF WS-ATT-PICK = 0 OR WS-ATT-PICK > WS-ATT-COUNT
               DISPLAY "NO ATTACHMENT WITH THAT NUMBER"
           ELSE
               SET ATT-IDX TO WS-ATT-PICK
               MOVE WS-ATT-DOC-ID(ATT-IDX) TO WS-LIB-PICK
               PERFORM 0324-READ-ONE-DOCUMENT
           END-IF.

       0360-SCHEDULED-POSTS-MENU.
           END-IF.

       0361-ADD-SCHEDULED-POST.
           MOVE SPACES TO WS-ATTACH-LABEL.
           MOVE SPACES TO WS-ATTACH-INPUTS.
           INITIALIZE POST-TITLE.
           INITIALIZE POST-BODY.
           INITIALIZE POST-CATEGORY.
      *    board is unfiltered) -- the signal moderators wanted for
      *    pinning beyond gut feel.
           MOVE 0 TO WS-BEST-COUNT.
           PERFORM 0329-LOAD-CATEGORY-READERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS NOT = "00"
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MESSAGE-CATEGORY TO
                               WS-CAT-ACCESS-CATEGORY
                           PERFORM 0338-CHECK-CATEGORY-ACCESS
                           IF (WS-BOARD-CATEGORY = SPACES OR
                               MESSAGE-CATEGORY = WS-BOARD-CATEGORY)
                               AND WS-CAT-ACCESS-OK
                               ADD 1 TO WS-BEST-SHOWN
                               DISPLAY "  NET " WS-BEST-NET(BEST-IDX)
                                   " #" MESSAGE-ID " "
           MOVE 0 TO WS-MY-CARD-COUNT.
           MOVE 0 TO WS-MY-CARD-SHOWN.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CARD-AUDIT-OPEN.
           OPEN INPUT F-CARD-AUDIT-FILE.
           IF WS-CARD-AUDIT-STATUS NOT = "00"
               DISPLAY "  (no card history is available right now)"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE 1 TO WS-CARD-AUDIT-OPEN
               MOVE WS-MY-CUSTOMER-ID TO CARD-AUDIT-CUSTOMER-ID
               START F-CARD-AUDIT-FILE
                   KEY IS = CARD-AUDIT-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-START
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       IF CARD-AUDIT-CUSTOMER-ID NOT =
                           WS-MY-CUSTOMER-ID
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           ADD 1 TO WS-MY-CARD-COUNT
                           IF WS-MY-CARD-SHOWN < 15
                               ADD 1 TO WS-MY-CARD-SHOWN
                                   WS-MY-SERIAL
                               PERFORM 0332-LOOK-UP-DELIVERY
                               DISPLAY "  "
                                   CARD-AUDIT-SERIAL " "
                                   CARD-AUDIT-RUN-YEAR "-"
                                   CARD-AUDIT-RUN-DATE " "
                                   CARD-AUDIT-CARD-TYPE " "
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CARD-AUDIT-OPEN = 1
               CLOSE F-CARD-AUDIT-FILE
           END-IF.
           IF WS-MY-CARD-COUNT = 0
           END-IF.
           DISPLAY "(a) SUBMIT AN ADDRESS CORRECTION".
           DISPLAY "(p) CHANGE MAILING PREFERENCES".
           DISPLAY "(c) CONTACT US".
           DISPLAY "ANY OTHER KEY TO GO BACK: ".
           INITIALIZE WS-MY-CHOICE.
           ACCEPT WS-MY-CHOICE.
               PERFORM 0333-SUBMIT-ADDRESS-CORRECTION
           ELSE IF WS-MY-CHOICE = "p"
               PERFORM 0334-SUBMIT-FLAG-CHANGE
           ELSE IF WS-MY-CHOICE = "c"
               PERFORM 0335-SUBMIT-SERVICE-REQUEST
           END-IF.

       0333-SUBMIT-ADDRESS-CORRECTION.
                   OPEN OUTPUT F-ADDRESS-CHANGES-FILE
               END-IF
               MOVE SPACES TO CHANGE-RECORD
               MOVE "ASSIGN" TO IC-FUNCTION
               MOVE WS-MY-CUSTOMER-ID TO IC-CUSTOMER-ID
               CALL "id-check" USING WS-IC-REQUEST
               MOVE IC-CUSTOMER-NUMBER TO CHANGE-CUSTOMER-NUMBER
               MOVE WS-MY-NEW-STREET TO CHANGE-NEW-STREET
               MOVE WS-MY-NEW-CITY TO CHANGE-NEW-CITY
               MOVE WS-MY-NEW-STATE TO CHANGE-NEW-STATE
           DISPLAY "PREFERENCE CHANGE SUBMITTED FOR THE BATCH "
               "SIDE'S REVIEWED APPLY RUN".

       0335-SUBMIT-SERVICE-REQUEST.
      *    The "contact us" form for linked members, so a card that
      *    never came or a mailing they want stopped does not need a
      *    phone call. A missing card is named by its serial from the
      *    list above, and the serial must be one of the member's own
      *    cards. The request is parked for the batch side's intake
      *    run like the other self-service changes; the answer comes
      *    back as a private message when the case is closed.
           DISPLAY "WHAT IS IT ABOUT?".
           DISPLAY "(n) A CARD NEVER ARRIVED".
           DISPLAY "(u) MAIL I DO NOT WANT".
           DISPLAY "(w) YOUR ADDRESS FOR ME IS WRONG".
           DISPLAY "(d) I AM GETTING CARDS TWICE".
           DISPLAY "(v) MY PERSONAL DATA".
           DISPLAY "(o) SOMETHING ELSE".
           DISPLAY "PICK ONE: ".
           INITIALIZE WS-MY-SR-KIND.
           ACCEPT WS-MY-SR-KIND.
           MOVE 1 TO WS-MY-SR-VALID.
           MOVE 0 TO WS-MY-SR-SERIAL.
           IF WS-MY-SR-KIND = "n"
               MOVE "NOT-ARRIVED" TO WS-MY-SR-CATEGORY
               PERFORM 0336-ASK-MISSING-SERIAL
           ELSE IF WS-MY-SR-KIND = "u"
               MOVE "UNWANTED" TO WS-MY-SR-CATEGORY
           ELSE IF WS-MY-SR-KIND = "w"
               MOVE "WRONG-ADDR" TO WS-MY-SR-CATEGORY
           ELSE IF WS-MY-SR-KIND = "d"
               MOVE "DUPLICATE" TO WS-MY-SR-CATEGORY
           ELSE IF WS-MY-SR-KIND = "v"
               MOVE "PRIVACY" TO WS-MY-SR-CATEGORY
           ELSE IF WS-MY-SR-KIND = "o"
               MOVE "OTHER" TO WS-MY-SR-CATEGORY
           ELSE
               MOVE 0 TO WS-MY-SR-VALID
               DISPLAY "NOTHING SUBMITTED"
           END-IF.
           IF WS-MY-SR-VALID = 1
               DISPLAY "TELL US WHAT HAPPENED (ONE LINE): "
               INITIALIZE WS-MY-SR-TEXT
               ACCEPT WS-MY-SR-TEXT
               IF WS-MY-SR-TEXT = SPACES
                   MOVE 0 TO WS-MY-SR-VALID
                   DISPLAY "NOTHING SUBMITTED -- PLEASE TELL US "
                       "WHAT HAPPENED"
               END-IF
           END-IF.
           IF WS-MY-SR-VALID = 1
               OPEN EXTEND F-SERVICE-REQUESTS-FILE
               IF WS-SERVICE-REQUESTS-STATUS = "35"
                   OPEN OUTPUT F-SERVICE-REQUESTS-FILE
               END-IF
               PERFORM 0230-CURRENT-TIME
               MOVE SPACES TO SERVICE-REQUEST-RECORD
               MOVE WS-MY-CUSTOMER-ID TO SR-CUSTOMER-ID
               MOVE USER-NAME TO SR-USERNAME
               MOVE WS-TODAY-STAMP TO SR-DATE
               MOVE WS-MY-SR-CATEGORY TO SR-CATEGORY
               MOVE WS-MY-SR-SERIAL TO SR-SERIAL
               MOVE WS-MY-SR-TEXT TO SR-TEXT
               MOVE 0 TO SR-CASE-NUMBER
               WRITE SERVICE-REQUEST-RECORD
               END-WRITE
               CLOSE F-SERVICE-REQUESTS-FILE
               DISPLAY "REQUEST SUBMITTED -- OUR REPLY WILL COME TO "
                   "YOUR PRIVATE MESSAGES"
           END-IF.

       0336-ASK-MISSING-SERIAL.
      *    One keyed read of the card audit: the serial has to be on
      *    file and under the member's own customer ID.
           DISPLAY "SERIAL OF THE CARD (FIRST COLUMN ABOVE): ".
           INITIALIZE WS-MY-SR-SERIAL-INPUT.
           ACCEPT WS-MY-SR-SERIAL-INPUT.
           MOVE 0 TO WS-MY-SR-VALID.
           IF FUNCTION TRIM(WS-MY-SR-SERIAL-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MY-SR-SERIAL-INPUT) TO
                   WS-MY-SR-SERIAL
               OPEN INPUT F-CARD-AUDIT-FILE
               IF WS-CARD-AUDIT-STATUS = "00"
                   MOVE WS-MY-SR-SERIAL TO CARD-AUDIT-SERIAL
                   READ F-CARD-AUDIT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CARD-AUDIT-CUSTOMER-ID =
                               WS-MY-CUSTOMER-ID
                               MOVE 1 TO WS-MY-SR-VALID
                           END-IF
                   END-READ
                   CLOSE F-CARD-AUDIT-FILE
               END-IF
           END-IF.
           IF WS-MY-SR-VALID = 0
               DISPLAY "THAT SERIAL IS NOT ONE OF YOUR CARDS -- "
                   "NOTHING SUBMITTED"
           END-IF.

       0332-LOOK-UP-DELIVERY.
           MOVE "NO SCAN YET" TO WS-MY-DELIVERY.
           MOVE 0 TO WS-DELIVERY-STATUS-STATUS.
       0310-LINK-CUSTOMER-ACCOUNT.
      *    The card program and the board serve overlapping people
      *    without knowing it. A member opts in by entering their
      *    customer number, proved by the birthday on the customer
      *    record -- once stored, the card side can greet them by
      *    their board display name, and members already on the
      *    customer file keep receiving the cards they qualify for.
           MOVE 0 TO WS-LINK-CUSTOMER-NUMBER.
           INITIALIZE WS-LINK-BIRTHDAY.
           INITIALIZE WS-LINK-CHOICE.
           DISPLAY LINK-CUSTOMER-SCREEN.
                   CLOSE F-USERS-FILE
                   MOVE "Linked -- cards will greet you by name."
                       TO WS-LINK-MESSAGE
               END-IF
               PERFORM 0310-LINK-CUSTOMER-ACCOUNT
           END-IF.

       0312-LOAD-CARD-NOTICE-SETTING.
      *    On unless the member's latest line on the settings file
      *    says otherwise.
           MOVE "Y" TO WS-CARD-NOTICES-ON.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CARD-NOTICE-SETTINGS-FILE.
           IF WS-CARD-NOTICE-SETTINGS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CARD-NOTICE-SETTINGS-FILE
                       NOT AT END
                           IF CNS-USERNAME = USER-NAME
                               MOVE CNS-NOTICES TO
                                   WS-CARD-NOTICES-ON
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CARD-NOTICE-SETTINGS-FILE
           END-IF.

       0313-TOGGLE-CARD-NOTICES.
      *    The nightly card-notices step reads the same file, so the
      *    change holds from the next run on.
           PERFORM 0312-LOAD-CARD-NOTICE-SETTING.
           PERFORM 0230-CURRENT-TIME.
           OPEN EXTEND F-CARD-NOTICE-SETTINGS-FILE.
           IF WS-CARD-NOTICE-SETTINGS-STATUS = "35"
               OPEN OUTPUT F-CARD-NOTICE-SETTINGS-FILE
           END-IF.
           MOVE SPACES TO CARD-NOTICE-SETTING-RECORD.
           MOVE USER-NAME TO CNS-USERNAME.
           IF WS-CARD-NOTICES-ON = "Y"
               MOVE "N" TO CNS-NOTICES
           ELSE
               MOVE "Y" TO CNS-NOTICES
           END-IF.
           MOVE WS-TODAY-STAMP TO CNS-DATE.
           WRITE CARD-NOTICE-SETTING-RECORD
           END-WRITE.
           CLOSE F-CARD-NOTICE-SETTINGS-FILE.

       0314-LOAD-DIGEST-SETTING.
           MOVE "N" TO WS-DIGEST-FREQUENCY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DIGEST-SETTINGS-FILE.
           IF WS-DIGEST-SETTINGS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-SETTINGS-FILE
                       NOT AT END
                           IF DGS-USERNAME = USER-NAME
                               MOVE DGS-FREQUENCY TO
                                   WS-DIGEST-FREQUENCY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-SETTINGS-FILE
           END-IF.

       0315-CYCLE-DIGEST-SETTING.
      *    Each press moves the setting one step round: off, daily,
      *    weekly, off. The digest follows the categories the member
      *    has subscribed to from the board.
           PERFORM 0314-LOAD-DIGEST-SETTING.
           PERFORM 0230-CURRENT-TIME.
           OPEN EXTEND F-DIGEST-SETTINGS-FILE.
           IF WS-DIGEST-SETTINGS-STATUS = "35"
               OPEN OUTPUT F-DIGEST-SETTINGS-FILE
           END-IF.
           MOVE SPACES TO DIGEST-SETTING-RECORD.
           MOVE USER-NAME TO DGS-USERNAME.
           IF WS-DIGEST-FREQUENCY = "D"
               MOVE "W" TO DGS-FREQUENCY
           ELSE IF WS-DIGEST-FREQUENCY = "W"
               MOVE "N" TO DGS-FREQUENCY
           ELSE
               MOVE "D" TO DGS-FREQUENCY
           END-IF.
           MOVE WS-TODAY-STAMP TO DGS-DATE.
           WRITE DIGEST-SETTING-RECORD
           END-WRITE.
           CLOSE F-DIGEST-SETTINGS-FILE.

       0316-LOAD-PROMO-CONSENT.
      *    The same ledger the campaign runs check, so what the
      *    member sees here is what decides their promotional mail.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE WS-PROFILE-LINKED-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF CV-RESULT = "Y"
               MOVE "YES" TO WS-PROFILE-PROMO
           ELSE IF CV-STATUS = "G"
               MOVE "LAPSED" TO WS-PROFILE-PROMO
           ELSE IF CV-STATUS = "W"
               MOVE "WITHDRAWN" TO WS-PROFILE-PROMO
           ELSE
               MOVE "NO" TO WS-PROFILE-PROMO
           END-IF.

       0317-TOGGLE-PROMO-CONSENT.
      *    A member with current consent withdraws it; anyone else --
      *    never asked, withdrawn or lapsed -- grants it afresh from
      *    today. Recorded against the linked customer with the BBS
      *    as the source.
           PERFORM 0316-LOAD-PROMO-CONSENT.
           IF CV-RESULT = "Y"
               MOVE "W" TO CV-STATUS
           ELSE
               MOVE "G" TO CV-STATUS
           END-IF.
           MOVE "RECORD" TO CV-FUNCTION.
           MOVE WS-PROFILE-LINKED-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           MOVE "BBS" TO CV-SOURCE.
           MOVE SPACES TO CV-DATE.
           MOVE "CUSTOMER" TO CV-OPERATOR.
           CALL "consent-services" USING WS-CV-REQUEST.

       0311-VERIFY-CUSTOMER-LINK.
      *    One keyed read: the ID must exist on customers.dat and
      *    its birthday must match what the member typed -- knowing
      *    someone else's customer number alone is not enough. The
      *    number's check digit is proved first, and a number that
      *    fails it is never read at all. WS-LINK-MESSAGE says why
      *    a link was refused.
           MOVE 0 TO WS-LINK-VERIFIED.
           MOVE "No customer matched that number and birthday."
               TO WS-LINK-MESSAGE.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE WS-LINK-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               MOVE IC-MESSAGE TO WS-LINK-MESSAGE
           ELSE
               PERFORM 0318-READ-LINKED-CUSTOMER
           END-IF.

       0318-READ-LINKED-CUSTOMER.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE WS-LINK-CUSTOMER-ID TO PERSON-CUSTOMER-ID
