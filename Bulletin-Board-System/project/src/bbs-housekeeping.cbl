             "message-id-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MESSAGE-ID-CONTROL-STATUS.
           SELECT F-DIGEST-SETTINGS-FILE ASSIGN TO
             "bbs-digest-settings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIGEST-SETTINGS-STATUS.
           SELECT F-DIGEST-MARKS-FILE ASSIGN TO "bbs-digest-marks.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIGEST-MARKS-STATUS.
           SELECT F-SUBSCRIPTIONS-FILE ASSIGN TO
             "category-subscriptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUBSCRIPTIONS-STATUS.
           SELECT F-CAT-READERS-FILE ASSIGN TO
             "bbs-category-readers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CAT-READERS-STATUS.
           SELECT F-BLOCK-LIST-FILE ASSIGN TO "block-list.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BLOCK-LIST-STATUS.
           SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PM-STATUS.
           SELECT F-SUSPENSIONS-FILE ASSIGN TO "bbs-suspensions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSPENSIONS-STATUS.
           SELECT F-SUSPENSIONS-WORK-FILE ASSIGN TO
             "bbs-suspensions-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-HELD-POSTS-FILE ASSIGN TO "bbs-held-posts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-POSTS-STATUS.
           SELECT F-HOLDS-REPORT-MARK-FILE ASSIGN TO
             "bbs-holds-report-mark.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-MARK-STATUS.
           SELECT F-HOLDS-REPORT-FILE ASSIGN TO
             "duplicate-holds-report.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EVENTS-FILE ASSIGN TO "bbs-events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENTS-STATUS.
           SELECT F-EVENTS-WORK-FILE ASSIGN TO
             "bbs-events-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-EVENTS-ARCHIVE-FILE ASSIGN TO
             "bbs-events-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENTS-ARCHIVE-STATUS.
           SELECT F-RSVP-FILE ASSIGN TO "bbs-event-rsvps.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RSVP-STATUS.
           SELECT F-EVENT-REMINDERS-FILE ASSIGN TO
             "bbs-event-reminders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENT-REMINDERS-STATUS.
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

       DATA DIVISION.
           FILE SECTION.
      *    The system-wide run lock: the file existing means a run
      *    holds the card history files and card-audit.dat. A
      *    crashed run leaves it behind -- the stale-lock override
      *    is the operator clearing it from batch-console once they
      *    have confirmed nothing is actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 LIB-RET-SECTION PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-RET-KEEP-DAYS PIC 999.
           FD F-DIGEST-SETTINGS-FILE.
      *    Written by the member's own profile screen, one line per
      *    change; the latest line for a member is the one in force.
      *    D sends the digest every night, W once a week, N stops it.
           01 DIGEST-SETTING-RECORD.
              05 DGS-USERNAME PIC X(10).
              05 FILLER PIC X.
              05 DGS-FREQUENCY PIC X.
              05 FILLER PIC X.
              05 DGS-DATE PIC X(10).
           FD F-DIGEST-MARKS-FILE.
      *    Per-member high-water mark: the highest message ID already
      *    covered by a digest, and the date the last one went out.
           01 DIGEST-MARK-RECORD.
              05 DGK-USERNAME PIC X(10).
              05 FILLER PIC X.
              05 DGK-LAST-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X.
              05 DGK-LAST-SENT-DATE PIC X(10).
           FD F-SUBSCRIPTIONS-FILE.
           01 SUBSCRIPTION-RECORD.
              05 SUB-USER PIC X(10).
              05 SUB-CATEGORY PIC X(15).
           FD F-CAT-READERS-FILE.
      *    A category with any lines here is open only to the members
      *    they name, the same rule the board applies.
           01 CAT-READER-RECORD.
              05 CRD-CATEGORY PIC X(15).
              05 FILLER PIC X.
              05 CRD-USERNAME PIC X(10).
           FD F-BLOCK-LIST-FILE.
           01 BLOCK-LIST-RECORD.
              05 BLOCK-OWNER PIC X(10).
              05 BLOCK-BLOCKED PIC X(10).
           FD F-PM-FILE.
           01 PRIVATE-MESSAGE-RECORD.
              05 PM-TO PIC X(10).
              05 PM-FROM PIC X(10).
              05 PM-BODY PIC X(200).
              05 PM-DATE PIC X(10).
              05 PM-READ-FLAG PIC X.
           FD F-SUSPENSIONS-FILE.
      *    Moderator-issued suspensions, written by the server. The
      *    suspension runs up to, not including, SUS-END-DATE.
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
           FD F-HELD-POSTS-FILE.
      *    Posts the server held as close matches of earlier ones,
      *    with the message ID each matched.
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
           FD F-HOLDS-REPORT-MARK-FILE.
      *    The date the repeat-holds report last ran.
           01 HOLDS-REPORT-MARK-RECORD.
              05 HRM-LAST-RUN-DATE PIC X(10).
           FD F-HOLDS-REPORT-FILE.
           01 HOLDS-REPORT-LINE PIC X(100).
           FD F-EVENTS-FILE.
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
           FD F-EVENTS-WORK-FILE.
           01 EVENTS-WORK-RECORD PIC X(302).
           FD F-EVENTS-ARCHIVE-FILE.
           01 EVENTS-ARCHIVE-RECORD PIC X(302).
           FD F-RSVP-FILE.
           01 RSVP-RECORD.
              05 RSVP-EVENT-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-USER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-ANSWER PIC X(5).
              05 FILLER PIC X VALUE SPACE.
              05 RSVP-DATE PIC X(10).
           FD F-EVENT-REMINDERS-FILE.
      *    One line per event whose day-before reminders have gone
      *    out, so a rerun of the night does not send them twice.
           01 EVENT-REMINDER-RECORD.
              05 ERM-EVENT-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 ERM-SENT-DATE PIC X(10).
           FD F-CHALLENGES-FILE.
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
           01 ATTACHMENT-RECORD.
              05 ATT-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DOC-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-ATTACHED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-MESSAGE-STATUS PIC XX.
      *    How the attached-document pass found messages.dat: 1 open,
      *    2 not there at all, 0 held busy by a live session. A keyed
      *    READ miss overwrites the file status, so it is kept here.
           01 WS-MESSAGE-OPEN PIC 9 VALUE 0.
           01 WS-MESSAGE-ARCHIVE-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-ARCHIVE-CHECKPT-STATUS PIC XX.
                   10 WS-CAT-TO-ARCHIVE PIC 9(7).
                   10 WS-CAT-ARCHIVED PIC 9(7).
                   10 WS-CAT-AGE-CUTOFF PIC X(10).
      *    Posts due to archive but kept live under legal hold; they
      *    use up their place in the count so newer posts are not
      *    archived in their stead.
                   10 WS-CAT-HELD PIC 9(7).
           01 WS-CAT-FOUND PIC 9.
           01 WS-ANY-ARCHIVING PIC 9.
           01 WS-ARCHIVE-THIS-ONE PIC 9.
                   10 WS-LIBDROP-ID PIC 9(5).
           01 WS-LIB-FOUND PIC 9.
           01 WS-LIB-DROP-THIS PIC 9.
           01 WS-ATTACHMENTS-STATUS PIC XX.
           01 WS-LIBKEEP-COUNT PIC 9(3) VALUE 0.
           01 WS-LIBKEEP-TABLE.
               05 WS-LIBKEEP-ENTRY OCCURS 200 TIMES
               INDEXED BY LIBKEEP-IDX.
                   10 WS-LIBKEEP-ID PIC 9(5).
           01 WS-LIBKEEP-POST-LIVE PIC 9.
           01 WS-LIBKEEP-HELD-COUNT PIC 9(4) VALUE 0.
      *    Set when more live-post attachments turn up than the keep
      *    table holds; retention then cannot tell which documents
      *    are safe to drop and stands down for the run.
           01 WS-LIBKEEP-TABLE-FULL PIC 9 VALUE 0.
           01 WS-LIB-LEGAL-KEPT-COUNT PIC 9(4) VALUE 0.
           01 WS-LIB-SECTION-COUNT PIC 9(4) VALUE 0.
           01 WS-LIB-DOC-COUNT PIC 9(5) VALUE 0.
           01 WS-LIB-DOWNLOAD-TOTAL PIC 9(7) VALUE 0.
           01 WS-NEXT-MESSAGE-ID PIC 9(7) VALUE 1.
           01 WS-PUBLISHED-COUNT PIC 9(4) VALUE 0.
           01 WS-TODAY-ISO-STAMP PIC X(10).
           01 WS-DIGEST-SETTINGS-STATUS PIC XX.
           01 WS-DIGEST-MARKS-STATUS PIC XX.
           01 WS-SUBSCRIPTIONS-STATUS PIC XX.
           01 WS-CAT-READERS-STATUS PIC XX.
           01 WS-BLOCK-LIST-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-SUSPENSIONS-STATUS PIC XX.
           01 WS-SUS-LIFTED-COUNT PIC 9(4) VALUE 0.
           01 WS-SUS-SCOPE-WORDS PIC X(24).
      *    Members whose posts were held as duplicates, for the
      *    weekly repeat-holds report.
           01 WS-HELD-POSTS-STATUS PIC XX.
           01 WS-HOLDS-MARK-STATUS PIC XX.
           01 WS-HR-LAST-RUN PIC X(10).
           01 WS-HR-IS-DUE PIC 9.
           01 WS-HR-WEEK-START PIC X(10).
           01 WS-HR-LISTED PIC 9(4) VALUE 0.
           01 WS-HR-FOUND PIC 9.
           01 WS-HR-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-HR-MEMBER-TABLE.
               05 WS-HR-MEMBER OCCURS 500 TIMES INDEXED BY HRM-IDX.
                   10 WS-HRM-USERNAME PIC X(10).
                   10 WS-HRM-WEEK-HOLDS PIC 9(4).
                   10 WS-HRM-ALL-HOLDS PIC 9(4).
                   10 WS-HRM-LAST-MATCH PIC 9(7).
                   10 WS-HRM-LAST-DATE PIC X(10).
      *    Event calendar: who answered what for each event, which
      *    events have had their reminders, and each category's past
      *    events against its retention rule.
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-EVENTS-ARCHIVE-STATUS PIC XX.
           01 WS-RSVP-STATUS PIC XX.
           01 WS-EVENT-REMINDERS-STATUS PIC XX.
           01 WS-EV-TOMORROW PIC X(10).
           01 WS-EV-FOUND PIC 9.
           01 WS-EV-ARCHIVE-IT PIC 9.
           01 WS-EV-REMINDED-EVENTS PIC 9(4) VALUE 0.
           01 WS-EV-REMINDERS-SENT PIC 9(4) VALUE 0.
           01 WS-EV-ARCHIVED-COUNT PIC 9(4) VALUE 0.
           01 WS-EV-HELD-COUNT PIC 9(4) VALUE 0.
           01 WS-EV-DONE-COUNT PIC 9(4) VALUE 0.
           01 WS-EV-DONE-TABLE.
               05 WS-EV-DONE-ID PIC 9(5) OCCURS 2000 TIMES
                   INDEXED BY EVD-IDX.
           01 WS-EV-RSVP-COUNT PIC 9(4) VALUE 0.
           01 WS-EV-RSVP-TABLE.
               05 WS-EV-RSVP OCCURS 2000 TIMES INDEXED BY EVR-IDX.
                   10 WS-EVR-EVENT-ID PIC 9(5).
                   10 WS-EVR-USER PIC X(10).
                   10 WS-EVR-ANSWER PIC X(5).
           01 WS-CHALLENGES-STATUS PIC XX.
           01 WS-CH-EXPIRED-COUNT PIC 9(4) VALUE 0.
           01 WS-EA-CAT-COUNT PIC 99 VALUE 0.
           01 WS-EA-CAT-TABLE.
               05 WS-EA-CAT OCCURS 50 TIMES INDEXED BY EAC-IDX.
                   10 WS-EAC-CATEGORY PIC X(15).
                   10 WS-EAC-PAST-COUNT PIC 9(5).
                   10 WS-EAC-EXCESS PIC 9(5).
                   10 WS-EAC-CUTOFF PIC X(10).
      *    Members who have the digest on, with their high-water mark
      *    and the categories they follow.
           01 WS-DG-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-MEMBER-TABLE.
               05 WS-DG-MEMBER OCCURS 500 TIMES INDEXED BY DGM-IDX.
                   10 WS-DGM-USERNAME PIC X(10).
                   10 WS-DGM-FREQUENCY PIC X.
                   10 WS-DGM-SINCE-DATE PIC X(10).
                   10 WS-DGM-HAS-MARK PIC X.
                   10 WS-DGM-MARK PIC 9(7).
                   10 WS-DGM-LAST-SENT PIC X(10).
                   10 WS-DGM-CAT-COUNT PIC 99.
                   10 WS-DGM-CATEGORY PIC X(15) OCCURS 10 TIMES
                       INDEXED BY DGC-IDX.
           01 WS-DG-CAT-READER-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-CAT-READER-TABLE.
               05 WS-DG-CAT-READER OCCURS 500 TIMES
                   INDEXED BY DGA-IDX.
                   10 WS-DGA-CATEGORY PIC X(15).
                   10 WS-DGA-USERNAME PIC X(10).
           01 WS-DG-CAT-RESTRICTED PIC 9.
           01 WS-DG-CAT-ALLOWED PIC 9.
           01 WS-DG-BLOCK-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-BLOCK-TABLE.
               05 WS-DG-BLOCK OCCURS 1000 TIMES INDEXED BY DGB-IDX.
                   10 WS-DGB-OWNER PIC X(10).
                   10 WS-DGB-BLOCKED PIC X(10).
      *    The board as it stands tonight, one entry per message, with
      *    the top-level post each reply hangs under.
           01 WS-DG-POST-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-POST-TABLE.
               05 WS-DG-POST OCCURS 5000 TIMES INDEXED BY DGP-IDX,
                   DGQ-IDX.
                   10 WS-DGP-ID PIC 9(7).
                   10 WS-DGP-PARENT PIC 9(7).
                   10 WS-DGP-ROOT PIC 9(7).
                   10 WS-DGP-AUTHOR PIC X(10).
                   10 WS-DGP-CATEGORY PIC X(15).
                   10 WS-DGP-DATE PIC X(10).
                   10 WS-DGP-TITLE PIC X(40).
           01 WS-DG-TOP-ID PIC 9(7) VALUE 0.
      *    Threads the member being digested has written in, with the
      *    new replies counted against each.
           01 WS-DG-THREAD-COUNT PIC 99 VALUE 0.
           01 WS-DG-THREAD-TABLE.
               05 WS-DG-THREAD OCCURS 50 TIMES INDEXED BY DGR-IDX.
                   10 WS-DGR-ROOT PIC 9(7).
                   10 WS-DGR-REPLIES PIC 9(4).
           01 WS-DG-LINE-COUNT PIC 99 VALUE 0.
           01 WS-DG-LINE-TABLE.
               05 WS-DG-LINE PIC X(100) OCCURS 20 TIMES
                   INDEXED BY DGL-IDX.
           01 WS-DG-EXTRA-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-NEW-POSTS PIC 9(4) VALUE 0.
           01 WS-DG-NEW-REPLIES PIC 9(4) VALUE 0.
           01 WS-DG-SENT-COUNT PIC 9(4) VALUE 0.
           01 WS-DG-FOUND PIC 9.
           01 WS-DG-IS-NEW PIC 9.
           01 WS-DG-IS-BLOCKED PIC 9.
           01 WS-DG-IS-DUE PIC 9.
           01 WS-DG-PERIOD-WORD PIC X(6).
           01 WS-DG-SHOW-COUNT PIC Z(3)9.
           01 WS-DG-SHOW-REPLIES PIC Z(3)9.
           01 WS-DG-SEEK-ID PIC 9(7).
           01 WS-DG-SEEK-USER PIC X(10).
           01 WS-HOLD-POST-DATE PIC X(10).
      *    Request area for the shared legal-hold-services
      *    subprogram.
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
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
      *    the batch driver; a standalone invocation takes and
      *    releases its own, the same convention customer-filterer
      *    follows.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "bbs-housekeeping" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "users.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "messages.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG.
           ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
               ENVIRONMENT "NIGHTLY-WINDOW".
           END-IF.
           PERFORM PUBLISH-SCHEDULED-POSTS.
           PERFORM APPLY-LIBRARY-RETENTION.
           PERFORM LIFT-EXPIRED-SUSPENSIONS.
           PERFORM SEND-MEMBER-DIGESTS.
           PERFORM REPORT-REPEAT-HOLDS.
           PERFORM SEND-EVENT-REMINDERS.
           PERFORM ARCHIVE-PAST-EVENTS.
           PERFORM EXPIRE-GAME-CHALLENGES.
      *    The analytics pass is read-only reporting, so it simply
      *    runs every night -- no restart state to keep.
           PERFORM TALLY-LIBRARY-STATS.
           ACQUIRE-RUN-LOCK SECTION.
      *    Same lock convention as the card run: the file existing
      *    means someone else holds the window; refuse and name
      *    them. The stale-lock override is the operator clearing
      *    it from batch-console after confirming the crash.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "BBS HOUSEKEEPING -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE MESSAGE-CATEGORY TO WS-CAT-NAME(CAT-IDX)
               MOVE 0 TO WS-CAT-TOTAL(CAT-IDX)
               MOVE 0 TO WS-CAT-ARCHIVED(CAT-IDX)
               MOVE 0 TO WS-CAT-HELD(CAT-IDX)
               MOVE 1 TO WS-CAT-FOUND
           END-IF.

           PERFORM FIND-OR-ADD-CATEGORY.
           MOVE 0 TO WS-ARCHIVE-THIS-ONE.
           IF WS-CAT-FOUND = 1
               IF WS-CAT-ARCHIVED(CAT-IDX) + WS-CAT-HELD(CAT-IDX) <
                   WS-CAT-TO-ARCHIVE(CAT-IDX)
                   MOVE 1 TO WS-ARCHIVE-THIS-ONE
               ELSE
                   END-IF
               END-IF
           END-IF.
           IF WS-ARCHIVE-THIS-ONE = 1
               PERFORM CHECK-POST-FOR-LEGAL-HOLD
           END-IF.
           IF WS-ARCHIVE-THIS-ONE = 1
               ADD 1 TO WS-CAT-ARCHIVED(CAT-IDX)
               MOVE MESSAGE-ID TO MESSAGE-ARCHIVE-ID
               END-WRITE
           END-IF.

           CHECK-POST-FOR-LEGAL-HOLD SECTION.
      *    A post whose author or posting date is under an open
      *    legal hold stays on the live board, and the run log says
      *    which post and why.
           MOVE "USERNAME" TO LG-FUNCTION.
           MOVE MESSAGE-AUTHOR TO LG-USERNAME.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           IF LG-RESULT NOT = "Y"
               MOVE MESSAGE-DATE TO WS-HOLD-POST-DATE
               MOVE "DATE" TO LG-FUNCTION
               MOVE WS-HOLD-POST-DATE TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
           END-IF.
           IF LG-RESULT = "Y"
               MOVE 0 TO WS-ARCHIVE-THIS-ONE
               ADD 1 TO WS-CAT-HELD(CAT-IDX)
               DISPLAY "HOUSEKEEPING KEPT POST " MESSAGE-ID
                   " BY " MESSAGE-AUTHOR " -- LEGAL HOLD " LG-MATTER
           END-IF.

           REPORT-CATEGORY-ARCHIVING SECTION.
           SET CAT-IDX TO 1.
           PERFORM UNTIL CAT-IDX > WS-CAT-COUNT
                       " OF " WS-CAT-TOTAL(CAT-IDX)
                       " POSTS IN CATEGORY " WS-CAT-NAME(CAT-IDX)
               END-IF
               IF WS-CAT-HELD(CAT-IDX) > 0
                   DISPLAY "HOUSEKEEPING KEPT "
                       WS-CAT-HELD(CAT-IDX)
                       " POSTS IN CATEGORY " WS-CAT-NAME(CAT-IDX)
                       " UNDER LEGAL HOLD"
               END-IF
               SET CAT-IDX UP BY 1
           END-PERFORM.

           IF WS-LIBRET-COUNT = 0
               CONTINUE
           ELSE
               PERFORM LOAD-ATTACHED-LIBRARY-DOCS
               IF WS-LIBKEEP-TABLE-FULL = 1
                   DISPLAY "HOUSEKEEPING -- OVER 200 LIBRARY DOCUMENTS"
                       " ATTACHED TO LIVE POSTS; LIBRARY RETENTION"
                       " SKIPPED THIS RUN, EVERY DOCUMENT KEPT"
               ELSE
                   PERFORM DROP-EXPIRED-LIBRARY-DOCS
               END-IF
           END-IF.

           DROP-EXPIRED-LIBRARY-DOCS SECTION.
           MOVE 0 TO WS-LIBDROP-COUNT.
           MOVE 0 TO WS-LIB-LEGAL-KEPT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-INDEX-FILE.
           IF WS-LIB-INDEX-STATUS NOT = "00"
               DISPLAY "HOUSEKEEPING RETIRED " WS-LIBDROP-COUNT
                   " LIBRARY DOCUMENTS PAST RETENTION"
           END-IF.
           IF WS-LIBKEEP-HELD-COUNT > 0
               DISPLAY "HOUSEKEEPING -- KEPT " WS-LIBKEEP-HELD-COUNT
                   " LIBRARY DOCUMENTS PAST RETENTION STILL ATTACHED"
                   " TO LIVE POSTS"
           END-IF.
           IF WS-LIB-LEGAL-KEPT-COUNT > 0
               DISPLAY "HOUSEKEEPING -- KEPT " WS-LIB-LEGAL-KEPT-COUNT
                   " LIBRARY DOCUMENTS PAST RETENTION UNDER LEGAL HOLD"
           END-IF.

           LOAD-ATTACHED-LIBRARY-DOCS SECTION.
      *    A document attached to a post still on the board is kept
      *    whatever its age, or the post would point at nothing. A
      *    post gone to the archive no longer holds its documents.
      *    If messages.dat is busy there is no telling which posts
      *    are live, so every attached document is kept this run.
           MOVE 0 TO WS-LIBKEEP-COUNT.
           MOVE 0 TO WS-LIBKEEP-HELD-COUNT.
           MOVE 0 TO WS-LIBKEEP-TABLE-FULL.
           OPEN INPUT F-ATTACHMENTS-FILE.
           IF WS-ATTACHMENTS-STATUS = "00"
               PERFORM OPEN-MESSAGE-FILE-INPUT-RETRY
               MOVE 0 TO WS-MESSAGE-OPEN
               IF WS-MESSAGE-STATUS = "00"
                   MOVE 1 TO WS-MESSAGE-OPEN
               ELSE IF WS-MESSAGE-STATUS = "35"
                   MOVE 2 TO WS-MESSAGE-OPEN
               END-IF
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ATTACHMENTS-FILE
                       NOT AT END
                           PERFORM KEEP-ONE-ATTACHED-DOC
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ATTACHMENTS-FILE
               IF WS-MESSAGE-OPEN = 1
                   CLOSE F-MESSAGE-FILE
               END-IF
           END-IF.

           KEEP-ONE-ATTACHED-DOC SECTION.
           MOVE 1 TO WS-LIBKEEP-POST-LIVE.
           IF WS-MESSAGE-OPEN = 1
               MOVE ATT-MESSAGE-ID TO MESSAGE-ID
               READ F-MESSAGE-FILE KEY IS MESSAGE-ID
                   INVALID KEY
                       MOVE 0 TO WS-LIBKEEP-POST-LIVE
               END-READ
           ELSE IF WS-MESSAGE-OPEN = 2
               MOVE 0 TO WS-LIBKEEP-POST-LIVE
           END-IF.
           IF WS-LIBKEEP-POST-LIVE = 1
               MOVE 0 TO WS-LIB-FOUND
               SET LIBKEEP-IDX TO 1
               PERFORM UNTIL WS-LIB-FOUND = 1 OR
                   LIBKEEP-IDX > WS-LIBKEEP-COUNT
                   IF WS-LIBKEEP-ID(LIBKEEP-IDX) = ATT-DOC-ID
                       MOVE 1 TO WS-LIB-FOUND
                   ELSE
                       SET LIBKEEP-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-LIB-FOUND = 0 AND WS-LIBKEEP-COUNT < 200
                   ADD 1 TO WS-LIBKEEP-COUNT
                   SET LIBKEEP-IDX TO WS-LIBKEEP-COUNT
                   MOVE ATT-DOC-ID TO WS-LIBKEEP-ID(LIBKEEP-IDX)
               ELSE IF WS-LIB-FOUND = 0
                   MOVE 1 TO WS-LIBKEEP-TABLE-FULL
               END-IF
               END-IF
           END-IF.

           JUDGE-ONE-LIBRARY-DOC SECTION.
           MOVE 0 TO WS-LIB-DROP-THIS.
                   SET LIBRET-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-LIB-DROP-THIS = 1
               SET LIBKEEP-IDX TO 1
               PERFORM UNTIL WS-LIB-DROP-THIS = 0 OR
                   LIBKEEP-IDX > WS-LIBKEEP-COUNT
                   IF WS-LIBKEEP-ID(LIBKEEP-IDX) = LIB-DOC-ID
                       MOVE 0 TO WS-LIB-DROP-THIS
                       ADD 1 TO WS-LIBKEEP-HELD-COUNT
                   ELSE
                       SET LIBKEEP-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LIB-DROP-THIS = 1
               PERFORM CHECK-LIBRARY-DOC-FOR-LEGAL-HOLD
           END-IF.
           IF WS-LIB-DROP-THIS = 1 AND WS-LIBDROP-COUNT < 50
               ADD 1 TO WS-LIBDROP-COUNT
               SET LIBDROP-IDX TO WS-LIBDROP-COUNT
               END-WRITE
           END-IF.

           CHECK-LIBRARY-DOC-FOR-LEGAL-HOLD SECTION.
      *    Same test as a post: a document whose contributor or
      *    date is under an open legal hold stays in the library.
           MOVE "USERNAME" TO LG-FUNCTION.
           MOVE LIB-DOC-CONTRIBUTOR TO LG-USERNAME.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           IF LG-RESULT NOT = "Y"
               MOVE "DATE" TO LG-FUNCTION
               MOVE LIB-DOC-DATE TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
           END-IF.
           IF LG-RESULT = "Y"
               MOVE 0 TO WS-LIB-DROP-THIS
               ADD 1 TO WS-LIB-LEGAL-KEPT-COUNT
               DISPLAY "HOUSEKEEPING KEPT LIBRARY DOC " LIB-DOC-ID
                   " BY " LIB-DOC-CONTRIBUTOR " -- LEGAL HOLD "
                   LG-MATTER
           END-IF.

           COPY-LIBRARY-INDEX-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-INDEX-PENDING-FILE.
               WRITE ACTIVITY-REPORT-LINE
               END-WRITE
           END-IF.

           SEND-MEMBER-DIGESTS SECTION.
      *    Members who turned the post digest on from their profile
      *    get a private message -- nightly or once a week, their
      *    choice -- listing the new top-level posts in the
      *    categories they follow and the new replies in threads
      *    they have written in. Authors the member has blocked are
      *    left out; a post a moderator removed is gone from the
      *    board and so never shows. Each member's high-water mark
      *    is the highest message ID their last digest covered, so
      *    a post is listed once and a missed night skips nothing.
      *    If the board is locked the whole pass waits for tomorrow
      *    and no mark moves.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE 0 TO WS-DG-SENT-COUNT.
           PERFORM LOAD-DIGEST-MEMBERS.
           IF WS-DG-MEMBER-COUNT > 0
               PERFORM LOAD-DIGEST-MARKS
               PERFORM LOAD-DIGEST-CAT-READERS
               PERFORM LOAD-DIGEST-SUBSCRIPTIONS
               PERFORM LOAD-DIGEST-BLOCKS
               MOVE "N" TO WS-MESSAGE-FILE-BUSY
               PERFORM LOAD-DIGEST-POSTS
               IF MESSAGE-FILE-WAS-BUSY
                   DISPLAY "HOUSEKEEPING -- DIGESTS HELD, MESSAGE "
                       "FILE BUSY"
               ELSE
                   OPEN INPUT F-USERS-FILE
                   IF WS-USERS-STATUS = "00"
                       OPEN EXTEND F-PM-FILE
                       IF WS-PM-STATUS = "35"
                           OPEN OUTPUT F-PM-FILE
                       END-IF
                       SET DGM-IDX TO 1
                       PERFORM UNTIL DGM-IDX > WS-DG-MEMBER-COUNT
                           PERFORM BUILD-ONE-DIGEST
                           SET DGM-IDX UP BY 1
                       END-PERFORM
                       CLOSE F-PM-FILE
                       CLOSE F-USERS-FILE
                       PERFORM SAVE-DIGEST-MARKS
                       DISPLAY "HOUSEKEEPING SENT " WS-DG-SENT-COUNT
                           " POST DIGESTS"
                   END-IF
               END-IF
           END-IF.

           FIND-DIGEST-MEMBER SECTION.
           MOVE 0 TO WS-DG-FOUND.
           SET DGM-IDX TO 1.
           PERFORM UNTIL WS-DG-FOUND = 1 OR
               DGM-IDX > WS-DG-MEMBER-COUNT
               IF WS-DGM-USERNAME(DGM-IDX) = WS-DG-SEEK-USER
                   MOVE 1 TO WS-DG-FOUND
               ELSE
                   SET DGM-IDX UP BY 1
               END-IF
           END-PERFORM.

           LOAD-DIGEST-MEMBERS SECTION.
           MOVE 0 TO WS-DG-MEMBER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DIGEST-SETTINGS-FILE.
           IF WS-DIGEST-SETTINGS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-SETTINGS-FILE
                       NOT AT END
                           PERFORM TAKE-DIGEST-SETTING
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-SETTINGS-FILE
           END-IF.

           TAKE-DIGEST-SETTING SECTION.
      *    The latest line for a member wins. The opt-in date only
      *    matters until the first digest sets a mark: it keeps a
      *    new subscriber from being sent the whole board.
           MOVE DGS-USERNAME TO WS-DG-SEEK-USER.
           PERFORM FIND-DIGEST-MEMBER.
           IF WS-DG-FOUND = 0 AND WS-DG-MEMBER-COUNT < 500
               ADD 1 TO WS-DG-MEMBER-COUNT
               SET DGM-IDX TO WS-DG-MEMBER-COUNT
               MOVE DGS-USERNAME TO WS-DGM-USERNAME(DGM-IDX)
               MOVE "N" TO WS-DGM-FREQUENCY(DGM-IDX)
               MOVE SPACES TO WS-DGM-SINCE-DATE(DGM-IDX)
               MOVE "N" TO WS-DGM-HAS-MARK(DGM-IDX)
               MOVE 0 TO WS-DGM-MARK(DGM-IDX)
               MOVE SPACES TO WS-DGM-LAST-SENT(DGM-IDX)
               MOVE 0 TO WS-DGM-CAT-COUNT(DGM-IDX)
               MOVE 1 TO WS-DG-FOUND
           END-IF.
           IF WS-DG-FOUND = 1
               IF WS-DGM-FREQUENCY(DGM-IDX) = "N" AND
                   DGS-FREQUENCY NOT = "N"
                   MOVE DGS-DATE TO WS-DGM-SINCE-DATE(DGM-IDX)
               END-IF
               MOVE DGS-FREQUENCY TO WS-DGM-FREQUENCY(DGM-IDX)
           END-IF.

           LOAD-DIGEST-MARKS SECTION.
      *    A mark left over from before a member switched the digest
      *    off is not picked up again: switching it back on starts
      *    from the new opt-in date.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DIGEST-MARKS-FILE.
           IF WS-DIGEST-MARKS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-MARKS-FILE
                       NOT AT END
                           MOVE DGK-USERNAME TO WS-DG-SEEK-USER
                           PERFORM FIND-DIGEST-MEMBER
                           IF WS-DG-FOUND = 1
                               IF WS-DGM-FREQUENCY(DGM-IDX) NOT = "N"
                                   MOVE "Y" TO
                                       WS-DGM-HAS-MARK(DGM-IDX)
                                   MOVE DGK-LAST-MESSAGE-ID TO
                                       WS-DGM-MARK(DGM-IDX)
                                   MOVE DGK-LAST-SENT-DATE TO
                                       WS-DGM-LAST-SENT(DGM-IDX)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-MARKS-FILE
           END-IF.

           LOAD-DIGEST-SUBSCRIPTIONS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUBSCRIPTIONS-FILE.
           IF WS-SUBSCRIPTIONS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUBSCRIPTIONS-FILE
                       NOT AT END
                           MOVE SUB-USER TO WS-DG-SEEK-USER
                           PERFORM FIND-DIGEST-MEMBER
                           PERFORM CHECK-DIGEST-CAT-READER
                           IF WS-DG-FOUND = 1 AND
                               WS-DG-CAT-ALLOWED = 1 AND
                               WS-DGM-CAT-COUNT(DGM-IDX) < 10
                               ADD 1 TO WS-DGM-CAT-COUNT(DGM-IDX)
                               SET DGC-IDX TO
                                   WS-DGM-CAT-COUNT(DGM-IDX)
                               MOVE SUB-CATEGORY TO
                                   WS-DGM-CATEGORY(DGM-IDX, DGC-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUBSCRIPTIONS-FILE
           END-IF.

           LOAD-DIGEST-CAT-READERS SECTION.
      *    A member still subscribed to a category that has since
      *    been closed to its listed readers gets no digest lines
      *    for it.
           MOVE 0 TO WS-DG-CAT-READER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CAT-READERS-FILE.
           IF WS-CAT-READERS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CAT-READERS-FILE
                       NOT AT END
                           IF WS-DG-CAT-READER-COUNT < 500
                               ADD 1 TO WS-DG-CAT-READER-COUNT
                               SET DGA-IDX TO WS-DG-CAT-READER-COUNT
                               MOVE CRD-CATEGORY TO
                                   WS-DGA-CATEGORY(DGA-IDX)
                               MOVE CRD-USERNAME TO
                                   WS-DGA-USERNAME(DGA-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CAT-READERS-FILE
           END-IF.

           CHECK-DIGEST-CAT-READER SECTION.
           MOVE 0 TO WS-DG-CAT-RESTRICTED.
           MOVE 0 TO WS-DG-CAT-ALLOWED.
           SET DGA-IDX TO 1.
           PERFORM UNTIL DGA-IDX > WS-DG-CAT-READER-COUNT
               IF WS-DGA-CATEGORY(DGA-IDX) = SUB-CATEGORY
                   MOVE 1 TO WS-DG-CAT-RESTRICTED
                   IF WS-DGA-USERNAME(DGA-IDX) = SUB-USER
                       MOVE 1 TO WS-DG-CAT-ALLOWED
                   END-IF
               END-IF
               SET DGA-IDX UP BY 1
           END-PERFORM.
           IF WS-DG-CAT-RESTRICTED = 0
               MOVE 1 TO WS-DG-CAT-ALLOWED
           END-IF.

           LOAD-DIGEST-BLOCKS SECTION.
      *    Only the block lists of digest members are kept.
           MOVE 0 TO WS-DG-BLOCK-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BLOCK-LIST-FILE.
           IF WS-BLOCK-LIST-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           MOVE BLOCK-OWNER TO WS-DG-SEEK-USER
                           PERFORM FIND-DIGEST-MEMBER
                           IF WS-DG-FOUND = 1 AND
                               WS-DG-BLOCK-COUNT < 1000
                               ADD 1 TO WS-DG-BLOCK-COUNT
                               SET DGB-IDX TO WS-DG-BLOCK-COUNT
                               MOVE BLOCK-OWNER TO
                                   WS-DGB-OWNER(DGB-IDX)
                               MOVE BLOCK-BLOCKED TO
                                   WS-DGB-BLOCKED(DGB-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.

           LOAD-DIGEST-POSTS SECTION.
      *    messages.dat reads back in message-ID order, so a reply's
      *    parent is always already in the table when the reply
      *    arrives and its thread can be taken from the parent. A
      *    reply whose parent has been archived counts under the
      *    parent's ID. The top ID only moves over messages that
      *    made it into the table, so a board too big for one night
      *    carries the rest over rather than skipping it.
           MOVE 0 TO WS-DG-POST-COUNT.
           MOVE 0 TO WS-DG-TOP-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM OPEN-MESSAGE-FILE-INPUT-RETRY.
           IF WS-MESSAGE-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-FILE NEXT RECORD
                       NOT AT END
                           IF WS-DG-POST-COUNT < 5000
                               PERFORM TAKE-DIGEST-POST
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-FILE
           ELSE
               MOVE "Y" TO WS-MESSAGE-FILE-BUSY
           END-IF.

           TAKE-DIGEST-POST SECTION.
           ADD 1 TO WS-DG-POST-COUNT.
           SET DGP-IDX TO WS-DG-POST-COUNT.
           MOVE MESSAGE-ID TO WS-DGP-ID(DGP-IDX).
           MOVE MESSAGE-PARENT TO WS-DGP-PARENT(DGP-IDX).
           MOVE MESSAGE-AUTHOR TO WS-DGP-AUTHOR(DGP-IDX).
           MOVE MESSAGE-CATEGORY TO WS-DGP-CATEGORY(DGP-IDX).
           MOVE MESSAGE-DATE TO WS-DGP-DATE(DGP-IDX).
           MOVE MESSAGE-TITLE TO WS-DGP-TITLE(DGP-IDX).
           IF MESSAGE-ID > WS-DG-TOP-ID
               MOVE MESSAGE-ID TO WS-DG-TOP-ID
           END-IF.
           IF MESSAGE-PARENT = 0
               MOVE MESSAGE-ID TO WS-DGP-ROOT(DGP-IDX)
           ELSE
               MOVE MESSAGE-PARENT TO WS-DGP-ROOT(DGP-IDX)
               MOVE 0 TO WS-DG-FOUND
               SET DGQ-IDX TO 1
               PERFORM UNTIL WS-DG-FOUND = 1 OR DGQ-IDX >= DGP-IDX
                   IF WS-DGP-ID(DGQ-IDX) = MESSAGE-PARENT
                       MOVE WS-DGP-ROOT(DGQ-IDX) TO
                           WS-DGP-ROOT(DGP-IDX)
                       MOVE 1 TO WS-DG-FOUND
                   ELSE
                       SET DGQ-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

           BUILD-ONE-DIGEST SECTION.
      *    A member no longer on users.dat, or locked out, is passed
      *    over with the mark left where it was.
           IF WS-DGM-FREQUENCY(DGM-IDX) = "D" OR
               WS-DGM-FREQUENCY(DGM-IDX) = "W"
               MOVE WS-DGM-USERNAME(DGM-IDX) TO USERNAME
               MOVE 1 TO WS-DG-FOUND
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       MOVE 0 TO WS-DG-FOUND
               END-READ
               IF WS-DG-FOUND = 1 AND NOT USER-IS-LOCKED
                   PERFORM JUDGE-DIGEST-DUE
                   IF WS-DG-IS-DUE = 1
                       PERFORM COMPOSE-ONE-DIGEST
                   END-IF
               END-IF
           END-IF.

           JUDGE-DIGEST-DUE SECTION.
      *    A weekly digest goes out when seven days have passed since
      *    the last one; a first digest goes out straight away.
           MOVE 1 TO WS-DG-IS-DUE.
           IF WS-DGM-FREQUENCY(DGM-IDX) = "W" AND
               WS-DGM-LAST-SENT(DGM-IDX) NOT = SPACES
               MOVE "DIFF" TO DS-FUNCTION
               MOVE WS-TODAY-ISO-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-ISO-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-ISO-STAMP(9:2) TO DS-DAY
               MOVE WS-DGM-LAST-SENT(DGM-IDX)(1:4) TO DS-YEAR-2
               MOVE WS-DGM-LAST-SENT(DGM-IDX)(6:2) TO DS-MONTH-2
               MOVE WS-DGM-LAST-SENT(DGM-IDX)(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER < 7
                   MOVE 0 TO WS-DG-IS-DUE
               END-IF
           END-IF.

           COMPOSE-ONE-DIGEST SECTION.
      *    The mark moves up to the top of the board whether or not
      *    anything was worth sending, so a quiet week is not sent
      *    again next time.
           MOVE 0 TO WS-DG-LINE-COUNT.
           MOVE 0 TO WS-DG-EXTRA-COUNT.
           MOVE 0 TO WS-DG-NEW-POSTS.
           MOVE 0 TO WS-DG-NEW-REPLIES.
           MOVE 0 TO WS-DG-THREAD-COUNT.
           SET DGP-IDX TO 1.
           PERFORM UNTIL DGP-IDX > WS-DG-POST-COUNT
               IF WS-DGP-AUTHOR(DGP-IDX) = WS-DGM-USERNAME(DGM-IDX)
                   PERFORM NOTE-DIGEST-THREAD
               END-IF
               SET DGP-IDX UP BY 1
           END-PERFORM.
           SET DGP-IDX TO 1.
           PERFORM UNTIL DGP-IDX > WS-DG-POST-COUNT
               PERFORM JUDGE-DIGEST-POST
               SET DGP-IDX UP BY 1
           END-PERFORM.
           SET DGR-IDX TO 1.
           PERFORM UNTIL DGR-IDX > WS-DG-THREAD-COUNT
               IF WS-DGR-REPLIES(DGR-IDX) > 0
                   PERFORM ADD-DIGEST-THREAD-LINE
               END-IF
               SET DGR-IDX UP BY 1
           END-PERFORM.
           IF WS-DG-NEW-POSTS > 0 OR WS-DG-NEW-REPLIES > 0
               PERFORM SEND-DIGEST-MESSAGES
               ADD 1 TO WS-DG-SENT-COUNT
           END-IF.
           IF WS-DGM-HAS-MARK(DGM-IDX) NOT = "Y" OR
               WS-DG-TOP-ID > WS-DGM-MARK(DGM-IDX)
               MOVE WS-DG-TOP-ID TO WS-DGM-MARK(DGM-IDX)
           END-IF.
           MOVE "Y" TO WS-DGM-HAS-MARK(DGM-IDX).
           MOVE WS-TODAY-ISO-STAMP TO WS-DGM-LAST-SENT(DGM-IDX).

           NOTE-DIGEST-THREAD SECTION.
           MOVE 0 TO WS-DG-FOUND.
           SET DGR-IDX TO 1.
           PERFORM UNTIL WS-DG-FOUND = 1 OR
               DGR-IDX > WS-DG-THREAD-COUNT
               IF WS-DGR-ROOT(DGR-IDX) = WS-DGP-ROOT(DGP-IDX)
                   MOVE 1 TO WS-DG-FOUND
               ELSE
                   SET DGR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-DG-FOUND = 0 AND WS-DG-THREAD-COUNT < 50
               ADD 1 TO WS-DG-THREAD-COUNT
               SET DGR-IDX TO WS-DG-THREAD-COUNT
               MOVE WS-DGP-ROOT(DGP-IDX) TO WS-DGR-ROOT(DGR-IDX)
               MOVE 0 TO WS-DGR-REPLIES(DGR-IDX)
           END-IF.

           JUDGE-DIGEST-POST SECTION.
      *    The member's own messages are never news to them.
           MOVE 0 TO WS-DG-IS-NEW.
           IF WS-DGM-HAS-MARK(DGM-IDX) = "Y"
               IF WS-DGP-ID(DGP-IDX) > WS-DGM-MARK(DGM-IDX)
                   MOVE 1 TO WS-DG-IS-NEW
               END-IF
           ELSE
               IF WS-DGP-DATE(DGP-IDX) >= WS-DGM-SINCE-DATE(DGM-IDX)
                   MOVE 1 TO WS-DG-IS-NEW
               END-IF
           END-IF.
           IF WS-DGP-AUTHOR(DGP-IDX) = WS-DGM-USERNAME(DGM-IDX)
               MOVE 0 TO WS-DG-IS-NEW
           END-IF.
           IF WS-DG-IS-NEW = 1
               PERFORM CHECK-DIGEST-BLOCK
               IF WS-DG-IS-BLOCKED = 0
                   IF WS-DGP-PARENT(DGP-IDX) = 0
                       PERFORM CHECK-DIGEST-CATEGORY
                       IF WS-DG-FOUND = 1
                           ADD 1 TO WS-DG-NEW-POSTS
                           PERFORM ADD-DIGEST-POST-LINE
                       END-IF
                   ELSE
                       MOVE 0 TO WS-DG-FOUND
                       SET DGR-IDX TO 1
                       PERFORM UNTIL WS-DG-FOUND = 1 OR
                           DGR-IDX > WS-DG-THREAD-COUNT
                           IF WS-DGR-ROOT(DGR-IDX) =
                               WS-DGP-ROOT(DGP-IDX)
                               MOVE 1 TO WS-DG-FOUND
                           ELSE
                               SET DGR-IDX UP BY 1
                           END-IF
                       END-PERFORM
                       IF WS-DG-FOUND = 1
                           ADD 1 TO WS-DGR-REPLIES(DGR-IDX)
                           ADD 1 TO WS-DG-NEW-REPLIES
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CHECK-DIGEST-BLOCK SECTION.
           MOVE 0 TO WS-DG-IS-BLOCKED.
           SET DGB-IDX TO 1.
           PERFORM UNTIL WS-DG-IS-BLOCKED = 1 OR
               DGB-IDX > WS-DG-BLOCK-COUNT
               IF WS-DGB-OWNER(DGB-IDX) = WS-DGM-USERNAME(DGM-IDX)
                   AND WS-DGB-BLOCKED(DGB-IDX) = WS-DGP-AUTHOR(DGP-IDX)
                   MOVE 1 TO WS-DG-IS-BLOCKED
               ELSE
                   SET DGB-IDX UP BY 1
               END-IF
           END-PERFORM.

           CHECK-DIGEST-CATEGORY SECTION.
           MOVE 0 TO WS-DG-FOUND.
           SET DGC-IDX TO 1.
           PERFORM UNTIL WS-DG-FOUND = 1 OR
               DGC-IDX > WS-DGM-CAT-COUNT(DGM-IDX)
               IF WS-DGM-CATEGORY(DGM-IDX, DGC-IDX) =
                   WS-DGP-CATEGORY(DGP-IDX)
                   MOVE 1 TO WS-DG-FOUND
               ELSE
                   SET DGC-IDX UP BY 1
               END-IF
           END-PERFORM.

           ADD-DIGEST-POST-LINE SECTION.
      *    Twenty lines is as much as one digest lists; the rest are
      *    counted in the opening message.
           IF WS-DG-LINE-COUNT < 20
               ADD 1 TO WS-DG-LINE-COUNT
               SET DGL-IDX TO WS-DG-LINE-COUNT
               MOVE SPACES TO WS-DG-LINE(DGL-IDX)
               STRING "#" WS-DGP-ID(DGP-IDX) " "
                   WS-DGP-DATE(DGP-IDX) " by "
                   DELIMITED BY SIZE
                   WS-DGP-AUTHOR(DGP-IDX) DELIMITED BY SPACE
                   ": " WS-DGP-TITLE(DGP-IDX) DELIMITED BY SIZE
                   INTO WS-DG-LINE(DGL-IDX)
               END-STRING
           ELSE
               ADD 1 TO WS-DG-EXTRA-COUNT
           END-IF.

           ADD-DIGEST-THREAD-LINE SECTION.
           IF WS-DG-LINE-COUNT < 20
               ADD 1 TO WS-DG-LINE-COUNT
               SET DGL-IDX TO WS-DG-LINE-COUNT
               MOVE SPACES TO WS-DG-LINE(DGL-IDX)
               MOVE WS-DGR-REPLIES(DGR-IDX) TO WS-DG-SHOW-REPLIES
               MOVE WS-DGR-ROOT(DGR-IDX) TO WS-DG-SEEK-ID
               MOVE 0 TO WS-DG-FOUND
               SET DGQ-IDX TO 1
               PERFORM UNTIL WS-DG-FOUND = 1 OR
                   DGQ-IDX > WS-DG-POST-COUNT
                   IF WS-DGP-ID(DGQ-IDX) = WS-DG-SEEK-ID
                       MOVE 1 TO WS-DG-FOUND
                   ELSE
                       SET DGQ-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-DG-FOUND = 1
                   STRING "#" WS-DG-SEEK-ID " "
                       WS-DGP-TITLE(DGQ-IDX) " new replies:"
                       WS-DG-SHOW-REPLIES
                       DELIMITED BY SIZE INTO WS-DG-LINE(DGL-IDX)
                   END-STRING
               ELSE
                   STRING "#" WS-DG-SEEK-ID " new replies:"
                       WS-DG-SHOW-REPLIES
                       DELIMITED BY SIZE INTO WS-DG-LINE(DGL-IDX)
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-DG-EXTRA-COUNT
           END-IF.

           SEND-DIGEST-MESSAGES SECTION.
      *    An opening message with the totals, then the listed lines
      *    two to a message, since a private message holds 200
      *    characters.
           IF WS-DGM-FREQUENCY(DGM-IDX) = "W"
               MOVE "weekly" TO WS-DG-PERIOD-WORD
           ELSE
               MOVE "daily" TO WS-DG-PERIOD-WORD
           END-IF.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-DG-NEW-POSTS TO WS-DG-SHOW-COUNT.
           MOVE WS-DG-NEW-REPLIES TO WS-DG-SHOW-REPLIES.
           IF WS-DG-EXTRA-COUNT > 0
               MOVE WS-DG-EXTRA-COUNT TO WS-DG-SEEK-ID
               STRING "Your " DELIMITED BY SIZE
                   WS-DG-PERIOD-WORD DELIMITED BY SPACE
                   " post digest -- new posts you follow:"
                   WS-DG-SHOW-COUNT
                   ", new replies in your threads:"
                   WS-DG-SHOW-REPLIES
                   ". Lines not listed: " WS-DG-SEEK-ID
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
           ELSE
               STRING "Your " DELIMITED BY SIZE
                   WS-DG-PERIOD-WORD DELIMITED BY SPACE
                   " post digest -- new posts you follow:"
                   WS-DG-SHOW-COUNT
                   ", new replies in your threads:"
                   WS-DG-SHOW-REPLIES
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
           END-IF.
           PERFORM WRITE-DIGEST-MESSAGE.
           SET DGL-IDX TO 1.
           PERFORM UNTIL DGL-IDX > WS-DG-LINE-COUNT
               MOVE SPACES TO PRIVATE-MESSAGE-RECORD
               MOVE WS-DG-LINE(DGL-IDX) TO PM-BODY(1:100)
               SET DGL-IDX UP BY 1
               IF DGL-IDX <= WS-DG-LINE-COUNT
                   MOVE WS-DG-LINE(DGL-IDX) TO PM-BODY(101:100)
                   SET DGL-IDX UP BY 1
               END-IF
               PERFORM WRITE-DIGEST-MESSAGE
           END-PERFORM.

           WRITE-DIGEST-MESSAGE SECTION.
           MOVE WS-DGM-USERNAME(DGM-IDX) TO PM-TO.
           MOVE "digest" TO PM-FROM.
           MOVE WS-TODAY-ISO-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.

           SAVE-DIGEST-MARKS SECTION.
      *    Rewritten whole each night with only the members who still
      *    take the digest, so switching it off drops the mark.
           OPEN OUTPUT F-DIGEST-MARKS-FILE.
           SET DGM-IDX TO 1.
           PERFORM UNTIL DGM-IDX > WS-DG-MEMBER-COUNT
               IF WS-DGM-FREQUENCY(DGM-IDX) NOT = "N" AND
                   WS-DGM-HAS-MARK(DGM-IDX) = "Y"
                   MOVE SPACES TO DIGEST-MARK-RECORD
                   MOVE WS-DGM-USERNAME(DGM-IDX) TO DGK-USERNAME
                   MOVE WS-DGM-MARK(DGM-IDX) TO DGK-LAST-MESSAGE-ID
                   MOVE WS-DGM-LAST-SENT(DGM-IDX) TO
                       DGK-LAST-SENT-DATE
                   WRITE DIGEST-MARK-RECORD
                   END-WRITE
               END-IF
               SET DGM-IDX UP BY 1
           END-PERFORM.
           CLOSE F-DIGEST-MARKS-FILE.

           LIFT-EXPIRED-SUSPENSIONS SECTION.
      *    A moderator's suspension ends on its end date without
      *    anyone having to remember it: the line turns EXPIRED and
      *    the member gets a private message saying so. Lifted and
      *    expired lines ride through untouched as history.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE 0 TO WS-SUS-LIFTED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-FILE.
           IF WS-SUSPENSIONS-STATUS = "00"
               OPEN OUTPUT F-SUSPENSIONS-WORK-FILE
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUSPENSIONS-FILE
                       NOT AT END
                           IF SUS-STATE = "ACTIVE" AND
                               SUS-END-DATE <= WS-TODAY-ISO-STAMP
                               PERFORM EXPIRE-ONE-SUSPENSION
                           END-IF
                           MOVE SUSPENSION-RECORD TO
                               SUSPENSIONS-WORK-RECORD
                           WRITE SUSPENSIONS-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PM-FILE
               CLOSE F-SUSPENSIONS-FILE
               CLOSE F-SUSPENSIONS-WORK-FILE
               IF WS-SUS-LIFTED-COUNT > 0
                   PERFORM COPY-SUSPENSIONS-BACK
                   DISPLAY "HOUSEKEEPING LIFTED " WS-SUS-LIFTED-COUNT
                       " EXPIRED SUSPENSIONS"
               END-IF
           END-IF.

           EXPIRE-ONE-SUSPENSION SECTION.
           ADD 1 TO WS-SUS-LIFTED-COUNT.
           MOVE "EXPIRED" TO SUS-STATE.
           MOVE "housekeep" TO SUS-CHANGED-BY.
           MOVE WS-TODAY-ISO-STAMP TO SUS-CHANGED-DATE.
           IF SUS-SCOPE = "POST"
               MOVE "posting" TO WS-SUS-SCOPE-WORDS
           ELSE IF SUS-SCOPE = "PM"
               MOVE "private messages" TO WS-SUS-SCOPE-WORDS
           ELSE
               MOVE "signing in" TO WS-SUS-SCOPE-WORDS
           END-IF.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE SUS-USERNAME TO PM-TO.
           MOVE "moderators" TO PM-FROM.
           STRING "Your suspension from " DELIMITED BY SIZE
               WS-SUS-SCOPE-WORDS DELIMITED BY "  "
               " ended on " SUS-END-DATE
               ". Welcome back." DELIMITED BY SIZE
               INTO PM-BODY
           END-STRING.
           MOVE WS-TODAY-ISO-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.

           COPY-SUSPENSIONS-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUSPENSIONS-WORK-FILE.
           OPEN OUTPUT F-SUSPENSIONS-FILE.
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
           END-PERFORM.
           CLOSE F-SUSPENSIONS-WORK-FILE.
           CLOSE F-SUSPENSIONS-FILE.

           REPORT-REPEAT-HOLDS SECTION.
      *    Once a week, the members who had two or more new posts
      *    held as close matches of earlier content in the last
      *    seven days, with their all-time hold count and the last
      *    message ID matched -- the cross-poster pasting the same
      *    advertisement round the categories stands out at once.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE SPACES TO WS-HR-LAST-RUN.
           OPEN INPUT F-HOLDS-REPORT-MARK-FILE.
           IF WS-HOLDS-MARK-STATUS = "00"
               READ F-HOLDS-REPORT-MARK-FILE
                   NOT AT END
                       MOVE HRM-LAST-RUN-DATE TO WS-HR-LAST-RUN
               END-READ
               CLOSE F-HOLDS-REPORT-MARK-FILE
           END-IF.
           MOVE 1 TO WS-HR-IS-DUE.
           IF WS-HR-LAST-RUN NOT = SPACES
               MOVE "DIFF" TO DS-FUNCTION
               MOVE WS-TODAY-ISO-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-ISO-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-ISO-STAMP(9:2) TO DS-DAY
               MOVE WS-HR-LAST-RUN(1:4) TO DS-YEAR-2
               MOVE WS-HR-LAST-RUN(6:2) TO DS-MONTH-2
               MOVE WS-HR-LAST-RUN(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER < 7
                   MOVE 0 TO WS-HR-IS-DUE
               END-IF
           END-IF.
           IF WS-HR-IS-DUE = 1
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-TODAY-ISO-STAMP(1:4) TO DS-YEAR
               MOVE WS-TODAY-ISO-STAMP(6:2) TO DS-MONTH
               MOVE WS-TODAY-ISO-STAMP(9:2) TO DS-DAY
               MOVE -6 TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-HR-WEEK-START
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-HR-WEEK-START
               END-STRING
               PERFORM TALLY-DUPLICATE-HOLDS
               PERFORM WRITE-REPEAT-HOLDS-REPORT
               OPEN OUTPUT F-HOLDS-REPORT-MARK-FILE
               MOVE WS-TODAY-ISO-STAMP TO HRM-LAST-RUN-DATE
               WRITE HOLDS-REPORT-MARK-RECORD
               END-WRITE
               CLOSE F-HOLDS-REPORT-MARK-FILE
               DISPLAY "HOUSEKEEPING -- REPEAT DUPLICATE HOLDS, "
                   "MEMBERS LISTED: " WS-HR-LISTED
           END-IF.

           TALLY-DUPLICATE-HOLDS SECTION.
           MOVE 0 TO WS-HR-MEMBER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           IF WS-HELD-POSTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HELD-POSTS-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-HOLD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-HELD-POSTS-STATUS = "00" OR
               WS-HELD-POSTS-STATUS = "10"
               CLOSE F-HELD-POSTS-FILE
           END-IF.

           TAKE-ONE-HOLD SECTION.
           MOVE 0 TO WS-HR-FOUND.
           SET HRM-IDX TO 1.
           PERFORM UNTIL WS-HR-FOUND = 1 OR
               HRM-IDX > WS-HR-MEMBER-COUNT
               IF WS-HRM-USERNAME(HRM-IDX) = HP-AUTHOR
                   MOVE 1 TO WS-HR-FOUND
               ELSE
                   SET HRM-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-HR-FOUND = 0 AND WS-HR-MEMBER-COUNT < 500
               ADD 1 TO WS-HR-MEMBER-COUNT
               SET HRM-IDX TO WS-HR-MEMBER-COUNT
               MOVE HP-AUTHOR TO WS-HRM-USERNAME(HRM-IDX)
               MOVE 0 TO WS-HRM-WEEK-HOLDS(HRM-IDX)
               MOVE 0 TO WS-HRM-ALL-HOLDS(HRM-IDX)
               MOVE 1 TO WS-HR-FOUND
           END-IF.
           IF WS-HR-FOUND = 1
               ADD 1 TO WS-HRM-ALL-HOLDS(HRM-IDX)
               MOVE HP-MATCHED-ID TO WS-HRM-LAST-MATCH(HRM-IDX)
               MOVE HP-HELD-DATE TO WS-HRM-LAST-DATE(HRM-IDX)
               IF HP-HELD-DATE >= WS-HR-WEEK-START
                   ADD 1 TO WS-HRM-WEEK-HOLDS(HRM-IDX)
               END-IF
           END-IF.

           WRITE-REPEAT-HOLDS-REPORT SECTION.
           MOVE 0 TO WS-HR-LISTED.
           OPEN OUTPUT F-HOLDS-REPORT-FILE.
           MOVE SPACES TO HOLDS-REPORT-LINE.
           STRING "REPEAT DUPLICATE-POST HOLDS -- WEEK "
               WS-HR-WEEK-START " TO " WS-TODAY-ISO-STAMP
               DELIMITED BY SIZE INTO HOLDS-REPORT-LINE
           END-STRING.
           WRITE HOLDS-REPORT-LINE.
           MOVE SPACES TO HOLDS-REPORT-LINE.
           WRITE HOLDS-REPORT-LINE.
           MOVE "MEMBER      THIS WEEK  ALL TIME  LAST MATCHED  ON"
               TO HOLDS-REPORT-LINE.
           WRITE HOLDS-REPORT-LINE.
           SET HRM-IDX TO 1.
           PERFORM UNTIL HRM-IDX > WS-HR-MEMBER-COUNT
               IF WS-HRM-WEEK-HOLDS(HRM-IDX) >= 2
                   ADD 1 TO WS-HR-LISTED
                   MOVE SPACES TO HOLDS-REPORT-LINE
                   STRING WS-HRM-USERNAME(HRM-IDX) "  "
                       WS-HRM-WEEK-HOLDS(HRM-IDX) "       "
                       WS-HRM-ALL-HOLDS(HRM-IDX) "      #"
                       WS-HRM-LAST-MATCH(HRM-IDX) "      "
                       WS-HRM-LAST-DATE(HRM-IDX)
                       DELIMITED BY SIZE INTO HOLDS-REPORT-LINE
                   END-STRING
                   WRITE HOLDS-REPORT-LINE
                   END-WRITE
               END-IF
               SET HRM-IDX UP BY 1
           END-PERFORM.
           IF WS-HR-LISTED = 0
               MOVE "  (no member had more than one post held)" TO
                   HOLDS-REPORT-LINE
               WRITE HOLDS-REPORT-LINE
           END-IF.
           CLOSE F-HOLDS-REPORT-FILE.

           SEND-EVENT-REMINDERS SECTION.
      *    The day before an event, everyone whose latest RSVP is yes
      *    or maybe gets a private message reminding them of it. The
      *    reminder file records each event once its reminders are
      *    out, so a rerun sends nothing twice.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE LS-TODAY-YEAR TO DS-YEAR.
           MOVE LS-TODAY-MONTH TO DS-MONTH.
           MOVE LS-TODAY-DAY TO DS-DAY.
           MOVE 1 TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE SPACES TO WS-EV-TOMORROW.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-EV-TOMORROW
           END-STRING.
           MOVE 0 TO WS-EV-REMINDED-EVENTS.
           MOVE 0 TO WS-EV-REMINDERS-SENT.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM LOAD-REMINDED-EVENTS
               PERFORM LOAD-EVENT-RSVPS
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               OPEN EXTEND F-EVENT-REMINDERS-FILE
               IF WS-EVENT-REMINDERS-STATUS = "35"
                   OPEN OUTPUT F-EVENT-REMINDERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-DATE = WS-EV-TOMORROW
                               PERFORM REMIND-ONE-EVENT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENT-REMINDERS-FILE
               CLOSE F-PM-FILE
               CLOSE F-EVENTS-FILE
               IF WS-EV-REMINDED-EVENTS > 0
                   DISPLAY "HOUSEKEEPING -- EVENT REMINDERS SENT: "
                       WS-EV-REMINDERS-SENT " FOR "
                       WS-EV-REMINDED-EVENTS " EVENTS"
               END-IF
           END-IF.

           LOAD-REMINDED-EVENTS SECTION.
           MOVE 0 TO WS-EV-DONE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENT-REMINDERS-FILE.
           IF WS-EVENT-REMINDERS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENT-REMINDERS-FILE
                       NOT AT END
                           IF WS-EV-DONE-COUNT < 2000
                               ADD 1 TO WS-EV-DONE-COUNT
                               SET EVD-IDX TO WS-EV-DONE-COUNT
                               MOVE ERM-EVENT-ID TO
                                   WS-EV-DONE-ID(EVD-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENT-REMINDERS-FILE
           END-IF.

           LOAD-EVENT-RSVPS SECTION.
      *    A member's latest line for an event is their answer.
           MOVE 0 TO WS-EV-RSVP-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVP-FILE.
           IF WS-RSVP-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RSVP-FILE
                       NOT AT END
                           PERFORM TAKE-ONE-RSVP
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RSVP-FILE
           END-IF.

           TAKE-ONE-RSVP SECTION.
           MOVE 0 TO WS-EV-FOUND.
           SET EVR-IDX TO 1.
           PERFORM UNTIL WS-EV-FOUND = 1 OR
               EVR-IDX > WS-EV-RSVP-COUNT
               IF WS-EVR-EVENT-ID(EVR-IDX) = RSVP-EVENT-ID AND
                   WS-EVR-USER(EVR-IDX) = RSVP-USER
                   MOVE 1 TO WS-EV-FOUND
               ELSE
                   SET EVR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-EV-FOUND = 0 AND WS-EV-RSVP-COUNT < 2000
               ADD 1 TO WS-EV-RSVP-COUNT
               SET EVR-IDX TO WS-EV-RSVP-COUNT
               MOVE RSVP-EVENT-ID TO WS-EVR-EVENT-ID(EVR-IDX)
               MOVE RSVP-USER TO WS-EVR-USER(EVR-IDX)
               MOVE 1 TO WS-EV-FOUND
           END-IF.
           IF WS-EV-FOUND = 1
               MOVE RSVP-ANSWER TO WS-EVR-ANSWER(EVR-IDX)
           END-IF.

           REMIND-ONE-EVENT SECTION.
           MOVE 0 TO WS-EV-FOUND.
           SET EVD-IDX TO 1.
           PERFORM UNTIL WS-EV-FOUND = 1 OR
               EVD-IDX > WS-EV-DONE-COUNT
               IF WS-EV-DONE-ID(EVD-IDX) = EV-ID
                   MOVE 1 TO WS-EV-FOUND
               ELSE
                   SET EVD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-EV-FOUND = 0
               ADD 1 TO WS-EV-REMINDED-EVENTS
               SET EVR-IDX TO 1
               PERFORM UNTIL EVR-IDX > WS-EV-RSVP-COUNT
                   IF WS-EVR-EVENT-ID(EVR-IDX) = EV-ID AND
                       (WS-EVR-ANSWER(EVR-IDX) = "YES" OR
                       WS-EVR-ANSWER(EVR-IDX) = "MAYBE")
                       ADD 1 TO WS-EV-REMINDERS-SENT
                       MOVE SPACES TO PRIVATE-MESSAGE-RECORD
                       MOVE WS-EVR-USER(EVR-IDX) TO PM-TO
                       MOVE "events" TO PM-FROM
                       STRING "Reminder: " DELIMITED BY SIZE
                           EV-TITLE DELIMITED BY "  "
                           " is tomorrow, " EV-DATE " at " EV-TIME
                           " (" DELIMITED BY SIZE
                           EV-CATEGORY DELIMITED BY "  "
                           "). You said " DELIMITED BY SIZE
                           WS-EVR-ANSWER(EVR-IDX) DELIMITED BY " "
                           "." DELIMITED BY SIZE
                           INTO PM-BODY
                       END-STRING
                       MOVE WS-TODAY-ISO-STAMP TO PM-DATE
                       MOVE "N" TO PM-READ-FLAG
                       WRITE PRIVATE-MESSAGE-RECORD
                       END-WRITE
                   END-IF
                   SET EVR-IDX UP BY 1
               END-PERFORM
               MOVE SPACES TO EVENT-REMINDER-RECORD
               MOVE EV-ID TO ERM-EVENT-ID
               MOVE WS-TODAY-ISO-STAMP TO ERM-SENT-DATE
               WRITE EVENT-REMINDER-RECORD
               END-WRITE
           END-IF.

           ARCHIVE-PAST-EVENTS SECTION.
      *    Events whose day has gone move to bbs-events-archive.dat
      *    under the same category-retention.dat rules the posts
      *    follow: past events older than a category's age limit
      *    go, and beyond its keep count (100 where the category has
      *    no line) the earliest entered go first. Events still to
      *    come are never touched.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE 0 TO WS-EV-ARCHIVED-COUNT.
           MOVE 0 TO WS-EV-HELD-COUNT.
           MOVE 0 TO WS-EA-CAT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-DATE < WS-TODAY-ISO-STAMP
                               PERFORM FIND-OR-ADD-EVENT-CATEGORY
                               IF WS-EV-FOUND = 1
                                   ADD 1 TO
                                       WS-EAC-PAST-COUNT(EAC-IDX)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
               IF WS-EA-CAT-COUNT > 0
                   PERFORM PLAN-EVENT-ARCHIVING
                   PERFORM SPLIT-PAST-EVENTS
               END-IF
           END-IF.

           FIND-OR-ADD-EVENT-CATEGORY SECTION.
           MOVE 0 TO WS-EV-FOUND.
           SET EAC-IDX TO 1.
           PERFORM UNTIL WS-EV-FOUND = 1 OR
               EAC-IDX > WS-EA-CAT-COUNT
               IF WS-EAC-CATEGORY(EAC-IDX) = EV-CATEGORY
                   MOVE 1 TO WS-EV-FOUND
               ELSE
                   SET EAC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-EV-FOUND = 0 AND WS-EA-CAT-COUNT < 50
               ADD 1 TO WS-EA-CAT-COUNT
               SET EAC-IDX TO WS-EA-CAT-COUNT
               MOVE EV-CATEGORY TO WS-EAC-CATEGORY(EAC-IDX)
               MOVE 0 TO WS-EAC-PAST-COUNT(EAC-IDX)
               MOVE 0 TO WS-EAC-EXCESS(EAC-IDX)
               MOVE SPACES TO WS-EAC-CUTOFF(EAC-IDX)
               MOVE 1 TO WS-EV-FOUND
           END-IF.

           PLAN-EVENT-ARCHIVING SECTION.
           PERFORM LOAD-CATEGORY-RETENTION.
           SET EAC-IDX TO 1.
           PERFORM UNTIL EAC-IDX > WS-EA-CAT-COUNT
               MOVE 0 TO WS-EV-FOUND
               SET POLICY-IDX TO 1
               PERFORM UNTIL WS-EV-FOUND = 1 OR
                   POLICY-IDX > WS-POLICY-COUNT
                   IF WS-POLICY-CATEGORY(POLICY-IDX) =
                       WS-EAC-CATEGORY(EAC-IDX)
                       MOVE 1 TO WS-EV-FOUND
                   ELSE
                       SET POLICY-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-EV-FOUND = 1
                   IF WS-EAC-PAST-COUNT(EAC-IDX) >
                       WS-POLICY-KEEP-COUNT(POLICY-IDX)
                       COMPUTE WS-EAC-EXCESS(EAC-IDX) =
                           WS-EAC-PAST-COUNT(EAC-IDX) -
                           WS-POLICY-KEEP-COUNT(POLICY-IDX)
                   END-IF
                   IF WS-POLICY-AGE-DAYS(POLICY-IDX) > 0
                       MOVE WS-POLICY-AGE-DAYS(POLICY-IDX) TO
                           WS-STALE-THRESHOLD-DAYS
                       PERFORM DETERMINE-STALE-CUTOFF-DATE
                       MOVE WS-STALE-CUTOFF-DATE TO
                           WS-EAC-CUTOFF(EAC-IDX)
                   END-IF
               ELSE
                   IF WS-EAC-PAST-COUNT(EAC-IDX) > 100
                       COMPUTE WS-EAC-EXCESS(EAC-IDX) =
                           WS-EAC-PAST-COUNT(EAC-IDX) - 100
                   END-IF
               END-IF
               SET EAC-IDX UP BY 1
           END-PERFORM.

           SPLIT-PAST-EVENTS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           OPEN OUTPUT F-EVENTS-WORK-FILE.
           OPEN EXTEND F-EVENTS-ARCHIVE-FILE.
           IF WS-EVENTS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT F-EVENTS-ARCHIVE-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   NOT AT END
                       PERFORM ROUTE-ONE-EVENT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-ARCHIVE-FILE.
           CLOSE F-EVENTS-WORK-FILE.
           CLOSE F-EVENTS-FILE.
           IF WS-EV-ARCHIVED-COUNT > 0
               PERFORM COPY-EVENTS-BACK
               DISPLAY "HOUSEKEEPING -- PAST EVENTS ARCHIVED: "
                   WS-EV-ARCHIVED-COUNT
           END-IF.
           IF WS-EV-HELD-COUNT > 0
               DISPLAY "HOUSEKEEPING -- PAST EVENTS KEPT UNDER LEGAL "
                   "HOLD: " WS-EV-HELD-COUNT
           END-IF.

           ROUTE-ONE-EVENT SECTION.
           MOVE 0 TO WS-EV-ARCHIVE-IT.
           IF EV-DATE < WS-TODAY-ISO-STAMP
               PERFORM FIND-OR-ADD-EVENT-CATEGORY
               IF WS-EV-FOUND = 1
                   IF WS-EAC-EXCESS(EAC-IDX) > 0
                       SUBTRACT 1 FROM WS-EAC-EXCESS(EAC-IDX)
                       MOVE 1 TO WS-EV-ARCHIVE-IT
                   ELSE IF WS-EAC-CUTOFF(EAC-IDX) NOT = SPACES AND
                       EV-DATE < WS-EAC-CUTOFF(EAC-IDX)
                       MOVE 1 TO WS-EV-ARCHIVE-IT
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EV-ARCHIVE-IT = 1
               PERFORM CHECK-EVENT-FOR-LEGAL-HOLD
           END-IF.
           IF WS-EV-ARCHIVE-IT = 1
               ADD 1 TO WS-EV-ARCHIVED-COUNT
               MOVE EVENT-RECORD TO EVENTS-ARCHIVE-RECORD
               WRITE EVENTS-ARCHIVE-RECORD
               END-WRITE
           ELSE
               MOVE EVENT-RECORD TO EVENTS-WORK-RECORD
               WRITE EVENTS-WORK-RECORD
               END-WRITE
           END-IF.

           CHECK-EVENT-FOR-LEGAL-HOLD SECTION.
      *    A past event whose organizer or date is under an open
      *    legal hold stays on bbs-events.dat, logged the way a kept
      *    post is.
           MOVE "USERNAME" TO LG-FUNCTION.
           MOVE EV-ORGANIZER TO LG-USERNAME.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           IF LG-RESULT NOT = "Y"
               MOVE "DATE" TO LG-FUNCTION
               MOVE EV-DATE TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
           END-IF.
           IF LG-RESULT = "Y"
               MOVE 0 TO WS-EV-ARCHIVE-IT
               ADD 1 TO WS-EV-HELD-COUNT
               DISPLAY "HOUSEKEEPING KEPT EVENT " EV-ID
                   " BY " EV-ORGANIZER " -- LEGAL HOLD " LG-MATTER
           END-IF.

           COPY-EVENTS-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-WORK-FILE.
           OPEN OUTPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-WORK-FILE
                   NOT AT END
                       MOVE EVENTS-WORK-RECORD TO EVENT-RECORD
                       WRITE EVENT-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-WORK-FILE.
           CLOSE F-EVENTS-FILE.

           EXPIRE-GAME-CHALLENGES SECTION.
      *    A game challenge nobody played by its expiry date turns
      *    EXPIRED and both members are told; one abandoned half
      *    played goes the same way. Played and expired lines ride
      *    through untouched as history.
           MOVE SPACES TO WS-TODAY-ISO-STAMP.
           STRING LS-TODAY-YEAR "-" LS-TODAY
               INTO WS-TODAY-ISO-STAMP
           END-STRING.
           MOVE 0 TO WS-CH-EXPIRED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHALLENGES-FILE.
           IF WS-CHALLENGES-STATUS = "00"
               OPEN OUTPUT F-CHALLENGES-WORK-FILE
               OPEN EXTEND F-PM-FILE
               IF WS-PM-STATUS = "35"
                   OPEN OUTPUT F-PM-FILE
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHALLENGES-FILE
                       NOT AT END
                           IF (CH-STATE = "OPEN" OR
                               CH-STATE = "PLAYING") AND
                               CH-EXPIRES-DATE < WS-TODAY-ISO-STAMP
                               PERFORM EXPIRE-ONE-CHALLENGE
                           END-IF
                           MOVE CHALLENGE-RECORD TO
                               CHALLENGES-WORK-RECORD
                           WRITE CHALLENGES-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PM-FILE
               CLOSE F-CHALLENGES-FILE
               CLOSE F-CHALLENGES-WORK-FILE
               IF WS-CH-EXPIRED-COUNT > 0
                   PERFORM COPY-CHALLENGES-BACK
                   DISPLAY "HOUSEKEEPING -- GAME CHALLENGES EXPIRED: "
                       WS-CH-EXPIRED-COUNT
               END-IF
           END-IF.

           EXPIRE-ONE-CHALLENGE SECTION.
           ADD 1 TO WS-CH-EXPIRED-COUNT.
           MOVE "EXPIRED" TO CH-STATE.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE "games" TO PM-FROM.
           STRING "Game challenge #" CH-ID " from " DELIMITED BY SIZE
               CH-CHALLENGER DELIMITED BY " "
               " to " DELIMITED BY SIZE
               CH-OPPONENT DELIMITED BY " "
               " expired on " CH-EXPIRES-DATE
               " without being played." DELIMITED BY SIZE
               INTO PM-BODY
           END-STRING.
           MOVE WS-TODAY-ISO-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           MOVE CH-CHALLENGER TO PM-TO.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           MOVE CH-OPPONENT TO PM-TO.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.

           COPY-CHALLENGES-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHALLENGES-WORK-FILE.
           OPEN OUTPUT F-CHALLENGES-FILE.
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
           END-PERFORM.
           CLOSE F-CHALLENGES-WORK-FILE.
           CLOSE F-CHALLENGES-FILE.
