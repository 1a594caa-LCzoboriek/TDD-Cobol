       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-distribute.
      *    The morning dashboard, followups-due.txt, the postage and
      *    vendor reports and the rest are written to files on the
      *    batch box, and staff only saw them when someone went and
      *    fetched them. nightly-batch now calls this at the end of
      *    the daily window and of each period-end stream, and the
      *    reports on report-distribution.dat go to the members and
      *    roles named there, in their board inboxes:
      *      - a report short enough to read in one private message
      *        is sent as the message itself;
      *      - a longer one is filed once as a document in the
      *        STAFF-REPORTS section of the file library, and each
      *        recipient is sent a message naming the document;
      *      - a report missing from the batch box, or empty, is sent
      *        as a NOT PRODUCED notice, so silence never stands in
      *        for a report that did not run.
      *    Every delivery lands on report-distribution-log.dat. A
      *    rerun of the same night sends nothing already sent, and a
      *    report that was NOT PRODUCED earlier in the night goes out
      *    once it turns up.
      *
      *    Callers pass one request area:
      *      RD-STREAM  DAILY, MONTH-END or QUARTER-END
      *      RD-PERIOD  the closed period for a period-end stream
      *                 (YYYY-MM or YYYY-Qn); spaces for the daily
      *                 window, which is dated today
      *      RD-RESULT  Y when the list was worked, N when there was
      *                 no list or nowhere to deliver to
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DISTRIBUTION-FILE ASSIGN TO
             "report-distribution.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISTRIBUTION-STATUS.
           SELECT F-REPORT-ROLES-FILE ASSIGN TO "report-roles.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-ROLES-STATUS.
           SELECT F-DISTRIBUTION-LOG-FILE ASSIGN TO
             "report-distribution-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISTRIBUTION-LOG-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO WS-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.
           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PM-STATUS.
           SELECT F-LIB-SECTIONS-FILE ASSIGN TO
             "library-sections.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-SECTIONS-STATUS.
           SELECT F-LIB-READERS-FILE ASSIGN TO
             "library-section-readers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-READERS-STATUS.
           SELECT F-LIB-READERS-PENDING-FILE ASSIGN TO
             "library-section-readers-pending.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-READERS-PENDING-STATUS.
           SELECT F-LIB-INDEX-FILE ASSIGN TO "library-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-INDEX-STATUS.
           SELECT F-LIB-DOCS-FILE ASSIGN TO "library-docs.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-DOCS-STATUS.
           SELECT F-LIB-ID-CONTROL-FILE ASSIGN TO
             "library-id-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-ID-CONTROL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-DISTRIBUTION-FILE.
      *    The distribution list: which report file, who gets it --
      *    a member's username, or a role written with a leading @
      *    -- and how often. DAILY (the default) and WEEKLY go out
      *    from the daily window, WEEKLY no more than once in seven
      *    days; MONTH-END and QUARTER-END go out at the end of that
      *    close stream. Lines starting * are comments.
           01 DISTRIBUTION-RECORD.
              05 DIST-REPORT PIC X(40).
              05 FILLER PIC X.
              05 DIST-RECIPIENT PIC X(11).
              05 FILLER PIC X.
              05 DIST-FREQUENCY PIC X(11).
           FD F-REPORT-ROLES-FILE.
      *    Who holds each role, one member per line. @MODERATORS
      *    needs no lines: it is every moderator on users.dat.
           01 REPORT-ROLE-RECORD.
              05 ROLE-NAME PIC X(11).
              05 FILLER PIC X.
              05 ROLE-MEMBER PIC X(10).
           FD F-DISTRIBUTION-LOG-FILE.
      *    One line per delivery: the night, the stream and period,
      *    the report and member, how it went (PM, LIBRARY or
      *    NOTICE) with the library document when there is one, and
      *    the outcome -- SENT, NOT-PRODUCED or NO-MEMBER.
           01 DISTRIBUTION-LOG-RECORD.
              05 DLOG-DATE PIC X(10).
              05 FILLER PIC X.
              05 DLOG-STREAM PIC X(11).
              05 FILLER PIC X.
              05 DLOG-PERIOD PIC X(10).
              05 FILLER PIC X.
              05 DLOG-REPORT PIC X(40).
              05 FILLER PIC X.
              05 DLOG-MEMBER PIC X(10).
              05 FILLER PIC X.
              05 DLOG-METHOD PIC X(8).
              05 FILLER PIC X.
              05 DLOG-DOC-ID PIC 9(5).
              05 FILLER PIC X.
              05 DLOG-OUTCOME PIC X(12).
           FD F-REPORT-FILE.
           01 REPORT-LINE-RECORD PIC X(210).
           FD F-USERS-FILE.
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
           FD F-PM-FILE.
           01 PRIVATE-MESSAGE-RECORD.
              05 PM-TO PIC X(10).
              05 PM-FROM PIC X(10).
              05 PM-BODY PIC X(200).
              05 PM-DATE PIC X(10).
              05 PM-READ-FLAG PIC X.
           FD F-LIB-SECTIONS-FILE.
           01 LIB-SECTION-RECORD.
              05 LIB-SECTION-NAME PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-SECTION-MODERATOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-SECTION-DESCRIPTION PIC X(50).
           FD F-LIB-READERS-FILE.
      *    A library section with any lines here is open only to the
      *    members named on them.
           01 LIB-READER-RECORD.
              05 LRD-SECTION PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 LRD-USERNAME PIC X(10).
           FD F-LIB-READERS-PENDING-FILE.
           01 LIB-READER-PENDING-RECORD PIC X(26).
           FD F-LIB-INDEX-FILE.
           01 LIB-INDEX-RECORD.
              05 LIB-DOC-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-DOC-SECTION PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-DOC-TITLE PIC X(40).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-DOC-CONTRIBUTOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-DOC-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-DOC-DOWNLOADS PIC 9(5).
           FD F-LIB-DOCS-FILE.
           01 LIB-DOC-LINE-RECORD.
              05 LIB-LINE-DOC-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-LINE-SEQ PIC 9(4).
              05 FILLER PIC X VALUE SPACE.
              05 LIB-LINE-TEXT PIC X(70).
           FD F-LIB-ID-CONTROL-FILE.
           01 LIB-ID-CONTROL-RECORD.
              05 LIB-ID-CONTROL-NEXT PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DISTRIBUTION-STATUS PIC XX.
           01 WS-REPORT-ROLES-STATUS PIC XX.
           01 WS-DISTRIBUTION-LOG-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-LIB-SECTIONS-STATUS PIC XX.
           01 WS-LIB-READERS-STATUS PIC XX.
           01 WS-LIB-READERS-PENDING-STATUS PIC XX.
           01 WS-LIB-INDEX-STATUS PIC XX.
           01 WS-LIB-DOCS-STATUS PIC XX.
           01 WS-LIB-ID-CONTROL-STATUS PIC XX.
      *    The name reports go out under, the library section the
      *    long ones are filed in, and the stamps for tonight.
           01 WS-SENDER PIC X(10) VALUE "reportdesk".
           01 WS-REPORT-SECTION PIC X(15) VALUE "STAFF-REPORTS".
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-WEEK-CUTOFF PIC X(10).
           01 WS-PERIOD PIC X(10).
           01 WS-REPORT-NAME PIC X(40).
           01 WS-USERS-OPEN PIC 9 VALUE 0.
           01 WS-SECTION-READY PIC 9 VALUE 0.
      *    The distribution list as read, each line tied to its slot
      *    in the report table below.
           01 WS-LIST-COUNT PIC 999 VALUE 0.
           01 WS-LIST-TABLE.
               05 WS-LIST-ENTRY OCCURS 100 TIMES
               INDEXED BY LIST-IDX.
                   10 WS-LIST-REPORT PIC X(40).
                   10 WS-LIST-RECIPIENT PIC X(11).
                   10 WS-LIST-FREQUENCY PIC X(11).
                   10 WS-LIST-RPT-SLOT PIC 99.
      *    Each report named on the list, read from the batch box
      *    once: M missing, E empty, S short enough for a private
      *    message (the message is built in WS-RPT-BODY), L long.
      *    A long report's library document, once filed, is kept so
      *    every recipient is pointed at the same one.
           01 WS-RPT-COUNT PIC 99 VALUE 0.
           01 WS-RPT-TABLE.
               05 WS-RPT-ENTRY OCCURS 50 TIMES
               INDEXED BY RPT-IDX.
                   10 WS-RPT-NAME PIC X(40).
                   10 WS-RPT-STATE PIC X.
                   10 WS-RPT-LINES PIC 9(5).
                   10 WS-RPT-BODY PIC X(200).
                   10 WS-RPT-DOC-ID PIC 9(5).
      *    Role holders, from report-roles.dat and the moderator
      *    flag on users.dat.
           01 WS-ROLE-COUNT PIC 999 VALUE 0.
           01 WS-ROLE-TABLE.
               05 WS-ROLE-ENTRY OCCURS 500 TIMES
               INDEXED BY ROLE-IDX.
                   10 WS-ROLE-NAME PIC X(11).
                   10 WS-ROLE-MEMBER PIC X(10).
      *    Everyone the list reaches, whatever the frequency: the
      *    readers of the STAFF-REPORTS section.
           01 WS-READER-COUNT PIC 999 VALUE 0.
           01 WS-READER-TABLE.
               05 WS-READER-ENTRY OCCURS 300 TIMES
               INDEXED BY RDR-IDX.
                   10 WS-READER-NAME PIC X(10).
      *    The deliveries that bear on tonight: the last week's, and
      *    any for this stream and period however old.
           01 WS-LOG-COUNT PIC 9(4) VALUE 0.
           01 WS-LOG-TABLE.
               05 WS-LOG-ENTRY OCCURS 1000 TIMES
               INDEXED BY LOG-IDX.
                   10 WS-LOG-DATE PIC X(10).
                   10 WS-LOG-STREAM PIC X(11).
                   10 WS-LOG-PERIOD PIC X(10).
                   10 WS-LOG-REPORT PIC X(40).
                   10 WS-LOG-MEMBER PIC X(10).
                   10 WS-LOG-OUTCOME PIC X(12).
           01 WS-LOG-FULL-SHOWN PIC 9 VALUE 0.
      *    R gathers section readers, D delivers.
           01 WS-RESOLVE-MODE PIC X.
           01 WS-ROLE-HITS PIC 999.
           01 WS-MEMBER PIC X(10).
           01 WS-MEMBER-OK PIC 9.
           01 WS-FOUND PIC 9.
           01 WS-ALREADY-DONE PIC 9.
           01 WS-ENTRY-DUE PIC 9.
           01 WS-BODY-POINTER PIC 999.
           01 WS-LINE-TEXT PIC X(210).
           01 WS-NEXT-DOC-ID PIC 9(5).
           01 WS-DOC-LINE-COUNT PIC 9(4).
           01 WS-CHUNK-START PIC 999.
           01 WS-MISSING-WORD PIC X(7).
           01 WS-DELIVERY-METHOD PIC X(8).
           01 WS-DELIVERY-DOC-ID PIC 9(5).
           01 WS-DELIVERY-OUTCOME PIC X(12).
           01 WS-PM-SENT PIC 9(5) VALUE 0.
           01 WS-POINTERS-SENT PIC 9(5) VALUE 0.
           01 WS-NOTICES-SENT PIC 9(5) VALUE 0.
           01 WS-DOCS-FILED PIC 9(5) VALUE 0.
           01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
           01 WS-NO-MEMBER-COUNT PIC 9(5) VALUE 0.
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
           LINKAGE SECTION.
           01 RD-REQUEST.
               05 RD-STREAM PIC X(11).
               05 RD-PERIOD PIC X(10).
               05 RD-RESULT PIC X.

       PROCEDURE DIVISION USING RD-REQUEST.
           MOVE "N" TO RD-RESULT.
           PERFORM RESET-RUN-STATE.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "report-distribute" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "users.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE -6 TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE SPACES TO WS-WEEK-CUTOFF.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-WEEK-CUTOFF
           END-STRING.
           IF RD-PERIOD = SPACES
               MOVE WS-TODAY-STAMP TO WS-PERIOD
           ELSE
               MOVE RD-PERIOD TO WS-PERIOD
           END-IF.
           PERFORM LOAD-DISTRIBUTION-LIST.
           PERFORM LOAD-REPORT-ROLES.
           PERFORM LOAD-MODERATORS.
      *    The section's readers are put right before anything is
      *    filed, so a member taken off the list loses the section
      *    tonight rather than after the next report lands in it.
           MOVE "R" TO WS-RESOLVE-MODE.
           SET LIST-IDX TO 1.
           PERFORM UNTIL LIST-IDX > WS-LIST-COUNT
               PERFORM RESOLVE-ENTRY-MEMBERS
               SET LIST-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-SECTION-READERS.
           IF WS-LIST-COUNT = 0
               DISPLAY "REPORT DISTRIBUTE -- NOTHING ON "
                   "report-distribution.dat; NO REPORTS DELIVERED"
               PERFORM CLOSE-USERS-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-RECENT-DELIVERIES.
           OPEN EXTEND F-PM-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "REPORT DISTRIBUTE -- private-messages.dat NOT "
                   "AVAILABLE, STATUS " WS-PM-STATUS
                   "; NO REPORTS DELIVERED"
               PERFORM CLOSE-USERS-FILE
               GOBACK
           END-IF.
           OPEN EXTEND F-DISTRIBUTION-LOG-FILE.
           IF WS-DISTRIBUTION-LOG-STATUS = "35"
               OPEN OUTPUT F-DISTRIBUTION-LOG-FILE
           END-IF.
           MOVE "D" TO WS-RESOLVE-MODE.
           SET LIST-IDX TO 1.
           PERFORM UNTIL LIST-IDX > WS-LIST-COUNT
               PERFORM CHECK-ENTRY-IN-STREAM
               IF WS-ENTRY-DUE = 1
                   SET RPT-IDX TO WS-LIST-RPT-SLOT(LIST-IDX)
                   IF WS-RPT-STATE(RPT-IDX) = SPACE
                       PERFORM SCAN-REPORT-FILE
                   END-IF
                   PERFORM RESOLVE-ENTRY-MEMBERS
               END-IF
               SET LIST-IDX UP BY 1
           END-PERFORM.
           CLOSE F-PM-FILE.
           CLOSE F-DISTRIBUTION-LOG-FILE.
           PERFORM CLOSE-USERS-FILE.
           MOVE "Y" TO RD-RESULT.
           DISPLAY "REPORT DISTRIBUTE " FUNCTION TRIM(RD-STREAM)
               " " FUNCTION TRIM(WS-PERIOD) " -- MESSAGES: " WS-PM-SENT
               " LIBRARY: " WS-POINTERS-SENT
               " (DOCUMENTS FILED: " WS-DOCS-FILED ")"
               " NOT PRODUCED: " WS-NOTICES-SENT
               " ALREADY SENT: " WS-ALREADY-COUNT
               " NO SUCH MEMBER: " WS-NO-MEMBER-COUNT.
           GOBACK.

           RESET-RUN-STATE SECTION.
      *    The nightly stream calls in once for the daily reports and
      *    again for each close that falls due, and working storage
      *    is still as the last call left it.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO WS-RPT-COUNT.
           MOVE 0 TO WS-ROLE-COUNT.
           MOVE 0 TO WS-READER-COUNT.
           MOVE 0 TO WS-LOG-COUNT.
           MOVE 0 TO WS-LOG-FULL-SHOWN.
           MOVE 0 TO WS-SECTION-READY.
           MOVE 0 TO WS-PM-SENT.
           MOVE 0 TO WS-POINTERS-SENT.
           MOVE 0 TO WS-NOTICES-SENT.
           MOVE 0 TO WS-DOCS-FILED.
           MOVE 0 TO WS-ALREADY-COUNT.
           MOVE 0 TO WS-NO-MEMBER-COUNT.
           SET RPT-IDX TO 1.
           PERFORM UNTIL RPT-IDX > 50
               MOVE SPACES TO WS-RPT-NAME(RPT-IDX)
               MOVE SPACE TO WS-RPT-STATE(RPT-IDX)
               MOVE 0 TO WS-RPT-LINES(RPT-IDX)
               MOVE SPACES TO WS-RPT-BODY(RPT-IDX)
               MOVE 0 TO WS-RPT-DOC-ID(RPT-IDX)
               SET RPT-IDX UP BY 1
           END-PERFORM.

           LOAD-DISTRIBUTION-LIST SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DISTRIBUTION-FILE.
           IF WS-DISTRIBUTION-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISTRIBUTION-FILE
                   NOT AT END
                       IF DIST-REPORT NOT = SPACES AND
                           DIST-REPORT(1:1) NOT = "*" AND
                           DIST-RECIPIENT NOT = SPACES
                           PERFORM ADD-LIST-ENTRY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-DISTRIBUTION-STATUS = "00" OR
               WS-DISTRIBUTION-STATUS = "10"
               CLOSE F-DISTRIBUTION-FILE
           END-IF.

           ADD-LIST-ENTRY SECTION.
           IF WS-LIST-COUNT >= 100
               DISPLAY "REPORT DISTRIBUTE -- LIST FULL AT 100 LINES; "
                   DIST-REPORT " TO " DIST-RECIPIENT " DROPPED"
           ELSE
               MOVE 0 TO WS-FOUND
               SET RPT-IDX TO 1
               PERFORM UNTIL WS-FOUND = 1 OR RPT-IDX > WS-RPT-COUNT
                   IF WS-RPT-NAME(RPT-IDX) = DIST-REPORT
                       MOVE 1 TO WS-FOUND
                   ELSE
                       SET RPT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0 AND WS-RPT-COUNT < 50
                   ADD 1 TO WS-RPT-COUNT
                   SET RPT-IDX TO WS-RPT-COUNT
                   MOVE DIST-REPORT TO WS-RPT-NAME(RPT-IDX)
                   MOVE SPACE TO WS-RPT-STATE(RPT-IDX)
                   MOVE 0 TO WS-RPT-LINES(RPT-IDX)
                   MOVE SPACES TO WS-RPT-BODY(RPT-IDX)
                   MOVE 0 TO WS-RPT-DOC-ID(RPT-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
               IF WS-FOUND = 0
                   DISPLAY "REPORT DISTRIBUTE -- MORE THAN 50 REPORTS "
                       "ON THE LIST; " DIST-REPORT " DROPPED"
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   SET LIST-IDX TO WS-LIST-COUNT
                   MOVE DIST-REPORT TO WS-LIST-REPORT(LIST-IDX)
                   MOVE DIST-RECIPIENT TO WS-LIST-RECIPIENT(LIST-IDX)
                   IF DIST-FREQUENCY = SPACES
                       MOVE "DAILY" TO WS-LIST-FREQUENCY(LIST-IDX)
                   ELSE
                       MOVE DIST-FREQUENCY TO
                           WS-LIST-FREQUENCY(LIST-IDX)
                   END-IF
                   SET WS-LIST-RPT-SLOT(LIST-IDX) TO RPT-IDX
               END-IF
           END-IF.

           LOAD-REPORT-ROLES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPORT-ROLES-FILE.
           IF WS-REPORT-ROLES-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPORT-ROLES-FILE
                   NOT AT END
                       IF ROLE-NAME(1:1) = "@" AND
                           ROLE-MEMBER NOT = SPACES AND
                           WS-ROLE-COUNT < 500
                           ADD 1 TO WS-ROLE-COUNT
                           SET ROLE-IDX TO WS-ROLE-COUNT
                           MOVE ROLE-NAME TO WS-ROLE-NAME(ROLE-IDX)
                           MOVE ROLE-MEMBER TO WS-ROLE-MEMBER(ROLE-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-REPORT-ROLES-STATUS = "00" OR
               WS-REPORT-ROLES-STATUS = "10"
               CLOSE F-REPORT-ROLES-FILE
           END-IF.

           LOAD-MODERATORS SECTION.
      *    users.dat stays open after the browse: each named member
      *    is looked up by key before anything is sent to them.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               DISPLAY "REPORT DISTRIBUTE -- users.dat NOT AVAILABLE, "
                   "STATUS " WS-USERS-STATUS
                   "; @MODERATORS IS EMPTY TONIGHT"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE 1 TO WS-USERS-OPEN
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-IS-MODERATOR = "Y" AND
                           WS-ROLE-COUNT < 500
                           ADD 1 TO WS-ROLE-COUNT
                           SET ROLE-IDX TO WS-ROLE-COUNT
                           MOVE "@MODERATORS" TO WS-ROLE-NAME(ROLE-IDX)
                           MOVE USERNAME TO WS-ROLE-MEMBER(ROLE-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.

           CLOSE-USERS-FILE SECTION.
           IF WS-USERS-OPEN = 1
               CLOSE F-USERS-FILE
               MOVE 0 TO WS-USERS-OPEN
           END-IF.

           LOAD-RECENT-DELIVERIES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DISTRIBUTION-LOG-FILE.
           IF WS-DISTRIBUTION-LOG-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISTRIBUTION-LOG-FILE
                   NOT AT END
                       IF DLOG-DATE NOT < WS-WEEK-CUTOFF OR
                           (DLOG-STREAM = RD-STREAM AND
                           DLOG-PERIOD = WS-PERIOD)
                           PERFORM REMEMBER-DELIVERY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-DISTRIBUTION-LOG-STATUS = "00" OR
               WS-DISTRIBUTION-LOG-STATUS = "10"
               CLOSE F-DISTRIBUTION-LOG-FILE
           END-IF.

           REMEMBER-DELIVERY SECTION.
      *    Takes the delivery from the log record area, as read back
      *    or as about to be written.
           IF WS-LOG-COUNT >= 1000
               IF WS-LOG-FULL-SHOWN = 0
                   DISPLAY "REPORT DISTRIBUTE -- MORE THAN 1000 "
                       "RECENT DELIVERIES; OLDER ONES NOT CHECKED"
                   MOVE 1 TO WS-LOG-FULL-SHOWN
               END-IF
           ELSE
               ADD 1 TO WS-LOG-COUNT
               SET LOG-IDX TO WS-LOG-COUNT
               MOVE DLOG-DATE TO WS-LOG-DATE(LOG-IDX)
               MOVE DLOG-STREAM TO WS-LOG-STREAM(LOG-IDX)
               MOVE DLOG-PERIOD TO WS-LOG-PERIOD(LOG-IDX)
               MOVE DLOG-REPORT TO WS-LOG-REPORT(LOG-IDX)
               MOVE DLOG-MEMBER TO WS-LOG-MEMBER(LOG-IDX)
               MOVE DLOG-OUTCOME TO WS-LOG-OUTCOME(LOG-IDX)
           END-IF.

           CHECK-ENTRY-IN-STREAM SECTION.
           MOVE 0 TO WS-ENTRY-DUE.
           IF RD-STREAM = "DAILY"
               IF WS-LIST-FREQUENCY(LIST-IDX) = "DAILY" OR
                   WS-LIST-FREQUENCY(LIST-IDX) = "WEEKLY"
                   MOVE 1 TO WS-ENTRY-DUE
               END-IF
           ELSE IF WS-LIST-FREQUENCY(LIST-IDX) = RD-STREAM
               MOVE 1 TO WS-ENTRY-DUE
           END-IF.

           RESOLVE-ENTRY-MEMBERS SECTION.
      *    A recipient starting @ is a role and reaches every holder;
      *    anything else is one member.
           IF WS-LIST-RECIPIENT(LIST-IDX)(1:1) = "@"
               MOVE 0 TO WS-ROLE-HITS
               SET ROLE-IDX TO 1
               PERFORM UNTIL ROLE-IDX > WS-ROLE-COUNT
                   IF WS-ROLE-NAME(ROLE-IDX) =
                       WS-LIST-RECIPIENT(LIST-IDX)
                       ADD 1 TO WS-ROLE-HITS
                       MOVE WS-ROLE-MEMBER(ROLE-IDX) TO WS-MEMBER
                       PERFORM HANDLE-ONE-MEMBER
                   END-IF
                   SET ROLE-IDX UP BY 1
               END-PERFORM
               IF WS-ROLE-HITS = 0 AND WS-RESOLVE-MODE = "D"
                   DISPLAY "REPORT DISTRIBUTE -- ROLE "
                       WS-LIST-RECIPIENT(LIST-IDX) " HAS NO MEMBERS; "
                       FUNCTION TRIM(WS-LIST-REPORT(LIST-IDX))
                       " NOT SENT TO IT"
               END-IF
           ELSE
               MOVE WS-LIST-RECIPIENT(LIST-IDX) TO WS-MEMBER
               PERFORM HANDLE-ONE-MEMBER
           END-IF.

           HANDLE-ONE-MEMBER SECTION.
           PERFORM CHECK-MEMBER-EXISTS.
           IF WS-RESOLVE-MODE = "R"
               IF WS-MEMBER-OK = 1
                   PERFORM ADD-SECTION-READER
               END-IF
           ELSE IF WS-MEMBER-OK = 0
               ADD 1 TO WS-NO-MEMBER-COUNT
               DISPLAY "REPORT DISTRIBUTE -- NO MEMBER " WS-MEMBER
                   " ON users.dat; "
                   FUNCTION TRIM(WS-LIST-REPORT(LIST-IDX))
                   " NOT SENT"
               MOVE SPACES TO WS-DELIVERY-METHOD
               MOVE 0 TO WS-DELIVERY-DOC-ID
               MOVE "NO-MEMBER" TO WS-DELIVERY-OUTCOME
               PERFORM WRITE-DELIVERY-LOG
           ELSE
               PERFORM CHECK-ALREADY-DELIVERED
               IF WS-ALREADY-DONE = 1
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   PERFORM DELIVER-TO-MEMBER
               END-IF
           END-IF.

           CHECK-MEMBER-EXISTS SECTION.
      *    With users.dat out of reach the member is taken on trust:
      *    the inbox is a flat file and the message keeps until
      *    they sign in.
           MOVE 1 TO WS-MEMBER-OK.
           IF WS-MEMBER = SPACES
               MOVE 0 TO WS-MEMBER-OK
           ELSE IF WS-USERS-OPEN = 1
               MOVE WS-MEMBER TO USERNAME
               READ F-USERS-FILE
                   INVALID KEY
                       MOVE 0 TO WS-MEMBER-OK
               END-READ
           END-IF.

           ADD-SECTION-READER SECTION.
           MOVE 0 TO WS-FOUND.
           SET RDR-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR RDR-IDX > WS-READER-COUNT
               IF WS-READER-NAME(RDR-IDX) = WS-MEMBER
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET RDR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 AND WS-READER-COUNT < 300
               ADD 1 TO WS-READER-COUNT
               SET RDR-IDX TO WS-READER-COUNT
               MOVE WS-MEMBER TO WS-READER-NAME(RDR-IDX)
           END-IF.

           WRITE-SECTION-READERS SECTION.
      *    Copy-then-replace: every other section's lines are kept
      *    as they are and this section's are written fresh. The
      *    desk's own line is always there, so the section stays
      *    closed even while the list names nobody.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN OUTPUT F-LIB-READERS-PENDING-FILE.
           OPEN INPUT F-LIB-READERS-FILE.
           IF WS-LIB-READERS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-READERS-FILE
                   NOT AT END
                       IF LRD-SECTION NOT = WS-REPORT-SECTION
                           MOVE LIB-READER-RECORD TO
                               LIB-READER-PENDING-RECORD
                           WRITE LIB-READER-PENDING-RECORD
                           END-WRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-READERS-STATUS = "00" OR
               WS-LIB-READERS-STATUS = "10"
               CLOSE F-LIB-READERS-FILE
           END-IF.
           CLOSE F-LIB-READERS-PENDING-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-READERS-PENDING-FILE.
           OPEN OUTPUT F-LIB-READERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-READERS-PENDING-FILE
                   NOT AT END
                       MOVE LIB-READER-PENDING-RECORD TO
                           LIB-READER-RECORD
                       WRITE LIB-READER-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIB-READERS-PENDING-FILE.
           MOVE SPACES TO LIB-READER-RECORD.
           MOVE WS-REPORT-SECTION TO LRD-SECTION.
           MOVE WS-SENDER TO LRD-USERNAME.
           WRITE LIB-READER-RECORD
           END-WRITE.
           SET RDR-IDX TO 1.
           PERFORM UNTIL RDR-IDX > WS-READER-COUNT
               MOVE SPACES TO LIB-READER-RECORD
               MOVE WS-REPORT-SECTION TO LRD-SECTION
               MOVE WS-READER-NAME(RDR-IDX) TO LRD-USERNAME
               WRITE LIB-READER-RECORD
               END-WRITE
               SET RDR-IDX UP BY 1
           END-PERFORM.
           CLOSE F-LIB-READERS-FILE.

           SCAN-REPORT-FILE SECTION.
      *    Reads the report once and builds the private message as
      *    it goes: the report's name and date, then its lines run
      *    together with " / ". Whatever overflows the message body
      *    makes it a long report.
           MOVE WS-RPT-NAME(RPT-IDX) TO WS-REPORT-NAME.
           MOVE 0 TO WS-RPT-LINES(RPT-IDX).
           MOVE SPACES TO WS-RPT-BODY(RPT-IDX).
           MOVE "S" TO WS-RPT-STATE(RPT-IDX).
           MOVE 1 TO WS-BODY-POINTER.
           STRING FUNCTION TRIM(WS-RPT-NAME(RPT-IDX)) " for "
               FUNCTION TRIM(WS-PERIOD) ": "
               DELIMITED BY SIZE
               INTO WS-RPT-BODY(RPT-IDX)
               WITH POINTER WS-BODY-POINTER
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "M" TO WS-RPT-STATE(RPT-IDX)
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPORT-FILE
                   NOT AT END
                       IF REPORT-LINE-RECORD NOT = SPACES
                           PERFORM ADD-LINE-TO-BODY
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-REPORT-STATUS = "00" OR WS-REPORT-STATUS = "10"
               CLOSE F-REPORT-FILE
               IF WS-RPT-LINES(RPT-IDX) = 0
                   MOVE "E" TO WS-RPT-STATE(RPT-IDX)
               END-IF
           END-IF.

           ADD-LINE-TO-BODY SECTION.
           ADD 1 TO WS-RPT-LINES(RPT-IDX).
           IF WS-RPT-STATE(RPT-IDX) = "S"
               IF WS-RPT-LINES(RPT-IDX) > 1
                   STRING " / " DELIMITED BY SIZE
                       INTO WS-RPT-BODY(RPT-IDX)
                       WITH POINTER WS-BODY-POINTER
                       ON OVERFLOW
                           MOVE "L" TO WS-RPT-STATE(RPT-IDX)
                   END-STRING
               END-IF
           END-IF.
           IF WS-RPT-STATE(RPT-IDX) = "S"
               STRING FUNCTION TRIM(REPORT-LINE-RECORD)
                   DELIMITED BY SIZE
                   INTO WS-RPT-BODY(RPT-IDX)
                   WITH POINTER WS-BODY-POINTER
                   ON OVERFLOW
                       MOVE "L" TO WS-RPT-STATE(RPT-IDX)
               END-STRING
           END-IF.

           CHECK-ALREADY-DELIVERED SECTION.
      *    Done already when this stream and period have a SENT line
      *    for the member; a NOT-PRODUCED line counts only while the
      *    report is still not there. A WEEKLY report sent from the
      *    daily window in the last seven days is not due again.
           MOVE 0 TO WS-ALREADY-DONE.
           SET LOG-IDX TO 1.
           PERFORM UNTIL WS-ALREADY-DONE = 1 OR
               LOG-IDX > WS-LOG-COUNT
               IF WS-LOG-REPORT(LOG-IDX) = WS-LIST-REPORT(LIST-IDX)
                   AND WS-LOG-MEMBER(LOG-IDX) = WS-MEMBER
                   IF WS-LOG-STREAM(LOG-IDX) = RD-STREAM AND
                       WS-LOG-PERIOD(LOG-IDX) = WS-PERIOD
                       IF WS-LOG-OUTCOME(LOG-IDX) = "SENT"
                           MOVE 1 TO WS-ALREADY-DONE
                       END-IF
                       IF WS-LOG-OUTCOME(LOG-IDX) =
                           "NOT-PRODUCED" AND
                           (WS-RPT-STATE(RPT-IDX) = "M" OR
                           WS-RPT-STATE(RPT-IDX) = "E")
                           MOVE 1 TO WS-ALREADY-DONE
                       END-IF
                   END-IF
                   IF WS-LIST-FREQUENCY(LIST-IDX) = "WEEKLY" AND
                       WS-LOG-STREAM(LOG-IDX) = "DAILY" AND
                       WS-LOG-OUTCOME(LOG-IDX) = "SENT" AND
                       WS-LOG-DATE(LOG-IDX) NOT < WS-WEEK-CUTOFF
                       MOVE 1 TO WS-ALREADY-DONE
                   END-IF
               END-IF
               SET LOG-IDX UP BY 1
           END-PERFORM.

           DELIVER-TO-MEMBER SECTION.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-MEMBER TO PM-TO.
           MOVE WS-SENDER TO PM-FROM.
           MOVE WS-TODAY-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           MOVE 0 TO WS-DELIVERY-DOC-ID.
           IF WS-RPT-STATE(RPT-IDX) = "M" OR
               WS-RPT-STATE(RPT-IDX) = "E"
               IF WS-RPT-STATE(RPT-IDX) = "M"
                   MOVE "missing" TO WS-MISSING-WORD
               ELSE
                   MOVE "empty" TO WS-MISSING-WORD
               END-IF
               STRING "NOT PRODUCED: "
                   FUNCTION TRIM(WS-LIST-REPORT(LIST-IDX))
                   " for " FUNCTION TRIM(WS-PERIOD) " ("
                   FUNCTION TRIM(RD-STREAM) ") is "
                   FUNCTION TRIM(WS-MISSING-WORD)
                   " on the batch box, so there is nothing to send."
                   " Ask operations before relying on it."
                   DELIMITED BY SIZE
                   INTO PM-BODY
               END-STRING
               MOVE "NOTICE" TO WS-DELIVERY-METHOD
               MOVE "NOT-PRODUCED" TO WS-DELIVERY-OUTCOME
               ADD 1 TO WS-NOTICES-SENT
           ELSE IF WS-RPT-STATE(RPT-IDX) = "S"
               MOVE WS-RPT-BODY(RPT-IDX) TO PM-BODY
               MOVE "PM" TO WS-DELIVERY-METHOD
               MOVE "SENT" TO WS-DELIVERY-OUTCOME
               ADD 1 TO WS-PM-SENT
           ELSE
               IF WS-RPT-DOC-ID(RPT-IDX) = 0
                   PERFORM FILE-REPORT-DOCUMENT
               END-IF
               MOVE WS-RPT-DOC-ID(RPT-IDX) TO WS-DELIVERY-DOC-ID
               STRING FUNCTION TRIM(WS-LIST-REPORT(LIST-IDX))
                   " for " FUNCTION TRIM(WS-PERIOD)
                   " is too long for a message. It is in the File "
                   "Library, section "
                   FUNCTION TRIM(WS-REPORT-SECTION)
                   ", document " WS-RPT-DOC-ID(RPT-IDX) "."
                   DELIMITED BY SIZE
                   INTO PM-BODY
               END-STRING
               MOVE "LIBRARY" TO WS-DELIVERY-METHOD
               MOVE "SENT" TO WS-DELIVERY-OUTCOME
               ADD 1 TO WS-POINTERS-SENT
           END-IF.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           PERFORM WRITE-DELIVERY-LOG.

           WRITE-DELIVERY-LOG SECTION.
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD.
           MOVE WS-TODAY-STAMP TO DLOG-DATE.
           MOVE RD-STREAM TO DLOG-STREAM.
           MOVE WS-PERIOD TO DLOG-PERIOD.
           MOVE WS-LIST-REPORT(LIST-IDX) TO DLOG-REPORT.
           MOVE WS-MEMBER TO DLOG-MEMBER.
           MOVE WS-DELIVERY-METHOD TO DLOG-METHOD.
           MOVE WS-DELIVERY-DOC-ID TO DLOG-DOC-ID.
           MOVE WS-DELIVERY-OUTCOME TO DLOG-OUTCOME.
      *    Kept in the table too, so a member reached twice -- by
      *    name and through a role -- gets one copy.
           PERFORM REMEMBER-DELIVERY.
           WRITE DISTRIBUTION-LOG-RECORD
           END-WRITE.

           FILE-REPORT-DOCUMENT SECTION.
      *    The report goes into the library the way an upload does:
      *    the next document number from library-id-control.dat, the
      *    lines on library-docs.dat (a line wider than the library's
      *    70 columns carries on onto the next), then its index line.
           IF WS-SECTION-READY = 0
               PERFORM ENSURE-REPORT-SECTION
           END-IF.
           MOVE 1 TO WS-NEXT-DOC-ID.
           OPEN INPUT F-LIB-ID-CONTROL-FILE.
           IF WS-LIB-ID-CONTROL-STATUS = "00"
               READ F-LIB-ID-CONTROL-FILE
                   NOT AT END
                       MOVE LIB-ID-CONTROL-NEXT TO WS-NEXT-DOC-ID
               END-READ
               CLOSE F-LIB-ID-CONTROL-FILE
           END-IF.
           OPEN EXTEND F-LIB-DOCS-FILE.
           IF WS-LIB-DOCS-STATUS = "35"
               OPEN OUTPUT F-LIB-DOCS-FILE
           END-IF.
           MOVE 0 TO WS-DOC-LINE-COUNT.
           MOVE WS-RPT-NAME(RPT-IDX) TO WS-REPORT-NAME.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REPORT-FILE
                   NOT AT END
                       MOVE REPORT-LINE-RECORD TO WS-LINE-TEXT
                       PERFORM WRITE-DOCUMENT-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-REPORT-STATUS = "00" OR WS-REPORT-STATUS = "10"
               CLOSE F-REPORT-FILE
           END-IF.
           CLOSE F-LIB-DOCS-FILE.
           OPEN EXTEND F-LIB-INDEX-FILE.
           IF WS-LIB-INDEX-STATUS = "35"
               OPEN OUTPUT F-LIB-INDEX-FILE
           END-IF.
           MOVE SPACES TO LIB-INDEX-RECORD.
           MOVE WS-NEXT-DOC-ID TO LIB-DOC-ID.
           MOVE WS-REPORT-SECTION TO LIB-DOC-SECTION.
           STRING FUNCTION TRIM(WS-RPT-NAME(RPT-IDX)) " "
               FUNCTION TRIM(WS-PERIOD)
               DELIMITED BY SIZE
               INTO LIB-DOC-TITLE
           END-STRING.
           MOVE WS-SENDER TO LIB-DOC-CONTRIBUTOR.
           MOVE WS-TODAY-STAMP TO LIB-DOC-DATE.
           MOVE 0 TO LIB-DOC-DOWNLOADS.
           WRITE LIB-INDEX-RECORD
           END-WRITE.
           CLOSE F-LIB-INDEX-FILE.
           MOVE WS-NEXT-DOC-ID TO WS-RPT-DOC-ID(RPT-IDX).
           ADD 1 TO WS-DOCS-FILED.
           COMPUTE WS-NEXT-DOC-ID = WS-NEXT-DOC-ID + 1.
           OPEN OUTPUT F-LIB-ID-CONTROL-FILE.
           MOVE WS-NEXT-DOC-ID TO LIB-ID-CONTROL-NEXT.
           WRITE LIB-ID-CONTROL-RECORD.
           CLOSE F-LIB-ID-CONTROL-FILE.

           WRITE-DOCUMENT-LINE SECTION.
      *    Blank lines are kept so the report's layout survives; a
      *    document stops at the library's 9999-line limit.
           MOVE 1 TO WS-CHUNK-START.
           PERFORM WRITE-DOCUMENT-CHUNK.
           MOVE 71 TO WS-CHUNK-START.
           PERFORM UNTIL WS-CHUNK-START > 210
               IF WS-LINE-TEXT(WS-CHUNK-START:) NOT = SPACES
                   PERFORM WRITE-DOCUMENT-CHUNK
               END-IF
               ADD 70 TO WS-CHUNK-START
           END-PERFORM.

           WRITE-DOCUMENT-CHUNK SECTION.
           IF WS-DOC-LINE-COUNT < 9999
               ADD 1 TO WS-DOC-LINE-COUNT
               MOVE SPACES TO LIB-DOC-LINE-RECORD
               MOVE WS-NEXT-DOC-ID TO LIB-LINE-DOC-ID
               MOVE WS-DOC-LINE-COUNT TO LIB-LINE-SEQ
               MOVE WS-LINE-TEXT(WS-CHUNK-START:70) TO LIB-LINE-TEXT
               WRITE LIB-DOC-LINE-RECORD
               END-WRITE
           END-IF.

           ENSURE-REPORT-SECTION SECTION.
      *    The section is made the first time a long report needs
      *    it, under the desk's name; a sysop can give it a line in
      *    library-retention.dat like any other section.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-SECTIONS-FILE.
           IF WS-LIB-SECTIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-SECTIONS-FILE
                   NOT AT END
                       IF LIB-SECTION-NAME = WS-REPORT-SECTION
                           MOVE 1 TO WS-FOUND
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-SECTIONS-STATUS = "00" OR
               WS-LIB-SECTIONS-STATUS = "10"
               CLOSE F-LIB-SECTIONS-FILE
           END-IF.
           IF WS-FOUND = 0
               OPEN EXTEND F-LIB-SECTIONS-FILE
               IF WS-LIB-SECTIONS-STATUS = "35"
                   OPEN OUTPUT F-LIB-SECTIONS-FILE
               END-IF
               MOVE SPACES TO LIB-SECTION-RECORD
               MOVE WS-REPORT-SECTION TO LIB-SECTION-NAME
               MOVE WS-SENDER TO LIB-SECTION-MODERATOR
               MOVE "Scheduled reports -- their recipients only" TO
                   LIB-SECTION-DESCRIPTION
               WRITE LIB-SECTION-RECORD
               END-WRITE
               CLOSE F-LIB-SECTIONS-FILE
           END-IF.
           MOVE 1 TO WS-SECTION-READY.
