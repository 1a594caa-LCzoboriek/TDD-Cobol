                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-DEPT-LIST-FILE ASSIGN TO WS-DEPT-LIST-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-BBS-DEPTS-FILE ASSIGN TO
                 "staff-bbs-departments.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BBS-DEPTS-STATUS.
               SELECT F-SCHEDULED-POSTS-FILE ASSIGN TO
                 "scheduled-posts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SCHEDULED-POSTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-STAFF-FILE.
      *    customers.dat and can never mix into the card mailings.
      *    The hire date and department grew onto the old
      *    name-and-birthday line; a legacy line without them reads
      *    back blank and still greets. A leaver keeps their line
      *    with the termination date HR's feed sent, and is not
      *    greeted once that date has come.
           01 STAFF-RECORD.
               05 STAFF-NAME PIC X(10).
               05 FILLER PIC X.
               05 STAFF-HIRE-DATE PIC X(10).
               05 FILLER PIC X.
               05 STAFF-DEPARTMENT PIC X(12).
               05 FILLER PIC X.
               05 STAFF-TERMINATED-DATE PIC X(10).
               05 FILLER PIC X.
               05 STAFF-BBS-OPT-OUT PIC X.
           FD F-GREETING-LIST-FILE.
           01 GREETING-LIST-LINE PIC X(60).
           FD F-DEPT-LIST-FILE.
           01 DEPT-LIST-LINE PIC X(60).
           FD F-BBS-DEPTS-FILE.
      *    One line per department whose manager has switched on
      *    the BBS staff posts: department, then Y. A department
      *    with no line, or any other flag, stays off the board.
           01 BBS-DEPT-RECORD.
               05 BBS-DEPT-NAME PIC X(12).
               05 FILLER PIC X.
               05 BBS-DEPT-POSTING PIC X.
           FD F-SCHEDULED-POSTS-FILE.
      *    The BBS schedule -- bbs-housekeeping moves a post dated
      *    today onto the board on its next pass.
           01 SCHEDULED-POST-RECORD.
              05 SP-PUBLISH-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SP-AUTHOR PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 SP-CATEGORY PIC X(15).
              05 FILLER PIC X VALUE SPACE.
              05 SP-TITLE PIC X(60).
              05 FILLER PIC X VALUE SPACE.
              05 SP-BODY PIC X(500).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-STAFF-STATUS PIC XX.
           01 WS-GREETED-COUNT PIC 9(4) VALUE 0.
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-TERMINATED-COUNT PIC 9(4) VALUE 0.
           01 WS-GREETER-NAME PIC X(10).
           01 WS-GREETING PIC X(50).
           01 WS-DEPT-LIST-NAME PIC X(40).
                   10 WS-DEPT-NAME PIC X(12).
                   10 WS-DEPT-GREET-COUNT PIC 99.
                   10 WS-DEPT-GREETING OCCURS 10 TIMES PIC X(50).
                   10 WS-DEPT-BBS-COUNT PIC 99.
                   10 WS-DEPT-BBS-NAME OCCURS 10 TIMES PIC X(10).
           01 WS-DEPT-FOUND PIC 9.
           01 WS-DEPT-GREET-NOW PIC 99.
      *    Departments switched on for the BBS staff category.
           01 WS-BBS-DEPTS-STATUS PIC XX.
           01 WS-SCHEDULED-POSTS-STATUS PIC XX.
           01 WS-BBS-ON-COUNT PIC 99 VALUE 0.
           01 WS-BBS-ON-TABLE.
               05 WS-BBS-ON-DEPT OCCURS 50 TIMES
               INDEXED BY BBS-ON-IDX PIC X(12).
           01 WS-BBS-DEPT-IS-ON PIC 9.
           01 WS-BBS-LISTED-COUNT PIC 9(4) VALUE 0.
      *    The board keeps the staff category to the members listed
      *    for it in bbs-category-readers.dat.
           01 WS-BBS-CATEGORY PIC X(15) VALUE "staff".
           01 WS-BBS-AUTHOR PIC X(10) VALUE "staff".
           01 WS-BBS-BODY PIC X(500).
           01 WS-BBS-POINTER PIC 999.
           01 WS-BBS-NAME-NOW PIC 99.
           01 WS-BBS-TODAY PIC X(10).
           01 WS-BBS-TITLE PIC X(60).
           01 WS-BBS-ALREADY-QUEUED PIC 9.
       PROCEDURE DIVISION.
      *    The same courtesy internally that the card program gives
      *    customers: each morning this reads HR's staff file and,
      *    day's list for the office bulletin board.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-STAMP
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STAFF-FILE.
           IF WS-STAFF-STATUS NOT = "00"
               DISPLAY "STAFF GREETER -- NO staff.dat TO READ"
               GOBACK
           END-IF.
           PERFORM LOAD-BBS-DEPARTMENTS.
           OPEN OUTPUT F-GREETING-LIST-FILE.
           MOVE "TODAY'S STAFF BIRTHDAYS" TO GREETING-LIST-LINE.
           WRITE GREETING-LIST-LINE.
               READ F-STAFF-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF STAFF-TERMINATED-DATE NOT = SPACES AND
                           STAFF-TERMINATED-DATE <= WS-TODAY-STAMP
                           ADD 1 TO WS-TERMINATED-COUNT
                       ELSE IF STAFF-BIRTH-MONTH = WS-TODAY-MONTH AND
                           STAFF-BIRTH-DAY = WS-TODAY-DAY
                           PERFORM GREET-ONE-STAFF-MEMBER
                       END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           CLOSE F-STAFF-FILE.
           CLOSE F-GREETING-LIST-FILE.
           PERFORM WRITE-DEPARTMENT-LISTS.
           PERFORM SCHEDULE-BBS-POST.
           DISPLAY "STAFF GREETER SUMMARY -- STAFF READ: "
               WS-READ-COUNT " GREETED: " WS-GREETED-COUNT
               " LEAVERS SKIPPED: " WS-TERMINATED-COUNT
               " DEPARTMENTS: " WS-DEPT-COUNT
               " ON THE BBS: " WS-BBS-LISTED-COUNT.
           GOBACK.

           GREET-ONE-STAFF-MEMBER SECTION.
               SET DEPT-IDX TO WS-DEPT-COUNT
               MOVE STAFF-DEPARTMENT TO WS-DEPT-NAME(DEPT-IDX)
               MOVE 0 TO WS-DEPT-GREET-COUNT(DEPT-IDX)
               MOVE 0 TO WS-DEPT-BBS-COUNT(DEPT-IDX)
               MOVE 1 TO WS-DEPT-FOUND
           END-IF.
           IF WS-DEPT-FOUND = 1 AND
               MOVE WS-GREETING TO
                   WS-DEPT-GREETING(DEPT-IDX, WS-DEPT-GREET-NOW)
           END-IF.
           IF WS-DEPT-FOUND = 1
               PERFORM CHECK-BBS-DEPARTMENT
               IF WS-BBS-DEPT-IS-ON = 1 AND
                   STAFF-BBS-OPT-OUT NOT = "Y" AND
                   WS-DEPT-BBS-COUNT(DEPT-IDX) < 10
                   ADD 1 TO WS-DEPT-BBS-COUNT(DEPT-IDX)
                   MOVE WS-DEPT-BBS-COUNT(DEPT-IDX) TO
                       WS-DEPT-GREET-NOW
                   MOVE STAFF-NAME TO
                       WS-DEPT-BBS-NAME(DEPT-IDX, WS-DEPT-GREET-NOW)
                   ADD 1 TO WS-BBS-LISTED-COUNT
               END-IF
           END-IF.

           WRITE-DEPARTMENT-LISTS SECTION.
           SET DEPT-IDX TO 1.
               CLOSE F-DEPT-LIST-FILE
               SET DEPT-IDX UP BY 1
           END-PERFORM.

           LOAD-BBS-DEPARTMENTS SECTION.
           MOVE 0 TO WS-BBS-ON-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BBS-DEPTS-FILE.
           IF WS-BBS-DEPTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BBS-DEPTS-FILE
                   NOT AT END
                       IF BBS-DEPT-POSTING = "Y" AND
                           WS-BBS-ON-COUNT < 50
                           ADD 1 TO WS-BBS-ON-COUNT
                           SET BBS-ON-IDX TO WS-BBS-ON-COUNT
                           MOVE BBS-DEPT-NAME TO
                               WS-BBS-ON-DEPT(BBS-ON-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-BBS-DEPTS-STATUS = "00" OR WS-BBS-DEPTS-STATUS = "10"
               CLOSE F-BBS-DEPTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           CHECK-BBS-DEPARTMENT SECTION.
           MOVE 0 TO WS-BBS-DEPT-IS-ON.
           SET BBS-ON-IDX TO 1.
           PERFORM UNTIL WS-BBS-DEPT-IS-ON = 1 OR
               BBS-ON-IDX > WS-BBS-ON-COUNT
               IF WS-BBS-ON-DEPT(BBS-ON-IDX) = STAFF-DEPARTMENT
                   MOVE 1 TO WS-BBS-DEPT-IS-ON
               ELSE
                   SET BBS-ON-IDX UP BY 1
               END-IF
           END-PERFORM.

           SCHEDULE-BBS-POST SECTION.
      *    Today's birthdays, department by department, queued as a
      *    post for the staff category dated today. Only switched-on
      *    departments and people who haven't asked to be left off
      *    are named; with nobody to name, nothing is queued.
           IF WS-BBS-LISTED-COUNT > 0
               MOVE SPACES TO WS-BBS-BODY
               MOVE 1 TO WS-BBS-POINTER
               STRING "Happy birthday today to -- "
                   DELIMITED BY SIZE INTO WS-BBS-BODY
                   WITH POINTER WS-BBS-POINTER
               END-STRING
               SET DEPT-IDX TO 1
               PERFORM UNTIL DEPT-IDX > WS-DEPT-COUNT
                   IF WS-DEPT-BBS-COUNT(DEPT-IDX) > 0
                       PERFORM ADD-DEPT-TO-BBS-BODY
                   END-IF
                   SET DEPT-IDX UP BY 1
               END-PERFORM
               MOVE SPACES TO WS-BBS-TODAY
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-BBS-TODAY
               END-STRING
               MOVE SPACES TO WS-BBS-TITLE
               STRING "Staff birthdays for " WS-BBS-TODAY
                   DELIMITED BY SIZE INTO WS-BBS-TITLE
               END-STRING
               PERFORM CHECK-POST-ALREADY-QUEUED
               IF WS-BBS-ALREADY-QUEUED = 1
                   DISPLAY "STAFF GREETER -- TODAY'S STAFF POST IS "
                       "ALREADY QUEUED; NOT QUEUED AGAIN"
               ELSE
                   OPEN EXTEND F-SCHEDULED-POSTS-FILE
                   IF WS-SCHEDULED-POSTS-STATUS = "35"
                       OPEN OUTPUT F-SCHEDULED-POSTS-FILE
                   END-IF
                   MOVE SPACES TO SCHEDULED-POST-RECORD
                   MOVE WS-BBS-TODAY TO SP-PUBLISH-DATE
                   MOVE WS-BBS-AUTHOR TO SP-AUTHOR
                   MOVE WS-BBS-CATEGORY TO SP-CATEGORY
                   MOVE WS-BBS-TITLE TO SP-TITLE
                   MOVE WS-BBS-BODY TO SP-BODY
                   WRITE SCHEDULED-POST-RECORD
                   END-WRITE
                   CLOSE F-SCHEDULED-POSTS-FILE
               END-IF
           END-IF.

           CHECK-POST-ALREADY-QUEUED SECTION.
      *    A second run on the same day finds its own post still
      *    waiting -- same date, category, author and title -- and
      *    leaves the schedule alone. The title is part of the match
      *    because the service-award post shares the category and
      *    author and may be queued for the same day.
           MOVE 0 TO WS-BBS-ALREADY-QUEUED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SCHEDULED-POSTS-FILE.
           IF WS-SCHEDULED-POSTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULED-POSTS-FILE
                   NOT AT END
                       IF SP-PUBLISH-DATE = WS-BBS-TODAY AND
                           SP-CATEGORY = WS-BBS-CATEGORY AND
                           SP-AUTHOR = WS-BBS-AUTHOR AND
                           SP-TITLE = WS-BBS-TITLE
                           MOVE 1 TO WS-BBS-ALREADY-QUEUED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SCHEDULED-POSTS-STATUS = "00" OR
               WS-SCHEDULED-POSTS-STATUS = "10"
               CLOSE F-SCHEDULED-POSTS-FILE
           END-IF.

           ADD-DEPT-TO-BBS-BODY SECTION.
           STRING FUNCTION TRIM(WS-DEPT-NAME(DEPT-IDX)) ": "
               DELIMITED BY SIZE INTO WS-BBS-BODY
               WITH POINTER WS-BBS-POINTER
           END-STRING.
           MOVE 1 TO WS-BBS-NAME-NOW.
           PERFORM UNTIL WS-BBS-NAME-NOW >
               WS-DEPT-BBS-COUNT(DEPT-IDX)
               IF WS-BBS-NAME-NOW > 1
                   STRING ", " DELIMITED BY SIZE INTO WS-BBS-BODY
                       WITH POINTER WS-BBS-POINTER
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(
                   WS-DEPT-BBS-NAME(DEPT-IDX, WS-BBS-NAME-NOW))
                   DELIMITED BY SIZE INTO WS-BBS-BODY
                   WITH POINTER WS-BBS-POINTER
               END-STRING
               ADD 1 TO WS-BBS-NAME-NOW
           END-PERFORM.
           STRING ".  " DELIMITED BY SIZE INTO WS-BBS-BODY
               WITH POINTER WS-BBS-POINTER
           END-STRING.
