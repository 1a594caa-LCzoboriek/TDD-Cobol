               SELECT F-AWARDS-FILE ASSIGN TO
                 "staff-service-awards.txt"
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
                   10 STAFF-HIRE-DAY PIC 99.
               05 FILLER PIC X.
               05 STAFF-DEPARTMENT PIC X(12).
               05 FILLER PIC X.
               05 STAFF-TERMINATED-DATE PIC X(10).
               05 FILLER PIC X.
               05 STAFF-BBS-OPT-OUT PIC X.
           FD F-AWARDS-FILE.
           01 AWARDS-LINE PIC X(70).
           FD F-BBS-DEPTS-FILE.
      *    Departments switched on for the BBS staff posts -- the
      *    same file staff-birthday-greeter reads.
           01 BBS-DEPT-RECORD.
               05 BBS-DEPT-NAME PIC X(12).
               05 FILLER PIC X.
               05 BBS-DEPT-POSTING PIC X.
           FD F-SCHEDULED-POSTS-FILE.
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
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-SERVICE-YEARS PIC 999.
           01 WS-TODAY-STAMP PIC X(10).
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
           01 WS-BBS-POINTER PIC 999 VALUE 1.
           01 WS-BBS-DEPARTMENT PIC X(12).
           01 WS-BBS-TITLE PIC X(60).
           01 WS-BBS-ALREADY-QUEUED PIC 9.
       PROCEDURE DIVISION.
      *    The other half HR asked for once the hire date landed on
      *    the staff record: each month's 5-, 10- and 25-year hire
      *    because nobody did the arithmetic.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-STAMP
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STAFF-FILE.
           IF WS-STAFF-STATUS NOT = "00"
               DISPLAY "SERVICE AWARDS -- NO staff.dat TO READ"
               GOBACK
           END-IF.
           PERFORM LOAD-BBS-DEPARTMENTS.
           MOVE SPACES TO WS-BBS-BODY.
           OPEN OUTPUT F-AWARDS-FILE.
           MOVE SPACES TO AWARDS-LINE.
           STRING "SERVICE AWARDS FOR " WS-TODAY-YEAR "-"
           END-IF.
           CLOSE F-STAFF-FILE.
           CLOSE F-AWARDS-FILE.
           PERFORM SCHEDULE-BBS-POST.
           DISPLAY "SERVICE AWARDS SUMMARY -- STAFF READ: "
               WS-READ-COUNT " AWARDS: " WS-AWARD-COUNT
               " ON THE BBS: " WS-BBS-LISTED-COUNT.
           GOBACK.

           JUDGE-ONE-STAFF-MEMBER SECTION.
      *    A legacy line with no hire date on it simply isn't
      *    eligible yet; maintenance will fill the date in. A
      *    leaver whose termination date has come is passed over.
           IF STAFF-TERMINATED-DATE NOT = SPACES AND
               STAFF-TERMINATED-DATE <= WS-TODAY-STAMP
               CONTINUE
           ELSE IF STAFF-HIRE-YEAR NOT NUMERIC OR
               STAFF-HIRE-MONTH NOT NUMERIC
               CONTINUE
           ELSE
                       END-STRING
                       WRITE AWARDS-LINE
                       END-WRITE
                       PERFORM ADD-AWARD-TO-BBS-BODY
                   END-IF
               END-IF
           END-IF
           END-IF.

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

           ADD-AWARD-TO-BBS-BODY SECTION.
      *    A line with no department counts as GENERAL, the same as
      *    on the birthday lists.
           MOVE STAFF-DEPARTMENT TO WS-BBS-DEPARTMENT.
           IF WS-BBS-DEPARTMENT = SPACES
               MOVE "GENERAL" TO WS-BBS-DEPARTMENT
           END-IF.
           MOVE 0 TO WS-BBS-DEPT-IS-ON.
           SET BBS-ON-IDX TO 1.
           PERFORM UNTIL WS-BBS-DEPT-IS-ON = 1 OR
               BBS-ON-IDX > WS-BBS-ON-COUNT
               IF WS-BBS-ON-DEPT(BBS-ON-IDX) = WS-BBS-DEPARTMENT
                   MOVE 1 TO WS-BBS-DEPT-IS-ON
               ELSE
                   SET BBS-ON-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-BBS-DEPT-IS-ON = 1 AND STAFF-BBS-OPT-OUT NOT = "Y"
               ADD 1 TO WS-BBS-LISTED-COUNT
               STRING FUNCTION TRIM(STAFF-NAME) " ("
                   FUNCTION TRIM(WS-BBS-DEPARTMENT) ") "
                   WS-SERVICE-YEARS " YEARS.  "
                   DELIMITED BY SIZE INTO WS-BBS-BODY
                   WITH POINTER WS-BBS-POINTER
               END-STRING
           END-IF.

           SCHEDULE-BBS-POST SECTION.
      *    This month's milestones queued for the staff category,
      *    dated today; nothing is queued when nobody can be named.
           IF WS-BBS-LISTED-COUNT > 0
               MOVE SPACES TO WS-BBS-TITLE
               STRING "Service anniversaries for " WS-TODAY-YEAR "-"
                   WS-TODAY-MONTH
                   DELIMITED BY SIZE INTO WS-BBS-TITLE
               END-STRING
               PERFORM CHECK-POST-ALREADY-QUEUED
               IF WS-BBS-ALREADY-QUEUED = 1
                   DISPLAY "SERVICE AWARDS -- TODAY'S STAFF POST IS "
                       "ALREADY QUEUED; NOT QUEUED AGAIN"
               ELSE
                   OPEN EXTEND F-SCHEDULED-POSTS-FILE
                   IF WS-SCHEDULED-POSTS-STATUS = "35"
                       OPEN OUTPUT F-SCHEDULED-POSTS-FILE
                   END-IF
                   MOVE SPACES TO SCHEDULED-POST-RECORD
                   MOVE WS-TODAY-STAMP TO SP-PUBLISH-DATE
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
      *    because the birthday post shares the category and author
      *    and may be queued for the same day.
           MOVE 0 TO WS-BBS-ALREADY-QUEUED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SCHEDULED-POSTS-FILE.
           IF WS-SCHEDULED-POSTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SCHEDULED-POSTS-FILE
                   NOT AT END
                       IF SP-PUBLISH-DATE = WS-TODAY-STAMP AND
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
