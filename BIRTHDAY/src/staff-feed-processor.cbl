       IDENTIFICATION DIVISION.
       PROGRAM-ID. staff-feed-processor.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-STAFF-FILE ASSIGN TO "staff.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STAFF-STATUS.
               SELECT F-HR-FEED-FILE ASSIGN TO "hr-staff-feed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HR-FEED-STATUS.
               SELECT F-EXCEPTIONS-FILE ASSIGN TO
                 "hr-feed-exceptions.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CHANGE-LOG-FILE ASSIGN TO
                 "staff-change-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-LOG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-STAFF-FILE.
           01 STAFF-RECORD.
               05 STAFF-NAME PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-BIRTHDAY PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-HIRE-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-DEPARTMENT PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-TERMINATED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-BBS-OPT-OUT PIC X.
           FD F-HR-FEED-FILE.
      *    HR's daily joiner/leaver/transfer feed. The effective date
      *    is the hire date on a JOINER, the last day on a LEAVER
      *    and the move date on a TRANSFER; birthday is only sent
      *    with a JOINER, department with a JOINER or TRANSFER.
           01 HR-FEED-RECORD.
               05 FEED-ACTION PIC X(8).
               05 FILLER PIC X.
               05 FEED-NAME PIC X(10).
               05 FILLER PIC X.
               05 FEED-EFFECTIVE-DATE PIC X(10).
               05 FILLER PIC X.
               05 FEED-BIRTHDAY PIC X(10).
               05 FILLER PIC X.
               05 FEED-DEPARTMENT PIC X(12).
           FD F-EXCEPTIONS-FILE.
           01 EXCEPTIONS-LINE PIC X(90).
           FD F-CHANGE-LOG-FILE.
      *    One line per change made to staff.dat, kept for HR.
           01 CHANGE-LOG-RECORD.
               05 CHANGE-LOG-RUN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-LOG-ACTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-LOG-NAME PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-LOG-EFFECTIVE-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-LOG-OLD-VALUE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 CHANGE-LOG-NEW-VALUE PIC X(12).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-STAFF-STATUS PIC XX.
           01 WS-HR-FEED-STATUS PIC XX.
           01 WS-CHANGE-LOG-STATUS PIC XX.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-FEED-COUNT PIC 9(5) VALUE 0.
           01 WS-JOINED-COUNT PIC 9(5) VALUE 0.
           01 WS-LEFT-COUNT PIC 9(5) VALUE 0.
           01 WS-MOVED-COUNT PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-REASON PIC X(40).
           01 WS-CHECK-DATE PIC X(10).
           01 WS-DATE-VALID PIC 9.
           01 WS-STAFF-FOUND PIC 9.
      *    staff.dat is held here for the run and written back
      *    whole at the end, the feed's changes applied in order.
           01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ENTRY OCCURS 500 TIMES
               INDEXED BY STAFF-IDX.
                   10 WS-STAFF-LINE PIC X(59).
           01 WS-TABLE-FULL PIC 9 VALUE 0.
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
       PROCEDURE DIVISION.
      *    Staff.dat was kept by hand through staff-maintenance, so
      *    leavers lingered on the birthday and service-award lists
      *    and new hires were missed until somebody keyed them.
      *    This applies HR's daily feed instead: joiners are added,
      *    transfers move to their new department, and leavers are
      *    marked with their termination date rather than deleted.
      *    A line that can't be applied -- a bad date, a name not
      *    on file -- goes to the exceptions list for HR, and every
      *    change made is logged.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP
           END-STRING.
           OPEN INPUT F-HR-FEED-FILE.
           IF WS-HR-FEED-STATUS NOT = "00"
               DISPLAY "STAFF FEED -- NO hr-staff-feed.dat TO READ"
               GOBACK
           END-IF.
           PERFORM LOAD-STAFF-TABLE.
           IF WS-TABLE-FULL = 1
               DISPLAY "STAFF FEED -- staff.dat HAS MORE THAN 500 "
                   "LINES; NOTHING APPLIED"
               CLOSE F-HR-FEED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT F-EXCEPTIONS-FILE.
           MOVE SPACES TO EXCEPTIONS-LINE.
           STRING "HR FEED EXCEPTIONS FOR " WS-RUN-STAMP
               DELIMITED BY SIZE INTO EXCEPTIONS-LINE
           END-STRING.
           WRITE EXCEPTIONS-LINE.
           MOVE SPACES TO EXCEPTIONS-LINE.
           WRITE EXCEPTIONS-LINE.
           OPEN EXTEND F-CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT F-CHANGE-LOG-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HR-FEED-FILE
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
                       PERFORM APPLY-ONE-FEED-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (every feed line applied)" TO EXCEPTIONS-LINE
               WRITE EXCEPTIONS-LINE
           END-IF.
           CLOSE F-HR-FEED-FILE.
           CLOSE F-EXCEPTIONS-FILE.
           CLOSE F-CHANGE-LOG-FILE.
           PERFORM WRITE-STAFF-TABLE.
           DISPLAY "STAFF FEED SUMMARY -- FEED LINES: " WS-FEED-COUNT
               " JOINED: " WS-JOINED-COUNT
               " LEFT: " WS-LEFT-COUNT
               " TRANSFERRED: " WS-MOVED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-STAFF-TABLE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STAFF-FILE.
           IF WS-STAFF-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STAFF-FILE
                   NOT AT END
                       IF WS-STAFF-COUNT < 500
                           ADD 1 TO WS-STAFF-COUNT
                           SET STAFF-IDX TO WS-STAFF-COUNT
                           MOVE STAFF-RECORD TO
                               WS-STAFF-LINE(STAFF-IDX)
                       ELSE
                           MOVE 1 TO WS-TABLE-FULL
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-STAFF-STATUS = "00" OR WS-STAFF-STATUS = "10"
               CLOSE F-STAFF-FILE
           END-IF.

           WRITE-STAFF-TABLE SECTION.
           OPEN OUTPUT F-STAFF-FILE.
           SET STAFF-IDX TO 1.
           PERFORM UNTIL STAFF-IDX > WS-STAFF-COUNT
               MOVE WS-STAFF-LINE(STAFF-IDX) TO STAFF-RECORD
               WRITE STAFF-RECORD
               END-WRITE
               SET STAFF-IDX UP BY 1
           END-PERFORM.
           CLOSE F-STAFF-FILE.

           FIND-STAFF-MEMBER SECTION.
      *    Leaves STAFF-RECORD holding the member's line when found.
           MOVE 0 TO WS-STAFF-FOUND.
           SET STAFF-IDX TO 1.
           PERFORM UNTIL WS-STAFF-FOUND = 1 OR
               STAFF-IDX > WS-STAFF-COUNT
               MOVE WS-STAFF-LINE(STAFF-IDX) TO STAFF-RECORD
               IF STAFF-NAME = FEED-NAME
                   MOVE 1 TO WS-STAFF-FOUND
               ELSE
                   SET STAFF-IDX UP BY 1
               END-IF
           END-PERFORM.

           VALIDATE-FEED-DATE SECTION.
      *    Caller fills WS-CHECK-DATE.
           MOVE 1 TO WS-DATE-VALID.
           IF WS-CHECK-DATE(1:4) NOT NUMERIC OR
               WS-CHECK-DATE(5:1) NOT = "-" OR
               WS-CHECK-DATE(6:2) NOT NUMERIC OR
               WS-CHECK-DATE(8:1) NOT = "-" OR
               WS-CHECK-DATE(9:2) NOT NUMERIC
               MOVE 0 TO WS-DATE-VALID
           ELSE
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE WS-CHECK-DATE(1:4) TO DS-YEAR
               MOVE WS-CHECK-DATE(6:2) TO DS-MONTH
               MOVE WS-CHECK-DATE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG NOT = "Y"
                   MOVE 0 TO WS-DATE-VALID
               END-IF
           END-IF.

           APPLY-ONE-FEED-LINE SECTION.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE FEED-EFFECTIVE-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-FEED-DATE.
           IF FEED-NAME = SPACES
               MOVE "NO NAME ON THE LINE" TO WS-EXCEPTION-REASON
           ELSE IF WS-DATE-VALID = 0
               MOVE "EFFECTIVE DATE IS NOT A REAL DATE" TO
                   WS-EXCEPTION-REASON
           ELSE IF FEED-ACTION = "JOINER"
               PERFORM APPLY-JOINER
           ELSE IF FEED-ACTION = "LEAVER"
               PERFORM APPLY-LEAVER
           ELSE IF FEED-ACTION = "TRANSFER"
               PERFORM APPLY-TRANSFER
           ELSE
               MOVE "UNKNOWN ACTION" TO WS-EXCEPTION-REASON
           END-IF.
           IF WS-EXCEPTION-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXCEPTIONS-LINE
               STRING "  " FEED-ACTION " " FEED-NAME " "
                   FEED-EFFECTIVE-DATE " -- " WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO EXCEPTIONS-LINE
               END-STRING
               WRITE EXCEPTIONS-LINE
               END-WRITE
           END-IF.

           APPLY-JOINER SECTION.
      *    A name already on file is only taken as a rehire when
      *    that line carries a termination date; the old line is
      *    reopened with the new hire date and department.
           MOVE FEED-BIRTHDAY TO WS-CHECK-DATE.
           PERFORM VALIDATE-FEED-DATE.
           PERFORM FIND-STAFF-MEMBER.
           IF WS-DATE-VALID = 0
               MOVE "BIRTHDAY IS NOT A REAL DATE" TO
                   WS-EXCEPTION-REASON
           ELSE IF FEED-DEPARTMENT = SPACES
               MOVE "JOINER HAS NO DEPARTMENT" TO WS-EXCEPTION-REASON
           ELSE IF WS-STAFF-FOUND = 1 AND
               STAFF-TERMINATED-DATE = SPACES
               MOVE "NAME IS ALREADY ON STAFF" TO WS-EXCEPTION-REASON
           ELSE IF WS-STAFF-FOUND = 0 AND WS-STAFF-COUNT >= 500
               MOVE "STAFF FILE IS FULL" TO WS-EXCEPTION-REASON
           ELSE
               MOVE SPACES TO CHANGE-LOG-RECORD
               IF WS-STAFF-FOUND = 1
                   MOVE STAFF-TERMINATED-DATE TO CHANGE-LOG-OLD-VALUE
               ELSE
                   ADD 1 TO WS-STAFF-COUNT
                   SET STAFF-IDX TO WS-STAFF-COUNT
                   MOVE SPACES TO STAFF-RECORD
                   MOVE FEED-NAME TO STAFF-NAME
               END-IF
               MOVE FEED-BIRTHDAY TO STAFF-BIRTHDAY
               MOVE FEED-EFFECTIVE-DATE TO STAFF-HIRE-DATE
               MOVE FEED-DEPARTMENT TO STAFF-DEPARTMENT
               MOVE SPACES TO STAFF-TERMINATED-DATE
               MOVE STAFF-RECORD TO WS-STAFF-LINE(STAFF-IDX)
               ADD 1 TO WS-JOINED-COUNT
               MOVE FEED-DEPARTMENT TO CHANGE-LOG-NEW-VALUE
               PERFORM LOG-STAFF-CHANGE
           END-IF.

           APPLY-LEAVER SECTION.
           PERFORM FIND-STAFF-MEMBER.
           IF WS-STAFF-FOUND = 0
               MOVE "NAME IS NOT ON STAFF" TO WS-EXCEPTION-REASON
           ELSE IF STAFF-TERMINATED-DATE NOT = SPACES
               MOVE "ALREADY MARKED AS A LEAVER" TO
                   WS-EXCEPTION-REASON
           ELSE
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE STAFF-DEPARTMENT TO CHANGE-LOG-OLD-VALUE
               MOVE FEED-EFFECTIVE-DATE TO STAFF-TERMINATED-DATE
               MOVE STAFF-RECORD TO WS-STAFF-LINE(STAFF-IDX)
               ADD 1 TO WS-LEFT-COUNT
               MOVE "TERMINATED" TO CHANGE-LOG-NEW-VALUE
               PERFORM LOG-STAFF-CHANGE
           END-IF.

           APPLY-TRANSFER SECTION.
           PERFORM FIND-STAFF-MEMBER.
           IF WS-STAFF-FOUND = 0
               MOVE "NAME IS NOT ON STAFF" TO WS-EXCEPTION-REASON
           ELSE IF STAFF-TERMINATED-DATE NOT = SPACES
               MOVE "TRANSFER FOR A LEAVER" TO WS-EXCEPTION-REASON
           ELSE IF FEED-DEPARTMENT = SPACES
               MOVE "TRANSFER HAS NO DEPARTMENT" TO
                   WS-EXCEPTION-REASON
           ELSE IF FEED-DEPARTMENT = STAFF-DEPARTMENT
               MOVE "ALREADY IN THAT DEPARTMENT" TO
                   WS-EXCEPTION-REASON
           ELSE
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE STAFF-DEPARTMENT TO CHANGE-LOG-OLD-VALUE
               MOVE FEED-DEPARTMENT TO STAFF-DEPARTMENT
               MOVE STAFF-RECORD TO WS-STAFF-LINE(STAFF-IDX)
               ADD 1 TO WS-MOVED-COUNT
               MOVE FEED-DEPARTMENT TO CHANGE-LOG-NEW-VALUE
               PERFORM LOG-STAFF-CHANGE
           END-IF.

           LOG-STAFF-CHANGE SECTION.
      *    Caller fills the old and new values first.
           MOVE WS-RUN-STAMP TO CHANGE-LOG-RUN-DATE.
           MOVE FEED-ACTION TO CHANGE-LOG-ACTION.
           MOVE FEED-NAME TO CHANGE-LOG-NAME.
           MOVE FEED-EFFECTIVE-DATE TO CHANGE-LOG-EFFECTIVE-DATE.
           WRITE CHANGE-LOG-RECORD
           END-WRITE.
