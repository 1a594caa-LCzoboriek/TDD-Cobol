       IDENTIFICATION DIVISION.
       PROGRAM-ID. service-request-intake.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SERVICE-REQUESTS-FILE ASSIGN TO
                 "bbs-service-requests.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERVICE-REQUESTS-STATUS.
               SELECT F-SERVICE-REQUESTS-WORK-FILE ASSIGN TO
                 "bbs-service-requests-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
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
               SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SERVICE-REQUESTS-FILE.
      *    Written by the board's "contact us" form. Blank state is
      *    new; OPENED carries the case number it became; ANSWERED
      *    means the resolution has gone back to the member.
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
           FD F-SERVICE-REQUESTS-WORK-FILE.
           01 SERVICE-REQUESTS-WORK-RECORD PIC X(141).
           FD F-CASES-FILE.
           01 COMPLAINT-CASE-RECORD.
               05 CASE-NUMBER PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 CASE-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 CASE-CHANNEL PIC X(5).
               05 FILLER PIC X.
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
           01 SERVICE-LEVEL-RECORD.
               05 SL-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 SL-TARGET-DAYS PIC 9(3).
           FD F-PM-FILE.
           01 PRIVATE-MESSAGE-RECORD.
              05 PM-TO PIC X(10).
              05 PM-FROM PIC X(10).
              05 PM-BODY PIC X(200).
              05 PM-DATE PIC X(10).
              05 PM-READ-FLAG PIC X.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEVELS-ENDED PIC 9.
           01 WS-SERVICE-REQUESTS-STATUS PIC XX.
           01 WS-CASES-STATUS PIC XX.
           01 WS-CASE-CONTROL-STATUS PIC XX.
           01 WS-SERVICE-LEVEL-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-NEXT-CASE-NUMBER PIC 9(7).
           01 WS-CASE-TARGET-DAYS PIC 9(3).
           01 WS-CASE-WRITTEN PIC 9.
           01 WS-READ-COUNT PIC 9(5) VALUE 0.
           01 WS-OPENED-COUNT PIC 9(5) VALUE 0.
           01 WS-ANSWERED-COUNT PIC 9(5) VALUE 0.
           01 WS-WAITING-COUNT PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
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
       PROCEDURE DIVISION.
      *    The board's "contact us" requests come into the complaint
      *    case register here. A new request becomes an open case on
      *    the BBS channel, unowned until a customer-inquiry operator
      *    takes it, due by the category's service-level target like
      *    any phoned-in complaint. A request whose case has since
      *    been closed has the operator's resolution sent back to the
      *    member as a private message, once.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "service-request-intake" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "complaint-cases.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SERVICE-REQUESTS-FILE.
           IF WS-SERVICE-REQUESTS-STATUS NOT = "00"
               DISPLAY "SERVICE REQUEST INTAKE -- NO "
                   "bbs-service-requests.dat TO PROCESS"
               GOBACK
           END-IF.
           OPEN I-O F-CASES-FILE.
           IF WS-CASES-STATUS = "35"
               OPEN OUTPUT F-CASES-FILE
               CLOSE F-CASES-FILE
               OPEN I-O F-CASES-FILE
           END-IF.
           IF WS-CASES-STATUS NOT = "00"
               DISPLAY "SERVICE REQUEST INTAKE -- complaint-cases.dat "
                   "NOT AVAILABLE"
               CLOSE F-SERVICE-REQUESTS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-NEXT-CASE-NUMBER.
           OPEN OUTPUT F-SERVICE-REQUESTS-WORK-FILE.
           OPEN EXTEND F-PM-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERVICE-REQUESTS-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SR-STATE = SPACES
                           PERFORM OPEN-CASE-FOR-REQUEST
                       ELSE
                           IF SR-STATE = "OPENED"
                               PERFORM ANSWER-IF-CASE-CLOSED
                           END-IF
                       END-IF
                       MOVE SERVICE-REQUEST-RECORD TO
                           SERVICE-REQUESTS-WORK-RECORD
                       WRITE SERVICE-REQUESTS-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SERVICE-REQUESTS-FILE.
           CLOSE F-SERVICE-REQUESTS-WORK-FILE.
           CLOSE F-CASES-FILE.
           CLOSE F-PM-FILE.
           PERFORM SAVE-NEXT-CASE-NUMBER.
           PERFORM COPY-REQUESTS-BACK.
           DISPLAY "SERVICE REQUEST INTAKE SUMMARY -- READ: "
               WS-READ-COUNT
               " CASES OPENED: " WS-OPENED-COUNT
               " ANSWERED: " WS-ANSWERED-COUNT
               " STILL WITH CUSTOMER SERVICE: " WS-WAITING-COUNT
               " NOT TAKEN: " WS-REFUSED-COUNT.
           GOBACK.

           OPEN-CASE-FOR-REQUEST SECTION.
      *    The same case customer-inquiry would open for a call,
      *    with the member's own words as the summary -- and the
      *    serial in front of them for a card that never came, so
      *    the operator can go straight to its delivery history.
           MOVE SPACES TO COMPLAINT-CASE-RECORD.
           MOVE SR-CUSTOMER-ID TO CASE-CUSTOMER-ID.
           MOVE SR-CATEGORY TO CASE-CATEGORY.
           MOVE "BBS" TO CASE-CHANNEL.
           MOVE "OPEN" TO CASE-STATUS.
           MOVE WS-TODAY-STAMP TO CASE-OPENED-DATE.
           MOVE 0 TO CASE-DAYS-TO-CLOSE.
           IF SR-SERIAL > 0
               STRING "CARD " SR-SERIAL ": " SR-TEXT
                   DELIMITED BY SIZE INTO CASE-SUMMARY
               END-STRING
           ELSE
               MOVE SR-TEXT TO CASE-SUMMARY
           END-IF.
           PERFORM FIND-TARGET-DAYS.
           MOVE "ADDBUS" TO DS-FUNCTION.
           MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR.
           MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH.
           MOVE WS-TODAY-STAMP(9:2) TO DS-DAY.
           MOVE WS-CASE-TARGET-DAYS TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO CASE-TARGET-DATE
           END-STRING.
           MOVE 0 TO WS-CASE-WRITTEN.
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
           IF WS-CASE-WRITTEN = 1
               ADD 1 TO WS-NEXT-CASE-NUMBER
               ADD 1 TO WS-OPENED-COUNT
               MOVE CASE-NUMBER TO SR-CASE-NUMBER
               MOVE "OPENED" TO SR-STATE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "SERVICE REQUEST FROM " SR-USERNAME
                   " NOT TAKEN -- CASE FILE STATUS " WS-CASES-STATUS
           END-IF.

           ANSWER-IF-CASE-CLOSED SECTION.
      *    Nothing is sent until the case is closed; the reply is
      *    the resolution the operator wrote when closing it.
           MOVE SR-CASE-NUMBER TO CASE-NUMBER.
           READ F-CASES-FILE
               INVALID KEY
                   MOVE SPACES TO CASE-STATUS
           END-READ.
           IF CASE-STATUS NOT = "CLOSED"
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               MOVE SPACES TO PRIVATE-MESSAGE-RECORD
               MOVE SR-USERNAME TO PM-TO
               MOVE "custsvc" TO PM-FROM
               STRING "Re your request of " SR-DATE
                   " (case " CASE-NUMBER "): " CASE-RESOLUTION
                   DELIMITED BY SIZE INTO PM-BODY
               END-STRING
               MOVE WS-TODAY-STAMP TO PM-DATE
               MOVE "N" TO PM-READ-FLAG
               WRITE PRIVATE-MESSAGE-RECORD
               END-WRITE
               MOVE "ANSWERED" TO SR-STATE
               MOVE WS-TODAY-STAMP TO SR-ANSWERED-DATE
               ADD 1 TO WS-ANSWERED-COUNT
           END-IF.

           FIND-TARGET-DAYS SECTION.
      *    The shop's standing targets, unless the service-level
      *    table says otherwise for the category -- the same rule
      *    customer-inquiry opens its cases by.
           IF CASE-CATEGORY = "PRIVACY"
               MOVE 2 TO WS-CASE-TARGET-DAYS
           ELSE IF CASE-CATEGORY = "UNWANTED"
               MOVE 3 TO WS-CASE-TARGET-DAYS
           ELSE IF CASE-CATEGORY = "OTHER"
               MOVE 10 TO WS-CASE-TARGET-DAYS
           ELSE
               MOVE 5 TO WS-CASE-TARGET-DAYS
           END-IF.
           MOVE 0 TO WS-LEVELS-ENDED.
           OPEN INPUT F-SERVICE-LEVEL-FILE.
           IF WS-SERVICE-LEVEL-STATUS NOT = "00"
               MOVE 1 TO WS-LEVELS-ENDED
           END-IF.
           PERFORM UNTIL WS-LEVELS-ENDED = 1
               READ F-SERVICE-LEVEL-FILE
                   NOT AT END
                       IF SL-CATEGORY = CASE-CATEGORY AND
                           SL-TARGET-DAYS NUMERIC
                           MOVE SL-TARGET-DAYS TO WS-CASE-TARGET-DAYS
                       END-IF
                   AT END
                       MOVE 1 TO WS-LEVELS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SERVICE-LEVEL-STATUS = "00" OR
               WS-SERVICE-LEVEL-STATUS = "10"
               CLOSE F-SERVICE-LEVEL-FILE
           END-IF.

           LOAD-NEXT-CASE-NUMBER SECTION.
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

           SAVE-NEXT-CASE-NUMBER SECTION.
           OPEN OUTPUT F-CASE-CONTROL-FILE.
           MOVE WS-NEXT-CASE-NUMBER TO CASE-CONTROL-NEXT.
           WRITE CASE-CONTROL-RECORD.
           CLOSE F-CASE-CONTROL-FILE.

           COPY-REQUESTS-BACK SECTION.
      *    Answered requests stay on the file as the record of what
      *    each member asked and when they were answered.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SERVICE-REQUESTS-WORK-FILE.
           OPEN OUTPUT F-SERVICE-REQUESTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERVICE-REQUESTS-WORK-FILE
                   NOT AT END
                       MOVE SERVICE-REQUESTS-WORK-RECORD TO
                           SERVICE-REQUEST-RECORD
                       WRITE SERVICE-REQUEST-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SERVICE-REQUESTS-WORK-FILE.
           CLOSE F-SERVICE-REQUESTS-FILE.
