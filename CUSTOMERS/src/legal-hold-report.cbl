       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LEGAL-HOLD-FILE ASSIGN TO "legal-holds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEGAL-HOLD-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT F-MESSAGE-FILE ASSIGN TO "messages.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MESSAGE-ID
                 FILE STATUS IS WS-MESSAGE-STATUS.
               SELECT F-MESSAGE-ARCHIVE-FILE ASSIGN TO
                 "messages-archive.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MESSAGE-ARCHIVE-STATUS.
               SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PM-STATUS.
               SELECT F-LIB-INDEX-FILE ASSIGN TO "library-index.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIB-INDEX-STATUS.
               SELECT F-EVENTS-FILE ASSIGN TO "bbs-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EVENTS-STATUS.
               SELECT F-HOLD-REPORT-FILE ASSIGN TO
                 "legal-hold-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-LEGAL-HOLD-FILE.
      *    Kept by the legal team; laid out as legal-hold-services
      *    reads it.
           01 LEGAL-HOLD-RECORD.
               05 LH-MATTER PIC X(12).
               05 FILLER PIC X.
               05 LH-KIND PIC X(8).
               05 FILLER PIC X.
               05 LH-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 LH-USERNAME PIC X(10).
               05 FILLER PIC X.
               05 LH-FROM-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-TO-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-PLACED-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-RELEASE-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-DESCRIPTION PIC X(40).
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-BODY PIC X(188).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 AUDIT-NAME PIC X(40).
               05 FILLER PIC X.
               05 AUDIT-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 AUDIT-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 AUDIT-SERIAL PIC 9(9).
           FD F-ARCHIVE-FILE.
           01 ARCHIVE-FILE-RECORD PIC X(212).
           FD F-MESSAGE-FILE.
           01 MESSAGES.
               05 MESSAGE-ID PIC 9(7).
               05 MESSAGE-TITLE PIC X(60).
               05 MESSAGE-BODY PIC X(500).
               05 MESSAGE-DATE PIC X(10).
               05 MESSAGE-AUTHOR PIC X(10).
               05 MESSAGE-PARENT PIC 9(7).
               05 MESSAGE-PINNED PIC X.
               05 MESSAGE-CATEGORY PIC X(15).
           FD F-MESSAGE-ARCHIVE-FILE.
           01 MESSAGE-ARCHIVE-RECORD.
               05 MESSAGE-ARCHIVE-ID PIC 9(7).
               05 MESSAGE-ARCHIVE-TITLE PIC X(60).
               05 MESSAGE-ARCHIVE-BODY PIC X(500).
               05 MESSAGE-ARCHIVE-DATE PIC X(10).
               05 MESSAGE-ARCHIVE-AUTHOR PIC X(10).
               05 MESSAGE-ARCHIVE-PARENT PIC 9(7).
               05 MESSAGE-ARCHIVE-PINNED PIC X.
               05 MESSAGE-ARCHIVE-CATEGORY PIC X(15).
           FD F-PM-FILE.
           01 PRIVATE-MESSAGE-RECORD.
               05 PM-TO PIC X(10).
               05 PM-FROM PIC X(10).
               05 PM-BODY PIC X(200).
               05 PM-DATE PIC X(10).
               05 PM-READ-FLAG PIC X.
           FD F-LIB-INDEX-FILE.
           01 LIB-INDEX-RECORD.
               05 LIB-DOC-ID PIC 9(5).
               05 FILLER PIC X.
               05 LIB-DOC-SECTION PIC X(15).
               05 FILLER PIC X.
               05 LIB-DOC-TITLE PIC X(40).
               05 FILLER PIC X.
               05 LIB-DOC-CONTRIBUTOR PIC X(10).
               05 FILLER PIC X.
               05 LIB-DOC-DATE PIC X(10).
               05 FILLER PIC X.
               05 LIB-DOC-DOWNLOADS PIC 9(5).
           FD F-EVENTS-FILE.
           01 EVENT-RECORD.
               05 EV-ID PIC 9(5).
               05 FILLER PIC X.
               05 EV-DATE PIC X(10).
               05 FILLER PIC X.
               05 EV-TIME PIC X(5).
               05 FILLER PIC X.
               05 EV-CATEGORY PIC X(15).
               05 FILLER PIC X.
               05 EV-ORGANIZER PIC X(10).
               05 FILLER PIC X.
               05 EV-POSTED-DATE PIC X(10).
               05 FILLER PIC X.
               05 EV-TITLE PIC X(40).
           FD F-HOLD-REPORT-FILE.
           01 HOLD-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEGAL-HOLD-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-AUDIT-NAME PIC X(40).
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-ARCHIVE-NAME PIC X(40).
           01 WS-MESSAGE-STATUS PIC XX.
           01 WS-MESSAGE-ARCHIVE-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-LIB-INDEX-STATUS PIC XX.
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-SCAN-YEAR PIC 9(4).
           01 WS-SCAN-MONTH PIC 99.
           01 WS-SCAN-DAY PIC 99.
           01 WS-SCAN-STAMP PIC X(10).
           01 WS-ROW-STAMP PIC X(10).
           01 WS-ROW-CUSTOMER-ID PIC 9(7).
           01 WS-ROW-USERNAME PIC X(10).
           01 WS-ROW-USERNAME-2 PIC X(10).
           01 WS-ROW-KIND PIC X.
           01 WS-DATE-IS-HELD PIC 9.
           01 WS-MATTER-COUNT PIC 9(3) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
           01 WS-BAD-LINE-COUNT PIC 9(5) VALUE 0.
           01 WS-HOLD-TABLE-FULL PIC 9 VALUE 0.
           01 WS-CUSTOMER-HOLD-COUNT PIC 9(3) VALUE 0.
           01 WS-NOW-MATTER PIC X(12).
      *    Open holds as read from legal-holds.dat, each with what
      *    this run found it protecting.
           01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 500 TIMES
               INDEXED BY HOLD-IDX HOLD-IDX-2.
                   10 WS-HOLD-MATTER PIC X(12).
                   10 WS-HOLD-KIND PIC X(8).
                   10 WS-HOLD-CUSTOMER-ID PIC 9(7).
                   10 WS-HOLD-USERNAME PIC X(10).
                   10 WS-HOLD-FROM-DATE PIC X(10).
                   10 WS-HOLD-TO-DATE PIC X(10).
                   10 WS-HOLD-PLACED-DATE PIC X(10).
                   10 WS-HOLD-DESCRIPTION PIC X(40).
                   10 WS-HOLD-PRINTED PIC 9.
                   10 WS-HOLD-ON-FILE PIC 9.
                   10 WS-HOLD-NAME PIC X(40).
                   10 WS-HOLD-AUDIT-ROWS PIC 9(7).
                   10 WS-HOLD-ARCHIVES PIC 9(5).
                   10 WS-HOLD-ARCHIVE-CARDS PIC 9(7).
                   10 WS-HOLD-POSTS PIC 9(7).
                   10 WS-HOLD-ARCHIVED-POSTS PIC 9(7).
                   10 WS-HOLD-PMS PIC 9(7).
                   10 WS-HOLD-LIB-DOCS PIC 9(7).
                   10 WS-HOLD-EVENTS PIC 9(7).
           01 WS-SHOW-TO-DATE PIC X(10).
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
      *    What legal has on hold and what each hold is keeping:
      *    every open matter on legal-holds.dat, its holds under it,
      *    and for each hold the records this run found it
      *    protecting -- the customer record and card history for a
      *    customer hold, the posts, private messages, library
      *    documents and board events for a member hold, and
      *    everything dated inside the range for a
      *    date hold. Released holds are counted, not listed.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "legal-hold-report" TO LS-PROGRAM.
           MOVE 3 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "messages.dat" TO LS-FILE-NAME(3).
           MOVE 2 TO LS-VERSION(3).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE WS-TODAY-STAMP(1:4) TO WS-TODAY-YEAR.
           PERFORM LOAD-OPEN-HOLDS.
           PERFORM FIND-HELD-CUSTOMERS.
           MOVE "card-audit.dat" TO WS-AUDIT-NAME.
           PERFORM COUNT-ONE-AUDIT-FILE.
      *    Closed audit years and dated card archives are probed by
      *    name over the same span archive-retention probes.
           COMPUTE WS-SCAN-YEAR = WS-TODAY-YEAR - 15.
           PERFORM UNTIL WS-SCAN-YEAR > WS-TODAY-YEAR
               MOVE SPACES TO WS-AUDIT-NAME
               STRING "card-audit-" WS-SCAN-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-AUDIT-NAME
               END-STRING
               PERFORM COUNT-ONE-AUDIT-FILE
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.
           PERFORM COUNT-DATED-ARCHIVES.
           PERFORM COUNT-LIVE-POSTS.
           PERFORM COUNT-ARCHIVED-POSTS.
           PERFORM COUNT-PRIVATE-MESSAGES.
           PERFORM COUNT-LIBRARY-DOCS.
           PERFORM COUNT-BOARD-EVENTS.
           OPEN OUTPUT F-HOLD-REPORT-FILE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "LEGAL HOLD REPORT -- OPEN MATTERS AS OF "
               WS-TODAY-STAMP
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING.
           WRITE HOLD-REPORT-LINE.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-PRINTED(HOLD-IDX) = 0
                   PERFORM WRITE-ONE-MATTER
               END-IF
               SET HOLD-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "OPEN MATTERS: " WS-MATTER-COUNT
               "   OPEN HOLDS: " WS-HOLD-COUNT
               "   RELEASED HOLDS NOT LISTED: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING.
           WRITE HOLD-REPORT-LINE.
           IF WS-BAD-LINE-COUNT > 0
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING "UNREADABLE LINES ON legal-holds.dat: "
                   WS-BAD-LINE-COUNT
                   " -- EVERY PURGE TREATS EVERYTHING AS HELD"
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
           END-IF.
           CLOSE F-HOLD-REPORT-FILE.
           DISPLAY "LEGAL HOLD REPORT SUMMARY -- MATTERS: "
               WS-MATTER-COUNT " HOLDS: " WS-HOLD-COUNT
               " RELEASED: " WS-RELEASED-COUNT.
           IF WS-BAD-LINE-COUNT > 0
               DISPLAY "WARNING: " WS-BAD-LINE-COUNT
                   " UNREADABLE LINES ON legal-holds.dat"
           END-IF.
           IF WS-HOLD-TABLE-FULL = 1
               DISPLAY "WARNING: HOLD TABLE FULL -- HOLDS PAST THE "
                   "FIRST 500 NOT REPORTED"
           END-IF.
           GOBACK.

           LOAD-OPEN-HOLDS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEGAL-HOLD-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-HOLD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LEGAL-HOLD-STATUS = "00" OR
               WS-LEGAL-HOLD-STATUS = "10"
               CLOSE F-LEGAL-HOLD-FILE
           END-IF.

           TAKE-ONE-HOLD SECTION.
      *    The same tests legal-hold-services applies, so the report
      *    lists exactly the holds the purges are honouring.
           IF LEGAL-HOLD-RECORD = SPACES
               CONTINUE
           ELSE IF LH-RELEASE-DATE NOT = SPACES AND
               LH-RELEASE-DATE <= WS-TODAY-STAMP
               ADD 1 TO WS-RELEASED-COUNT
           ELSE IF LH-MATTER = SPACES OR
               (LH-KIND NOT = "CUSTOMER" AND
                LH-KIND NOT = "USERNAME" AND
                LH-KIND NOT = "DATES") OR
               (LH-KIND = "CUSTOMER" AND
                LH-CUSTOMER-ID NOT NUMERIC) OR
               (LH-KIND = "USERNAME" AND LH-USERNAME = SPACES) OR
               (LH-KIND = "DATES" AND LH-FROM-DATE = SPACES)
               ADD 1 TO WS-BAD-LINE-COUNT
           ELSE IF WS-HOLD-COUNT >= 500
               MOVE 1 TO WS-HOLD-TABLE-FULL
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET HOLD-IDX TO WS-HOLD-COUNT
               INITIALIZE WS-HOLD-ENTRY(HOLD-IDX)
               MOVE LH-MATTER TO WS-HOLD-MATTER(HOLD-IDX)
               MOVE LH-KIND TO WS-HOLD-KIND(HOLD-IDX)
               IF LH-KIND = "CUSTOMER"
                   MOVE LH-CUSTOMER-ID TO
                       WS-HOLD-CUSTOMER-ID(HOLD-IDX)
                   ADD 1 TO WS-CUSTOMER-HOLD-COUNT
               END-IF
               MOVE LH-USERNAME TO WS-HOLD-USERNAME(HOLD-IDX)
               MOVE LH-FROM-DATE TO WS-HOLD-FROM-DATE(HOLD-IDX)
               MOVE LH-TO-DATE TO WS-HOLD-TO-DATE(HOLD-IDX)
               IF LH-TO-DATE = SPACES
                   MOVE "9999-99-99" TO WS-HOLD-TO-DATE(HOLD-IDX)
               END-IF
               MOVE LH-PLACED-DATE TO WS-HOLD-PLACED-DATE(HOLD-IDX)
               MOVE LH-DESCRIPTION TO WS-HOLD-DESCRIPTION(HOLD-IDX)
           END-IF.

           FIND-HELD-CUSTOMERS SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               SET HOLD-IDX TO 1
               PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-KIND(HOLD-IDX) = "CUSTOMER"
                       MOVE WS-HOLD-CUSTOMER-ID(HOLD-IDX) TO
                           PERSON-CUSTOMER-ID
                       READ F-CUSTOMERS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 1 TO WS-HOLD-ON-FILE(HOLD-IDX)
                               MOVE PERSON-NAME TO
                                   WS-HOLD-NAME(HOLD-IDX)
                       END-READ
                   END-IF
                   SET HOLD-IDX UP BY 1
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           COUNT-ONE-AUDIT-FILE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       MOVE SPACES TO WS-ROW-STAMP
                       STRING AUDIT-RUN-YEAR "-" AUDIT-RUN-DATE
                           DELIMITED BY SIZE INTO WS-ROW-STAMP
                       END-STRING
                       MOVE AUDIT-CUSTOMER-ID TO WS-ROW-CUSTOMER-ID
                       PERFORM TALLY-ONE-AUDIT-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE F-AUDIT-FILE
           END-IF.

           TALLY-ONE-AUDIT-ROW SECTION.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-KIND(HOLD-IDX) = "CUSTOMER"
                   IF WS-HOLD-CUSTOMER-ID(HOLD-IDX) =
                       WS-ROW-CUSTOMER-ID
                       ADD 1 TO WS-HOLD-AUDIT-ROWS(HOLD-IDX)
                   END-IF
               ELSE IF WS-HOLD-KIND(HOLD-IDX) = "DATES"
                   IF WS-ROW-STAMP >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                       WS-ROW-STAMP <= WS-HOLD-TO-DATE(HOLD-IDX)
                       ADD 1 TO WS-HOLD-AUDIT-ROWS(HOLD-IDX)
                   END-IF
               END-IF
               END-IF
               SET HOLD-IDX UP BY 1
           END-PERFORM.

           COUNT-DATED-ARCHIVES SECTION.
      *    A date is worth probing when a date hold covers it, or
      *    when a customer hold may have cards in whatever archive
      *    that date produced.
           COMPUTE WS-SCAN-YEAR = WS-TODAY-YEAR - 15.
           PERFORM UNTIL WS-SCAN-YEAR > WS-TODAY-YEAR
               MOVE 1 TO WS-SCAN-MONTH
               PERFORM UNTIL WS-SCAN-MONTH > 12
                   MOVE 1 TO WS-SCAN-DAY
                   PERFORM UNTIL WS-SCAN-DAY > 31
                       PERFORM PROBE-ONE-ARCHIVE-DATE
                       ADD 1 TO WS-SCAN-DAY
                   END-PERFORM
                   ADD 1 TO WS-SCAN-MONTH
               END-PERFORM
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           PROBE-ONE-ARCHIVE-DATE SECTION.
           MOVE SPACES TO WS-SCAN-STAMP.
           STRING WS-SCAN-YEAR "-" WS-SCAN-MONTH "-" WS-SCAN-DAY
               DELIMITED BY SIZE INTO WS-SCAN-STAMP
           END-STRING.
           MOVE 0 TO WS-DATE-IS-HELD.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL WS-DATE-IS-HELD = 1 OR
               HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-KIND(HOLD-IDX) = "DATES" AND
                   WS-SCAN-STAMP >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                   WS-SCAN-STAMP <= WS-HOLD-TO-DATE(HOLD-IDX)
                   MOVE 1 TO WS-DATE-IS-HELD
               ELSE
                   SET HOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-DATE-IS-HELD = 1 OR WS-CUSTOMER-HOLD-COUNT > 0
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "cards-archive-" WS-SCAN-STAMP ".dat"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               PERFORM COUNT-ONE-ARCHIVE
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "cards-tax-day-archive-" WS-SCAN-STAMP ".dat"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
               PERFORM COUNT-ONE-ARCHIVE
           END-IF.

           COUNT-ONE-ARCHIVE SECTION.
           OPEN INPUT F-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               SET HOLD-IDX TO 1
               PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-KIND(HOLD-IDX) = "DATES" AND
                       WS-SCAN-STAMP >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                       WS-SCAN-STAMP <= WS-HOLD-TO-DATE(HOLD-IDX)
                       ADD 1 TO WS-HOLD-ARCHIVES(HOLD-IDX)
                   END-IF
                   SET HOLD-IDX UP BY 1
               END-PERFORM
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-CUSTOMER-HOLD-COUNT = 0
                   READ F-ARCHIVE-FILE
                       NOT AT END
                           IF ARCHIVE-FILE-RECORD(1:7) IS NUMERIC
                               MOVE ARCHIVE-FILE-RECORD(1:7) TO
                                   WS-ROW-CUSTOMER-ID
                               PERFORM TALLY-ONE-ARCHIVE-CARD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ARCHIVE-FILE
           END-IF.

           TALLY-ONE-ARCHIVE-CARD SECTION.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-KIND(HOLD-IDX) = "CUSTOMER" AND
                   WS-HOLD-CUSTOMER-ID(HOLD-IDX) = WS-ROW-CUSTOMER-ID
                   ADD 1 TO WS-HOLD-ARCHIVE-CARDS(HOLD-IDX)
               END-IF
               SET HOLD-IDX UP BY 1
           END-PERFORM.

           COUNT-LIVE-POSTS SECTION.
           MOVE "L" TO WS-ROW-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGE-FILE.
           IF WS-MESSAGE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGE-FILE NEXT RECORD
                   NOT AT END
                       MOVE MESSAGE-AUTHOR TO WS-ROW-USERNAME
                       MOVE SPACES TO WS-ROW-USERNAME-2
                       MOVE MESSAGE-DATE TO WS-ROW-STAMP
                       PERFORM TALLY-ONE-BOARD-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MESSAGE-STATUS = "00" OR WS-MESSAGE-STATUS = "10"
               CLOSE F-MESSAGE-FILE
           END-IF.

           COUNT-ARCHIVED-POSTS SECTION.
           MOVE "A" TO WS-ROW-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGE-ARCHIVE-FILE.
           IF WS-MESSAGE-ARCHIVE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGE-ARCHIVE-FILE
                   NOT AT END
                       MOVE MESSAGE-ARCHIVE-AUTHOR TO WS-ROW-USERNAME
                       MOVE SPACES TO WS-ROW-USERNAME-2
                       MOVE MESSAGE-ARCHIVE-DATE TO WS-ROW-STAMP
                       PERFORM TALLY-ONE-BOARD-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MESSAGE-ARCHIVE-STATUS = "00" OR
               WS-MESSAGE-ARCHIVE-STATUS = "10"
               CLOSE F-MESSAGE-ARCHIVE-FILE
           END-IF.

           COUNT-PRIVATE-MESSAGES SECTION.
           MOVE "P" TO WS-ROW-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PM-FILE.
           IF WS-PM-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PM-FILE
                   NOT AT END
                       MOVE PM-FROM TO WS-ROW-USERNAME
                       MOVE PM-TO TO WS-ROW-USERNAME-2
                       MOVE PM-DATE TO WS-ROW-STAMP
                       PERFORM TALLY-ONE-BOARD-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PM-STATUS = "00" OR WS-PM-STATUS = "10"
               CLOSE F-PM-FILE
           END-IF.

           COUNT-LIBRARY-DOCS SECTION.
           MOVE "D" TO WS-ROW-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-INDEX-FILE.
           IF WS-LIB-INDEX-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-INDEX-FILE
                   NOT AT END
                       MOVE LIB-DOC-CONTRIBUTOR TO WS-ROW-USERNAME
                       MOVE SPACES TO WS-ROW-USERNAME-2
                       MOVE LIB-DOC-DATE TO WS-ROW-STAMP
                       PERFORM TALLY-ONE-BOARD-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-INDEX-STATUS = "00" OR WS-LIB-INDEX-STATUS = "10"
               CLOSE F-LIB-INDEX-FILE
           END-IF.

           COUNT-BOARD-EVENTS SECTION.
           MOVE "E" TO WS-ROW-KIND.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   NOT AT END
                       MOVE EV-ORGANIZER TO WS-ROW-USERNAME
                       MOVE SPACES TO WS-ROW-USERNAME-2
                       MOVE EV-DATE TO WS-ROW-STAMP
                       PERFORM TALLY-ONE-BOARD-ROW
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-EVENTS-STATUS = "00" OR WS-EVENTS-STATUS = "10"
               CLOSE F-EVENTS-FILE
           END-IF.

           TALLY-ONE-BOARD-ROW SECTION.
      *    A post counts for its author, a library document for its
      *    contributor and an event for its organizer; a private
      *    message counts for either end of it.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF (WS-HOLD-KIND(HOLD-IDX) = "USERNAME" AND
                   (WS-HOLD-USERNAME(HOLD-IDX) = WS-ROW-USERNAME OR
                    WS-HOLD-USERNAME(HOLD-IDX) = WS-ROW-USERNAME-2))
                   OR
                   (WS-HOLD-KIND(HOLD-IDX) = "DATES" AND
                    WS-ROW-STAMP >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                    WS-ROW-STAMP <= WS-HOLD-TO-DATE(HOLD-IDX))
                   IF WS-ROW-KIND = "L"
                       ADD 1 TO WS-HOLD-POSTS(HOLD-IDX)
                   ELSE IF WS-ROW-KIND = "A"
                       ADD 1 TO WS-HOLD-ARCHIVED-POSTS(HOLD-IDX)
                   ELSE IF WS-ROW-KIND = "D"
                       ADD 1 TO WS-HOLD-LIB-DOCS(HOLD-IDX)
                   ELSE IF WS-ROW-KIND = "E"
                       ADD 1 TO WS-HOLD-EVENTS(HOLD-IDX)
                   ELSE
                       ADD 1 TO WS-HOLD-PMS(HOLD-IDX)
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               SET HOLD-IDX UP BY 1
           END-PERFORM.

           WRITE-ONE-MATTER SECTION.
      *    The matter's first hold still unprinted starts the group;
      *    every later hold under the same reference follows it.
           ADD 1 TO WS-MATTER-COUNT.
           MOVE WS-HOLD-MATTER(HOLD-IDX) TO WS-NOW-MATTER.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "MATTER " WS-NOW-MATTER
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING.
           WRITE HOLD-REPORT-LINE.
           SET HOLD-IDX-2 TO HOLD-IDX.
           PERFORM UNTIL HOLD-IDX-2 > WS-HOLD-COUNT
               IF WS-HOLD-MATTER(HOLD-IDX-2) = WS-NOW-MATTER
                   PERFORM WRITE-ONE-HOLD
                   MOVE 1 TO WS-HOLD-PRINTED(HOLD-IDX-2)
               END-IF
               SET HOLD-IDX-2 UP BY 1
           END-PERFORM.

           WRITE-ONE-HOLD SECTION.
           MOVE SPACES TO HOLD-REPORT-LINE.
           IF WS-HOLD-KIND(HOLD-IDX-2) = "CUSTOMER"
               STRING "  CUSTOMER " WS-HOLD-CUSTOMER-ID(HOLD-IDX-2)
                   " " WS-HOLD-NAME(HOLD-IDX-2)
                   " PLACED " WS-HOLD-PLACED-DATE(HOLD-IDX-2)
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
           ELSE IF WS-HOLD-KIND(HOLD-IDX-2) = "USERNAME"
               STRING "  MEMBER   " WS-HOLD-USERNAME(HOLD-IDX-2)
                   " PLACED " WS-HOLD-PLACED-DATE(HOLD-IDX-2)
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-HOLD-TO-DATE(HOLD-IDX-2) TO WS-SHOW-TO-DATE
               IF WS-SHOW-TO-DATE = "9999-99-99"
                   MOVE "OPEN" TO WS-SHOW-TO-DATE
               END-IF
               STRING "  DATES    " WS-HOLD-FROM-DATE(HOLD-IDX-2)
                   " TO " WS-SHOW-TO-DATE
                   " PLACED " WS-HOLD-PLACED-DATE(HOLD-IDX-2)
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
           END-IF
           END-IF.
           WRITE HOLD-REPORT-LINE.
           IF WS-HOLD-DESCRIPTION(HOLD-IDX-2) NOT = SPACES
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING "      " WS-HOLD-DESCRIPTION(HOLD-IDX-2)
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
           END-IF.
           MOVE SPACES TO HOLD-REPORT-LINE.
           IF WS-HOLD-KIND(HOLD-IDX-2) = "CUSTOMER"
               IF WS-HOLD-ON-FILE(HOLD-IDX-2) = 1
                   STRING "      PROTECTS: CUSTOMER RECORD ON FILE, "
                       WS-HOLD-AUDIT-ROWS(HOLD-IDX-2)
                       " CARD-AUDIT ROWS, "
                       WS-HOLD-ARCHIVE-CARDS(HOLD-IDX-2)
                       " ARCHIVED CARDS"
                       DELIMITED BY SIZE INTO HOLD-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "      PROTECTS: NO RECORD ON FILE, "
                       WS-HOLD-AUDIT-ROWS(HOLD-IDX-2)
                       " CARD-AUDIT ROWS, "
                       WS-HOLD-ARCHIVE-CARDS(HOLD-IDX-2)
                       " ARCHIVED CARDS"
                       DELIMITED BY SIZE INTO HOLD-REPORT-LINE
                   END-STRING
               END-IF
               WRITE HOLD-REPORT-LINE
           ELSE IF WS-HOLD-KIND(HOLD-IDX-2) = "USERNAME"
               STRING "      PROTECTS: "
                   WS-HOLD-POSTS(HOLD-IDX-2) " LIVE POSTS, "
                   WS-HOLD-ARCHIVED-POSTS(HOLD-IDX-2)
                   " ARCHIVED POSTS, "
                   WS-HOLD-PMS(HOLD-IDX-2) " PRIVATE MESSAGES"
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
               PERFORM WRITE-HOLD-LIBRARY-EVENTS
           ELSE
               STRING "      PROTECTS: "
                   WS-HOLD-AUDIT-ROWS(HOLD-IDX-2) " CARD-AUDIT ROWS, "
                   WS-HOLD-ARCHIVES(HOLD-IDX-2) " CARD ARCHIVE FILES"
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING "                "
                   WS-HOLD-POSTS(HOLD-IDX-2) " LIVE POSTS, "
                   WS-HOLD-ARCHIVED-POSTS(HOLD-IDX-2)
                   " ARCHIVED POSTS, "
                   WS-HOLD-PMS(HOLD-IDX-2) " PRIVATE MESSAGES"
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               END-STRING
               WRITE HOLD-REPORT-LINE
               PERFORM WRITE-HOLD-LIBRARY-EVENTS
           END-IF
           END-IF.

           WRITE-HOLD-LIBRARY-EVENTS SECTION.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "                "
               WS-HOLD-LIB-DOCS(HOLD-IDX-2) " LIBRARY DOCUMENTS, "
               WS-HOLD-EVENTS(HOLD-IDX-2) " BOARD EVENTS"
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           END-STRING.
           WRITE HOLD-REPORT-LINE.
