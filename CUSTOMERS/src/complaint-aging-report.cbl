       IDENTIFICATION DIVISION.
       PROGRAM-ID. complaint-aging-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CASES-FILE ASSIGN TO "complaint-cases.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CASE-NUMBER
                 ALTERNATE RECORD KEY IS CASE-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CASES-STATUS.
               SELECT F-SERVICE-LEVEL-FILE ASSIGN TO
                 "complaint-service-levels.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERVICE-LEVEL-STATUS.
               SELECT F-CASE-AGING-REPORT-FILE ASSIGN TO
                 "complaint-aging-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CASES-FILE.
      *    Opened, updated and closed from customer-inquiry; this
      *    report only stamps the escalation date.
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
           FD F-SERVICE-LEVEL-FILE.
           01 SERVICE-LEVEL-RECORD.
               05 SL-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 SL-TARGET-DAYS PIC 9(3).
           FD F-CASE-AGING-REPORT-FILE.
           01 CASE-AGING-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CASES-STATUS PIC XX.
           01 WS-SERVICE-LEVEL-STATUS PIC XX.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-OPEN-TOTAL PIC 9(5) VALUE 0.
           01 WS-OVERDUE-TOTAL PIC 9(5) VALUE 0.
           01 WS-NEWLY-ESCALATED PIC 9(5) VALUE 0.
           01 WS-CASE-AGE PIC 9(5).
           01 WS-AGE-SHOWN PIC ZZZZ9.
      *    One row per complaint category: its service-level target
      *    and the open cases in each age band, in business days.
      *    The standing categories are there even with nothing open,
      *    so a quiet category shows as a zero, not a gap.
           01 WS-CATEGORY-COUNT PIC 99 VALUE 0.
           01 WS-CATEGORY-TABLE.
               05 WS-CATEGORY-ENTRY OCCURS 20 TIMES
               INDEXED BY CAT-IDX.
                   10 WS-CAT-NAME PIC X(12).
                   10 WS-CAT-TARGET PIC 9(3).
                   10 WS-CAT-OPEN PIC 9(5).
                   10 WS-CAT-BAND-1 PIC 9(5).
                   10 WS-CAT-BAND-2 PIC 9(5).
                   10 WS-CAT-BAND-3 PIC 9(5).
                   10 WS-CAT-BAND-4 PIC 9(5).
                   10 WS-CAT-OVERDUE PIC 9(5).
           01 WS-CAT-FOUND PIC 9.
           01 WS-FIND-CATEGORY PIC X(12).
      *    The overdue cases, held until the category table is
      *    written so they can follow it as their own section.
           01 WS-OVERDUE-COUNT PIC 999 VALUE 0.
           01 WS-OVERDUE-TABLE.
               05 WS-OVERDUE-ENTRY OCCURS 200 TIMES
               INDEXED BY OVD-IDX.
                   10 WS-OVD-TEXT PIC X(100).
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
      *    The daily look at the complaint case file: every open
      *    case by category and age against the service-level
      *    table, and every open case past its due date listed for
      *    the supervisors by name. A case is escalated the first
      *    morning it is found overdue -- its escalation date is
      *    stamped so customer-inquiry shows it and the next
      *    morning's report can tell a new escalation from one the
      *    supervisors already have.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "complaint-aging-report" TO LS-PROGRAM.
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
           PERFORM LOAD-SERVICE-LEVELS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CASES-FILE.
           IF WS-CASES-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CASES-FILE NEXT RECORD
                   NOT AT END
                       IF CASE-STATUS = "OPEN"
                           ADD 1 TO WS-OPEN-TOTAL
                           PERFORM AGE-ONE-OPEN-CASE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CASES-STATUS = "00" OR WS-CASES-STATUS = "10"
               CLOSE F-CASES-FILE
           END-IF.
           PERFORM WRITE-CASE-AGING-REPORT.
           DISPLAY "COMPLAINT AGING SUMMARY -- OPEN: " WS-OPEN-TOTAL
               " OVERDUE: " WS-OVERDUE-TOTAL
               " NEWLY ESCALATED: " WS-NEWLY-ESCALATED.
           GOBACK.

           LOAD-SERVICE-LEVELS SECTION.
      *    The shop's standing targets, the same ones customer-
      *    inquiry falls back on; a line on the table replaces a
      *    category's target or adds a category.
           MOVE "WRONG-ADDR" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 5 TO WS-CAT-TARGET(CAT-IDX).
           MOVE "DUPLICATE" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 5 TO WS-CAT-TARGET(CAT-IDX).
           MOVE "UNWANTED" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 3 TO WS-CAT-TARGET(CAT-IDX).
           MOVE "PRIVACY" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 2 TO WS-CAT-TARGET(CAT-IDX).
           MOVE "NOT-ARRIVED" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 5 TO WS-CAT-TARGET(CAT-IDX).
           MOVE "OTHER" TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           MOVE 10 TO WS-CAT-TARGET(CAT-IDX).
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SERVICE-LEVEL-FILE.
           IF WS-SERVICE-LEVEL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SERVICE-LEVEL-FILE
                   NOT AT END
                       IF SL-CATEGORY NOT = SPACES AND
                           SL-TARGET-DAYS NUMERIC
                           MOVE SL-CATEGORY TO WS-FIND-CATEGORY
                           PERFORM FIND-CATEGORY-ROW
                           IF WS-CAT-FOUND = 1
                               MOVE SL-TARGET-DAYS TO
                                   WS-CAT-TARGET(CAT-IDX)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SERVICE-LEVEL-STATUS = "00" OR
               WS-SERVICE-LEVEL-STATUS = "10"
               CLOSE F-SERVICE-LEVEL-FILE
           END-IF.

           FIND-CATEGORY-ROW SECTION.
      *    Finds WS-FIND-CATEGORY's row, adding one at the OTHER
      *    target for a category nobody has set a target for.
           MOVE 0 TO WS-CAT-FOUND.
           SET CAT-IDX TO 1.
           PERFORM UNTIL WS-CAT-FOUND = 1 OR
               CAT-IDX > WS-CATEGORY-COUNT
               IF WS-CAT-NAME(CAT-IDX) = WS-FIND-CATEGORY
                   MOVE 1 TO WS-CAT-FOUND
               ELSE
                   SET CAT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 0 AND WS-CATEGORY-COUNT < 20
               ADD 1 TO WS-CATEGORY-COUNT
               SET CAT-IDX TO WS-CATEGORY-COUNT
               INITIALIZE WS-CATEGORY-ENTRY(CAT-IDX)
               MOVE WS-FIND-CATEGORY TO WS-CAT-NAME(CAT-IDX)
               MOVE 10 TO WS-CAT-TARGET(CAT-IDX)
               MOVE 1 TO WS-CAT-FOUND
           END-IF.

           AGE-ONE-OPEN-CASE SECTION.
      *    Age in business days since the case was opened, into one
      *    of four bands; past the due date it is overdue, and the
      *    first time that is seen the case is escalated.
           MOVE 0 TO WS-CASE-AGE.
           IF CASE-OPENED-DATE(1:4) IS NUMERIC AND
               CASE-OPENED-DATE(6:2) IS NUMERIC AND
               CASE-OPENED-DATE(9:2) IS NUMERIC
               MOVE "TODAY" TO DS-FUNCTION
               CALL "date-services" USING WS-DS-REQUEST
               MOVE "BUSDIFF" TO DS-FUNCTION
               MOVE CASE-OPENED-DATE(1:4) TO DS-YEAR-2
               MOVE CASE-OPENED-DATE(6:2) TO DS-MONTH-2
               MOVE CASE-OPENED-DATE(9:2) TO DS-DAY-2
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-NUMBER > 0
                   MOVE DS-RESULT-NUMBER TO WS-CASE-AGE
               END-IF
           END-IF.
           MOVE CASE-CATEGORY TO WS-FIND-CATEGORY.
           PERFORM FIND-CATEGORY-ROW.
           IF WS-CAT-FOUND = 1
               ADD 1 TO WS-CAT-OPEN(CAT-IDX)
               IF WS-CASE-AGE <= 2
                   ADD 1 TO WS-CAT-BAND-1(CAT-IDX)
               ELSE
                   IF WS-CASE-AGE <= 5
                       ADD 1 TO WS-CAT-BAND-2(CAT-IDX)
                   ELSE
                       IF WS-CASE-AGE <= 10
                           ADD 1 TO WS-CAT-BAND-3(CAT-IDX)
                       ELSE
                           ADD 1 TO WS-CAT-BAND-4(CAT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CASE-TARGET-DATE NOT = SPACES AND
               WS-TODAY-STAMP > CASE-TARGET-DATE
               ADD 1 TO WS-OVERDUE-TOTAL
               IF WS-CAT-FOUND = 1
                   ADD 1 TO WS-CAT-OVERDUE(CAT-IDX)
               END-IF
               PERFORM ESCALATE-OVERDUE-CASE
           END-IF.

           ESCALATE-OVERDUE-CASE SECTION.
           IF WS-OVERDUE-COUNT < 200
               ADD 1 TO WS-OVERDUE-COUNT
               SET OVD-IDX TO WS-OVERDUE-COUNT
               MOVE WS-CASE-AGE TO WS-AGE-SHOWN
               MOVE SPACES TO WS-OVD-TEXT(OVD-IDX)
               STRING "  " CASE-NUMBER " CUSTOMER " CASE-CUSTOMER-ID
                   " " CASE-CATEGORY " OWNER " CASE-OWNER
                   " DUE " CASE-TARGET-DATE " AGE " WS-AGE-SHOWN
                   DELIMITED BY SIZE INTO WS-OVD-TEXT(OVD-IDX)
               END-STRING
               IF CASE-ESCALATED-DATE = SPACES
                   MOVE "NEW" TO WS-OVD-TEXT(OVD-IDX)(85:3)
               ELSE
                   MOVE CASE-ESCALATED-DATE TO
                       WS-OVD-TEXT(OVD-IDX)(85:10)
               END-IF
           END-IF.
           IF CASE-ESCALATED-DATE = SPACES
               ADD 1 TO WS-NEWLY-ESCALATED
               MOVE WS-TODAY-STAMP TO CASE-ESCALATED-DATE
               REWRITE COMPLAINT-CASE-RECORD
               END-REWRITE
               DISPLAY "COMPLAINT CASE " CASE-NUMBER
                   " PAST ITS DUE DATE " CASE-TARGET-DATE
                   " -- ESCALATED TO SUPERVISORS"
           END-IF.

           WRITE-CASE-AGING-REPORT SECTION.
           OPEN OUTPUT F-CASE-AGING-REPORT-FILE.
           MOVE SPACES TO CASE-AGING-LINE.
           STRING "COMPLAINT CASE AGING -- " WS-TODAY-STAMP
               DELIMITED BY SIZE INTO CASE-AGING-LINE
           END-STRING.
           WRITE CASE-AGING-LINE.
           MOVE SPACES TO CASE-AGING-LINE.
           WRITE CASE-AGING-LINE.
           MOVE "OPEN CASES BY CATEGORY -- AGE IN BUSINESS DAYS" TO
               CASE-AGING-LINE.
           WRITE CASE-AGING-LINE.
           MOVE SPACES TO CASE-AGING-LINE.
           STRING "  CATEGORY     TGT    OPEN   0-2   3-5  6-10"
               "   11+    OVERDUE"
               DELIMITED BY SIZE INTO CASE-AGING-LINE
           END-STRING.
           WRITE CASE-AGING-LINE.
           SET CAT-IDX TO 1.
           PERFORM UNTIL CAT-IDX > WS-CATEGORY-COUNT
               MOVE SPACES TO CASE-AGING-LINE
               STRING "  " WS-CAT-NAME(CAT-IDX) " "
                   WS-CAT-TARGET(CAT-IDX) "   "
                   WS-CAT-OPEN(CAT-IDX) " "
                   WS-CAT-BAND-1(CAT-IDX) " "
                   WS-CAT-BAND-2(CAT-IDX) " "
                   WS-CAT-BAND-3(CAT-IDX) " "
                   WS-CAT-BAND-4(CAT-IDX) "    "
                   WS-CAT-OVERDUE(CAT-IDX)
                   DELIMITED BY SIZE INTO CASE-AGING-LINE
               END-STRING
               IF WS-CAT-OVERDUE(CAT-IDX) > 0
                   STRING "  <-- LOOK HERE"
                       DELIMITED BY SIZE
                       INTO CASE-AGING-LINE(62:)
                   END-STRING
               END-IF
               WRITE CASE-AGING-LINE
               END-WRITE
               SET CAT-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO CASE-AGING-LINE.
           WRITE CASE-AGING-LINE.
           MOVE SPACES TO CASE-AGING-LINE.
           STRING "PAST DUE -- ESCALATED TO SUPERVISORS (NEW, OR THE "
               "DATE FIRST ESCALATED)"
               DELIMITED BY SIZE INTO CASE-AGING-LINE
           END-STRING.
           WRITE CASE-AGING-LINE.
           SET OVD-IDX TO 1.
           PERFORM UNTIL OVD-IDX > WS-OVERDUE-COUNT
               MOVE WS-OVD-TEXT(OVD-IDX) TO CASE-AGING-LINE
               WRITE CASE-AGING-LINE
               END-WRITE
               SET OVD-IDX UP BY 1
           END-PERFORM.
           IF WS-OVERDUE-TOTAL = 0
               MOVE "  (nothing past due)" TO CASE-AGING-LINE
               WRITE CASE-AGING-LINE
           END-IF.
           IF WS-OVERDUE-TOTAL > WS-OVERDUE-COUNT
               MOVE SPACES TO CASE-AGING-LINE
               STRING "  ... AND MORE; " WS-OVERDUE-TOTAL
                   " PAST DUE IN ALL"
                   DELIMITED BY SIZE INTO CASE-AGING-LINE
               END-STRING
               WRITE CASE-AGING-LINE
           END-IF.
           CLOSE F-CASE-AGING-REPORT-FILE.
