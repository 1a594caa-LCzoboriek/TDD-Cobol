       IDENTIFICATION DIVISION.
       PROGRAM-ID. zip-validate.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-CHANGE-JOURNAL-FILE ASSIGN TO
                 "customer-change-journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
               SELECT F-EXCEPTION-STORE-FILE ASSIGN TO
                 "exception-store.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPTION-STORE-STATUS.
               SELECT F-ZIP-REPORT-FILE ASSIGN TO
                 "zip-validate-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-ADDRESS.
                   10 PERSON-STREET PIC X(60).
                   10 PERSON-CITY PIC X(25).
                   10 PERSON-STATE PIC X(02).
                   10 PERSON-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 PERSON-COUNTRY PIC X(02).
                   88 PERSON-IS-DOMESTIC VALUE "US", SPACES.
               05 PERSON-BIRTHDAY PIC X(10).
               05 PERSON-SIGNUP-DATE PIC X(10).
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-DO-NOT-MAIL PIC X.
               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
               05 PERSON-CONTACT-PREF PIC X.
               05 PERSON-BRAND PIC X(02).
           FD F-CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-RECORD.
               05 CJ-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-EXCEPTION-STORE-FILE.
           01 EXCEPTION-STORE-RECORD.
               05 EX-STATUS PIC X.
               05 FILLER PIC X.
               05 EX-SOURCE PIC X(20).
               05 FILLER PIC X.
               05 EX-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 EX-SEVERITY PIC X.
               05 FILLER PIC X.
               05 EX-DATE PIC X(10).
               05 FILLER PIC X.
               05 EX-REASON PIC X(40).
               05 FILLER PIC X.
               05 EX-RESOLUTION PIC X(40).
           FD F-ZIP-REPORT-FILE.
           01 ZIP-REPORT-LINE PIC X(100).
           FD F-RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-EXCEPTION-STORE-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-NO-REFERENCE PIC 9 VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-CHECKED-COUNT PIC 9(7) VALUE 0.
           01 WS-VALID-COUNT PIC 9(7) VALUE 0.
           01 WS-CORRECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-WRONG-STATE-COUNT PIC 9(7) VALUE 0.
           01 WS-WRONG-CITY-COUNT PIC 9(7) VALUE 0.
           01 WS-UNKNOWN-ZIP-COUNT PIC 9(7) VALUE 0.
           01 WS-ALREADY-OPEN-COUNT PIC 9(7) VALUE 0.
           01 WS-NOT-DOMESTIC-COUNT PIC 9(7) VALUE 0.
           01 WS-MALFORMED-COUNT PIC 9(7) VALUE 0.
      *    Customers that already have an open exception from this
      *    run on the store -- the nightly pass must not pile a
      *    fresh copy of the same problem on the workbench every
      *    night until someone gets to it.
           01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-ENTRY OCCURS 5000 TIMES
               INDEXED BY OPEN-IDX.
                   10 WS-OPEN-CUSTOMER-ID PIC 9(7).
           01 WS-OPEN-FOUND PIC 9.
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-OLD-CITY PIC X(25).
           01 WS-ZC-REQUEST.
               05 ZC-FUNCTION PIC X(8).
               05 ZC-CITY PIC X(25).
               05 ZC-STATE PIC X(2).
               05 ZC-ZIP PIC X(10).
               05 ZC-RESULT PIC X.
               05 ZC-SUGGEST-CITY PIC X(25).
               05 ZC-SUGGEST-STATE PIC X(2).
               05 ZC-MESSAGE PIC X(40).
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
      *    Compares every domestic address on customers.dat against
      *    the postal ZIP reference through zip-check. A city that
      *    is only misspelled, under a ZIP and state that agree, is
      *    corrected in place and journaled like any other change;
      *    a wrong state, a city the ZIP doesn't carry or a ZIP the
      *    reference has never heard of goes to the exception
      *    workbench with the suggested correction, for a person to
      *    decide. A ZIP that isn't five digits at all is left to
      *    data-quality-sweep, which already reports it.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "zip-validate" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-CJ-RUN-DATE
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO WS-CJ-RUN-TIME
           END-STRING.
      *    Corrections rewrite customers.dat, so a daytime run takes
      *    the run lock and the maintenance screens queue behind it;
      *    under the nightly window the lock already belongs to the
      *    batch driver.
           MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG.
           ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
               ENVIRONMENT "NIGHTLY-WINDOW".
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-LOCK-TAKEN = 0
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN I-O F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "ZIP VALIDATE -- customers.dat NOT AVAILABLE"
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF.
           PERFORM LOAD-OPEN-EXCEPTIONS.
           OPEN EXTEND F-CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-CHANGE-JOURNAL-FILE
           END-IF.
           OPEN EXTEND F-EXCEPTION-STORE-FILE.
           IF WS-EXCEPTION-STORE-STATUS = "35"
               OPEN OUTPUT F-EXCEPTION-STORE-FILE
           END-IF.
           OPEN OUTPUT F-ZIP-REPORT-FILE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "ZIP REFERENCE VALIDATION   (RUN " WS-CJ-RUN-DATE
               " " WS-CJ-RUN-TIME ")"
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           WRITE ZIP-REPORT-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM VALIDATE-ONE-CUSTOMER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE "CLOSE" TO ZC-FUNCTION.
           CALL "zip-check" USING WS-ZC-REQUEST.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE F-ZIP-REPORT-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-CHANGE-JOURNAL-FILE.
           CLOSE F-EXCEPTION-STORE-FILE.
           PERFORM RELEASE-RUN-LOCK.
           IF WS-NO-REFERENCE = 1
               DISPLAY "ZIP VALIDATE -- NO zip-reference.dat; "
                   "NOTHING CHECKED"
           END-IF.
           DISPLAY "ZIP VALIDATE SUMMARY -- READ: " WS-READ-COUNT
               " CHECKED: " WS-CHECKED-COUNT
               " VALID: " WS-VALID-COUNT
               " CORRECTED: " WS-CORRECTED-COUNT
               " WRONG STATE: " WS-WRONG-STATE-COUNT
               " WRONG CITY: " WS-WRONG-CITY-COUNT
               " UNKNOWN ZIP: " WS-UNKNOWN-ZIP-COUNT.
           GOBACK.

           LOAD-OPEN-EXCEPTIONS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EXCEPTION-STORE-FILE.
           IF WS-EXCEPTION-STORE-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EXCEPTION-STORE-FILE
                       NOT AT END
                           IF EX-STATUS = "O" AND
                               EX-SOURCE = "zip-validate"
                               PERFORM KEEP-ONE-OPEN-EXCEPTION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EXCEPTION-STORE-FILE
           END-IF.

           KEEP-ONE-OPEN-EXCEPTION SECTION.
           IF WS-OPEN-COUNT >= 5000
               DISPLAY "ZIP VALIDATE -- WARNING: MORE THAN 5000 OPEN "
                   "ZIP EXCEPTIONS; LATER ONES MAY BE REPEATED"
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               SET OPEN-IDX TO WS-OPEN-COUNT
               MOVE EX-CUSTOMER-ID TO WS-OPEN-CUSTOMER-ID(OPEN-IDX)
           END-IF.

           VALIDATE-ONE-CUSTOMER SECTION.
           IF NOT PERSON-IS-DOMESTIC
               ADD 1 TO WS-NOT-DOMESTIC-COUNT
           ELSE IF PERSON-ZIP(1:5) NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
           ELSE
               MOVE "CHECK" TO ZC-FUNCTION
               MOVE PERSON-CITY TO ZC-CITY
               MOVE PERSON-STATE TO ZC-STATE
               MOVE PERSON-ZIP TO ZC-ZIP
               CALL "zip-check" USING WS-ZC-REQUEST
               PERFORM ACT-ON-ZIP-RESULT
           END-IF.

           ACT-ON-ZIP-RESULT SECTION.
           IF ZC-RESULT = "N"
               MOVE 1 TO WS-NO-REFERENCE
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE IF ZC-RESULT = "V"
               ADD 1 TO WS-CHECKED-COUNT
               ADD 1 TO WS-VALID-COUNT
           ELSE IF ZC-RESULT = "C"
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM CORRECT-ONE-CITY
           ELSE
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM REFER-ONE-ADDRESS
           END-IF.

           CORRECT-ONE-CITY SECTION.
           MOVE PERSON TO WS-CJ-BEFORE.
           MOVE PERSON-CITY TO WS-OLD-CITY.
           MOVE ZC-SUGGEST-CITY TO PERSON-CITY.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "ZIP VALIDATE -- REWRITE FAILED FOR "
                       PERSON-CUSTOMER-ID ", STATUS "
                       WS-CUSTOMERS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE SPACES TO CHANGE-JOURNAL-RECORD
                   MOVE PERSON-CUSTOMER-ID TO CJ-CUSTOMER-ID
                   MOVE "zip-validate" TO CJ-PROGRAM
                   MOVE WS-CJ-RUN-DATE TO CJ-DATE
                   MOVE WS-CJ-RUN-TIME TO CJ-TIME
                   MOVE WS-CJ-BEFORE TO CJ-BEFORE-IMAGE
                   MOVE PERSON TO CJ-AFTER-IMAGE
                   WRITE CHANGE-JOURNAL-RECORD
                   END-WRITE
                   MOVE SPACES TO ZIP-REPORT-LINE
                   STRING PERSON-CUSTOMER-ID "  CORRECTED  "
                       PERSON-ZIP(1:5) " " PERSON-STATE "  "
                       WS-OLD-CITY " -> " PERSON-CITY
                       DELIMITED BY SIZE INTO ZIP-REPORT-LINE
                   END-STRING
                   WRITE ZIP-REPORT-LINE
           END-REWRITE.

           REFER-ONE-ADDRESS SECTION.
           IF ZC-RESULT = "S"
               ADD 1 TO WS-WRONG-STATE-COUNT
           ELSE IF ZC-RESULT = "X"
               ADD 1 TO WS-WRONG-CITY-COUNT
           ELSE
               ADD 1 TO WS-UNKNOWN-ZIP-COUNT
           END-IF.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING PERSON-CUSTOMER-ID "  REFERRED   "
               PERSON-ZIP(1:5) " " PERSON-STATE "  "
               PERSON-CITY " -- " ZC-MESSAGE
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE 0 TO WS-OPEN-FOUND.
           SET OPEN-IDX TO 1.
           PERFORM UNTIL WS-OPEN-FOUND = 1 OR
               OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-CUSTOMER-ID(OPEN-IDX) = PERSON-CUSTOMER-ID
                   MOVE 1 TO WS-OPEN-FOUND
               ELSE
                   SET OPEN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-OPEN-FOUND = 1
               ADD 1 TO WS-ALREADY-OPEN-COUNT
           ELSE
               MOVE SPACES TO EXCEPTION-STORE-RECORD
               MOVE "O" TO EX-STATUS
               MOVE "zip-validate" TO EX-SOURCE
               MOVE PERSON-CUSTOMER-ID TO EX-CUSTOMER-ID
               MOVE "W" TO EX-SEVERITY
               MOVE WS-CJ-RUN-DATE TO EX-DATE
               MOVE ZC-MESSAGE TO EX-REASON
               WRITE EXCEPTION-STORE-RECORD
               END-WRITE
           END-IF.

           WRITE-REPORT-TOTALS SECTION.
           MOVE SPACES TO ZIP-REPORT-LINE.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "RECORDS READ:             " WS-READ-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "NOT DOMESTIC:             " WS-NOT-DOMESTIC-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "MALFORMED ZIP (SKIPPED):  " WS-MALFORMED-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "CHECKED:                  " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "VALID:                    " WS-VALID-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "CITY CORRECTED:           " WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "STATE NOT THE ZIP'S:      " WS-WRONG-STATE-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "CITY NOT VALID FOR ZIP:   " WS-WRONG-CITY-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "ZIP NOT ON REFERENCE:     " WS-UNKNOWN-ZIP-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           MOVE SPACES TO ZIP-REPORT-LINE.
           STRING "ALREADY OPEN ON WORKBENCH:" WS-ALREADY-OPEN-COUNT
               DELIMITED BY SIZE INTO ZIP-REPORT-LINE
           END-STRING.
           WRITE ZIP-REPORT-LINE.
           IF WS-NO-REFERENCE = 1
               MOVE SPACES TO ZIP-REPORT-LINE
               MOVE "NO zip-reference.dat -- NOTHING CHECKED" TO
                   ZIP-REPORT-LINE
               WRITE ZIP-REPORT-LINE
           END-IF.

           ACQUIRE-RUN-LOCK SECTION.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "ZIP VALIDATE -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "zip-validate" TO RUN-LOCK-HOLDER
               MOVE WS-CJ-RUN-DATE TO RUN-LOCK-DATE
               MOVE WS-CJ-RUN-TIME TO RUN-LOCK-TIME
               WRITE RUN-LOCK-RECORD
               END-WRITE
               CLOSE F-RUN-LOCK-FILE
               MOVE 1 TO WS-LOCK-TAKEN
           END-IF.

           RELEASE-RUN-LOCK SECTION.
           IF WS-LOCK-TAKEN = 1
               DELETE FILE F-RUN-LOCK-FILE
               MOVE 0 TO WS-LOCK-TAKEN
           END-IF.
