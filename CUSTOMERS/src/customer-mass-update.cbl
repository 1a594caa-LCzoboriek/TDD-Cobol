       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer-mass-update.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-MASS-CONTROL-FILE ASSIGN TO
                 "mass-update-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MASS-CONTROL-STATUS.
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
               SELECT F-ROLLBACK-FILE ASSIGN TO
                 "mass-update-rollback.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ROLLBACK-STATUS.
               SELECT F-ROLLBACK-WORK-FILE ASSIGN TO
                 "mass-update-rollback-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-MASS-REPORT-FILE ASSIGN TO
                 "mass-update-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-MASS-CONTROL-FILE.
      *    One keyword per line. MODE (PREVIEW, COMMIT or REVERSE)
      *    and BATCH (a name for this set of changes) are required.
      *    Selection lines are ANDed together:
      *      STATE xx        COUNTRY xx       BRAND xx (HOUSE = none)
      *      ZIP from to     SIGNUP-YEAR from to
      *      ALL             (deliberately every record)
      *    and at least one field to set:
      *      SET-BRAND xx (HOUSE = none)      SET-CONTACT-PREF E/MAIL
      *      SET-DO-NOT-MAIL Y/N   SET-UNDELIVERABLE Y/N
      *      SET-SUPPRESSED Y/N
      *    A line starting * is a comment.
           01 MASS-CONTROL-RECORD.
               05 MU-KEYWORD PIC X(20).
               05 FILLER PIC X.
               05 MU-VALUE-1 PIC X(10).
               05 FILLER PIC X.
               05 MU-VALUE-2 PIC X(10).
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
           FD F-ROLLBACK-FILE.
      *    Every record a COMMIT changed, before and after, under
      *    the batch name -- what REVERSE replays to put the batch
      *    back. A batch's lines leave the file once reversed.
           01 ROLLBACK-RECORD.
               05 MR-BATCH PIC X(10).
               05 FILLER PIC X.
               05 MR-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 MR-DATE PIC X(10).
               05 FILLER PIC X.
               05 MR-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X.
               05 MR-AFTER-IMAGE PIC X(235).
           FD F-ROLLBACK-WORK-FILE.
           01 ROLLBACK-WORK-RECORD PIC X(501).
           FD F-MASS-REPORT-FILE.
           01 MASS-REPORT-LINE PIC X(100).
           FD F-RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-MASS-CONTROL-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-ROLLBACK-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-RUN-MODE PIC X(7) VALUE SPACES.
           01 WS-BATCH-NAME PIC X(10) VALUE SPACES.
           01 WS-CONTROL-ERRORS PIC 9(3) VALUE 0.
           01 WS-CRITERIA-COUNT PIC 9(3) VALUE 0.
           01 WS-SET-COUNT PIC 9(3) VALUE 0.
           01 WS-SELECT-ALL PIC 9 VALUE 0.
      *    Selection: each criterion applies only when given.
           01 WS-SEL-STATE-GIVEN PIC 9 VALUE 0.
           01 WS-SEL-STATE PIC X(02).
           01 WS-SEL-COUNTRY-GIVEN PIC 9 VALUE 0.
           01 WS-SEL-COUNTRY PIC X(02).
           01 WS-SEL-BRAND-GIVEN PIC 9 VALUE 0.
           01 WS-SEL-BRAND PIC X(02).
           01 WS-SEL-ZIP-GIVEN PIC 9 VALUE 0.
           01 WS-SEL-ZIP-FROM PIC X(05).
           01 WS-SEL-ZIP-TO PIC X(05).
           01 WS-SEL-SIGNUP-GIVEN PIC 9 VALUE 0.
           01 WS-SEL-SIGNUP-FROM PIC X(04).
           01 WS-SEL-SIGNUP-TO PIC X(04).
      *    The values to set: each applies only when given.
           01 WS-SET-BRAND-GIVEN PIC 9 VALUE 0.
           01 WS-SET-BRAND PIC X(02).
           01 WS-SET-PREF-GIVEN PIC 9 VALUE 0.
           01 WS-SET-PREF PIC X.
           01 WS-SET-DNM-GIVEN PIC 9 VALUE 0.
           01 WS-SET-DNM PIC X.
           01 WS-SET-UNDELIV-GIVEN PIC 9 VALUE 0.
           01 WS-SET-UNDELIV PIC X.
           01 WS-SET-SUPPRESS-GIVEN PIC 9 VALUE 0.
           01 WS-SET-SUPPRESS PIC X.
           01 WS-RECORD-SELECTED PIC 9.
           01 WS-RECORD-CHANGED PIC 9.
           01 WS-BATCH-ON-FILE PIC 9 VALUE 0.
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-FIELD-LABEL PIC X(16).
           01 WS-FIELD-BEFORE PIC X(02).
           01 WS-FIELD-AFTER PIC X(02).
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.
           01 WS-DECEASED-KEPT-COUNT PIC 9(7) VALUE 0.
           01 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(7) VALUE 0.
           01 WS-GONE-COUNT PIC 9(7) VALUE 0.
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
      *    Hundreds of region re-brands and vendor corrections used
      *    to be keyed one at a time through customer-maintenance.
      *    mass-update-control.dat names the records (state, ZIP
      *    range, brand, country, signup year) and the values to
      *    set. PREVIEW lists every record that would change with
      *    its before and after values and touches nothing. COMMIT
      *    applies the same changes, journals each one in the
      *    customer change journal and writes the batch's before
      *    and after images to mass-update-rollback.dat. REVERSE
      *    replays that file to put the whole batch back, record by
      *    record, leaving alone any record changed again since.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-mass-update" TO LS-PROGRAM.
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
           PERFORM LOAD-MASS-CONTROL.
           PERFORM CHECK-MASS-CONTROL.
           IF WS-CONTROL-ERRORS > 0
               DISPLAY "MASS UPDATE -- " WS-CONTROL-ERRORS
                   " CONTROL ERRORS; NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Only the runs that write take the lock; while it is held
      *    the maintenance screen queues its changes rather than
      *    racing the batch. Under the nightly window the lock
      *    already belongs to the batch driver.
           IF WS-RUN-MODE NOT = "PREVIEW"
               MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG
               ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
                   ENVIRONMENT "NIGHTLY-WINDOW"
               IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
                   PERFORM ACQUIRE-RUN-LOCK
                   IF WS-LOCK-TAKEN = 0
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF.
           IF WS-RUN-MODE = "COMMIT"
               PERFORM FIND-BATCH-ON-FILE
               IF WS-BATCH-ON-FILE = 1
                   DISPLAY "MASS UPDATE -- BATCH " WS-BATCH-NAME
                       " IS ALREADY ON mass-update-rollback.dat; "
                       "NAME THIS ONE DIFFERENTLY"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT F-MASS-REPORT-FILE.
           MOVE SPACES TO MASS-REPORT-LINE.
           STRING "CUSTOMER MASS UPDATE " WS-RUN-MODE "  BATCH "
               WS-BATCH-NAME "   (RUN " WS-CJ-RUN-DATE " "
               WS-CJ-RUN-TIME ")"
               DELIMITED BY SIZE INTO MASS-REPORT-LINE
           END-STRING.
           WRITE MASS-REPORT-LINE.
           MOVE SPACES TO MASS-REPORT-LINE.
           WRITE MASS-REPORT-LINE.
           IF WS-RUN-MODE = "REVERSE"
               PERFORM RUN-REVERSAL
           ELSE
               PERFORM RUN-SELECTION
           END-IF.
           CLOSE F-MASS-REPORT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           IF WS-RUN-MODE = "REVERSE"
               DISPLAY "MASS UPDATE SUMMARY -- REVERSE " WS-BATCH-NAME
                   " REVERSED: " WS-REVERSED-COUNT
                   " CHANGED SINCE: " WS-CONFLICT-COUNT
                   " NO LONGER ON FILE: " WS-GONE-COUNT
           ELSE
               DISPLAY "MASS UPDATE SUMMARY -- " WS-RUN-MODE " "
                   WS-BATCH-NAME
                   " READ: " WS-READ-COUNT
                   " SELECTED: " WS-SELECTED-COUNT
                   " CHANGED: " WS-CHANGED-COUNT
                   " ALREADY SO: " WS-UNCHANGED-COUNT
           END-IF.
           GOBACK.

           LOAD-MASS-CONTROL SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MASS-CONTROL-FILE.
           IF WS-MASS-CONTROL-STATUS NOT = "00"
               DISPLAY "MASS UPDATE -- NO mass-update-control.dat"
               ADD 1 TO WS-CONTROL-ERRORS
           ELSE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MASS-CONTROL-FILE
                       NOT AT END
                           PERFORM TAKE-ONE-CONTROL-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MASS-CONTROL-FILE
           END-IF.

           TAKE-ONE-CONTROL-LINE SECTION.
           IF MU-KEYWORD = SPACES OR MU-KEYWORD(1:1) = "*"
               CONTINUE
           ELSE IF MU-KEYWORD = "MODE"
               MOVE MU-VALUE-1 TO WS-RUN-MODE
           ELSE IF MU-KEYWORD = "BATCH"
               MOVE MU-VALUE-1 TO WS-BATCH-NAME
           ELSE IF MU-KEYWORD = "ALL"
               MOVE 1 TO WS-SELECT-ALL
           ELSE IF MU-KEYWORD = "STATE"
               MOVE 1 TO WS-SEL-STATE-GIVEN
               MOVE MU-VALUE-1 TO WS-SEL-STATE
               ADD 1 TO WS-CRITERIA-COUNT
           ELSE IF MU-KEYWORD = "COUNTRY"
               MOVE 1 TO WS-SEL-COUNTRY-GIVEN
               MOVE MU-VALUE-1 TO WS-SEL-COUNTRY
               ADD 1 TO WS-CRITERIA-COUNT
           ELSE IF MU-KEYWORD = "BRAND"
               MOVE 1 TO WS-SEL-BRAND-GIVEN
               IF MU-VALUE-1 = "HOUSE"
                   MOVE SPACES TO WS-SEL-BRAND
               ELSE
                   MOVE MU-VALUE-1 TO WS-SEL-BRAND
               END-IF
               ADD 1 TO WS-CRITERIA-COUNT
           ELSE IF MU-KEYWORD = "ZIP"
               MOVE 1 TO WS-SEL-ZIP-GIVEN
               MOVE MU-VALUE-1 TO WS-SEL-ZIP-FROM
               MOVE MU-VALUE-2 TO WS-SEL-ZIP-TO
               IF WS-SEL-ZIP-TO = SPACES
                   MOVE WS-SEL-ZIP-FROM TO WS-SEL-ZIP-TO
               END-IF
               ADD 1 TO WS-CRITERIA-COUNT
           ELSE IF MU-KEYWORD = "SIGNUP-YEAR"
               MOVE 1 TO WS-SEL-SIGNUP-GIVEN
               MOVE MU-VALUE-1 TO WS-SEL-SIGNUP-FROM
               MOVE MU-VALUE-2 TO WS-SEL-SIGNUP-TO
               IF WS-SEL-SIGNUP-TO = SPACES
                   MOVE WS-SEL-SIGNUP-FROM TO WS-SEL-SIGNUP-TO
               END-IF
               ADD 1 TO WS-CRITERIA-COUNT
           ELSE IF MU-KEYWORD = "SET-BRAND"
               MOVE 1 TO WS-SET-BRAND-GIVEN
               IF MU-VALUE-1 = "HOUSE"
                   MOVE SPACES TO WS-SET-BRAND
               ELSE
                   MOVE MU-VALUE-1 TO WS-SET-BRAND
               END-IF
               ADD 1 TO WS-SET-COUNT
           ELSE IF MU-KEYWORD = "SET-CONTACT-PREF"
               MOVE 1 TO WS-SET-PREF-GIVEN
               IF MU-VALUE-1 NOT = "E" AND MU-VALUE-1 NOT = "MAIL"
                   DISPLAY "MASS UPDATE -- SET-CONTACT-PREF MUST BE "
                       "E OR MAIL"
                   ADD 1 TO WS-CONTROL-ERRORS
               END-IF
               IF MU-VALUE-1 = "E"
                   MOVE "E" TO WS-SET-PREF
               ELSE
                   MOVE SPACE TO WS-SET-PREF
               END-IF
               ADD 1 TO WS-SET-COUNT
           ELSE IF MU-KEYWORD = "SET-DO-NOT-MAIL"
               MOVE 1 TO WS-SET-DNM-GIVEN
               MOVE MU-VALUE-1 TO WS-SET-DNM
               PERFORM CHECK-YES-NO-VALUE
           ELSE IF MU-KEYWORD = "SET-UNDELIVERABLE"
               MOVE 1 TO WS-SET-UNDELIV-GIVEN
               MOVE MU-VALUE-1 TO WS-SET-UNDELIV
               PERFORM CHECK-YES-NO-VALUE
           ELSE IF MU-KEYWORD = "SET-SUPPRESSED"
               MOVE 1 TO WS-SET-SUPPRESS-GIVEN
               MOVE MU-VALUE-1 TO WS-SET-SUPPRESS
               PERFORM CHECK-YES-NO-VALUE
           ELSE
               DISPLAY "MASS UPDATE -- UNKNOWN CONTROL LINE: "
                   MU-KEYWORD
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

           CHECK-YES-NO-VALUE SECTION.
           ADD 1 TO WS-SET-COUNT.
           IF MU-VALUE-1 NOT = "Y" AND MU-VALUE-1 NOT = "N"
               DISPLAY "MASS UPDATE -- " MU-KEYWORD " MUST BE Y OR N"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

           CHECK-MASS-CONTROL SECTION.
      *    A control file with no selection at all would rewrite the
      *    whole customer base; that takes an explicit ALL line.
           IF WS-RUN-MODE NOT = "PREVIEW" AND
               WS-RUN-MODE NOT = "COMMIT" AND
               WS-RUN-MODE NOT = "REVERSE"
               DISPLAY "MASS UPDATE -- MODE MUST BE PREVIEW, COMMIT "
                   "OR REVERSE"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF WS-BATCH-NAME = SPACES
               DISPLAY "MASS UPDATE -- NO BATCH NAME GIVEN"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           IF WS-RUN-MODE NOT = "REVERSE"
               IF WS-CRITERIA-COUNT = 0 AND WS-SELECT-ALL = 0
                   DISPLAY "MASS UPDATE -- NO SELECTION GIVEN; USE "
                       "ALL TO MEAN EVERY RECORD"
                   ADD 1 TO WS-CONTROL-ERRORS
               END-IF
               IF WS-SET-COUNT = 0
                   DISPLAY "MASS UPDATE -- NO FIELD TO SET GIVEN"
                   ADD 1 TO WS-CONTROL-ERRORS
               END-IF
           END-IF.

           FIND-BATCH-ON-FILE SECTION.
           MOVE 0 TO WS-BATCH-ON-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ROLLBACK-FILE.
           IF WS-ROLLBACK-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ROLLBACK-FILE
                       NOT AT END
                           IF MR-BATCH = WS-BATCH-NAME
                               MOVE 1 TO WS-BATCH-ON-FILE
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ROLLBACK-FILE
           END-IF.

           RUN-SELECTION SECTION.
           IF WS-RUN-MODE = "COMMIT"
               OPEN I-O F-CUSTOMERS-FILE
               OPEN EXTEND F-CHANGE-JOURNAL-FILE
               IF WS-CHANGE-JOURNAL-STATUS = "35"
                   OPEN OUTPUT F-CHANGE-JOURNAL-FILE
               END-IF
               OPEN EXTEND F-ROLLBACK-FILE
               IF WS-ROLLBACK-STATUS = "35"
                   OPEN OUTPUT F-ROLLBACK-FILE
               END-IF
           ELSE
               OPEN INPUT F-CUSTOMERS-FILE
           END-IF.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               DISPLAY "MASS UPDATE -- customers.dat NOT AVAILABLE, "
                   "STATUS " WS-CUSTOMERS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "  CUSTOMER  NAME                            FIELD"
                   TO MASS-REPORT-LINE
               MOVE "BEFORE  AFTER" TO MASS-REPORT-LINE(68:)
               WRITE MASS-REPORT-LINE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CUSTOMERS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SELECT-ONE-CUSTOMER
                           IF WS-RECORD-SELECTED = 1
                               ADD 1 TO WS-SELECTED-COUNT
                               PERFORM CHANGE-ONE-CUSTOMER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           IF WS-RUN-MODE = "COMMIT"
               CLOSE F-CHANGE-JOURNAL-FILE
               CLOSE F-ROLLBACK-FILE
           END-IF.
           MOVE SPACES TO MASS-REPORT-LINE.
           WRITE MASS-REPORT-LINE.
           MOVE SPACES TO MASS-REPORT-LINE.
           STRING "READ: " WS-READ-COUNT "   SELECTED: "
               WS-SELECTED-COUNT "   CHANGED: " WS-CHANGED-COUNT
               "   ALREADY SO: " WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO MASS-REPORT-LINE
           END-STRING.
           WRITE MASS-REPORT-LINE.
           IF WS-DECEASED-KEPT-COUNT > 0
               MOVE SPACES TO MASS-REPORT-LINE
               STRING "DECEASED SUPPRESSION LEFT IN PLACE ON "
                   WS-DECEASED-KEPT-COUNT " RECORDS"
                   DELIMITED BY SIZE INTO MASS-REPORT-LINE
               END-STRING
               WRITE MASS-REPORT-LINE
           END-IF.
           IF WS-RUN-MODE = "PREVIEW"
               MOVE "PREVIEW ONLY -- NOTHING WAS CHANGED. RUN AGAIN "
                   TO MASS-REPORT-LINE
               MOVE "WITH MODE COMMIT TO APPLY." TO
                   MASS-REPORT-LINE(48:)
               WRITE MASS-REPORT-LINE
           END-IF.

           SELECT-ONE-CUSTOMER SECTION.
           MOVE 1 TO WS-RECORD-SELECTED.
           IF WS-SEL-STATE-GIVEN = 1 AND
               PERSON-STATE NOT = WS-SEL-STATE
               MOVE 0 TO WS-RECORD-SELECTED
           END-IF.
           IF WS-SEL-COUNTRY-GIVEN = 1 AND
               PERSON-COUNTRY NOT = WS-SEL-COUNTRY
               MOVE 0 TO WS-RECORD-SELECTED
           END-IF.
           IF WS-SEL-BRAND-GIVEN = 1 AND
               PERSON-BRAND NOT = WS-SEL-BRAND
               MOVE 0 TO WS-RECORD-SELECTED
           END-IF.
           IF WS-SEL-ZIP-GIVEN = 1 AND
               (PERSON-ZIP(1:5) < WS-SEL-ZIP-FROM OR
                PERSON-ZIP(1:5) > WS-SEL-ZIP-TO)
               MOVE 0 TO WS-RECORD-SELECTED
           END-IF.
           IF WS-SEL-SIGNUP-GIVEN = 1 AND
               (PERSON-SIGNUP-DATE(1:4) < WS-SEL-SIGNUP-FROM OR
                PERSON-SIGNUP-DATE(1:4) > WS-SEL-SIGNUP-TO)
               MOVE 0 TO WS-RECORD-SELECTED
           END-IF.

           CHANGE-ONE-CUSTOMER SECTION.
      *    Each field that really moves gets its own report line; a
      *    record already carrying every value is counted and left
      *    alone, so it neither journals nor lands on the rollback
      *    file. A deceased suppression (D) is never cleared here.
           MOVE PERSON TO WS-CJ-BEFORE.
           MOVE 0 TO WS-RECORD-CHANGED.
           IF WS-SET-BRAND-GIVEN = 1 AND
               PERSON-BRAND NOT = WS-SET-BRAND
               MOVE "PERSON-BRAND" TO WS-FIELD-LABEL
               MOVE PERSON-BRAND TO WS-FIELD-BEFORE
               MOVE WS-SET-BRAND TO WS-FIELD-AFTER
               MOVE WS-SET-BRAND TO PERSON-BRAND
               PERFORM REPORT-ONE-FIELD
           END-IF.
           IF WS-SET-PREF-GIVEN = 1 AND
               PERSON-CONTACT-PREF NOT = WS-SET-PREF
               MOVE "CONTACT-PREF" TO WS-FIELD-LABEL
               MOVE PERSON-CONTACT-PREF TO WS-FIELD-BEFORE
               MOVE WS-SET-PREF TO WS-FIELD-AFTER
               MOVE WS-SET-PREF TO PERSON-CONTACT-PREF
               PERFORM REPORT-ONE-FIELD
           END-IF.
           IF WS-SET-DNM-GIVEN = 1 AND
               PERSON-DO-NOT-MAIL NOT = WS-SET-DNM
               MOVE "DO-NOT-MAIL" TO WS-FIELD-LABEL
               MOVE PERSON-DO-NOT-MAIL TO WS-FIELD-BEFORE
               MOVE WS-SET-DNM TO WS-FIELD-AFTER
               MOVE WS-SET-DNM TO PERSON-DO-NOT-MAIL
               PERFORM REPORT-ONE-FIELD
           END-IF.
           IF WS-SET-UNDELIV-GIVEN = 1 AND
               PERSON-UNDELIVERABLE NOT = WS-SET-UNDELIV
               MOVE "UNDELIVERABLE" TO WS-FIELD-LABEL
               MOVE PERSON-UNDELIVERABLE TO WS-FIELD-BEFORE
               MOVE WS-SET-UNDELIV TO WS-FIELD-AFTER
               MOVE WS-SET-UNDELIV TO PERSON-UNDELIVERABLE
               PERFORM REPORT-ONE-FIELD
           END-IF.
           IF WS-SET-SUPPRESS-GIVEN = 1 AND
               PERSON-SUPPRESSED NOT = WS-SET-SUPPRESS
               IF PERSON-SUPPRESSED = "D"
                   ADD 1 TO WS-DECEASED-KEPT-COUNT
               ELSE
                   MOVE "SUPPRESSED" TO WS-FIELD-LABEL
                   MOVE PERSON-SUPPRESSED TO WS-FIELD-BEFORE
                   MOVE WS-SET-SUPPRESS TO WS-FIELD-AFTER
                   MOVE WS-SET-SUPPRESS TO PERSON-SUPPRESSED
                   PERFORM REPORT-ONE-FIELD
               END-IF
           END-IF.
           IF WS-RECORD-CHANGED = 0
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               IF WS-RUN-MODE = "COMMIT"
                   PERFORM COMMIT-ONE-CUSTOMER
               END-IF
           END-IF.

           REPORT-ONE-FIELD SECTION.
           MOVE 1 TO WS-RECORD-CHANGED.
           MOVE SPACES TO MASS-REPORT-LINE.
           STRING "  " PERSON-CUSTOMER-ID "   " PERSON-NAME(1:30)
               "  " WS-FIELD-LABEL "   " WS-FIELD-BEFORE "      "
               WS-FIELD-AFTER
               DELIMITED BY SIZE INTO MASS-REPORT-LINE
           END-STRING.
           WRITE MASS-REPORT-LINE.

           COMMIT-ONE-CUSTOMER SECTION.
           REWRITE PERSON
               INVALID KEY
                   DISPLAY "MASS UPDATE -- REWRITE FAILED FOR "
                       PERSON-CUSTOMER-ID ", STATUS "
                       WS-CUSTOMERS-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO CHANGE-JOURNAL-RECORD
                   MOVE PERSON-CUSTOMER-ID TO CJ-CUSTOMER-ID
                   MOVE "customer-mass-update" TO CJ-PROGRAM
                   MOVE WS-CJ-RUN-DATE TO CJ-DATE
                   MOVE WS-CJ-RUN-TIME TO CJ-TIME
                   MOVE WS-CJ-BEFORE TO CJ-BEFORE-IMAGE
                   MOVE PERSON TO CJ-AFTER-IMAGE
                   WRITE CHANGE-JOURNAL-RECORD
                   END-WRITE
                   MOVE SPACES TO ROLLBACK-RECORD
                   MOVE WS-BATCH-NAME TO MR-BATCH
                   MOVE PERSON-CUSTOMER-ID TO MR-CUSTOMER-ID
                   MOVE WS-CJ-RUN-DATE TO MR-DATE
                   MOVE WS-CJ-BEFORE TO MR-BEFORE-IMAGE
                   MOVE PERSON TO MR-AFTER-IMAGE
                   WRITE ROLLBACK-RECORD
                   END-WRITE
           END-REWRITE.

           RUN-REVERSAL SECTION.
      *    Lines for this batch are replayed; a record that no longer
      *    matches what the batch left behind has been changed again
      *    since, and putting the old image back would undo that
      *    later change too -- it is reported and its line kept so
      *    the reversal can be finished once someone has looked.
      *    Every other batch's lines are copied through untouched.
           OPEN INPUT F-ROLLBACK-FILE.
           IF WS-ROLLBACK-STATUS NOT = "00"
               MOVE "NO mass-update-rollback.dat -- NOTHING TO REVERSE"
                   TO MASS-REPORT-LINE
               WRITE MASS-REPORT-LINE
           ELSE
               OPEN I-O F-CUSTOMERS-FILE
               OPEN EXTEND F-CHANGE-JOURNAL-FILE
               IF WS-CHANGE-JOURNAL-STATUS = "35"
                   OPEN OUTPUT F-CHANGE-JOURNAL-FILE
               END-IF
               OPEN OUTPUT F-ROLLBACK-WORK-FILE
               MOVE "  CUSTOMER  RESULT" TO MASS-REPORT-LINE
               WRITE MASS-REPORT-LINE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ROLLBACK-FILE
                       NOT AT END
                           IF MR-BATCH = WS-BATCH-NAME
                               MOVE 1 TO WS-BATCH-ON-FILE
                               PERFORM REVERSE-ONE-CUSTOMER
                           ELSE
                               MOVE ROLLBACK-RECORD TO
                                   ROLLBACK-WORK-RECORD
                               WRITE ROLLBACK-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ROLLBACK-FILE
               CLOSE F-ROLLBACK-WORK-FILE
               CLOSE F-CUSTOMERS-FILE
               CLOSE F-CHANGE-JOURNAL-FILE
               PERFORM CONSUME-REVERSED-LINES
               IF WS-BATCH-ON-FILE = 0
                   MOVE SPACES TO MASS-REPORT-LINE
                   STRING "  BATCH " WS-BATCH-NAME " IS NOT ON "
                       "mass-update-rollback.dat"
                       DELIMITED BY SIZE INTO MASS-REPORT-LINE
                   END-STRING
                   WRITE MASS-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO MASS-REPORT-LINE.
           WRITE MASS-REPORT-LINE.
           MOVE SPACES TO MASS-REPORT-LINE.
           STRING "REVERSED: " WS-REVERSED-COUNT
               "   CHANGED SINCE (KEPT FOR REVIEW): " WS-CONFLICT-COUNT
               "   NO LONGER ON FILE: " WS-GONE-COUNT
               DELIMITED BY SIZE INTO MASS-REPORT-LINE
           END-STRING.
           WRITE MASS-REPORT-LINE.

           REVERSE-ONE-CUSTOMER SECTION.
           MOVE MR-CUSTOMER-ID TO PERSON-CUSTOMER-ID.
           MOVE SPACES TO MASS-REPORT-LINE.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   ADD 1 TO WS-GONE-COUNT
                   STRING "  " MR-CUSTOMER-ID "   NO LONGER ON "
                       "customers.dat"
                       DELIMITED BY SIZE INTO MASS-REPORT-LINE
                   END-STRING
               NOT INVALID KEY
                   IF PERSON NOT = MR-AFTER-IMAGE
                       ADD 1 TO WS-CONFLICT-COUNT
                       STRING "  " MR-CUSTOMER-ID "   CHANGED SINCE "
                           "THE BATCH -- LEFT AS IS"
                           DELIMITED BY SIZE INTO MASS-REPORT-LINE
                       END-STRING
                       MOVE ROLLBACK-RECORD TO ROLLBACK-WORK-RECORD
                       WRITE ROLLBACK-WORK-RECORD
                       END-WRITE
                   ELSE
                       MOVE MR-BEFORE-IMAGE TO PERSON
                       REWRITE PERSON
                       END-REWRITE
                       ADD 1 TO WS-REVERSED-COUNT
                       STRING "  " MR-CUSTOMER-ID "   REVERSED"
                           DELIMITED BY SIZE INTO MASS-REPORT-LINE
                       END-STRING
                       MOVE SPACES TO CHANGE-JOURNAL-RECORD
                       MOVE PERSON-CUSTOMER-ID TO CJ-CUSTOMER-ID
                       MOVE "customer-mass-update" TO CJ-PROGRAM
                       MOVE WS-CJ-RUN-DATE TO CJ-DATE
                       MOVE WS-CJ-RUN-TIME TO CJ-TIME
                       MOVE MR-AFTER-IMAGE TO CJ-BEFORE-IMAGE
                       MOVE MR-BEFORE-IMAGE TO CJ-AFTER-IMAGE
                       WRITE CHANGE-JOURNAL-RECORD
                       END-WRITE
                   END-IF
           END-READ.
           WRITE MASS-REPORT-LINE.

           CONSUME-REVERSED-LINES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ROLLBACK-WORK-FILE.
           OPEN OUTPUT F-ROLLBACK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ROLLBACK-WORK-FILE
                   NOT AT END
                       MOVE ROLLBACK-WORK-RECORD TO ROLLBACK-RECORD
                       WRITE ROLLBACK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ROLLBACK-WORK-FILE.
           CLOSE F-ROLLBACK-FILE.

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
               DISPLAY "MASS UPDATE -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "customer-mass-update" TO RUN-LOCK-HOLDER
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
