       IDENTIFICATION DIVISION.
       PROGRAM-ID. crm-update-apply.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CRM-UPDATES-FILE ASSIGN TO "crm-updates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CRM-UPDATES-STATUS.
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
               SELECT F-CRM-RESPONSE-FILE ASSIGN TO
                 "crm-update-response.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CONFLICT-REPORT-FILE ASSIGN TO
                 "crm-conflict-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CRM-UPDATES-FILE.
      *    One field change per line from the CRM team: the customer,
      *    when the CRM recorded the change, which field, the value
      *    the CRM believed we held, and the value it wants. Fields
      *    are STREET, CITY, STATE, ZIP, COUNTRY, DO-NOT-MAIL (Y/N)
      *    and CONTACT-PREF (E, or blank for mail). CU-CRM-REF is
      *    the CRM's own change number, handed back on the response
      *    so they can match it up. The customer is the full
      *    customer number from crm-extract.dat, check digit and all.
           01 CRM-UPDATE-RECORD.
               05 CU-CUSTOMER-NUMBER.
                   10 CU-CUSTOMER-ID PIC X(7).
                   10 CU-CHECK-DIGIT PIC X.
               05 FILLER PIC X.
               05 CU-CRM-DATE PIC X(10).
               05 FILLER PIC X.
               05 CU-CRM-TIME PIC X(8).
               05 FILLER PIC X.
               05 CU-FIELD PIC X(12).
               05 FILLER PIC X.
               05 CU-OLD-VALUE PIC X(60).
               05 FILLER PIC X.
               05 CU-NEW-VALUE PIC X(60).
               05 FILLER PIC X.
               05 CU-CRM-REF PIC X(12).
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
           FD F-CRM-RESPONSE-FILE.
      *    Goes back to the CRM team: one line per change received,
      *    ACCEPTED, CONFLICT (our data moved on, nothing changed)
      *    or REJECTED (the line itself was unusable), with why.
           01 CRM-RESPONSE-RECORD.
               05 CR-CRM-REF PIC X(12).
               05 FILLER PIC X.
               05 CR-CUSTOMER-NUMBER PIC X(8).
               05 FILLER PIC X.
               05 CR-FIELD PIC X(12).
               05 FILLER PIC X.
               05 CR-OUTCOME PIC X(8).
               05 FILLER PIC X.
               05 CR-REASON PIC X(40).
               05 FILLER PIC X.
               05 CR-PROCESSED-DATE PIC X(10).
           FD F-CONFLICT-REPORT-FILE.
           01 CONFLICT-REPORT-LINE PIC X(100).
           FD F-RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CRM-UPDATES-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
           01 WS-CONFLICT-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
      *    Every customer the feed names, with the latest time our
      *    journal shows their record changing. Loaded before any
      *    change is applied, so this run's own changes never count
      *    against later lines of the same feed.
           01 WS-CRM-CUSTOMER-COUNT PIC 9(5) VALUE 0.
           01 WS-CRM-CUSTOMER-TABLE.
               05 WS-CRM-CUSTOMER-ENTRY OCCURS 5000 TIMES
               INDEXED BY CRM-IDX.
                   10 WS-CRM-CUSTOMER-ID PIC 9(7).
                   10 WS-CRM-LAST-CHANGE PIC X(19).
                   10 WS-CRM-LAST-PROGRAM PIC X(20).
           01 WS-CRM-FOUND PIC 9.
           01 WS-FIND-CUSTOMER-ID PIC 9(7).
           01 WS-EARLIEST-CRM-DATE PIC X(10).
           01 WS-CRM-STAMP PIC X(19).
           01 WS-JOURNAL-STAMP PIC X(19).
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-OUTCOME PIC X(8).
           01 WS-REASON PIC X(40).
           01 WS-CURRENT-VALUE PIC X(60).
           01 WS-FIELD-KNOWN PIC 9.
           01 WS-NEW-VALUE-OK PIC 9.
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
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
      *    Crm-extract sends customers.dat out; this takes the CRM
      *    team's preference and address corrections back in. A
      *    change is applied only when nothing has moved under it:
      *    the value the CRM thought was the old one must be what we
      *    hold, and the change journal must show no change to the
      *    record after the CRM's timestamp. Anything else is a
      *    conflict -- listed on crm-conflict-report.txt for a
      *    person to settle, never written over our data. Applied
      *    changes are journaled as usual, every line is answered on
      *    crm-update-response.dat, and the feed is emptied once
      *    read, the way a consumed feed should be.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "crm-update-apply" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
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
           OPEN INPUT F-CRM-UPDATES-FILE.
           IF WS-CRM-UPDATES-STATUS NOT = "00"
               DISPLAY "CRM UPDATE -- NO crm-updates.dat TO PROCESS"
               GOBACK
           END-IF.
           CLOSE F-CRM-UPDATES-FILE.
      *    The run rewrites customers.dat, so a daytime run takes the
      *    run lock and the maintenance screens queue behind it;
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
               DISPLAY "CRM UPDATE -- customers.dat NOT AVAILABLE"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-FEED-CUSTOMERS.
           PERFORM LOAD-LAST-CHANGES.
           OPEN EXTEND F-CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-CHANGE-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT F-CRM-RESPONSE-FILE.
           OPEN OUTPUT F-CONFLICT-REPORT-FILE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "CRM UPDATE CONFLICTS   (RUN " WS-CJ-RUN-DATE " "
               WS-CJ-RUN-TIME ")"
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CRM-UPDATES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CRM-UPDATES-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-CRM-UPDATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CRM-UPDATES-FILE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           WRITE CONFLICT-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "CHANGES RECEIVED: " WS-READ-COUNT
               "  ACCEPTED: " WS-ACCEPTED-COUNT
               "  CONFLICTS: " WS-CONFLICT-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           CLOSE F-CONFLICT-REPORT-FILE.
           CLOSE F-CRM-RESPONSE-FILE.
           CLOSE F-CHANGE-JOURNAL-FILE.
           CLOSE F-CUSTOMERS-FILE.
           OPEN OUTPUT F-CRM-UPDATES-FILE.
           CLOSE F-CRM-UPDATES-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "CRM UPDATE SUMMARY -- READ: " WS-READ-COUNT
               " ACCEPTED: " WS-ACCEPTED-COUNT
               " CONFLICTS: " WS-CONFLICT-COUNT
               " REJECTED: " WS-REJECTED-COUNT.
           GOBACK.

           LOAD-FEED-CUSTOMERS SECTION.
      *    First pass over the feed: the distinct customers, and the
      *    earliest CRM date, below which no journal line matters.
           MOVE HIGH-VALUES TO WS-EARLIEST-CRM-DATE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CRM-UPDATES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CRM-UPDATES-FILE
                   NOT AT END
                       IF CU-CUSTOMER-ID IS NUMERIC
                           PERFORM KEEP-ONE-FEED-CUSTOMER
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CRM-UPDATES-FILE.

           KEEP-ONE-FEED-CUSTOMER SECTION.
           IF CU-CRM-DATE < WS-EARLIEST-CRM-DATE
               MOVE CU-CRM-DATE TO WS-EARLIEST-CRM-DATE
           END-IF.
           MOVE CU-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID.
           PERFORM FIND-FEED-CUSTOMER.
           IF WS-CRM-FOUND = 0
               IF WS-CRM-CUSTOMER-COUNT >= 5000
                   DISPLAY "CRM UPDATE -- WARNING: MORE THAN 5000 "
                       "CUSTOMERS IN ONE FEED; THE REST ARE RETURNED "
                       "AS CONFLICTS"
               ELSE
                   ADD 1 TO WS-CRM-CUSTOMER-COUNT
                   SET CRM-IDX TO WS-CRM-CUSTOMER-COUNT
                   MOVE CU-CUSTOMER-ID TO
                       WS-CRM-CUSTOMER-ID(CRM-IDX)
                   MOVE SPACES TO WS-CRM-LAST-CHANGE(CRM-IDX)
                   MOVE SPACES TO WS-CRM-LAST-PROGRAM(CRM-IDX)
               END-IF
           END-IF.

           FIND-FEED-CUSTOMER SECTION.
           MOVE 0 TO WS-CRM-FOUND.
           SET CRM-IDX TO 1.
           PERFORM UNTIL WS-CRM-FOUND = 1 OR
               CRM-IDX > WS-CRM-CUSTOMER-COUNT
               IF WS-CRM-CUSTOMER-ID(CRM-IDX) = WS-FIND-CUSTOMER-ID
                   MOVE 1 TO WS-CRM-FOUND
               ELSE
                   SET CRM-IDX UP BY 1
               END-IF
           END-PERFORM.

           LOAD-LAST-CHANGES SECTION.
      *    One pass over the journal for the latest change to each
      *    feed customer. Lines written by this program are passed
      *    over: those changes came from the CRM, which already knows
      *    about them.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHANGE-JOURNAL-FILE
                       NOT AT END
                           IF CJ-DATE NOT < WS-EARLIEST-CRM-DATE AND
                               CJ-PROGRAM NOT = "crm-update-apply"
                               PERFORM NOTE-ONE-JOURNAL-CHANGE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHANGE-JOURNAL-FILE
           END-IF.

           NOTE-ONE-JOURNAL-CHANGE SECTION.
           MOVE CJ-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID.
           PERFORM FIND-FEED-CUSTOMER.
           IF WS-CRM-FOUND = 1
               MOVE SPACES TO WS-JOURNAL-STAMP
               STRING CJ-DATE " " CJ-TIME
                   DELIMITED BY SIZE INTO WS-JOURNAL-STAMP
               END-STRING
               IF WS-JOURNAL-STAMP > WS-CRM-LAST-CHANGE(CRM-IDX)
                   MOVE WS-JOURNAL-STAMP TO
                       WS-CRM-LAST-CHANGE(CRM-IDX)
                   MOVE CJ-PROGRAM TO WS-CRM-LAST-PROGRAM(CRM-IDX)
               END-IF
           END-IF.

           PROCESS-ONE-CRM-UPDATE SECTION.
           MOVE SPACES TO WS-OUTCOME.
           MOVE SPACES TO WS-REASON.
           PERFORM CHECK-CRM-LINE.
           IF WS-OUTCOME = SPACES
               MOVE CU-CUSTOMER-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       MOVE "REJECTED" TO WS-OUTCOME
                       MOVE "No customer with that ID" TO WS-REASON
               END-READ
           END-IF.
           IF WS-OUTCOME = SPACES
               PERFORM CHECK-FOR-CONFLICT
           END-IF.
           IF WS-OUTCOME = SPACES
               PERFORM APPLY-CRM-CHANGE
           END-IF.
           IF WS-OUTCOME = "ACCEPTED"
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE IF WS-OUTCOME = "CONFLICT"
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM WRITE-CONFLICT-LINES
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE SPACES TO CRM-RESPONSE-RECORD.
           MOVE CU-CRM-REF TO CR-CRM-REF.
           MOVE CU-CUSTOMER-NUMBER TO CR-CUSTOMER-NUMBER.
           MOVE CU-FIELD TO CR-FIELD.
           MOVE WS-OUTCOME TO CR-OUTCOME.
           MOVE WS-REASON TO CR-REASON.
           MOVE WS-CJ-RUN-DATE TO CR-PROCESSED-DATE.
           WRITE CRM-RESPONSE-RECORD
           END-WRITE.

           CHECK-CRM-LINE SECTION.
      *    The line has to make sense on its own before it is
      *    compared with anything of ours.
           MOVE 1 TO WS-FIELD-KNOWN.
           MOVE 1 TO WS-NEW-VALUE-OK.
           IF CU-FIELD = "STREET" OR CU-FIELD = "CITY" OR
               CU-FIELD = "STATE" OR CU-FIELD = "ZIP" OR
               CU-FIELD = "COUNTRY"
               IF CU-NEW-VALUE = SPACES AND CU-FIELD NOT = "COUNTRY"
                   MOVE 0 TO WS-NEW-VALUE-OK
               END-IF
           ELSE IF CU-FIELD = "DO-NOT-MAIL"
               IF CU-NEW-VALUE NOT = "Y" AND CU-NEW-VALUE NOT = "N"
                   MOVE 0 TO WS-NEW-VALUE-OK
               END-IF
           ELSE IF CU-FIELD = "CONTACT-PREF"
               IF CU-NEW-VALUE NOT = "E" AND CU-NEW-VALUE NOT = SPACES
                   MOVE 0 TO WS-NEW-VALUE-OK
               END-IF
           ELSE
               MOVE 0 TO WS-FIELD-KNOWN
           END-IF.
           MOVE "N" TO DS-RESULT-FLAG.
           IF CU-CRM-DATE(1:4) IS NUMERIC AND
               CU-CRM-DATE(6:2) IS NUMERIC AND
               CU-CRM-DATE(9:2) IS NUMERIC
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE CU-CRM-DATE(1:4) TO DS-YEAR
               MOVE CU-CRM-DATE(6:2) TO DS-MONTH
               MOVE CU-CRM-DATE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
           END-IF.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE CU-CUSTOMER-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT NOT = "V"
               MOVE "REJECTED" TO WS-OUTCOME
               MOVE IC-MESSAGE TO WS-REASON
           ELSE IF WS-FIELD-KNOWN = 0
               MOVE "REJECTED" TO WS-OUTCOME
               MOVE "Field not one the CRM may change" TO WS-REASON
           ELSE IF WS-NEW-VALUE-OK = 0
               MOVE "REJECTED" TO WS-OUTCOME
               MOVE "New value not allowed for field" TO WS-REASON
           ELSE IF DS-RESULT-FLAG NOT = "Y"
               MOVE "REJECTED" TO WS-OUTCOME
               MOVE "CRM timestamp date invalid" TO WS-REASON
           END-IF.

           CHECK-FOR-CONFLICT SECTION.
      *    A blank CRM time is taken as the start of its day, which
      *    can only find more conflicts, never fewer.
           MOVE CU-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID.
           PERFORM FIND-FEED-CUSTOMER.
           MOVE SPACES TO WS-CRM-STAMP.
           IF CU-CRM-TIME = SPACES
               STRING CU-CRM-DATE " 00:00:00"
                   DELIMITED BY SIZE INTO WS-CRM-STAMP
               END-STRING
           ELSE
               STRING CU-CRM-DATE " " CU-CRM-TIME
                   DELIMITED BY SIZE INTO WS-CRM-STAMP
               END-STRING
           END-IF.
           PERFORM PICK-CURRENT-VALUE.
           IF WS-CRM-FOUND = 0
               MOVE "CONFLICT" TO WS-OUTCOME
               MOVE "Not checked -- feed too large; resend" TO
                   WS-REASON
           ELSE IF WS-CRM-LAST-CHANGE(CRM-IDX) > WS-CRM-STAMP
               MOVE "CONFLICT" TO WS-OUTCOME
               STRING "Changed " DELIMITED BY SIZE
                   WS-CRM-LAST-CHANGE(CRM-IDX) DELIMITED BY SIZE
                   " after CRM" DELIMITED BY SIZE
                   INTO WS-REASON
               END-STRING
           ELSE IF CU-OLD-VALUE NOT = WS-CURRENT-VALUE
               MOVE "CONFLICT" TO WS-OUTCOME
               MOVE "Old value is not what we hold" TO WS-REASON
           END-IF.

           PICK-CURRENT-VALUE SECTION.
           MOVE SPACES TO WS-CURRENT-VALUE.
           IF CU-FIELD = "STREET"
               MOVE PERSON-STREET TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "CITY"
               MOVE PERSON-CITY TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "STATE"
               MOVE PERSON-STATE TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "ZIP"
               MOVE PERSON-ZIP TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "COUNTRY"
               MOVE PERSON-COUNTRY TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "DO-NOT-MAIL"
               MOVE PERSON-DO-NOT-MAIL TO WS-CURRENT-VALUE
           ELSE IF CU-FIELD = "CONTACT-PREF"
               MOVE PERSON-CONTACT-PREF TO WS-CURRENT-VALUE
           END-IF.

           APPLY-CRM-CHANGE SECTION.
           MOVE PERSON TO WS-CJ-BEFORE.
           IF CU-FIELD = "STREET"
               MOVE CU-NEW-VALUE TO PERSON-STREET
           ELSE IF CU-FIELD = "CITY"
               MOVE CU-NEW-VALUE TO PERSON-CITY
           ELSE IF CU-FIELD = "STATE"
               MOVE CU-NEW-VALUE TO PERSON-STATE
           ELSE IF CU-FIELD = "ZIP"
               MOVE CU-NEW-VALUE TO PERSON-ZIP
           ELSE IF CU-FIELD = "COUNTRY"
               MOVE CU-NEW-VALUE TO PERSON-COUNTRY
           ELSE IF CU-FIELD = "DO-NOT-MAIL"
               MOVE CU-NEW-VALUE TO PERSON-DO-NOT-MAIL
           ELSE IF CU-FIELD = "CONTACT-PREF"
               MOVE CU-NEW-VALUE TO PERSON-CONTACT-PREF
           END-IF.
           REWRITE PERSON
               INVALID KEY
                   MOVE "REJECTED" TO WS-OUTCOME
                   MOVE "Rewrite failed -- resend" TO WS-REASON
               NOT INVALID KEY
                   MOVE "ACCEPTED" TO WS-OUTCOME
                   MOVE SPACES TO CHANGE-JOURNAL-RECORD
                   MOVE PERSON-CUSTOMER-ID TO CJ-CUSTOMER-ID
                   MOVE "crm-update-apply" TO CJ-PROGRAM
                   MOVE WS-CJ-RUN-DATE TO CJ-DATE
                   MOVE WS-CJ-RUN-TIME TO CJ-TIME
                   MOVE WS-CJ-BEFORE TO CJ-BEFORE-IMAGE
                   MOVE PERSON TO CJ-AFTER-IMAGE
                   WRITE CHANGE-JOURNAL-RECORD
                   END-WRITE
           END-REWRITE.

           WRITE-CONFLICT-LINES SECTION.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING CU-CUSTOMER-NUMBER " " CU-FIELD "  CRM REF "
               CU-CRM-REF "  CRM TIME " CU-CRM-DATE " " CU-CRM-TIME
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "    " WS-REASON
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           IF WS-CRM-FOUND = 1 AND
               WS-CRM-LAST-PROGRAM(CRM-IDX) NOT = SPACES
               MOVE SPACES TO CONFLICT-REPORT-LINE
               STRING "    LAST CHANGED HERE BY "
                   WS-CRM-LAST-PROGRAM(CRM-IDX)
                   DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
               END-STRING
               WRITE CONFLICT-REPORT-LINE
           END-IF.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "    CRM THOUGHT: " CU-OLD-VALUE
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "    WE HOLD:     " WS-CURRENT-VALUE
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.
           MOVE SPACES TO CONFLICT-REPORT-LINE.
           STRING "    CRM WANTS:   " CU-NEW-VALUE
               DELIMITED BY SIZE INTO CONFLICT-REPORT-LINE
           END-STRING.
           WRITE CONFLICT-REPORT-LINE.

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
               DISPLAY "CRM UPDATE -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "crm-update-apply" TO RUN-LOCK-HOLDER
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
