       IDENTIFICATION DIVISION.
       PROGRAM-ID. referral-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-REFERRAL-LEDGER-FILE ASSIGN TO
                 "referral-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-LEDGER-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-REFERRAL-REPORT-FILE ASSIGN TO
                 "referral-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-REFERRAL-LEDGER-FILE.
           01 REFERRAL-LEDGER-RECORD.
               05 REFERRAL-REFERRER-ID PIC 9(7).
               05 FILLER PIC X.
               05 REFERRAL-REFERRED-ID PIC 9(7).
               05 FILLER PIC X.
               05 REFERRAL-DATE PIC X(10).
               05 FILLER PIC X.
               05 REFERRAL-CARD-FLAG PIC X.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-ADDRESS PIC X(100).
               05 PERSON-COUNTRY PIC X(02).
               05 PERSON-BIRTHDAY PIC X(10).
               05 PERSON-SIGNUP-DATE PIC X(10).
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-DO-NOT-MAIL PIC X.
                   88 PERSON-OPTED-OUT VALUE "Y".
               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 PERSON-CONTACT-PREF PIC X.
               05 PERSON-BRAND PIC X(02).
           FD F-REFERRAL-REPORT-FILE.
           01 REFERRAL-REPORT-LINE PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REFERRAL-LEDGER-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMERS-OPEN PIC 9 VALUE 0.
           01 WS-LEDGER-COUNT PIC 9(7) VALUE 0.
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-REPORT-YEAR PIC 9(4).
           01 WS-REPORT-MONTH PIC 99.
      *    The month being reported, as it reads at the front of a
      *    ledger date, and the date a referral has to be on or
      *    before to have had its full year.
           01 WS-REPORT-PERIOD.
               05 WS-PERIOD-YEAR PIC 9(4).
               05 FILLER PIC X VALUE "-".
               05 WS-PERIOD-MONTH PIC 99.
           01 WS-YEAR-AGO-DATE.
               05 WS-YEAR-AGO-YEAR PIC 9(4).
               05 WS-YEAR-AGO-REST PIC X(6).
      *    One cell per referrer seen on the ledger, in ledger order;
      *    past the table the run warns and the late referrers are
      *    left out of the ranking.
           01 WS-REFERRER-COUNT PIC 9(4) VALUE 0.
           01 WS-REFERRER-TABLE.
               05 WS-REFERRER OCCURS 1000 TIMES
               INDEXED BY REF-IDX.
                   10 WS-REF-ID PIC 9(7).
                   10 WS-REF-MONTH-COUNT PIC 9(5).
                   10 WS-REF-TOTAL-COUNT PIC 9(5).
                   10 WS-REF-YEAR-COUNT PIC 9(5).
                   10 WS-REF-ACTIVE-COUNT PIC 9(5).
                   10 WS-REF-USED PIC X.
           01 WS-REF-FOUND PIC 9.
           01 WS-TABLE-FULL PIC 9 VALUE 0.
           01 WS-MONTH-TOTAL PIC 9(7) VALUE 0.
           01 WS-YEAR-TOTAL PIC 9(7) VALUE 0.
           01 WS-ACTIVE-TOTAL PIC 9(7) VALUE 0.
           01 WS-ACTIVE-PERCENT PIC 999.
           01 WS-RANK PIC 9(4).
           01 WS-BEST-IDX PIC 9(4).
           01 WS-BEST-MONTH PIC 9(5).
           01 WS-BEST-TOTAL PIC 9(5).
           01 WS-REFERRER-NAME PIC X(40).
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
      *    Marketing's monthly look at the referral program: every
      *    referrer on referral-ledger.dat, ranked by the referrals
      *    they brought in last month (all-time count breaking
      *    ties), with how many of their referrals are a year or
      *    more old and how many of those are still active
      *    customers -- on file, not opted out, not suppressed and
      *    not deceased. Run early in the month, it reports the
      *    month just ended.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "referral-report" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-TODAY-MONTH - 1
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-PERIOD-YEAR.
           MOVE WS-REPORT-MONTH TO WS-PERIOD-MONTH.
           COMPUTE WS-YEAR-AGO-YEAR = WS-TODAY-YEAR - 1.
           STRING "-" FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-YEAR-AGO-REST
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REFERRAL-LEDGER-FILE.
           IF WS-REFERRAL-LEDGER-STATUS NOT = "00"
               DISPLAY "REFERRAL REPORT -- NO referral-ledger.dat TO "
                   "REPORT ON"
               GOBACK
           END-IF.
           MOVE 0 TO WS-CUSTOMERS-OPEN.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 1 TO WS-CUSTOMERS-OPEN
           ELSE
               DISPLAY "REFERRAL REPORT -- customers.dat NOT "
                   "AVAILABLE; NO REFERRAL COUNTS AS ACTIVE"
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REFERRAL-LEDGER-FILE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-COUNT
                       PERFORM TALLY-ONE-REFERRAL
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-REFERRAL-LEDGER-FILE.
           PERFORM WRITE-REFERRAL-REPORT.
           IF WS-CUSTOMERS-OPEN = 1
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           DISPLAY "REFERRAL REPORT SUMMARY -- LEDGER LINES: "
               WS-LEDGER-COUNT
               " REFERRERS: " WS-REFERRER-COUNT
               " REFERRALS IN " WS-REPORT-PERIOD ": " WS-MONTH-TOTAL
               " A YEAR OLD: " WS-YEAR-TOTAL
               " STILL ACTIVE: " WS-ACTIVE-TOTAL.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- REFERRER TABLE FULL: SOME "
                   "REFERRERS WERE NOT TALLIED"
           END-IF.
           GOBACK.

           TALLY-ONE-REFERRAL SECTION.
           MOVE 0 TO WS-REF-FOUND.
           SET REF-IDX TO 1.
           PERFORM UNTIL WS-REF-FOUND = 1 OR
               REF-IDX > WS-REFERRER-COUNT
               IF WS-REF-ID(REF-IDX) = REFERRAL-REFERRER-ID
                   MOVE 1 TO WS-REF-FOUND
               ELSE
                   SET REF-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-REF-FOUND = 0
               IF WS-REFERRER-COUNT < 1000
                   ADD 1 TO WS-REFERRER-COUNT
                   SET REF-IDX TO WS-REFERRER-COUNT
                   MOVE REFERRAL-REFERRER-ID TO WS-REF-ID(REF-IDX)
                   MOVE 0 TO WS-REF-MONTH-COUNT(REF-IDX)
                   MOVE 0 TO WS-REF-TOTAL-COUNT(REF-IDX)
                   MOVE 0 TO WS-REF-YEAR-COUNT(REF-IDX)
                   MOVE 0 TO WS-REF-ACTIVE-COUNT(REF-IDX)
                   MOVE "N" TO WS-REF-USED(REF-IDX)
                   MOVE 1 TO WS-REF-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-REF-FOUND = 1
               ADD 1 TO WS-REF-TOTAL-COUNT(REF-IDX)
               IF REFERRAL-DATE(1:7) = WS-REPORT-PERIOD
                   ADD 1 TO WS-REF-MONTH-COUNT(REF-IDX)
                   ADD 1 TO WS-MONTH-TOTAL
               END-IF
               IF REFERRAL-DATE <= WS-YEAR-AGO-DATE
                   ADD 1 TO WS-REF-YEAR-COUNT(REF-IDX)
                   ADD 1 TO WS-YEAR-TOTAL
                   PERFORM CHECK-REFERRED-ACTIVE
               END-IF
           END-IF.

           CHECK-REFERRED-ACTIVE SECTION.
      *    A referred customer archived, purged or merged away is
      *    off the master file and no longer counts.
           IF WS-CUSTOMERS-OPEN = 1
               MOVE REFERRAL-REFERRED-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PERSON-OPTED-OUT AND
                           NOT PERSON-IS-SUPPRESSED AND
                           NOT PERSON-IS-DECEASED
                           ADD 1 TO WS-REF-ACTIVE-COUNT(REF-IDX)
                           ADD 1 TO WS-ACTIVE-TOTAL
                       END-IF
               END-READ
           END-IF.

           WRITE-REFERRAL-REPORT SECTION.
           OPEN OUTPUT F-REFERRAL-REPORT-FILE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING "REFERRAL PROGRAM REPORT FOR " WS-REPORT-PERIOD
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING "REFERRALS THIS MONTH: " WS-MONTH-TOTAL
               "   REFERRERS ON LEDGER: " WS-REFERRER-COUNT
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           IF WS-YEAR-TOTAL > 0
               COMPUTE WS-ACTIVE-PERCENT ROUNDED =
                   WS-ACTIVE-TOTAL * 100 / WS-YEAR-TOTAL
           ELSE
               MOVE 0 TO WS-ACTIVE-PERCENT
           END-IF.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING "REFERRED A YEAR OR MORE AGO: " WS-YEAR-TOTAL
               "   STILL ACTIVE: " WS-ACTIVE-TOTAL
               " (" WS-ACTIVE-PERCENT "%)"
               DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE "RANK ID      REFERRER NAME" TO REFERRAL-REPORT-LINE.
           MOVE "MONTH TOTAL  1YR+ ACTIVE" TO
               REFERRAL-REPORT-LINE(62:).
           WRITE REFERRAL-REPORT-LINE.
           MOVE 1 TO WS-RANK.
           PERFORM UNTIL WS-RANK > WS-REFERRER-COUNT
               PERFORM WRITE-ONE-RANKED-REFERRER
               ADD 1 TO WS-RANK
           END-PERFORM.
           CLOSE F-REFERRAL-REPORT-FILE.

           WRITE-ONE-RANKED-REFERRER SECTION.
      *    Repeated max-scan over the referrer cells, marking each
      *    winner used -- the same ranking the audit trend report
      *    does for its busiest days, without a sort step.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-BEST-MONTH.
           MOVE 0 TO WS-BEST-TOTAL.
           SET REF-IDX TO 1.
           PERFORM UNTIL REF-IDX > WS-REFERRER-COUNT
               IF WS-REF-USED(REF-IDX) = "N"
                   IF WS-BEST-IDX = 0 OR
                       WS-REF-MONTH-COUNT(REF-IDX) > WS-BEST-MONTH OR
                       (WS-REF-MONTH-COUNT(REF-IDX) = WS-BEST-MONTH
                       AND WS-REF-TOTAL-COUNT(REF-IDX) >
                       WS-BEST-TOTAL)
                       SET WS-BEST-IDX TO REF-IDX
                       MOVE WS-REF-MONTH-COUNT(REF-IDX) TO
                           WS-BEST-MONTH
                       MOVE WS-REF-TOTAL-COUNT(REF-IDX) TO
                           WS-BEST-TOTAL
                   END-IF
               END-IF
               SET REF-IDX UP BY 1
           END-PERFORM.
           IF WS-BEST-IDX > 0
               SET REF-IDX TO WS-BEST-IDX
               MOVE "Y" TO WS-REF-USED(REF-IDX)
               MOVE "(not on customer file)" TO WS-REFERRER-NAME
               IF WS-CUSTOMERS-OPEN = 1
                   MOVE WS-REF-ID(REF-IDX) TO PERSON-CUSTOMER-ID
                   READ F-CUSTOMERS-FILE
                       NOT INVALID KEY
                           MOVE PERSON-NAME TO WS-REFERRER-NAME
                   END-READ
               END-IF
               MOVE SPACES TO REFERRAL-REPORT-LINE
               STRING WS-RANK " " WS-REF-ID(REF-IDX) " "
                   WS-REFERRER-NAME
                   DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE
               END-STRING
               STRING WS-REF-MONTH-COUNT(REF-IDX) " "
                   WS-REF-TOTAL-COUNT(REF-IDX) " "
                   WS-REF-YEAR-COUNT(REF-IDX) " "
                   WS-REF-ACTIVE-COUNT(REF-IDX)
                   DELIMITED BY SIZE INTO REFERRAL-REPORT-LINE(62:)
               END-STRING
               WRITE REFERRAL-REPORT-LINE
               END-WRITE
           END-IF.
