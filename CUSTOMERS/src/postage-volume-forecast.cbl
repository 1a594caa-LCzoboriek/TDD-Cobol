               SELECT F-FORECAST-REPORT-FILE ASSIGN TO
                 "postage-forecast-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-VOLUME-FORECAST-FILE ASSIGN TO
                 "volume-forecast.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
                   88 PERSON-ADDRESS-UNDELIVERABLE VALUE "Y".
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 PERSON-CONTACT-PREF PIC X.
                   88 PERSON-PREFERS-EMAIL VALUE "E".
               05 FILLER PIC X(02).
               05 TAX-CONTROL-AGE PIC 99.
           FD F-FORECAST-REPORT-FILE.
           01 FORECAST-REPORT-LINE PIC X(120).
           FD F-VOLUME-FORECAST-FILE.
      *    The same forecast in a form a program can read: one line
      *    per card type per month, with the pieces the filterer
      *    should expect to stage on any one mailing day of it. A
      *    tax-day month mails all at once on the trigger date, so
      *    its daily share is the whole month; every other type
      *    spreads evenly over the month's days.
           01 VOLUME-FORECAST-RECORD.
               05 VF-MONTH PIC X(7).
               05 FILLER PIC X VALUE SPACE.
               05 VF-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 VF-MONTH-PIECES PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VF-DAILY-PIECES PIC 9(7).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-SLOT-PIECES PIC 9(7).
           01 WS-EDIT-PIECES PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-DOLLARS PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DAYS-IN-MONTH PIC 99.
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
      *    The budget-season companion to postage-cost-report: that
      *    one prices what already went out, this one projects the
      *    combined-card month prices here as its birthday piece,
      *    which overstates tax-day slightly and keeps the forecast
      *    conservative.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "postage-volume-forecast" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           PERFORM SET-UP-FORECAST-SLOTS.
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           PERFORM WRITE-FORECAST-REPORT.
           PERFORM WRITE-VOLUME-FORECAST.
           DISPLAY "POSTAGE FORECAST SUMMARY -- CUSTOMERS READ: "
               WS-READ-COUNT
               " E-CARD CHANNEL (NO POSTAGE): " WS-ECARD-SKIP-COUNT.

           FORECAST-ONE-CUSTOMER SECTION.
           IF PERSON-OPTED-OUT OR PERSON-ADDRESS-UNDELIVERABLE OR
               PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
               CONTINUE
           ELSE IF PERSON-PREFERS-EMAIL
               ADD 1 TO WS-ECARD-SKIP-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE(52:)
           END-STRING.
           WRITE FORECAST-REPORT-LINE.

           WRITE-VOLUME-FORECAST SECTION.
      *    Rewritten every run, so the filterer's volume gate always
      *    compares against the latest projection.
           OPEN OUTPUT F-VOLUME-FORECAST-FILE.
           MOVE 1 TO WS-SLOT-NOW.
           PERFORM UNTIL WS-SLOT-NOW > 12
               SET SLOT-IDX TO WS-SLOT-NOW
               PERFORM SET-DAYS-IN-SLOT-MONTH
               SET TYPE-IDX TO 1
               PERFORM UNTIL TYPE-IDX > 5
                   MOVE SPACES TO VOLUME-FORECAST-RECORD
                   STRING WS-SLOT-YEAR(SLOT-IDX) "-"
                       WS-SLOT-MONTH(SLOT-IDX)
                       DELIMITED BY SIZE INTO VF-MONTH
                   END-STRING
                   MOVE WS-FC-CARD-TYPE(TYPE-IDX) TO VF-CARD-TYPE
                   COMPUTE VF-MONTH-PIECES =
                       WS-FC-DOM-PIECES(TYPE-IDX, SLOT-IDX) +
                       WS-FC-INT-PIECES(TYPE-IDX, SLOT-IDX)
                   IF WS-FC-CARD-TYPE(TYPE-IDX) = "TAX-DAY"
                       MOVE VF-MONTH-PIECES TO VF-DAILY-PIECES
                   ELSE
                       COMPUTE VF-DAILY-PIECES ROUNDED =
                           VF-MONTH-PIECES / WS-DAYS-IN-MONTH
                   END-IF
                   WRITE VOLUME-FORECAST-RECORD
                   SET TYPE-IDX UP BY 1
               END-PERFORM
               ADD 1 TO WS-SLOT-NOW
           END-PERFORM.
           CLOSE F-VOLUME-FORECAST-FILE.

           SET-DAYS-IN-SLOT-MONTH SECTION.
           EVALUATE WS-SLOT-MONTH(SLOT-IDX)
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-SLOT-YEAR(SLOT-IDX), 4) = 0 AND
                       (FUNCTION MOD(WS-SLOT-YEAR(SLOT-IDX), 100)
                        NOT = 0 OR
                        FUNCTION MOD(WS-SLOT-YEAR(SLOT-IDX), 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
