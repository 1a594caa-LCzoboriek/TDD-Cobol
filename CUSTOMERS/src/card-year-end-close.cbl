       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-year-end-close.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PERIOD-END-FILE ASSIGN TO
                 "period-end-calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PERIOD-END-STATUS.
               SELECT F-REGISTER-FILE ASSIGN TO
                 "card-year-end-register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGISTER-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-CLOSED-AUDIT-FILE ASSIGN TO
                 WS-CLOSED-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CLOSED-AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS CLOSED-AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CLOSED-AUDIT-STATUS.
               SELECT F-SERIAL-CONTROL-FILE ASSIGN TO
                 "card-serial-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SERIAL-CONTROL-STATUS.
               SELECT F-MANIFEST-FILE ASSIGN TO
                 "card-batch-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT F-RATES-FILE ASSIGN TO "postage-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-COUNTRY-FILE ASSIGN TO "country-codes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-COUNTRY-STATUS.
               SELECT F-REDEMPTIONS-FILE ASSIGN TO
                 "offer-redemptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REDEMPTIONS-STATUS.
               SELECT F-OFFERS-FILE ASSIGN TO "campaign-offers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OFFERS-STATUS.
               SELECT F-OFFERS-WORK-FILE ASSIGN TO
                 "campaign-offers-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-STATS-FILE ASSIGN TO
                 "card-year-end-stats.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STATS-STATUS.
               SELECT F-CLOSE-REPORT-FILE ASSIGN TO
                 WS-CLOSE-REPORT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-PERIOD-END-FILE.
      *    The period-end calendar: one line per close, the day it
      *    becomes due and the year it closes. YEAREND is the only
      *    period kind so far.
           01 PERIOD-END-RECORD.
               05 PERIOD-END-DATE PIC X(10).
               05 FILLER PIC X.
               05 PERIOD-END-KIND PIC X(7).
               05 FILLER PIC X.
               05 PERIOD-END-YEAR PIC 9(4).
           FD F-REGISTER-FILE.
      *    One line per closed year -- what a second run for the
      *    same year is refused against.
           01 REGISTER-RECORD.
               05 REGISTER-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-CLOSED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-CLOSED-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-AUDIT-ROWS PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-OFFERS-EXPIRED PIC 9(7).
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
           FD F-CLOSED-AUDIT-FILE.
      *    card-audit-<year>.dat: the closed year's trail, keyed
      *    exactly as card-audit.dat is.
           01 CLOSED-AUDIT-RECORD.
               05 CLOSED-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 CLOSED-AUDIT-SERIAL PIC 9(9).
           FD F-SERIAL-CONTROL-FILE.
           01 SERIAL-CONTROL-RECORD.
               05 SERIAL-CONTROL-NEXT PIC 9(9).
           FD F-MANIFEST-FILE.
           01 MANIFEST-RECORD.
               05 MANIFEST-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 MANIFEST-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 MANIFEST-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 MANIFEST-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 MANIFEST-CHECKSUM PIC 9(9).
               05 FILLER PIC X.
               05 MANIFEST-HOUSEHOLD-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 MANIFEST-VENDOR-CODE PIC X(4).
               05 FILLER PIC X.
               05 MANIFEST-BRAND PIC X(2).
           FD F-RATES-FILE.
           01 RATE-RECORD.
               05 RATE-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 RATE-DOMESTIC PIC 9(3)V99.
               05 FILLER PIC X.
               05 RATE-INTERNATIONAL PIC 9(3)V99.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-ADDRESS PIC X(100).
               05 PERSON-COUNTRY PIC X(02).
                   88 PERSON-IS-MEXICO VALUE "MX".
               05 FILLER PIC X(86).
           FD F-COUNTRY-FILE.
           01 COUNTRY-RECORD.
               05 COUNTRY-ISO-CODE PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 COUNTRY-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 COUNTRY-LANGUAGE PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 COUNTRY-POSTAGE-ZONE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 COUNTRY-ADDRESS-FORMAT PIC X.
           FD F-REDEMPTIONS-FILE.
           01 REDEMPTION-RECORD.
               05 REDEMPTION-OFFER-CODE PIC X(18).
               05 FILLER PIC X.
               05 REDEMPTION-DATE PIC X(10).
           FD F-OFFERS-FILE.
      *    OFFER-EXPIRED-YEAR is blank on a live offer; the close
      *    stamps the closed year on every offer of that year still
      *    unredeemed, and campaign-redemption treats a code that
      *    comes back against it as late.
           01 OFFER-RECORD.
               05 OFFER-CODE PIC X(18).
               05 FILLER PIC X.
               05 OFFER-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 OFFER-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 OFFER-SERIAL PIC 9(9).
               05 FILLER PIC X.
               05 OFFER-STATE PIC XX.
               05 FILLER PIC X.
               05 OFFER-EXPIRED-YEAR PIC X(4).
           FD F-OFFERS-WORK-FILE.
           01 OFFERS-WORK-RECORD PIC X(53).
           FD F-STATS-FILE.
      *    The frozen year: card type lines per month (month 00 is
      *    the year's total) priced the way postage-cost-report
      *    prices them, and brand and vendor year totals off the
      *    batch manifest. The cost and trend reports read a closed
      *    year from here rather than from the trail.
           01 STATS-RECORD.
               05 STATS-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-DIMENSION PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-KEY PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-MONTH PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 STATS-PIECES PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-DOM-PIECES PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-DOM-DOLLARS PIC 9(9)V99.
               05 FILLER PIC X VALUE SPACE.
               05 STATS-INT-PIECES PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 STATS-INT-DOLLARS PIC 9(9)V99.
           FD F-CLOSE-REPORT-FILE.
           01 CLOSE-REPORT-LINE PIC X(100).
           FD F-RUN-LOCK-FILE.
      *    The system-wide run lock: the file existing means a run
      *    holds the card history files and card-audit.dat. A
      *    crashed run leaves it behind -- the stale-lock override
      *    is the operator clearing it from batch-console once they
      *    have confirmed nothing is actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-PERIOD-END-STATUS PIC XX.
           01 WS-REGISTER-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CLOSED-AUDIT-STATUS PIC XX.
           01 WS-SERIAL-CONTROL-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-COUNTRY-STATUS PIC XX.
           01 WS-REDEMPTIONS-STATUS PIC XX.
           01 WS-OFFERS-STATUS PIC XX.
           01 WS-STATS-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-CLOSED-AUDIT-NAME PIC X(40).
           01 WS-CLOSE-REPORT-NAME PIC X(40).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-RUN-TIME PIC X(8).
           01 WS-CLOSE-YEAR PIC 9(4) VALUE 0.
           01 WS-CLOSE-DUE-DATE PIC X(10).
           01 WS-REFUSED PIC 9 VALUE 0.
           01 WS-REGISTER-COUNT PIC 99 VALUE 0.
           01 WS-REGISTER-TABLE.
               05 WS-REGISTER-ENTRY OCCURS 50 TIMES
               INDEXED BY REG-IDX.
                   10 WS-REG-YEAR PIC 9(4).
                   10 WS-REG-DATE PIC X(10).
           01 WS-YEAR-IS-CLOSED PIC 9.
           01 WS-CLOSED-ON-DATE PIC X(10).
      *    The serial range check. Serials come off one ascending
      *    counter, so every serial a later year issued must sit
      *    above the closed year's highest, and the counter must
      *    stand above everything on the trail; either failing means
      *    the range wrapped or the counter was set back.
           01 WS-CLOSE-MIN-SERIAL PIC 9(9) VALUE 999999999.
           01 WS-CLOSE-MAX-SERIAL PIC 9(9) VALUE 0.
           01 WS-LATER-MIN-SERIAL PIC 9(9) VALUE 999999999.
           01 WS-TRAIL-MAX-SERIAL PIC 9(9) VALUE 0.
           01 WS-NEXT-SERIAL PIC 9(9) VALUE 0.
           01 WS-SERIAL-HEADROOM PIC 9(9).
           01 WS-SERIAL-CHECK-FAILED PIC 9 VALUE 0.
           01 WS-SERIAL-FAULT PIC X(60) VALUE SPACES.
      *    Trail counts: everything read, what moves to the closed
      *    file (the closed year and anything older still live),
      *    what stays, and the closed year's own pieces.
           01 WS-TRAIL-READ PIC 9(9) VALUE 0.
           01 WS-TRAIL-TO-MOVE PIC 9(9) VALUE 0.
           01 WS-YEAR-PIECES PIC 9(9) VALUE 0.
           01 WS-AUDIT-MOVED PIC 9(9) VALUE 0.
           01 WS-AUDIT-KEPT PIC 9(9) VALUE 0.
           01 WS-AUDIT-NOT-MOVED PIC 9(9) VALUE 0.
           01 WS-CLOSED-RECOUNT PIC 9(9) VALUE 0.
           01 WS-STATS-PIECES-TOTAL PIC 9(9) VALUE 0.
           01 WS-TOTALS-PROVEN PIC 9 VALUE 0.
           01 WS-RATE-COUNT PIC 9(2) VALUE 0.
           01 WS-RATES-TABLE.
               05 WS-RATE-ENTRY OCCURS 20 TIMES
               INDEXED BY RATE-IDX.
                   10 WS-RATE-TYPE PIC X(12).
                   10 WS-RATE-DOM PIC 9(3)V99.
                   10 WS-RATE-INT PIC 9(3)V99.
           01 WS-COUNTRY-COUNT PIC 99 VALUE 0.
           01 WS-COUNTRY-TABLE.
               05 WS-COUNTRY-ENTRY OCCURS 50 TIMES
               INDEXED BY COUNTRY-IDX.
                   10 WS-COUNTRY-CODE PIC X(2).
                   10 WS-COUNTRY-ZONE PIC X.
           01 WS-ZONE-FOUND PIC 9.
           01 WS-PIECE-RATE PIC 9(3)V99.
           01 WS-PIECE-IS-INTERNATIONAL PIC 9.
           01 WS-RATE-FOUND PIC 9.
           01 WS-UNRATED-COUNT PIC 9(7) VALUE 0.
           01 WS-AUDIT-MONTH PIC 99.
           01 WS-TYPE-FOUND PIC 9.
           01 WS-TYPE-COUNT PIC 9(2) VALUE 0.
           01 WS-COST-TABLE.
               05 WS-COST-TYPE-ENTRY OCCURS 20 TIMES
               INDEXED BY TYPE-IDX.
                   10 WS-COST-CARD-TYPE PIC X(12).
                   10 WS-COST-MONTH-ENTRY OCCURS 12 TIMES.
                       15 WS-COST-DOM-PIECES PIC 9(7).
                       15 WS-COST-DOM-DOLLARS PIC 9(9)V99.
                       15 WS-COST-INT-PIECES PIC 9(7).
                       15 WS-COST-INT-DOLLARS PIC 9(9)V99.
           01 WS-TYPE-FULL-COUNT PIC 9(7) VALUE 0.
           01 WS-MONTH-IDX PIC 99.
           01 WS-YTD-DOM-PIECES PIC 9(7).
           01 WS-YTD-DOM-DOLLARS PIC 9(9)V99.
           01 WS-YTD-INT-PIECES PIC 9(7).
           01 WS-YTD-INT-DOLLARS PIC 9(9)V99.
           01 WS-GRAND-DOLLARS PIC 9(9)V99 VALUE 0.
      *    Brand and vendor year totals off the batch manifest.
           01 WS-BRAND-COUNT PIC 99 VALUE 0.
           01 WS-BRAND-TABLE.
               05 WS-BRAND-ENTRY OCCURS 20 TIMES
               INDEXED BY BRAND-IDX.
                   10 WS-BRAND-KEY PIC X(12).
                   10 WS-BRAND-PIECES PIC 9(7).
           01 WS-VENDOR-COUNT PIC 99 VALUE 0.
           01 WS-VENDOR-TABLE.
               05 WS-VENDOR-ENTRY OCCURS 20 TIMES
               INDEXED BY VENDOR-IDX.
                   10 WS-VENDOR-KEY PIC X(12).
                   10 WS-VENDOR-PIECES PIC 9(7).
           01 WS-WORK-KEY PIC X(12).
           01 WS-ROW-FOUND PIC 9.
           01 WS-TABLE-FULL PIC 9 VALUE 0.
      *    Offer expiry.
           01 WS-REDEMPTION-COUNT PIC 9(4) VALUE 0.
           01 WS-REDEMPTION-TABLE-FULL PIC 9 VALUE 0.
           01 WS-REDEMPTION-TABLE.
               05 WS-REDEMPTION-ENTRY OCCURS 5000 TIMES
               INDEXED BY REDEEM-IDX.
                   10 WS-REDEEM-CODE PIC X(18).
           01 WS-OFFER-REDEEMED PIC 9.
           01 WS-OFFER-IS-CLOSED-YEAR PIC 9.
           01 WS-LIVE-AUDIT-OPEN PIC 9 VALUE 0.
           01 WS-CUSTOMERS-OPEN PIC 9 VALUE 0.
           01 WS-OFFERS-READ PIC 9(7) VALUE 0.
           01 WS-OFFERS-EXPIRED PIC 9(7) VALUE 0.
           01 WS-OFFERS-REDEEMED PIC 9(7) VALUE 0.
           01 WS-OFFERS-LIVE PIC 9(7) VALUE 0.
           01 WS-OFFERS-EXPIRY-SKIPPED PIC 9 VALUE 0.
           01 WS-EDIT-PIECES PIC Z,ZZZ,ZZ9.
           01 WS-EDIT-DOLLARS PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-EDIT-COUNT PIC ZZZ,ZZZ,ZZ9.
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
      *    The January year-end used to be improvised by hand. This
      *    runs from the period-end calendar: on or after a YEAREND
      *    line's due date it closes that year, once. The serial
      *    range is proved not to have wrapped; the year's
      *    card-audit.dat detail moves to card-audit-<year>.dat and
      *    card-audit.dat carries on with the new year alone; the
      *    year-to-date totals by card type, brand and vendor are
      *    frozen onto card-year-end-stats.dat; the year's unredeemed
      *    campaign offers are expired; and a close report carrying
      *    the control totals and the sign-off block is written.
      *    A year already on card-year-end-register.dat is refused.
      *    Take a card-backup snapshot before the close -- a close
      *    that fails its proof is put right by restoring it.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "card-year-end-close" TO LS-PROGRAM.
           MOVE 3 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO WS-RUN-TIME
           END-STRING.
           PERFORM LOAD-CLOSE-REGISTER.
           PERFORM FIND-DUE-YEAR-END.
           IF WS-REFUSED = 1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CLOSE-YEAR = 0
               DISPLAY "YEAR-END CLOSE -- NOTHING DUE ON THE "
                   "PERIOD-END CALENDAR"
               GOBACK
           END-IF.
           MOVE SPACES TO WS-CLOSED-AUDIT-NAME.
           STRING "card-audit-" WS-CLOSE-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-CLOSED-AUDIT-NAME
           END-STRING.
           MOVE SPACES TO WS-CLOSE-REPORT-NAME.
           STRING "card-year-end-close-" WS-CLOSE-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-CLOSE-REPORT-NAME
           END-STRING.
      *    A closed-year file with no register line is a close that
      *    died part way; running again would overwrite what it
      *    moved. The snapshot taken before it is the way back.
           OPEN INPUT F-CLOSED-AUDIT-FILE.
           IF WS-CLOSED-AUDIT-STATUS = "00"
               CLOSE F-CLOSED-AUDIT-FILE
               DISPLAY "YEAR-END CLOSE -- " WS-CLOSED-AUDIT-NAME
                   " ALREADY EXISTS BUT " WS-CLOSE-YEAR
                   " IS NOT ON THE REGISTER; RESTORE THE PRE-CLOSE "
                   "card-backup SNAPSHOT, DELETE " WS-CLOSED-AUDIT-NAME
                   " AND RERUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    Under the nightly window the lock already belongs to the
      *    batch driver; a standalone (ad-hoc) invocation takes and
      *    releases its own.
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
           PERFORM LOAD-POSTAGE-RATES.
           PERFORM LOAD-COUNTRY-ZONES.
           PERFORM LOAD-REDEMPTION-CODES.
           INITIALIZE WS-COST-TABLE.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM CHECK-SERIAL-RANGE.
           PERFORM TALLY-MANIFEST-YEAR.
           IF WS-SERIAL-CHECK-FAILED = 0
               PERFORM ROLL-AUDIT-TRAIL
               PERFORM PROVE-CONTROL-TOTALS
               IF WS-TOTALS-PROVEN = 1
                   PERFORM EXPIRE-YEAR-OFFERS
                   PERFORM WRITE-YEAR-END-STATS
                   PERFORM WRITE-REGISTER-LINE
               END-IF
           END-IF.
           PERFORM WRITE-CLOSE-REPORT.
           IF WS-SERIAL-CHECK-FAILED = 1
               DISPLAY "YEAR-END CLOSE -- SERIAL RANGE CHECK FAILED: "
                   WS-SERIAL-FAULT
               DISPLAY "YEAR-END CLOSE -- YEAR " WS-CLOSE-YEAR
                   " NOT CLOSED; NOTHING WAS MOVED"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-TOTALS-PROVEN = 0
               DISPLAY "YEAR-END CLOSE -- CONTROL TOTALS DID NOT "
                   "PROVE; YEAR " WS-CLOSE-YEAR " NOT SIGNED OFF. "
                   "RESTORE THE PRE-CLOSE card-backup SNAPSHOT AND "
                   "DELETE " WS-CLOSED-AUDIT-NAME
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF.
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           DISPLAY "YEAR-END CLOSE SUMMARY -- YEAR " WS-CLOSE-YEAR
               " AUDIT ROWS MOVED: " WS-AUDIT-MOVED
               " KEPT: " WS-AUDIT-KEPT
               " OFFERS EXPIRED: " WS-OFFERS-EXPIRED.
           GOBACK.

           LOAD-CLOSE-REGISTER SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-REGISTER-COUNT >= 50
                   READ F-REGISTER-FILE
                       NOT AT END
                           ADD 1 TO WS-REGISTER-COUNT
                           SET REG-IDX TO WS-REGISTER-COUNT
                           MOVE REGISTER-YEAR TO WS-REG-YEAR(REG-IDX)
                           MOVE REGISTER-CLOSED-DATE TO
                               WS-REG-DATE(REG-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REGISTER-FILE
           END-IF.

           FIND-DUE-YEAR-END SECTION.
      *    The oldest unclosed year whose YEAREND line has come due
      *    is the one closed; one year per run. A due line for a
      *    year already closed is only an error on its own due day
      *    -- that is somebody running the close again -- and is
      *    passed over quietly on every later night.
           MOVE 0 TO WS-CLOSE-YEAR.
           MOVE 0 TO WS-REFUSED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PERIOD-END-FILE.
           IF WS-PERIOD-END-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PERIOD-END-FILE
                   NOT AT END
                       IF PERIOD-END-KIND = "YEAREND" AND
                           PERIOD-END-DATE <= WS-RUN-STAMP AND
                           PERIOD-END-YEAR NUMERIC
                           PERFORM CONSIDER-ONE-YEAR-END
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PERIOD-END-STATUS = "00"
               CLOSE F-PERIOD-END-FILE
           END-IF.

           CONSIDER-ONE-YEAR-END SECTION.
           MOVE 0 TO WS-YEAR-IS-CLOSED.
           SET REG-IDX TO 1.
           PERFORM UNTIL WS-YEAR-IS-CLOSED = 1 OR
               REG-IDX > WS-REGISTER-COUNT
               IF WS-REG-YEAR(REG-IDX) = PERIOD-END-YEAR
                   MOVE 1 TO WS-YEAR-IS-CLOSED
                   MOVE WS-REG-DATE(REG-IDX) TO WS-CLOSED-ON-DATE
               ELSE
                   SET REG-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-YEAR-IS-CLOSED = 1
               IF PERIOD-END-DATE = WS-RUN-STAMP
                   DISPLAY "YEAR-END CLOSE -- YEAR " PERIOD-END-YEAR
                       " WAS ALREADY CLOSED ON " WS-CLOSED-ON-DATE
                       "; REFUSING TO CLOSE IT AGAIN"
                   MOVE 1 TO WS-REFUSED
               END-IF
           ELSE IF PERIOD-END-YEAR >= WS-TODAY-YEAR
               DISPLAY "YEAR-END CLOSE -- YEAR " PERIOD-END-YEAR
                   " HAS NOT ENDED; CALENDAR LINE FOR "
                   PERIOD-END-DATE " IGNORED"
           ELSE IF WS-CLOSE-YEAR = 0 OR
               PERIOD-END-YEAR < WS-CLOSE-YEAR
               MOVE PERIOD-END-YEAR TO WS-CLOSE-YEAR
               MOVE PERIOD-END-DATE TO WS-CLOSE-DUE-DATE
           END-IF
           END-IF
           END-IF.

           ACQUIRE-RUN-LOCK SECTION.
      *    The close moves the whole trail; nothing else may be
      *    writing card-audit.dat while it runs. Whoever finds
      *    run-lock.dat already there refuses to start and names
      *    the holder.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "YEAR-END CLOSE -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "card-year-end-close" TO RUN-LOCK-HOLDER
               MOVE WS-RUN-STAMP TO RUN-LOCK-DATE
               MOVE WS-RUN-TIME TO RUN-LOCK-TIME
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

           LOAD-POSTAGE-RATES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "YEAR-END CLOSE -- NO postage-rates.dat; THE "
                   "YEAR'S PIECES WILL FREEZE AT ZERO POSTAGE"
           ELSE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-RATE-COUNT >= 20
                   READ F-RATES-FILE
                       NOT AT END
                           ADD 1 TO WS-RATE-COUNT
                           SET RATE-IDX TO WS-RATE-COUNT
                           MOVE RATE-CARD-TYPE TO
                               WS-RATE-TYPE(RATE-IDX)
                           MOVE RATE-DOMESTIC TO WS-RATE-DOM(RATE-IDX)
                           MOVE RATE-INTERNATIONAL TO
                               WS-RATE-INT(RATE-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           END-IF.

           LOAD-COUNTRY-ZONES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COUNTRY-FILE.
           IF WS-COUNTRY-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-COUNTRY-COUNT >= 50
                   READ F-COUNTRY-FILE
                       NOT AT END
                           ADD 1 TO WS-COUNTRY-COUNT
                           SET COUNTRY-IDX TO WS-COUNTRY-COUNT
                           MOVE COUNTRY-ISO-CODE TO
                               WS-COUNTRY-CODE(COUNTRY-IDX)
                           MOVE COUNTRY-POSTAGE-ZONE TO
                               WS-COUNTRY-ZONE(COUNTRY-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COUNTRY-FILE
           END-IF.

           LOAD-REDEMPTION-CODES SECTION.
      *    Every code that has ever come back. If there are more
      *    than the table holds, no offer is expired this run --
      *    expiring a redeemed offer is worse than leaving one live.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-REDEMPTIONS-FILE.
           IF WS-REDEMPTIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-REDEMPTIONS-FILE
                   NOT AT END
                       IF WS-REDEMPTION-COUNT >= 5000
                           MOVE 1 TO WS-REDEMPTION-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-REDEMPTION-COUNT
                           SET REDEEM-IDX TO WS-REDEMPTION-COUNT
                           MOVE REDEMPTION-OFFER-CODE TO
                               WS-REDEEM-CODE(REDEEM-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-REDEMPTIONS-STATUS = "00"
               CLOSE F-REDEMPTIONS-FILE
           END-IF.
           IF WS-REDEMPTION-TABLE-FULL = 1
               MOVE 1 TO WS-OFFERS-EXPIRY-SKIPPED
               DISPLAY "WARNING -- MORE THAN 5000 REDEMPTIONS ON "
                   "FILE; NO OFFERS WILL BE EXPIRED THIS CLOSE"
           END-IF.

           SCAN-AUDIT-TRAIL SECTION.
      *    A read-only pass first: the serial range is checked and
      *    the closed year priced before anything is moved.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 1 TO WS-CUSTOMERS-OPEN
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       PERFORM SCAN-ONE-AUDIT-RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE F-AUDIT-FILE
           END-IF.
           IF WS-CUSTOMERS-OPEN = 1
               CLOSE F-CUSTOMERS-FILE
               MOVE 0 TO WS-CUSTOMERS-OPEN
           END-IF.

           SCAN-ONE-AUDIT-RECORD SECTION.
           ADD 1 TO WS-TRAIL-READ.
           IF AUDIT-SERIAL > WS-TRAIL-MAX-SERIAL
               MOVE AUDIT-SERIAL TO WS-TRAIL-MAX-SERIAL
           END-IF.
           IF AUDIT-RUN-YEAR > WS-CLOSE-YEAR
               IF AUDIT-SERIAL < WS-LATER-MIN-SERIAL
                   MOVE AUDIT-SERIAL TO WS-LATER-MIN-SERIAL
               END-IF
           ELSE
               ADD 1 TO WS-TRAIL-TO-MOVE
               IF AUDIT-SERIAL > WS-CLOSE-MAX-SERIAL
                   MOVE AUDIT-SERIAL TO WS-CLOSE-MAX-SERIAL
               END-IF
               IF AUDIT-RUN-YEAR = WS-CLOSE-YEAR
                   ADD 1 TO WS-YEAR-PIECES
                   IF AUDIT-SERIAL < WS-CLOSE-MIN-SERIAL
                       MOVE AUDIT-SERIAL TO WS-CLOSE-MIN-SERIAL
                   END-IF
                   PERFORM PRICE-ONE-PIECE
               END-IF
           END-IF.

           PRICE-ONE-PIECE SECTION.
      *    Priced exactly as postage-cost-report prices the live
      *    year, so a frozen year reads the same as it did live.
           MOVE AUDIT-RUN-DATE(1:2) TO WS-AUDIT-MONTH.
           IF WS-AUDIT-MONTH < 1 OR WS-AUDIT-MONTH > 12
               MOVE 1 TO WS-AUDIT-MONTH
           END-IF.
           MOVE 0 TO WS-PIECE-IS-INTERNATIONAL.
           IF WS-CUSTOMERS-OPEN = 1
               MOVE AUDIT-CUSTOMER-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-COUNTRY-COUNT > 0
                           PERFORM LOOK-UP-POSTAGE-ZONE
                       ELSE
                           IF PERSON-IS-MEXICO
                               MOVE 1 TO WS-PIECE-IS-INTERNATIONAL
                           END-IF
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-RATE-FOR-TYPE.
           PERFORM FIND-OR-ADD-TYPE-ROW.
           IF WS-TYPE-FOUND = 1
               IF WS-PIECE-IS-INTERNATIONAL = 1
                   ADD 1 TO WS-COST-INT-PIECES
                       (TYPE-IDX, WS-AUDIT-MONTH)
                   ADD WS-PIECE-RATE TO WS-COST-INT-DOLLARS
                       (TYPE-IDX, WS-AUDIT-MONTH)
               ELSE
                   ADD 1 TO WS-COST-DOM-PIECES
                       (TYPE-IDX, WS-AUDIT-MONTH)
                   ADD WS-PIECE-RATE TO WS-COST-DOM-DOLLARS
                       (TYPE-IDX, WS-AUDIT-MONTH)
               END-IF
           ELSE
               ADD 1 TO WS-TYPE-FULL-COUNT
           END-IF.

           LOOK-UP-POSTAGE-ZONE SECTION.
           MOVE 0 TO WS-ZONE-FOUND.
           IF PERSON-COUNTRY NOT = SPACES
               SET COUNTRY-IDX TO 1
               PERFORM UNTIL WS-ZONE-FOUND = 1 OR
                   COUNTRY-IDX > WS-COUNTRY-COUNT
                   IF WS-COUNTRY-CODE(COUNTRY-IDX) = PERSON-COUNTRY
                       MOVE 1 TO WS-ZONE-FOUND
                       IF WS-COUNTRY-ZONE(COUNTRY-IDX) NOT = "D"
                           MOVE 1 TO WS-PIECE-IS-INTERNATIONAL
                       END-IF
                   ELSE
                       SET COUNTRY-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

           FIND-RATE-FOR-TYPE SECTION.
           MOVE 0 TO WS-RATE-FOUND.
           MOVE 0 TO WS-PIECE-RATE.
           SET RATE-IDX TO 1.
           PERFORM UNTIL WS-RATE-FOUND = 1 OR
               RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-TYPE(RATE-IDX) = AUDIT-CARD-TYPE
                   MOVE 1 TO WS-RATE-FOUND
                   IF WS-PIECE-IS-INTERNATIONAL = 1
                       MOVE WS-RATE-INT(RATE-IDX) TO WS-PIECE-RATE
                   ELSE
                       MOVE WS-RATE-DOM(RATE-IDX) TO WS-PIECE-RATE
                   END-IF
               ELSE
                   SET RATE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = 0
               ADD 1 TO WS-UNRATED-COUNT
           END-IF.

           FIND-OR-ADD-TYPE-ROW SECTION.
           MOVE 0 TO WS-TYPE-FOUND.
           SET TYPE-IDX TO 1.
           PERFORM UNTIL WS-TYPE-FOUND = 1 OR
               TYPE-IDX > WS-TYPE-COUNT
               IF WS-COST-CARD-TYPE(TYPE-IDX) = AUDIT-CARD-TYPE
                   MOVE 1 TO WS-TYPE-FOUND
               ELSE
                   SET TYPE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-TYPE-FOUND = 0 AND WS-TYPE-COUNT < 20
               ADD 1 TO WS-TYPE-COUNT
               SET TYPE-IDX TO WS-TYPE-COUNT
               MOVE AUDIT-CARD-TYPE TO WS-COST-CARD-TYPE(TYPE-IDX)
               MOVE 1 TO WS-TYPE-FOUND
           END-IF.

           CHECK-SERIAL-RANGE SECTION.
           OPEN INPUT F-SERIAL-CONTROL-FILE.
           IF WS-SERIAL-CONTROL-STATUS = "00"
               READ F-SERIAL-CONTROL-FILE
                   NOT AT END
                       MOVE SERIAL-CONTROL-NEXT TO WS-NEXT-SERIAL
               END-READ
               CLOSE F-SERIAL-CONTROL-FILE
           END-IF.
           IF WS-LATER-MIN-SERIAL < WS-CLOSE-MAX-SERIAL
               MOVE 1 TO WS-SERIAL-CHECK-FAILED
               MOVE "A LATER YEAR ISSUED SERIALS BELOW THE CLOSED "
                   TO WS-SERIAL-FAULT
               MOVE "YEAR'S -- THE RANGE WRAPPED" TO
                   WS-SERIAL-FAULT(46:)
           ELSE IF WS-TRAIL-READ > 0 AND
               WS-SERIAL-CONTROL-STATUS = "00" AND
               WS-NEXT-SERIAL <= WS-TRAIL-MAX-SERIAL
               MOVE 1 TO WS-SERIAL-CHECK-FAILED
               MOVE "THE SERIAL COUNTER IS AT OR BELOW A SERIAL "
                   TO WS-SERIAL-FAULT
               MOVE "ALREADY ISSUED" TO WS-SERIAL-FAULT(44:)
           END-IF
           END-IF.
           COMPUTE WS-SERIAL-HEADROOM = 999999999 - WS-NEXT-SERIAL.

           TALLY-MANIFEST-YEAR SECTION.
      *    Brand and vendor live on the batch manifest, not on the
      *    trail: every batch line of the closed year adds its
      *    pieces to its brand and its vendor.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF MANIFEST-RUN-YEAR = WS-CLOSE-YEAR
                           PERFORM TALLY-ONE-MANIFEST-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MANIFEST-STATUS = "00" OR WS-MANIFEST-STATUS = "10"
               CLOSE F-MANIFEST-FILE
           END-IF.

           TALLY-ONE-MANIFEST-LINE SECTION.
           IF MANIFEST-BRAND = SPACES
               MOVE "HOUSE" TO WS-WORK-KEY
           ELSE
               MOVE MANIFEST-BRAND TO WS-WORK-KEY
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           SET BRAND-IDX TO 1.
           PERFORM UNTIL WS-ROW-FOUND = 1 OR
               BRAND-IDX > WS-BRAND-COUNT
               IF WS-BRAND-KEY(BRAND-IDX) = WS-WORK-KEY
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   SET BRAND-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               IF WS-BRAND-COUNT < 20
                   ADD 1 TO WS-BRAND-COUNT
                   SET BRAND-IDX TO WS-BRAND-COUNT
                   MOVE WS-WORK-KEY TO WS-BRAND-KEY(BRAND-IDX)
                   MOVE 0 TO WS-BRAND-PIECES(BRAND-IDX)
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 1
               ADD MANIFEST-RECORD-COUNT TO WS-BRAND-PIECES(BRAND-IDX)
           END-IF.
           IF MANIFEST-VENDOR-CODE = SPACES
               MOVE "UNROUTED" TO WS-WORK-KEY
           ELSE
               MOVE MANIFEST-VENDOR-CODE TO WS-WORK-KEY
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           SET VENDOR-IDX TO 1.
           PERFORM UNTIL WS-ROW-FOUND = 1 OR
               VENDOR-IDX > WS-VENDOR-COUNT
               IF WS-VENDOR-KEY(VENDOR-IDX) = WS-WORK-KEY
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   SET VENDOR-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0
               IF WS-VENDOR-COUNT < 20
                   ADD 1 TO WS-VENDOR-COUNT
                   SET VENDOR-IDX TO WS-VENDOR-COUNT
                   MOVE WS-WORK-KEY TO WS-VENDOR-KEY(VENDOR-IDX)
                   MOVE 0 TO WS-VENDOR-PIECES(VENDOR-IDX)
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 1
               ADD MANIFEST-RECORD-COUNT TO
                   WS-VENDOR-PIECES(VENDOR-IDX)
           END-IF.

           ROLL-AUDIT-TRAIL SECTION.
      *    One pass up the serial key: the closed year, and anything
      *    older still on the trail, is written to the closed-year
      *    file and deleted from card-audit.dat; the new year's
      *    detail never moves.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN OUTPUT F-CLOSED-AUDIT-FILE.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       IF AUDIT-RUN-YEAR > WS-CLOSE-YEAR
                           ADD 1 TO WS-AUDIT-KEPT
                       ELSE
                           PERFORM MOVE-ONE-AUDIT-ROW
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE F-AUDIT-FILE
           END-IF.
           CLOSE F-CLOSED-AUDIT-FILE.

           MOVE-ONE-AUDIT-ROW SECTION.
           MOVE AUDIT-RECORD TO CLOSED-AUDIT-RECORD.
           WRITE CLOSED-AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-AUDIT-NOT-MOVED
                   DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                       " ALREADY ON " WS-CLOSED-AUDIT-NAME
               NOT INVALID KEY
                   DELETE F-AUDIT-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-AUDIT-NOT-MOVED
                       NOT INVALID KEY
                           ADD 1 TO WS-AUDIT-MOVED
                   END-DELETE
           END-WRITE.

           PROVE-CONTROL-TOTALS SECTION.
      *    The closed-year file is read back, not trusted: its rows
      *    must be every row the scan said would move, the rows
      *    left behind must make up the rest of the trail, and the
      *    frozen card type totals must account for every piece of
      *    the closed year.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CLOSED-RECOUNT.
           OPEN INPUT F-CLOSED-AUDIT-FILE.
           IF WS-CLOSED-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CLOSED-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-CLOSED-RECOUNT
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CLOSED-AUDIT-STATUS = "00" OR
               WS-CLOSED-AUDIT-STATUS = "10"
               CLOSE F-CLOSED-AUDIT-FILE
           END-IF.
           MOVE 0 TO WS-STATS-PIECES-TOTAL.
           SET TYPE-IDX TO 1.
           PERFORM UNTIL TYPE-IDX > WS-TYPE-COUNT
               MOVE 1 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX > 12
                   ADD WS-COST-DOM-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       WS-COST-INT-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       TO WS-STATS-PIECES-TOTAL
                   ADD 1 TO WS-MONTH-IDX
               END-PERFORM
               SET TYPE-IDX UP BY 1
           END-PERFORM.
           MOVE 0 TO WS-TOTALS-PROVEN.
           IF WS-CLOSED-RECOUNT = WS-TRAIL-TO-MOVE AND
               WS-AUDIT-MOVED = WS-TRAIL-TO-MOVE AND
               WS-AUDIT-MOVED + WS-AUDIT-KEPT = WS-TRAIL-READ AND
               WS-STATS-PIECES-TOTAL = WS-YEAR-PIECES
               MOVE 1 TO WS-TOTALS-PROVEN
           END-IF.

           EXPIRE-YEAR-OFFERS SECTION.
      *    Copy-then-replace over campaign-offers.dat. An offer
      *    belongs to the closed year when its card serial is on the
      *    closed-year file, or is on neither trail at all (it
      *    predates what retention has kept); an offer whose card
      *    is still on card-audit.dat was minted in the new year and
      *    stays live.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "99" TO WS-OFFERS-STATUS.
           IF WS-OFFERS-EXPIRY-SKIPPED = 0
               OPEN INPUT F-OFFERS-FILE
           END-IF.
           IF WS-OFFERS-STATUS = "00"
               OPEN INPUT F-CLOSED-AUDIT-FILE
               OPEN INPUT F-AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   MOVE 1 TO WS-LIVE-AUDIT-OPEN
               END-IF
               OPEN OUTPUT F-OFFERS-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OFFERS-FILE
                       NOT AT END
                           ADD 1 TO WS-OFFERS-READ
                           PERFORM EXPIRE-ONE-OFFER
                           MOVE OFFER-RECORD TO OFFERS-WORK-RECORD
                           WRITE OFFERS-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OFFERS-FILE
               CLOSE F-OFFERS-WORK-FILE
               CLOSE F-CLOSED-AUDIT-FILE
               IF WS-LIVE-AUDIT-OPEN = 1
                   CLOSE F-AUDIT-FILE
                   MOVE 0 TO WS-LIVE-AUDIT-OPEN
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-OFFERS-WORK-FILE
               OPEN OUTPUT F-OFFERS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OFFERS-WORK-FILE
                       NOT AT END
                           MOVE OFFERS-WORK-RECORD TO OFFER-RECORD
                           WRITE OFFER-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OFFERS-WORK-FILE
               CLOSE F-OFFERS-FILE
           END-IF.

           EXPIRE-ONE-OFFER SECTION.
      *    Already expired, or never tied to a card: left alone.
           IF OFFER-EXPIRED-YEAR = SPACES AND OFFER-SERIAL NUMERIC
               MOVE 0 TO WS-OFFER-REDEEMED
               SET REDEEM-IDX TO 1
               PERFORM UNTIL WS-OFFER-REDEEMED = 1 OR
                   REDEEM-IDX > WS-REDEMPTION-COUNT
                   IF WS-REDEEM-CODE(REDEEM-IDX) = OFFER-CODE
                       MOVE 1 TO WS-OFFER-REDEEMED
                   ELSE
                       SET REDEEM-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-OFFER-REDEEMED = 1
                   ADD 1 TO WS-OFFERS-REDEEMED
               ELSE
                   PERFORM EXPIRE-IF-CLOSED-YEAR
               END-IF
           END-IF.

           EXPIRE-IF-CLOSED-YEAR SECTION.
           MOVE 1 TO WS-OFFER-IS-CLOSED-YEAR.
           MOVE OFFER-SERIAL TO CLOSED-AUDIT-SERIAL.
           READ F-CLOSED-AUDIT-FILE
               INVALID KEY
                   IF WS-LIVE-AUDIT-OPEN = 1
                       MOVE OFFER-SERIAL TO AUDIT-SERIAL
                       READ F-AUDIT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 0 TO WS-OFFER-IS-CLOSED-YEAR
                       END-READ
                   END-IF
           END-READ.
           IF WS-OFFER-IS-CLOSED-YEAR = 1
               MOVE WS-CLOSE-YEAR TO OFFER-EXPIRED-YEAR
               ADD 1 TO WS-OFFERS-EXPIRED
           ELSE
               ADD 1 TO WS-OFFERS-LIVE
           END-IF.

           WRITE-YEAR-END-STATS SECTION.
           OPEN EXTEND F-STATS-FILE.
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT F-STATS-FILE
           END-IF.
           SET TYPE-IDX TO 1.
           PERFORM UNTIL TYPE-IDX > WS-TYPE-COUNT
               PERFORM WRITE-ONE-TYPE-STATS
               SET TYPE-IDX UP BY 1
           END-PERFORM.
           SET BRAND-IDX TO 1.
           PERFORM UNTIL BRAND-IDX > WS-BRAND-COUNT
               MOVE SPACES TO STATS-RECORD
               MOVE WS-CLOSE-YEAR TO STATS-YEAR
               MOVE "BRAND" TO STATS-DIMENSION
               MOVE WS-BRAND-KEY(BRAND-IDX) TO STATS-KEY
               MOVE 0 TO STATS-MONTH
               MOVE WS-BRAND-PIECES(BRAND-IDX) TO STATS-PIECES
               MOVE 0 TO STATS-DOM-PIECES
               MOVE 0 TO STATS-DOM-DOLLARS
               MOVE 0 TO STATS-INT-PIECES
               MOVE 0 TO STATS-INT-DOLLARS
               WRITE STATS-RECORD
               END-WRITE
               SET BRAND-IDX UP BY 1
           END-PERFORM.
           SET VENDOR-IDX TO 1.
           PERFORM UNTIL VENDOR-IDX > WS-VENDOR-COUNT
               MOVE SPACES TO STATS-RECORD
               MOVE WS-CLOSE-YEAR TO STATS-YEAR
               MOVE "VENDOR" TO STATS-DIMENSION
               MOVE WS-VENDOR-KEY(VENDOR-IDX) TO STATS-KEY
               MOVE 0 TO STATS-MONTH
               MOVE WS-VENDOR-PIECES(VENDOR-IDX) TO STATS-PIECES
               MOVE 0 TO STATS-DOM-PIECES
               MOVE 0 TO STATS-DOM-DOLLARS
               MOVE 0 TO STATS-INT-PIECES
               MOVE 0 TO STATS-INT-DOLLARS
               WRITE STATS-RECORD
               END-WRITE
               SET VENDOR-IDX UP BY 1
           END-PERFORM.
           CLOSE F-STATS-FILE.

           WRITE-ONE-TYPE-STATS SECTION.
           MOVE 0 TO WS-YTD-DOM-PIECES.
           MOVE 0 TO WS-YTD-DOM-DOLLARS.
           MOVE 0 TO WS-YTD-INT-PIECES.
           MOVE 0 TO WS-YTD-INT-DOLLARS.
           MOVE 1 TO WS-MONTH-IDX.
           PERFORM UNTIL WS-MONTH-IDX > 12
               IF WS-COST-DOM-PIECES(TYPE-IDX, WS-MONTH-IDX) > 0 OR
                   WS-COST-INT-PIECES(TYPE-IDX, WS-MONTH-IDX) > 0
                   MOVE SPACES TO STATS-RECORD
                   MOVE WS-CLOSE-YEAR TO STATS-YEAR
                   MOVE "TYPE" TO STATS-DIMENSION
                   MOVE WS-COST-CARD-TYPE(TYPE-IDX) TO STATS-KEY
                   MOVE WS-MONTH-IDX TO STATS-MONTH
                   MOVE WS-COST-DOM-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       TO STATS-DOM-PIECES
                   MOVE WS-COST-DOM-DOLLARS(TYPE-IDX, WS-MONTH-IDX)
                       TO STATS-DOM-DOLLARS
                   MOVE WS-COST-INT-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       TO STATS-INT-PIECES
                   MOVE WS-COST-INT-DOLLARS(TYPE-IDX, WS-MONTH-IDX)
                       TO STATS-INT-DOLLARS
                   COMPUTE STATS-PIECES =
                       STATS-DOM-PIECES + STATS-INT-PIECES
                   WRITE STATS-RECORD
                   END-WRITE
               END-IF
               ADD WS-COST-DOM-PIECES(TYPE-IDX, WS-MONTH-IDX) TO
                   WS-YTD-DOM-PIECES
               ADD WS-COST-DOM-DOLLARS(TYPE-IDX, WS-MONTH-IDX) TO
                   WS-YTD-DOM-DOLLARS
               ADD WS-COST-INT-PIECES(TYPE-IDX, WS-MONTH-IDX) TO
                   WS-YTD-INT-PIECES
               ADD WS-COST-INT-DOLLARS(TYPE-IDX, WS-MONTH-IDX) TO
                   WS-YTD-INT-DOLLARS
               ADD 1 TO WS-MONTH-IDX
           END-PERFORM.
           MOVE SPACES TO STATS-RECORD.
           MOVE WS-CLOSE-YEAR TO STATS-YEAR.
           MOVE "TYPE" TO STATS-DIMENSION.
           MOVE WS-COST-CARD-TYPE(TYPE-IDX) TO STATS-KEY.
           MOVE 0 TO STATS-MONTH.
           MOVE WS-YTD-DOM-PIECES TO STATS-DOM-PIECES.
           MOVE WS-YTD-DOM-DOLLARS TO STATS-DOM-DOLLARS.
           MOVE WS-YTD-INT-PIECES TO STATS-INT-PIECES.
           MOVE WS-YTD-INT-DOLLARS TO STATS-INT-DOLLARS.
           COMPUTE STATS-PIECES = WS-YTD-DOM-PIECES + WS-YTD-INT-PIECES.
           WRITE STATS-RECORD
           END-WRITE.

           WRITE-REGISTER-LINE SECTION.
           OPEN EXTEND F-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT F-REGISTER-FILE
           END-IF.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE WS-CLOSE-YEAR TO REGISTER-YEAR.
           MOVE WS-RUN-STAMP TO REGISTER-CLOSED-DATE.
           MOVE WS-RUN-TIME TO REGISTER-CLOSED-TIME.
           MOVE WS-AUDIT-MOVED TO REGISTER-AUDIT-ROWS.
           MOVE WS-OFFERS-EXPIRED TO REGISTER-OFFERS-EXPIRED.
           WRITE REGISTER-RECORD
           END-WRITE.
           CLOSE F-REGISTER-FILE.

           WRITE-CLOSE-REPORT SECTION.
           OPEN OUTPUT F-CLOSE-REPORT-FILE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "CARD PROGRAM YEAR-END CLOSE -- YEAR " WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "RUN " WS-RUN-STAMP " " WS-RUN-TIME
               "  DUE ON THE PERIOD-END CALENDAR " WS-CLOSE-DUE-DATE
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           PERFORM WRITE-SERIAL-SECTION.
           IF WS-SERIAL-CHECK-FAILED = 0
               PERFORM WRITE-ROLL-SECTION
               PERFORM WRITE-TOTALS-SECTION
               PERFORM WRITE-OFFER-SECTION
           END-IF.
           PERFORM WRITE-SIGN-OFF-SECTION.
           CLOSE F-CLOSE-REPORT-FILE.

           WRITE-SERIAL-SECTION SECTION.
           MOVE "SERIAL RANGE CHECK" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           IF WS-YEAR-PIECES = 0
               MOVE "  NO CARDS ON THE TRAIL FOR THE YEAR" TO
                   CLOSE-REPORT-LINE
           ELSE
               STRING "  SERIALS ISSUED IN THE YEAR: "
                   WS-CLOSE-MIN-SERIAL " TO " WS-CLOSE-MAX-SERIAL
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  NEXT SERIAL ON CONTROL: " WS-NEXT-SERIAL
               "  HIGHEST ON THE TRAIL: " WS-TRAIL-MAX-SERIAL
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-SERIAL-HEADROOM TO WS-EDIT-COUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  SERIALS LEFT BEFORE THE COUNTER WRAPS: "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           IF WS-SERIAL-CHECK-FAILED = 1
               STRING "  FAILED -- " WS-SERIAL-FAULT
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
           ELSE
               MOVE "  PASSED -- THE RANGE DID NOT WRAP" TO
                   CLOSE-REPORT-LINE
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           WRITE-ROLL-SECTION SECTION.
           MOVE "CARD-AUDIT ROLL" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  ROWS ON card-audit.dat BEFORE THE CLOSE: "
               WS-TRAIL-READ
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  MOVED TO " WS-CLOSED-AUDIT-NAME ": "
               WS-AUDIT-MOVED
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  RE-COUNTED ON THE CLOSED-YEAR FILE: "
               WS-CLOSED-RECOUNT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  KEPT ON card-audit.dat FOR THE NEW YEAR: "
               WS-AUDIT-KEPT
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           IF WS-AUDIT-NOT-MOVED > 0
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  ROWS THAT COULD NOT BE MOVED: "
                   WS-AUDIT-NOT-MOVED
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           WRITE-TOTALS-SECTION SECTION.
           MOVE "FROZEN YEAR-TO-DATE TOTALS" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "  BY CARD TYPE        PIECES    POSTAGE" TO
               CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE 0 TO WS-GRAND-DOLLARS.
           SET TYPE-IDX TO 1.
           PERFORM UNTIL TYPE-IDX > WS-TYPE-COUNT
               MOVE 0 TO WS-YTD-DOM-PIECES
               MOVE 0 TO WS-YTD-DOM-DOLLARS
               MOVE 1 TO WS-MONTH-IDX
               PERFORM UNTIL WS-MONTH-IDX > 12
                   ADD WS-COST-DOM-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       WS-COST-INT-PIECES(TYPE-IDX, WS-MONTH-IDX)
                       TO WS-YTD-DOM-PIECES
                   ADD WS-COST-DOM-DOLLARS(TYPE-IDX, WS-MONTH-IDX)
                       WS-COST-INT-DOLLARS(TYPE-IDX, WS-MONTH-IDX)
                       TO WS-YTD-DOM-DOLLARS
                   ADD 1 TO WS-MONTH-IDX
               END-PERFORM
               ADD WS-YTD-DOM-DOLLARS TO WS-GRAND-DOLLARS
               MOVE WS-YTD-DOM-PIECES TO WS-EDIT-PIECES
               MOVE WS-YTD-DOM-DOLLARS TO WS-EDIT-DOLLARS
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  " WS-COST-CARD-TYPE(TYPE-IDX) " "
                   WS-EDIT-PIECES " $" WS-EDIT-DOLLARS
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
               SET TYPE-IDX UP BY 1
           END-PERFORM.
           MOVE WS-GRAND-DOLLARS TO WS-EDIT-DOLLARS.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  TOTAL POSTAGE FOR THE YEAR: $" WS-EDIT-DOLLARS
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-EDIT-PIECES
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  PIECES WITH NO RATE ON FILE (FROZEN AT "
                   "ZERO): " WS-EDIT-PIECES
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE "  BY BRAND            PIECES" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           SET BRAND-IDX TO 1.
           PERFORM UNTIL BRAND-IDX > WS-BRAND-COUNT
               MOVE WS-BRAND-PIECES(BRAND-IDX) TO WS-EDIT-PIECES
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  " WS-BRAND-KEY(BRAND-IDX) " "
                   WS-EDIT-PIECES
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
               SET BRAND-IDX UP BY 1
           END-PERFORM.
           MOVE "  BY VENDOR           PIECES" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           SET VENDOR-IDX TO 1.
           PERFORM UNTIL VENDOR-IDX > WS-VENDOR-COUNT
               MOVE WS-VENDOR-PIECES(VENDOR-IDX) TO WS-EDIT-PIECES
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  " WS-VENDOR-KEY(VENDOR-IDX) " "
                   WS-EDIT-PIECES
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
               WRITE CLOSE-REPORT-LINE
               SET VENDOR-IDX UP BY 1
           END-PERFORM.
           IF WS-TABLE-FULL = 1 OR WS-TYPE-FULL-COUNT > 0
               MOVE "  WARNING -- A TOTALS TABLE FILLED; SOME KEYS "
                   TO CLOSE-REPORT-LINE
               MOVE "WERE NOT FROZEN" TO CLOSE-REPORT-LINE(48:)
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           WRITE-OFFER-SECTION SECTION.
           MOVE "CAMPAIGN OFFER EXPIRY" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           IF WS-OFFERS-EXPIRY-SKIPPED = 1
               MOVE "  NOT RUN -- REDEMPTION TABLE FULL; NO OFFER "
                   TO CLOSE-REPORT-LINE
               MOVE "WAS EXPIRED" TO CLOSE-REPORT-LINE(46:)
           ELSE IF WS-TOTALS-PROVEN = 0
               MOVE "  NOT RUN -- CONTROL TOTALS DID NOT PROVE" TO
                   CLOSE-REPORT-LINE
           ELSE
               STRING "  OFFERS READ: " WS-OFFERS-READ
                   " EXPIRED: " WS-OFFERS-EXPIRED
                   " REDEEMED: " WS-OFFERS-REDEEMED
                   " LEFT LIVE: " WS-OFFERS-LIVE
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
           END-IF
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           WRITE-SIGN-OFF-SECTION SECTION.
           MOVE "SIGN-OFF" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           IF WS-SERIAL-CHECK-FAILED = 0 AND WS-TOTALS-PROVEN = 1
               STRING "  CONTROL TOTALS PROVEN. YEAR " WS-CLOSE-YEAR
                   " CLOSED ON " WS-RUN-STAMP " AT " WS-RUN-TIME
                   " AND ENTERED ON THE REGISTER."
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
           ELSE
               STRING "  YEAR " WS-CLOSE-YEAR " NOT CLOSED -- DO NOT "
                   "SIGN. SEE THE FAILED CHECK ABOVE."
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               END-STRING
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "  CARD PROGRAM OWNER: ______________________  DATE: "
               TO CLOSE-REPORT-LINE.
           MOVE "__________" TO CLOSE-REPORT-LINE(54:).
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "  FINANCE:            ______________________  DATE: "
               TO CLOSE-REPORT-LINE.
           MOVE "__________" TO CLOSE-REPORT-LINE(54:).
           WRITE CLOSE-REPORT-LINE.
