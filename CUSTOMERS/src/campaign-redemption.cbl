               SELECT F-OFFERS-FILE ASSIGN TO "campaign-offers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OFFERS-STATUS.
               SELECT F-CONTROL-GROUP-FILE ASSIGN TO
                 "campaign-control-group.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTROL-GROUP-STATUS.
               SELECT F-ACTIVITY-FILE ASSIGN TO "customer-activity.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACTIVITY-STATUS.
               SELECT F-RESPONSE-REPORT-FILE ASSIGN TO
                 "campaign-response-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               05 FILLER PIC X.
               05 REDEMPTION-DATE PIC X(10).
           FD F-OFFERS-FILE.
      *    OFFER-EXPIRED-YEAR is stamped by the year-end close on an
      *    offer of the closed year nobody redeemed; blank is live.
           01 OFFER-RECORD.
               05 OFFER-CODE PIC X(18).
               05 FILLER PIC X.
               05 OFFER-SERIAL PIC 9(9).
               05 FILLER PIC X.
               05 OFFER-STATE PIC XX.
               05 FILLER PIC X.
               05 OFFER-EXPIRED-YEAR PIC X(4).
           FD F-CONTROL-GROUP-FILE.
      *    The customers campaign-engine held back unmailed, by
      *    campaign, with the state and the day the campaign ran.
           01 CONTROL-GROUP-RECORD.
               05 CG-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 CG-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 CG-STATE PIC XX.
               05 FILLER PIC X.
               05 CG-RUN-DATE PIC X(10).
           FD F-ACTIVITY-FILE.
      *    Customer activity from the order desk -- any purchase or
      *    visit, offer code or not -- one line per customer per
      *    day. It is what a held-back customer can be measured on.
           01 ACTIVITY-RECORD.
               05 ACTIVITY-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 ACTIVITY-DATE PIC X(10).
           FD F-RESPONSE-REPORT-FILE.
           01 RESPONSE-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-REDEMPTIONS-STATUS PIC XX.
           01 WS-OFFERS-STATUS PIC XX.
           01 WS-CONTROL-GROUP-STATUS PIC XX.
           01 WS-ACTIVITY-STATUS PIC XX.
           01 WS-REDEMPTION-COUNT PIC 9(5) VALUE 0.
           01 WS-REDEMPTION-DROPPED PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           01 WS-LATE-REDEMPTION-COUNT PIC 9(5) VALUE 0.
           01 WS-REDEMPTION-TABLE.
               05 WS-REDEMPTION-ENTRY OCCURS 1000 TIMES
               INDEXED BY REDEEM-IDX.
                   10 WS-CAMP-CODE PIC X(8).
                   10 WS-CAMP-MAILED PIC 9(7).
                   10 WS-CAMP-REDEEMED PIC 9(7).
                   10 WS-CAMP-CONTROL PIC 9(7).
                   10 WS-CAMP-ACTIVE PIC 9(7).
           01 WS-STATE-COUNT PIC 999 VALUE 0.
           01 WS-STATE-TABLE.
               05 WS-STATE-ENTRY OCCURS 300 TIMES
                   10 WS-STATE-CODE PIC XX.
                   10 WS-STATE-MAILED PIC 9(7).
                   10 WS-STATE-REDEEMED PIC 9(7).
                   10 WS-STATE-CONTROL PIC 9(7).
                   10 WS-STATE-ACTIVE PIC 9(7).
      *    Latest activity date per customer off customer-activity
      *    .dat; a control member counts as active when it falls on
      *    or after the day their campaign ran.
           01 WS-ACTIVITY-COUNT PIC 9(4) VALUE 0.
           01 WS-ACTIVITY-TABLE-FULL PIC 9 VALUE 0.
           01 WS-ACTIVITY-TABLE.
               05 WS-ACTIVITY-ENTRY OCCURS 2000 TIMES
               INDEXED BY ACTIVITY-IDX.
                   10 WS-ACTIVITY-ID PIC 9(7).
                   10 WS-ACTIVITY-LATEST PIC X(10).
           01 WS-ACTIVITY-FOUND PIC 9.
           01 WS-CONTROL-MEMBER-COUNT PIC 9(7) VALUE 0.
           01 WS-CONTROL-IS-ACTIVE PIC 9.
           01 WS-MAILED-RATE PIC 999V9.
           01 WS-LIFT-WORK PIC S999V9.
           01 WS-EDIT-LIFT PIC +ZZ9.9.
           01 WS-ROW-FOUND PIC 9.
           01 WS-OFFER-REDEEMED PIC 9.
           01 WS-RATE-WORK PIC 999V9.
      *    codes are matched against the offer file, and each
      *    campaign gets its pieces-mailed, redemptions and response
      *    rate, overall and by state. Marketing money finally buys
      *    a number. A campaign run with a holdout also gets its
      *    control group's activity rate and the lift over it.
           PERFORM LOAD-REDEMPTIONS.
           IF WS-REDEMPTION-COUNT = 0
               DISPLAY "REDEMPTION -- NO offer-redemptions.dat TO "
               GOBACK
           END-IF.
           PERFORM MATCH-OFFERS.
           PERFORM LOAD-CUSTOMER-ACTIVITY.
           PERFORM TALLY-CONTROL-GROUPS.
           PERFORM COUNT-UNMATCHED-CODES.
           PERFORM WRITE-RESPONSE-REPORT.
           DISPLAY "REDEMPTION SUMMARY -- CODES: "
               WS-REDEMPTION-COUNT
               " UNMATCHED: " WS-UNMATCHED-COUNT
               " LATE: " WS-LATE-REDEMPTION-COUNT
               " CONTROL MEMBERS: " WS-CONTROL-MEMBER-COUNT.
           IF WS-REDEMPTION-DROPPED > 0
               DISPLAY "WARNING -- REDEMPTION TABLE FULL: "
                   WS-REDEMPTION-DROPPED " CODES PAST THE FIRST "
                   SET REDEEM-IDX UP BY 1
               END-IF
           END-PERFORM.
      *    A code back against an offer the year-end close already
      *    expired is not a response to the campaign: it is matched,
      *    so it does not show as unmatched, but counted late.
           IF WS-OFFER-REDEEMED = 1 AND OFFER-EXPIRED-YEAR NOT = SPACES
               ADD 1 TO WS-LATE-REDEMPTION-COUNT
               MOVE 0 TO WS-OFFER-REDEEMED
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           SET CAMP-IDX TO 1.
           PERFORM UNTIL WS-ROW-FOUND = 1 OR
               MOVE OFFER-CAMPAIGN-CODE TO WS-CAMP-CODE(CAMP-IDX)
               MOVE 0 TO WS-CAMP-MAILED(CAMP-IDX)
               MOVE 0 TO WS-CAMP-REDEEMED(CAMP-IDX)
               MOVE 0 TO WS-CAMP-CONTROL(CAMP-IDX)
               MOVE 0 TO WS-CAMP-ACTIVE(CAMP-IDX)
               MOVE 1 TO WS-ROW-FOUND
           END-IF.
           IF WS-ROW-FOUND = 1
               MOVE OFFER-STATE TO WS-STATE-CODE(STATE-IDX)
               MOVE 0 TO WS-STATE-MAILED(STATE-IDX)
               MOVE 0 TO WS-STATE-REDEEMED(STATE-IDX)
               MOVE 0 TO WS-STATE-CONTROL(STATE-IDX)
               MOVE 0 TO WS-STATE-ACTIVE(STATE-IDX)
               MOVE 1 TO WS-ROW-FOUND
           END-IF.
           IF WS-ROW-FOUND = 1
               END-IF
           END-IF.

           LOAD-CUSTOMER-ACTIVITY SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACTIVITY-FILE
                   NOT AT END
                       PERFORM KEEP-LATEST-ACTIVITY
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ACTIVITY-STATUS = "00"
               CLOSE F-ACTIVITY-FILE
           END-IF.
           IF WS-ACTIVITY-TABLE-FULL = 1
               DISPLAY "WARNING -- ACTIVITY TABLE FULL: CUSTOMERS "
                   "PAST THE FIRST 2000 COUNT AS INACTIVE"
           END-IF.

           KEEP-LATEST-ACTIVITY SECTION.
           MOVE 0 TO WS-ACTIVITY-FOUND.
           SET ACTIVITY-IDX TO 1.
           PERFORM UNTIL WS-ACTIVITY-FOUND = 1 OR
               ACTIVITY-IDX > WS-ACTIVITY-COUNT
               IF WS-ACTIVITY-ID(ACTIVITY-IDX) = ACTIVITY-CUSTOMER-ID
                   MOVE 1 TO WS-ACTIVITY-FOUND
               ELSE
                   SET ACTIVITY-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ACTIVITY-FOUND = 1
               IF ACTIVITY-DATE > WS-ACTIVITY-LATEST(ACTIVITY-IDX)
                   MOVE ACTIVITY-DATE TO
                       WS-ACTIVITY-LATEST(ACTIVITY-IDX)
               END-IF
           ELSE IF WS-ACTIVITY-COUNT >= 2000
               MOVE 1 TO WS-ACTIVITY-TABLE-FULL
           ELSE
               ADD 1 TO WS-ACTIVITY-COUNT
               SET ACTIVITY-IDX TO WS-ACTIVITY-COUNT
               MOVE ACTIVITY-CUSTOMER-ID TO
                   WS-ACTIVITY-ID(ACTIVITY-IDX)
               MOVE ACTIVITY-DATE TO WS-ACTIVITY-LATEST(ACTIVITY-IDX)
           END-IF.

           TALLY-CONTROL-GROUPS SECTION.
      *    Campaigns run without a holdout simply have no lines
      *    here and report as they always did.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTROL-GROUP-FILE.
           IF WS-CONTROL-GROUP-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTROL-GROUP-FILE
                   NOT AT END
                       ADD 1 TO WS-CONTROL-MEMBER-COUNT
                       PERFORM TALLY-ONE-CONTROL-MEMBER
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CONTROL-GROUP-STATUS = "00"
               CLOSE F-CONTROL-GROUP-FILE
           END-IF.

           TALLY-ONE-CONTROL-MEMBER SECTION.
           MOVE 0 TO WS-CONTROL-IS-ACTIVE.
           MOVE 0 TO WS-ACTIVITY-FOUND.
           SET ACTIVITY-IDX TO 1.
           PERFORM UNTIL WS-ACTIVITY-FOUND = 1 OR
               ACTIVITY-IDX > WS-ACTIVITY-COUNT
               IF WS-ACTIVITY-ID(ACTIVITY-IDX) = CG-CUSTOMER-ID
                   MOVE 1 TO WS-ACTIVITY-FOUND
               ELSE
                   SET ACTIVITY-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ACTIVITY-FOUND = 1 AND
               WS-ACTIVITY-LATEST(ACTIVITY-IDX) >= CG-RUN-DATE
               MOVE 1 TO WS-CONTROL-IS-ACTIVE
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           SET CAMP-IDX TO 1.
           PERFORM UNTIL WS-ROW-FOUND = 1 OR
               CAMP-IDX > WS-CAMP-COUNT
               IF WS-CAMP-CODE(CAMP-IDX) = CG-CAMPAIGN-CODE
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   SET CAMP-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0 AND WS-CAMP-COUNT < 20
               ADD 1 TO WS-CAMP-COUNT
               SET CAMP-IDX TO WS-CAMP-COUNT
               MOVE CG-CAMPAIGN-CODE TO WS-CAMP-CODE(CAMP-IDX)
               MOVE 0 TO WS-CAMP-MAILED(CAMP-IDX)
               MOVE 0 TO WS-CAMP-REDEEMED(CAMP-IDX)
               MOVE 0 TO WS-CAMP-CONTROL(CAMP-IDX)
               MOVE 0 TO WS-CAMP-ACTIVE(CAMP-IDX)
               MOVE 1 TO WS-ROW-FOUND
           END-IF.
           IF WS-ROW-FOUND = 1
               ADD 1 TO WS-CAMP-CONTROL(CAMP-IDX)
               IF WS-CONTROL-IS-ACTIVE = 1
                   ADD 1 TO WS-CAMP-ACTIVE(CAMP-IDX)
               END-IF
           END-IF.
           MOVE 0 TO WS-ROW-FOUND.
           SET STATE-IDX TO 1.
           PERFORM UNTIL WS-ROW-FOUND = 1 OR
               STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-CAMP(STATE-IDX) = CG-CAMPAIGN-CODE AND
                   WS-STATE-CODE(STATE-IDX) = CG-STATE
                   MOVE 1 TO WS-ROW-FOUND
               ELSE
                   SET STATE-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 0 AND WS-STATE-COUNT < 300
               ADD 1 TO WS-STATE-COUNT
               SET STATE-IDX TO WS-STATE-COUNT
               MOVE CG-CAMPAIGN-CODE TO WS-STATE-CAMP(STATE-IDX)
               MOVE CG-STATE TO WS-STATE-CODE(STATE-IDX)
               MOVE 0 TO WS-STATE-MAILED(STATE-IDX)
               MOVE 0 TO WS-STATE-REDEEMED(STATE-IDX)
               MOVE 0 TO WS-STATE-CONTROL(STATE-IDX)
               MOVE 0 TO WS-STATE-ACTIVE(STATE-IDX)
               MOVE 1 TO WS-ROW-FOUND
           END-IF.
           IF WS-ROW-FOUND = 1
               ADD 1 TO WS-STATE-CONTROL(STATE-IDX)
               IF WS-CONTROL-IS-ACTIVE = 1
                   ADD 1 TO WS-STATE-ACTIVE(STATE-IDX)
               END-IF
           END-IF.

           COUNT-UNMATCHED-CODES SECTION.
           SET REDEEM-IDX TO 1.
           PERFORM UNTIL REDEEM-IDX > WS-REDEMPTION-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE(40:)
           END-STRING.
           WRITE RESPONSE-REPORT-LINE.
      *    Lift is the mailed redemption rate less the control
      *    group's activity rate, in percentage points: what the
      *    card bought over what would have happened anyway.
           IF WS-CAMP-CONTROL(CAMP-IDX) > 0
               MOVE WS-RATE-WORK TO WS-MAILED-RATE
               COMPUTE WS-RATE-WORK =
                   WS-CAMP-ACTIVE(CAMP-IDX) * 100 /
                   WS-CAMP-CONTROL(CAMP-IDX)
               COMPUTE WS-LIFT-WORK = WS-MAILED-RATE - WS-RATE-WORK
               MOVE WS-RATE-WORK TO WS-EDIT-RATE
               MOVE WS-LIFT-WORK TO WS-EDIT-LIFT
               MOVE SPACES TO RESPONSE-REPORT-LINE
               MOVE WS-CAMP-CONTROL(CAMP-IDX) TO WS-EDIT-PIECES
               STRING "                 CONTROL " WS-EDIT-PIECES
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
               END-STRING
               MOVE WS-CAMP-ACTIVE(CAMP-IDX) TO WS-EDIT-PIECES
               STRING " ACTIVE   " WS-EDIT-PIECES
                   " RATE " WS-EDIT-RATE "%"
                   " LIFT " WS-EDIT-LIFT " PTS"
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE(40:)
               END-STRING
               WRITE RESPONSE-REPORT-LINE
           END-IF.
           SET STATE-IDX TO 1.
           PERFORM UNTIL STATE-IDX > WS-STATE-COUNT
               IF WS-STATE-CAMP(STATE-IDX) = WS-CAMP-CODE(CAMP-IDX)
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE(25:)
           END-STRING.
           WRITE RESPONSE-REPORT-LINE.
           IF WS-STATE-CONTROL(STATE-IDX) > 0
               MOVE WS-RATE-WORK TO WS-MAILED-RATE
               COMPUTE WS-RATE-WORK =
                   WS-STATE-ACTIVE(STATE-IDX) * 100 /
                   WS-STATE-CONTROL(STATE-IDX)
               COMPUTE WS-LIFT-WORK = WS-MAILED-RATE - WS-RATE-WORK
               MOVE WS-RATE-WORK TO WS-EDIT-RATE
               MOVE WS-LIFT-WORK TO WS-EDIT-LIFT
               MOVE SPACES TO RESPONSE-REPORT-LINE
               MOVE WS-STATE-CONTROL(STATE-IDX) TO WS-EDIT-PIECES
               STRING "  " WS-STATE-CODE(STATE-IDX)
                   " CONTROL" WS-EDIT-PIECES
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
               END-STRING
               MOVE WS-STATE-ACTIVE(STATE-IDX) TO WS-EDIT-PIECES
               STRING " ACTIVE   " WS-EDIT-PIECES
                   " RATE " WS-EDIT-RATE "%"
                   " LIFT " WS-EDIT-LIFT " PTS"
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE(25:)
               END-STRING
               WRITE RESPONSE-REPORT-LINE
           END-IF.
