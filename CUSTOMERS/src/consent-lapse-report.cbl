       IDENTIFICATION DIVISION.
       PROGRAM-ID. consent-lapse-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CONSENT-FILE ASSIGN TO "marketing-consent.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CN-KEY
                 FILE STATUS IS WS-CONSENT-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-LAPSE-REPORT-FILE ASSIGN TO
                 "consent-lapse-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-CONSENT-FILE.
      *    Kept by consent-services; this report only reads it.
           01 CONSENT-RECORD.
               05 CN-KEY.
                   10 CN-CUSTOMER-ID PIC 9(7).
                   10 CN-TYPE PIC X(8).
               05 FILLER PIC X.
               05 CN-STATUS PIC X.
               05 FILLER PIC X.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X.
               05 CN-DATE PIC X(10).
               05 FILLER PIC X.
               05 CN-OPERATOR PIC X(8).
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
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(01).
               05 PERSON-BRAND PIC X(02).
           FD F-LAPSE-REPORT-FILE.
           01 LAPSE-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CUSTOMERS-OPEN PIC 9 VALUE 0.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-WINDOW-END PIC X(10).
           01 WS-LAPSING-COUNT PIC 9(5) VALUE 0.
           01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
           01 WS-CURRENT-COUNT PIC 9(5) VALUE 0.
      *    The granted lines, gathered from the ledger first and
      *    judged afterwards through consent-services, so the lapse
      *    date here is worked out exactly as the campaign runs
      *    work it out.
           01 WS-GRANT-COUNT PIC 9(5) VALUE 0.
           01 WS-GRANT-TABLE-FULL PIC 9 VALUE 0.
           01 WS-GRANT-TABLE.
               05 WS-GRANT-ENTRY OCCURS 5000 TIMES
               INDEXED BY GRANT-IDX.
                   10 WS-GRANT-CUSTOMER-ID PIC 9(7).
                   10 WS-GRANT-TYPE PIC X(8).
           01 WS-CUSTOMER-NAME PIC X(40).
           01 WS-DETAIL-LINE.
               05 WS-DL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-NAME PIC X(40).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-GRANTED PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-SOURCE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-DL-LAPSES PIC X(10).
      *    Request area for the shared consent-services subprogram.
           01 WS-CV-REQUEST.
               05 CV-FUNCTION PIC X(8).
               05 CV-CUSTOMER-ID PIC 9(7).
               05 CV-TYPE PIC X(8).
               05 CV-STATUS PIC X.
               05 CV-SOURCE PIC X(8).
               05 CV-DATE PIC X(10).
               05 CV-OPERATOR PIC X(8).
               05 CV-LAPSE-DATE PIC X(10).
               05 CV-NOTICE-DAYS PIC 9(3).
               05 CV-RESULT PIC X.
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
      *    The monthly look at the marketing consent ledger: every
      *    promotional grant that will lapse between today and the
      *    end of the notice window in consent-control.dat, listed
      *    by customer so the team can ask for a fresh consent
      *    before campaigns stop reaching them. Grants that have
      *    already lapsed are counted, not listed -- those customers
      *    were on last month's report.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "consent-lapse-report" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           PERFORM LOAD-GRANTED-CONSENTS.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE 1 TO WS-CUSTOMERS-OPEN
           END-IF.
           OPEN OUTPUT F-LAPSE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           SET GRANT-IDX TO 1.
           PERFORM UNTIL GRANT-IDX > WS-GRANT-COUNT
               PERFORM JUDGE-ONE-GRANT
               SET GRANT-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           WRITE LAPSE-REPORT-LINE.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           STRING "LAPSING IN WINDOW: " WS-LAPSING-COUNT
               "   CURRENT BEYOND IT: " WS-CURRENT-COUNT
               "   ALREADY LAPSED: " WS-LAPSED-COUNT
               DELIMITED BY SIZE INTO LAPSE-REPORT-LINE
           END-STRING.
           WRITE LAPSE-REPORT-LINE.
           CLOSE F-LAPSE-REPORT-FILE.
           IF WS-CUSTOMERS-OPEN = 1
               CLOSE F-CUSTOMERS-FILE
           END-IF.
           MOVE "CLOSE" TO CV-FUNCTION.
           CALL "consent-services" USING WS-CV-REQUEST.
           DISPLAY "CONSENT LAPSE SUMMARY -- GRANTS: " WS-GRANT-COUNT
               " LAPSING: " WS-LAPSING-COUNT
               " ALREADY LAPSED: " WS-LAPSED-COUNT.
           IF WS-GRANT-TABLE-FULL = 1
               DISPLAY "WARNING: CONSENT TABLE FULL -- LATER GRANTS "
                   "NOT REPORTED"
           END-IF.
           GOBACK.

           LOAD-GRANTED-CONSENTS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONSENT-FILE.
           IF WS-CONSENT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONSENT-FILE NEXT RECORD
                   NOT AT END
                       IF CN-STATUS = "G"
                           PERFORM STORE-ONE-GRANT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CONSENT-STATUS = "00" OR WS-CONSENT-STATUS = "10"
               CLOSE F-CONSENT-FILE
           END-IF.

           STORE-ONE-GRANT SECTION.
           IF WS-GRANT-COUNT >= 5000
               MOVE 1 TO WS-GRANT-TABLE-FULL
           ELSE
               ADD 1 TO WS-GRANT-COUNT
               SET GRANT-IDX TO WS-GRANT-COUNT
               MOVE CN-CUSTOMER-ID TO WS-GRANT-CUSTOMER-ID(GRANT-IDX)
               MOVE CN-TYPE TO WS-GRANT-TYPE(GRANT-IDX)
           END-IF.

           JUDGE-ONE-GRANT SECTION.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE WS-GRANT-CUSTOMER-ID(GRANT-IDX) TO CV-CUSTOMER-ID.
           MOVE WS-GRANT-TYPE(GRANT-IDX) TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF CV-RESULT NOT = "Y"
               ADD 1 TO WS-LAPSED-COUNT
           ELSE IF CV-LAPSE-DATE > WS-WINDOW-END
               ADD 1 TO WS-CURRENT-COUNT
           ELSE
               ADD 1 TO WS-LAPSING-COUNT
               PERFORM WRITE-LAPSING-LINE
           END-IF.

           SET-NOTICE-WINDOW SECTION.
      *    The window closes the notice period after today. The
      *    period comes back from consent-services with any CHECK,
      *    so one for no customer at all is enough to fetch it.
           MOVE "CHECK" TO CV-FUNCTION.
           MOVE 0 TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           CALL "consent-services" USING WS-CV-REQUEST.
           MOVE SPACES TO WS-WINDOW-END.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE WS-TODAY-STAMP(1:4) TO DS-YEAR.
           MOVE WS-TODAY-STAMP(6:2) TO DS-MONTH.
           MOVE WS-TODAY-STAMP(9:2) TO DS-DAY.
           MOVE CV-NOTICE-DAYS TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-WINDOW-END
           END-STRING.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           STRING "NOTICE WINDOW: " WS-TODAY-STAMP " TO "
               WS-WINDOW-END " (" CV-NOTICE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO LAPSE-REPORT-LINE
           END-STRING.
           WRITE LAPSE-REPORT-LINE.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           WRITE LAPSE-REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "CUSTOMER" TO WS-DETAIL-LINE(1:8).
           MOVE "NAME" TO WS-DL-NAME.
           MOVE "GRANTED" TO WS-DL-GRANTED.
           MOVE "SOURCE" TO WS-DL-SOURCE.
           MOVE "LAPSES" TO WS-DL-LAPSES.
           WRITE LAPSE-REPORT-LINE FROM WS-DETAIL-LINE.

           WRITE-LAPSING-LINE SECTION.
           MOVE "(not on customer file)" TO WS-CUSTOMER-NAME.
           IF WS-CUSTOMERS-OPEN = 1
               MOVE CV-CUSTOMER-ID TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CV-CUSTOMER-ID TO WS-DL-CUSTOMER-ID.
           MOVE WS-CUSTOMER-NAME TO WS-DL-NAME.
           MOVE CV-DATE TO WS-DL-GRANTED.
           MOVE CV-SOURCE TO WS-DL-SOURCE.
           MOVE CV-LAPSE-DATE TO WS-DL-LAPSES.
           WRITE LAPSE-REPORT-LINE FROM WS-DETAIL-LINE.

           WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           STRING "PROMOTIONAL CONSENT LAPSE REPORT -- RUN "
               WS-TODAY-STAMP
               DELIMITED BY SIZE INTO LAPSE-REPORT-LINE
           END-STRING.
           WRITE LAPSE-REPORT-LINE.
           MOVE SPACES TO LAPSE-REPORT-LINE.
           WRITE LAPSE-REPORT-LINE.
           PERFORM SET-NOTICE-WINDOW.
