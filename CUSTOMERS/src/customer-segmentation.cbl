               SELECT F-SEGMENT-DEFS-FILE ASSIGN TO
                 "segment-definitions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-BUSINESS-ACCOUNTS-FILE ASSIGN TO
                 "business-accounts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BA-ACCOUNT-ID
                 FILE STATUS IS WS-BUSINESS-ACCOUNTS-STATUS.
               SELECT F-BUSINESS-CONTACTS-FILE ASSIGN TO
                 "business-contacts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BC-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS BC-ACCOUNT-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-BUSINESS-CONTACTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
               05 SEG-COUNT PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SEG-LABEL PIC X(24).
           FD F-BUSINESS-ACCOUNTS-FILE.
      *    The firms business customers work for, as kept from the
      *    maintenance screen.
           01 BUSINESS-ACCOUNT-RECORD.
               05 BA-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BA-COMPANY-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 BA-REG-ADDRESS.
                   10 BA-REG-STREET PIC X(60).
                   10 BA-REG-CITY PIC X(25).
                   10 BA-REG-STATE PIC X(02).
                   10 BA-REG-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 FILLER PIC X VALUE SPACE.
               05 BA-OWNER PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 BA-CARD-MODE PIC X.
                   88 BA-CONSOLIDATED-CARDS VALUE "C".
               05 FILLER PIC X VALUE SPACE.
               05 BA-PRIMARY-CONTACT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BA-OPENED-DATE PIC X(10).
           FD F-BUSINESS-CONTACTS-FILE.
           01 BUSINESS-CONTACT-RECORD.
               05 BC-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-ACCOUNT-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 BC-LINKED-BY PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
               INDEXED BY BRAND-IDX.
                   10 WS-BRAND-CODE PIC X(2).
                   10 WS-BRAND-TOTAL PIC 9(7).
      *    Customers per business account, in the order each
      *    account is first met; customers under no account are
      *    counted apart.
           01 WS-BUSINESS-ACCOUNTS-STATUS PIC XX.
           01 WS-BUSINESS-CONTACTS-STATUS PIC XX.
           01 WS-BUSINESS-FILES-OPEN PIC 9 VALUE 0.
           01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES
               INDEXED BY ACCOUNT-IDX.
                   10 WS-ACCOUNT-ID PIC 9(7).
                   10 WS-ACCOUNT-NAME PIC X(40).
                   10 WS-ACCOUNT-OWNER PIC X(8).
                   10 WS-ACCOUNT-MODE PIC X.
                   10 WS-ACCOUNT-TOTAL PIC 9(7).
           01 WS-UNLINKED-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCOUNT-OVERFLOW-COUNT PIC 9(7) VALUE 0.
           01 WS-FILTER-BRAND PIC X(2) VALUE SPACES.
           01 WS-BRAND-FILTER-ACTIVE PIC 9 VALUE 0.
           01 WS-BRAND-RUN-STATUS PIC XX.
               05 FILLER PIC X(2) VALUE "  ".
           01 WS-BAND-MAX-AGE-TABLE REDEFINES WS-BAND-MAX-AGES.
               05 WS-BAND-MAX-AGE OCCURS 5 TIMES PIC XX.
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
      *    "How many customers turn 65 next year, by state" used to
      *    be ad-hoc fiddling. One pass over customers.dat rolls the
      *    base up by age band, state, signup-year cohort and
      *    domestic/Mexico split, with an age-band-by-state cross-tab
      *    -- real numbers for campaign planning and the
      *    milestone-card volume forecast. Customers are also counted
      *    under the business account they work for.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-segmentation" TO LS-PROGRAM.
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
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           INITIALIZE WS-STATE-TABLE.
           INITIALIZE WS-COHORT-TABLE.
           INITIALIZE WS-BRAND-TABLE.
           INITIALIZE WS-ACCOUNT-TABLE.
           OPEN INPUT F-BRAND-RUN-CONTROL-FILE.
           IF WS-BRAND-RUN-STATUS = "00"
               READ F-BRAND-RUN-CONTROL-FILE
               DISPLAY "SEGMENTATION -- customers.dat NOT AVAILABLE"
               GOBACK
           END-IF.
           PERFORM OPEN-BUSINESS-ACCOUNTS.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CUSTOMERS-FILE NEXT RECORD
                   NOT AT END
               END-READ
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           IF WS-BUSINESS-FILES-OPEN = 1
               CLOSE F-BUSINESS-ACCOUNTS-FILE
               CLOSE F-BUSINESS-CONTACTS-FILE
           END-IF.
           PERFORM WRITE-SEGMENTATION-REPORT.
           PERFORM WRITE-SEGMENT-DEFINITIONS.
           DISPLAY "SEGMENTATION SUMMARY -- CUSTOMERS: "
           IF WS-FOUND = 1
               ADD 1 TO WS-BRAND-TOTAL(BRAND-IDX)
           END-IF.
           PERFORM TALLY-BUSINESS-ACCOUNT.

           OPEN-BUSINESS-ACCOUNTS SECTION.
      *    Without the account files every customer counts as under
      *    no account.
           MOVE 0 TO WS-BUSINESS-FILES-OPEN.
           OPEN INPUT F-BUSINESS-ACCOUNTS-FILE.
           IF WS-BUSINESS-ACCOUNTS-STATUS = "00"
               OPEN INPUT F-BUSINESS-CONTACTS-FILE
               IF WS-BUSINESS-CONTACTS-STATUS = "00"
                   MOVE 1 TO WS-BUSINESS-FILES-OPEN
               ELSE
                   CLOSE F-BUSINESS-ACCOUNTS-FILE
               END-IF
           END-IF.

           TALLY-BUSINESS-ACCOUNT SECTION.
           MOVE 0 TO WS-FOUND.
           IF WS-BUSINESS-FILES-OPEN = 1
               MOVE PERSON-CUSTOMER-ID TO BC-CUSTOMER-ID
               READ F-BUSINESS-CONTACTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-FOUND
               END-READ
           END-IF.
           IF WS-FOUND = 0
               ADD 1 TO WS-UNLINKED-COUNT
           ELSE
               MOVE 0 TO WS-FOUND
               SET ACCOUNT-IDX TO 1
               PERFORM UNTIL WS-FOUND = 1 OR
                   ACCOUNT-IDX > WS-ACCOUNT-COUNT
                   IF WS-ACCOUNT-ID(ACCOUNT-IDX) = BC-ACCOUNT-ID
                       MOVE 1 TO WS-FOUND
                   ELSE
                       SET ACCOUNT-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0 AND WS-ACCOUNT-COUNT < 500
                   ADD 1 TO WS-ACCOUNT-COUNT
                   SET ACCOUNT-IDX TO WS-ACCOUNT-COUNT
                   MOVE BC-ACCOUNT-ID TO WS-ACCOUNT-ID(ACCOUNT-IDX)
                   MOVE BC-ACCOUNT-ID TO BA-ACCOUNT-ID
                   READ F-BUSINESS-ACCOUNTS-FILE
                       INVALID KEY
                           MOVE "(ACCOUNT NOT ON FILE)" TO
                               WS-ACCOUNT-NAME(ACCOUNT-IDX)
                       NOT INVALID KEY
                           MOVE BA-COMPANY-NAME TO
                               WS-ACCOUNT-NAME(ACCOUNT-IDX)
                           MOVE BA-OWNER TO
                               WS-ACCOUNT-OWNER(ACCOUNT-IDX)
                           MOVE BA-CARD-MODE TO
                               WS-ACCOUNT-MODE(ACCOUNT-IDX)
                   END-READ
                   MOVE 1 TO WS-FOUND
               END-IF
               IF WS-FOUND = 1
                   ADD 1 TO WS-ACCOUNT-TOTAL(ACCOUNT-IDX)
               ELSE
                   ADD 1 TO WS-ACCOUNT-OVERFLOW-COUNT
               END-IF
           END-IF.

           DETERMINE-AGE-BAND SECTION.
           IF BIRTHDAY-YEAR = 0 OR BIRTHDAY-MONTH = 0 OR
           END-PERFORM.
           MOVE SPACES TO SEGMENT-REPORT-LINE.
           WRITE SEGMENT-REPORT-LINE.
           MOVE "BY BUSINESS ACCOUNT (C IS ONE CARD FOR THE FIRM)" TO
               SEGMENT-REPORT-LINE.
           WRITE SEGMENT-REPORT-LINE.
           SET ACCOUNT-IDX TO 1.
           PERFORM UNTIL ACCOUNT-IDX > WS-ACCOUNT-COUNT
               MOVE SPACES TO SEGMENT-REPORT-LINE
               STRING "  " WS-ACCOUNT-ID(ACCOUNT-IDX) " "
                   WS-ACCOUNT-NAME(ACCOUNT-IDX) " "
                   WS-ACCOUNT-MODE(ACCOUNT-IDX) " "
                   WS-ACCOUNT-OWNER(ACCOUNT-IDX)
                   " CONTACTS " WS-ACCOUNT-TOTAL(ACCOUNT-IDX)
                   DELIMITED BY SIZE INTO SEGMENT-REPORT-LINE
               END-STRING
               WRITE SEGMENT-REPORT-LINE
               SET ACCOUNT-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO SEGMENT-REPORT-LINE.
           STRING "  NOT UNDER A BUSINESS ACCOUNT " WS-UNLINKED-COUNT
               DELIMITED BY SIZE INTO SEGMENT-REPORT-LINE
           END-STRING.
           WRITE SEGMENT-REPORT-LINE.
           IF WS-ACCOUNT-OVERFLOW-COUNT > 0
               MOVE SPACES TO SEGMENT-REPORT-LINE
               STRING "  CONTACTS OF ACCOUNTS PAST THE FIRST 500 "
                   WS-ACCOUNT-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO SEGMENT-REPORT-LINE
               END-STRING
               WRITE SEGMENT-REPORT-LINE
           END-IF.
           MOVE SPACES TO SEGMENT-REPORT-LINE.
           WRITE SEGMENT-REPORT-LINE.
           MOVE SPACES TO SEGMENT-REPORT-LINE.
           STRING "DOMESTIC: " WS-DOMESTIC-COUNT
               "  MEXICO: " WS-MEXICO-COUNT
