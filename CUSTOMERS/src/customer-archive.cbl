                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-ARCHIVE-FILE ASSIGN TO
                 "customers-archive.dat"
                 "customer-change-journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
               SELECT F-LINK-CHANGE-FILE ASSIGN TO
                 "bbs-link-changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LINK-CHANGE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
               05 REGISTER-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-NAME PIC X(40).
      *    Legal matter, on HELD lines only: a customer who would
      *    have been archived but is under legal hold and stays.
               05 FILLER PIC X VALUE SPACE.
               05 REGISTER-MATTER PIC X(12).
           FD F-CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-RECORD.
               05 CJ-CUSTOMER-ID PIC 9(7).
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-LINK-CHANGE-FILE.
      *    Customer-ID changes the board's member links have to
      *    follow; bbs-link-apply reads and clears them. An
      *    archived customer's link is parked until a restore.
           01 LINK-CHANGE-RECORD.
               05 LC-ACTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LC-OLD-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-NEW-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 LC-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-ARCHIVE-CONTROL-STATUS PIC XX.
           01 WS-REGISTER-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-LINK-CHANGE-STATUS PIC XX.
           77 WS-INACTIVE-YEARS PIC 99 VALUE 3.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
               05 WS-PICK-ENTRY OCCURS 2000 TIMES
               INDEXED BY PICK-IDX.
                   10 WS-PICK-ID PIC 9(7).
      *    Candidates under an open legal hold, kept on the master
      *    and listed on the register as HELD instead.
           01 WS-HELD-COUNT PIC 9(4) VALUE 0.
           01 WS-HELD-TABLE.
               05 WS-HELD-ENTRY OCCURS 500 TIMES
               INDEXED BY HELD-IDX.
                   10 WS-HELD-ID PIC 9(7).
                   10 WS-HELD-NAME PIC X(40).
                   10 WS-HELD-MATTER PIC X(12).
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
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
      *    customers.dat only ever grew; this moves the dead weight
      *    off it. An undeliverable record with no card activity in
      *    noted on the archival register -- every full-file pass
      *    gets faster and nobody's history is lost, because the
      *    restore utility brings any archived record straight back.
      *    A customer under an open legal hold is never moved; the
      *    register lists each one passed over, with the matter.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-archive" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
           PERFORM PICK-ARCHIVE-CANDIDATES.
           PERFORM ARCHIVE-PICKED-CUSTOMERS.
           DISPLAY "CUSTOMER ARCHIVE SUMMARY -- READ: " WS-READ-COUNT
               " ARCHIVED: " WS-ARCHIVED-COUNT
               " HELD: " WS-HELD-COUNT.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- ACTIVITY TABLE FULL: CUSTOMERS "
                   "PAST THE FIRST 2000 WERE NOT CONSIDERED"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       PERFORM TALLY-ONE-AUDIT-ROW
                   AT END
               IF WS-TALLY-FOUND = 0 AND WS-TABLE-FULL = 1
                   CONTINUE
               ELSE IF WS-CUSTOMER-LAST-DATE < WS-CUTOFF-DATE
                   MOVE "CUSTOMER" TO LG-FUNCTION
                   MOVE PERSON-CUSTOMER-ID TO LG-CUSTOMER-ID
                   CALL "legal-hold-services" USING WS-LG-REQUEST
                   IF LG-RESULT = "Y"
                       PERFORM NOTE-HELD-CUSTOMER
                   ELSE IF WS-PICK-COUNT < 2000
                       ADD 1 TO WS-PICK-COUNT
                       SET PICK-IDX TO WS-PICK-COUNT
                       MOVE PERSON-CUSTOMER-ID TO
               END-IF
           END-IF.

           NOTE-HELD-CUSTOMER SECTION.
      *    Past the end of the table the customer is still left on
      *    the master; only the register line is lost.
           IF WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               SET HELD-IDX TO WS-HELD-COUNT
               MOVE PERSON-CUSTOMER-ID TO WS-HELD-ID(HELD-IDX)
               MOVE PERSON-NAME TO WS-HELD-NAME(HELD-IDX)
               MOVE LG-MATTER TO WS-HELD-MATTER(HELD-IDX)
           END-IF.

           ARCHIVE-PICKED-CUSTOMERS SECTION.
           IF WS-PICK-COUNT = 0 AND WS-HELD-COUNT = 0
               CONTINUE
           ELSE
               OPEN I-O F-CUSTOMERS-FILE
               IF WS-CHANGE-JOURNAL-STATUS = "35"
                   OPEN OUTPUT F-CHANGE-JOURNAL-FILE
               END-IF
               OPEN EXTEND F-LINK-CHANGE-FILE
               IF WS-LINK-CHANGE-STATUS = "35"
                   OPEN OUTPUT F-LINK-CHANGE-FILE
               END-IF
               SET PICK-IDX TO 1
               PERFORM UNTIL PICK-IDX > WS-PICK-COUNT
                   PERFORM ARCHIVE-ONE-CUSTOMER
                   SET PICK-IDX UP BY 1
               END-PERFORM
               SET HELD-IDX TO 1
               PERFORM UNTIL HELD-IDX > WS-HELD-COUNT
                   PERFORM REGISTER-ONE-HELD-CUSTOMER
                   SET HELD-IDX UP BY 1
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
               CLOSE F-ARCHIVE-FILE
               CLOSE F-REGISTER-FILE
               CLOSE F-CHANGE-JOURNAL-FILE
               CLOSE F-LINK-CHANGE-FILE
           END-IF.

           ARCHIVE-ONE-CUSTOMER SECTION.
                   MOVE SPACES TO CJ-AFTER-IMAGE
                   WRITE CHANGE-JOURNAL-RECORD
                   END-WRITE
                   MOVE SPACES TO LINK-CHANGE-RECORD
                   MOVE "ARCHIVE" TO LC-ACTION
                   MOVE PERSON-CUSTOMER-ID TO LC-OLD-ID
                   MOVE 0 TO LC-NEW-ID
                   MOVE "customer-archive" TO LC-PROGRAM
                   MOVE WS-RUN-STAMP TO LC-DATE
                   WRITE LINK-CHANGE-RECORD
                   END-WRITE
                   DELETE F-CUSTOMERS-FILE
                   END-DELETE
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

           REGISTER-ONE-HELD-CUSTOMER SECTION.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE WS-RUN-STAMP TO REGISTER-DATE.
           MOVE "HELD" TO REGISTER-ACTION.
           MOVE WS-HELD-ID(HELD-IDX) TO REGISTER-CUSTOMER-ID.
           MOVE WS-HELD-NAME(HELD-IDX) TO REGISTER-NAME.
           MOVE WS-HELD-MATTER(HELD-IDX) TO REGISTER-MATTER.
           WRITE REGISTER-RECORD
           END-WRITE.
