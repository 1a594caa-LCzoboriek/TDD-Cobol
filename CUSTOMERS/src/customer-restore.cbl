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
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-LINK-CHANGE-FILE.
      *    Customer-ID changes the board's member links have to
      *    follow; bbs-link-apply reads and clears them. A
      *    restore brings back the link an archive parked.
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
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-REGISTER-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-LINK-CHANGE-STATUS PIC XX.
           01 WS-ASK-ID PIC 9(7).
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-RUN-TIME PIC X(8).
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
      *    The way back from the shelf: an archived customer who
      *    resurfaces is moved from customers-archive.dat straight
      *    The undeliverable flag that sent them to the shelf comes
      *    back with them -- fixing the address is still the
      *    maintenance screen's job.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-restore" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CUSTOMER RESTORE".
           DISPLAY "CUSTOMER ID TO RESTORE: ".
           ACCEPT WS-ASK-ID.
                   WRITE CHANGE-JOURNAL-RECORD
                   END-WRITE
                   CLOSE F-CHANGE-JOURNAL-FILE
                   OPEN EXTEND F-LINK-CHANGE-FILE
                   IF WS-LINK-CHANGE-STATUS = "35"
                       OPEN OUTPUT F-LINK-CHANGE-FILE
                   END-IF
                   MOVE SPACES TO LINK-CHANGE-RECORD
                   MOVE "RELINK" TO LC-ACTION
                   MOVE PERSON-CUSTOMER-ID TO LC-OLD-ID
                   MOVE PERSON-CUSTOMER-ID TO LC-NEW-ID
                   MOVE "customer-restore" TO LC-PROGRAM
                   MOVE WS-RUN-STAMP TO LC-DATE
                   WRITE LINK-CHANGE-RECORD
                   END-WRITE
                   CLOSE F-LINK-CHANGE-FILE
           END-WRITE.

           COPY-ARCHIVE-BACK SECTION.
