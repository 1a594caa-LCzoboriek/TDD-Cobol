                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-MERGE-LOG-FILE ASSIGN TO "merge-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MERGE-LOG-STATUS.
                 "customer-change-journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
               SELECT F-LINK-CHANGE-FILE ASSIGN TO
                 "bbs-link-changes.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LINK-CHANGE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-DISPOSITIONS-FILE.
      *    The reviewed verdicts on merge-candidates-report.txt
      *    pairs: survivor and loser, each as the full customer
      *    number (ID and id-check digit) the report prints, and A
      *    approved or R rejected. Only approved pairs are touched.
           01 DISPOSITION-RECORD.
               05 DISP-SURVIVOR-NUMBER.
                   10 DISP-SURVIVOR-ID PIC 9(7).
                   10 DISP-SURVIVOR-CHECK-DIGIT PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 DISP-LOSER-NUMBER.
                   10 DISP-LOSER-ID PIC 9(7).
                   10 DISP-LOSER-CHECK-DIGIT PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 DISP-VERDICT PIC X.
           FD F-CUSTOMERS-FILE.
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
           FD F-MERGE-LOG-FILE.
      *    One block of three lines per executed merge, carrying the
      *    full before-images of both records -- everything needed
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-LINK-CHANGE-FILE.
      *    Customer-ID changes the board's member links have to
      *    follow; bbs-link-apply reads and clears them. A merge
      *    re-points the loser's link at the survivor.
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
           01 WS-AUDIT-IS-ENDED PIC 9.
           01 WS-DISPOSITIONS-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-PAIR-OK PIC 9.
           01 WS-LOSER-ID-NOW PIC 9(7).
           01 WS-SURVIVOR-ID-NOW PIC 9(7).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-LINK-CHANGE-STATUS PIC XX.
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
      *    The step duplicate-scan never had: once review has signed
      *    off a pair, the survivor record absorbs the loser's
      *    the loser is deleted from the indexed customers.dat, and
      *    both before-images land on merge-log.dat so any merge can
      *    be reversed.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-merge" TO LS-PROGRAM.
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
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-CHANGE-JOURNAL-FILE
           END-IF.
           OPEN EXTEND F-LINK-CHANGE-FILE.
           IF WS-LINK-CHANGE-STATUS = "35"
               OPEN OUTPUT F-LINK-CHANGE-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DISPOSITIONS-FILE
                   NOT AT END
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-MERGE-LOG-FILE.
           CLOSE F-CHANGE-JOURNAL-FILE.
           CLOSE F-LINK-CHANGE-FILE.
           DISPLAY "CUSTOMER MERGE SUMMARY -- PAIRS READ: "
               WS-READ-COUNT
               " MERGED: " WS-MERGED-COUNT

           MERGE-ONE-PAIR SECTION.
           MOVE 1 TO WS-PAIR-OK.
      *    Either number failing its check digit means the pair was
      *    keyed wrong, and a wrong pair would fold one real
      *    customer into another -- refused before anything is read.
           MOVE "VALIDATE" TO IC-FUNCTION.
           MOVE DISP-SURVIVOR-NUMBER TO IC-CUSTOMER-NUMBER.
           CALL "id-check" USING WS-IC-REQUEST.
           IF IC-RESULT = "V"
               MOVE DISP-LOSER-NUMBER TO IC-CUSTOMER-NUMBER
               CALL "id-check" USING WS-IC-REQUEST
           END-IF.
           IF IC-RESULT NOT = "V"
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CUSTOMER MERGE -- PAIR REFUSED: "
                   DISP-SURVIVOR-NUMBER " / " DISP-LOSER-NUMBER
                   " -- " IC-MESSAGE
           ELSE
               PERFORM MERGE-CHECKED-PAIR
           END-IF.

           MERGE-CHECKED-PAIR SECTION.
           MOVE DISP-SURVIVOR-ID TO WS-SURVIVOR-ID-NOW.
           MOVE DISP-LOSER-ID TO WS-LOSER-ID-NOW.
      *    A survivor merged into itself, or an ID that no longer
               MOVE SPACES TO CJ-AFTER-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
               END-WRITE
               MOVE SPACES TO LINK-CHANGE-RECORD
               MOVE "REPOINT" TO LC-ACTION
               MOVE WS-LOSER-ID-NOW TO LC-OLD-ID
               MOVE WS-SURVIVOR-ID-NOW TO LC-NEW-ID
               MOVE "customer-merge" TO LC-PROGRAM
               MOVE WS-RUN-STAMP TO LC-DATE
               WRITE LINK-CHANGE-RECORD
               END-WRITE
               PERFORM REPOINT-AUDIT-HISTORY
               ADD 1 TO WS-MERGED-COUNT
           END-IF.
               PERSON-STREET = WS-LOSER-STREET
               MOVE "Y" TO PERSON-UNDELIVERABLE
           END-IF.
      *    Deceased outranks suppressed: both records are the same
      *    person, so a death notified against either one holds for
      *    the survivor.
           IF WS-LOSER-SUPPRESSED = "D"
               MOVE "D" TO PERSON-SUPPRESSED
           ELSE IF WS-LOSER-SUPPRESSED = "Y" AND
               PERSON-SUPPRESSED NOT = "D"
               MOVE "Y" TO PERSON-SUPPRESSED
           END-IF.

           REPOINT-AUDIT-HISTORY SECTION.
      *    The loser's rows are found on the customer-ID key and
      *    re-keyed in place to the survivor, so the card history
      *    stays attached to the record that lives on. Each rewrite
      *    takes a row off the loser's ID, so the key is started
      *    again for every row until the loser has none left.
           MOVE 0 TO WS-AUDIT-IS-ENDED.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE 1 TO WS-AUDIT-IS-ENDED
           END-IF.
           IF WS-AUDIT-IS-ENDED = 0
               PERFORM UNTIL WS-AUDIT-IS-ENDED = 1
                   MOVE WS-LOSER-ID-NOW TO AUDIT-CUSTOMER-ID
                   START F-AUDIT-FILE KEY IS = AUDIT-CUSTOMER-ID
                       INVALID KEY
                           MOVE 1 TO WS-AUDIT-IS-ENDED
                   END-START
                   IF WS-AUDIT-IS-ENDED = 0
                       PERFORM REPOINT-ONE-AUDIT-ROW
                   END-IF
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

           REPOINT-ONE-AUDIT-ROW SECTION.
           READ F-AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-AUDIT-IS-ENDED
           END-READ.
           IF WS-AUDIT-IS-ENDED = 0
               MOVE WS-SURVIVOR-ID-NOW TO AUDIT-CUSTOMER-ID
               REWRITE AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL " AUDIT-SERIAL
                           " COULD NOT BE RE-POINTED"
                       MOVE 1 TO WS-AUDIT-IS-ENDED
                   NOT INVALID KEY
                       ADD 1 TO WS-REPOINTED-COUNT
               END-REWRITE
           END-IF.

           WRITE-MERGE-LOG-BLOCK SECTION.
