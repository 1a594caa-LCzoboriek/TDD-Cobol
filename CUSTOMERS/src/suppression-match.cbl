               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-SUPPRESSED VALUE "Y".
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(03).
           FD F-MATCH-REPORT-FILE.
           01 MATCH-REPORT-LINE PIC X(120).
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
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
      *    Matches the industry do-not-contact list against
      *    customers.dat on name and ZIP. Vendor names aren't keyed
      *    card sections skip the same way they skip opted-out and
      *    undeliverable customers, and every mark lands on the match
      *    report for compliance review.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "suppression-match" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUPPRESSION-LIST-FILE.
           IF WS-SUPPRESSION-STATUS NOT = "00"
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND = 1
      *        A customer already marked deceased keeps that
      *        status; the suppression mark would only hide it.
               IF PERSON-IS-SUPPRESSED OR PERSON-IS-DECEASED
                   ADD 1 TO WS-ALREADY-MARKED-COUNT
               ELSE
                   MOVE PERSON TO WS-CJ-BEFORE
