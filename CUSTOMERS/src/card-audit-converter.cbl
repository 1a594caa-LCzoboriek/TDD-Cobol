       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-audit-converter.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-OLD-AUDIT-FILE ASSIGN TO
                 "card-audit-flat.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OLD-AUDIT-STATUS.
               SELECT F-NEW-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NEW-AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS NEW-AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-NEW-AUDIT-STATUS.
               SELECT F-CONVERSION-EXCEPTIONS-FILE ASSIGN TO
                 "card-audit-conversion-exceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-OLD-AUDIT-FILE.
           01 OLD-AUDIT-RECORD.
               05 OLD-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 OLD-AUDIT-NAME PIC X(40).
               05 FILLER PIC X.
               05 OLD-AUDIT-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 OLD-AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 OLD-AUDIT-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 OLD-AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 OLD-AUDIT-SERIAL PIC 9(9).
           FD F-NEW-AUDIT-FILE.
           01 NEW-AUDIT-RECORD.
               05 NEW-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 NEW-AUDIT-NAME PIC X(40).
               05 FILLER PIC X.
               05 NEW-AUDIT-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 NEW-AUDIT-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 NEW-AUDIT-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 NEW-AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 NEW-AUDIT-SERIAL PIC 9(9).
           FD F-CONVERSION-EXCEPTIONS-FILE.
      *    The whole audit line rides the exception, so nothing the
      *    keyed file could not take is lost.
           01 CONVERSION-EXCEPTION-RECORD.
               05 CONV-EXCEPTION-REASON PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 CONV-EXCEPTION-LINE PIC X(91).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-OLD-AUDIT-STATUS PIC XX.
           01 WS-NEW-AUDIT-STATUS PIC XX.
           01 WS-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-CONVERTED-COUNT PIC 9(9) VALUE 0.
           01 WS-NO-SERIAL-COUNT PIC 9(7) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
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
      *    One-time migration of the append-only card-audit.dat into
      *    the indexed file every reader now uses: keyed by the card
      *    serial, with the customer ID as an alternate key so one
      *    customer's cards come straight off the index instead of a
      *    top-to-bottom scan. Ops renames the old flat file to
      *    card-audit-flat.dat before the run. Lines that cannot be
      *    keyed -- no serial, or a serial already loaded -- go to
      *    the exception file whole, for ops to look at by hand.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-OLD-AUDIT-FILE.
           IF WS-OLD-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT CONVERSION -- NO card-audit-flat.dat TO "
                   "CONVERT"
               GOBACK
           END-IF.
           OPEN OUTPUT F-NEW-AUDIT-FILE.
           OPEN OUTPUT F-CONVERSION-EXCEPTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OLD-AUDIT-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-AUDIT-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OLD-AUDIT-FILE.
           CLOSE F-NEW-AUDIT-FILE.
           CLOSE F-CONVERSION-EXCEPTIONS-FILE.
           DISPLAY "AUDIT CONVERSION SUMMARY -- READ: " WS-READ-COUNT
               " CONVERTED: " WS-CONVERTED-COUNT
               " NO SERIAL: " WS-NO-SERIAL-COUNT
               " DUPLICATE SERIAL: " WS-DUPLICATE-COUNT.
      *    card-audit.dat is now the indexed layout; say so, so every
      *    reader's startup check accepts it.
           MOVE "STAMP" TO LS-FUNCTION.
           MOVE "card-audit-converter" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-audit.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           GOBACK.

           CONVERT-ONE-AUDIT-LINE SECTION.
           IF OLD-AUDIT-SERIAL NOT NUMERIC OR OLD-AUDIT-SERIAL = 0
               ADD 1 TO WS-NO-SERIAL-COUNT
               MOVE SPACES TO CONVERSION-EXCEPTION-RECORD
               MOVE "No card serial" TO CONV-EXCEPTION-REASON
               MOVE OLD-AUDIT-RECORD TO CONV-EXCEPTION-LINE
               WRITE CONVERSION-EXCEPTION-RECORD
               END-WRITE
           ELSE
               MOVE OLD-AUDIT-RECORD TO NEW-AUDIT-RECORD
               WRITE NEW-AUDIT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE SPACES TO CONVERSION-EXCEPTION-RECORD
                       MOVE "Serial already converted" TO
                           CONV-EXCEPTION-REASON
                       MOVE OLD-AUDIT-RECORD TO CONV-EXCEPTION-LINE
                       WRITE CONVERSION-EXCEPTION-RECORD
                       END-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONVERTED-COUNT
               END-WRITE
           END-IF.
