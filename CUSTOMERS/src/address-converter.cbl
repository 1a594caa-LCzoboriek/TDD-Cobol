           01 WS-STATE-ZIP-PART PIC X(15).
           01 WS-TRUNCATION-FLAG PIC X VALUE "N".
               88 TRUNCATION-DETECTED VALUE "Y".
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
      *    One-time migration of the flat PERSON-ADDRESS blob into the
      *    structured street/city/state/zip layout the mailing house
               WS-CONVERTED-COUNT
               " NOT FULLY PARSED: " WS-EXCEPTION-COUNT
               " TRUNCATED: " WS-TRUNCATION-COUNT.
      *    customers.dat is now in the structured layout; say so, so
      *    every reader's startup check accepts it.
           MOVE "STAMP" TO LS-FUNCTION.
           MOVE "address-converter" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           GOBACK.

           CONVERT-ONE-ADDRESS SECTION.
