           01 WS-CUSTOMERS-WORK-STATUS PIC XX.
           01 WS-UNLOAD-COUNT PIC 9(7).
           01 WS-RELOAD-COUNT PIC 9(7).
           01 WS-CUSTOMERS-CONVERTED PIC 9 VALUE 0.
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
           MOVE 0 TO WS-UNLOAD-COUNT.
           MOVE 0 TO WS-RELOAD-COUNT.
               IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                   DISPLAY "NAME KEY BUILD customers.dat -- COUNTS "
                       "MATCH"
                   MOVE 1 TO WS-CUSTOMERS-CONVERTED
               ELSE
                   DISPLAY "NAME KEY BUILD customers.dat -- COUNT "
                       "MISMATCH; DO NOT OPEN THE SCREENS"
               END-IF
           END-IF.
      *    Only a customers.dat that reloaded in full carries the name
      *    key; a short reload is left unstamped, so nothing will
      *    open it until ops has looked.
           IF WS-CUSTOMERS-CONVERTED = 1
               MOVE "STAMP" TO LS-FUNCTION
               MOVE "customer-name-key-build" TO LS-PROGRAM
               MOVE 1 TO LS-FILE-COUNT
               MOVE "customers.dat" TO LS-FILE-NAME(1)
               MOVE 3 TO LS-VERSION(1)
               CALL "layout-services" USING WS-LS-REQUEST
           END-IF.
           GOBACK.
