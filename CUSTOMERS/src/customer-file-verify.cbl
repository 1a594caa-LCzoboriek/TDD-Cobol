           01 WS-KEYED-MISS-COUNT PIC 9(5) VALUE 0.
           01 WS-PREVIOUS-ID PIC 9(7) VALUE 0.
           01 WS-FIRST-RECORD PIC 9 VALUE 1.
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
      *    Everything hangs off the one indexed customers.dat, and
      *    the recovery plan for a corrupted index used to be hope.
      *    customer-verify-control.dat instead rebuilds the indexed
      *    file from that backup, printing matching before and after
      *    counts as proof.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-file-verify" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-VERIFY-CONTROL.
           IF REBUILD-IS-REQUESTED
               PERFORM REBUILD-FROM-BACKUP
