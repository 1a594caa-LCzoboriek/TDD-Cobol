           01 WS-PROVE-FILE-NAME PIC X(30).
           01 WS-PROVE-FOUND PIC 9.
           01 WS-PROVE-MISMATCHES PIC 9(2) VALUE 0.
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
      *    The board's state is six files, and "backup" used to be
      *    writes a manifest of record counts per file. RESTORE puts
      *    a named snapshot back and proves the counts match the
      *    manifest taken at backup time.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "bbs-backup" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "users.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "messages.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BACKUP-CONTROL.
           IF WS-RUN-MODE = "RESTORE"
               PERFORM RUN-RESTORE
