           01 WS-STATS-WORK-STATUS PIC XX.
           01 WS-UNLOAD-COUNT PIC 9(5).
           01 WS-RELOAD-COUNT PIC 9(5).
           01 WS-USERS-CONVERTED PIC 9 VALUE 0.
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
           PERFORM MIGRATE-USERS-FILE.
           PERFORM MIGRATE-GAME-STATS-FILE.
      *    Only a users.dat that reloaded in full is in the new
      *    layout; a short reload is left unstamped, so nothing on
      *    the board will open it until ops has looked.
           IF WS-USERS-CONVERTED = 1
               MOVE "STAMP" TO LS-FUNCTION
               MOVE "bbs-file-migrate" TO LS-PROGRAM
               MOVE 1 TO LS-FILE-COUNT
               MOVE "users.dat" TO LS-FILE-NAME(1)
               MOVE 2 TO LS-VERSION(1)
               CALL "layout-services" USING WS-LS-REQUEST
           END-IF.
           GOBACK.

           MIGRATE-USERS-FILE SECTION.
                   WS-UNLOAD-COUNT " RELOADED: " WS-RELOAD-COUNT
               IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                   DISPLAY "MIGRATE users.dat -- COUNTS MATCH"
                   MOVE 1 TO WS-USERS-CONVERTED
               ELSE
                   DISPLAY "MIGRATE users.dat -- COUNT MISMATCH; "
                       "DO NOT OPEN THE BOARD"
