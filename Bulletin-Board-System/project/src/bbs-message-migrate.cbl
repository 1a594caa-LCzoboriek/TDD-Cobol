           01 WS-MAP-FOUND PIC 9.
           01 WS-RESOLVED-PARENT PIC 9(7).
           01 WS-LOOKUP-TITLE PIC X(60).
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
           OPEN INPUT F-MESSAGE-ID-CONTROL-FILE.
           IF WS-MESSAGE-ID-CONTROL-STATUS = "00"
               DISPLAY "WARNING -- TITLE MAP FULL: POSTS PAST THE "
                   "FIRST 800 RESOLVED NO PARENTS"
           END-IF.
      *    messages.dat now carries IDs and parent IDs; say so, so
      *    the board's startup check accepts it.
           MOVE "STAMP" TO LS-FUNCTION.
           MOVE "bbs-message-migrate" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "messages.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           GOBACK.

           BUILD-TITLE-ID-MAP SECTION.
