       IDENTIFICATION DIVISION.
       PROGRAM-ID. layout-stamp.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-ASK-FILE-NAME PIC X(40).
           01 WS-ASK-VERSION PIC X(3).
           01 WS-ASK-CONFIRM PIC X.
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
      *    A shared file that was already on the box before layout
      *    versions were kept, or one put back from somewhere the
      *    companion did not come from, is refused by every program
      *    until something says what layout it is in. Once ops has
      *    confirmed that -- the record length matches, a reader
      *    shows sensible fields -- this records it. The conversion
      *    programs stamp their own output; this is for the rest.
           DISPLAY "LAYOUT STAMP".
           DISPLAY "DATA FILE TO STAMP: ".
           ACCEPT WS-ASK-FILE-NAME.
           DISPLAY "LAYOUT VERSION IT IS IN: ".
           ACCEPT WS-ASK-VERSION.
           IF WS-ASK-FILE-NAME = SPACES
               DISPLAY "NO FILE NAMED; NOTHING STAMPED"
               GOBACK
           END-IF.
           IF FUNCTION TRIM(WS-ASK-VERSION) IS NOT NUMERIC
               DISPLAY "VERSION MUST BE A NUMBER; NOTHING STAMPED"
               GOBACK
           END-IF.
           MOVE "STAMP" TO LS-FUNCTION.
           MOVE "layout-stamp" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE WS-ASK-FILE-NAME TO LS-FILE-NAME(1).
           MOVE FUNCTION NUMVAL(WS-ASK-VERSION) TO LS-VERSION(1).
           DISPLAY "STAMP " FUNCTION TRIM(WS-ASK-FILE-NAME)
               " AT LAYOUT " LS-VERSION(1) "? (Y/N): ".
           ACCEPT WS-ASK-CONFIRM.
           IF WS-ASK-CONFIRM NOT = "Y" AND WS-ASK-CONFIRM NOT = "y"
               DISPLAY "NOTHING STAMPED"
               GOBACK
           END-IF.
           CALL "layout-services" USING WS-LS-REQUEST.
           GOBACK.
