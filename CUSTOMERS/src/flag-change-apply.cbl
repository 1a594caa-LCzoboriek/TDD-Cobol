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
      *    Applies the BBS members' reviewed flag changes to the
      *    indexed customers.dat: one keyed READ per transaction,
      *    the flags swapped in, and the usual journal line per
      *    change. The input file is emptied once applied, the way
      *    a consumed feed should be.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "flag-change-apply" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FLAG-CHANGES-FILE.
           IF WS-FLAG-CHANGES-STATUS NOT = "00"
