               05 DS-RESULT-FLAG PIC X.
               05 DS-RESULT-NUMBER PIC S9(9).
               05 DS-STAMP PIC X(10).
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
      *    The 21st-birthday stock running out mid-quarter with no
      *    warning is why this exists. Each night the new
      *    manifests set the usage rate, and any stock projected to
      *    fall under its weeks-of-supply floor lands on the reorder
      *    report before the shelf is bare.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "card-stock-update" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
