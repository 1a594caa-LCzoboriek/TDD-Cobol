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
      *    One scorecard per vendor per quarter of the current year,
      *    built from the files the routing table's vendors already
      *    delivered pieces from the delivery-status file --
      *    attributed to the vendor whose manifest line the piece's
      *    card type and run date fall under. Renewal season gets
      *    numbers instead of anecdotes. The quarter-end stream runs
      *    this early in the new quarter, so a January run is the
      *    fourth-quarter close and scores the year just ended.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "vendor-scorecard" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR.
           IF FUNCTION CURRENT-DATE(5:2) = "01"
               SUBTRACT 1 FROM WS-REPORT-YEAR
           END-IF.
           PERFORM TALLY-MANIFEST-BATCHES.
           IF WS-MANIFEST-COUNT = 0
               DISPLAY "VENDOR SCORECARD -- NO MANIFEST LINES FOR "
