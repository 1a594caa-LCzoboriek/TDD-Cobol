           01 WS-UNACKED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNMATCHED-ACK-COUNT PIC 9(4) VALUE 0.
           01 WS-AGED-COUNT PIC 9(4) VALUE 0.
      *    Batches with no acknowledgment after this many business
      *    days land in the aging section -- the window the vendor
      *    contract allows for their intake confirmation to come
      *    back, which does not run over weekends and holidays.
           77 WS-ACK-AGING-DAYS PIC 99 VALUE 5.
           01 WS-AGE-DAYS PIC S9(7).
      *    Request area for the shared date-services subprogram.
           01 WS-DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
               05 DS-YEAR PIC 9(4).
               05 DS-MONTH PIC 99.
               05 DS-DAY PIC 99.
               05 DS-YEAR-2 PIC 9(4).
               05 DS-MONTH-2 PIC 99.
               05 DS-DAY-2 PIC 99.
               05 DS-DAY-COUNT PIC S9(7).
               05 DS-RESULT-FLAG PIC X.
               05 DS-RESULT-NUMBER PIC S9(9).
               05 DS-STAMP PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-MANIFEST-TABLE.
               05 WS-MANIFEST-ENTRY OCCURS 500 TIMES
               INDEXED BY MAN-IDX.
           01 WS-BATCH-VOIDS PIC 9(5).
           01 WS-COUNT-GAP PIC S9(7).
           01 WS-EXPLAINED-COUNT PIC 9(4) VALUE 0.
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
      *    Closes the loop the manifest opened: the vendor now sends
      *    back an acknowledgment per batch, and this matches it
      *    aging section for manifests still unacknowledged past the
      *    allowed window -- so a batch the vendor never printed is
      *    found here, not in customer complaints.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "vendor-ack-reconcile" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MANIFEST-TABLE.
           PERFORM LOAD-VOID-REGISTER.
           PERFORM MATCH-ACKNOWLEDGMENTS.
               MOVE SPACES TO DISCREPANCY-LINE
               WRITE DISCREPANCY-LINE
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-YEAR TO WS-TODAY-YEAR.
           MOVE DS-MONTH TO WS-TODAY-MONTH.
           MOVE DS-DAY TO WS-TODAY-DAY.
           MOVE SPACES TO DISCREPANCY-LINE.
           MOVE "UNACKNOWLEDGED BATCHES" TO DISCREPANCY-LINE.
           WRITE DISCREPANCY-LINE.
           WRITE DISCREPANCY-LINE.
           MOVE SPACES TO DISCREPANCY-LINE.
           STRING "AGING -- NO ACKNOWLEDGMENT AFTER "
               WS-ACK-AGING-DAYS " BUSINESS DAYS"
               DELIMITED BY SIZE INTO DISCREPANCY-LINE
           END-STRING.
           WRITE DISCREPANCY-LINE.
           PERFORM UNTIL MAN-IDX > WS-MANIFEST-COUNT
               IF WS-MAN-ACKED(MAN-IDX) = "N" AND
                   WS-MAN-VENDOR(MAN-IDX) NOT = "ECRD"
      *            Age in business days, so a batch sent ahead of
      *            a holiday weekend is not chased while the vendor
      *            is closed.
                   MOVE "BUSDIFF" TO DS-FUNCTION
                   MOVE WS-TODAY-YEAR TO DS-YEAR
                   MOVE WS-TODAY-MONTH TO DS-MONTH
                   MOVE WS-TODAY-DAY TO DS-DAY
                   MOVE WS-MAN-RUN-YEAR(MAN-IDX) TO DS-YEAR-2
                   MOVE WS-MAN-RUN-DATE(MAN-IDX)(1:2) TO DS-MONTH-2
                   MOVE WS-MAN-RUN-DATE(MAN-IDX)(4:2) TO DS-DAY-2
                   CALL "date-services" USING WS-DS-REQUEST
                   MOVE DS-RESULT-NUMBER TO WS-AGE-DAYS
                   IF WS-AGE-DAYS > WS-ACK-AGING-DAYS
                       ADD 1 TO WS-AGED-COUNT
                       MOVE SPACES TO DISCREPANCY-LINE
