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
      *    vendor-ack-reconcile proves the vendor printed what the
      *    manifests said; this picks up from there. The vendor's
      *    delivery-status.dat, and the transit-time report by state
      *    and card type shows whether the mail-lead-control.dat
      *    allowance holds up in the real mail.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "delivery-scan-process" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SCAN-TABLE.
           PERFORM LOAD-MAIL-LEAD-DAYS.
           PERFORM UPDATE-EXISTING-STATUS-LINES.
