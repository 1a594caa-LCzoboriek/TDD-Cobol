       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-invoice-reconcile.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CONTRACT-RATE-FILE ASSIGN TO
                 "vendor-contract-rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTRACT-RATE-STATUS.
               SELECT F-INVOICE-FILE ASSIGN TO WS-INVOICE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INVOICE-STATUS.
               SELECT F-MANIFEST-FILE ASSIGN TO
                 "card-batch-manifest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT F-ACK-FILE ASSIGN TO "vendor-ack.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACK-STATUS.
               SELECT F-VOID-REGISTER-FILE ASSIGN TO
                 "card-void-register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOID-REGISTER-STATUS.
               SELECT F-BILLED-REGISTER-FILE ASSIGN TO
                 "vendor-billed-batches.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BILLED-REGISTER-STATUS.
               SELECT F-DISPUTE-FILE ASSIGN TO
                 "vendor-invoice-disputes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-APPROVED-FILE ASSIGN TO
                 "vendor-invoice-approved.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPROVED-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CONTRACT-RATE-FILE.
      *    Purchasing's contracted print rate per vendor and card
      *    type, with the date each rate took effect; a rate change
      *    is a new line, never an edit to the old one.
           01 CONTRACT-RATE-RECORD.
               05 CONTRACT-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 CONTRACT-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 CONTRACT-RATE PIC 9(2)V9999.
               05 FILLER PIC X.
               05 CONTRACT-EFFECTIVE PIC X(10).
           FD F-INVOICE-FILE.
      *    One vendor's monthly invoice detail, vendor-invoice-XXXX.dat
      *    by vendor code: a line per batch billed, in invoice order,
      *    keyed the way our manifest keys the batch.
           01 INVOICE-RECORD.
               05 INV-NUMBER PIC X(12).
               05 FILLER PIC X.
               05 INV-DATE PIC X(10).
               05 FILLER PIC X.
               05 INV-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 INV-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 INV-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 INV-PIECES PIC 9(7).
               05 FILLER PIC X.
               05 INV-RATE PIC 9(2)V9999.
               05 FILLER PIC X.
               05 INV-AMOUNT PIC 9(7)V99.
           FD F-MANIFEST-FILE.
           01 MANIFEST-RECORD.
               05 MANIFEST-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 MANIFEST-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 MANIFEST-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 MANIFEST-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 MANIFEST-CHECKSUM PIC 9(9).
               05 FILLER PIC X.
               05 MANIFEST-HOUSEHOLD-COUNT PIC 9(5).
               05 FILLER PIC X.
               05 MANIFEST-VENDOR-CODE PIC X(4).
           FD F-ACK-FILE.
           01 ACK-RECORD.
               05 ACK-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 ACK-RUN-DATE PIC X(5).
               05 FILLER PIC X.
               05 ACK-RUN-YEAR PIC 9(4).
               05 FILLER PIC X.
               05 ACK-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 ACK-CHECKSUM PIC 9(9).
               05 FILLER PIC X.
               05 ACK-VENDOR-CODE PIC X(4).
           FD F-VOID-REGISTER-FILE.
      *    The spoiled serials and the batch each came from; the
      *    reprint goes out on a reissue batch of its own, so the
      *    spoiled piece is only payable once.
           01 VOID-REGISTER-RECORD.
               05 VOID-SERIAL PIC 9(9).
               05 FILLER PIC X.
               05 VOID-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 VOID-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 VOID-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 VOID-DATE PIC X(10).
               05 FILLER PIC X.
               05 VOID-BATCH-DATE PIC X(5).
               05 FILLER PIC X.
               05 VOID-BATCH-YEAR PIC 9(4).
           FD F-BILLED-REGISTER-FILE.
      *    Every batch any invoice has billed, so a batch billed
      *    again on a later month's invoice is caught.
           01 BILLED-REGISTER-RECORD.
               05 BILLED-VENDOR PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 BILLED-INVOICE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 BILLED-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 BILLED-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 BILLED-RUN-YEAR PIC 9(4).
           FD F-DISPUTE-FILE.
           01 DISPUTE-LINE PIC X(120).
           FD F-APPROVED-FILE.
      *    Accounts payable's file: one line per invoice with what
      *    was billed, what is approved to pay and what is held in
      *    dispute.
           01 APPROVED-RECORD.
               05 APPROVED-VENDOR PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-INVOICE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-INVOICE-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-BILLED PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-TO-PAY PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-DISPUTED PIC 9(7)V99.
               05 FILLER PIC X VALUE SPACE.
               05 APPROVED-RUN-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-INVOICE-IS-ENDED PIC 9.
           01 WS-CONTRACT-RATE-STATUS PIC XX.
           01 WS-INVOICE-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-ACK-STATUS PIC XX.
           01 WS-VOID-REGISTER-STATUS PIC XX.
           01 WS-BILLED-REGISTER-STATUS PIC XX.
           01 WS-APPROVED-STATUS PIC XX.
           01 WS-INVOICE-NAME PIC X(40).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-TABLE-FULL PIC 9 VALUE 0.
      *    The contracted rates, and the vendors they name -- the
      *    vendors whose invoice files this run looks for.
           01 WS-CONTRACT-COUNT PIC 99 VALUE 0.
           01 WS-CONTRACT-TABLE.
               05 WS-CONTRACT-ENTRY OCCURS 60 TIMES
               INDEXED BY CON-IDX.
                   10 WS-CON-VENDOR PIC X(4).
                   10 WS-CON-CARD-TYPE PIC X(12).
                   10 WS-CON-RATE PIC 9(2)V9999.
                   10 WS-CON-EFFECTIVE PIC X(10).
           01 WS-VENDOR-COUNT PIC 99 VALUE 0.
           01 WS-VENDOR-TABLE.
               05 WS-VENDOR-ENTRY OCCURS 10 TIMES
               INDEXED BY VEN-IDX.
                   10 WS-VEN-CODE PIC X(4).
           01 WS-VENDOR-FOUND PIC 9.
           01 WS-MANIFEST-COUNT PIC 9(4) VALUE 0.
           01 WS-MANIFEST-TABLE.
               05 WS-MANIFEST-ENTRY OCCURS 500 TIMES
               INDEXED BY MAN-IDX.
                   10 WS-MAN-CARD-TYPE PIC X(12).
                   10 WS-MAN-RUN-DATE PIC X(5).
                   10 WS-MAN-RUN-YEAR PIC 9(4).
                   10 WS-MAN-RECORD-COUNT PIC 9(7).
                   10 WS-MAN-VENDOR PIC X(4).
           01 WS-ACK-COUNT PIC 9(4) VALUE 0.
           01 WS-ACK-TABLE.
               05 WS-ACK-ENTRY OCCURS 500 TIMES
               INDEXED BY ACK-IDX.
                   10 WS-ACK-CARD-TYPE PIC X(12).
                   10 WS-ACK-RUN-DATE PIC X(5).
                   10 WS-ACK-RUN-YEAR PIC 9(4).
                   10 WS-ACK-RECORD-COUNT PIC 9(7).
                   10 WS-ACK-VENDOR PIC X(4).
           01 WS-VOID-COUNT PIC 999 VALUE 0.
           01 WS-VOID-TABLE.
               05 WS-VOID-ENTRY OCCURS 500 TIMES
               INDEXED BY VOID-IDX.
                   10 WS-VOID-TYPE PIC X(12).
                   10 WS-VOID-VENDOR PIC X(4).
                   10 WS-VOID-BATCH-DATE PIC X(5).
                   10 WS-VOID-BATCH-YEAR PIC 9(4).
      *    Batches already billed -- by earlier invoices off the
      *    register, and by this run's invoices as they are read.
           01 WS-BILLED-COUNT PIC 9(4) VALUE 0.
           01 WS-BILLED-ON-FILE PIC 9(4) VALUE 0.
           01 WS-BILLED-TABLE.
               05 WS-BILLED-ENTRY OCCURS 2000 TIMES
               INDEXED BY BIL-IDX.
                   10 WS-BIL-VENDOR PIC X(4).
                   10 WS-BIL-INVOICE PIC X(12).
                   10 WS-BIL-CARD-TYPE PIC X(12).
                   10 WS-BIL-RUN-DATE PIC X(5).
                   10 WS-BIL-RUN-YEAR PIC 9(4).
                   10 WS-BIL-IS-NEW PIC X.
           01 WS-BILLED-FULL PIC 9 VALUE 0.
           01 WS-INVOICE-RERUN PIC 9.
      *    The batch and invoice being worked.
           01 WS-CURRENT-VENDOR PIC X(4).
           01 WS-CURRENT-INVOICE PIC X(12).
           01 WS-CURRENT-INVOICE-DATE PIC X(10).
           01 WS-BATCH-MANIFESTED PIC 9(7).
           01 WS-BATCH-ACKED PIC 9(7).
           01 WS-BATCH-HAS-ACK PIC 9.
           01 WS-BATCH-VOIDS PIC 9(7).
           01 WS-BATCH-DUPLICATE PIC 9.
           01 WS-BATCH-FOUND PIC 9.
           01 WS-CONTRACT-FOUND PIC 9.
           01 WS-LINE-CONTRACT-RATE PIC 9(2)V9999.
           01 WS-LINE-CONTRACT-DATE PIC X(10).
           01 WS-PAYABLE-PIECES PIC S9(7).
           01 WS-EXCESS-PIECES PIC S9(7).
           01 WS-PAY-RATE PIC 9(2)V9999.
           01 WS-LINE-APPROVED PIC 9(7)V99.
           01 WS-LINE-DISPUTED PIC 9(7)V99.
           01 WS-INVOICE-BILLED PIC 9(7)V99.
           01 WS-INVOICE-APPROVED PIC 9(7)V99.
           01 WS-INVOICE-DISPUTED PIC 9(7)V99.
           01 WS-INVOICE-LINES PIC 9(5).
           01 WS-INVOICE-FLAGS PIC 9(5).
           01 WS-INVOICE-OPEN PIC 9 VALUE 0.
           01 WS-EDIT-AMOUNT PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-APPROVED PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-DISPUTED PIC Z,ZZZ,ZZ9.99.
           01 WS-EDIT-RATE PIC Z9.9999.
           01 WS-EDIT-CONTRACT PIC Z9.9999.
      *    Run totals for the summary line.
           01 WS-INVOICES-READ PIC 9(5) VALUE 0.
           01 WS-LINES-READ PIC 9(7) VALUE 0.
           01 WS-UNMANIFESTED-COUNT PIC 9(5) VALUE 0.
           01 WS-UNACKED-COUNT PIC 9(5) VALUE 0.
           01 WS-SPOILED-TWICE-COUNT PIC 9(5) VALUE 0.
           01 WS-RATE-DIFF-COUNT PIC 9(5) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.
           01 WS-RUN-APPROVED PIC 9(9)V99 VALUE 0.
           01 WS-RUN-DISPUTED PIC 9(9)V99 VALUE 0.
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
      *    Vendors bill monthly per piece printed, and until now the
      *    invoice was paid as billed. This reads each contracted
      *    vendor's invoice detail file and checks every billed
      *    batch against what we manifested, what the vendor itself
      *    acknowledged printing, and what the void register says
      *    was spoiled and reprinted: pieces billed but never
      *    manifested or above the ack, spoiled pieces billed again
      *    in the original batch when the reprint is on a batch of
      *    its own, rates other than the contract's, and batches
      *    billed a second time. Each invoice gets a section on the
      *    dispute report and a line on the approved-to-pay file for
      *    accounts payable.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "vendor-invoice-reconcile" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(1).
           MOVE 1 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-RUN-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP
           END-STRING.
           PERFORM LOAD-CONTRACT-RATES.
           IF WS-VENDOR-COUNT = 0
               DISPLAY "VENDOR INVOICE -- NO vendor-contract-rates.dat"
                   "; NOTHING TO RECONCILE AGAINST"
               GOBACK
           END-IF.
           PERFORM LOAD-MANIFEST-TABLE.
           PERFORM LOAD-ACK-TABLE.
           PERFORM LOAD-VOID-REGISTER.
           PERFORM LOAD-BILLED-REGISTER.
           OPEN OUTPUT F-DISPUTE-FILE.
           MOVE "VENDOR INVOICE DISPUTE REPORT" TO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "RUN " WS-RUN-STAMP
               DELIMITED BY SIZE INTO DISPUTE-LINE
           END-STRING.
           WRITE DISPUTE-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
           OPEN EXTEND F-APPROVED-FILE.
           IF WS-APPROVED-STATUS = "35"
               OPEN OUTPUT F-APPROVED-FILE
           END-IF.
           SET VEN-IDX TO 1.
           PERFORM UNTIL VEN-IDX > WS-VENDOR-COUNT
               MOVE WS-VEN-CODE(VEN-IDX) TO WS-CURRENT-VENDOR
               PERFORM RECONCILE-ONE-VENDOR
               SET VEN-IDX UP BY 1
           END-PERFORM.
           CLOSE F-APPROVED-FILE.
           PERFORM WRITE-DISPUTE-TOTALS.
           CLOSE F-DISPUTE-FILE.
           PERFORM SAVE-BILLED-REGISTER.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- A RECONCILE TABLE FILLED; LINES "
                   "PAST ITS LIMIT WERE NOT LOADED"
           END-IF.
           IF WS-BILLED-FULL = 1
               DISPLAY "WARNING -- BILLED-BATCH TABLE FULL: BATCHES "
                   "PAST THE FIRST 2000 WERE NOT REGISTERED"
           END-IF.
           MOVE WS-RUN-APPROVED TO WS-EDIT-APPROVED.
           MOVE WS-RUN-DISPUTED TO WS-EDIT-DISPUTED.
           DISPLAY "VENDOR INVOICE SUMMARY -- INVOICES: "
               WS-INVOICES-READ
               " LINES: " WS-LINES-READ
               " UNMANIFESTED: " WS-UNMANIFESTED-COUNT
               " UNACKED: " WS-UNACKED-COUNT
               " SPOILED TWICE: " WS-SPOILED-TWICE-COUNT
               " RATE: " WS-RATE-DIFF-COUNT
               " DUPLICATE: " WS-DUPLICATE-COUNT
               " APPROVED: " WS-EDIT-APPROVED
               " DISPUTED: " WS-EDIT-DISPUTED.
           GOBACK.

           LOAD-CONTRACT-RATES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTRACT-RATE-FILE.
           IF WS-CONTRACT-RATE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTRACT-RATE-FILE
                   NOT AT END
                       IF WS-CONTRACT-COUNT >= 60
                           MOVE 1 TO WS-TABLE-FULL
                       ELSE IF CONTRACT-RATE NUMERIC
                           ADD 1 TO WS-CONTRACT-COUNT
                           SET CON-IDX TO WS-CONTRACT-COUNT
                           MOVE CONTRACT-VENDOR TO
                               WS-CON-VENDOR(CON-IDX)
                           MOVE CONTRACT-CARD-TYPE TO
                               WS-CON-CARD-TYPE(CON-IDX)
                           MOVE CONTRACT-RATE TO WS-CON-RATE(CON-IDX)
                           MOVE CONTRACT-EFFECTIVE TO
                               WS-CON-EFFECTIVE(CON-IDX)
                           PERFORM NOTE-CONTRACT-VENDOR
                       END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CONTRACT-RATE-STATUS = "00"
               CLOSE F-CONTRACT-RATE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           NOTE-CONTRACT-VENDOR SECTION.
           MOVE 0 TO WS-VENDOR-FOUND.
           SET VEN-IDX TO 1.
           PERFORM UNTIL WS-VENDOR-FOUND = 1 OR
               VEN-IDX > WS-VENDOR-COUNT
               IF WS-VEN-CODE(VEN-IDX) = CONTRACT-VENDOR
                   MOVE 1 TO WS-VENDOR-FOUND
               ELSE
                   SET VEN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-VENDOR-FOUND = 0
               IF WS-VENDOR-COUNT >= 10
                   MOVE 1 TO WS-TABLE-FULL
               ELSE
                   ADD 1 TO WS-VENDOR-COUNT
                   SET VEN-IDX TO WS-VENDOR-COUNT
                   MOVE CONTRACT-VENDOR TO WS-VEN-CODE(VEN-IDX)
               END-IF
           END-IF.

           LOAD-MANIFEST-TABLE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "VENDOR INVOICE -- NO card-batch-manifest.dat;"
                   " EVERY BILLED BATCH WILL SHOW UNMANIFESTED"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-FILE
                   NOT AT END
                       IF WS-MANIFEST-COUNT >= 500
                           MOVE 1 TO WS-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-MANIFEST-COUNT
                           SET MAN-IDX TO WS-MANIFEST-COUNT
                           MOVE MANIFEST-CARD-TYPE TO
                               WS-MAN-CARD-TYPE(MAN-IDX)
                           MOVE MANIFEST-RUN-DATE TO
                               WS-MAN-RUN-DATE(MAN-IDX)
                           MOVE MANIFEST-RUN-YEAR TO
                               WS-MAN-RUN-YEAR(MAN-IDX)
                           MOVE MANIFEST-RECORD-COUNT TO
                               WS-MAN-RECORD-COUNT(MAN-IDX)
                           MOVE MANIFEST-VENDOR-CODE TO
                               WS-MAN-VENDOR(MAN-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MANIFEST-STATUS = "00"
               CLOSE F-MANIFEST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-ACK-TABLE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ACK-FILE
                   NOT AT END
                       IF WS-ACK-COUNT >= 500
                           MOVE 1 TO WS-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-ACK-COUNT
                           SET ACK-IDX TO WS-ACK-COUNT
                           MOVE ACK-CARD-TYPE TO
                               WS-ACK-CARD-TYPE(ACK-IDX)
                           MOVE ACK-RUN-DATE TO
                               WS-ACK-RUN-DATE(ACK-IDX)
                           MOVE ACK-RUN-YEAR TO
                               WS-ACK-RUN-YEAR(ACK-IDX)
                           MOVE ACK-RECORD-COUNT TO
                               WS-ACK-RECORD-COUNT(ACK-IDX)
                           MOVE ACK-VENDOR-CODE TO
                               WS-ACK-VENDOR(ACK-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ACK-STATUS = "00"
               CLOSE F-ACK-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-VOID-REGISTER SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOID-REGISTER-FILE.
           IF WS-VOID-REGISTER-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOID-REGISTER-FILE
                   NOT AT END
                       IF WS-VOID-COUNT >= 500
                           MOVE 1 TO WS-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-VOID-COUNT
                           SET VOID-IDX TO WS-VOID-COUNT
                           MOVE VOID-CARD-TYPE TO
                               WS-VOID-TYPE(VOID-IDX)
                           MOVE VOID-VENDOR TO WS-VOID-VENDOR(VOID-IDX)
                           MOVE VOID-BATCH-DATE TO
                               WS-VOID-BATCH-DATE(VOID-IDX)
                           MOVE VOID-BATCH-YEAR TO
                               WS-VOID-BATCH-YEAR(VOID-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VOID-REGISTER-STATUS = "00"
               CLOSE F-VOID-REGISTER-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           LOAD-BILLED-REGISTER SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BILLED-REGISTER-FILE.
           IF WS-BILLED-REGISTER-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BILLED-REGISTER-FILE
                   NOT AT END
                       IF WS-BILLED-COUNT >= 2000
                           MOVE 1 TO WS-BILLED-FULL
                       ELSE
                           ADD 1 TO WS-BILLED-COUNT
                           SET BIL-IDX TO WS-BILLED-COUNT
                           MOVE BILLED-VENDOR TO WS-BIL-VENDOR(BIL-IDX)
                           MOVE BILLED-INVOICE TO
                               WS-BIL-INVOICE(BIL-IDX)
                           MOVE BILLED-CARD-TYPE TO
                               WS-BIL-CARD-TYPE(BIL-IDX)
                           MOVE BILLED-RUN-DATE TO
                               WS-BIL-RUN-DATE(BIL-IDX)
                           MOVE BILLED-RUN-YEAR TO
                               WS-BIL-RUN-YEAR(BIL-IDX)
                           MOVE "N" TO WS-BIL-IS-NEW(BIL-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-BILLED-REGISTER-STATUS = "00"
               CLOSE F-BILLED-REGISTER-FILE
           END-IF.
           MOVE WS-BILLED-COUNT TO WS-BILLED-ON-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.

           RECONCILE-ONE-VENDOR SECTION.
      *    The invoice file is in invoice order; a change of invoice
      *    number closes the one before it.
           MOVE SPACES TO WS-INVOICE-NAME.
           STRING "vendor-invoice-" DELIMITED BY SIZE
               WS-CURRENT-VENDOR DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-INVOICE-NAME
           END-STRING.
           OPEN INPUT F-INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "VENDOR INVOICE -- NO INVOICE FILE FOR "
                   WS-CURRENT-VENDOR
           ELSE
               MOVE 0 TO WS-INVOICE-OPEN
               MOVE 0 TO WS-INVOICE-IS-ENDED
               PERFORM UNTIL WS-INVOICE-IS-ENDED = 1
                   READ F-INVOICE-FILE
                       NOT AT END
                           IF WS-INVOICE-OPEN = 1 AND
                               INV-NUMBER NOT = WS-CURRENT-INVOICE
                               PERFORM CLOSE-ONE-INVOICE
                           END-IF
                           IF WS-INVOICE-OPEN = 0
                               PERFORM OPEN-ONE-INVOICE
                           END-IF
                           ADD 1 TO WS-LINES-READ
                           PERFORM CHECK-ONE-BILLED-BATCH
                       AT END
                           MOVE 1 TO WS-INVOICE-IS-ENDED
                   END-READ
               END-PERFORM
               IF WS-INVOICE-OPEN = 1
                   PERFORM CLOSE-ONE-INVOICE
               END-IF
               CLOSE F-INVOICE-FILE
           END-IF.

           OPEN-ONE-INVOICE SECTION.
           MOVE 1 TO WS-INVOICE-OPEN.
           ADD 1 TO WS-INVOICES-READ.
           MOVE INV-NUMBER TO WS-CURRENT-INVOICE.
           MOVE INV-DATE TO WS-CURRENT-INVOICE-DATE.
           MOVE 0 TO WS-INVOICE-BILLED.
           MOVE 0 TO WS-INVOICE-APPROVED.
           MOVE 0 TO WS-INVOICE-DISPUTED.
           MOVE 0 TO WS-INVOICE-LINES.
           MOVE 0 TO WS-INVOICE-FLAGS.
      *    An invoice already on the register is being reconciled a
      *    second time; its own batches must not read as billed
      *    twice, and it is not registered again.
           MOVE 0 TO WS-INVOICE-RERUN.
           SET BIL-IDX TO 1.
           PERFORM UNTIL WS-INVOICE-RERUN = 1 OR
               BIL-IDX > WS-BILLED-ON-FILE
               IF WS-BIL-VENDOR(BIL-IDX) = WS-CURRENT-VENDOR AND
                   WS-BIL-INVOICE(BIL-IDX) = WS-CURRENT-INVOICE
                   MOVE 1 TO WS-INVOICE-RERUN
               ELSE
                   SET BIL-IDX UP BY 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "VENDOR " WS-CURRENT-VENDOR
               "  INVOICE " WS-CURRENT-INVOICE
               "  DATED " WS-CURRENT-INVOICE-DATE
               DELIMITED BY SIZE INTO DISPUTE-LINE
           END-STRING.
           WRITE DISPUTE-LINE.

           CHECK-ONE-BILLED-BATCH SECTION.
      *    Each test takes its disputed pieces off what is left
      *    payable, in order, so no piece is disputed twice: billed
      *    twice takes the whole line; then pieces beyond the
      *    manifest, pieces beyond the vendor's own ack, and spoiled
      *    pieces whose reprint is on its own batch; then what is
      *    left is paid at the lower of billed and contract rate.
           ADD 1 TO WS-INVOICE-LINES.
           ADD INV-AMOUNT TO WS-INVOICE-BILLED.
           MOVE INV-PIECES TO WS-PAYABLE-PIECES.
           PERFORM FIND-BATCH-DUPLICATE.
           IF WS-BATCH-DUPLICATE = 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 0 TO WS-PAYABLE-PIECES
               MOVE SPACES TO DISPUTE-LINE
               STRING "  BILLED TWICE       " INV-CARD-TYPE " "
                   INV-RUN-YEAR "-" INV-RUN-DATE
                   " PIECES " INV-PIECES
                   " ALSO ON INVOICE " WS-BIL-INVOICE(BIL-IDX)
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               END-STRING
               PERFORM WRITE-FLAG-LINE
           ELSE
               PERFORM REGISTER-BILLED-BATCH
           END-IF.
           PERFORM SUM-BATCH-MANIFEST.
           IF WS-PAYABLE-PIECES > WS-BATCH-MANIFESTED
               COMPUTE WS-EXCESS-PIECES =
                   WS-PAYABLE-PIECES - WS-BATCH-MANIFESTED
               MOVE WS-BATCH-MANIFESTED TO WS-PAYABLE-PIECES
               ADD 1 TO WS-UNMANIFESTED-COUNT
               MOVE SPACES TO DISPUTE-LINE
               STRING "  NOT MANIFESTED     " INV-CARD-TYPE " "
                   INV-RUN-YEAR "-" INV-RUN-DATE
                   " BILLED " INV-PIECES
                   " MANIFESTED " WS-BATCH-MANIFESTED
                   " DISPUTED " WS-EXCESS-PIECES
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               END-STRING
               PERFORM WRITE-FLAG-LINE
           END-IF.
           PERFORM SUM-BATCH-ACK.
           IF WS-PAYABLE-PIECES > 0 AND
               WS-PAYABLE-PIECES > WS-BATCH-ACKED
               COMPUTE WS-EXCESS-PIECES =
                   WS-PAYABLE-PIECES - WS-BATCH-ACKED
               MOVE WS-BATCH-ACKED TO WS-PAYABLE-PIECES
               ADD 1 TO WS-UNACKED-COUNT
               MOVE SPACES TO DISPUTE-LINE
               IF WS-BATCH-HAS-ACK = 0
                   STRING "  NOT ACKNOWLEDGED   " INV-CARD-TYPE " "
                       INV-RUN-YEAR "-" INV-RUN-DATE
                       " DISPUTED " WS-EXCESS-PIECES
                       DELIMITED BY SIZE INTO DISPUTE-LINE
                   END-STRING
               ELSE
                   STRING "  ABOVE ACK          " INV-CARD-TYPE " "
                       INV-RUN-YEAR "-" INV-RUN-DATE
                       " ACKED " WS-BATCH-ACKED
                       " DISPUTED " WS-EXCESS-PIECES
                       DELIMITED BY SIZE INTO DISPUTE-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-FLAG-LINE
           END-IF.
           PERFORM COUNT-BATCH-VOIDS.
           IF WS-BATCH-VOIDS > 0 AND WS-PAYABLE-PIECES > 0 AND
               WS-PAYABLE-PIECES + WS-BATCH-VOIDS >
                   WS-BATCH-MANIFESTED
      *        Only the spoiled pieces still being charged here: a
      *        vendor who already billed the batch net of its
      *        spoilage has nothing to answer for.
               COMPUTE WS-EXCESS-PIECES = WS-PAYABLE-PIECES +
                   WS-BATCH-VOIDS - WS-BATCH-MANIFESTED
               IF WS-EXCESS-PIECES > WS-BATCH-VOIDS
                   MOVE WS-BATCH-VOIDS TO WS-EXCESS-PIECES
               END-IF
               SUBTRACT WS-EXCESS-PIECES FROM WS-PAYABLE-PIECES
               ADD 1 TO WS-SPOILED-TWICE-COUNT
               MOVE SPACES TO DISPUTE-LINE
               STRING "  SPOILED BILLED TWICE " INV-CARD-TYPE " "
                   INV-RUN-YEAR "-" INV-RUN-DATE
                   " VOIDED " WS-BATCH-VOIDS
                   " DISPUTED " WS-EXCESS-PIECES
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               END-STRING
               PERFORM WRITE-FLAG-LINE
           END-IF.
           PERFORM FIND-CONTRACT-RATE.
           MOVE INV-RATE TO WS-PAY-RATE.
           IF WS-CONTRACT-FOUND = 0
               IF WS-PAYABLE-PIECES > 0
                   MOVE 0 TO WS-PAYABLE-PIECES
                   ADD 1 TO WS-RATE-DIFF-COUNT
                   MOVE SPACES TO DISPUTE-LINE
                   STRING "  NO CONTRACT RATE   " INV-CARD-TYPE " "
                       INV-RUN-YEAR "-" INV-RUN-DATE
                       " LINE HELD WHOLE"
                       DELIMITED BY SIZE INTO DISPUTE-LINE
                   END-STRING
                   PERFORM WRITE-FLAG-LINE
               END-IF
           ELSE IF INV-RATE NOT = WS-LINE-CONTRACT-RATE
               ADD 1 TO WS-RATE-DIFF-COUNT
               IF INV-RATE > WS-LINE-CONTRACT-RATE
                   MOVE WS-LINE-CONTRACT-RATE TO WS-PAY-RATE
               END-IF
               MOVE INV-RATE TO WS-EDIT-RATE
               MOVE WS-LINE-CONTRACT-RATE TO WS-EDIT-CONTRACT
               MOVE SPACES TO DISPUTE-LINE
               STRING "  RATE DIFFERS       " INV-CARD-TYPE " "
                   INV-RUN-YEAR "-" INV-RUN-DATE
                   " BILLED " WS-EDIT-RATE
                   " CONTRACT " WS-EDIT-CONTRACT
                   " FROM " WS-LINE-CONTRACT-DATE
                   DELIMITED BY SIZE INTO DISPUTE-LINE
               END-STRING
               PERFORM WRITE-FLAG-LINE
           END-IF.
           COMPUTE WS-LINE-APPROVED ROUNDED =
               WS-PAYABLE-PIECES * WS-PAY-RATE.
           IF WS-LINE-APPROVED > INV-AMOUNT
               MOVE INV-AMOUNT TO WS-LINE-APPROVED
           END-IF.
           COMPUTE WS-LINE-DISPUTED = INV-AMOUNT - WS-LINE-APPROVED.
           ADD WS-LINE-APPROVED TO WS-INVOICE-APPROVED.
           ADD WS-LINE-DISPUTED TO WS-INVOICE-DISPUTED.

           WRITE-FLAG-LINE SECTION.
           ADD 1 TO WS-INVOICE-FLAGS.
           WRITE DISPUTE-LINE
           END-WRITE.

           FIND-BATCH-DUPLICATE SECTION.
      *    A batch is billed twice when it is already on the
      *    register under another invoice, or this run has already
      *    seen it -- on another invoice or earlier on this one.
           MOVE 0 TO WS-BATCH-DUPLICATE.
           SET BIL-IDX TO 1.
           PERFORM UNTIL WS-BATCH-DUPLICATE = 1 OR
               BIL-IDX > WS-BILLED-COUNT
               IF WS-BIL-VENDOR(BIL-IDX) = WS-CURRENT-VENDOR AND
                   WS-BIL-CARD-TYPE(BIL-IDX) = INV-CARD-TYPE AND
                   WS-BIL-RUN-DATE(BIL-IDX) = INV-RUN-DATE AND
                   WS-BIL-RUN-YEAR(BIL-IDX) = INV-RUN-YEAR AND
                   (WS-BIL-INVOICE(BIL-IDX) NOT = WS-CURRENT-INVOICE
                   OR WS-BIL-IS-NEW(BIL-IDX) = "Y")
                   MOVE 1 TO WS-BATCH-DUPLICATE
               ELSE
                   SET BIL-IDX UP BY 1
               END-IF
           END-PERFORM.

           REGISTER-BILLED-BATCH SECTION.
           IF WS-INVOICE-RERUN = 1
               CONTINUE
           ELSE IF WS-BILLED-COUNT >= 2000
               MOVE 1 TO WS-BILLED-FULL
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               SET BIL-IDX TO WS-BILLED-COUNT
               MOVE WS-CURRENT-VENDOR TO WS-BIL-VENDOR(BIL-IDX)
               MOVE WS-CURRENT-INVOICE TO WS-BIL-INVOICE(BIL-IDX)
               MOVE INV-CARD-TYPE TO WS-BIL-CARD-TYPE(BIL-IDX)
               MOVE INV-RUN-DATE TO WS-BIL-RUN-DATE(BIL-IDX)
               MOVE INV-RUN-YEAR TO WS-BIL-RUN-YEAR(BIL-IDX)
               MOVE "Y" TO WS-BIL-IS-NEW(BIL-IDX)
           END-IF.

           SUM-BATCH-MANIFEST SECTION.
      *    A reissue share manifested the same day under the same
      *    type is part of the same billed batch, so every matching
      *    manifest line counts.
           MOVE 0 TO WS-BATCH-MANIFESTED.
           SET MAN-IDX TO 1.
           PERFORM UNTIL MAN-IDX > WS-MANIFEST-COUNT
               IF WS-MAN-VENDOR(MAN-IDX) = WS-CURRENT-VENDOR AND
                   WS-MAN-CARD-TYPE(MAN-IDX) = INV-CARD-TYPE AND
                   WS-MAN-RUN-DATE(MAN-IDX) = INV-RUN-DATE AND
                   WS-MAN-RUN-YEAR(MAN-IDX) = INV-RUN-YEAR
                   ADD WS-MAN-RECORD-COUNT(MAN-IDX) TO
                       WS-BATCH-MANIFESTED
               END-IF
               SET MAN-IDX UP BY 1
           END-PERFORM.

           SUM-BATCH-ACK SECTION.
           MOVE 0 TO WS-BATCH-ACKED.
           MOVE 0 TO WS-BATCH-HAS-ACK.
           SET ACK-IDX TO 1.
           PERFORM UNTIL ACK-IDX > WS-ACK-COUNT
               IF WS-ACK-VENDOR(ACK-IDX) = WS-CURRENT-VENDOR AND
                   WS-ACK-CARD-TYPE(ACK-IDX) = INV-CARD-TYPE AND
                   WS-ACK-RUN-DATE(ACK-IDX) = INV-RUN-DATE AND
                   WS-ACK-RUN-YEAR(ACK-IDX) = INV-RUN-YEAR
                   MOVE 1 TO WS-BATCH-HAS-ACK
                   ADD WS-ACK-RECORD-COUNT(ACK-IDX) TO WS-BATCH-ACKED
               END-IF
               SET ACK-IDX UP BY 1
           END-PERFORM.

           COUNT-BATCH-VOIDS SECTION.
           MOVE 0 TO WS-BATCH-VOIDS.
           SET VOID-IDX TO 1.
           PERFORM UNTIL VOID-IDX > WS-VOID-COUNT
               IF WS-VOID-VENDOR(VOID-IDX) = WS-CURRENT-VENDOR AND
                   WS-VOID-TYPE(VOID-IDX) = INV-CARD-TYPE AND
                   WS-VOID-BATCH-DATE(VOID-IDX) = INV-RUN-DATE AND
                   WS-VOID-BATCH-YEAR(VOID-IDX) = INV-RUN-YEAR
                   ADD 1 TO WS-BATCH-VOIDS
               END-IF
               SET VOID-IDX UP BY 1
           END-PERFORM.

           FIND-CONTRACT-RATE SECTION.
      *    The rate in force on the batch's print date: the latest
      *    line for the vendor and type effective on or before it.
           MOVE 0 TO WS-CONTRACT-FOUND.
           MOVE SPACES TO WS-LINE-CONTRACT-DATE.
           SET CON-IDX TO 1.
           PERFORM UNTIL CON-IDX > WS-CONTRACT-COUNT
               IF WS-CON-VENDOR(CON-IDX) = WS-CURRENT-VENDOR AND
                   WS-CON-CARD-TYPE(CON-IDX) = INV-CARD-TYPE AND
                   WS-CON-EFFECTIVE(CON-IDX)(1:4) <= INV-RUN-YEAR
                   IF WS-CON-EFFECTIVE(CON-IDX)(1:4) < INV-RUN-YEAR
                       OR WS-CON-EFFECTIVE(CON-IDX)(6:5) <=
                       INV-RUN-DATE
                       IF WS-CONTRACT-FOUND = 0 OR
                           WS-CON-EFFECTIVE(CON-IDX) >
                           WS-LINE-CONTRACT-DATE
                           MOVE 1 TO WS-CONTRACT-FOUND
                           MOVE WS-CON-RATE(CON-IDX) TO
                               WS-LINE-CONTRACT-RATE
                           MOVE WS-CON-EFFECTIVE(CON-IDX) TO
                               WS-LINE-CONTRACT-DATE
                       END-IF
                   END-IF
               END-IF
               SET CON-IDX UP BY 1
           END-PERFORM.

           CLOSE-ONE-INVOICE SECTION.
           MOVE WS-INVOICE-BILLED TO WS-EDIT-AMOUNT.
           MOVE WS-INVOICE-APPROVED TO WS-EDIT-APPROVED.
           MOVE WS-INVOICE-DISPUTED TO WS-EDIT-DISPUTED.
           IF WS-INVOICE-FLAGS = 0
               MOVE "  NO DISPUTES" TO DISPUTE-LINE
               WRITE DISPUTE-LINE
           END-IF.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "  LINES " WS-INVOICE-LINES
               "  BILLED " WS-EDIT-AMOUNT
               "  APPROVED TO PAY " WS-EDIT-APPROVED
               "  DISPUTED " WS-EDIT-DISPUTED
               DELIMITED BY SIZE INTO DISPUTE-LINE
           END-STRING.
           WRITE DISPUTE-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           WRITE DISPUTE-LINE.
           MOVE SPACES TO APPROVED-RECORD.
           MOVE WS-CURRENT-VENDOR TO APPROVED-VENDOR.
           MOVE WS-CURRENT-INVOICE TO APPROVED-INVOICE.
           MOVE WS-CURRENT-INVOICE-DATE TO APPROVED-INVOICE-DATE.
           MOVE WS-INVOICE-BILLED TO APPROVED-BILLED.
           MOVE WS-INVOICE-APPROVED TO APPROVED-TO-PAY.
           MOVE WS-INVOICE-DISPUTED TO APPROVED-DISPUTED.
           MOVE WS-RUN-STAMP TO APPROVED-RUN-DATE.
           WRITE APPROVED-RECORD
           END-WRITE.
           ADD WS-INVOICE-APPROVED TO WS-RUN-APPROVED.
           ADD WS-INVOICE-DISPUTED TO WS-RUN-DISPUTED.
           MOVE 0 TO WS-INVOICE-OPEN.

           WRITE-DISPUTE-TOTALS SECTION.
           MOVE WS-RUN-APPROVED TO WS-EDIT-APPROVED.
           MOVE WS-RUN-DISPUTED TO WS-EDIT-DISPUTED.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "ALL INVOICES " WS-INVOICES-READ
               "  APPROVED TO PAY " WS-EDIT-APPROVED
               "  DISPUTED " WS-EDIT-DISPUTED
               DELIMITED BY SIZE INTO DISPUTE-LINE
           END-STRING.
           WRITE DISPUTE-LINE.

           SAVE-BILLED-REGISTER SECTION.
      *    Only this run's new batches are appended; the register
      *    lines already on file are left as they are.
           IF WS-BILLED-COUNT > WS-BILLED-ON-FILE
               OPEN EXTEND F-BILLED-REGISTER-FILE
               IF WS-BILLED-REGISTER-STATUS = "35"
                   OPEN OUTPUT F-BILLED-REGISTER-FILE
               END-IF
               SET BIL-IDX TO 1
               PERFORM UNTIL BIL-IDX > WS-BILLED-COUNT
                   IF WS-BIL-IS-NEW(BIL-IDX) = "Y"
                   MOVE SPACES TO BILLED-REGISTER-RECORD
                   MOVE WS-BIL-VENDOR(BIL-IDX) TO BILLED-VENDOR
                   MOVE WS-BIL-INVOICE(BIL-IDX) TO BILLED-INVOICE
                   MOVE WS-BIL-CARD-TYPE(BIL-IDX) TO
                       BILLED-CARD-TYPE
                   MOVE WS-BIL-RUN-DATE(BIL-IDX) TO BILLED-RUN-DATE
                   MOVE WS-BIL-RUN-YEAR(BIL-IDX) TO BILLED-RUN-YEAR
                   WRITE BILLED-REGISTER-RECORD
                   END-WRITE
                   END-IF
                   SET BIL-IDX UP BY 1
               END-PERFORM
               CLOSE F-BILLED-REGISTER-FILE
           END-IF.
