       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-transmit.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-QUEUE-FILE ASSIGN TO "transmission-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QUEUE-STATUS.
               SELECT F-QUEUE-WORK-FILE ASSIGN TO
                 "transmission-queue-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QUEUE-WORK-STATUS.
               SELECT F-TRANSMIT-CONTROL-FILE ASSIGN TO
                 "transmission-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSMIT-CONTROL-STATUS.
               SELECT F-RECEIPT-FILE ASSIGN TO "vendor-receipts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECEIPT-STATUS.
               SELECT F-FROZEN-FILE ASSIGN TO WS-FROZEN-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FROZEN-STATUS.
               SELECT F-DROP-FILE ASSIGN TO WS-DROP-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DROP-STATUS.
               SELECT F-TRANSMIT-LOG-FILE ASSIGN TO
                 "transmission-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TRANSMIT-LOG-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-FILE.
           01 QUEUE-RECORD.
               05 TQ-ID PIC 9(7).
               05 FILLER PIC X.
               05 TQ-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 TQ-KIND PIC X(8).
               05 FILLER PIC X.
               05 TQ-FILE-NAME PIC X(40).
               05 FILLER PIC X.
               05 TQ-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 TQ-HASH PIC 9(16).
               05 FILLER PIC X.
               05 TQ-QUEUED-DATE PIC X(10).
               05 FILLER PIC X.
               05 TQ-QUEUED-TIME PIC X(8).
               05 FILLER PIC X.
               05 TQ-STATE PIC X(9).
               05 FILLER PIC X.
               05 TQ-SENT-DATE PIC X(10).
               05 FILLER PIC X.
               05 TQ-SENT-TIME PIC X(8).
               05 FILLER PIC X.
               05 TQ-ATTEMPTS PIC 99.
               05 FILLER PIC X.
               05 TQ-CONFIRMED-DATE PIC X(10).
           FD F-QUEUE-WORK-FILE.
           01 QUEUE-WORK-RECORD PIC X(151).
           FD F-TRANSMIT-CONTROL-FILE.
      *    One line per vendor: how many hours the vendor has to
      *    confirm receipt before the operator is alerted, and the
      *    name its files are dropped under -- the transfer share's
      *    path and prefix. A vendor without a line gets 24 hours
      *    and outbound-<vendor>-<id>.dat.
           01 TRANSMIT-CONTROL-RECORD.
               05 TC-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 TC-CONFIRM-HOURS PIC 9(3).
               05 FILLER PIC X.
               05 TC-DROP-PREFIX PIC X(40).
           FD F-RECEIPT-FILE.
      *    The vendor's receipt confirmation: one line per file they
      *    picked up, echoing our transmission id and their own
      *    count and hash of what arrived.
           01 RECEIPT-RECORD.
               05 RC-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 RC-ID PIC 9(7).
               05 FILLER PIC X.
               05 RC-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X.
               05 RC-HASH PIC 9(16).
           FD F-FROZEN-FILE.
           01 FROZEN-RECORD PIC X(300).
           FD F-DROP-FILE.
           01 DROP-RECORD PIC X(300).
           FD F-TRANSMIT-LOG-FILE.
      *    One line per attempt and per receipt: the trail of when
      *    each file went, whether it landed, and when the vendor
      *    said so.
           01 TRANSMIT-LOG-RECORD.
               05 TL-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 TL-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 TL-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 TL-VENDOR PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 TL-RESULT PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 TL-DETAIL PIC X(50).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FROZEN-IS-ENDED PIC 9.
           01 WS-QUEUE-STATUS PIC XX.
           01 WS-QUEUE-WORK-STATUS PIC XX.
           01 WS-TRANSMIT-CONTROL-STATUS PIC XX.
           01 WS-RECEIPT-STATUS PIC XX.
           01 WS-FROZEN-STATUS PIC XX.
           01 WS-DROP-STATUS PIC XX.
           01 WS-TRANSMIT-LOG-STATUS PIC XX.
           01 WS-FROZEN-NAME PIC X(40).
           01 WS-DROP-NAME PIC X(60).
           01 WS-DROP-PREFIX PIC X(40).
           01 WS-TODAY-ISO PIC X(10).
           01 WS-CONTROL-COUNT PIC 99 VALUE 0.
           01 WS-CONTROL-TABLE.
               05 WS-CONTROL-ENTRY OCCURS 20 TIMES
               INDEXED BY CTL-IDX.
                   10 WS-CTL-VENDOR PIC X(4).
                   10 WS-CTL-DROP-PREFIX PIC X(40).
           01 WS-RECEIPT-COUNT PIC 9(4) VALUE 0.
           01 WS-RECEIPT-TABLE.
               05 WS-RECEIPT-ENTRY OCCURS 500 TIMES
               INDEXED BY RCPT-IDX.
                   10 WS-RCPT-VENDOR PIC X(4).
                   10 WS-RCPT-ID PIC 9(7).
                   10 WS-RCPT-COUNT PIC 9(7).
                   10 WS-RCPT-HASH PIC 9(16).
           01 WS-FOUND PIC 9.
           01 WS-COPY-COUNT PIC 9(7).
           01 WS-SENT-COUNT PIC 9(5) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
           01 WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
           01 WS-DISAGREE-COUNT PIC 9(5) VALUE 0.
           01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
      *    The rolling-multiply digest card-backup proves its
      *    snapshots with -- the same one transmission-queue took
      *    when the file was queued.
           01 WS-HASH-RECORD PIC X(300).
           01 WS-HASH-ACCUM PIC 9(18).
           01 WS-HASH-IDX PIC 9(3).
           01 WS-HASH-LENGTH PIC 9(3).
           01 WS-HASH-TRAILING PIC 9(3).
       PROCEDURE DIVISION.
      *    Getting released dispatch files and print spools to the
      *    vendors was someone copying them to a share and hoping,
      *    and vendor-ack-reconcile only found out days later that a
      *    batch never arrived. This works transmission-queue.dat:
      *    receipts the vendors have sent back close the files they
      *    confirm, then every file still queued -- or whose last
      *    attempt failed -- is copied to the vendor's drop and
      *    read back against the count and hash it was queued with.
      *    Every attempt and receipt is logged on
      *    transmission-log.dat; what stays unconfirmed too long is
      *    the exception monitor's and the dashboard's to raise.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-ISO
           END-STRING.
           PERFORM LOAD-TRANSMIT-CONTROL.
           PERFORM LOAD-VENDOR-RECEIPTS.
           OPEN INPUT F-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "VENDOR TRANSMIT -- NOTHING ON "
                   "transmission-queue.dat"
           ELSE
               OPEN OUTPUT F-QUEUE-WORK-FILE
               OPEN EXTEND F-TRANSMIT-LOG-FILE
               IF WS-TRANSMIT-LOG-STATUS = "35"
                   OPEN OUTPUT F-TRANSMIT-LOG-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUEUE-FILE
                       NOT AT END
                           PERFORM WORK-ONE-TRANSMISSION
                           MOVE QUEUE-RECORD TO QUEUE-WORK-RECORD
                           WRITE QUEUE-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUEUE-FILE
               CLOSE F-QUEUE-WORK-FILE
               CLOSE F-TRANSMIT-LOG-FILE
               PERFORM COPY-QUEUE-BACK
           END-IF.
           DISPLAY "VENDOR TRANSMIT SUMMARY -- SENT: " WS-SENT-COUNT
               " FAILED: " WS-FAILED-COUNT
               " CONFIRMED: " WS-CONFIRMED-COUNT
               " RECEIPTS DISAGREEING: " WS-DISAGREE-COUNT
               " AWAITING CONFIRMATION: " WS-AWAITING-COUNT.
           GOBACK.

           LOAD-TRANSMIT-CONTROL SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSMIT-CONTROL-FILE.
           IF WS-TRANSMIT-CONTROL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
               WS-CONTROL-COUNT >= 20
               READ F-TRANSMIT-CONTROL-FILE
                   NOT AT END
                       ADD 1 TO WS-CONTROL-COUNT
                       SET CTL-IDX TO WS-CONTROL-COUNT
                       MOVE TC-VENDOR TO WS-CTL-VENDOR(CTL-IDX)
                       MOVE TC-DROP-PREFIX TO
                           WS-CTL-DROP-PREFIX(CTL-IDX)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-TRANSMIT-CONTROL-STATUS = "00" OR
               WS-TRANSMIT-CONTROL-STATUS = "10"
               CLOSE F-TRANSMIT-CONTROL-FILE
           END-IF.

           LOAD-VENDOR-RECEIPTS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RECEIPT-FILE.
           IF WS-RECEIPT-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECEIPT-FILE
                   NOT AT END
                       IF WS-RECEIPT-COUNT >= 500
                           DISPLAY "WARNING -- MORE THAN 500 VENDOR "
                               "RECEIPTS; THE REST WAIT FOR THE NEXT "
                               "RUN"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           ADD 1 TO WS-RECEIPT-COUNT
                           SET RCPT-IDX TO WS-RECEIPT-COUNT
                           MOVE RC-VENDOR TO WS-RCPT-VENDOR(RCPT-IDX)
                           MOVE RC-ID TO WS-RCPT-ID(RCPT-IDX)
                           MOVE RC-RECORD-COUNT TO
                               WS-RCPT-COUNT(RCPT-IDX)
                           MOVE RC-HASH TO WS-RCPT-HASH(RCPT-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-RECEIPT-STATUS = "00" OR WS-RECEIPT-STATUS = "10"
               CLOSE F-RECEIPT-FILE
           END-IF.

           WORK-ONE-TRANSMISSION SECTION.
      *    A confirmed line is history and passes through untouched.
           IF TQ-STATE = "SENT"
               PERFORM APPLY-VENDOR-RECEIPT
           END-IF.
           IF TQ-STATE = "QUEUED" OR TQ-STATE = "FAILED"
               PERFORM SEND-ONE-TRANSMISSION
           END-IF.
           IF TQ-STATE NOT = "CONFIRMED"
               ADD 1 TO WS-AWAITING-COUNT
           END-IF.

           APPLY-VENDOR-RECEIPT SECTION.
      *    A receipt that disagrees with what we sent does not close
      *    the transmission: it is logged, and the line stays SENT
      *    until it ages into an alert or a good receipt arrives.
           MOVE 0 TO WS-FOUND.
           SET RCPT-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR RCPT-IDX > WS-RECEIPT-COUNT
               IF WS-RCPT-ID(RCPT-IDX) = TQ-ID AND
                   WS-RCPT-VENDOR(RCPT-IDX) = TQ-VENDOR
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET RCPT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 1
               MOVE SPACES TO TRANSMIT-LOG-RECORD
               IF WS-RCPT-COUNT(RCPT-IDX) = TQ-RECORD-COUNT AND
                   WS-RCPT-HASH(RCPT-IDX) = TQ-HASH
                   MOVE "CONFIRMED" TO TQ-STATE
                   MOVE WS-TODAY-ISO TO TQ-CONFIRMED-DATE
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE "CONFIRMED" TO TL-RESULT
                   MOVE TQ-FILE-NAME TO TL-DETAIL
               ELSE
                   ADD 1 TO WS-DISAGREE-COUNT
                   MOVE "DISAGREES" TO TL-RESULT
                   STRING "RECEIPT COUNT " WS-RCPT-COUNT(RCPT-IDX)
                       " OR HASH DOES NOT MATCH"
                       DELIMITED BY SIZE INTO TL-DETAIL
                   END-STRING
               END-IF
               PERFORM WRITE-TRANSMIT-LOG
           END-IF.

           SEND-ONE-TRANSMISSION SECTION.
      *    The drop copy is read back from the frozen file as it is
      *    written; a short copy or a frozen file changed since it
      *    was queued fails the attempt, and the next run tries
      *    again.
           ADD 1 TO TQ-ATTEMPTS.
           PERFORM BUILD-DROP-NAME.
           MOVE SPACES TO WS-FROZEN-NAME.
           STRING "xmit-" TQ-ID ".dat"
               DELIMITED BY SIZE INTO WS-FROZEN-NAME
           END-STRING.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE SPACES TO TRANSMIT-LOG-RECORD.
           OPEN INPUT F-FROZEN-FILE.
           IF WS-FROZEN-STATUS NOT = "00"
               MOVE "FAILED" TO TQ-STATE
               MOVE "FAILED" TO TL-RESULT
               STRING "FROZEN COPY " FUNCTION TRIM(WS-FROZEN-NAME)
                   " IS MISSING"
                   DELIMITED BY SIZE INTO TL-DETAIL
               END-STRING
           ELSE
               OPEN OUTPUT F-DROP-FILE
               IF WS-DROP-STATUS NOT = "00"
                   MOVE "FAILED" TO TQ-STATE
                   MOVE "FAILED" TO TL-RESULT
                   STRING "CANNOT WRITE DROP, STATUS " WS-DROP-STATUS
                       DELIMITED BY SIZE INTO TL-DETAIL
                   END-STRING
               ELSE
                   PERFORM COPY-FROZEN-TO-DROP
                   CLOSE F-DROP-FILE
                   PERFORM JUDGE-DROP-COPY
               END-IF
               CLOSE F-FROZEN-FILE
           END-IF.
           IF TQ-STATE = "FAILED"
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           PERFORM WRITE-TRANSMIT-LOG.

           COPY-FROZEN-TO-DROP SECTION.
           MOVE 0 TO WS-FROZEN-IS-ENDED.
           PERFORM UNTIL WS-FROZEN-IS-ENDED = 1
               READ F-FROZEN-FILE
                   NOT AT END
                       MOVE FROZEN-RECORD TO DROP-RECORD
                       WRITE DROP-RECORD
                       END-WRITE
                       MOVE FROZEN-RECORD TO WS-HASH-RECORD
                       PERFORM HASH-ONE-RECORD
                   AT END
                       MOVE 1 TO WS-FROZEN-IS-ENDED
               END-READ
           END-PERFORM.

           JUDGE-DROP-COPY SECTION.
           IF WS-COPY-COUNT = TQ-RECORD-COUNT AND
               WS-HASH-ACCUM = TQ-HASH
               MOVE "SENT" TO TQ-STATE
               MOVE WS-TODAY-ISO TO TQ-SENT-DATE
               MOVE SPACES TO TQ-SENT-TIME
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                   FUNCTION CURRENT-DATE(11:2) ":"
                   FUNCTION CURRENT-DATE(13:2)
                   INTO TQ-SENT-TIME
               END-STRING
               ADD 1 TO WS-SENT-COUNT
               MOVE "SENT" TO TL-RESULT
               MOVE WS-DROP-NAME TO TL-DETAIL
           ELSE
               MOVE "FAILED" TO TQ-STATE
               MOVE "FAILED" TO TL-RESULT
               STRING "COPIED " WS-COPY-COUNT " OF "
                   TQ-RECORD-COUNT " OR HASH CHANGED"
                   DELIMITED BY SIZE INTO TL-DETAIL
               END-STRING
           END-IF.

           BUILD-DROP-NAME SECTION.
           MOVE SPACES TO WS-DROP-PREFIX.
           SET CTL-IDX TO 1.
           PERFORM UNTIL CTL-IDX > WS-CONTROL-COUNT
               IF WS-CTL-VENDOR(CTL-IDX) = TQ-VENDOR
                   MOVE WS-CTL-DROP-PREFIX(CTL-IDX) TO WS-DROP-PREFIX
               END-IF
               SET CTL-IDX UP BY 1
           END-PERFORM.
           IF WS-DROP-PREFIX = SPACES
               STRING "outbound-"
                   FUNCTION LOWER-CASE(FUNCTION TRIM(TQ-VENDOR)) "-"
                   DELIMITED BY SIZE INTO WS-DROP-PREFIX
               END-STRING
           END-IF.
           MOVE SPACES TO WS-DROP-NAME.
           STRING FUNCTION TRIM(WS-DROP-PREFIX) TQ-ID ".dat"
               DELIMITED BY SIZE INTO WS-DROP-NAME
           END-STRING.

           HASH-ONE-RECORD SECTION.
           MOVE 0 TO WS-HASH-TRAILING.
           INSPECT FUNCTION REVERSE(WS-HASH-RECORD)
               TALLYING WS-HASH-TRAILING FOR LEADING SPACES.
           COMPUTE WS-HASH-LENGTH = 300 - WS-HASH-TRAILING.
           MOVE 1 TO WS-HASH-IDX.
           PERFORM UNTIL WS-HASH-IDX > WS-HASH-LENGTH
               COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
                   (WS-HASH-ACCUM * 31) +
                   FUNCTION ORD(WS-HASH-RECORD(WS-HASH-IDX:1)),
                   9999999999999999)
               ADD 1 TO WS-HASH-IDX
           END-PERFORM.
           COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
               (WS-HASH-ACCUM * 31) + WS-HASH-LENGTH,
               9999999999999999).
           ADD 1 TO WS-COPY-COUNT.

           WRITE-TRANSMIT-LOG SECTION.
      *    Caller fills the result and detail.
           MOVE WS-TODAY-ISO TO TL-DATE.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO TL-TIME
           END-STRING.
           MOVE TQ-ID TO TL-ID.
           MOVE TQ-VENDOR TO TL-VENDOR.
           WRITE TRANSMIT-LOG-RECORD
           END-WRITE.

           COPY-QUEUE-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUEUE-WORK-FILE.
           OPEN OUTPUT F-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-WORK-FILE
                   NOT AT END
                       MOVE QUEUE-WORK-RECORD TO QUEUE-RECORD
                       WRITE QUEUE-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-WORK-FILE.
           CLOSE F-QUEUE-FILE.
