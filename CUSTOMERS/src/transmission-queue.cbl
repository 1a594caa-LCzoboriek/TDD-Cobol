       IDENTIFICATION DIVISION.
       PROGRAM-ID. transmission-queue.
      *    The one place a file bound for a vendor is put on the
      *    outbound queue. Released dispatch files and composed
      *    print spools used to reach the vendors by someone copying
      *    them to a share, and nothing recorded that they had gone.
      *    Each queued file is frozen as xmit-<id>.dat the moment it
      *    is queued -- later appends to the live file do not change
      *    what the vendor receives -- and gets a line on
      *    transmission-queue.dat with its vendor, record count,
      *    content hash and queue time. vendor-transmit sends it and
      *    closes it off when the vendor's receipt comes back.
      *
      *    Callers pass one request area and set TX-FUNCTION:
      *      QUEUE  TX-VENDOR, TX-FILE-NAME and TX-FILE-KIND
      *             (DISPATCH or SPOOL) in; TX-ID, TX-RECORD-COUNT
      *             and TX-HASH out. TX-RESULT is Y when the file was
      *             queued, N when it was absent or empty and there
      *             was nothing to send.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-QUEUE-FILE ASSIGN TO "transmission-queue.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QUEUE-STATUS.
               SELECT F-SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOURCE-STATUS.
               SELECT F-FROZEN-FILE ASSIGN TO WS-FROZEN-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FROZEN-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-FILE.
      *    One line per transmission. STATE is QUEUED until the
      *    file is sent, SENT once it is on the vendor's drop,
      *    FAILED when the last attempt did not land intact, and
      *    CONFIRMED when the vendor's receipt agrees with it.
           01 QUEUE-RECORD.
               05 TQ-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-VENDOR PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-KIND PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-FILE-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-HASH PIC 9(16).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-QUEUED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-QUEUED-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-STATE PIC X(9).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-SENT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-SENT-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 TQ-ATTEMPTS PIC 99.
               05 FILLER PIC X VALUE SPACE.
               05 TQ-CONFIRMED-DATE PIC X(10).
           FD F-SOURCE-FILE.
      *    Dispatch records and spool lines both fit well inside
      *    this.
           01 SOURCE-RECORD PIC X(300).
           FD F-FROZEN-FILE.
           01 FROZEN-RECORD PIC X(300).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-QUEUE-STATUS PIC XX.
           01 WS-SOURCE-STATUS PIC XX.
           01 WS-FROZEN-STATUS PIC XX.
           01 WS-SOURCE-NAME PIC X(40).
           01 WS-FROZEN-NAME PIC X(40).
           01 WS-LAST-ID PIC 9(7).
           01 WS-COPY-COUNT PIC 9(7).
      *    The rolling-multiply digest card-backup proves its
      *    snapshots with, so a vendor's receipt and our own
      *    read-back are checked the same way.
           01 WS-HASH-RECORD PIC X(300).
           01 WS-HASH-ACCUM PIC 9(18).
           01 WS-HASH-IDX PIC 9(3).
           01 WS-HASH-LENGTH PIC 9(3).
           01 WS-HASH-TRAILING PIC 9(3).
           LINKAGE SECTION.
           01 TX-REQUEST.
               05 TX-FUNCTION PIC X(8).
               05 TX-VENDOR PIC X(4).
               05 TX-FILE-NAME PIC X(40).
               05 TX-FILE-KIND PIC X(8).
               05 TX-ID PIC 9(7).
               05 TX-RECORD-COUNT PIC 9(7).
               05 TX-HASH PIC 9(16).
               05 TX-RESULT PIC X.
       PROCEDURE DIVISION USING TX-REQUEST.
           MOVE "N" TO TX-RESULT.
           IF TX-FUNCTION = "QUEUE"
               PERFORM QUEUE-ONE-FILE
           END-IF.
           GOBACK.

           QUEUE-ONE-FILE SECTION.
           MOVE 0 TO TX-ID.
           MOVE 0 TO TX-RECORD-COUNT.
           MOVE 0 TO TX-HASH.
           PERFORM FIND-LAST-QUEUE-ID.
           COMPUTE TX-ID = WS-LAST-ID + 1.
           PERFORM FREEZE-SOURCE-FILE.
           IF WS-COPY-COUNT > 0
               MOVE WS-COPY-COUNT TO TX-RECORD-COUNT
               MOVE WS-HASH-ACCUM TO TX-HASH
               PERFORM APPEND-QUEUE-RECORD
               MOVE "Y" TO TX-RESULT
               DISPLAY "TRANSMISSION QUEUE -- " TX-FILE-NAME
                   " QUEUED FOR " TX-VENDOR " AS " TX-ID ": "
                   TX-RECORD-COUNT " RECORDS"
           ELSE
               IF WS-FROZEN-STATUS = "00"
                   DELETE FILE F-FROZEN-FILE
               END-IF
               MOVE 0 TO TX-ID
           END-IF.

           FIND-LAST-QUEUE-ID SECTION.
           MOVE 0 TO WS-LAST-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-FILE
                   NOT AT END
                       IF TQ-ID NUMERIC AND TQ-ID > WS-LAST-ID
                           MOVE TQ-ID TO WS-LAST-ID
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "10"
               CLOSE F-QUEUE-FILE
           END-IF.

           FREEZE-SOURCE-FILE SECTION.
      *    The frozen copy is what gets sent; the count and hash are
      *    taken off the same pass, so they describe exactly it.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE SPACES TO WS-FROZEN-STATUS.
           MOVE TX-FILE-NAME TO WS-SOURCE-NAME.
           MOVE SPACES TO WS-FROZEN-NAME.
           STRING "xmit-" TX-ID ".dat"
               DELIMITED BY SIZE INTO WS-FROZEN-NAME
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SOURCE-FILE.
           IF WS-SOURCE-STATUS = "00"
               OPEN OUTPUT F-FROZEN-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOURCE-FILE
                       NOT AT END
                           MOVE SOURCE-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                           MOVE SOURCE-RECORD TO FROZEN-RECORD
                           WRITE FROZEN-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOURCE-FILE
               CLOSE F-FROZEN-FILE
           END-IF.

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

           APPEND-QUEUE-RECORD SECTION.
           OPEN EXTEND F-QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT F-QUEUE-FILE
           END-IF.
           MOVE SPACES TO QUEUE-RECORD.
           MOVE TX-ID TO TQ-ID.
           MOVE TX-VENDOR TO TQ-VENDOR.
           MOVE TX-FILE-KIND TO TQ-KIND.
           MOVE TX-FILE-NAME TO TQ-FILE-NAME.
           MOVE TX-RECORD-COUNT TO TQ-RECORD-COUNT.
           MOVE TX-HASH TO TQ-HASH.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO TQ-QUEUED-DATE
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO TQ-QUEUED-TIME
           END-STRING.
           MOVE "QUEUED" TO TQ-STATE.
           MOVE 0 TO TQ-ATTEMPTS.
           WRITE QUEUE-RECORD
           END-WRITE.
           CLOSE F-QUEUE-FILE.
