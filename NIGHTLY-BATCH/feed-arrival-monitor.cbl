       IDENTIFICATION DIVISION.
       PROGRAM-ID. feed-arrival-monitor.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-FEED-CALENDAR-FILE ASSIGN TO "feed-calendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-CALENDAR-STATUS.
           SELECT F-FEED-FILE ASSIGN TO WS-FEED-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-STATUS.
           SELECT F-FEED-WORK-FILE ASSIGN TO "feed-monitor-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-WORK-STATUS.
           SELECT F-ARRIVAL-HISTORY-FILE ASSIGN TO
             "feed-arrival-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARRIVAL-HISTORY-STATUS.
           SELECT F-FEED-HOLDS-FILE ASSIGN TO "feed-holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEED-HOLDS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-FEED-CALENDAR-FILE.
      *    One line per feed and consumer. FREQUENCY is DAILY,
      *    BUSDAY, or a weekday (MON..SUN) for a weekly feed.
      *    COUNT-STYLE says where the sender's record count rides:
      *    H a HEADER line first, T a TRAILER line last, N nowhere,
      *    in which case MIN-RECORDS is all that tells short from
      *    whole. A feed read by two steps has a line for each.
           01 FEED-CALENDAR-RECORD.
              05 FC-FEED PIC X(40).
              05 FILLER PIC X.
              05 FC-CONSUMER PIC X(30).
              05 FILLER PIC X.
              05 FC-FREQUENCY PIC X(6).
              05 FILLER PIC X.
              05 FC-COUNT-STYLE PIC X.
              05 FILLER PIC X.
              05 FC-MIN-RECORDS PIC 9(7).
           FD F-FEED-FILE.
           01 FEED-RECORD PIC X(300).
           FD F-FEED-WORK-FILE.
           01 FEED-WORK-RECORD PIC X(300).
           FD F-ARRIVAL-HISTORY-FILE.
      *    One line per feed accepted: the fingerprint a later copy
      *    of the same content is recognised by.
           01 ARRIVAL-HISTORY-RECORD.
              05 FA-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 FA-FEED PIC X(40).
              05 FILLER PIC X VALUE SPACE.
              05 FA-RECORD-COUNT PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 FA-HASH PIC 9(16).
           FD F-FEED-HOLDS-FILE.
      *    Tonight's holds, rewritten on every run. nightly-batch
      *    will not CALL a program with a line here dated today, and
      *    the exception monitor turns each line into an alert.
           01 FEED-HOLD-RECORD.
              05 FHD-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 FHD-PROGRAM PIC X(30).
              05 FILLER PIC X VALUE SPACE.
              05 FHD-FEED PIC X(40).
              05 FILLER PIC X VALUE SPACE.
              05 FHD-REASON PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 FHD-DETAIL PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FEED-IS-ENDED PIC 9.
           01 WS-FEED-CALENDAR-STATUS PIC XX.
           01 WS-FEED-STATUS PIC XX.
           01 WS-FEED-WORK-STATUS PIC XX.
           01 WS-ARRIVAL-HISTORY-STATUS PIC XX.
           01 WS-FEED-HOLDS-STATUS PIC XX.
           01 WS-FEED-NAME PIC X(40).
           01 WS-TODAY-ISO PIC X(10).
           01 WS-TODAY-YEAR PIC 9(4).
           01 WS-TODAY-MONTH PIC 99.
           01 WS-TODAY-DAY PIC 99.
           01 WS-PREVIOUS-DUE-ISO PIC X(10).
           01 WS-FEED-DUE PIC 9.
           01 WS-FEED-PRESENT PIC 9.
           01 WS-HOLD-REASON PIC X(8).
           01 WS-HOLD-DETAIL PIC X(30).
           01 WS-LAST-ARRIVAL PIC X(10).
           01 WS-REPEAT-DATE PIC X(10).
           01 WS-LINE-COUNT PIC 9(7).
           01 WS-LINE-NUMBER PIC 9(7).
           01 WS-DATA-COUNT PIC 9(7).
           01 WS-FIRST-LINE PIC X(300).
           01 WS-LAST-LINE PIC X(300).
      *    The sender's count line, as a HEADER or a TRAILER.
           01 WS-COUNT-LINE.
               05 WS-CT-LABEL PIC X(7).
               05 FILLER PIC X.
               05 WS-CT-COUNT PIC X(7).
           01 WS-HAVE-HEADER PIC 9.
           01 WS-HAVE-TRAILER PIC 9.
           01 WS-SENT-COUNT PIC 9(7).
           01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.
           01 WS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
           01 WS-NOT-DUE-COUNT PIC 9(4) VALUE 0.
           01 WS-HELD-COUNT PIC 9(4) VALUE 0.
      *    Day of week for the weekly feeds, as nightly-batch works
      *    it out for the processing calendar.
           01 WS-DOW PIC 9.
           01 WS-DOW-NAME PIC X(3).
           01 WS-DOW-NAMES PIC X(21) VALUE "SATSUNMONTUEWEDTHUFRI".
           01 WS-Z-YEAR PIC 9(4).
           01 WS-Z-MONTH PIC 99.
           01 WS-Z-K PIC 9(4).
           01 WS-Z-J PIC 9(4).
           01 WS-Z-T1 PIC 9(4).
           01 WS-Z-T2 PIC 9(4).
           01 WS-Z-T3 PIC 9(4).
      *    The rolling-multiply digest card-backup proves its
      *    snapshots with, taken over the data lines only, so a copy
      *    resent under a fresh header or trailer still matches.
           01 WS-HASH-RECORD PIC X(300).
           01 WS-HASH-ACCUM PIC 9(18).
           01 WS-HASH-IDX PIC 9(3).
           01 WS-HASH-LENGTH PIC 9(3).
           01 WS-HASH-TRAILING PIC 9(3).
           01 WS-COPY-COUNT PIC 9(7).
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
       PROCEDURE DIVISION.
      *    A feed that never came used to be read as an empty file
      *    and its consumer reported success; one that came twice
      *    was processed twice. This runs ahead of the consumers and
      *    holds each feed on feed-calendar.dat to its calendar: a
      *    feed due today and not on disk is LATE, or MISSING when
      *    the last due day's never came either; one whose count
      *    falls short of its HEADER or TRAILER, or of its minimum,
      *    is SHORT; and one whose fingerprint matches a feed
      *    accepted on an earlier day is REPEATED. Any of these
      *    holds the consumer on feed-holds.dat instead of letting
      *    it run. An accepted feed is fingerprinted on
      *    feed-arrival-history.dat and has its HEADER or TRAILER
      *    line taken off, so the consumer reads data lines only.
      *    Once a held feed has come in, clearing this step at the
      *    console and rerunning the window checks it again.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           STRING WS-TODAY-YEAR "-" WS-TODAY-MONTH "-" WS-TODAY-DAY
               INTO WS-TODAY-ISO
           END-STRING.
           PERFORM COMPUTE-DAY-OF-WEEK.
           OPEN OUTPUT F-FEED-HOLDS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FEED-CALENDAR-FILE.
           IF WS-FEED-CALENDAR-STATUS NOT = "00"
               DISPLAY "FEED MONITOR -- NO feed-calendar.dat; "
                   "NOTHING CHECKED"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FEED-CALENDAR-FILE
                   NOT AT END
                       IF FC-FEED NOT = SPACES
                           PERFORM CHECK-ONE-FEED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-FEED-CALENDAR-STATUS = "00" OR
               WS-FEED-CALENDAR-STATUS = "10"
               CLOSE F-FEED-CALENDAR-FILE
           END-IF.
           CLOSE F-FEED-HOLDS-FILE.
           DISPLAY "FEED MONITOR SUMMARY -- CHECKED: "
               WS-CHECKED-COUNT
               " ACCEPTED: " WS-ACCEPTED-COUNT
               " NOT DUE: " WS-NOT-DUE-COUNT
               " CONSUMERS HELD: " WS-HELD-COUNT.
           GOBACK.

           COMPUTE-DAY-OF-WEEK SECTION.
      *    Zeller's congruence; 0 is Saturday, 1 is Sunday.
           MOVE WS-TODAY-MONTH TO WS-Z-MONTH.
           MOVE WS-TODAY-YEAR TO WS-Z-YEAR.
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           COMPUTE WS-Z-K = FUNCTION MOD(WS-Z-YEAR, 100).
           COMPUTE WS-Z-J = WS-Z-YEAR / 100.
           COMPUTE WS-Z-T1 = (13 * (WS-Z-MONTH + 1)) / 5.
           COMPUTE WS-Z-T2 = WS-Z-K / 4.
           COMPUTE WS-Z-T3 = WS-Z-J / 4.
           COMPUTE WS-DOW = FUNCTION MOD(
               WS-TODAY-DAY + WS-Z-T1 + WS-Z-K + WS-Z-T2 +
               WS-Z-T3 + (5 * WS-Z-J),
               7).
           MOVE WS-DOW-NAMES((WS-DOW * 3) + 1:3) TO WS-DOW-NAME.

           CHECK-ONE-FEED SECTION.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE FC-FEED TO WS-FEED-NAME.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE SPACES TO WS-HOLD-DETAIL.
           PERFORM JUDGE-FEED-DUE.
           PERFORM READ-FEED-COUNTS.
           IF WS-FEED-PRESENT = 0
               IF WS-FEED-DUE = 1
                   PERFORM JUDGE-LATE-OR-MISSING
               ELSE
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           ELSE
               PERFORM FIND-FEED-FINGERPRINT
               IF WS-REPEAT-DATE = WS-TODAY-ISO
      *            Accepted earlier tonight -- a rerun, or the
      *            same feed's line for a second consumer.
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE IF WS-REPEAT-DATE NOT = SPACES
                   MOVE "REPEATED" TO WS-HOLD-REASON
                   STRING "ALREADY PROCESSED " WS-REPEAT-DATE
                       DELIMITED BY SIZE INTO WS-HOLD-DETAIL
                   END-STRING
               ELSE
                   PERFORM JUDGE-FEED-COUNT
                   IF WS-HOLD-REASON = SPACES
                       PERFORM ACCEPT-ONE-FEED
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM WRITE-ONE-HOLD
           END-IF.

           JUDGE-FEED-DUE SECTION.
      *    Sets whether the feed is due today, and the last day
      *    before today it was due.
           MOVE 0 TO WS-FEED-DUE.
           MOVE SPACES TO WS-PREVIOUS-DUE-ISO.
           MOVE WS-TODAY-YEAR TO DS-YEAR.
           MOVE WS-TODAY-MONTH TO DS-MONTH.
           MOVE WS-TODAY-DAY TO DS-DAY.
           IF FC-FREQUENCY = "DAILY"
               MOVE 1 TO WS-FEED-DUE
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE -1 TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
           ELSE IF FC-FREQUENCY = "BUSDAY"
               MOVE "BUSDAY" TO DS-FUNCTION
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG = "Y"
                   MOVE 1 TO WS-FEED-DUE
               END-IF
               MOVE "ADDBUS" TO DS-FUNCTION
               MOVE -1 TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
           ELSE
               IF FC-FREQUENCY(1:3) = WS-DOW-NAME
                   MOVE 1 TO WS-FEED-DUE
               END-IF
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE -7 TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
           END-IF.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-PREVIOUS-DUE-ISO
           END-STRING.

           READ-FEED-COUNTS SECTION.
      *    First pass: is the feed there, how many lines, and what
      *    its first and last lines say.
           MOVE 0 TO WS-FEED-PRESENT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-FIRST-LINE.
           MOVE SPACES TO WS-LAST-LINE.
           MOVE 0 TO WS-FEED-IS-ENDED.
           OPEN INPUT F-FEED-FILE.
           IF WS-FEED-STATUS = "00"
               MOVE 1 TO WS-FEED-PRESENT
               PERFORM UNTIL WS-FEED-IS-ENDED = 1
                   READ F-FEED-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           IF WS-LINE-COUNT = 1
                               MOVE FEED-RECORD TO WS-FIRST-LINE
                           END-IF
                           MOVE FEED-RECORD TO WS-LAST-LINE
                       AT END
                           MOVE 1 TO WS-FEED-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FEED-FILE
           END-IF.
      *    An empty file is no more an arrival than no file.
           IF WS-LINE-COUNT = 0
               MOVE 0 TO WS-FEED-PRESENT
           END-IF.
           MOVE 0 TO WS-HAVE-HEADER.
           MOVE 0 TO WS-HAVE-TRAILER.
           MOVE 0 TO WS-SENT-COUNT.
           MOVE WS-FIRST-LINE(1:15) TO WS-COUNT-LINE.
           IF FC-COUNT-STYLE = "H" AND WS-CT-LABEL = "HEADER" AND
               WS-CT-COUNT NUMERIC
               MOVE 1 TO WS-HAVE-HEADER
               MOVE WS-CT-COUNT TO WS-SENT-COUNT
           END-IF.
           MOVE WS-LAST-LINE(1:15) TO WS-COUNT-LINE.
           IF FC-COUNT-STYLE = "T" AND WS-CT-LABEL = "TRAILER" AND
               WS-CT-COUNT NUMERIC AND WS-LINE-COUNT > 0
               MOVE 1 TO WS-HAVE-TRAILER
               MOVE WS-CT-COUNT TO WS-SENT-COUNT
           END-IF.
           COMPUTE WS-DATA-COUNT = WS-LINE-COUNT - WS-HAVE-HEADER -
               WS-HAVE-TRAILER.
           IF WS-FEED-PRESENT = 1
               PERFORM HASH-FEED-DATA
           END-IF.

           HASH-FEED-DATA SECTION.
      *    Second pass: the fingerprint over the data lines, which
      *    are also copied aside in case the count line comes off.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-LINE-NUMBER.
           MOVE 0 TO WS-FEED-IS-ENDED.
           OPEN INPUT F-FEED-FILE.
           OPEN OUTPUT F-FEED-WORK-FILE.
           PERFORM UNTIL WS-FEED-IS-ENDED = 1
               READ F-FEED-FILE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       IF (WS-LINE-NUMBER = 1 AND
                           WS-HAVE-HEADER = 1) OR
                           (WS-LINE-NUMBER = WS-LINE-COUNT AND
                           WS-HAVE-TRAILER = 1)
                           CONTINUE
                       ELSE
                           MOVE FEED-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                           MOVE FEED-RECORD TO FEED-WORK-RECORD
                           WRITE FEED-WORK-RECORD
                           END-WRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FEED-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FEED-FILE.
           CLOSE F-FEED-WORK-FILE.

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

           FIND-FEED-FINGERPRINT SECTION.
      *    The latest day this exact content was accepted, and the
      *    latest day anything was accepted for the feed at all.
           MOVE SPACES TO WS-REPEAT-DATE.
           MOVE SPACES TO WS-LAST-ARRIVAL.
           MOVE 0 TO WS-FEED-IS-ENDED.
           OPEN INPUT F-ARRIVAL-HISTORY-FILE.
           IF WS-ARRIVAL-HISTORY-STATUS NOT = "00"
               MOVE 1 TO WS-FEED-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FEED-IS-ENDED = 1
               READ F-ARRIVAL-HISTORY-FILE
                   NOT AT END
                       IF FA-FEED = FC-FEED
                           IF FA-DATE > WS-LAST-ARRIVAL
                               MOVE FA-DATE TO WS-LAST-ARRIVAL
                           END-IF
                           IF FA-RECORD-COUNT = WS-COPY-COUNT AND
                               FA-HASH = WS-HASH-ACCUM AND
                               WS-FEED-PRESENT = 1 AND
                               FA-DATE > WS-REPEAT-DATE
                               MOVE FA-DATE TO WS-REPEAT-DATE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FEED-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ARRIVAL-HISTORY-STATUS = "00" OR
               WS-ARRIVAL-HISTORY-STATUS = "10"
               CLOSE F-ARRIVAL-HISTORY-FILE
           END-IF.

           JUDGE-LATE-OR-MISSING SECTION.
      *    Not on disk on a day it is due: late if the last due
      *    day's feed came in, missing if that one never came either.
           PERFORM FIND-FEED-FINGERPRINT.
           IF WS-LAST-ARRIVAL NOT = SPACES AND
               WS-LAST-ARRIVAL NOT < WS-PREVIOUS-DUE-ISO
               MOVE "LATE" TO WS-HOLD-REASON
               MOVE "DUE TODAY, NOT YET ARRIVED" TO WS-HOLD-DETAIL
           ELSE
               MOVE "MISSING" TO WS-HOLD-REASON
               IF WS-LAST-ARRIVAL = SPACES
                   MOVE "NEVER ARRIVED" TO WS-HOLD-DETAIL
               ELSE
                   STRING "LAST ARRIVED " WS-LAST-ARRIVAL
                       DELIMITED BY SIZE INTO WS-HOLD-DETAIL
                   END-STRING
               END-IF
           END-IF.

           JUDGE-FEED-COUNT SECTION.
      *    A count line that is absent where one is expected is the
      *    commonest sign of a truncated transfer, and is SHORT too.
           IF FC-COUNT-STYLE = "H" AND WS-HAVE-HEADER = 0
               MOVE "SHORT" TO WS-HOLD-REASON
               MOVE "NO HEADER COUNT LINE" TO WS-HOLD-DETAIL
           ELSE IF FC-COUNT-STYLE = "T" AND WS-HAVE-TRAILER = 0
               MOVE "SHORT" TO WS-HOLD-REASON
               MOVE "NO TRAILER COUNT LINE" TO WS-HOLD-DETAIL
           ELSE IF (FC-COUNT-STYLE = "H" OR FC-COUNT-STYLE = "T") AND
               WS-DATA-COUNT NOT = WS-SENT-COUNT
               MOVE "SHORT" TO WS-HOLD-REASON
               STRING "COUNT " WS-DATA-COUNT " OF " WS-SENT-COUNT
                   DELIMITED BY SIZE INTO WS-HOLD-DETAIL
               END-STRING
           ELSE IF FC-MIN-RECORDS NUMERIC AND
               WS-DATA-COUNT < FC-MIN-RECORDS
               MOVE "SHORT" TO WS-HOLD-REASON
               STRING "ONLY " WS-DATA-COUNT ", MINIMUM "
                   FC-MIN-RECORDS
                   DELIMITED BY SIZE INTO WS-HOLD-DETAIL
               END-STRING
           END-IF.

           ACCEPT-ONE-FEED SECTION.
           ADD 1 TO WS-ACCEPTED-COUNT.
           OPEN EXTEND F-ARRIVAL-HISTORY-FILE.
           IF WS-ARRIVAL-HISTORY-STATUS = "35"
               OPEN OUTPUT F-ARRIVAL-HISTORY-FILE
           END-IF.
           MOVE SPACES TO ARRIVAL-HISTORY-RECORD.
           MOVE WS-TODAY-ISO TO FA-DATE.
           MOVE FC-FEED TO FA-FEED.
           MOVE WS-COPY-COUNT TO FA-RECORD-COUNT.
           MOVE WS-HASH-ACCUM TO FA-HASH.
           WRITE ARRIVAL-HISTORY-RECORD
           END-WRITE.
           CLOSE F-ARRIVAL-HISTORY-FILE.
           IF WS-HAVE-HEADER = 1 OR WS-HAVE-TRAILER = 1
               PERFORM COPY-FEED-DATA-BACK
           END-IF.
           DISPLAY "FEED MONITOR -- " FUNCTION TRIM(FC-FEED)
               " ACCEPTED: " WS-DATA-COUNT " RECORDS".

           COPY-FEED-DATA-BACK SECTION.
      *    The consumers were written for data lines only.
           MOVE 0 TO WS-FEED-IS-ENDED.
           OPEN INPUT F-FEED-WORK-FILE.
           OPEN OUTPUT F-FEED-FILE.
           PERFORM UNTIL WS-FEED-IS-ENDED = 1
               READ F-FEED-WORK-FILE
                   NOT AT END
                       MOVE FEED-WORK-RECORD TO FEED-RECORD
                       WRITE FEED-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FEED-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FEED-WORK-FILE.
           CLOSE F-FEED-FILE.

           WRITE-ONE-HOLD SECTION.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO FEED-HOLD-RECORD.
           MOVE WS-TODAY-ISO TO FHD-DATE.
           MOVE FC-CONSUMER TO FHD-PROGRAM.
           MOVE FC-FEED TO FHD-FEED.
           MOVE WS-HOLD-REASON TO FHD-REASON.
           MOVE WS-HOLD-DETAIL TO FHD-DETAIL.
           WRITE FEED-HOLD-RECORD
           END-WRITE.
           DISPLAY "FEED MONITOR -- " FUNCTION TRIM(FC-FEED) " "
               WS-HOLD-REASON " (" FUNCTION TRIM(WS-HOLD-DETAIL)
               "); HOLDING " FUNCTION TRIM(FC-CONSUMER).
