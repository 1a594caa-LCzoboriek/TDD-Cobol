           SELECT F-PREFLIGHT-REPORT-FILE ASSIGN TO
             "preflight-report.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-VERSIONS-FILE ASSIGN TO "control-versions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VERSIONS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CONTROL-FILE.
           01 CONTROL-LINE PIC X(120).
           FD F-PREFLIGHT-REPORT-FILE.
           01 PREFLIGHT-REPORT-LINE PIC X(110).
           FD F-VERSIONS-FILE.
      *    The control-file library register control-library keeps.
      *    Only the STAGED lines are checked here; the outcome goes
      *    back on the line as VALIDATED Y or F, which is what
      *    control-activate looks for before a version goes live.
           01 VERSION-RECORD.
               05 CV-LIBRARY-NO PIC 9(6).
               05 FILLER PIC X.
               05 CV-CONTROL-NAME PIC X(40).
               05 FILLER PIC X.
               05 CV-VERSION PIC 9(4).
               05 FILLER PIC X.
               05 CV-EFFECTIVE-DATE PIC X(10).
               05 FILLER PIC X.
               05 CV-STATE PIC X(8).
               05 FILLER PIC X.
               05 CV-VALIDATED PIC X.
               05 FILLER PIC X.
               05 CV-OPERATOR PIC X(8).
               05 FILLER PIC X.
               05 CV-STAGED-DATE PIC X(10).
               05 FILLER PIC X.
               05 CV-LIVE-DATE PIC X(10).
               05 FILLER PIC X.
               05 CV-COPIED-FROM PIC 9(4).
               05 FILLER PIC X.
               05 CV-REASON PIC X(40).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CONTROL-STATUS PIC XX.
               05 WS-PRESORT-5 PIC X(5).
               05 FILLER PIC X.
               05 WS-PRESORT-3 PIC X(5).
           01 WS-VOLUME-GATE-VIEW.
               05 WS-VG-TOLERANCE PIC X(3).
               05 FILLER PIC X.
               05 WS-VG-MINIMUM PIC X(5).
           01 WS-SERVICE-LEVEL-VIEW.
               05 WS-SL-CATEGORY PIC X(12).
               05 FILLER PIC X.
               05 WS-SL-TARGET PIC X(3).
           01 WS-FLAG-VIEW.
               05 WS-FLAG-WORD PIC X(7).
           01 WS-REPRINT-VIEW.
               05 WS-CAL-KEY PIC X(10).
               05 FILLER PIC X.
               05 WS-CAL-ACTION PIC X(4).
           01 WS-PERIOD-END-VIEW.
               05 WS-PE-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-PE-KIND PIC X(7).
               05 FILLER PIC X.
               05 WS-PE-YEAR PIC X(4).
           01 WS-HOLIDAY-VIEW.
               05 WS-HOL-DATE PIC X(10).
               05 FILLER PIC X.
               05 WS-HOL-NAME PIC X(30).
           01 WS-STEP-FILES-VIEW.
               05 WS-SF-PROGRAM PIC X(30).
               05 FILLER PIC X.
               05 WS-SF-FILE-NAME PIC X(40).
           01 WS-TRANSMIT-VIEW.
               05 WS-TC-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 WS-TC-CONFIRM-HOURS PIC X(3).
               05 FILLER PIC X.
               05 WS-TC-DROP-PREFIX PIC X(40).
           01 WS-FEED-CALENDAR-VIEW.
               05 WS-FC-FEED PIC X(40).
               05 FILLER PIC X.
               05 WS-FC-CONSUMER PIC X(30).
               05 FILLER PIC X.
               05 WS-FC-FREQUENCY PIC X(6).
               05 FILLER PIC X.
               05 WS-FC-COUNT-STYLE PIC X.
               05 FILLER PIC X.
               05 WS-FC-MIN-RECORDS PIC X(7).
      *    Request area for the shared date-services subprogram --
      *    every keyed date is held to VALIDATE, not eyeballs.
           01 WS-DS-REQUEST.
               INDEXED BY VSEEN-IDX.
                   10 WS-VENDOR-SEEN-CODE PIC X(4).
           01 WS-FOUND PIC 9.
           01 WS-VERSIONS-STATUS PIC XX.
           01 WS-REGISTER-COUNT PIC 9(4) VALUE 0.
           01 WS-REGISTER-TABLE.
               05 WS-REGISTER-LINE OCCURS 500 TIMES
               INDEXED BY REG-IDX PIC X(151).
           01 WS-STAGED-CHECKED PIC 9(4) VALUE 0.
           01 WS-STAGED-FAILED PIC 9(4) VALUE 0.
           01 WS-LIVE-FAULT-COUNT PIC 9(4).
       PROCEDURE DIVISION.
      *    The window now rides on a shelf of control files, and one
      *    malformed line used to abort a step at midnight with the
           WRITE PREFLIGHT-REPORT-LINE.
           MOVE SPACES TO PREFLIGHT-REPORT-LINE.
           WRITE PREFLIGHT-REPORT-LINE.
           MOVE "vendor-routing.dat" TO WS-CONTROL-NAME.
           PERFORM COLLECT-ROUTING-VENDORS.
           MOVE "tax-control.dat" TO WS-CONTROL-NAME.
           MOVE "TAX" TO WS-CHECK-KIND.
           MOVE "processing-calendar.dat" TO WS-CONTROL-NAME.
           MOVE "CALENDAR" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "period-end-calendar.dat" TO WS-CONTROL-NAME.
           MOVE "PERIODEND" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "postal-holidays.dat" TO WS-CONTROL-NAME.
           MOVE "HOLIDAYS" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "month-end-job-table.dat" TO WS-CONTROL-NAME.
           MOVE "CLOSEJOBS" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "quarter-end-job-table.dat" TO WS-CONTROL-NAME.
           MOVE "CLOSEJOBS" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "nightly-step-files.dat" TO WS-CONTROL-NAME.
           MOVE "STEPFILES" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "transmission-control.dat" TO WS-CONTROL-NAME.
           MOVE "TRANSMIT" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "feed-calendar.dat" TO WS-CONTROL-NAME.
           MOVE "FEEDCAL" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "volume-gate-control.dat" TO WS-CONTROL-NAME.
           MOVE "VOLGATE" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE "complaint-service-levels.dat" TO WS-CONTROL-NAME.
           MOVE "CASESLA" TO WS-CHECK-KIND.
           PERFORM CHECK-ONE-CONTROL-FILE.
           PERFORM CHECK-STAGED-VERSIONS.
           IF WS-FAULT-COUNT = 0
               MOVE "ALL CONTROL FILES CHECK CLEAN" TO
                   PREFLIGHT-REPORT-LINE
           CLOSE F-PREFLIGHT-REPORT-FILE.
           DISPLAY "PRE-FLIGHT SUMMARY -- FILES CHECKED: "
               WS-FILES-CHECKED
               " FAULTS: " WS-FAULT-COUNT
               " STAGED VERSIONS CHECKED: " WS-STAGED-CHECKED
               " FAILED: " WS-STAGED-FAILED.
           IF WS-FAULT-COUNT > 0
               DISPLAY "PRE-FLIGHT -- WINDOW BLOCKED; SEE "
                   "preflight-report.txt"
                   MOVE "presort minimums are not numeric" TO
                       WS-FAULT-TEXT
               END-IF
           ELSE IF WS-CHECK-KIND = "VOLGATE"
               MOVE CONTROL-LINE(1:9) TO WS-VOLUME-GATE-VIEW
               IF WS-VG-TOLERANCE NOT NUMERIC OR
                   WS-VG-MINIMUM NOT NUMERIC
                   MOVE "volume tolerance is not numeric" TO
                       WS-FAULT-TEXT
               END-IF
           ELSE IF WS-CHECK-KIND = "CASESLA"
               MOVE CONTROL-LINE(1:16) TO WS-SERVICE-LEVEL-VIEW
               IF WS-SL-CATEGORY = SPACES OR
                   WS-SL-TARGET NOT NUMERIC
                   MOVE "service level needs a category and target"
                       TO WS-FAULT-TEXT
               END-IF
           ELSE IF WS-CHECK-KIND = "FLAG"
               MOVE CONTROL-LINE(1:7) TO WS-FLAG-WORD
               IF WS-FLAG-WORD NOT = "RELEASE" AND
           ELSE IF WS-CHECK-KIND = "JOBTABLE"
               MOVE CONTROL-LINE(1:28) TO WS-JOB-VIEW
               PERFORM CHECK-JOB-LINE
           ELSE IF WS-CHECK-KIND = "CLOSEJOBS"
      *        The close-stream tables carry a 30-wide program
      *        column; the flags sit ten places further along.
               MOVE SPACES TO WS-JOB-VIEW
               MOVE CONTROL-LINE(1:2) TO WS-JOB-SEQ
               MOVE CONTROL-LINE(4:20) TO WS-JOB-PROGRAM
               MOVE CONTROL-LINE(35:1) TO WS-JOB-ENABLED
               MOVE CONTROL-LINE(37:1) TO WS-JOB-POLICY
               MOVE CONTROL-LINE(39:1) TO WS-JOB-PASS-DATE
               PERFORM CHECK-JOB-LINE
           ELSE IF WS-CHECK-KIND = "CALENDAR"
               MOVE CONTROL-LINE(1:15) TO WS-CALENDAR-VIEW
               PERFORM CHECK-CALENDAR-LINE
           ELSE IF WS-CHECK-KIND = "PERIODEND"
               MOVE CONTROL-LINE(1:23) TO WS-PERIOD-END-VIEW
               PERFORM CHECK-PERIOD-END-LINE
           ELSE IF WS-CHECK-KIND = "HOLIDAYS"
               MOVE CONTROL-LINE(1:41) TO WS-HOLIDAY-VIEW
               PERFORM CHECK-HOLIDAY-LINE
           ELSE IF WS-CHECK-KIND = "STEPFILES"
               MOVE CONTROL-LINE(1:71) TO WS-STEP-FILES-VIEW
               PERFORM CHECK-STEP-FILES-LINE
           ELSE IF WS-CHECK-KIND = "TRANSMIT"
               MOVE CONTROL-LINE(1:49) TO WS-TRANSMIT-VIEW
               PERFORM CHECK-TRANSMIT-LINE
           ELSE IF WS-CHECK-KIND = "FEEDCAL"
               MOVE CONTROL-LINE(1:88) TO WS-FEED-CALENDAR-VIEW
               PERFORM CHECK-FEED-CALENDAR-LINE
           END-IF.
           IF WS-FAULT-TEXT NOT = SPACES
               PERFORM WRITE-ONE-FAULT
               END-IF
           END-IF.

           CHECK-HOLIDAY-LINE SECTION.
      *    A postal holiday that is not a real date never matches a
      *    day, and the business-day count quietly runs through it.
           IF WS-HOL-DATE(1:4) NOT NUMERIC OR
               WS-HOL-DATE(5:1) NOT = "-" OR
               WS-HOL-DATE(6:2) NOT NUMERIC OR
               WS-HOL-DATE(8:1) NOT = "-" OR
               WS-HOL-DATE(9:2) NOT NUMERIC
               MOVE "holiday date is not YYYY-MM-DD" TO WS-FAULT-TEXT
           ELSE
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE WS-HOL-DATE(1:4) TO DS-YEAR
               MOVE WS-HOL-DATE(6:2) TO DS-MONTH
               MOVE WS-HOL-DATE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG NOT = "Y"
                   MOVE "holiday date is not a real date" TO
                       WS-FAULT-TEXT
               END-IF
           END-IF.

           CHECK-STEP-FILES-LINE SECTION.
      *    A line missing either half snapshots nothing, and the
      *    step it was meant for fails without a rollback.
           IF WS-SF-PROGRAM = SPACES
               MOVE "step-files line names no program" TO
                   WS-FAULT-TEXT
           ELSE IF WS-SF-FILE-NAME = SPACES
               MOVE "step-files line names no data file" TO
                   WS-FAULT-TEXT
           END-IF.

           CHECK-TRANSMIT-LINE SECTION.
      *    A vendor the routing table does not know never has a
      *    file queued for it, and a window that is not a whole
      *    number of hours alerts on every file or on none.
           IF WS-TC-VENDOR = SPACES
               MOVE "transmission line names no vendor" TO
                   WS-FAULT-TEXT
           ELSE IF WS-TC-CONFIRM-HOURS NOT NUMERIC
               MOVE "confirmation hours are not numeric" TO
                   WS-FAULT-TEXT
           ELSE IF WS-TC-CONFIRM-HOURS = "000"
               MOVE "confirmation hours are zero" TO WS-FAULT-TEXT
           ELSE IF WS-TC-VENDOR NOT = "EAST"
               MOVE 0 TO WS-FOUND
               SET VSEEN-IDX TO 1
               PERFORM UNTIL WS-FOUND = 1 OR
                   VSEEN-IDX > WS-VENDOR-SEEN-COUNT
                   IF WS-VENDOR-SEEN-CODE(VSEEN-IDX) = WS-TC-VENDOR
                       MOVE 1 TO WS-FOUND
                   ELSE
                       SET VSEEN-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   MOVE "transmission vendor is not routed" TO
                       WS-FAULT-TEXT
               END-IF
           END-IF.

           CHECK-FEED-CALENDAR-LINE SECTION.
      *    A frequency the monitor does not know never falls due, so
      *    the feed is never missed; a bad count style never counts.
           IF WS-FC-FEED = SPACES
               MOVE "feed calendar line names no feed" TO
                   WS-FAULT-TEXT
           ELSE IF WS-FC-CONSUMER = SPACES
               MOVE "feed calendar line names no consuming step" TO
                   WS-FAULT-TEXT
           ELSE IF WS-FC-FREQUENCY NOT = "DAILY" AND
               WS-FC-FREQUENCY NOT = "BUSDAY" AND
               WS-FC-FREQUENCY NOT = "MON" AND
               WS-FC-FREQUENCY NOT = "TUE" AND
               WS-FC-FREQUENCY NOT = "WED" AND
               WS-FC-FREQUENCY NOT = "THU" AND
               WS-FC-FREQUENCY NOT = "FRI" AND
               WS-FC-FREQUENCY NOT = "SAT" AND
               WS-FC-FREQUENCY NOT = "SUN"
               MOVE "feed frequency is not DAILY, BUSDAY or a weekday"
                   TO WS-FAULT-TEXT
           ELSE IF WS-FC-COUNT-STYLE NOT = "H" AND
               WS-FC-COUNT-STYLE NOT = "T" AND
               WS-FC-COUNT-STYLE NOT = "N"
               MOVE "feed count style is not H, T or N" TO
                   WS-FAULT-TEXT
           ELSE IF WS-FC-MIN-RECORDS NOT NUMERIC
               MOVE "feed minimum records is not numeric" TO
                   WS-FAULT-TEXT
           END-IF.

           CHECK-PERIOD-END-LINE SECTION.
      *    A close is due on its date and closes a year that has
      *    already ended by then.
           IF WS-PE-KIND NOT = "YEAREND"
               MOVE "period kind is not YEAREND" TO WS-FAULT-TEXT
           ELSE IF WS-PE-YEAR NOT NUMERIC
               MOVE "closing year is not numeric" TO WS-FAULT-TEXT
           ELSE IF WS-PE-DATE(1:4) NOT NUMERIC OR
               WS-PE-DATE(5:1) NOT = "-" OR
               WS-PE-DATE(6:2) NOT NUMERIC OR
               WS-PE-DATE(8:1) NOT = "-" OR
               WS-PE-DATE(9:2) NOT NUMERIC
               MOVE "due date is not YYYY-MM-DD" TO WS-FAULT-TEXT
           ELSE IF WS-PE-YEAR NOT < WS-PE-DATE(1:4)
               MOVE "closing year has not ended by the due date" TO
                   WS-FAULT-TEXT
           ELSE
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE WS-PE-DATE(1:4) TO DS-YEAR
               MOVE WS-PE-DATE(6:2) TO DS-MONTH
               MOVE WS-PE-DATE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG NOT = "Y"
                   MOVE "due date is not a real date" TO
                       WS-FAULT-TEXT
               END-IF
           END-IF.

           COLLECT-ROUTING-VENDORS SECTION.
      *    The vendor codes the routing table itself declares --
      *    what the backup-vendor column and other controls are
      *    checked against. The caller names the table: the live
      *    one, or a staged version checked on its own terms.
           MOVE 0 TO WS-VENDOR-SEEN-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               CLOSE F-CONTROL-FILE
           END-IF.

           CHECK-STAGED-VERSIONS SECTION.
      *    A staged control-file version is held to the same layout
      *    and value checks as the live file before it may become
      *    effective. Its faults are reported like any other but do
      *    not block tonight's window -- the version in place is
      *    what tonight runs on; a failed version just stays staged.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VERSIONS-FILE.
           IF WS-VERSIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VERSIONS-FILE
                   NOT AT END
                       IF WS-REGISTER-COUNT < 500
                           ADD 1 TO WS-REGISTER-COUNT
                           SET REG-IDX TO WS-REGISTER-COUNT
                           MOVE VERSION-RECORD TO
                               WS-REGISTER-LINE(REG-IDX)
                       ELSE
                           DISPLAY "WARNING: VERSION REGISTER HOLDS "
                               "MORE THAN 500 LINES; THE REST ARE "
                               "NOT CHECKED"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VERSIONS-STATUS = "00" OR WS-VERSIONS-STATUS = "10"
               CLOSE F-VERSIONS-FILE
           END-IF.
           SET REG-IDX TO 1.
           PERFORM UNTIL REG-IDX > WS-REGISTER-COUNT
               MOVE WS-REGISTER-LINE(REG-IDX) TO VERSION-RECORD
               IF CV-STATE = "STAGED"
                   PERFORM CHECK-ONE-STAGED-VERSION
                   MOVE VERSION-RECORD TO WS-REGISTER-LINE(REG-IDX)
               END-IF
               SET REG-IDX UP BY 1
           END-PERFORM.
           IF WS-STAGED-CHECKED > 0
               OPEN OUTPUT F-VERSIONS-FILE
               SET REG-IDX TO 1
               PERFORM UNTIL REG-IDX > WS-REGISTER-COUNT
                   MOVE WS-REGISTER-LINE(REG-IDX) TO VERSION-RECORD
                   WRITE VERSION-RECORD
                   END-WRITE
                   SET REG-IDX UP BY 1
               END-PERFORM
               CLOSE F-VERSIONS-FILE
           END-IF.

           CHECK-ONE-STAGED-VERSION SECTION.
           ADD 1 TO WS-STAGED-CHECKED.
           MOVE WS-FAULT-COUNT TO WS-LIVE-FAULT-COUNT.
           MOVE SPACES TO WS-CONTROL-NAME.
           STRING "control-library-" CV-LIBRARY-NO ".dat"
               DELIMITED BY SIZE INTO WS-CONTROL-NAME
           END-STRING.
           PERFORM KIND-FOR-CONTROL-NAME.
           IF WS-CHECK-KIND = "ROUTING"
               PERFORM COLLECT-ROUTING-VENDORS
           END-IF.
           PERFORM CHECK-ONE-CONTROL-FILE.
      *    Absent is no fault for a live control, but a staged
      *    version with no copy has nothing to put live.
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "staged library copy is missing" TO WS-FAULT-TEXT
               PERFORM WRITE-ONE-FAULT
           END-IF.
           MOVE SPACES TO PREFLIGHT-REPORT-LINE.
           IF WS-FAULT-COUNT = WS-LIVE-FAULT-COUNT
               MOVE "Y" TO CV-VALIDATED
               STRING "STAGED " FUNCTION TRIM(CV-CONTROL-NAME)
                   " V" CV-VERSION " EFFECTIVE " CV-EFFECTIVE-DATE
                   " (" FUNCTION TRIM(WS-CONTROL-NAME)
                   ") PASSES"
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-LINE
               END-STRING
           ELSE
               MOVE "F" TO CV-VALIDATED
               ADD 1 TO WS-STAGED-FAILED
               STRING "STAGED " FUNCTION TRIM(CV-CONTROL-NAME)
                   " V" CV-VERSION " EFFECTIVE " CV-EFFECTIVE-DATE
                   " (" FUNCTION TRIM(WS-CONTROL-NAME)
                   ") FAILS AND CANNOT GO LIVE"
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-LINE
               END-STRING
           END-IF.
           WRITE PREFLIGHT-REPORT-LINE
           END-WRITE.
           MOVE WS-LIVE-FAULT-COUNT TO WS-FAULT-COUNT.

           KIND-FOR-CONTROL-NAME SECTION.
      *    The same file-to-check pairing the live files get above.
      *    A control with no layout check here passes once its
      *    staged copy is on hand.
           IF CV-CONTROL-NAME = "tax-control.dat"
               MOVE "TAX" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "backfill-control.dat"
               MOVE "BACKFILL" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "mail-lead-control.dat"
               MOVE "LEAD" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "presort-control.dat"
               MOVE "PRESORT" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "volume-gate-control.dat"
               MOVE "VOLGATE" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "complaint-service-levels.dat"
               MOVE "CASESLA" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "release-control.dat" OR
               CV-CONTROL-NAME = "preview-control.dat"
               MOVE "FLAG" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "reprint-control.dat"
               MOVE "REPRINT" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "vendor-routing.dat"
               MOVE "ROUTING" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "retention-policy.dat"
               MOVE "RETENTION" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "nightly-job-table.dat"
               MOVE "JOBTABLE" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "processing-calendar.dat"
               MOVE "CALENDAR" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "period-end-calendar.dat"
               MOVE "PERIODEND" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "postal-holidays.dat"
               MOVE "HOLIDAYS" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "month-end-job-table.dat" OR
               CV-CONTROL-NAME = "quarter-end-job-table.dat"
               MOVE "CLOSEJOBS" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "nightly-step-files.dat"
               MOVE "STEPFILES" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "transmission-control.dat"
               MOVE "TRANSMIT" TO WS-CHECK-KIND
           ELSE IF CV-CONTROL-NAME = "feed-calendar.dat"
               MOVE "FEEDCAL" TO WS-CHECK-KIND
           ELSE
               MOVE "NONE" TO WS-CHECK-KIND
           END-IF.

           WRITE-ONE-FAULT SECTION.
           ADD 1 TO WS-FAULT-COUNT.
           MOVE SPACES TO PREFLIGHT-REPORT-LINE.
