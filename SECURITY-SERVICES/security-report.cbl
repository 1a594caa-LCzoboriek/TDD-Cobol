       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SECURITY-EVENTS-FILE ASSIGN TO
                 "security-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SECURITY-EVENTS-STATUS.
               SELECT F-REPORT-CONTROL-FILE ASSIGN TO
                 "security-report-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORT-CONTROL-STATUS.
               SELECT F-SECURITY-REPORT-FILE ASSIGN TO
                 "security-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-ALERTS-FILE ASSIGN TO "operator-alerts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ALERTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SECURITY-EVENTS-FILE.
      *    Written by security-services for the board, the customer
      *    screens and the batch console alike.
           01 SECURITY-EVENT-RECORD.
               05 SEC-DATE PIC X(10).
               05 FILLER PIC X.
               05 SEC-TIME PIC X(8).
               05 FILLER PIC X.
               05 SEC-SYSTEM PIC X(8).
               05 FILLER PIC X.
               05 SEC-ACTOR PIC X(10).
               05 FILLER PIC X.
               05 SEC-EVENT PIC X(14).
               05 FILLER PIC X.
               05 SEC-TARGET PIC X(20).
               05 FILLER PIC X.
               05 SEC-OUTCOME PIC X(20).
           FD F-REPORT-CONTROL-FILE.
      *    How many failed sign-ins against one account inside how
      *    many minutes make a burst, and the staffed hours (HH:MM,
      *    start inclusive, end exclusive) outside which supervisor
      *    activity is called out. Absent the file, the defaults
      *    below hold.
           01 REPORT-CONTROL-RECORD.
               05 RC-BURST-FAILURES PIC 99.
               05 FILLER PIC X.
               05 RC-BURST-MINUTES PIC 99.
               05 FILLER PIC X.
               05 RC-HOURS-START PIC X(5).
               05 FILLER PIC X.
               05 RC-HOURS-END PIC X(5).
           FD F-SECURITY-REPORT-FILE.
           01 SECURITY-REPORT-LINE PIC X(100).
           FD F-ALERTS-FILE.
      *    batch-exception-monitor's alert layout: severity first,
      *    then the date, the program raising it and the message.
           01 ALERT-RECORD.
               05 ALERT-SEVERITY PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 ALERT-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 ALERT-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 ALERT-MESSAGE PIC X(50).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SECURITY-EVENTS-STATUS PIC XX.
           01 WS-REPORT-CONTROL-STATUS PIC XX.
           01 WS-ALERTS-STATUS PIC XX.
           77 WS-BURST-FAILURES PIC 99 VALUE 5.
           77 WS-BURST-MINUTES PIC 99 VALUE 10.
           01 WS-HOURS-START PIC X(5) VALUE "07:00".
           01 WS-HOURS-END PIC X(5) VALUE "19:00".
           01 WS-REPORT-DATE PIC X(10).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-LOG-COUNT PIC 9(7) VALUE 0.
           01 WS-DAY-COUNT PIC 9(7) VALUE 0.
           01 WS-FAIL-COUNT PIC 9(7) VALUE 0.
           01 WS-BURST-COUNT PIC 9(5) VALUE 0.
           01 WS-AFTER-HOURS-COUNT PIC 9(5) VALUE 0.
           01 WS-ALERT-COUNT PIC 9(5) VALUE 0.
      *    The time of the event being tallied, as minutes past
      *    midnight for the burst window.
           01 WS-TIME-WORK.
               05 WS-TW-HOUR PIC 99.
               05 FILLER PIC X.
               05 WS-TW-MINUTE PIC 99.
               05 FILLER PIC X(3).
           01 WS-EVENT-MINUTE PIC 9(4).
           01 WS-EVENT-KIND PIC X(8).
           01 WS-SUPERVISOR-EVENT PIC 9.
           01 WS-AFTER-HOURS PIC 9.
      *    The day's events worth a line of their own -- everything
      *    but plain sign-ins, which are only counted -- in the
      *    order they happened.
           01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-TABLE.
               05 WS-EVENT OCCURS 2000 TIMES
               INDEXED BY EV-IDX.
                   10 WS-EV-KIND PIC X(8).
                   10 WS-EV-AFTER-HOURS PIC 9.
                   10 WS-EV-LINE PIC X(88).
      *    One cell per account that failed a sign-in on the day,
      *    with the window the burst check is counting in.
           01 WS-TARGET-COUNT PIC 9(4) VALUE 0.
           01 WS-TARGET-TABLE.
               05 WS-TARGET OCCURS 500 TIMES
               INDEXED BY TGT-IDX.
                   10 WS-TG-SYSTEM PIC X(8).
                   10 WS-TG-TARGET PIC X(20).
                   10 WS-TG-FAILS PIC 9(5).
                   10 WS-TG-WINDOW-START PIC 9(4).
                   10 WS-TG-WINDOW-FAILS PIC 9(5).
                   10 WS-TG-BURST-AT PIC X(8).
           01 WS-FOUND PIC 9.
           01 WS-TABLE-FULL PIC 9 VALUE 0.
           01 WS-SECTION-KIND PIC X(8).
           01 WS-SECTION-TITLE PIC X(60).
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
      *    The morning read of security-events.dat for the day just
      *    ended, across the board, the customer screens and the
      *    batch console: failed sign-in bursts against one account,
      *    lockouts, password resets, role changes, forced step
      *    completions, run-lock overrides, and supervisor activity
      *    outside staffed hours, each in its own section of
      *    security-report.txt. Bursts, role changes, lock overrides
      *    and after-hours supervisor activity are the CRIT ones:
      *    each is also added to operator-alerts.dat, in the
      *    monitor's layout, with an all-clear INFO line when there
      *    were none. batch-exception-monitor starts that file
      *    afresh, so this runs after it.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           MOVE -1 TO DS-DAY-COUNT.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE SPACES TO WS-REPORT-DATE.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               INTO WS-REPORT-DATE
           END-STRING.
           PERFORM LOAD-REPORT-CONTROL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SECURITY-EVENTS-FILE.
           IF WS-SECURITY-EVENTS-STATUS NOT = "00"
               DISPLAY "SECURITY REPORT -- NO security-events.dat TO "
                   "REPORT ON"
               GOBACK
           END-IF.
           OPEN EXTEND F-ALERTS-FILE.
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT F-ALERTS-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SECURITY-EVENTS-FILE
                   NOT AT END
                       ADD 1 TO WS-LOG-COUNT
                       IF SEC-DATE = WS-REPORT-DATE
                           ADD 1 TO WS-DAY-COUNT
                           PERFORM TALLY-ONE-EVENT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SECURITY-EVENTS-FILE.
           IF WS-ALERT-COUNT = 0
               MOVE SPACES TO ALERT-RECORD
               MOVE "INFO" TO ALERT-SEVERITY
               MOVE WS-REPORT-DATE TO ALERT-DATE
               MOVE "security-report" TO ALERT-PROGRAM
               MOVE "SECURITY LOG CHECKED -- NOTHING TO RAISE" TO
                   ALERT-MESSAGE
               WRITE ALERT-RECORD
               END-WRITE
           END-IF.
           CLOSE F-ALERTS-FILE.
           PERFORM WRITE-SECURITY-REPORT.
           DISPLAY "SECURITY REPORT SUMMARY -- LOG LINES: "
               WS-LOG-COUNT
               " EVENTS ON " WS-REPORT-DATE ": " WS-DAY-COUNT
               " FAILED SIGN-INS: " WS-FAIL-COUNT
               " BURSTS: " WS-BURST-COUNT
               " ALERTS RAISED: " WS-ALERT-COUNT.
           IF WS-TABLE-FULL = 1
               DISPLAY "WARNING -- SECURITY REPORT TABLE FULL: SOME "
                   "EVENTS WERE NOT LISTED"
           END-IF.
           GOBACK.

           LOAD-REPORT-CONTROL SECTION.
           OPEN INPUT F-REPORT-CONTROL-FILE.
           IF WS-REPORT-CONTROL-STATUS = "00"
               READ F-REPORT-CONTROL-FILE
                   NOT AT END
                       IF RC-BURST-FAILURES IS NUMERIC AND
                           RC-BURST-FAILURES > 1
                           MOVE RC-BURST-FAILURES TO WS-BURST-FAILURES
                       END-IF
                       IF RC-BURST-MINUTES IS NUMERIC AND
                           RC-BURST-MINUTES > 0
                           MOVE RC-BURST-MINUTES TO WS-BURST-MINUTES
                       END-IF
                       IF RC-HOURS-START NOT = SPACES
                           MOVE RC-HOURS-START TO WS-HOURS-START
                       END-IF
                       IF RC-HOURS-END NOT = SPACES
                           MOVE RC-HOURS-END TO WS-HOURS-END
                       END-IF
               END-READ
               CLOSE F-REPORT-CONTROL-FILE
           END-IF.

           TALLY-ONE-EVENT SECTION.
      *    A lockout is itself the failure that tipped the account
      *    over, so it counts toward a burst as well.
           MOVE SEC-TIME TO WS-TIME-WORK.
           IF WS-TW-HOUR IS NUMERIC AND WS-TW-MINUTE IS NUMERIC
               COMPUTE WS-EVENT-MINUTE =
                   (WS-TW-HOUR * 60) + WS-TW-MINUTE
           ELSE
               MOVE 0 TO WS-EVENT-MINUTE
           END-IF.
           IF SEC-EVENT = "SIGNIN-FAIL" OR SEC-EVENT = "LOCKOUT"
               ADD 1 TO WS-FAIL-COUNT
               PERFORM TALLY-ONE-FAILURE
           END-IF.
           MOVE SPACES TO WS-EVENT-KIND.
           IF SEC-EVENT = "LOCKOUT"
               MOVE "LOCKOUT" TO WS-EVENT-KIND
           ELSE IF SEC-EVENT = "PASSWORD-RESET"
               MOVE "RESET" TO WS-EVENT-KIND
           ELSE IF SEC-EVENT = "ROLE-CHANGE"
               MOVE "ROLE" TO WS-EVENT-KIND
           ELSE IF SEC-EVENT = "FORCE-COMPLETE"
               MOVE "FORCED" TO WS-EVENT-KIND
           ELSE IF SEC-EVENT = "LOCK-OVERRIDE"
               MOVE "OVERRIDE" TO WS-EVENT-KIND
           END-IF.
           PERFORM JUDGE-SUPERVISOR-EVENT.
           MOVE 0 TO WS-AFTER-HOURS.
           IF WS-SUPERVISOR-EVENT = 1 AND
               (SEC-TIME(1:5) < WS-HOURS-START OR
                SEC-TIME(1:5) >= WS-HOURS-END)
               MOVE 1 TO WS-AFTER-HOURS
               ADD 1 TO WS-AFTER-HOURS-COUNT
           END-IF.
           IF WS-EVENT-KIND NOT = SPACES OR WS-SUPERVISOR-EVENT = 1
               IF WS-EVENT-COUNT < 2000
                   ADD 1 TO WS-EVENT-COUNT
                   SET EV-IDX TO WS-EVENT-COUNT
                   MOVE WS-EVENT-KIND TO WS-EV-KIND(EV-IDX)
                   MOVE WS-AFTER-HOURS TO WS-EV-AFTER-HOURS(EV-IDX)
                   MOVE SPACES TO WS-EV-LINE(EV-IDX)
                   STRING "  " SEC-TIME "  " SEC-SYSTEM " "
                       SEC-ACTOR " " SEC-EVENT " " SEC-TARGET " "
                       SEC-OUTCOME
                       DELIMITED BY SIZE INTO WS-EV-LINE(EV-IDX)
                   END-STRING
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.
           PERFORM RAISE-EVENT-ALERT.

           JUDGE-SUPERVISOR-EVENT SECTION.
      *    Supervisor activity is anything only an elevated user can
      *    do: a supervisor signing on to the customer screens, an
      *    operator reset or role change, a sysop work order, or a
      *    batch-console action.
           MOVE 0 TO WS-SUPERVISOR-EVENT.
           IF SEC-EVENT = "SIGNIN-OK" AND
               SEC-OUTCOME = "OK SUPERVISOR"
               MOVE 1 TO WS-SUPERVISOR-EVENT
           END-IF.
           IF SEC-EVENT = "PASSWORD-RESET" AND
               SEC-OUTCOME = "BY SUPERVISOR"
               MOVE 1 TO WS-SUPERVISOR-EVENT
           END-IF.
           IF SEC-EVENT = "ROLE-CHANGE" OR SEC-EVENT = "UNLOCK" OR
               SEC-EVENT = "ADMIN-ACTION" OR SEC-EVENT = "RETRY" OR
               SEC-EVENT = "FORCE-COMPLETE" OR
               SEC-EVENT = "DISABLE-NIGHT" OR
               SEC-EVENT = "LOCK-OVERRIDE"
               MOVE 1 TO WS-SUPERVISOR-EVENT
           END-IF.

           TALLY-ONE-FAILURE SECTION.
      *    Failures are counted in a window that opens at the first
      *    one and closes WS-BURST-MINUTES later; the next failure
      *    after that opens a fresh window. An account is a burst
      *    the first time a window reaches WS-BURST-FAILURES.
           MOVE 0 TO WS-FOUND.
           SET TGT-IDX TO 1.
           PERFORM UNTIL WS-FOUND = 1 OR TGT-IDX > WS-TARGET-COUNT
               IF WS-TG-SYSTEM(TGT-IDX) = SEC-SYSTEM AND
                   WS-TG-TARGET(TGT-IDX) = SEC-TARGET
                   MOVE 1 TO WS-FOUND
               ELSE
                   SET TGT-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF WS-TARGET-COUNT < 500
                   ADD 1 TO WS-TARGET-COUNT
                   SET TGT-IDX TO WS-TARGET-COUNT
                   MOVE SEC-SYSTEM TO WS-TG-SYSTEM(TGT-IDX)
                   MOVE SEC-TARGET TO WS-TG-TARGET(TGT-IDX)
                   MOVE 0 TO WS-TG-FAILS(TGT-IDX)
                   MOVE WS-EVENT-MINUTE TO WS-TG-WINDOW-START(TGT-IDX)
                   MOVE 0 TO WS-TG-WINDOW-FAILS(TGT-IDX)
                   MOVE SPACES TO WS-TG-BURST-AT(TGT-IDX)
                   MOVE 1 TO WS-FOUND
               ELSE
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-FOUND = 1
               ADD 1 TO WS-TG-FAILS(TGT-IDX)
               IF WS-EVENT-MINUTE - WS-TG-WINDOW-START(TGT-IDX) >
                   WS-BURST-MINUTES
                   MOVE WS-EVENT-MINUTE TO WS-TG-WINDOW-START(TGT-IDX)
                   MOVE 1 TO WS-TG-WINDOW-FAILS(TGT-IDX)
               ELSE
                   ADD 1 TO WS-TG-WINDOW-FAILS(TGT-IDX)
               END-IF
               IF WS-TG-WINDOW-FAILS(TGT-IDX) >= WS-BURST-FAILURES
                   AND WS-TG-BURST-AT(TGT-IDX) = SPACES
                   MOVE SEC-TIME TO WS-TG-BURST-AT(TGT-IDX)
                   ADD 1 TO WS-BURST-COUNT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE "CRIT" TO ALERT-SEVERITY
                   STRING "SIGN-IN BURST " FUNCTION TRIM(SEC-SYSTEM)
                       " " FUNCTION TRIM(SEC-TARGET) " AT "
                       SEC-TIME(1:5)
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   END-STRING
                   PERFORM WRITE-ONE-ALERT
               END-IF
           END-IF.

           RAISE-EVENT-ALERT SECTION.
      *    One alert per event: after hours says the most, since it
      *    names the event as well.
           MOVE SPACES TO ALERT-RECORD.
           IF WS-AFTER-HOURS = 1
               STRING "AFTER HOURS " SEC-TIME(1:5) " "
                   FUNCTION TRIM(SEC-EVENT) " BY "
                   FUNCTION TRIM(SEC-ACTOR) " ON "
                   FUNCTION TRIM(SEC-TARGET)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               END-STRING
           ELSE IF WS-EVENT-KIND = "ROLE"
               STRING "ROLE CHANGE " FUNCTION TRIM(SEC-TARGET) " "
                   FUNCTION TRIM(SEC-OUTCOME) " BY "
                   FUNCTION TRIM(SEC-ACTOR)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               END-STRING
           ELSE IF WS-EVENT-KIND = "OVERRIDE"
               STRING "RUN LOCK OVERRIDE ON " FUNCTION TRIM(SEC-TARGET)
                   " BY " FUNCTION TRIM(SEC-ACTOR)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               END-STRING
           END-IF.
           IF ALERT-MESSAGE NOT = SPACES
               MOVE "CRIT" TO ALERT-SEVERITY
               PERFORM WRITE-ONE-ALERT
           END-IF.

           WRITE-ONE-ALERT SECTION.
      *    Caller fills the severity and the message.
           MOVE WS-REPORT-DATE TO ALERT-DATE.
           MOVE "security-report" TO ALERT-PROGRAM.
           WRITE ALERT-RECORD
           END-WRITE.
           ADD 1 TO WS-ALERT-COUNT.

           WRITE-SECURITY-REPORT SECTION.
           OPEN OUTPUT F-SECURITY-REPORT-FILE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "SECURITY REPORT FOR " WS-REPORT-DATE
               "   (PRODUCED " WS-RUN-STAMP ")"
               DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
           END-STRING.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "EVENTS: " WS-DAY-COUNT
               "   FAILED SIGN-INS: " WS-FAIL-COUNT
               "   CRIT ALERTS RAISED: " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
           END-STRING.
           WRITE SECURITY-REPORT-LINE.
           IF WS-TABLE-FULL = 1
               MOVE "WARNING -- TABLE FULL; SOME EVENTS WERE NOT "
                   TO SECURITY-REPORT-LINE
               MOVE "LISTED" TO SECURITY-REPORT-LINE(45:)
               WRITE SECURITY-REPORT-LINE
           END-IF.
           PERFORM WRITE-BURST-SECTION.
           MOVE "LOCKOUT" TO WS-SECTION-KIND.
           MOVE "LOCKOUTS" TO WS-SECTION-TITLE.
           PERFORM WRITE-EVENT-SECTION.
           MOVE "RESET" TO WS-SECTION-KIND.
           MOVE "PASSWORD RESETS" TO WS-SECTION-TITLE.
           PERFORM WRITE-EVENT-SECTION.
           MOVE "ROLE" TO WS-SECTION-KIND.
           MOVE "ROLE CHANGES (CRIT)" TO WS-SECTION-TITLE.
           PERFORM WRITE-EVENT-SECTION.
           MOVE "FORCED" TO WS-SECTION-KIND.
           MOVE "FORCED STEP COMPLETIONS" TO WS-SECTION-TITLE.
           PERFORM WRITE-EVENT-SECTION.
           MOVE "OVERRIDE" TO WS-SECTION-KIND.
           MOVE "RUN LOCK OVERRIDES (CRIT)" TO WS-SECTION-TITLE.
           PERFORM WRITE-EVENT-SECTION.
           PERFORM WRITE-AFTER-HOURS-SECTION.
           CLOSE F-SECURITY-REPORT-FILE.

           WRITE-BURST-SECTION SECTION.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "FAILED SIGN-IN BURSTS (CRIT) -- " WS-BURST-FAILURES
               " OR MORE FAILURES ON ONE ACCOUNT WITHIN "
               WS-BURST-MINUTES " MINUTES"
               DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
           END-STRING.
           WRITE SECURITY-REPORT-LINE.
           MOVE "  SYSTEM   ACCOUNT               FAILED BURST AT"
               TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE 0 TO WS-FOUND.
           SET TGT-IDX TO 1.
           PERFORM UNTIL TGT-IDX > WS-TARGET-COUNT
               IF WS-TG-BURST-AT(TGT-IDX) NOT = SPACES
                   MOVE 1 TO WS-FOUND
                   MOVE SPACES TO SECURITY-REPORT-LINE
                   STRING "  " WS-TG-SYSTEM(TGT-IDX) " "
                       WS-TG-TARGET(TGT-IDX) "  "
                       WS-TG-FAILS(TGT-IDX) "  "
                       WS-TG-BURST-AT(TGT-IDX)
                       DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
                   END-STRING
                   WRITE SECURITY-REPORT-LINE
               END-IF
               SET TGT-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND = 0
               MOVE "  NONE" TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.

           WRITE-EVENT-SECTION SECTION.
      *    One section of the event table: the caller names the kind
      *    and the heading.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE WS-SECTION-TITLE TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           PERFORM WRITE-EVENT-COLUMNS.
           MOVE 0 TO WS-FOUND.
           SET EV-IDX TO 1.
           PERFORM UNTIL EV-IDX > WS-EVENT-COUNT
               IF WS-EV-KIND(EV-IDX) = WS-SECTION-KIND
                   MOVE 1 TO WS-FOUND
                   MOVE WS-EV-LINE(EV-IDX) TO SECURITY-REPORT-LINE
                   WRITE SECURITY-REPORT-LINE
               END-IF
               SET EV-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND = 0
               MOVE "  NONE" TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.

           WRITE-AFTER-HOURS-SECTION SECTION.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "SUPERVISOR ACTIVITY OUTSIDE " WS-HOURS-START
               "-" WS-HOURS-END " (CRIT)"
               DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
           END-STRING.
           WRITE SECURITY-REPORT-LINE.
           PERFORM WRITE-EVENT-COLUMNS.
           MOVE 0 TO WS-FOUND.
           SET EV-IDX TO 1.
           PERFORM UNTIL EV-IDX > WS-EVENT-COUNT
               IF WS-EV-AFTER-HOURS(EV-IDX) = 1
                   MOVE 1 TO WS-FOUND
                   MOVE WS-EV-LINE(EV-IDX) TO SECURITY-REPORT-LINE
                   WRITE SECURITY-REPORT-LINE
               END-IF
               SET EV-IDX UP BY 1
           END-PERFORM.
           IF WS-FOUND = 0
               MOVE "  NONE" TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.

           WRITE-EVENT-COLUMNS SECTION.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "  TIME      SYSTEM   ACTOR      EVENT          "
               "TARGET               OUTCOME"
               DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
           END-STRING.
           WRITE SECURITY-REPORT-LINE.
