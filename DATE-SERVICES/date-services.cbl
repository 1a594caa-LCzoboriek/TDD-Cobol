      *               DS-RESULT-NUMBER 1 blank-or-zero, 2 month out
      *               of range, 3 day invalid for month.
      *      TODAY    DS date 1 and DS-STAMP (YYYY-MM-DD) out.
      *      BUSDAY   DS date 1 in; DS-RESULT-FLAG Y/N out -- Y when
      *               the date is a business day.
      *      NEXTBUS  DS date 1 in; DS date 2 out as the first
      *               business day after it.
      *      ADDBUS   DS date 1 and DS-DAY-COUNT (may be negative)
      *               in; DS date 2 out, that many business days
      *               away. A count of zero rolls a non-business
      *               date 1 forward to the next business day.
      *      BUSDIFF  DS dates 1 and 2 in; DS-RESULT-NUMBER out as
      *               date 1 minus date 2 in business days -- the
      *               business days after the earlier date up to and
      *               including the later one.
      *
      *    A business day is one the mail moves and the shop works:
      *    processing-calendar.dat, the calendar nightly-batch runs
      *    by, decides weekends, skip days and RUN overrides, and
      *    postal-holidays.dat names the days the post office is
      *    closed whatever the shop does. Without a processing
      *    calendar Saturdays and Sundays are not business days.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CALENDAR-FILE ASSIGN TO
                 "processing-calendar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CALENDAR-STATUS.
               SELECT F-POSTAL-HOLIDAY-FILE ASSIGN TO
                 "postal-holidays.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POSTAL-HOLIDAY-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CALENDAR-FILE.
           01 CALENDAR-RECORD.
               05 CAL-KEY PIC X(10).
               05 FILLER PIC X.
               05 CAL-ACTION PIC X(4).
           FD F-POSTAL-HOLIDAY-FILE.
      *    One closed day per line, YYYY-MM-DD and the holiday's name.
           01 POSTAL-HOLIDAY-RECORD.
               05 PH-DATE PIC X(10).
               05 FILLER PIC X.
               05 PH-NAME PIC X(30).
           WORKING-STORAGE SECTION.
           01 WS-LEAP PIC X.
           01 WS-MONTH-LENGTH PIC 99.
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 99.
           01 WS-WORK-DAY PIC 99.
           01 WS-CALENDAR-STATUS PIC XX.
           01 WS-POSTAL-HOLIDAY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CALENDARS-LOADED PIC X VALUE "N".
           01 WS-WEEKENDS-OFF PIC X VALUE "Y".
           01 WS-CAL-COUNT PIC 999 VALUE 0.
           01 WS-CALENDAR-TABLE.
               05 WS-CAL-ENTRY OCCURS 100 TIMES
               INDEXED BY CAL-IDX.
                   10 WS-CAL-DATE PIC X(10).
                   10 WS-CAL-ACTION PIC X(4).
           01 WS-HOLIDAY-COUNT PIC 999 VALUE 0.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DATE OCCURS 100 TIMES
               INDEXED BY HOL-IDX PIC X(10).
           01 WS-BUSINESS-ISO PIC X(10).
           01 WS-IS-BUSINESS-DAY PIC X.
           01 WS-DATED-SKIP PIC 9.
           01 WS-DATED-RUN PIC 9.
           01 WS-DAY-OF-WEEK PIC 9.
           01 WS-BUSINESS-COUNT PIC S9(9).
           01 WS-BUSINESS-SIGN PIC S9.
           01 WS-SAVE-YEAR PIC 9(4).
           01 WS-SAVE-MONTH PIC 99.
           01 WS-SAVE-DAY PIC 99.
           LINKAGE SECTION.
           01 DS-REQUEST.
               05 DS-FUNCTION PIC X(8).
               PERFORM VALIDATE-THE-DATE
           ELSE IF DS-FUNCTION = "TODAY"
               PERFORM STAMP-TODAY
           ELSE IF DS-FUNCTION = "BUSDAY" OR DS-FUNCTION = "NEXTBUS" OR
               DS-FUNCTION = "ADDBUS" OR DS-FUNCTION = "BUSDIFF"
               PERFORM BUSINESS-DAY-FUNCTION
           END-IF.
           GOBACK.

           STRING DS-YEAR "-" DS-MONTH "-" DS-DAY
               INTO DS-STAMP
           END-STRING.

           BUSINESS-DAY-FUNCTION SECTION.
      *    Month stepping borrows DS-YEAR and DS-MONTH for the month
      *    length, so the caller's date 1 is put back afterwards.
           IF WS-CALENDARS-LOADED = "N"
               PERFORM LOAD-BUSINESS-CALENDARS
           END-IF.
           MOVE DS-YEAR TO WS-SAVE-YEAR.
           MOVE DS-MONTH TO WS-SAVE-MONTH.
           MOVE DS-DAY TO WS-SAVE-DAY.
           IF DS-FUNCTION = "BUSDAY"
               PERFORM LOAD-WORK-FROM-SAVED-DATE
               PERFORM CHECK-BUSINESS-DAY
               MOVE WS-IS-BUSINESS-DAY TO DS-RESULT-FLAG
           ELSE IF DS-FUNCTION = "NEXTBUS"
               PERFORM NEXT-BUSINESS-DAY
           ELSE IF DS-FUNCTION = "ADDBUS"
               PERFORM ADD-BUSINESS-DAYS
           ELSE
               PERFORM DIFFERENCE-IN-BUSINESS-DAYS
           END-IF.
           MOVE WS-SAVE-YEAR TO DS-YEAR.
           MOVE WS-SAVE-MONTH TO DS-MONTH.
           MOVE WS-SAVE-DAY TO DS-DAY.

           LOAD-WORK-FROM-SAVED-DATE SECTION.
           MOVE WS-SAVE-YEAR TO WS-WORK-YEAR.
           MOVE WS-SAVE-MONTH TO WS-WORK-MONTH.
           MOVE WS-SAVE-DAY TO WS-WORK-DAY.

           LOAD-BUSINESS-CALENDARS SECTION.
      *    Read once per run and held for every later call. The
      *    WEEKENDS line is the weekend rule, not a dated entry; with
      *    a calendar on the box and no WEEKENDS SKIP line the shop
      *    works weekends and they count as business days.
           MOVE "Y" TO WS-CALENDARS-LOADED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE "N" TO WS-WEEKENDS-OFF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CALENDAR-FILE
                       NOT AT END
                           IF CAL-KEY = "WEEKENDS"
                               IF CAL-ACTION = "SKIP"
                                   MOVE "Y" TO WS-WEEKENDS-OFF
                               END-IF
                           ELSE IF WS-CAL-COUNT >= 100
                               DISPLAY "DATE SERVICES WARNING -- "
                                   "CALENDAR TABLE FULL; IGNORING "
                                   CAL-KEY
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               SET CAL-IDX TO WS-CAL-COUNT
                               MOVE CAL-KEY TO WS-CAL-DATE(CAL-IDX)
                               MOVE CAL-ACTION TO
                                   WS-CAL-ACTION(CAL-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CALENDAR-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-POSTAL-HOLIDAY-FILE.
           IF WS-POSTAL-HOLIDAY-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POSTAL-HOLIDAY-FILE
                       NOT AT END
                           IF WS-HOLIDAY-COUNT >= 100
                               DISPLAY "DATE SERVICES WARNING -- "
                                   "POSTAL HOLIDAY TABLE FULL; "
                                   "IGNORING " PH-DATE
                           ELSE IF PH-DATE NOT = SPACES
                               ADD 1 TO WS-HOLIDAY-COUNT
                               SET HOL-IDX TO WS-HOLIDAY-COUNT
                               MOVE PH-DATE TO
                                   WS-HOLIDAY-DATE(HOL-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POSTAL-HOLIDAY-FILE
           END-IF.

           CHECK-BUSINESS-DAY SECTION.
      *    Tests the WS-WORK date. A dated RUN line wins over both a
      *    dated skip and the weekend rule, the same precedence
      *    nightly-batch gives it; a postal holiday wins over
      *    everything, since no mail moves that day however the shop
      *    runs.
           MOVE SPACES TO WS-BUSINESS-ISO.
           STRING WS-WORK-YEAR "-" WS-WORK-MONTH "-" WS-WORK-DAY
               INTO WS-BUSINESS-ISO
           END-STRING.
           MOVE "Y" TO WS-IS-BUSINESS-DAY.
           MOVE 0 TO WS-DATED-SKIP.
           MOVE 0 TO WS-DATED-RUN.
           SET CAL-IDX TO 1.
           PERFORM UNTIL CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DATE(CAL-IDX) = WS-BUSINESS-ISO
                   IF WS-CAL-ACTION(CAL-IDX) = "RUN"
                       MOVE 1 TO WS-DATED-RUN
                   ELSE IF WS-CAL-ACTION(CAL-IDX) = "SKIP"
                       MOVE 1 TO WS-DATED-SKIP
                   END-IF
               END-IF
               SET CAL-IDX UP BY 1
           END-PERFORM.
           IF WS-DATED-RUN = 0
               IF WS-DATED-SKIP = 1
                   MOVE "N" TO WS-IS-BUSINESS-DAY
               ELSE IF WS-WEEKENDS-OFF = "Y"
                   PERFORM COMPUTE-JULIAN-DAY
      *            Julian day numbers count Monday as 0 modulo 7.
                   COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-JDN-1, 7)
                   IF WS-DAY-OF-WEEK >= 5
                       MOVE "N" TO WS-IS-BUSINESS-DAY
                   END-IF
               END-IF
           END-IF.
           SET HOL-IDX TO 1.
           PERFORM UNTIL HOL-IDX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY-DATE(HOL-IDX) = WS-BUSINESS-ISO
                   MOVE "N" TO WS-IS-BUSINESS-DAY
               END-IF
               SET HOL-IDX UP BY 1
           END-PERFORM.

           NEXT-BUSINESS-DAY SECTION.
           PERFORM LOAD-WORK-FROM-SAVED-DATE.
           MOVE "N" TO WS-IS-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
               PERFORM STEP-FORWARD-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-WORK-YEAR TO DS-YEAR-2.
           MOVE WS-WORK-MONTH TO DS-MONTH-2.
           MOVE WS-WORK-DAY TO DS-DAY-2.

           ADD-BUSINESS-DAYS SECTION.
      *    Only business days count toward DS-DAY-COUNT; the days
      *    stepped over on the way are passed without counting.
           PERFORM LOAD-WORK-FROM-SAVED-DATE.
           MOVE DS-DAY-COUNT TO WS-REMAINING.
           IF WS-REMAINING = 0
               PERFORM CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
                   PERFORM STEP-FORWARD-ONE-DAY
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
           END-IF.
           PERFORM UNTIL WS-REMAINING = 0
               IF WS-REMAINING > 0
                   PERFORM STEP-FORWARD-ONE-DAY
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-IS-BUSINESS-DAY = "Y"
                       SUBTRACT 1 FROM WS-REMAINING
                   END-IF
               ELSE
                   PERFORM STEP-BACK-ONE-DAY
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-IS-BUSINESS-DAY = "Y"
                       ADD 1 TO WS-REMAINING
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-WORK-YEAR TO DS-YEAR-2.
           MOVE WS-WORK-MONTH TO DS-MONTH-2.
           MOVE WS-WORK-DAY TO DS-DAY-2.

           DIFFERENCE-IN-BUSINESS-DAYS SECTION.
      *    Walks from the earlier date to the later one counting the
      *    business days passed, so a Friday-to-Monday gap is one
      *    business day, not three.
           PERFORM LOAD-WORK-FROM-SAVED-DATE.
           PERFORM COMPUTE-JULIAN-DAY.
           MOVE WS-JDN-1 TO WS-JDN-2.
           MOVE DS-YEAR-2 TO WS-WORK-YEAR.
           MOVE DS-MONTH-2 TO WS-WORK-MONTH.
           MOVE DS-DAY-2 TO WS-WORK-DAY.
           PERFORM COMPUTE-JULIAN-DAY.
           IF WS-JDN-2 >= WS-JDN-1
               MOVE 1 TO WS-BUSINESS-SIGN
               COMPUTE WS-REMAINING = WS-JDN-2 - WS-JDN-1
           ELSE
               MOVE -1 TO WS-BUSINESS-SIGN
               COMPUTE WS-REMAINING = WS-JDN-1 - WS-JDN-2
               PERFORM LOAD-WORK-FROM-SAVED-DATE
           END-IF.
           MOVE 0 TO WS-BUSINESS-COUNT.
           PERFORM UNTIL WS-REMAINING = 0
               PERFORM STEP-FORWARD-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = "Y"
                   ADD 1 TO WS-BUSINESS-COUNT
               END-IF
               SUBTRACT 1 FROM WS-REMAINING
           END-PERFORM.
           COMPUTE DS-RESULT-NUMBER =
               WS-BUSINESS-COUNT * WS-BUSINESS-SIGN.
