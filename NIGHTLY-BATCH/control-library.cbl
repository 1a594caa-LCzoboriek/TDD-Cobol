       IDENTIFICATION DIVISION.
       PROGRAM-ID. control-library.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-VERSIONS-FILE ASSIGN TO "control-versions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VERSIONS-STATUS.
           SELECT F-COPY-FROM-FILE ASSIGN TO WS-COPY-FROM-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-FROM-STATUS.
           SELECT F-COPY-TO-FILE ASSIGN TO WS-COPY-TO-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-TO-STATUS.
           SELECT F-COMPARE-REPORT-FILE ASSIGN TO
             "control-compare-report.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-VERSIONS-FILE.
      *    The control-file library register: one line per version
      *    of every control file that has ever been staged, with the
      *    library copy that holds its content (control-library-
      *    NNNNNN.dat, by library number), the day it takes effect,
      *    who staged it and why. STAGED waits for its date and a
      *    pre-flight pass (VALIDATED Y; F is a failed check); LIVE
      *    is the version in place; RETIRED was live once; BYPASSED
      *    fell due together with a later version and never went
      *    live. A rollback is a new version COPIED-FROM the one it
      *    restores.
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
           FD F-COPY-FROM-FILE.
           01 COPY-FROM-LINE PIC X(120).
           FD F-COPY-TO-FILE.
           01 COPY-TO-LINE PIC X(120).
           FD F-COMPARE-REPORT-FILE.
           01 COMPARE-REPORT-LINE PIC X(132).
           FD F-RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-VERSIONS-STATUS PIC XX.
           01 WS-COPY-FROM-STATUS PIC XX.
           01 WS-COPY-TO-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-COPY-FROM-NAME PIC X(40).
           01 WS-COPY-TO-NAME PIC X(40).
           01 WS-COPY-OK PIC 9.
           01 WS-COPY-LINES PIC 9(5).
           01 WS-OPERATOR PIC X(8).
           01 WS-CHOICE PIC X.
           01 WS-DONE PIC 9 VALUE 0.
           01 WS-ASK-CONTROL PIC X(40).
           01 WS-ASK-DRAFT PIC X(40).
           01 WS-ASK-EFFECTIVE PIC X(10).
           01 WS-ASK-REASON PIC X(40).
           01 WS-ASK-VERSION PIC 9(4) VALUE 0.
           01 WS-ASK-VERSION-2 PIC 9(4) VALUE 0.
           01 WS-TODAY-ISO PIC X(10).
           01 WS-ENTRY-OK PIC 9.
      *    The whole register is held here for each action and
      *    written back whole when the action changes it.
           01 WS-VERSION-COUNT PIC 9(4) VALUE 0.
           01 WS-VERSION-TABLE.
               05 WS-VERSION-ENTRY OCCURS 500 TIMES
               INDEXED BY VER-IDX.
                   10 WS-VER-LIBRARY-NO PIC 9(6).
                   10 WS-VER-CONTROL-NAME PIC X(40).
                   10 WS-VER-NUMBER PIC 9(4).
                   10 WS-VER-EFFECTIVE PIC X(10).
                   10 WS-VER-STATE PIC X(8).
                   10 WS-VER-VALIDATED PIC X.
                   10 WS-VER-OPERATOR PIC X(8).
                   10 WS-VER-STAGED-DATE PIC X(10).
                   10 WS-VER-LIVE-DATE PIC X(10).
                   10 WS-VER-COPIED-FROM PIC 9(4).
                   10 WS-VER-REASON PIC X(40).
           01 WS-HIGH-LIBRARY-NO PIC 9(6) VALUE 0.
           01 WS-HIGH-VERSION PIC 9(4).
           01 WS-LIVE-FOUND PIC 9.
           01 WS-LIVE-SLOT PIC 9(4).
           01 WS-TARGET-FOUND PIC 9.
           01 WS-TARGET-SLOT PIC 9(4).
           01 WS-PENDING-COUNT PIC 9(4).
           01 WS-NEW-LIBRARY-NO PIC 9(6).
           01 WS-LIBRARY-NAME PIC X(40).
           01 WS-DRAFT-LIBRARY-NO PIC 9(6).
           01 WS-DRAFT-LIBRARY-NAME PIC X(40).
           01 WS-OLDER-VERSION PIC 9(4).
      *    The two sides of a comparison, one control line a row.
           01 WS-SIDE-A-COUNT PIC 999 VALUE 0.
           01 WS-SIDE-A-TABLE.
               05 WS-SIDE-A-LINE OCCURS 200 TIMES
               INDEXED BY SIDE-A-IDX PIC X(120).
           01 WS-SIDE-B-COUNT PIC 999 VALUE 0.
           01 WS-SIDE-B-TABLE.
               05 WS-SIDE-B-LINE OCCURS 200 TIMES
               INDEXED BY SIDE-B-IDX PIC X(120).
           01 WS-SIDE-A-NAME PIC X(40).
           01 WS-SIDE-B-NAME PIC X(40).
           01 WS-ONLY-A-COUNT PIC 999.
           01 WS-ONLY-B-COUNT PIC 999.
           01 WS-FOUND PIC 9.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
      *    Request area for the shared date-services subprogram,
      *    which holds every keyed effective date to a real day.
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
      *    The shelf of control files the window rides on used to be
      *    edited in place, and nobody could say what the routing
      *    table looked like last Tuesday. This is the library in
      *    front of them: a change is staged from a draft with an
      *    effective date, operator and reason; control-preflight
      *    checks the staged copy and control-activate puts it live
      *    on its date. Every version stays on the register with its
      *    own copy, so any two can be compared and an earlier one
      *    rolled back into place.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-ISO
           END-STRING.
           DISPLAY "CONTROL FILE LIBRARY".
           DISPLAY "YOUR OPERATOR INITIALS: ".
           ACCEPT WS-OPERATOR.
           PERFORM UNTIL WS-DONE = 1
               DISPLAY " "
               DISPLAY "(s) STAGE A NEW VERSION"
               DISPLAY "(h) SHOW A CONTROL FILE'S VERSION HISTORY"
               DISPLAY "(c) COMPARE TWO VERSIONS"
               DISPLAY "(r) ROLL BACK TO AN EARLIER VERSION"
               DISPLAY "(q) QUIT"
               DISPLAY "PICK: "
               ACCEPT WS-CHOICE
               IF WS-CHOICE = "s"
                   PERFORM ACT-STAGE-VERSION
               ELSE IF WS-CHOICE = "h"
                   PERFORM ACT-SHOW-HISTORY
               ELSE IF WS-CHOICE = "c"
                   PERFORM ACT-COMPARE-VERSIONS
               ELSE IF WS-CHOICE = "r"
                   PERFORM ACT-ROLL-BACK
               ELSE IF WS-CHOICE = "q"
                   MOVE 1 TO WS-DONE
               END-IF
           END-PERFORM.
           GOBACK.

           ACT-STAGE-VERSION SECTION.
      *    The draft is whatever file the operator edited -- never
      *    the live control itself. Its content is copied into the
      *    library at once, so later edits to the draft change
      *    nothing that has been staged. A control's first staging
      *    also captures the version already in place, so there is
      *    always something to roll back to.
           DISPLAY "CONTROL FILE TO CHANGE (e.g. vendor-routing.dat): ".
           ACCEPT WS-ASK-CONTROL.
           DISPLAY "DRAFT FILE HOLDING THE NEW VERSION: ".
           ACCEPT WS-ASK-DRAFT.
           DISPLAY "EFFECTIVE DATE (YYYY-MM-DD): ".
           ACCEPT WS-ASK-EFFECTIVE.
           DISPLAY "REASON: ".
           ACCEPT WS-ASK-REASON.
           MOVE 1 TO WS-ENTRY-OK.
           IF WS-ASK-CONTROL = SPACES OR WS-ASK-DRAFT = SPACES
               DISPLAY "A CONTROL FILE AND A DRAFT ARE BOTH NEEDED"
               MOVE 0 TO WS-ENTRY-OK
           ELSE IF WS-ASK-DRAFT = WS-ASK-CONTROL
               DISPLAY "STAGE FROM A DRAFT, NOT THE LIVE FILE ITSELF"
               MOVE 0 TO WS-ENTRY-OK
           ELSE
               PERFORM CHECK-EFFECTIVE-DATE
           END-IF.
           IF WS-ENTRY-OK = 1
               PERFORM LOAD-VERSION-REGISTER
               IF WS-VERSION-COUNT > 498
                   DISPLAY "WARNING: VERSION REGISTER IS FULL; "
                       "NOTHING STAGED"
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1
               PERFORM FIND-CONTROL-VERSIONS
               COMPUTE WS-NEW-LIBRARY-NO = WS-HIGH-LIBRARY-NO + 1
      *        A first staging keeps the next number back for the
      *        version in place.
               IF WS-HIGH-VERSION = 0
                   ADD 1 TO WS-NEW-LIBRARY-NO
               END-IF
               MOVE WS-NEW-LIBRARY-NO TO WS-DRAFT-LIBRARY-NO
               PERFORM BUILD-LIBRARY-NAME
               MOVE WS-LIBRARY-NAME TO WS-DRAFT-LIBRARY-NAME
               MOVE WS-ASK-DRAFT TO WS-COPY-FROM-NAME
               MOVE WS-LIBRARY-NAME TO WS-COPY-TO-NAME
               PERFORM COPY-ONE-FILE
               IF WS-COPY-OK = 0
                   DISPLAY "CANNOT READ DRAFT "
                       FUNCTION TRIM(WS-ASK-DRAFT) "; NOTHING STAGED"
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1
               IF WS-HIGH-VERSION = 0
                   PERFORM CAPTURE-VERSION-IN-PLACE
               END-IF
               ADD 1 TO WS-VERSION-COUNT
               SET VER-IDX TO WS-VERSION-COUNT
               ADD 1 TO WS-HIGH-VERSION
               MOVE WS-DRAFT-LIBRARY-NO TO WS-VER-LIBRARY-NO(VER-IDX)
               MOVE WS-ASK-CONTROL TO WS-VER-CONTROL-NAME(VER-IDX)
               MOVE WS-HIGH-VERSION TO WS-VER-NUMBER(VER-IDX)
               MOVE WS-ASK-EFFECTIVE TO WS-VER-EFFECTIVE(VER-IDX)
               MOVE "STAGED" TO WS-VER-STATE(VER-IDX)
               MOVE SPACE TO WS-VER-VALIDATED(VER-IDX)
               MOVE WS-OPERATOR TO WS-VER-OPERATOR(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-STAGED-DATE(VER-IDX)
               MOVE SPACES TO WS-VER-LIVE-DATE(VER-IDX)
               MOVE 0 TO WS-VER-COPIED-FROM(VER-IDX)
               MOVE WS-ASK-REASON TO WS-VER-REASON(VER-IDX)
               PERFORM SAVE-VERSION-REGISTER
               DISPLAY "VERSION " WS-HIGH-VERSION " OF "
                   FUNCTION TRIM(WS-ASK-CONTROL) " STAGED AS "
                   FUNCTION TRIM(WS-DRAFT-LIBRARY-NAME) " ("
                   WS-COPY-LINES " LINES)"
               DISPLAY "IT GOES LIVE ON " WS-ASK-EFFECTIVE
                   " ONCE CONTROL PRE-FLIGHT HAS PASSED IT"
           END-IF.

           CHECK-EFFECTIVE-DATE SECTION.
      *    A version cannot take effect in the past -- that would
      *    rewrite what the register says was live.
           IF WS-ASK-EFFECTIVE(1:4) NOT NUMERIC OR
               WS-ASK-EFFECTIVE(5:1) NOT = "-" OR
               WS-ASK-EFFECTIVE(6:2) NOT NUMERIC OR
               WS-ASK-EFFECTIVE(8:1) NOT = "-" OR
               WS-ASK-EFFECTIVE(9:2) NOT NUMERIC
               DISPLAY "EFFECTIVE DATE IS NOT YYYY-MM-DD"
               MOVE 0 TO WS-ENTRY-OK
           ELSE
               MOVE "VALIDATE" TO DS-FUNCTION
               MOVE WS-ASK-EFFECTIVE(1:4) TO DS-YEAR
               MOVE WS-ASK-EFFECTIVE(6:2) TO DS-MONTH
               MOVE WS-ASK-EFFECTIVE(9:2) TO DS-DAY
               CALL "date-services" USING WS-DS-REQUEST
               IF DS-RESULT-FLAG NOT = "Y"
                   DISPLAY "EFFECTIVE DATE IS NOT A REAL DATE"
                   MOVE 0 TO WS-ENTRY-OK
               ELSE IF WS-ASK-EFFECTIVE < WS-TODAY-ISO
                   DISPLAY "EFFECTIVE DATE IS ALREADY PAST"
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.

           CAPTURE-VERSION-IN-PLACE SECTION.
      *    The file as it stands becomes version 1, live as of
      *    today. A control that has never existed has nothing to
      *    capture, and its first staged version is version 1.
           COMPUTE WS-NEW-LIBRARY-NO = WS-HIGH-LIBRARY-NO + 1.
           PERFORM BUILD-LIBRARY-NAME.
           MOVE WS-ASK-CONTROL TO WS-COPY-FROM-NAME.
           MOVE WS-LIBRARY-NAME TO WS-COPY-TO-NAME.
           PERFORM COPY-ONE-FILE.
           IF WS-COPY-OK = 1
               ADD 1 TO WS-VERSION-COUNT
               SET VER-IDX TO WS-VERSION-COUNT
               MOVE 1 TO WS-HIGH-VERSION
               MOVE WS-NEW-LIBRARY-NO TO WS-VER-LIBRARY-NO(VER-IDX)
               MOVE WS-ASK-CONTROL TO WS-VER-CONTROL-NAME(VER-IDX)
               MOVE 1 TO WS-VER-NUMBER(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-EFFECTIVE(VER-IDX)
               MOVE "LIVE" TO WS-VER-STATE(VER-IDX)
               MOVE "Y" TO WS-VER-VALIDATED(VER-IDX)
               MOVE WS-OPERATOR TO WS-VER-OPERATOR(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-STAGED-DATE(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-LIVE-DATE(VER-IDX)
               MOVE 0 TO WS-VER-COPIED-FROM(VER-IDX)
               MOVE "In place when first staged" TO
                   WS-VER-REASON(VER-IDX)
               DISPLAY "VERSION 0001 OF "
                   FUNCTION TRIM(WS-ASK-CONTROL)
                   " CAPTURED FROM THE FILE IN PLACE"
           END-IF.

           ACT-SHOW-HISTORY SECTION.
           DISPLAY "CONTROL FILE: ".
           ACCEPT WS-ASK-CONTROL.
           PERFORM LOAD-VERSION-REGISTER.
           PERFORM FIND-CONTROL-VERSIONS.
           IF WS-HIGH-VERSION = 0
               DISPLAY "NO VERSIONS OF " FUNCTION TRIM(WS-ASK-CONTROL)
                   " IN THE LIBRARY"
           ELSE
               DISPLAY " "
               DISPLAY "VERSION HISTORY OF "
                   FUNCTION TRIM(WS-ASK-CONTROL)
               SET VER-IDX TO 1
               PERFORM UNTIL VER-IDX > WS-VERSION-COUNT
                   IF WS-VER-CONTROL-NAME(VER-IDX) = WS-ASK-CONTROL
                       PERFORM SHOW-ONE-VERSION
                   END-IF
                   SET VER-IDX UP BY 1
               END-PERFORM
           END-IF.

           SHOW-ONE-VERSION SECTION.
           DISPLAY "  V" WS-VER-NUMBER(VER-IDX)
               " " WS-VER-STATE(VER-IDX)
               " EFFECTIVE " WS-VER-EFFECTIVE(VER-IDX)
               " LIVE " WS-VER-LIVE-DATE(VER-IDX)
               " CHECKED " WS-VER-VALIDATED(VER-IDX)
               " BY " WS-VER-OPERATOR(VER-IDX)
               " ON " WS-VER-STAGED-DATE(VER-IDX).
           IF WS-VER-COPIED-FROM(VER-IDX) > 0
               DISPLAY "       ROLLBACK TO V"
                   WS-VER-COPIED-FROM(VER-IDX) ": "
                   WS-VER-REASON(VER-IDX)
           ELSE
               DISPLAY "       " WS-VER-REASON(VER-IDX)
           END-IF.

           ACT-COMPARE-VERSIONS SECTION.
      *    Control files are tables of independent lines, so the
      *    comparison is by line content rather than position: a
      *    line only the older version holds was taken out, a line
      *    only the newer one holds was put in, and a changed line
      *    shows as one of each.
           DISPLAY "CONTROL FILE: ".
           ACCEPT WS-ASK-CONTROL.
           DISPLAY "OLDER VERSION NUMBER: ".
           ACCEPT WS-ASK-VERSION.
           DISPLAY "NEWER VERSION NUMBER: ".
           ACCEPT WS-ASK-VERSION-2.
           PERFORM LOAD-VERSION-REGISTER.
           PERFORM FIND-TARGET-VERSION.
           IF WS-TARGET-FOUND = 0
               DISPLAY "NO VERSION " WS-ASK-VERSION " OF "
                   FUNCTION TRIM(WS-ASK-CONTROL)
           ELSE
               MOVE WS-VER-LIBRARY-NO(WS-TARGET-SLOT) TO
                   WS-NEW-LIBRARY-NO
               PERFORM BUILD-LIBRARY-NAME
               MOVE WS-LIBRARY-NAME TO WS-SIDE-A-NAME
               MOVE WS-ASK-VERSION TO WS-OLDER-VERSION
               MOVE WS-ASK-VERSION-2 TO WS-ASK-VERSION
               PERFORM FIND-TARGET-VERSION
               IF WS-TARGET-FOUND = 0
                   DISPLAY "NO VERSION " WS-ASK-VERSION-2 " OF "
                       FUNCTION TRIM(WS-ASK-CONTROL)
               ELSE
                   MOVE WS-VER-LIBRARY-NO(WS-TARGET-SLOT) TO
                       WS-NEW-LIBRARY-NO
                   PERFORM BUILD-LIBRARY-NAME
                   MOVE WS-LIBRARY-NAME TO WS-SIDE-B-NAME
                   PERFORM LOAD-COMPARE-SIDES
                   PERFORM WRITE-COMPARE-REPORT
               END-IF
           END-IF.

           LOAD-COMPARE-SIDES SECTION.
           MOVE 0 TO WS-SIDE-A-COUNT.
           MOVE WS-SIDE-A-NAME TO WS-COPY-FROM-NAME.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COPY-FROM-FILE.
           IF WS-COPY-FROM-STATUS NOT = "00"
               DISPLAY "LIBRARY COPY " FUNCTION TRIM(WS-SIDE-A-NAME)
                   " IS MISSING"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COPY-FROM-FILE
                   NOT AT END
                       IF WS-SIDE-A-COUNT < 200
                           ADD 1 TO WS-SIDE-A-COUNT
                           SET SIDE-A-IDX TO WS-SIDE-A-COUNT
                           MOVE COPY-FROM-LINE TO
                               WS-SIDE-A-LINE(SIDE-A-IDX)
                       ELSE
                           DISPLAY "WARNING: ONLY THE FIRST 200 "
                               "LINES OF EACH VERSION ARE COMPARED"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-COPY-FROM-STATUS = "00" OR WS-COPY-FROM-STATUS = "10"
               CLOSE F-COPY-FROM-FILE
           END-IF.
           MOVE 0 TO WS-SIDE-B-COUNT.
           MOVE WS-SIDE-B-NAME TO WS-COPY-FROM-NAME.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COPY-FROM-FILE.
           IF WS-COPY-FROM-STATUS NOT = "00"
               DISPLAY "LIBRARY COPY " FUNCTION TRIM(WS-SIDE-B-NAME)
                   " IS MISSING"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COPY-FROM-FILE
                   NOT AT END
                       IF WS-SIDE-B-COUNT < 200
                           ADD 1 TO WS-SIDE-B-COUNT
                           SET SIDE-B-IDX TO WS-SIDE-B-COUNT
                           MOVE COPY-FROM-LINE TO
                               WS-SIDE-B-LINE(SIDE-B-IDX)
                       ELSE
                           DISPLAY "WARNING: ONLY THE FIRST 200 "
                               "LINES OF EACH VERSION ARE COMPARED"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-COPY-FROM-STATUS = "00" OR WS-COPY-FROM-STATUS = "10"
               CLOSE F-COPY-FROM-FILE
           END-IF.

           WRITE-COMPARE-REPORT SECTION.
           MOVE 0 TO WS-ONLY-A-COUNT.
           MOVE 0 TO WS-ONLY-B-COUNT.
           OPEN OUTPUT F-COMPARE-REPORT-FILE.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           STRING "CONTROL FILE COMPARISON -- "
               FUNCTION TRIM(WS-ASK-CONTROL)
               " V" WS-OLDER-VERSION " AGAINST V" WS-ASK-VERSION-2
               " ("
               FUNCTION TRIM(WS-SIDE-A-NAME) " AGAINST "
               FUNCTION TRIM(WS-SIDE-B-NAME) ")"
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           END-STRING.
           WRITE COMPARE-REPORT-LINE.
           MOVE "  - ONLY IN THE OLDER VERSION   + ONLY IN THE NEWER"
               TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           SET SIDE-A-IDX TO 1.
           PERFORM UNTIL SIDE-A-IDX > WS-SIDE-A-COUNT
               MOVE 0 TO WS-FOUND
               SET SIDE-B-IDX TO 1
               PERFORM UNTIL WS-FOUND = 1 OR
                   SIDE-B-IDX > WS-SIDE-B-COUNT
                   IF WS-SIDE-B-LINE(SIDE-B-IDX) =
                       WS-SIDE-A-LINE(SIDE-A-IDX)
                       MOVE 1 TO WS-FOUND
                   ELSE
                       SET SIDE-B-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   ADD 1 TO WS-ONLY-A-COUNT
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING "- " WS-SIDE-A-LINE(SIDE-A-IDX)
                       DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   END-STRING
                   WRITE COMPARE-REPORT-LINE
                   DISPLAY FUNCTION TRIM(COMPARE-REPORT-LINE
                       TRAILING)
               END-IF
               SET SIDE-A-IDX UP BY 1
           END-PERFORM.
           SET SIDE-B-IDX TO 1.
           PERFORM UNTIL SIDE-B-IDX > WS-SIDE-B-COUNT
               MOVE 0 TO WS-FOUND
               SET SIDE-A-IDX TO 1
               PERFORM UNTIL WS-FOUND = 1 OR
                   SIDE-A-IDX > WS-SIDE-A-COUNT
                   IF WS-SIDE-A-LINE(SIDE-A-IDX) =
                       WS-SIDE-B-LINE(SIDE-B-IDX)
                       MOVE 1 TO WS-FOUND
                   ELSE
                       SET SIDE-A-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   ADD 1 TO WS-ONLY-B-COUNT
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING "+ " WS-SIDE-B-LINE(SIDE-B-IDX)
                       DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   END-STRING
                   WRITE COMPARE-REPORT-LINE
                   DISPLAY FUNCTION TRIM(COMPARE-REPORT-LINE
                       TRAILING)
               END-IF
               SET SIDE-B-IDX UP BY 1
           END-PERFORM.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           WRITE COMPARE-REPORT-LINE.
           MOVE SPACES TO COMPARE-REPORT-LINE.
           STRING "LINES TAKEN OUT: " WS-ONLY-A-COUNT
               "  LINES PUT IN: " WS-ONLY-B-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           END-STRING.
           WRITE COMPARE-REPORT-LINE.
           CLOSE F-COMPARE-REPORT-FILE.
           DISPLAY "LINES TAKEN OUT: " WS-ONLY-A-COUNT
               " LINES PUT IN: " WS-ONLY-B-COUNT
               " (control-compare-report.txt)".

           ACT-ROLL-BACK SECTION.
      *    A rollback is the one change that does not wait for the
      *    window: the earlier version's content goes back into
      *    place now, as a new LIVE version copied from it, and the
      *    version it replaces is retired. It runs under the run
      *    lock so it can never land in the middle of a step reading
      *    the control.
           DISPLAY "CONTROL FILE TO ROLL BACK: ".
           ACCEPT WS-ASK-CONTROL.
           DISPLAY "VERSION NUMBER TO PUT BACK IN PLACE: ".
           ACCEPT WS-ASK-VERSION.
           DISPLAY "REASON: ".
           ACCEPT WS-ASK-REASON.
           MOVE 1 TO WS-ENTRY-OK.
           PERFORM LOAD-VERSION-REGISTER.
           PERFORM FIND-CONTROL-VERSIONS.
           PERFORM FIND-TARGET-VERSION.
           IF WS-TARGET-FOUND = 0
               DISPLAY "NO VERSION " WS-ASK-VERSION " OF "
                   FUNCTION TRIM(WS-ASK-CONTROL)
               MOVE 0 TO WS-ENTRY-OK
           ELSE IF WS-LIVE-FOUND = 1 AND
               WS-TARGET-SLOT = WS-LIVE-SLOT
               DISPLAY "VERSION " WS-ASK-VERSION " IS ALREADY LIVE"
               MOVE 0 TO WS-ENTRY-OK
           ELSE IF WS-VER-STATE(WS-TARGET-SLOT) = "STAGED"
               DISPLAY "VERSION " WS-ASK-VERSION " HAS NEVER BEEN "
                   "LIVE; IT GOES LIVE ON ITS OWN EFFECTIVE DATE"
               MOVE 0 TO WS-ENTRY-OK
           ELSE IF WS-VERSION-COUNT > 499
               DISPLAY "WARNING: VERSION REGISTER IS FULL; NOTHING "
                   "ROLLED BACK"
               MOVE 0 TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-OK = 1
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-LOCK-TAKEN = 0
                   MOVE 0 TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1
               MOVE WS-VER-LIBRARY-NO(WS-TARGET-SLOT) TO
                   WS-NEW-LIBRARY-NO
               PERFORM BUILD-LIBRARY-NAME
               MOVE WS-LIBRARY-NAME TO WS-COPY-FROM-NAME
               COMPUTE WS-NEW-LIBRARY-NO = WS-HIGH-LIBRARY-NO + 1
               PERFORM BUILD-LIBRARY-NAME
               MOVE WS-LIBRARY-NAME TO WS-COPY-TO-NAME
               PERFORM COPY-ONE-FILE
               IF WS-COPY-OK = 0
                   DISPLAY "LIBRARY COPY "
                       FUNCTION TRIM(WS-COPY-FROM-NAME)
                       " IS MISSING; NOTHING ROLLED BACK"
                   MOVE 0 TO WS-ENTRY-OK
               ELSE
                   MOVE WS-LIBRARY-NAME TO WS-COPY-FROM-NAME
                   MOVE WS-ASK-CONTROL TO WS-COPY-TO-NAME
                   PERFORM COPY-ONE-FILE
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 1
               IF WS-LIVE-FOUND = 1
                   MOVE "RETIRED" TO WS-VER-STATE(WS-LIVE-SLOT)
               END-IF
               ADD 1 TO WS-VERSION-COUNT
               SET VER-IDX TO WS-VERSION-COUNT
               ADD 1 TO WS-HIGH-VERSION
               MOVE WS-NEW-LIBRARY-NO TO WS-VER-LIBRARY-NO(VER-IDX)
               MOVE WS-ASK-CONTROL TO WS-VER-CONTROL-NAME(VER-IDX)
               MOVE WS-HIGH-VERSION TO WS-VER-NUMBER(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-EFFECTIVE(VER-IDX)
               MOVE "LIVE" TO WS-VER-STATE(VER-IDX)
               MOVE WS-VER-VALIDATED(WS-TARGET-SLOT) TO
                   WS-VER-VALIDATED(VER-IDX)
               MOVE WS-OPERATOR TO WS-VER-OPERATOR(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-STAGED-DATE(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-LIVE-DATE(VER-IDX)
               MOVE WS-ASK-VERSION TO WS-VER-COPIED-FROM(VER-IDX)
               MOVE WS-ASK-REASON TO WS-VER-REASON(VER-IDX)
               PERFORM SAVE-VERSION-REGISTER
               DISPLAY FUNCTION TRIM(WS-ASK-CONTROL)
                   " ROLLED BACK TO THE CONTENT OF V" WS-ASK-VERSION
                   "; NOW LIVE AS V" WS-HIGH-VERSION
               PERFORM WARN-PENDING-VERSIONS
           END-IF.
           PERFORM RELEASE-RUN-LOCK.

           WARN-PENDING-VERSIONS SECTION.
      *    A version still staged will replace the rollback on its
      *    own date; the operator is told so it is not a surprise.
           MOVE 0 TO WS-PENDING-COUNT.
           SET VER-IDX TO 1.
           PERFORM UNTIL VER-IDX > WS-VERSION-COUNT
               IF WS-VER-CONTROL-NAME(VER-IDX) = WS-ASK-CONTROL AND
                   WS-VER-STATE(VER-IDX) = "STAGED"
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "NOTE: V" WS-VER-NUMBER(VER-IDX)
                       " IS STILL STAGED TO GO LIVE ON "
                       WS-VER-EFFECTIVE(VER-IDX)
               END-IF
               SET VER-IDX UP BY 1
           END-PERFORM.

           FIND-CONTROL-VERSIONS SECTION.
      *    The highest version number the control has reached and
      *    which slot, if any, is live.
           MOVE 0 TO WS-HIGH-VERSION.
           MOVE 0 TO WS-LIVE-FOUND.
           MOVE 0 TO WS-LIVE-SLOT.
           SET VER-IDX TO 1.
           PERFORM UNTIL VER-IDX > WS-VERSION-COUNT
               IF WS-VER-CONTROL-NAME(VER-IDX) = WS-ASK-CONTROL
                   IF WS-VER-NUMBER(VER-IDX) > WS-HIGH-VERSION
                       MOVE WS-VER-NUMBER(VER-IDX) TO WS-HIGH-VERSION
                   END-IF
                   IF WS-VER-STATE(VER-IDX) = "LIVE"
                       MOVE 1 TO WS-LIVE-FOUND
                       SET WS-LIVE-SLOT TO VER-IDX
                   END-IF
               END-IF
               SET VER-IDX UP BY 1
           END-PERFORM.

           FIND-TARGET-VERSION SECTION.
           MOVE 0 TO WS-TARGET-FOUND.
           MOVE 0 TO WS-TARGET-SLOT.
           SET VER-IDX TO 1.
           PERFORM UNTIL WS-TARGET-FOUND = 1 OR
               VER-IDX > WS-VERSION-COUNT
               IF WS-VER-CONTROL-NAME(VER-IDX) = WS-ASK-CONTROL AND
                   WS-VER-NUMBER(VER-IDX) = WS-ASK-VERSION
                   MOVE 1 TO WS-TARGET-FOUND
                   SET WS-TARGET-SLOT TO VER-IDX
               ELSE
                   SET VER-IDX UP BY 1
               END-IF
           END-PERFORM.

           BUILD-LIBRARY-NAME SECTION.
           MOVE SPACES TO WS-LIBRARY-NAME.
           STRING "control-library-" WS-NEW-LIBRARY-NO ".dat"
               DELIMITED BY SIZE INTO WS-LIBRARY-NAME
           END-STRING.

           COPY-ONE-FILE SECTION.
      *    Line for line from WS-COPY-FROM-NAME to WS-COPY-TO-NAME.
      *    The source is opened first, so a missing source never
      *    empties the target.
           MOVE 0 TO WS-COPY-OK.
           MOVE 0 TO WS-COPY-LINES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COPY-FROM-FILE.
           IF WS-COPY-FROM-STATUS = "00"
               OPEN OUTPUT F-COPY-TO-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-COPY-FROM-FILE
                       NOT AT END
                           MOVE COPY-FROM-LINE TO COPY-TO-LINE
                           WRITE COPY-TO-LINE
                           END-WRITE
                           ADD 1 TO WS-COPY-LINES
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COPY-FROM-FILE
               CLOSE F-COPY-TO-FILE
               MOVE 1 TO WS-COPY-OK
           END-IF.

           LOAD-VERSION-REGISTER SECTION.
           MOVE 0 TO WS-VERSION-COUNT.
           MOVE 0 TO WS-HIGH-LIBRARY-NO.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VERSIONS-FILE.
           IF WS-VERSIONS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VERSIONS-FILE
                   NOT AT END
                       IF WS-VERSION-COUNT < 500
                           ADD 1 TO WS-VERSION-COUNT
                           SET VER-IDX TO WS-VERSION-COUNT
                           PERFORM KEEP-ONE-VERSION
                       ELSE
                           DISPLAY "WARNING: VERSION REGISTER HOLDS "
                               "MORE THAN 500 LINES; THE REST ARE "
                               "NOT SHOWN"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VERSIONS-STATUS = "00" OR WS-VERSIONS-STATUS = "10"
               CLOSE F-VERSIONS-FILE
           END-IF.

           KEEP-ONE-VERSION SECTION.
           MOVE CV-LIBRARY-NO TO WS-VER-LIBRARY-NO(VER-IDX).
           MOVE CV-CONTROL-NAME TO WS-VER-CONTROL-NAME(VER-IDX).
           MOVE CV-VERSION TO WS-VER-NUMBER(VER-IDX).
           MOVE CV-EFFECTIVE-DATE TO WS-VER-EFFECTIVE(VER-IDX).
           MOVE CV-STATE TO WS-VER-STATE(VER-IDX).
           MOVE CV-VALIDATED TO WS-VER-VALIDATED(VER-IDX).
           MOVE CV-OPERATOR TO WS-VER-OPERATOR(VER-IDX).
           MOVE CV-STAGED-DATE TO WS-VER-STAGED-DATE(VER-IDX).
           MOVE CV-LIVE-DATE TO WS-VER-LIVE-DATE(VER-IDX).
           MOVE CV-COPIED-FROM TO WS-VER-COPIED-FROM(VER-IDX).
           MOVE CV-REASON TO WS-VER-REASON(VER-IDX).
           IF CV-LIBRARY-NO > WS-HIGH-LIBRARY-NO
               MOVE CV-LIBRARY-NO TO WS-HIGH-LIBRARY-NO
           END-IF.

           SAVE-VERSION-REGISTER SECTION.
           OPEN OUTPUT F-VERSIONS-FILE.
           SET VER-IDX TO 1.
           PERFORM UNTIL VER-IDX > WS-VERSION-COUNT
               MOVE SPACES TO VERSION-RECORD
               MOVE WS-VER-LIBRARY-NO(VER-IDX) TO CV-LIBRARY-NO
               MOVE WS-VER-CONTROL-NAME(VER-IDX) TO CV-CONTROL-NAME
               MOVE WS-VER-NUMBER(VER-IDX) TO CV-VERSION
               MOVE WS-VER-EFFECTIVE(VER-IDX) TO CV-EFFECTIVE-DATE
               MOVE WS-VER-STATE(VER-IDX) TO CV-STATE
               MOVE WS-VER-VALIDATED(VER-IDX) TO CV-VALIDATED
               MOVE WS-VER-OPERATOR(VER-IDX) TO CV-OPERATOR
               MOVE WS-VER-STAGED-DATE(VER-IDX) TO CV-STAGED-DATE
               MOVE WS-VER-LIVE-DATE(VER-IDX) TO CV-LIVE-DATE
               MOVE WS-VER-COPIED-FROM(VER-IDX) TO CV-COPIED-FROM
               MOVE WS-VER-REASON(VER-IDX) TO CV-REASON
               WRITE VERSION-RECORD
               END-WRITE
               SET VER-IDX UP BY 1
           END-PERFORM.
           CLOSE F-VERSIONS-FILE.

           ACQUIRE-RUN-LOCK SECTION.
      *    Whoever finds run-lock.dat already there refuses to start
      *    and names the holder.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "CONTROL LIBRARY -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOTHING ROLLED BACK. IF "
                   "THAT RUN CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "control-library" TO RUN-LOCK-HOLDER
               MOVE WS-TODAY-ISO TO RUN-LOCK-DATE
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                   FUNCTION CURRENT-DATE(11:2) ":"
                   FUNCTION CURRENT-DATE(13:2)
                   INTO RUN-LOCK-TIME
               END-STRING
               WRITE RUN-LOCK-RECORD
               END-WRITE
               CLOSE F-RUN-LOCK-FILE
               MOVE 1 TO WS-LOCK-TAKEN
           END-IF.

           RELEASE-RUN-LOCK SECTION.
           IF WS-LOCK-TAKEN = 1
               DELETE FILE F-RUN-LOCK-FILE
               MOVE 0 TO WS-LOCK-TAKEN
           END-IF.
