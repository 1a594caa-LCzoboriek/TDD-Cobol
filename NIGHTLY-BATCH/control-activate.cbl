       IDENTIFICATION DIVISION.
       PROGRAM-ID. control-activate.
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
           SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-VERSIONS-FILE.
      *    The control-file library register control-library keeps;
      *    see there for the states a version passes through.
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
           01 WS-TODAY-ISO PIC X(10).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-VERSION-COUNT PIC 9(4) VALUE 0.
           01 WS-VERSION-TABLE.
               05 WS-VERSION-ENTRY OCCURS 500 TIMES
               INDEXED BY VER-IDX OTHER-IDX.
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
           01 WS-OVERTAKEN PIC 9.
           01 WS-LIBRARY-NAME PIC X(40).
           01 WS-REGISTER-CHANGED PIC 9 VALUE 0.
           01 WS-ACTIVATED-COUNT PIC 9(4) VALUE 0.
           01 WS-BYPASSED-COUNT PIC 9(4) VALUE 0.
           01 WS-HELD-COUNT PIC 9(4) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
      *    The window step that puts staged control-file versions
      *    live on their effective date. It runs after
      *    control-preflight, which is what marks a staged copy
      *    VALIDATED; a version that is due but has not passed is
      *    held, and the version in place stays live until it does.
      *    When several versions of one control have fallen due --
      *    a skipped night, say -- only the latest takes effect and
      *    the ones it overtook are recorded BYPASSED.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-ISO
           END-STRING.
      *    Under the nightly window the lock already belongs to the
      *    batch driver; a standalone (ad-hoc) invocation takes and
      *    releases its own.
           MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG.
           ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
               ENVIRONMENT "NIGHTLY-WINDOW".
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-LOCK-TAKEN = 0
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-VERSION-REGISTER.
           SET VER-IDX TO 1.
           PERFORM UNTIL VER-IDX > WS-VERSION-COUNT
               IF WS-VER-STATE(VER-IDX) = "STAGED" AND
                   WS-VER-EFFECTIVE(VER-IDX) NOT > WS-TODAY-ISO
                   PERFORM CONSIDER-ONE-DUE-VERSION
               END-IF
               SET VER-IDX UP BY 1
           END-PERFORM.
           IF WS-REGISTER-CHANGED = 1
               PERFORM SAVE-VERSION-REGISTER
           END-IF.
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           DISPLAY "CONTROL ACTIVATION SUMMARY -- ACTIVATED: "
               WS-ACTIVATED-COUNT
               " BYPASSED: " WS-BYPASSED-COUNT
               " HELD: " WS-HELD-COUNT
               " FAILED: " WS-FAILED-COUNT.
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           CONSIDER-ONE-DUE-VERSION SECTION.
      *    Overtaken means the live version, or another due and
      *    passed version, of the same control carries a later
      *    effective date, or the same date and a higher version
      *    number. An overtaken version is bypassed whether it has
      *    passed or not -- passing later must never let it replace
      *    the newer rules.
           MOVE 0 TO WS-OVERTAKEN.
           SET OTHER-IDX TO 1.
           PERFORM UNTIL WS-OVERTAKEN = 1 OR
               OTHER-IDX > WS-VERSION-COUNT
               IF WS-VER-CONTROL-NAME(OTHER-IDX) =
                   WS-VER-CONTROL-NAME(VER-IDX) AND
                   (WS-VER-STATE(OTHER-IDX) = "LIVE" OR
                    (WS-VER-STATE(OTHER-IDX) = "STAGED" AND
                     WS-VER-VALIDATED(OTHER-IDX) = "Y" AND
                     WS-VER-EFFECTIVE(OTHER-IDX) NOT > WS-TODAY-ISO))
                   IF WS-VER-EFFECTIVE(OTHER-IDX) >
                       WS-VER-EFFECTIVE(VER-IDX) OR
                       (WS-VER-EFFECTIVE(OTHER-IDX) =
                        WS-VER-EFFECTIVE(VER-IDX) AND
                        WS-VER-NUMBER(OTHER-IDX) >
                        WS-VER-NUMBER(VER-IDX))
                       MOVE 1 TO WS-OVERTAKEN
                   END-IF
               END-IF
               SET OTHER-IDX UP BY 1
           END-PERFORM.
           IF WS-OVERTAKEN = 1
               ADD 1 TO WS-BYPASSED-COUNT
               MOVE "BYPASSED" TO WS-VER-STATE(VER-IDX)
               MOVE 1 TO WS-REGISTER-CHANGED
               DISPLAY "CONTROL ACTIVATION -- "
                   FUNCTION TRIM(WS-VER-CONTROL-NAME(VER-IDX))
                   " V" WS-VER-NUMBER(VER-IDX)
                   " BYPASSED BY A LATER VERSION"
           ELSE IF WS-VER-VALIDATED(VER-IDX) NOT = "Y"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "CONTROL ACTIVATION -- "
                   FUNCTION TRIM(WS-VER-CONTROL-NAME(VER-IDX))
                   " V" WS-VER-NUMBER(VER-IDX)
                   " HELD: NOT PASSED BY CONTROL PRE-FLIGHT"
           ELSE
               PERFORM ACTIVATE-ONE-VERSION
           END-IF.

           ACTIVATE-ONE-VERSION SECTION.
           MOVE SPACES TO WS-LIBRARY-NAME.
           STRING "control-library-" WS-VER-LIBRARY-NO(VER-IDX)
               ".dat"
               DELIMITED BY SIZE INTO WS-LIBRARY-NAME
           END-STRING.
           MOVE WS-LIBRARY-NAME TO WS-COPY-FROM-NAME.
           MOVE WS-VER-CONTROL-NAME(VER-IDX) TO WS-COPY-TO-NAME.
           PERFORM COPY-ONE-FILE.
           IF WS-COPY-OK = 0
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "CONTROL ACTIVATION -- "
                   FUNCTION TRIM(WS-VER-CONTROL-NAME(VER-IDX))
                   " V" WS-VER-NUMBER(VER-IDX) " NOT ACTIVATED: "
                   "LIBRARY COPY " FUNCTION TRIM(WS-LIBRARY-NAME)
                   " IS MISSING"
           ELSE
               SET OTHER-IDX TO 1
               PERFORM UNTIL OTHER-IDX > WS-VERSION-COUNT
                   IF WS-VER-CONTROL-NAME(OTHER-IDX) =
                       WS-VER-CONTROL-NAME(VER-IDX) AND
                       WS-VER-STATE(OTHER-IDX) = "LIVE"
                       MOVE "RETIRED" TO WS-VER-STATE(OTHER-IDX)
                   END-IF
                   SET OTHER-IDX UP BY 1
               END-PERFORM
               MOVE "LIVE" TO WS-VER-STATE(VER-IDX)
               MOVE WS-TODAY-ISO TO WS-VER-LIVE-DATE(VER-IDX)
               MOVE 1 TO WS-REGISTER-CHANGED
               ADD 1 TO WS-ACTIVATED-COUNT
               DISPLAY "CONTROL ACTIVATION -- "
                   FUNCTION TRIM(WS-VER-CONTROL-NAME(VER-IDX))
                   " V" WS-VER-NUMBER(VER-IDX) " IS NOW LIVE"
           END-IF.

           COPY-ONE-FILE SECTION.
      *    The library copy is opened first, so a missing copy never
      *    empties the live control.
           MOVE 0 TO WS-COPY-OK.
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
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COPY-FROM-FILE
               CLOSE F-COPY-TO-FILE
               MOVE 1 TO WS-COPY-OK
           END-IF.

           LOAD-VERSION-REGISTER SECTION.
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
                           MOVE CV-LIBRARY-NO TO
                               WS-VER-LIBRARY-NO(VER-IDX)
                           MOVE CV-CONTROL-NAME TO
                               WS-VER-CONTROL-NAME(VER-IDX)
                           MOVE CV-VERSION TO WS-VER-NUMBER(VER-IDX)
                           MOVE CV-EFFECTIVE-DATE TO
                               WS-VER-EFFECTIVE(VER-IDX)
                           MOVE CV-STATE TO WS-VER-STATE(VER-IDX)
                           MOVE CV-VALIDATED TO
                               WS-VER-VALIDATED(VER-IDX)
                           MOVE CV-OPERATOR TO WS-VER-OPERATOR(VER-IDX)
                           MOVE CV-STAGED-DATE TO
                               WS-VER-STAGED-DATE(VER-IDX)
                           MOVE CV-LIVE-DATE TO
                               WS-VER-LIVE-DATE(VER-IDX)
                           MOVE CV-COPIED-FROM TO
                               WS-VER-COPIED-FROM(VER-IDX)
                           MOVE CV-REASON TO WS-VER-REASON(VER-IDX)
                       ELSE
                           DISPLAY "WARNING: VERSION REGISTER HOLDS "
                               "MORE THAN 500 LINES; THE REST ARE "
                               "NOT CONSIDERED"
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-VERSIONS-STATUS = "00" OR WS-VERSIONS-STATUS = "10"
               CLOSE F-VERSIONS-FILE
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
      *    A control rewritten under a running step would change its
      *    rules halfway through. Whoever finds run-lock.dat already
      *    there refuses to start and names the holder.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "CONTROL ACTIVATION -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "control-activate" TO RUN-LOCK-HOLDER
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
