       IDENTIFICATION DIVISION.
       PROGRAM-ID. volume-hold-review.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-VOLUME-HOLDS-FILE ASSIGN TO "volume-holds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOLUME-HOLDS-STATUS.
               SELECT F-VOLUME-HOLDS-WORK-FILE ASSIGN TO
                 "volume-holds-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-VOLUME-HOLDS-FILE.
      *    Written by customer-filterer's volume gate: one line per
      *    staged batch whose piece count fell outside the tolerance
      *    against the forecast. HELD keeps the batch on the staging
      *    file through every release; APPROVED lets it go.
           01 VOLUME-HOLD-RECORD.
               05 VOLUME-HOLD-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-ACTUAL PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-EXPECTED PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-SIGN PIC X.
               05 VOLUME-HOLD-PCT PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-STATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-APPROVED-BY PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 VOLUME-HOLD-APPROVED-DATE PIC X(10).
           FD F-VOLUME-HOLDS-WORK-FILE.
           01 VOLUME-HOLDS-WORK-RECORD PIC X(80).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-VOLUME-HOLDS-STATUS PIC XX.
           01 WS-REVIEW-CHOICE PIC X.
           01 WS-HELD-COUNT PIC 9(5) VALUE 0.
           01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-SHOW-RUN-DATE PIC X(10).
           01 WS-SHOW-VARIANCE PIC X(6).
      *    Request area for the shared operator sign-on subprogram.
           01 WS-OS-REQUEST.
               05 OS-OPERATOR-ID PIC X(8).
               05 OS-OPERATOR-NAME PIC X(30).
               05 OS-ROLE PIC X.
               05 OS-RESULT PIC X.
           SCREEN SECTION.
           01 REVIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 2 COLUMN 10 VALUE "Batch Volume Hold Review".
             05 LINE 4 COLUMN 10 VALUE "Card type:".
             05 LINE 4 COLUMN 28 PIC X(12)
                USING VOLUME-HOLD-CARD-TYPE.
             05 LINE 5 COLUMN 10 VALUE "Selection date:".
             05 LINE 5 COLUMN 28 PIC X(10) USING WS-SHOW-RUN-DATE.
             05 LINE 6 COLUMN 10 VALUE "Cards staged:".
             05 LINE 6 COLUMN 28 PIC 9(7) USING VOLUME-HOLD-ACTUAL.
             05 LINE 7 COLUMN 10 VALUE "Forecast:".
             05 LINE 7 COLUMN 28 PIC 9(7)
                USING VOLUME-HOLD-EXPECTED.
             05 LINE 8 COLUMN 10 VALUE "Variance %:".
             05 LINE 8 COLUMN 28 PIC X(6) USING WS-SHOW-VARIANCE.
             05 LINE 10 COLUMN 10 VALUE
                "Check the proof report and the control files first.".
             05 LINE 12 COLUMN 10 VALUE "(a) Approve for release".
             05 LINE 12 COLUMN 36 VALUE "(s) Keep holding".
             05 LINE 14 COLUMN 10 VALUE "Pick: ".
             05 REVIEW-CHOICE-FIELD LINE 14 COLUMN 16 PIC X
                USING WS-REVIEW-CHOICE.
       PROCEDURE DIVISION.
       0090-SIGN-ON.
      *    The volume gate holds a staged batch whose size is out of
      *    line with the forecast -- a doubled tax-day batch, or a
      *    birthday run that found half its customers. Nothing but a
      *    supervisor's look lets it go: each held batch is shown
      *    with its count against the forecast, and an approval
      *    turns its line to APPROVED, so the next release step
      *    sends it. A batch that really is wrong is left held while
      *    the cause is put right.
           CALL "operator-signon" USING WS-OS-REQUEST.
           IF OS-RESULT NOT = "Y"
               STOP RUN
           END-IF.
           IF OS-ROLE NOT = "S"
               DISPLAY "VOLUME HOLD REVIEW -- SUPERVISOR ROLE "
                   "REQUIRED"
               STOP RUN
           END-IF.
           PERFORM 0100-REVIEW-ALL-HOLDS.
           DISPLAY "VOLUME HOLD REVIEW SUMMARY -- HELD: "
               WS-HELD-COUNT
               " APPROVED: " WS-APPROVED-COUNT
               " STILL HELD: " WS-KEPT-COUNT.
           STOP RUN.

       0100-REVIEW-ALL-HOLDS.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOLUME-HOLDS-FILE.
           IF WS-VOLUME-HOLDS-STATUS NOT = "00"
               DISPLAY "VOLUME HOLD REVIEW -- NO BATCHES HELD"
               STOP RUN
           END-IF.
           OPEN OUTPUT F-VOLUME-HOLDS-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOLUME-HOLDS-FILE
                   NOT AT END
                       IF VOLUME-HOLD-STATE = "HELD"
                           ADD 1 TO WS-HELD-COUNT
                           PERFORM 0110-REVIEW-ONE-HOLD
                       END-IF
                       MOVE VOLUME-HOLD-RECORD TO
                           VOLUME-HOLDS-WORK-RECORD
                       WRITE VOLUME-HOLDS-WORK-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOLUME-HOLDS-FILE.
           CLOSE F-VOLUME-HOLDS-WORK-FILE.
           PERFORM 0150-REWRITE-HOLDS-FILE.

       0110-REVIEW-ONE-HOLD.
           MOVE SPACES TO WS-SHOW-RUN-DATE.
           STRING VOLUME-HOLD-RUN-YEAR "-" VOLUME-HOLD-RUN-DATE
               DELIMITED BY SIZE INTO WS-SHOW-RUN-DATE
           END-STRING.
           MOVE SPACES TO WS-SHOW-VARIANCE.
           STRING VOLUME-HOLD-SIGN VOLUME-HOLD-PCT
               DELIMITED BY SIZE INTO WS-SHOW-VARIANCE
           END-STRING.
           INITIALIZE WS-REVIEW-CHOICE.
           DISPLAY REVIEW-SCREEN.
           ACCEPT REVIEW-CHOICE-FIELD.
           IF WS-REVIEW-CHOICE = "a"
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "APPROVED" TO VOLUME-HOLD-STATE
               MOVE OS-OPERATOR-ID TO VOLUME-HOLD-APPROVED-BY
               MOVE WS-RUN-STAMP TO VOLUME-HOLD-APPROVED-DATE
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       0150-REWRITE-HOLDS-FILE.
      *    Approved lines stay on the file as the record of who let
      *    each batch through and when.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-VOLUME-HOLDS-WORK-FILE.
           OPEN OUTPUT F-VOLUME-HOLDS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-VOLUME-HOLDS-WORK-FILE
                   NOT AT END
                       MOVE VOLUME-HOLDS-WORK-RECORD TO
                           VOLUME-HOLD-RECORD
                       WRITE VOLUME-HOLD-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-VOLUME-HOLDS-WORK-FILE.
           CLOSE F-VOLUME-HOLDS-FILE.
