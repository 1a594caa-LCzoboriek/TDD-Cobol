       IDENTIFICATION DIVISION.
       PROGRAM-ID. consent-services.
      *    The one place marketing consent is kept and asked about,
      *    so the campaign runs, the intake run, the maintenance
      *    screen and the BBS all agree on who may be sent promotions.
      *    marketing-consent.dat holds the current position for each
      *    customer and consent type: granted or withdrawn, where it
      *    came from (INTAKE, PHONE, BBS or CARD for a reply card),
      *    the date it was given and the operator who took it.
      *    Every change is also appended to
      *    marketing-consent-history.dat, so what the customer said
      *    and when is never overwritten.
      *    A grant does not last for ever. consent-control.dat gives
      *    the number of days a grant runs before it lapses and how
      *    many days ahead the monthly lapse report warns:
      *        0730 030
      *    Without the file a grant runs 730 days with 30 days notice.
      *    No ledger line means no consent.
      *
      *    Callers pass one request area and set CV-FUNCTION:
      *      CHECK   CV-CUSTOMER-ID and CV-TYPE in; CV-RESULT Y when
      *              the consent is granted and not lapsed, N
      *              otherwise. CV-STATUS, CV-SOURCE, CV-DATE,
      *              CV-OPERATOR and CV-LAPSE-DATE come back from the
      *              ledger (blank when there is no line) and
      *              CV-NOTICE-DAYS from the control file.
      *      RECORD  CV-CUSTOMER-ID, CV-TYPE, CV-STATUS (G or W),
      *              CV-SOURCE, CV-DATE (blank for today) and
      *              CV-OPERATOR in; CV-RESULT Y when written, N when
      *              a value was not acceptable or the ledger could
      *              not be written.
      *      CLOSE   releases the files at end of run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CONSENT-FILE ASSIGN TO "marketing-consent.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CN-KEY
                 FILE STATUS IS WS-CONSENT-STATUS.
               SELECT F-CONSENT-HISTORY-FILE ASSIGN TO
                 "marketing-consent-history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONSENT-HISTORY-STATUS.
               SELECT F-CONSENT-CONTROL-FILE ASSIGN TO
                 "consent-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONSENT-CONTROL-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CONSENT-FILE.
           01 CONSENT-RECORD.
               05 CN-KEY.
                   10 CN-CUSTOMER-ID PIC 9(7).
                   10 CN-TYPE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-STATUS PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CN-OPERATOR PIC X(8).
           FD F-CONSENT-HISTORY-FILE.
           01 CONSENT-HISTORY-RECORD.
               05 CH-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CH-TYPE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CH-STATUS PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CH-SOURCE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CH-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CH-OPERATOR PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CH-RECORDED-DATE PIC X(10).
           FD F-CONSENT-CONTROL-FILE.
           01 CONSENT-CONTROL-RECORD.
               05 CC-LAPSE-DAYS PIC 9(4).
               05 FILLER PIC X.
               05 CC-NOTICE-DAYS PIC 9(3).
           WORKING-STORAGE SECTION.
           01 WS-CONSENT-STATUS PIC XX.
           01 WS-CONSENT-HISTORY-STATUS PIC XX.
           01 WS-CONSENT-CONTROL-STATUS PIC XX.
      *    The ledger is opened for reading on the first CHECK and
      *    held across calls, the way salutation-services holds its
      *    file. RECORD lets go of it, updates, and closes again.
           01 WS-CONSENT-STATE PIC 9 VALUE 0.
               88 CONSENT-NOT-TRIED VALUE 0.
               88 CONSENT-IS-OPEN VALUE 1.
               88 CONSENT-IS-ABSENT VALUE 2.
           01 WS-CONTROL-LOADED PIC 9 VALUE 0.
           01 WS-LAPSE-DAYS PIC 9(4) VALUE 730.
           01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-CONSENT-FOUND PIC 9.
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
           LINKAGE SECTION.
           01 CV-REQUEST.
               05 CV-FUNCTION PIC X(8).
               05 CV-CUSTOMER-ID PIC 9(7).
               05 CV-TYPE PIC X(8).
               05 CV-STATUS PIC X.
               05 CV-SOURCE PIC X(8).
               05 CV-DATE PIC X(10).
               05 CV-OPERATOR PIC X(8).
               05 CV-LAPSE-DATE PIC X(10).
               05 CV-NOTICE-DAYS PIC 9(3).
               05 CV-RESULT PIC X.
       PROCEDURE DIVISION USING CV-REQUEST.
           IF WS-CONTROL-LOADED = 0 AND CV-FUNCTION NOT = "CLOSE"
               PERFORM LOAD-CONSENT-CONTROL
           END-IF.
           IF CV-FUNCTION = "CHECK"
               PERFORM CHECK-CONSENT
           ELSE IF CV-FUNCTION = "RECORD"
               PERFORM RECORD-CONSENT
           ELSE IF CV-FUNCTION = "CLOSE"
               IF CONSENT-IS-OPEN
                   CLOSE F-CONSENT-FILE
               END-IF
               MOVE 0 TO WS-CONSENT-STATE
               MOVE 0 TO WS-CONTROL-LOADED
           END-IF.
           GOBACK.

           LOAD-CONSENT-CONTROL SECTION.
           MOVE 730 TO WS-LAPSE-DAYS.
           MOVE 30 TO WS-NOTICE-DAYS.
           OPEN INPUT F-CONSENT-CONTROL-FILE.
           IF WS-CONSENT-CONTROL-STATUS = "00"
               READ F-CONSENT-CONTROL-FILE
                   NOT AT END
                       IF CC-LAPSE-DAYS IS NUMERIC AND
                           CC-LAPSE-DAYS > 0
                           MOVE CC-LAPSE-DAYS TO WS-LAPSE-DAYS
                       END-IF
                       IF CC-NOTICE-DAYS IS NUMERIC
                           MOVE CC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE F-CONSENT-CONTROL-FILE
           END-IF.
           MOVE SPACES TO WS-TODAY-STAMP.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-STAMP
           END-STRING.
           MOVE 1 TO WS-CONTROL-LOADED.

           CHECK-CONSENT SECTION.
           MOVE "N" TO CV-RESULT.
           MOVE SPACES TO CV-STATUS.
           MOVE SPACES TO CV-SOURCE.
           MOVE SPACES TO CV-DATE.
           MOVE SPACES TO CV-OPERATOR.
           MOVE SPACES TO CV-LAPSE-DATE.
           MOVE WS-NOTICE-DAYS TO CV-NOTICE-DAYS.
           IF CONSENT-NOT-TRIED
               OPEN INPUT F-CONSENT-FILE
               IF WS-CONSENT-STATUS = "00"
                   MOVE 1 TO WS-CONSENT-STATE
               ELSE
                   MOVE 2 TO WS-CONSENT-STATE
               END-IF
           END-IF.
           IF CONSENT-IS-OPEN
               MOVE CV-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE CV-TYPE TO CN-TYPE
               READ F-CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-CONSENT
               END-READ
           END-IF.

           JUDGE-CONSENT SECTION.
      *    A grant is current until its lapse date; on that day it
      *    has lapsed and the customer has to be asked again.
           MOVE CN-STATUS TO CV-STATUS.
           MOVE CN-SOURCE TO CV-SOURCE.
           MOVE CN-DATE TO CV-DATE.
           MOVE CN-OPERATOR TO CV-OPERATOR.
           IF CN-STATUS = "G"
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE CN-DATE(1:4) TO DS-YEAR
               MOVE CN-DATE(6:2) TO DS-MONTH
               MOVE CN-DATE(9:2) TO DS-DAY
               MOVE WS-LAPSE-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO CV-LAPSE-DATE
               END-STRING
               IF WS-TODAY-STAMP < CV-LAPSE-DATE
                   MOVE "Y" TO CV-RESULT
               END-IF
           END-IF.

           RECORD-CONSENT SECTION.
           MOVE "N" TO CV-RESULT.
           MOVE FUNCTION UPPER-CASE(CV-STATUS) TO CV-STATUS.
           MOVE FUNCTION UPPER-CASE(CV-SOURCE) TO CV-SOURCE.
           IF CV-DATE = SPACES
               MOVE WS-TODAY-STAMP TO CV-DATE
           END-IF.
           MOVE "VALIDATE" TO DS-FUNCTION.
           MOVE CV-DATE(1:4) TO DS-YEAR.
           MOVE CV-DATE(6:2) TO DS-MONTH.
           MOVE CV-DATE(9:2) TO DS-DAY.
           CALL "date-services" USING WS-DS-REQUEST.
           IF (CV-STATUS = "G" OR CV-STATUS = "W") AND
               (CV-SOURCE = "INTAKE" OR CV-SOURCE = "PHONE" OR
               CV-SOURCE = "BBS" OR CV-SOURCE = "CARD") AND
               CV-CUSTOMER-ID > 0 AND CV-TYPE NOT = SPACES AND
               DS-RESULT-FLAG = "Y"
               PERFORM WRITE-CONSENT
           END-IF.

           WRITE-CONSENT SECTION.
           IF CONSENT-IS-OPEN
               CLOSE F-CONSENT-FILE
           END-IF.
           MOVE 0 TO WS-CONSENT-STATE.
           OPEN I-O F-CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT F-CONSENT-FILE
               CLOSE F-CONSENT-FILE
               OPEN I-O F-CONSENT-FILE
           END-IF.
           IF WS-CONSENT-STATUS = "00"
               MOVE CV-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE CV-TYPE TO CN-TYPE
               READ F-CONSENT-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CONSENT-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO WS-CONSENT-FOUND
               END-READ
               MOVE SPACES TO CONSENT-RECORD
               MOVE CV-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE CV-TYPE TO CN-TYPE
               MOVE CV-STATUS TO CN-STATUS
               MOVE CV-SOURCE TO CN-SOURCE
               MOVE CV-DATE TO CN-DATE
               MOVE CV-OPERATOR TO CN-OPERATOR
               IF WS-CONSENT-FOUND = 1
                   REWRITE CONSENT-RECORD
               ELSE
                   WRITE CONSENT-RECORD
               END-IF
               IF WS-CONSENT-STATUS = "00"
                   MOVE "Y" TO CV-RESULT
               END-IF
               CLOSE F-CONSENT-FILE
           END-IF.
           IF CV-RESULT = "Y"
               PERFORM APPEND-CONSENT-HISTORY
           END-IF.

           APPEND-CONSENT-HISTORY SECTION.
           OPEN EXTEND F-CONSENT-HISTORY-FILE.
           IF WS-CONSENT-HISTORY-STATUS = "35"
               OPEN OUTPUT F-CONSENT-HISTORY-FILE
           END-IF.
           MOVE SPACES TO CONSENT-HISTORY-RECORD.
           MOVE CV-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE CV-TYPE TO CH-TYPE.
           MOVE CV-STATUS TO CH-STATUS.
           MOVE CV-SOURCE TO CH-SOURCE.
           MOVE CV-DATE TO CH-DATE.
           MOVE CV-OPERATOR TO CH-OPERATOR.
           MOVE WS-TODAY-STAMP TO CH-RECORDED-DATE.
           WRITE CONSENT-HISTORY-RECORD.
           CLOSE F-CONSENT-HISTORY-FILE.
