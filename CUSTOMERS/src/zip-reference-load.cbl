       IDENTIFICATION DIVISION.
       PROGRAM-ID. zip-reference-load.
      *    Rebuilds the indexed zip-reference.dat zip-check reads
      *    from the postal vendor's city/state file each time a new
      *    one arrives. The vendor sends the whole country every
      *    time, so this is a full replacement rather than a merge;
      *    without a feed on the box the existing reference is left
      *    exactly as it was.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ZIP-FEED-FILE ASSIGN TO "zip-reference-feed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ZIP-FEED-STATUS.
               SELECT F-ZIP-REFERENCE-FILE ASSIGN TO "zip-reference.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ZR-KEY
                 FILE STATUS IS WS-ZIP-REFERENCE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ZIP-FEED-FILE.
      *    One valid city name per line: the ZIP5, the city, the
      *    ZIP's state, and Y on the name the postal service prefers
      *    for that ZIP.
           01 ZIP-FEED-RECORD.
               05 ZF-ZIP5 PIC X(5).
               05 FILLER PIC X.
               05 ZF-CITY PIC X(25).
               05 FILLER PIC X.
               05 ZF-STATE PIC X(2).
               05 FILLER PIC X.
               05 ZF-PREFERRED PIC X.
           FD F-ZIP-REFERENCE-FILE.
           01 ZIP-REFERENCE-RECORD.
               05 ZR-KEY.
                   10 ZR-ZIP5 PIC X(5).
                   10 ZR-CITY PIC X(25).
               05 ZR-STATE PIC X(2).
               05 ZR-PREFERRED PIC X.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-ZIP-FEED-STATUS PIC XX.
           01 WS-ZIP-REFERENCE-STATUS PIC XX.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ZIP-FEED-FILE.
           IF WS-ZIP-FEED-STATUS NOT = "00"
               DISPLAY "ZIP REFERENCE LOAD -- NO zip-reference-feed.dat"
                   "; zip-reference.dat LEFT AS IT WAS"
               GOBACK
           END-IF.
           OPEN OUTPUT F-ZIP-REFERENCE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ZIP-FEED-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-FEED-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ZIP-FEED-FILE.
           CLOSE F-ZIP-REFERENCE-FILE.
           DISPLAY "ZIP REFERENCE LOAD SUMMARY -- READ: " WS-READ-COUNT
               " LOADED: " WS-LOADED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " DUPLICATES: " WS-DUPLICATE-COUNT.
           GOBACK.

           LOAD-ONE-FEED-LINE SECTION.
      *    Names are filed uppercase and left-justified, the form
      *    zip-check compares against; a line without a numeric ZIP,
      *    a city or a state is reported and skipped.
           IF ZF-ZIP5 NOT NUMERIC OR ZF-CITY = SPACES OR
               ZF-STATE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "ZIP REFERENCE LOAD -- UNUSABLE LINE: "
                   ZIP-FEED-RECORD
           ELSE
               MOVE SPACES TO ZIP-REFERENCE-RECORD
               MOVE ZF-ZIP5 TO ZR-ZIP5
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ZF-CITY)) TO
                   ZR-CITY
               MOVE FUNCTION UPPER-CASE(ZF-STATE) TO ZR-STATE
               IF ZF-PREFERRED = "Y" OR ZF-PREFERRED = "y"
                   MOVE "Y" TO ZR-PREFERRED
               ELSE
                   MOVE "N" TO ZR-PREFERRED
               END-IF
               WRITE ZIP-REFERENCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.
