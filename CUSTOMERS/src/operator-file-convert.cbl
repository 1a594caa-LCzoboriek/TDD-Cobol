       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-file-convert.
      *    One-time conversion of the indexed operators.dat to carry
      *    the last sign-on date operator-signon now stamps and the
      *    quarterly recertification run reads. The longer record no
      *    longer matches an existing file, so this unloads the file
      *    through the old layout and rebuilds it under the new one,
      *    printing matching counts as proof, the same way
      *    customer-name-key-build converted customers.dat. Every
      *    operator carried across is stamped with today's date, so
      *    the dormancy clock starts at the conversion rather than
      *    locking the whole floor on the first recertification run.
      *    Run it once with the screens signed off. A file already
      *    in the new layout reads back 39 through the old
      *    declaration here and is reported as already converted,
      *    so a second run is harmless.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-OLD-OPERATORS-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OLD-OPERATOR-ID
                 FILE STATUS IS WS-OLD-OPERATORS-STATUS.
               SELECT F-NEW-OPERATORS-FILE ASSIGN TO "operators.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NEW-OPERATOR-ID
                 FILE STATUS IS WS-NEW-OPERATORS-STATUS.
               SELECT F-OPERATORS-WORK-FILE ASSIGN TO
                 "operators-convert-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OPERATORS-WORK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-OLD-OPERATORS-FILE.
           01 OLD-OPERATOR-RECORD.
               05 OLD-OPERATOR-ID PIC X(8).
               05 OLD-OPERATOR-BODY PIC X(54).
           FD F-NEW-OPERATORS-FILE.
           01 NEW-OPERATOR-RECORD.
               05 NEW-OPERATOR-ID PIC X(8).
               05 NEW-OPERATOR-BODY PIC X(54).
               05 NEW-OPERATOR-LAST-SIGNON-DATE PIC X(10).
           FD F-OPERATORS-WORK-FILE.
           01 OPERATORS-WORK-RECORD PIC X(62).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-OLD-OPERATORS-STATUS PIC XX.
           01 WS-NEW-OPERATORS-STATUS PIC XX.
           01 WS-OPERATORS-WORK-STATUS PIC XX.
           01 WS-UNLOAD-COUNT PIC 9(7).
           01 WS-RELOAD-COUNT PIC 9(7).
           01 WS-CONVERT-STAMP PIC X(10).
       PROCEDURE DIVISION.
           MOVE 0 TO WS-UNLOAD-COUNT.
           MOVE 0 TO WS-RELOAD-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-CONVERT-STAMP
           END-STRING.
           OPEN INPUT F-OLD-OPERATORS-FILE.
           IF WS-OLD-OPERATORS-STATUS = "35"
               DISPLAY "OPERATOR CONVERT -- NO operators.dat ON THIS "
                   "BOX; NOTHING TO CONVERT"
           ELSE IF WS-OLD-OPERATORS-STATUS = "39"
               DISPLAY "OPERATOR CONVERT -- operators.dat IS NOT IN "
                   "THE OLD LAYOUT (ALREADY CONVERTED?); LEFT ALONE"
           ELSE IF WS-OLD-OPERATORS-STATUS NOT = "00"
               DISPLAY "OPERATOR CONVERT -- operators.dat OPEN "
                   "FAILED, STATUS " WS-OLD-OPERATORS-STATUS
           ELSE
               OPEN OUTPUT F-OPERATORS-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OLD-OPERATORS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-UNLOAD-COUNT
                           MOVE OLD-OPERATOR-RECORD TO
                               OPERATORS-WORK-RECORD
                           WRITE OPERATORS-WORK-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OLD-OPERATORS-FILE
               CLOSE F-OPERATORS-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-OPERATORS-WORK-FILE
               OPEN OUTPUT F-NEW-OPERATORS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-OPERATORS-WORK-FILE
                       NOT AT END
                           MOVE SPACES TO NEW-OPERATOR-RECORD
                           MOVE OPERATORS-WORK-RECORD(1:8) TO
                               NEW-OPERATOR-ID
                           MOVE OPERATORS-WORK-RECORD(9:54) TO
                               NEW-OPERATOR-BODY
                           MOVE WS-CONVERT-STAMP TO
                               NEW-OPERATOR-LAST-SIGNON-DATE
                           WRITE NEW-OPERATOR-RECORD
                               INVALID KEY
                                   DISPLAY "OPERATOR CONVERT -- "
                                       "DUPLICATE OPERATOR KEY: "
                                       NEW-OPERATOR-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-RELOAD-COUNT
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-OPERATORS-WORK-FILE
               CLOSE F-NEW-OPERATORS-FILE
               DISPLAY "OPERATOR CONVERT operators.dat -- UNLOADED: "
                   WS-UNLOAD-COUNT " RELOADED: " WS-RELOAD-COUNT
               IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                   DISPLAY "OPERATOR CONVERT operators.dat -- COUNTS "
                       "MATCH"
               ELSE
                   DISPLAY "OPERATOR CONVERT operators.dat -- COUNT "
                       "MISMATCH; DO NOT OPEN THE SCREENS"
               END-IF
           END-IF.
           GOBACK.
