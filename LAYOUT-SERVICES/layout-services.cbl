       IDENTIFICATION DIVISION.
       PROGRAM-ID. layout-services.
      *    The one place the record layout of a shared data file is
      *    looked up and recorded. customers.dat, card-audit.dat,
      *    users.dat and messages.dat have each been converted to a
      *    new layout once already, and a program compiled against
      *    one layout reading a file in the other does not fail -- it
      *    reads shifted fields and carries on. Each shared file now
      *    has a companion <file>.layout line naming the layout
      *    version the file is in, and every program that opens the
      *    file asks here first whether it is the layout it was
      *    written for.
      *
      *    Callers pass one request area and set LS-FUNCTION:
      *      CHECK  LS-PROGRAM and up to 20 LS-FILE-NAME/LS-VERSION
      *             pairs in, each the version the caller expects.
      *             LS-RESULT is Y when every file is at that
      *             version, N when any one is not; each refusal is
      *             named on the console. A file that does not exist
      *             yet is stamped at the caller's version, since the
      *             caller is about to create it in that layout. A
      *             file that exists with no companion is refused --
      *             nothing says what layout it is in.
      *      STAMP  LS-PROGRAM and the pairs in; writes each file's
      *             companion at the version given. The conversion
      *             programs stamp as their last step, and
      *             layout-stamp does it by hand for a file whose
      *             layout ops has confirmed.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LAYOUT-FILE ASSIGN TO WS-LAYOUT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LAYOUT-STATUS.
               SELECT F-DATA-FILE ASSIGN TO WS-DATA-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DATA-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LAYOUT-FILE.
      *    One line: the file, the layout version it is in, and when
      *    and by which program that was last recorded.
           01 LAYOUT-RECORD.
               05 LV-FILE-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 LV-VERSION PIC 9(3).
               05 FILLER PIC X VALUE SPACE.
               05 LV-STAMPED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 LV-STAMPED-BY PIC X(30).
           FD F-DATA-FILE.
      *    Only opened to see whether the file is there at all.
           01 DATA-RECORD PIC X.
           WORKING-STORAGE SECTION.
           01 WS-LAYOUT-STATUS PIC XX.
           01 WS-DATA-STATUS PIC XX.
           01 WS-LAYOUT-NAME PIC X(48).
           01 WS-DATA-NAME PIC X(40).
           01 WS-FILE-IDX PIC 99.
           01 WS-FOUND-VERSION PIC 9(3).
           01 WS-LAYOUT-MESSAGE PIC X(160).
           LINKAGE SECTION.
           01 LS-REQUEST.
               05 LS-FUNCTION PIC X(8).
               05 LS-PROGRAM PIC X(30).
               05 LS-RESULT PIC X.
               05 LS-FILE-COUNT PIC 99.
               05 LS-FILE OCCURS 20 TIMES.
                   10 LS-FILE-NAME PIC X(40).
                   10 LS-VERSION PIC 9(3).
       PROCEDURE DIVISION USING LS-REQUEST.
           MOVE "Y" TO LS-RESULT.
           MOVE 1 TO WS-FILE-IDX.
           PERFORM UNTIL WS-FILE-IDX > LS-FILE-COUNT
               OR WS-FILE-IDX > 20
               IF LS-FUNCTION = "CHECK"
                   PERFORM CHECK-ONE-FILE
               END-IF
               IF LS-FUNCTION = "STAMP"
                   PERFORM STAMP-ONE-FILE
                   DISPLAY "LAYOUT -- "
                       FUNCTION TRIM(LS-FILE-NAME(WS-FILE-IDX))
                       " STAMPED AT LAYOUT "
                       LS-VERSION(WS-FILE-IDX)
               END-IF
               ADD 1 TO WS-FILE-IDX
           END-PERFORM.
           GOBACK.

           CHECK-ONE-FILE SECTION.
           PERFORM BUILD-LAYOUT-NAME.
           MOVE 0 TO WS-FOUND-VERSION.
           OPEN INPUT F-LAYOUT-FILE.
           IF WS-LAYOUT-STATUS = "00"
               READ F-LAYOUT-FILE
                   NOT AT END
                       IF LV-VERSION NUMERIC
                           MOVE LV-VERSION TO WS-FOUND-VERSION
                       END-IF
               END-READ
               CLOSE F-LAYOUT-FILE
               IF WS-FOUND-VERSION NOT = LS-VERSION(WS-FILE-IDX)
                   MOVE "N" TO LS-RESULT
                   MOVE SPACES TO WS-LAYOUT-MESSAGE
                   STRING "LAYOUT CHECK -- " DELIMITED BY SIZE
                       LS-PROGRAM DELIMITED BY SPACE
                       " EXPECTS " DELIMITED BY SIZE
                       LS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                       " AT LAYOUT " DELIMITED BY SIZE
                       LS-VERSION(WS-FILE-IDX) DELIMITED BY SIZE
                       " BUT IT IS AT " DELIMITED BY SIZE
                       WS-FOUND-VERSION DELIMITED BY SIZE
                       "; NOT RUN" DELIMITED BY SIZE
                       INTO WS-LAYOUT-MESSAGE
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-LAYOUT-MESSAGE)
               END-IF
           ELSE
               MOVE LS-FILE-NAME(WS-FILE-IDX) TO WS-DATA-NAME
               OPEN INPUT F-DATA-FILE
               IF WS-DATA-STATUS = "35"
                   PERFORM STAMP-ONE-FILE
               ELSE
                   IF WS-DATA-STATUS = "00"
                       CLOSE F-DATA-FILE
                   END-IF
                   MOVE "N" TO LS-RESULT
                   MOVE SPACES TO WS-LAYOUT-MESSAGE
                   STRING "LAYOUT CHECK -- " DELIMITED BY SIZE
                       LS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
                       " CARRIES NO LAYOUT VERSION; " DELIMITED BY SIZE
                       LS-PROGRAM DELIMITED BY SPACE
                       " NOT RUN (STAMP IT WITH layout-stamp ONCE ITS "
                           DELIMITED BY SIZE
                       "LAYOUT IS CONFIRMED)" DELIMITED BY SIZE
                       INTO WS-LAYOUT-MESSAGE
                   END-STRING
                   DISPLAY FUNCTION TRIM(WS-LAYOUT-MESSAGE)
               END-IF
           END-IF.

           STAMP-ONE-FILE SECTION.
           PERFORM BUILD-LAYOUT-NAME.
           OPEN OUTPUT F-LAYOUT-FILE.
           MOVE SPACES TO LAYOUT-RECORD.
           MOVE LS-FILE-NAME(WS-FILE-IDX) TO LV-FILE-NAME.
           MOVE LS-VERSION(WS-FILE-IDX) TO LV-VERSION.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO LV-STAMPED-DATE
           END-STRING.
           MOVE LS-PROGRAM TO LV-STAMPED-BY.
           WRITE LAYOUT-RECORD
           END-WRITE.
           CLOSE F-LAYOUT-FILE.

           BUILD-LAYOUT-NAME SECTION.
           MOVE SPACES TO WS-LAYOUT-NAME.
           STRING LS-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
               ".layout" DELIMITED BY SIZE
               INTO WS-LAYOUT-NAME
           END-STRING.
