                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVE-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-CLOSED-AUDIT-FILE ASSIGN TO
                 WS-CLOSED-AUDIT-NAME
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CLOSED-AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS CLOSED-AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-CLOSED-AUDIT-STATUS.
               SELECT F-PURGE-LOG-FILE ASSIGN TO "purge-log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PURGE-LOG-STATUS.
               05 AUDIT-RUN-TIME PIC X(8).
               05 FILLER PIC X.
               05 AUDIT-SERIAL PIC 9(9).
           FD F-CLOSED-AUDIT-FILE.
      *    card-audit-<year>.dat, one closed year's detail as the
      *    year-end close moved it off card-audit.dat.
           01 CLOSED-AUDIT-RECORD.
               05 CLOSED-AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 CLOSED-AUDIT-SERIAL PIC 9(9).
           FD F-PURGE-LOG-FILE.
      *    The auditors' evidence: exactly which archive files and
      *    audit date ranges this run removed, and when.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-PURGE-LOG-STATUS PIC XX.
           01 WS-CLOSED-AUDIT-STATUS PIC XX.
           01 WS-CLOSED-AUDIT-NAME PIC X(40).
           01 WS-CLOSED-YEARS-REMOVED PIC 9(3) VALUE 0.
           01 WS-ARCHIVE-NAME PIC X(40).
           01 WS-ARCHIVE-KEEP-YEARS PIC 99 VALUE 3.
           01 WS-AUDIT-KEEP-YEARS PIC 99 VALUE 2.
           01 WS-AUDIT-KEPT PIC 9(7) VALUE 0.
           01 WS-AUDIT-REMOVED PIC 9(7) VALUE 0.
           01 WS-RUN-STAMP PIC X(10).
           01 WS-ARCHIVES-HELD PIC 9(5) VALUE 0.
           01 WS-AUDIT-HELD PIC 9(7) VALUE 0.
           01 WS-CLOSED-YEARS-HELD PIC 9(3) VALUE 0.
           01 WS-HELD-MATTER PIC X(12).
           01 WS-AUDIT-STAMP PIC X(10).
           01 WS-SCAN-STAMP PIC X(10).
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
      *    Request area for the shared layout-services subprogram.
           01 WS-LS-REQUEST.
               05 LS-FUNCTION PIC X(8).
               05 LS-PROGRAM PIC X(30).
               05 LS-RESULT PIC X.
               05 LS-FILE-COUNT PIC 99.
               05 LS-FILE OCCURS 20 TIMES.
                   10 LS-FILE-NAME PIC X(40).
                   10 LS-VERSION PIC 9(3).
       PROCEDURE DIVISION.
      *    The dated archives ARCHIVE-CARDS-HISTORY rolls every run
      *    used to accumulate forever. This applies the retention
      *    policy from the nightly window: dated card archives past
      *    the archive policy are deleted, card-audit.dat detail past
      *    the audit policy is trimmed in place along with any whole
      *    closed-year audit file that old, and everything
      *    removed is itemized on purge-log.dat for the auditors.
      *    Anything under an open legal hold -- an archive dated in
      *    a held range or holding a held customer's card, an audit
      *    row for a held customer or date, a closed year touching
      *    either -- stays, and is itemized on the same log as kept.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "archive-retention" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "card-audit.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY.
           END-IF.
           PERFORM PURGE-DATED-ARCHIVES.
           PERFORM TRIM-AUDIT-DETAIL.
           PERFORM PURGE-CLOSED-AUDIT-YEARS.
           CLOSE F-PURGE-LOG-FILE.
           DISPLAY "RETENTION RUN SUMMARY -- ARCHIVE FILES REMOVED: "
               WS-ARCHIVES-REMOVED
               " AUDIT RECORDS REMOVED: " WS-AUDIT-REMOVED
               " KEPT: " WS-AUDIT-KEPT
               " CLOSED AUDIT YEARS REMOVED: " WS-CLOSED-YEARS-REMOVED.
           IF WS-ARCHIVES-HELD > 0 OR WS-AUDIT-HELD > 0 OR
               WS-CLOSED-YEARS-HELD > 0
               DISPLAY "RETENTION RUN -- KEPT FOR LEGAL HOLD, "
                   "ARCHIVE FILES: " WS-ARCHIVES-HELD
                   " AUDIT RECORDS: " WS-AUDIT-HELD
                   " CLOSED AUDIT YEARS: " WS-CLOSED-YEARS-HELD
           END-IF.
           GOBACK.

           LOAD-RETENTION-POLICY SECTION.
           REMOVE-ARCHIVE-IF-PRESENT SECTION.
           OPEN INPUT F-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM CHECK-ARCHIVE-FOR-HOLD
               CLOSE F-ARCHIVE-FILE
               IF LG-RESULT = "Y"
                   ADD 1 TO WS-ARCHIVES-HELD
                   MOVE SPACES TO PURGE-LOG-LINE
                   STRING WS-RUN-STAMP " KEPT ARCHIVE "
                       WS-ARCHIVE-NAME " -- LEGAL HOLD "
                       LG-MATTER
                       DELIMITED BY SIZE INTO PURGE-LOG-LINE
                   END-STRING
                   WRITE PURGE-LOG-LINE
                   END-WRITE
               ELSE
                   DELETE FILE F-ARCHIVE-FILE
                   ADD 1 TO WS-ARCHIVES-REMOVED
                   MOVE SPACES TO PURGE-LOG-LINE
                   STRING WS-RUN-STAMP " REMOVED ARCHIVE "
                       WS-ARCHIVE-NAME
                       DELIMITED BY SIZE INTO PURGE-LOG-LINE
                   END-STRING
                   WRITE PURGE-LOG-LINE
                   END-WRITE
               END-IF
           END-IF.

           CHECK-ARCHIVE-FOR-HOLD SECTION.
      *    Held by its run date, or by any card in it for a held
      *    customer -- every card line starts with the customer ID.
           MOVE SPACES TO WS-SCAN-STAMP.
           STRING WS-SCAN-YEAR "-" WS-SCAN-DATE
               DELIMITED BY SIZE INTO WS-SCAN-STAMP
           END-STRING.
           MOVE "DATE" TO LG-FUNCTION.
           MOVE WS-SCAN-STAMP TO LG-DATE.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR LG-RESULT = "Y"
               READ F-ARCHIVE-FILE
                   NOT AT END
                       IF ARCHIVE-FILE-RECORD(1:7) IS NUMERIC
                           MOVE "CUSTOMER" TO LG-FUNCTION
                           MOVE ARCHIVE-FILE-RECORD(1:7) TO
                               LG-CUSTOMER-ID
                           CALL "legal-hold-services" USING
                               WS-LG-REQUEST
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.

           TRIM-AUDIT-DETAIL SECTION.
      *    card-audit.dat is keyed, so old detail is deleted in place
      *    on one pass up the serial key; recent detail never moves.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM TRIM-AUDIT-IN-PLACE
           END-IF.

           TRIM-AUDIT-IN-PLACE SECTION.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       IF AUDIT-RUN-YEAR > WS-AUDIT-CUTOFF-YEAR
                           ADD 1 TO WS-AUDIT-KEPT
                       ELSE
                           PERFORM CHECK-AUDIT-ROW-FOR-HOLD
                           IF LG-RESULT = "Y"
                               ADD 1 TO WS-AUDIT-KEPT
                               PERFORM LOG-HELD-AUDIT-ROW
                           ELSE
                               DELETE F-AUDIT-FILE RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-AUDIT-KEPT
                                   NOT INVALID KEY
                                       ADD 1 TO WS-AUDIT-REMOVED
                               END-DELETE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-AUDIT-FILE.
           IF WS-AUDIT-REMOVED > 0
               MOVE SPACES TO PURGE-LOG-LINE
               STRING WS-RUN-STAMP " TRIMMED card-audit.dat -- "
               WRITE PURGE-LOG-LINE
               END-WRITE
           END-IF.

           CHECK-AUDIT-ROW-FOR-HOLD SECTION.
           MOVE "CUSTOMER" TO LG-FUNCTION.
           MOVE AUDIT-CUSTOMER-ID TO LG-CUSTOMER-ID.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           IF LG-RESULT NOT = "Y"
               MOVE SPACES TO WS-AUDIT-STAMP
               STRING AUDIT-RUN-YEAR "-" AUDIT-RUN-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-STAMP
               END-STRING
               MOVE "DATE" TO LG-FUNCTION
               MOVE WS-AUDIT-STAMP TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
           END-IF.

           LOG-HELD-AUDIT-ROW SECTION.
           ADD 1 TO WS-AUDIT-HELD.
           MOVE SPACES TO PURGE-LOG-LINE.
           STRING WS-RUN-STAMP " KEPT card-audit.dat SERIAL "
               AUDIT-SERIAL " CUSTOMER " AUDIT-CUSTOMER-ID
               " -- LEGAL HOLD " LG-MATTER
               DELIMITED BY SIZE INTO PURGE-LOG-LINE
           END-STRING.
           WRITE PURGE-LOG-LINE
           END-WRITE.

           PURGE-CLOSED-AUDIT-YEARS SECTION.
      *    A closed year's detail lives whole in its own file, so
      *    once the year is past the audit policy the file goes.
           COMPUTE WS-FLOOR-YEAR = WS-AUDIT-CUTOFF-YEAR - 15.
           MOVE WS-FLOOR-YEAR TO WS-SCAN-YEAR.
           PERFORM UNTIL WS-SCAN-YEAR > WS-AUDIT-CUTOFF-YEAR
               MOVE SPACES TO WS-CLOSED-AUDIT-NAME
               STRING "card-audit-" WS-SCAN-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-CLOSED-AUDIT-NAME
               END-STRING
               OPEN INPUT F-CLOSED-AUDIT-FILE
               IF WS-CLOSED-AUDIT-STATUS = "00"
                   PERFORM CHECK-CLOSED-YEAR-FOR-HOLD
                   CLOSE F-CLOSED-AUDIT-FILE
                   IF LG-RESULT = "Y"
                       ADD 1 TO WS-CLOSED-YEARS-HELD
                       MOVE SPACES TO PURGE-LOG-LINE
                       STRING WS-RUN-STAMP
                           " KEPT CLOSED AUDIT YEAR "
                           WS-CLOSED-AUDIT-NAME " -- LEGAL HOLD "
                           LG-MATTER
                           DELIMITED BY SIZE INTO PURGE-LOG-LINE
                       END-STRING
                       WRITE PURGE-LOG-LINE
                       END-WRITE
                   ELSE
                       DELETE FILE F-CLOSED-AUDIT-FILE
                       ADD 1 TO WS-CLOSED-YEARS-REMOVED
                       MOVE SPACES TO PURGE-LOG-LINE
                       STRING WS-RUN-STAMP
                           " REMOVED CLOSED AUDIT YEAR "
                           WS-CLOSED-AUDIT-NAME
                           DELIMITED BY SIZE INTO PURGE-LOG-LINE
                       END-STRING
                       WRITE PURGE-LOG-LINE
                       END-WRITE
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-YEAR
           END-PERFORM.

           CHECK-CLOSED-YEAR-FOR-HOLD SECTION.
      *    A closed year is held whole when a held date range
      *    reaches into it or any row in it is a held customer's.
           MOVE "SPAN" TO LG-FUNCTION.
           MOVE SPACES TO LG-DATE.
           STRING WS-SCAN-YEAR "-01-01"
               DELIMITED BY SIZE INTO LG-DATE
           END-STRING.
           MOVE SPACES TO LG-DATE-2.
           STRING WS-SCAN-YEAR "-12-31"
               DELIMITED BY SIZE INTO LG-DATE-2
           END-STRING.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR LG-RESULT = "Y"
               READ F-CLOSED-AUDIT-FILE NEXT RECORD
                   NOT AT END
                       MOVE "CUSTOMER" TO LG-FUNCTION
                       MOVE CLOSED-AUDIT-CUSTOMER-ID TO LG-CUSTOMER-ID
                       CALL "legal-hold-services" USING WS-LG-REQUEST
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
