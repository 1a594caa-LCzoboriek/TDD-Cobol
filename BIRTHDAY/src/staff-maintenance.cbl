               05 STAFF-HIRE-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 STAFF-DEPARTMENT PIC X(12).
               05 FILLER PIC X VALUE SPACE.
      *        Set by staff-feed-processor from HR's leaver lines; a
      *        change keyed here leaves it as it was.
               05 STAFF-TERMINATED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
      *        "Y" for anyone who asked to be left off the staff
      *        posts on the BBS.
               05 STAFF-BBS-OPT-OUT PIC X.
           FD F-STAFF-WORK-FILE.
           01 STAFF-WORK-RECORD PIC X(59).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-STAFF-STATUS PIC XX.
           01 WS-ENTRY-BIRTHDAY PIC X(10).
           01 WS-ENTRY-HIRE-DATE PIC X(10).
           01 WS-ENTRY-DEPARTMENT PIC X(12).
           01 WS-ENTRY-BBS-OPT-OUT PIC X.
           01 WS-MARKED PIC 9.
           01 WS-DATES-VALID PIC 9.
      *    Request area for the shared date-services subprogram --
             05 LINE 7 COLUMN 10 VALUE "Department:".
             05 STAFF-DEPT-FIELD LINE 7 COLUMN 24 PIC X(12)
                USING WS-ENTRY-DEPARTMENT.
             05 LINE 8 COLUMN 10 VALUE "Leave off BBS:".
             05 STAFF-OPT-OUT-FIELD LINE 8 COLUMN 24 PIC X
                USING WS-ENTRY-BBS-OPT-OUT.
             05 LINE 8 COLUMN 36 VALUE "(Y to keep off staff posts)".
             05 LINE 9 COLUMN 10 VALUE "(s) Submit".
             05 LINE 9 COLUMN 24 VALUE "(q) Go back".
             05 LINE 11 COLUMN 10 VALUE "Pick: ".
           ACCEPT STAFF-BDAY-FIELD.
           ACCEPT STAFF-HIRE-FIELD.
           ACCEPT STAFF-DEPT-FIELD.
           ACCEPT STAFF-OPT-OUT-FIELD.
           ACCEPT STAFF-CONFIRM-FIELD.

       0106-VALIDATE-STAFF-DATES.

       0110-ADD-STAFF.
           INITIALIZE WS-ENTRY-NAME WS-ENTRY-BIRTHDAY
               WS-ENTRY-HIRE-DATE WS-ENTRY-DEPARTMENT
               WS-ENTRY-BBS-OPT-OUT.
           PERFORM 0105-ACCEPT-STAFF-ENTRY.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0106-VALIDATE-STAFF-DATES
                       MOVE WS-ENTRY-BIRTHDAY TO STAFF-BIRTHDAY
                       MOVE WS-ENTRY-HIRE-DATE TO STAFF-HIRE-DATE
                       MOVE WS-ENTRY-DEPARTMENT TO STAFF-DEPARTMENT
                       MOVE WS-ENTRY-BBS-OPT-OUT TO STAFF-BBS-OPT-OUT
                       WRITE STAFF-RECORD
                       END-WRITE
                       CLOSE F-STAFF-FILE
      *    Copy-then-replace by name: the first matching line takes
      *    the new values.
           INITIALIZE WS-ENTRY-NAME WS-ENTRY-BIRTHDAY
               WS-ENTRY-HIRE-DATE WS-ENTRY-DEPARTMENT
               WS-ENTRY-BBS-OPT-OUT.
           PERFORM 0105-ACCEPT-STAFF-ENTRY.
           IF WS-CONFIRM-CHOICE = "s"
               PERFORM 0106-VALIDATE-STAFF-DATES

       0130-DELETE-STAFF.
           INITIALIZE WS-ENTRY-NAME WS-ENTRY-BIRTHDAY
               WS-ENTRY-HIRE-DATE WS-ENTRY-DEPARTMENT
               WS-ENTRY-BBS-OPT-OUT.
           PERFORM 0105-ACCEPT-STAFF-ENTRY.
           IF WS-CONFIRM-CHOICE = "s"
               MOVE "D" TO WS-MAINT-CHOICE
                                   STAFF-HIRE-DATE
                               MOVE WS-ENTRY-DEPARTMENT TO
                                   STAFF-DEPARTMENT
                               MOVE WS-ENTRY-BBS-OPT-OUT TO
                                   STAFF-BBS-OPT-OUT
                               MOVE STAFF-RECORD TO
                                   STAFF-WORK-RECORD
                               WRITE STAFF-WORK-RECORD
