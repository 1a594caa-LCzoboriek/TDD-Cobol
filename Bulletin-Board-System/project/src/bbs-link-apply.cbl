       IDENTIFICATION DIVISION.
       PROGRAM-ID. bbs-link-apply.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LINK-CHANGE-FILE ASSIGN TO "bbs-link-changes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-CHANGE-STATUS.
           SELECT F-LINK-WORK-FILE ASSIGN TO
             "bbs-link-changes-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-PARKED-FILE ASSIGN TO "bbs-link-parked.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARKED-STATUS.
           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PM-STATUS.
           SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PERSON-CUSTOMER-ID
             ALTERNATE RECORD KEY IS PERSON-NAME
               WITH DUPLICATES
             FILE STATUS IS WS-CUSTOMERS-STATUS.
           SELECT F-ARCHIVE-FILE ASSIGN TO "customers-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT F-RECONCILE-REPORT-FILE ASSIGN TO
             "bbs-link-reconcile-report.txt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LINK-CHANGE-FILE.
      *    Customer-ID changes written by customer-merge (REPOINT
      *    old to new), privacy-purge (UNLINK), customer-archive
      *    (ARCHIVE) and customer-restore (RELINK). Cleared once
      *    applied, so an erased ID does not linger here.
           01 LINK-CHANGE-RECORD.
               05 LC-ACTION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 LC-OLD-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-NEW-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 LC-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 LC-DATE PIC X(10).
           FD F-LINK-WORK-FILE.
           01 LINK-WORK-RECORD PIC X(56).
           FD F-PARKED-FILE.
      *    Links taken off members whose customer went to the
      *    archive, held here so a restore can put them back.
           01 PARKED-RECORD.
               05 PARKED-USERNAME PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 PARKED-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 PARKED-DATE PIC X(10).
           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(10).
              05 USER-PASSWORD PIC X(20).
              05 USER-SECURITY-ANSWER PIC X(20).
              05 USER-IS-MODERATOR PIC X.
              05 USER-LAST-PAGE PIC 99.
              05 USER-FAILED-ATTEMPTS PIC 99.
              05 USER-LOCKED PIC X.
              05 USER-DISPLAY-NAME PIC X(30).
              05 USER-SIGNUP-DATE PIC X(10).
              05 USER-PRONOUN-NOM PIC X(4).
              05 USER-PRONOUN-OBJ PIC X(4).
              05 USER-PWD-CHANGED-DATE PIC X(10).
              05 USER-PRIOR-HASH-1 PIC X(20).
              05 USER-PRIOR-HASH-2 PIC X(20).
              05 USER-PRIOR-HASH-3 PIC X(20).
              05 USER-CUSTOMER-ID PIC 9(7).
           FD F-PM-FILE.
           01 PRIVATE-MESSAGE-RECORD.
              05 PM-TO PIC X(10).
              05 PM-FROM PIC X(10).
              05 PM-BODY PIC X(200).
              05 PM-DATE PIC X(10).
              05 PM-READ-FLAG PIC X.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-BODY PIC X(188).
           FD F-ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
               05 ARCHIVE-CUSTOMER-ID PIC 9(7).
               05 ARCHIVE-BODY PIC X(228).
           FD F-RECONCILE-REPORT-FILE.
           01 RECONCILE-REPORT-LINE PIC X(100).
           FD F-RUN-LOCK-FILE.
      *    The system-wide run lock: the file existing means a run
      *    holds the shared files. A crashed run leaves it behind --
      *    the stale-lock override is the operator clearing it from
      *    batch-console once they have confirmed nothing is
      *    actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-USERS-ENDED PIC 9.
           01 WS-LINK-CHANGE-STATUS PIC XX.
           01 WS-PARKED-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-TODAY-ISO PIC X(10).
      *    The pending changes, applied in the order they were
      *    written; any past the table limit stay on file for the
      *    next run.
           01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
           01 WS-DROPPED-CHANGE-COUNT PIC 9(5) VALUE 0.
           01 WS-CONSUMED-COUNT PIC 9(5).
           01 WS-CHANGE-TABLE.
               05 WS-CHANGE OCCURS 500 TIMES
               INDEXED BY CHG-IDX.
                   10 WS-CHG-ACTION PIC X(8).
                   10 WS-CHG-OLD-ID PIC 9(7).
                   10 WS-CHG-NEW-ID PIC 9(7).
      *    Parked links, rewritten whole at the end of the run; an
      *    entry marked N is dropped on the way out.
           01 WS-PARKED-COUNT PIC 9(4) VALUE 0.
           01 WS-PARKED-TABLE.
               05 WS-PARKED OCCURS 500 TIMES
               INDEXED BY PARK-IDX.
                   10 WS-PARK-USER PIC X(10).
                   10 WS-PARK-ID PIC 9(7).
                   10 WS-PARK-DATE PIC X(10).
                   10 WS-PARK-KEEP PIC X.
      *    Archived customer IDs for the reconciliation; the archive
      *    is line sequential, so it is read once into the table.
           01 WS-ARCHIVE-ID-COUNT PIC 9(5) VALUE 0.
           01 WS-ARCHIVE-TABLE-FULL PIC 9 VALUE 0.
           01 WS-ARCHIVE-ID-TABLE.
               05 WS-ARCHIVE-ID PIC 9(7) OCCURS 5000 TIMES
               INDEXED BY ARCH-IDX.
           01 WS-ID-ON-FILE PIC 9.
           01 WS-CHECK-ID PIC 9(7).
           01 WS-MESSAGE-TO PIC X(10).
           01 WS-MESSAGE-BODY PIC X(200).
           01 WS-REPOINTED-COUNT PIC 9(5) VALUE 0.
           01 WS-UNLINKED-COUNT PIC 9(5) VALUE 0.
           01 WS-PARKED-NOW-COUNT PIC 9(5) VALUE 0.
           01 WS-RELINKED-COUNT PIC 9(5) VALUE 0.
           01 WS-NOT-RELINKED-COUNT PIC 9(5) VALUE 0.
           01 WS-LINKS-CHECKED PIC 9(5) VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
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
      *    customers.dat IDs change or vanish under merge, erasure,
      *    archive and restore, and nothing used to tell the board:
      *    a merged customer's member pointed at a deleted ID and an
      *    erased customer stayed linked. Each of those programs now
      *    leaves a line on bbs-link-changes.dat; this applies them
      *    to users.dat -- re-point, unlink, park or relink -- tells
      *    each affected member by private message, and then lists
      *    every link still pointing at an ID that is on neither
      *    customers.dat nor customers-archive.dat.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "bbs-link-apply" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "users.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-NIGHTLY-WINDOW-FLAG.
           ACCEPT WS-NIGHTLY-WINDOW-FLAG FROM
               ENVIRONMENT "NIGHTLY-WINDOW".
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-LOCK-TAKEN = 0
                   GOBACK
               END-IF
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-ISO
           END-STRING.
           PERFORM LOAD-LINK-CHANGES.
           PERFORM LOAD-PARKED-LINKS.
           IF WS-CHANGE-COUNT > 0
               OPEN I-O F-USERS-FILE
               IF WS-USERS-STATUS NOT = "00"
                   DISPLAY "BBS LINK APPLY -- users.dat NOT "
                       "AVAILABLE; CHANGES LEFT ON FILE"
               ELSE
                   OPEN EXTEND F-PM-FILE
                   IF WS-PM-STATUS = "35"
                       OPEN OUTPUT F-PM-FILE
                   END-IF
                   SET CHG-IDX TO 1
                   PERFORM UNTIL CHG-IDX > WS-CHANGE-COUNT
                       PERFORM APPLY-ONE-CHANGE
                       SET CHG-IDX UP BY 1
                   END-PERFORM
                   CLOSE F-USERS-FILE
                   CLOSE F-PM-FILE
                   PERFORM SAVE-PARKED-LINKS
                   PERFORM CONSUME-APPLIED-CHANGES
               END-IF
           END-IF.
           PERFORM RECONCILE-LINKS.
           DISPLAY "BBS LINK APPLY SUMMARY -- CHANGES: "
               WS-CHANGE-COUNT
               " RE-POINTED: " WS-REPOINTED-COUNT
               " UNLINKED: " WS-UNLINKED-COUNT
               " PARKED: " WS-PARKED-NOW-COUNT
               " RELINKED: " WS-RELINKED-COUNT
               " NOT RELINKED: " WS-NOT-RELINKED-COUNT
               " ORPHANED LINKS: " WS-ORPHAN-COUNT.
           IF WS-DROPPED-CHANGE-COUNT > 0
               DISPLAY "WARNING -- LINK CHANGE TABLE FULL: "
                   WS-DROPPED-CHANGE-COUNT " CHANGES PAST THE "
                   "FIRST 500 WERE NOT APPLIED; THEY STAY ON "
                   "FILE -- RERUN TO APPLY THEM"
           END-IF.
           IF WS-NIGHTLY-WINDOW-FLAG NOT = "Y"
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           GOBACK.

           LOAD-LINK-CHANGES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LINK-CHANGE-FILE.
           IF WS-LINK-CHANGE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LINK-CHANGE-FILE
                   NOT AT END
                       IF WS-CHANGE-COUNT >= 500
                           ADD 1 TO WS-DROPPED-CHANGE-COUNT
                       ELSE
                           ADD 1 TO WS-CHANGE-COUNT
                           SET CHG-IDX TO WS-CHANGE-COUNT
                           MOVE LC-ACTION TO WS-CHG-ACTION(CHG-IDX)
                           MOVE LC-OLD-ID TO WS-CHG-OLD-ID(CHG-IDX)
                           MOVE LC-NEW-ID TO WS-CHG-NEW-ID(CHG-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LINK-CHANGE-STATUS = "00" OR
               WS-LINK-CHANGE-STATUS = "10"
               CLOSE F-LINK-CHANGE-FILE
           END-IF.

           LOAD-PARKED-LINKS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PARKED-FILE.
           IF WS-PARKED-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PARKED-FILE
                   NOT AT END
                       IF WS-PARKED-COUNT >= 500
                           DISPLAY "WARNING -- PARKED LINK TABLE "
                               "FULL: " PARKED-USERNAME " / "
                               PARKED-CUSTOMER-ID " NOT CARRIED"
                       ELSE
                           ADD 1 TO WS-PARKED-COUNT
                           SET PARK-IDX TO WS-PARKED-COUNT
                           MOVE PARKED-USERNAME TO
                               WS-PARK-USER(PARK-IDX)
                           MOVE PARKED-CUSTOMER-ID TO
                               WS-PARK-ID(PARK-IDX)
                           MOVE PARKED-DATE TO WS-PARK-DATE(PARK-IDX)
                           MOVE "Y" TO WS-PARK-KEEP(PARK-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-PARKED-STATUS = "00" OR WS-PARKED-STATUS = "10"
               CLOSE F-PARKED-FILE
           END-IF.

           APPLY-ONE-CHANGE SECTION.
      *    A restore finds its members on the parked list; every
      *    other change finds them by browsing users.dat for the old
      *    ID, then settles any parked entry under the same ID.
           IF WS-CHG-OLD-ID(CHG-IDX) = 0
               CONTINUE
           ELSE IF WS-CHG-ACTION(CHG-IDX) = "RELINK"
               PERFORM RELINK-PARKED-MEMBERS
           ELSE
               PERFORM BROWSE-LINKED-MEMBERS
               PERFORM SETTLE-PARKED-LINKS
           END-IF.

           BROWSE-LINKED-MEMBERS SECTION.
      *    users.dat is keyed by name, not customer ID, so the match
      *    is a forward browse from the top, the way ecard-deliver
      *    finds its members. The key is never changed, so the
      *    rewrite leaves the browse where it was.
           MOVE 0 TO WS-USERS-ENDED.
           MOVE LOW-VALUES TO USERNAME.
           START F-USERS-FILE KEY IS >= USERNAME
               INVALID KEY
                   MOVE 1 TO WS-USERS-ENDED
           END-START.
           PERFORM UNTIL WS-USERS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-CUSTOMER-ID = WS-CHG-OLD-ID(CHG-IDX)
                           PERFORM CHANGE-ONE-MEMBER-LINK
                       END-IF
                   AT END
                       MOVE 1 TO WS-USERS-ENDED
               END-READ
           END-PERFORM.

           CHANGE-ONE-MEMBER-LINK SECTION.
           MOVE USERNAME TO WS-MESSAGE-TO.
           MOVE SPACES TO WS-MESSAGE-BODY.
           IF WS-CHG-ACTION(CHG-IDX) = "REPOINT"
               MOVE WS-CHG-NEW-ID(CHG-IDX) TO USER-CUSTOMER-ID
               REWRITE USERS
               END-REWRITE
               STRING "Your customer record "
                   WS-CHG-OLD-ID(CHG-IDX)
                   " was merged into record "
                   WS-CHG-NEW-ID(CHG-IDX)
                   "; your board account is now linked to "
                   WS-CHG-NEW-ID(CHG-IDX) "."
                   DELIMITED BY SIZE INTO WS-MESSAGE-BODY
               END-STRING
               PERFORM SEND-LINK-MESSAGE
               ADD 1 TO WS-REPOINTED-COUNT
           ELSE IF WS-CHG-ACTION(CHG-IDX) = "UNLINK"
               MOVE 0 TO USER-CUSTOMER-ID
               REWRITE USERS
               END-REWRITE
               PERFORM BUILD-UNLINK-MESSAGE
               PERFORM SEND-LINK-MESSAGE
               ADD 1 TO WS-UNLINKED-COUNT
           ELSE IF WS-CHG-ACTION(CHG-IDX) = "ARCHIVE"
      *        With nowhere to park it, the link is left alone --
      *        the archive still holds the record, so nothing
      *        dangles, and the next archive run can try again.
               IF WS-PARKED-COUNT >= 500
                   DISPLAY "WARNING -- PARKED LINK TABLE FULL: "
                       USERNAME " LEFT LINKED TO ARCHIVED "
                       "CUSTOMER " WS-CHG-OLD-ID(CHG-IDX)
               ELSE
                   ADD 1 TO WS-PARKED-COUNT
                   SET PARK-IDX TO WS-PARKED-COUNT
                   MOVE USERNAME TO WS-PARK-USER(PARK-IDX)
                   MOVE WS-CHG-OLD-ID(CHG-IDX) TO WS-PARK-ID(PARK-IDX)
                   MOVE WS-TODAY-ISO TO WS-PARK-DATE(PARK-IDX)
                   MOVE "Y" TO WS-PARK-KEEP(PARK-IDX)
                   MOVE 0 TO USER-CUSTOMER-ID
                   REWRITE USERS
                   END-REWRITE
                   STRING "Your customer record "
                       WS-CHG-OLD-ID(CHG-IDX)
                       " was archived as inactive, so your board "
                       "account is no longer linked to it. The link "
                       "comes back if the record is restored."
                       DELIMITED BY SIZE INTO WS-MESSAGE-BODY
                   END-STRING
                   PERFORM SEND-LINK-MESSAGE
                   ADD 1 TO WS-PARKED-NOW-COUNT
               END-IF
           ELSE
               DISPLAY "BBS LINK APPLY -- UNKNOWN ACTION "
                   WS-CHG-ACTION(CHG-IDX) " FOR CUSTOMER "
                   WS-CHG-OLD-ID(CHG-IDX) "; SKIPPED"
           END-IF.

           SETTLE-PARKED-LINKS SECTION.
      *    A merge re-points a parked link along with the live ones;
      *    an erasure drops it and tells the member.
           SET PARK-IDX TO 1.
           PERFORM UNTIL PARK-IDX > WS-PARKED-COUNT
               IF WS-PARK-KEEP(PARK-IDX) = "Y" AND
                   WS-PARK-ID(PARK-IDX) = WS-CHG-OLD-ID(CHG-IDX)
                   IF WS-CHG-ACTION(CHG-IDX) = "REPOINT"
                       MOVE WS-CHG-NEW-ID(CHG-IDX) TO
                           WS-PARK-ID(PARK-IDX)
                   END-IF
                   IF WS-CHG-ACTION(CHG-IDX) = "UNLINK"
                       MOVE "N" TO WS-PARK-KEEP(PARK-IDX)
                       MOVE WS-PARK-USER(PARK-IDX) TO WS-MESSAGE-TO
                       PERFORM BUILD-UNLINK-MESSAGE
                       PERFORM SEND-LINK-MESSAGE
                       ADD 1 TO WS-UNLINKED-COUNT
                   END-IF
               END-IF
               SET PARK-IDX UP BY 1
           END-PERFORM.

           RELINK-PARKED-MEMBERS SECTION.
      *    A member who has since linked to some other record, or
      *    left the board, keeps what they have now; the parked
      *    entry goes either way.
           SET PARK-IDX TO 1.
           PERFORM UNTIL PARK-IDX > WS-PARKED-COUNT
               IF WS-PARK-KEEP(PARK-IDX) = "Y" AND
                   WS-PARK-ID(PARK-IDX) = WS-CHG-OLD-ID(CHG-IDX)
                   MOVE "N" TO WS-PARK-KEEP(PARK-IDX)
                   MOVE WS-PARK-USER(PARK-IDX) TO USERNAME
                   READ F-USERS-FILE
                       INVALID KEY
                           ADD 1 TO WS-NOT-RELINKED-COUNT
                           DISPLAY "BBS LINK APPLY -- "
                               WS-PARK-USER(PARK-IDX)
                               " NO LONGER ON THE BOARD; CUSTOMER "
                               WS-PARK-ID(PARK-IDX) " NOT RELINKED"
                       NOT INVALID KEY
                           PERFORM RELINK-ONE-MEMBER
                   END-READ
               END-IF
               SET PARK-IDX UP BY 1
           END-PERFORM.

           RELINK-ONE-MEMBER SECTION.
           IF USER-CUSTOMER-ID NOT = 0
               ADD 1 TO WS-NOT-RELINKED-COUNT
               DISPLAY "BBS LINK APPLY -- " USERNAME
                   " NOW LINKED TO " USER-CUSTOMER-ID
                   "; CUSTOMER " WS-PARK-ID(PARK-IDX)
                   " NOT RELINKED"
           ELSE
               MOVE WS-PARK-ID(PARK-IDX) TO USER-CUSTOMER-ID
               REWRITE USERS
               END-REWRITE
               MOVE USERNAME TO WS-MESSAGE-TO
               MOVE SPACES TO WS-MESSAGE-BODY
               STRING "Your customer record "
                   WS-PARK-ID(PARK-IDX)
                   " has been restored from the archive, and your "
                   "board account is linked to it again."
                   DELIMITED BY SIZE INTO WS-MESSAGE-BODY
               END-STRING
               PERFORM SEND-LINK-MESSAGE
               ADD 1 TO WS-RELINKED-COUNT
           END-IF.

           BUILD-UNLINK-MESSAGE SECTION.
           MOVE SPACES TO WS-MESSAGE-BODY.
           STRING "Your customer record "
               WS-CHG-OLD-ID(CHG-IDX)
               " has been erased at your request, and your board "
               "account is no longer linked to it."
               DELIMITED BY SIZE INTO WS-MESSAGE-BODY
           END-STRING.

           SEND-LINK-MESSAGE SECTION.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-MESSAGE-TO TO PM-TO.
           MOVE "cardteam" TO PM-FROM.
           MOVE WS-MESSAGE-BODY TO PM-BODY.
           MOVE WS-TODAY-ISO TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.

           SAVE-PARKED-LINKS SECTION.
           OPEN OUTPUT F-PARKED-FILE.
           SET PARK-IDX TO 1.
           PERFORM UNTIL PARK-IDX > WS-PARKED-COUNT
               IF WS-PARK-KEEP(PARK-IDX) = "Y"
                   MOVE SPACES TO PARKED-RECORD
                   MOVE WS-PARK-USER(PARK-IDX) TO PARKED-USERNAME
                   MOVE WS-PARK-ID(PARK-IDX) TO PARKED-CUSTOMER-ID
                   MOVE WS-PARK-DATE(PARK-IDX) TO PARKED-DATE
                   WRITE PARKED-RECORD
                   END-WRITE
               END-IF
               SET PARK-IDX UP BY 1
           END-PERFORM.
           CLOSE F-PARKED-FILE.

           CONSUME-APPLIED-CHANGES SECTION.
      *    The changes just applied come off the file -- left in
      *    place, the next run would message every member again.
      *    Changes past the table limit ride the copy-through back
      *    and wait for the rerun.
           IF WS-DROPPED-CHANGE-COUNT = 0
               OPEN OUTPUT F-LINK-CHANGE-FILE
               CLOSE F-LINK-CHANGE-FILE
           ELSE
               MOVE 0 TO WS-CONSUMED-COUNT
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-LINK-CHANGE-FILE
               OPEN OUTPUT F-LINK-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LINK-CHANGE-FILE
                       NOT AT END
                           ADD 1 TO WS-CONSUMED-COUNT
                           IF WS-CONSUMED-COUNT > WS-CHANGE-COUNT
                               MOVE LINK-CHANGE-RECORD TO
                                   LINK-WORK-RECORD
                               WRITE LINK-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LINK-CHANGE-FILE
               CLOSE F-LINK-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-LINK-WORK-FILE
               OPEN OUTPUT F-LINK-CHANGE-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LINK-WORK-FILE
                       NOT AT END
                           MOVE LINK-WORK-RECORD TO
                               LINK-CHANGE-RECORD
                           WRITE LINK-CHANGE-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LINK-WORK-FILE
               CLOSE F-LINK-CHANGE-FILE
           END-IF.

           RECONCILE-LINKS SECTION.
      *    Every live link and every parked one is checked against
      *    the master and the archive; a link whose ID is on
      *    neither points at nothing and goes on the report for
      *    someone to look at.
           OPEN OUTPUT F-RECONCILE-REPORT-FILE.
           MOVE SPACES TO RECONCILE-REPORT-LINE.
           STRING "BBS MEMBER LINK RECONCILIATION -- "
               WS-TODAY-ISO
               DELIMITED BY SIZE INTO RECONCILE-REPORT-LINE
           END-STRING.
           WRITE RECONCILE-REPORT-LINE
           END-WRITE.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS NOT = "00"
               MOVE "customers.dat NOT AVAILABLE -- NO LINKS CHECKED"
                   TO RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               END-WRITE
               CLOSE F-RECONCILE-REPORT-FILE
           ELSE
               PERFORM LOAD-ARCHIVE-IDS
               IF WS-ARCHIVE-TABLE-FULL = 1
                   MOVE SPACES TO RECONCILE-REPORT-LINE
                   STRING "WARNING -- ARCHIVE TABLE FULL; IDS PAST "
                       "THE FIRST 5000 MAY SHOW AS ORPHANED"
                       DELIMITED BY SIZE INTO RECONCILE-REPORT-LINE
                   END-STRING
                   WRITE RECONCILE-REPORT-LINE
                   END-WRITE
               END-IF
               OPEN INPUT F-USERS-FILE
               IF WS-USERS-STATUS = "00"
                   PERFORM RECONCILE-MEMBER-LINKS
                   CLOSE F-USERS-FILE
               END-IF
               PERFORM RECONCILE-PARKED-LINKS
               CLOSE F-CUSTOMERS-FILE
               MOVE SPACES TO RECONCILE-REPORT-LINE
               STRING "LINKS CHECKED: " WS-LINKS-CHECKED
                   "  ORPHANED: " WS-ORPHAN-COUNT
                   DELIMITED BY SIZE INTO RECONCILE-REPORT-LINE
               END-STRING
               WRITE RECONCILE-REPORT-LINE
               END-WRITE
               CLOSE F-RECONCILE-REPORT-FILE
           END-IF.

           LOAD-ARCHIVE-IDS SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   NOT AT END
                       IF WS-ARCHIVE-ID-COUNT >= 5000
                           MOVE 1 TO WS-ARCHIVE-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-ARCHIVE-ID-COUNT
                           SET ARCH-IDX TO WS-ARCHIVE-ID-COUNT
                           MOVE ARCHIVE-CUSTOMER-ID TO
                               WS-ARCHIVE-ID(ARCH-IDX)
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
               CLOSE F-ARCHIVE-FILE
           END-IF.

           RECONCILE-MEMBER-LINKS SECTION.
           MOVE 0 TO WS-USERS-ENDED.
           MOVE LOW-VALUES TO USERNAME.
           START F-USERS-FILE KEY IS >= USERNAME
               INVALID KEY
                   MOVE 1 TO WS-USERS-ENDED
           END-START.
           PERFORM UNTIL WS-USERS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-CUSTOMER-ID > 0
                           ADD 1 TO WS-LINKS-CHECKED
                           MOVE USER-CUSTOMER-ID TO WS-CHECK-ID
                           PERFORM FIND-CUSTOMER-ID
                           IF WS-ID-ON-FILE = 0
                               ADD 1 TO WS-ORPHAN-COUNT
                               MOVE SPACES TO RECONCILE-REPORT-LINE
                               STRING "MEMBER " USERNAME
                                   " LINKED TO CUSTOMER " WS-CHECK-ID
                                   " -- ON NEITHER customers.dat "
                                   "NOR THE ARCHIVE"
                                   DELIMITED BY SIZE
                                   INTO RECONCILE-REPORT-LINE
                               END-STRING
                               WRITE RECONCILE-REPORT-LINE
                               END-WRITE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-USERS-ENDED
               END-READ
           END-PERFORM.

           RECONCILE-PARKED-LINKS SECTION.
           SET PARK-IDX TO 1.
           PERFORM UNTIL PARK-IDX > WS-PARKED-COUNT
               IF WS-PARK-KEEP(PARK-IDX) = "Y"
                   ADD 1 TO WS-LINKS-CHECKED
                   MOVE WS-PARK-ID(PARK-IDX) TO WS-CHECK-ID
                   PERFORM FIND-CUSTOMER-ID
                   IF WS-ID-ON-FILE = 0
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE SPACES TO RECONCILE-REPORT-LINE
                       STRING "PARKED " WS-PARK-USER(PARK-IDX)
                           " LINKED TO CUSTOMER " WS-CHECK-ID
                           " -- ON NEITHER customers.dat "
                           "NOR THE ARCHIVE"
                           DELIMITED BY SIZE
                           INTO RECONCILE-REPORT-LINE
                       END-STRING
                       WRITE RECONCILE-REPORT-LINE
                       END-WRITE
                   END-IF
               END-IF
               SET PARK-IDX UP BY 1
           END-PERFORM.

           FIND-CUSTOMER-ID SECTION.
           MOVE 0 TO WS-ID-ON-FILE.
           MOVE WS-CHECK-ID TO PERSON-CUSTOMER-ID.
           READ F-CUSTOMERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-ID-ON-FILE
           END-READ.
           SET ARCH-IDX TO 1.
           PERFORM UNTIL ARCH-IDX > WS-ARCHIVE-ID-COUNT OR
               WS-ID-ON-FILE = 1
               IF WS-ARCHIVE-ID(ARCH-IDX) = WS-CHECK-ID
                   MOVE 1 TO WS-ID-ON-FILE
               END-IF
               SET ARCH-IDX UP BY 1
           END-PERFORM.

           ACQUIRE-RUN-LOCK SECTION.
      *    Same lock convention as the card run: the file existing
      *    means someone else holds the window; refuse and name
      *    them.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "BBS LINK APPLY -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "bbs-link-apply" TO RUN-LOCK-HOLDER
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   INTO RUN-LOCK-DATE
               END-STRING
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
