       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-backup.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-AUDIT-FILE ASSIGN TO "card-audit.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AUDIT-SERIAL
                 ALTERNATE RECORD KEY IS AUDIT-CUSTOMER-ID
                   WITH DUPLICATES
                 FILE STATUS IS WS-AUDIT-STATUS.
               SELECT F-LIVE-FILE ASSIGN TO WS-LIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LIVE-STATUS.
               SELECT F-BACKUP-CONTROL-FILE ASSIGN TO
                 "card-backup-control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BACKUP-CONTROL-STATUS.
               SELECT F-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SNAPSHOT-STATUS.
               SELECT F-BACKUP-MANIFEST-FILE ASSIGN TO
                 WS-MANIFEST-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANIFEST-STATUS.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-BODY PIC X(188).
           FD F-AUDIT-FILE.
           01 AUDIT-RECORD.
               05 AUDIT-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X(75).
               05 AUDIT-SERIAL PIC 9(9).
           FD F-LIVE-FILE.
      *    Every flat file in the set comes through this one record;
      *    the longest of them, the parked budget cards, is well
      *    inside it.
           01 LIVE-RECORD PIC X(300).
           FD F-BACKUP-CONTROL-FILE.
      *    MODE is BACKUP or RESTORE; the snapshot name keys the
      *    whole set of files the run reads or writes.
           01 BACKUP-CONTROL-RECORD.
               05 BACKUP-CONTROL-MODE PIC X(7).
               05 FILLER PIC X.
               05 BACKUP-CONTROL-SNAPSHOT PIC X(20).
           FD F-SNAPSHOT-FILE.
           01 SNAPSHOT-RECORD PIC X(300).
           FD F-BACKUP-MANIFEST-FILE.
      *    One line per file in the set. ABSENT means the file did
      *    not exist when the snapshot was taken, and a restore
      *    takes it away again rather than leave a newer one behind.
           01 BACKUP-MANIFEST-RECORD.
               05 MANIFEST-FILE-NAME PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-PRESENCE PIC X(7).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-RECORD-COUNT PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-HASH PIC 9(16).
           FD F-RUN-LOCK-FILE.
      *    The system-wide run lock: the file existing means a run
      *    holds the card history files and card-audit.dat. A
      *    crashed run leaves it behind -- the stale-lock override
      *    is the operator clearing it from batch-console once they
      *    have confirmed nothing is actually running.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-LIVE-STATUS PIC XX.
           01 WS-BACKUP-CONTROL-STATUS PIC XX.
           01 WS-SNAPSHOT-STATUS PIC XX.
           01 WS-MANIFEST-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-LIVE-NAME PIC X(40).
           01 WS-SNAPSHOT-FILE-NAME PIC X(60).
           01 WS-MANIFEST-FILE-NAME PIC X(60).
           01 WS-SNAPSHOT-NAME PIC X(20).
           01 WS-RUN-MODE PIC X(7).
      *    Every file the card side needs to come back as one
      *    moment: the customer master, the audit trail, the card
      *    history files, the manifests, the serial control, the
      *    parked-card queues, every checkpoint, the shelf of
      *    control files control-preflight checks, and what the
      *    year-end close changes besides card-audit.dat: its
      *    register, the frozen totals and the campaign offers it
      *    expires. Kind C and A are the indexed customers.dat and
      *    card-audit.dat; L is flat.
           77 WS-BACKUP-SLOT-MAX PIC 99 VALUE 42.
           01 WS-BACKUP-SLOTS.
               05 WS-BACKUP-SLOT OCCURS 42 TIMES
               INDEXED BY SLOT-IDX.
                   10 WS-SLOT-FILE-NAME PIC X(40).
                   10 WS-SLOT-KIND PIC X.
           01 WS-BACKUP-SLOT-NOW PIC 99.
           01 WS-MANIFEST-LOAD-COUNT PIC 99 VALUE 0.
           01 WS-MANIFEST-TABLE.
               05 WS-MANIFEST-ENTRY OCCURS 42 TIMES
               INDEXED BY MAN-IDX.
                   10 WS-MAN-FILE PIC X(40).
                   10 WS-MAN-PRESENCE PIC X(7).
                   10 WS-MAN-COUNT PIC 9(7).
                   10 WS-MAN-HASH PIC 9(16).
      *    What one pass over a file found, whether it was being
      *    copied out or read back after a restore.
           01 WS-COPY-PRESENCE PIC X(7).
           01 WS-COPY-COUNT PIC 9(7).
           01 WS-COPY-HASH PIC 9(16).
           01 WS-FILES-PRESENT PIC 99 VALUE 0.
           01 WS-FILES-ABSENT PIC 99 VALUE 0.
           01 WS-RECORDS-TOTAL PIC 9(9) VALUE 0.
           01 WS-PROVE-FOUND PIC 9.
           01 WS-PROVE-MISMATCHES PIC 99 VALUE 0.
      *    The rolling-multiply digest operator-signon uses for
      *    passwords, run over every significant character of every
      *    record in turn, with each record's length folded in so
      *    a line moved across a boundary still changes the hash.
           01 WS-HASH-RECORD PIC X(300).
           01 WS-HASH-ACCUM PIC 9(18).
           01 WS-HASH-IDX PIC 9(3).
           01 WS-HASH-LENGTH PIC 9(3).
           01 WS-HASH-TRAILING PIC 9(3).
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
      *    bbs-backup gave the board one consistent snapshot; the
      *    card side's files were copied by hand, one at a time, if
      *    at all. This takes the whole card-program set as one
      *    snapshot under the run lock, with a manifest of record
      *    counts and content hashes per file. RESTORE puts a named
      *    snapshot back and reads every file back against the
      *    manifest; if anything disagrees the run lock is left in
      *    place, so the window cannot start on a bad restore until
      *    an operator has looked.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "card-backup" TO LS-PROGRAM.
           MOVE 14 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-audit.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           MOVE "cards.dat" TO LS-FILE-NAME(3).
           MOVE 1 TO LS-VERSION(3).
           MOVE "cards-tax-day.dat" TO LS-FILE-NAME(4).
           MOVE 1 TO LS-VERSION(4).
           MOVE "cards-combined.dat" TO LS-FILE-NAME(5).
           MOVE 1 TO LS-VERSION(5).
           MOVE "cards-21st-birthday.dat" TO LS-FILE-NAME(6).
           MOVE 1 TO LS-VERSION(6).
           MOVE "cards-65th-birthday.dat" TO LS-FILE-NAME(7).
           MOVE 1 TO LS-VERSION(7).
           MOVE "signup-anniversary-cards.dat" TO LS-FILE-NAME(8).
           MOVE 1 TO LS-VERSION(8).
           MOVE "campaign-cards.dat" TO LS-FILE-NAME(9).
           MOVE 1 TO LS-VERSION(9).
           MOVE "welcome-cards.dat" TO LS-FILE-NAME(10).
           MOVE 1 TO LS-VERSION(10).
           MOVE "life-event-cards.dat" TO LS-FILE-NAME(11).
           MOVE 1 TO LS-VERSION(11).
           MOVE "referral-cards.dat" TO LS-FILE-NAME(12).
           MOVE 1 TO LS-VERSION(12).
           MOVE "card-batch-manifest.dat" TO LS-FILE-NAME(13).
           MOVE 1 TO LS-VERSION(13).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(14).
           MOVE 1 TO LS-VERSION(14).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BACKUP-CONTROL.
           PERFORM SET-UP-BACKUP-SLOTS.
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
           IF WS-RUN-MODE = "RESTORE"
               PERFORM RUN-RESTORE
           ELSE
               PERFORM RUN-BACKUP
           END-IF.
           IF WS-PROVE-MISMATCHES = 0
               PERFORM RELEASE-RUN-LOCK
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-BACKUP-CONTROL SECTION.
           MOVE "BACKUP" TO WS-RUN-MODE.
           MOVE "nightly" TO WS-SNAPSHOT-NAME.
           OPEN INPUT F-BACKUP-CONTROL-FILE.
           IF WS-BACKUP-CONTROL-STATUS = "00"
               READ F-BACKUP-CONTROL-FILE
                   NOT AT END
                       MOVE BACKUP-CONTROL-MODE TO WS-RUN-MODE
                       IF BACKUP-CONTROL-SNAPSHOT NOT = SPACES
                           MOVE BACKUP-CONTROL-SNAPSHOT TO
                               WS-SNAPSHOT-NAME
                       END-IF
               END-READ
               CLOSE F-BACKUP-CONTROL-FILE
           END-IF.
      *    The board's manifest is <snapshot>-manifest.dat; the card
      *    set's carries its own name so the two can share a
      *    snapshot name without colliding.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING FUNCTION TRIM(WS-SNAPSHOT-NAME) "-card-manifest.dat"
               INTO WS-MANIFEST-FILE-NAME
           END-STRING.

           SET-UP-BACKUP-SLOTS SECTION.
           MOVE "customers.dat" TO WS-SLOT-FILE-NAME(1).
           MOVE "C" TO WS-SLOT-KIND(1).
           MOVE "card-audit.dat" TO WS-SLOT-FILE-NAME(2).
           MOVE "A" TO WS-SLOT-KIND(2).
           MOVE "cards.dat" TO WS-SLOT-FILE-NAME(3).
           MOVE "cards-tax-day.dat" TO WS-SLOT-FILE-NAME(4).
           MOVE "cards-21st-birthday.dat" TO WS-SLOT-FILE-NAME(5).
           MOVE "cards-65th-birthday.dat" TO WS-SLOT-FILE-NAME(6).
           MOVE "cards-combined.dat" TO WS-SLOT-FILE-NAME(7).
           MOVE "signup-anniversary-cards.dat" TO
               WS-SLOT-FILE-NAME(8).
           MOVE "campaign-cards.dat" TO WS-SLOT-FILE-NAME(9).
           MOVE "welcome-cards.dat" TO WS-SLOT-FILE-NAME(10).
           MOVE "referral-cards.dat" TO WS-SLOT-FILE-NAME(11).
           MOVE "life-event-cards.dat" TO WS-SLOT-FILE-NAME(12).
           MOVE "card-batch-manifest.dat" TO WS-SLOT-FILE-NAME(13).
           MOVE "card-batch-manifest-detail.dat" TO
               WS-SLOT-FILE-NAME(14).
           MOVE "card-serial-control.dat" TO WS-SLOT-FILE-NAME(15).
           MOVE "cards-release-staging.dat" TO WS-SLOT-FILE-NAME(16).
           MOVE "deferred-cards.dat" TO WS-SLOT-FILE-NAME(17).
           MOVE "budget-deferred-cards.dat" TO WS-SLOT-FILE-NAME(18).
           MOVE "birthday-checkpoint.dat" TO WS-SLOT-FILE-NAME(19).
           MOVE "tax-day-checkpoint.dat" TO WS-SLOT-FILE-NAME(20).
           MOVE "milestone-21-checkpoint.dat" TO
               WS-SLOT-FILE-NAME(21).
           MOVE "milestone-65-checkpoint.dat" TO
               WS-SLOT-FILE-NAME(22).
           MOVE "signup-checkpoint.dat" TO WS-SLOT-FILE-NAME(23).
           MOVE "welcome-sent-checkpoint.dat" TO
               WS-SLOT-FILE-NAME(24).
           MOVE "cards-archive-checkpoint.dat" TO
               WS-SLOT-FILE-NAME(25).
           MOVE "tax-cards-archive-checkpoint.dat" TO
               WS-SLOT-FILE-NAME(26).
           MOVE "card-stock-checkpoint.dat" TO WS-SLOT-FILE-NAME(27).
           MOVE "tax-control.dat" TO WS-SLOT-FILE-NAME(28).
           MOVE "backfill-control.dat" TO WS-SLOT-FILE-NAME(29).
           MOVE "mail-lead-control.dat" TO WS-SLOT-FILE-NAME(30).
           MOVE "presort-control.dat" TO WS-SLOT-FILE-NAME(31).
           MOVE "release-control.dat" TO WS-SLOT-FILE-NAME(32).
           MOVE "preview-control.dat" TO WS-SLOT-FILE-NAME(33).
           MOVE "reprint-control.dat" TO WS-SLOT-FILE-NAME(34).
           MOVE "vendor-routing.dat" TO WS-SLOT-FILE-NAME(35).
           MOVE "retention-policy.dat" TO WS-SLOT-FILE-NAME(36).
           MOVE "nightly-job-table.dat" TO WS-SLOT-FILE-NAME(37).
           MOVE "processing-calendar.dat" TO WS-SLOT-FILE-NAME(38).
           MOVE "period-end-calendar.dat" TO WS-SLOT-FILE-NAME(39).
           MOVE "card-year-end-register.dat" TO WS-SLOT-FILE-NAME(40).
           MOVE "card-year-end-stats.dat" TO WS-SLOT-FILE-NAME(41).
           MOVE "campaign-offers.dat" TO WS-SLOT-FILE-NAME(42).
           MOVE 3 TO WS-BACKUP-SLOT-NOW.
           PERFORM UNTIL WS-BACKUP-SLOT-NOW > WS-BACKUP-SLOT-MAX
               MOVE "L" TO WS-SLOT-KIND(WS-BACKUP-SLOT-NOW)
               ADD 1 TO WS-BACKUP-SLOT-NOW
           END-PERFORM.

           ACQUIRE-RUN-LOCK SECTION.
      *    A snapshot taken while a run is writing the history files
      *    is not one moment; whoever finds run-lock.dat already
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
               DISPLAY "CARD BACKUP -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "card-backup" TO RUN-LOCK-HOLDER
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

           RUN-BACKUP SECTION.
           OPEN OUTPUT F-BACKUP-MANIFEST-FILE.
           MOVE 1 TO WS-BACKUP-SLOT-NOW.
           PERFORM UNTIL WS-BACKUP-SLOT-NOW > WS-BACKUP-SLOT-MAX
               PERFORM BACKUP-ONE-SLOT
               ADD 1 TO WS-BACKUP-SLOT-NOW
           END-PERFORM.
           CLOSE F-BACKUP-MANIFEST-FILE.
           DISPLAY "CARD BACKUP SUMMARY -- SNAPSHOT " WS-SNAPSHOT-NAME
               " FILES PRESENT: " WS-FILES-PRESENT
               " ABSENT: " WS-FILES-ABSENT
               " RECORDS: " WS-RECORDS-TOTAL.

           BACKUP-ONE-SLOT SECTION.
           SET SLOT-IDX TO WS-BACKUP-SLOT-NOW.
           PERFORM BUILD-SNAPSHOT-NAME.
           MOVE "ABSENT" TO WS-COPY-PRESENCE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SLOT-KIND(SLOT-IDX) = "C"
               PERFORM BACKUP-CUSTOMERS
           ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
               PERFORM BACKUP-AUDIT
           ELSE
               PERFORM BACKUP-FLAT-FILE
           END-IF
           END-IF.
           MOVE WS-HASH-ACCUM TO WS-COPY-HASH.
           IF WS-COPY-PRESENCE = "PRESENT"
               ADD 1 TO WS-FILES-PRESENT
               ADD WS-COPY-COUNT TO WS-RECORDS-TOTAL
           ELSE
               ADD 1 TO WS-FILES-ABSENT
           END-IF.
           MOVE SPACES TO BACKUP-MANIFEST-RECORD.
           MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO MANIFEST-FILE-NAME.
           MOVE WS-COPY-PRESENCE TO MANIFEST-PRESENCE.
           MOVE WS-COPY-COUNT TO MANIFEST-RECORD-COUNT.
           MOVE WS-COPY-HASH TO MANIFEST-HASH.
           WRITE BACKUP-MANIFEST-RECORD
           END-WRITE.
           DISPLAY "BACKUP " WS-SLOT-FILE-NAME(SLOT-IDX) ": "
               WS-COPY-PRESENCE " " WS-COPY-COUNT " RECORDS".

           BUILD-SNAPSHOT-NAME SECTION.
           MOVE SPACES TO WS-SNAPSHOT-FILE-NAME.
           STRING FUNCTION TRIM(WS-SNAPSHOT-NAME) "-"
               FUNCTION TRIM(WS-SLOT-FILE-NAME(SLOT-IDX))
               INTO WS-SNAPSHOT-FILE-NAME
           END-STRING.

           BACKUP-CUSTOMERS SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CUSTOMERS-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO WS-HASH-RECORD
                           MOVE PERSON TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                           MOVE WS-HASH-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           BACKUP-AUDIT SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO WS-HASH-RECORD
                           MOVE AUDIT-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                           MOVE WS-HASH-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           BACKUP-FLAT-FILE SECTION.
           MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-LIVE-NAME.
           OPEN INPUT F-LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               OPEN OUTPUT F-SNAPSHOT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIVE-FILE
                       NOT AT END
                           MOVE LIVE-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                           MOVE WS-HASH-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIVE-FILE
               CLOSE F-SNAPSHOT-FILE
           END-IF.

           HASH-ONE-RECORD SECTION.
           MOVE 0 TO WS-HASH-TRAILING.
           INSPECT FUNCTION REVERSE(WS-HASH-RECORD)
               TALLYING WS-HASH-TRAILING FOR LEADING SPACES.
           COMPUTE WS-HASH-LENGTH = 300 - WS-HASH-TRAILING.
           MOVE 1 TO WS-HASH-IDX.
           PERFORM UNTIL WS-HASH-IDX > WS-HASH-LENGTH
               COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
                   (WS-HASH-ACCUM * 31) +
                   FUNCTION ORD(WS-HASH-RECORD(WS-HASH-IDX:1)),
                   9999999999999999)
               ADD 1 TO WS-HASH-IDX
           END-PERFORM.
           COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
               (WS-HASH-ACCUM * 31) + WS-HASH-LENGTH,
               9999999999999999).
           ADD 1 TO WS-COPY-COUNT.

           RUN-RESTORE SECTION.
           MOVE 0 TO WS-MANIFEST-LOAD-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BACKUP-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "CARD RESTORE -- NO MANIFEST FOR SNAPSHOT "
                   WS-SNAPSHOT-NAME "; NOTHING RESTORED"
           ELSE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR
                   WS-MANIFEST-LOAD-COUNT >= 42
                   READ F-BACKUP-MANIFEST-FILE
                       NOT AT END
                           ADD 1 TO WS-MANIFEST-LOAD-COUNT
                           SET MAN-IDX TO WS-MANIFEST-LOAD-COUNT
                           MOVE MANIFEST-FILE-NAME TO
                               WS-MAN-FILE(MAN-IDX)
                           MOVE MANIFEST-PRESENCE TO
                               WS-MAN-PRESENCE(MAN-IDX)
                           MOVE MANIFEST-RECORD-COUNT TO
                               WS-MAN-COUNT(MAN-IDX)
                           MOVE MANIFEST-HASH TO
                               WS-MAN-HASH(MAN-IDX)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BACKUP-MANIFEST-FILE
               MOVE 1 TO WS-BACKUP-SLOT-NOW
               PERFORM UNTIL WS-BACKUP-SLOT-NOW > WS-BACKUP-SLOT-MAX
                   PERFORM RESTORE-ONE-SLOT
                   ADD 1 TO WS-BACKUP-SLOT-NOW
               END-PERFORM
               IF WS-PROVE-MISMATCHES = 0
                   DISPLAY "CARD RESTORE COMPLETE -- ALL COUNTS AND "
                       "HASHES MATCH THE MANIFEST"
               ELSE
                   DISPLAY "CARD RESTORE -- " WS-PROVE-MISMATCHES
                       " FILES DID NOT MATCH THE MANIFEST; DO NOT "
                       "TRUST THIS RESTORE. run-lock.dat IS LEFT IN "
                       "PLACE SO THE WINDOW CANNOT RUN ON IT."
               END-IF
           END-IF.

           RESTORE-ONE-SLOT SECTION.
      *    A slot the manifest does not name is left exactly as it
      *    is and counted against the restore -- the snapshot was
      *    taken before that file joined the set.
           SET SLOT-IDX TO WS-BACKUP-SLOT-NOW.
           PERFORM BUILD-SNAPSHOT-NAME.
           MOVE 0 TO WS-PROVE-FOUND.
           SET MAN-IDX TO 1.
           PERFORM UNTIL WS-PROVE-FOUND = 1 OR
               MAN-IDX > WS-MANIFEST-LOAD-COUNT
               IF WS-MAN-FILE(MAN-IDX) = WS-SLOT-FILE-NAME(SLOT-IDX)
                   MOVE 1 TO WS-PROVE-FOUND
               ELSE
                   SET MAN-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-PROVE-FOUND = 0
               ADD 1 TO WS-PROVE-MISMATCHES
               DISPLAY "RESTORE " WS-SLOT-FILE-NAME(SLOT-IDX)
                   ": NOT IN THE MANIFEST -- LEFT AS IT WAS"
           ELSE
               IF WS-MAN-PRESENCE(MAN-IDX) = "ABSENT"
                   PERFORM REMOVE-LIVE-FILE
               ELSE
                   PERFORM COPY-SNAPSHOT-BACK
               END-IF
               PERFORM READ-BACK-LIVE-FILE
               PERFORM PROVE-RESTORED-FILE
           END-IF.

           REMOVE-LIVE-FILE SECTION.
           IF WS-SLOT-KIND(SLOT-IDX) = "C"
               DELETE FILE F-CUSTOMERS-FILE
           ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
               DELETE FILE F-AUDIT-FILE
           ELSE
               MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-LIVE-NAME
               DELETE FILE F-LIVE-FILE
           END-IF
           END-IF.

           COPY-SNAPSHOT-BACK SECTION.
      *    The live file is only replaced once its snapshot is known
      *    to be there; a missing snapshot leaves the live file alone
      *    and the read-back below reports the disagreement.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "RESTORE " WS-SLOT-FILE-NAME(SLOT-IDX)
                   ": SNAPSHOT FILE " WS-SNAPSHOT-FILE-NAME
                   " IS MISSING"
           ELSE
               IF WS-SLOT-KIND(SLOT-IDX) = "C"
                   OPEN OUTPUT F-CUSTOMERS-FILE
               ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
                   OPEN OUTPUT F-AUDIT-FILE
               ELSE
                   MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-LIVE-NAME
                   OPEN OUTPUT F-LIVE-FILE
               END-IF
               END-IF
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SNAPSHOT-FILE
                       NOT AT END
                           PERFORM WRITE-ONE-RESTORED-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SNAPSHOT-FILE
               IF WS-SLOT-KIND(SLOT-IDX) = "C"
                   CLOSE F-CUSTOMERS-FILE
               ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
                   CLOSE F-AUDIT-FILE
               ELSE
                   CLOSE F-LIVE-FILE
               END-IF
               END-IF
           END-IF.

           WRITE-ONE-RESTORED-RECORD SECTION.
           IF WS-SLOT-KIND(SLOT-IDX) = "C"
               MOVE SNAPSHOT-RECORD(1:235) TO PERSON
               WRITE PERSON
                   INVALID KEY
                       DISPLAY "WARNING -- CUSTOMER "
                           PERSON-CUSTOMER-ID
                           " TWICE IN THE SNAPSHOT"
               END-WRITE
           ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
               MOVE SNAPSHOT-RECORD(1:91) TO AUDIT-RECORD
               WRITE AUDIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING -- CARD SERIAL "
                           AUDIT-SERIAL " TWICE IN THE SNAPSHOT"
               END-WRITE
           ELSE
               MOVE SNAPSHOT-RECORD TO LIVE-RECORD
               WRITE LIVE-RECORD
               END-WRITE
           END-IF
           END-IF.

           READ-BACK-LIVE-FILE SECTION.
      *    The proof reads the live file itself, not what was
      *    written to it, so a short write or a duplicate key shows.
           MOVE "ABSENT" TO WS-COPY-PRESENCE.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SLOT-KIND(SLOT-IDX) = "C"
               PERFORM READ-BACK-CUSTOMERS
           ELSE IF WS-SLOT-KIND(SLOT-IDX) = "A"
               PERFORM READ-BACK-AUDIT
           ELSE
               PERFORM READ-BACK-FLAT-FILE
           END-IF
           END-IF.
           MOVE WS-HASH-ACCUM TO WS-COPY-HASH.

           READ-BACK-CUSTOMERS SECTION.
           OPEN INPUT F-CUSTOMERS-FILE.
           IF WS-CUSTOMERS-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CUSTOMERS-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO WS-HASH-RECORD
                           MOVE PERSON TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CUSTOMERS-FILE
           END-IF.

           READ-BACK-AUDIT SECTION.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE NEXT RECORD
                       NOT AT END
                           MOVE SPACES TO WS-HASH-RECORD
                           MOVE AUDIT-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.

           READ-BACK-FLAT-FILE SECTION.
           MOVE WS-SLOT-FILE-NAME(SLOT-IDX) TO WS-LIVE-NAME.
           OPEN INPUT F-LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
               MOVE "PRESENT" TO WS-COPY-PRESENCE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIVE-FILE
                       NOT AT END
                           MOVE LIVE-RECORD TO WS-HASH-RECORD
                           PERFORM HASH-ONE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIVE-FILE
           END-IF.

           PROVE-RESTORED-FILE SECTION.
      *    The proof step: presence, record count and content hash
      *    of the file now on disk, held against the manifest taken
      *    at backup time.
           IF WS-COPY-PRESENCE = WS-MAN-PRESENCE(MAN-IDX) AND
               WS-COPY-COUNT = WS-MAN-COUNT(MAN-IDX) AND
               WS-COPY-HASH = WS-MAN-HASH(MAN-IDX)
               DISPLAY "RESTORE " WS-SLOT-FILE-NAME(SLOT-IDX) ": "
                   WS-COPY-PRESENCE " " WS-COPY-COUNT
                   " RECORDS -- MATCHES MANIFEST"
           ELSE
               ADD 1 TO WS-PROVE-MISMATCHES
               DISPLAY "RESTORE " WS-SLOT-FILE-NAME(SLOT-IDX) ": "
                   WS-COPY-PRESENCE " " WS-COPY-COUNT
                   " RECORDS -- MANIFEST DISAGREES"
           END-IF.
