       IDENTIFICATION DIVISION.
       PROGRAM-ID. deceased-notify.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-DECEASED-FILE ASSIGN TO
                 "deceased-notifications.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DECEASED-STATUS.
               SELECT F-CUSTOMERS-FILE ASSIGN TO "customers.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PERSON-CUSTOMER-ID
                 ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-CUSTOMERS-STATUS.
               SELECT F-CHANGE-JOURNAL-FILE ASSIGN TO
                 "customer-change-journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
               SELECT F-RELEASE-STAGING-FILE ASSIGN TO
                 "cards-release-staging.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RELEASE-STAGING-STATUS.
               SELECT F-DEFERRED-CARDS-FILE ASSIGN TO
                 "deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DEFERRED-CARDS-STATUS.
               SELECT F-BUDGET-DEFERRED-FILE ASSIGN TO
                 "budget-deferred-cards.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BUDGET-DEFERRED-STATUS.
               SELECT F-ECARD-EXTRACT-FILE ASSIGN TO
                 "ecard-extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ECARD-EXTRACT-STATUS.
               SELECT F-SPOILAGE-FILE ASSIGN TO "vendor-spoilage.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPOILAGE-STATUS.
               SELECT F-MANIFEST-DETAIL-FILE ASSIGN TO
                 "card-batch-manifest-detail.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MANIFEST-DETAIL-STATUS.
               SELECT F-VOID-REGISTER-FILE ASSIGN TO
                 "card-void-register.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VOID-REGISTER-STATUS.
               SELECT F-CANCEL-WORK-FILE ASSIGN TO
                 "deceased-cancel-work.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-CANCEL-REPORT-FILE ASSIGN TO
                 "deceased-cancellation-report.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-DECEASED-FILE.
      *    One line per death notified to us, keyed by the full
      *    eight-digit customer number (ID plus id-check digit):
      *    the date of death and where the notification came from
      *    (family call, bereavement service, returned mail marked
      *    deceased). The file is the standing record of every such
      *    notice; re-running over it is harmless.
           01 DECEASED-RECORD.
               05 DECEASED-CUSTOMER-NUMBER.
                   10 DECEASED-CUSTOMER-ID PIC 9(7).
                   10 DECEASED-CHECK-DIGIT PIC 9.
               05 FILLER PIC X.
               05 DECEASED-DATE-OF-DEATH PIC X(10).
               05 FILLER PIC X.
               05 DECEASED-SOURCE PIC X(20).
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 PERSON-NAME PIC X(40).
               05 PERSON-ADDRESS.
                   10 PERSON-STREET PIC X(60).
                   10 PERSON-CITY PIC X(25).
                   10 PERSON-STATE PIC X(02).
                   10 PERSON-ZIP PIC X(10).
                   10 FILLER PIC X(03).
               05 PERSON-COUNTRY PIC X(02).
               05 PERSON-BIRTHDAY PIC X(10).
               05 PERSON-SIGNUP-DATE PIC X(10).
               05 PERSON-JOB-TITLE PIC X(60).
               05 PERSON-DO-NOT-MAIL PIC X.
               05 PERSON-UNDELIVERABLE PIC X.
               05 PERSON-SUPPRESSED PIC X.
                   88 PERSON-IS-DECEASED VALUE "D".
               05 FILLER PIC X(03).
           FD F-CHANGE-JOURNAL-FILE.
      *    The central customer change journal: every program that
      *    touches customers.dat writes one line per change with the
      *    full before and after images.
           01 CHANGE-JOURNAL-RECORD.
               05 CJ-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-PROGRAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-BEFORE-IMAGE PIC X(235).
               05 FILLER PIC X VALUE SPACE.
               05 CJ-AFTER-IMAGE PIC X(235).
           FD F-RELEASE-STAGING-FILE.
      *    The card run's two-phase holding pen -- "H" batch headers
      *    and "C" card lines awaiting the operator's release.
           01 STAGING-RECORD.
               05 STAGING-RECORD-TYPE PIC X.
               05 STAGING-CARD-TYPE PIC X(12).
               05 STAGING-RUN-DATE PIC X(5).
               05 STAGING-RUN-YEAR PIC 9(4).
               05 STAGING-HOUSEHOLDS PIC 9(5).
               05 STAGING-CARD-IMAGE.
                   10 STAGING-ID PIC 9(7).
                   10 STAGING-NAME PIC X(40).
                   10 STAGING-ADDRESS PIC X(100).
                   10 STAGING-GREETING PIC X(56).
               05 STAGING-BRAND PIC X(2).
           FD F-DEFERRED-CARDS-FILE.
      *    Cards parked for a held state until mail-hold-release.
           01 DEFERRED-CARD-RECORD.
               05 DEFERRED-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 DEFERRED-CARD-IMAGE.
                   10 DEFERRED-ID PIC 9(7).
                   10 DEFERRED-NAME PIC X(40).
                   10 DEFERRED-ADDRESS PIC X(100).
                   10 DEFERRED-GREETING PIC X(56).
               05 FILLER PIC X.
               05 DEFERRED-CAMPAIGN-CODE PIC X(8).
           FD F-BUDGET-DEFERRED-FILE.
      *    Cards the postage budget held back until
      *    postage-budget-release.
           01 BUDGET-DEFERRED-RECORD.
               05 BD-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 BD-CARD-IMAGE.
                   10 BD-ID PIC 9(7).
                   10 BD-NAME PIC X(40).
                   10 BD-ADDRESS PIC X(100).
                   10 BD-GREETING PIC X(56).
               05 FILLER PIC X.
               05 BD-CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X.
               05 BD-PRIORITY PIC 9.
               05 FILLER PIC X.
               05 BD-PIECE-RATE PIC 9(3)V99.
               05 FILLER PIC X.
               05 BD-DEFERRED-DATE PIC X(10).
           FD F-ECARD-EXTRACT-FILE.
      *    The e-card channel with ecard-deliver's delivery columns
      *    on the end; a blank flag is still waiting to go out.
           01 ECARD-EXTRACT-RECORD.
               05 ECARD-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 ECARD-NAME PIC X(40).
               05 FILLER PIC X.
               05 ECARD-CARD-TYPE PIC X(12).
               05 FILLER PIC X.
               05 ECARD-GREETING PIC X(56).
               05 FILLER PIC X.
               05 ECARD-SERIAL PIC 9(9).
               05 FILLER PIC X.
               05 ECARD-DELIVERY-FLAG PIC X.
               05 FILLER PIC X.
               05 ECARD-DELIVERY-DATE PIC X(10).
           FD F-SPOILAGE-FILE.
      *    The vendor's spoilage feed card-void-reissue works from.
           01 SPOILAGE-RECORD.
               05 SPOIL-SERIAL PIC 9(9).
               05 FILLER PIC X.
               05 SPOIL-VENDOR PIC X(4).
               05 FILLER PIC X.
               05 SPOIL-DATE PIC X(10).
           FD F-MANIFEST-DETAIL-FILE.
           01 MANIFEST-DETAIL-RECORD.
               05 MANIFEST-DETAIL-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-RUN-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-RUN-YEAR PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 MANIFEST-DETAIL-VOID-FLAG PIC X.
           FD F-VOID-REGISTER-FILE.
           01 VOID-REGISTER-RECORD.
               05 VOID-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-VENDOR PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-BATCH-DATE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 VOID-BATCH-YEAR PIC 9(4).
           FD F-CANCEL-WORK-FILE.
           01 CANCEL-WORK-RECORD PIC X(250).
           FD F-CANCEL-REPORT-FILE.
           01 CANCEL-REPORT-LINE PIC X(120).
           FD F-RUN-LOCK-FILE.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DECEASED-STATUS PIC XX.
           01 WS-CUSTOMERS-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-RELEASE-STAGING-STATUS PIC XX.
           01 WS-DEFERRED-CARDS-STATUS PIC XX.
           01 WS-BUDGET-DEFERRED-STATUS PIC XX.
           01 WS-ECARD-EXTRACT-STATUS PIC XX.
           01 WS-SPOILAGE-STATUS PIC XX.
           01 WS-MANIFEST-DETAIL-STATUS PIC XX.
           01 WS-VOID-REGISTER-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-LOCK-TAKEN PIC 9 VALUE 0.
           01 WS-LOCK-HOLDER-SEEN PIC X(20).
           01 WS-NIGHTLY-WINDOW-FLAG PIC X.
           01 WS-DECEASED-COUNT PIC 999 VALUE 0.
           01 WS-DECEASED-DROPPED PIC 9(5) VALUE 0.
           01 WS-DECEASED-TABLE.
               05 WS-DECEASED-ENTRY OCCURS 500 TIMES
               INDEXED BY DECEASED-IDX.
                   10 WS-DECEASED-ID PIC 9(7).
                   10 WS-DECEASED-DATE PIC X(10).
                   10 WS-DECEASED-SOURCE PIC X(20).
                   10 WS-DECEASED-NAME PIC X(40).
           01 WS-CHECK-ID PIC 9(7).
           01 WS-DECEASED-HIT PIC 9.
           01 WS-MARKED-COUNT PIC 9(5) VALUE 0.
           01 WS-ALREADY-MARKED-COUNT PIC 9(5) VALUE 0.
           01 WS-NOT-ON-FILE-COUNT PIC 9(5) VALUE 0.
           01 WS-BAD-NUMBER-COUNT PIC 9(5) VALUE 0.
           01 WS-CJ-BEFORE PIC X(235).
           01 WS-RUN-STAMP PIC X(10).
           01 WS-RUN-TIME PIC X(8).
           01 WS-STAGED-CANCEL-COUNT PIC 9(5) VALUE 0.
           01 WS-DEFERRED-CANCEL-COUNT PIC 9(5) VALUE 0.
           01 WS-BUDGET-CANCEL-COUNT PIC 9(5) VALUE 0.
           01 WS-ECARD-CANCEL-COUNT PIC 9(5) VALUE 0.
           01 WS-REISSUE-CANCEL-COUNT PIC 9(5) VALUE 0.
           01 WS-CANCEL-TOTAL PIC 9(5) VALUE 0.
      *    Spoiled serials still waiting on card-void-reissue; any
      *    belonging to a deceased customer are voided here instead.
           01 WS-SPOIL-COUNT PIC 999 VALUE 0.
           01 WS-SPOIL-TABLE.
               05 WS-SPOIL-ENTRY OCCURS 500 TIMES
               INDEXED BY SPOIL-IDX.
                   10 WS-SPOIL-SERIAL PIC 9(9).
                   10 WS-SPOIL-VENDOR PIC X(4).
                   10 WS-SPOIL-DATE PIC X(10).
                   10 WS-SPOIL-CANCELLED PIC X.
           01 WS-SPOIL-HIT PIC 9.
      *    One cancelled piece, assembled before it goes on the
      *    report.
           01 WS-CANCEL-ID PIC 9(7).
           01 WS-CANCEL-NAME PIC X(40).
           01 WS-CANCEL-WHERE PIC X(20).
           01 WS-CANCEL-CARD-TYPE PIC X(12).
           01 WS-CANCEL-DETAIL PIC X(30).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
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
      *    The only tool we had when a family told us of a death was
      *    the Do-Not-Mail flag, and cards already selected went out
      *    regardless. Each notice on deceased-notifications.dat
      *    marks the customer's PERSON-SUPPRESSED byte "D" -- a
      *    status distinct from a suppression-list match, which
      *    every card section skips -- and the same run pulls the
      *    customer's pieces out of everything not yet mailed: the
      *    release staging file, the mail-hold and postage-budget
      *    deferrals, e-cards still waiting to go out, and spoiled
      *    pieces still waiting on their reissue. Every piece pulled
      *    is listed on the cancellation report so the vendor can
      *    stop anything already on press.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "deceased-notify" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DECEASED-TABLE.
           IF WS-DECEASED-COUNT = 0
               DISPLAY "DECEASED NOTIFY -- NO deceased-notifications"
                   ".dat TO PROCESS"
               GOBACK
           END-IF.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-RUN-STAMP
           END-STRING.
           STRING FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               INTO WS-RUN-TIME
           END-STRING.
      *    Marking rewrites customers.dat, so a daytime run takes the
      *    run lock and the maintenance screens queue behind it;
      *    under the nightly window the lock already belongs to the
      *    batch driver.
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
           PERFORM MARK-DECEASED-CUSTOMERS.
           OPEN OUTPUT F-CANCEL-REPORT-FILE.
           MOVE SPACES TO CANCEL-REPORT-LINE.
           STRING "DECEASED NOTIFICATION -- CANCELLED PIECES "
               WS-RUN-STAMP
               DELIMITED BY SIZE INTO CANCEL-REPORT-LINE
           END-STRING.
           WRITE CANCEL-REPORT-LINE.
           MOVE SPACES TO CANCEL-REPORT-LINE.
           WRITE CANCEL-REPORT-LINE.
           PERFORM CANCEL-STAGED-PIECES.
           PERFORM CANCEL-DEFERRED-PIECES.
           PERFORM CANCEL-BUDGET-DEFERRED-PIECES.
           PERFORM CANCEL-WAITING-ECARDS.
           PERFORM CANCEL-OPEN-REISSUES.
           COMPUTE WS-CANCEL-TOTAL = WS-STAGED-CANCEL-COUNT +
               WS-DEFERRED-CANCEL-COUNT + WS-BUDGET-CANCEL-COUNT +
               WS-ECARD-CANCEL-COUNT + WS-REISSUE-CANCEL-COUNT.
           MOVE SPACES TO CANCEL-REPORT-LINE.
           WRITE CANCEL-REPORT-LINE.
           MOVE SPACES TO CANCEL-REPORT-LINE.
           STRING "TOTAL PIECES CANCELLED: " WS-CANCEL-TOTAL
               DELIMITED BY SIZE INTO CANCEL-REPORT-LINE
           END-STRING.
           WRITE CANCEL-REPORT-LINE.
           CLOSE F-CANCEL-REPORT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "DECEASED NOTIFY SUMMARY -- NOTICES: "
               WS-DECEASED-COUNT
               " MARKED: " WS-MARKED-COUNT
               " ALREADY MARKED: " WS-ALREADY-MARKED-COUNT
               " NOT ON FILE: " WS-NOT-ON-FILE-COUNT
               " BAD CUSTOMER NUMBER: " WS-BAD-NUMBER-COUNT.
           DISPLAY "DECEASED NOTIFY CANCELLED -- STAGED: "
               WS-STAGED-CANCEL-COUNT
               " DEFERRED: " WS-DEFERRED-CANCEL-COUNT
               " BUDGET: " WS-BUDGET-CANCEL-COUNT
               " E-CARD: " WS-ECARD-CANCEL-COUNT
               " REISSUE: " WS-REISSUE-CANCEL-COUNT.
           IF WS-DECEASED-DROPPED > 0
               DISPLAY "WARNING -- DECEASED TABLE FULL: "
                   WS-DECEASED-DROPPED " NOTICES PAST THE FIRST 500 "
                   "WERE NOT PROCESSED"
           END-IF.
           GOBACK.

           LOAD-DECEASED-TABLE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DECEASED-FILE.
           IF WS-DECEASED-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DECEASED-FILE
                   NOT AT END
                       MOVE "VALIDATE" TO IC-FUNCTION
                       MOVE DECEASED-CUSTOMER-NUMBER TO
                           IC-CUSTOMER-NUMBER
                       CALL "id-check" USING WS-IC-REQUEST
                       IF IC-RESULT NOT = "V"
                           ADD 1 TO WS-BAD-NUMBER-COUNT
                           DISPLAY "DECEASED NOTIFY -- NOTICE SKIPPED: "
                               DECEASED-CUSTOMER-NUMBER " -- "
                               IC-MESSAGE
                       ELSE IF WS-DECEASED-COUNT >= 500
                           ADD 1 TO WS-DECEASED-DROPPED
                       ELSE
                           ADD 1 TO WS-DECEASED-COUNT
                           SET DECEASED-IDX TO WS-DECEASED-COUNT
                           MOVE DECEASED-CUSTOMER-ID TO
                               WS-DECEASED-ID(DECEASED-IDX)
                           MOVE DECEASED-DATE-OF-DEATH TO
                               WS-DECEASED-DATE(DECEASED-IDX)
                           MOVE DECEASED-SOURCE TO
                               WS-DECEASED-SOURCE(DECEASED-IDX)
                           MOVE SPACES TO
                               WS-DECEASED-NAME(DECEASED-IDX)
                       END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-DECEASED-STATUS = "00"
               CLOSE F-DECEASED-FILE
           END-IF.

           MARK-DECEASED-CUSTOMERS SECTION.
      *    A notice for an ID we no longer hold still goes on to the
      *    cancellation passes -- pieces can outlive the master
      *    record by a day or two.
           OPEN I-O F-CUSTOMERS-FILE.
           OPEN EXTEND F-CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-CHANGE-JOURNAL-FILE
           END-IF.
           SET DECEASED-IDX TO 1.
           PERFORM UNTIL DECEASED-IDX > WS-DECEASED-COUNT
               MOVE WS-DECEASED-ID(DECEASED-IDX) TO PERSON-CUSTOMER-ID
               READ F-CUSTOMERS-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                       DISPLAY "DECEASED NOTIFY -- CUSTOMER NOT ON "
                           "FILE: " WS-DECEASED-ID(DECEASED-IDX)
                   NOT INVALID KEY
                       MOVE PERSON-NAME TO
                           WS-DECEASED-NAME(DECEASED-IDX)
                       IF PERSON-IS-DECEASED
                           ADD 1 TO WS-ALREADY-MARKED-COUNT
                       ELSE
                           MOVE PERSON TO WS-CJ-BEFORE
                           MOVE "D" TO PERSON-SUPPRESSED
                           REWRITE PERSON
                           END-REWRITE
                           ADD 1 TO WS-MARKED-COUNT
                           PERFORM WRITE-CHANGE-JOURNAL-LINE
                       END-IF
               END-READ
               SET DECEASED-IDX UP BY 1
           END-PERFORM.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-CHANGE-JOURNAL-FILE.

           WRITE-CHANGE-JOURNAL-LINE SECTION.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE PERSON-CUSTOMER-ID TO CJ-CUSTOMER-ID.
           MOVE "deceased-notify" TO CJ-PROGRAM.
           MOVE WS-RUN-STAMP TO CJ-DATE.
           MOVE WS-RUN-TIME TO CJ-TIME.
           MOVE WS-CJ-BEFORE TO CJ-BEFORE-IMAGE.
           MOVE PERSON TO CJ-AFTER-IMAGE.
           WRITE CHANGE-JOURNAL-RECORD
           END-WRITE.

           FIND-DECEASED-ID SECTION.
           MOVE 0 TO WS-DECEASED-HIT.
           SET DECEASED-IDX TO 1.
           PERFORM UNTIL WS-DECEASED-HIT = 1 OR
               DECEASED-IDX > WS-DECEASED-COUNT
               IF WS-DECEASED-ID(DECEASED-IDX) = WS-CHECK-ID
                   MOVE 1 TO WS-DECEASED-HIT
               ELSE
                   SET DECEASED-IDX UP BY 1
               END-IF
           END-PERFORM.

           CANCEL-STAGED-PIECES SECTION.
      *    Copy-then-replace over the staging file. Only "C" card
      *    lines are dropped; a batch header left with no cards
      *    releases as an empty batch and writes no manifest.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RELEASE-STAGING-FILE.
           IF WS-RELEASE-STAGING-STATUS = "00"
               OPEN OUTPUT F-CANCEL-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RELEASE-STAGING-FILE
                       NOT AT END
                           MOVE 0 TO WS-DECEASED-HIT
                           IF STAGING-RECORD-TYPE = "C"
                               MOVE STAGING-ID TO WS-CHECK-ID
                               PERFORM FIND-DECEASED-ID
                           END-IF
                           IF WS-DECEASED-HIT = 1
                               ADD 1 TO WS-STAGED-CANCEL-COUNT
                               MOVE STAGING-ID TO WS-CANCEL-ID
                               MOVE STAGING-NAME TO WS-CANCEL-NAME
                               MOVE "STAGED FOR RELEASE" TO
                                   WS-CANCEL-WHERE
                               MOVE STAGING-CARD-TYPE TO
                                   WS-CANCEL-CARD-TYPE
                               MOVE SPACES TO WS-CANCEL-DETAIL
                               STRING "BATCH " STAGING-RUN-YEAR "-"
                                   STAGING-RUN-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-CANCEL-DETAIL
                               END-STRING
                               PERFORM WRITE-CANCEL-REPORT-LINE
                           ELSE
                               MOVE STAGING-RECORD TO
                                   CANCEL-WORK-RECORD
                               WRITE CANCEL-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RELEASE-STAGING-FILE
               CLOSE F-CANCEL-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CANCEL-WORK-FILE
               OPEN OUTPUT F-RELEASE-STAGING-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CANCEL-WORK-FILE
                       NOT AT END
                           MOVE CANCEL-WORK-RECORD TO STAGING-RECORD
                           WRITE STAGING-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CANCEL-WORK-FILE
               CLOSE F-RELEASE-STAGING-FILE
           END-IF.

           CANCEL-DEFERRED-PIECES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DEFERRED-CARDS-FILE.
           IF WS-DEFERRED-CARDS-STATUS = "00"
               OPEN OUTPUT F-CANCEL-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DEFERRED-CARDS-FILE
                       NOT AT END
                           MOVE DEFERRED-ID TO WS-CHECK-ID
                           PERFORM FIND-DECEASED-ID
                           IF WS-DECEASED-HIT = 1
                               ADD 1 TO WS-DEFERRED-CANCEL-COUNT
                               MOVE DEFERRED-ID TO WS-CANCEL-ID
                               MOVE DEFERRED-NAME TO WS-CANCEL-NAME
                               MOVE "HELD FOR MAIL HOLD" TO
                                   WS-CANCEL-WHERE
                               MOVE DEFERRED-CARD-TYPE TO
                                   WS-CANCEL-CARD-TYPE
                               MOVE SPACES TO WS-CANCEL-DETAIL
                               IF DEFERRED-CAMPAIGN-CODE NOT = SPACES
                                   STRING "CAMPAIGN "
                                       DEFERRED-CAMPAIGN-CODE
                                       DELIMITED BY SIZE
                                       INTO WS-CANCEL-DETAIL
                                   END-STRING
                               END-IF
                               PERFORM WRITE-CANCEL-REPORT-LINE
                           ELSE
                               MOVE DEFERRED-CARD-RECORD TO
                                   CANCEL-WORK-RECORD
                               WRITE CANCEL-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DEFERRED-CARDS-FILE
               CLOSE F-CANCEL-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CANCEL-WORK-FILE
               OPEN OUTPUT F-DEFERRED-CARDS-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CANCEL-WORK-FILE
                       NOT AT END
                           MOVE CANCEL-WORK-RECORD TO
                               DEFERRED-CARD-RECORD
                           WRITE DEFERRED-CARD-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CANCEL-WORK-FILE
               CLOSE F-DEFERRED-CARDS-FILE
           END-IF.

           CANCEL-BUDGET-DEFERRED-PIECES SECTION.
      *    Cards the postage budget parked are as good as selected --
      *    postage-budget-release would put them on the history files
      *    the day the limit allows.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BUDGET-DEFERRED-FILE.
           IF WS-BUDGET-DEFERRED-STATUS = "00"
               OPEN OUTPUT F-CANCEL-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BUDGET-DEFERRED-FILE
                       NOT AT END
                           MOVE BD-ID TO WS-CHECK-ID
                           PERFORM FIND-DECEASED-ID
                           IF WS-DECEASED-HIT = 1
                               ADD 1 TO WS-BUDGET-CANCEL-COUNT
                               MOVE BD-ID TO WS-CANCEL-ID
                               MOVE BD-NAME TO WS-CANCEL-NAME
                               MOVE "HELD FOR BUDGET" TO
                                   WS-CANCEL-WHERE
                               MOVE BD-CARD-TYPE TO
                                   WS-CANCEL-CARD-TYPE
                               MOVE SPACES TO WS-CANCEL-DETAIL
                               IF BD-CAMPAIGN-CODE NOT = SPACES
                                   STRING "CAMPAIGN " BD-CAMPAIGN-CODE
                                       DELIMITED BY SIZE
                                       INTO WS-CANCEL-DETAIL
                                   END-STRING
                               ELSE
                                   STRING "PARKED " BD-DEFERRED-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-CANCEL-DETAIL
                                   END-STRING
                               END-IF
                               PERFORM WRITE-CANCEL-REPORT-LINE
                           ELSE
                               MOVE BUDGET-DEFERRED-RECORD TO
                                   CANCEL-WORK-RECORD
                               WRITE CANCEL-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUDGET-DEFERRED-FILE
               CLOSE F-CANCEL-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CANCEL-WORK-FILE
               OPEN OUTPUT F-BUDGET-DEFERRED-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CANCEL-WORK-FILE
                       NOT AT END
                           MOVE CANCEL-WORK-RECORD TO
                               BUDGET-DEFERRED-RECORD
                           WRITE BUDGET-DEFERRED-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CANCEL-WORK-FILE
               CLOSE F-BUDGET-DEFERRED-FILE
           END-IF.

           CANCEL-WAITING-ECARDS SECTION.
      *    Only e-cards still waiting are pulled; a line ecard-deliver
      *    has already delivered or sent to print is history and
      *    stays.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ECARD-EXTRACT-FILE.
           IF WS-ECARD-EXTRACT-STATUS = "00"
               OPEN OUTPUT F-CANCEL-WORK-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ECARD-EXTRACT-FILE
                       NOT AT END
                           MOVE 0 TO WS-DECEASED-HIT
                           IF ECARD-DELIVERY-FLAG = SPACE
                               MOVE ECARD-CUSTOMER-ID TO WS-CHECK-ID
                               PERFORM FIND-DECEASED-ID
                           END-IF
                           IF WS-DECEASED-HIT = 1
                               ADD 1 TO WS-ECARD-CANCEL-COUNT
                               MOVE ECARD-CUSTOMER-ID TO WS-CANCEL-ID
                               MOVE ECARD-NAME TO WS-CANCEL-NAME
                               MOVE "E-CARD WAITING" TO
                                   WS-CANCEL-WHERE
                               MOVE ECARD-CARD-TYPE TO
                                   WS-CANCEL-CARD-TYPE
                               MOVE SPACES TO WS-CANCEL-DETAIL
                               STRING "SERIAL " ECARD-SERIAL
                                   DELIMITED BY SIZE
                                   INTO WS-CANCEL-DETAIL
                               END-STRING
                               PERFORM WRITE-CANCEL-REPORT-LINE
                           ELSE
                               MOVE ECARD-EXTRACT-RECORD TO
                                   CANCEL-WORK-RECORD
                               WRITE CANCEL-WORK-RECORD
                               END-WRITE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ECARD-EXTRACT-FILE
               CLOSE F-CANCEL-WORK-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-CANCEL-WORK-FILE
               OPEN OUTPUT F-ECARD-EXTRACT-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CANCEL-WORK-FILE
                       NOT AT END
                           MOVE CANCEL-WORK-RECORD TO
                               ECARD-EXTRACT-RECORD
                           WRITE ECARD-EXTRACT-RECORD
                           END-WRITE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CANCEL-WORK-FILE
               CLOSE F-ECARD-EXTRACT-FILE
           END-IF.

           CANCEL-OPEN-REISSUES SECTION.
      *    A spoiled serial is an open reissue until card-void-reissue
      *    has flagged its manifest detail line V. For a deceased
      *    customer the void is done here -- detail line flagged,
      *    void register written, so the reconcile and the scorecard
      *    see it as they would any spoilage -- and the serial comes
      *    off the spoilage feed so no replacement is ever printed.
           PERFORM LOAD-SPOILAGE-TABLE.
           IF WS-SPOIL-COUNT > 0
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-MANIFEST-DETAIL-FILE
               IF WS-MANIFEST-DETAIL-STATUS = "00"
                   OPEN OUTPUT F-CANCEL-WORK-FILE
                   OPEN EXTEND F-VOID-REGISTER-FILE
                   IF WS-VOID-REGISTER-STATUS = "35"
                       OPEN OUTPUT F-VOID-REGISTER-FILE
                   END-IF
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-MANIFEST-DETAIL-FILE
                           NOT AT END
                               PERFORM CHECK-ONE-DETAIL-LINE
                               MOVE MANIFEST-DETAIL-RECORD TO
                                   CANCEL-WORK-RECORD
                               WRITE CANCEL-WORK-RECORD
                               END-WRITE
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-MANIFEST-DETAIL-FILE
                   CLOSE F-CANCEL-WORK-FILE
                   CLOSE F-VOID-REGISTER-FILE
                   MOVE 0 TO WS-FILE-IS-ENDED
                   OPEN INPUT F-CANCEL-WORK-FILE
                   OPEN OUTPUT F-MANIFEST-DETAIL-FILE
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-CANCEL-WORK-FILE
                           NOT AT END
                               MOVE CANCEL-WORK-RECORD TO
                                   MANIFEST-DETAIL-RECORD
                               WRITE MANIFEST-DETAIL-RECORD
                               END-WRITE
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-CANCEL-WORK-FILE
                   CLOSE F-MANIFEST-DETAIL-FILE
               END-IF
           END-IF.
           IF WS-REISSUE-CANCEL-COUNT > 0
               PERFORM DROP-CANCELLED-SPOILAGE
           END-IF.

           LOAD-SPOILAGE-TABLE SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOILAGE-FILE.
           IF WS-SPOILAGE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1 OR WS-SPOIL-COUNT >= 500
               READ F-SPOILAGE-FILE
                   NOT AT END
                       ADD 1 TO WS-SPOIL-COUNT
                       SET SPOIL-IDX TO WS-SPOIL-COUNT
                       MOVE SPOIL-SERIAL TO WS-SPOIL-SERIAL(SPOIL-IDX)
                       MOVE SPOIL-VENDOR TO WS-SPOIL-VENDOR(SPOIL-IDX)
                       MOVE SPOIL-DATE TO WS-SPOIL-DATE(SPOIL-IDX)
                       MOVE "N" TO WS-SPOIL-CANCELLED(SPOIL-IDX)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SPOILAGE-STATUS = "00"
               CLOSE F-SPOILAGE-FILE
           END-IF.

           CHECK-ONE-DETAIL-LINE SECTION.
           IF MANIFEST-DETAIL-VOID-FLAG NOT = "V"
               MOVE MANIFEST-DETAIL-CUSTOMER-ID TO WS-CHECK-ID
               PERFORM FIND-DECEASED-ID
               IF WS-DECEASED-HIT = 1
                   MOVE 0 TO WS-SPOIL-HIT
                   SET SPOIL-IDX TO 1
                   PERFORM UNTIL WS-SPOIL-HIT = 1 OR
                       SPOIL-IDX > WS-SPOIL-COUNT
                       IF WS-SPOIL-SERIAL(SPOIL-IDX) =
                           MANIFEST-DETAIL-SERIAL
                           MOVE 1 TO WS-SPOIL-HIT
                       ELSE
                           SET SPOIL-IDX UP BY 1
                       END-IF
                   END-PERFORM
                   IF WS-SPOIL-HIT = 1
                       PERFORM VOID-DECEASED-REISSUE
                   END-IF
               END-IF
           END-IF.

           VOID-DECEASED-REISSUE SECTION.
           MOVE "V" TO MANIFEST-DETAIL-VOID-FLAG.
           MOVE "Y" TO WS-SPOIL-CANCELLED(SPOIL-IDX).
           ADD 1 TO WS-REISSUE-CANCEL-COUNT.
           MOVE SPACES TO VOID-REGISTER-RECORD.
           MOVE MANIFEST-DETAIL-SERIAL TO VOID-SERIAL.
           MOVE MANIFEST-DETAIL-CARD-TYPE TO VOID-CARD-TYPE.
           MOVE MANIFEST-DETAIL-CUSTOMER-ID TO VOID-CUSTOMER-ID.
           MOVE WS-SPOIL-VENDOR(SPOIL-IDX) TO VOID-VENDOR.
           IF WS-SPOIL-DATE(SPOIL-IDX) = SPACES
               MOVE WS-RUN-STAMP TO VOID-DATE
           ELSE
               MOVE WS-SPOIL-DATE(SPOIL-IDX) TO VOID-DATE
           END-IF.
           MOVE MANIFEST-DETAIL-RUN-DATE TO VOID-BATCH-DATE.
           MOVE MANIFEST-DETAIL-RUN-YEAR TO VOID-BATCH-YEAR.
           WRITE VOID-REGISTER-RECORD
           END-WRITE.
           MOVE MANIFEST-DETAIL-CUSTOMER-ID TO WS-CANCEL-ID.
           MOVE WS-DECEASED-NAME(DECEASED-IDX) TO WS-CANCEL-NAME.
           MOVE "SPOILED, NO REISSUE" TO WS-CANCEL-WHERE.
           MOVE MANIFEST-DETAIL-CARD-TYPE TO WS-CANCEL-CARD-TYPE.
           MOVE SPACES TO WS-CANCEL-DETAIL.
           STRING "SERIAL " MANIFEST-DETAIL-SERIAL " VENDOR "
               WS-SPOIL-VENDOR(SPOIL-IDX)
               DELIMITED BY SIZE INTO WS-CANCEL-DETAIL
           END-STRING.
           PERFORM WRITE-CANCEL-REPORT-LINE.

           DROP-CANCELLED-SPOILAGE SECTION.
      *    Re-read rather than rewrite from the table, so spoilage
      *    lines past the table's limit are carried through intact.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOILAGE-FILE.
           OPEN OUTPUT F-CANCEL-WORK-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOILAGE-FILE
                   NOT AT END
                       MOVE 0 TO WS-SPOIL-HIT
                       SET SPOIL-IDX TO 1
                       PERFORM UNTIL WS-SPOIL-HIT = 1 OR
                           SPOIL-IDX > WS-SPOIL-COUNT
                           IF WS-SPOIL-SERIAL(SPOIL-IDX) =
                               SPOIL-SERIAL AND
                               WS-SPOIL-CANCELLED(SPOIL-IDX) = "Y"
                               MOVE 1 TO WS-SPOIL-HIT
                           ELSE
                               SET SPOIL-IDX UP BY 1
                           END-IF
                       END-PERFORM
                       IF WS-SPOIL-HIT = 0
                           MOVE SPOILAGE-RECORD TO CANCEL-WORK-RECORD
                           WRITE CANCEL-WORK-RECORD
                           END-WRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SPOILAGE-FILE.
           CLOSE F-CANCEL-WORK-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CANCEL-WORK-FILE.
           OPEN OUTPUT F-SPOILAGE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CANCEL-WORK-FILE
                   NOT AT END
                       MOVE CANCEL-WORK-RECORD TO SPOILAGE-RECORD
                       WRITE SPOILAGE-RECORD
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-CANCEL-WORK-FILE.
           CLOSE F-SPOILAGE-FILE.

           WRITE-CANCEL-REPORT-LINE SECTION.
           MOVE SPACES TO CANCEL-REPORT-LINE.
           STRING WS-CANCEL-ID " " WS-CANCEL-NAME " "
               WS-CANCEL-WHERE " " WS-CANCEL-CARD-TYPE " "
               WS-CANCEL-DETAIL
               DELIMITED BY SIZE INTO CANCEL-REPORT-LINE
           END-STRING.
           WRITE CANCEL-REPORT-LINE
           END-WRITE.

           ACQUIRE-RUN-LOCK SECTION.
           MOVE 0 TO WS-LOCK-TAKEN.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS = "00"
               MOVE SPACES TO WS-LOCK-HOLDER-SEEN
               READ F-RUN-LOCK-FILE
                   NOT AT END
                       MOVE RUN-LOCK-HOLDER TO WS-LOCK-HOLDER-SEEN
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "DECEASED NOTIFY -- RUN LOCK HELD BY "
                   WS-LOCK-HOLDER-SEEN "; NOT STARTING. IF THAT RUN "
                   "CRASHED, OVERRIDE IT FROM batch-console."
           ELSE
               OPEN OUTPUT F-RUN-LOCK-FILE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE "deceased-notify" TO RUN-LOCK-HOLDER
               MOVE WS-RUN-STAMP TO RUN-LOCK-DATE
               MOVE WS-RUN-TIME TO RUN-LOCK-TIME
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
