             ACCESS MODE IS DYNAMIC
             RECORD KEY IS GS-PLAYER-NAME
             FILE STATUS IS WS-GAME-STATS-STATUS.
           SELECT F-LIB-INDEX-FILE ASSIGN TO "library-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIB-INDEX-STATUS.
           SELECT F-ATTACHMENTS-FILE ASSIGN TO
             "bbs-post-attachments.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ATTACHMENTS-STATUS.
           SELECT F-SWEEP-WORK-FILE ASSIGN TO
             "integrity-sweep-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           01 GAME-STATS-RECORD.
              05 GS-PLAYER-NAME PIC X(10).
              05 GS-BODY PIC X(44).
           FD F-LIB-INDEX-FILE.
           01 LIB-INDEX-RECORD.
              05 LIB-DOC-ID PIC 9(5).
              05 LIB-DOC-BODY PIC X(85).
           FD F-ATTACHMENTS-FILE.
           01 ATTACHMENT-RECORD.
              05 ATT-MESSAGE-ID PIC 9(7).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DOC-ID PIC 9(5).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-ATTACHED-BY PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 ATT-DATE PIC X(10).
           FD F-SWEEP-WORK-FILE.
           01 SWEEP-WORK-RECORD PIC X(231).
           FD F-SWEEP-REPORT-FILE.
           01 WS-SUBSCRIPTIONS-STATUS PIC XX.
           01 WS-BLOCK-LIST-STATUS PIC XX.
           01 WS-GAME-STATS-STATUS PIC XX.
           01 WS-LIB-INDEX-STATUS PIC XX.
           01 WS-ATTACHMENTS-STATUS PIC XX.
           01 WS-REPAIR-MODE PIC 9 VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
           01 WS-REPAIRED-COUNT PIC 9(5) VALUE 0.
      *    The reference sets, loaded once: every live poll
      *    question, every username, every category seen on the
      *    board or in the archive, every message ID either
      *    place, and every library document ID -- what the
      *    dependent files are checked against.
           01 WS-POLLQ-COUNT PIC 99 VALUE 0.
           01 WS-POLLQ-TABLE.
               05 WS-POLLQ OCCURS 50 TIMES
               05 WS-MSGID-ENTRY OCCURS 800 TIMES
               INDEXED BY MSGID-IDX.
                   10 WS-MSGID PIC 9(7).
           01 WS-DOCID-COUNT PIC 9(4) VALUE 0.
           01 WS-DOCID-TABLE.
               05 WS-DOCID-ENTRY OCCURS 800 TIMES
               INDEXED BY DOCID-IDX.
                   10 WS-DOCID PIC 9(5).
           01 WS-DOCIDS-LOADED PIC 9 VALUE 0.
           01 WS-TABLES-FULL PIC 9 VALUE 0.
           01 WS-FOUND PIC 9.
           01 WS-DROP-THIS PIC 9.
           01 WS-CHECK-KEY PIC X(60).
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
      *    Nobody had ever verified the board's files agree with
      *    each other. This cross-checks every reference -- votes
      *    to polls, subscriptions to categories, private messages
      *    to members, replies to parents, block lists and game
      *    stats to accounts, post attachments to library
      *    documents -- names each orphan with its file and
      *    key, and in REPAIR mode removes it (or, for a reply
      *    whose parent is gone, re-points it to top level).
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "bbs-integrity-sweep" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "users.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "messages.dat" TO LS-FILE-NAME(2).
           MOVE 2 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT F-SWEEP-CONTROL-FILE.
           IF WS-SWEEP-CONTROL-STATUS = "00"
               READ F-SWEEP-CONTROL-FILE
           PERFORM CHECK-BLOCK-LIST.
           PERFORM CHECK-GAME-STATS.
           PERFORM CHECK-REPLY-PARENTS.
           PERFORM CHECK-POST-ATTACHMENTS.
           IF WS-ORPHAN-COUNT = 0
               MOVE "EVERY CROSS-FILE REFERENCE CHECKS CLEAN" TO
                   SWEEP-REPORT-LINE
               CLOSE F-MESSAGE-ARCHIVE-FILE
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LIB-INDEX-FILE.
           IF WS-LIB-INDEX-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               MOVE 1 TO WS-DOCIDS-LOADED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIB-INDEX-FILE
                   NOT AT END
                       IF WS-DOCID-COUNT < 800
                           ADD 1 TO WS-DOCID-COUNT
                           SET DOCID-IDX TO WS-DOCID-COUNT
                           MOVE LIB-DOC-ID TO WS-DOCID(DOCID-IDX)
                       ELSE
                           MOVE 1 TO WS-TABLES-FULL
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-LIB-INDEX-STATUS = "00" OR WS-LIB-INDEX-STATUS = "10"
               CLOSE F-LIB-INDEX-FILE
           END-IF.

           NOTE-MESSAGE-KEYS SECTION.
           IF WS-MSGID-COUNT < 800
               ADD 1 TO WS-MSGID-COUNT
           IF WS-MESSAGE-STATUS = "00" OR WS-MESSAGE-STATUS = "10"
               CLOSE F-MESSAGE-FILE
           END-IF.

           CHECK-POST-ATTACHMENTS SECTION.
      *    An attachment line is an orphan when its post is on
      *    neither the board nor the archive, or when the library
      *    document it names has been retired. Without a library
      *    index to check against, only the post side is checked.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ATTACHMENTS-FILE.
           IF WS-ATTACHMENTS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
               OPEN OUTPUT F-SWEEP-WORK-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ATTACHMENTS-FILE
                   NOT AT END
                       MOVE 0 TO WS-DROP-THIS
                       MOVE 0 TO WS-FOUND
                       SET MSGID-IDX TO 1
                       PERFORM UNTIL WS-FOUND = 1 OR
                           MSGID-IDX > WS-MSGID-COUNT
                           IF WS-MSGID(MSGID-IDX) = ATT-MESSAGE-ID
                               MOVE 1 TO WS-FOUND
                           ELSE
                               SET MSGID-IDX UP BY 1
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = 0
                           MOVE 1 TO WS-DROP-THIS
                           MOVE SPACES TO SWEEP-REPORT-LINE
                           STRING "bbs-post-attachments.dat: "
                               "DOCUMENT " ATT-DOC-ID
                               " ATTACHED TO MISSING POST "
                               ATT-MESSAGE-ID
                               DELIMITED BY SIZE
                               INTO SWEEP-REPORT-LINE
                           END-STRING
                           PERFORM WRITE-ORPHAN-LINE
                       ELSE IF WS-DOCIDS-LOADED = 1
                           MOVE 0 TO WS-FOUND
                           SET DOCID-IDX TO 1
                           PERFORM UNTIL WS-FOUND = 1 OR
                               DOCID-IDX > WS-DOCID-COUNT
                               IF WS-DOCID(DOCID-IDX) = ATT-DOC-ID
                                   MOVE 1 TO WS-FOUND
                               ELSE
                                   SET DOCID-IDX UP BY 1
                               END-IF
                           END-PERFORM
                           IF WS-FOUND = 0
                               MOVE 1 TO WS-DROP-THIS
                               MOVE SPACES TO SWEEP-REPORT-LINE
                               STRING "bbs-post-attachments.dat: "
                                   "POST " ATT-MESSAGE-ID
                                   " ATTACHES DELETED DOCUMENT "
                                   ATT-DOC-ID
                                   DELIMITED BY SIZE
                                   INTO SWEEP-REPORT-LINE
                               END-STRING
                               PERFORM WRITE-ORPHAN-LINE
                           END-IF
                       END-IF
                       END-IF
                       IF WS-DROP-THIS = 1 AND WS-REPAIR-MODE = 1
                           ADD 1 TO WS-REPAIRED-COUNT
                       ELSE
                           MOVE ATTACHMENT-RECORD TO
                               SWEEP-WORK-RECORD
                           WRITE SWEEP-WORK-RECORD
                           END-WRITE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ATTACHMENTS-STATUS = "00" OR
               WS-ATTACHMENTS-STATUS = "10"
               CLOSE F-ATTACHMENTS-FILE
               CLOSE F-SWEEP-WORK-FILE
               IF WS-REPAIR-MODE = 1 AND WS-TABLES-FULL = 0
                   MOVE 0 TO WS-FILE-IS-ENDED
                   OPEN INPUT F-SWEEP-WORK-FILE
                   OPEN OUTPUT F-ATTACHMENTS-FILE
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-SWEEP-WORK-FILE
                           NOT AT END
                               MOVE SWEEP-WORK-RECORD TO
                                   ATTACHMENT-RECORD
                               WRITE ATTACHMENT-RECORD
                               END-WRITE
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-SWEEP-WORK-FILE
                   CLOSE F-ATTACHMENTS-FILE
               END-IF
           END-IF.
