       IDENTIFICATION DIVISION.
       PROGRAM-ID. card-notices.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-MANIFEST-DETAIL-FILE ASSIGN TO
             "card-batch-manifest-detail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-DETAIL-STATUS.
           SELECT F-DELIVERY-STATUS-FILE ASSIGN TO
             "delivery-status.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DELIVERY-STATUS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO 'users.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-PM-FILE ASSIGN TO "private-messages.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PM-STATUS.
           SELECT F-BLOCK-LIST-FILE ASSIGN TO "block-list.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BLOCK-LIST-STATUS.
           SELECT F-ADMIN-COMMANDS-FILE ASSIGN TO
             "admin-commands.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADMIN-COMMANDS-STATUS.
           SELECT F-CARD-NOTICE-SETTINGS-FILE ASSIGN TO
             "card-notice-settings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARD-NOTICE-SETTINGS-STATUS.
           SELECT F-CARD-NOTICE-LOG-FILE ASSIGN TO
             "card-notice-log.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CNL-KEY
             FILE STATUS IS WS-CARD-NOTICE-LOG-STATUS.
           SELECT F-MAIL-LEAD-CONTROL-FILE ASSIGN TO
             "mail-lead-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAIL-LEAD-CONTROL-STATUS.
       DATA DIVISION.
           FILE SECTION.
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
           FD F-DELIVERY-STATUS-FILE.
           01 DELIVERY-STATUS-RECORD.
               05 DLV-SERIAL PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 DLV-CARD-TYPE PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 DLV-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 DLV-STATE PIC XX.
               05 FILLER PIC X VALUE SPACE.
               05 DLV-MAILED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 DLV-DELIVERED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 DLV-STATUS PIC X(10).
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
           FD F-BLOCK-LIST-FILE.
           01 BLOCK-LIST-RECORD.
              05 BLOCK-OWNER PIC X(10).
              05 BLOCK-BLOCKED PIC X(10).
           FD F-ADMIN-COMMANDS-FILE.
      *    A CLOSE or DISABLE still waiting for the sysop's run is
      *    as good as done as far as these notices are concerned.
           01 ADMIN-COMMAND-RECORD.
              05 ADMIN-ACTION PIC X(9).
              05 FILLER PIC X VALUE SPACE.
              05 ADMIN-TARGET-USER PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 ADMIN-SYSOP PIC X(10).
           FD F-CARD-NOTICE-SETTINGS-FILE.
      *    The members' on/off choice from their profile; the latest
      *    line for a member stands, no line means on.
           01 CARD-NOTICE-SETTING-RECORD.
              05 CNS-USERNAME PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 CNS-NOTICES PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 CNS-DATE PIC X(10).
           FD F-CARD-NOTICE-LOG-FILE.
      *    One record per notice sent, keyed by piece serial and
      *    kind (M mailed, D delivered), so no piece is announced
      *    twice however often its lines are read.
           01 CARD-NOTICE-LOG-RECORD.
              05 CNL-KEY.
                 10 CNL-SERIAL PIC 9(9).
                 10 CNL-KIND PIC X.
              05 FILLER PIC X VALUE SPACE.
              05 CNL-SENT-DATE PIC X(10).
           FD F-MAIL-LEAD-CONTROL-FILE.
           01 MAIL-LEAD-CONTROL-RECORD.
               05 MAIL-LEAD-CONTROL-DAYS PIC 99.
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-MANIFEST-DETAIL-STATUS PIC XX.
           01 WS-DELIVERY-STATUS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-PM-STATUS PIC XX.
           01 WS-BLOCK-LIST-STATUS PIC XX.
           01 WS-ADMIN-COMMANDS-STATUS PIC XX.
           01 WS-CARD-NOTICE-SETTINGS-STATUS PIC XX.
           01 WS-CARD-NOTICE-LOG-STATUS PIC XX.
           01 WS-MAIL-LEAD-CONTROL-STATUS PIC XX.
      *    The days a card is put in the mail ahead of its date;
      *    the mailed notice quotes arrival that many days on, or
      *    the standing five when no allowance is set.
           77 WS-MAIL-LEAD-DAYS PIC 99 VALUE 5.
      *    Only lines from the last week are announced, so the first
      *    run does not send a member their whole card history.
           77 WS-LOOKBACK-DAYS PIC 99 VALUE 7.
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-CUTOFF-STAMP PIC X(10).
           01 WS-PIECE-DATE PIC X(10).
           01 WS-ARRIVAL-DATE PIC X(10).
           01 WS-NOTICE-KIND PIC X.
           01 WS-NOTICE-SERIAL PIC 9(9).
           01 WS-NOTICE-CUSTOMER-ID PIC 9(7).
           01 WS-NOTICE-CARD-TYPE PIC X(12).
           01 WS-ALREADY-SENT PIC 9.
           01 WS-MAILED-SENT PIC 9(5) VALUE 0.
           01 WS-DELIVERED-SENT PIC 9(5) VALUE 0.
           01 WS-HELD-BACK PIC 9(5) VALUE 0.
      *    Every member with a linked customer ID, and whether they
      *    can be sent a notice tonight: N when the account is
      *    locked, queued to close or disable, has switched the
      *    notices off, or has blocked the card team.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 2000 TIMES
               INDEXED BY MEM-IDX.
                   10 WS-MEM-USERNAME PIC X(10).
                   10 WS-MEM-CUSTOMER-ID PIC 9(7).
                   10 WS-MEM-NOTIFY PIC X.
                   10 WS-MEM-HELD-REASON PIC X(8).
           01 WS-MEMBER-FOUND PIC 9.
           01 WS-FIND-USERNAME PIC X(10).
      *    Request area for the shared date-services subprogram.
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
      *    Linked members used to learn about a card only by going
      *    to look in My cards, and the rest rang to ask. Each night
      *    this tells them: a private message when a card of theirs
      *    is released to the mail, with the card type and when to
      *    expect it, and another when the scan feed has it
      *    delivered. A member who has switched the notices off,
      *    blocked the card team, or whose account is locked or on
      *    its way out is passed over.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "card-notices" TO LS-PROGRAM.
           MOVE 2 TO LS-FILE-COUNT.
           MOVE "users.dat" TO LS-FILE-NAME(1).
           MOVE 2 TO LS-VERSION(1).
           MOVE "card-batch-manifest-detail.dat" TO LS-FILE-NAME(2).
           MOVE 1 TO LS-VERSION(2).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE "ADDDAYS" TO DS-FUNCTION.
           COMPUTE DS-DAY-COUNT = 0 - WS-LOOKBACK-DAYS.
           CALL "date-services" USING WS-DS-REQUEST.
           STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
               DELIMITED BY SIZE INTO WS-CUTOFF-STAMP
           END-STRING.
           PERFORM LOAD-MAIL-LEAD-DAYS.
           PERFORM LOAD-LINKED-MEMBERS.
           PERFORM APPLY-NOTICE-SETTINGS.
           PERFORM APPLY-PENDING-CLOSURES.
           PERFORM APPLY-BLOCK-LIST.
           OPEN I-O F-CARD-NOTICE-LOG-FILE.
           IF WS-CARD-NOTICE-LOG-STATUS = "35"
               OPEN OUTPUT F-CARD-NOTICE-LOG-FILE
               CLOSE F-CARD-NOTICE-LOG-FILE
               OPEN I-O F-CARD-NOTICE-LOG-FILE
           END-IF.
           OPEN EXTEND F-PM-FILE.
           IF WS-PM-STATUS = "35"
               OPEN OUTPUT F-PM-FILE
           END-IF.
           PERFORM NOTICE-MAILED-PIECES.
           PERFORM NOTICE-DELIVERED-PIECES.
           CLOSE F-CARD-NOTICE-LOG-FILE.
           CLOSE F-PM-FILE.
           DISPLAY "CARD NOTICES SUMMARY -- LINKED MEMBERS: "
               WS-MEMBER-COUNT
               " MAILED SENT: " WS-MAILED-SENT
               " DELIVERED SENT: " WS-DELIVERED-SENT
               " HELD BACK: " WS-HELD-BACK.
           GOBACK.

           LOAD-MAIL-LEAD-DAYS SECTION.
           OPEN INPUT F-MAIL-LEAD-CONTROL-FILE.
           IF WS-MAIL-LEAD-CONTROL-STATUS = "00"
               READ F-MAIL-LEAD-CONTROL-FILE
                   NOT AT END
                       IF MAIL-LEAD-CONTROL-DAYS NUMERIC AND
                           MAIL-LEAD-CONTROL-DAYS > 0
                           MOVE MAIL-LEAD-CONTROL-DAYS TO
                               WS-MAIL-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE F-MAIL-LEAD-CONTROL-FILE
           END-IF.

           LOAD-LINKED-MEMBERS SECTION.
      *    users.dat is keyed by name, not customer ID, so the
      *    linked members are gathered in one browse up front.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-CUSTOMER-ID NUMERIC AND
                           USER-CUSTOMER-ID > 0 AND
                           WS-MEMBER-COUNT < 2000
                           ADD 1 TO WS-MEMBER-COUNT
                           SET MEM-IDX TO WS-MEMBER-COUNT
                           MOVE USERNAME TO WS-MEM-USERNAME(MEM-IDX)
                           MOVE USER-CUSTOMER-ID TO
                               WS-MEM-CUSTOMER-ID(MEM-IDX)
                           MOVE "Y" TO WS-MEM-NOTIFY(MEM-IDX)
                           MOVE SPACES TO WS-MEM-HELD-REASON(MEM-IDX)
                           IF USER-LOCKED = "Y"
                               MOVE "N" TO WS-MEM-NOTIFY(MEM-IDX)
                               MOVE "LOCKED" TO
                                   WS-MEM-HELD-REASON(MEM-IDX)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-USERS-STATUS = "00" OR WS-USERS-STATUS = "10"
               CLOSE F-USERS-FILE
           END-IF.

           APPLY-NOTICE-SETTINGS SECTION.
      *    Read front to back, so each member ends on their latest
      *    choice. A locked account stays held whatever it says.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CARD-NOTICE-SETTINGS-FILE.
           IF WS-CARD-NOTICE-SETTINGS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CARD-NOTICE-SETTINGS-FILE
                   NOT AT END
                       MOVE CNS-USERNAME TO WS-FIND-USERNAME
                       PERFORM FIND-MEMBER-BY-NAME
                       IF WS-MEMBER-FOUND = 1 AND
                           WS-MEM-HELD-REASON(MEM-IDX) NOT = "LOCKED"
                           IF CNS-NOTICES = "N"
                               MOVE "N" TO WS-MEM-NOTIFY(MEM-IDX)
                               MOVE "OFF" TO
                                   WS-MEM-HELD-REASON(MEM-IDX)
                           ELSE
                               MOVE "Y" TO WS-MEM-NOTIFY(MEM-IDX)
                               MOVE SPACES TO
                                   WS-MEM-HELD-REASON(MEM-IDX)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-CARD-NOTICE-SETTINGS-STATUS = "00" OR
               WS-CARD-NOTICE-SETTINGS-STATUS = "10"
               CLOSE F-CARD-NOTICE-SETTINGS-FILE
           END-IF.

           APPLY-PENDING-CLOSURES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ADMIN-COMMANDS-FILE.
           IF WS-ADMIN-COMMANDS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ADMIN-COMMANDS-FILE
                   NOT AT END
                       IF ADMIN-ACTION = "CLOSE" OR
                           ADMIN-ACTION = "DISABLE"
                           MOVE ADMIN-TARGET-USER TO WS-FIND-USERNAME
                           PERFORM FIND-MEMBER-BY-NAME
                           IF WS-MEMBER-FOUND = 1
                               MOVE "N" TO WS-MEM-NOTIFY(MEM-IDX)
                               MOVE "CLOSING" TO
                                   WS-MEM-HELD-REASON(MEM-IDX)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-ADMIN-COMMANDS-STATUS = "00" OR
               WS-ADMIN-COMMANDS-STATUS = "10"
               CLOSE F-ADMIN-COMMANDS-FILE
           END-IF.

           APPLY-BLOCK-LIST SECTION.
      *    A member who has blocked the card team's name gets
      *    nothing from it, the same as any other blocked sender.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BLOCK-LIST-FILE.
           IF WS-BLOCK-LIST-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BLOCK-LIST-FILE
                   NOT AT END
                       IF BLOCK-BLOCKED = "cardteam"
                           MOVE BLOCK-OWNER TO WS-FIND-USERNAME
                           PERFORM FIND-MEMBER-BY-NAME
                           IF WS-MEMBER-FOUND = 1
                               MOVE "N" TO WS-MEM-NOTIFY(MEM-IDX)
                               MOVE "BLOCKED" TO
                                   WS-MEM-HELD-REASON(MEM-IDX)
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-BLOCK-LIST-STATUS = "00" OR
               WS-BLOCK-LIST-STATUS = "10"
               CLOSE F-BLOCK-LIST-FILE
           END-IF.

           FIND-MEMBER-BY-NAME SECTION.
           MOVE 0 TO WS-MEMBER-FOUND.
           SET MEM-IDX TO 1.
           PERFORM UNTIL WS-MEMBER-FOUND = 1 OR
               MEM-IDX > WS-MEMBER-COUNT
               IF WS-MEM-USERNAME(MEM-IDX) = WS-FIND-USERNAME
                   MOVE 1 TO WS-MEMBER-FOUND
               ELSE
                   SET MEM-IDX UP BY 1
               END-IF
           END-PERFORM.

           FIND-MEMBER-BY-CUSTOMER SECTION.
           MOVE 0 TO WS-MEMBER-FOUND.
           SET MEM-IDX TO 1.
           PERFORM UNTIL WS-MEMBER-FOUND = 1 OR
               MEM-IDX > WS-MEMBER-COUNT
               IF WS-MEM-CUSTOMER-ID(MEM-IDX) = WS-NOTICE-CUSTOMER-ID
                   MOVE 1 TO WS-MEMBER-FOUND
               ELSE
                   SET MEM-IDX UP BY 1
               END-IF
           END-PERFORM.

           NOTICE-MAILED-PIECES SECTION.
      *    A serial on the manifest detail is a piece released to
      *    the vendor for the mail; a voided one never went.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MANIFEST-DETAIL-FILE.
           IF WS-MANIFEST-DETAIL-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MANIFEST-DETAIL-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PIECE-DATE
                       STRING MANIFEST-DETAIL-RUN-YEAR "-"
                           MANIFEST-DETAIL-RUN-DATE
                           DELIMITED BY SIZE INTO WS-PIECE-DATE
                       END-STRING
                       IF MANIFEST-DETAIL-VOID-FLAG NOT = "V" AND
                           WS-PIECE-DATE NOT < WS-CUTOFF-STAMP
                           MOVE "M" TO WS-NOTICE-KIND
                           MOVE MANIFEST-DETAIL-SERIAL TO
                               WS-NOTICE-SERIAL
                           MOVE MANIFEST-DETAIL-CUSTOMER-ID TO
                               WS-NOTICE-CUSTOMER-ID
                           MOVE MANIFEST-DETAIL-CARD-TYPE TO
                               WS-NOTICE-CARD-TYPE
                           PERFORM SEND-ONE-NOTICE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MANIFEST-DETAIL-STATUS = "00" OR
               WS-MANIFEST-DETAIL-STATUS = "10"
               CLOSE F-MANIFEST-DETAIL-FILE
           END-IF.

           NOTICE-DELIVERED-PIECES SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DELIVERY-STATUS-FILE.
           IF WS-DELIVERY-STATUS-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DELIVERY-STATUS-FILE
                   NOT AT END
                       IF DLV-STATUS = "DELIVERED" AND
                           DLV-DELIVERED-DATE NOT < WS-CUTOFF-STAMP
                           MOVE "D" TO WS-NOTICE-KIND
                           MOVE DLV-SERIAL TO WS-NOTICE-SERIAL
                           MOVE DLV-CUSTOMER-ID TO
                               WS-NOTICE-CUSTOMER-ID
                           MOVE DLV-CARD-TYPE TO WS-NOTICE-CARD-TYPE
                           MOVE DLV-DELIVERED-DATE TO WS-PIECE-DATE
                           PERFORM SEND-ONE-NOTICE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-DELIVERY-STATUS-STATUS = "00" OR
               WS-DELIVERY-STATUS-STATUS = "10"
               CLOSE F-DELIVERY-STATUS-FILE
           END-IF.

           SEND-ONE-NOTICE SECTION.
      *    A held-back piece is not logged, so a member who turns
      *    the notices back on within the week still hears of it.
           PERFORM FIND-MEMBER-BY-CUSTOMER.
           IF WS-MEMBER-FOUND = 1
               MOVE WS-NOTICE-SERIAL TO CNL-SERIAL
               MOVE WS-NOTICE-KIND TO CNL-KIND
               MOVE 1 TO WS-ALREADY-SENT
               READ F-CARD-NOTICE-LOG-FILE
                   INVALID KEY
                       MOVE 0 TO WS-ALREADY-SENT
               END-READ
               IF WS-ALREADY-SENT = 0
                   IF WS-MEM-NOTIFY(MEM-IDX) NOT = "Y"
                       ADD 1 TO WS-HELD-BACK
                   ELSE
                       PERFORM WRITE-NOTICE-MESSAGE
                   END-IF
               END-IF
           END-IF.

           WRITE-NOTICE-MESSAGE SECTION.
           MOVE SPACES TO PRIVATE-MESSAGE-RECORD.
           MOVE WS-MEM-USERNAME(MEM-IDX) TO PM-TO.
           MOVE "cardteam" TO PM-FROM.
           IF WS-NOTICE-KIND = "M"
               MOVE "ADDDAYS" TO DS-FUNCTION
               MOVE WS-PIECE-DATE(1:4) TO DS-YEAR
               MOVE WS-PIECE-DATE(6:2) TO DS-MONTH
               MOVE WS-PIECE-DATE(9:2) TO DS-DAY
               MOVE WS-MAIL-LEAD-DAYS TO DS-DAY-COUNT
               CALL "date-services" USING WS-DS-REQUEST
               MOVE SPACES TO WS-ARRIVAL-DATE
               STRING DS-YEAR-2 "-" DS-MONTH-2 "-" DS-DAY-2
                   DELIMITED BY SIZE INTO WS-ARRIVAL-DATE
               END-STRING
               STRING "Your " DELIMITED BY SIZE
                   WS-NOTICE-CARD-TYPE DELIMITED BY SPACE
                   " card (serial " DELIMITED BY SIZE
                   WS-NOTICE-SERIAL DELIMITED BY SIZE
                   ") went into the mail on " DELIMITED BY SIZE
                   WS-PIECE-DATE DELIMITED BY SIZE
                   " -- expect it by " DELIMITED BY SIZE
                   WS-ARRIVAL-DATE DELIMITED BY SIZE
                   ". Switch these notices off from your profile."
                       DELIMITED BY SIZE
                   INTO PM-BODY
               END-STRING
               ADD 1 TO WS-MAILED-SENT
           ELSE
               STRING "Your " DELIMITED BY SIZE
                   WS-NOTICE-CARD-TYPE DELIMITED BY SPACE
                   " card (serial " DELIMITED BY SIZE
                   WS-NOTICE-SERIAL DELIMITED BY SIZE
                   ") was delivered on " DELIMITED BY SIZE
                   WS-PIECE-DATE DELIMITED BY SIZE
                   ". Not there? Use Contact us under My cards."
                       DELIMITED BY SIZE
                   INTO PM-BODY
               END-STRING
               ADD 1 TO WS-DELIVERED-SENT
           END-IF.
           MOVE WS-TODAY-STAMP TO PM-DATE.
           MOVE "N" TO PM-READ-FLAG.
           WRITE PRIVATE-MESSAGE-RECORD
           END-WRITE.
           MOVE SPACES TO CARD-NOTICE-LOG-RECORD.
           MOVE WS-NOTICE-SERIAL TO CNL-SERIAL.
           MOVE WS-NOTICE-KIND TO CNL-KIND.
           MOVE WS-TODAY-STAMP TO CNL-SENT-DATE.
           WRITE CARD-NOTICE-LOG-RECORD
           END-WRITE.
