           77 WS-ANONYMOUS-NAME PIC X(10) VALUE "anonymous".
           01 WS-ANON-POST-COUNT PIC 9(5).
           01 WS-PURGE-COUNT PIC 9(5).
      *    Private messages a closure left in place because their
      *    date or the other party is under legal hold.
           01 WS-PM-HELD-COUNT PIC 9(5).
           01 WS-PM-OTHER-PARTY PIC X(10).
      *    Request area for the shared legal-hold-services
      *    subprogram.
           01 WS-LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
      *    Request area for the shared security-services
      *    subprogram.
           01 WS-SE-REQUEST.
               05 SE-FUNCTION PIC X(8).
               05 SE-SYSTEM PIC X(8).
               05 SE-ACTOR PIC X(10).
               05 SE-EVENT PIC X(14).
               05 SE-TARGET PIC X(20).
               05 SE-OUTCOME PIC X(20).
               05 SE-RESULT PIC X.
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
      *    Unlocking an account used to need the user themselves to
      *    in admin-commands.dat and runs this offline -- while the
      *    board is down, since users.dat is opened I-O -- and every
      *    action lands on admin-audit.dat with who ordered it.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "bbs-admin" TO LS-PROGRAM.
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
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)

           RUN-ONE-ADMIN-COMMAND SECTION.
           MOVE "DONE" TO WS-ACTION-RESULT.
           MOVE 0 TO WS-PM-HELD-COUNT.
           IF ADMIN-ACTION = "LIST"
               PERFORM LIST-ALL-ACCOUNTS
           ELSE
               END-READ
           END-IF.
           PERFORM WRITE-ADMIN-AUDIT-LINE.
           PERFORM LOG-SECURITY-EVENT.
      *    A second line for the same command when a closure had to
      *    leave held private messages behind.
           IF WS-PM-HELD-COUNT > 0
               MOVE SPACES TO WS-ACTION-RESULT
               STRING "KEPT " WS-PM-HELD-COUNT " PM HOLD"
                   DELIMITED BY SIZE INTO WS-ACTION-RESULT
               END-STRING
               PERFORM WRITE-ADMIN-AUDIT-LINE
           END-IF.

           APPLY-ACCOUNT-ACTION SECTION.
           IF ADMIN-ACTION = "UNLOCK"
               REWRITE USERS
               END-REWRITE
           ELSE IF ADMIN-ACTION = "CLOSE"
      *        A member under legal hold cannot be closed: closing
      *        deletes and anonymizes exactly what legal must keep.
               MOVE "USERNAME" TO LG-FUNCTION
               MOVE ADMIN-TARGET-USER TO LG-USERNAME
               CALL "legal-hold-services" USING WS-LG-REQUEST
               IF LG-RESULT = "Y"
                   MOVE "REFUSED: LEGAL HOLD" TO WS-ACTION-RESULT
                   DISPLAY "BBS ADMIN -- CLOSE OF " ADMIN-TARGET-USER
                       " REFUSED, LEGAL HOLD " LG-MATTER
               ELSE
                   PERFORM CLOSE-ONE-ACCOUNT
               END-IF
           ELSE IF ADMIN-ACTION = "DISABLE"
      *        Locked AND with the security answer overwritten, so
      *        the self-service reset flow cannot quietly re-enable
                   NOT AT END
                       IF PM-TO = ADMIN-TARGET-USER OR
                           PM-FROM = ADMIN-TARGET-USER
                           PERFORM CHECK-PM-FOR-LEGAL-HOLD
                       END-IF
                       IF (PM-TO = ADMIN-TARGET-USER OR
                           PM-FROM = ADMIN-TARGET-USER) AND
                           LG-RESULT NOT = "Y"
                           ADD 1 TO WS-PURGE-COUNT
                       ELSE
                           MOVE PRIVATE-MESSAGE-RECORD TO
               CLOSE F-PM-FILE
           END-IF.

           CHECK-PM-FOR-LEGAL-HOLD SECTION.
      *    Kept when it was sent inside a held date range, or when
      *    the member on the other end of it is under hold.
           IF PM-TO = ADMIN-TARGET-USER
               MOVE PM-FROM TO WS-PM-OTHER-PARTY
           ELSE
               MOVE PM-TO TO WS-PM-OTHER-PARTY
           END-IF.
           MOVE "USERNAME" TO LG-FUNCTION.
           MOVE WS-PM-OTHER-PARTY TO LG-USERNAME.
           CALL "legal-hold-services" USING WS-LG-REQUEST.
           IF LG-RESULT NOT = "Y"
               MOVE "DATE" TO LG-FUNCTION
               MOVE PM-DATE TO LG-DATE
               CALL "legal-hold-services" USING WS-LG-REQUEST
           END-IF.
           IF LG-RESULT = "Y"
               ADD 1 TO WS-PM-HELD-COUNT
           END-IF.

           PURGE-POLL-VOTES SECTION.
           MOVE 0 TO WS-CLOSE-ENDED.
           OPEN INPUT F-POLL-VOTES-FILE.
           CLOSE F-USERS-FILE.
           OPEN I-O F-USERS-FILE.

           LOG-SECURITY-EVENT SECTION.
      *    Each work order also goes on the shared security log:
      *    moderator grants and revokes as role changes, unlocks as
      *    unlocks, and everything else as an admin action carrying
      *    the order and how it came out.
           MOVE "RECORD" TO SE-FUNCTION.
           MOVE "BBS" TO SE-SYSTEM.
           MOVE ADMIN-SYSOP TO SE-ACTOR.
           MOVE ADMIN-TARGET-USER TO SE-TARGET.
           MOVE SPACES TO SE-OUTCOME.
           IF (ADMIN-ACTION = "GRANTMOD" OR ADMIN-ACTION = "REVOKEMOD")
               AND WS-ACTION-RESULT = "DONE"
               MOVE "ROLE-CHANGE" TO SE-EVENT
               IF ADMIN-ACTION = "GRANTMOD"
                   MOVE "MODERATOR GRANTED" TO SE-OUTCOME
               ELSE
                   MOVE "MODERATOR REVOKED" TO SE-OUTCOME
               END-IF
           ELSE IF ADMIN-ACTION = "UNLOCK"
               MOVE "UNLOCK" TO SE-EVENT
               MOVE WS-ACTION-RESULT TO SE-OUTCOME
           ELSE
               MOVE "ADMIN-ACTION" TO SE-EVENT
               STRING ADMIN-ACTION DELIMITED BY SPACE
                   " " WS-ACTION-RESULT DELIMITED BY SIZE
                   INTO SE-OUTCOME
               END-STRING
           END-IF.
           CALL "security-services" USING WS-SE-REQUEST.

           WRITE-ADMIN-AUDIT-LINE SECTION.
           MOVE SPACES TO ADMIN-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO ADMIN-AUDIT-DATE.
