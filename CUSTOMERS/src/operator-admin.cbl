               05 OPERATOR-ROLE PIC X.
               05 OPERATOR-FAILED-ATTEMPTS PIC 99.
               05 OPERATOR-LOCKED PIC X.
               05 OPERATOR-LAST-SIGNON-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-OPERATORS-STATUS PIC XX.
           01 WS-ADMIN-CHOICE PIC X.
           01 WS-HASH-OUTPUT PIC X(20).
           01 WS-HASH-ACCUM PIC 9(18).
           01 WS-HASH-IDX PIC 99.
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
      *    Request area for the shared operator sign-on subprogram.
           01 WS-OS-REQUEST.
               05 OS-OPERATOR-ID PIC X(8).
           END-IF.
           IF OS-ROLE NOT = "S"
               DISPLAY "OPERATOR ADMIN -- SUPERVISOR ROLE REQUIRED"
               MOVE "ADMIN-ACTION" TO SE-EVENT
               MOVE SPACES TO WS-ENTRY-ID
               MOVE "REFUSED NOT SUPER" TO SE-OUTCOME
               PERFORM 0160-LOG-SECURITY-EVENT
               STOP RUN
           END-IF.
           PERFORM 0100-ADMIN-MENU.
               MOVE WS-ENTRY-ROLE TO OPERATOR-ROLE
               MOVE 0 TO OPERATOR-FAILED-ATTEMPTS
               MOVE "N" TO OPERATOR-LOCKED
      *        A new account's dormancy clock starts the day it is
      *        added, so recertification does not lock it before
      *        its first sign-on is due.
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   INTO OPERATOR-LAST-SIGNON-DATE
               END-STRING
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       MOVE "That operator ID exists." TO
                           WS-STATUS-MESSAGE
                   NOT INVALID KEY
                       MOVE "Operator added." TO WS-STATUS-MESSAGE
                       MOVE "ADMIN-ACTION" TO SE-EVENT
                       MOVE SPACES TO SE-OUTCOME
                       STRING "ADDED ROLE " WS-ENTRY-ROLE
                           DELIMITED BY SIZE INTO SE-OUTCOME
                       END-STRING
                       PERFORM 0160-LOG-SECURITY-EVENT
               END-WRITE
               CLOSE F-OPERATORS-FILE
           END-IF.
                       REWRITE OPERATOR-RECORD
                       END-REWRITE
                       MOVE "Role changed." TO WS-STATUS-MESSAGE
                       MOVE "ROLE-CHANGE" TO SE-EVENT
                       MOVE SPACES TO SE-OUTCOME
                       STRING "ROLE NOW " WS-ENTRY-ROLE
                           DELIMITED BY SIZE INTO SE-OUTCOME
                       END-STRING
                       PERFORM 0160-LOG-SECURITY-EVENT
                   ELSE
                       MOVE "Role must be I, U or S." TO
                           WS-STATUS-MESSAGE
                   REWRITE OPERATOR-RECORD
                   END-REWRITE
                   MOVE "Operator unlocked." TO WS-STATUS-MESSAGE
                   MOVE "UNLOCK" TO SE-EVENT
                   MOVE "DONE" TO SE-OUTCOME
                   PERFORM 0160-LOG-SECURITY-EVENT
           END-READ.
           CLOSE F-OPERATORS-FILE.
           PERFORM 0100-ADMIN-MENU.
                       REWRITE OPERATOR-RECORD
                       END-REWRITE
                       MOVE "Password reset." TO WS-STATUS-MESSAGE
                       MOVE "PASSWORD-RESET" TO SE-EVENT
                       MOVE "BY SUPERVISOR" TO SE-OUTCOME
                       PERFORM 0160-LOG-SECURITY-EVENT
                   END-IF
           END-READ.
           CLOSE F-OPERATORS-FILE.
               ADD 1 TO WS-HASH-IDX
           END-PERFORM.
           MOVE WS-HASH-ACCUM TO WS-HASH-OUTPUT.

       0160-LOG-SECURITY-EVENT.
      *    Every change made here goes on the shared security log
      *    under the supervisor who signed on to make it.
           MOVE "RECORD" TO SE-FUNCTION.
           MOVE "CUSTOMER" TO SE-SYSTEM.
           MOVE OS-OPERATOR-ID TO SE-ACTOR.
           MOVE WS-ENTRY-ID TO SE-TARGET.
           CALL "security-services" USING WS-SE-REQUEST.
