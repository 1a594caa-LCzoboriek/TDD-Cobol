               05 OPERATOR-FAILED-ATTEMPTS PIC 99.
               05 OPERATOR-LOCKED PIC X.
                   88 OPERATOR-IS-LOCKED VALUE "Y".
               05 OPERATOR-LAST-SIGNON-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-OPERATORS-STATUS PIC XX.
           01 WS-ENTRY-OPERATOR-ID PIC X(8).
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
           LINKAGE SECTION.
      *    One request area, the way date-services takes its work:
      *    the caller gets back who signed in, their role, and Y/N.
               MOVE "S" TO OPERATOR-ROLE
               MOVE 0 TO OPERATOR-FAILED-ATTEMPTS
               MOVE "N" TO OPERATOR-LOCKED
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   INTO OPERATOR-LAST-SIGNON-DATE
               END-STRING
               WRITE OPERATOR-RECORD
               END-WRITE
               CLOSE F-OPERATORS-FILE
           ACCEPT SIGNON-ID-FIELD.
           ACCEPT SIGNON-PASSWORD-FIELD.
           SUBTRACT 1 FROM WS-TRIES-LEFT.
           MOVE SPACES TO SE-EVENT.
           MOVE SPACES TO SE-OUTCOME.
           MOVE WS-ENTRY-PASSWORD TO WS-HASH-INPUT.
           PERFORM HASH-OPERATOR-PASSWORD.
           OPEN I-O F-OPERATORS-FILE.
           READ F-OPERATORS-FILE
               INVALID KEY
                   MOVE "No such operator." TO WS-STATUS-MESSAGE
                   MOVE "SIGNIN-FAIL" TO SE-EVENT
                   MOVE "NO SUCH OPERATOR" TO SE-OUTCOME
               NOT INVALID KEY
                   IF OPERATOR-IS-LOCKED
                       MOVE "Account locked -- see a supervisor." TO
                           WS-STATUS-MESSAGE
                       MOVE "SIGNIN-FAIL" TO SE-EVENT
                       MOVE "ACCOUNT LOCKED" TO SE-OUTCOME
                   ELSE IF WS-HASH-OUTPUT = OPERATOR-PASSWORD
                       MOVE 1 TO WS-SIGNED-IN
                       MOVE 0 TO OPERATOR-FAILED-ATTEMPTS
                       STRING FUNCTION CURRENT-DATE(1:4) "-"
                           FUNCTION CURRENT-DATE(5:2) "-"
                           FUNCTION CURRENT-DATE(7:2)
                           INTO OPERATOR-LAST-SIGNON-DATE
                       END-STRING
                       REWRITE OPERATOR-RECORD
                       END-REWRITE
                       MOVE OPERATOR-ID TO OS-OPERATOR-ID
                       MOVE OPERATOR-NAME TO OS-OPERATOR-NAME
                       MOVE OPERATOR-ROLE TO OS-ROLE
                       MOVE "SIGNIN-OK" TO SE-EVENT
                       IF OPERATOR-ROLE = "S"
                           MOVE "OK SUPERVISOR" TO SE-OUTCOME
                       ELSE
                           MOVE "OK" TO SE-OUTCOME
                       END-IF
                   ELSE
                       ADD 1 TO OPERATOR-FAILED-ATTEMPTS
                       MOVE "SIGNIN-FAIL" TO SE-EVENT
                       MOVE "WRONG PASSWORD" TO SE-OUTCOME
                       IF OPERATOR-FAILED-ATTEMPTS >= 5
                           MOVE "Y" TO OPERATOR-LOCKED
                           MOVE "Account locked -- see a supervisor."
                               TO WS-STATUS-MESSAGE
                           MOVE "LOCKOUT" TO SE-EVENT
                           MOVE "LOCKED AFTER FAILURES" TO SE-OUTCOME
                       ELSE
                           MOVE "Wrong password." TO WS-STATUS-MESSAGE
                       END-IF
                   END-IF
           END-READ.
           CLOSE F-OPERATORS-FILE.
           PERFORM LOG-SIGNON-EVENT.

           LOG-SIGNON-EVENT SECTION.
      *    Every attempt, good or bad, goes on the shared security
      *    log under the ID as keyed, so a run of guesses at an ID
      *    that does not exist shows up as well.
           MOVE "RECORD" TO SE-FUNCTION.
           MOVE "CUSTOMER" TO SE-SYSTEM.
           MOVE WS-ENTRY-OPERATOR-ID TO SE-ACTOR.
           MOVE WS-ENTRY-OPERATOR-ID TO SE-TARGET.
           CALL "security-services" USING WS-SE-REQUEST.

           HASH-OPERATOR-PASSWORD SECTION.
      *    The same rolling-multiply digest 0104-HASH-PASSWORD uses
