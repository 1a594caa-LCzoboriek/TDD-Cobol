       IDENTIFICATION DIVISION.
       PROGRAM-ID. security-services.
      *    The one place a security event is written down. Sign-in
      *    failures and lockouts on the board, operator lockouts on
      *    the customer screens, sysop work orders, operator role
      *    changes and password resets, console actions on the
      *    nightly window and run-lock overrides each used to land
      *    in that program's own log, if anywhere, and nobody read
      *    them side by side. Every one of those programs now also
      *    hands the event here, and it goes on security-events.dat
      *    in one layout, which security-report reads each morning.
      *
      *    Callers pass one request area and set SE-FUNCTION:
      *      RECORD  SE-SYSTEM (BBS, CUSTOMER or BATCH), SE-ACTOR,
      *              SE-EVENT, SE-TARGET and SE-OUTCOME in; the date
      *              and time are stamped here. SE-RESULT is Y once
      *              the line is written and N when the log could
      *              not be opened -- the caller's own work goes on
      *              either way, and the failure is named on the
      *              console.
      *    Event types in use:
      *      SIGNIN-OK       a good sign-in; outcome OK SUPERVISOR
      *                      for an operator with the S role
      *      SIGNIN-FAIL     outcome says why it was turned away
      *      LOCKOUT         the failure that locked the account
      *      PASSWORD-RESET  SELF-SERVICE, BY SUPERVISOR, or why
      *                      it was refused
      *      ROLE-CHANGE     operator role or moderator flag
      *      UNLOCK          an account unlocked by an admin
      *      ADMIN-ACTION    any other admin work order or refusal
      *      RETRY, FORCE-COMPLETE, DISABLE-NIGHT, LOCK-OVERRIDE
      *                      batch-console actions, named as on the
      *                      console log
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SECURITY-EVENTS-FILE ASSIGN TO
                 "security-events.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SECURITY-EVENTS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SECURITY-EVENTS-FILE.
      *    One line per event: when, which system, who did it, what
      *    kind of event, to what, and how it came out.
           01 SECURITY-EVENT-RECORD.
               05 SEC-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-TIME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-SYSTEM PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-ACTOR PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-EVENT PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-TARGET PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 SEC-OUTCOME PIC X(20).
           WORKING-STORAGE SECTION.
           01 WS-SECURITY-EVENTS-STATUS PIC XX.
           LINKAGE SECTION.
           01 SE-REQUEST.
               05 SE-FUNCTION PIC X(8).
               05 SE-SYSTEM PIC X(8).
               05 SE-ACTOR PIC X(10).
               05 SE-EVENT PIC X(14).
               05 SE-TARGET PIC X(20).
               05 SE-OUTCOME PIC X(20).
               05 SE-RESULT PIC X.
       PROCEDURE DIVISION USING SE-REQUEST.
           MOVE "N" TO SE-RESULT.
           IF SE-FUNCTION = "RECORD"
               PERFORM RECORD-ONE-EVENT
           END-IF.
           GOBACK.

           RECORD-ONE-EVENT SECTION.
      *    Opened and closed around each line, so a board session
      *    left signed in all day never holds the log open and every
      *    line is on disk the moment it is written.
           OPEN EXTEND F-SECURITY-EVENTS-FILE.
           IF WS-SECURITY-EVENTS-STATUS = "35"
               OPEN OUTPUT F-SECURITY-EVENTS-FILE
           END-IF.
           IF WS-SECURITY-EVENTS-STATUS NOT = "00"
               DISPLAY "SECURITY SERVICES -- security-events.dat NOT "
                   "AVAILABLE, STATUS " WS-SECURITY-EVENTS-STATUS
                   "; " SE-EVENT " BY " SE-ACTOR " NOT LOGGED"
           ELSE
               MOVE SPACES TO SECURITY-EVENT-RECORD
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                   FUNCTION CURRENT-DATE(5:2) "-"
                   FUNCTION CURRENT-DATE(7:2)
                   INTO SEC-DATE
               END-STRING
               STRING FUNCTION CURRENT-DATE(9:2) ":"
                   FUNCTION CURRENT-DATE(11:2) ":"
                   FUNCTION CURRENT-DATE(13:2)
                   INTO SEC-TIME
               END-STRING
               MOVE SE-SYSTEM TO SEC-SYSTEM
               MOVE SE-ACTOR TO SEC-ACTOR
               MOVE SE-EVENT TO SEC-EVENT
               MOVE SE-TARGET TO SEC-TARGET
               MOVE SE-OUTCOME TO SEC-OUTCOME
               WRITE SECURITY-EVENT-RECORD
               END-WRITE
               CLOSE F-SECURITY-EVENTS-FILE
               MOVE "Y" TO SE-RESULT
           END-IF.
