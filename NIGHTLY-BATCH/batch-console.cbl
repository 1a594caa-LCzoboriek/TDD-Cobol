             "console-action-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACTION-LOG-STATUS.
           SELECT F-RUN-LOCK-FILE ASSIGN TO "run-lock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-LOCK-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-JOB-TABLE-FILE.
              05 STEP-STATUS-PROGRAM PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 STEP-STATUS-OUTCOME PIC X(8).
              05 FILLER PIC X VALUE SPACE.
              05 STEP-STATUS-ROLLBACK PIC X(8).
           FD F-STATUS-WORK-FILE.
           01 STATUS-WORK-RECORD PIC X(50).
           FD F-RUN-TIMES-FILE.
           01 RUN-TIME-RECORD.
              05 RUN-TIME-DATE PIC X(5).
              05 AL-PROGRAM PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 AL-REASON PIC X(40).
           FD F-RUN-LOCK-FILE.
      *    The system-wide run lock the card, customer and board
      *    runs take; read here only to name the holder before an
      *    override removes it.
           01 RUN-LOCK-RECORD.
              05 RUN-LOCK-HOLDER PIC X(20).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-DATE PIC X(10).
              05 FILLER PIC X VALUE SPACE.
              05 RUN-LOCK-TIME PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-JOB-TABLE-STATUS PIC XX.
           01 WS-RUN-TIMES-STATUS PIC XX.
           01 WS-CONSOLE-OVERRIDES-STATUS PIC XX.
           01 WS-ACTION-LOG-STATUS PIC XX.
           01 WS-RUN-LOCK-STATUS PIC XX.
           01 WS-CONFIRM PIC X.
           01 WS-OPERATOR PIC X(8).
           01 WS-CHOICE PIC X.
           01 WS-ASK-PROGRAM PIC X(20).
           01 WS-STEP-ELAPSED-SHOWN PIC 9(6).
           01 WS-STATUS-CHANGED PIC 9.
           01 WS-DONE PIC 9 VALUE 0.
      *    How the action came out, for the security log; anything
      *    but a plain success sets it before the log is written.
           01 WS-ACTION-OUTCOME PIC X(20) VALUE "DONE".
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
       PROCEDURE DIVISION.
      *    The 2 a.m. alternative to hand-editing control files:
      *    tonight's window with each step's outcome and elapsed
      *    time, and three recorded actions -- clear a failed step
      *    so a rerun retries it, force a step complete with a
      *    reason, or disable a step for tonight only through the
      *    override file nightly-batch reads. A fourth clears a
      *    run lock left behind by a crashed run, naming the holder
      *    first, so the stale-lock override is no longer an
      *    unrecorded hand delete. Every action lands on the console
      *    log with operator and timestamp, and on the shared
      *    security log.
           STRING FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2)
               INTO WS-TODAY-DATE
               DISPLAY "(r) CLEAR A FAILED STEP FOR RETRY"
               DISPLAY "(f) FORCE A STEP COMPLETE"
               DISPLAY "(d) DISABLE A STEP FOR TONIGHT ONLY"
               DISPLAY "(o) OVERRIDE A STALE RUN LOCK"
               DISPLAY "(q) QUIT"
               DISPLAY "PICK: "
               ACCEPT WS-CHOICE
                   PERFORM ACT-FORCE-COMPLETE
               ELSE IF WS-CHOICE = "d"
                   PERFORM ACT-DISABLE-TONIGHT
               ELSE IF WS-CHOICE = "o"
                   PERFORM ACT-OVERRIDE-RUN-LOCK
               ELSE IF WS-CHOICE = "q"
                   MOVE 1 TO WS-DONE
               END-IF
           PERFORM WRITE-ACTION-LOG.
           DISPLAY "STEP DISABLED FOR " WS-TODAY-ISO " ONLY".

           ACT-OVERRIDE-RUN-LOCK SECTION.
      *    Only for a lock whose run is known to be dead: the holder
      *    and when it took the lock are shown, and nothing is
      *    removed until the operator confirms and gives a reason.
      *    The holder goes on the logs as the program acted on.
           OPEN INPUT F-RUN-LOCK-FILE.
           IF WS-RUN-LOCK-STATUS NOT = "00"
               DISPLAY "NO RUN LOCK ON FILE -- NOTHING TO OVERRIDE"
           ELSE
               MOVE SPACES TO RUN-LOCK-RECORD
               READ F-RUN-LOCK-FILE
               END-READ
               CLOSE F-RUN-LOCK-FILE
               DISPLAY "RUN LOCK HELD BY " RUN-LOCK-HOLDER
                   " SINCE " RUN-LOCK-DATE " " RUN-LOCK-TIME
               DISPLAY "CONFIRM THAT RUN IS NOT STILL GOING (y/n): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "y"
                   MOVE RUN-LOCK-HOLDER TO WS-ASK-PROGRAM
                   DISPLAY "REASON: "
                   ACCEPT WS-ASK-REASON
                   DELETE FILE F-RUN-LOCK-FILE
                   IF WS-RUN-LOCK-STATUS = "00"
                       MOVE "LOCK-OVERRIDE" TO AL-ACTION
                       PERFORM WRITE-ACTION-LOG
                       DISPLAY "RUN LOCK REMOVED; THE NEXT RUN MAY "
                           "START"
                   ELSE
                       MOVE "LOCK-OVR-FAIL" TO AL-ACTION
                       MOVE SPACES TO WS-ACTION-OUTCOME
                       STRING "FAILED STATUS " WS-RUN-LOCK-STATUS
                           DELIMITED BY SIZE INTO WS-ACTION-OUTCOME
                       END-STRING
                       PERFORM WRITE-ACTION-LOG
                       DISPLAY "RUN LOCK NOT REMOVED -- FILE STATUS "
                           WS-RUN-LOCK-STATUS "; THE LOCK IS STILL "
                           "IN PLACE"
                   END-IF
               ELSE
                   DISPLAY "RUN LOCK LEFT IN PLACE"
               END-IF
           END-IF.

           COPY-STATUS-BACK SECTION.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STATUS-WORK-FILE.
           WRITE ACTION-LOG-RECORD
           END-WRITE.
           CLOSE F-ACTION-LOG-FILE.
           MOVE "RECORD" TO SE-FUNCTION.
           MOVE "BATCH" TO SE-SYSTEM.
           MOVE WS-OPERATOR TO SE-ACTOR.
           MOVE AL-ACTION TO SE-EVENT.
           MOVE WS-ASK-PROGRAM TO SE-TARGET.
           MOVE WS-ACTION-OUTCOME TO SE-OUTCOME.
           CALL "security-services" USING WS-SE-REQUEST.
           MOVE "DONE" TO WS-ACTION-OUTCOME.
