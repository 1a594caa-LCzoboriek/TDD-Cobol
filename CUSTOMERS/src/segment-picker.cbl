               05 CAMPAIGN-CODE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CAMPAIGN-BRAND PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 CAMPAIGN-HOLDOUT-PCT PIC XX.
           FD F-ECHO-REPORT-FILE.
           01 ECHO-REPORT-LINE PIC X(100).
           WORKING-STORAGE SECTION.
           01 WS-ASK-GREETING PIC X(40).
           01 WS-ASK-CODE PIC X(8).
           01 WS-ASK-BRAND PIC X(2).
           01 WS-ASK-HOLDOUT PIC XX.
           01 WS-SEGMENT-FOUND PIC 9 VALUE 0.
           01 WS-CRITERIA-OK PIC 9.
       PROCEDURE DIVISION.
           ACCEPT WS-ASK-CODE.
           DISPLAY "BRAND (BLANK FOR HOUSE BRAND): ".
           ACCEPT WS-ASK-BRAND.
           DISPLAY "HOLDOUT PERCENT FOR A CONTROL GROUP, 0-99 "
               "(BLANK FOR NONE): ".
           ACCEPT WS-ASK-HOLDOUT.
      *    A single keyed digit comes in left-justified; right-
      *    justify it so "5" is five percent, not fifty.
           IF WS-ASK-HOLDOUT(1:1) NOT = SPACE AND
               WS-ASK-HOLDOUT(2:1) = SPACE
               MOVE WS-ASK-HOLDOUT(1:1) TO WS-ASK-HOLDOUT(2:1)
               MOVE "0" TO WS-ASK-HOLDOUT(1:1)
           END-IF.
           PERFORM BUILD-CAMPAIGN-CONTROL.
           IF WS-SEGMENT-FOUND = 0
               DISPLAY "NO SEGMENT NUMBERED " WS-ASK-SEGMENT
               DISPLAY "SEGMENT " SEG-ID " HAS BAD CRITERIA; "
                   "NOTHING WRITTEN"
           END-IF.
           IF WS-CRITERIA-OK = 1 AND WS-ASK-HOLDOUT NOT = SPACES AND
               WS-ASK-HOLDOUT NOT NUMERIC
               MOVE 0 TO WS-CRITERIA-OK
               DISPLAY "HOLDOUT PERCENT [" WS-ASK-HOLDOUT
                   "] IS NOT 0-99; NOTHING WRITTEN"
           END-IF.

           WRITE-CONTROL-AND-ECHO SECTION.
           OPEN OUTPUT F-CAMPAIGN-CONTROL-FILE.
           MOVE WS-ASK-GREETING TO CAMPAIGN-GREETING-TEXT.
           MOVE WS-ASK-CODE TO CAMPAIGN-CODE.
           MOVE WS-ASK-BRAND TO CAMPAIGN-BRAND.
           MOVE WS-ASK-HOLDOUT TO CAMPAIGN-HOLDOUT-PCT.
           WRITE CAMPAIGN-CONTROL-RECORD
           END-WRITE.
           CLOSE F-CAMPAIGN-CONTROL-FILE.
           WRITE ECHO-REPORT-LINE.
           MOVE SPACES TO ECHO-REPORT-LINE.
           STRING "  EXPECTED CUSTOMERS " SEG-COUNT
               " HOLDOUT PERCENT [" WS-ASK-HOLDOUT "]"
               DELIMITED BY SIZE INTO ECHO-REPORT-LINE
           END-STRING.
           WRITE ECHO-REPORT-LINE.
