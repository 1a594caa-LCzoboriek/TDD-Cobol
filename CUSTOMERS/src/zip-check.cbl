       IDENTIFICATION DIVISION.
       PROGRAM-ID. zip-check.
      *    The one place a domestic city, state and ZIP are checked
      *    against the postal ZIP reference, so the nightly
      *    zip-validate run, customer-intake and the maintenance
      *    screen all agree on what a good address is.
      *    zip-reference.dat is built from the postal vendor's file
      *    by zip-reference-load: one record per valid city name
      *    under each ZIP5, with the ZIP's state and a Y on the name
      *    the postal service prefers.
      *
      *    Callers pass one request area and set ZC-FUNCTION:
      *      CHECK  ZC-CITY, ZC-STATE and ZC-ZIP in; ZC-RESULT,
      *             ZC-SUGGEST-CITY, ZC-SUGGEST-STATE and ZC-MESSAGE
      *             out. ZC-RESULT is
      *               V  city, state and ZIP agree;
      *               C  ZIP and state agree and exactly one valid
      *                  name for the ZIP is the keyed city respelled
      *                  -- case and punctuation aside, or one letter
      *                  dropped, added, changed or swapped -- so the
      *                  suggested city is safe to apply unattended;
      *               S  the state is not the ZIP's state;
      *               X  the city is not a name for the ZIP, or more
      *                  than one name is equally close;
      *               U  the ZIP is not five digits or is not on the
      *                  reference;
      *               N  no reference on this box -- nothing checked.
      *      CLOSE  releases the reference file at end of run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-ZIP-REFERENCE-FILE ASSIGN TO "zip-reference.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ZR-KEY
                 FILE STATUS IS WS-ZIP-REFERENCE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-ZIP-REFERENCE-FILE.
           01 ZIP-REFERENCE-RECORD.
               05 ZR-KEY.
                   10 ZR-ZIP5 PIC X(5).
                   10 ZR-CITY PIC X(25).
               05 ZR-STATE PIC X(2).
               05 ZR-PREFERRED PIC X.
           WORKING-STORAGE SECTION.
           01 WS-ZIP-REFERENCE-STATUS PIC XX.
      *    The reference is opened on the first CHECK and held open
      *    across calls; a box without it is remembered so every
      *    later call answers N without trying the open again.
           01 WS-REFERENCE-STATE PIC 9 VALUE 0.
               88 REFERENCE-NOT-TRIED VALUE 0.
               88 REFERENCE-IS-OPEN VALUE 1.
               88 REFERENCE-IS-ABSENT VALUE 2.
           01 WS-LOOKUP-ENDED PIC 9.
           01 WS-NAME-COUNT PIC 99 VALUE 0.
           01 WS-NAME-TABLE.
               05 WS-NAME-ENTRY OCCURS 30 TIMES
               INDEXED BY NAME-IDX.
                   10 WS-NAME-CITY PIC X(25).
           01 WS-ZIP-STATE PIC X(2).
           01 WS-PREFERRED-CITY PIC X(25).
           01 WS-KEYED-CITY PIC X(25).
           01 WS-KEYED-STATE PIC X(2).
           01 WS-KEYED-KEY PIC X(25).
           01 WS-KEYED-LEN PIC 99.
      *    A city name squeezed to its letters alone, uppercase, so
      *    "St. Louis" and "ST LOUIS" compare equal.
           01 WS-SQUEEZE-IN PIC X(25).
           01 WS-SQUEEZE-OUT PIC X(25).
           01 WS-SQUEEZE-LEN PIC 99.
           01 WS-SQUEEZE-POS PIC 99.
           01 WS-MATCH-KIND PIC X.
           01 WS-MATCH-CITY PIC X(25).
           01 WS-SAME-KEY-COUNT PIC 99.
           01 WS-SAME-KEY-CITY PIC X(25).
           01 WS-NEAR-COUNT PIC 99.
           01 WS-NEAR-CITY PIC X(25).
           01 WS-EDIT-CLOSE PIC X.
           01 WS-EDIT-I PIC 99.
           01 WS-EDIT-J PIC 99.
           01 WS-EDIT-DIFFS PIC 99.
           01 WS-EDIT-FIRST PIC 99.
           01 WS-EDIT-SECOND PIC 99.
           01 WS-EDIT-LONG PIC X(25).
           01 WS-EDIT-LONG-LEN PIC 99.
           01 WS-EDIT-SHORT PIC X(25).
           LINKAGE SECTION.
           01 ZC-REQUEST.
               05 ZC-FUNCTION PIC X(8).
               05 ZC-CITY PIC X(25).
               05 ZC-STATE PIC X(2).
               05 ZC-ZIP PIC X(10).
               05 ZC-RESULT PIC X.
               05 ZC-SUGGEST-CITY PIC X(25).
               05 ZC-SUGGEST-STATE PIC X(2).
               05 ZC-MESSAGE PIC X(40).
       PROCEDURE DIVISION USING ZC-REQUEST.
           IF ZC-FUNCTION = "CHECK"
               PERFORM CHECK-ADDRESS
           ELSE IF ZC-FUNCTION = "CLOSE"
               IF REFERENCE-IS-OPEN
                   CLOSE F-ZIP-REFERENCE-FILE
               END-IF
               MOVE 0 TO WS-REFERENCE-STATE
           END-IF.
           GOBACK.

           CHECK-ADDRESS SECTION.
           MOVE SPACES TO ZC-SUGGEST-CITY.
           MOVE SPACES TO ZC-SUGGEST-STATE.
           MOVE SPACES TO ZC-MESSAGE.
           IF REFERENCE-NOT-TRIED
               OPEN INPUT F-ZIP-REFERENCE-FILE
               IF WS-ZIP-REFERENCE-STATUS = "00"
                   MOVE 1 TO WS-REFERENCE-STATE
               ELSE
                   MOVE 2 TO WS-REFERENCE-STATE
               END-IF
           END-IF.
           IF REFERENCE-IS-ABSENT
               MOVE "N" TO ZC-RESULT
           ELSE IF ZC-ZIP(1:5) NOT NUMERIC
               MOVE "U" TO ZC-RESULT
               MOVE "ZIP IS NOT FIVE DIGITS" TO ZC-MESSAGE
           ELSE
               PERFORM LOAD-NAMES-FOR-ZIP
               IF WS-NAME-COUNT = 0
                   MOVE "U" TO ZC-RESULT
                   STRING "ZIP " ZC-ZIP(1:5) " NOT ON ZIP REFERENCE"
                       DELIMITED BY SIZE INTO ZC-MESSAGE
                   END-STRING
               ELSE
                   PERFORM MATCH-KEYED-CITY
                   PERFORM DECIDE-RESULT
               END-IF
           END-IF.

           LOAD-NAMES-FOR-ZIP SECTION.
      *    Every name filed under the ZIP, read in key order from
      *    the first one; all carry the same state.
           MOVE 0 TO WS-NAME-COUNT.
           MOVE SPACES TO WS-ZIP-STATE.
           MOVE SPACES TO WS-PREFERRED-CITY.
           MOVE 0 TO WS-LOOKUP-ENDED.
           MOVE ZC-ZIP(1:5) TO ZR-ZIP5.
           MOVE SPACES TO ZR-CITY.
           START F-ZIP-REFERENCE-FILE KEY IS NOT LESS THAN ZR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LOOKUP-ENDED
           END-START.
           PERFORM UNTIL WS-LOOKUP-ENDED = 1
               READ F-ZIP-REFERENCE-FILE NEXT RECORD
                   NOT AT END
                       IF ZR-ZIP5 NOT = ZC-ZIP(1:5)
                           MOVE 1 TO WS-LOOKUP-ENDED
                       ELSE
                           PERFORM KEEP-ONE-NAME
                       END-IF
                   AT END
                       MOVE 1 TO WS-LOOKUP-ENDED
               END-READ
           END-PERFORM.
           IF WS-PREFERRED-CITY = SPACES AND WS-NAME-COUNT > 0
               MOVE WS-NAME-CITY(1) TO WS-PREFERRED-CITY
           END-IF.

           KEEP-ONE-NAME SECTION.
           IF WS-NAME-COUNT = 0
               MOVE ZR-STATE TO WS-ZIP-STATE
           END-IF.
           IF ZR-PREFERRED = "Y"
               MOVE ZR-CITY TO WS-PREFERRED-CITY
           END-IF.
           IF WS-NAME-COUNT < 30
               ADD 1 TO WS-NAME-COUNT
               SET NAME-IDX TO WS-NAME-COUNT
               MOVE ZR-CITY TO WS-NAME-CITY(NAME-IDX)
           END-IF.

           MATCH-KEYED-CITY SECTION.
      *    An exact name wins outright. Failing that, a name that
      *    squeezes to the same letters is a respelling; failing
      *    that, a name one letter away is. Only a single candidate
      *    counts -- two equally good ones are a guess.
           MOVE FUNCTION UPPER-CASE(ZC-CITY) TO WS-KEYED-CITY.
           MOVE FUNCTION TRIM(WS-KEYED-CITY) TO WS-KEYED-CITY.
           MOVE WS-KEYED-CITY TO WS-SQUEEZE-IN.
           PERFORM SQUEEZE-CITY-NAME.
           MOVE WS-SQUEEZE-OUT TO WS-KEYED-KEY.
           MOVE WS-SQUEEZE-LEN TO WS-KEYED-LEN.
           MOVE SPACE TO WS-MATCH-KIND.
           MOVE SPACES TO WS-MATCH-CITY.
           MOVE 0 TO WS-SAME-KEY-COUNT.
           MOVE 0 TO WS-NEAR-COUNT.
           SET NAME-IDX TO 1.
           PERFORM UNTIL WS-MATCH-KIND = "E" OR
               NAME-IDX > WS-NAME-COUNT
               IF WS-NAME-CITY(NAME-IDX) = WS-KEYED-CITY
                   MOVE "E" TO WS-MATCH-KIND
                   MOVE WS-NAME-CITY(NAME-IDX) TO WS-MATCH-CITY
               ELSE
                   PERFORM COMPARE-ONE-NAME
                   SET NAME-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-MATCH-KIND NOT = "E"
               IF WS-SAME-KEY-COUNT = 1
                   MOVE "R" TO WS-MATCH-KIND
                   MOVE WS-SAME-KEY-CITY TO WS-MATCH-CITY
               END-IF
               IF WS-SAME-KEY-COUNT = 0 AND WS-NEAR-COUNT = 1
                   MOVE "R" TO WS-MATCH-KIND
                   MOVE WS-NEAR-CITY TO WS-MATCH-CITY
               END-IF
               IF WS-SAME-KEY-COUNT > 1 OR
                   (WS-SAME-KEY-COUNT = 0 AND WS-NEAR-COUNT > 1)
                   MOVE "A" TO WS-MATCH-KIND
               END-IF
           END-IF.

           COMPARE-ONE-NAME SECTION.
      *    Names under four letters are too short to guess at.
           MOVE WS-NAME-CITY(NAME-IDX) TO WS-SQUEEZE-IN.
           PERFORM SQUEEZE-CITY-NAME.
           IF WS-KEYED-LEN > 0 AND WS-SQUEEZE-OUT = WS-KEYED-KEY
               ADD 1 TO WS-SAME-KEY-COUNT
               MOVE WS-NAME-CITY(NAME-IDX) TO WS-SAME-KEY-CITY
           ELSE IF WS-KEYED-LEN >= 4 AND WS-SQUEEZE-LEN >= 4
               PERFORM TEST-ONE-EDIT-APART
               IF WS-EDIT-CLOSE = "Y"
                   ADD 1 TO WS-NEAR-COUNT
                   MOVE WS-NAME-CITY(NAME-IDX) TO WS-NEAR-CITY
               END-IF
           END-IF.

           SQUEEZE-CITY-NAME SECTION.
           MOVE FUNCTION UPPER-CASE(WS-SQUEEZE-IN) TO WS-SQUEEZE-IN.
           MOVE SPACES TO WS-SQUEEZE-OUT.
           MOVE 0 TO WS-SQUEEZE-LEN.
           MOVE 1 TO WS-SQUEEZE-POS.
           PERFORM UNTIL WS-SQUEEZE-POS > 25
               IF WS-SQUEEZE-IN(WS-SQUEEZE-POS:1) IS ALPHABETIC-UPPER
                   AND WS-SQUEEZE-IN(WS-SQUEEZE-POS:1) NOT = SPACE
                   ADD 1 TO WS-SQUEEZE-LEN
                   MOVE WS-SQUEEZE-IN(WS-SQUEEZE-POS:1) TO
                       WS-SQUEEZE-OUT(WS-SQUEEZE-LEN:1)
               END-IF
               ADD 1 TO WS-SQUEEZE-POS
           END-PERFORM.

           TEST-ONE-EDIT-APART SECTION.
      *    The keyed letters against one reference name: one letter
      *    changed, two neighbours swapped, or one letter extra on
      *    either side.
           MOVE "N" TO WS-EDIT-CLOSE.
           IF WS-KEYED-LEN = WS-SQUEEZE-LEN
               MOVE 0 TO WS-EDIT-DIFFS
               MOVE 0 TO WS-EDIT-FIRST
               MOVE 0 TO WS-EDIT-SECOND
               MOVE 1 TO WS-EDIT-I
               PERFORM UNTIL WS-EDIT-I > WS-KEYED-LEN OR
                   WS-EDIT-DIFFS > 2
                   IF WS-KEYED-KEY(WS-EDIT-I:1) NOT =
                       WS-SQUEEZE-OUT(WS-EDIT-I:1)
                       ADD 1 TO WS-EDIT-DIFFS
                       IF WS-EDIT-DIFFS = 1
                           MOVE WS-EDIT-I TO WS-EDIT-FIRST
                       END-IF
                       IF WS-EDIT-DIFFS = 2
                           MOVE WS-EDIT-I TO WS-EDIT-SECOND
                       END-IF
                   END-IF
                   ADD 1 TO WS-EDIT-I
               END-PERFORM
               IF WS-EDIT-DIFFS = 1
                   MOVE "Y" TO WS-EDIT-CLOSE
               END-IF
               IF WS-EDIT-DIFFS = 2 AND
                   WS-EDIT-SECOND = WS-EDIT-FIRST + 1
                   IF WS-KEYED-KEY(WS-EDIT-FIRST:1) =
                       WS-SQUEEZE-OUT(WS-EDIT-SECOND:1) AND
                       WS-KEYED-KEY(WS-EDIT-SECOND:1) =
                       WS-SQUEEZE-OUT(WS-EDIT-FIRST:1)
                       MOVE "Y" TO WS-EDIT-CLOSE
                   END-IF
               END-IF
           END-IF.
           IF WS-KEYED-LEN = WS-SQUEEZE-LEN + 1
               MOVE WS-KEYED-KEY TO WS-EDIT-LONG
               MOVE WS-KEYED-LEN TO WS-EDIT-LONG-LEN
               MOVE WS-SQUEEZE-OUT TO WS-EDIT-SHORT
               PERFORM TEST-ONE-LETTER-EXTRA
           END-IF.
           IF WS-SQUEEZE-LEN = WS-KEYED-LEN + 1
               MOVE WS-SQUEEZE-OUT TO WS-EDIT-LONG
               MOVE WS-SQUEEZE-LEN TO WS-EDIT-LONG-LEN
               MOVE WS-KEYED-KEY TO WS-EDIT-SHORT
               PERFORM TEST-ONE-LETTER-EXTRA
           END-IF.

           TEST-ONE-LETTER-EXTRA SECTION.
      *    Walks the longer name against the shorter one; the pair
      *    is close when exactly one letter of the longer has to be
      *    stepped over.
           MOVE 0 TO WS-EDIT-DIFFS.
           MOVE 1 TO WS-EDIT-I.
           MOVE 1 TO WS-EDIT-J.
           PERFORM UNTIL WS-EDIT-I > WS-EDIT-LONG-LEN OR
               WS-EDIT-DIFFS > 1
               IF WS-EDIT-J < WS-EDIT-LONG-LEN AND
                   WS-EDIT-LONG(WS-EDIT-I:1) =
                   WS-EDIT-SHORT(WS-EDIT-J:1)
                   ADD 1 TO WS-EDIT-J
               ELSE
                   ADD 1 TO WS-EDIT-DIFFS
               END-IF
               ADD 1 TO WS-EDIT-I
           END-PERFORM.
           IF WS-EDIT-DIFFS = 1
               MOVE "Y" TO WS-EDIT-CLOSE
           END-IF.

           DECIDE-RESULT SECTION.
      *    The suggestion is always a name the reference holds: the
      *    matched one when there is one, otherwise the ZIP's
      *    preferred name, with the ZIP's own state.
           MOVE FUNCTION UPPER-CASE(ZC-STATE) TO WS-KEYED-STATE.
           IF WS-MATCH-KIND = "E" OR WS-MATCH-KIND = "R"
               MOVE WS-MATCH-CITY TO ZC-SUGGEST-CITY
           ELSE
               MOVE WS-PREFERRED-CITY TO ZC-SUGGEST-CITY
           END-IF.
           MOVE WS-ZIP-STATE TO ZC-SUGGEST-STATE.
           IF WS-KEYED-STATE NOT = WS-ZIP-STATE
               MOVE "S" TO ZC-RESULT
               STRING "ZIP IS " DELIMITED BY SIZE
                   WS-ZIP-STATE DELIMITED BY SIZE
                   ": USE " DELIMITED BY SIZE
                   ZC-SUGGEST-CITY DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-ZIP-STATE DELIMITED BY SIZE
                   INTO ZC-MESSAGE
               END-STRING
           ELSE IF WS-MATCH-KIND = "E"
               MOVE "V" TO ZC-RESULT
           ELSE IF WS-MATCH-KIND = "R"
               MOVE "C" TO ZC-RESULT
               STRING "CITY CORRECTED TO " DELIMITED BY SIZE
                   ZC-SUGGEST-CITY DELIMITED BY "  "
                   INTO ZC-MESSAGE
               END-STRING
           ELSE IF WS-MATCH-KIND = "A"
               MOVE "X" TO ZC-RESULT
               STRING "CITY UNCLEAR FOR ZIP: USE " DELIMITED BY SIZE
                   ZC-SUGGEST-CITY DELIMITED BY "  "
                   INTO ZC-MESSAGE
               END-STRING
           ELSE
               MOVE "X" TO ZC-RESULT
               STRING "CITY NOT VALID FOR ZIP: USE " DELIMITED BY SIZE
                   ZC-SUGGEST-CITY DELIMITED BY "  "
                   INTO ZC-MESSAGE
               END-STRING
           END-IF.
