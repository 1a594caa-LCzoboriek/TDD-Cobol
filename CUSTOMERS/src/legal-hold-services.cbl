       IDENTIFICATION DIVISION.
       PROGRAM-ID. legal-hold-services.
      *    The one place legal holds are asked about, so every run
      *    that deletes, trims, archives or purges -- archive-
      *    retention, customer-archive, privacy-purge, the board's
      *    housekeeping and account closures -- agrees on what it
      *    must leave alone while a dispute is open.
      *    legal-holds.dat is kept by the legal team, one line per
      *    hold, several lines to a matter where one matter protects
      *    more than one thing:
      *        matter reference  the legal team's case reference
      *        kind              CUSTOMER, USERNAME or DATES
      *        customer ID       for CUSTOMER: every record held for
      *                          that customer
      *        BBS username      for USERNAME: that member's posts
      *                          and private messages
      *        from / to date    for DATES: everything dated inside
      *                          the range; a blank to-date runs on
      *                          until the hold is released
      *        placed date       the day legal placed the hold
      *        release date      the day the hold stops protecting;
      *                          blank until legal releases it
      *        description       free text for the hold report
      *    A line that cannot be read as one of the three kinds, or
      *    more open holds than the table carries, makes every check
      *    answer held -- a purge that stops for a bad line is
      *    noticed the next morning; one that destroys evidence is
      *    not.
      *
      *    Callers pass one request area and set LG-FUNCTION:
      *      CUSTOMER  LG-CUSTOMER-ID in.
      *      USERNAME  LG-USERNAME in.
      *      DATE      LG-DATE (YYYY-MM-DD) in.
      *      SPAN      LG-DATE and LG-DATE-2 in; held when any date
      *                in the span is inside a DATES hold.
      *    Each answers LG-RESULT Y when an open hold covers it, with
      *    the matter reference in LG-MATTER, and N otherwise.
      *      CLOSE     forgets the holds, so the next call reads
      *                legal-holds.dat afresh.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-LEGAL-HOLD-FILE ASSIGN TO "legal-holds.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEGAL-HOLD-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-LEGAL-HOLD-FILE.
           01 LEGAL-HOLD-RECORD.
               05 LH-MATTER PIC X(12).
               05 FILLER PIC X.
               05 LH-KIND PIC X(8).
               05 FILLER PIC X.
               05 LH-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X.
               05 LH-USERNAME PIC X(10).
               05 FILLER PIC X.
               05 LH-FROM-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-TO-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-PLACED-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-RELEASE-DATE PIC X(10).
               05 FILLER PIC X.
               05 LH-DESCRIPTION PIC X(40).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LEGAL-HOLD-STATUS PIC XX.
           01 WS-HOLDS-LOADED PIC 9 VALUE 0.
      *    Set when legal-holds.dat could not be trusted; every
      *    check then answers held under this matter reference.
           01 WS-HOLDS-UNSURE PIC 9 VALUE 0.
           01 WS-UNSURE-MATTER PIC X(12).
           01 WS-TODAY-STAMP PIC X(10).
           01 WS-HOLD-FOUND PIC 9.
           01 WS-HOLD-COUNT PIC 9(3) VALUE 0.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 500 TIMES
               INDEXED BY HOLD-IDX.
                   10 WS-HOLD-MATTER PIC X(12).
                   10 WS-HOLD-KIND PIC X(8).
                   10 WS-HOLD-CUSTOMER-ID PIC 9(7).
                   10 WS-HOLD-USERNAME PIC X(10).
                   10 WS-HOLD-FROM-DATE PIC X(10).
                   10 WS-HOLD-TO-DATE PIC X(10).
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
           LINKAGE SECTION.
           01 LG-REQUEST.
               05 LG-FUNCTION PIC X(8).
               05 LG-CUSTOMER-ID PIC 9(7).
               05 LG-USERNAME PIC X(10).
               05 LG-DATE PIC X(10).
               05 LG-DATE-2 PIC X(10).
               05 LG-RESULT PIC X.
               05 LG-MATTER PIC X(12).
       PROCEDURE DIVISION USING LG-REQUEST.
           IF WS-HOLDS-LOADED = 0 AND LG-FUNCTION NOT = "CLOSE"
               PERFORM LOAD-LEGAL-HOLDS
           END-IF.
           MOVE "N" TO LG-RESULT.
           MOVE SPACES TO LG-MATTER.
           IF LG-FUNCTION = "CLOSE"
               MOVE 0 TO WS-HOLDS-LOADED
           ELSE IF WS-HOLDS-UNSURE = 1
               MOVE "Y" TO LG-RESULT
               MOVE WS-UNSURE-MATTER TO LG-MATTER
           ELSE
               PERFORM FIND-COVERING-HOLD
           END-IF.
           GOBACK.

           LOAD-LEGAL-HOLDS SECTION.
      *    Only holds still open today are kept: a hold stops
      *    protecting on its release date.
           MOVE "TODAY" TO DS-FUNCTION.
           CALL "date-services" USING WS-DS-REQUEST.
           MOVE DS-STAMP TO WS-TODAY-STAMP.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-HOLDS-UNSURE.
           MOVE SPACES TO WS-UNSURE-MATTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEGAL-HOLD-FILE
                       NOT AT END
                           PERFORM TAKE-ONE-HOLD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEGAL-HOLD-FILE
           ELSE IF WS-LEGAL-HOLD-STATUS NOT = "35"
               DISPLAY "LEGAL HOLD -- legal-holds.dat NOT READABLE, "
                   "STATUS " WS-LEGAL-HOLD-STATUS
                   "; EVERYTHING TREATED AS HELD"
               MOVE 1 TO WS-HOLDS-UNSURE
               MOVE "UNREADABLE" TO WS-UNSURE-MATTER
           END-IF.
           MOVE 1 TO WS-HOLDS-LOADED.

           TAKE-ONE-HOLD SECTION.
           IF LEGAL-HOLD-RECORD = SPACES
               CONTINUE
           ELSE IF LH-RELEASE-DATE NOT = SPACES AND
               LH-RELEASE-DATE <= WS-TODAY-STAMP
               CONTINUE
           ELSE IF LH-MATTER = SPACES OR
               (LH-KIND NOT = "CUSTOMER" AND
                LH-KIND NOT = "USERNAME" AND
                LH-KIND NOT = "DATES") OR
               (LH-KIND = "CUSTOMER" AND
                LH-CUSTOMER-ID NOT NUMERIC) OR
               (LH-KIND = "USERNAME" AND LH-USERNAME = SPACES) OR
               (LH-KIND = "DATES" AND LH-FROM-DATE = SPACES)
               DISPLAY "LEGAL HOLD -- BAD LINE ON legal-holds.dat: "
                   LEGAL-HOLD-RECORD(1:60)
                   "; EVERYTHING TREATED AS HELD"
               MOVE 1 TO WS-HOLDS-UNSURE
               MOVE LH-MATTER TO WS-UNSURE-MATTER
           ELSE IF WS-HOLD-COUNT >= 500
               DISPLAY "LEGAL HOLD -- MORE THAN 500 OPEN HOLDS; "
                   "EVERYTHING TREATED AS HELD"
               MOVE 1 TO WS-HOLDS-UNSURE
               MOVE LH-MATTER TO WS-UNSURE-MATTER
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET HOLD-IDX TO WS-HOLD-COUNT
               MOVE LH-MATTER TO WS-HOLD-MATTER(HOLD-IDX)
               MOVE LH-KIND TO WS-HOLD-KIND(HOLD-IDX)
               MOVE 0 TO WS-HOLD-CUSTOMER-ID(HOLD-IDX)
               IF LH-KIND = "CUSTOMER"
                   MOVE LH-CUSTOMER-ID TO
                       WS-HOLD-CUSTOMER-ID(HOLD-IDX)
               END-IF
               MOVE LH-USERNAME TO WS-HOLD-USERNAME(HOLD-IDX)
               MOVE LH-FROM-DATE TO WS-HOLD-FROM-DATE(HOLD-IDX)
               MOVE LH-TO-DATE TO WS-HOLD-TO-DATE(HOLD-IDX)
               IF LH-TO-DATE = SPACES
                   MOVE "9999-99-99" TO WS-HOLD-TO-DATE(HOLD-IDX)
               END-IF
           END-IF.

           FIND-COVERING-HOLD SECTION.
      *    ISO dates compare as text, so a DATES hold covers a date
      *    from its from-date through its to-date inclusive.
           MOVE 0 TO WS-HOLD-FOUND.
           SET HOLD-IDX TO 1.
           PERFORM UNTIL WS-HOLD-FOUND = 1 OR
               HOLD-IDX > WS-HOLD-COUNT
               IF LG-FUNCTION = "CUSTOMER"
                   IF WS-HOLD-KIND(HOLD-IDX) = "CUSTOMER" AND
                       WS-HOLD-CUSTOMER-ID(HOLD-IDX) = LG-CUSTOMER-ID
                       MOVE 1 TO WS-HOLD-FOUND
                   END-IF
               ELSE IF LG-FUNCTION = "USERNAME"
                   IF WS-HOLD-KIND(HOLD-IDX) = "USERNAME" AND
                       WS-HOLD-USERNAME(HOLD-IDX) = LG-USERNAME
                       MOVE 1 TO WS-HOLD-FOUND
                   END-IF
               ELSE IF LG-FUNCTION = "DATE"
                   IF WS-HOLD-KIND(HOLD-IDX) = "DATES" AND
                       LG-DATE >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                       LG-DATE <= WS-HOLD-TO-DATE(HOLD-IDX)
                       MOVE 1 TO WS-HOLD-FOUND
                   END-IF
               ELSE IF LG-FUNCTION = "SPAN"
                   IF WS-HOLD-KIND(HOLD-IDX) = "DATES" AND
                       LG-DATE-2 >= WS-HOLD-FROM-DATE(HOLD-IDX) AND
                       LG-DATE <= WS-HOLD-TO-DATE(HOLD-IDX)
                       MOVE 1 TO WS-HOLD-FOUND
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-HOLD-FOUND = 1
                   MOVE "Y" TO LG-RESULT
                   MOVE WS-HOLD-MATTER(HOLD-IDX) TO LG-MATTER
               ELSE
                   SET HOLD-IDX UP BY 1
               END-IF
           END-PERFORM.
