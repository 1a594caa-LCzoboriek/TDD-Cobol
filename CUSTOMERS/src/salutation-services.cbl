       IDENTIFICATION DIVISION.
       PROGRAM-ID. salutation-services.
      *    The one place a card's salutation is decided, so the
      *    card runs, the campaign engine and the welcome run all
      *    address a customer the same way. A greeting used to open
      *    with PERSON-NAME and nothing else; customers who had told
      *    us how to be addressed never saw it.
      *    customer-salutations.dat holds what the customer asked
      *    for -- an honorific code, NONE for no title at all, or
      *    blank for not stated -- and the pronoun set, captured on
      *    the intake feed and the maintenance screen.
      *    salutation-table.dat turns codes into the title printed:
      *      H lines  an honorific code and its title ("MX  Mx.");
      *      P lines  a pronoun pair as pronoun-services displays
      *               it, "(they/them)", and the title to use when
      *               the customer gave pronouns but no honorific.
      *               Optional -- with no P lines nothing is ever
      *               inferred from pronouns.
      *    Nothing stated, or a code missing from the table, gets
      *    the full name with no title: never a guessed one.
      *
      *    Callers pass one request area and set SV-FUNCTION:
      *      BUILD  SV-CUSTOMER-ID and SV-NAME in; SV-SALUTATION
      *             (the name as the card addresses it, "Mx.
      *             Rivera"), SV-HONORIFIC and SV-RESULT out.
      *             SV-RESULT is
      *               T  titled from the customer's own honorific;
      *               P  titled from the pronoun table;
      *               N  the customer asked for no title;
      *               F  full name, nothing stated.
      *      CHECK  SV-HONORIFIC in, handed back uppercase; SV-RESULT
      *             Y when it is blank, NONE or on the table, N
      *             otherwise.
      *      CLOSE  releases the files at end of run.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-SALUTATION-TABLE-FILE ASSIGN TO
                 "salutation-table.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SALUTATION-TABLE-STATUS.
               SELECT F-SALUTATIONS-FILE ASSIGN TO
                 "customer-salutations.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SL-CUSTOMER-ID
                 FILE STATUS IS WS-SALUTATIONS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-SALUTATION-TABLE-FILE.
           01 SALUTATION-TABLE-RECORD.
               05 ST-KIND PIC X.
               05 FILLER PIC X.
               05 ST-KEY PIC X(24).
               05 FILLER PIC X.
               05 ST-TITLE PIC X(10).
           FD F-SALUTATIONS-FILE.
           01 SALUTATION-RECORD.
               05 SL-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 SL-HONORIFIC PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 SL-NOMINATIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-OBJECTIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-POSSESSIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-REFLEXIVE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 SL-SOURCE PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 SL-UPDATED-DATE PIC X(10).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-SALUTATION-TABLE-STATUS PIC XX.
           01 WS-SALUTATIONS-STATUS PIC XX.
      *    The table is loaded on the first call. The customer
      *    file is opened on the first BUILD and held across calls,
      *    the way zip-check holds its reference; CHECK never opens
      *    it, so the screen and the intake run that write it can
      *    still ask whether a code is good.
           01 WS-TABLE-LOADED PIC 9 VALUE 0.
           01 WS-SALUTATIONS-STATE PIC 9 VALUE 0.
               88 SALUTATIONS-NOT-TRIED VALUE 0.
               88 SALUTATIONS-ARE-OPEN VALUE 1.
               88 SALUTATIONS-ARE-ABSENT VALUE 2.
           01 WS-TITLE-COUNT PIC 99 VALUE 0.
           01 WS-TITLE-TABLE.
               05 WS-TITLE-ENTRY OCCURS 50 TIMES
               INDEXED BY TITLE-IDX.
                   10 WS-TITLE-KIND PIC X.
                   10 WS-TITLE-KEY PIC X(24).
                   10 WS-TITLE-TEXT PIC X(10).
           01 WS-LOOK-KIND PIC X.
           01 WS-LOOK-KEY PIC X(24).
           01 WS-LOOK-FOUND PIC 9.
           01 WS-LOOK-TITLE PIC X(10).
           01 WS-NAME-WORK PIC X(40).
           01 WS-NAME-END PIC 99.
           01 WS-NAME-START PIC 99.
           01 WS-SURNAME-LEN PIC 99.
           01 WS-PS-REQUEST.
               05 PS-FUNCTION PIC X(8).
               05 PS-NAME-TEXT PIC X(30).
               05 PS-NOMINATIVE PIC X(10).
               05 PS-OBJECTIVE PIC X(10).
               05 PS-POSSESSIVE PIC X(10).
               05 PS-REFLEXIVE PIC X(10).
               05 PS-RESULT-FLAG PIC X.
               05 PS-DISPLAY-TEXT PIC X(44).
               05 PS-SENTENCE-TEXT PIC X(10).
           LINKAGE SECTION.
           01 SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
       PROCEDURE DIVISION USING SV-REQUEST.
           IF WS-TABLE-LOADED = 0 AND SV-FUNCTION NOT = "CLOSE"
               PERFORM LOAD-SALUTATION-TABLE
           END-IF.
           IF SV-FUNCTION = "BUILD"
               PERFORM BUILD-SALUTATION
           ELSE IF SV-FUNCTION = "CHECK"
               PERFORM CHECK-HONORIFIC
           ELSE IF SV-FUNCTION = "CLOSE"
               IF SALUTATIONS-ARE-OPEN
                   CLOSE F-SALUTATIONS-FILE
               END-IF
               MOVE 0 TO WS-SALUTATIONS-STATE
               MOVE 0 TO WS-TABLE-LOADED
           END-IF.
           GOBACK.

           LOAD-SALUTATION-TABLE SECTION.
      *    The table is small enough to hold; a box without it has
      *    no titles to print, so every customer gets the full name.
           MOVE 0 TO WS-TITLE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SALUTATION-TABLE-FILE.
           IF WS-SALUTATION-TABLE-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SALUTATION-TABLE-FILE
                   NOT AT END
                       PERFORM STORE-TABLE-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-SALUTATION-TABLE-STATUS = "00" OR
               WS-SALUTATION-TABLE-STATUS = "10"
               CLOSE F-SALUTATION-TABLE-FILE
           END-IF.
           MOVE 1 TO WS-TABLE-LOADED.

           STORE-TABLE-LINE SECTION.
      *    Codes are held uppercase and pronoun pairs lowercase, the
      *    forms callers and pronoun-services hand over.
           IF (ST-KIND = "H" OR ST-KIND = "P") AND ST-KEY NOT = SPACES
               IF WS-TITLE-COUNT >= 50
                   DISPLAY "WARNING: SALUTATION TABLE FULL -- LINE "
                       "IGNORED: " ST-KEY
               ELSE
                   ADD 1 TO WS-TITLE-COUNT
                   SET TITLE-IDX TO WS-TITLE-COUNT
                   MOVE ST-KIND TO WS-TITLE-KIND(TITLE-IDX)
                   IF ST-KIND = "H"
                       MOVE FUNCTION UPPER-CASE(ST-KEY) TO
                           WS-TITLE-KEY(TITLE-IDX)
                   ELSE
                       MOVE FUNCTION LOWER-CASE(ST-KEY) TO
                           WS-TITLE-KEY(TITLE-IDX)
                   END-IF
                   MOVE ST-TITLE TO WS-TITLE-TEXT(TITLE-IDX)
               END-IF
           END-IF.

           BUILD-SALUTATION SECTION.
           MOVE SV-NAME TO SV-SALUTATION.
           MOVE SPACES TO SV-HONORIFIC.
           MOVE "F" TO SV-RESULT.
           IF SALUTATIONS-NOT-TRIED
               OPEN INPUT F-SALUTATIONS-FILE
               IF WS-SALUTATIONS-STATUS = "00"
                   MOVE 1 TO WS-SALUTATIONS-STATE
               ELSE
                   MOVE 2 TO WS-SALUTATIONS-STATE
               END-IF
           END-IF.
           IF SALUTATIONS-ARE-OPEN
               MOVE SV-CUSTOMER-ID TO SL-CUSTOMER-ID
               READ F-SALUTATIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM APPLY-CUSTOMER-SALUTATION
               END-READ
           END-IF.

           APPLY-CUSTOMER-SALUTATION SECTION.
           MOVE SL-HONORIFIC TO SV-HONORIFIC.
           IF SL-HONORIFIC = "NONE"
               MOVE "N" TO SV-RESULT
           ELSE IF SL-HONORIFIC NOT = SPACES
               MOVE "H" TO WS-LOOK-KIND
               MOVE SL-HONORIFIC TO WS-LOOK-KEY
               PERFORM LOOK-UP-TITLE
               IF WS-LOOK-FOUND = 1 AND WS-LOOK-TITLE NOT = SPACES
                   PERFORM TITLE-WITH-SURNAME
                   MOVE "T" TO SV-RESULT
               END-IF
           ELSE IF SL-NOMINATIVE NOT = SPACES
      *        The pair is looked up in the one display form the
      *        shop uses everywhere, so a table line reads exactly
      *        as the pronouns show on a profile.
               MOVE "FORMAT" TO PS-FUNCTION
               MOVE SL-NOMINATIVE TO PS-NOMINATIVE
               MOVE SL-OBJECTIVE TO PS-OBJECTIVE
               CALL "pronoun-services" USING WS-PS-REQUEST
               MOVE "P" TO WS-LOOK-KIND
               MOVE PS-DISPLAY-TEXT(1:24) TO WS-LOOK-KEY
               PERFORM LOOK-UP-TITLE
               IF WS-LOOK-FOUND = 1 AND WS-LOOK-TITLE NOT = SPACES
                   PERFORM TITLE-WITH-SURNAME
                   MOVE "P" TO SV-RESULT
               END-IF
           END-IF.

           CHECK-HONORIFIC SECTION.
           MOVE FUNCTION UPPER-CASE(SV-HONORIFIC) TO SV-HONORIFIC.
           MOVE "Y" TO SV-RESULT.
           IF SV-HONORIFIC NOT = SPACES AND SV-HONORIFIC NOT = "NONE"
               MOVE "H" TO WS-LOOK-KIND
               MOVE SV-HONORIFIC TO WS-LOOK-KEY
               PERFORM LOOK-UP-TITLE
               IF WS-LOOK-FOUND = 0
                   MOVE "N" TO SV-RESULT
               END-IF
           END-IF.

           LOOK-UP-TITLE SECTION.
           MOVE 0 TO WS-LOOK-FOUND.
           MOVE SPACES TO WS-LOOK-TITLE.
           SET TITLE-IDX TO 1.
           PERFORM UNTIL WS-LOOK-FOUND = 1 OR
               TITLE-IDX > WS-TITLE-COUNT
               IF WS-TITLE-KIND(TITLE-IDX) = WS-LOOK-KIND AND
                   WS-TITLE-KEY(TITLE-IDX) = WS-LOOK-KEY
                   MOVE 1 TO WS-LOOK-FOUND
                   MOVE WS-TITLE-TEXT(TITLE-IDX) TO WS-LOOK-TITLE
               ELSE
                   SET TITLE-IDX UP BY 1
               END-IF
           END-PERFORM.

           TITLE-WITH-SURNAME SECTION.
      *    The title goes with the last word of the name: "Sam
      *    Rivera" under Mx. is "Mx. Rivera". A one-word name takes
      *    the title in front of that word.
           MOVE FUNCTION TRIM(SV-NAME) TO WS-NAME-WORK.
           MOVE 40 TO WS-NAME-END.
           PERFORM UNTIL WS-NAME-END = 0 OR
               WS-NAME-WORK(WS-NAME-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-END
           END-PERFORM.
           IF WS-NAME-END > 0
               MOVE WS-NAME-END TO WS-NAME-START
               PERFORM UNTIL WS-NAME-START = 1 OR
                   WS-NAME-WORK(WS-NAME-START - 1:1) = SPACE
                   SUBTRACT 1 FROM WS-NAME-START
               END-PERFORM
               COMPUTE WS-SURNAME-LEN =
                   WS-NAME-END - WS-NAME-START + 1
               MOVE SPACES TO SV-SALUTATION
               STRING FUNCTION TRIM(WS-LOOK-TITLE) " "
                   WS-NAME-WORK(WS-NAME-START:WS-SURNAME-LEN)
                   DELIMITED BY SIZE INTO SV-SALUTATION
               END-STRING
           END-IF.
