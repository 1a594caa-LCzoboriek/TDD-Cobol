                 "exception-store.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCEPTION-STORE-STATUS.
               SELECT F-REFERRAL-LEDGER-FILE ASSIGN TO
                 "referral-ledger.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFERRAL-LEDGER-STATUS.
               SELECT F-SALUTATIONS-FILE ASSIGN TO
                 "customer-salutations.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SL-CUSTOMER-ID
                 FILE STATUS IS WS-SALUTATIONS-STATUS.
               SELECT F-CUSTOMER-NUMBERS-FILE ASSIGN TO
                 "customer-numbers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CUSTOMER-NUMBERS-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-INTAKE-FILE.
               05 INTAKE-SIGNUP-DATE PIC X(10).
               05 INTAKE-JOB-TITLE PIC X(60).
               05 INTAKE-DO-NOT-MAIL PIC X.
      *        The existing customer who brought this one in, when
      *        marketing knows it, as the full eight-digit customer
      *        number (ID plus id-check digit); blank for an
      *        ordinary signup.
               05 INTAKE-REFERRER-NUMBER.
                   10 INTAKE-REFERRER-ID PIC X(7).
                   10 INTAKE-REFERRER-CHECK-DIGIT PIC X.
      *        How the customer asked to be addressed: a code from
      *        salutation-table.dat (NONE for no title at all) and
      *        the pronoun pair from the signup form. Blank when
      *        the customer didn't say.
               05 INTAKE-HONORIFIC PIC X(4).
               05 INTAKE-PRONOUN-NOM PIC X(10).
               05 INTAKE-PRONOUN-OBJ PIC X(10).
      *        Y when the customer ticked the box on the signup form
      *        agreeing to promotional mail; anything else records
      *        nothing and campaigns leave them alone.
               05 INTAKE-PROMO-CONSENT PIC X.
           FD F-CUSTOMERS-FILE.
           01 PERSON.
               05 PERSON-CUSTOMER-ID PIC 9(7).
               05 EX-REASON PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 EX-RESOLUTION PIC X(40).
           FD F-REFERRAL-LEDGER-FILE.
      *    One line per referral loaded: who referred whom and on
      *    what day. The card flag starts P for pending; the
      *    referral card run moves it to C (thank-you card mailed),
      *    E (e-card) or S (skipped -- the referrer can't be mailed).
           01 REFERRAL-LEDGER-RECORD.
               05 REFERRAL-REFERRER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-REFERRED-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 REFERRAL-CARD-FLAG PIC X.
           FD F-SALUTATIONS-FILE.
      *    The customer's honorific and pronoun set, kept beside
      *    customers.dat the way seasonal addresses are; the card
      *    runs read it through salutation-services.
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
           FD F-CUSTOMER-NUMBERS-FILE.
      *    Register of customer numbers issued -- one line for each
      *    signup loaded, in the layout customer-number-assign
      *    started the register with.
           01 CUSTOMER-NUMBER-RECORD.
               05 CN-CUSTOMER-ID PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 CN-CUSTOMER-NUMBER PIC 9(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-ISSUED-DATE PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 CN-SOURCE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CN-OPERATOR PIC X(8).
           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-INTAKE-STATUS PIC XX.
           01 WS-CHANGE-JOURNAL-STATUS PIC XX.
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
           01 WS-REFERRAL-LEDGER-STATUS PIC XX.
           01 WS-REFERRER-VALID PIC X VALUE "N".
               88 REFERRER-IS-VALID VALUE "Y".
           01 WS-REFERRAL-COUNT PIC 9(7) VALUE 0.
           01 WS-REFERRAL-REJECT-COUNT PIC 9(7) VALUE 0.
           01 WS-ZIP-CORRECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-ZIP-REFERRED-COUNT PIC 9(7) VALUE 0.
           01 WS-SALUTATIONS-STATUS PIC XX.
           01 WS-SALUTATION-COUNT PIC 9(7) VALUE 0.
           01 WS-CONSENT-COUNT PIC 9(7) VALUE 0.
           01 WS-CUSTOMER-NUMBERS-STATUS PIC XX.
           01 WS-NUMBER-ISSUED-COUNT PIC 9(7) VALUE 0.
           01 WS-CV-REQUEST.
               05 CV-FUNCTION PIC X(8).
               05 CV-CUSTOMER-ID PIC 9(7).
               05 CV-TYPE PIC X(8).
               05 CV-STATUS PIC X.
               05 CV-SOURCE PIC X(8).
               05 CV-DATE PIC X(10).
               05 CV-OPERATOR PIC X(8).
               05 CV-LAPSE-DATE PIC X(10).
               05 CV-NOTICE-DAYS PIC 9(3).
               05 CV-RESULT PIC X.
           01 WS-SV-REQUEST.
               05 SV-FUNCTION PIC X(8).
               05 SV-CUSTOMER-ID PIC 9(7).
               05 SV-NAME PIC X(40).
               05 SV-HONORIFIC PIC X(4).
               05 SV-RESULT PIC X.
               05 SV-SALUTATION PIC X(40).
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
           01 WS-ZC-REQUEST.
               05 ZC-FUNCTION PIC X(8).
               05 ZC-CITY PIC X(25).
               05 ZC-STATE PIC X(2).
               05 ZC-ZIP PIC X(10).
               05 ZC-RESULT PIC X.
               05 ZC-SUGGEST-CITY PIC X(25).
               05 ZC-SUGGEST-STATE PIC X(2).
               05 ZC-MESSAGE PIC X(40).
           01 WS-IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
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
      *    Nightly merge of marketing's signup feed into the indexed
      *    customers.dat, so the next card run sees yesterday's
      *    signups without anyone splicing files together by hand.
      *    Bad dates and duplicate IDs land on intake-exceptions.dat
      *    with a reason instead of poisoning the master file. Each
      *    signup loaded is issued its customer number on the
      *    customer-numbers.dat register.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "customer-intake" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM LOAD-COUNTRY-TABLE.
           OPEN INPUT F-INTAKE-FILE.
           IF WS-EXCEPTION-STORE-STATUS = "35"
               OPEN OUTPUT F-EXCEPTION-STORE-FILE
           END-IF.
           OPEN EXTEND F-REFERRAL-LEDGER-FILE.
           IF WS-REFERRAL-LEDGER-STATUS = "35"
               OPEN OUTPUT F-REFERRAL-LEDGER-FILE
           END-IF.
           OPEN I-O F-SALUTATIONS-FILE.
           IF WS-SALUTATIONS-STATUS = "35"
               OPEN OUTPUT F-SALUTATIONS-FILE
               CLOSE F-SALUTATIONS-FILE
               OPEN I-O F-SALUTATIONS-FILE
           END-IF.
           OPEN EXTEND F-CUSTOMER-NUMBERS-FILE.
           IF WS-CUSTOMER-NUMBERS-STATUS = "35"
               OPEN OUTPUT F-CUSTOMER-NUMBERS-FILE
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INTAKE-FILE
                   NOT AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           MOVE "CLOSE" TO ZC-FUNCTION.
           CALL "zip-check" USING WS-ZC-REQUEST.
           MOVE "CLOSE" TO SV-FUNCTION.
           CALL "salutation-services" USING WS-SV-REQUEST.
           MOVE "CLOSE" TO CV-FUNCTION.
           CALL "consent-services" USING WS-CV-REQUEST.
           CLOSE F-INTAKE-FILE.
           CLOSE F-CUSTOMERS-FILE.
           CLOSE F-INTAKE-EXCEPTIONS-FILE.
           CLOSE F-CHANGE-JOURNAL-FILE.
           CLOSE F-EXCEPTION-STORE-FILE.
           CLOSE F-REFERRAL-LEDGER-FILE.
           CLOSE F-SALUTATIONS-FILE.
           CLOSE F-CUSTOMER-NUMBERS-FILE.
           DISPLAY "INTAKE RUN SUMMARY -- READ: " WS-READ-COUNT
               " INSERTED: " WS-INSERTED-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " REFERRALS: " WS-REFERRAL-COUNT
               " REFERRALS REFUSED: " WS-REFERRAL-REJECT-COUNT
               " CITIES CORRECTED: " WS-ZIP-CORRECTED-COUNT
               " ADDRESSES REFERRED: " WS-ZIP-REFERRED-COUNT
               " SALUTATIONS: " WS-SALUTATION-COUNT
               " CONSENTS: " WS-CONSENT-COUNT
               " NUMBERS ISSUED: " WS-NUMBER-ISSUED-COUNT.
           GOBACK.

           PROCESS-ONE-INTAKE-RECORD SECTION.
               END-READ
           END-IF.
           IF INTAKE-RECORD-IS-VALID
               PERFORM CHECK-REFERRER
               PERFORM INSERT-INTAKE-RECORD
           ELSE
               MOVE SPACES TO INTAKE-EXCEPTION-RECORD
           ELSE
               MOVE INTAKE-ADDRESS TO PERSON-STREET
           END-IF.
           MOVE SPACE TO ZC-RESULT.
           IF WS-COMMA-COUNT = 2 AND
               (INTAKE-COUNTRY = "US" OR INTAKE-COUNTRY = SPACES)
               PERFORM CHECK-INTAKE-ZIP
           END-IF.
           WRITE PERSON
               INVALID KEY
                   MOVE SPACES TO INTAKE-EXCEPTION-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-INSERTED-COUNT
                   PERFORM WRITE-CHANGE-JOURNAL-LINE
                   PERFORM WRITE-CUSTOMER-NUMBER-LINE
                   IF REFERRER-IS-VALID
                       PERFORM WRITE-REFERRAL-LEDGER-LINE
                   END-IF
                   IF ZC-RESULT = "S" OR ZC-RESULT = "X" OR
                       ZC-RESULT = "U"
                       MOVE ZC-MESSAGE TO WS-REJECT-REASON
                       PERFORM WRITE-EXCEPTION-STORE-LINE
                       ADD 1 TO WS-ZIP-REFERRED-COUNT
                   END-IF
                   IF INTAKE-HONORIFIC NOT = SPACES OR
                       INTAKE-PRONOUN-NOM NOT = SPACES
                       PERFORM STORE-INTAKE-SALUTATION
                   END-IF
                   IF INTAKE-PROMO-CONSENT = "Y" OR
                       INTAKE-PROMO-CONSENT = "y"
                       PERFORM STORE-INTAKE-CONSENT
                   END-IF
           END-WRITE.

           STORE-INTAKE-CONSENT SECTION.
      *    Dated the day the feed is loaded, which is the day the
      *    shop first held the customer's say-so.
           MOVE "RECORD" TO CV-FUNCTION.
           MOVE INTAKE-CUSTOMER-ID TO CV-CUSTOMER-ID.
           MOVE "PROMO" TO CV-TYPE.
           MOVE "G" TO CV-STATUS.
           MOVE "INTAKE" TO CV-SOURCE.
           MOVE WS-CJ-RUN-DATE TO CV-DATE.
           MOVE "INTAKE" TO CV-OPERATOR.
           CALL "consent-services" USING WS-CV-REQUEST.
           IF CV-RESULT = "Y"
               ADD 1 TO WS-CONSENT-COUNT
           ELSE
               MOVE "Promotional consent not recorded" TO
                   WS-REJECT-REASON
               PERFORM WRITE-EXCEPTION-STORE-LINE
           END-IF.

           STORE-INTAKE-SALUTATION SECTION.
      *    A code that isn't on the salutation table, or half a
      *    pronoun pair, is left off and goes to the exception store
      *    as a warning -- the card goes out with the plain name,
      *    never a title the customer didn't pick. Pronouns are
      *    checked and completed through pronoun-services, the same
      *    as a BBS profile.
           MOVE SPACES TO SALUTATION-RECORD.
           MOVE INTAKE-CUSTOMER-ID TO SL-CUSTOMER-ID.
           MOVE "CHECK" TO SV-FUNCTION.
           MOVE INTAKE-HONORIFIC TO SV-HONORIFIC.
           CALL "salutation-services" USING WS-SV-REQUEST.
           IF SV-RESULT = "Y"
               MOVE SV-HONORIFIC TO SL-HONORIFIC
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "Honorific " INTAKE-HONORIFIC
                   " not on salutation table"
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               PERFORM WRITE-EXCEPTION-STORE-LINE
           END-IF.
           IF INTAKE-PRONOUN-NOM NOT = SPACES
               IF INTAKE-PRONOUN-OBJ = SPACES
                   MOVE "Pronoun set incomplete" TO WS-REJECT-REASON
                   PERFORM WRITE-EXCEPTION-STORE-LINE
               ELSE
                   MOVE "VALIDATE" TO PS-FUNCTION
                   MOVE INTAKE-PRONOUN-NOM TO PS-NOMINATIVE
                   MOVE INTAKE-PRONOUN-OBJ TO PS-OBJECTIVE
                   MOVE SPACES TO PS-POSSESSIVE
                   MOVE SPACES TO PS-REFLEXIVE
                   CALL "pronoun-services" USING WS-PS-REQUEST
                   MOVE PS-NOMINATIVE TO SL-NOMINATIVE
                   MOVE PS-OBJECTIVE TO SL-OBJECTIVE
                   MOVE PS-POSSESSIVE TO SL-POSSESSIVE
                   MOVE PS-REFLEXIVE TO SL-REFLEXIVE
               END-IF
           END-IF.
           IF SL-HONORIFIC NOT = SPACES OR SL-NOMINATIVE NOT = SPACES
               MOVE "F" TO SL-SOURCE
               MOVE WS-CJ-RUN-DATE TO SL-UPDATED-DATE
               WRITE SALUTATION-RECORD
                   INVALID KEY
                       REWRITE SALUTATION-RECORD
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-SALUTATION-COUNT
           END-IF.

           CHECK-INTAKE-ZIP SECTION.
      *    The same ZIP reference check the nightly zip-validate run
      *    makes, applied on the way in. A misspelled city under a
      *    ZIP and state that agree goes in corrected; anything the
      *    reference disagrees with still loads, the way a lumpy
      *    address does, and lands on the exception workbench with
      *    the suggested correction once the record is on file.
           MOVE "CHECK" TO ZC-FUNCTION.
           MOVE PERSON-CITY TO ZC-CITY.
           MOVE PERSON-STATE TO ZC-STATE.
           MOVE PERSON-ZIP TO ZC-ZIP.
           CALL "zip-check" USING WS-ZC-REQUEST.
           IF ZC-RESULT = "C"
               MOVE ZC-SUGGEST-CITY TO PERSON-CITY
               ADD 1 TO WS-ZIP-CORRECTED-COUNT
           END-IF.

           CHECK-REFERRER SECTION.
      *    A referral that doesn't hold up -- a customer number
      *    that fails its check, the customer naming themselves, or
      *    nobody on file by that ID
      *    -- goes to the exception store as a warning, but the
      *    signup itself still loads: a bad referral is marketing's
      *    clean-up, not a reason to hold a new customer back.
           MOVE "N" TO WS-REFERRER-VALID.
           IF INTAKE-REFERRER-NUMBER NOT = SPACES
               MOVE SPACES TO WS-REJECT-REASON
               MOVE "VALIDATE" TO IC-FUNCTION
               MOVE INTAKE-REFERRER-NUMBER TO IC-CUSTOMER-NUMBER
               CALL "id-check" USING WS-IC-REQUEST
               IF IC-RESULT = "N"
                   MOVE "Referrer number not eight digits" TO
                       WS-REJECT-REASON
               ELSE IF IC-RESULT = "Z"
                   MOVE "Referrer number is zero" TO WS-REJECT-REASON
               ELSE IF IC-RESULT = "C"
                   MOVE "Referrer number check digit is wrong" TO
                       WS-REJECT-REASON
               ELSE IF INTAKE-REFERRER-ID = INTAKE-CUSTOMER-ID
                   MOVE "Customer named as own referrer" TO
                       WS-REJECT-REASON
               ELSE
                   MOVE INTAKE-REFERRER-ID TO PERSON-CUSTOMER-ID
                   READ F-CUSTOMERS-FILE
                       INVALID KEY
                           MOVE "Referrer not on customer file" TO
                               WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE "Y" TO WS-REFERRER-VALID
                   END-READ
               END-IF
               END-IF
               END-IF
               END-IF
               IF NOT REFERRER-IS-VALID
                   PERFORM WRITE-EXCEPTION-STORE-LINE
                   ADD 1 TO WS-REFERRAL-REJECT-COUNT
               END-IF
           END-IF.

           WRITE-REFERRAL-LEDGER-LINE SECTION.
           MOVE SPACES TO REFERRAL-LEDGER-RECORD.
           MOVE INTAKE-REFERRER-ID TO REFERRAL-REFERRER-ID.
           MOVE INTAKE-CUSTOMER-ID TO REFERRAL-REFERRED-ID.
           MOVE WS-CJ-RUN-DATE TO REFERRAL-DATE.
           MOVE "P" TO REFERRAL-CARD-FLAG.
           WRITE REFERRAL-LEDGER-RECORD
           END-WRITE.
           ADD 1 TO WS-REFERRAL-COUNT.

           WRITE-CUSTOMER-NUMBER-LINE SECTION.
           MOVE "ASSIGN" TO IC-FUNCTION.
           MOVE PERSON-CUSTOMER-ID TO IC-CUSTOMER-ID.
           CALL "id-check" USING WS-IC-REQUEST.
           MOVE SPACES TO CUSTOMER-NUMBER-RECORD.
           MOVE PERSON-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE IC-CUSTOMER-NUMBER TO CN-CUSTOMER-NUMBER.
           MOVE WS-CJ-RUN-DATE TO CN-ISSUED-DATE.
           MOVE "INTAKE" TO CN-SOURCE.
           WRITE CUSTOMER-NUMBER-RECORD
           END-WRITE.
           ADD 1 TO WS-NUMBER-ISSUED-COUNT.

           WRITE-CHANGE-JOURNAL-LINE SECTION.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
