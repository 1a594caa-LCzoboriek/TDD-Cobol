       IDENTIFICATION DIVISION.
       PROGRAM-ID. id-check.
      *    The one place the check digit on a customer number is
      *    worked out, so intake, the maintenance and inquiry
      *    screens, every feed that names a customer and the BBS
      *    link all agree on what a good number is.
      *    A customer number is the seven-digit PERSON-CUSTOMER-ID
      *    followed by one check digit (mod 10, doubling every
      *    other digit from the right), so any single mistyped digit
      *    and nearly every pair of swapped neighbours fails instead
      *    of landing on some other real customer. The digit is
      *    derived from the ID alone; customers.dat keeps the bare
      *    seven digits it always has.
      *
      *    Callers pass one request area and set IC-FUNCTION:
      *      ASSIGN    IC-CUSTOMER-ID in; IC-CHECK-DIGIT out, which
      *                leaves the whole eight-digit number in
      *                IC-CUSTOMER-NUMBER. IC-RESULT is V.
      *      VALIDATE  IC-CUSTOMER-NUMBER in, exactly as received;
      *                IC-RESULT and IC-MESSAGE out. IC-RESULT is
      *                  V  the check digit is right;
      *                  N  the number is not eight digits;
      *                  Z  the ID part is zero;
      *                  C  the check digit is wrong for the ID.
      *                IC-MESSAGE is blank for V and otherwise is a
      *                reason fit for a screen or a reject file.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-ID-DIGITS PIC 9(7).
           01 WS-ID-DIGIT-TABLE REDEFINES WS-ID-DIGITS.
               05 WS-ID-DIGIT PIC 9 OCCURS 7 TIMES.
           01 WS-DIGIT-POS PIC 9.
           01 WS-DIGIT-WEIGHT PIC 9.
           01 WS-DIGIT-PRODUCT PIC 99.
           01 WS-DIGIT-SUM PIC 9(3).
           01 WS-SUM-TENS PIC 9(3).
           01 WS-SUM-UNITS PIC 9.
           01 WS-EXPECTED-DIGIT PIC 9.
           LINKAGE SECTION.
           01 IC-REQUEST.
               05 IC-FUNCTION PIC X(8).
               05 IC-CUSTOMER-NUMBER.
                   10 IC-CUSTOMER-ID PIC 9(7).
                   10 IC-CHECK-DIGIT PIC 9.
               05 IC-RESULT PIC X.
               05 IC-MESSAGE PIC X(40).
       PROCEDURE DIVISION USING IC-REQUEST.
           MOVE SPACES TO IC-MESSAGE.
           IF IC-FUNCTION = "ASSIGN"
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-EXPECTED-DIGIT TO IC-CHECK-DIGIT
               MOVE "V" TO IC-RESULT
           ELSE IF IC-FUNCTION = "VALIDATE"
               PERFORM VALIDATE-NUMBER
           END-IF.
           GOBACK.

           VALIDATE-NUMBER SECTION.
           IF IC-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "N" TO IC-RESULT
               MOVE "Customer number is not eight digits" TO
                   IC-MESSAGE
           ELSE IF IC-CUSTOMER-ID = 0
               MOVE "Z" TO IC-RESULT
               MOVE "Customer number is zero" TO IC-MESSAGE
           ELSE
               PERFORM COMPUTE-CHECK-DIGIT
               IF IC-CHECK-DIGIT = WS-EXPECTED-DIGIT
                   MOVE "V" TO IC-RESULT
               ELSE
                   MOVE "C" TO IC-RESULT
                   MOVE "Customer number check digit is wrong" TO
                       IC-MESSAGE
               END-IF
           END-IF.

           COMPUTE-CHECK-DIGIT SECTION.
      *    Rightmost ID digit doubled, the next one not, and so on
      *    to the left; a doubled digit over 9 counts as its two
      *    digits added together. The check digit is whatever
      *    brings the total up to the next multiple of ten.
           MOVE IC-CUSTOMER-ID TO WS-ID-DIGITS.
           MOVE 0 TO WS-DIGIT-SUM.
           MOVE 2 TO WS-DIGIT-WEIGHT.
           MOVE 7 TO WS-DIGIT-POS.
           PERFORM UNTIL WS-DIGIT-POS = 0
               MULTIPLY WS-ID-DIGIT(WS-DIGIT-POS) BY WS-DIGIT-WEIGHT
                   GIVING WS-DIGIT-PRODUCT
               IF WS-DIGIT-PRODUCT > 9
                   SUBTRACT 9 FROM WS-DIGIT-PRODUCT
               END-IF
               ADD WS-DIGIT-PRODUCT TO WS-DIGIT-SUM
               IF WS-DIGIT-WEIGHT = 2
                   MOVE 1 TO WS-DIGIT-WEIGHT
               ELSE
                   MOVE 2 TO WS-DIGIT-WEIGHT
               END-IF
               SUBTRACT 1 FROM WS-DIGIT-POS
           END-PERFORM.
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-SUM-TENS
               REMAINDER WS-SUM-UNITS.
           IF WS-SUM-UNITS = 0
               MOVE 0 TO WS-EXPECTED-DIGIT
           ELSE
               SUBTRACT WS-SUM-UNITS FROM 10 GIVING WS-EXPECTED-DIGIT
           END-IF.
