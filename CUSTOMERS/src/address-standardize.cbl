           01 WS-CJ-BEFORE PIC X(235).
           01 WS-CJ-RUN-DATE PIC X(10).
           01 WS-CJ-RUN-TIME PIC X(8).
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
      *    The mailing house keeps dinging presort qualification on
      *    inconsistently keyed addresses. This rewrites PERSON-STREET
      *    for its standard abbreviation from the translation table
      *    -- and logs every record it touches with before and after
      *    values.
           MOVE "CHECK" TO LS-FUNCTION.
           MOVE "address-standardize" TO LS-PROGRAM.
           MOVE 1 TO LS-FILE-COUNT.
           MOVE "customers.dat" TO LS-FILE-NAME(1).
           MOVE 3 TO LS-VERSION(1).
           CALL "layout-services" USING WS-LS-REQUEST.
           IF LS-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SUFFIX-TABLE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-CUSTOMERS-FILE.
