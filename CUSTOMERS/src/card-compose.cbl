           01 WS-CITY-LINE PIC X(42).
           01 WS-PIECE-COUNT PIC 9(7).
           01 WS-TOTAL-PIECES PIC 9(7) VALUE 0.
      *    Request area for the shared transmission-queue
      *    subprogram, which puts each file bound for a vendor on
      *    the outbound queue.
           01 WS-TX-REQUEST.
               05 TX-FUNCTION PIC X(8).
               05 TX-VENDOR PIC X(4).
               05 TX-FILE-NAME PIC X(40).
               05 TX-FILE-KIND PIC X(8).
               05 TX-ID PIC 9(7).
               05 TX-RECORD-COUNT PIC 9(7).
               05 TX-HASH PIC 9(16).
               05 TX-RESULT PIC X.
       PROCEDURE DIVISION.
      *    The vendors used to lay cards out themselves from our raw
      *    data fields, so every greeting tweak was a ticket and a
      *    setup fee. This turns each vendor's dispatch file into a
      *    print-image spool -- one fixed page per piece, positioned
      *    by the per-card-type layout template -- and the vendor
      *    prints what the page says, nothing more. Each spool with
      *    pages on it goes on the outbound transmission queue.
           PERFORM LOAD-LAYOUT-TEMPLATES.
           PERFORM LOAD-VENDOR-LIST.
           PERFORM LOAD-BRAND-CODES.
               CLOSE F-SPOOL-FILE
               DISPLAY "CARD COMPOSE -- " WS-VENDOR-CODE(VEND-IDX)
                   " PAGES: " WS-PIECE-COUNT
               IF WS-PIECE-COUNT > 0
                   MOVE "QUEUE" TO TX-FUNCTION
                   MOVE WS-VENDOR-CODE(VEND-IDX) TO TX-VENDOR
                   MOVE WS-SPOOL-NAME TO TX-FILE-NAME
                   MOVE "SPOOL" TO TX-FILE-KIND
                   CALL "transmission-queue" USING WS-TX-REQUEST
               END-IF
           END-IF.

           COMPOSE-ONE-PAGE SECTION.
