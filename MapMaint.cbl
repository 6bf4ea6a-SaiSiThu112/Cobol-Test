           01 WS-BRANCH-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BM-EOF PIC A(1) VALUE "N".

      *> every movement type GLEXTRACT (and REVALUE and PROVRUN) can
      *> emit - the completeness check walks this list
           01 WS-TYPE-LIST.
               05 FILLER PIC X(8) VALUE "SELL".
               05 FILLER PIC X(8) VALUE "BUY".
               05 FILLER PIC X(8) VALUE "ADJUST".
               05 FILLER PIC X(8) VALUE "OTHER".
               05 FILLER PIC X(8) VALUE "REVALUE".
               05 FILLER PIC X(8) VALUE "ASSEMBLY".
               05 FILLER PIC X(8) VALUE "LANDED".
               05 FILLER PIC X(8) VALUE "LANDEXP".
               05 FILLER PIC X(8) VALUE "OUTTAX".
               05 FILLER PIC X(8) VALUE "INTAX".
               05 FILLER PIC X(8) VALUE "PROVISN".
           01 WS-TYPE-LIST-R REDEFINES WS-TYPE-LIST.
               05 WS-KNOWN-TYPE OCCURS 13 TIMES PIC X(8).
           01 WS-TYPE-IDX PIC 9(2) COMP.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
               ACCEPT WS-ASK-TYPE
               MOVE "N" TO WS-BRANCH-OK-SW
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 13
                   IF WS-KNOWN-TYPE (WS-TYPE-IDX) = WS-ASK-TYPE
                       SET WS-BRANCH-OK TO TRUE
                   END-IF
               ELSE
                   DISPLAY "NOT A MOVEMENT TYPE THE EXTRACT EMITS "
                       "(SELL BUY TRANSFER XFER IN ADJUST OTHER "
                       "REVALUE ASSEMBLY LANDED LANDEXP OUTTAX "
                       "INTAX PROVISN) - RE-ENTER"
               END-IF
           END-PERFORM.

       CHECK-COMPLETENESS.
           MOVE ZERO TO WS-HOLE-COUNT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 13
               MOVE "N" TO WS-DEFAULT-SW
               MOVE "N" TO WS-SPECIFIC-SW
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
