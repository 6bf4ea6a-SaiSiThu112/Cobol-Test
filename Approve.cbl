               05 NEW-DEST-BRANCH PIC 9(3).
               05 NEW-TIMESTAMP PIC 9(14).
               05 NEW-REASON-CODE PIC X(2).
               05 NEW-LOT-NUMBER PIC X(10).
               05 NEW-EXPIRY-DATE PIC 9(8).

           FD REJECT-FILE.
           01 REJECT-LINE PIC X(80).
                   10 WS-PD-REASON PIC X(2).
                   10 WS-PD-OPERATOR PIC X(10).
                   10 WS-PD-VALUE PIC 9(9)V99.
                   10 WS-PD-LOT PIC X(10).
                   10 WS-PD-EXPIRY PIC 9(8).
                   10 WS-PD-DECISION PIC X(1).
           01 WS-PEND-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-PEND-EOF PIC A(1) VALUE "N".
                       ELSE
                           MOVE ZERO TO WS-PD-VALUE (WS-PD-IDX)
                       END-IF
                       MOVE PEND-LOT-NUMBER TO WS-PD-LOT (WS-PD-IDX)
                       IF PEND-EXPIRY-DATE IS NUMERIC
                           MOVE PEND-EXPIRY-DATE
                               TO WS-PD-EXPIRY (WS-PD-IDX)
                       ELSE
                           MOVE ZERO TO WS-PD-EXPIRY (WS-PD-IDX)
                       END-IF
                       MOVE SPACE TO WS-PD-DECISION (WS-PD-IDX)
               END-READ
           END-PERFORM.
                   MOVE WS-PD-OPERATOR (WS-PD-IDX)
                       TO PEND-OPERATOR-ID
                   MOVE WS-PD-VALUE (WS-PD-IDX) TO PEND-VALUE
                   MOVE WS-PD-LOT (WS-PD-IDX) TO PEND-LOT-NUMBER
                   MOVE WS-PD-EXPIRY (WS-PD-IDX) TO PEND-EXPIRY-DATE
                   WRITE PENDING-TRAN
               END-IF
           END-PERFORM.
           MOVE WS-PD-DEST (WS-PD-IDX) TO NEW-DEST-BRANCH.
           MOVE WS-PD-TIMESTAMP (WS-PD-IDX) TO NEW-TIMESTAMP.
           MOVE WS-PD-REASON (WS-PD-IDX) TO NEW-REASON-CODE.
           MOVE WS-PD-LOT (WS-PD-IDX) TO NEW-LOT-NUMBER.
           MOVE WS-PD-EXPIRY (WS-PD-IDX) TO NEW-EXPIRY-DATE.
           WRITE NEW-BALANCE.
           DISPLAY "RELEASED TO THE CAPTURE FILE".

