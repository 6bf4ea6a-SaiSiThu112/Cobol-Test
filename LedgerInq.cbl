               WHEN 3 MOVE "TRANSFER" TO WS-MOVE-NAME
               WHEN 4 MOVE "ADJUST" TO WS-MOVE-NAME
               WHEN 5 MOVE "XFER IN" TO WS-MOVE-NAME
               WHEN 6 MOVE "RETURN" TO WS-MOVE-NAME
               WHEN 7 MOVE "RTV" TO WS-MOVE-NAME
               WHEN 8 MOVE "ASSEMBLY" TO WS-MOVE-NAME
               WHEN 9 MOVE "QUARANT" TO WS-MOVE-NAME
               WHEN OTHER MOVE "OTHER" TO WS-MOVE-NAME
           END-EVALUATE.
           MOVE LG-QUANTITY TO WS-QTY-EDIT.
           MOVE LG-BEFORE-QTY TO WS-QTY-EDIT-2.
           MOVE LG-AFTER-QTY TO WS-QTY-EDIT-3.
           IF (LG-TRAN-CODE = 4 OR LG-TRAN-CODE = 9) AND
                   LG-REASON-CODE NOT = SPACES
               DISPLAY WS-CUR-DATE-NUM " " WS-MOVE-NAME
                   " QTY " WS-QTY-EDIT
                   " FROM " WS-QTY-EDIT-2
