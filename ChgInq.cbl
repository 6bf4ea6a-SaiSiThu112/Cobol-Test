
      *> shows the unified change journal the way AUDITINQ shows the
      *> personnel trail: the operator picks a master (PRODUCT,
      *> BRANCH, COURSE, SUPPLIER, PRICE or ALL), optionally a key
      *> (a price line's key is its product and branch), and a
      *> date range, and every matching add, before/after pair and
      *> deactivation lists in the order it happened - so the next
      *> mysteriously-zeroed field comes with a name and a
           END-IF.

           DISPLAY "Enter master to show (PRODUCT/BRANCH/COURSE/"
               "SUPPLIER/PRICE/ALL, QUIT to stop)" WITH NO ADVANCING.
           ACCEPT WS-ASK-MASTER.
           PERFORM UNTIL WS-ASK-MASTER = "QUIT"
               DISPLAY "Enter key to match (blank for every key)"
               END-IF
               PERFORM SHOW-THE-HISTORY
               DISPLAY "Enter master to show (PRODUCT/BRANCH/"
                   "COURSE/SUPPLIER/PRICE/ALL, QUIT to stop)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-MASTER
           END-PERFORM.
