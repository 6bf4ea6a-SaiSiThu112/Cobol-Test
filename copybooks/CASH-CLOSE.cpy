      *> CASH-CLOSE.cpy - shared record layout for one line of
      *> CashierClose.txt: a cashier session (one operator's
      *> payments on one day) that CASHCLOSE has counted and closed.
      *> The totals by tender, the cash counted in the till and the
      *> over/short are kept as they stood at the close. PAYENT
      *> refuses to take any more payments into a session once it
      *> has a line here.
           05 CC-DATE PIC 9(8).
           05 CC-OPERATOR PIC X(10).
           05 CC-RECEIPT-COUNT PIC 9(5).
           05 CC-FIRST-RECEIPT PIC 9(6).
           05 CC-LAST-RECEIPT PIC 9(6).
           05 CC-CASH-TOTAL PIC 9(7)V99.
           05 CC-CHEQUE-TOTAL PIC 9(7)V99.
           05 CC-CARD-TOTAL PIC 9(7)V99.
           05 CC-TRANSFER-TOTAL PIC 9(7)V99.
           05 CC-COUNTED-CASH PIC 9(7)V99.
           05 CC-OVER-SHORT PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 CC-CLOSED-BY PIC X(10).
