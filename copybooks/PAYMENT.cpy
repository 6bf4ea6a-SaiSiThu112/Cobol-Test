      *> PAYMENT.cpy - shared record layout for one line of
      *> Payments.txt: a tuition payment PAYENT took at the counter.
      *> Each payment carries the receipt number it was given, how
      *> it was tendered and the operator who took it, so CASHCLOSE
      *> can total a cashier's day by tender against the till. Lines
      *> written before receipts were numbered have these three
      *> fields blank and count only towards the student's account.
           05 PY-STUDENT-ID PIC 9(5).
           05 PY-AMOUNT PIC 9(7)V99.
           05 PY-DATE PIC 9(8).
           05 PY-RECEIPT-NO PIC 9(6).
           05 PY-TENDER PIC X(1).
               88 PY-CASH VALUE "C".
               88 PY-CHEQUE VALUE "Q".
               88 PY-CARD VALUE "K".
               88 PY-TRANSFER VALUE "T".
               88 PY-TENDER-VALID VALUE "C" "Q" "K" "T".
           05 PY-OPERATOR PIC X(10).
