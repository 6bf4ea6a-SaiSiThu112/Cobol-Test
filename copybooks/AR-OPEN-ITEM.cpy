      *> AR-OPEN-ITEM.cpy - shared record layout for one line of
      *> ArOpenItems.txt, the accounts-receivable ledger: one line
      *> per customer invoice CUSTINV raises and one per payment
      *> ARPAY takes. A payment is applied to the customer's oldest
      *> open invoices first; AR-OPEN-AMOUNT is what is still owed
      *> on an invoice, or still unapplied on a payment, and the line
      *> closes when it reaches zero. ARSTMT ages the open amounts.
           05 AR-CUSTOMER PIC 9(5).
           05 AR-BRANCH PIC 9(3).
      *> I = invoice, P = payment received
           05 AR-TYPE PIC X(1).
               88 AR-INVOICE VALUE "I".
               88 AR-PAYMENT VALUE "P".
           05 AR-DOC-NO PIC 9(6).
           05 AR-DATE PIC 9(8).
           05 AR-AMOUNT PIC 9(9)V99.
           05 AR-OPEN-AMOUNT PIC 9(9)V99.
           05 AR-STATUS PIC X(1).
               88 AR-OPEN VALUE "O".
               88 AR-CLOSED VALUE "C".
