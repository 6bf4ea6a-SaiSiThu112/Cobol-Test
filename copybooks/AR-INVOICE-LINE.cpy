      *> AR-INVOICE-LINE.cpy - shared record layout for one line of
      *> CustInvoiceLines.txt: one released sales order line as it
      *> was billed to the customer. CUSTINV appends a line for every
      *> SO line it invoices and reads the file back on the next run,
      *> so an SO number already billed is never billed twice; the
      *> statement run prints the lines under their invoice. The
      *> output tax charged on the line rides with it at the rate in
      *> force when it was billed - the tax return and GLEXTRACT read
      *> it back from here.
           05 ARL-INVOICE-NO PIC 9(6).
           05 ARL-CUSTOMER PIC 9(5).
           05 ARL-SO-NUMBER PIC 9(6).
           05 ARL-BRANCH PIC 9(3).
           05 ARL-PRODUCT PIC 9(2).
           05 ARL-QUANTITY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ARL-PRICE PIC 9(5)V99.
           05 ARL-VALUE PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ARL-DATE PIC 9(8).
      *> the product's tax code and rate when billed, and the tax
      *> on ARL-VALUE - blank on lines billed before tax was charged
           05 ARL-TAX-CODE PIC X(1).
           05 ARL-TAX-RATE PIC 9(2)V99.
           05 ARL-TAX-AMOUNT PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
