      *> SUPPLIER-RETURN.cpy - shared record layout for one line of
      *> SupplierReturns.txt: goods sent back to the supplier against
      *> one RECEIVED PurchaseOrders.txt line, and the debit note that
      *> charged the supplier for them. RTVENT appends a line for
      *> every return it accepts and adds the lines up again at
      *> start-up, so the running total sent back against a PO line
      *> can never pass what that line receipted; SUPPERF counts the
      *> returned quantity against the supplier.
           05 RV-DEBIT-NOTE PIC 9(6).
           05 RV-PO-NUMBER PIC 9(6).
           05 RV-SUPPLIER PIC 9(3).
           05 RV-BRANCH PIC 9(3).
           05 RV-PRODUCT PIC 9(2).
           05 RV-QUANTITY PIC 9(5).
           05 RV-UNIT-COST PIC 9(5)V99.
           05 RV-VALUE PIC 9(9)V99.
           05 RV-DATE PIC 9(8).
      *> DA = damaged, WP = wrong product, QU = quality
           05 RV-REASON PIC X(2).
           05 RV-OPERATOR-ID PIC X(10).
