      *> CUSTOMER-RETURN.cpy - shared record layout for one line of
      *> CustomerReturns.txt: goods a customer brought back against
      *> one shipped SalesOrder.txt line. RETURNENT appends a line
      *> for every return it accepts and adds the lines up again at
      *> start-up, so the running total returned against an order
      *> can never pass what that order actually shipped.
           05 RT-SO-NUMBER PIC 9(6).
           05 RT-CUSTOMER PIC 9(5).
           05 RT-BRANCH PIC 9(3).
           05 RT-PRODUCT PIC 9(2).
           05 RT-QUANTITY PIC S9(5)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 RT-DATE PIC 9(8).
           05 RT-OPERATOR-ID PIC X(10).
