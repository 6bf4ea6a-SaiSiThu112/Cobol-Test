      *> TAX-CODE.cpy - shared record layout for one line of
      *> SalesTaxCodes.txt, the sales tax rate table: one line per
      *> tax code a product can carry on PM-TAX-CODE. STAXMAINT
      *> keeps the table; CUSTINV charges output tax and INVMATCH
      *> takes input tax at the code's rate, and both write the rate
      *> they used onto the line so a later change of rate never
      *> rewrites a tax return already filed.
           05 TX-CODE PIC X(1).
           05 TX-DESCRIPTION PIC X(20).
      *> percentage charged on the taxable value
           05 TX-RATE PIC 9(2)V99.
