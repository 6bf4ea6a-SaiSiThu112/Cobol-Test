      *> BANK-ISSUED.cpy - shared record layout for one line of
      *> BankPayIssued.txt: every payment line of every payroll bank
      *> file PAYRELEASE has released, kept after BankPay.txt itself
      *> is overwritten by the next run. This is the payroll side of
      *> BANKREC's reconciliation - what was sent that the bank has
      *> still to show.
           05 BI-RUN-DATE PIC 9(8).
           05 BI-RELEASED PIC 9(8).
           05 BI-PERSON-ID PIC 9(5).
           05 BI-BANK-CODE PIC X(6).
           05 BI-BANK-ACCT PIC 9(10).
           05 BI-AMOUNT PIC 9(9)V99.
