      *> BANK-STATEMENT.cpy - shared record layout for one line of
      *> BankStatement.txt, the bank account's statement as BANKIMP
      *> takes it in from the bank's export: what went through the
      *> account, which way, and the reference the bank shows. On a
      *> debit the reference starts with the account paid (a payroll
      *> payment out of BankPay.txt); on a credit it starts with the
      *> receipt number PAYENT gave the student. BANKREC matches the
      *> lines against what was sent and what was taken.
           05 BS-DATE PIC 9(8).
           05 BS-DRCR PIC X(1).
               88 BS-DEBIT VALUE "D".
               88 BS-CREDIT VALUE "C".
           05 BS-AMOUNT PIC 9(9)V99.
           05 BS-REFERENCE PIC X(20).
      *> the day BANKIMP took the line in
           05 BS-IMPORTED PIC 9(8).
