      *> GL-BALANCE.cpy - shared record layout for one line of
      *> GlBalances.txt: the debits and credits GLJRNL has journaled
      *> to one account in one accounting period (YYYYMM). An
      *> account's balance at the end of a period is the sum of
      *> debits less credits over that period and every one before.
           05 GB-PERIOD PIC 9(6).
           05 GB-ACCOUNT PIC 9(6).
           05 GB-DEBITS PIC 9(11)V99.
           05 GB-CREDITS PIC 9(11)V99.
