      *> BANK-MATCH.cpy - shared record layout for one line of
      *> BankMatched.txt: a statement line BANKREC has matched, and
      *> what it matched - a payroll payment (P, the run date and the
      *> employee) or a student payment (F, the payment date and its
      *> receipt number). Each run appends its new matches, so a
      *> line or an item is never matched twice.
           05 BM-STMT-DATE PIC 9(8).
           05 BM-STMT-DRCR PIC X(1).
           05 BM-STMT-AMOUNT PIC 9(9)V99.
           05 BM-STMT-REF PIC X(20).
           05 BM-SOURCE PIC X(1).
               88 BM-PAYROLL VALUE "P".
               88 BM-FEE VALUE "F".
           05 BM-ITEM-DATE PIC 9(8).
           05 BM-ITEM-ID PIC 9(6).
           05 BM-MATCHED-ON PIC 9(8).
