      *> EMP-LOAN.cpy - shared record layout for one line of
      *> Loans.txt: a staff loan or salary advance, replacing the
      *> card in the office. LOANENT takes it out with its principal,
      *> monthly instalment and first payroll period (YYYYMM); the
      *> balance starts at the principal. From that period each PAYREG
      *> run takes the instalment (never more than is left) off the
      *> employee's pay, brings the balance down and stamps the run
      *> and the amount taken, so a rerun of the day can put it back
      *> first. At a zero balance the loan is repaid and deductions
      *> stop. LOANRPT lists what is still open.
           05 LN-LOAN-NO PIC 9(5).
           05 LN-PERSON-ID PIC 9(5).
           05 LN-TYPE PIC X(1).
               88 LN-IS-LOAN VALUE "L".
               88 LN-IS-ADVANCE VALUE "A".
           05 LN-PRINCIPAL PIC 9(7)V99.
           05 LN-INSTALMENT PIC 9(7)V99.
           05 LN-START-PERIOD PIC 9(6).
           05 LN-BALANCE PIC 9(7)V99.
           05 LN-STATUS PIC X(1).
               88 LN-OPEN VALUE "O".
               88 LN-REPAID VALUE "R".
           05 LN-LAST-RUN PIC 9(8).
           05 LN-LAST-AMOUNT PIC 9(7)V99.
           05 LN-ENTERED-DATE PIC 9(8).
           05 LN-OPERATOR PIC X(10).
