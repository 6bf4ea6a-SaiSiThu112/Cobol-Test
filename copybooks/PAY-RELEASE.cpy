      *> PAY-RELEASE.cpy - shared record layout for one line of
      *> PayRelease.txt, the log of what happened to each payroll
      *> run's bank file. PAYREG appends an H (held) line when a run
      *> writes BankPayHeld.txt, with the run's payment count and
      *> total, the variances on its PayVariance.txt and the
      *> operator who ran it. PAYRELEASE appends an R (released)
      *> line when a supervisor signs the variance report off and
      *> the held file is copied to the BankPay.txt the bank takes -
      *> PR-OPERATOR is then the approving supervisor. Only the
      *> latest run can be released, and only while its H line is
      *> the last line on the log.
           05 PR-RUN-DATE PIC 9(8).
           05 PR-EVENT PIC X(1).
               88 PR-HELD VALUE "H".
               88 PR-RELEASED VALUE "R".
           05 PR-PAID-COUNT PIC 9(5).
           05 PR-PAID-TOTAL PIC 9(11)V99.
           05 PR-VARIANCES PIC 9(5).
           05 PR-OPERATOR PIC X(10).
           05 PR-EVENT-DATE PIC 9(8).
           05 PR-EVENT-TIME PIC 9(8).
