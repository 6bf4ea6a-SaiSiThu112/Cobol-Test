      *> SALARY-CHANGE.cpy - shared record layout for one line of
      *> SalaryChanges.txt: one employee's salary as SALREVIEW APPLY
      *> changed it, with the date the rise takes effect and the date
      *> it was actually applied. Every payroll run between the two
      *> paid the old salary; PAYREG pays the difference as arrears
      *> in its next run and stamps the line with that run's date and
      *> the amount, so it is paid once. SC-ARREARS-RUN stays ZERO
      *> until then.
           05 SC-PERSON-ID PIC 9(5).
           05 SC-EFFECTIVE-DATE PIC 9(8).
           05 SC-OLD-SALARY PIC 9(7)V99.
           05 SC-NEW-SALARY PIC 9(7)V99.
           05 SC-APPLIED-DATE PIC 9(8).
           05 SC-OPERATOR PIC X(10).
           05 SC-ARREARS-RUN PIC 9(8).
           05 SC-ARREARS-AMOUNT PIC 9(7)V99.
