      *> annual
      *> earnings statement - which is also what RETENTION leaves
      *> behind as the authoritative record when a terminated
      *> employee is finally purged. The employee and employer
      *> pension contributions of the run are carried at the end -
      *> the employee's is also inside PH-DEDUCTIONS - and PAYGL
      *> posts the employer's as a cost; lines written before the
      *> scheme have spaces there.
           05 PH-RUN-DATE PIC 9(8).
           05 PH-PERSON-ID PIC 9(5).
           05 PH-GROSS PIC 9(7)V99.
           05 PH-DEDUCTIONS PIC 9(7)V99.
           05 PH-NET PIC S9(7)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 PH-PENSION-EE PIC 9(7)V99.
           05 PH-PENSION-ER PIC 9(7)V99.
