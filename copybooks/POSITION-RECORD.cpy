      *> POSITION-RECORD.cpy - shared record layout for one line of
      *> Positions.txt, the establishment: one line per budgeted post,
      *> kept by POSMAINT. A post sits in one department at one grade
      *> and carries the monthly salary the budget funds it at, on
      *> the same footing as PERSON-SALARY. An employee is linked to
      *> the post they fill through PERSON-POST-ID - one active
      *> employee per post - and POSRPT sets funded, filled and
      *> vacant posts against the headcount.
           05 POS-ID PIC X(6).
           05 POS-DEPT PIC X(4).
           05 POS-GRADE PIC X(2).
           05 POS-TITLE PIC X(20).
           05 POS-BUDGET-SALARY PIC 9(7)V99.
