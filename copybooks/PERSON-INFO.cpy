      *> handling instead of guessing
           05 PERSON-BANK-CODE PIC X(6).
           05 PERSON-BANK-ACCT PIC 9(10).
      *> who the employee reports to - the manager's PERSON-ID, an
      *> active employee, checked in WRITETEST, REWRITETEST and
      *> PERSLOAD so the reporting lines never run round in a loop.
      *> Zero for the top of the tree; blank on records from before
      *> reporting lines existed, which readers treat as zero.
      *> LEAVEAPPR routes leave requests to this manager and
      *> ORGCHART draws the chart from it
           05 PERSON-MANAGER-ID PIC 9(5).
      *> the budgeted post the employee fills, a POS-ID on
      *> Positions.txt in the employee's own department - blank for
      *> nobody's post, which POSRPT counts as over establishment.
      *> WRITETEST warns when a hire takes a department past the
      *> posts it is funded for
           05 PERSON-POST-ID PIC X(6).
