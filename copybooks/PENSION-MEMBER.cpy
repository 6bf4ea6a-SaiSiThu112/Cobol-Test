      *> PENSION-MEMBER.cpy - shared record layout for one line of
      *> PensionMembers.txt: an employee's membership of a pension
      *> scheme, one line per employee, kept by PENSJOIN. The flag
      *> is Y while a member - contributions start with the first
      *> payroll run on or after the join date - and N once opted
      *> out, with the date they left the scheme. Rejoining sets a
      *> new join date and clears the left date.
           05 PM-PERSON-ID PIC 9(5).
           05 PM-SCHEME-CODE PIC X(4).
           05 PM-MEMBER-FLAG PIC X(1).
               88 PM-IS-MEMBER VALUE "Y".
               88 PM-NOT-MEMBER VALUE "N".
           05 PM-JOIN-DATE PIC 9(8).
           05 PM-LEFT-DATE PIC 9(8).
           05 PM-CHANGED-DATE PIC 9(8).
           05 PM-OPERATOR PIC X(10).
