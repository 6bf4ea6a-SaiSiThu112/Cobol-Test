      *> DEPT-ALLOC.cpy - shared record layout for one line of
      *> DeptBranchAlloc.txt: the share of one department's staff
      *> cost that one branch carries. A department's lines may add
      *> up to less than 100 percent - what is left over stays with
      *> head office and is reported as unallocated, never spread.
      *> ALLOCMAINT keeps the file; BRANCHPL charges the payroll
      *> cost to branches through it.
           05 DA-DEPT PIC X(4).
           05 DA-BRANCH PIC 9(3).
           05 DA-PERCENT PIC 9(3)V99.
