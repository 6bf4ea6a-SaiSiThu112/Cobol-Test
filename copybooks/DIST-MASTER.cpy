      *> DIST-MASTER.cpy - shared record layout for one line of
      *> DistMaster.txt, the report distribution master DISTMAINT
      *> keeps and DISTRIB reads at the end of the nightly chain.
      *> An R line names a recipient (PURCHASING, FINANCE, HR, or
      *> BRANCHES standing for every active branch manager on
      *> BranchMaster.txt) and carries the flag that clears it for
      *> payroll and personnel output; a D line routes one report
      *> from the DIST-CATALOGUE to one recipient.
           05 DM-TYPE PIC X(1).
               88 DM-RECIPIENT-ROW VALUE "R".
               88 DM-ROUTE-ROW VALUE "D".
           05 DM-RECIPIENT PIC X(10).
           05 DM-REPORT PIC X(8).
           05 DM-AUTHORIZED PIC X(1).
               88 DM-PERSONNEL-AUTHORIZED VALUE "Y".
           05 DM-DESCRIPTION PIC X(30).
