      *> GL-ACCOUNT.cpy - shared record layout for one line of
      *> ChartOfAccounts.txt, the general ledger chart of accounts:
      *> one line per account number any posting file may carry.
      *> COAMAINT keeps the chart; GLJRNL refuses a batch that posts
      *> to an account missing from it or marked inactive, and prints
      *> the name on the trial balance and account detail.
           05 CA-ACCOUNT PIC 9(6).
           05 CA-NAME PIC X(30).
      *> A asset, L liability, Q equity, R revenue, E expense
           05 CA-TYPE PIC X(1).
               88 CA-TYPE-VALID VALUE "A" "L" "Q" "R" "E".
      *> an inactive account stays on the chart for its history but
      *> takes no new postings
           05 CA-STATUS PIC X(1).
               88 CA-ACTIVE VALUE "A".
               88 CA-INACTIVE VALUE "I".
