      *> GL-JOURNAL.cpy - shared record layout for one line of
      *> GlJournal.txt, the general ledger journal GLJRNL builds
      *> from the posting files: every posting line of every batch it
      *> accepted, tagged with the batch it came in with (the feed
      *> that produced it and the posting date) and the accounting
      *> period it was booked to. The journal is the ledger's audit
      *> trail - GlBalances.txt can always be rebuilt from it.
           05 GJ-PERIOD PIC 9(6).
      *> GLEXTRACT, PAYGL, REVALUE, PROVRUN or FEEGL - the job whose
      *> file it came in
           05 GJ-FEED PIC X(10).
           05 GJ-BATCH-DATE PIC 9(8).
      *> the posting line exactly as the feed wrote it
           05 GJ-DATE PIC 9(8).
           05 GJ-ACCOUNT PIC 9(6).
           05 GJ-DRCR PIC X(2).
           05 GJ-AMOUNT PIC 9(9)V99.
           05 GJ-SOURCE PIC X(10).
           05 GJ-BRANCH PIC 9(3).
           05 GJ-TYPE PIC X(8).
      *> the day GLJRNL took the batch in
           05 GJ-JOURNALED PIC 9(8).
