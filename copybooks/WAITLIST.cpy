           05 WL-STATUS PIC X(1).
               88 WL-WAITING VALUE "W".
               88 WL-PROMOTED VALUE "P".
      *> the day WITHDRAW or COURSEDROP promoted the line - zero
      *> while it is still waiting (blank on lines from before the
      *> date was kept); LETTERRUN sends the promotion notice off it
           05 WL-PROMOTE-DATE PIC 9(8).
