      *> PENSION-SCHEME.cpy - shared record layout for one line of
      *> PensionSchemes.txt, the employer pension scheme table
      *> PENSMAINT keeps: the percentages of pensionable pay the
      *> employee and the employer each contribute, and the monthly
      *> earnings ceiling pensionable pay is capped at (zero for no
      *> ceiling). PAYREG works both contributions off it each run
      *> for every member on PensionMembers.txt.
           05 PS-SCHEME-CODE PIC X(4).
           05 PS-DESC PIC X(20).
           05 PS-EE-PCT PIC 9(2)V99.
           05 PS-ER-PCT PIC 9(2)V99.
           05 PS-CEILING PIC 9(7)V99.
