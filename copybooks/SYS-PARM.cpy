      *> SYS-PARM.cpy - shared record layout for one line of
      *> SysParm.txt, the system parameter master: each business
      *> threshold the batch programs used to take from an
      *> environment variable or a hard-coded value, with its valid
      *> range, what it is for, and who last changed it and when.
      *> PARMMAINT keeps it under supervisor sign-on, PARMGET answers
      *> a program's lookup, and PARMRPT lists what is in force.
           05 SP-NAME PIC X(10).
      *> N a number, S a Y/N switch held as 1 (on) or 0 (off)
           05 SP-TYPE PIC X(1).
               88 SP-NUMERIC VALUE "N".
               88 SP-SWITCH VALUE "S".
           05 SP-VALUE PIC 9(9)V99.
           05 SP-LOW PIC 9(9)V99.
           05 SP-HIGH PIC 9(9)V99.
           05 SP-CHANGED-BY PIC X(10).
      *> YYYYMMDDHHMMSS, the change journal's stamp shape
           05 SP-CHANGED-STAMP PIC 9(14).
      *> the environment variable that still overrides the value in
      *> an emergency - the program reading it says so when it does
           05 SP-OVERRIDE PIC X(25).
           05 SP-DESCRIPTION PIC X(40).
