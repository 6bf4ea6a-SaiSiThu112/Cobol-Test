      *> PARM-GET-PARM.cpy - the parameter block passed to PARMGET,
      *> the one lookup against the system parameter master. The
      *> caller sets PG-NAME; PARMGET answers PG-RESULT and, when the
      *> parameter is on file, its value - a number in PG-VALUE, a
      *> switch as Y or N in PG-SWITCH. A parameter not on file
      *> leaves the caller's own default standing.
           05 PG-NAME PIC X(10).
           05 PG-RESULT PIC X(1).
               88 PG-FOUND VALUE "F".
               88 PG-NOT-FOUND VALUE "N".
           05 PG-VALUE PIC 9(9)V99.
           05 PG-SWITCH PIC X(1).
               88 PG-SWITCH-ON VALUE "Y".
