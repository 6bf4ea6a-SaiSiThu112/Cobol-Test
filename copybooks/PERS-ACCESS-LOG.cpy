      *> PERS-ACCESS-LOG.cpy - shared record layout for one line of
      *> PersonAccess.txt, the append-only log PERSACC writes for
      *> every personnel record an inquiry shows: when, who (and in
      *> what OP-ROLE), through which program, which PERSON-ID,
      *> whether salary and bank details were shown in clear, and
      *> whether it was the operator's own record (O) or one in an
      *> HR-restricted department (R). ACCESSRPT reads it weekly.
           05 PL-STAMP PIC 9(14).
           05 FILLER PIC X(1).
           05 PL-OPERATOR PIC X(10).
           05 FILLER PIC X(1).
           05 PL-ROLE PIC X(1).
           05 FILLER PIC X(1).
           05 PL-PROGRAM PIC X(10).
           05 FILLER PIC X(1).
           05 PL-PERSON-ID PIC 9(5).
           05 FILLER PIC X(1).
           05 PL-UNMASKED PIC X(1).
           05 FILLER PIC X(1).
           05 PL-FLAG PIC X(1).
               88 PL-OWN-RECORD VALUE "O".
               88 PL-RESTRICTED-RECORD VALUE "R".
