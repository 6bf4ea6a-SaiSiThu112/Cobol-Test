      *> APPLICANT.cpy - shared record layout for one line of
      *> Applicants.txt: one application for a place, numbered as it
      *> is taken. The applicant's name, age and gender are the
      *> details the STUDENT record will carry; the term is the
      *> intake applied for and up to three courses are requested
      *> (unused ones spaces). The status moves A (applied) to O
      *> (offered) or R (rejected), and an offer to C (accepted) or
      *> D (declined), each move stamped with its date. ADMITENT
      *> takes the applications and decisions, ADMITCONV turns an
      *> accepted applicant into a student - the new STUDENT-ID is
      *> kept here, zero until then - and ADMITRPT reports the
      *> intake funnel.
           05 AP-APPLICANT-NO PIC 9(5).
           05 AP-NAME PIC X(15).
           05 AP-AGE PIC 9(3).
           05 AP-GENDER PIC X(9).
           05 AP-APPLY-DATE PIC 9(8).
           05 AP-TERM PIC X(6).
           05 AP-COURSE PIC X(5) OCCURS 3 TIMES.
           05 AP-STATUS PIC X(1).
               88 AP-APPLIED VALUE "A".
               88 AP-OFFERED VALUE "O".
               88 AP-ACCEPTED VALUE "C".
               88 AP-DECLINED VALUE "D".
               88 AP-REJECTED VALUE "R".
           05 AP-STATUS-DATE PIC 9(8).
           05 AP-STUDENT-ID PIC 9(5).
           05 AP-OPERATOR PIC X(10).
