      *> CERT-TYPE.cpy - shared record layout for one line of
      *> CertTypes.txt, the certificate-type master CERTMAINT keeps:
      *> a certificate such as first aid or forklift, how many
      *> months one stays valid from the date it is obtained (zero
      *> for one that never lapses), and up to ten departments
      *> (PERSON-DEPT) whose staff must all hold a valid one.
      *> TRAINENT dates each certificate off it and CERTRPT checks
      *> the requiring departments against it.
           05 CT-CERT-CODE PIC X(4).
           05 CT-DESC PIC X(20).
           05 CT-VALID-MONTHS PIC 9(3).
           05 CT-DEPT OCCURS 10 TIMES PIC X(4).
