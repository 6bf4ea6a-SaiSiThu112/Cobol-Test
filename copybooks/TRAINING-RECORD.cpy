      *> TRAINING-RECORD.cpy - shared record layout for one line of
      *> Training.txt: one certificate one employee obtained, keyed
      *> through TRAINENT. The expiry is the obtained date plus the
      *> certificate type's validity months, worked out when the
      *> line is keyed (99999999 for a certificate that never
      *> lapses). A renewal is a new line - the latest expiry for
      *> the employee and certificate is the one that counts.
           05 TR-PERSON-ID PIC 9(5).
           05 TR-CERT-CODE PIC X(4).
           05 TR-OBTAINED-DATE PIC 9(8).
           05 TR-EXPIRY-DATE PIC 9(8).
           05 TR-ENTERED-DATE PIC 9(8).
           05 TR-OPERATOR PIC X(10).
