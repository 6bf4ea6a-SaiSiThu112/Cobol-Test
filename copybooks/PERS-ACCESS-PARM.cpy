      *> PERS-ACCESS-PARM.cpy - the parameter block passed to
      *> PERSACC, the one gate every personnel inquiry goes through
      *> (PERSBROWSE, AUDITINQ, PERSONLIST). The caller names itself
      *> in PA-PROGRAM and calls once with PA-ACTION "S" to find out
      *> who is signed on and whether they may see pay details, then
      *> once per record shown with the 106-byte PERSON-INFO image in
      *> PA-IMAGE: "V" logs the view and masks the image, "M" masks
      *> only (a further line of a view already logged). A view
      *> that cannot be logged is not shown - PA-RESULT "E".
           05 PA-ACTION PIC X(1).
           05 PA-PROGRAM PIC X(10).
           05 PA-OPERATOR PIC X(10).
           05 PA-ROLE PIC X(1).
           05 PA-OWN-PERSON PIC 9(5).
           05 PA-PAY-SW PIC X(1).
               88 PA-SHOW-PAY VALUE "Y".
           05 PA-IMAGE PIC X(106).
           05 PA-RESULT PIC X(1).
               88 PA-OK VALUE "G".
               88 PA-REFUSED VALUE "E".
           05 PA-MESSAGE PIC X(50).
