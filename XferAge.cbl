      *> aging report of unconfirmed transfers: every InTransit.txt
      *> line still SENT is listed with how many days it has been on
      *> the road, and anything older than the chase threshold
      *> (system parameter XFERDAYS, XFERAGE_DAYS as the emergency
      *> override, default 5) is flagged so somebody rings the
      *> haulier before the stock is written off as lost. Serial-day
      *> arithmetic is the same shape SERVICEREPT uses for length of
      *> service.

           01 WS-THRESHOLD-IN PIC X(3).
           01 WS-CHASE-DAYS PIC 9(3) VALUE 5.
      *> the system parameter lookup - the master's value replaces
      *> the default below, the environment variable still beats both
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.

           01 WS-RUN-DATE PIC 9(8).

               MOVE "C:\Users\25-00229\Desktop\TransferAging.txt"
                   TO WS-AGING-PATH
           END-IF.
           MOVE "XFERDAYS" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-CHASE-DAYS
           END-IF.
           ACCEPT WS-THRESHOLD-IN FROM ENVIRONMENT "XFERAGE_DAYS".
           IF WS-THRESHOLD-IN NOT = SPACES
               INSPECT WS-THRESHOLD-IN REPLACING LEADING " " BY "0"
               IF WS-THRESHOLD-IN IS NUMERIC AND
                       WS-THRESHOLD-IN NOT = "000"
                   MOVE WS-THRESHOLD-IN TO WS-CHASE-DAYS
                   DISPLAY "XFERAGE_DAYS IS OVERRIDING SYSTEM "
                       "PARAMETER XFERDAYS"
               END-IF
           END-IF.

