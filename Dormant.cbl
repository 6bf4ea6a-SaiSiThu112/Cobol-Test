       PROGRAM-ID. DORMANT.

      *> lists every stock card with no movement in a configurable
      *> number of days (system parameter DORMDAYS, DORMANT_DAYS as
      *> the emergency override, default 30), with its quantity
      *> and extended value, so the slow stock tying up warehouse
      *> space is finally visible. Reads the closing-balance extract,
      *> which carries each card's last-movement date day over day; a
                       ==STK-LAST-MOVEMENT==
                           BY ==BAL-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==BAL-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==BAL-QUARANTINE-QTY==.

           FD DORMANT-FILE.
           01 DORMANT-LINE PIC X(80).
      *> cards quiet for this many days or more make the report
           01 WS-DORMANT-DAYS-IN PIC X(4).
           01 WS-DORMANT-DAYS PIC 9(4) VALUE 30.
      *> the system parameter lookup - the master's value replaces
      *> the default below, the environment variable still beats both
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR PIC 9(4).
               MOVE "C:\Users\25-00229\Desktop\DormantStock.txt"
                   TO WS-DORMANT-PATH
           END-IF.
           MOVE "DORMDAYS" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-DORMANT-DAYS
           END-IF.
           ACCEPT WS-DORMANT-DAYS-IN FROM ENVIRONMENT "DORMANT_DAYS".
           IF WS-DORMANT-DAYS-IN NOT = SPACES
               INSPECT WS-DORMANT-DAYS-IN
                   REPLACING LEADING " " BY "0"
               IF WS-DORMANT-DAYS-IN IS NUMERIC
                   MOVE WS-DORMANT-DAYS-IN TO WS-DORMANT-DAYS
                   DISPLAY "DORMANT_DAYS IS OVERRIDING SYSTEM "
                       "PARAMETER DORMDAYS"
               END-IF
           END-IF.

