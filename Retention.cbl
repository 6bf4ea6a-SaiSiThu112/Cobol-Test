
      *> applies the data-retention policy to Person Info.txt:
      *> PERSON-INACTIVE employees whose termination date is older
      *> than the retention period (system parameter RETENTYRS,
      *> RETENTION_YEARS as the emergency override, default 7) are
      *> written to a dated archive file and then deleted from the
      *> indexed file, with each archival logged to DeleteAudit.txt
      *> under the same outcome discipline DELETETEST uses. Policy

           01 WS-RETENTION-IN PIC X(2).
           01 WS-RETENTION-YEARS PIC 9(2) VALUE 7.
      *> the system parameter lookup - the master's value replaces
      *> the default below, the environment variable still beats both
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR PIC 9(4).
               05 WS-RUN-MMDD PIC 9(4).
           IF WS-ARCHIVE-DIR = SPACES
               MOVE "C:\Users\25-00229\Desktop\" TO WS-ARCHIVE-DIR
           END-IF.
           MOVE "RETENTYRS" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-RETENTION-YEARS
           END-IF.
           ACCEPT WS-RETENTION-IN FROM ENVIRONMENT "RETENTION_YEARS".
           IF WS-RETENTION-IN NOT = SPACES
      *> a single digit keyed as "7" right-justifies to "07"
               IF WS-RETENTION-IN IS NUMERIC AND
                       WS-RETENTION-IN NOT = "00"
                   MOVE WS-RETENTION-IN TO WS-RETENTION-YEARS
                   DISPLAY "RETENTION_YEARS IS OVERRIDING SYSTEM "
                       "PARAMETER RETENTYRS"
               END-IF
           END-IF.

