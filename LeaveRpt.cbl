      *> every booking on Leave.txt in date order with the
      *> employee's name off Person Info.txt, anyone off today
      *> flagged, and a per-employee days-taken total for the year -
      *> read the way SERVICEREPT reads the personnel dates. A
      *> request still waiting on the manager is listed and marked
      *> pending; a rejected one is left off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           FD LEAVE-FILE.
           01 LEAVE-REC.
               COPY LEAVE-RECORD.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(90).
                   10 WS-LV-FROM PIC 9(8).
                   10 WS-LV-TO PIC 9(8).
                   10 WS-LV-DAYS PIC 9(3).
                   10 WS-LV-STATUS PIC X(1).
           01 WS-LEAVE-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-LEAVE-EOF PIC A(1) VALUE "N".

               05 WS-ST-FROM PIC 9(8).
               05 WS-ST-TO PIC 9(8).
               05 WS-ST-DAYS PIC 9(3).
               05 WS-ST-STATUS PIC X(1).

           01 WS-TODAY PIC 9(8).
           01 WS-NAME-OUT PIC X(20).
               READ LEAVE-FILE
                   AT END MOVE "Y" TO WS-LEAVE-EOF
                   NOT AT END
                       IF WS-LEAVE-COUNT < 1000 AND NOT LV-REJECTED
                           ADD 1 TO WS-LEAVE-COUNT
                           SET WS-LV-IDX TO WS-LEAVE-COUNT
                           MOVE LV-PERSON-ID
                               TO WS-LV-FROM (WS-LV-IDX)
                           MOVE LV-TO-DATE TO WS-LV-TO (WS-LV-IDX)
                           MOVE LV-DAYS TO WS-LV-DAYS (WS-LV-IDX)
                           MOVE LV-STATUS TO WS-LV-STATUS (WS-LV-IDX)
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE PERSON-NAME TO WS-NAME-OUT
           END-READ.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-LV-STATUS (WS-LV-IDX) = "P"
               STRING WS-LV-PERSON (WS-LV-IDX)
                   " " WS-NAME-OUT
                   " OFF " WS-LV-FROM (WS-LV-IDX)
                   " TO " WS-LV-TO (WS-LV-IDX)
                   " (" WS-LV-DAYS (WS-LV-IDX) " DAYS)"
                   " PENDING APPROVAL"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-FROM (WS-LV-IDX) NOT > WS-TODAY AND
                   WS-LV-TO (WS-LV-IDX) NOT < WS-TODAY
               ADD 1 TO WS-OFF-TODAY-COUNT
