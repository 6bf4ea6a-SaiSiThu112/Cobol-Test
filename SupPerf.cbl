      *> worst actual days, and the percentage that arrived late -
      *> so the lead-day figures in SupplierMaster.txt can be fixed
      *> with evidence instead of folklore, and the chronically late
      *> get confronted with their own numbers. Goods sent back
      *> through RTVENT count against the supplier too: the quantity
      *> returned is set against the quantity received, so a
      *> supplier who is on time with the wrong goods shows up as
      *> plainly as one who is late.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPLIER-MASTER-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PERF-FILE ASSIGN TO DYNAMIC WS-PERF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-STATUS.
           01 SUPPLIER-MASTER-LINE.
               COPY SUPPLIER-MASTER.

           FD RETURN-FILE.
           01 RETURN-REC.
               COPY SUPPLIER-RETURN.

           FD PERF-FILE.
           01 PERF-LINE PIC X(110).

                   10 WS-PF-TOTAL-DAYS PIC 9(7).
                   10 WS-PF-WORST-DAYS PIC 9(4).
                   10 WS-PF-LATE-COUNT PIC 9(5).
                   10 WS-PF-RECEIVED-QTY PIC 9(7).
                   10 WS-PF-RETURNED-QTY PIC 9(7).
           01 WS-PERF-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-SUPPLIER-TABLE.

           01 WS-ORDER-EOF PIC A(1) VALUE "N".
           01 WS-SUP-EOF PIC A(1) VALUE "N".
           01 WS-RETURN-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-AVG-EDIT PIC ZZZ9.9.
           01 WS-WORST-EDIT PIC ZZZ9.
           01 WS-PCT-EDIT PIC ZZ9.9.
           01 WS-RETURN-PCT PIC 9(3)V9.
           01 WS-RTN-PCT-EDIT PIC ZZ9.9.
           01 WS-LEAD-EDIT PIC ZZ9.
           01 WS-REPORT-LINE PIC X(110).
           01 WS-RECEIVED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ORDER-PATH PIC X(80).
           01 WS-SUPPLIER-MASTER-PATH PIC X(80).
           01 WS-PERF-PATH PIC X(80).
           01 WS-RETURN-PATH PIC X(80).
           01 WS-RETURN-STATUS PIC X(2).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-SUPPLIER-MASTER-STATUS PIC X(2).
           01 WS-PERF-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\SupplierMaster.txt"
                   TO WS-SUPPLIER-MASTER-PATH
           END-IF.
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "RTVENT_RETURNS".
           IF WS-RETURN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierReturns.txt"
                   TO WS-RETURN-PATH
           END-IF.
           ACCEPT WS-PERF-PATH FROM ENVIRONMENT "SUPPERF_REPORT".
           IF WS-PERF-PATH = SPACES
               MOVE
               STOP RUN
           END-IF.

      *> no returns file simply means nothing has gone back yet
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               PERFORM UNTIL WS-RETURN-EOF = "Y"
                   READ RETURN-FILE
                       AT END MOVE "Y" TO WS-RETURN-EOF
                       NOT AT END
                           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                                   UNTIL WS-PF-IDX > WS-PERF-COUNT
                               IF WS-PF-SUPPLIER (WS-PF-IDX)
                                       = RV-SUPPLIER
                                   ADD RV-QUANTITY TO
                                       WS-PF-RETURNED-QTY (WS-PF-IDX)
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

           OPEN OUTPUT PERF-FILE.
           IF WS-PERF-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERFORMANCE REPORT - STATUS "
           WRITE PERF-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUPP NAME                 DELIV  PROMISED"
               "   AVG  WORST  LATE%  RECEIVED RETURNED  RTN%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PERF-LINE.
           WRITE PERF-LINE.
               MOVE ZERO TO WS-PF-TOTAL-DAYS (WS-MATCH-IDX)
               MOVE ZERO TO WS-PF-WORST-DAYS (WS-MATCH-IDX)
               MOVE ZERO TO WS-PF-LATE-COUNT (WS-MATCH-IDX)
               MOVE ZERO TO WS-PF-RECEIVED-QTY (WS-MATCH-IDX)
               MOVE ZERO TO WS-PF-RETURNED-QTY (WS-MATCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-PF-DELIVERIES (WS-MATCH-IDX)
               IF PO-RECEIPT-QTY IS NUMERIC
                   ADD PO-RECEIPT-QTY
                       TO WS-PF-RECEIVED-QTY (WS-MATCH-IDX)
               END-IF
               ADD WS-ACTUAL-DAYS TO WS-PF-TOTAL-DAYS (WS-MATCH-IDX)
               IF WS-ACTUAL-DAYS > WS-PF-WORST-DAYS (WS-MATCH-IDX)
                   MOVE WS-ACTUAL-DAYS
               / WS-PF-DELIVERIES (WS-PF-IDX)
               ON SIZE ERROR MOVE ZERO TO WS-LATE-PCT
           END-COMPUTE.
           COMPUTE WS-RETURN-PCT ROUNDED =
               WS-PF-RETURNED-QTY (WS-PF-IDX) * 100
               / WS-PF-RECEIVED-QTY (WS-PF-IDX)
               ON SIZE ERROR MOVE ZERO TO WS-RETURN-PCT
           END-COMPUTE.
           MOVE WS-RETURN-PCT TO WS-RTN-PCT-EDIT.
           MOVE WS-AVG-DAYS TO WS-AVG-EDIT.
           MOVE WS-PF-WORST-DAYS (WS-PF-IDX) TO WS-WORST-EDIT.
           MOVE WS-LATE-PCT TO WS-PCT-EDIT.
               "  " WS-AVG-EDIT
               "  " WS-WORST-EDIT
               "  " WS-PCT-EDIT
               "  " WS-PF-RECEIVED-QTY (WS-PF-IDX)
               "  " WS-PF-RETURNED-QTY (WS-PF-IDX)
               "  " WS-RTN-PCT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO PERF-LINE.
