       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.

      *> the periodic sales tax return, straight from the files
      *> instead of a separate spreadsheet: given the first and last
      *> day of the tax period on the command line (YYYYMMDD
      *> YYYYMMDD, the CATCHUP convention), every customer invoice
      *> line CUSTINV billed in the period and every supplier
      *> invoice line INVMATCH matched in it are gathered by tax code
      *> and the rate written on the line - a rate changed in the
      *> middle of a period shows as two lines, as the return needs.
      *> Each line of TaxReturn.txt gives the taxable value and tax
      *> on sales (output tax) and on purchases (input tax); the
      *> totals close with the net tax payable, or reclaimable when
      *> input tax exceeds output. Lines with no tax code are shown
      *> on their own line as outside the scope of the tax. The
      *> input side is dated by the match, the day the tax reached
      *> the ledger through GLEXTRACT, so the return agrees with the
      *> OUTTAX and INTAX postings for the same days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO DYNAMIC WS-INVOICE-LINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-LINE-STATUS.

           SELECT SUPPLIER-INVOICE-FILE
               ASSIGN TO DYNAMIC WS-SUP-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-INVOICE-STATUS.

           SELECT TAX-CODE-FILE ASSIGN TO DYNAMIC WS-TAX-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CODE-STATUS.

           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INVOICE-LINE-FILE.
           01 INVOICE-LINE-REC.
               COPY AR-INVOICE-LINE.

           FD SUPPLIER-INVOICE-FILE.
           01 SUPPLIER-INVOICE-REC.
               COPY SUPPLIER-INVOICE.

           FD TAX-CODE-FILE.
           01 TAX-CODE-LINE.
               COPY TAX-CODE.

           FD RETURN-FILE.
           01 RETURN-LINE PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-ARGS PIC X(20).
           01 WS-ARG-FIELDS REDEFINES WS-ARGS.
               05 WS-START-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 WS-END-DATE PIC X(8).
               05 FILLER PIC X(3).
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).

      *> one bucket per tax code and rate met in the period
           01 WS-BUCKET-TABLE.
               05 WS-BK-ENTRY OCCURS 100 TIMES INDEXED BY WS-BK-IDX.
                   10 WS-BK-CODE PIC X(1).
                   10 WS-BK-RATE PIC 9(2)V99.
                   10 WS-BK-SALES-VALUE PIC S9(11)V99.
                   10 WS-BK-OUTPUT-TAX PIC S9(9)V99.
                   10 WS-BK-PURCH-VALUE PIC S9(11)V99.
                   10 WS-BK-INPUT-TAX PIC S9(9)V99.
           01 WS-BUCKET-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TAX-TABLE.
               05 WS-TX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TX-IDX.
                   10 WS-TX-CODE PIC X(1).
                   10 WS-TX-DESC PIC X(20).
           01 WS-TAX-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-INVOICE-LINE-EOF PIC A(1) VALUE "N".
           01 WS-SUP-INVOICE-EOF PIC A(1) VALUE "N".
           01 WS-TX-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-CUR-CODE PIC X(1).
           01 WS-CUR-RATE PIC 9(2)V99.
           01 WS-CUR-VALUE PIC S9(9)V99.
           01 WS-CUR-TAX PIC S9(9)V99.
           01 WS-CUR-SIDE PIC X(1).
               88 WS-SALES-SIDE VALUE "S".
               88 WS-PURCHASE-SIDE VALUE "P".
           01 WS-CUR-DESC PIC X(20).
           01 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
           01 WS-SALES-LINES PIC 9(7) VALUE ZERO.
           01 WS-PURCH-LINES PIC 9(7) VALUE ZERO.

           01 WS-TOTAL-SALES-VALUE PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-OUTPUT-TAX PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-PURCH-VALUE PIC S9(11)V99 VALUE ZERO.
           01 WS-TOTAL-INPUT-TAX PIC S9(11)V99 VALUE ZERO.
           01 WS-NET-TAX PIC S9(11)V99.

           01 WS-RATE-EDIT PIC Z9.99.
           01 WS-SV-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-OT-EDIT PIC -ZZZZZZZ9.99.
           01 WS-PV-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-IT-EDIT PIC -ZZZZZZZ9.99.
           01 WS-NET-EDIT PIC -ZZZZZZZZ9.99.
           01 WS-REPORT-LINE PIC X(100).

           01 WS-INVOICE-LINE-PATH PIC X(80).
           01 WS-SUP-INVOICE-PATH PIC X(80).
           01 WS-TAX-CODE-PATH PIC X(80).
           01 WS-RETURN-PATH PIC X(80).
           01 WS-INVOICE-LINE-STATUS PIC X(2).
           01 WS-SUP-INVOICE-STATUS PIC X(2).
           01 WS-TAX-CODE-STATUS PIC X(2).
           01 WS-RETURN-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARGS FROM COMMAND-LINE.
           IF WS-START-DATE NOT NUMERIC OR WS-END-DATE NOT NUMERIC
               DISPLAY "TAXRPT: GIVE THE TAX PERIOD AS "
                   "YYYYMMDD YYYYMMDD ON THE COMMAND LINE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-START-DATE TO WS-FROM-DATE.
           MOVE WS-END-DATE TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "TAXRPT: PERIOD START " WS-FROM-DATE
                   " IS AFTER ITS END " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-INVOICE-LINE-PATH FROM ENVIRONMENT
               "CUSTINV_LINES".
           IF WS-INVOICE-LINE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CustInvoiceLines.txt"
                   TO WS-INVOICE-LINE-PATH
           END-IF.
           ACCEPT WS-SUP-INVOICE-PATH FROM ENVIRONMENT
               "SUPINVENT_INVOICES".
           IF WS-SUP-INVOICE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SupplierInvoices.txt"
                   TO WS-SUP-INVOICE-PATH
           END-IF.
           ACCEPT WS-TAX-CODE-PATH FROM ENVIRONMENT "SALESTAX_CODES".
           IF WS-TAX-CODE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SalesTaxCodes.txt"
                   TO WS-TAX-CODE-PATH
           END-IF.
           ACCEPT WS-RETURN-PATH FROM ENVIRONMENT "TAXRPT_REPORT".
           IF WS-RETURN-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TaxReturn.txt"
                   TO WS-RETURN-PATH
           END-IF.

      *> descriptions only - the rate that counts is the one on
      *> each line
           OPEN INPUT TAX-CODE-FILE.
           IF WS-TAX-CODE-STATUS = "00"
               PERFORM UNTIL WS-TX-EOF = "Y"
                   READ TAX-CODE-FILE
                       AT END MOVE "Y" TO WS-TX-EOF
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               ADD 1 TO WS-TAX-COUNT
                               SET WS-TX-IDX TO WS-TAX-COUNT
                               MOVE TX-CODE TO WS-TX-CODE (WS-TX-IDX)
                               MOVE TX-DESCRIPTION
                                   TO WS-TX-DESC (WS-TX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-CODE-FILE
           END-IF.

      *> no file on either side just means nothing raised yet
           OPEN INPUT INVOICE-LINE-FILE.
           IF WS-INVOICE-LINE-STATUS = "00"
               PERFORM UNTIL WS-INVOICE-LINE-EOF = "Y"
                   READ INVOICE-LINE-FILE
                       AT END MOVE "Y" TO WS-INVOICE-LINE-EOF
                       NOT AT END PERFORM TAKE-ONE-SALES-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-LINE-FILE
           ELSE
               IF WS-INVOICE-LINE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING CUSTOMER INVOICE LINES - "
                       "STATUS " WS-INVOICE-LINE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-SUP-INVOICE-STATUS = "00"
               PERFORM UNTIL WS-SUP-INVOICE-EOF = "Y"
                   READ SUPPLIER-INVOICE-FILE
                       AT END MOVE "Y" TO WS-SUP-INVOICE-EOF
                       NOT AT END PERFORM TAKE-ONE-PURCHASE-LINE
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           ELSE
               IF WS-SUP-INVOICE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING SUPPLIER INVOICES - "
                       "STATUS " WS-SUP-INVOICE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TAX RETURN REPORT - STATUS "
                   WS-RETURN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SALES TAX RETURN FOR THE PERIOD " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "C DESCRIPTION           RATE"
               "   SALES VALUE   OUTPUT TAX"
               "  PURCHASE VALUE    INPUT TAX"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO RETURN-LINE.
           WRITE RETURN-LINE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               PERFORM WRITE-ONE-BUCKET
           END-PERFORM.
           IF WS-BUCKET-COUNT = ZERO
               MOVE "NO TAXABLE TRANSACTIONS IN THE PERIOD"
                   TO RETURN-LINE
               WRITE RETURN-LINE
           END-IF.

           MOVE WS-TOTAL-SALES-VALUE TO WS-SV-EDIT.
           MOVE WS-TOTAL-OUTPUT-TAX TO WS-OT-EDIT.
           MOVE WS-TOTAL-PURCH-VALUE TO WS-PV-EDIT.
           MOVE WS-TOTAL-INPUT-TAX TO WS-IT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TOTAL                     "
               WS-SV-EDIT " " WS-OT-EDIT
               "   " WS-PV-EDIT " " WS-IT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO RETURN-LINE.
           WRITE RETURN-LINE.
           MOVE SPACES TO RETURN-LINE.
           WRITE RETURN-LINE.
           COMPUTE WS-NET-TAX =
               WS-TOTAL-OUTPUT-TAX - WS-TOTAL-INPUT-TAX.
           MOVE WS-NET-TAX TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-NET-TAX < ZERO
               COMPUTE WS-NET-EDIT = ZERO - WS-NET-TAX
               STRING "NET TAX RECLAIMABLE (INPUT EXCEEDS OUTPUT) "
                   WS-NET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "NET TAX PAYABLE (OUTPUT LESS INPUT)        "
                   WS-NET-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           MOVE WS-REPORT-LINE TO RETURN-LINE.
           WRITE RETURN-LINE.
           CLOSE RETURN-FILE.

           DISPLAY "TAX RETURN " WS-FROM-DATE " TO " WS-TO-DATE ": "
               WS-SALES-LINES " SALES LINES, " WS-PURCH-LINES
               " PURCHASE LINES, NET " WS-NET-EDIT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY WS-OVERFLOW-COUNT " LINES FOUND NO ROOM IN "
                   "THE RATE TABLE - RETURN INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> a line billed before tax was charged has blank tax columns
      *> and counts as outside the scope
       TAKE-ONE-SALES-LINE.
           IF ARL-DATE < WS-FROM-DATE OR ARL-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SALES-LINES.
           SET WS-SALES-SIDE TO TRUE.
           MOVE ARL-VALUE TO WS-CUR-VALUE.
           IF ARL-TAX-AMOUNT IS NUMERIC AND ARL-TAX-RATE IS NUMERIC
               MOVE ARL-TAX-CODE TO WS-CUR-CODE
               MOVE ARL-TAX-RATE TO WS-CUR-RATE
               MOVE ARL-TAX-AMOUNT TO WS-CUR-TAX
           ELSE
               MOVE SPACE TO WS-CUR-CODE
               MOVE ZERO TO WS-CUR-RATE
               MOVE ZERO TO WS-CUR-TAX
           END-IF.
           PERFORM ADD-TO-BUCKET.

       TAKE-ONE-PURCHASE-LINE.
           IF NOT SI-MATCHED OR SI-MATCH-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF SI-MATCH-DATE < WS-FROM-DATE OR
                   SI-MATCH-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PURCH-LINES.
           SET WS-PURCHASE-SIDE TO TRUE.
           COMPUTE WS-CUR-VALUE ROUNDED =
               SI-QUANTITY * SI-UNIT-PRICE
               ON SIZE ERROR MOVE ZERO TO WS-CUR-VALUE
           END-COMPUTE.
           IF SI-TAX-AMOUNT IS NUMERIC AND SI-TAX-RATE IS NUMERIC
               MOVE SI-TAX-CODE TO WS-CUR-CODE
               MOVE SI-TAX-RATE TO WS-CUR-RATE
               MOVE SI-TAX-AMOUNT TO WS-CUR-TAX
           ELSE
               MOVE SPACE TO WS-CUR-CODE
               MOVE ZERO TO WS-CUR-RATE
               MOVE ZERO TO WS-CUR-TAX
           END-IF.
           PERFORM ADD-TO-BUCKET.

       ADD-TO-BUCKET.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               IF WS-BK-CODE (WS-BK-IDX) = WS-CUR-CODE AND
                       WS-BK-RATE (WS-BK-IDX) = WS-CUR-RATE
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               IF WS-BUCKET-COUNT >= 100
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BUCKET-COUNT
               SET WS-BK-IDX TO WS-BUCKET-COUNT
               MOVE WS-CUR-CODE TO WS-BK-CODE (WS-BK-IDX)
               MOVE WS-CUR-RATE TO WS-BK-RATE (WS-BK-IDX)
               MOVE ZERO TO WS-BK-SALES-VALUE (WS-BK-IDX)
               MOVE ZERO TO WS-BK-OUTPUT-TAX (WS-BK-IDX)
               MOVE ZERO TO WS-BK-PURCH-VALUE (WS-BK-IDX)
               MOVE ZERO TO WS-BK-INPUT-TAX (WS-BK-IDX)
           END-IF.
           IF WS-SALES-SIDE
               ADD WS-CUR-VALUE TO WS-BK-SALES-VALUE (WS-BK-IDX)
               ADD WS-CUR-TAX TO WS-BK-OUTPUT-TAX (WS-BK-IDX)
               ADD WS-CUR-VALUE TO WS-TOTAL-SALES-VALUE
               ADD WS-CUR-TAX TO WS-TOTAL-OUTPUT-TAX
           ELSE
               ADD WS-CUR-VALUE TO WS-BK-PURCH-VALUE (WS-BK-IDX)
               ADD WS-CUR-TAX TO WS-BK-INPUT-TAX (WS-BK-IDX)
               ADD WS-CUR-VALUE TO WS-TOTAL-PURCH-VALUE
               ADD WS-CUR-TAX TO WS-TOTAL-INPUT-TAX
           END-IF.

       WRITE-ONE-BUCKET.
           IF WS-BK-CODE (WS-BK-IDX) = SPACE
               MOVE "OUTSIDE TAX SCOPE" TO WS-CUR-DESC
           ELSE
               MOVE "CODE NOT ON TABLE" TO WS-CUR-DESC
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TAX-COUNT
                   IF WS-TX-CODE (WS-TX-IDX) = WS-BK-CODE (WS-BK-IDX)
                       MOVE WS-TX-DESC (WS-TX-IDX) TO WS-CUR-DESC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-BK-RATE (WS-BK-IDX) TO WS-RATE-EDIT.
           MOVE WS-BK-SALES-VALUE (WS-BK-IDX) TO WS-SV-EDIT.
           MOVE WS-BK-OUTPUT-TAX (WS-BK-IDX) TO WS-OT-EDIT.
           MOVE WS-BK-PURCH-VALUE (WS-BK-IDX) TO WS-PV-EDIT.
           MOVE WS-BK-INPUT-TAX (WS-BK-IDX) TO WS-IT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-BK-CODE (WS-BK-IDX)
               " " WS-CUR-DESC
               " " WS-RATE-EDIT
               " " WS-SV-EDIT
               " " WS-OT-EDIT
               "   " WS-PV-EDIT
               " " WS-IT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO RETURN-LINE.
           WRITE RETURN-LINE.

       END PROGRAM TAXRPT.
