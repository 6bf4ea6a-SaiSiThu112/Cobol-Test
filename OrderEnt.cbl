      *> taken for a named, active customer - product, branch,
      *> quantity and due date (through the shared DATEEDIT, no past
      *> due dates) - numbered from the SoNumber.txt counter and
      *> allocated against the stock card's available quantity - the
      *> closing balance less quarantined stock and what other open
      *> orders have claimed. The release pass retries unallocated
      *> lines against today's stock first, so a line that waited
      *> for goods goes the moment they arrive, then sends every
      *> due, allocated line to the warehouse: a pick list per
      *> branch grouped by customer (PickList.txt) and a dispatch
      *> note per order numbered from the DispatchNo.txt counter
      *> (DispatchNotes.txt). Dispatch confirmation takes the note
      *> number back off the warehouse paperwork with the quantity
      *> that actually left and the date; only that quantity goes to
      *> the day's capture file as a SELL, and whatever was short
      *> stays open on the line for the next release. The
      *> open-order listing shows where every unshipped line stands.
      *> Credit control sits in front of allocation: an order whose
      *> value at the price in force on its due date at its branch
      *> (the shared PRICEFIND over the dated price list) would
      *> take the customer's open receivables (ArOpenItems.txt) plus
      *> unreleased orders past CU-CREDIT-LIMIT - or any order for a
      *> customer on credit hold - is refused or parked. Parked
      *> lines wait for a supervisor to sign on against Operator.txt
      *> the APPROVE way and release or cancel them; every park and
      *> every release is a line on the shared job log. A shipped
      *> line keeps the date it went out, which is the date
      *> invoicing prices it at. When the supplying branch cannot
      *> cover the quantity, the shared ATPCALC routine (the one
      *> ATPINQ shows) is asked which other branches can promise it
      *> today, and the operator may switch the order to one of them.
      *> When the line still cannot be allocated, the product's
      *> substitute list (ProductSubst.txt, kept by SUBSTMAINT) is
      *> walked in order of preference and the first substitute
      *> still on sale that the same branch can cover is offered;
      *> an accepted substitution keeps the product first ordered
      *> on the line for SUBSTRPT. Run as ORDERENT STANDING it is
      *> the nightly standing-order generation instead: every
      *> active standing order (StandingOrder.txt, kept by
      *> SORDMAINT) whose next delivery falls within system
      *> parameter SOLEAD days (ORDERENT_STANDING_LEAD as the
      *> emergency override, default 3) is raised as an order line
      *> through the same customer, product, branch, due-date and
      *> credit checks and the same allocation - parked rather than
      *> refused over the limit, since nobody is there to answer -
      *> and the line carries the standing order's number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SO-NUMBER-STATUS.

           SELECT AR-FILE ASSIGN TO DYNAMIC WS-AR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-JOB-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

           SELECT PICK-LIST-FILE ASSIGN TO DYNAMIC WS-PICK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-STATUS.

           SELECT DISPATCH-NOTE-FILE ASSIGN TO DYNAMIC WS-NOTE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT DISPATCH-NUMBER-FILE
               ASSIGN TO DYNAMIC WS-DISPATCH-NUMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPATCH-NUMBER-STATUS.

           SELECT PRODUCT-SUBST-FILE
               ASSIGN TO DYNAMIC WS-SUBST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBST-STATUS.

           SELECT STANDING-ORDER-FILE
               ASSIGN TO DYNAMIC WS-STANDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ORDER-FILE.
                       ==STK-LAST-MOVEMENT==
                           BY ==CLS-LAST-MOVEMENT==
                       ==STK-LAST-MOVE-DATE==
                           BY ==CLS-LAST-MOVE-DATE==
                       ==STK-QUARANTINE-QTY== BY ==CLS-QUARANTINE-QTY==.

           FD NEW-BALANCE-FILE.
           01 NEW-BALANCE.
           FD SO-NUMBER-FILE.
           01 SO-NUMBER-LINE PIC 9(6).

           FD AR-FILE.
           01 AR-REC.
               COPY AR-OPEN-ITEM.

           FD OPERATOR-FILE.
           01 OPERATOR-LINE.
               05 OP-ID PIC X(10).
               05 OP-ROLE PIC X(1).
      *> the password hash, failure counter, lock flag and
      *> last-change date OPERATORMENU keeps - read here so this
      *> door checks the same credentials as the menu's own
               05 OP-PASS-HASH PIC 9(8).
               05 OP-FAILS PIC 9(1).
               05 OP-LOCK PIC X(1).
               05 OP-PASS-DATE PIC 9(8).

           FD JOB-LOG-FILE.
           01 JOB-LOG-LINE PIC X(120).

           FD PICK-LIST-FILE.
           01 PICK-LINE PIC X(80).

           FD DISPATCH-NOTE-FILE.
           01 NOTE-LINE PIC X(80).

           FD DISPATCH-NUMBER-FILE.
           01 DISPATCH-NUMBER-LINE PIC 9(6).

           FD PRODUCT-SUBST-FILE.
           01 PRODUCT-SUBST-LINE.
               COPY PRODUCT-SUBST.

           FD STANDING-ORDER-FILE.
           01 STANDING-ORDER-REC.
               COPY STANDING-ORDER.

       WORKING-STORAGE SECTION.
      *> the whole order book is held here while the operator works
      *> on it and written back in one pass at the end
                   10 WS-SO-ORDER-DATE PIC 9(8).
                   10 WS-SO-DUE-DATE PIC 9(8).
                   10 WS-SO-STATUS PIC X(1).
                   10 WS-SO-RELEASE-DATE PIC 9(8).
                   10 WS-SO-DISPATCH-NO PIC 9(6).
                   10 WS-SO-SHIPPED PIC S9(5)V99.
                   10 WS-SO-SHIP-DATE PIC 9(8).
                   10 WS-SO-SUBST-FOR PIC 9(2).
                   10 WS-SO-STANDING-NO PIC 9(6).
           01 WS-SO-COUNT PIC 9(5) COMP VALUE ZERO.
      *> what is still to go out on a line - ordered less shipped
           01 WS-OPEN-QTY PIC S9(5)V99.
           01 WS-ORDER-EOF PIC A(1) VALUE "N".

           01 WS-CUSTOMER-TABLE.
                   10 WS-CU-NAME PIC X(20).
                   10 WS-CU-BRANCH PIC 9(3).
                   10 WS-CU-STATUS PIC X(1).
                   10 WS-CU-LIMIT PIC 9(9)V99.
                   10 WS-CU-HOLD PIC X(1).
      *> open receivables plus the value of every unreleased line
                   10 WS-CU-EXPOSURE PIC S9(11)V99.
           01 WS-CUSTOMER-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-CU-EOF PIC A(1) VALUE "N".

               05 WS-PM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-CODE PIC 9(2).
                   10 WS-PM-STATUS PIC X(1).
                   10 WS-PM-SELL PIC 9(5)V99.
                   10 WS-PM-DESC PIC X(20).
           01 WS-PM-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PM-EOF PIC A(1) VALUE "N".

      *> the substitute lists, each product's alternatives with
      *> their place in its order of preference
           01 WS-SUBST-TABLE.
               05 WS-PS-ENTRY OCCURS 400 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-PRODUCT PIC 9(2).
                   10 WS-PS-PRIORITY PIC 9(1).
                   10 WS-PS-SUBSTITUTE PIC 9(2).
           01 WS-SUBST-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-SUBST-EOF PIC A(1) VALUE "N".
           01 WS-SUBST-PRIORITY PIC 9(1).
           01 WS-OFFER-PRODUCT PIC 9(2).
           01 WS-OFFER-DESC PIC X(20).
           01 WS-OFFER-ANS PIC X(1).
           01 WS-SUBST-ACCEPTED PIC 9(4) VALUE ZERO.

           01 WS-VALID-BRANCH-TABLE.
               05 WS-VB-ENTRY OCCURS 100 TIMES INDEXED BY WS-VB-IDX.
                   10 WS-VB-CODE PIC 9(3).
               88 WS-BOOK-CHANGED VALUE "Y".
           01 WS-QTY-EDIT PIC -ZZZZZ9.99.

           01 WS-AR-EOF PIC A(1) VALUE "N".
           01 WS-PRICE-CUSTOMER PIC 9(5).
           01 WS-PRICE-PRODUCT PIC 9(2).
           01 WS-PRICE-BRANCH PIC 9(3).
           01 WS-PRICE-DATE PIC 9(8).
           01 WS-PRICE-QUANTITY PIC S9(5)V99.
      *> the shared price lookup - the price in force on a date at
      *> a branch
           01 WS-PRICE-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).
           01 WS-LINE-VALUE PIC S9(9)V99.
           01 WS-NEW-EXPOSURE PIC S9(11)V99.
           01 WS-CREDIT-SW PIC X(1).
               88 WS-CREDIT-OK VALUE "Y".
               88 WS-CREDIT-PARK VALUE "P".
               88 WS-CREDIT-REFUSED VALUE "N".
           01 WS-PARK-ANS PIC X(1).
      *> the shared available-to-promise calculation, asked for a
      *> better branch when the chosen one is short
           01 WS-ATP-PARM.
               COPY ATP-PARM.
           01 WS-SUGGEST-COUNT PIC 9(3).
           01 WS-SWITCH-BRANCH PIC 9(3).
           01 WS-SHORT-SW PIC X(1).
               88 WS-BRANCH-SHORT VALUE "Y".
               88 WS-BRANCH-COVERS VALUE "N".
           01 WS-DECISION-ANS PIC X(1).
           01 WS-PARKED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-CREDIT-RELEASED PIC 9(4) VALUE ZERO.
           01 WS-VALUE-EDIT PIC -Z(10)9.99.
           01 WS-LIMIT-EDIT PIC Z(8)9.99.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-LOG-ACTION PIC X(9).
           01 WS-LOG-BY PIC X(10).
           01 WS-LOG-TIME PIC 9(8).
           01 WS-LOG-ENTRY PIC X(120).

           01 WS-OPERATOR-TABLE.
               05 WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
                   10 WS-OP-ID PIC X(10).
                   10 WS-OP-ROLE PIC X(1).
                   10 WS-OP-HASH PIC 9(8).
                   10 WS-OP-LOCK PIC X(1).
           01 WS-OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".

      *> the keyed password, hashed through the shared PASSHASH
      *> routine and proven against the operator file
           01 WS-PASSWORD PIC X(10).
           01 WS-HASH-PARM.
               05 PH-PASSWORD PIC X(10).
               05 PH-HASH PIC 9(8).
           01 WS-SIGNON-MATCH PIC 9(4) COMP.
           01 WS-SIGNON-ID PIC X(10).
           01 WS-SIGNON-OK-SW PIC X(1) VALUE "N".
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.

           01 WS-TODAY PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-TIMESTAMP PIC 9(14).

      *> the lines one release pass sends to the warehouse, sorted
      *> into pick-list order: branch, then customer, then order
           01 WS-PICK-TABLE.
               05 WS-PK-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PICK-COUNT
                       INDEXED BY WS-PK-IDX.
                   10 WS-PK-BRANCH PIC 9(3).
                   10 WS-PK-CUSTOMER PIC 9(5).
                   10 WS-PK-SO-NUMBER PIC 9(6).
                   10 WS-PK-SO-IDX PIC 9(5).
           01 WS-PICK-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PICK-EDIT PIC ZZZZ9.
           01 WS-LAST-DISPATCH-NO PIC 9(6) VALUE ZERO.
           01 WS-PICK-BRANCH PIC 9(3).
           01 WS-PICK-CUSTOMER PIC 9(5).
           01 WS-PICK-NAME PIC X(20).
           01 WS-PICK-DESC PIC X(20).
           01 WS-PICK-TIME PIC 9(8).
           01 WS-PRINT-LINE PIC X(80).

      *> dispatch confirmation
           01 WS-ASK-DISPATCH-NO PIC 9(6).
           01 WS-ASK-SHIPPED PIC S9(5)V99.
           01 WS-ASK-SHIP-DATE PIC 9(8).
           01 WS-DISPATCHED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SHORT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-QTY-EDIT-2 PIC -ZZZZZ9.99.

      *> the standing orders - read only on the nightly STANDING
      *> run, and written back with their next deliveries moved on
           01 WS-SD-TABLE.
               05 WS-SD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SD-COUNT
                       INDEXED BY WS-SD-IDX.
                   10 WS-SD-NUMBER PIC 9(6).
                   10 WS-SD-CUSTOMER PIC 9(5).
                   10 WS-SD-BRANCH PIC 9(3).
                   10 WS-SD-PRODUCT PIC 9(2).
                   10 WS-SD-QUANTITY PIC S9(5)V99.
                   10 WS-SD-FREQUENCY PIC X(1).
                   10 WS-SD-START-DATE PIC 9(8).
                   10 WS-SD-END-DATE PIC 9(8).
                   10 WS-SD-NEXT-DUE PIC 9(8).
                   10 WS-SD-STATUS PIC X(1).
                   10 WS-SD-LAST-SO PIC 9(6).
           01 WS-SD-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-SD-EOF PIC A(1) VALUE "N".
           01 WS-RUN-ARG PIC X(8).
           01 WS-RUN-SW PIC X(1) VALUE "N".
               88 WS-STANDING-RUN VALUE "Y".
      *> the standing order an order line is raised from - zero for
      *> one keyed at the menu
           01 WS-ASK-STANDING PIC 9(6) VALUE ZERO.
      *> a delivery is raised this many days before it is due
           01 WS-LEAD-IN PIC X(3) JUSTIFIED RIGHT.
           01 WS-LEAD-DAYS PIC 9(3) VALUE 3.
           01 WS-PARM-GET.
               COPY PARM-GET-PARM.
           01 WS-HORIZON PIC 9(8).
           01 WS-STANDING-RAISED PIC 9(4) VALUE ZERO.
           01 WS-STANDING-REJECTED PIC 9(4) VALUE ZERO.
           01 WS-STANDING-ENDED PIC 9(4) VALUE ZERO.

      *> ordinary calendar arithmetic for stepping a delivery date
      *> on, the PORDGEN shape
           01 WS-CUR-DATE.
               05 WS-CUR-YEAR PIC 9(4).
               05 WS-CUR-MONTH PIC 9(2).
               05 WS-CUR-DAY PIC 9(2).
           01 WS-CUR-DATE-NUM REDEFINES WS-CUR-DATE PIC 9(8).
           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           01 WS-MONTH-LIMIT PIC 9(2).
           01 WS-LEAP-REM PIC 9(4).
           01 WS-LEAP-QUOT PIC 9(4).

           01 WS-ORDER-PATH PIC X(80).
           01 WS-CUSTOMER-PATH PIC X(80).
           01 WS-PRODUCT-MASTER-PATH PIC X(80).
           01 WS-CLOSING-PATH PIC X(80).
           01 WS-NEW-PATH PIC X(80).
           01 WS-SO-NUMBER-PATH PIC X(80).
           01 WS-AR-PATH PIC X(80).
           01 WS-OPERATOR-PATH PIC X(80).
           01 WS-JOB-LOG-PATH PIC X(80).
           01 WS-PICK-PATH PIC X(80).
           01 WS-NOTE-PATH PIC X(80).
           01 WS-DISPATCH-NUMBER-PATH PIC X(80).
           01 WS-SUBST-PATH PIC X(80).
           01 WS-STANDING-PATH PIC X(80).
           01 WS-ORDER-STATUS PIC X(2).
           01 WS-CUSTOMER-STATUS PIC X(2).
           01 WS-PRODUCT-MASTER-STATUS PIC X(2).
           01 WS-CLOSING-STATUS PIC X(2).
           01 WS-NEW-STATUS PIC X(2).
           01 WS-SO-NUMBER-STATUS PIC X(2).
           01 WS-AR-STATUS PIC X(2).
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-JOB-LOG-STATUS PIC X(2).
           01 WS-PICK-STATUS PIC X(2).
           01 WS-NOTE-STATUS PIC X(2).
           01 WS-DISPATCH-NUMBER-STATUS PIC X(2).
           01 WS-SUBST-STATUS PIC X(2).
           01 WS-STANDING-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT "ORDERENT_ORDERS".
               MOVE "C:\Users\25-00229\Desktop\SoNumber.txt"
                   TO WS-SO-NUMBER-PATH
           END-IF.
           ACCEPT WS-AR-PATH FROM ENVIRONMENT "AR_OPENITEMS".
           IF WS-AR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ArOpenItems.txt"
                   TO WS-AR-PATH
           END-IF.
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT "OPERATORS_FILE".
           IF WS-OPERATOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Operators.txt"
                   TO WS-OPERATOR-PATH
           END-IF.
           ACCEPT WS-JOB-LOG-PATH FROM ENVIRONMENT "ASSIGNTWO_JOBLOG".
           IF WS-JOB-LOG-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\JobLog.txt"
                   TO WS-JOB-LOG-PATH
           END-IF.
           ACCEPT WS-PICK-PATH FROM ENVIRONMENT "ORDERENT_PICKLIST".
           IF WS-PICK-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PickList.txt"
                   TO WS-PICK-PATH
           END-IF.
           ACCEPT WS-NOTE-PATH FROM ENVIRONMENT
               "ORDERENT_DISPATCHNOTES".
           IF WS-NOTE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DispatchNotes.txt"
                   TO WS-NOTE-PATH
           END-IF.
           ACCEPT WS-DISPATCH-NUMBER-PATH FROM ENVIRONMENT
               "ORDERENT_DISPATCHNO".
           IF WS-DISPATCH-NUMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DispatchNo.txt"
                   TO WS-DISPATCH-NUMBER-PATH
           END-IF.
           ACCEPT WS-SUBST-PATH FROM ENVIRONMENT "PRODSUBST_FILE".
           IF WS-SUBST-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProductSubst.txt"
                   TO WS-SUBST-PATH
           END-IF.
           ACCEPT WS-STANDING-PATH FROM ENVIRONMENT "STANDING_ORDERS".
           IF WS-STANDING-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingOrder.txt"
                   TO WS-STANDING-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER-FILE.
                       MOVE CU-NAME TO WS-CU-NAME (WS-CU-IDX)
                       MOVE CU-BRANCH TO WS-CU-BRANCH (WS-CU-IDX)
                       MOVE CU-STATUS TO WS-CU-STATUS (WS-CU-IDX)
      *> a master from before credit control: no limit, no hold
                       IF CU-CREDIT-LIMIT IS NUMERIC
                           MOVE CU-CREDIT-LIMIT
                               TO WS-CU-LIMIT (WS-CU-IDX)
                       ELSE
                           MOVE ZERO TO WS-CU-LIMIT (WS-CU-IDX)
                       END-IF
                       MOVE CU-CREDIT-HOLD TO WS-CU-HOLD (WS-CU-IDX)
                       MOVE ZERO TO WS-CU-EXPOSURE (WS-CU-IDX)
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
                       ELSE
                           MOVE "A" TO WS-PM-STATUS (WS-PM-IDX)
                       END-IF
                       IF PM-SELL-PRICE IS NUMERIC
                           MOVE PM-SELL-PRICE TO WS-PM-SELL (WS-PM-IDX)
                       ELSE
                           MOVE ZERO TO WS-PM-SELL (WS-PM-IDX)
                       END-IF
                       MOVE PM-DESCRIPTION TO WS-PM-DESC (WS-PM-IDX)
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.
           END-PERFORM.
           CLOSE VALID-BRANCH-FILE.

      *> no substitute file yet simply means no product has any
           OPEN INPUT PRODUCT-SUBST-FILE.
           IF WS-SUBST-STATUS = "00"
               PERFORM UNTIL WS-SUBST-EOF = "Y"
                   READ PRODUCT-SUBST-FILE
                       AT END MOVE "Y" TO WS-SUBST-EOF
                       NOT AT END
                           IF WS-SUBST-COUNT < 400
                               ADD 1 TO WS-SUBST-COUNT
                               SET WS-PS-IDX TO WS-SUBST-COUNT
                               MOVE PS-PRODUCT
                                   TO WS-PS-PRODUCT (WS-PS-IDX)
                               MOVE PS-PRIORITY
                                   TO WS-PS-PRIORITY (WS-PS-IDX)
                               MOVE PS-SUBSTITUTE
                                   TO WS-PS-SUBSTITUTE (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-SUBST-FILE
           END-IF.

      *> the available position: closing cards in, then what the
      *> standing allocated orders already claim comes back off
           OPEN INPUT CLOSING-FILE.
                               TO WS-AV-PRODUCT (WS-AV-IDX)
                           MOVE CLS-QUANTITY
                               TO WS-AV-QUANTITY (WS-AV-IDX)
      *> stock held in quarantine is on the card but not for sale
                           IF CLS-QUARANTINE-QTY IS NUMERIC
                               SUBTRACT CLS-QUARANTINE-QTY
                                   FROM WS-AV-QUANTITY (WS-AV-IDX)
                           END-IF
                        END-IF
                   END-READ
               END-PERFORM
                               TO WS-SO-DUE-DATE (WS-SO-IDX)
                           MOVE SO-STATUS
                               TO WS-SO-STATUS (WS-SO-IDX)
                           IF SO-RELEASE-DATE IS NUMERIC
                               MOVE SO-RELEASE-DATE
                                   TO WS-SO-RELEASE-DATE (WS-SO-IDX)
                           ELSE
                               MOVE ZERO
                                   TO WS-SO-RELEASE-DATE (WS-SO-IDX)
                           END-IF
                           PERFORM LOAD-SHIPPING-FIELDS
                           IF SO-STANDING-NO IS NUMERIC
                               MOVE SO-STANDING-NO
                                   TO WS-SO-STANDING-NO (WS-SO-IDX)
                           ELSE
                               MOVE ZERO
                                   TO WS-SO-STANDING-NO (WS-SO-IDX)
                           END-IF
                           IF SO-NUMBER > WS-LAST-SO-NUMBER
                               MOVE SO-NUMBER TO WS-LAST-SO-NUMBER
                           END-IF
                           COMPUTE WS-OPEN-QTY =
                               WS-SO-QUANTITY (WS-SO-IDX)
                               - WS-SO-SHIPPED (WS-SO-IDX)
                           IF SO-ALLOCATED OR SO-PICKING
                               PERFORM SPEND-AVAILABLE
                           END-IF
                           IF SO-OPEN OR SO-ALLOCATED OR SO-PARKED
                                   OR SO-PICKING
                               MOVE SO-CUSTOMER TO WS-PRICE-CUSTOMER
                               MOVE SO-PRODUCT TO WS-PRICE-PRODUCT
                               MOVE SO-BRANCH TO WS-PRICE-BRANCH
                               MOVE SO-DUE-DATE TO WS-PRICE-DATE
                               MOVE WS-OPEN-QTY TO WS-PRICE-QUANTITY
                               PERFORM PRICE-ORDER-LINE
                               PERFORM ADD-TO-EXPOSURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

      *> what each customer already owes: open invoices less any
      *> payment still sitting unapplied on the account
           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS = "00"
               PERFORM UNTIL WS-AR-EOF = "Y"
                   READ AR-FILE
                       AT END MOVE "Y" TO WS-AR-EOF
                       NOT AT END
                           IF AR-OPEN
                               MOVE AR-CUSTOMER TO WS-PRICE-CUSTOMER
                               IF AR-INVOICE
                                   MOVE AR-OPEN-AMOUNT
                                       TO WS-LINE-VALUE
                               ELSE
                                   COMPUTE WS-LINE-VALUE =
                                       ZERO - AR-OPEN-AMOUNT
                               END-IF
                               PERFORM ADD-TO-EXPOSURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-FILE
           END-IF.

           OPEN INPUT SO-NUMBER-FILE.
           IF WS-SO-NUMBER-STATUS = "00"
               READ SO-NUMBER-FILE
               END-READ
               CLOSE SO-NUMBER-FILE
           END-IF.
           OPEN INPUT DISPATCH-NUMBER-FILE.
           IF WS-DISPATCH-NUMBER-STATUS = "00"
               READ DISPATCH-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DISPATCH-NUMBER-LINE IS NUMERIC AND
                               DISPATCH-NUMBER-LINE
                               > WS-LAST-DISPATCH-NO
                           MOVE DISPATCH-NUMBER-LINE
                               TO WS-LAST-DISPATCH-NO
                       END-IF
               END-READ
               CLOSE DISPATCH-NUMBER-FILE
           END-IF.

      *> the nightly run raises the standing deliveries coming due
      *> and goes straight on to writing the book back - no menu
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE.
           IF WS-RUN-ARG = "STANDING" OR WS-RUN-ARG = "standing"
               SET WS-STANDING-RUN TO TRUE
               PERFORM GENERATE-STANDING-ORDERS
               SET WS-QUIT TO TRUE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "SALES ORDERS - A=TAKE ORDER R=RELEASE DUE "
                   "D=CONFIRM DISPATCH C=CREDIT RELEASE L=LIST OPEN "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "R"
                   WHEN "r"
                       PERFORM RELEASE-DUE-LINES
                   WHEN "D"
                   WHEN "d"
                       PERFORM CONFIRM-DISPATCH
                   WHEN "C"
                   WHEN "c"
                       PERFORM RELEASE-PARKED-ORDERS
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-OPEN-ORDERS
           IF WS-BOOK-CHANGED
               PERFORM WRITE-BOOK-BACK
           END-IF.
      *> the standing orders move on only once the lines raised from
      *> them are safely on the book
           IF WS-STANDING-RUN AND WS-SD-COUNT > ZERO
               PERFORM WRITE-STANDING-BACK
           END-IF.
           DISPLAY WS-TAKEN-COUNT " ORDERS TAKEN, "
               WS-RELEASED-COUNT " LINES RELEASED TO THE WAREHOUSE".
           DISPLAY WS-DISPATCHED-COUNT " DISPATCHES CONFIRMED AS "
               "SELLS, " WS-SHORT-COUNT " SHORT-SHIPPED".
           DISPLAY WS-PARKED-COUNT " PARKED ON CREDIT, "
               WS-CREDIT-RELEASED " RELEASED FROM CREDIT PARK".
           DISPLAY WS-SUBST-ACCEPTED " LINES SWITCHED TO A SUBSTITUTE".
           IF WS-STANDING-RUN
               DISPLAY WS-STANDING-RAISED " STANDING DELIVERIES "
                   "RAISED, " WS-STANDING-REJECTED " REJECTED, "
                   WS-STANDING-ENDED " STANDING ORDERS ENDED"
               IF WS-STANDING-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *> a book written before dispatch confirmation carries no
      *> shipping fields: a line it had released went out in full
      *> the day it was released
       LOAD-SHIPPING-FIELDS.
           IF SO-DISPATCH-NO IS NUMERIC
               MOVE SO-DISPATCH-NO TO WS-SO-DISPATCH-NO (WS-SO-IDX)
           ELSE
               MOVE ZERO TO WS-SO-DISPATCH-NO (WS-SO-IDX)
           END-IF.
           IF SO-SHIPPED-QTY IS NUMERIC
               MOVE SO-SHIPPED-QTY TO WS-SO-SHIPPED (WS-SO-IDX)
           ELSE
               IF SO-RELEASED
                   MOVE SO-QUANTITY TO WS-SO-SHIPPED (WS-SO-IDX)
               ELSE
                   MOVE ZERO TO WS-SO-SHIPPED (WS-SO-IDX)
               END-IF
           END-IF.
           IF SO-SHIP-DATE IS NUMERIC
               MOVE SO-SHIP-DATE TO WS-SO-SHIP-DATE (WS-SO-IDX)
           ELSE
               MOVE WS-SO-RELEASE-DATE (WS-SO-IDX)
                   TO WS-SO-SHIP-DATE (WS-SO-IDX)
           END-IF.
           IF SO-SUBST-FOR IS NUMERIC
               MOVE SO-SUBST-FOR TO WS-SO-SUBST-FOR (WS-SO-IDX)
           ELSE
               MOVE ZERO TO WS-SO-SUBST-FOR (WS-SO-IDX)
           END-IF.

      *> an allocated order has spoken for its stock - take it out
      *> of the available position so the next order cannot promise
      *> the same units twice. A line on the warehouse floor still
      *> holds its stock until the dispatch is confirmed
       SPEND-AVAILABLE.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVAIL-COUNT
               IF WS-AV-BRANCH (WS-AV-IDX) = SO-BRANCH AND
                       WS-AV-PRODUCT (WS-AV-IDX) = SO-PRODUCT
                   SUBTRACT WS-OPEN-QTY
                       FROM WS-AV-QUANTITY (WS-AV-IDX)
                   EXIT PERFORM
               END-IF
                   DISPLAY "QUANTITY MUST BE POSITIVE - RE-ENTER"
               END-IF
           END-PERFORM.
           PERFORM SUGGEST-OTHER-BRANCH.

      *> delivery date through the shared edit - a real calendar
      *> day, today or later
               END-IF
           END-PERFORM.

           PERFORM CHECK-CREDIT.
           IF WS-CREDIT-REFUSED
               DISPLAY "ORDER NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BOOK-ORDER-LINE.

      *> the checked order goes on the book under the next number:
      *> parked when credit says so, otherwise allocated - with a
      *> substitute offered when the stock is short and there is an
      *> operator at the keyboard to accept it
       BOOK-ORDER-LINE.
           ADD 1 TO WS-LAST-SO-NUMBER.
           ADD 1 TO WS-SO-COUNT.
           SET WS-SO-IDX TO WS-SO-COUNT.
           MOVE WS-ASK-QUANTITY TO WS-SO-QUANTITY (WS-SO-IDX).
           MOVE WS-TODAY TO WS-SO-ORDER-DATE (WS-SO-IDX).
           MOVE WS-ASK-DUE-DATE TO WS-SO-DUE-DATE (WS-SO-IDX).
           MOVE ZERO TO WS-SO-RELEASE-DATE (WS-SO-IDX).
           MOVE ZERO TO WS-SO-DISPATCH-NO (WS-SO-IDX).
           MOVE ZERO TO WS-SO-SHIPPED (WS-SO-IDX).
           MOVE ZERO TO WS-SO-SHIP-DATE (WS-SO-IDX).
           MOVE ZERO TO WS-SO-SUBST-FOR (WS-SO-IDX).
           MOVE WS-ASK-STANDING TO WS-SO-STANDING-NO (WS-SO-IDX).
           ADD WS-LINE-VALUE TO WS-CU-EXPOSURE (WS-MATCH-IDX).
           IF WS-CREDIT-PARK
               MOVE "P" TO WS-SO-STATUS (WS-SO-IDX)
               ADD 1 TO WS-PARKED-COUNT
               MOVE "PARKED" TO WS-LOG-ACTION
               MOVE WS-OPERATOR-ID TO WS-LOG-BY
               PERFORM LOG-CREDIT-EVENT
               DISPLAY "PARKED FOR SUPERVISOR CREDIT RELEASE"
           ELSE
               PERFORM TRY-TO-ALLOCATE
               IF WS-SO-STATUS (WS-SO-IDX) = "O" AND
                       NOT WS-STANDING-RUN
                   PERFORM OFFER-SUBSTITUTE
               END-IF
           END-IF.
           ADD 1 TO WS-TAKEN-COUNT.
           SET WS-BOOK-CHANGED TO TRUE.
           DISPLAY "ORDER " WS-LAST-SO-NUMBER " TAKEN".

      *> the order at its selling price against what the customer can
      *> still run up: on hold always parks; over the limit the
      *> operator either parks it for a supervisor or drops it
       CHECK-CREDIT.
           MOVE WS-ASK-CUSTOMER TO WS-PRICE-CUSTOMER.
           MOVE WS-ASK-PRODUCT TO WS-PRICE-PRODUCT.
           MOVE WS-ASK-BRANCH TO WS-PRICE-BRANCH.
           MOVE WS-ASK-DUE-DATE TO WS-PRICE-DATE.
           MOVE WS-ASK-QUANTITY TO WS-PRICE-QUANTITY.
           PERFORM PRICE-ORDER-LINE.
           COMPUTE WS-NEW-EXPOSURE =
               WS-CU-EXPOSURE (WS-MATCH-IDX) + WS-LINE-VALUE.
           SET WS-CREDIT-OK TO TRUE.
           IF WS-CU-HOLD (WS-MATCH-IDX) = "H"
               DISPLAY "CUSTOMER IS ON CREDIT HOLD"
               SET WS-CREDIT-PARK TO TRUE
           ELSE
               IF WS-CU-LIMIT (WS-MATCH-IDX) > ZERO AND
                       WS-NEW-EXPOSURE > WS-CU-LIMIT (WS-MATCH-IDX)
                   MOVE WS-NEW-EXPOSURE TO WS-VALUE-EDIT
                   MOVE WS-CU-LIMIT (WS-MATCH-IDX) TO WS-LIMIT-EDIT
                   DISPLAY "OVER CREDIT LIMIT - EXPOSURE WOULD BE "
                       WS-VALUE-EDIT " AGAINST " WS-LIMIT-EDIT
      *> the nightly run has nobody to ask - the supervisor decides
                   IF WS-STANDING-RUN
                       SET WS-CREDIT-PARK TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "P=PARK FOR SUPERVISOR, ANY OTHER KEY "
                       "REFUSES THE ORDER" WITH NO ADVANCING
                   ACCEPT WS-PARK-ANS
                   IF WS-PARK-ANS = "P" OR WS-PARK-ANS = "p"
                       SET WS-CREDIT-PARK TO TRUE
                   ELSE
                       SET WS-CREDIT-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> value of one order line at the price that will be in force
      *> when it goes out as a sale: the due date at the ordering
      *> branch, or today for a line already past due
       PRICE-ORDER-LINE.
           MOVE ZERO TO WS-LINE-VALUE.
           IF WS-PRICE-DATE < WS-TODAY
               MOVE WS-TODAY TO WS-PRICE-DATE
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-PRICE-PRODUCT
                   MOVE WS-PRICE-PRODUCT TO PF-PRODUCT
                   MOVE WS-PRICE-BRANCH TO PF-BRANCH
                   MOVE WS-PRICE-DATE TO PF-DATE
                   MOVE WS-PM-SELL (WS-PM-IDX) TO PF-PRICE
                   CALL "PRICEFIND" USING WS-PRICE-PARM
                   COMPUTE WS-LINE-VALUE ROUNDED =
                       WS-PRICE-QUANTITY * PF-PRICE
                       ON SIZE ERROR MOVE ZERO TO WS-LINE-VALUE
                   END-COMPUTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the supplying branch's available position, as allocation
      *> will see it; short, the branches that can promise the whole
      *> quantity today are offered instead
       SUGGEST-OTHER-BRANCH.
           SET WS-BRANCH-SHORT TO TRUE.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVAIL-COUNT
               IF WS-AV-BRANCH (WS-AV-IDX) = WS-ASK-BRANCH AND
                       WS-AV-PRODUCT (WS-AV-IDX) = WS-ASK-PRODUCT
                   IF WS-AV-QUANTITY (WS-AV-IDX) NOT < WS-ASK-QUANTITY
                       SET WS-BRANCH-COVERS TO TRUE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-BRANCH-COVERS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ASK-PRODUCT TO AT-PRODUCT.
           MOVE WS-TODAY TO AT-DATE.
           CALL "ATPCALC" USING WS-ATP-PARM.
           MOVE ZERO TO WS-SUGGEST-COUNT.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-BRANCH-COUNT
               IF AT-BRANCH (AT-IDX) NOT = WS-ASK-BRANCH AND
                       AT-ATP (AT-IDX, 1) NOT < WS-ASK-QUANTITY
                   IF WS-SUGGEST-COUNT = ZERO
                       DISPLAY "BRANCH " WS-ASK-BRANCH
                           " CANNOT COVER THIS ORDER TODAY - "
                           "BRANCHES THAT CAN:"
                   END-IF
                   ADD 1 TO WS-SUGGEST-COUNT
                   MOVE AT-ATP (AT-IDX, 1) TO WS-QTY-EDIT
                   DISPLAY "  BRANCH " AT-BRANCH (AT-IDX)
                       " CAN PROMISE " WS-QTY-EDIT
               END-IF
           END-PERFORM.
           IF WS-SUGGEST-COUNT = ZERO
               DISPLAY "BRANCH " WS-ASK-BRANCH " CANNOT COVER THIS "
                   "ORDER TODAY AND NO OTHER BRANCH CAN EITHER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter branch to supply from instead (0 keeps "
               WS-ASK-BRANCH ")" WITH NO ADVANCING.
           ACCEPT WS-SWITCH-BRANCH.
           IF WS-SWITCH-BRANCH = ZERO
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING AT-IDX FROM 1 BY 1
                   UNTIL AT-IDX > AT-BRANCH-COUNT
               IF AT-BRANCH (AT-IDX) = WS-SWITCH-BRANCH AND
                       AT-ATP (AT-IDX, 1) NOT < WS-ASK-QUANTITY
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE WS-SWITCH-BRANCH TO WS-ASK-BRANCH
               DISPLAY "ORDER WILL BE SUPPLIED FROM BRANCH "
                   WS-ASK-BRANCH
           ELSE
               DISPLAY "NOT ONE OF THE SUGGESTED BRANCHES - BRANCH "
                   WS-ASK-BRANCH " KEPT"
           END-IF.

      *> the line waits open for want of stock: the ordered
      *> product's substitutes are tried in order of preference and
      *> the first one still on sale that the same branch can cover
      *> is offered. Accepted, the line carries the substitute from
      *> here on - repriced, allocated, and marked with the product
      *> first ordered
       OFFER-SUBSTITUTE.
           MOVE ZERO TO WS-OFFER-PRODUCT.
           COMPUTE WS-OPEN-QTY =
               WS-SO-QUANTITY (WS-SO-IDX) - WS-SO-SHIPPED (WS-SO-IDX).
           PERFORM VARYING WS-SUBST-PRIORITY FROM 1 BY 1
                   UNTIL WS-SUBST-PRIORITY > 4
                   OR WS-OFFER-PRODUCT NOT = ZERO
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-SUBST-COUNT
                   IF WS-PS-PRODUCT (WS-PS-IDX)
                           = WS-SO-PRODUCT (WS-SO-IDX) AND
                           WS-PS-PRIORITY (WS-PS-IDX)
                           = WS-SUBST-PRIORITY
                       PERFORM CHECK-ONE-SUBSTITUTE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-OFFER-PRODUCT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPEN-QTY TO WS-QTY-EDIT.
           DISPLAY "SUBSTITUTE AVAILABLE AT BRANCH "
               WS-SO-BRANCH (WS-SO-IDX) ": PRODUCT "
               WS-OFFER-PRODUCT " " WS-OFFER-DESC " QTY " WS-QTY-EDIT.
           DISPLAY "Supply the substitute instead? (Y/N)"
               WITH NO ADVANCING.
           ACCEPT WS-OFFER-ANS.
           IF WS-OFFER-ANS NOT = "Y" AND WS-OFFER-ANS NOT = "y"
               DISPLAY "SUBSTITUTE DECLINED - ORDER WAITS OPEN"
               EXIT PARAGRAPH
           END-IF.
      *> the exposure follows the line onto the substitute's price
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-SO-CUSTOMER (WS-SO-IDX)
                   MOVE WS-CU-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX > ZERO
               SUBTRACT WS-LINE-VALUE FROM WS-CU-EXPOSURE (WS-MATCH-IDX)
           END-IF.
           IF WS-SO-SUBST-FOR (WS-SO-IDX) = ZERO
               MOVE WS-SO-PRODUCT (WS-SO-IDX)
                   TO WS-SO-SUBST-FOR (WS-SO-IDX)
           END-IF.
           MOVE WS-OFFER-PRODUCT TO WS-SO-PRODUCT (WS-SO-IDX).
           MOVE WS-SO-CUSTOMER (WS-SO-IDX) TO WS-PRICE-CUSTOMER.
           MOVE WS-OFFER-PRODUCT TO WS-PRICE-PRODUCT.
           MOVE WS-SO-BRANCH (WS-SO-IDX) TO WS-PRICE-BRANCH.
           MOVE WS-SO-DUE-DATE (WS-SO-IDX) TO WS-PRICE-DATE.
           MOVE WS-OPEN-QTY TO WS-PRICE-QUANTITY.
           PERFORM PRICE-ORDER-LINE.
           IF WS-MATCH-IDX > ZERO
               ADD WS-LINE-VALUE TO WS-CU-EXPOSURE (WS-MATCH-IDX)
           END-IF.
           PERFORM TRY-TO-ALLOCATE.
           ADD 1 TO WS-SUBST-ACCEPTED.
           SET WS-BOOK-CHANGED TO TRUE.
           DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
               " NOW SUPPLIES PRODUCT " WS-OFFER-PRODUCT
               " IN PLACE OF " WS-SO-SUBST-FOR (WS-SO-IDX).

      *> a substitute qualifies when it is still on sale and the
      *> branch's available position covers what is left to ship
       CHECK-ONE-SUBSTITUTE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX)
                       = WS-PS-SUBSTITUTE (WS-PS-IDX) AND
                       WS-PM-STATUS (WS-PM-IDX) NOT = "I"
                   SET WS-FOUND TO TRUE
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-OFFER-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVAIL-COUNT
               IF WS-AV-BRANCH (WS-AV-IDX)
                       = WS-SO-BRANCH (WS-SO-IDX) AND
                       WS-AV-PRODUCT (WS-AV-IDX)
                       = WS-PS-SUBSTITUTE (WS-PS-IDX)
                   IF WS-AV-QUANTITY (WS-AV-IDX) NOT < WS-OPEN-QTY
                       MOVE WS-PS-SUBSTITUTE (WS-PS-IDX)
                           TO WS-OFFER-PRODUCT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TO-EXPOSURE.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-PRICE-CUSTOMER
                   ADD WS-LINE-VALUE TO WS-CU-EXPOSURE (WS-CU-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> allocation claims the stock now so two orders cannot both
      *> promise the last case - a line the card cannot cover stays
      *> OPEN and waits for goods. Only what is still to ship is
      *> claimed, so a short-shipped balance waits for just itself
       TRY-TO-ALLOCATE.
           COMPUTE WS-OPEN-QTY =
               WS-SO-QUANTITY (WS-SO-IDX) - WS-SO-SHIPPED (WS-SO-IDX).
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                   UNTIL WS-AV-IDX > WS-AVAIL-COUNT
               END-IF
           END-PERFORM.
           IF WS-FOUND AND
                   WS-AV-QUANTITY (WS-AV-MATCH-IDX) NOT < WS-OPEN-QTY
               SUBTRACT WS-OPEN-QTY
                   FROM WS-AV-QUANTITY (WS-AV-MATCH-IDX)
               MOVE "A" TO WS-SO-STATUS (WS-SO-IDX)
               DISPLAY "ALLOCATED AGAINST THE STOCK CARD"

      *> the release pass: unallocated lines get another try at
      *> today's stock first, then every allocated line that has
      *> come due goes to the warehouse under its own dispatch note
      *> number. Nothing is posted until the dispatch is confirmed
       RELEASE-DUE-LINES.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PICK-COUNT.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-STATUS (WS-SO-IDX) = "A" AND
                       WS-SO-DUE-DATE (WS-SO-IDX) NOT > WS-TODAY
                   PERFORM RELEASE-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-PICK-COUNT = ZERO
               DISPLAY "NO ALLOCATED LINES DUE FOR RELEASE"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DISPATCH-NUMBER-FILE.
           IF WS-DISPATCH-NUMBER-STATUS = "00"
               MOVE WS-LAST-DISPATCH-NO TO DISPATCH-NUMBER-LINE
               WRITE DISPATCH-NUMBER-LINE
               CLOSE DISPATCH-NUMBER-FILE
           END-IF.
           SORT WS-PK-ENTRY ON ASCENDING KEY WS-PK-BRANCH
               WS-PK-CUSTOMER WS-PK-SO-NUMBER.
           ACCEPT WS-PICK-TIME FROM TIME.
           PERFORM WRITE-PICK-LIST.
           PERFORM WRITE-DISPATCH-NOTES.

       RELEASE-ONE-LINE.
           ADD 1 TO WS-LAST-DISPATCH-NO.
           MOVE WS-LAST-DISPATCH-NO TO WS-SO-DISPATCH-NO (WS-SO-IDX).
           MOVE "K" TO WS-SO-STATUS (WS-SO-IDX).
           MOVE WS-TODAY TO WS-SO-RELEASE-DATE (WS-SO-IDX).
           ADD 1 TO WS-PICK-COUNT.
           SET WS-PK-IDX TO WS-PICK-COUNT.
           MOVE WS-SO-BRANCH (WS-SO-IDX) TO WS-PK-BRANCH (WS-PK-IDX).
           MOVE WS-SO-CUSTOMER (WS-SO-IDX)
               TO WS-PK-CUSTOMER (WS-PK-IDX).
           MOVE WS-SO-NUMBER (WS-SO-IDX)
               TO WS-PK-SO-NUMBER (WS-PK-IDX).
           SET WS-PK-SO-IDX (WS-PK-IDX) TO WS-SO-IDX.
           ADD 1 TO WS-RELEASED-COUNT.
           SET WS-BOOK-CHANGED TO TRUE.
           DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
               " RELEASED ON DISPATCH NOTE "
               WS-SO-DISPATCH-NO (WS-SO-IDX).

      *> one pick list per branch, customers together under it, so
      *> the picker walks the shelves once per customer
       WRITE-PICK-LIST.
           OPEN EXTEND PICK-LIST-FILE.
           IF WS-PICK-STATUS = "35"
               OPEN OUTPUT PICK-LIST-FILE
           END-IF.
           IF WS-PICK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PICK LIST - STATUS "
                   WS-PICK-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PICK-BRANCH.
           MOVE ZERO TO WS-PICK-CUSTOMER.
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PICK-COUNT
               SET WS-SO-IDX TO WS-PK-SO-IDX (WS-PK-IDX)
               IF WS-PK-BRANCH (WS-PK-IDX) NOT = WS-PICK-BRANCH
                   MOVE WS-PK-BRANCH (WS-PK-IDX) TO WS-PICK-BRANCH
                   MOVE ZERO TO WS-PICK-CUSTOMER
                   MOVE SPACES TO PICK-LINE
                   WRITE PICK-LINE
                   MOVE SPACES TO PICK-LINE
                   STRING "PICK LIST - BRANCH " WS-PICK-BRANCH
                       "   RELEASED " WS-TODAY " "
                       WS-PICK-TIME (1:4)
                       DELIMITED BY SIZE INTO PICK-LINE
                   WRITE PICK-LINE
               END-IF
               IF WS-PK-CUSTOMER (WS-PK-IDX) NOT = WS-PICK-CUSTOMER
                   MOVE WS-PK-CUSTOMER (WS-PK-IDX)
                       TO WS-PICK-CUSTOMER
                   PERFORM FIND-PICK-CUSTOMER
                   MOVE SPACES TO PICK-LINE
                   STRING "  CUSTOMER " WS-PICK-CUSTOMER " "
                       WS-PICK-NAME
                       DELIMITED BY SIZE INTO PICK-LINE
                   WRITE PICK-LINE
               END-IF
               PERFORM FIND-PICK-PRODUCT
               COMPUTE WS-QTY-EDIT = WS-SO-QUANTITY (WS-SO-IDX)
                   - WS-SO-SHIPPED (WS-SO-IDX)
               MOVE SPACES TO PICK-LINE
               STRING "    NOTE " WS-SO-DISPATCH-NO (WS-SO-IDX)
                   " ORDER " WS-SO-NUMBER (WS-SO-IDX)
                   " PRODUCT " WS-SO-PRODUCT (WS-SO-IDX) " "
                   WS-PICK-DESC " " WS-QTY-EDIT " ____"
                   DELIMITED BY SIZE INTO PICK-LINE
               WRITE PICK-LINE
           END-PERFORM.
           CLOSE PICK-LIST-FILE.
           MOVE WS-PICK-COUNT TO WS-PICK-EDIT.
           DISPLAY WS-PICK-EDIT " LINES ON THE PICK LIST".

      *> a note travels with each order: the warehouse fills in what
      *> actually went on the vehicle and the note comes back for
      *> dispatch confirmation
       WRITE-DISPATCH-NOTES.
           OPEN EXTEND DISPATCH-NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT DISPATCH-NOTE-FILE
           END-IF.
           IF WS-NOTE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING DISPATCH NOTES - STATUS "
                   WS-NOTE-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                   UNTIL WS-PK-IDX > WS-PICK-COUNT
               SET WS-SO-IDX TO WS-PK-SO-IDX (WS-PK-IDX)
               MOVE WS-PK-CUSTOMER (WS-PK-IDX) TO WS-PICK-CUSTOMER
               PERFORM FIND-PICK-CUSTOMER
               PERFORM FIND-PICK-PRODUCT
               MOVE SPACES TO NOTE-LINE
               STRING "DISPATCH NOTE " WS-SO-DISPATCH-NO (WS-SO-IDX)
                   "             DATE " WS-TODAY
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               MOVE SPACES TO NOTE-LINE
               STRING "FROM BRANCH " WS-PK-BRANCH (WS-PK-IDX)
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               MOVE SPACES TO NOTE-LINE
               STRING "TO CUSTOMER " WS-PICK-CUSTOMER " "
                   WS-PICK-NAME
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               MOVE SPACES TO NOTE-LINE
               STRING "ORDER " WS-SO-NUMBER (WS-SO-IDX)
                   "  PRODUCT " WS-SO-PRODUCT (WS-SO-IDX) " "
                   WS-PICK-DESC
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               COMPUTE WS-QTY-EDIT = WS-SO-QUANTITY (WS-SO-IDX)
                   - WS-SO-SHIPPED (WS-SO-IDX)
               MOVE SPACES TO NOTE-LINE
               STRING "QTY TO SHIP " WS-QTY-EDIT
                   "   QTY SHIPPED __________"
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               MOVE SPACES TO NOTE-LINE
               STRING "SHIP DATE ________   SIGNED ______________"
                   DELIMITED BY SIZE INTO NOTE-LINE
               WRITE NOTE-LINE
               MOVE SPACES TO NOTE-LINE
               WRITE NOTE-LINE
           END-PERFORM.
           CLOSE DISPATCH-NOTE-FILE.
           DISPLAY WS-PICK-EDIT " DISPATCH NOTES WRITTEN".

       FIND-PICK-CUSTOMER.
           MOVE SPACES TO WS-PICK-NAME.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-PICK-CUSTOMER
                   MOVE WS-CU-NAME (WS-CU-IDX) TO WS-PICK-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-PICK-PRODUCT.
           MOVE SPACES TO WS-PICK-DESC.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-SO-PRODUCT (WS-SO-IDX)
                   MOVE WS-PM-DESC (WS-PM-IDX) TO WS-PICK-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> the dispatch note comes back: what left and when. Only the
      *> quantity that left is sold; a short shipment reopens the
      *> line for the balance, which waits for stock and the next
      *> release like any open line
       CONFIRM-DISPATCH.
           DISPLAY "Enter dispatch note number" WITH NO ADVANCING.
           ACCEPT WS-ASK-DISPATCH-NO.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-DISPATCH-NO (WS-SO-IDX) = WS-ASK-DISPATCH-NO
                       AND WS-SO-STATUS (WS-SO-IDX) = "K"
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "NO LINE AWAITING DISPATCH ON THAT NOTE"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OPEN-QTY =
               WS-SO-QUANTITY (WS-SO-IDX) - WS-SO-SHIPPED (WS-SO-IDX).
           MOVE WS-OPEN-QTY TO WS-QTY-EDIT.
           DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
               " CUST " WS-SO-CUSTOMER (WS-SO-IDX)
               " BRANCH " WS-SO-BRANCH (WS-SO-IDX)
               " PRODUCT " WS-SO-PRODUCT (WS-SO-IDX)
               " TO SHIP " WS-QTY-EDIT.

           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter quantity shipped" WITH NO ADVANCING
               ACCEPT WS-ASK-SHIPPED
               IF WS-ASK-SHIPPED < ZERO OR
                       WS-ASK-SHIPPED > WS-OPEN-QTY
                   DISPLAY "SHIPPED MUST BE 0 TO " WS-QTY-EDIT
                       " - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.

      *> the ship date through the shared edit - not before the
      *> release, not in the future; zero takes today
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter ship date (YYYYMMDD, 0 for today)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-SHIP-DATE
               IF WS-ASK-SHIP-DATE = ZERO
                   MOVE WS-TODAY TO WS-ASK-SHIP-DATE
               END-IF
               MOVE WS-ASK-SHIP-DATE TO DE-DATE
               MOVE "Y" TO DE-NO-FUTURE
               MOVE WS-SO-RELEASE-DATE (WS-SO-IDX) TO DE-EARLIEST
               CALL "DATEEDIT" USING WS-DATE-PARM
               IF DE-VALID
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   DISPLAY "BAD SHIP DATE: " DE-MESSAGE
               END-IF
           END-PERFORM.

           IF WS-ASK-SHIPPED > ZERO
               OPEN EXTEND NEW-BALANCE-FILE
               IF WS-NEW-STATUS = "35"
                   OPEN OUTPUT NEW-BALANCE-FILE
               END-IF
               IF WS-NEW-STATUS NOT = "00"
                   DISPLAY "ERROR OPENING NEW BALANCE FILE - STATUS "
                       WS-NEW-STATUS " - DISPATCH NOT CONFIRMED"
                   EXIT PARAGRAPH
               END-IF
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE WS-TIMESTAMP =
                   WS-TODAY * 1000000 + WS-STAMP-TIME / 100
               MOVE WS-SO-BRANCH (WS-SO-IDX) TO NEW-BRANCH-CODE
               MOVE WS-SO-PRODUCT (WS-SO-IDX) TO NEW-PRODUCT-CODE
               MOVE 1 TO SELLBUY
               MOVE WS-ASK-SHIPPED TO NEW-QUANTITY
               MOVE ZERO TO NEW-DEST-BRANCH
               MOVE WS-TIMESTAMP TO NEW-TIMESTAMP
               MOVE SPACES TO NEW-REASON-CODE
               WRITE NEW-BALANCE
               CLOSE NEW-BALANCE-FILE
               ADD WS-ASK-SHIPPED TO WS-SO-SHIPPED (WS-SO-IDX)
               MOVE WS-ASK-SHIP-DATE TO WS-SO-SHIP-DATE (WS-SO-IDX)
           END-IF.
           ADD 1 TO WS-DISPATCHED-COUNT.
           SET WS-BOOK-CHANGED TO TRUE.
           IF WS-SO-SHIPPED (WS-SO-IDX) NOT <
                   WS-SO-QUANTITY (WS-SO-IDX)
               MOVE "R" TO WS-SO-STATUS (WS-SO-IDX)
               DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
                   " SHIPPED IN FULL"
           ELSE
               MOVE "O" TO WS-SO-STATUS (WS-SO-IDX)
               ADD 1 TO WS-SHORT-COUNT
               COMPUTE WS-OPEN-QTY = WS-SO-QUANTITY (WS-SO-IDX)
                   - WS-SO-SHIPPED (WS-SO-IDX)
               PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                       UNTIL WS-AV-IDX > WS-AVAIL-COUNT
                   IF WS-AV-BRANCH (WS-AV-IDX) =
                           WS-SO-BRANCH (WS-SO-IDX) AND
                           WS-AV-PRODUCT (WS-AV-IDX) =
                           WS-SO-PRODUCT (WS-SO-IDX)
                       ADD WS-OPEN-QTY TO WS-AV-QUANTITY (WS-AV-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-OPEN-QTY TO WS-QTY-EDIT-2
               DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
                   " SHORT-SHIPPED - " WS-QTY-EDIT-2
                   " BACK OPEN ON THE ORDER"
           END-IF.

      *> the credit door: a supervisor signs on once per run, then
      *> walks the parked lines - release sends the line on to
      *> allocation like a fresh order, cancel closes it, skip
      *> leaves it parked
       RELEASE-PARKED-ORDERS.
           IF NOT WS-SIGNON-OK
               PERFORM SUPERVISOR-SIGNON
           END-IF.
           IF NOT WS-SIGNON-OK
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-STATUS (WS-SO-IDX) = "P"
                   PERFORM REVIEW-ONE-PARKED
               END-IF
           END-PERFORM.

       REVIEW-ONE-PARKED.
           MOVE WS-SO-CUSTOMER (WS-SO-IDX) TO WS-PRICE-CUSTOMER.
           MOVE WS-SO-PRODUCT (WS-SO-IDX) TO WS-PRICE-PRODUCT.
           MOVE WS-SO-BRANCH (WS-SO-IDX) TO WS-PRICE-BRANCH.
           MOVE WS-SO-DUE-DATE (WS-SO-IDX) TO WS-PRICE-DATE.
           COMPUTE WS-PRICE-QUANTITY =
               WS-SO-QUANTITY (WS-SO-IDX) - WS-SO-SHIPPED (WS-SO-IDX).
           PERFORM PRICE-ORDER-LINE.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-PRICE-CUSTOMER
                   MOVE WS-CU-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-SO-QUANTITY (WS-SO-IDX) TO WS-QTY-EDIT.
           DISPLAY " ".
           DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
               " CUST " WS-SO-CUSTOMER (WS-SO-IDX)
               " PRODUCT " WS-SO-PRODUCT (WS-SO-IDX)
               " QTY " WS-QTY-EDIT.
           IF WS-MATCH-IDX > ZERO
               MOVE WS-CU-EXPOSURE (WS-MATCH-IDX) TO WS-VALUE-EDIT
               MOVE WS-CU-LIMIT (WS-MATCH-IDX) TO WS-LIMIT-EDIT
               DISPLAY WS-CU-NAME (WS-MATCH-IDX)
                   " EXPOSURE " WS-VALUE-EDIT
                   " LIMIT " WS-LIMIT-EDIT
                   " HOLD " WS-CU-HOLD (WS-MATCH-IDX)
           END-IF.
           DISPLAY "Release, Cancel or Skip? (R/C/S)"
               WITH NO ADVANCING.
           ACCEPT WS-DECISION-ANS.
           EVALUATE WS-DECISION-ANS
               WHEN "R"
               WHEN "r"
                   PERFORM TRY-TO-ALLOCATE
                   IF WS-SO-STATUS (WS-SO-IDX) = "O"
                       PERFORM OFFER-SUBSTITUTE
                   END-IF
                   ADD 1 TO WS-CREDIT-RELEASED
                   SET WS-BOOK-CHANGED TO TRUE
                   MOVE "RELEASED" TO WS-LOG-ACTION
                   MOVE WS-SIGNON-ID TO WS-LOG-BY
                   PERFORM LOG-CREDIT-EVENT
               WHEN "C"
               WHEN "c"
                   MOVE "X" TO WS-SO-STATUS (WS-SO-IDX)
                   IF WS-MATCH-IDX > ZERO
                       SUBTRACT WS-LINE-VALUE
                           FROM WS-CU-EXPOSURE (WS-MATCH-IDX)
                   END-IF
                   SET WS-BOOK-CHANGED TO TRUE
                   MOVE "CANCELLED" TO WS-LOG-ACTION
                   MOVE WS-SIGNON-ID TO WS-LOG-BY
                   PERFORM LOG-CREDIT-EVENT
                   DISPLAY "ORDER CANCELLED"
               WHEN OTHER
                   DISPLAY "LEFT PARKED"
           END-EVALUATE.

      *> the APPROVE sign-on: role S, unlocked, password proven
      *> through PASSHASH - three tries and the door stays shut
       SUPERVISOR-SIGNON.
           IF WS-OPERATOR-COUNT = ZERO
               OPEN INPUT OPERATOR-FILE
               IF WS-OPERATOR-STATUS = "00"
                   PERFORM UNTIL WS-OPERATOR-EOF = "Y"
                       READ OPERATOR-FILE
                           AT END MOVE "Y" TO WS-OPERATOR-EOF
                           NOT AT END
                               ADD 1 TO WS-OPERATOR-COUNT
                               SET WS-OP-IDX TO WS-OPERATOR-COUNT
                               MOVE OP-ID TO WS-OP-ID (WS-OP-IDX)
                               MOVE OP-ROLE TO WS-OP-ROLE (WS-OP-IDX)
                               IF OP-PASS-HASH IS NUMERIC
                                   MOVE OP-PASS-HASH
                                       TO WS-OP-HASH (WS-OP-IDX)
                               ELSE
                                   MOVE ZERO TO WS-OP-HASH (WS-OP-IDX)
                               END-IF
                               MOVE OP-LOCK TO WS-OP-LOCK (WS-OP-IDX)
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.
           IF WS-OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATOR FILE - CREDIT RELEASE NEEDS A "
                   "SUPERVISOR SIGN-ON"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SIGNON-TRIES.
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3
               DISPLAY "Supervisor ID to sign on" WITH NO ADVANCING
               ACCEPT WS-SIGNON-ID
               MOVE ZERO TO WS-SIGNON-MATCH
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
                   IF WS-OP-ID (WS-OP-IDX) = WS-SIGNON-ID AND
                           WS-OP-ROLE (WS-OP-IDX) = "S"
                       MOVE WS-OP-IDX TO WS-SIGNON-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SIGNON-MATCH = ZERO
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "NOT A SUPERVISOR ID"
               ELSE
                   SET WS-OP-IDX TO WS-SIGNON-MATCH
                   EVALUATE TRUE
                       WHEN WS-OP-LOCK (WS-OP-IDX) = "L"
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "THIS ID IS LOCKED - A "
                               "SUPERVISOR MUST CLEAR IT AT THE "
                               "OPERATOR MENU"
                       WHEN WS-OP-HASH (WS-OP-IDX) = ZERO
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "NO PASSWORD ON FILE - SET ONE "
                               "AT THE OPERATOR MENU FIRST"
                       WHEN OTHER
                           DISPLAY "Password" WITH NO ADVANCING
                           ACCEPT WS-PASSWORD
                           MOVE WS-PASSWORD TO PH-PASSWORD
                           CALL "PASSHASH" USING WS-HASH-PARM
                           IF PH-HASH = WS-OP-HASH (WS-OP-IDX)
                               SET WS-SIGNON-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-SIGNON-TRIES
                               DISPLAY "WRONG PASSWORD"
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> every park and every override names the order, the value
      *> and who did it
       LOG-CREDIT-EVENT.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LINE-VALUE TO WS-VALUE-EDIT.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF WS-JOB-LOG-STATUS = "00"
               MOVE SPACES TO WS-LOG-ENTRY
               STRING "CREDIT:   " WS-LOG-ACTION
                   " SO " WS-SO-NUMBER (WS-SO-IDX)
                   " CUST " WS-SO-CUSTOMER (WS-SO-IDX)
                   " VALUE " WS-VALUE-EDIT
                   " BY " WS-LOG-BY
                   " OPERATOR " WS-OPERATOR-ID
                   " TIME " WS-LOG-TIME
                   DELIMITED BY SIZE INTO WS-LOG-ENTRY
               END-STRING
               MOVE WS-LOG-ENTRY TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               CLOSE JOB-LOG-FILE
           END-IF.

       LIST-OPEN-ORDERS.
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT
               IF WS-SO-STATUS (WS-SO-IDX) = "O" OR
                       WS-SO-STATUS (WS-SO-IDX) = "A" OR
                       WS-SO-STATUS (WS-SO-IDX) = "P" OR
                       WS-SO-STATUS (WS-SO-IDX) = "K"
                   COMPUTE WS-QTY-EDIT = WS-SO-QUANTITY (WS-SO-IDX)
                       - WS-SO-SHIPPED (WS-SO-IDX)
                   DISPLAY "ORDER " WS-SO-NUMBER (WS-SO-IDX)
                       " CUST " WS-SO-CUSTOMER (WS-SO-IDX)
                       " BRANCH " WS-SO-BRANCH (WS-SO-IDX)
                       " QTY " WS-QTY-EDIT
                       " DUE " WS-SO-DUE-DATE (WS-SO-IDX)
                       " (" WS-SO-STATUS (WS-SO-IDX) ")"
                   IF WS-SO-SUBST-FOR (WS-SO-IDX) NOT = ZERO
                       DISPLAY "      SUBSTITUTED FOR PRODUCT "
                           WS-SO-SUBST-FOR (WS-SO-IDX)
                   END-IF
                   IF WS-SO-STANDING-NO (WS-SO-IDX) NOT = ZERO
                       DISPLAY "      RAISED FROM STANDING ORDER "
                           WS-SO-STANDING-NO (WS-SO-IDX)
                   END-IF
               END-IF
           END-PERFORM.

               MOVE WS-SO-ORDER-DATE (WS-SO-IDX) TO SO-ORDER-DATE
               MOVE WS-SO-DUE-DATE (WS-SO-IDX) TO SO-DUE-DATE
               MOVE WS-SO-STATUS (WS-SO-IDX) TO SO-STATUS
               MOVE WS-SO-RELEASE-DATE (WS-SO-IDX)
                   TO SO-RELEASE-DATE
               MOVE WS-SO-DISPATCH-NO (WS-SO-IDX) TO SO-DISPATCH-NO
               MOVE WS-SO-SHIPPED (WS-SO-IDX) TO SO-SHIPPED-QTY
               MOVE WS-SO-SHIP-DATE (WS-SO-IDX) TO SO-SHIP-DATE
               MOVE WS-SO-SUBST-FOR (WS-SO-IDX) TO SO-SUBST-FOR
               MOVE WS-SO-STANDING-NO (WS-SO-IDX) TO SO-STANDING-NO
               WRITE ORDER-REC
           END-PERFORM.
           CLOSE ORDER-FILE.
           END-IF.
           DISPLAY "SALES ORDER BOOK REWRITTEN".

      *> the nightly STANDING run: the standing orders come in, and
      *> every active one has each delivery up to the lead-window
      *> horizon raised as an order line, oldest delivery first
       GENERATE-STANDING-ORDERS.
           MOVE "SOLEAD" TO PG-NAME.
           CALL "PARMGET" USING WS-PARM-GET.
           IF PG-FOUND
               MOVE PG-VALUE TO WS-LEAD-DAYS
           END-IF.
           ACCEPT WS-LEAD-IN FROM ENVIRONMENT "ORDERENT_STANDING_LEAD".
           IF WS-LEAD-IN NOT = SPACES
               INSPECT WS-LEAD-IN REPLACING LEADING " " BY "0"
               IF WS-LEAD-IN IS NUMERIC
                   MOVE WS-LEAD-IN TO WS-LEAD-DAYS
                   DISPLAY "ORDERENT_STANDING_LEAD IS OVERRIDING "
                       "SYSTEM PARAMETER SOLEAD"
               END-IF
           END-IF.
           MOVE WS-TODAY TO WS-CUR-DATE-NUM.
           PERFORM STEP-TO-NEXT-DAY WS-LEAD-DAYS TIMES.
           MOVE WS-CUR-DATE-NUM TO WS-HORIZON.

      *> no standing order file yet simply means nothing to raise
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS = "35"
               DISPLAY "NO STANDING ORDERS ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STANDING ORDER FILE - STATUS "
                   WS-STANDING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SD-EOF = "Y"
               READ STANDING-ORDER-FILE
                   AT END MOVE "Y" TO WS-SD-EOF
                   NOT AT END
                       IF WS-SD-COUNT < 5000
                           ADD 1 TO WS-SD-COUNT
                           SET WS-SD-IDX TO WS-SD-COUNT
                           PERFORM LOAD-ONE-STANDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.

           DISPLAY "RAISING STANDING DELIVERIES DUE BY " WS-HORIZON.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-STATUS (WS-SD-IDX) = "A"
                   PERFORM RAISE-DUE-DELIVERIES
               END-IF
           END-PERFORM.

      *> a standing order with no next delivery yet starts on its
      *> start date; anything unreadable comes in as zero and is
      *> turned away by the checks
       LOAD-ONE-STANDING.
           MOVE SD-NUMBER TO WS-SD-NUMBER (WS-SD-IDX).
           MOVE SD-CUSTOMER TO WS-SD-CUSTOMER (WS-SD-IDX).
           MOVE SD-BRANCH TO WS-SD-BRANCH (WS-SD-IDX).
           MOVE SD-PRODUCT TO WS-SD-PRODUCT (WS-SD-IDX).
           IF SD-QUANTITY IS NUMERIC
               MOVE SD-QUANTITY TO WS-SD-QUANTITY (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-QUANTITY (WS-SD-IDX)
           END-IF.
           MOVE SD-FREQUENCY TO WS-SD-FREQUENCY (WS-SD-IDX).
           IF SD-START-DATE IS NUMERIC
               MOVE SD-START-DATE TO WS-SD-START-DATE (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-START-DATE (WS-SD-IDX)
           END-IF.
           IF SD-END-DATE IS NUMERIC
               MOVE SD-END-DATE TO WS-SD-END-DATE (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-END-DATE (WS-SD-IDX)
           END-IF.
           IF SD-NEXT-DUE IS NUMERIC AND SD-NEXT-DUE NOT = ZERO
               MOVE SD-NEXT-DUE TO WS-SD-NEXT-DUE (WS-SD-IDX)
           ELSE
               MOVE WS-SD-START-DATE (WS-SD-IDX)
                   TO WS-SD-NEXT-DUE (WS-SD-IDX)
           END-IF.
           MOVE SD-STATUS TO WS-SD-STATUS (WS-SD-IDX).
           IF SD-LAST-SO IS NUMERIC
               MOVE SD-LAST-SO TO WS-SD-LAST-SO (WS-SD-IDX)
           ELSE
               MOVE ZERO TO WS-SD-LAST-SO (WS-SD-IDX)
           END-IF.

      *> one standing order's deliveries from its next due date up
      *> to the horizon. Deliveries whose date has already gone by
      *> since the last run are not raised late: they fail the
      *> due-date check, count as rejected and are stepped past, so
      *> the standing order picks up again at its first delivery
      *> still to come. A next delivery that is not a calendar
      *> day, or a cycle that is not W, F or M, would never move on,
      *> so the standing order is left as it is for SORDMAINT
       RAISE-DUE-DELIVERIES.
           MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO DE-DATE.
           MOVE "N" TO DE-NO-FUTURE.
           MOVE ZERO TO DE-EARLIEST.
           CALL "DATEEDIT" USING WS-DATE-PARM.
           IF NOT DE-VALID
               DISPLAY "STANDING ORDER " WS-SD-NUMBER (WS-SD-IDX)
                   " NEXT DELIVERY " WS-SD-NEXT-DUE (WS-SD-IDX)
                   ": " DE-MESSAGE " - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SD-FREQUENCY (WS-SD-IDX) NOT = "W" AND
                   WS-SD-FREQUENCY (WS-SD-IDX) NOT = "F" AND
                   WS-SD-FREQUENCY (WS-SD-IDX) NOT = "M"
               DISPLAY "STANDING ORDER " WS-SD-NUMBER (WS-SD-IDX)
                   " HAS NO CYCLE W, F OR M - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
      *> a next delivery beyond the horizon waits for a later run,
      *> unless it is also beyond the end date - then the standing
      *> order ends now rather than stay active with nothing to come
           PERFORM UNTIL WS-SD-STATUS (WS-SD-IDX) NOT = "A"
                   OR (WS-SD-NEXT-DUE (WS-SD-IDX) > WS-HORIZON
                   AND (WS-SD-END-DATE (WS-SD-IDX) = ZERO OR
                   WS-SD-NEXT-DUE (WS-SD-IDX)
                   NOT > WS-SD-END-DATE (WS-SD-IDX)))
               IF WS-SD-END-DATE (WS-SD-IDX) NOT = ZERO AND
                       WS-SD-NEXT-DUE (WS-SD-IDX)
                       > WS-SD-END-DATE (WS-SD-IDX)
                   MOVE "E" TO WS-SD-STATUS (WS-SD-IDX)
                   ADD 1 TO WS-STANDING-ENDED
                   DISPLAY "STANDING ORDER " WS-SD-NUMBER (WS-SD-IDX)
                       " HAS REACHED ITS END DATE"
               ELSE
                   PERFORM RAISE-ONE-DELIVERY
                   PERFORM ADVANCE-NEXT-DUE
               END-IF
           END-PERFORM.

      *> one delivery through the checks order entry makes at the
      *> keyboard - a named, active customer, a product still on
      *> sale, a valid branch, a positive quantity, a due date that
      *> is today or later, then credit - and booked the same way.
      *> A delivery that fails a check is not raised; the standing
      *> order still moves on to its next one
       RAISE-ONE-DELIVERY.
           DISPLAY "STANDING ORDER " WS-SD-NUMBER (WS-SD-IDX)
               " CUST " WS-SD-CUSTOMER (WS-SD-IDX)
               " PRODUCT " WS-SD-PRODUCT (WS-SD-IDX)
               " DELIVERY " WS-SD-NEXT-DUE (WS-SD-IDX).
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CUSTOMER-COUNT
               IF WS-CU-CODE (WS-CU-IDX) = WS-SD-CUSTOMER (WS-SD-IDX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-CU-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "  CUSTOMER NOT ON FILE - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CU-STATUS (WS-MATCH-IDX) NOT = "A"
               DISPLAY "  CUSTOMER IS INACTIVE - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-CODE (WS-PM-IDX) = WS-SD-PRODUCT (WS-SD-IDX)
                       AND WS-PM-STATUS (WS-PM-IDX) NOT = "I"
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "  UNKNOWN OR DISCONTINUED PRODUCT - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-VB-IDX FROM 1 BY 1
                   UNTIL WS-VB-IDX > WS-VALID-BRANCH-COUNT
               IF WS-VB-CODE (WS-VB-IDX) = WS-SD-BRANCH (WS-SD-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "  UNKNOWN BRANCH - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SD-QUANTITY (WS-SD-IDX) NOT > ZERO
               DISPLAY "  QUANTITY IS NOT POSITIVE - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO DE-DATE.
           MOVE "N" TO DE-NO-FUTURE.
           MOVE WS-TODAY TO DE-EARLIEST.
           CALL "DATEEDIT" USING WS-DATE-PARM.
           IF NOT DE-VALID
               DISPLAY "  BAD DUE DATE: " DE-MESSAGE " - NOT RAISED"
               ADD 1 TO WS-STANDING-REJECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SD-CUSTOMER (WS-SD-IDX) TO WS-ASK-CUSTOMER.
           MOVE WS-SD-PRODUCT (WS-SD-IDX) TO WS-ASK-PRODUCT.
           MOVE WS-SD-BRANCH (WS-SD-IDX) TO WS-ASK-BRANCH.
           MOVE WS-SD-QUANTITY (WS-SD-IDX) TO WS-ASK-QUANTITY.
           MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO WS-ASK-DUE-DATE.
           MOVE WS-SD-NUMBER (WS-SD-IDX) TO WS-ASK-STANDING.
           PERFORM CHECK-CREDIT.
           PERFORM BOOK-ORDER-LINE.
           MOVE WS-LAST-SO-NUMBER TO WS-SD-LAST-SO (WS-SD-IDX).
           ADD 1 TO WS-STANDING-RAISED.

      *> on one cycle: a week or a fortnight of days, or a month to
      *> the standing order's own day of the month - the last day
      *> of a month too short to have it
       ADVANCE-NEXT-DUE.
           MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO WS-CUR-DATE-NUM.
           EVALUATE WS-SD-FREQUENCY (WS-SD-IDX)
               WHEN "W"
                   PERFORM STEP-TO-NEXT-DAY 7 TIMES
               WHEN "F"
                   PERFORM STEP-TO-NEXT-DAY 14 TIMES
               WHEN OTHER
                   IF WS-CUR-MONTH < 12
                       ADD 1 TO WS-CUR-MONTH
                   ELSE
                       MOVE 1 TO WS-CUR-MONTH
                       ADD 1 TO WS-CUR-YEAR
                   END-IF
                   MOVE WS-SD-START-DATE (WS-SD-IDX) (7:2)
                       TO WS-CUR-DAY
                   PERFORM SET-MONTH-LIMIT
                   IF WS-CUR-DAY > WS-MONTH-LIMIT
                       MOVE WS-MONTH-LIMIT TO WS-CUR-DAY
                   END-IF
           END-EVALUATE.
           MOVE WS-CUR-DATE-NUM TO WS-SD-NEXT-DUE (WS-SD-IDX).

       STEP-TO-NEXT-DAY.
           PERFORM SET-MONTH-LIMIT.
           IF WS-CUR-DAY < WS-MONTH-LIMIT
               ADD 1 TO WS-CUR-DAY
           ELSE
               MOVE 1 TO WS-CUR-DAY
               IF WS-CUR-MONTH < 12
                   ADD 1 TO WS-CUR-MONTH
               ELSE
                   MOVE 1 TO WS-CUR-MONTH
                   ADD 1 TO WS-CUR-YEAR
               END-IF
           END-IF.

       SET-MONTH-LIMIT.
           MOVE WS-DAYS-IN-MONTH (WS-CUR-MONTH) TO WS-MONTH-LIMIT.
           IF WS-CUR-MONTH = 2
               DIVIDE WS-CUR-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-CUR-YEAR BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                   ELSE
                       DIVIDE WS-CUR-YEAR BY 400
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-STANDING-BACK.
           OPEN OUTPUT STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "ERROR REWRITING STANDING ORDER FILE - STATUS "
                   WS-STANDING-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE WS-SD-NUMBER (WS-SD-IDX) TO SD-NUMBER
               MOVE WS-SD-CUSTOMER (WS-SD-IDX) TO SD-CUSTOMER
               MOVE WS-SD-BRANCH (WS-SD-IDX) TO SD-BRANCH
               MOVE WS-SD-PRODUCT (WS-SD-IDX) TO SD-PRODUCT
               MOVE WS-SD-QUANTITY (WS-SD-IDX) TO SD-QUANTITY
               MOVE WS-SD-FREQUENCY (WS-SD-IDX) TO SD-FREQUENCY
               MOVE WS-SD-START-DATE (WS-SD-IDX) TO SD-START-DATE
               MOVE WS-SD-END-DATE (WS-SD-IDX) TO SD-END-DATE
               MOVE WS-SD-NEXT-DUE (WS-SD-IDX) TO SD-NEXT-DUE
               MOVE WS-SD-STATUS (WS-SD-IDX) TO SD-STATUS
               MOVE WS-SD-LAST-SO (WS-SD-IDX) TO SD-LAST-SO
               WRITE STANDING-ORDER-REC
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.
           DISPLAY "STANDING ORDER FILE REWRITTEN".

       END PROGRAM ORDERENT.
