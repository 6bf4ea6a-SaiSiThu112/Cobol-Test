       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEFIND.

      *> the one price lookup every program that prices a sale
      *> calls, the way DATEEDIT is the one date edit: given a
      *> product, a branch and a business date it answers with the
      *> selling price in force on PriceList.txt. A line for that
      *> branch (a promotion) beats a branch-000 list line; among
      *> lines of the same kind covering the date the latest
      *> from-date wins, so a new price keyed over an old one takes
      *> over without the old one being ended first. The list is
      *> read once, on the first call, and held for the rest of the
      *> run. Callers set the fields of PF-PARM and take PF-PRICE
      *> back on return:
      *>   PF-PRODUCT  the product sold
      *>   PF-BRANCH   the branch that sold it
      *>   PF-DATE     the business date of the sale
      *>   PF-PRICE    in: the product's PM-SELL-PRICE, kept when no
      *>               list line covers the date; out: the price
      *>   PF-SOURCE   "B" branch promotion, "L" list price,
      *>               "M" master price

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO DYNAMIC WS-PRICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PRICE-LIST-FILE.
           01 PRICE-LIST-LINE.
               COPY PRICE-LIST.

       WORKING-STORAGE SECTION.
           01 WS-PRICE-TABLE.
               05 WS-PL-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PRICE-COUNT
                       INDEXED BY WS-PL-IDX.
                   10 WS-PL-PRODUCT PIC 9(2).
                   10 WS-PL-BRANCH PIC 9(3).
                   10 WS-PL-FROM PIC 9(8).
                   10 WS-PL-TO PIC 9(8).
                   10 WS-PL-PRICE PIC 9(5)V99.
           01 WS-PRICE-COUNT PIC 9(5) COMP VALUE ZERO.

           01 WS-LOADED-SW PIC X(1) VALUE "N".
               88 WS-LIST-LOADED VALUE "Y".
           01 WS-PRICE-EOF PIC A(1) VALUE "N".

      *> the best line so far: 2 = a branch promotion, 1 = a list
      *> price, 0 = nothing covers the date yet
           01 WS-BEST-RANK PIC 9(1).
           01 WS-THIS-RANK PIC 9(1).
           01 WS-BEST-FROM PIC 9(8).
           01 WS-BEST-PRICE PIC 9(5)V99.

           01 WS-PRICE-PATH PIC X(80).
           01 WS-PRICE-STATUS PIC X(2).

       LINKAGE SECTION.
           01 PF-PARM.
               05 PF-PRODUCT PIC 9(2).
               05 PF-BRANCH PIC 9(3).
               05 PF-DATE PIC 9(8).
               05 PF-PRICE PIC 9(5)V99.
               05 PF-SOURCE PIC X(1).
                   88 PF-PROMOTION VALUE "B".
                   88 PF-LIST-PRICE VALUE "L".
                   88 PF-MASTER-PRICE VALUE "M".

       PROCEDURE DIVISION USING PF-PARM.
           IF NOT WS-LIST-LOADED
               PERFORM LOAD-PRICE-LIST
           END-IF.

           MOVE ZERO TO WS-BEST-RANK.
           MOVE ZERO TO WS-BEST-FROM.
           MOVE ZERO TO WS-BEST-PRICE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PRICE-COUNT
               IF WS-PL-PRODUCT (WS-PL-IDX) = PF-PRODUCT
                       AND WS-PL-FROM (WS-PL-IDX) <= PF-DATE
                       AND WS-PL-TO (WS-PL-IDX) >= PF-DATE
                   PERFORM WEIGH-ONE-LINE
               END-IF
           END-PERFORM.

           EVALUATE WS-BEST-RANK
               WHEN 2
                   MOVE WS-BEST-PRICE TO PF-PRICE
                   SET PF-PROMOTION TO TRUE
               WHEN 1
                   MOVE WS-BEST-PRICE TO PF-PRICE
                   SET PF-LIST-PRICE TO TRUE
               WHEN OTHER
                   SET PF-MASTER-PRICE TO TRUE
           END-EVALUATE.
           GOBACK.

      *> a line for some other branch is no use to this sale; a
      *> promotion outranks the list price whatever its dates
       WEIGH-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-PL-BRANCH (WS-PL-IDX) = PF-BRANCH
                   MOVE 2 TO WS-THIS-RANK
               WHEN WS-PL-BRANCH (WS-PL-IDX) = ZERO
                   MOVE 1 TO WS-THIS-RANK
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-THIS-RANK > WS-BEST-RANK OR
                   (WS-THIS-RANK = WS-BEST-RANK AND
                    WS-PL-FROM (WS-PL-IDX) >= WS-BEST-FROM)
               MOVE WS-THIS-RANK TO WS-BEST-RANK
               MOVE WS-PL-FROM (WS-PL-IDX) TO WS-BEST-FROM
               MOVE WS-PL-PRICE (WS-PL-IDX) TO WS-BEST-PRICE
           END-IF.

      *> no price list yet is not an error - every sale simply
      *> prices at the master the way it always did
       LOAD-PRICE-LIST.
           SET WS-LIST-LOADED TO TRUE.
           ACCEPT WS-PRICE-PATH FROM ENVIRONMENT "PRICELIST_FILE".
           IF WS-PRICE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PriceList.txt"
                   TO WS-PRICE-PATH
           END-IF.
           OPEN INPUT PRICE-LIST-FILE.
           IF WS-PRICE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PRICE LIST - STATUS "
                   WS-PRICE-STATUS " - MASTER PRICES USED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRICE-EOF = "Y"
               READ PRICE-LIST-FILE
                   AT END MOVE "Y" TO WS-PRICE-EOF
                   NOT AT END
                       IF WS-PRICE-COUNT < 20000
                           ADD 1 TO WS-PRICE-COUNT
                           SET WS-PL-IDX TO WS-PRICE-COUNT
                           MOVE PL-PRODUCT-CODE
                               TO WS-PL-PRODUCT (WS-PL-IDX)
                           MOVE PL-BRANCH-CODE
                               TO WS-PL-BRANCH (WS-PL-IDX)
                           MOVE PL-FROM-DATE TO WS-PL-FROM (WS-PL-IDX)
                           MOVE PL-TO-DATE TO WS-PL-TO (WS-PL-IDX)
                           MOVE PL-PRICE TO WS-PL-PRICE (WS-PL-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE.

       END PROGRAM PRICEFIND.
