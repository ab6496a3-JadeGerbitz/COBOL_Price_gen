      * answer "what does it cost today and what will it cost on the
      * first" from the one screen.
      *
      * Entering C at the prompt sets the customer being served
      * (account 0 clears it). While a customer is set, each item
      * also shows what that customer actually pays: the fixed
      * contract price from custprice.dat when the customer's
      * contract in cust.dat is in effect today, otherwise the
      * price at the customer's tier.
      *
      * Input files: price.dat, inv.dat, margin.dat,
      *              staged-prices.dat, cust.dat, custprice.dat
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * current prices only, exactly as before.
           SELECT OPTIONAL STAGED ASSIGN TO 'staged-prices.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER ASSIGN TO 'cust.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-PRICE ASSIGN TO 'custprice.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 MARGIN-FILE.
           05 MARGIN-ITEM-CAT                  PIC X(4).
           05 MARGIN-PCT                       PIC 9(2).
       FD CUSTOMER.
           COPY custrec.
       FD CUST-PRICE.
           COPY custprc.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
               10 WS-STG-ITEM-COST              PIC 9(5)V99.
               10 WS-STG-PROMO-FLAG             PIC X(1).
               10 WS-STG-EFF-DATE               PIC 9(8).
      ******************************************************************
      * cust.dat and custprice.dat, loaded at start-up so the
      * customer's price is answered from memory. WS-CUR-CUST-IDX
      * stays on the customer being served while WS-CUST-SET is 'Y'.
      ******************************************************************
       01 WS-CUST-EOF                          PIC A(1) VALUE 'F'.
       01 WS-CUST-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CUST-IDX WS-CUR-CUST-IDX.
               10 WS-TBL-CUST-ACCT-NUM         PIC 9(6).
               10 WS-TBL-CUST-NAME             PIC X(25).
               10 WS-TBL-CUST-TIER-CODE        PIC X(4).
               10 WS-TBL-CUST-START            PIC 9(8).
               10 WS-TBL-CUST-END              PIC 9(8).
       01 WS-CP-EOF                            PIC A(1) VALUE 'F'.
       01 WS-CP-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 9999 TIMES
                          INDEXED BY WS-CP-IDX.
               10 WS-TBL-CP-ACCT-NUM           PIC 9(6).
               10 WS-TBL-CP-ITEM-NUM           PIC 9(5).
               10 WS-TBL-CP-PRICE              PIC 9(5)V99.
               10 WS-TBL-CP-SET-DATE           PIC 9(8).
               10 WS-TBL-CP-SET-BY             PIC X(3).
       01 WS-CUST-SET                          PIC A(1) VALUE 'N'.
       01 WS-CUST-ANSWER                       PIC X(6).
       01 WS-CUST-ACCT                         PIC 9(6).
       01 WS-CUST-FOUND                        PIC A(1).
       01 WS-CP-FOUND                          PIC A(1).
       01 WS-IN-EFFECT                         PIC A(1).
       01 WS-CUST-TIER-FOUND                   PIC A(1).
       01 WS-CUST-TIER-PRICE                   PIC 9(5)V99.
       01 WS-DATE-MDY.
           05 WS-DATE-MDY-MM                   PIC 9(2).
           05 WS-DATE-MDY-DD                   PIC 9(2).
           05 WS-DATE-MDY-YYYY                 PIC 9(4).
       01 WS-DATE-YMD.
           05 WS-DATE-YMD-YYYY                 PIC 9(4).
           05 WS-DATE-YMD-MM                   PIC 9(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
       01 WS-DATE-YMD-NUM REDEFINES WS-DATE-YMD
                                               PIC 9(8).
       01 WS-TODAY-YMD                         PIC 9(8).
       01 WS-START-YMD                         PIC 9(8).
       01 WS-END-YMD                           PIC 9(8).
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-TODAY.
           05 WS-TODAY-MM                      PIC X(2).
           05 WS-TODAY-DD                      PIC X(2).
           05 WS-TODAY-YYYY                    PIC X(4).
       01 WS-DISP-COST                         PIC ZZZ9.99.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads inv.dat, margin.dat and the customer
      * files into their tables and opens the indexed price.dat for
      * keyed reads.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           MOVE WS-TODAY TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           MOVE WS-DATE-YMD-NUM TO WS-TODAY-YMD
           PERFORM 0100-LOAD-INV-TABLE
           PERFORM 0150-LOAD-MARGIN-TABLE
           PERFORM 0170-LOAD-STAGE-TABLE
           PERFORM 0180-LOAD-CUST-TABLES
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERROR: price.dat could not be opened (status "
      ******************************************************************
      * This section is the inquiry loop: prompt for an item number,
      * show everything known about it, and loop back until the
      * operator enters Q. C sets the customer being served.
      ******************************************************************
           DISPLAY "PRICE-INQ - Item Price Inquiry"
           PERFORM UNTIL WS-ANSWER = 'Q' OR WS-ANSWER = 'q'
               DISPLAY " "
               DISPLAY "Enter item number (5 digits), C to set the "
                   "customer, or Q to quit: "
               ACCEPT WS-ANSWER
               EVALUATE TRUE
                   WHEN WS-ANSWER = 'Q' OR WS-ANSWER = 'q'
                       CONTINUE
                   WHEN WS-ANSWER = 'C' OR WS-ANSWER = 'c'
                       PERFORM 0190-SET-CUSTOMER
                   WHEN WS-ANSWER NUMERIC
                       MOVE WS-ANSWER TO WS-ITEM-NUM
                       PERFORM 0400-SHOW-ITEM
                   WHEN OTHER
                       DISPLAY "Item number must be 5 digits."
               END-EVALUATE
           END-PERFORM
           CLOSE PRICE.
       STOP RUN.
           END-PERFORM
           CLOSE STAGED.
      ******************************************************************
      * This section loads cust.dat into WS-CUST-TABLE and
      * custprice.dat into WS-CP-TABLE. Either file may be missing,
      * in which case no customer can be set or no contract price
      * applies.
      ******************************************************************
       0180-LOAD-CUST-TABLES.
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-CUST-EOF = 'T'
               READ CUSTOMER
                   AT END MOVE 'T' TO WS-CUST-EOF
                   NOT AT END
                       IF WS-CUST-COUNT >= 999
                           DISPLAY "WARNING: cust.dat has more than "
                               "999 customers - extras not loaded."
                       ELSE
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CUST-ACCT-NUM TO
                               WS-TBL-CUST-ACCT-NUM(WS-CUST-COUNT)
                           MOVE CUST-NAME TO
                               WS-TBL-CUST-NAME(WS-CUST-COUNT)
                           MOVE CUST-TIER-CODE TO
                               WS-TBL-CUST-TIER-CODE(WS-CUST-COUNT)
                           MOVE CUST-CONTRACT-START TO
                               WS-TBL-CUST-START(WS-CUST-COUNT)
                           MOVE CUST-CONTRACT-END TO
                               WS-TBL-CUST-END(WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER
           OPEN INPUT CUST-PRICE
           PERFORM UNTIL WS-CP-EOF = 'T'
               READ CUST-PRICE
                   AT END MOVE 'T' TO WS-CP-EOF
                   NOT AT END
                       IF WS-CP-COUNT >= 9999
                           DISPLAY "WARNING: custprice.dat has more "
                               "than 9999 prices - extras not loaded."
                       ELSE
                           ADD 1 TO WS-CP-COUNT
                           MOVE CUST-PRICE-REC TO
                               WS-CP-ENTRY(WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-PRICE.
      ******************************************************************
      * This section asks which customer is being served and shows
      * the account's tier and whether its contract is in effect
      * today. Account 0 goes back to plain tier prices.
      ******************************************************************
       0190-SET-CUSTOMER.
           DISPLAY "Customer account number (6 digits, 0 = none): "
           ACCEPT WS-CUST-ANSWER
           IF WS-CUST-ANSWER NOT NUMERIC
               DISPLAY "Account number must be 6 digits."
           ELSE
               MOVE WS-CUST-ANSWER TO WS-CUST-ACCT
               IF WS-CUST-ACCT = ZERO
                   MOVE 'N' TO WS-CUST-SET
                   DISPLAY "No customer set - tier prices only."
               ELSE
                   MOVE 'N' TO WS-CUST-FOUND
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                              OR WS-CUST-FOUND = 'Y'
                       IF WS-TBL-CUST-ACCT-NUM(WS-CUST-IDX) =
                               WS-CUST-ACCT
                           MOVE 'Y' TO WS-CUST-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CUST-FOUND = 'Y'
                       SET WS-CUST-IDX DOWN BY 1
                       SET WS-CUR-CUST-IDX TO WS-CUST-IDX
                       MOVE 'Y' TO WS-CUST-SET
                       PERFORM 0850-CHECK-CONTRACT
                       DISPLAY "Quoting for " WS-CUST-ACCT " "
                           WS-TBL-CUST-NAME(WS-CUR-CUST-IDX)
                           " - tier "
                           WS-TBL-CUST-TIER-CODE(WS-CUR-CUST-IDX)
                       IF WS-IN-EFFECT = 'Y'
                           DISPLAY "  Contract in effect through "
                               WS-TBL-CUST-END(WS-CUR-CUST-IDX)
                       ELSE
                           DISPLAY "  No contract in effect today - "
                               "tier prices apply."
                       END-IF
                   ELSE
                       DISPLAY "Account " WS-CUST-ACCT
                           " is not in cust.dat."
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section looks up the margin rate for the category in
      * WS-MARGIN-TABLE. If no entry matches, the shop-wide default
      * WS-PROFIT-MARGIN is used instead - the same fallback
                   DISPLAY "  NOT IN INV.DAT - PRICED "
                       "BUT NO LONGER STOCKED"
               END-IF
               MOVE 'N' TO WS-CUST-TIER-FOUND
               IF WS-PRICED-FOUND = 'Y'
                   PERFORM UNTIL WS-PRICE-EOF = 'T'
                       PERFORM 0600-SHOW-ONE-PRICE
                       "FOR THIS ITEM"
               END-IF
               PERFORM 0700-SHOW-PENDING-PRICES
               IF WS-CUST-SET = 'Y'
                   PERFORM 0800-SHOW-CUSTOMER-PRICE
               END-IF
           END-IF.
      ******************************************************************
      * This section reads the next price.dat record in key order and
           END-READ.
      ******************************************************************
      * This section shows the price.dat record currently in hand as
      * one tier line of the inquiry screen, and keeps its price
      * when it is the tier of the customer being served.
      ******************************************************************
       0600-SHOW-ONE-PRICE.
           IF WS-CUST-SET = 'Y' AND PRICE-TIER-CODE =
                   WS-TBL-CUST-TIER-CODE(WS-CUR-CUST-IDX)
               MOVE 'Y' TO WS-CUST-TIER-FOUND
               MOVE PRICE-ITEM-COST TO WS-CUST-TIER-PRICE
           END-IF
           MOVE PRICE-ITEM-COST TO WS-DISP-PRICE
           IF PRICE-PROMO-FLAG = 'P'
               DISPLAY "  TIER " PRICE-TIER-CODE ":  " WS-DISP-PRICE
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section shows what the customer being served pays for
      * the item: the contract price while the contract is in
      * effect, otherwise the price at the customer's tier. A
      * contract price outside its dates is shown but not quoted.
      ******************************************************************
       0800-SHOW-CUSTOMER-PRICE.
           PERFORM 0850-CHECK-CONTRACT
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                      OR WS-CP-FOUND = 'Y'
               IF WS-TBL-CP-ACCT-NUM(WS-CP-IDX) = WS-CUST-ACCT
                   AND WS-TBL-CP-ITEM-NUM(WS-CP-IDX) = WS-ITEM-NUM
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'Y'
               SET WS-CP-IDX DOWN BY 1
           END-IF
           IF WS-CP-FOUND = 'Y' AND WS-IN-EFFECT = 'Y'
               MOVE WS-TBL-CP-PRICE(WS-CP-IDX) TO WS-DISP-PRICE
               DISPLAY "  CUSTOMER " WS-CUST-ACCT " PAYS: "
                   WS-DISP-PRICE "  CONTRACT PRICE"
           ELSE
               IF WS-CUST-TIER-FOUND = 'Y'
                   MOVE WS-CUST-TIER-PRICE TO WS-DISP-PRICE
                   DISPLAY "  CUSTOMER " WS-CUST-ACCT " PAYS: "
                       WS-DISP-PRICE "  TIER "
                       WS-TBL-CUST-TIER-CODE(WS-CUR-CUST-IDX)
                       " PRICE"
               ELSE
                   DISPLAY "  CUSTOMER " WS-CUST-ACCT " - NO PRICE "
                       "AT TIER "
                       WS-TBL-CUST-TIER-CODE(WS-CUR-CUST-IDX)
               END-IF
               IF WS-CP-FOUND = 'Y'
                   MOVE WS-TBL-CP-PRICE(WS-CP-IDX) TO WS-DISP-PRICE
                   DISPLAY "  (CONTRACT PRICE " WS-DISP-PRICE
                       " NOT IN EFFECT TODAY)"
               END-IF
           END-IF.
      ******************************************************************
      * This section decides whether the contract of the customer
      * being served is in effect today: it has dates, and today is
      * on or after the start and on or before the end.
      ******************************************************************
       0850-CHECK-CONTRACT.
           MOVE 'N' TO WS-IN-EFFECT
           IF WS-TBL-CUST-START(WS-CUR-CUST-IDX) NUMERIC
               AND WS-TBL-CUST-END(WS-CUR-CUST-IDX) NUMERIC
               AND WS-TBL-CUST-START(WS-CUR-CUST-IDX) NOT = ZERO
               AND WS-TBL-CUST-END(WS-CUR-CUST-IDX) NOT = ZERO
               MOVE WS-TBL-CUST-START(WS-CUR-CUST-IDX) TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD-NUM TO WS-START-YMD
               MOVE WS-TBL-CUST-END(WS-CUR-CUST-IDX) TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD-NUM TO WS-END-YMD
               IF WS-TODAY-YMD NOT < WS-START-YMD
                   AND WS-TODAY-YMD NOT > WS-END-YMD
                   MOVE 'Y' TO WS-IN-EFFECT
               END-IF
           END-IF.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY
      * into YYYYMMDD in WS-DATE-YMD, so two dates can be compared
      * as plain numbers - the same rearrangement PRICE-GEN does.
      ******************************************************************
       0900-REARRANGE-DATE.
           MOVE WS-DATE-MDY-YYYY TO WS-DATE-YMD-YYYY
           MOVE WS-DATE-MDY-MM TO WS-DATE-YMD-MM
           MOVE WS-DATE-MDY-DD TO WS-DATE-YMD-DD.
