       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program lets an operator add, change, or remove a single
      * customer account in cust.dat (copybook CUSTREC) - the name,
      * the price tier the customer buys at, and the contract dates -
      * or set or remove one of the account's fixed contract prices
      * in custprice.dat (copybook CUSTPRC). Both files are line
      * sequential with no direct access by account, so this
      * program reads them whole into tables, applies the one
      * requested change, and rewrites them - the same way
      * VEND-MAINT maintains vendor.dat.
      *
      * A customer's tier must be one PRICE-GEN prices: a code on
      * tier.dat, or RETL when tier.dat is absent (the single tier
      * PRICE-GEN then falls back to). Contract dates are both
      * zero (no contract) or both MMDDYYYY with the end on or
      * after the start.
      *
      * A contract price is for an item in inv.dat and may not be
      * zero. One keyed below the item's current cost is taken -
      * the customer has the agreement - but the operator is told,
      * and CUST-PRICE-LIST flags it on every list until the cost
      * or the price moves. Deleting a customer removes its
      * contract prices with it.
      *
      * Input/output files: cust.dat, custprice.dat
      * Input files: inv.dat, tier.dat
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER ASSIGN TO 'cust.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-PRICE ASSIGN TO 'custprice.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIER-FILE ASSIGN TO 'tier.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER.
           COPY custrec.
       FD CUST-PRICE.
           COPY custprc.
       FD INV.
           COPY invrec.
       FD TIER-FILE.
       01 TIER-FILE-REC.
           05 TIER-CODE                        PIC X(4).
           05 TIER-ADJ-TYPE                    PIC X(1).
           05 TIER-ADJ-SIGN                    PIC X(1).
           05 TIER-ADJ-VALUE                   PIC 9(3).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-CP-EOF                            PIC A(1) VALUE 'F'.
       01 WS-INV-EOF                           PIC A(1) VALUE 'F'.
       01 WS-TIER-EOF                          PIC A(1) VALUE 'F'.
       01 WS-ACTION                            PIC X(1).
       01 WS-ACCT-NUM                          PIC 9(6).
       01 WS-CUST-NAME                         PIC X(25).
       01 WS-CUST-TIER                         PIC X(4).
       01 WS-CONTRACT-START                    PIC 9(8).
       01 WS-CONTRACT-END                      PIC 9(8).
       01 WS-ITEM-NUM                          PIC 9(5).
       01 WS-CP-PRICE                          PIC 9(5)V99.
       01 WS-INITIALS                          PIC X(3).
       01 WS-FOUND                             PIC A(1).
       01 WS-CP-FOUND                          PIC A(1).
       01 WS-FIELDS-OK                         PIC A(1).
       01 WS-REMOVED                           PIC 9(4).
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
       01 WS-START-YMD                         PIC 9(8).
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-TODAY.
           05 WS-TODAY-MM                      PIC X(2).
           05 WS-TODAY-DD                      PIC X(2).
           05 WS-TODAY-YYYY                    PIC X(4).
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-COST                         PIC ZZZ9.99.
      ******************************************************************
      * WS-CUST-TABLE holds the whole cust.dat file in memory while
      * it is being maintained.
      ******************************************************************
       01 WS-REC-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-CUST-OVERFLOW                     PIC A(1) VALUE 'N'.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-CUST-IDX.
               10 WS-TBL-ACCT-NUM              PIC 9(6).
               10 WS-TBL-CUST-NAME             PIC X(25).
               10 WS-TBL-CUST-TIER             PIC X(4).
               10 WS-TBL-CONTRACT-START        PIC 9(8).
               10 WS-TBL-CONTRACT-END          PIC 9(8).
      ******************************************************************
      * WS-CP-TABLE holds the whole custprice.dat file the same way.
      ******************************************************************
       01 WS-CP-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-CP-OVERFLOW                       PIC A(1) VALUE 'N'.
       01 WS-CP-GAP                            PIC 9(4).
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 9999 TIMES
                          INDEXED BY WS-CP-IDX.
               10 WS-TBL-CP-ACCT-NUM           PIC 9(6).
               10 WS-TBL-CP-ITEM-NUM           PIC 9(5).
               10 WS-TBL-CP-PRICE              PIC 9(5)V99.
               10 WS-TBL-CP-SET-DATE           PIC 9(8).
               10 WS-TBL-CP-SET-BY             PIC X(3).
      ******************************************************************
      * The tier codes PRICE-GEN prices, from tier.dat - or the one
      * built-in RETL tier when tier.dat is missing or empty.
      ******************************************************************
       01 WS-TIER-COUNT                        PIC 9(2) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-TIER-IDX.
               10 WS-TBL-TIER-CODE             PIC X(4).
      ******************************************************************
      * The inv.dat items, so a contract price can only be set for
      * an item the shop stocks, and checked against its cost.
      ******************************************************************
       01 WS-INV-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-INV-IDX.
               10 WS-TBL-ITEM-NUM              PIC 9(5).
               10 WS-TBL-ITEM-COST             PIC 9(4)V99.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads both customer files, the tier codes, and
      * the inventory into their tables.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           PERFORM 0100-LOAD-CUST-TABLE
           PERFORM 0120-LOAD-CP-TABLE
           PERFORM 0140-LOAD-TIER-TABLE
           PERFORM 0160-LOAD-INV-TABLE.
      ******************************************************************
      * If either file held more records than its table, the save
      * at the end of the session would rewrite it from a truncated
      * copy and destroy everything past the cap. Refuse to start
      * instead, the same way VEND-MAINT refuses an overfull
      * vendor.dat.
      ******************************************************************
           IF WS-CUST-OVERFLOW = 'Y' OR WS-CP-OVERFLOW = 'Y'
               DISPLAY "ERROR: cust.dat or custprice.dat holds more "
                   "records than CUST-MAINT can carry. Nothing was "
                   "changed - the files are untouched."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section asks the operator what they want to do and
      * which account it applies to.
      ******************************************************************
           DISPLAY "CUST-MAINT - Customer Maintenance"
           DISPLAY "A)dd  C)hange  D)elete  P)rice an item  "
               "R)emove an item price  Q)uit"
           DISPLAY "Enter action: "
           ACCEPT WS-ACTION
           IF WS-ACTION NOT = 'Q' AND WS-ACTION NOT = 'q'
               DISPLAY "Enter account number (6 digits): "
               ACCEPT WS-ACCT-NUM
               EVALUATE WS-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 0200-PROMPT-FOR-FIELDS
                       PERFORM 0300-ADD-CUSTOMER
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM 0200-PROMPT-FOR-FIELDS
                       PERFORM 0400-CHANGE-CUSTOMER
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM 0500-DELETE-CUSTOMER
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM 0550-SET-ITEM-PRICE
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 0580-REMOVE-ITEM-PRICE
                   WHEN OTHER
                       DISPLAY "Unknown action - nothing done."
               END-EVALUATE
               PERFORM 0600-SAVE-CUST-TABLES
           END-IF.
       STOP RUN.
      ******************************************************************
      * This section reads every record currently in cust.dat into
      * WS-CUST-TABLE.
      ******************************************************************
       0100-LOAD-CUST-TABLE.
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-EOF = 'T'
               READ CUSTOMER
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-REC-COUNT >= 999
                           MOVE 'Y' TO WS-CUST-OVERFLOW
                       ELSE
                           ADD 1 TO WS-REC-COUNT
                           MOVE CUST-ACCT-NUM TO
                               WS-TBL-ACCT-NUM(WS-REC-COUNT)
                           MOVE CUST-NAME TO
                               WS-TBL-CUST-NAME(WS-REC-COUNT)
                           MOVE CUST-TIER-CODE TO
                               WS-TBL-CUST-TIER(WS-REC-COUNT)
                           MOVE CUST-CONTRACT-START TO
                               WS-TBL-CONTRACT-START(WS-REC-COUNT)
                           MOVE CUST-CONTRACT-END TO
                               WS-TBL-CONTRACT-END(WS-REC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER.
      ******************************************************************
      * This section reads every record currently in custprice.dat
      * into WS-CP-TABLE.
      ******************************************************************
       0120-LOAD-CP-TABLE.
           OPEN INPUT CUST-PRICE
           PERFORM UNTIL WS-CP-EOF = 'T'
               READ CUST-PRICE
                   AT END MOVE 'T' TO WS-CP-EOF
                   NOT AT END
                       IF WS-CP-COUNT >= 9999
                           MOVE 'Y' TO WS-CP-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CP-COUNT
                           MOVE CUST-PRICE-REC TO
                               WS-CP-ENTRY(WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUST-PRICE.
      ******************************************************************
      * This section loads the tier codes from tier.dat, seeding the
      * single RETL tier when the file gave none - the same fallback
      * PRICE-GEN's 0280-DEFAULT-TIER makes.
      ******************************************************************
       0140-LOAD-TIER-TABLE.
           OPEN INPUT TIER-FILE
           PERFORM UNTIL WS-TIER-EOF = 'T'
               READ TIER-FILE
                   AT END MOVE 'T' TO WS-TIER-EOF
                   NOT AT END
                       IF TIER-CODE NOT = SPACES
                           AND WS-TIER-COUNT < 20
                           ADD 1 TO WS-TIER-COUNT
                           MOVE TIER-CODE TO
                               WS-TBL-TIER-CODE(WS-TIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIER-FILE
           IF WS-TIER-COUNT = ZERO
               MOVE 1 TO WS-TIER-COUNT
               MOVE 'RETL' TO WS-TBL-TIER-CODE(1)
           END-IF.
      ******************************************************************
      * This section loads each inv.dat item number and cost.
      ******************************************************************
       0160-LOAD-INV-TABLE.
           OPEN INPUT INV
           PERFORM UNTIL WS-INV-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-INV-EOF
                   NOT AT END
                       IF WS-INV-COUNT < 999
                           ADD 1 TO WS-INV-COUNT
                           MOVE INV-ITEM-NUM TO
                               WS-TBL-ITEM-NUM(WS-INV-COUNT)
                           IF INV-ITEM-COST NUMERIC
                               MOVE INV-ITEM-COST TO
                                   WS-TBL-ITEM-COST(WS-INV-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-TBL-ITEM-COST(WS-INV-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV.
      ******************************************************************
      * This section asks for the name, tier, and contract dates
      * used by the add and change actions, and checks them -
      * WS-FIELDS-OK is left 'N' with the reason shown when any is
      * wrong.
      ******************************************************************
       0200-PROMPT-FOR-FIELDS.
           DISPLAY "Enter customer name (25 chars): "
           ACCEPT WS-CUST-NAME
           DISPLAY "Enter price tier (4 chars, e.g. RETL WHSL CNTR): "
           ACCEPT WS-CUST-TIER
           DISPLAY "Enter contract start (MMDDYYYY, 0 = none): "
           ACCEPT WS-CONTRACT-START
           DISPLAY "Enter contract end (MMDDYYYY, 0 = none): "
           ACCEPT WS-CONTRACT-END
           MOVE 'Y' TO WS-FIELDS-OK
           IF WS-CUST-NAME = SPACES
               DISPLAY "Customer name cannot be blank."
               MOVE 'N' TO WS-FIELDS-OK
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-CUST-TIER = WS-TBL-TIER-CODE(WS-TIER-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               DISPLAY "Tier " WS-CUST-TIER " is not a tier PRICE-GEN "
                   "prices (see tier.dat)."
               MOVE 'N' TO WS-FIELDS-OK
           END-IF
           IF WS-CONTRACT-START NOT NUMERIC
               OR WS-CONTRACT-END NOT NUMERIC
               DISPLAY "Contract dates must be MMDDYYYY or 0."
               MOVE 'N' TO WS-FIELDS-OK
           ELSE
               IF WS-CONTRACT-START = ZERO
                   AND WS-CONTRACT-END = ZERO
                   CONTINUE
               ELSE
                   PERFORM 0250-CHECK-CONTRACT-DATES
               END-IF
           END-IF.
      ******************************************************************
      * This section checks a pair of contract dates: each a real
      * MMDDYYYY date, and the end not before the start.
      ******************************************************************
       0250-CHECK-CONTRACT-DATES.
           MOVE WS-CONTRACT-START TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           MOVE WS-DATE-YMD-NUM TO WS-START-YMD
           IF WS-DATE-YMD-MM < 1 OR WS-DATE-YMD-MM > 12
               OR WS-DATE-YMD-DD < 1 OR WS-DATE-YMD-DD > 31
               OR WS-DATE-YMD-YYYY = ZERO
               DISPLAY "Contract start " WS-CONTRACT-START
                   " is not a MMDDYYYY date."
               MOVE 'N' TO WS-FIELDS-OK
           END-IF
           MOVE WS-CONTRACT-END TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           IF WS-DATE-YMD-MM < 1 OR WS-DATE-YMD-MM > 12
               OR WS-DATE-YMD-DD < 1 OR WS-DATE-YMD-DD > 31
               OR WS-DATE-YMD-YYYY = ZERO
               DISPLAY "Contract end " WS-CONTRACT-END
                   " is not a MMDDYYYY date."
               MOVE 'N' TO WS-FIELDS-OK
           ELSE
               IF WS-DATE-YMD-NUM < WS-START-YMD
                   DISPLAY "Contract end is before its start."
                   MOVE 'N' TO WS-FIELDS-OK
               END-IF
           END-IF.
      ******************************************************************
      * This section adds a new customer to the table, rejecting it
      * if the account is zero or already in use, or a field failed
      * its check.
      ******************************************************************
       0300-ADD-CUSTOMER.
           IF WS-ACCT-NUM = ZERO
               DISPLAY "Account number cannot be zero - nothing added."
           ELSE
               PERFORM 0700-FIND-CUSTOMER
               IF WS-FOUND = 'Y'
                   DISPLAY "Customer already exists - use Change "
                       "instead."
               ELSE
                   IF WS-FIELDS-OK = 'N'
                       DISPLAY "Nothing added."
                   ELSE
                       IF WS-REC-COUNT >= 999
                           DISPLAY "Customer table is full (999 "
                               "accounts) - customer not added."
                       ELSE
                           ADD 1 TO WS-REC-COUNT
                           SET WS-CUST-IDX TO WS-REC-COUNT
                           PERFORM 0350-MOVE-FIELDS-TO-TABLE
                           DISPLAY "Customer added."
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section moves the prompted fields into the table entry
      * at WS-CUST-IDX.
      ******************************************************************
       0350-MOVE-FIELDS-TO-TABLE.
           MOVE WS-ACCT-NUM TO WS-TBL-ACCT-NUM(WS-CUST-IDX)
           MOVE WS-CUST-NAME TO WS-TBL-CUST-NAME(WS-CUST-IDX)
           MOVE WS-CUST-TIER TO WS-TBL-CUST-TIER(WS-CUST-IDX)
           MOVE WS-CONTRACT-START TO WS-TBL-CONTRACT-START(WS-CUST-IDX)
           MOVE WS-CONTRACT-END TO WS-TBL-CONTRACT-END(WS-CUST-IDX).
      ******************************************************************
      * This section updates an existing customer's name, tier, and
      * contract dates. Its contract prices are left as they are.
      ******************************************************************
       0400-CHANGE-CUSTOMER.
           PERFORM 0700-FIND-CUSTOMER
           IF WS-FOUND = 'Y'
               IF WS-FIELDS-OK = 'N'
                   DISPLAY "Nothing changed."
               ELSE
                   PERFORM 0350-MOVE-FIELDS-TO-TABLE
                   DISPLAY "Customer changed."
               END-IF
           ELSE
               DISPLAY "Account not found - nothing changed."
           END-IF.
      ******************************************************************
      * This section removes an existing customer, closing the gap
      * left in the table by sliding the remaining entries down one
      * slot, and takes every contract price of the account out of
      * WS-CP-TABLE the same way.
      ******************************************************************
       0500-DELETE-CUSTOMER.
           PERFORM 0700-FIND-CUSTOMER
           IF WS-FOUND = 'Y'
               PERFORM VARYING WS-CUST-IDX FROM WS-CUST-IDX BY 1
                       UNTIL WS-CUST-IDX >= WS-REC-COUNT
                   MOVE WS-CUST-ENTRY(WS-CUST-IDX + 1)
                       TO WS-CUST-ENTRY(WS-CUST-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-REC-COUNT
               MOVE ZERO TO WS-REMOVED
               SET WS-CP-IDX TO 1
               PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
                   IF WS-TBL-CP-ACCT-NUM(WS-CP-IDX) = WS-ACCT-NUM
                       PERFORM 0590-CLOSE-CP-GAP
                       ADD 1 TO WS-REMOVED
                   ELSE
                       SET WS-CP-IDX UP BY 1
                   END-IF
               END-PERFORM
               DISPLAY "Customer deleted, with " WS-REMOVED
                   " contract price(s)."
           ELSE
               DISPLAY "Account not found - nothing deleted."
           END-IF.
      ******************************************************************
      * This section sets one item's contract price for the account,
      * replacing the one on file or adding it. A price below the
      * item's current cost is kept, with a warning.
      ******************************************************************
       0550-SET-ITEM-PRICE.
           PERFORM 0700-FIND-CUSTOMER
           IF WS-FOUND = 'N'
               DISPLAY "Account not found - nothing changed."
           ELSE
               DISPLAY "Operator initials (3 chars): "
               ACCEPT WS-INITIALS
               DISPLAY "Enter item number (5 digits): "
               ACCEPT WS-ITEM-NUM
               DISPLAY "Enter contract price (99999V99): "
               ACCEPT WS-CP-PRICE
               PERFORM 0750-FIND-INV-ITEM
               EVALUATE TRUE
                   WHEN WS-INITIALS = SPACES
                       DISPLAY "No operator initials - nothing changed."
                   WHEN WS-FOUND = 'N'
                       DISPLAY "Item " WS-ITEM-NUM " is not in inv.dat "
                           "- nothing changed."
                   WHEN WS-CP-PRICE NOT NUMERIC
                       DISPLAY "Contract price not numeric - nothing "
                           "changed."
                   WHEN WS-CP-PRICE = ZERO
                       DISPLAY "Contract price cannot be zero - "
                           "nothing changed."
                   WHEN OTHER
                       PERFORM 0560-POST-ITEM-PRICE
               END-EVALUATE
           END-IF.
      ******************************************************************
      * This section posts the checked contract price to
      * WS-CP-TABLE.
      ******************************************************************
       0560-POST-ITEM-PRICE.
           IF WS-CP-PRICE < WS-TBL-ITEM-COST(WS-INV-IDX)
               MOVE WS-CP-PRICE TO WS-DISP-PRICE
               MOVE WS-TBL-ITEM-COST(WS-INV-IDX) TO WS-DISP-COST
               DISPLAY "WARNING: contract price " WS-DISP-PRICE
                   " is below the current cost " WS-DISP-COST "."
           END-IF
           PERFORM 0720-FIND-ITEM-PRICE
           IF WS-CP-FOUND = 'N'
               IF WS-CP-COUNT >= 9999
                   DISPLAY "Contract price table is full (9999) - "
                       "nothing changed."
               ELSE
                   ADD 1 TO WS-CP-COUNT
                   SET WS-CP-IDX TO WS-CP-COUNT
                   MOVE WS-ACCT-NUM TO WS-TBL-CP-ACCT-NUM(WS-CP-IDX)
                   MOVE WS-ITEM-NUM TO WS-TBL-CP-ITEM-NUM(WS-CP-IDX)
                   MOVE 'Y' TO WS-CP-FOUND
                   DISPLAY "Contract price added."
               END-IF
           ELSE
               DISPLAY "Contract price replaced."
           END-IF
           IF WS-CP-FOUND = 'Y'
               MOVE WS-CP-PRICE TO WS-TBL-CP-PRICE(WS-CP-IDX)
               MOVE WS-TODAY TO WS-TBL-CP-SET-DATE(WS-CP-IDX)
               MOVE WS-INITIALS TO WS-TBL-CP-SET-BY(WS-CP-IDX)
           END-IF.
      ******************************************************************
      * This section removes one item's contract price for the
      * account, so the customer pays the tier price for it again.
      ******************************************************************
       0580-REMOVE-ITEM-PRICE.
           PERFORM 0700-FIND-CUSTOMER
           IF WS-FOUND = 'N'
               DISPLAY "Account not found - nothing changed."
           ELSE
               DISPLAY "Enter item number (5 digits): "
               ACCEPT WS-ITEM-NUM
               PERFORM 0720-FIND-ITEM-PRICE
               IF WS-CP-FOUND = 'Y'
                   PERFORM 0590-CLOSE-CP-GAP
                   DISPLAY "Contract price removed - the customer "
                       "pays the tier price for the item."
               ELSE
                   DISPLAY "No contract price for that item - "
                       "nothing removed."
               END-IF
           END-IF.
      ******************************************************************
      * This section takes the entry at WS-CP-IDX out of WS-CP-TABLE
      * by sliding the entries after it down one slot. WS-CP-IDX is
      * left where it was, on the entry that moved into the gap.
      ******************************************************************
       0590-CLOSE-CP-GAP.
           SET WS-CP-GAP TO WS-CP-IDX
           PERFORM VARYING WS-CP-IDX FROM WS-CP-IDX BY 1
                   UNTIL WS-CP-IDX >= WS-CP-COUNT
               MOVE WS-CP-ENTRY(WS-CP-IDX + 1)
                   TO WS-CP-ENTRY(WS-CP-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CP-COUNT
           SET WS-CP-IDX TO WS-CP-GAP.
      ******************************************************************
      * This section rewrites cust.dat and custprice.dat from their
      * tables.
      ******************************************************************
       0600-SAVE-CUST-TABLES.
           OPEN OUTPUT CUSTOMER
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-REC-COUNT
               MOVE WS-TBL-ACCT-NUM(WS-CUST-IDX) TO CUST-ACCT-NUM
               MOVE WS-TBL-CUST-NAME(WS-CUST-IDX) TO CUST-NAME
               MOVE WS-TBL-CUST-TIER(WS-CUST-IDX) TO CUST-TIER-CODE
               MOVE WS-TBL-CONTRACT-START(WS-CUST-IDX)
                   TO CUST-CONTRACT-START
               MOVE WS-TBL-CONTRACT-END(WS-CUST-IDX)
                   TO CUST-CONTRACT-END
               WRITE CUST-REC
           END-PERFORM
           CLOSE CUSTOMER
           OPEN OUTPUT CUST-PRICE
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               MOVE WS-CP-ENTRY(WS-CP-IDX) TO CUST-PRICE-REC
               WRITE CUST-PRICE-REC
           END-PERFORM
           CLOSE CUST-PRICE.
      ******************************************************************
      * This section searches WS-CUST-TABLE for WS-ACCT-NUM. Sets
      * WS-FOUND to 'Y' and WS-CUST-IDX to the matching slot, or 'N'
      * if there is no match.
      ******************************************************************
       0700-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-REC-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ACCT-NUM = WS-TBL-ACCT-NUM(WS-CUST-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
      * The loop's VARYING steps the index once more after the match
      * before the UNTIL test sees WS-FOUND, so step it back here to
      * leave WS-CUST-IDX on the matching slot for the caller.
           IF WS-FOUND = 'Y'
               SET WS-CUST-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section searches WS-CP-TABLE for the contract price of
      * WS-ITEM-NUM for WS-ACCT-NUM. Sets WS-CP-FOUND and WS-CP-IDX.
      ******************************************************************
       0720-FIND-ITEM-PRICE.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                      OR WS-CP-FOUND = 'Y'
               IF WS-ACCT-NUM = WS-TBL-CP-ACCT-NUM(WS-CP-IDX)
                   AND WS-ITEM-NUM = WS-TBL-CP-ITEM-NUM(WS-CP-IDX)
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
           IF WS-CP-FOUND = 'Y'
               SET WS-CP-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section searches WS-INV-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND and WS-INV-IDX.
      ******************************************************************
       0750-FIND-INV-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-TBL-ITEM-NUM(WS-INV-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-INV-IDX DOWN BY 1
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
