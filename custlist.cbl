       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PRICE-LIST.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program prints a customer's own price list - every item
      * priced at the customer's tier in price.dat, by category,
      * with the customer's fixed contract prices from custprice.dat
      * (copybook CUSTPRC) put in place of the tier price while the
      * contract in cust.dat (copybook CUSTREC) is in effect. It
      * prints one customer's list, or every customer's in account
      * order.
      *
      * Each line shows the tier price, the contract price where
      * there is one, and the price the customer actually pays. A
      * contract price that has fallen below the item's current
      * INV-ITEM-COST - a COST-LOAD raised the cost under a price
      * that was agreed in writing - is flagged BELOW COST whether
      * or not the contract is in effect today, so it is caught
      * before the contract is renewed at a loss. A tier price
      * carrying the promo flag is marked PROMO.
      *
      * A contract is in effect when it has dates and today falls
      * between them; outside them (or with none) the customer pays
      * the tier price, and the list heading says why.
      *
      * The account comes from an optional custlist.par card the
      * same way sellthru.par steers SELL-THRU:
      *   Column A=run mode (B=batch), B=account number (6 digits,
      *   zeros = every customer).
      * No card (or one not marked B) falls back to the prompt.
      *
      * Input files: cust.dat, custprice.dat, inv.dat, price.dat,
      *              custlist.par
      * Output: custlist.rpt
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
           SELECT PRICE ASSIGN TO 'price.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRICE-KEY
           FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'custlist.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-RPT ASSIGN TO 'custlist.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER.
           COPY custrec.
       FD CUST-PRICE.
           COPY custprc.
       FD INV.
           COPY invrec.
       FD PRICE.
           COPY pricerec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-ACCT-NUM                    PIC 9(6).
       FD LIST-RPT.
       01 LIST-LINE                            PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-CUST-EOF                          PIC A(1) VALUE 'F'.
       01 WS-CP-EOF                            PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-WANT-ACCT                         PIC 9(6).
       01 WS-LISTS-PRINTED                     PIC 9(4) VALUE ZERO.
      ******************************************************************
      * WS-ITEM-TABLE holds inv.dat in category and item order, the
      * order every list prints in.
      ******************************************************************
       01 WS-REC-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-INV-OVERFLOW                      PIC A(1) VALUE 'N'.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-ITEM-IDX.
               10 WS-IT-ITEM-NUM               PIC 9(5).
               10 WS-IT-ITEM-DESC              PIC X(20).
               10 WS-IT-ITEM-CAT               PIC X(4).
               10 WS-IT-ITEM-COST              PIC 9(4)V99.
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
      ******************************************************************
      * Every contract price on file, loaded once for all the lists.
      ******************************************************************
       01 WS-CP-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-CP-OVERFLOW                       PIC A(1) VALUE 'N'.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 9999 TIMES
                          INDEXED BY WS-CP-IDX.
               10 WS-TBL-CP-ACCT-NUM           PIC 9(6).
               10 WS-TBL-CP-ITEM-NUM           PIC 9(5).
               10 WS-TBL-CP-PRICE              PIC 9(5)V99.
               10 WS-TBL-CP-SET-DATE           PIC 9(8).
               10 WS-TBL-CP-SET-BY             PIC X(3).
       01 WS-CP-FOUND                          PIC A(1).
       01 WS-TIER-FOUND                        PIC A(1).
       01 WS-TIER-PRICE                        PIC 9(5)V99.
       01 WS-TIER-PROMO                        PIC X(1).
       01 WS-YOUR-PRICE                        PIC 9(5)V99.
       01 WS-IN-EFFECT                         PIC A(1).
       01 WS-CUST-CAT                          PIC X(4).
      ******************************************************************
      * One customer's list totals.
      ******************************************************************
       01 WS-LIST-ITEMS                        PIC 9(4).
       01 WS-LIST-APPLIED                      PIC 9(4).
       01 WS-LIST-BELOW                        PIC 9(4).
       01 WS-LIST-UNPRICED                     PIC 9(4).
       01 WS-LIST-ORPHANS                      PIC 9(4).
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
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the account either from the optional
      * custlist.par card (batch) or the prompt, loads the item and
      * contract price tables, and opens price.dat for keyed reads.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           MOVE WS-TODAY TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           MOVE WS-DATE-YMD-NUM TO WS-TODAY-YMD
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Account number (6 digits, 0 = every "
                   "customer): "
               ACCEPT WS-WANT-ACCT
           ELSE
               MOVE PARM-ACCT-NUM TO WS-WANT-ACCT
               DISPLAY "Batch mode - account from custlist.par: "
                   WS-WANT-ACCT
           END-IF
           IF WS-WANT-ACCT NOT NUMERIC
               MOVE ZERO TO WS-WANT-ACCT
           END-IF
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-REC-COUNT >= 999
                           MOVE 'Y' TO WS-INV-OVERFLOW
                       ELSE
                           PERFORM 0100-INSERT-ITEM-SORTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "WARNING: inv.dat holds more than 999 items - "
                   "the rest are left off the price lists."
           END-IF
           PERFORM 0150-LOAD-CP-TABLE
           IF WS-CP-OVERFLOW = 'Y'
               DISPLAY "WARNING: custprice.dat holds more than 9999 "
                   "contract prices - the rest are not applied."
           END-IF
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERROR: price.dat could not be opened (status "
                   WS-PRICE-STATUS "). Run PRICE-GEN at least once "
                   "before printing price lists."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section reads cust.dat and prints a list for the one
      * account asked for, or for every account.
      ******************************************************************
           OPEN OUTPUT LIST-RPT
           OPEN INPUT CUSTOMER
           PERFORM UNTIL WS-CUST-EOF = 'T'
               READ CUSTOMER
                   AT END MOVE 'T' TO WS-CUST-EOF
                   NOT AT END
                       IF WS-WANT-ACCT = ZERO
                           OR CUST-ACCT-NUM = WS-WANT-ACCT
                           PERFORM 0200-PRINT-ONE-LIST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER
           CLOSE PRICE
           IF WS-LISTS-PRINTED = ZERO
               MOVE "NO CUSTOMER ON CUST.DAT MATCHED - NO LIST PRINTED."
                   TO LIST-LINE
               WRITE LIST-LINE
           END-IF
           CLOSE LIST-RPT
           DISPLAY "Customer price lists written to custlist.rpt - "
               WS-LISTS-PRINTED " list(s).".
       STOP RUN.
      ******************************************************************
      * This section slides table entries down to open the slot where
      * the inv.dat record just read belongs - after every entry
      * whose category-plus-item sorts lower - and loads it there.
      ******************************************************************
       0100-INSERT-ITEM-SORTED.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-REC-COUNT
                      OR WS-IT-ITEM-CAT(WS-SLOT) > INV-ITEM-CAT
                      OR (WS-IT-ITEM-CAT(WS-SLOT) = INV-ITEM-CAT
                          AND WS-IT-ITEM-NUM(WS-SLOT) > INV-ITEM-NUM)
               ADD 1 TO WS-SLOT
           END-PERFORM
           PERFORM VARYING WS-SHIFT FROM WS-REC-COUNT BY -1
                   UNTIL WS-SHIFT < WS-SLOT
               MOVE WS-ITEM-ENTRY(WS-SHIFT)
                   TO WS-ITEM-ENTRY(WS-SHIFT + 1)
           END-PERFORM
           MOVE INV-ITEM-NUM TO WS-IT-ITEM-NUM(WS-SLOT)
           MOVE INV-ITEM-DESC TO WS-IT-ITEM-DESC(WS-SLOT)
           MOVE INV-ITEM-CAT TO WS-IT-ITEM-CAT(WS-SLOT)
           IF INV-ITEM-COST NUMERIC
               MOVE INV-ITEM-COST TO WS-IT-ITEM-COST(WS-SLOT)
           ELSE
               MOVE ZERO TO WS-IT-ITEM-COST(WS-SLOT)
           END-IF
           ADD 1 TO WS-REC-COUNT.
      ******************************************************************
      * This section loads every custprice.dat record into
      * WS-CP-TABLE.
      ******************************************************************
       0150-LOAD-CP-TABLE.
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
      * This section prints the list for the cust.dat record in
      * hand: the heading with the contract's standing, a line per
      * item priced for the customer, and the list's totals.
      ******************************************************************
       0200-PRINT-ONE-LIST.
           ADD 1 TO WS-LISTS-PRINTED
           MOVE ZERO TO WS-LIST-ITEMS
           MOVE ZERO TO WS-LIST-APPLIED
           MOVE ZERO TO WS-LIST-BELOW
           MOVE ZERO TO WS-LIST-UNPRICED
           MOVE ZERO TO WS-LIST-ORPHANS
           PERFORM 0250-CHECK-CONTRACT
           IF WS-LISTS-PRINTED > 1
               MOVE SPACES TO LIST-LINE
               WRITE LIST-LINE
               MOVE ALL "*" TO LIST-LINE
               WRITE LIST-LINE
           END-IF
           MOVE SPACES TO LIST-LINE
           STRING "PRICE LIST - ACCOUNT " DELIMITED BY SIZE
                  CUST-ACCT-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  "  DATE " DELIMITED BY SIZE
                  WS-STAMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-YYYY DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           IF CUST-CONTRACT-START = ZERO AND CUST-CONTRACT-END = ZERO
               STRING "TIER " DELIMITED BY SIZE
                      CUST-TIER-CODE DELIMITED BY SIZE
                      "  NO CONTRACT - TIER PRICES" DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
           ELSE
               IF WS-IN-EFFECT = 'Y'
                   STRING "TIER " DELIMITED BY SIZE
                          CUST-TIER-CODE DELIMITED BY SIZE
                          "  CONTRACT " DELIMITED BY SIZE
                          CUST-CONTRACT-START DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          CUST-CONTRACT-END DELIMITED BY SIZE
                          " IN EFFECT" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
               ELSE
                   STRING "TIER " DELIMITED BY SIZE
                          CUST-TIER-CODE DELIMITED BY SIZE
                          "  CONTRACT " DELIMITED BY SIZE
                          CUST-CONTRACT-START DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          CUST-CONTRACT-END DELIMITED BY SIZE
                          " NOT IN EFFECT - CONTRACT PRICES "
                              DELIMITED BY SIZE
                          "NOT APPLIED" DELIMITED BY SIZE
                       INTO LIST-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE LIST-LINE
           MOVE " ITEM DESCRIPTION          CAT  TIER PRICE  CONTRACT"
               TO LIST-LINE
           MOVE "YOUR PRICE  NOTE" TO LIST-LINE(57:16)
           WRITE LIST-LINE
           MOVE ALL "-" TO LIST-LINE
           WRITE LIST-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-REC-COUNT
               PERFORM 0300-PRICE-ONE-ITEM
           END-PERFORM
           PERFORM 0450-COUNT-ORPHANS
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE WS-LIST-ITEMS TO WS-DISP-COUNT
           MOVE SPACES TO LIST-LINE
           STRING "ITEMS LISTED:                 " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE WS-LIST-APPLIED TO WS-DISP-COUNT
           MOVE SPACES TO LIST-LINE
           STRING "CONTRACT PRICES APPLIED:      " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE WS-LIST-BELOW TO WS-DISP-COUNT
           MOVE SPACES TO LIST-LINE
           STRING "CONTRACT PRICES BELOW COST:   " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           MOVE WS-LIST-UNPRICED TO WS-DISP-COUNT
           MOVE SPACES TO LIST-LINE
           STRING "ITEMS WITH NO PRICE AT TIER:  " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO LIST-LINE
           END-STRING
           WRITE LIST-LINE
           IF WS-LIST-ORPHANS > ZERO
               MOVE WS-LIST-ORPHANS TO WS-DISP-COUNT
               MOVE SPACES TO LIST-LINE
               STRING "CONTRACT PRICES FOR ITEMS NOT IN INV.DAT: "
                          DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                   INTO LIST-LINE
               END-STRING
               WRITE LIST-LINE
           END-IF.
      ******************************************************************
      * This section decides whether the customer's contract is in
      * effect today: it has dates, and today is on or after the
      * start and on or before the end.
      ******************************************************************
       0250-CHECK-CONTRACT.
           MOVE 'N' TO WS-IN-EFFECT
           IF CUST-CONTRACT-START NUMERIC AND CUST-CONTRACT-END NUMERIC
               AND CUST-CONTRACT-START NOT = ZERO
               AND CUST-CONTRACT-END NOT = ZERO
               MOVE CUST-CONTRACT-START TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD-NUM TO WS-START-YMD
               MOVE CUST-CONTRACT-END TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD-NUM TO WS-END-YMD
               IF WS-TODAY-YMD NOT < WS-START-YMD
                   AND WS-TODAY-YMD NOT > WS-END-YMD
                   MOVE 'Y' TO WS-IN-EFFECT
               END-IF
           END-IF.
      ******************************************************************
      * This section prices the item at WS-ITEM-IDX for the customer
      * in hand - the tier price by a keyed read of price.dat, and
      * the customer's contract price when there is one - and
      * writes its line. An item with neither is only counted.
      ******************************************************************
       0300-PRICE-ONE-ITEM.
           MOVE 'N' TO WS-TIER-FOUND
           MOVE SPACE TO WS-TIER-PROMO
           MOVE WS-IT-ITEM-NUM(WS-ITEM-IDX) TO PRICE-ITEM-NUM
           MOVE CUST-TIER-CODE TO PRICE-TIER-CODE
           READ PRICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRICE-ITEM-COST NUMERIC
                       AND PRICE-ITEM-COST > ZERO
                       MOVE 'Y' TO WS-TIER-FOUND
                       MOVE PRICE-ITEM-COST TO WS-TIER-PRICE
                       MOVE PRICE-PROMO-FLAG TO WS-TIER-PROMO
                   END-IF
           END-READ
           PERFORM 0700-FIND-CONTRACT-PRICE
           IF WS-TIER-FOUND = 'N'
               ADD 1 TO WS-LIST-UNPRICED
           END-IF
           IF WS-TIER-FOUND = 'Y' OR WS-CP-FOUND = 'Y'
               PERFORM 0400-WRITE-ITEM-LINE
           END-IF.
      ******************************************************************
      * This section writes one item's line on the list and counts
      * it into the list's totals.
      ******************************************************************
       0400-WRITE-ITEM-LINE.
           ADD 1 TO WS-LIST-ITEMS
           MOVE SPACES TO LIST-LINE
           MOVE WS-IT-ITEM-NUM(WS-ITEM-IDX) TO WS-DISP-ITEM
           MOVE WS-DISP-ITEM TO LIST-LINE(1:5)
           MOVE WS-IT-ITEM-DESC(WS-ITEM-IDX) TO LIST-LINE(7:20)
           MOVE WS-IT-ITEM-CAT(WS-ITEM-IDX) TO LIST-LINE(28:4)
           MOVE ZERO TO WS-YOUR-PRICE
           IF WS-TIER-FOUND = 'Y'
               MOVE WS-TIER-PRICE TO WS-DISP-PRICE
               MOVE WS-DISP-PRICE TO LIST-LINE(35:8)
               MOVE WS-TIER-PRICE TO WS-YOUR-PRICE
           ELSE
               MOVE "    NONE" TO LIST-LINE(35:8)
           END-IF
           IF WS-CP-FOUND = 'Y'
               MOVE WS-TBL-CP-PRICE(WS-CP-IDX) TO WS-DISP-PRICE
               MOVE WS-DISP-PRICE TO LIST-LINE(45:8)
               IF WS-IN-EFFECT = 'Y'
                   MOVE WS-TBL-CP-PRICE(WS-CP-IDX) TO WS-YOUR-PRICE
                   ADD 1 TO WS-LIST-APPLIED
               END-IF
           END-IF
           IF WS-YOUR-PRICE > ZERO
               MOVE WS-YOUR-PRICE TO WS-DISP-PRICE
               MOVE WS-DISP-PRICE TO LIST-LINE(59:8)
           ELSE
               MOVE "NOT SOLD" TO LIST-LINE(59:8)
           END-IF
           IF WS-CP-FOUND = 'Y'
               AND WS-TBL-CP-PRICE(WS-CP-IDX) <
                   WS-IT-ITEM-COST(WS-ITEM-IDX)
               MOVE "BELOW COST" TO LIST-LINE(69:10)
               ADD 1 TO WS-LIST-BELOW
           ELSE
               IF WS-TIER-PROMO = 'P'
                   AND WS-YOUR-PRICE = WS-TIER-PRICE
                   MOVE "PROMO" TO LIST-LINE(69:5)
               END-IF
           END-IF
           WRITE LIST-LINE.
      ******************************************************************
      * This section counts the customer's contract prices for items
      * that are no longer in inv.dat and so never reach the list.
      ******************************************************************
       0450-COUNT-ORPHANS.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-TBL-CP-ACCT-NUM(WS-CP-IDX) = CUST-ACCT-NUM
                   MOVE 'N' TO WS-CP-FOUND
                   PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                           UNTIL WS-ITEM-IDX > WS-REC-COUNT
                              OR WS-CP-FOUND = 'Y'
                       IF WS-IT-ITEM-NUM(WS-ITEM-IDX) =
                               WS-TBL-CP-ITEM-NUM(WS-CP-IDX)
                           MOVE 'Y' TO WS-CP-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CP-FOUND = 'N'
                       ADD 1 TO WS-LIST-ORPHANS
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section searches WS-CP-TABLE for the customer's contract
      * price on the item at WS-ITEM-IDX. Sets WS-CP-FOUND and
      * WS-CP-IDX.
      ******************************************************************
       0700-FIND-CONTRACT-PRICE.
           MOVE 'N' TO WS-CP-FOUND
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                      OR WS-CP-FOUND = 'Y'
               IF WS-TBL-CP-ACCT-NUM(WS-CP-IDX) = CUST-ACCT-NUM
                   AND WS-TBL-CP-ITEM-NUM(WS-CP-IDX) =
                       WS-IT-ITEM-NUM(WS-ITEM-IDX)
                   MOVE 'Y' TO WS-CP-FOUND
               END-IF
           END-PERFORM
      * The loop's VARYING steps the index once more after the match
      * before the UNTIL test sees WS-CP-FOUND, so step it back here.
           IF WS-CP-FOUND = 'Y'
               SET WS-CP-IDX DOWN BY 1
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
