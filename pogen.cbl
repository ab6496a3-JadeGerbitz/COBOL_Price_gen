       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-GEN.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program turns the buy list REORDER-RPT prints into
      * numbered purchase orders, so the buyer stops retyping the
      * list onto PO forms by hand. It picks the same items
      * REORDER-RPT picks - every inv.dat item whose on-hand
      * quantity plus what is already on order has fallen to or
      * below its reorder point - and orders the same quantity:
      * enough to restock to twice the point, rounded UP to whole
      * cases of the item's INV-CASE-PACK.
      *
      * The items are grouped by INV-VENDOR-CODE and each vendor
      * gets one purchase order with its own number, headed with
      * the vendor's name and payment terms from vendor.dat. Every
      * PO line is appended to open-po.dat (copybook POREC), where
      * PO-RECEIVE posts the delivery against it and REORDER-RPT
      * and the next PO-GEN run count it as on order - so a second
      * run before the goods arrive raises nothing twice.
      *
      * An item with no vendor assigned, a vendor code that is not
      * on vendor.dat, or a cost that is not numeric cannot go on a
      * PO. It is listed at the foot of po.rpt with the reason
      * instead, so the buyer knows what to fix in INV-MAINT or
      * VEND-MAINT before the next run.
      *
      * PO numbers run on from the last one used, kept in the
      * one-record ponext.dat. A shop with no ponext.dat yet starts
      * at PO 000001.
      *
      * Input files: inv.dat, vendor.dat, open-po.dat, ponext.dat
      * Output: open-po.dat (extended), ponext.dat, po.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-MASTER ASSIGN TO 'vendor.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      * open-po.dat is OPTIONAL and opened EXTEND the same way
      * pending-prices.dat is, so orders accumulate until
      * PO-RECEIVE works them off.
           SELECT OPTIONAL OPEN-PO ASSIGN TO 'open-po.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PO-CTL ASSIGN TO 'ponext.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-RPT ASSIGN TO 'po.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD VENDOR-MASTER.
           COPY vendrec.
       FD OPEN-PO.
           COPY porec.
       FD PO-CTL.
       01 PO-CTL-REC.
           05 PO-CTL-LAST-NUMBER               PIC 9(6).
       FD PO-RPT.
       01 PO-PRINT-LINE                        PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-VENDM-EOF                         PIC A(1) VALUE 'F'.
       01 WS-PO-EOF                            PIC A(1) VALUE 'F'.
       01 WS-CTL-EOF                           PIC A(1) VALUE 'F'.
       01 WS-LAST-PO-NUMBER                    PIC 9(6) VALUE ZERO.
      ******************************************************************
      * The vendor master, loaded from the optional vendor.dat so
      * each PO can be headed with the supplier's name and terms.
      ******************************************************************
       01 WS-VENDM-COUNT                       PIC 9(2) VALUE ZERO.
       01 WS-VENDM-TABLE.
           05 WS-VENDM-ENTRY OCCURS 99 TIMES
                             INDEXED BY WS-VENDM-IDX.
               10 WS-VM-CODE                   PIC X(4).
               10 WS-VM-NAME                   PIC X(25).
               10 WS-VM-TERMS                  PIC X(10).
       01 WS-VM-FOUND                          PIC A(1).
       01 WS-VEND-CODE                         PIC X(4).
      ******************************************************************
      * The eaches still outstanding on open-po.dat, totalled by
      * item - ordered less received on every open line - so an
      * item already on order is not ordered again.
      ******************************************************************
       01 WS-ONORD-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-ONORD-TABLE.
           05 WS-ONORD-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-ONORD-IDX.
               10 WS-OO-ITEM-NUM               PIC 9(5).
               10 WS-OO-QTY                    PIC 9(6).
       01 WS-OO-FOUND                          PIC A(1).
       01 WS-ONORD-FULL-WARNED                 PIC A(1) VALUE 'N'.
      ******************************************************************
      * Every item that needs ordering, insertion-sorted by vendor
      * code and item number as it loads so the print pass walks it
      * one PO at a time - the same sort-in-place VEND-LIST uses.
      * WS-TBL-REASON is spaces for an item that goes on a PO, or
      * says why it cannot.
      ******************************************************************
       01 WS-REC-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-INV-IDX.
               10 WS-TBL-ITEM-NUM               PIC 9(5).
               10 WS-TBL-ITEM-DESC               PIC X(20).
               10 WS-TBL-ITEM-COST               PIC 9(4)V99.
               10 WS-TBL-ITEM-VENDOR             PIC X(4).
               10 WS-TBL-ITEM-PACK               PIC 9(3).
               10 WS-TBL-ORDER-CASES             PIC 9(5).
               10 WS-TBL-ORDER-QTY               PIC 9(6).
               10 WS-TBL-REASON                  PIC X(30).
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
       01 WS-ITEM-QTY                          PIC 9(5).
       01 WS-ITEM-REORDER                      PIC 9(5).
       01 WS-ITEM-PACK                         PIC 9(3).
       01 WS-ON-ORDER                          PIC 9(6).
       01 WS-POSITION                          PIC 9(6).
       01 WS-ORDER-QTY                         PIC 9(6).
       01 WS-ORDER-CASES                       PIC 9(5).
       01 WS-REASON                            PIC X(30).
       01 WS-CUR-VENDOR                        PIC X(4).
       01 WS-PO-NUMBER                         PIC 9(6).
       01 WS-LINE-DOLLARS                      PIC 9(9)V99.
       01 WS-PO-DOLLARS                        PIC 9(9)V99.
       01 WS-PO-LINES                          PIC 9(4).
       01 WS-PO-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-SKIP-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-TOT-DOLLARS                       PIC 9(9)V99 VALUE ZERO.
      ******************************************************************
      * The order date comes from the system clock the way PRICE-GEN
      * stamps its audit record, rearranged to the MMDDYYYY every
      * other date on file is kept in.
      ******************************************************************
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-ORDER-DATE.
           05 WS-ORDER-DATE-MM                 PIC X(2).
           05 WS-ORDER-DATE-DD                 PIC X(2).
           05 WS-ORDER-DATE-YYYY               PIC X(4).
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-CASES                        PIC ZZZZ9.
       01 WS-DISP-PACK                         PIC ZZ9.
       01 WS-DISP-ORDER                        PIC ZZZZZ9.
       01 WS-DISP-COST                         PIC ZZZ9.99.
       01 WS-DISP-DOLLARS                      PIC ZZZZZZZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section stamps the order date, loads the vendor master,
      * what is already on order, and the last PO number used, then
      * reads inv.dat and keeps every item that needs ordering.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-ORDER-DATE-MM
           MOVE WS-STAMP-DD TO WS-ORDER-DATE-DD
           MOVE WS-STAMP-YYYY TO WS-ORDER-DATE-YYYY
           PERFORM 0100-LOAD-VENDOR-MASTER
           PERFORM 0150-LOAD-ON-ORDER
           OPEN INPUT PO-CTL
           READ PO-CTL
               AT END MOVE 'T' TO WS-CTL-EOF
           END-READ
           CLOSE PO-CTL
           IF WS-CTL-EOF NOT = 'T' AND PO-CTL-LAST-NUMBER NUMERIC
               MOVE PO-CTL-LAST-NUMBER TO WS-LAST-PO-NUMBER
           END-IF
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END PERFORM 0200-CHECK-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE INV.
      ******************************************************************
      * This section prints one purchase order per vendor and
      * appends each of its lines to open-po.dat. The table is in
      * vendor order, so a change of vendor code closes one PO and
      * opens the next.
      ******************************************************************
           OPEN OUTPUT PO-RPT
           MOVE SPACES TO PO-PRINT-LINE
           STRING "PURCHASE ORDERS RAISED           ORDER DATE "
                      DELIMITED BY SIZE
                  WS-STAMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-YYYY DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE "=================================================="
               TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           OPEN EXTEND OPEN-PO
           MOVE SPACES TO WS-CUR-VENDOR
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-REC-COUNT
               IF WS-TBL-REASON(WS-INV-IDX) = SPACES
                   IF WS-TBL-ITEM-VENDOR(WS-INV-IDX) NOT =
                           WS-CUR-VENDOR
                       IF WS-CUR-VENDOR NOT = SPACES
                           PERFORM 0600-WRITE-PO-TOTAL
                       END-IF
                       PERFORM 0500-START-NEW-PO
                   END-IF
                   PERFORM 0400-WRITE-PO-LINE
               END-IF
           END-PERFORM
           IF WS-CUR-VENDOR NOT = SPACES
               PERFORM 0600-WRITE-PO-TOTAL
           END-IF
           CLOSE OPEN-PO
           IF WS-PO-COUNT = ZERO
               MOVE SPACES TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
               MOVE "NOTHING TO ORDER - NO PURCHASE ORDERS RAISED."
                   TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
           END-IF.
      ******************************************************************
      * This section lists the items that needed ordering but could
      * not go on a PO, each with the reason, then the run totals.
      ******************************************************************
           IF WS-SKIP-COUNT > ZERO
               MOVE SPACES TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
               MOVE "ITEMS NOT ORDERED - FIX AND RERUN"
                   TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
               MOVE "----------------------------------------"
                   TO PO-PRINT-LINE
               WRITE PO-PRINT-LINE
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-REC-COUNT
                   IF WS-TBL-REASON(WS-INV-IDX) NOT = SPACES
                       MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO WS-DISP-ITEM
                       MOVE SPACES TO PO-PRINT-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-DISP-ITEM DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-TBL-ITEM-DESC(WS-INV-IDX)
                                  DELIMITED BY SIZE
                              " VENDOR " DELIMITED BY SIZE
                              WS-TBL-ITEM-VENDOR(WS-INV-IDX)
                                  DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-TBL-REASON(WS-INV-IDX)
                                  DELIMITED BY SIZE
                           INTO PO-PRINT-LINE
                       END-STRING
                       WRITE PO-PRINT-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE WS-PO-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PO-PRINT-LINE
           STRING "PURCHASE ORDERS RAISED: " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE WS-LINE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PO-PRINT-LINE
           STRING "PO LINES WRITTEN:       " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE WS-SKIP-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PO-PRINT-LINE
           STRING "ITEMS NOT ORDERED:      " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE WS-TOT-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO PO-PRINT-LINE
           STRING "TOTAL COMMITMENT:   " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           CLOSE PO-RPT
      ******************************************************************
      * The last number used goes back to ponext.dat only when a PO
      * was actually raised, so an empty run leaves the sequence
      * where it was.
      ******************************************************************
           IF WS-PO-COUNT > ZERO
               OPEN OUTPUT PO-CTL
               MOVE WS-LAST-PO-NUMBER TO PO-CTL-LAST-NUMBER
               WRITE PO-CTL-REC
               CLOSE PO-CTL
           END-IF
           DISPLAY "PO-GEN done. " WS-PO-COUNT " PO(s), "
               WS-LINE-COUNT " line(s), " WS-SKIP-COUNT
               " item(s) not ordered. See po.rpt.".
       STOP RUN.
      ******************************************************************
      * This section loads the vendor master from the optional
      * vendor.dat. A missing file leaves the table empty, and every
      * item then lands on the not-ordered list - there is no name
      * or terms to put on a PO.
      ******************************************************************
       0100-LOAD-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER
           PERFORM UNTIL WS-VENDM-EOF = 'T'
               READ VENDOR-MASTER
                   AT END MOVE 'T' TO WS-VENDM-EOF
                   NOT AT END
                       IF WS-VENDM-COUNT < 99
                           ADD 1 TO WS-VENDM-COUNT
                           MOVE VEND-CODE TO
                               WS-VM-CODE(WS-VENDM-COUNT)
                           MOVE VEND-NAME TO
                               WS-VM-NAME(WS-VENDM-COUNT)
                           MOVE VEND-TERMS TO
                               WS-VM-TERMS(WS-VENDM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER.
      ******************************************************************
      * This section totals the eaches still outstanding on every
      * open line of open-po.dat by item. A line received past its
      * order quantity has nothing outstanding and adds nothing.
      ******************************************************************
       0150-LOAD-ON-ORDER.
           OPEN INPUT OPEN-PO
           PERFORM UNTIL WS-PO-EOF = 'T'
               READ OPEN-PO
                   AT END MOVE 'T' TO WS-PO-EOF
                   NOT AT END
                       IF PO-LINE-STATUS = 'O'
                           AND PO-ORDER-QTY NUMERIC
                           AND PO-RECEIVED-QTY NUMERIC
                           AND PO-ORDER-QTY > PO-RECEIVED-QTY
                           PERFORM 0160-ADD-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO.
      ******************************************************************
      * This section adds the open line in hand to its item's
      * on-order total, starting a new entry the first time the
      * item is seen.
      ******************************************************************
       0160-ADD-ON-ORDER.
           MOVE 'N' TO WS-OO-FOUND
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
                      OR WS-OO-FOUND = 'Y'
               IF PO-ITEM-NUM = WS-OO-ITEM-NUM(WS-ONORD-IDX)
                   MOVE 'Y' TO WS-OO-FOUND
               END-IF
           END-PERFORM
           IF WS-OO-FOUND = 'Y'
               SET WS-ONORD-IDX DOWN BY 1
               COMPUTE WS-OO-QTY(WS-ONORD-IDX) =
                   WS-OO-QTY(WS-ONORD-IDX)
                   + PO-ORDER-QTY - PO-RECEIVED-QTY
           ELSE
               IF WS-ONORD-COUNT >= 999
                   IF WS-ONORD-FULL-WARNED NOT = 'Y'
                       DISPLAY "WARNING: more than 999 items on order "
                           "- some may be ordered again."
                       MOVE 'Y' TO WS-ONORD-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-ONORD-COUNT
                   MOVE PO-ITEM-NUM TO WS-OO-ITEM-NUM(WS-ONORD-COUNT)
                   COMPUTE WS-OO-QTY(WS-ONORD-COUNT) =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
               END-IF
           END-IF.
      ******************************************************************
      * This section decides whether the inv.dat record in hand
      * needs ordering, reading the quantity columns the same way
      * REORDER-RPT does. What is already on order counts toward the
      * item's position, so the order restocks position - on hand
      * plus on order - to twice the point.
      ******************************************************************
       0200-CHECK-ONE-ITEM.
           IF INV-QTY-ON-HAND NUMERIC
               MOVE INV-QTY-ON-HAND TO WS-ITEM-QTY
           ELSE
               MOVE ZERO TO WS-ITEM-QTY
           END-IF
           IF INV-REORDER-POINT NUMERIC
               MOVE INV-REORDER-POINT TO WS-ITEM-REORDER
           ELSE
               MOVE ZERO TO WS-ITEM-REORDER
           END-IF
           MOVE ZERO TO WS-ON-ORDER
           MOVE 'N' TO WS-OO-FOUND
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
                      OR WS-OO-FOUND = 'Y'
               IF INV-ITEM-NUM = WS-OO-ITEM-NUM(WS-ONORD-IDX)
                   MOVE 'Y' TO WS-OO-FOUND
                   MOVE WS-OO-QTY(WS-ONORD-IDX) TO WS-ON-ORDER
               END-IF
           END-PERFORM
           COMPUTE WS-POSITION = WS-ITEM-QTY + WS-ON-ORDER
           IF WS-ITEM-REORDER > ZERO
               AND WS-POSITION NOT > WS-ITEM-REORDER
               IF WS-REC-COUNT >= 999
                   DISPLAY "WARNING: more than 999 items to order - "
                       "extras not ordered."
               ELSE
                   PERFORM 0250-SIZE-ORDER
                   PERFORM 0300-INSERT-ITEM-SORTED
               END-IF
           END-IF.
      ******************************************************************
      * This section works out the order for the item in hand and
      * whether it can go on a PO at all. A pack that is not set
      * orders in eaches, carried on the PO as a pack of one so the
      * cases always multiply back out to the eaches.
      ******************************************************************
       0250-SIZE-ORDER.
           COMPUTE WS-ORDER-QTY = (WS-ITEM-REORDER * 2) - WS-POSITION
           IF INV-CASE-PACK NUMERIC AND INV-CASE-PACK > ZERO
               MOVE INV-CASE-PACK TO WS-ITEM-PACK
           ELSE
               MOVE 1 TO WS-ITEM-PACK
           END-IF
           COMPUTE WS-ORDER-CASES =
               (WS-ORDER-QTY + WS-ITEM-PACK - 1) / WS-ITEM-PACK
           COMPUTE WS-ORDER-QTY = WS-ORDER-CASES * WS-ITEM-PACK
           MOVE SPACES TO WS-REASON
           IF INV-VENDOR-CODE = SPACES
               MOVE "NO VENDOR ASSIGNED" TO WS-REASON
           ELSE
               MOVE INV-VENDOR-CODE TO WS-VEND-CODE
               PERFORM 0700-FIND-VENDOR
               IF WS-VM-FOUND = 'N'
                   MOVE "VENDOR NOT ON VENDOR.DAT" TO WS-REASON
               ELSE
                   IF INV-ITEM-COST NOT NUMERIC
                       MOVE "COST NOT NUMERIC - CHECK RECORD"
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section slides table entries down to open the slot where
      * the record just read belongs - after every entry whose
      * vendor-plus-item sorts lower - and drops it in, the same
      * insertion sort VEND-LIST loads with.
      ******************************************************************
       0300-INSERT-ITEM-SORTED.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-REC-COUNT
                      OR WS-TBL-ITEM-VENDOR(WS-SLOT) > INV-VENDOR-CODE
                      OR (WS-TBL-ITEM-VENDOR(WS-SLOT) = INV-VENDOR-CODE
                          AND WS-TBL-ITEM-NUM(WS-SLOT) > INV-ITEM-NUM)
               ADD 1 TO WS-SLOT
           END-PERFORM
           PERFORM VARYING WS-SHIFT FROM WS-REC-COUNT BY -1
                   UNTIL WS-SHIFT < WS-SLOT
               MOVE WS-INV-ENTRY(WS-SHIFT)
                   TO WS-INV-ENTRY(WS-SHIFT + 1)
           END-PERFORM
           MOVE INV-ITEM-NUM TO WS-TBL-ITEM-NUM(WS-SLOT)
           MOVE INV-ITEM-DESC TO WS-TBL-ITEM-DESC(WS-SLOT)
           IF INV-ITEM-COST NUMERIC
               MOVE INV-ITEM-COST TO WS-TBL-ITEM-COST(WS-SLOT)
           ELSE
               MOVE ZERO TO WS-TBL-ITEM-COST(WS-SLOT)
           END-IF
           MOVE INV-VENDOR-CODE TO WS-TBL-ITEM-VENDOR(WS-SLOT)
           MOVE WS-ITEM-PACK TO WS-TBL-ITEM-PACK(WS-SLOT)
           MOVE WS-ORDER-CASES TO WS-TBL-ORDER-CASES(WS-SLOT)
           MOVE WS-ORDER-QTY TO WS-TBL-ORDER-QTY(WS-SLOT)
           MOVE WS-REASON TO WS-TBL-REASON(WS-SLOT)
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           ADD 1 TO WS-REC-COUNT.
      ******************************************************************
      * This section prints one PO line and appends it to
      * open-po.dat as an open line with nothing yet received.
      ******************************************************************
       0400-WRITE-PO-LINE.
           COMPUTE WS-LINE-DOLLARS = WS-TBL-ORDER-QTY(WS-INV-IDX)
               * WS-TBL-ITEM-COST(WS-INV-IDX)
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO WS-DISP-ITEM
           MOVE WS-TBL-ORDER-CASES(WS-INV-IDX) TO WS-DISP-CASES
           MOVE WS-TBL-ITEM-PACK(WS-INV-IDX) TO WS-DISP-PACK
           MOVE WS-TBL-ORDER-QTY(WS-INV-IDX) TO WS-DISP-ORDER
           MOVE WS-TBL-ITEM-COST(WS-INV-IDX) TO WS-DISP-COST
           MOVE WS-LINE-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO PO-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-DISP-ITEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TBL-ITEM-DESC(WS-INV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-CASES DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISP-PACK DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-ORDER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-COST DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE SPACES TO PO-REC
           MOVE WS-PO-NUMBER TO PO-NUMBER
           MOVE WS-TBL-ITEM-VENDOR(WS-INV-IDX) TO PO-VENDOR-CODE
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO PO-ITEM-NUM
           MOVE WS-TBL-ITEM-DESC(WS-INV-IDX) TO PO-ITEM-DESC
           MOVE WS-TBL-ITEM-PACK(WS-INV-IDX) TO PO-CASE-PACK
           MOVE WS-TBL-ORDER-CASES(WS-INV-IDX) TO PO-ORDER-CASES
           MOVE WS-TBL-ORDER-QTY(WS-INV-IDX) TO PO-ORDER-QTY
           MOVE WS-TBL-ITEM-COST(WS-INV-IDX) TO PO-UNIT-COST
           MOVE ZERO TO PO-RECEIVED-QTY
           MOVE WS-ORDER-DATE TO PO-ORDER-DATE
           MOVE 'O' TO PO-LINE-STATUS
           WRITE PO-REC
           ADD 1 TO WS-PO-LINES
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-DOLLARS TO WS-PO-DOLLARS
           ADD WS-LINE-DOLLARS TO WS-TOT-DOLLARS.
      ******************************************************************
      * This section takes the next PO number for the vendor at
      * WS-INV-IDX and prints the PO heading: number, vendor code,
      * name, and terms off the vendor master.
      ******************************************************************
       0500-START-NEW-PO.
           MOVE WS-TBL-ITEM-VENDOR(WS-INV-IDX) TO WS-CUR-VENDOR
           MOVE WS-CUR-VENDOR TO WS-VEND-CODE
           PERFORM 0700-FIND-VENDOR
           ADD 1 TO WS-LAST-PO-NUMBER
           MOVE WS-LAST-PO-NUMBER TO WS-PO-NUMBER
           ADD 1 TO WS-PO-COUNT
           MOVE ZERO TO WS-PO-LINES
           MOVE ZERO TO WS-PO-DOLLARS
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE SPACES TO PO-PRINT-LINE
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
                  WS-PO-NUMBER DELIMITED BY SIZE
                  "   VENDOR " DELIMITED BY SIZE
                  WS-CUR-VENDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VM-NAME(WS-VENDM-IDX) DELIMITED BY SIZE
                  "  TERMS " DELIMITED BY SIZE
                  WS-VM-TERMS(WS-VENDM-IDX) DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE
           MOVE "  ITEM DESCRIPTION           CASES  PACK  EACHES"
               TO PO-PRINT-LINE
           MOVE "     COST      EXTENDED" TO PO-PRINT-LINE(49:23)
           WRITE PO-PRINT-LINE
           MOVE "----------------------------------------"
               TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
      ******************************************************************
      * This section writes the line count and cost total that close
      * out a purchase order.
      ******************************************************************
       0600-WRITE-PO-TOTAL.
           MOVE WS-PO-LINES TO WS-DISP-COUNT
           MOVE WS-PO-DOLLARS TO WS-DISP-DOLLARS
           MOVE SPACES TO PO-PRINT-LINE
           STRING "  ** PO " DELIMITED BY SIZE
                  WS-PO-NUMBER DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  " LINE(S), TOTAL " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO PO-PRINT-LINE
           END-STRING
           WRITE PO-PRINT-LINE.
      ******************************************************************
      * This section searches the vendor master for WS-VEND-CODE.
      * Sets WS-VM-FOUND to 'Y' and WS-VENDM-IDX to the matching
      * slot, or 'N' if there is no match.
      ******************************************************************
       0700-FIND-VENDOR.
           MOVE 'N' TO WS-VM-FOUND
           PERFORM VARYING WS-VENDM-IDX FROM 1 BY 1
                   UNTIL WS-VENDM-IDX > WS-VENDM-COUNT
                      OR WS-VM-FOUND = 'Y'
               IF WS-VEND-CODE = WS-VM-CODE(WS-VENDM-IDX)
                   MOVE 'Y' TO WS-VM-FOUND
               END-IF
           END-PERFORM
           IF WS-VM-FOUND = 'Y'
               SET WS-VENDM-IDX DOWN BY 1
           END-IF.
