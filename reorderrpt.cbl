      * zero commitment, flagged so the buyer knows to check the
      * record before ordering.
      *
      * What is already on order counts toward the item. The
      * eaches still outstanding on every open line of open-po.dat
      * (the purchase orders PO-GEN raised and PO-RECEIVE has not
      * yet closed) are added to the on-hand count before it is
      * held against the point, and the suggested order restocks
      * that position - on hand plus on order - to twice the point.
      * An item whose order is already on its way therefore drops
      * off the list instead of being bought twice, and an item
      * still listed shows what is on order under its line.
      *
      * Input files: inv.dat, open-po.dat
      * Output:      reorder.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO ASSIGN TO 'open-po.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-RPT-FILE ASSIGN TO 'reorder.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD INV.
           COPY invrec.
       FD OPEN-PO.
           COPY porec.
       FD REORDER-RPT-FILE.
       01 REORDER-LINE                         PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PO-EOF                            PIC A(1) VALUE 'F'.
      ******************************************************************
      * The eaches still outstanding on open-po.dat, totalled by
      * item - ordered less received on every open line - the same
      * on-order figure PO-GEN works from.
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
      * Only the items at or below their reorder point land in this
      * table, insertion-sorted by category and item number as they
               10 WS-TBL-ITEM-QTY                PIC 9(5).
               10 WS-TBL-ITEM-REORDER            PIC 9(5).
               10 WS-TBL-ITEM-PACK               PIC 9(3).
               10 WS-TBL-ON-ORDER                PIC 9(6).
               10 WS-TBL-COST-OK                 PIC A(1).
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
       01 WS-ITEM-QTY                          PIC 9(5).
       01 WS-ITEM-REORDER                      PIC 9(5).
       01 WS-ON-ORDER                          PIC 9(6).
       01 WS-POSITION                          PIC 9(6).
       01 WS-ORDER-QTY                         PIC 9(6).
       01 WS-ORDER-CASES                       PIC 9(5).
       01 WS-COMMIT-DOLLARS                    PIC 9(9)V99.
       01 WS-DISP-ORDER                        PIC ZZZZZ9.
       01 WS-DISP-CASES                        PIC ZZZZ9.
       01 WS-DISP-PACK                         PIC ZZ9.
       01 WS-DISP-ON-ORDER                     PIC ZZZZZ9.
      ******************************************************************
      * The order column as printed - just the each quantity for a
      * no-pack item, or the eaches with the case count and pack

       PROCEDURE DIVISION.
      ******************************************************************
      * This section totals what is already on order, reads inv.dat,
      * keeps every item at or below its reorder point, and stamps
      * the report date.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           PERFORM 0100-LOAD-ON-ORDER
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
               WS-TOT-COUNT " item(s) to order.".
       STOP RUN.
      ******************************************************************
      * This section totals the eaches still outstanding on every
      * open line of open-po.dat by item. A missing open-po.dat -
      * no purchase order raised yet - leaves nothing on order.
      ******************************************************************
       0100-LOAD-ON-ORDER.
           OPEN INPUT OPEN-PO
           PERFORM UNTIL WS-PO-EOF = 'T'
               READ OPEN-PO
                   AT END MOVE 'T' TO WS-PO-EOF
                   NOT AT END
                       IF PO-LINE-STATUS = 'O'
                           AND PO-ORDER-QTY NUMERIC
                           AND PO-RECEIVED-QTY NUMERIC
                           AND PO-ORDER-QTY > PO-RECEIVED-QTY
                           PERFORM 0150-ADD-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO.
      ******************************************************************
      * This section adds the open line in hand to its item's
      * on-order total, starting a new entry the first time the
      * item is seen.
      ******************************************************************
       0150-ADD-ON-ORDER.
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
                           "- some may be suggested again."
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
      * belongs on the buy list. A record punched before the
      * quantity columns existed reads back as spaces there, so a
           ELSE
               MOVE ZERO TO WS-ITEM-REORDER
           END-IF
      * What is on order is on its way to the shelf, so the item's
      * position - on hand plus on order - is what meets the point.
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
                   DISPLAY "WARNING: more than 999 items at their "
                       "reorder point - extras not on the report."
           MOVE INV-ITEM-CAT TO WS-TBL-ITEM-CAT(WS-SLOT)
           MOVE WS-ITEM-QTY TO WS-TBL-ITEM-QTY(WS-SLOT)
           MOVE WS-ITEM-REORDER TO WS-TBL-ITEM-REORDER(WS-SLOT)
           MOVE WS-ON-ORDER TO WS-TBL-ON-ORDER(WS-SLOT)
      * A pack punched before the column existed reads back as
      * spaces - zero means not set and the order stays in eaches.
           IF INV-CASE-PACK NUMERIC
      * This section prints one suggested order: the item, its
      * on-hand count against its point, the quantity that restocks
      * it to twice the point, and the cost dollars that order
      * commits. Anything already on order is taken off the order
      * and shown on a line of its own underneath.
      ******************************************************************
       0400-PRINT-ONE-ITEM.
           COMPUTE WS-ORDER-QTY =
               (WS-TBL-ITEM-REORDER(WS-INV-IDX) * 2)
               - WS-TBL-ITEM-QTY(WS-INV-IDX)
               - WS-TBL-ON-ORDER(WS-INV-IDX)
      ******************************************************************
      * An item with a case pack is ordered in whole cases: the
      * each quantity rounds UP to the next full case (adding
               END-STRING
           END-IF
           WRITE REORDER-LINE
           IF WS-TBL-ON-ORDER(WS-INV-IDX) > ZERO
               MOVE WS-TBL-ON-ORDER(WS-INV-IDX) TO WS-DISP-ON-ORDER
               MOVE SPACES TO REORDER-LINE
               STRING "        ALREADY ON ORDER " DELIMITED BY SIZE
                      WS-DISP-ON-ORDER DELIMITED BY SIZE
                      " - ORDER ABOVE IS THE SHORTFALL ONLY"
                          DELIMITED BY SIZE
                   INTO REORDER-LINE
               END-STRING
               WRITE REORDER-LINE
           END-IF
           ADD 1 TO WS-CAT-COUNT
           ADD WS-COMMIT-DOLLARS TO WS-CAT-DOLLARS
           ADD 1 TO WS-TOT-COUNT
