      ******************************************************************
      * POREC - shared open-po.dat record layout, used by PO-GEN
      * (which raises the purchase orders), PO-RECEIVE (which posts
      * deliveries against them), and REORDER-RPT (which counts
      * what is already on order) so all three agree on the same
      * fields.
      *
      * One record per purchase order line - one item on one PO.
      * Every line of a PO carries the PO number, the vendor it was
      * raised against, and the date it was raised, so the file
      * needs no separate header records. PO-ORDER-QTY is always
      * in eaches (the case count times the pack), the unit the
      * shelf and INV-QTY-ON-HAND count in; PO-RECEIVED-QTY is the
      * eaches posted against the line so far. PO-UNIT-COST is the
      * per-each INV-ITEM-COST the day the PO was raised.
      *
      * PO-LINE-STATUS O means the line is still expecting goods.
      * PO-RECEIVE drops a line from the file once it is closed -
      * received in full, or closed short on the receipt - so
      * everything left in open-po.dat is still on order.
      ******************************************************************
       01 PO-REC.
           05 PO-NUMBER                        PIC 9(6).
           05 PO-VENDOR-CODE                   PIC X(4).
           05 PO-ITEM-NUM                      PIC 9(5).
           05 PO-ITEM-DESC                     PIC X(20).
           05 PO-CASE-PACK                     PIC 9(3).
           05 PO-ORDER-CASES                   PIC 9(5).
           05 PO-ORDER-QTY                     PIC 9(6).
           05 PO-UNIT-COST                     PIC 9(4)V99.
           05 PO-RECEIVED-QTY                  PIC 9(6).
           05 PO-ORDER-DATE                    PIC 9(8).
           05 PO-LINE-STATUS                   PIC X(1).
