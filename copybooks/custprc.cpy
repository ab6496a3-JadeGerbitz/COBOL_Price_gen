      ******************************************************************
      * CUSTPRC - shared custprice.dat record layout, used by
      * CUST-MAINT (which keeps it), CUST-PRICE-LIST, and PRICE-INQ
      * so they all agree on the same fields.
      *
      * One record per negotiated item price: while the account's
      * contract in cust.dat (copybook CUSTREC) is in effect,
      * CP-PRICE is what the customer pays for the item instead of
      * the price.dat price at the customer's tier. CP-SET-DATE
      * (MMDDYYYY) and CP-SET-BY say when it was agreed and who
      * keyed it.
      ******************************************************************
       01 CUST-PRICE-REC.
           05 CP-ACCT-NUM                      PIC 9(6).
           05 CP-ITEM-NUM                      PIC 9(5).
           05 CP-PRICE                         PIC 9(5)V99.
           05 CP-SET-DATE                      PIC 9(8).
           05 CP-SET-BY                        PIC X(3).
