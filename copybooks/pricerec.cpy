      * discount applied for the run date, space otherwise.
      * PRICE-TREND uses it to keep a sale-week price from reading
      * as a permanent price change.
      * On a price-history.dat row it is 'D' when the row is the
      * item's last price, written as PRICE-ACTIVATE retired it from
      * price.dat after ITEM-DISC discontinued the item.
      ******************************************************************
           05 PRICE-PROMO-FLAG                 PIC X(1).
           05 UNUSED                           PIC X(4).
