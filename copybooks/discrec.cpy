      ******************************************************************
      * DISCREC - shared disc.dat record layout, used by ITEM-DISC
      * (which marks an item discontinued), PRICE-GEN (which stops
      * repricing a marked item), PRICE-ACTIVATE (which retires the
      * item's price.dat records on its effective date), and
      * PRICE-EXTRACT (which tells the registers to drop it) so
      * they all agree on the same fields.
      *
      * One record per discontinued item. DISC-STATUS:
      *   M = marked - PRICE-GEN no longer reprices it, but its
      *       current prices stay live until the effective date
      *   R = retired - its price.dat records have gone to
      *       price-history.dat on DISC-RETIRED-DATE, and the
      *       extract sends the registers a delete for it
      * Dates are MMDDYYYY, the way every date the operator keys
      * is stored; DISC-RETIRED-DATE is zero until the retirement.
      * DISC-PRICES-RETIRED is how many tier records the
      * retirement took out of price.dat.
      ******************************************************************
       01 DISC-REC.
           05 DISC-ITEM-NUM                    PIC 9(5).
           05 DISC-ITEM-DESC                   PIC X(20).
           05 DISC-EFF-DATE                    PIC 9(8).
           05 DISC-STATUS                      PIC X(1).
           05 DISC-MARKED-BY                   PIC X(3).
           05 DISC-MARKED-DATE                 PIC 9(8).
           05 DISC-RETIRED-DATE                PIC 9(8).
           05 DISC-PRICES-RETIRED              PIC 9(2).
