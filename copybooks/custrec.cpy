      ******************************************************************
      * CUSTREC - shared cust.dat record layout, used by CUST-MAINT
      * (maintenance), CUST-PRICE-LIST (per-customer price lists),
      * and PRICE-INQ (quoting a customer's own price) so they all
      * agree on the same fields.
      *
      * One record per customer account. CUST-TIER-CODE is the
      * tier.dat code (RETL / WHSL / CNTR) whose price.dat records
      * the customer buys at. CUST-CONTRACT-START and -END
      * (MMDDYYYY) bound the customer's fixed contract prices in
      * custprice.dat (copybook CUSTPRC): outside them, or with no
      * dates at all (zeros), the customer pays the tier price.
      ******************************************************************
       01 CUST-REC.
           05 CUST-ACCT-NUM                    PIC 9(6).
           05 CUST-NAME                        PIC X(25).
           05 CUST-TIER-CODE                   PIC X(4).
           05 CUST-CONTRACT-START              PIC 9(8).
           05 CUST-CONTRACT-END                PIC 9(8).
