      ******************************************************************
      * IFACELOG - shared ifacelog.dat record layout, the interface
      * transmission log. SALES-IMPORT writes one record for every
      * salesmove.dat it is handed, PRICE-EXTRACT one for every
      * price-extract.dat it sends, and IFACE-STATUS reads the lot
      * back to show which nights are missing, doubled, or one-way.
      *
      * IL-INTERFACE says which file the record is about:
      *   SALE  salesmove.dat received from the registers
      *   PEXT  price-extract.dat sent to the registers
      * IL-DATA-DATE is the date the file itself carries in its
      * header - the movement date of a sales file, the extract
      * date of a price extract - not the date the log was written.
      * IL-MODE is the extract mode (F full book, D one day); blank
      * on a sales record. IL-REC-COUNT and IL-HASH-TOTAL are the
      * file's detail count and hash as read or sent: units sold
      * for a sales file, the price total in cents for an extract.
      *
      * IL-RESULT:
      *   A  sales file applied
      *   O  sales file applied under a supervisor's duplicate
      *      override - IL-OVERRIDE-BY carries their initials
      *   R  sales file refused by its own control check
      *   D  sales file refused as a duplicate of one already
      *      applied (same movement date, or same count and hash)
      *   S  price extract sent
      * IL-STAMP is when the run wrote the record (YYYYMMDDHHMMSS)
      * and IL-OPERATOR whose initials the run carried.
      ******************************************************************
       01 IFACE-LOG-REC.
           05 IL-INTERFACE                     PIC X(4).
           05 IL-DATA-DATE                     PIC 9(8).
           05 IL-MODE                          PIC X(1).
           05 IL-REC-COUNT                     PIC 9(6).
           05 IL-HASH-TOTAL                    PIC 9(10).
           05 IL-RESULT                        PIC X(1).
           05 IL-STAMP                         PIC X(14).
           05 IL-OPERATOR                      PIC X(3).
           05 IL-OVERRIDE-BY                   PIC X(3).
