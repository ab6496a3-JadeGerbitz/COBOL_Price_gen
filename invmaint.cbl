      * rewrites the whole file back out - the same way PRICE-GEN
      * builds its in-memory inventory table before it prices anything.
      *
      * The operator's initials are asked for before any change, and
      * the add, change, or delete is appended to inv-journal.dat
      * with the record's before and after images (copybook
      * JRNLREC), so JRNL-RPT can say who keyed it and when. A
      * change that leaves every field as it was is not journalled.
      *
      * An item that still has prices in price.dat cannot be deleted
      * here - dropping it from inv.dat alone would leave the
      * registers selling it at a price nothing maintains any more.
      * Such an item is discontinued with ITEM-DISC, which retires
      * the prices and tells the registers; once they are gone the
      * inv.dat record can be deleted here.
      *
      * Input/output file: inv.dat   Uses the same record layout
      *                              PRICE-GEN reads (copybook INVREC).
      * Input file: price.dat (checked before a delete)
      * Output: inv-journal.dat (appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE ASSIGN TO 'price.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRICE-KEY
           FILE STATUS IS WS-PRICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD JOURNAL.
           COPY jrnlrec.
       FD PRICE.
           COPY pricerec.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-ACTION                            PIC X(1).
       01 WS-ITEM-VENDOR                       PIC X(4).
       01 WS-ITEM-PACK                         PIC 9(3).
       01 WS-FOUND                             PIC A(1).
       01 WS-INITIALS                          PIC X(3).
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-PRICE-EOF                         PIC A(1).
       01 WS-HAS-PRICES                        PIC A(1).
      ******************************************************************
      * The session's one change, held until inv.dat has been
      * rewritten and then appended to the journal. WS-JRNL-ACTION
      * stays spaces when nothing was actually changed.
      ******************************************************************
       01 WS-JRNL-ACTION                       PIC X(1) VALUE SPACE.
       01 WS-JRNL-BEFORE                       PIC X(52).
       01 WS-JRNL-AFTER                        PIC X(52).
       01 WS-STAMP.
           05 WS-STAMP-DATE                    PIC 9(8).
           05 WS-STAMP-TIME                    PIC 9(6).
           05 FILLER                           PIC X(7).
      ******************************************************************
      * WS-INV-TABLE holds the whole inv.dat file in memory while it is
      * being maintained.
           DISPLAY "Enter action: "
           ACCEPT WS-ACTION
           IF WS-ACTION NOT = 'Q' AND WS-ACTION NOT = 'q'
               DISPLAY "Operator initials (3 chars): "
               ACCEPT WS-INITIALS
               IF WS-INITIALS = SPACES
                   DISPLAY "No initials - every change is journalled "
                       "with who made it. Nothing done."
                   STOP RUN
               END-IF
               DISPLAY "Enter item number (5 digits): "
               ACCEPT WS-ITEM-NUM
               EVALUATE WS-ACTION
                       DISPLAY "Unknown action - nothing done."
               END-EVALUATE
               PERFORM 0600-SAVE-INV-TABLE
               IF WS-JRNL-ACTION NOT = SPACE
                   PERFORM 0800-WRITE-JOURNAL
               END-IF
           END-IF.
       STOP RUN.
      ******************************************************************
                       WS-TBL-ITEM-VENDOR(WS-REC-COUNT)
                   MOVE WS-ITEM-PACK TO
                       WS-TBL-ITEM-PACK(WS-REC-COUNT)
                   MOVE 'A' TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE WS-INV-ENTRY(WS-REC-COUNT) TO WS-JRNL-AFTER
                   DISPLAY "Item added."
               END-IF
           END-IF.
       0400-CHANGE-ITEM.
           PERFORM 0700-FIND-ITEM
           IF WS-FOUND = 'Y'
               MOVE WS-INV-ENTRY(WS-INV-IDX) TO WS-JRNL-BEFORE
               MOVE WS-ITEM-DESC TO WS-TBL-ITEM-DESC(WS-INV-IDX)
               MOVE WS-ITEM-CAT TO WS-TBL-ITEM-CAT(WS-INV-IDX)
               MOVE WS-ITEM-COST TO WS-TBL-ITEM-COST(WS-INV-IDX)
               MOVE WS-ITEM-REORDER TO WS-TBL-ITEM-REORDER(WS-INV-IDX)
               MOVE WS-ITEM-VENDOR TO WS-TBL-ITEM-VENDOR(WS-INV-IDX)
               MOVE WS-ITEM-PACK TO WS-TBL-ITEM-PACK(WS-INV-IDX)
               MOVE WS-INV-ENTRY(WS-INV-IDX) TO WS-JRNL-AFTER
               IF WS-JRNL-AFTER NOT = WS-JRNL-BEFORE
                   MOVE 'C' TO WS-JRNL-ACTION
               END-IF
               DISPLAY "Item changed."
           ELSE
               DISPLAY "Item number not found - nothing changed."
       0500-DELETE-ITEM.
           PERFORM 0700-FIND-ITEM
           IF WS-FOUND = 'Y'
               PERFORM 0550-CHECK-PRICES
               IF WS-HAS-PRICES = 'Y'
                   DISPLAY "Item " WS-ITEM-NUM " still has prices in "
                       "price.dat - nothing deleted."
                   DISPLAY "Discontinue it with ITEM-DISC so the "
                       "registers are told; delete it here once its "
                       "prices are retired."
               ELSE
                   MOVE 'D' TO WS-JRNL-ACTION
                   MOVE WS-INV-ENTRY(WS-INV-IDX) TO WS-JRNL-BEFORE
                   MOVE SPACES TO WS-JRNL-AFTER
                   PERFORM VARYING WS-INV-IDX FROM WS-INV-IDX BY 1
                           UNTIL WS-INV-IDX >= WS-REC-COUNT
                       MOVE WS-INV-ENTRY(WS-INV-IDX + 1)
                           TO WS-INV-ENTRY(WS-INV-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-REC-COUNT
                   DISPLAY "Item deleted."
               END-IF
           ELSE
               DISPLAY "Item number not found - nothing deleted."
           END-IF.
      ******************************************************************
      * This section looks in price.dat for any tier record of
      * WS-ITEM-NUM and sets WS-HAS-PRICES. A price.dat that cannot
      * be opened holds no prices, so it does not block the delete.
      ******************************************************************
       0550-CHECK-PRICES.
           MOVE 'N' TO WS-HAS-PRICES
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS = "00"
               MOVE 'F' TO WS-PRICE-EOF
               MOVE WS-ITEM-NUM TO PRICE-ITEM-NUM
               MOVE LOW-VALUES TO PRICE-TIER-CODE
               START PRICE KEY NOT < PRICE-KEY
                   INVALID KEY MOVE 'T' TO WS-PRICE-EOF
               END-START
               IF WS-PRICE-EOF NOT = 'T'
                   READ PRICE NEXT RECORD
                       AT END MOVE 'T' TO WS-PRICE-EOF
                       NOT AT END
                           IF PRICE-ITEM-NUM = WS-ITEM-NUM
                               MOVE 'Y' TO WS-HAS-PRICES
                           END-IF
                   END-READ
               END-IF
               CLOSE PRICE
           END-IF.
      ******************************************************************
      * This section rewrites inv.dat from WS-INV-TABLE.
      ******************************************************************
       0600-SAVE-INV-TABLE.
           ELSE
               MOVE ZERO TO WS-INV-IDX
           END-IF.
      ******************************************************************
      * This section appends the session's change to the journal,
      * stamped with the program, the operator, and the clock.
      ******************************************************************
       0800-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND JOURNAL
           MOVE WS-STAMP-DATE TO JRNL-STAMP-DATE
           MOVE WS-STAMP-TIME TO JRNL-STAMP-TIME
           MOVE "INV-MAINT" TO JRNL-PROGRAM
           MOVE WS-INITIALS TO JRNL-OPERATOR
           MOVE WS-JRNL-ACTION TO JRNL-ACTION
           MOVE WS-ITEM-NUM TO JRNL-ITEM-NUM
           MOVE WS-JRNL-BEFORE TO JRNL-BEFORE
           MOVE WS-JRNL-AFTER TO JRNL-AFTER
           WRITE JRNL-REC
           CLOSE JOURNAL.
