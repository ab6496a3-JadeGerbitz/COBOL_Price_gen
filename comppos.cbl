       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMP-POSITION.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program sets our shelf prices against the market. For
      * every inv.dat item a store manager has seen on a
      * competitor's shelf it takes the latest survey price from
      * each competitor in compsurv.dat (loaded by COMP-LOAD), and
      * prints it beside the item's current RETL price from
      * price.dat, grouped by category:
      *   position - how far our price sits above (+) or below (-)
      *     the competitor's, as a percent of theirs
      *   their margin - the margin the competitor's price would
      *     leave us at today's INV-ITEM-COST ((their price - cost)
      *     / their price), beside the margin our own price earns
      * A position more than WS-FLAG-PCT above or below the market
      * is flagged ABOVE or BELOW. Each category closes with its
      * averages and its target margin from margin.dat (the
      * shop-wide default where it has none, the way PRICE-GEN
      * falls back), so a buyer can see which category margins
      * have drifted away from what the market will bear.
      *
      * "Latest" is the survey with the latest survey date for that
      * competitor and item; where two share a date the later one
      * in the file wins. An item with no RETL price is still
      * listed with the competitor margin, but is not positioned or
      * flagged. A RETL price carrying the promo flag is a sale
      * price and is marked with an asterisk. Survey rows for an
      * item no longer in inv.dat are only counted.
      *
      * An optional comppos.par card sets the flag threshold:
      *   Column A=percent above or below the market (2 digits)
      *   that flags an item. No card (or zero) uses 10.
      *
      * Input files: inv.dat, price.dat, compsurv.dat, margin.dat,
      *              comppos.par
      * Output: comppos.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE ASSIGN TO 'price.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRICE-KEY
           FILE STATUS IS WS-PRICE-STATUS.
           SELECT OPTIONAL SURVEY ASSIGN TO 'compsurv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARGIN ASSIGN TO 'margin.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'comppos.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POS-RPT ASSIGN TO 'comppos.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD PRICE.
           COPY pricerec.
       FD SURVEY.
           COPY comprec.
       FD MARGIN.
       01 MARGIN-FILE.
           05 MARGIN-ITEM-CAT                  PIC X(4).
           05 MARGIN-PCT                       PIC 9(2).
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-FLAG-PCT                    PIC 9(2).
       FD POS-RPT.
       01 POS-LINE                             PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-SURVEY-EOF                        PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-PROFIT-MARGIN                     PIC 9(2) VALUE 27.
      ******************************************************************
      * A price more than this many percent above or below the
      * competitor's is flagged. Overridable from comppos.par.
      ******************************************************************
       01 WS-FLAG-PCT                          PIC 9(2) VALUE 10.
      ******************************************************************
      * Same per-category margin table PRICE-GEN loads from
      * margin.dat at start-up. A category with no entry falls back
      * to the shop-wide default WS-PROFIT-MARGIN, exactly as the
      * pricing run itself would.
      ******************************************************************
       01 WS-MARGIN-EOF                        PIC A(1) VALUE 'F'.
       01 WS-MARGIN-COUNT                      PIC 9(2) VALUE ZERO.
       01 WS-MARGIN-TABLE.
           05 WS-MARGIN-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-MARGIN-IDX.
               10 WS-MARGIN-CAT                PIC X(4).
               10 WS-MARGIN-RATE               PIC 9(2).
       01 WS-LOOKUP-MARGIN                     PIC 9(2).
       01 WS-LOOKUP-FOUND                      PIC A(1).
      ******************************************************************
      * WS-ITEM-TABLE holds inv.dat in category and item order, each
      * item with its current RETL price read out of price.dat.
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
               10 WS-IT-RETL-FOUND             PIC A(1).
               10 WS-IT-RETL                   PIC 9(5)V99.
               10 WS-IT-PROMO-FLAG             PIC X(1).
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
      ******************************************************************
      * The latest survey price for each competitor and item, kept
      * as compsurv.dat is read - a later survey date replaces the
      * price held for the pair.
      ******************************************************************
       01 WS-LS-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-LS-TABLE-FULL-WARNED              PIC A(1) VALUE 'N'.
       01 WS-LS-TABLE.
           05 WS-LS-ENTRY OCCURS 9999 TIMES
                          INDEXED BY WS-LS-IDX.
               10 WS-LS-ITEM-NUM               PIC 9(5).
               10 WS-LS-COMP-CODE              PIC X(4).
               10 WS-LS-PRICE                  PIC 9(5)V99.
               10 WS-LS-SURVEY-DATE            PIC 9(8).
               10 WS-LS-SURVEY-YMD             PIC 9(8).
       01 WS-LS-FOUND                          PIC A(1).
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
       01 WS-FOUND                             PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
      ******************************************************************
      * The comparison for the line in hand, and the running sums a
      * category (and then the shop) averages them from.
      ******************************************************************
       01 WS-POSITION-PCT                      PIC S9(3)V99.
       01 WS-OUR-MGN-PCT                       PIC S9(3)V99.
       01 WS-THEIR-MGN-PCT                     PIC S9(3)V99.
       01 WS-ITEM-LINES                        PIC 9(4).
       01 WS-CUR-CAT                           PIC X(4).
       01 WS-CAT-STARTED                       PIC A(1) VALUE 'N'.
       01 WS-CAT-ACCUMS.
           05 WS-CAT-COMPARED                  PIC 9(5).
           05 WS-CAT-ABOVE                     PIC 9(5).
           05 WS-CAT-BELOW                     PIC 9(5).
           05 WS-CAT-POS-SUM                   PIC S9(7)V99.
           05 WS-CAT-OUR-SUM                   PIC S9(7)V99.
           05 WS-CAT-OUR-COUNT                 PIC 9(5).
           05 WS-CAT-THEIR-SUM                 PIC S9(7)V99.
           05 WS-CAT-THEIR-COUNT               PIC 9(5).
       01 WS-TOT-ACCUMS.
           05 WS-TOT-COMPARED                  PIC 9(5) VALUE ZERO.
           05 WS-TOT-ABOVE                     PIC 9(5) VALUE ZERO.
           05 WS-TOT-BELOW                     PIC 9(5) VALUE ZERO.
           05 WS-TOT-POS-SUM                   PIC S9(7)V99 VALUE ZERO.
           05 WS-TOT-OUR-SUM                   PIC S9(7)V99 VALUE ZERO.
           05 WS-TOT-OUR-COUNT                 PIC 9(5) VALUE ZERO.
           05 WS-TOT-THEIR-SUM                 PIC S9(7)V99 VALUE ZERO.
           05 WS-TOT-THEIR-COUNT               PIC 9(5) VALUE ZERO.
       01 WS-AVG-PCT                           PIC S9(3)V99.
       01 WS-ITEMS-SURVEYED                    PIC 9(4) VALUE ZERO.
       01 WS-NO-RETL-ITEMS                     PIC 9(4) VALUE ZERO.
       01 WS-PROMO-LINES                       PIC 9(5) VALUE ZERO.
       01 WS-ORPHAN-ROWS                       PIC 9(6) VALUE ZERO.
       01 WS-BAD-ROWS                          PIC 9(6) VALUE ZERO.
      ******************************************************************
      * The report date comes from the system clock the way
      * PRICE-GEN stamps its audit record.
      ******************************************************************
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-PCT                          PIC ---9.99.
       01 WS-DISP-FLAG                         PIC Z9.
       01 WS-DISP-COUNT                        PIC ZZZZ9.
       01 WS-DISP-ROWS                         PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section reads the optional threshold card, loads the
      * margin table, and opens price.dat for keyed reads.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF NOT = 'T'
               AND PARM-FLAG-PCT NUMERIC
               AND PARM-FLAG-PCT > ZERO
               MOVE PARM-FLAG-PCT TO WS-FLAG-PCT
           END-IF
           PERFORM 0150-LOAD-MARGIN-TABLE
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERROR: price.dat could not be opened (status "
                   WS-PRICE-STATUS "). Run PRICE-GEN at least once "
                   "before comparing prices."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section loads inv.dat in category order with each
      * item's RETL price, then streams compsurv.dat down to the
      * latest price per competitor and item.
      ******************************************************************
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
           CLOSE PRICE
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "WARNING: inv.dat holds more than 999 items - "
                   "the rest are left off comppos.rpt."
           END-IF
           OPEN INPUT SURVEY
           PERFORM UNTIL WS-SURVEY-EOF = 'T'
               READ SURVEY
                   AT END MOVE 'T' TO WS-SURVEY-EOF
                   NOT AT END PERFORM 0200-TAKE-ONE-SURVEY
               END-READ
           END-PERFORM
           CLOSE SURVEY.
      ******************************************************************
      * This section prints every surveyed item by category, each
      * category closing with its averages, then the shop's totals
      * and the foot notes.
      ******************************************************************
           OPEN OUTPUT POS-RPT
           MOVE SPACES TO POS-LINE
           STRING "COMPETITIVE PRICE POSITION REPORT       REPORT DATE "
                      DELIMITED BY SIZE
                  WS-STAMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-YYYY DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           WRITE POS-LINE
           MOVE WS-FLAG-PCT TO WS-DISP-FLAG
           MOVE SPACES TO POS-LINE
           STRING "OUR RETL PRICE AGAINST THE LATEST SURVEY PRICE - "
                      DELIMITED BY SIZE
                  "FLAGGED AT MORE THAN " DELIMITED BY SIZE
                  WS-DISP-FLAG DELIMITED BY SIZE
                  "% ABOVE OR BELOW" DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           WRITE POS-LINE
           MOVE SPACES TO POS-LINE
           WRITE POS-LINE
           MOVE SPACES TO POS-LINE
           MOVE " ITEM DESCRIPTION" TO POS-LINE(1:17)
           MOVE "OUR RETL" TO POS-LINE(28:8)
           MOVE "OUR MGN%" TO POS-LINE(38:8)
           MOVE "COMP" TO POS-LINE(49:4)
           MOVE "THEIR $" TO POS-LINE(55:7)
           MOVE "SURVEYED" TO POS-LINE(64:8)
           MOVE "POSITION" TO POS-LINE(74:8)
           MOVE "THEIR MGN" TO POS-LINE(84:9)
           MOVE "FLAG" TO POS-LINE(95:4)
           WRITE POS-LINE
           MOVE ALL "=" TO POS-LINE
           WRITE POS-LINE
           MOVE SPACES TO WS-CUR-CAT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-REC-COUNT
               IF WS-IT-ITEM-CAT(WS-ITEM-IDX) NOT = WS-CUR-CAT
                   OR WS-ITEM-IDX = 1
                   IF WS-CAT-STARTED = 'Y'
                       PERFORM 0450-WRITE-CAT-TOTAL
                   END-IF
                   MOVE WS-IT-ITEM-CAT(WS-ITEM-IDX) TO WS-CUR-CAT
                   MOVE 'N' TO WS-CAT-STARTED
                   MOVE ZERO TO WS-CAT-COMPARED WS-CAT-ABOVE
                       WS-CAT-BELOW WS-CAT-POS-SUM WS-CAT-OUR-SUM
                       WS-CAT-OUR-COUNT WS-CAT-THEIR-SUM
                       WS-CAT-THEIR-COUNT
               END-IF
               PERFORM 0300-WRITE-ONE-ITEM
           END-PERFORM
           IF WS-CAT-STARTED = 'Y'
               PERFORM 0450-WRITE-CAT-TOTAL
           END-IF
           MOVE SPACES TO POS-LINE
           WRITE POS-LINE
           MOVE WS-TOT-ACCUMS TO WS-CAT-ACCUMS
           MOVE "ALL " TO WS-CUR-CAT
           PERFORM 0460-WRITE-TOTAL-LINE
           PERFORM 0600-WRITE-FOOT-NOTES
           CLOSE POS-RPT
           DISPLAY "Price position written to comppos.rpt - "
               WS-ITEMS-SURVEYED " item(s) surveyed, "
               WS-TOT-ABOVE " above and " WS-TOT-BELOW
               " below the market.".
       STOP RUN.
      ******************************************************************
      * This section slides table entries down to open the slot where
      * the inv.dat record just read belongs - after every entry
      * whose category-plus-item sorts lower - loads it there, and
      * reads its RETL price from price.dat by key.
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
           MOVE 'N' TO WS-IT-RETL-FOUND(WS-SLOT)
           MOVE ZERO TO WS-IT-RETL(WS-SLOT)
           MOVE SPACE TO WS-IT-PROMO-FLAG(WS-SLOT)
           MOVE INV-ITEM-NUM TO PRICE-ITEM-NUM
           MOVE 'RETL' TO PRICE-TIER-CODE
           READ PRICE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRICE-ITEM-COST NUMERIC
                       AND PRICE-ITEM-COST > ZERO
                       MOVE 'Y' TO WS-IT-RETL-FOUND(WS-SLOT)
                       MOVE PRICE-ITEM-COST TO WS-IT-RETL(WS-SLOT)
                       MOVE PRICE-PROMO-FLAG TO
                           WS-IT-PROMO-FLAG(WS-SLOT)
                   END-IF
           END-READ
           ADD 1 TO WS-REC-COUNT.
      ******************************************************************
      * This section loads the per-category margin table from
      * margin.dat. If margin.dat is missing or empty the table
      * stays empty and every category falls back to
      * WS-PROFIT-MARGIN.
      ******************************************************************
       0150-LOAD-MARGIN-TABLE.
           OPEN INPUT MARGIN
           PERFORM UNTIL WS-MARGIN-EOF = 'T'
               READ MARGIN
                   AT END MOVE 'T' TO WS-MARGIN-EOF
                   NOT AT END
                       IF MARGIN-PCT NUMERIC AND MARGIN-PCT < 100
                           AND WS-MARGIN-COUNT < 50
                           ADD 1 TO WS-MARGIN-COUNT
                           MOVE MARGIN-ITEM-CAT TO
                               WS-MARGIN-CAT(WS-MARGIN-COUNT)
                           MOVE MARGIN-PCT TO
                               WS-MARGIN-RATE(WS-MARGIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MARGIN.
      ******************************************************************
      * This section looks up the margin rate for WS-CUR-CAT in
      * WS-MARGIN-TABLE. If no entry matches, the shop-wide default
      * WS-PROFIT-MARGIN is used instead - the same fallback
      * PRICE-GEN applies when it prices.
      ******************************************************************
       0160-LOOKUP-MARGIN.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE WS-PROFIT-MARGIN TO WS-LOOKUP-MARGIN
           PERFORM VARYING WS-MARGIN-IDX FROM 1 BY 1
                   UNTIL WS-MARGIN-IDX > WS-MARGIN-COUNT
                      OR WS-LOOKUP-FOUND = 'Y'
               IF WS-CUR-CAT = WS-MARGIN-CAT(WS-MARGIN-IDX)
                   MOVE WS-MARGIN-RATE(WS-MARGIN-IDX)
                       TO WS-LOOKUP-MARGIN
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section takes one compsurv.dat record. A row for an
      * item no longer in inv.dat is only counted; otherwise it
      * becomes the pair's latest price unless a later survey of
      * the same competitor and item is already held.
      ******************************************************************
       0200-TAKE-ONE-SURVEY.
           IF CS-ITEM-NUM NOT NUMERIC OR CS-PRICE NOT NUMERIC
               OR CS-SURVEY-DATE NOT NUMERIC
               ADD 1 TO WS-BAD-ROWS
           ELSE
               MOVE CS-ITEM-NUM TO WS-ITEM-NUM
               PERFORM 0700-FIND-ITEM
               IF WS-FOUND = 'N'
                   ADD 1 TO WS-ORPHAN-ROWS
               ELSE
                   MOVE CS-SURVEY-DATE TO WS-DATE-MDY
                   PERFORM 0900-REARRANGE-DATE
                   PERFORM 0250-POST-LATEST
               END-IF
           END-IF.
      ******************************************************************
      * This section finds the competitor-and-item pair of the
      * record in hand in WS-LS-TABLE and holds the record's price
      * there when it is the newest seen, adding the pair when it
      * is new.
      ******************************************************************
       0250-POST-LATEST.
           MOVE 'N' TO WS-LS-FOUND
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
                      OR WS-LS-FOUND = 'Y'
               IF WS-LS-ITEM-NUM(WS-LS-IDX) = CS-ITEM-NUM
                   AND WS-LS-COMP-CODE(WS-LS-IDX) = CS-COMP-CODE
                   MOVE 'Y' TO WS-LS-FOUND
               END-IF
           END-PERFORM
           IF WS-LS-FOUND = 'Y'
               SET WS-LS-IDX DOWN BY 1
               IF WS-DATE-YMD-NUM NOT < WS-LS-SURVEY-YMD(WS-LS-IDX)
                   MOVE CS-PRICE TO WS-LS-PRICE(WS-LS-IDX)
                   MOVE CS-SURVEY-DATE TO WS-LS-SURVEY-DATE(WS-LS-IDX)
                   MOVE WS-DATE-YMD-NUM TO WS-LS-SURVEY-YMD(WS-LS-IDX)
               END-IF
           ELSE
               IF WS-LS-COUNT >= 9999
                   IF WS-LS-TABLE-FULL-WARNED NOT = 'Y'
                       DISPLAY "WARNING: more than 9999 competitor "
                           "and item pairs in compsurv.dat - the "
                           "rest are left off comppos.rpt"
                       MOVE 'Y' TO WS-LS-TABLE-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-LS-COUNT
                   MOVE CS-ITEM-NUM TO WS-LS-ITEM-NUM(WS-LS-COUNT)
                   MOVE CS-COMP-CODE TO WS-LS-COMP-CODE(WS-LS-COUNT)
                   MOVE CS-PRICE TO WS-LS-PRICE(WS-LS-COUNT)
                   MOVE CS-SURVEY-DATE TO
                       WS-LS-SURVEY-DATE(WS-LS-COUNT)
                   MOVE WS-DATE-YMD-NUM TO
                       WS-LS-SURVEY-YMD(WS-LS-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * This section writes a line for every competitor price held
      * for the item at WS-ITEM-IDX. The item's own number,
      * description, price, and margin go on its first line only.
      ******************************************************************
       0300-WRITE-ONE-ITEM.
           MOVE ZERO TO WS-ITEM-LINES
           PERFORM VARYING WS-LS-IDX FROM 1 BY 1
                   UNTIL WS-LS-IDX > WS-LS-COUNT
               IF WS-LS-ITEM-NUM(WS-LS-IDX) =
                       WS-IT-ITEM-NUM(WS-ITEM-IDX)
                   PERFORM 0400-WRITE-COMP-LINE
               END-IF
           END-PERFORM
           IF WS-ITEM-LINES > ZERO
               ADD 1 TO WS-ITEMS-SURVEYED
               IF WS-IT-RETL-FOUND(WS-ITEM-IDX) = 'N'
                   ADD 1 TO WS-NO-RETL-ITEMS
               END-IF
           END-IF.
      ******************************************************************
      * This section writes one competitor's line for the item at
      * WS-ITEM-IDX and the price at WS-LS-IDX, and adds it into
      * the category. Position is (our price - theirs) / theirs;
      * their margin is (their price - our cost) / their price. A
      * percent too big for its field is pegged rather than
      * truncated, the way MARGIN-ALERT pegs a runaway margin.
      ******************************************************************
       0400-WRITE-COMP-LINE.
           IF WS-CAT-STARTED = 'N'
               MOVE SPACES TO POS-LINE
               WRITE POS-LINE
               MOVE SPACES TO POS-LINE
               STRING "CATEGORY " DELIMITED BY SIZE
                      WS-CUR-CAT DELIMITED BY SIZE
                   INTO POS-LINE
               END-STRING
               WRITE POS-LINE
               MOVE 'Y' TO WS-CAT-STARTED
           END-IF
           ADD 1 TO WS-ITEM-LINES
           MOVE SPACES TO POS-LINE
           IF WS-ITEM-LINES = 1
               MOVE WS-IT-ITEM-NUM(WS-ITEM-IDX) TO WS-DISP-ITEM
               MOVE WS-DISP-ITEM TO POS-LINE(1:5)
               MOVE WS-IT-ITEM-DESC(WS-ITEM-IDX) TO POS-LINE(7:20)
               IF WS-IT-RETL-FOUND(WS-ITEM-IDX) = 'Y'
                   MOVE WS-IT-RETL(WS-ITEM-IDX) TO WS-DISP-PRICE
                   MOVE WS-DISP-PRICE TO POS-LINE(28:8)
                   IF WS-IT-PROMO-FLAG(WS-ITEM-IDX) = 'P'
                       MOVE "*" TO POS-LINE(36:1)
                   END-IF
                   IF WS-IT-ITEM-COST(WS-ITEM-IDX) > ZERO
                       COMPUTE WS-OUR-MGN-PCT ROUNDED =
                           (WS-IT-RETL(WS-ITEM-IDX)
                            - WS-IT-ITEM-COST(WS-ITEM-IDX)) * 100
                           / WS-IT-RETL(WS-ITEM-IDX)
                           ON SIZE ERROR MOVE -999.99 TO
                               WS-OUR-MGN-PCT
                       END-COMPUTE
                       MOVE WS-OUR-MGN-PCT TO WS-DISP-PCT
                       MOVE WS-DISP-PCT TO POS-LINE(39:7)
                   END-IF
               ELSE
                   MOVE " NO RETL" TO POS-LINE(28:8)
               END-IF
           END-IF
           MOVE WS-LS-COMP-CODE(WS-LS-IDX) TO POS-LINE(49:4)
           MOVE WS-LS-PRICE(WS-LS-IDX) TO WS-DISP-PRICE
           MOVE WS-DISP-PRICE TO POS-LINE(54:8)
           MOVE WS-LS-SURVEY-DATE(WS-LS-IDX) TO POS-LINE(64:8)
           IF WS-IT-RETL-FOUND(WS-ITEM-IDX) = 'Y'
               ADD 1 TO WS-CAT-COMPARED
               IF WS-IT-PROMO-FLAG(WS-ITEM-IDX) = 'P'
                   ADD 1 TO WS-PROMO-LINES
               END-IF
               COMPUTE WS-POSITION-PCT ROUNDED =
                   (WS-IT-RETL(WS-ITEM-IDX) - WS-LS-PRICE(WS-LS-IDX))
                   * 100 / WS-LS-PRICE(WS-LS-IDX)
                   ON SIZE ERROR MOVE 999.99 TO WS-POSITION-PCT
               END-COMPUTE
               MOVE WS-POSITION-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO POS-LINE(75:7)
               ADD WS-POSITION-PCT TO WS-CAT-POS-SUM
               IF WS-POSITION-PCT > WS-FLAG-PCT
                   MOVE "ABOVE" TO POS-LINE(95:5)
                   ADD 1 TO WS-CAT-ABOVE
               END-IF
               IF WS-POSITION-PCT + WS-FLAG-PCT < ZERO
                   MOVE "BELOW" TO POS-LINE(95:5)
                   ADD 1 TO WS-CAT-BELOW
               END-IF
               IF WS-IT-ITEM-COST(WS-ITEM-IDX) > ZERO
                   COMPUTE WS-OUR-MGN-PCT ROUNDED =
                       (WS-IT-RETL(WS-ITEM-IDX)
                        - WS-IT-ITEM-COST(WS-ITEM-IDX)) * 100
                       / WS-IT-RETL(WS-ITEM-IDX)
                       ON SIZE ERROR MOVE -999.99 TO WS-OUR-MGN-PCT
                   END-COMPUTE
                   ADD WS-OUR-MGN-PCT TO WS-CAT-OUR-SUM
                   ADD 1 TO WS-CAT-OUR-COUNT
               END-IF
           END-IF
           IF WS-IT-ITEM-COST(WS-ITEM-IDX) > ZERO
               COMPUTE WS-THEIR-MGN-PCT ROUNDED =
                   (WS-LS-PRICE(WS-LS-IDX)
                    - WS-IT-ITEM-COST(WS-ITEM-IDX)) * 100
                   / WS-LS-PRICE(WS-LS-IDX)
                   ON SIZE ERROR MOVE -999.99 TO WS-THEIR-MGN-PCT
               END-COMPUTE
               MOVE WS-THEIR-MGN-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO POS-LINE(86:7)
               ADD WS-THEIR-MGN-PCT TO WS-CAT-THEIR-SUM
               ADD 1 TO WS-CAT-THEIR-COUNT
           END-IF
           WRITE POS-LINE.
      ******************************************************************
      * This section closes out a category and carries it into the
      * shop totals.
      ******************************************************************
       0450-WRITE-CAT-TOTAL.
           PERFORM 0460-WRITE-TOTAL-LINE
           ADD WS-CAT-COMPARED TO WS-TOT-COMPARED
           ADD WS-CAT-ABOVE TO WS-TOT-ABOVE
           ADD WS-CAT-BELOW TO WS-TOT-BELOW
           ADD WS-CAT-POS-SUM TO WS-TOT-POS-SUM
           ADD WS-CAT-OUR-SUM TO WS-TOT-OUR-SUM
           ADD WS-CAT-OUR-COUNT TO WS-TOT-OUR-COUNT
           ADD WS-CAT-THEIR-SUM TO WS-TOT-THEIR-SUM
           ADD WS-CAT-THEIR-COUNT TO WS-TOT-THEIR-COUNT.
      ******************************************************************
      * This section writes the totals for WS-CUR-CAT from the
      * WS-CAT- accumulators: the count compared and flagged, the
      * average position and margins under their own columns, and
      * the category's target margin (not for the shop line).
      ******************************************************************
       0460-WRITE-TOTAL-LINE.
           MOVE SPACES TO POS-LINE
           MOVE WS-CAT-COMPARED TO WS-DISP-COUNT
           STRING "  ** " DELIMITED BY SIZE
                  WS-CUR-CAT DELIMITED BY SIZE
                  " AVERAGE   " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  " COMPARED" DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           IF WS-CAT-OUR-COUNT > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-CAT-OUR-SUM / WS-CAT-OUR-COUNT
               MOVE WS-AVG-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO POS-LINE(39:7)
           END-IF
           IF WS-CAT-COMPARED > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-CAT-POS-SUM / WS-CAT-COMPARED
               MOVE WS-AVG-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO POS-LINE(75:7)
           END-IF
           IF WS-CAT-THEIR-COUNT > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-CAT-THEIR-SUM / WS-CAT-THEIR-COUNT
               MOVE WS-AVG-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO POS-LINE(86:7)
           END-IF
           WRITE POS-LINE
           MOVE SPACES TO POS-LINE
           MOVE WS-CAT-ABOVE TO WS-DISP-COUNT
           STRING "     " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  " ABOVE THE MARKET, " DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           MOVE WS-CAT-BELOW TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO POS-LINE(30:5)
           MOVE " BELOW" TO POS-LINE(35:6)
           IF WS-CUR-CAT NOT = "ALL "
               PERFORM 0160-LOOKUP-MARGIN
               MOVE WS-LOOKUP-MARGIN TO WS-DISP-FLAG
               MOVE "CATEGORY TARGET MARGIN" TO POS-LINE(49:22)
               MOVE WS-DISP-FLAG TO POS-LINE(72:2)
               MOVE "%" TO POS-LINE(74:1)
               IF WS-LOOKUP-FOUND = 'N'
                   MOVE "(SHOP DEFAULT)" TO POS-LINE(76:14)
               END-IF
           END-IF
           WRITE POS-LINE.
      ******************************************************************
      * This section writes the notes on anything the comparison
      * above left out or marked.
      ******************************************************************
       0600-WRITE-FOOT-NOTES.
           MOVE SPACES TO POS-LINE
           WRITE POS-LINE
           MOVE WS-ITEMS-SURVEYED TO WS-DISP-COUNT
           MOVE SPACES TO POS-LINE
           STRING "ITEMS SURVEYED:                " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           WRITE POS-LINE
           MOVE WS-NO-RETL-ITEMS TO WS-DISP-COUNT
           MOVE SPACES TO POS-LINE
           STRING "SURVEYED, NO RETL PRICE:       " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  "  (NOT POSITIONED)" DELIMITED BY SIZE
               INTO POS-LINE
           END-STRING
           WRITE POS-LINE
           IF WS-PROMO-LINES > ZERO
               MOVE WS-PROMO-LINES TO WS-DISP-COUNT
               MOVE SPACES TO POS-LINE
               STRING "* PROMO PRICE COMPARISONS:     "
                          DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      "  (OUR SALE PRICE, NOT THE SHELF PRICE)"
                          DELIMITED BY SIZE
                   INTO POS-LINE
               END-STRING
               WRITE POS-LINE
           END-IF
           IF WS-ORPHAN-ROWS > ZERO
               MOVE WS-ORPHAN-ROWS TO WS-DISP-ROWS
               MOVE SPACES TO POS-LINE
               STRING "SURVEY ROWS FOR ITEMS NOT IN INV.DAT: "
                          DELIMITED BY SIZE
                      WS-DISP-ROWS DELIMITED BY SIZE
                   INTO POS-LINE
               END-STRING
               WRITE POS-LINE
           END-IF
           IF WS-BAD-ROWS > ZERO
               MOVE WS-BAD-ROWS TO WS-DISP-ROWS
               MOVE SPACES TO POS-LINE
               STRING "SURVEY ROWS NOT READABLE (SKIPPED): "
                          DELIMITED BY SIZE
                      WS-DISP-ROWS DELIMITED BY SIZE
                   INTO POS-LINE
               END-STRING
               WRITE POS-LINE
           END-IF.
      ******************************************************************
      * This section searches WS-ITEM-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-ITEM-IDX to the matching slot, or 'N'
      * if there is no match.
      ******************************************************************
       0700-FIND-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-REC-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-IT-ITEM-NUM(WS-ITEM-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
      * The loop's VARYING steps the index once more after the match
      * before the UNTIL test sees WS-FOUND, so step it back here.
           IF WS-FOUND = 'Y'
               SET WS-ITEM-IDX DOWN BY 1
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
