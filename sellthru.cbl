       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELL-THRU.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program reports what actually sold, from the movement
      * SALES-IMPORT keeps in sales-history.dat, so reorder points
      * and margins can be set from the shop's own numbers instead
      * of guesswork. For a week or a month it prints, by category:
      *   units sold
      *   sales dollars - each day's units at the RETL price in
      *     effect that day, looked up in price-history.dat (the
      *     latest RETL record dated on or before the sale), so a
      *     promo day is valued at the sale price it rang up at
      *   cost dollars - units at today's INV-ITEM-COST
      *   gross margin, in dollars and as a percent of sales
      * and then lists the slow movers: items with stock on hand
      * and no sales at all in the last N weeks, the dead stock a
      * buyer should stop reordering.
      *
      * Units sold on a day with no RETL price yet on file are
      * counted in the units but carry no sales dollars, and are
      * totalled at the foot so a margin that looks too good can be
      * traced to them. A history row for an item no longer in
      * inv.dat has no category or cost to report under and is only
      * counted.
      *
      * The period comes from an optional sellthru.par card the same
      * way apprrpt.par steers APPR-REPORT:
      *   Column A=run mode (B=batch, I=interactive), B=period
      *   (W=the seven days ending on the period date, M=the
      *   calendar month up to and including it), C=period date
      *   (MMDDYYYY), D=slow-mover weeks (2 digits, zero = 4).
      * No card (or one not marked B) falls back to prompts.
      *
      * Input files: inv.dat, sales-history.dat, price-history.dat,
      *              sellthru.par
      * Output: sellthru.rpt
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HIST ASSIGN TO 'sales-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY ASSIGN TO 'price-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'sellthru.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELL-RPT ASSIGN TO 'sellthru.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD SALES-HIST.
           COPY salehist.
       FD HISTORY.
           COPY pricerec
               REPLACING PRICE-FILE         BY HISTORY-FILE
                         PRICE-KEY          BY HIST-KEY
                         PRICE-ITEM-NUM     BY HIST-ITEM-NUM
                         PRICE-TIER-CODE    BY HIST-TIER-CODE
                         PRICE-ITEM-DESC    BY HIST-ITEM-DESC
                         PRICE-ITEM-COST    BY HIST-ITEM-COST
                         PRICE-PROMO-FLAG   BY HIST-PROMO-FLAG
                         PRICE-CURRENT-DATE BY HIST-CURRENT-DATE.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-PERIOD                      PIC X(1).
           05 PARM-PERIOD-DATE                 PIC 9(8).
           05 PARM-SLOW-WEEKS                  PIC 9(2).
       FD SELL-RPT.
       01 SELL-LINE                            PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-SH-EOF                            PIC A(1) VALUE 'F'.
       01 WS-HIST-EOF                          PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-PERIOD                            PIC X(1).
       01 WS-PERIOD-DATE                       PIC 9(8).
       01 WS-SLOW-WEEKS                        PIC 9(2).
      ******************************************************************
      * Every date the report compares is turned into a day number
      * (days counted from the start of the calendar) by
      * 0950-DATE-TO-DAYS, so "seven days back" and "N weeks back"
      * are plain subtraction across month and year ends.
      ******************************************************************
       01 WS-END-DAY                           PIC 9(7).
       01 WS-START-DAY                         PIC 9(7).
       01 WS-SLOW-CUTOFF-DAY                   PIC 9(7).
       01 WS-SALE-DAY                          PIC 9(7).
       01 WS-DAY-NUMBER                        PIC 9(7).
       01 WS-YEARS-BEFORE                      PIC 9(4).
       01 WS-LEAP-DAYS                         PIC 9(4).
       01 WS-CENTURY-DAYS                      PIC 9(4).
       01 WS-QUAD-CENTURY-DAYS                 PIC 9(4).
       01 WS-QUOTIENT                          PIC 9(4).
       01 WS-REM-4                             PIC 9(4).
       01 WS-REM-100                           PIC 9(4).
       01 WS-REM-400                           PIC 9(4).
       01 WS-MONTH-START-TBL                   PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START-TBL.
           05 WS-MONTH-START OCCURS 12 TIMES   PIC 9(3).
       01 WS-DATE-MDY.
           05 WS-DATE-MDY-MM                   PIC 9(2).
           05 WS-DATE-MDY-DD                   PIC 9(2).
           05 WS-DATE-MDY-YYYY                 PIC 9(4).
       01 WS-DATE-YMD.
           05 WS-DATE-YMD-YYYY                 PIC 9(4).
           05 WS-DATE-YMD-MM                   PIC 9(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
      ******************************************************************
      * WS-ITEM-TABLE holds inv.dat in category and item order, with
      * each item's period totals and the last day it sold.
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
               10 WS-IT-QTY                    PIC 9(5).
               10 WS-IT-UNITS                  PIC 9(7).
               10 WS-IT-SALES                  PIC 9(9)V99.
               10 WS-IT-COST-DOLLARS           PIC 9(9)V99.
               10 WS-IT-LAST-DAY               PIC 9(7).
               10 WS-IT-LAST-DATE              PIC 9(8).
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
      ******************************************************************
      * The RETL price history, loaded once so each sale can find
      * the price that was on the shelf the day it sold.
      ******************************************************************
       01 WS-PH-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-PH-TABLE-FULL-WARNED              PIC A(1) VALUE 'N'.
       01 WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 9999 TIMES
                          INDEXED BY WS-PH-IDX.
               10 WS-PH-ITEM-NUM               PIC 9(5).
               10 WS-PH-DAY                    PIC 9(7).
               10 WS-PH-PRICE                  PIC 9(5)V99.
       01 WS-BEST-DAY                          PIC 9(7).
       01 WS-PRICE-FOUND                       PIC A(1).
       01 WS-SALE-PRICE                        PIC 9(5)V99.
       01 WS-FOUND                             PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
       01 WS-LINE-SALES                        PIC 9(9)V99.
       01 WS-CUR-CAT                           PIC X(4).
       01 WS-CAT-UNITS                         PIC 9(7).
       01 WS-CAT-SALES                         PIC 9(9)V99.
       01 WS-CAT-COST                          PIC 9(9)V99.
       01 WS-TOT-UNITS                         PIC 9(7) VALUE ZERO.
       01 WS-TOT-SALES                         PIC 9(9)V99 VALUE ZERO.
       01 WS-TOT-COST                          PIC 9(9)V99 VALUE ZERO.
       01 WS-MARGIN                            PIC S9(9)V99.
       01 WS-MARGIN-PCT                        PIC S9(3)V99.
       01 WS-NO-PRICE-UNITS                    PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-ROWS                       PIC 9(6) VALUE ZERO.
       01 WS-BAD-DATE-ROWS                     PIC 9(6) VALUE ZERO.
       01 WS-SLOW-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-SLOW-VALUE                        PIC 9(9)V99 VALUE ZERO.
       01 WS-STOCK-VALUE                       PIC 9(9)V99.
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-UNITS                        PIC ZZZZZZ9.
       01 WS-DISP-DOLLARS                      PIC ZZZZZZZZ9.99.
       01 WS-DISP-MARGIN                       PIC ---------9.99.
       01 WS-DISP-PCT                          PIC ---9.99.
       01 WS-DISP-QTY                          PIC ZZZZ9.
       01 WS-DISP-WEEKS                        PIC Z9.
       01 WS-DISP-COUNT                        PIC ZZZ9.
       01 WS-DISP-ROWS                         PIC ZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the period either from the optional
      * sellthru.par card (batch) or the prompts, and works out the
      * first and last day it covers and the slow-mover cutoff.
      ******************************************************************
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Period - W)eek or M)onth: "
               ACCEPT WS-PERIOD
               DISPLAY "Period date (MMDDYYYY - the week ends on it, "
                   "or the month runs up to it): "
               ACCEPT WS-PERIOD-DATE
               DISPLAY "Slow-mover weeks (2 digits, 0 = 4): "
               ACCEPT WS-SLOW-WEEKS
           ELSE
               MOVE PARM-PERIOD TO WS-PERIOD
               MOVE PARM-PERIOD-DATE TO WS-PERIOD-DATE
               MOVE PARM-SLOW-WEEKS TO WS-SLOW-WEEKS
               DISPLAY "Batch mode - period from sellthru.par: "
                   WS-PERIOD " " WS-PERIOD-DATE
           END-IF
           IF WS-PERIOD = 'm'
               MOVE 'M' TO WS-PERIOD
           END-IF
           IF WS-PERIOD NOT = 'M'
               MOVE 'W' TO WS-PERIOD
           END-IF
           IF WS-SLOW-WEEKS NOT NUMERIC OR WS-SLOW-WEEKS = ZERO
               MOVE 4 TO WS-SLOW-WEEKS
           END-IF
           MOVE ZERO TO WS-DAY-NUMBER
           IF WS-PERIOD-DATE NUMERIC
               MOVE WS-PERIOD-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
           END-IF
           IF WS-DAY-NUMBER = ZERO
               DISPLAY "ERROR: period date " WS-PERIOD-DATE
                   " is not a MMDDYYYY date. No report written."
               STOP RUN
           END-IF
           MOVE WS-DAY-NUMBER TO WS-END-DAY
           IF WS-PERIOD = 'M'
               MOVE 1 TO WS-DATE-YMD-DD
               PERFORM 0950-DATE-TO-DAYS
               MOVE WS-DAY-NUMBER TO WS-START-DAY
           ELSE
               COMPUTE WS-START-DAY = WS-END-DAY - 6
           END-IF
           COMPUTE WS-SLOW-CUTOFF-DAY = WS-END-DAY
               - (WS-SLOW-WEEKS * 7) + 1.
      ******************************************************************
      * This section loads inv.dat and the RETL price history, then
      * streams the sales history into the item table.
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
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "WARNING: inv.dat holds more than 999 items - "
                   "the rest are left off sellthru.rpt."
           END-IF
           PERFORM 0150-LOAD-RETL-HISTORY
           OPEN INPUT SALES-HIST
           PERFORM UNTIL WS-SH-EOF = 'T'
               READ SALES-HIST
                   AT END MOVE 'T' TO WS-SH-EOF
                   NOT AT END PERFORM 0200-ADD-ONE-SALE
               END-READ
           END-PERFORM
           CLOSE SALES-HIST.
      ******************************************************************
      * This section prints the period's sell-through by category,
      * then the slow movers, then the foot notes.
      ******************************************************************
           OPEN OUTPUT SELL-RPT
           MOVE SPACES TO SELL-LINE
           IF WS-PERIOD = 'M'
               STRING "SELL-THROUGH AND GROSS MARGIN - MONTH TO "
                          DELIMITED BY SIZE
                      WS-PERIOD-DATE DELIMITED BY SIZE
                   INTO SELL-LINE
               END-STRING
           ELSE
               STRING "SELL-THROUGH AND GROSS MARGIN - WEEK ENDING "
                          DELIMITED BY SIZE
                      WS-PERIOD-DATE DELIMITED BY SIZE
                   INTO SELL-LINE
               END-STRING
           END-IF
           WRITE SELL-LINE
           MOVE "  ITEM DESCRIPTION             UNITS     SALES $"
               TO SELL-LINE
           MOVE "COST $      MARGIN $  MARGIN%" TO SELL-LINE(56:29)
           WRITE SELL-LINE
           MOVE "=================================================="
               TO SELL-LINE
           WRITE SELL-LINE
           MOVE SPACES TO WS-CUR-CAT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-REC-COUNT
               IF WS-IT-ITEM-CAT(WS-ITEM-IDX) NOT = WS-CUR-CAT
                   OR WS-ITEM-IDX = 1
                   IF WS-ITEM-IDX > 1
                       PERFORM 0450-WRITE-CAT-TOTAL
                   END-IF
                   MOVE WS-IT-ITEM-CAT(WS-ITEM-IDX) TO WS-CUR-CAT
                   MOVE ZERO TO WS-CAT-UNITS
                   MOVE ZERO TO WS-CAT-SALES
                   MOVE ZERO TO WS-CAT-COST
                   MOVE SPACES TO SELL-LINE
                   WRITE SELL-LINE
                   MOVE SPACES TO SELL-LINE
                   STRING "CATEGORY " DELIMITED BY SIZE
                          WS-CUR-CAT DELIMITED BY SIZE
                       INTO SELL-LINE
                   END-STRING
                   WRITE SELL-LINE
               END-IF
               IF WS-IT-UNITS(WS-ITEM-IDX) > ZERO
                   PERFORM 0400-WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           IF WS-REC-COUNT > ZERO
               PERFORM 0450-WRITE-CAT-TOTAL
           END-IF
           MOVE SPACES TO SELL-LINE
           WRITE SELL-LINE
           MOVE WS-TOT-UNITS TO WS-CAT-UNITS
           MOVE WS-TOT-SALES TO WS-CAT-SALES
           MOVE WS-TOT-COST TO WS-CAT-COST
           MOVE "ALL " TO WS-CUR-CAT
           PERFORM 0460-WRITE-TOTAL-LINE
           PERFORM 0500-WRITE-SLOW-MOVERS
           PERFORM 0600-WRITE-FOOT-NOTES
           CLOSE SELL-RPT
           DISPLAY "Sell-through report written to sellthru.rpt - "
               WS-SLOW-COUNT " slow mover(s).".
       STOP RUN.
      ******************************************************************
      * This section slides table entries down to open the slot where
      * the inv.dat record just read belongs - after every entry
      * whose category-plus-item sorts lower - and loads it there,
      * the same insertion sort REORDER-RPT loads with.
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
           IF INV-QTY-ON-HAND NUMERIC
               MOVE INV-QTY-ON-HAND TO WS-IT-QTY(WS-SLOT)
           ELSE
               MOVE ZERO TO WS-IT-QTY(WS-SLOT)
           END-IF
           MOVE ZERO TO WS-IT-UNITS(WS-SLOT)
           MOVE ZERO TO WS-IT-SALES(WS-SLOT)
           MOVE ZERO TO WS-IT-COST-DOLLARS(WS-SLOT)
           MOVE ZERO TO WS-IT-LAST-DAY(WS-SLOT)
           MOVE ZERO TO WS-IT-LAST-DATE(WS-SLOT)
           ADD 1 TO WS-REC-COUNT.
      ******************************************************************
      * This section loads the RETL records of price-history.dat into
      * WS-PH-TABLE, each with its effective date as a day number.
      * The other tiers never ring at the register and are skipped.
      ******************************************************************
       0150-LOAD-RETL-HISTORY.
           OPEN INPUT HISTORY
           PERFORM UNTIL WS-HIST-EOF = 'T'
               READ HISTORY
                   AT END MOVE 'T' TO WS-HIST-EOF
                   NOT AT END
                       IF HIST-TIER-CODE = 'RETL'
                           AND HIST-CURRENT-DATE NUMERIC
                           PERFORM 0160-ADD-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY.
      ******************************************************************
      * This section adds one RETL history record to WS-PH-TABLE.
      ******************************************************************
       0160-ADD-ONE-PRICE.
           IF WS-PH-COUNT >= 9999
               IF WS-PH-TABLE-FULL-WARNED NOT = 'Y'
                   DISPLAY "WARNING: more than 9999 RETL records in "
                       "price-history.dat - later prices will not "
                       "value sales in sellthru.rpt"
                   MOVE 'Y' TO WS-PH-TABLE-FULL-WARNED
               END-IF
           ELSE
               MOVE HIST-CURRENT-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
               IF WS-DAY-NUMBER > ZERO
                   ADD 1 TO WS-PH-COUNT
                   MOVE HIST-ITEM-NUM TO WS-PH-ITEM-NUM(WS-PH-COUNT)
                   MOVE WS-DAY-NUMBER TO WS-PH-DAY(WS-PH-COUNT)
                   MOVE HIST-ITEM-COST TO WS-PH-PRICE(WS-PH-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * This section takes one sales-history row. Any sale on or
      * before the period's last day moves the item's last-sold day
      * forward; one inside the period is also added to the item's
      * units, sales dollars, and cost dollars. Rows after the
      * period are ignored - the report reads as of its period
      * date, however late it is run.
      ******************************************************************
       0200-ADD-ONE-SALE.
           MOVE ZERO TO WS-DAY-NUMBER
           IF SH-MOVE-DATE NUMERIC AND SH-UNITS-SOLD NUMERIC
               MOVE SH-MOVE-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
           END-IF
           IF WS-DAY-NUMBER = ZERO
               ADD 1 TO WS-BAD-DATE-ROWS
           ELSE
               MOVE WS-DAY-NUMBER TO WS-SALE-DAY
               IF WS-SALE-DAY NOT > WS-END-DAY
                   MOVE SH-ITEM-NUM TO WS-ITEM-NUM
                   PERFORM 0700-FIND-ITEM
                   IF WS-FOUND = 'N'
                       ADD 1 TO WS-ORPHAN-ROWS
                   ELSE
                       PERFORM 0250-POST-SALE-TO-ITEM
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section posts the row in hand to the item at
      * WS-ITEM-IDX.
      ******************************************************************
       0250-POST-SALE-TO-ITEM.
           IF WS-SALE-DAY > WS-IT-LAST-DAY(WS-ITEM-IDX)
               AND SH-UNITS-SOLD > ZERO
               MOVE WS-SALE-DAY TO WS-IT-LAST-DAY(WS-ITEM-IDX)
               MOVE SH-MOVE-DATE TO WS-IT-LAST-DATE(WS-ITEM-IDX)
           END-IF
           IF WS-SALE-DAY NOT < WS-START-DAY
               ADD SH-UNITS-SOLD TO WS-IT-UNITS(WS-ITEM-IDX)
               COMPUTE WS-IT-COST-DOLLARS(WS-ITEM-IDX) =
                   WS-IT-COST-DOLLARS(WS-ITEM-IDX)
                   + SH-UNITS-SOLD * WS-IT-ITEM-COST(WS-ITEM-IDX)
               PERFORM 0300-FIND-RETL-PRICE
               IF WS-PRICE-FOUND = 'Y'
                   COMPUTE WS-IT-SALES(WS-ITEM-IDX) =
                       WS-IT-SALES(WS-ITEM-IDX)
                       + SH-UNITS-SOLD * WS-SALE-PRICE
               ELSE
                   ADD SH-UNITS-SOLD TO WS-NO-PRICE-UNITS
               END-IF
           END-IF.
      ******************************************************************
      * This section finds the RETL price in effect on WS-SALE-DAY
      * for the item at WS-ITEM-IDX: the history record for the item
      * with the latest effective day not after the sale. Where two
      * records share that day the later one in the file wins, the
      * same last-writer-wins rule price.dat itself follows.
      ******************************************************************
       0300-FIND-RETL-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE ZERO TO WS-BEST-DAY
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-COUNT
               IF WS-PH-ITEM-NUM(WS-PH-IDX) =
                       WS-IT-ITEM-NUM(WS-ITEM-IDX)
                   AND WS-PH-DAY(WS-PH-IDX) NOT > WS-SALE-DAY
                   AND WS-PH-DAY(WS-PH-IDX) NOT < WS-BEST-DAY
                   MOVE 'Y' TO WS-PRICE-FOUND
                   MOVE WS-PH-DAY(WS-PH-IDX) TO WS-BEST-DAY
                   MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-SALE-PRICE
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section writes one item's period line and adds it into
      * the category.
      ******************************************************************
       0400-WRITE-ITEM-LINE.
           MOVE WS-IT-ITEM-NUM(WS-ITEM-IDX) TO WS-DISP-ITEM
           MOVE WS-IT-UNITS(WS-ITEM-IDX) TO WS-DISP-UNITS
           MOVE WS-IT-SALES(WS-ITEM-IDX) TO WS-DISP-DOLLARS
           MOVE SPACES TO SELL-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-DISP-ITEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-ITEM-DESC(WS-ITEM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-UNITS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO SELL-LINE
           END-STRING
           MOVE WS-IT-COST-DOLLARS(WS-ITEM-IDX) TO WS-DISP-DOLLARS
           MOVE WS-DISP-DOLLARS TO SELL-LINE(50:12)
           COMPUTE WS-MARGIN = WS-IT-SALES(WS-ITEM-IDX)
               - WS-IT-COST-DOLLARS(WS-ITEM-IDX)
           MOVE WS-MARGIN TO WS-DISP-MARGIN
           MOVE WS-DISP-MARGIN TO SELL-LINE(63:13)
           IF WS-IT-SALES(WS-ITEM-IDX) > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED = WS-MARGIN * 100
                   / WS-IT-SALES(WS-ITEM-IDX)
                   ON SIZE ERROR MOVE -999.99 TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO SELL-LINE(78:7)
           END-IF
           WRITE SELL-LINE
           ADD WS-IT-UNITS(WS-ITEM-IDX) TO WS-CAT-UNITS
           ADD WS-IT-SALES(WS-ITEM-IDX) TO WS-CAT-SALES
           ADD WS-IT-COST-DOLLARS(WS-ITEM-IDX) TO WS-CAT-COST.
      ******************************************************************
      * This section closes out a category and carries it into the
      * shop totals.
      ******************************************************************
       0450-WRITE-CAT-TOTAL.
           PERFORM 0460-WRITE-TOTAL-LINE
           ADD WS-CAT-UNITS TO WS-TOT-UNITS
           ADD WS-CAT-SALES TO WS-TOT-SALES
           ADD WS-CAT-COST TO WS-TOT-COST.
      ******************************************************************
      * This section writes the total line for WS-CUR-CAT from the
      * WS-CAT- accumulators.
      ******************************************************************
       0460-WRITE-TOTAL-LINE.
           MOVE WS-CAT-UNITS TO WS-DISP-UNITS
           MOVE WS-CAT-SALES TO WS-DISP-DOLLARS
           MOVE SPACES TO SELL-LINE
           STRING "  ** " DELIMITED BY SIZE
                  WS-CUR-CAT DELIMITED BY SIZE
                  " TOTAL              " DELIMITED BY SIZE
                  WS-DISP-UNITS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO SELL-LINE
           END-STRING
           MOVE WS-CAT-COST TO WS-DISP-DOLLARS
           MOVE WS-DISP-DOLLARS TO SELL-LINE(50:12)
           COMPUTE WS-MARGIN = WS-CAT-SALES - WS-CAT-COST
           MOVE WS-MARGIN TO WS-DISP-MARGIN
           MOVE WS-DISP-MARGIN TO SELL-LINE(63:13)
           IF WS-CAT-SALES > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED = WS-MARGIN * 100
                   / WS-CAT-SALES
                   ON SIZE ERROR MOVE -999.99 TO WS-MARGIN-PCT
               END-COMPUTE
               MOVE WS-MARGIN-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO SELL-LINE(78:7)
           END-IF
           WRITE SELL-LINE.
      ******************************************************************
      * This section lists every item with stock on hand and no sale
      * on or after the slow-mover cutoff, with the cost tied up in
      * it and the last day it sold.
      ******************************************************************
       0500-WRITE-SLOW-MOVERS.
           MOVE SPACES TO SELL-LINE
           WRITE SELL-LINE
           MOVE WS-SLOW-WEEKS TO WS-DISP-WEEKS
           MOVE SPACES TO SELL-LINE
           STRING "SLOW MOVERS - STOCK ON HAND, NO SALES IN "
                      DELIMITED BY SIZE
                  WS-DISP-WEEKS DELIMITED BY SIZE
                  " WEEKS" DELIMITED BY SIZE
               INTO SELL-LINE
           END-STRING
           WRITE SELL-LINE
           MOVE "  ITEM DESCRIPTION          CAT   ON HAND  COST VALUE"
               TO SELL-LINE
           MOVE "LAST SOLD" TO SELL-LINE(57:9)
           WRITE SELL-LINE
           MOVE "--------------------------------------------------"
               TO SELL-LINE
           WRITE SELL-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-REC-COUNT
               IF WS-IT-QTY(WS-ITEM-IDX) > ZERO
                   AND WS-IT-LAST-DAY(WS-ITEM-IDX) < WS-SLOW-CUTOFF-DAY
                   PERFORM 0550-WRITE-SLOW-LINE
               END-IF
           END-PERFORM
           MOVE WS-SLOW-COUNT TO WS-DISP-COUNT
           MOVE WS-SLOW-VALUE TO WS-DISP-DOLLARS
           MOVE SPACES TO SELL-LINE
           STRING "SLOW MOVERS: " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  "   COST TIED UP: " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO SELL-LINE
           END-STRING
           WRITE SELL-LINE.
      ******************************************************************
      * This section writes one slow mover's line.
      ******************************************************************
       0550-WRITE-SLOW-LINE.
           ADD 1 TO WS-SLOW-COUNT
           COMPUTE WS-STOCK-VALUE = WS-IT-QTY(WS-ITEM-IDX)
               * WS-IT-ITEM-COST(WS-ITEM-IDX)
           ADD WS-STOCK-VALUE TO WS-SLOW-VALUE
           MOVE WS-IT-ITEM-NUM(WS-ITEM-IDX) TO WS-DISP-ITEM
           MOVE WS-IT-QTY(WS-ITEM-IDX) TO WS-DISP-QTY
           MOVE WS-STOCK-VALUE TO WS-DISP-DOLLARS
           MOVE SPACES TO SELL-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-DISP-ITEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-ITEM-DESC(WS-ITEM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IT-ITEM-CAT(WS-ITEM-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DISP-QTY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISP-DOLLARS DELIMITED BY SIZE
               INTO SELL-LINE
           END-STRING
           IF WS-IT-LAST-DAY(WS-ITEM-IDX) = ZERO
               MOVE "NEVER" TO SELL-LINE(57:5)
           ELSE
               MOVE WS-IT-LAST-DATE(WS-ITEM-IDX) TO SELL-LINE(57:8)
           END-IF
           WRITE SELL-LINE.
      ******************************************************************
      * This section writes the notes on anything the totals above
      * could not fully value.
      ******************************************************************
       0600-WRITE-FOOT-NOTES.
           MOVE SPACES TO SELL-LINE
           WRITE SELL-LINE
           IF WS-NO-PRICE-UNITS > ZERO
               MOVE WS-NO-PRICE-UNITS TO WS-DISP-UNITS
               MOVE SPACES TO SELL-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                      WS-DISP-UNITS DELIMITED BY SIZE
                      " UNIT(S) SOLD WITH NO RETL PRICE ON FILE FOR "
                          DELIMITED BY SIZE
                      "THE DAY - NO SALES $" DELIMITED BY SIZE
                   INTO SELL-LINE
               END-STRING
               WRITE SELL-LINE
           END-IF
           IF WS-ORPHAN-ROWS > ZERO
               MOVE WS-ORPHAN-ROWS TO WS-DISP-ROWS
               MOVE SPACES TO SELL-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                      WS-DISP-ROWS DELIMITED BY SIZE
                      " HISTORY ROW(S) FOR ITEMS NO LONGER IN INV.DAT"
                          DELIMITED BY SIZE
                   INTO SELL-LINE
               END-STRING
               WRITE SELL-LINE
           END-IF
           IF WS-BAD-DATE-ROWS > ZERO
               MOVE WS-BAD-DATE-ROWS TO WS-DISP-ROWS
               MOVE SPACES TO SELL-LINE
               STRING "NOTE: " DELIMITED BY SIZE
                      WS-DISP-ROWS DELIMITED BY SIZE
                      " HISTORY ROW(S) WITH AN UNREADABLE DATE OR "
                          DELIMITED BY SIZE
                      "COUNT SKIPPED" DELIMITED BY SIZE
                   INTO SELL-LINE
               END-STRING
               WRITE SELL-LINE
           END-IF.
      ******************************************************************
      * This section searches WS-ITEM-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-ITEM-IDX to the matching slot, or 'N'
      * if there is no match. The loop's VARYING steps the index
      * once more after the match before the UNTIL test sees
      * WS-FOUND, so it is stepped back to the matching slot for
      * the caller.
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
      ******************************************************************
      * This section turns the date in WS-DATE-YMD into a day number
      * in WS-DAY-NUMBER - the days in every whole year before it
      * (with a leap day each fourth year, except centuries not
      * divisible by 400), plus the days in the whole months before
      * it that year, plus the day of the month. Two day numbers
      * subtract to the days between their dates. A date with a
      * month outside 1-12 or a day outside 1-31 comes back as zero.
      ******************************************************************
       0950-DATE-TO-DAYS.
           MOVE ZERO TO WS-DAY-NUMBER
           IF WS-DATE-YMD-MM > ZERO AND WS-DATE-YMD-MM < 13
               AND WS-DATE-YMD-DD > ZERO AND WS-DATE-YMD-DD < 32
               AND WS-DATE-YMD-YYYY > ZERO
               COMPUTE WS-YEARS-BEFORE = WS-DATE-YMD-YYYY - 1
               DIVIDE WS-YEARS-BEFORE BY 4 GIVING WS-LEAP-DAYS
               DIVIDE WS-YEARS-BEFORE BY 100 GIVING WS-CENTURY-DAYS
               DIVIDE WS-YEARS-BEFORE BY 400
                   GIVING WS-QUAD-CENTURY-DAYS
               COMPUTE WS-DAY-NUMBER = WS-YEARS-BEFORE * 365
                   + WS-LEAP-DAYS - WS-CENTURY-DAYS
                   + WS-QUAD-CENTURY-DAYS
                   + WS-MONTH-START(WS-DATE-YMD-MM)
                   + WS-DATE-YMD-DD
               IF WS-DATE-YMD-MM > 2
                   DIVIDE WS-DATE-YMD-YYYY BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-4
                   DIVIDE WS-DATE-YMD-YYYY BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-100
                   DIVIDE WS-DATE-YMD-YYYY BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-REM-400
                   IF WS-REM-4 = ZERO
                       AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
                       ADD 1 TO WS-DAY-NUMBER
                   END-IF
               END-IF
           END-IF.
