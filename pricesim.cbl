       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-SIM.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program is a what-if pricing run. It prices every good
      * inv.dat item once per customer tier with the same arithmetic
      * PRICE-GEN uses - category margin adjusted per tier, any
      * promo.dat sale on the date, the category's price-ending rule
      * - but from PROPOSED margin, tier and round tables, and
      * compares each result against the price in price.dat today.
      * It writes nothing live: price.dat is only read, and nothing
      * goes to price-history.dat, pending-prices.dat,
      * staged-prices.dat, pricegen.ckpt or price-audit.dat. The one
      * output is the impact report, so a margin change can be
      * signed off before anyone touches margin.dat.
      *
      * The proposed tables have the same layouts as the live ones:
      *   sim-margin.dat  like margin.dat
      *   sim-tier.dat    like tier.dat
      *   sim-round.dat   like round.dat
      * Any proposed table left absent (or empty) is taken from the
      * live file instead, so a proposal that only changes a margin
      * needs only sim-margin.dat. The report says which was used.
      * Rows are checked the way PRICE-GEN checks them, and a
      * rejected row is listed at the top of the report.
      *
      * The report lists every item-and-tier whose price would
      * change (current, proposed, move percent, HOLD when the move
      * would trip PRICE-GEN's swing hold), then a summary by
      * category and tier: items priced, not yet priced today,
      * changed, up and down, average and largest move, swing
      * holds, the change in value of the stock on hand at that
      * tier's prices, and - on the RETL rows, since the registers
      * sell at RETL - the change in weekly revenue at the average
      * weekly units in sales-history.dat.
      *
      * Parameters come from an optional pricesim.par card:
      *   Column A=run mode (B=batch), B=price-as-of date MMDDYYYY,
      *   C=swing hold percent, D=weeks of sales history to average.
      * No card (or one not marked B) prompts for the date. A blank
      * or zero swing percent takes the one on pricegen.par, or the
      * shop-wide 50 when that card carries none - the same limit
      * the real run would apply. Blank or zero weeks means 4.
      *
      * Input files: inv.dat, price.dat, sim-margin.dat,
      *              sim-tier.dat, sim-round.dat, margin.dat,
      *              tier.dat, round.dat, promo.dat, disc.dat,
      *              sales-history.dat, pricegen.par, pricesim.par
      * Output: pricesim.rpt
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
           SELECT OPTIONAL SIM-MARGIN ASSIGN TO 'sim-margin.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MARGIN ASSIGN TO 'margin.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIM-TIER ASSIGN TO 'sim-tier.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIER-FILE ASSIGN TO 'tier.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIM-ROUND ASSIGN TO 'sim-round.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ROUND-RULES ASSIGN TO 'round.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO ASSIGN TO 'promo.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'disc.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HIST ASSIGN TO 'sales-history.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PG-PARM-CARD ASSIGN TO 'pricegen.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'pricesim.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIM-RPT ASSIGN TO 'pricesim.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD PRICE.
           COPY pricerec.
      ******************************************************************
      * The proposed and live margin, tier and round files share
      * their layouts (see PRICE-GEN for the columns); each pair is
      * read INTO one working-storage record so a row is checked the
      * same way whichever file it came from.
      ******************************************************************
       FD SIM-MARGIN.
       01 SIM-MARGIN-REC                       PIC X(6).
       FD MARGIN.
       01 MARGIN-REC                           PIC X(6).
       FD SIM-TIER.
       01 SIM-TIER-REC                         PIC X(9).
       FD TIER-FILE.
       01 TIER-FILE-REC                        PIC X(9).
       FD SIM-ROUND.
       01 SIM-ROUND-REC                        PIC X(8).
       FD ROUND-RULES.
       01 ROUND-FILE                           PIC X(8).
       FD PROMO.
       01 PROMO-FILE.
           05 PROMO-ITEM-NUM                   PIC 9(5).
           05 PROMO-START-DATE                 PIC 9(8).
           05 PROMO-END-DATE                   PIC 9(8).
           05 PROMO-DISC-PCT                   PIC 9(2).
       FD DISC-FILE.
           COPY discrec.
       FD SALES-HIST.
           COPY salehist.
       FD PG-PARM-CARD.
       01 PG-PARM-CARD-REC.
           05 PG-PARM-RUN-MODE                 PIC X(1).
           05 PG-PARM-DATE                     PIC 9(8).
           05 PG-PARM-SWING-PCT                PIC 9(3).
           05 PG-PARM-EFF-DATE                 PIC 9(8).
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-DATE                        PIC 9(8).
           05 PARM-SWING-PCT                   PIC 9(3).
           05 PARM-WEEKS                       PIC 9(2).
       FD SIM-RPT.
       01 SIM-LINE                             PIC X(110).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-PG-PARM-EOF                       PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-PROFIT-MARGIN                     PIC 9(2) VALUE 27.
       01 WS-SWING-LIMIT                       PIC 9(3) VALUE 50.
       01 WS-WEEKS                             PIC 9(2) VALUE 4.
       01 WS-RUN-DATE                          PIC 9(8).
       01 WS-RUN-DATE-YMD                      PIC 9(8).
       01 WS-REJECT-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-ROWS-READ                         PIC 9(4).
      ******************************************************************
      * WS-MARGIN-IN, WS-TIER-IN and WS-ROUND-IN take each row of
      * the proposed or live table, whichever is being loaded.
      * WS-xxx-SOURCE is 'P' when the proposed file supplied the
      * table and 'L' when it fell back to the live one.
      ******************************************************************
       01 WS-MARGIN-IN.
           05 MARGIN-ITEM-CAT                  PIC X(4).
           05 MARGIN-PCT                       PIC 9(2).
       01 WS-TIER-IN.
           05 TIER-CODE                        PIC X(4).
           05 TIER-ADJ-TYPE                    PIC X(1).
           05 TIER-ADJ-SIGN                    PIC X(1).
           05 TIER-ADJ-VALUE                   PIC 9(3).
       01 WS-ROUND-IN.
           05 ROUND-ITEM-CAT                   PIC X(4).
           05 ROUND-RULE                       PIC X(4).
       01 WS-MARGIN-SOURCE                     PIC A(1) VALUE 'P'.
       01 WS-TIER-SOURCE                       PIC A(1) VALUE 'P'.
       01 WS-ROUND-SOURCE                      PIC A(1) VALUE 'P'.
      ******************************************************************
      * The pricing tables, the same shapes PRICE-GEN loads.
      ******************************************************************
       01 WS-MARGIN-EOF                        PIC A(1).
       01 WS-MARGIN-COUNT                      PIC 9(2) VALUE ZERO.
       01 WS-MARGIN-TABLE.
           05 WS-MARGIN-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-MARGIN-IDX.
               10 WS-MARGIN-CAT                PIC X(4).
               10 WS-MARGIN-RATE               PIC 9(2).
       01 WS-LOOKUP-MARGIN                     PIC 9(2).
       01 WS-LOOKUP-FOUND                      PIC A(1).
       01 WS-PROMO-EOF                         PIC A(1) VALUE 'F'.
       01 WS-PROMO-COUNT                       PIC 9(2) VALUE ZERO.
       01 WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PROMO-IDX.
               10 WS-PROMO-ITEM-NUM            PIC 9(5).
               10 WS-PROMO-START-YMD           PIC 9(8).
               10 WS-PROMO-END-YMD             PIC 9(8).
               10 WS-PROMO-RATE                PIC 9(2).
       01 WS-PROMO-FOUND                       PIC A(1).
       01 WS-PROMO-DISC                        PIC 9(2).
       01 WS-ROUND-EOF                         PIC A(1).
       01 WS-ROUND-COUNT                       PIC 9(2) VALUE ZERO.
       01 WS-ROUND-TABLE.
           05 WS-ROUND-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-ROUND-IDX.
               10 WS-ROUND-CAT                 PIC X(4).
               10 WS-ROUND-CODE                PIC X(4).
       01 WS-LOOKUP-ROUND                      PIC X(4).
       01 WS-ROUND-WHOLE                       PIC 9(5).
       01 WS-ROUND-TARGET                      PIC 9(5)V99.
       01 WS-ROUND-QTRS                        PIC 9(7).
       01 WS-TIER-EOF                          PIC A(1).
       01 WS-TIER-COUNT                        PIC 9(2) VALUE ZERO.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-TIER-IDX.
               10 WS-TIER-CODE                 PIC X(4).
               10 WS-TIER-TYPE                 PIC X(1).
               10 WS-TIER-SIGN                 PIC X(1).
               10 WS-TIER-VALUE                PIC 9(3).
       01 WS-EFF-MARGIN                        PIC S9(3).
       01 WS-DUP-FOUND                         PIC A(1).
       01 WS-DISC-EOF                          PIC A(1) VALUE 'F'.
       01 WS-DISC-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-DISC-TABLE.
           05 WS-DISC-ITEM-NUM OCCURS 999 TIMES
                               INDEXED BY WS-DISC-IDX
                                               PIC 9(5).
       01 WS-DISC-FOUND                        PIC A(1).
      ******************************************************************
      * Every inv.dat item PRICE-GEN would price, with its on-hand
      * quantity and the units it sold in the sales window.
      ******************************************************************
       01 WS-VALID-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-INV-IDX.
               10 WS-TBL-ITEM-NUM              PIC 9(5).
               10 WS-TBL-ITEM-DESC             PIC X(20).
               10 WS-TBL-ITEM-CAT              PIC X(4).
               10 WS-TBL-ITEM-COST             PIC 9(4)V99.
               10 WS-TBL-QTY                   PIC 9(5).
               10 WS-TBL-UNITS                 PIC 9(7).
       01 WS-REC-VALID                         PIC A(1).
       01 WS-SKIP-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-DISC-SKIP-COUNT                   PIC 9(4) VALUE ZERO.
       01 WS-SH-EOF                            PIC A(1) VALUE 'F'.
       01 WS-SH-USED                           PIC 9(6) VALUE ZERO.
       01 WS-ITEM-FOUND                        PIC A(1).
      ******************************************************************
      * One item-and-tier as it is priced.
      ******************************************************************
       01 WS-NEW-PRICE                         PIC 9(5)V99.
       01 WS-NEW-PROMO-FLAG                    PIC X(1).
       01 WS-OLD-PRICE                         PIC 9(5)V99.
       01 WS-OLD-PRICE-FOUND                   PIC A(1).
       01 WS-PRICE-DIFF                        PIC S9(5)V99.
       01 WS-SWING-PCT                         PIC S9(3)V99.
       01 WS-SWING-ABS                         PIC 9(3)V99.
       01 WS-HOLD-THIS-ITEM                    PIC A(1).
       01 WS-CHANGED                           PIC A(1).
       01 WS-STOCK-CHG                         PIC S9(9)V99.
       01 WS-REV-CHG                           PIC S9(9)V99.
      ******************************************************************
      * WS-SUM-TABLE holds one row per category and tier, kept in
      * category-then-tier order as rows are added; WS-TOT-TABLE
      * runs parallel to WS-TIER-TABLE with each tier's totals
      * across every category.
      ******************************************************************
       01 WS-SUM-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-SUM-OVERFLOW                      PIC A(1) VALUE 'N'.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-SUM-IDX.
               10 WS-SUM-CAT                   PIC X(4).
               10 WS-SUM-TIER                  PIC X(4).
               10 WS-SUM-PRICED                PIC 9(5).
               10 WS-SUM-NEW                   PIC 9(5).
               10 WS-SUM-CHANGED               PIC 9(5).
               10 WS-SUM-UP                    PIC 9(5).
               10 WS-SUM-DOWN                  PIC 9(5).
               10 WS-SUM-MOVED                 PIC 9(5).
               10 WS-SUM-MOVE-TOTAL            PIC 9(8)V99.
               10 WS-SUM-BIG-ABS               PIC 9(3)V99.
               10 WS-SUM-BIG-PCT               PIC S9(3)V99.
               10 WS-SUM-BIG-ITEM              PIC 9(5).
               10 WS-SUM-HOLDS                 PIC 9(5).
               10 WS-SUM-STOCK-CHG             PIC S9(9)V99.
               10 WS-SUM-REV-CHG               PIC S9(9)V99.
       01 WS-TOT-TABLE.
           05 WS-TOT-ENTRY OCCURS 10 TIMES
                           INDEXED BY WS-TOT-IDX.
               10 WS-TOT-CAT                   PIC X(4).
               10 WS-TOT-TIER                  PIC X(4).
               10 WS-TOT-PRICED                PIC 9(5).
               10 WS-TOT-NEW                   PIC 9(5).
               10 WS-TOT-CHANGED               PIC 9(5).
               10 WS-TOT-UP                    PIC 9(5).
               10 WS-TOT-DOWN                  PIC 9(5).
               10 WS-TOT-MOVED                 PIC 9(5).
               10 WS-TOT-MOVE-TOTAL            PIC 9(8)V99.
               10 WS-TOT-BIG-ABS               PIC 9(3)V99.
               10 WS-TOT-BIG-PCT               PIC S9(3)V99.
               10 WS-TOT-BIG-ITEM              PIC 9(5).
               10 WS-TOT-HOLDS                 PIC 9(5).
               10 WS-TOT-STOCK-CHG             PIC S9(9)V99.
               10 WS-TOT-REV-CHG               PIC S9(9)V99.
      ******************************************************************
      * WS-LINE-ENTRY is the one summary row being printed - a
      * WS-SUM-ENTRY or WS-TOT-ENTRY is moved here as a group.
      ******************************************************************
       01 WS-LINE-ENTRY.
           05 WS-LN-CAT                        PIC X(4).
           05 WS-LN-TIER                       PIC X(4).
           05 WS-LN-PRICED                     PIC 9(5).
           05 WS-LN-NEW                        PIC 9(5).
           05 WS-LN-CHANGED                    PIC 9(5).
           05 WS-LN-UP                         PIC 9(5).
           05 WS-LN-DOWN                       PIC 9(5).
           05 WS-LN-MOVED                      PIC 9(5).
           05 WS-LN-MOVE-TOTAL                 PIC 9(8)V99.
           05 WS-LN-BIG-ABS                    PIC 9(3)V99.
           05 WS-LN-BIG-PCT                    PIC S9(3)V99.
           05 WS-LN-BIG-ITEM                   PIC 9(5).
           05 WS-LN-HOLDS                      PIC 9(5).
           05 WS-LN-STOCK-CHG                  PIC S9(9)V99.
           05 WS-LN-REV-CHG                    PIC S9(9)V99.
       01 WS-AVG-MOVE                          PIC 9(3)V99.
       01 WS-SLOT                              PIC 9(4).
       01 WS-SHIFT                             PIC S9(5).
       01 WS-DETAIL-COUNT                      PIC 9(6) VALUE ZERO.
       01 WS-HOLD-TOTAL                        PIC 9(6) VALUE ZERO.
      ******************************************************************
      * Day numbers for the sales window (see 0950-DATE-TO-DAYS).
      ******************************************************************
       01 WS-END-DAY                           PIC 9(7).
       01 WS-START-DAY                         PIC 9(7).
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
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-PCT                          PIC ---9.99.
       01 WS-DISP-AVG                          PIC ZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZZ9.
       01 WS-DISP-MONEY                        PIC -,---,---,--9.99.
       01 WS-DISP-SWING                        PIC ZZ9.
       01 WS-DISP-WEEKS                        PIC Z9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section gets the price-as-of date, swing limit and
      * sales window from the optional pricesim.par card (batch) or
      * the prompt, and falls back to PRICE-GEN's own swing limit
      * from pricegen.par when the card does not name one.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Price as of date (MMDDYYYY): "
               ACCEPT WS-RUN-DATE
           ELSE
               MOVE PARM-DATE TO WS-RUN-DATE
               DISPLAY "Batch mode - date from pricesim.par: "
                   WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
               DISPLAY "ERROR: the price-as-of date must be MMDDYYYY. "
                   "Nothing was simulated."
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-MDY
           PERFORM 0900-REARRANGE-DATE
           MOVE WS-DATE-YMD TO WS-RUN-DATE-YMD
           PERFORM 0950-DATE-TO-DAYS
           IF WS-DAY-NUMBER = ZERO
               DISPLAY "ERROR: the price-as-of date must be MMDDYYYY. "
                   "Nothing was simulated."
               STOP RUN
           END-IF
           MOVE WS-DAY-NUMBER TO WS-END-DAY
           OPEN INPUT PG-PARM-CARD
           READ PG-PARM-CARD
               AT END MOVE 'T' TO WS-PG-PARM-EOF
           END-READ
           CLOSE PG-PARM-CARD
           IF WS-PG-PARM-EOF NOT = 'T'
               AND PG-PARM-SWING-PCT NUMERIC
               AND PG-PARM-SWING-PCT > ZERO
               MOVE PG-PARM-SWING-PCT TO WS-SWING-LIMIT
           END-IF
           IF WS-PARM-EOF NOT = 'T' AND PARM-RUN-MODE = 'B'
               IF PARM-SWING-PCT NUMERIC AND PARM-SWING-PCT > ZERO
                   MOVE PARM-SWING-PCT TO WS-SWING-LIMIT
               END-IF
               IF PARM-WEEKS NUMERIC AND PARM-WEEKS > ZERO
                   MOVE PARM-WEEKS TO WS-WEEKS
               END-IF
           END-IF
           COMPUTE WS-START-DAY = WS-END-DAY - (WS-WEEKS * 7) + 1
           OPEN INPUT PRICE
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERROR: price.dat could not be opened (status "
                   WS-PRICE-STATUS "). Run PRICE-GEN at least once "
                   "before simulating a change."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section starts the report and loads the margin, tier
      * and round tables - each from its proposed file, or from the
      * live file when the proposed one is absent or empty - and
      * the promo.dat sales and disc.dat items exactly as PRICE-GEN
      * loads them. Rejected rows are listed as they are found.
      ******************************************************************
           OPEN OUTPUT SIM-RPT
           MOVE SPACES TO SIM-LINE
           STRING "PRICE-SIM - WHAT-IF PRICING IMPACT   PRICED AS OF "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-STAMP-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-STAMP-YYYY DELIMITED BY SIZE
               INTO SIM-LINE
           END-STRING
           WRITE SIM-LINE
           MOVE "SIMULATION ONLY - NOTHING WAS WRITTEN TO PRICE.DAT, "
               TO SIM-LINE
           MOVE "PRICE-HISTORY.DAT OR PENDING-PRICES.DAT."
               TO SIM-LINE(53:40)
           WRITE SIM-LINE
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           MOVE ZERO TO WS-ROWS-READ
           MOVE 'F' TO WS-MARGIN-EOF
           OPEN INPUT SIM-MARGIN
           PERFORM UNTIL WS-MARGIN-EOF = 'T'
               READ SIM-MARGIN INTO WS-MARGIN-IN
                   AT END MOVE 'T' TO WS-MARGIN-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 0100-VALIDATE-MARGIN-ROW
               END-READ
           END-PERFORM
           CLOSE SIM-MARGIN
           IF WS-ROWS-READ = ZERO
               MOVE 'L' TO WS-MARGIN-SOURCE
               MOVE 'F' TO WS-MARGIN-EOF
               OPEN INPUT MARGIN
               PERFORM UNTIL WS-MARGIN-EOF = 'T'
                   READ MARGIN INTO WS-MARGIN-IN
                       AT END MOVE 'T' TO WS-MARGIN-EOF
                       NOT AT END PERFORM 0100-VALIDATE-MARGIN-ROW
                   END-READ
               END-PERFORM
               CLOSE MARGIN
           END-IF
           MOVE ZERO TO WS-ROWS-READ
           MOVE 'F' TO WS-TIER-EOF
           OPEN INPUT SIM-TIER
           PERFORM UNTIL WS-TIER-EOF = 'T'
               READ SIM-TIER INTO WS-TIER-IN
                   AT END MOVE 'T' TO WS-TIER-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 0160-VALIDATE-TIER-ROW
               END-READ
           END-PERFORM
           CLOSE SIM-TIER
           IF WS-ROWS-READ = ZERO
               MOVE 'L' TO WS-TIER-SOURCE
               MOVE 'F' TO WS-TIER-EOF
               OPEN INPUT TIER-FILE
               PERFORM UNTIL WS-TIER-EOF = 'T'
                   READ TIER-FILE INTO WS-TIER-IN
                       AT END MOVE 'T' TO WS-TIER-EOF
                       NOT AT END PERFORM 0160-VALIDATE-TIER-ROW
                   END-READ
               END-PERFORM
               CLOSE TIER-FILE
           END-IF
           IF WS-TIER-COUNT = ZERO
               PERFORM 0180-DEFAULT-TIER
           END-IF
           MOVE ZERO TO WS-ROWS-READ
           MOVE 'F' TO WS-ROUND-EOF
           OPEN INPUT SIM-ROUND
           PERFORM UNTIL WS-ROUND-EOF = 'T'
               READ SIM-ROUND INTO WS-ROUND-IN
                   AT END MOVE 'T' TO WS-ROUND-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 0140-VALIDATE-ROUND-ROW
               END-READ
           END-PERFORM
           CLOSE SIM-ROUND
           IF WS-ROWS-READ = ZERO
               MOVE 'L' TO WS-ROUND-SOURCE
               MOVE 'F' TO WS-ROUND-EOF
               OPEN INPUT ROUND-RULES
               PERFORM UNTIL WS-ROUND-EOF = 'T'
                   READ ROUND-RULES INTO WS-ROUND-IN
                       AT END MOVE 'T' TO WS-ROUND-EOF
                       NOT AT END PERFORM 0140-VALIDATE-ROUND-ROW
                   END-READ
               END-PERFORM
               CLOSE ROUND-RULES
           END-IF
           OPEN INPUT PROMO
           PERFORM UNTIL WS-PROMO-EOF = 'T'
               READ PROMO
                   AT END MOVE 'T' TO WS-PROMO-EOF
                   NOT AT END PERFORM 0120-VALIDATE-PROMO-ROW
               END-READ
           END-PERFORM
           CLOSE PROMO
           OPEN INPUT DISC-FILE
           PERFORM UNTIL WS-DISC-EOF = 'T'
               READ DISC-FILE
                   AT END MOVE 'T' TO WS-DISC-EOF
                   NOT AT END
                       IF WS-DISC-COUNT < 999
                           ADD 1 TO WS-DISC-COUNT
                           MOVE DISC-ITEM-NUM TO
                               WS-DISC-ITEM-NUM(WS-DISC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISC-FILE.
      ******************************************************************
      * This section says which tables the run priced from and the
      * limits it applied, so the page that is signed off names
      * exactly what was simulated.
      ******************************************************************
           MOVE SPACES TO SIM-LINE
           IF WS-MARGIN-SOURCE = 'P'
               MOVE "MARGIN TABLE: PROPOSED (SIM-MARGIN.DAT)"
                   TO SIM-LINE
           ELSE
               MOVE "MARGIN TABLE: LIVE (MARGIN.DAT) - NO SIM-MARGIN"
                   TO SIM-LINE
           END-IF
           WRITE SIM-LINE
           MOVE SPACES TO SIM-LINE
           IF WS-TIER-SOURCE = 'P'
               MOVE "TIER TABLE:   PROPOSED (SIM-TIER.DAT)" TO SIM-LINE
           ELSE
               MOVE "TIER TABLE:   LIVE (TIER.DAT) - NO SIM-TIER"
                   TO SIM-LINE
           END-IF
           WRITE SIM-LINE
           MOVE SPACES TO SIM-LINE
           IF WS-ROUND-SOURCE = 'P'
               MOVE "ROUND TABLE:  PROPOSED (SIM-ROUND.DAT)"
                   TO SIM-LINE
           ELSE
               MOVE "ROUND TABLE:  LIVE (ROUND.DAT) - NO SIM-ROUND"
                   TO SIM-LINE
           END-IF
           WRITE SIM-LINE
           MOVE WS-SWING-LIMIT TO WS-DISP-SWING
           MOVE WS-WEEKS TO WS-DISP-WEEKS
           MOVE SPACES TO SIM-LINE
           STRING "SWING HOLD LIMIT: " DELIMITED BY SIZE
                  WS-DISP-SWING DELIMITED BY SIZE
                  " PCT   WEEKLY REVENUE FROM " DELIMITED BY SIZE
                  WS-DISP-WEEKS DELIMITED BY SIZE
                  " WEEK(S) OF SALES ENDING " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO SIM-LINE
           END-STRING
           WRITE SIM-LINE
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SIM-LINE
               STRING WS-DISP-COUNT DELIMITED BY SIZE
                      " TABLE ROW(S) REJECTED - LISTED ABOVE"
                          DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
           END-IF.
      ******************************************************************
      * This section builds the item table the way PRICE-GEN's
      * validation pass does - discontinued, zero or non-numeric
      * cost and duplicate items are left out - and adds up each
      * item's units sold in the sales window.
      ******************************************************************
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END PERFORM 0300-VALIDATE-INV-RECORD
               END-READ
           END-PERFORM
           CLOSE INV
           OPEN INPUT SALES-HIST
           PERFORM UNTIL WS-SH-EOF = 'T'
               READ SALES-HIST
                   AT END MOVE 'T' TO WS-SH-EOF
                   NOT AT END PERFORM 0350-ADD-SALES-ROW
               END-READ
           END-PERFORM
           CLOSE SALES-HIST.
      ******************************************************************
      * This section prices every item once per tier, lists each
      * price that would change, and adds it into its category and
      * tier summary row.
      ******************************************************************
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           MOVE "PRICES THAT WOULD CHANGE" TO SIM-LINE
           WRITE SIM-LINE
           MOVE " ITEM DESCRIPTION          CAT   TIER    CURRENT"
               TO SIM-LINE
           MOVE "PROPOSED   MOVE %  NOTE" TO SIM-LINE(50:23)
           WRITE SIM-LINE
           MOVE ALL "-" TO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TIER-COUNT
               MOVE ZERO TO WS-TOT-ENTRY(WS-TOT-IDX)
               MOVE "ALL " TO WS-TOT-CAT(WS-TOT-IDX)
               MOVE WS-TIER-CODE(WS-TOT-IDX) TO WS-TOT-TIER(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-BIG-PCT(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-STOCK-CHG(WS-TOT-IDX)
               MOVE ZERO TO WS-TOT-REV-CHG(WS-TOT-IDX)
           END-PERFORM
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-VALID-COUNT
               PERFORM 0200-LOOKUP-MARGIN
               PERFORM 0250-LOOKUP-ROUND
               PERFORM 0400-PRICE-ONE-TIER
                   VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
           END-PERFORM
           CLOSE PRICE
           IF WS-DETAIL-COUNT = ZERO
               MOVE "NO PRICE WOULD CHANGE." TO SIM-LINE
               WRITE SIM-LINE
           END-IF.
      ******************************************************************
      * This section prints the impact summary: a row per category
      * and tier, then each tier's totals across every category.
      ******************************************************************
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           MOVE "IMPACT BY CATEGORY AND TIER" TO SIM-LINE
           WRITE SIM-LINE
           MOVE "CAT   TIER  PRICED   NEW  CHGD    UP  DOWN  AVG MOV%"
               TO SIM-LINE
           MOVE "LARGEST%  ITEM  HOLDS    STOCK VALUE CHG"
               TO SIM-LINE(55:41)
           MOVE "WEEKLY REV CHG" TO SIM-LINE(97:14)
           WRITE SIM-LINE
           MOVE ALL "-" TO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-COUNT
               MOVE WS-SUM-ENTRY(WS-SUM-IDX) TO WS-LINE-ENTRY
               PERFORM 0700-WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE ALL "-" TO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TIER-COUNT
               MOVE WS-TOT-ENTRY(WS-TOT-IDX) TO WS-LINE-ENTRY
               PERFORM 0700-WRITE-SUMMARY-LINE
           END-PERFORM.
      ******************************************************************
      * This section prints the foot notes and closes the report.
      ******************************************************************
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           MOVE "NEW = NO PRICE AT THE TIER IN PRICE.DAT TODAY (NOT IN"
               TO SIM-LINE
           MOVE " CHGD OR THE MOVES)." TO SIM-LINE(54:20)
           WRITE SIM-LINE
           MOVE "STOCK VALUE CHG = (PROPOSED - CURRENT) X QTY ON HAND."
               TO SIM-LINE
           WRITE SIM-LINE
           MOVE "WEEKLY REV CHG = (PROPOSED - CURRENT) X AVERAGE WEEKLY"
               TO SIM-LINE
           MOVE " UNITS SOLD - RETL ROWS ONLY." TO SIM-LINE(55:29)
           WRITE SIM-LINE
           MOVE WS-SH-USED TO WS-DISP-COUNT
           MOVE SPACES TO SIM-LINE
           STRING "SALES-HISTORY.DAT ROWS IN THE WINDOW: "
                      DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO SIM-LINE
           END-STRING
           WRITE SIM-LINE
           IF WS-SKIP-COUNT > ZERO
               MOVE WS-SKIP-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SIM-LINE
               STRING "INV.DAT RECORDS PRICE-GEN WOULD REJECT (NOT "
                          DELIMITED BY SIZE
                      "PRICED): " DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
           END-IF
           IF WS-DISC-SKIP-COUNT > ZERO
               MOVE WS-DISC-SKIP-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO SIM-LINE
               STRING "DISCONTINUED ITEMS NOT PRICED: "
                          DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
           END-IF
           IF WS-SUM-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 500 CATEGORY/TIER ROWS - THE "
                   TO SIM-LINE
               MOVE "REST ARE IN THE TIER TOTALS ONLY."
                   TO SIM-LINE(49:33)
               WRITE SIM-LINE
           END-IF
           CLOSE SIM-RPT
           DISPLAY "Simulation written to pricesim.rpt - "
               WS-DETAIL-COUNT " price(s) would change, "
               WS-HOLD-TOTAL " would be held."
           DISPLAY "Nothing was written to price.dat.".
       STOP RUN.
      ******************************************************************
      * This section checks one margin row the way PRICE-GEN's
      * 0210-VALIDATE-MARGIN-RECORD does and adds it to the table.
      ******************************************************************
       0100-VALIDATE-MARGIN-ROW.
           IF WS-MARGIN-COUNT >= 50
               OR MARGIN-PCT NOT NUMERIC OR MARGIN-PCT >= 100
               MOVE SPACES TO SIM-LINE
               STRING "REJECTED: CAT " DELIMITED BY SIZE
                      MARGIN-ITEM-CAT DELIMITED BY SIZE
                      " MARGIN ROW INVALID OR TABLE FULL - DEFAULT "
                          DELIMITED BY SIZE
                      "MARGIN USED" DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-MARGIN-COUNT
               MOVE MARGIN-ITEM-CAT TO WS-MARGIN-CAT(WS-MARGIN-COUNT)
               MOVE MARGIN-PCT TO WS-MARGIN-RATE(WS-MARGIN-COUNT)
           END-IF.
      ******************************************************************
      * This section checks one promo.dat row the way PRICE-GEN's
      * 0220-VALIDATE-PROMO-RECORD does and adds it to the table,
      * dates year-first. promo.dat is always the live file - a
      * rejected row is counted but not listed, since PRICE-GEN's
      * own except.rpt already reports it.
      ******************************************************************
       0120-VALIDATE-PROMO-ROW.
           IF WS-PROMO-COUNT < 50
               AND PROMO-DISC-PCT NUMERIC
               AND PROMO-DISC-PCT NOT = ZERO
               AND PROMO-START-DATE NUMERIC
               AND PROMO-END-DATE NUMERIC
               ADD 1 TO WS-PROMO-COUNT
               MOVE PROMO-ITEM-NUM TO WS-PROMO-ITEM-NUM(WS-PROMO-COUNT)
               MOVE PROMO-START-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD TO WS-PROMO-START-YMD(WS-PROMO-COUNT)
               MOVE PROMO-END-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               MOVE WS-DATE-YMD TO WS-PROMO-END-YMD(WS-PROMO-COUNT)
               MOVE PROMO-DISC-PCT TO WS-PROMO-RATE(WS-PROMO-COUNT)
               IF WS-PROMO-START-YMD(WS-PROMO-COUNT) >
                       WS-PROMO-END-YMD(WS-PROMO-COUNT)
                   SUBTRACT 1 FROM WS-PROMO-COUNT
               END-IF
           END-IF.
      ******************************************************************
      * This section checks one round row the way PRICE-GEN's
      * 0240-VALIDATE-ROUND-RECORD does and adds it to the table.
      ******************************************************************
       0140-VALIDATE-ROUND-ROW.
           IF WS-ROUND-COUNT < 50
               AND (ROUND-RULE = 'UP99' OR ROUND-RULE = 'NR25'
                    OR ROUND-RULE = 'NONE')
               ADD 1 TO WS-ROUND-COUNT
               MOVE ROUND-ITEM-CAT TO WS-ROUND-CAT(WS-ROUND-COUNT)
               MOVE ROUND-RULE TO WS-ROUND-CODE(WS-ROUND-COUNT)
           ELSE
               MOVE SPACES TO SIM-LINE
               STRING "REJECTED: CAT " DELIMITED BY SIZE
                      ROUND-ITEM-CAT DELIMITED BY SIZE
                      " ROUND ROW INVALID OR TABLE FULL - NO ROUNDING"
                          DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      ******************************************************************
      * This section checks one tier row the way PRICE-GEN's
      * 0270-VALIDATE-TIER-RECORD does and adds it to the table.
      ******************************************************************
       0160-VALIDATE-TIER-ROW.
           MOVE 'N' TO WS-DUP-FOUND
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
                      OR WS-DUP-FOUND = 'Y'
               IF TIER-CODE = WS-TIER-CODE(WS-TIER-IDX)
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM
           IF WS-TIER-COUNT >= 10
               OR WS-DUP-FOUND = 'Y'
               OR (TIER-ADJ-TYPE NOT = 'M' AND TIER-ADJ-TYPE NOT = 'F')
               OR (TIER-ADJ-SIGN NOT = '+' AND TIER-ADJ-SIGN NOT = '-')
               OR TIER-ADJ-VALUE NOT NUMERIC
               OR (TIER-ADJ-TYPE = 'F' AND TIER-ADJ-SIGN = '-'
                   AND TIER-ADJ-VALUE >= 100)
               MOVE SPACES TO SIM-LINE
               STRING "REJECTED: TIER " DELIMITED BY SIZE
                      TIER-CODE DELIMITED BY SIZE
                      " ROW INVALID OR DUPLICATE - TIER SKIPPED"
                          DELIMITED BY SIZE
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-TIER-COUNT
               MOVE TIER-CODE TO WS-TIER-CODE(WS-TIER-COUNT)
               MOVE TIER-ADJ-TYPE TO WS-TIER-TYPE(WS-TIER-COUNT)
               MOVE TIER-ADJ-SIGN TO WS-TIER-SIGN(WS-TIER-COUNT)
               MOVE TIER-ADJ-VALUE TO WS-TIER-VALUE(WS-TIER-COUNT)
           END-IF.
      ******************************************************************
      * This section seeds the single built-in RETL tier used when
      * neither tier file holds a usable row - PRICE-GEN's default.
      ******************************************************************
       0180-DEFAULT-TIER.
           MOVE 1 TO WS-TIER-COUNT
           MOVE 'RETL' TO WS-TIER-CODE(1)
           MOVE 'M' TO WS-TIER-TYPE(1)
           MOVE '+' TO WS-TIER-SIGN(1)
           MOVE ZERO TO WS-TIER-VALUE(1).
      ******************************************************************
      * This section looks up the margin rate for the item's
      * category, falling back to the shop-wide WS-PROFIT-MARGIN.
      ******************************************************************
       0200-LOOKUP-MARGIN.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE WS-PROFIT-MARGIN TO WS-LOOKUP-MARGIN
           PERFORM VARYING WS-MARGIN-IDX FROM 1 BY 1
                   UNTIL WS-MARGIN-IDX > WS-MARGIN-COUNT
                      OR WS-LOOKUP-FOUND = 'Y'
               IF WS-TBL-ITEM-CAT(WS-INV-IDX) =
                       WS-MARGIN-CAT(WS-MARGIN-IDX)
                   MOVE WS-MARGIN-RATE(WS-MARGIN-IDX)
                       TO WS-LOOKUP-MARGIN
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section looks for a promo covering the item on the
      * price-as-of date - the first matching row wins, as in
      * PRICE-GEN.
      ******************************************************************
       0230-LOOKUP-PROMO.
           MOVE 'N' TO WS-PROMO-FOUND
           MOVE ZERO TO WS-PROMO-DISC
           PERFORM VARYING WS-PROMO-IDX FROM 1 BY 1
                   UNTIL WS-PROMO-IDX > WS-PROMO-COUNT
                      OR WS-PROMO-FOUND = 'Y'
               IF WS-TBL-ITEM-NUM(WS-INV-IDX) =
                       WS-PROMO-ITEM-NUM(WS-PROMO-IDX)
                   AND WS-RUN-DATE-YMD NOT <
                       WS-PROMO-START-YMD(WS-PROMO-IDX)
                   AND WS-RUN-DATE-YMD NOT >
                       WS-PROMO-END-YMD(WS-PROMO-IDX)
                   MOVE WS-PROMO-RATE(WS-PROMO-IDX) TO WS-PROMO-DISC
                   MOVE 'Y' TO WS-PROMO-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section looks up the price-ending rule for the item's
      * category - the first row wins, and no row means NONE.
      ******************************************************************
       0250-LOOKUP-ROUND.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE 'NONE' TO WS-LOOKUP-ROUND
           PERFORM VARYING WS-ROUND-IDX FROM 1 BY 1
                   UNTIL WS-ROUND-IDX > WS-ROUND-COUNT
                      OR WS-LOOKUP-FOUND = 'Y'
               IF WS-TBL-ITEM-CAT(WS-INV-IDX) =
                       WS-ROUND-CAT(WS-ROUND-IDX)
                   MOVE WS-ROUND-CODE(WS-ROUND-IDX)
                       TO WS-LOOKUP-ROUND
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section finishes WS-NEW-PRICE per the rule looked up by
      * 0250-LOOKUP-ROUND - the same UP99 / NR25 / NONE arithmetic
      * as PRICE-GEN's 0260-APPLY-ROUNDING.
      ******************************************************************
       0260-APPLY-ROUNDING.
           EVALUATE WS-LOOKUP-ROUND
               WHEN 'UP99'
                   MOVE WS-NEW-PRICE TO WS-ROUND-WHOLE
                   COMPUTE WS-ROUND-TARGET = WS-ROUND-WHOLE + .99
                   IF WS-ROUND-TARGET < WS-NEW-PRICE
                       COMPUTE WS-ROUND-TARGET =
                           WS-ROUND-WHOLE + 1 + .99
                   END-IF
                   MOVE WS-ROUND-TARGET TO WS-NEW-PRICE
               WHEN 'NR25'
                   COMPUTE WS-ROUND-QTRS ROUNDED =
                       WS-NEW-PRICE * 4
                   COMPUTE WS-NEW-PRICE = WS-ROUND-QTRS / 4
           END-EVALUATE.
      ******************************************************************
      * This section checks one inv.dat record the way PRICE-GEN's
      * 0300-VALIDATE-INV-RECORD does. An item PRICE-GEN would
      * price goes into WS-INV-TABLE with its on-hand quantity;
      * anything else is only counted.
      ******************************************************************
       0300-VALIDATE-INV-RECORD.
           MOVE 'N' TO WS-DISC-FOUND
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
                      OR WS-DISC-FOUND = 'Y'
               IF INV-ITEM-NUM = WS-DISC-ITEM-NUM(WS-DISC-IDX)
                   MOVE 'Y' TO WS-DISC-FOUND
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-REC-VALID
           IF WS-DISC-FOUND = 'Y'
               ADD 1 TO WS-DISC-SKIP-COUNT
               MOVE 'N' TO WS-REC-VALID
           ELSE
               IF INV-ITEM-COST NOT NUMERIC OR INV-ITEM-COST = ZERO
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'N' TO WS-REC-VALID
               END-IF
           END-IF
           IF WS-REC-VALID = 'Y'
               MOVE 'N' TO WS-DUP-FOUND
               PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                       UNTIL WS-INV-IDX > WS-VALID-COUNT
                          OR WS-DUP-FOUND = 'Y'
                   IF INV-ITEM-NUM = WS-TBL-ITEM-NUM(WS-INV-IDX)
                       MOVE 'Y' TO WS-DUP-FOUND
                   END-IF
               END-PERFORM
               IF WS-DUP-FOUND = 'Y' OR WS-VALID-COUNT >= 999
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'N' TO WS-REC-VALID
               END-IF
           END-IF
           IF WS-REC-VALID = 'Y'
               ADD 1 TO WS-VALID-COUNT
               MOVE INV-ITEM-NUM TO WS-TBL-ITEM-NUM(WS-VALID-COUNT)
               MOVE INV-ITEM-DESC TO WS-TBL-ITEM-DESC(WS-VALID-COUNT)
               MOVE INV-ITEM-CAT TO WS-TBL-ITEM-CAT(WS-VALID-COUNT)
               MOVE INV-ITEM-COST TO WS-TBL-ITEM-COST(WS-VALID-COUNT)
               IF INV-QTY-ON-HAND NUMERIC
                   MOVE INV-QTY-ON-HAND TO WS-TBL-QTY(WS-VALID-COUNT)
               ELSE
                   MOVE ZERO TO WS-TBL-QTY(WS-VALID-COUNT)
               END-IF
               MOVE ZERO TO WS-TBL-UNITS(WS-VALID-COUNT)
           END-IF.
      ******************************************************************
      * This section adds one sales-history.dat row's units to its
      * item when the movement date falls inside the sales window.
      ******************************************************************
       0350-ADD-SALES-ROW.
           IF SH-MOVE-DATE NUMERIC AND SH-UNITS-SOLD NUMERIC
               MOVE SH-MOVE-DATE TO WS-DATE-MDY
               PERFORM 0900-REARRANGE-DATE
               PERFORM 0950-DATE-TO-DAYS
               MOVE WS-DAY-NUMBER TO WS-SALE-DAY
               IF WS-SALE-DAY NOT < WS-START-DAY
                   AND WS-SALE-DAY NOT > WS-END-DAY
                   MOVE 'N' TO WS-ITEM-FOUND
                   PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                           UNTIL WS-INV-IDX > WS-VALID-COUNT
                              OR WS-ITEM-FOUND = 'Y'
                       IF WS-TBL-ITEM-NUM(WS-INV-IDX) = SH-ITEM-NUM
                           MOVE 'Y' TO WS-ITEM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ITEM-FOUND = 'Y'
                       SET WS-INV-IDX DOWN BY 1
                       ADD SH-UNITS-SOLD TO WS-TBL-UNITS(WS-INV-IDX)
                       ADD 1 TO WS-SH-USED
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * This section prices the current item for one tier with
      * PRICE-GEN's 0340-PRICE-ONE-TIER arithmetic - M tiers move
      * the margin (clamped the same way), F tiers mark cost up by
      * a fixed percent, then promo and price-ending - and compares
      * the result against the tier's price in price.dat today,
      * including PRICE-GEN's swing-hold test.
      ******************************************************************
       0400-PRICE-ONE-TIER.
           IF WS-TIER-TYPE(WS-TIER-IDX) = 'F'
               IF WS-TIER-SIGN(WS-TIER-IDX) = '-'
                   COMPUTE WS-NEW-PRICE ROUNDED =
                       WS-TBL-ITEM-COST(WS-INV-IDX)
                       * (100 - WS-TIER-VALUE(WS-TIER-IDX)) / 100
               ELSE
                   COMPUTE WS-NEW-PRICE ROUNDED =
                       WS-TBL-ITEM-COST(WS-INV-IDX)
                       * (100 + WS-TIER-VALUE(WS-TIER-IDX)) / 100
               END-IF
           ELSE
               IF WS-TIER-SIGN(WS-TIER-IDX) = '-'
                   COMPUTE WS-EFF-MARGIN = WS-LOOKUP-MARGIN
                       - WS-TIER-VALUE(WS-TIER-IDX)
               ELSE
                   COMPUTE WS-EFF-MARGIN = WS-LOOKUP-MARGIN
                       + WS-TIER-VALUE(WS-TIER-IDX)
               END-IF
               IF WS-EFF-MARGIN < ZERO
                   MOVE ZERO TO WS-EFF-MARGIN
               END-IF
               IF WS-EFF-MARGIN > 99
                   MOVE WS-LOOKUP-MARGIN TO WS-EFF-MARGIN
               END-IF
               COMPUTE WS-NEW-PRICE = (100 / (100 -
                   WS-EFF-MARGIN)) * WS-TBL-ITEM-COST(WS-INV-IDX)
           END-IF
           PERFORM 0230-LOOKUP-PROMO
           IF WS-PROMO-FOUND = 'Y'
               COMPUTE WS-NEW-PRICE ROUNDED = WS-NEW-PRICE
                   * (100 - WS-PROMO-DISC) / 100
               MOVE 'P' TO WS-NEW-PROMO-FLAG
           ELSE
               MOVE SPACE TO WS-NEW-PROMO-FLAG
           END-IF
           PERFORM 0260-APPLY-ROUNDING
           MOVE 'N' TO WS-OLD-PRICE-FOUND
           MOVE ZERO TO WS-OLD-PRICE
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO PRICE-ITEM-NUM
           MOVE WS-TIER-CODE(WS-TIER-IDX) TO PRICE-TIER-CODE
           READ PRICE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OLD-PRICE-FOUND
                   MOVE PRICE-ITEM-COST TO WS-OLD-PRICE
           END-READ
           MOVE 'N' TO WS-HOLD-THIS-ITEM
           MOVE 'N' TO WS-CHANGED
           MOVE ZERO TO WS-SWING-PCT
           MOVE ZERO TO WS-SWING-ABS
           MOVE ZERO TO WS-STOCK-CHG
           MOVE ZERO TO WS-REV-CHG
           IF WS-OLD-PRICE-FOUND = 'Y'
               AND WS-NEW-PRICE NOT = WS-OLD-PRICE
               MOVE 'Y' TO WS-CHANGED
               COMPUTE WS-PRICE-DIFF = WS-NEW-PRICE - WS-OLD-PRICE
               COMPUTE WS-STOCK-CHG =
                   WS-PRICE-DIFF * WS-TBL-QTY(WS-INV-IDX)
               IF WS-TIER-CODE(WS-TIER-IDX) = 'RETL'
                   COMPUTE WS-REV-CHG ROUNDED = WS-PRICE-DIFF
                       * WS-TBL-UNITS(WS-INV-IDX) / WS-WEEKS
               END-IF
           END-IF
           IF WS-OLD-PRICE-FOUND = 'Y' AND WS-OLD-PRICE NOT = ZERO
               COMPUTE WS-SWING-PCT ROUNDED = (WS-NEW-PRICE -
                   WS-OLD-PRICE) * 100 / WS-OLD-PRICE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-SWING-PCT
                       MOVE 'Y' TO WS-HOLD-THIS-ITEM
                   NOT ON SIZE ERROR
                       MOVE WS-SWING-PCT TO WS-SWING-ABS
                       IF WS-SWING-ABS > WS-SWING-LIMIT
                           MOVE 'Y' TO WS-HOLD-THIS-ITEM
                       END-IF
               END-COMPUTE
               MOVE WS-SWING-PCT TO WS-SWING-ABS
           END-IF
           IF WS-CHANGED = 'Y' OR WS-OLD-PRICE-FOUND = 'N'
               PERFORM 0450-WRITE-DETAIL
           END-IF
           PERFORM 0500-FIND-SUMMARY
           IF WS-SUM-IDX NOT > WS-SUM-COUNT
               MOVE WS-SUM-ENTRY(WS-SUM-IDX) TO WS-LINE-ENTRY
               PERFORM 0550-ADD-TO-LINE
               MOVE WS-LINE-ENTRY TO WS-SUM-ENTRY(WS-SUM-IDX)
           END-IF
           SET WS-TOT-IDX TO WS-TIER-IDX
           MOVE WS-TOT-ENTRY(WS-TOT-IDX) TO WS-LINE-ENTRY
           PERFORM 0550-ADD-TO-LINE
           MOVE WS-LINE-ENTRY TO WS-TOT-ENTRY(WS-TOT-IDX).
      ******************************************************************
      * This section lists one item-and-tier whose price would
      * change, or which has no price at the tier today.
      ******************************************************************
       0450-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO SIM-LINE
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO WS-DISP-ITEM
           MOVE WS-DISP-ITEM TO SIM-LINE(1:5)
           MOVE WS-TBL-ITEM-DESC(WS-INV-IDX) TO SIM-LINE(7:20)
           MOVE WS-TBL-ITEM-CAT(WS-INV-IDX) TO SIM-LINE(28:4)
           MOVE WS-TIER-CODE(WS-TIER-IDX) TO SIM-LINE(34:4)
           IF WS-OLD-PRICE-FOUND = 'Y'
               MOVE WS-OLD-PRICE TO WS-DISP-PRICE
               MOVE WS-DISP-PRICE TO SIM-LINE(40:8)
           ELSE
               MOVE "    NONE" TO SIM-LINE(40:8)
           END-IF
           MOVE WS-NEW-PRICE TO WS-DISP-PRICE
           MOVE WS-DISP-PRICE TO SIM-LINE(50:8)
           IF WS-OLD-PRICE-FOUND = 'Y' AND WS-OLD-PRICE NOT = ZERO
               MOVE WS-SWING-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO SIM-LINE(60:7)
           END-IF
           IF WS-OLD-PRICE-FOUND = 'N'
               MOVE "NEW" TO SIM-LINE(69:3)
           ELSE
               IF WS-HOLD-THIS-ITEM = 'Y'
                   MOVE "HOLD" TO SIM-LINE(69:4)
                   ADD 1 TO WS-HOLD-TOTAL
               END-IF
           END-IF
           IF WS-NEW-PROMO-FLAG = 'P'
               MOVE "PROMO" TO SIM-LINE(75:5)
           END-IF
           WRITE SIM-LINE.
      ******************************************************************
      * This section finds the summary row for the item's category
      * and the tier, adding it in category-then-tier order when it
      * is not there yet. WS-SUM-IDX is left on the row, or past
      * WS-SUM-COUNT when the table is full.
      ******************************************************************
       0500-FIND-SUMMARY.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-SUM-COUNT
                      OR WS-SUM-CAT(WS-SLOT) >
                             WS-TBL-ITEM-CAT(WS-INV-IDX)
                      OR (WS-SUM-CAT(WS-SLOT) =
                             WS-TBL-ITEM-CAT(WS-INV-IDX)
                          AND WS-SUM-TIER(WS-SLOT) NOT <
                             WS-TIER-CODE(WS-TIER-IDX))
               ADD 1 TO WS-SLOT
           END-PERFORM
           IF WS-SLOT NOT > WS-SUM-COUNT
               AND WS-SUM-CAT(WS-SLOT) = WS-TBL-ITEM-CAT(WS-INV-IDX)
               AND WS-SUM-TIER(WS-SLOT) = WS-TIER-CODE(WS-TIER-IDX)
               SET WS-SUM-IDX TO WS-SLOT
           ELSE
               IF WS-SUM-COUNT >= 500
                   MOVE 'Y' TO WS-SUM-OVERFLOW
                   SET WS-SUM-IDX TO 501
               ELSE
                   PERFORM VARYING WS-SHIFT FROM WS-SUM-COUNT BY -1
                           UNTIL WS-SHIFT < WS-SLOT
                       MOVE WS-SUM-ENTRY(WS-SHIFT)
                           TO WS-SUM-ENTRY(WS-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-SUM-COUNT
                   MOVE ZERO TO WS-LINE-ENTRY
                   MOVE WS-TBL-ITEM-CAT(WS-INV-IDX) TO WS-LN-CAT
                   MOVE WS-TIER-CODE(WS-TIER-IDX) TO WS-LN-TIER
                   MOVE ZERO TO WS-LN-BIG-PCT
                   MOVE ZERO TO WS-LN-STOCK-CHG
                   MOVE ZERO TO WS-LN-REV-CHG
                   MOVE WS-LINE-ENTRY TO WS-SUM-ENTRY(WS-SLOT)
                   SET WS-SUM-IDX TO WS-SLOT
               END-IF
           END-IF.
      ******************************************************************
      * This section adds the item-and-tier just priced into the
      * summary row in WS-LINE-ENTRY.
      ******************************************************************
       0550-ADD-TO-LINE.
           ADD 1 TO WS-LN-PRICED
           IF WS-OLD-PRICE-FOUND = 'N'
               ADD 1 TO WS-LN-NEW
           END-IF
           IF WS-CHANGED = 'Y'
               ADD 1 TO WS-LN-CHANGED
               IF WS-NEW-PRICE > WS-OLD-PRICE
                   ADD 1 TO WS-LN-UP
               ELSE
                   ADD 1 TO WS-LN-DOWN
               END-IF
               IF WS-OLD-PRICE NOT = ZERO
                   ADD 1 TO WS-LN-MOVED
                   ADD WS-SWING-ABS TO WS-LN-MOVE-TOTAL
                   IF WS-SWING-ABS > WS-LN-BIG-ABS
                       MOVE WS-SWING-ABS TO WS-LN-BIG-ABS
                       MOVE WS-SWING-PCT TO WS-LN-BIG-PCT
                       MOVE WS-TBL-ITEM-NUM(WS-INV-IDX)
                           TO WS-LN-BIG-ITEM
                   END-IF
               END-IF
               ADD WS-STOCK-CHG TO WS-LN-STOCK-CHG
               ADD WS-REV-CHG TO WS-LN-REV-CHG
           END-IF
           IF WS-HOLD-THIS-ITEM = 'Y'
               ADD 1 TO WS-LN-HOLDS
           END-IF.
      ******************************************************************
      * This section prints the summary row in WS-LINE-ENTRY. The
      * weekly revenue column is printed on RETL rows only.
      ******************************************************************
       0700-WRITE-SUMMARY-LINE.
           MOVE SPACES TO SIM-LINE
           MOVE WS-LN-CAT TO SIM-LINE(1:4)
           MOVE WS-LN-TIER TO SIM-LINE(7:4)
           MOVE WS-LN-PRICED TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(13:5)
           MOVE WS-LN-NEW TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(19:5)
           MOVE WS-LN-CHANGED TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(25:5)
           MOVE WS-LN-UP TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(31:5)
           MOVE WS-LN-DOWN TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(37:5)
           IF WS-LN-MOVED > ZERO
               COMPUTE WS-AVG-MOVE ROUNDED =
                   WS-LN-MOVE-TOTAL / WS-LN-MOVED
               MOVE WS-AVG-MOVE TO WS-DISP-AVG
               MOVE WS-DISP-AVG TO SIM-LINE(47:6)
               MOVE WS-LN-BIG-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO SIM-LINE(56:7)
               MOVE WS-LN-BIG-ITEM TO WS-DISP-ITEM
               MOVE WS-DISP-ITEM TO SIM-LINE(65:5)
           END-IF
           MOVE WS-LN-HOLDS TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO SIM-LINE(71:5)
           MOVE WS-LN-STOCK-CHG TO WS-DISP-MONEY
           MOVE WS-DISP-MONEY TO SIM-LINE(79:16)
           IF WS-LN-TIER = 'RETL'
               MOVE WS-LN-REV-CHG TO WS-DISP-MONEY
               MOVE WS-DISP-MONEY TO SIM-LINE(95:16)
           END-IF
           WRITE SIM-LINE.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY
      * into YYYYMMDD in WS-DATE-YMD - the same rearrangement
      * PRICE-GEN does.
      ******************************************************************
       0900-REARRANGE-DATE.
           MOVE WS-DATE-MDY-YYYY TO WS-DATE-YMD-YYYY
           MOVE WS-DATE-MDY-MM TO WS-DATE-YMD-MM
           MOVE WS-DATE-MDY-DD TO WS-DATE-YMD-DD.
      ******************************************************************
      * This section turns the date in WS-DATE-YMD into a day number
      * in WS-DAY-NUMBER, the same way SELL-THRU does, so the sales
      * window is plain subtraction across month and year ends. A
      * date with a month outside 1-12 or a day outside 1-31 comes
      * back as zero.
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
