      * standing in price.dat - the same last-writer-wins rule a
      * pair of live runs would follow.
      *
      * The same nightly pass retires discontinued items. Every
      * item ITEM-DISC has marked in disc.dat (copybook DISCREC)
      * whose effective date has arrived has each of its price.dat
      * records - every tier - taken out of price.dat and appended
      * to price-history.dat as its final row, dated tonight and
      * flagged D in the promo-flag column, and the item is marked
      * retired in disc.dat. From then on PRICE-EXTRACT sends the
      * registers a delete for it. Retiring after the activations
      * means nothing staged tonight can put a dead item back.
      *
      * Tonight's date comes from an optional priceact.par card the
      * same way pricegen.par steers PRICE-GEN:
      *   Column A=run mode (B=batch, I=interactive), B=date.
      * No card (or one not marked B) falls back to the prompt.
      *
      * Input/output files: staged-prices.dat, price.dat,
      *                     price-history.dat, disc.dat
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'priceact.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'disc.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-DATE                        PIC 9(8).
       FD DISC-FILE.
           COPY discrec.
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
           05 WS-DATE-YMD-DD                   PIC 9(2).
       01 WS-ACTIVATED-COUNT                   PIC 9(4) VALUE ZERO.
       01 WS-WAITING-COUNT                     PIC 9(4) VALUE ZERO.
      ******************************************************************
      * WS-DISC-TABLE holds disc.dat while the due items are
      * retired; the file is rewritten from it afterwards, so the
      * same refuse-to-start rule applies if it will not all fit.
      * WS-DISC-MARKED-COUNT is how many are still waiting on their
      * effective date.
      ******************************************************************
       01 WS-DISC-EOF                          PIC A(1) VALUE 'F'.
       01 WS-DISC-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-DISC-OVERFLOW                     PIC A(1) VALUE 'N'.
       01 WS-DISC-MARKED-COUNT                 PIC 9(4) VALUE ZERO.
       01 WS-DISC-TABLE.
           05 WS-DISC-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-DISC-IDX.
               10 WS-DSC-ITEM-NUM              PIC 9(5).
               10 WS-DSC-ITEM-DESC             PIC X(20).
               10 WS-DSC-EFF-DATE              PIC 9(8).
               10 WS-DSC-STATUS                PIC X(1).
               10 WS-DSC-MARKED-BY             PIC X(3).
               10 WS-DSC-MARKED-DATE           PIC 9(8).
               10 WS-DSC-RETIRED-DATE          PIC 9(8).
               10 WS-DSC-PRICES-RETIRED        PIC 9(2).
       01 WS-PRICE-EOF                         PIC A(1).
       01 WS-RETIRED-ITEMS                     PIC 9(4) VALUE ZERO.
       01 WS-RETIRED-PRICES                    PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads staged-prices.dat into WS-STAGE-TABLE and
      * disc.dat into WS-DISC-TABLE, and stops right away when
      * nothing is staged and no discontinued item is waiting to be
      * retired.
      ******************************************************************
           PERFORM 0100-LOAD-STAGE-TABLE
           IF WS-STAGE-OVERFLOW = 'Y'
                   "changed - the file is untouched."
               STOP RUN
           END-IF
           PERFORM 0150-LOAD-DISC-TABLE
           IF WS-DISC-OVERFLOW = 'Y'
               DISPLAY "ERROR: disc.dat holds more records than one "
                   "run can work safely. Nothing was changed - the "
                   "files are untouched."
               STOP RUN
           END-IF
           IF WS-STAGE-COUNT = ZERO AND WS-DISC-MARKED-COUNT = ZERO
               DISPLAY "PRICE-ACTIVATE - no staged prices or "
                   "discontinued items are waiting."
               STOP RUN
           END-IF.
      ******************************************************************
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
           END-PERFORM
      ******************************************************************
      * Then every discontinued item whose effective date has come
      * is retired out of price.dat.
      ******************************************************************
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
               IF WS-DSC-STATUS(WS-DISC-IDX) = 'M'
                   MOVE WS-DSC-EFF-DATE(WS-DISC-IDX) TO WS-DATE-MDY
                   PERFORM 0900-REARRANGE-DATE
                   IF WS-DATE-YMD NOT > WS-TODAY-YMD
                       PERFORM 0400-RETIRE-ONE-ITEM
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PRICE
           CLOSE HISTORY.
      ******************************************************************
      * night's totals.
      ******************************************************************
           PERFORM 0600-SAVE-STAGE-TABLE
           IF WS-RETIRED-ITEMS > ZERO
               PERFORM 0650-SAVE-DISC-TABLE
           END-IF
           DISPLAY "PRICE-ACTIVATE done. Activated: "
               WS-ACTIVATED-COUNT "  Still staged: "
               WS-WAITING-COUNT
           IF WS-RETIRED-ITEMS > ZERO
               DISPLAY "Discontinued items retired: " WS-RETIRED-ITEMS
                   "  Prices retired to history: " WS-RETIRED-PRICES
           END-IF.
       STOP RUN.
      ******************************************************************
      * This section reads every record currently in
           END-PERFORM
           CLOSE STAGED.
      ******************************************************************
      * This section reads every record currently in disc.dat into
      * WS-DISC-TABLE, counting the items still only marked.
      ******************************************************************
       0150-LOAD-DISC-TABLE.
           OPEN INPUT DISC-FILE
           PERFORM UNTIL WS-DISC-EOF = 'T'
               READ DISC-FILE
                   AT END MOVE 'T' TO WS-DISC-EOF
                   NOT AT END
                       IF WS-DISC-COUNT >= 999
                           MOVE 'Y' TO WS-DISC-OVERFLOW
                       ELSE
                           ADD 1 TO WS-DISC-COUNT
                           MOVE DISC-REC TO
                               WS-DISC-ENTRY(WS-DISC-COUNT)
                           IF DISC-STATUS = 'M'
                               ADD 1 TO WS-DISC-MARKED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISC-FILE.
      ******************************************************************
      * This section writes one due staged price to price.dat and
      * price-history.dat, the same WRITE-then-REWRITE and history
      * append a live PRICE-GEN run does. The activation is only
                   PRICE-TIER-CODE " EFFECTIVE " PRICE-CURRENT-DATE
           END-IF.
      ******************************************************************
      * This section retires the discontinued item at WS-DISC-IDX:
      * the keyed browse PRICE-INQ uses STARTs at the item number
      * with the tier code low, and every record read for the item
      * is appended to price-history.dat as its last row - the last
      * price it carried, dated tonight, flagged D - and then
      * deleted from price.dat. A record whose delete fails is left
      * in place and the item stays marked, so tomorrow night tries
      * again; only a clean sweep marks it retired.
      ******************************************************************
       0400-RETIRE-ONE-ITEM.
           MOVE ZERO TO WS-DSC-PRICES-RETIRED(WS-DISC-IDX)
           MOVE 'F' TO WS-PRICE-EOF
           MOVE 'R' TO WS-DSC-STATUS(WS-DISC-IDX)
           MOVE WS-DSC-ITEM-NUM(WS-DISC-IDX) TO PRICE-ITEM-NUM
           MOVE LOW-VALUES TO PRICE-TIER-CODE
           START PRICE KEY NOT < PRICE-KEY
               INVALID KEY MOVE 'T' TO WS-PRICE-EOF
           END-START
           PERFORM UNTIL WS-PRICE-EOF = 'T'
               READ PRICE NEXT RECORD
                   AT END MOVE 'T' TO WS-PRICE-EOF
                   NOT AT END
                       IF PRICE-ITEM-NUM NOT =
                               WS-DSC-ITEM-NUM(WS-DISC-IDX)
                           MOVE 'T' TO WS-PRICE-EOF
                       ELSE
                           PERFORM 0410-RETIRE-ONE-PRICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DSC-STATUS(WS-DISC-IDX) = 'R'
               MOVE WS-TODAY TO WS-DSC-RETIRED-DATE(WS-DISC-IDX)
               ADD 1 TO WS-RETIRED-ITEMS
               DISPLAY "RETIRED ITEM " WS-DSC-ITEM-NUM(WS-DISC-IDX)
                   " - " WS-DSC-PRICES-RETIRED(WS-DISC-IDX)
                   " PRICE(S) TO HISTORY"
           END-IF.
      ******************************************************************
      * This section deletes the price.dat record in hand and, once
      * the delete has taken, appends it to price-history.dat.
      ******************************************************************
       0410-RETIRE-ONE-PRICE.
           MOVE PRICE-ITEM-NUM TO HIST-ITEM-NUM
           MOVE PRICE-TIER-CODE TO HIST-TIER-CODE
           MOVE PRICE-ITEM-DESC TO HIST-ITEM-DESC
           MOVE PRICE-ITEM-COST TO HIST-ITEM-COST
           MOVE 'D' TO HIST-PROMO-FLAG
           MOVE WS-TODAY TO HIST-CURRENT-DATE
           DELETE PRICE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "WARNING: price.dat delete failed for item "
                   PRICE-ITEM-NUM " tier " PRICE-TIER-CODE
                   " status " WS-PRICE-STATUS
                   " - item left marked for tomorrow."
               MOVE 'M' TO WS-DSC-STATUS(WS-DISC-IDX)
           ELSE
               WRITE HISTORY-FILE
               ADD 1 TO WS-DSC-PRICES-RETIRED(WS-DISC-IDX)
               ADD 1 TO WS-RETIRED-PRICES
           END-IF.
      ******************************************************************
      * This section rewrites staged-prices.dat from the table,
      * keeping only the records still marked K - activated records
      * fall away here.
           END-PERFORM
           CLOSE STAGED.
      ******************************************************************
      * This section rewrites disc.dat from WS-DISC-TABLE with the
      * night's retirements marked.
      ******************************************************************
       0650-SAVE-DISC-TABLE.
           OPEN OUTPUT DISC-FILE
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
               MOVE WS-DISC-ENTRY(WS-DISC-IDX) TO DISC-REC
               WRITE DISC-REC
           END-PERFORM
           CLOSE DISC-FILE.
      ******************************************************************
      * This section rearranges the MMDDYYYY date in WS-DATE-MDY into
      * YYYYMMDD in WS-DATE-YMD, so two dates can be compared as
      * plain numbers - the same rearrangement PRICE-GEN does.
