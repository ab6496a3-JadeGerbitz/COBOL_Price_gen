       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-DISC.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program is where an item is dropped from the line. A
      * plain INV-MAINT delete takes the inv.dat row away but leaves
      * the item's price.dat records behind for every tier, so the
      * registers keep ringing a dead price; this program retires
      * the item properly instead, one action per sitting the way
      * NIGHT-CYCLE works its board:
      *
      *   M  Mark - records the item in disc.dat (copybook DISCREC)
      *      as discontinued from an effective date, with the
      *      operator's initials. From that moment PRICE-GEN no
      *      longer reprices it, and everything queued to change
      *      its price is cleared out here and now: its held
      *      records in pending-prices.dat, its price-ahead records
      *      in staged-prices.dat, and its sale rows in promo.dat.
      *      Each record cleared is listed in itemdisc.rpt. The
      *      current prices stay live until the effective date.
      *   C  Cancel - takes an item back off disc.dat, for a mark
      *      keyed in error or an item the buyer brings back. The
      *      records cleared at marking are not restored - the next
      *      PRICE-GEN run prices the item afresh.
      *   L  List - shows every item on disc.dat and where it
      *      stands.
      *
      * On the effective date PRICE-ACTIVATE, in the night's run,
      * retires the item's price.dat records to price-history.dat
      * and marks it retired here, and from then on PRICE-EXTRACT
      * sends the registers a delete record for it. An item that
      * was deleted from inv.dat before this program existed - the
      * ones PRICE-BOOK lists as DISCONTINUED - can be marked off
      * its price.dat records alone.
      *
      * Input files:  inv.dat, price.dat
      * Input/output: disc.dat, pending-prices.dat,
      *               staged-prices.dat, promo.dat
      * Output: itemdisc.rpt, discwork.dat (work file)
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
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'disc.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING ASSIGN TO 'pending-prices.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STAGED ASSIGN TO 'staged-prices.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO ASSIGN TO 'promo.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
      * discwork.dat carries the records being kept while one of
      * the three queue files above is rewritten without the item.
           SELECT DISC-WORK ASSIGN TO 'discwork.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISC-RPT ASSIGN TO 'itemdisc.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV.
           COPY invrec.
       FD PRICE.
           COPY pricerec.
       FD DISC-FILE.
           COPY discrec.
       FD PENDING.
           COPY pendrec.
       FD STAGED.
           COPY pricerec
               REPLACING PRICE-FILE         BY STAGE-FILE
                         PRICE-KEY          BY STAGE-KEY
                         PRICE-ITEM-NUM     BY STAGE-ITEM-NUM
                         PRICE-TIER-CODE    BY STAGE-TIER-CODE
                         PRICE-ITEM-DESC    BY STAGE-ITEM-DESC
                         PRICE-ITEM-COST    BY STAGE-ITEM-COST
                         PRICE-PROMO-FLAG   BY STAGE-PROMO-FLAG
                         PRICE-CURRENT-DATE BY STAGE-CURRENT-DATE.
      ******************************************************************
      * promo.dat: one row per sale, laid out the way PRICE-GEN
      * reads it.
      *A B        C        D
      * A=item number, B=promo start date, C=promo end date,
      * D=discount percent off the computed price
      ******************************************************************
       FD PROMO.
       01 PROMO-FILE.
           05 PROMO-ITEM-NUM                   PIC 9(5).
           05 PROMO-START-DATE                 PIC 9(8).
           05 PROMO-END-DATE                   PIC 9(8).
           05 PROMO-DISC-PCT                   PIC 9(2).
       FD DISC-WORK.
       01 WORK-LINE                            PIC X(57).
       FD DISC-RPT.
       01 DISC-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PRICE-STATUS                      PIC X(2).
       01 WS-PRICE-EOF                         PIC A(1).
       01 WS-ANSWER                            PIC X(1).
       01 WS-INITIALS                          PIC X(3).
       01 WS-ITEM-NUM                          PIC 9(5).
       01 WS-ITEM-DESC                         PIC X(20).
       01 WS-ITEM-KNOWN                        PIC A(1).
       01 WS-EFF-DATE                          PIC 9(8).
       01 WS-FOUND                             PIC A(1).
      ******************************************************************
      * WS-DISC-TABLE holds disc.dat while an action works it; the
      * file is rewritten from it whenever it changes.
      ******************************************************************
       01 WS-DISC-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-DISC-OVERFLOW                     PIC A(1) VALUE 'N'.
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
       01 WS-EFF-CHECK.
           05 WS-EFF-MM                        PIC 9(2).
           05 WS-EFF-DD                        PIC 9(2).
           05 WS-EFF-YYYY                      PIC 9(4).
       01 WS-TODAY-MDY.
           05 WS-TODAY-MM                      PIC X(2).
           05 WS-TODAY-DD                      PIC X(2).
           05 WS-TODAY-YYYY                    PIC X(4).
       01 WS-STAMP.
           05 WS-STAMP-YYYY                    PIC X(4).
           05 WS-STAMP-MM                      PIC X(2).
           05 WS-STAMP-DD                      PIC X(2).
           05 FILLER                           PIC X(13).
       01 WS-PEND-CLEARED                      PIC 9(4) VALUE ZERO.
       01 WS-STAGE-CLEARED                     PIC 9(4) VALUE ZERO.
       01 WS-PROMO-CLEARED                     PIC 9(4) VALUE ZERO.
       01 WS-DISP-PRICE                        PIC ZZZZ9.99.
       01 WS-DISP-PRICE-2                      PIC ZZZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZ9.
       01 WS-DISP-COUNT-2                      PIC ZZZ9.
       01 WS-DISP-COUNT-3                      PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads disc.dat, asks for the action, and works
      * it the way INV-MAINT works one change.
      ******************************************************************
           PERFORM 0100-LOAD-DISC-TABLE
           IF WS-DISC-OVERFLOW = 'Y'
               DISPLAY "ERROR: disc.dat holds more records than "
                   "ITEM-DISC can carry. Nothing was changed - "
                   "the file is untouched."
               STOP RUN
           END-IF
           DISPLAY "ITEM-DISC - Item Discontinuation"
           DISPLAY "M)ark discontinued  C)ancel a mark  L)ist  Q)uit"
           DISPLAY "Enter action: "
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0200-MARK-ITEM
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0600-CANCEL-MARK
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0650-LIST-MARKS
               WHEN 'Q'
               WHEN 'q'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action - nothing done."
           END-EVALUATE.
       STOP RUN.
      ******************************************************************
      * This section reads every record currently in disc.dat into
      * WS-DISC-TABLE.
      ******************************************************************
       0100-LOAD-DISC-TABLE.
           OPEN INPUT DISC-FILE
           PERFORM UNTIL WS-EOF = 'T'
               READ DISC-FILE
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-DISC-COUNT >= 999
                           MOVE 'Y' TO WS-DISC-OVERFLOW
                       ELSE
                           ADD 1 TO WS-DISC-COUNT
                           MOVE DISC-ITEM-NUM TO
                               WS-DSC-ITEM-NUM(WS-DISC-COUNT)
                           MOVE DISC-ITEM-DESC TO
                               WS-DSC-ITEM-DESC(WS-DISC-COUNT)
                           MOVE DISC-EFF-DATE TO
                               WS-DSC-EFF-DATE(WS-DISC-COUNT)
                           MOVE DISC-STATUS TO
                               WS-DSC-STATUS(WS-DISC-COUNT)
                           MOVE DISC-MARKED-BY TO
                               WS-DSC-MARKED-BY(WS-DISC-COUNT)
                           MOVE DISC-MARKED-DATE TO
                               WS-DSC-MARKED-DATE(WS-DISC-COUNT)
                           MOVE DISC-RETIRED-DATE TO
                               WS-DSC-RETIRED-DATE(WS-DISC-COUNT)
                           MOVE DISC-PRICES-RETIRED TO
                               WS-DSC-PRICES-RETIRED(WS-DISC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISC-FILE
           MOVE 'F' TO WS-EOF.
      ******************************************************************
      * This section marks one item discontinued. The item must be
      * in inv.dat or have prices on file, must not be marked
      * already, and needs a real effective date; then its queued
      * price changes are cleared and the mark is saved.
      ******************************************************************
       0200-MARK-ITEM.
           PERFORM 0190-ASK-INITIALS
           DISPLAY "Item number to discontinue (5 digits): "
           ACCEPT WS-ITEM-NUM
           PERFORM 0700-FIND-DISC
           IF WS-FOUND = 'Y'
               DISPLAY "Item " WS-ITEM-NUM " is already discontinued "
                   "effective " WS-DSC-EFF-DATE(WS-DISC-IDX)
                   " - nothing done."
               STOP RUN
           END-IF
           PERFORM 0250-FIND-ITEM-DESC
           IF WS-ITEM-KNOWN = 'N'
               DISPLAY "Item " WS-ITEM-NUM " is not in inv.dat and "
                   "has no price on file - nothing done."
               STOP RUN
           END-IF
           IF WS-DISC-COUNT >= 999
               DISPLAY "disc.dat is full (999 items) - nothing done."
               STOP RUN
           END-IF
           DISPLAY "Effective date (MMDDYYYY) - prices come off the "
               "registers that night: "
           ACCEPT WS-EFF-DATE
           MOVE WS-EFF-DATE TO WS-EFF-CHECK
           IF WS-EFF-DATE NOT NUMERIC
               OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
               OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
               OR WS-EFF-YYYY = ZERO
               DISPLAY "Effective date " WS-EFF-DATE " is not a "
                   "MMDDYYYY date - nothing done."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-MM TO WS-TODAY-MM
           MOVE WS-STAMP-DD TO WS-TODAY-DD
           MOVE WS-STAMP-YYYY TO WS-TODAY-YYYY
           OPEN OUTPUT DISC-RPT
           MOVE SPACES TO DISC-LINE
           STRING "ITEM " DELIMITED BY SIZE
                  WS-ITEM-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITEM-DESC DELIMITED BY SIZE
                  " DISCONTINUED EFFECTIVE " DELIMITED BY SIZE
                  WS-EFF-DATE DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-INITIALS DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE
           MOVE "--------------------------------------------------"
               TO DISC-LINE
           WRITE DISC-LINE
           PERFORM 0300-CLEAR-PENDING
           PERFORM 0400-CLEAR-STAGED
           PERFORM 0500-CLEAR-PROMO
           MOVE WS-PEND-CLEARED TO WS-DISP-COUNT
           MOVE WS-STAGE-CLEARED TO WS-DISP-COUNT-2
           MOVE WS-PROMO-CLEARED TO WS-DISP-COUNT-3
           MOVE SPACES TO DISC-LINE
           WRITE DISC-LINE
           MOVE SPACES TO DISC-LINE
           STRING "CLEARED - PENDING: " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  "   STAGED: " DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  "   PROMO ROWS: " DELIMITED BY SIZE
                  WS-DISP-COUNT-3 DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE
           MOVE SPACES TO DISC-LINE
           STRING "CURRENT PRICES STAY LIVE UNTIL " DELIMITED BY SIZE
                  WS-EFF-DATE DELIMITED BY SIZE
                  " AND ARE RETIRED THAT NIGHT." DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE
           CLOSE DISC-RPT
           ADD 1 TO WS-DISC-COUNT
           MOVE WS-ITEM-NUM TO WS-DSC-ITEM-NUM(WS-DISC-COUNT)
           MOVE WS-ITEM-DESC TO WS-DSC-ITEM-DESC(WS-DISC-COUNT)
           MOVE WS-EFF-DATE TO WS-DSC-EFF-DATE(WS-DISC-COUNT)
           MOVE 'M' TO WS-DSC-STATUS(WS-DISC-COUNT)
           MOVE WS-INITIALS TO WS-DSC-MARKED-BY(WS-DISC-COUNT)
           MOVE WS-TODAY-MDY TO WS-DSC-MARKED-DATE(WS-DISC-COUNT)
           MOVE ZERO TO WS-DSC-RETIRED-DATE(WS-DISC-COUNT)
           MOVE ZERO TO WS-DSC-PRICES-RETIRED(WS-DISC-COUNT)
           PERFORM 0800-SAVE-DISC-TABLE
           DISPLAY "Item " WS-ITEM-NUM " marked discontinued "
               "effective " WS-EFF-DATE ". See itemdisc.rpt.".
      ******************************************************************
      * This section asks for the operator's initials. Every mark
      * and cancel says who made it, so blank initials end the run.
      ******************************************************************
       0190-ASK-INITIALS.
           DISPLAY "Operator initials (3 chars): "
           ACCEPT WS-INITIALS
           IF WS-INITIALS = SPACES
               DISPLAY "No initials - a discontinuation must say who "
                   "made it. Nothing done."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section finds the item's description - from inv.dat
      * if it is still stocked, otherwise from its first price.dat
      * record, the browse PRICE-INQ uses. WS-ITEM-KNOWN is 'N' when
      * neither file has ever heard of it.
      ******************************************************************
       0250-FIND-ITEM-DESC.
           MOVE 'N' TO WS-ITEM-KNOWN
           MOVE SPACES TO WS-ITEM-DESC
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T' OR WS-ITEM-KNOWN = 'Y'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF INV-ITEM-NUM = WS-ITEM-NUM
                           MOVE 'Y' TO WS-ITEM-KNOWN
                           MOVE INV-ITEM-DESC TO WS-ITEM-DESC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
           MOVE 'F' TO WS-EOF
           IF WS-ITEM-KNOWN = 'N'
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
                                   MOVE 'Y' TO WS-ITEM-KNOWN
                                   MOVE PRICE-ITEM-DESC TO WS-ITEM-DESC
                               END-IF
                       END-READ
                   END-IF
                   CLOSE PRICE
               END-IF
           END-IF.
      ******************************************************************
      * This section takes the item's held records out of
      * pending-prices.dat - a supervisor must not be able to
      * release a new price for an item that is going away. The
      * records kept are copied to discwork.dat and back; the file
      * is only rewritten when something was actually cleared.
      ******************************************************************
       0300-CLEAR-PENDING.
           OPEN INPUT PENDING
           OPEN OUTPUT DISC-WORK
           PERFORM UNTIL WS-EOF = 'T'
               READ PENDING
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF PEND-ITEM-NUM = WS-ITEM-NUM
                           PERFORM 0310-REPORT-PENDING
                       ELSE
                           MOVE PEND-REC TO WORK-LINE
                           WRITE WORK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING
           CLOSE DISC-WORK
           MOVE 'F' TO WS-EOF
           IF WS-PEND-CLEARED > ZERO
               OPEN INPUT DISC-WORK
               OPEN OUTPUT PENDING
               PERFORM UNTIL WS-EOF = 'T'
                   READ DISC-WORK
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE WORK-LINE TO PEND-REC
                           WRITE PEND-REC
                   END-READ
               END-PERFORM
               CLOSE DISC-WORK
               CLOSE PENDING
               MOVE 'F' TO WS-EOF
           END-IF.
      ******************************************************************
      * This section lists one cleared pending record.
      ******************************************************************
       0310-REPORT-PENDING.
           ADD 1 TO WS-PEND-CLEARED
           MOVE PEND-OLD-PRICE TO WS-DISP-PRICE
           MOVE PEND-NEW-PRICE TO WS-DISP-PRICE-2
           MOVE SPACES TO DISC-LINE
           STRING "  PENDING  TIER " DELIMITED BY SIZE
                  PEND-TIER-CODE DELIMITED BY SIZE
                  "  OLD " DELIMITED BY SIZE
                  WS-DISP-PRICE DELIMITED BY SIZE
                  "  HELD NEW " DELIMITED BY SIZE
                  WS-DISP-PRICE-2 DELIMITED BY SIZE
                  "  CLEARED" DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE.
      ******************************************************************
      * This section takes the item's price-ahead records out of
      * staged-prices.dat, so PRICE-ACTIVATE can never put a price
      * back live for it after it is retired.
      ******************************************************************
       0400-CLEAR-STAGED.
           OPEN INPUT STAGED
           OPEN OUTPUT DISC-WORK
           PERFORM UNTIL WS-EOF = 'T'
               READ STAGED
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF STAGE-ITEM-NUM = WS-ITEM-NUM
                           PERFORM 0410-REPORT-STAGED
                       ELSE
                           MOVE STAGE-FILE TO WORK-LINE
                           WRITE WORK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAGED
           CLOSE DISC-WORK
           MOVE 'F' TO WS-EOF
           IF WS-STAGE-CLEARED > ZERO
               OPEN INPUT DISC-WORK
               OPEN OUTPUT STAGED
               PERFORM UNTIL WS-EOF = 'T'
                   READ DISC-WORK
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE WORK-LINE TO STAGE-FILE
                           WRITE STAGE-FILE
                   END-READ
               END-PERFORM
               CLOSE DISC-WORK
               CLOSE STAGED
               MOVE 'F' TO WS-EOF
           END-IF.
      ******************************************************************
      * This section lists one cleared staged record.
      ******************************************************************
       0410-REPORT-STAGED.
           ADD 1 TO WS-STAGE-CLEARED
           MOVE STAGE-ITEM-COST TO WS-DISP-PRICE
           MOVE SPACES TO DISC-LINE
           STRING "  STAGED   TIER " DELIMITED BY SIZE
                  STAGE-TIER-CODE DELIMITED BY SIZE
                  "  PRICE " DELIMITED BY SIZE
                  WS-DISP-PRICE DELIMITED BY SIZE
                  "  EFFECTIVE " DELIMITED BY SIZE
                  STAGE-CURRENT-DATE DELIMITED BY SIZE
                  "  CLEARED" DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE.
      ******************************************************************
      * This section takes the item's sale rows out of promo.dat.
      * PRICE-GEN would skip them anyway once the item is marked,
      * but a sale left on file for a dead item is a sale somebody
      * will go looking for on the shelf.
      ******************************************************************
       0500-CLEAR-PROMO.
           OPEN INPUT PROMO
           OPEN OUTPUT DISC-WORK
           PERFORM UNTIL WS-EOF = 'T'
               READ PROMO
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF PROMO-ITEM-NUM = WS-ITEM-NUM
                           PERFORM 0510-REPORT-PROMO
                       ELSE
                           MOVE PROMO-FILE TO WORK-LINE
                           WRITE WORK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMO
           CLOSE DISC-WORK
           MOVE 'F' TO WS-EOF
           IF WS-PROMO-CLEARED > ZERO
               OPEN INPUT DISC-WORK
               OPEN OUTPUT PROMO
               PERFORM UNTIL WS-EOF = 'T'
                   READ DISC-WORK
                       AT END MOVE 'T' TO WS-EOF
                       NOT AT END
                           MOVE WORK-LINE TO PROMO-FILE
                           WRITE PROMO-FILE
                   END-READ
               END-PERFORM
               CLOSE DISC-WORK
               CLOSE PROMO
               MOVE 'F' TO WS-EOF
           END-IF.
      ******************************************************************
      * This section lists one cleared promo row.
      ******************************************************************
       0510-REPORT-PROMO.
           ADD 1 TO WS-PROMO-CLEARED
           MOVE SPACES TO DISC-LINE
           STRING "  PROMO    " DELIMITED BY SIZE
                  PROMO-START-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  PROMO-END-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PROMO-DISC-PCT DELIMITED BY SIZE
                  " PCT OFF  CLEARED" DELIMITED BY SIZE
               INTO DISC-LINE
           END-STRING
           WRITE DISC-LINE.
      ******************************************************************
      * This section takes an item back off disc.dat. A retired
      * item's prices are already in history; cancelling lets
      * PRICE-GEN price it again from scratch on its next run, and
      * the extract stops sending the registers its delete.
      ******************************************************************
       0600-CANCEL-MARK.
           PERFORM 0190-ASK-INITIALS
           DISPLAY "Item number to bring back (5 digits): "
           ACCEPT WS-ITEM-NUM
           PERFORM 0700-FIND-DISC
           IF WS-FOUND = 'N'
               DISPLAY "Item " WS-ITEM-NUM " is not discontinued - "
                   "nothing done."
           ELSE
               IF WS-DSC-STATUS(WS-DISC-IDX) = 'R'
                   DISPLAY "Item " WS-ITEM-NUM " was retired on "
                       WS-DSC-RETIRED-DATE(WS-DISC-IDX)
                       " - it has no prices until PRICE-GEN runs."
               END-IF
               PERFORM VARYING WS-DISC-IDX FROM WS-DISC-IDX BY 1
                       UNTIL WS-DISC-IDX >= WS-DISC-COUNT
                   MOVE WS-DISC-ENTRY(WS-DISC-IDX + 1)
                       TO WS-DISC-ENTRY(WS-DISC-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DISC-COUNT
               PERFORM 0800-SAVE-DISC-TABLE
               OPEN OUTPUT DISC-RPT
               MOVE SPACES TO DISC-LINE
               STRING "ITEM " DELIMITED BY SIZE
                      WS-ITEM-NUM DELIMITED BY SIZE
                      " DISCONTINUATION CANCELLED BY " DELIMITED BY SIZE
                      WS-INITIALS DELIMITED BY SIZE
                   INTO DISC-LINE
               END-STRING
               WRITE DISC-LINE
               CLOSE DISC-RPT
               DISPLAY "Item " WS-ITEM-NUM " taken off disc.dat by "
                   WS-INITIALS "."
           END-IF.
      ******************************************************************
      * This section shows every item on disc.dat and where it
      * stands.
      ******************************************************************
       0650-LIST-MARKS.
           IF WS-DISC-COUNT = ZERO
               DISPLAY "No items are discontinued."
           END-IF
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
               IF WS-DSC-STATUS(WS-DISC-IDX) = 'R'
                   DISPLAY WS-DSC-ITEM-NUM(WS-DISC-IDX) " "
                       WS-DSC-ITEM-DESC(WS-DISC-IDX) " RETIRED "
                       WS-DSC-RETIRED-DATE(WS-DISC-IDX) " ("
                       WS-DSC-PRICES-RETIRED(WS-DISC-IDX) " PRICES)"
               ELSE
                   DISPLAY WS-DSC-ITEM-NUM(WS-DISC-IDX) " "
                       WS-DSC-ITEM-DESC(WS-DISC-IDX) " EFFECTIVE "
                       WS-DSC-EFF-DATE(WS-DISC-IDX) " MARKED BY "
                       WS-DSC-MARKED-BY(WS-DISC-IDX) " ON "
                       WS-DSC-MARKED-DATE(WS-DISC-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
      * This section searches WS-DISC-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-DISC-IDX to the matching slot, or 'N'
      * if there is no match. The loop's VARYING steps the index
      * once more after the match before the UNTIL test sees
      * WS-FOUND, so it is stepped back to the matching slot.
      ******************************************************************
       0700-FIND-DISC.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-DSC-ITEM-NUM(WS-DISC-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-DISC-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section rewrites disc.dat from WS-DISC-TABLE.
      ******************************************************************
       0800-SAVE-DISC-TABLE.
           OPEN OUTPUT DISC-FILE
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
               MOVE WS-DSC-ITEM-NUM(WS-DISC-IDX) TO DISC-ITEM-NUM
               MOVE WS-DSC-ITEM-DESC(WS-DISC-IDX) TO DISC-ITEM-DESC
               MOVE WS-DSC-EFF-DATE(WS-DISC-IDX) TO DISC-EFF-DATE
               MOVE WS-DSC-STATUS(WS-DISC-IDX) TO DISC-STATUS
               MOVE WS-DSC-MARKED-BY(WS-DISC-IDX) TO DISC-MARKED-BY
               MOVE WS-DSC-MARKED-DATE(WS-DISC-IDX) TO
                   DISC-MARKED-DATE
               MOVE WS-DSC-RETIRED-DATE(WS-DISC-IDX) TO
                   DISC-RETIRED-DATE
               MOVE WS-DSC-PRICES-RETIRED(WS-DISC-IDX) TO
                   DISC-PRICES-RETIRED
               WRITE DISC-REC
           END-PERFORM
           CLOSE DISC-FILE.
