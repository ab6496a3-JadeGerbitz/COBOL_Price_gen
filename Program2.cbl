      *               pricegen.par  optional run mode, date, swing
      *                             limit, and effective date card
      *               pricegen.ckpt restart bookmark from a prior run
      *               disc.dat      optional discontinued items
      *                             (DISCREC) - never repriced
      * Output files: price.dat     current prices, indexed on the
      *                             item-plus-tier key (PRICEREC)
      *               price-history.dat  append-only run history
      * where a given item number lands in that table.
           SELECT OPTIONAL CKPT ASSIGN TO 'pricegen.ckpt'
           ORGANIZATION IS LINE SEQUENTIAL.
      * disc.dat is optional: ITEM-DISC writes it when an item is
      * dropped, and until then every inv.dat item is priced.
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'disc.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05 CKPT-HAS-CHECKPOINT               PIC X(1).
           05 CKPT-LAST-ITEM-NUM                PIC 9(5).
       FD DISC-FILE.
           COPY discrec.
       WORKING-STORAGE SECTION.
       01 WS-INV.
           05 WS-INV-ITEM-NUM                  PIC 9(5).
      ******************************************************************
       01 WS-PRICE-DATE-OUT-YMD                PIC 9(8).
       01 WS-STAGED-COUNT                      PIC 9(4) VALUE ZERO.
      ******************************************************************
      * Items ITEM-DISC has marked discontinued, loaded from the
      * optional disc.dat at start-up. A marked item is left out of
      * WS-INV-TABLE by the validation pass - its current prices
      * stand untouched until PRICE-ACTIVATE retires them on the
      * effective date - and it is counted here rather than written
      * to except.rpt, since a dropped item is not a bad record.
      ******************************************************************
       01 WS-DISC-EOF                          PIC A(1) VALUE 'F'.
       01 WS-DISC-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-DISC-TABLE.
           05 WS-DISC-ITEM-NUM OCCURS 999 TIMES
                               INDEXED BY WS-DISC-IDX
                                               PIC 9(5).
       01 WS-DISC-FOUND                        PIC A(1).
       01 WS-DISC-SKIP-COUNT                   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
               PERFORM 0280-DEFAULT-TIER
           END-IF.
      ******************************************************************
      * This section loads the discontinued item numbers from the
      * optional disc.dat, so the validation pass below can keep
      * them out of pricing.
      ******************************************************************
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
      * This section validates every inv.dat record before any pricing
      * happens. Zero cost, non-numeric cost, and duplicate item
      * numbers are written to except.rpt and left out of WS-INV-TABLE
               DISPLAY WS-HELD-COUNT " item(s) held for approval - "
                   "run PRICE-APPROVE to release or reject them."
           END-IF
           IF WS-DISC-SKIP-COUNT > ZERO
               DISPLAY WS-DISC-SKIP-COUNT " discontinued item(s) "
                   "not repriced - see ITEM-DISC."
           END-IF
           IF WS-STAGED-COUNT > ZERO
               DISPLAY WS-STAGED-COUNT " price(s) staged effective "
                   WS-EFF-DATE " - PRICE-ACTIVATE moves them into "
      * This section validates one inv.dat record (zero cost,
      * non-numeric cost, duplicate item number). Valid records are
      * appended to WS-INV-TABLE; anything flagged is written to
      * except.rpt instead and left out of pricing. A discontinued
      * item is left out of pricing too, but only counted.
      ******************************************************************
       0300-VALIDATE-INV-RECORD.
           MOVE 'N' TO WS-DISC-FOUND
           PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                   UNTIL WS-DISC-IDX > WS-DISC-COUNT
                      OR WS-DISC-FOUND = 'Y'
               IF WS-INV-ITEM-NUM = WS-DISC-ITEM-NUM(WS-DISC-IDX)
                   MOVE 'Y' TO WS-DISC-FOUND
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-REC-VALID
           IF WS-DISC-FOUND = 'Y'
               ADD 1 TO WS-DISC-SKIP-COUNT
               MOVE 'N' TO WS-REC-VALID
           ELSE
               IF WS-INV-ITEM-COST NOT NUMERIC
                   MOVE "NON-NUMERIC COST" TO WS-EXCEPT-REASON
                   PERFORM 0310-WRITE-EXCEPTION
                   MOVE 'N' TO WS-REC-VALID
               ELSE
                   IF WS-INV-ITEM-COST = ZERO
                       MOVE "ZERO COST" TO WS-EXCEPT-REASON
                       PERFORM 0310-WRITE-EXCEPTION
                       MOVE 'N' TO WS-REC-VALID
                   END-IF
               END-IF
           END-IF
           IF WS-REC-VALID = 'Y'
