       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIVE.
       AUTHOR. CARSON GERBITZ.
       DATE-WRITTEN. 10/15/2026.
      ******************************************************************
      * This program posts the deliveries that arrive against the
      * purchase orders PO-GEN raised. Until now a delivery reached
      * INV-QTY-ON-HAND only if somebody keyed the new count over
      * the old one in INV-MAINT; here each line of the receiving
      * slip is matched to its open PO line in open-po.dat and its
      * eaches are added to the item's on-hand quantity in inv.dat.
      *
      * Every receipt line gets a line in receiving.rpt the way
      * costload.rpt reports a vendor sheet, and three things are
      * flagged under it for the buyer to take up with the vendor:
      *   SHORT - the PO line has now received less than it ordered
      *   OVER  - the PO line has now received more than it ordered
      *   COST  - the invoice cost per each is not the item's
      *           INV-ITEM-COST. The cost on file is NOT changed -
      *           a real cost change comes in on the vendor's cost
      *           sheet through COST-LOAD, where it gets its sanity
      *           check.
      *
      * A PO line closes once it has received everything it ordered,
      * or when the receipt line carries a C to say the vendor will
      * not ship the balance. A short line without the C stays open
      * with its balance still on order. Closed lines are dropped
      * from open-po.dat when it is rewritten, so what is left there
      * is exactly what REORDER-RPT and PO-GEN count as on order.
      *
      * receipts.dat:
      *A     B    C     D     E
      * A=PO number (6 digits), B=item number (5), C=eaches received
      * (6), D=invoice cost per each (9999V99, zero if the slip
      * shows none - the cost check is then skipped), E=C to close
      * the PO line short, blank otherwise. A zero quantity with a
      * C closes a line the vendor has cancelled.
      *
      * A line is rejected when a number on it is not numeric, when
      * there is no open line for that item on that PO, when the
      * item is not in inv.dat, or when the delivery would carry the
      * on-hand count past what the field holds.
      *
      * Every item a delivery was posted to is appended to
      * inv-journal.dat with its before and after images (copybook
      * JRNLREC), stamped with the receiving clerk's initials -
      * from an optional poreceive.par card for an unattended run:
      *   Column A=run mode (B=batch), B=operator initials (3).
      * No card (or one not marked B) falls back to the prompt.
      *
      * Input files: receipts.dat, open-po.dat, inv.dat,
      *              poreceive.par (optional)
      * Output: inv.dat (rewritten), open-po.dat (rewritten),
      *         receiving.rpt, inv-journal.dat (appended)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPTS ASSIGN TO 'receipts.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-PO ASSIGN TO 'open-po.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INV ASSIGN TO 'inv.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL ASSIGN TO 'inv-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-CARD ASSIGN TO 'poreceive.par'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCV-RPT ASSIGN TO 'receiving.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS.
       01 RCV-REC.
           05 RCV-PO-NUMBER                    PIC 9(6).
           05 RCV-ITEM-NUM                     PIC 9(5).
           05 RCV-QTY                          PIC 9(6).
           05 RCV-INVOICE-COST                 PIC 9(4)V99.
           05 RCV-CLOSE-FLAG                   PIC X(1).
       FD OPEN-PO.
           COPY porec.
       FD INV.
           COPY invrec.
       FD JOURNAL.
           COPY jrnlrec.
       FD PARM-CARD.
       01 PARM-CARD-REC.
           05 PARM-RUN-MODE                    PIC X(1).
           05 PARM-OPERATOR                    PIC X(3).
       FD RCV-RPT.
       01 RCV-LINE                             PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF                               PIC A(1) VALUE 'F'.
       01 WS-PO-EOF                            PIC A(1) VALUE 'F'.
       01 WS-RCV-EOF                           PIC A(1) VALUE 'F'.
      ******************************************************************
      * WS-INV-TABLE holds the whole inv.dat file in memory while
      * the deliveries are posted, the same way COST-LOAD holds it.
      ******************************************************************
       01 WS-REC-COUNT                         PIC 9(4) VALUE ZERO.
       01 WS-INV-OVERFLOW                      PIC A(1) VALUE 'N'.
       01 WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-INV-IDX.
               10 WS-TBL-ITEM-NUM               PIC 9(5).
               10 WS-TBL-ITEM-DESC               PIC X(20).
               10 WS-TBL-ITEM-CAT                PIC X(4).
               10 WS-TBL-ITEM-COST               PIC 9(4)V99.
               10 WS-TBL-ITEM-QTY                PIC 9(5).
               10 WS-TBL-ITEM-REORDER            PIC 9(5).
               10 WS-TBL-ITEM-VENDOR             PIC X(4).
               10 WS-TBL-ITEM-PACK               PIC 9(3).
      ******************************************************************
      * WS-ORIG-TABLE is inv.dat exactly as it was read, kept
      * beside the working table so the rewrite can journal every
      * record that differs from it - before image from here, after
      * image from the working table.
      ******************************************************************
       01 WS-ORIG-TABLE.
           05 WS-ORIG-ENTRY OCCURS 999 TIMES   PIC X(52).
       01 WS-PARM-EOF                          PIC A(1) VALUE 'F'.
       01 WS-INITIALS                          PIC X(3).
       01 WS-STAMP.
           05 WS-STAMP-DATE                    PIC 9(8).
           05 WS-STAMP-TIME                    PIC 9(6).
           05 FILLER                           PIC X(7).
      ******************************************************************
      * WS-PO-TABLE holds the whole open-po.dat file the same way,
      * so receipt lines can land on it in any order and the file
      * is rewritten once at the end.
      ******************************************************************
       01 WS-PO-COUNT                          PIC 9(4) VALUE ZERO.
       01 WS-PO-OVERFLOW                       PIC A(1) VALUE 'N'.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 999 TIMES
                          INDEXED BY WS-PO-IDX.
               10 WS-PT-NUMBER                  PIC 9(6).
               10 WS-PT-VENDOR-CODE             PIC X(4).
               10 WS-PT-ITEM-NUM                PIC 9(5).
               10 WS-PT-ITEM-DESC               PIC X(20).
               10 WS-PT-CASE-PACK               PIC 9(3).
               10 WS-PT-ORDER-CASES             PIC 9(5).
               10 WS-PT-ORDER-QTY               PIC 9(6).
               10 WS-PT-UNIT-COST               PIC 9(4)V99.
               10 WS-PT-RECEIVED-QTY            PIC 9(6).
               10 WS-PT-ORDER-DATE              PIC 9(8).
               10 WS-PT-LINE-STATUS             PIC X(1).
       01 WS-FOUND                             PIC A(1).
       01 WS-PO-FOUND                          PIC A(1).
       01 WS-ITEM-NUM                          PIC 9(5).
       01 WS-OLD-QTY                           PIC 9(5).
       01 WS-NEW-QTY                           PIC 9(6).
       01 WS-BALANCE                           PIC S9(7).
       01 WS-REJECT-REASON                     PIC X(30).
       01 WS-POSTED-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-REJECT-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-SHORT-COUNT                       PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-COST-COUNT                        PIC 9(4) VALUE ZERO.
       01 WS-CLOSED-COUNT                      PIC 9(4) VALUE ZERO.
       01 WS-DISP-ITEM                         PIC ZZZZ9.
       01 WS-DISP-RCVD                         PIC ZZZZZ9.
       01 WS-DISP-ORDERED                      PIC ZZZZZ9.
       01 WS-DISP-TOTAL                        PIC ZZZZZ9.
       01 WS-DISP-OLD                          PIC ZZZZ9.
       01 WS-DISP-NEW                          PIC ZZZZ9.
       01 WS-DISP-BALANCE                      PIC ZZZZZZ9.
       01 WS-DISP-INVOICE                      PIC ZZZ9.99.
       01 WS-DISP-FILE-COST                    PIC ZZZ9.99.
       01 WS-DISP-COUNT                        PIC ZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * This section loads inv.dat and open-po.dat into memory.
      ******************************************************************
           PERFORM 0100-LOAD-INV-TABLE
           PERFORM 0150-LOAD-PO-TABLE
      ******************************************************************
      * If either file held more records than its table, the save at
      * the end would rewrite it from a truncated copy and destroy
      * everything past the cap. Refuse to start instead, the same
      * way COST-LOAD refuses an overfull inv.dat.
      ******************************************************************
           IF WS-INV-OVERFLOW = 'Y'
               DISPLAY "ERROR: inv.dat holds more records than "
                   "PO-RECEIVE can carry. Nothing was changed - "
                   "the files are untouched."
               STOP RUN
           END-IF
           IF WS-PO-OVERFLOW = 'Y'
               DISPLAY "ERROR: open-po.dat holds more lines than "
                   "PO-RECEIVE can carry. Nothing was changed - "
                   "the files are untouched."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section gets the operator's initials for the journal
      * either from an optional poreceive.par card (B in column one, the
      * initials in columns two to four) or, with no card or one
      * not marked for batch, from the prompt. A run nobody will
      * answer for changes nothing.
      ******************************************************************
           OPEN INPUT PARM-CARD
           READ PARM-CARD
               AT END MOVE 'T' TO WS-PARM-EOF
           END-READ
           CLOSE PARM-CARD
           IF WS-PARM-EOF = 'T' OR PARM-RUN-MODE NOT = 'B'
               DISPLAY "Operator initials (3 chars): "
               ACCEPT WS-INITIALS
           ELSE
               MOVE PARM-OPERATOR TO WS-INITIALS
           END-IF
           IF WS-INITIALS = SPACES
               DISPLAY "ERROR: no operator initials - every change "
                   "to inv.dat is journalled with who made it. "
                   "Nothing was changed."
               STOP RUN
           END-IF.
      ******************************************************************
      * This section opens the report and works the receiving slip
      * line by line.
      ******************************************************************
           OPEN OUTPUT RCV-RPT
           MOVE "PURCHASE ORDER RECEIVING REPORT" TO RCV-LINE
           WRITE RCV-LINE
           MOVE "PO      ITEM  DESCRIPTION         RECEIVED  ORDERED"
               TO RCV-LINE
           MOVE "TOTAL  ON HAND" TO RCV-LINE(55:14)
           WRITE RCV-LINE
           MOVE "--------------------------------------------------"
               TO RCV-LINE
           WRITE RCV-LINE
           OPEN INPUT RECEIPTS
           PERFORM UNTIL WS-RCV-EOF = 'T'
               READ RECEIPTS
                   AT END MOVE 'T' TO WS-RCV-EOF
                   NOT AT END PERFORM 0300-POST-ONE-RECEIPT
               END-READ
           END-PERFORM
           CLOSE RECEIPTS.
      ******************************************************************
      * This section totals the report, rewrites inv.dat and
      * open-po.dat only when something was actually posted, and
      * finishes.
      ******************************************************************
           MOVE SPACES TO RCV-LINE
           WRITE RCV-LINE
           MOVE WS-POSTED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "LINES POSTED:       " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "LINES REJECTED:     " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           MOVE WS-SHORT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "SHORT SHIPMENTS:    " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           MOVE WS-OVER-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "OVER SHIPMENTS:     " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           MOVE WS-COST-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "COST DIFFERENCES:   " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           MOVE WS-CLOSED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO RCV-LINE
           STRING "PO LINES CLOSED:    " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
           CLOSE RCV-RPT
           IF WS-POSTED-COUNT > ZERO
               PERFORM 0600-SAVE-INV-TABLE
               PERFORM 0650-SAVE-PO-TABLE
           END-IF
           DISPLAY "PO-RECEIVE done. Posted " WS-POSTED-COUNT
               ", rejected " WS-REJECT-COUNT
               ". See receiving.rpt.".
       STOP RUN.
      ******************************************************************
      * This section reads every record currently in inv.dat into
      * WS-INV-TABLE.
      ******************************************************************
       0100-LOAD-INV-TABLE.
           OPEN INPUT INV
           PERFORM UNTIL WS-EOF = 'T'
               READ INV
                   AT END MOVE 'T' TO WS-EOF
                   NOT AT END
                       IF WS-REC-COUNT >= 999
                           MOVE 'Y' TO WS-INV-OVERFLOW
                       ELSE
                           ADD 1 TO WS-REC-COUNT
                           MOVE INV-ITEM-NUM TO
                               WS-TBL-ITEM-NUM(WS-REC-COUNT)
                           MOVE INV-ITEM-DESC TO
                               WS-TBL-ITEM-DESC(WS-REC-COUNT)
                           MOVE INV-ITEM-CAT TO
                               WS-TBL-ITEM-CAT(WS-REC-COUNT)
                           MOVE INV-ITEM-COST TO
                               WS-TBL-ITEM-COST(WS-REC-COUNT)
      ******************************************************************
      * A record punched before the quantity columns existed reads
      * back as spaces there - carry it as zero so the rewrite at
      * the end of the run writes a clean numeric field.
      ******************************************************************
                           IF INV-QTY-ON-HAND NUMERIC
                               MOVE INV-QTY-ON-HAND TO
                                   WS-TBL-ITEM-QTY(WS-REC-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-TBL-ITEM-QTY(WS-REC-COUNT)
                           END-IF
                           IF INV-REORDER-POINT NUMERIC
                               MOVE INV-REORDER-POINT TO
                                   WS-TBL-ITEM-REORDER(WS-REC-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-TBL-ITEM-REORDER(WS-REC-COUNT)
                           END-IF
      * Spaces in the vendor column mean no vendor assigned, so it
      * carries through the rewrite exactly as read.
                           MOVE INV-VENDOR-CODE TO
                               WS-TBL-ITEM-VENDOR(WS-REC-COUNT)
                           IF INV-CASE-PACK NUMERIC
                               MOVE INV-CASE-PACK TO
                                   WS-TBL-ITEM-PACK(WS-REC-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-TBL-ITEM-PACK(WS-REC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INV
           MOVE WS-INV-TABLE TO WS-ORIG-TABLE.
      ******************************************************************
      * This section reads every line currently in open-po.dat into
      * WS-PO-TABLE.
      ******************************************************************
       0150-LOAD-PO-TABLE.
           OPEN INPUT OPEN-PO
           PERFORM UNTIL WS-PO-EOF = 'T'
               READ OPEN-PO
                   AT END MOVE 'T' TO WS-PO-EOF
                   NOT AT END
                       IF WS-PO-COUNT >= 999
                           MOVE 'Y' TO WS-PO-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PO-COUNT
                           MOVE PO-REC TO WS-PO-ENTRY(WS-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-PO.
      ******************************************************************
      * This section validates one receipt line, posts it to the
      * item's on-hand count and the PO line's received quantity
      * when it is clean, and writes its report line either way.
      ******************************************************************
       0300-POST-ONE-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON
           IF RCV-PO-NUMBER NOT NUMERIC
               MOVE "PO NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF RCV-ITEM-NUM NOT NUMERIC
                   MOVE "ITEM NUMBER NOT NUMERIC" TO WS-REJECT-REASON
               ELSE
                   IF RCV-QTY NOT NUMERIC
                       MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
                   ELSE
                       IF RCV-INVOICE-COST NOT NUMERIC
                           MOVE "INVOICE COST NOT NUMERIC" TO
                               WS-REJECT-REASON
                       ELSE
                           IF RCV-QTY = ZERO
                               AND RCV-CLOSE-FLAG NOT = 'C'
                               MOVE "ZERO QUANTITY WITHOUT CLOSE" TO
                                   WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0500-FIND-PO-LINE
               IF WS-PO-FOUND = 'N'
                   MOVE "NO OPEN LINE FOR ITEM ON PO" TO
                       WS-REJECT-REASON
               ELSE
                   MOVE RCV-ITEM-NUM TO WS-ITEM-NUM
                   PERFORM 0400-FIND-ITEM
                   IF WS-FOUND = 'N'
                       MOVE "ITEM NOT IN INV.DAT" TO WS-REJECT-REASON
                   ELSE
                       COMPUTE WS-NEW-QTY =
                           WS-TBL-ITEM-QTY(WS-INV-IDX) + RCV-QTY
                       IF WS-NEW-QTY > 99999
                           MOVE "WOULD OVERFLOW ON HAND COUNT" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0350-APPLY-RECEIPT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO RCV-LINE
               STRING RCV-PO-NUMBER DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      RCV-ITEM-NUM DELIMITED BY SIZE
                      " REJECTED - " DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO RCV-LINE
               END-STRING
               WRITE RCV-LINE
           END-IF.
      ******************************************************************
      * This section posts the clean receipt line in hand: the eaches
      * go onto the shelf count and the PO line's received total,
      * the line is closed if it is complete or the slip says so,
      * and any short, over, or cost difference is flagged under
      * the line for the buyer.
      ******************************************************************
       0350-APPLY-RECEIPT.
           MOVE WS-TBL-ITEM-QTY(WS-INV-IDX) TO WS-OLD-QTY
           MOVE WS-NEW-QTY TO WS-TBL-ITEM-QTY(WS-INV-IDX)
           ADD RCV-QTY TO WS-PT-RECEIVED-QTY(WS-PO-IDX)
           ADD 1 TO WS-POSTED-COUNT
           COMPUTE WS-BALANCE = WS-PT-ORDER-QTY(WS-PO-IDX)
               - WS-PT-RECEIVED-QTY(WS-PO-IDX)
           MOVE RCV-ITEM-NUM TO WS-DISP-ITEM
           MOVE RCV-QTY TO WS-DISP-RCVD
           MOVE WS-PT-ORDER-QTY(WS-PO-IDX) TO WS-DISP-ORDERED
           MOVE WS-PT-RECEIVED-QTY(WS-PO-IDX) TO WS-DISP-TOTAL
           MOVE WS-OLD-QTY TO WS-DISP-OLD
           MOVE WS-TBL-ITEM-QTY(WS-INV-IDX) TO WS-DISP-NEW
           MOVE SPACES TO RCV-LINE
           STRING RCV-PO-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-ITEM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-ITEM-DESC(WS-PO-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-RCVD DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DISP-ORDERED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-TOTAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DISP-OLD DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-DISP-NEW DELIMITED BY SIZE
               INTO RCV-LINE
           END-STRING
           WRITE RCV-LINE
      ******************************************************************
      * The line closes once nothing is left to come, or when the
      * slip's C says the vendor will not ship the balance.
      ******************************************************************
           IF WS-BALANCE NOT > ZERO OR RCV-CLOSE-FLAG = 'C'
               MOVE 'C' TO WS-PT-LINE-STATUS(WS-PO-IDX)
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           IF WS-BALANCE > ZERO
               ADD 1 TO WS-SHORT-COUNT
               MOVE WS-BALANCE TO WS-DISP-BALANCE
               MOVE SPACES TO RCV-LINE
               IF WS-PT-LINE-STATUS(WS-PO-IDX) = 'C'
                   STRING "        *** SHORT " DELIMITED BY SIZE
                          WS-DISP-BALANCE DELIMITED BY SIZE
                          " - LINE CLOSED SHORT, BALANCE CANCELLED"
                              DELIMITED BY SIZE
                       INTO RCV-LINE
                   END-STRING
               ELSE
                   STRING "        *** SHORT " DELIMITED BY SIZE
                          WS-DISP-BALANCE DELIMITED BY SIZE
                          " - LINE STAYS OPEN FOR THE BALANCE"
                              DELIMITED BY SIZE
                       INTO RCV-LINE
                   END-STRING
               END-IF
               WRITE RCV-LINE
           END-IF
           IF WS-BALANCE < ZERO
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-BALANCE TO WS-DISP-BALANCE
               MOVE SPACES TO RCV-LINE
               STRING "        *** OVER " DELIMITED BY SIZE
                      WS-DISP-BALANCE DELIMITED BY SIZE
                      " - MORE RECEIVED THAN ORDERED" DELIMITED BY SIZE
                   INTO RCV-LINE
               END-STRING
               WRITE RCV-LINE
           END-IF
      ******************************************************************
      * A slip with no cost on it has nothing to compare. Otherwise
      * any invoice cost per each that is not the cost on file is
      * flagged - even a cent, since the vendor bills every each.
      ******************************************************************
           IF RCV-INVOICE-COST > ZERO
               AND RCV-INVOICE-COST NOT = WS-TBL-ITEM-COST(WS-INV-IDX)
               ADD 1 TO WS-COST-COUNT
               MOVE RCV-INVOICE-COST TO WS-DISP-INVOICE
               IF WS-TBL-ITEM-COST(WS-INV-IDX) NUMERIC
                   MOVE WS-TBL-ITEM-COST(WS-INV-IDX) TO
                       WS-DISP-FILE-COST
               ELSE
                   MOVE ZERO TO WS-DISP-FILE-COST
               END-IF
               MOVE SPACES TO RCV-LINE
               STRING "        *** COST - INVOICE " DELIMITED BY SIZE
                      WS-DISP-INVOICE DELIMITED BY SIZE
                      " PER EACH, INV.DAT " DELIMITED BY SIZE
                      WS-DISP-FILE-COST DELIMITED BY SIZE
                      " - CHECK WITH VENDOR / COST-LOAD"
                          DELIMITED BY SIZE
                   INTO RCV-LINE
               END-STRING
               WRITE RCV-LINE
           END-IF.
      ******************************************************************
      * This section searches WS-INV-TABLE for WS-ITEM-NUM. Sets
      * WS-FOUND to 'Y' and WS-INV-IDX to the matching slot, or 'N'
      * if there is no match. The loop's VARYING steps the index
      * once more after the match before the UNTIL test sees
      * WS-FOUND, so it is stepped back to the matching slot for
      * the caller.
      ******************************************************************
       0400-FIND-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-REC-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-ITEM-NUM = WS-TBL-ITEM-NUM(WS-INV-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'Y'
               SET WS-INV-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section searches WS-PO-TABLE for the still-open line
      * for the receipt's item on the receipt's PO. Sets
      * WS-PO-FOUND and WS-PO-IDX the way 0400-FIND-ITEM sets its
      * pair. A line closed earlier in this same run no longer
      * matches, so a slip keyed twice is caught on its second pass.
      ******************************************************************
       0500-FIND-PO-LINE.
           MOVE 'N' TO WS-PO-FOUND
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                      OR WS-PO-FOUND = 'Y'
               IF RCV-PO-NUMBER = WS-PT-NUMBER(WS-PO-IDX)
                   AND RCV-ITEM-NUM = WS-PT-ITEM-NUM(WS-PO-IDX)
                   AND WS-PT-LINE-STATUS(WS-PO-IDX) = 'O'
                   MOVE 'Y' TO WS-PO-FOUND
               END-IF
           END-PERFORM
           IF WS-PO-FOUND = 'Y'
               SET WS-PO-IDX DOWN BY 1
           END-IF.
      ******************************************************************
      * This section rewrites inv.dat from WS-INV-TABLE and journals
      * every record the run changed.
      ******************************************************************
       0600-SAVE-INV-TABLE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN OUTPUT INV
           OPEN EXTEND JOURNAL
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-REC-COUNT
               MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO INV-ITEM-NUM
               MOVE WS-TBL-ITEM-DESC(WS-INV-IDX) TO INV-ITEM-DESC
               MOVE WS-TBL-ITEM-CAT(WS-INV-IDX) TO INV-ITEM-CAT
               MOVE WS-TBL-ITEM-COST(WS-INV-IDX) TO INV-ITEM-COST
               MOVE WS-TBL-ITEM-QTY(WS-INV-IDX) TO INV-QTY-ON-HAND
               MOVE WS-TBL-ITEM-REORDER(WS-INV-IDX) TO
                   INV-REORDER-POINT
               MOVE WS-TBL-ITEM-VENDOR(WS-INV-IDX) TO
                   INV-VENDOR-CODE
               MOVE WS-TBL-ITEM-PACK(WS-INV-IDX) TO INV-CASE-PACK
               WRITE INV-FILE
               IF WS-INV-ENTRY(WS-INV-IDX) NOT =
                   WS-ORIG-ENTRY(WS-INV-IDX)
                   PERFORM 0700-WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM
           CLOSE INV
           CLOSE JOURNAL.
      ******************************************************************
      * This section rewrites open-po.dat from WS-PO-TABLE, keeping
      * only the lines still open - a closed line has nothing more
      * coming and no longer counts as on order anywhere.
      ******************************************************************
       0650-SAVE-PO-TABLE.
           OPEN OUTPUT OPEN-PO
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PT-LINE-STATUS(WS-PO-IDX) = 'O'
                   MOVE WS-PO-ENTRY(WS-PO-IDX) TO PO-REC
                   WRITE PO-REC
               END-IF
           END-PERFORM
           CLOSE OPEN-PO.
      ******************************************************************
      * This section appends one changed record's before and after
      * images to the journal.
      ******************************************************************
       0700-WRITE-JOURNAL-ENTRY.
           MOVE WS-STAMP-DATE TO JRNL-STAMP-DATE
           MOVE WS-STAMP-TIME TO JRNL-STAMP-TIME
           MOVE "PO-RECEIVE" TO JRNL-PROGRAM
           MOVE WS-INITIALS TO JRNL-OPERATOR
           MOVE 'C' TO JRNL-ACTION
           MOVE WS-TBL-ITEM-NUM(WS-INV-IDX) TO JRNL-ITEM-NUM
           MOVE WS-ORIG-ENTRY(WS-INV-IDX) TO JRNL-BEFORE
           MOVE WS-INV-ENTRY(WS-INV-IDX) TO JRNL-AFTER
           WRITE JRNL-REC.
